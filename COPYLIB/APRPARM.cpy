      ****************************************************************
      * DUAL-CONTROL (FOUR-EYES) APPROVAL SERVICE PARAMETERS - SEE    *
      * AOC-APPROVE.cbl.  OPERATIONS:                                 *
      *   AUTH  ASK WHETHER THE DESTRUCTIVE ACTION APR-ACTION ON      *
      *         APR-TARGET MAY GO AHEAD FOR REQUESTER APR-OPERATOR.   *
      *         RC 0 = A SECOND OPERATOR HAS APPROVED IT - PROCEED    *
      *         (THE APPROVAL IS USED UP AND APR-APPROVER CARRIES     *
      *         WHO GAVE IT), 4 = NOT YET APPROVED - A PENDING        *
      *         REQUEST HAS BEEN FILED (OR WAS ALREADY OPEN) UNDER    *
      *         APR-ID; DO NOT PERFORM THE ACTION, 8 = QUEUE FULL.    *
      *   APPR  APPROVE OPEN REQUEST APR-ID AS OPERATOR APR-OPERATOR. *
      *         RC 0 = APPROVED, 8 = REFUSED (NO SUCH OPEN REQUEST,   *
      *         SAME OPERATOR AS THE REQUESTER, OR NOT ON             *
      *         OPERATOR-AUTH.TXT).                                   *
      *   DENY  DECLINE OPEN REQUEST APR-ID AS OPERATOR APR-OPERATOR. *
      *         RC 0 = DECLINED, 8 = NO SUCH OPEN REQUEST.            *
      *   LIST  DISPLAY EVERY OPEN REQUEST ON THE CONSOLE.            *
      * APR-MESSAGE CARRIES A ONE-LINE OUTCOME FOR THE CALLER'S       *
      * REPORT.                                                       *
      ****************************************************************
       01  APR-PARMS.
           05  APR-OP                           PIC X(4).
           05  APR-ACTION                       PIC X(8).
           05  APR-TARGET                       PIC X(20).
           05  APR-OPERATOR                     PIC X(8).
           05  APR-PROGRAM                      PIC X(24).
           05  APR-ID                           PIC 9(5).
           05  APR-APPROVER                     PIC X(8).
           05  APR-RC                           PIC 9(1).
           05  APR-MESSAGE                      PIC X(60).
