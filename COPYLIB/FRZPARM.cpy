      ****************************************************************
      * CHANGE-FREEZE WINDOW SERVICE PARAMETERS - SEE AOC-FREEZE.cbl. *
      * OPERATIONS:                                                   *
      *   CHEK  IS FRZ-TARGET (A FILE NAME, OR 'LOADLIB') OR THE JOB  *
      *         FRZ-JOB (MAY BE BLANK) INSIDE A FREEZE WINDOW ON      *
      *         FRZ-DATE?  RC 0 = NOT FROZEN, 4 = FROZEN - THE        *
      *         WINDOW NAME AND ITS FROM/TO DATES COME BACK.          *
      *   GATE  THE SAME CHECK, THEN - WHEN FROZEN - THE EMERGENCY    *
      *         OVERRIDE: FRZ-EMERGENCY 'Y' WITH FRZ-REASON ASKS      *
      *         AOC-APPROVE FOR A SECOND OPERATOR'S APPROVAL OF THE   *
      *         WINDOW.  RC 0 = GO AHEAD (FRZ-OVERRIDDEN 'Y' WHEN IT  *
      *         WAS FROZEN AND THE OVERRIDE WAS APPROVED, WITH THE    *
      *         WINDOW AND FRZ-APPROVER), 4 = FROZEN AND THE OVERRIDE *
      *         AWAITS A SECOND OPERATOR, 8 = FROZEN AND NO OVERRIDE  *
      *         REQUESTED (OR THE QUEUE IS FULL).  NOTHING IS         *
      *         REGISTERED YET.                                       *
      *   LOGO  REGISTER ON FREEZE-OVERRIDES.TXT A CHANGE MADE UNDER  *
      *         THE OVERRIDE A GATE GRANTED.  CALL IT ONLY AFTER THE  *
      *         CHANGE HAS SUCCEEDED, WITH THE PARAMETERS AS THE GATE *
      *         LEFT THEM.  RC 0 = REGISTERED, 8 = NO GRANTED         *
      *         OVERRIDE IN THE PARAMETERS OR THE REGISTER COULD NOT  *
      *         BE OPENED.                                            *
      * FRZ-MESSAGE CARRIES A ONE-LINE OUTCOME FOR THE CALLER'S LOG.  *
      ****************************************************************
       01  FRZ-PARMS.
           05  FRZ-OP                           PIC X(4).
           05  FRZ-DATE                         PIC 9(8).
           05  FRZ-TARGET                       PIC X(24).
           05  FRZ-JOB                          PIC X(8).
           05  FRZ-PROGRAM                      PIC X(24).
           05  FRZ-OPERATOR                     PIC X(8).
           05  FRZ-EMERGENCY                    PIC X(1).
           05  FRZ-REASON                       PIC X(40).
           05  FRZ-WINDOW                       PIC X(20).
           05  FRZ-FROM                         PIC 9(8).
           05  FRZ-TO                           PIC 9(8).
           05  FRZ-APPROVER                     PIC X(8).
           05  FRZ-OVERRIDDEN                   PIC X(1).
           05  FRZ-RC                           PIC 9(1).
           05  FRZ-MESSAGE                      PIC X(60).
