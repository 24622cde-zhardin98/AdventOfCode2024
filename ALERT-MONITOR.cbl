      * ALERT-THRESHOLDS.TXT: JOB NAME IN COLS 1-8, THRESHOLD IN     *
      * COLS 11-16; A 'DEFAULT' RECORD SETS THE THRESHOLD FOR ANY    *
      * MAPPED FILE WITHOUT ITS OWN RECORD (OTHERWISE ZERO - ANY     *
      * EXCEPTION RECORD AT ALL ALERTS).  MAP AND THRESHOLD ROWS     *
      * COUNT FOR ANY JOB CATALOGED IN JOBCAT.TXT, SO THE POST-BATCH *
      * STEPS' EXCEPTION FILES ALERT THE SAME AS THE DAYS'.          *
      *                                                              *
      * A NEW ALERT IS QUEUED FOR THE OPERATIONS CONTROL DESK        *
      * (GROUP OPSCNTL) AND AN ESCALATION FOR THE ON-CALL PAGER      *
      * (GROUP ONCALL) THROUGH THE AOC-NOTIFY SERVICE.               *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    JOB CATALOG - A MAP OR THRESHOLD ROW COUNTS ONLY FOR A
      *    CATALOGED JOB
           SELECT OPTIONAL JOBCAT-FILE ASSIGN TO 'JOBCAT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBCAT-FST.
      *    JOB-TO-EXCEPTION-FILE MAP (SHARED WITH THE DRIVERS)
           SELECT EXCEPTION-MAP-FILE
               ASSIGN TO 'EXCEPTION-FILES.TXT'

       DATA DIVISION.
       FILE SECTION.
       FD  JOBCAT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JOBCAT-RECORD.
       01  JOBCAT-RECORD                          PIC X(80).

       FD  EXCEPTION-MAP-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
       01  WS-THR-SUB                             PIC 9(2).
       01  WS-DEFAULT-LIMIT                       PIC 9(6) VALUE 0.

      *    CATALOGED JOB NAMES, FROM JOBCAT.TXT
       01  WS-JOBCAT-EOF                          PIC X(1) VALUE 'N'.
           88 JOBCAT-EOF                                   VALUE 'Y'.
           88 NOT-JOBCAT-EOF                               VALUE 'N'.
       01  WS-JOB-CNT                             PIC 9(2) VALUE 0.
       01  WS-JOB-TABLE.
           05  WS-JOB-NAME OCCURS 40 TIMES        PIC X(8).
       01  WS-JOB-SUB                             PIC 9(2).
       01  WS-JOB-FOUND                           PIC X(1).
       01  WS-CHK-NAME                            PIC X(8).

      *    CURRENT MAP ENTRY
       01  WS-MAP-JOB                             PIC X(8).
       01  WS-MAP-TYPE                            PIC X(12).
       01  WS-NEXT-ALERT-ID                       PIC 9(4) VALUE 0.
       01  WS-ESCALATE-LIMIT                      PIC 9(6) VALUE 3.
       01  WS-ESCALATED-CNT                       PIC 9(3) VALUE 0.
       01  WS-NTF-ID-EDIT                         PIC Z(3)9.
       COPY NTFPARM.

      *    FILE-STATUS FIELDS
       01  WS-JOBCAT-FST                          PIC X(2) VALUE '00'.
       01  WS-EXCEPTION-MAP-FST                   PIC X(2) VALUE '00'.
       01  WS-THRESHOLD-FST                       PIC X(2) VALUE '00'.
       01  WS-COUNT-FLAG-FST                      PIC X(2) VALUE '00'.
       0000-MAINLINE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-LOAD-JOBCAT     THRU 1100-EXIT
           PERFORM 1000-LOAD-THRESHOLDS THRU 1000-EXIT
           PERFORM 1200-LOAD-ALERT-MASTER THRU 1200-EXIT
           PERFORM 1300-APPLY-ACK-TRANS   THRU 1300-EXIT
                           MOVE THRESHOLD-RECORD(11:6)
                               TO WS-DEFAULT-LIMIT
                       ELSE
                           MOVE THRESHOLD-RECORD(1:8) TO WS-CHK-NAME
                           PERFORM 6000-FIND-JOB THRU 6000-EXIT
                           IF WS-JOB-FOUND EQUAL 'Y'
                               AND THRESHOLD-RECORD(11:6) IS NUMERIC
                               AND WS-THR-CNT LESS 30
                               ADD 1 TO WS-THR-CNT
       1000-EXIT.
           EXIT.

      ***************************************************************
      * LOAD THE CATALOGED JOB NAMES                                 *
      ***************************************************************
       1100-LOAD-JOBCAT.

           OPEN INPUT JOBCAT-FILE
           SET NOT-JOBCAT-EOF TO TRUE
           PERFORM UNTIL JOBCAT-EOF
               READ JOBCAT-FILE
                   AT END
                       SET JOBCAT-EOF TO TRUE
                   NOT AT END
                       IF JOBCAT-RECORD(1:1) NOT EQUAL '*'
                           AND JOBCAT-RECORD(1:2) EQUAL SPACES
                           AND JOBCAT-RECORD(3:1) IS ALPHABETIC
                           AND JOBCAT-RECORD(3:1) NOT EQUAL SPACE
                           AND WS-JOB-CNT LESS 40
                           ADD 1 TO WS-JOB-CNT
                           MOVE JOBCAT-RECORD(3:8)
                               TO WS-JOB-NAME(WS-JOB-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBCAT-FILE
           .
       1100-EXIT.
           EXIT.

      ***************************************************************
      * WALK THE EXCEPTION-FILE MAP, COUNT EACH FILE, AND COMPARE    *
      ***************************************************************
                   AT END
                       SET EXCEPTION-MAP-EOF TO TRUE
                   NOT AT END
                       MOVE EXCEPTION-MAP-RECORD(1:8) TO WS-CHK-NAME
                       PERFORM 6000-FIND-JOB THRU 6000-EXIT
                       IF WS-JOB-FOUND EQUAL 'Y'
                           PERFORM 2100-CHECK-ONE-FILE THRU 2100-EXIT
                       END-IF
               END-READ
           MOVE SPACE TO WS-AT-ESCALATED(WS-ALM-CNT)
           MOVE SPACES TO WS-AT-ACK-OPER(WS-ALM-CNT)
                          WS-AT-ACK-NOTE(WS-ALM-CNT)
           MOVE 'OPSCNTL'  TO NTF-GROUP
           MOVE SPACE      TO NTF-SEVERITY
           MOVE 'AOC9290W' TO NTF-MSG-ID
           MOVE 'ALERTMON' TO NTF-SOURCE-JOB
           MOVE WS-NEXT-ALERT-ID TO WS-NTF-ID-EDIT
           MOVE SPACES TO NTF-SUBJECT NTF-BODY
           STRING 'NEW ALERT ' WS-NTF-ID-EDIT ': ' WS-MAP-JOB ' '
               WS-MAP-TYPE ' OVER THRESHOLD'
               DELIMITED BY SIZE INTO NTF-SUBJECT
           END-STRING
           STRING WS-MAP-PATH(1:WS-MAP-PATH-LEN) ' HAS '
               WS-FILE-COUNT ' RECORDS, THRESHOLD ' WS-FILE-LIMIT
               '.  ACKNOWLEDGE ON ALERT-ACKS.TXT.'
               DELIMITED BY SIZE INTO NTF-BODY
           END-STRING
           CALL 'AOC-NOTIFY' USING NTF-PARMS
           .
       2300-EXIT.
           EXIT.
                           ') UNACKNOWLEDGED FOR '
                           WS-AT-BATCHES(WS-ALM-SUB)
                           ' BATCHES - ESCALATED'
                       PERFORM 2550-NOTIFY-ESCALATION THRU 2550-EXIT
                   END-IF
               END-IF
           END-PERFORM
       2500-EXIT.
           EXIT.

      ***************************************************************
      * PAGE ON-CALL FOR THE ALERT JUST ESCALATED                    *
      ***************************************************************
       2550-NOTIFY-ESCALATION.

           MOVE 'ONCALL'   TO NTF-GROUP
           MOVE SPACE      TO NTF-SEVERITY
           MOVE 'AOC9291W' TO NTF-MSG-ID
           MOVE 'ALERTMON' TO NTF-SOURCE-JOB
           MOVE WS-AT-ID(WS-ALM-SUB) TO WS-NTF-ID-EDIT
           MOVE SPACES TO NTF-SUBJECT NTF-BODY
           STRING 'ALERT ' WS-NTF-ID-EDIT ' ESCALATED: '
               WS-AT-JOB(WS-ALM-SUB) ' ' WS-AT-TYPE(WS-ALM-SUB)
               DELIMITED BY SIZE INTO NTF-SUBJECT
           END-STRING
           STRING 'UNACKNOWLEDGED FOR ' WS-AT-BATCHES(WS-ALM-SUB)
               ' BATCHES SINCE ' WS-AT-FIRST-DATE(WS-ALM-SUB)
               ', RAISED ' WS-AT-RECUR(WS-ALM-SUB) ' TIME(S).'
               DELIMITED BY SIZE INTO NTF-BODY
           END-STRING
           CALL 'AOC-NOTIFY' USING NTF-PARMS
           .
       2550-EXIT.
           EXIT.

      ***************************************************************
      * APPEND THE ALERT-WORKFLOW SECTION TO THE REPORT - EVERY      *
      * NON-CLOSED ALERT WITH ITS ID, STATE, RECURRENCES, AND        *
       8000-EXIT.
           EXIT.

      ***************************************************************
      * IS WS-CHK-NAME A CATALOGED JOB (COMMENT AND BLANK ROWS NEVER *
      * ARE)                                                         *
      ***************************************************************
       6000-FIND-JOB.

           MOVE 'N' TO WS-JOB-FOUND
           IF WS-CHK-NAME(1:1) EQUAL '*'
               OR WS-CHK-NAME EQUAL SPACES
               GO TO 6000-EXIT
           END-IF
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB GREATER WS-JOB-CNT
               IF WS-JOB-NAME(WS-JOB-SUB) EQUAL WS-CHK-NAME
                   MOVE 'Y' TO WS-JOB-FOUND
                   MOVE WS-JOB-CNT TO WS-JOB-SUB
               END-IF
           END-PERFORM
           .
       6000-EXIT.
           EXIT.

      ***************************************************************
      * FIND THE TRIMMED LENGTH OF WS-TRIM-FIELD                     *
      ***************************************************************
