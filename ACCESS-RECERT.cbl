       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-RECERT.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * QUARTERLY OPERATOR ACCESS RECERTIFICATION                    *
      *                                                              *
      * OPERATOR-AUTH.TXT ONLY EVER GAINED ENTRIES.  RUN FROM THE    *
      * WORKSPACE ROOT EACH QUARTER, THIS JOB SETS EVERY OPERATOR'S  *
      * GRANTED AUTHORITIES BESIDE WHAT THEY ACTUALLY DID WITH THEM  *
      * OVER THE QUARTER AND WRITES RECERT-WORKSHEET.TXT FOR THE     *
      * SUPERVISOR:                                                  *
      *   - AN ENTRY LINE PER OPERATOR - EVERYTHING THE OPERATOR DID *
      *     (RUN-LEDGER RUNS OF ANY JOB, BILLING MASTER CHANGES ON   *
      *     MASTER-AUDIT.TXT, AUTH-LOG.TXT ACTIVITY, DUAL-CONTROL    *
      *     APPROVALS AND RERUN-REQUEST DECISIONS).  NONE AT ALL     *
      *     FLAGS THE OPERATOR DORMNT (DORMANT).                     *
      *   - A LINE PER GRANTED AUTHORITY - RUNS OF THAT JOB (DAY12   *
      *     ALSO COUNTS BILLING MASTER CHANGES); 'ALL' COUNTS THE    *
      *     GUARDED JOBS DAY06, DAY07, DAY12 AND DAY14 AND SHOWS     *
      *     EACH IN THE REMARKS.  NO USE FLAGS THE LINE UNUSED.      *
      * RECERT-CONTROL.TXT (OPTIONAL) 'QUARTER=yyyyQn' NAMES THE     *
      * QUARTER; WITHOUT IT THE LAST COMPLETE CALENDAR QUARTER IS    *
      * REVIEWED.                                                    *
      *                                                              *
      * THE SUPERVISOR ENTERS THEIR OPERATOR ID ON THE R LINE AND    *
      * KEEP OR REVOKE ON EVERY L LINE, AND RETURNS THE WORKSHEET AS *
      * RECERT-RETURN.TXT.  THE NEXT RUN THEN PROCESSES THE RETURN   *
      * INSTEAD OF BUILDING A NEW WORKSHEET: THE REVIEWER MUST BE ON *
      * OPERATOR-AUTH.TXT, MUST LEAVE THEIR OWN LINES BLANK FOR      *
      * ANOTHER SUPERVISOR'S RETURN, AND MUST DECIDE EVERY OTHER     *
      * LINE, OR THE WHOLE RETURN IS REFUSED (RC 8) AND LEFT IN      *
      * PLACE TO BE CORRECTED.  A GOOD RETURN HAS EVERY DECISION     *
      * LOGGED TO AUTH-LOG.TXT UNDER THE REVIEWER'S ID, THE          *
      * REVOCATIONS WRITTEN TO CHANGE-REQUEST.TXT AS A CHANGE SET    *
      * AGAINST OPERATOR-AUTH.TXT (DEL OF THE CURRENT RECORD, ADD OF *
      * IT WITHOUT THE REVOKED AUTHORITIES - NOTHING ADDED BACK WHEN *
      * THE ENTRY ITSELF OR EVERY AUTHORITY IS REVOKED), AND THE     *
      * RETURN FILE EMPTIED.  CHANGE-APPLY THEN VALIDATES, APPLIES   *
      * AND LOGS THE SET AS FOR ANY CONTROL FILE.  A RETURN WITH     *
      * REVOCATIONS IS REFUSED (RC 8) AND LEFT IN PLACE WHILE        *
      * CHANGE-REQUEST.TXT STILL HOLDS AN UNAPPLIED SET.             *
      *                                                              *
      * RECERT-WORKSHEET.TXT (132 BYTES, '*' LINES ARE HEADINGS):    *
      *   Q LINE: COLS 3-8 QUARTER, 10-17 FROM DATE, 19-26 TO DATE   *
      *   R LINE: COLS 13-20 REVIEWER OPERATOR ID                    *
      *   L LINE: COLS  3-10 OPERATOR    COLS 12-19 AUTHORITY        *
      *           COLS 21-25 USES        COLS 27-34 LAST USED        *
      *           COLS 36-41 FLAG (DORMNT / UNUSED)                  *
      *           COLS 43-48 DECISION (KEEP / REVOKE)                *
      *           COLS 50-132 REMARKS                                *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO 'RECERT-CONTROL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FST.
           SELECT OPTIONAL AUTH-FILE ASSIGN TO 'OPERATOR-AUTH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-FST.
           SELECT OPTIONAL AUTH-LOG-FILE ASSIGN TO 'AUTH-LOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-LOG-FST.
           SELECT OPTIONAL JOBCAT-FILE ASSIGN TO 'JOBCAT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBCAT-FST.
      *    EVERY DAY FOLDER'S RUN LEDGER, CONCATENATED BY THE SHELL
           SELECT OPTIONAL LEDGER-STAGE-FILE
               ASSIGN TO '/tmp/AOC-RECERT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STAGE-FST.
      *    BILLING MASTER BEFORE/AFTER TRAIL (BILLING-MAINT)
           SELECT OPTIONAL MASTER-AUDIT-FILE
               ASSIGN TO 'MASTER-AUDIT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-AUDIT-FST.
           SELECT OPTIONAL RERUN-REQUEST-FILE
               ASSIGN TO 'RERUN-REQUESTS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RERUN-REQUEST-FST.
           SELECT WORKSHEET-FILE ASSIGN TO 'RECERT-WORKSHEET.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKSHEET-FST.
           SELECT OPTIONAL RETURN-FILE ASSIGN TO 'RECERT-RETURN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-FST.
           SELECT OPTIONAL CHANGE-REQUEST-FILE
               ASSIGN TO 'CHANGE-REQUEST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-REQUEST-FST.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONTROL-RECORD.
       01  CONTROL-RECORD                         PIC X(80).

       FD  AUTH-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUTH-RECORD.
       01  AUTH-RECORD                            PIC X(80).

       FD  AUTH-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUTH-LOG-RECORD.
       01  AUTH-LOG-RECORD.
           05 ALG-DATE                            PIC X(8).
           05 FILLER                              PIC X(1).
           05 ALG-TIME                            PIC X(8).
           05 FILLER                              PIC X(1).
           05 ALG-OPERATOR                        PIC X(8).
           05 FILLER                              PIC X(1).
           05 ALG-TEXT                            PIC X(53).

       FD  JOBCAT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JOBCAT-RECORD.
       01  JOBCAT-RECORD                          PIC X(80).

       FD  LEDGER-STAGE-FILE
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LEDGER-STAGE-RECORD.
       01  LEDGER-STAGE-RECORD                    PIC X(200).

       FD  MASTER-AUDIT-FILE
           RECORD CONTAINS 85 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MASTER-AUDIT-RECORD.
       01  MASTER-AUDIT-RECORD.
           05 MAU-DATE                            PIC X(8).
           05 FILLER                              PIC X(1).
           05 MAU-TIME                            PIC X(8).
           05 FILLER                              PIC X(1).
           05 MAU-OPERATOR                        PIC X(8).
           05 FILLER                              PIC X(59).

       FD  RERUN-REQUEST-FILE
           RECORD CONTAINS 212 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RERUN-REQUEST-RECORD.
       01  RERUN-REQUEST-RECORD.
           05 RRQ-NUMBER                          PIC X(5).
           05 FILLER                              PIC X(1).
           05 RRQ-STATE                           PIC X(8).
           05 FILLER                              PIC X(67).
           05 RRQ-DECIDED-BY                      PIC X(8).
           05 FILLER                              PIC X(1).
           05 RRQ-DECIDED-DATE                    PIC X(8).
           05 FILLER                              PIC X(114).

       FD  WORKSHEET-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS WORKSHEET-RECORD.
       01  WORKSHEET-RECORD.
           05 WKS-TYPE                            PIC X(1).
           05 FILLER                              PIC X(1).
           05 WKS-OPERATOR                        PIC X(8).
           05 FILLER                              PIC X(1).
           05 WKS-AUTHORITY                       PIC X(8).
           05 FILLER                              PIC X(1).
           05 WKS-USES                            PIC 9(5).
           05 FILLER                              PIC X(1).
           05 WKS-LAST-USED                       PIC X(8).
           05 FILLER                              PIC X(1).
           05 WKS-FLAG                            PIC X(6).
           05 FILLER                              PIC X(1).
           05 WKS-DECISION                        PIC X(6).
           05 FILLER                              PIC X(1).
           05 WKS-REMARKS                         PIC X(83).

       FD  RETURN-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RETURN-RECORD.
       01  RETURN-RECORD.
           05 RTN-TYPE                            PIC X(1).
           05 FILLER                              PIC X(1).
           05 RTN-OPERATOR                        PIC X(8).
           05 FILLER                              PIC X(1).
           05 RTN-AUTHORITY                       PIC X(8).
           05 FILLER                              PIC X(1).
           05 RTN-USES                            PIC X(5).
           05 FILLER                              PIC X(1).
           05 RTN-LAST-USED                       PIC X(8).
           05 FILLER                              PIC X(1).
           05 RTN-FLAG                            PIC X(6).
           05 FILLER                              PIC X(1).
           05 RTN-DECISION                        PIC X(6).
           05 FILLER                              PIC X(84).

       FD  CHANGE-REQUEST-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CHANGE-REQUEST-RECORD.
       01  CHANGE-REQUEST-RECORD                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
       01  WS-CONTROL-FST                         PIC X(2) VALUE '00'.
       01  WS-AUTH-FST                            PIC X(2) VALUE '00'.
       01  WS-AUTH-LOG-FST                        PIC X(2) VALUE '00'.
       01  WS-JOBCAT-FST                          PIC X(2) VALUE '00'.
       01  WS-LEDGER-STAGE-FST                    PIC X(2) VALUE '00'.
       01  WS-MASTER-AUDIT-FST                    PIC X(2) VALUE '00'.
       01  WS-RERUN-REQUEST-FST                   PIC X(2) VALUE '00'.
       01  WS-WORKSHEET-FST                       PIC X(2) VALUE '00'.
       01  WS-RETURN-FST                          PIC X(2) VALUE '00'.
       01  WS-CHANGE-REQUEST-FST                  PIC X(2) VALUE '00'.
       01  WS-EOF-FLAG                            PIC X(1).
           88 SCAN-EOF                                     VALUE 'Y'.
           88 NOT-SCAN-EOF                                 VALUE 'N'.
       01  WS-RUN-DATE                            PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY                         PIC 9(4).
           05 WS-RUN-MM                           PIC 9(2).
           05 WS-RUN-DD                           PIC 9(2).
       01  WS-RUN-TIME                            PIC 9(8).
       01  WS-COMMAND                             PIC X(300).

      *    THE QUARTER UNDER REVIEW
       01  WS-QUARTER                             PIC X(6) VALUE SPACES.
       01  WS-QUARTER-X REDEFINES WS-QUARTER.
           05 WS-QTR-YYYY                         PIC 9(4).
           05 WS-QTR-Q                            PIC X(1).
           05 WS-QTR-N                            PIC 9(1).
       01  WS-QTR-FROM                            PIC 9(8).
       01  WS-QTR-TO                              PIC 9(8).
       01  WS-QTR-MONTH                           PIC 9(2).

      *    THE ROSTER - ONE ENTRY PER OPERATOR, WITH THE AUTHORITIES
      *    GRANTED ON ITS RECORD AND, ON A RETURN, WHAT WAS REVOKED
       01  WS-OP-CNT                              PIC 9(3) VALUE 0.
       01  WS-OP-MAX                              PIC 9(3) VALUE 50.
       01  WS-OP-SKIPPED                          PIC 9(3) VALUE 0.
       01  WS-OP-TABLE.
           05 WS-OP-ENTRY OCCURS 50 TIMES.
              10 WS-OP-ID                         PIC X(8).
              10 WS-OP-RECORD                     PIC X(80).
              10 WS-OP-ENTRY-REVOKE               PIC X(1).
              10 WS-OP-TOK-CNT                    PIC 9(2).
              10 WS-OP-TOKEN-ENTRY OCCURS 12 TIMES.
                 15 WS-OP-TOKEN                   PIC X(8).
                 15 WS-OP-TOK-REVOKE              PIC X(1).
       01  WS-OP-SUB                              PIC 9(3).
       01  WS-TOK-SUB                             PIC 9(2).
       01  WS-TOK-TEXT                            PIC X(20).
       01  WS-TOK-PTR                             PIC 9(3).

      *    JOBCAT PROGRAM-ID TO JOB NAME
       01  WS-JOB-CNT                             PIC 9(2) VALUE 0.
       01  WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 40 TIMES.
              10 WS-JOB-NAME                      PIC X(8).
              10 WS-JOB-PROGRAM                   PIC X(24).
       01  WS-JOB-SUB                             PIC 9(2).

      *    USE OVER THE QUARTER, BY OPERATOR AND JOB.  APPROVALS ARE
      *    KEPT UNDER 'APPROVE' AND OTHER AUTH-LOG ACTIVITY UNDER
      *    'AUTHLOG'; BOTH COUNT ONLY TOWARD THE OPERATOR'S ENTRY.
       01  WS-USE-CNT                             PIC 9(3) VALUE 0.
       01  WS-USE-MAX                             PIC 9(3) VALUE 500.
       01  WS-USE-FULL                            PIC X(1) VALUE 'N'.
       01  WS-USE-TABLE.
           05 WS-USE-ENTRY OCCURS 500 TIMES.
              10 WS-USE-OP                        PIC X(8).
              10 WS-USE-JOB                       PIC X(8).
              10 WS-USE-TIMES                     PIC 9(5).
              10 WS-USE-LAST                      PIC 9(8).
       01  WS-USE-SUB                             PIC 9(3).
       01  WS-U-OP                                PIC X(8).
       01  WS-U-JOB                               PIC X(8).
       01  WS-U-DATE                              PIC 9(8).

      *    THE SHOP'S GUARDED JOBS - WHAT 'ALL' ACTUALLY GRANTS
       01  C-GUARDED-LIST                         PIC X(32)
           VALUE 'DAY06   DAY07   DAY12   DAY14   '.
       01  C-GUARDED-TABLE REDEFINES C-GUARDED-LIST.
           05 C-GUARDED-JOB OCCURS 4 TIMES        PIC X(8).
       01  WS-GRD-SUB                             PIC 9(1).

      *    LEDGER PARSE FIELDS
       01  WS-LG-PROGRAM                          PIC X(24).
       01  WS-LG-OPER                             PIC X(8).
       01  WS-LG-DATE                             PIC 9(8).
       01  WS-LG-TOKEN                            PIC X(40).
       01  WS-LG-PTR                              PIC 9(3).

      *    ONE WORKSHEET LINE'S FIGURES
       01  WS-LN-USES                             PIC 9(5).
       01  WS-LN-LAST                             PIC 9(8).
       01  WS-LN-REMARKS                          PIC X(83).
       01  WS-LN-PTR                              PIC 9(3).
       01  WS-GRD-USES                            PIC 9(5).

      *    RETURN PROCESSING
       01  WS-RETURN-PRESENT                      PIC X(1) VALUE 'N'.
       01  WS-RETURN-VALID                        PIC X(1) VALUE 'Y'.
       01  WS-REVIEWER                            PIC X(8) VALUE SPACES.
       01  WS-RTN-QUARTER                         PIC X(6) VALUE SPACES.
       01  WS-RTN-LINE-CNT                        PIC 9(4) VALUE 0.
       01  WS-RTN-MAX                             PIC 9(4) VALUE 600.
       01  WS-RTN-TABLE.
           05 WS-RTN-ENTRY OCCURS 600 TIMES.
              10 WS-RT-OPERATOR                   PIC X(8).
              10 WS-RT-AUTHORITY                  PIC X(8).
              10 WS-RT-DECISION                   PIC X(6).
       01  WS-RTN-SUB                             PIC 9(4).
       01  WS-FOUND                               PIC X(1).
       01  WS-NEW-RECORD                          PIC X(80).
       01  WS-NEW-PTR                             PIC 9(3).
       01  WS-KEPT-CNT                            PIC 9(2).
       01  WS-PENDING-CNT                         PIC 9(4) VALUE 0.

       01  WS-LINE-CNT                            PIC 9(4) VALUE 0.
       01  WS-DORMANT-CNT                         PIC 9(4) VALUE 0.
       01  WS-UNUSED-CNT                          PIC 9(4) VALUE 0.
       01  WS-KEEP-CNT                            PIC 9(4) VALUE 0.
       01  WS-REVOKE-CNT                          PIC 9(4) VALUE 0.
       01  WS-CHANGED-OP-CNT                      PIC 9(3) VALUE 0.

       01  WS-END                                 PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

       PROCEDURE DIVISION.
      ***************************************************************
      * MAINLINE                                                    *
      ***************************************************************
       0000-MAINLINE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 1000-READ-CONTROL     THRU 1000-EXIT
           PERFORM 1100-LOAD-ROSTER      THRU 1100-EXIT
           IF WS-OP-CNT EQUAL 0
               DISPLAY 'AOC2802E ACCESS-RECERT: NO OPERATORS ON '
                   'OPERATOR-AUTH.TXT - NOTHING TO RECERTIFY'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 5000-READ-RETURN      THRU 5000-EXIT
           IF WS-RETURN-PRESENT EQUAL 'Y'
               PERFORM 6000-PROCESS-RETURN THRU 6000-EXIT
               STOP RUN
           END-IF

           PERFORM 1200-LOAD-JOBCAT      THRU 1200-EXIT
           PERFORM 2000-LOAD-LEDGER-USE  THRU 2000-EXIT
           PERFORM 2200-LOAD-AUDIT-USE   THRU 2200-EXIT
           PERFORM 2300-LOAD-AUTH-LOG    THRU 2300-EXIT
           PERFORM 2400-LOAD-DECISIONS   THRU 2400-EXIT
           IF WS-USE-FULL EQUAL 'Y'
               DISPLAY 'AOC2803W ACCESS-RECERT: USE TABLE FULL AT '
                   WS-USE-MAX ' - LATER USE NOT COUNTED'
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 3000-WRITE-WORKSHEET  THRU 3000-EXIT
           DISPLAY 'AOC2801I ACCESS-RECERT: ' WS-QUARTER
               ' WORKSHEET - ' WS-LINE-CNT ' LINE(S), '
               WS-DORMANT-CNT ' DORMANT OPERATOR(S), '
               WS-UNUSED-CNT ' UNUSED AUTHORITY(IES)'
               ' - SEE RECERT-WORKSHEET.TXT'
           STOP RUN.

      ***************************************************************
      * THE QUARTER TO REVIEW: 'QUARTER=yyyyQn', ELSE THE LAST       *
      * COMPLETE CALENDAR QUARTER BEFORE TODAY                       *
      ***************************************************************
       1000-READ-CONTROL.

           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FST NOT EQUAL '05'
               SET NOT-SCAN-EOF TO TRUE
               PERFORM UNTIL SCAN-EOF
                   READ CONTROL-FILE
                       AT END
                           SET SCAN-EOF TO TRUE
                       NOT AT END
                           IF CONTROL-RECORD(1:8) EQUAL 'QUARTER='
                               MOVE CONTROL-RECORD(9:6) TO WS-QUARTER
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CONTROL-FILE
           IF WS-QUARTER NOT EQUAL SPACES
               IF WS-QTR-YYYY IS NUMERIC
                   AND WS-QTR-Q EQUAL 'Q'
                   AND WS-QTR-N IS NUMERIC
                   AND WS-QTR-N GREATER 0
                   AND WS-QTR-N LESS 5
                   GO TO 1000-DATES
               END-IF
               DISPLAY 'AOC2804W ACCESS-RECERT: QUARTER=' WS-QUARTER
                   ' IS NOT yyyyQn - LAST COMPLETE QUARTER USED'
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-RUN-YYYY TO WS-QTR-YYYY
           MOVE 'Q' TO WS-QTR-Q
           COMPUTE WS-QTR-N = (WS-RUN-MM - 1) / 3
           IF WS-QTR-N EQUAL 0
               SUBTRACT 1 FROM WS-QTR-YYYY
               MOVE 4 TO WS-QTR-N
           END-IF
           .
       1000-DATES.
           COMPUTE WS-QTR-MONTH = (WS-QTR-N * 3) - 2
           COMPUTE WS-QTR-FROM =
               (WS-QTR-YYYY * 10000) + (WS-QTR-MONTH * 100) + 1
           EVALUATE WS-QTR-N
               WHEN 1
                   COMPUTE WS-QTR-TO = (WS-QTR-YYYY * 10000) + 0331
               WHEN 2
                   COMPUTE WS-QTR-TO = (WS-QTR-YYYY * 10000) + 0630
               WHEN 3
                   COMPUTE WS-QTR-TO = (WS-QTR-YYYY * 10000) + 0930
               WHEN OTHER
                   COMPUTE WS-QTR-TO = (WS-QTR-YYYY * 10000) + 1231
           END-EVALUATE
           .
       1000-EXIT.
           EXIT.

      ***************************************************************
      * LOAD OPERATOR-AUTH.TXT: OPERATOR ID IN COLS 1-8, THE GRANTED *
      * AUTHORITIES (JOB NAMES OR 'ALL') AFTER IT                    *
      ***************************************************************
       1100-LOAD-ROSTER.

           OPEN INPUT AUTH-FILE
           IF WS-AUTH-FST EQUAL '05'
               CLOSE AUTH-FILE
               GO TO 1100-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ AUTH-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF AUTH-RECORD(1:1) NOT EQUAL '*'
                           AND AUTH-RECORD(1:8) NOT EQUAL SPACES
                           IF WS-OP-CNT LESS WS-OP-MAX
                               PERFORM 1150-STORE-OPERATOR
                                   THRU 1150-EXIT
                           ELSE
                               ADD 1 TO WS-OP-SKIPPED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTH-FILE
           IF WS-OP-SKIPPED GREATER 0
               DISPLAY 'AOC2815W ACCESS-RECERT: ROSTER FULL AT '
                   WS-OP-MAX ' OPERATORS - ' WS-OP-SKIPPED
                   ' LATER OPERATOR(S) NOT RECERTIFIED'
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       1100-EXIT.
           EXIT.

       1150-STORE-OPERATOR.

           ADD 1 TO WS-OP-CNT
           MOVE AUTH-RECORD(1:8) TO WS-OP-ID(WS-OP-CNT)
           MOVE AUTH-RECORD TO WS-OP-RECORD(WS-OP-CNT)
           MOVE SPACE TO WS-OP-ENTRY-REVOKE(WS-OP-CNT)
           MOVE 0 TO WS-OP-TOK-CNT(WS-OP-CNT)
           MOVE 9 TO WS-TOK-PTR
           PERFORM UNTIL WS-TOK-PTR GREATER 80
               MOVE SPACES TO WS-TOK-TEXT
               UNSTRING AUTH-RECORD DELIMITED BY ALL ' ' OR ','
                   INTO WS-TOK-TEXT
                   WITH POINTER WS-TOK-PTR
               END-UNSTRING
               IF WS-TOK-TEXT NOT EQUAL SPACES
                   AND WS-OP-TOK-CNT(WS-OP-CNT) LESS 12
                   ADD 1 TO WS-OP-TOK-CNT(WS-OP-CNT)
                   MOVE WS-OP-TOK-CNT(WS-OP-CNT) TO WS-TOK-SUB
                   MOVE WS-TOK-TEXT
                       TO WS-OP-TOKEN(WS-OP-CNT, WS-TOK-SUB)
                   MOVE SPACE
                       TO WS-OP-TOK-REVOKE(WS-OP-CNT, WS-TOK-SUB)
               END-IF
           END-PERFORM
           .
       1150-EXIT.
           EXIT.

      ***************************************************************
      * JOBCAT ENTRY ROWS: JOB NAME COLS 3-10, PROGRAM-ID 15-38      *
      ***************************************************************
       1200-LOAD-JOBCAT.

           OPEN INPUT JOBCAT-FILE
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ JOBCAT-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF JOBCAT-RECORD(1:1) NOT EQUAL '*'
                           AND JOBCAT-RECORD(3:8) NOT EQUAL SPACES
                           AND WS-JOB-CNT LESS 40
                           ADD 1 TO WS-JOB-CNT
                           MOVE JOBCAT-RECORD(3:8)
                               TO WS-JOB-NAME(WS-JOB-CNT)
                           MOVE JOBCAT-RECORD(15:24)
                               TO WS-JOB-PROGRAM(WS-JOB-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBCAT-FILE
           .
       1200-EXIT.
           EXIT.

      ***************************************************************
      * RUNS OVER THE QUARTER FROM EVERY DAY FOLDER'S RUN LEDGER -   *
      * PROGRAM-ID FIRST, THEN DATE= (BUSINESS DATE) AND OPER=       *
      ***************************************************************
       2000-LOAD-LEDGER-USE.

           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-RECERT.TXT ; '
               'for f in "day "*/RUN-LEDGER.TXT ; do '
               'cat "$f" ; done > /tmp/AOC-RECERT.TXT 2>/dev/null'
               DELIMITED BY SIZE INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           OPEN INPUT LEDGER-STAGE-FILE
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ LEDGER-STAGE-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-PARSE-LEDGER THRU 2100-EXIT
               END-READ
           END-PERFORM
           CLOSE LEDGER-STAGE-FILE
           .
       2000-EXIT.
           EXIT.

       2100-PARSE-LEDGER.

           MOVE SPACES TO WS-LG-PROGRAM WS-LG-OPER
           MOVE 0 TO WS-LG-DATE
           MOVE 1 TO WS-LG-PTR
           UNSTRING LEDGER-STAGE-RECORD DELIMITED BY ALL ' '
               INTO WS-LG-PROGRAM
               WITH POINTER WS-LG-PTR
           END-UNSTRING
           PERFORM UNTIL WS-LG-PTR GREATER 200
               MOVE SPACES TO WS-LG-TOKEN
               UNSTRING LEDGER-STAGE-RECORD DELIMITED BY ALL ' '
                   INTO WS-LG-TOKEN
                   WITH POINTER WS-LG-PTR
               END-UNSTRING
               IF WS-LG-TOKEN(1:5) EQUAL 'DATE='
                   AND WS-LG-TOKEN(6:8) IS NUMERIC
                   MOVE WS-LG-TOKEN(6:8) TO WS-LG-DATE
               END-IF
               IF WS-LG-TOKEN(1:5) EQUAL 'OPER='
                   MOVE WS-LG-TOKEN(6:8) TO WS-LG-OPER
               END-IF
               IF WS-LG-TOKEN EQUAL SPACES
                   OR (WS-LG-DATE GREATER 0
                       AND WS-LG-OPER NOT EQUAL SPACES)
                   MOVE 201 TO WS-LG-PTR
               END-IF
           END-PERFORM
           IF WS-LG-OPER EQUAL SPACES
               GO TO 2100-EXIT
           END-IF
           MOVE SPACES TO WS-U-JOB
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB GREATER WS-JOB-CNT
               IF WS-JOB-PROGRAM(WS-JOB-SUB) EQUAL WS-LG-PROGRAM
                   MOVE WS-JOB-NAME(WS-JOB-SUB) TO WS-U-JOB
               END-IF
           END-PERFORM
           IF WS-U-JOB EQUAL SPACES
               MOVE WS-LG-PROGRAM TO WS-U-JOB
           END-IF
           MOVE WS-LG-OPER TO WS-U-OP
           MOVE WS-LG-DATE TO WS-U-DATE
           PERFORM 2900-ADD-USE THRU 2900-EXIT
           .
       2100-EXIT.
           EXIT.

      ***************************************************************
      * BILLING MASTER CHANGES COUNT AS DAY12 USE                    *
      ***************************************************************
       2200-LOAD-AUDIT-USE.

           OPEN INPUT MASTER-AUDIT-FILE
           IF WS-MASTER-AUDIT-FST EQUAL '05'
               CLOSE MASTER-AUDIT-FILE
               GO TO 2200-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ MASTER-AUDIT-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF MAU-DATE IS NUMERIC
                           MOVE MAU-OPERATOR TO WS-U-OP
                           MOVE 'DAY12' TO WS-U-JOB
                           MOVE MAU-DATE TO WS-U-DATE
                           PERFORM 2900-ADD-USE THRU 2900-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTER-AUDIT-FILE
           .
       2200-EXIT.
           EXIT.

      ***************************************************************
      * AUTH-LOG.TXT: A DUAL-CONTROL APPROVAL IS APPROVE USE; ANY    *
      * OTHER LINE IS STILL ACTIVITY BY THAT OPERATOR                *
      ***************************************************************
       2300-LOAD-AUTH-LOG.

           OPEN INPUT AUTH-LOG-FILE
           IF WS-AUTH-LOG-FST EQUAL '05'
               CLOSE AUTH-LOG-FILE
               GO TO 2300-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ AUTH-LOG-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF ALG-DATE IS NUMERIC
                           MOVE ALG-OPERATOR TO WS-U-OP
                           MOVE ALG-DATE TO WS-U-DATE
                           MOVE 'AUTHLOG' TO WS-U-JOB
                           IF ALG-TEXT(1:8) EQUAL 'DUALCTL '
                               AND ALG-TEXT(14:10) EQUAL ' APPROVED '
                               MOVE 'APPROVE' TO WS-U-JOB
                           END-IF
                           PERFORM 2900-ADD-USE THRU 2900-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTH-LOG-FILE
           .
       2300-EXIT.
           EXIT.

      ***************************************************************
      * A RERUN REQUEST APPROVED OR REJECTED IN THE QUARTER IS       *
      * APPROVE USE BY THE SUPERVISOR WHO DECIDED IT                 *
      ***************************************************************
       2400-LOAD-DECISIONS.

           OPEN INPUT RERUN-REQUEST-FILE
           IF WS-RERUN-REQUEST-FST EQUAL '05'
               CLOSE RERUN-REQUEST-FILE
               GO TO 2400-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ RERUN-REQUEST-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF RRQ-NUMBER IS NUMERIC
                           AND RRQ-DECIDED-BY NOT EQUAL SPACES
                           AND RRQ-DECIDED-DATE IS NUMERIC
                           MOVE RRQ-DECIDED-BY TO WS-U-OP
                           MOVE 'APPROVE' TO WS-U-JOB
                           MOVE RRQ-DECIDED-DATE TO WS-U-DATE
                           PERFORM 2900-ADD-USE THRU 2900-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RERUN-REQUEST-FILE
           .
       2400-EXIT.
           EXIT.

      ***************************************************************
      * COUNT ONE USE OF WS-U-JOB BY WS-U-OP ON WS-U-DATE, IF THE    *
      * DATE FALLS IN THE QUARTER                                    *
      ***************************************************************
       2900-ADD-USE.

           IF WS-U-DATE LESS WS-QTR-FROM
               OR WS-U-DATE GREATER WS-QTR-TO
               OR WS-U-OP EQUAL SPACES
               GO TO 2900-EXIT
           END-IF
           PERFORM VARYING WS-USE-SUB FROM 1 BY 1
                   UNTIL WS-USE-SUB GREATER WS-USE-CNT
               IF WS-USE-OP(WS-USE-SUB) EQUAL WS-U-OP
                   AND WS-USE-JOB(WS-USE-SUB) EQUAL WS-U-JOB
                   ADD 1 TO WS-USE-TIMES(WS-USE-SUB)
                   IF WS-U-DATE GREATER WS-USE-LAST(WS-USE-SUB)
                       MOVE WS-U-DATE TO WS-USE-LAST(WS-USE-SUB)
                   END-IF
                   GO TO 2900-EXIT
               END-IF
           END-PERFORM
           IF WS-USE-CNT NOT LESS WS-USE-MAX
               MOVE 'Y' TO WS-USE-FULL
               GO TO 2900-EXIT
           END-IF
           ADD 1 TO WS-USE-CNT
           MOVE WS-U-OP   TO WS-USE-OP(WS-USE-CNT)
           MOVE WS-U-JOB  TO WS-USE-JOB(WS-USE-CNT)
           MOVE 1         TO WS-USE-TIMES(WS-USE-CNT)
           MOVE WS-U-DATE TO WS-USE-LAST(WS-USE-CNT)
           .
       2900-EXIT.
           EXIT.

      ***************************************************************
      * THE WORKSHEET - AN ENTRY LINE THEN ONE LINE PER GRANTED      *
      * AUTHORITY FOR EACH OPERATOR                                  *
      ***************************************************************
       3000-WRITE-WORKSHEET.

           OPEN OUTPUT WORKSHEET-FILE
           IF WS-WORKSHEET-FST NOT EQUAL '00'
               DISPLAY 'AOC2805E ACCESS-RECERT: CANNOT WRITE '
                   'RECERT-WORKSHEET.TXT - STATUS ' WS-WORKSHEET-FST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WORKSHEET-RECORD
           STRING '* OPERATOR ACCESS RECERTIFICATION WORKSHEET  '
               'QUARTER ' WS-QUARTER '  PREPARED ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WORKSHEET-RECORD
           END-STRING
           WRITE WORKSHEET-RECORD
           MOVE SPACES TO WORKSHEET-RECORD
           STRING '* ENTER YOUR OPERATOR ID ON THE R LINE AND KEEP OR'
               ' REVOKE ON EVERY L LINE, THEN RETURN THIS FILE AS'
               ' RECERT-RETURN.TXT'
               DELIMITED BY SIZE INTO WORKSHEET-RECORD
           END-STRING
           WRITE WORKSHEET-RECORD
           MOVE SPACES TO WORKSHEET-RECORD
           STRING '* REVOKING ENTRY REMOVES THE OPERATOR FROM '
               'OPERATOR-AUTH.TXT.  LEAVE YOUR OWN LINES BLANK.'
               DELIMITED BY SIZE INTO WORKSHEET-RECORD
           END-STRING
           WRITE WORKSHEET-RECORD
           MOVE SPACES TO WORKSHEET-RECORD
           STRING 'Q ' WS-QUARTER ' ' WS-QTR-FROM ' ' WS-QTR-TO
               DELIMITED BY SIZE INTO WORKSHEET-RECORD
           END-STRING
           WRITE WORKSHEET-RECORD
           MOVE SPACES TO WORKSHEET-RECORD
           MOVE 'R REVIEWER: ' TO WORKSHEET-RECORD
           WRITE WORKSHEET-RECORD
           MOVE SPACES TO WORKSHEET-RECORD
           STRING '* OPERATR AUTHORTY  USES LASTUSED FLAG   DECISN'
               ' REMARKS'
               DELIMITED BY SIZE INTO WORKSHEET-RECORD
           END-STRING
           WRITE WORKSHEET-RECORD
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB GREATER WS-OP-CNT
               PERFORM 3100-OPERATOR-LINES THRU 3100-EXIT
           END-PERFORM
           CLOSE WORKSHEET-FILE
           .
       3000-EXIT.
           EXIT.

       3100-OPERATOR-LINES.

      *    ENTRY - EVERYTHING THE OPERATOR DID IN THE QUARTER
           MOVE 0 TO WS-LN-USES WS-LN-LAST
           PERFORM VARYING WS-USE-SUB FROM 1 BY 1
                   UNTIL WS-USE-SUB GREATER WS-USE-CNT
               IF WS-USE-OP(WS-USE-SUB) EQUAL WS-OP-ID(WS-OP-SUB)
                   ADD WS-USE-TIMES(WS-USE-SUB) TO WS-LN-USES
                   IF WS-USE-LAST(WS-USE-SUB) GREATER WS-LN-LAST
                       MOVE WS-USE-LAST(WS-USE-SUB) TO WS-LN-LAST
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-LN-REMARKS
           MOVE 'APPROVE' TO WS-U-JOB
           PERFORM 3300-FIND-USE THRU 3300-EXIT
           IF WS-USE-SUB GREATER 0
               STRING 'INCLUDES ' WS-USE-TIMES(WS-USE-SUB)
                   ' APPROVAL(S)'
                   DELIMITED BY SIZE INTO WS-LN-REMARKS
               END-STRING
           END-IF
           MOVE 'ENTRY' TO WKS-AUTHORITY
           PERFORM 3200-WRITE-LINE THRU 3200-EXIT

           PERFORM VARYING WS-TOK-SUB FROM 1 BY 1
                   UNTIL WS-TOK-SUB GREATER WS-OP-TOK-CNT(WS-OP-SUB)
               MOVE 0 TO WS-LN-USES WS-LN-LAST
               MOVE SPACES TO WS-LN-REMARKS
               IF WS-OP-TOKEN(WS-OP-SUB, WS-TOK-SUB) EQUAL 'ALL'
                   PERFORM 3150-ALL-USE THRU 3150-EXIT
               ELSE
                   MOVE WS-OP-TOKEN(WS-OP-SUB, WS-TOK-SUB) TO WS-U-JOB
                   PERFORM 3300-FIND-USE THRU 3300-EXIT
                   IF WS-USE-SUB GREATER 0
                       MOVE WS-USE-TIMES(WS-USE-SUB) TO WS-LN-USES
                       MOVE WS-USE-LAST(WS-USE-SUB) TO WS-LN-LAST
                   END-IF
               END-IF
               MOVE WS-OP-TOKEN(WS-OP-SUB, WS-TOK-SUB)
                   TO WKS-AUTHORITY
               PERFORM 3200-WRITE-LINE THRU 3200-EXIT
           END-PERFORM
           .
       3100-EXIT.
           EXIT.

      *    'ALL' - THE GUARDED JOBS, EACH SHOWN IN THE REMARKS
       3150-ALL-USE.

           MOVE 1 TO WS-LN-PTR
           PERFORM VARYING WS-GRD-SUB FROM 1 BY 1
                   UNTIL WS-GRD-SUB GREATER 4
               MOVE C-GUARDED-JOB(WS-GRD-SUB) TO WS-U-JOB
               PERFORM 3300-FIND-USE THRU 3300-EXIT
               MOVE 0 TO WS-GRD-USES
               IF WS-USE-SUB GREATER 0
                   MOVE WS-USE-TIMES(WS-USE-SUB) TO WS-GRD-USES
                   ADD WS-USE-TIMES(WS-USE-SUB) TO WS-LN-USES
                   IF WS-USE-LAST(WS-USE-SUB) GREATER WS-LN-LAST
                       MOVE WS-USE-LAST(WS-USE-SUB) TO WS-LN-LAST
                   END-IF
               END-IF
               STRING C-GUARDED-JOB(WS-GRD-SUB) DELIMITED BY SPACE
                   ' ' WS-GRD-USES '  ' DELIMITED BY SIZE
                   INTO WS-LN-REMARKS
                   WITH POINTER WS-LN-PTR
               END-STRING
           END-PERFORM
           .
       3150-EXIT.
           EXIT.

       3200-WRITE-LINE.

           MOVE WKS-AUTHORITY TO WS-TOK-TEXT
           MOVE SPACES TO WORKSHEET-RECORD
           MOVE 'L' TO WKS-TYPE
           MOVE WS-OP-ID(WS-OP-SUB) TO WKS-OPERATOR
           MOVE WS-TOK-TEXT TO WKS-AUTHORITY
           MOVE WS-LN-USES TO WKS-USES
           IF WS-LN-LAST GREATER 0
               MOVE WS-LN-LAST TO WKS-LAST-USED
           END-IF
           IF WS-LN-USES EQUAL 0
               IF WS-TOK-TEXT EQUAL 'ENTRY'
                   MOVE 'DORMNT' TO WKS-FLAG
                   ADD 1 TO WS-DORMANT-CNT
               ELSE
                   MOVE 'UNUSED' TO WKS-FLAG
                   ADD 1 TO WS-UNUSED-CNT
               END-IF
           END-IF
           MOVE WS-LN-REMARKS TO WKS-REMARKS
           WRITE WORKSHEET-RECORD
           ADD 1 TO WS-LINE-CNT
           .
       3200-EXIT.
           EXIT.

      *    WS-USE-SUB POINTS AT THE OPERATOR'S USE OF WS-U-JOB, OR 0
       3300-FIND-USE.

           PERFORM VARYING WS-USE-SUB FROM 1 BY 1
                   UNTIL WS-USE-SUB GREATER WS-USE-CNT
               IF WS-USE-OP(WS-USE-SUB) EQUAL WS-OP-ID(WS-OP-SUB)
                   AND WS-USE-JOB(WS-USE-SUB) EQUAL WS-U-JOB
                   GO TO 3300-EXIT
               END-IF
           END-PERFORM
           MOVE 0 TO WS-USE-SUB
           .
       3300-EXIT.
           EXIT.

      ***************************************************************
      * A RETURNED WORKSHEET, IF ONE IS WAITING.  AN EMPTY FILE (THE *
      * LAST RETURN, ALREADY PROCESSED) COUNTS AS NONE.              *
      ***************************************************************
       5000-READ-RETURN.

           OPEN INPUT RETURN-FILE
           IF WS-RETURN-FST EQUAL '05'
               CLOSE RETURN-FILE
               GO TO 5000-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ RETURN-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       PERFORM 5100-RETURN-LINE THRU 5100-EXIT
               END-READ
           END-PERFORM
           CLOSE RETURN-FILE
           .
       5000-EXIT.
           EXIT.

       5100-RETURN-LINE.

           EVALUATE RTN-TYPE
               WHEN 'Q'
                   MOVE RETURN-RECORD(3:6) TO WS-RTN-QUARTER
                   MOVE 'Y' TO WS-RETURN-PRESENT
               WHEN 'R'
                   MOVE RETURN-RECORD(13:8) TO WS-REVIEWER
               WHEN 'L'
                   MOVE 'Y' TO WS-RETURN-PRESENT
                   IF WS-RTN-LINE-CNT LESS WS-RTN-MAX
                       ADD 1 TO WS-RTN-LINE-CNT
                       MOVE RTN-OPERATOR
                           TO WS-RT-OPERATOR(WS-RTN-LINE-CNT)
                       MOVE RTN-AUTHORITY
                           TO WS-RT-AUTHORITY(WS-RTN-LINE-CNT)
                       MOVE RTN-DECISION
                           TO WS-RT-DECISION(WS-RTN-LINE-CNT)
                   ELSE
                       DISPLAY 'AOC2806E ACCESS-RECERT: RETURN HAS '
                           'MORE THAN ' WS-RTN-MAX ' LINES'
                       MOVE 'N' TO WS-RETURN-VALID
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       5100-EXIT.
           EXIT.

      ***************************************************************
      * VALIDATE THE RETURN WHOLE, THEN LOG EVERY DECISION, WRITE    *
      * THE REVOCATIONS AS A CHANGE SET AND EMPTY THE RETURN FILE    *
      ***************************************************************
       6000-PROCESS-RETURN.

           IF WS-REVIEWER EQUAL SPACES
               DISPLAY 'AOC2807E ACCESS-RECERT: NO REVIEWER ON THE R'
                   ' LINE OF RECERT-RETURN.TXT'
               MOVE 'N' TO WS-RETURN-VALID
           ELSE
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                       UNTIL WS-OP-SUB GREATER WS-OP-CNT
                   IF WS-OP-ID(WS-OP-SUB) EQUAL WS-REVIEWER
                       MOVE 'Y' TO WS-FOUND
                   END-IF
               END-PERFORM
               IF WS-FOUND NOT EQUAL 'Y'
                   DISPLAY 'AOC2807E ACCESS-RECERT: REVIEWER '
                       WS-REVIEWER ' IS NOT ON OPERATOR-AUTH.TXT'
                   MOVE 'N' TO WS-RETURN-VALID
               END-IF
           END-IF
           PERFORM VARYING WS-RTN-SUB FROM 1 BY 1
                   UNTIL WS-RTN-SUB GREATER WS-RTN-LINE-CNT
               PERFORM 6100-CHECK-DECISION THRU 6100-EXIT
           END-PERFORM
           IF WS-RETURN-VALID NOT EQUAL 'Y'
               DISPLAY 'AOC2808E ACCESS-RECERT: RETURN REFUSED - '
                   'CORRECT RECERT-RETURN.TXT AND RERUN'
               MOVE 8 TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF

           PERFORM 6050-CHECK-PENDING THRU 6050-EXIT
           IF WS-PENDING-CNT GREATER 0
               DISPLAY 'AOC2816E ACCESS-RECERT: CHANGE-REQUEST.TXT '
                   'STILL HOLDS ' WS-PENDING-CNT ' UNAPPLIED RECORD(S)'
                   ' - RUN CHANGE-APPLY FIRST; RETURN LEFT IN PLACE'
               MOVE 8 TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF

           PERFORM VARYING WS-RTN-SUB FROM 1 BY 1
                   UNTIL WS-RTN-SUB GREATER WS-RTN-LINE-CNT
               PERFORM 6200-LOG-DECISION THRU 6200-EXIT
           END-PERFORM
           IF WS-REVOKE-CNT GREATER 0
               PERFORM 6300-WRITE-CHANGE-SET THRU 6300-EXIT
           END-IF
           OPEN OUTPUT RETURN-FILE
           CLOSE RETURN-FILE
           DISPLAY 'AOC2809I ACCESS-RECERT: ' WS-RTN-QUARTER
               ' RETURN FROM ' WS-REVIEWER ' - ' WS-KEEP-CNT
               ' KEPT, ' WS-REVOKE-CNT ' REVOKED'
           IF WS-CHANGED-OP-CNT GREATER 0
               DISPLAY 'AOC2810I ACCESS-RECERT: ' WS-CHANGED-OP-CNT
                   ' OPERATOR-AUTH.TXT RECORD(S) TO CHANGE - RUN'
                   ' CHANGE-APPLY TO APPLY CHANGE-REQUEST.TXT'
           END-IF
           .
       6000-EXIT.
           EXIT.

      *    A RETURN WITH REVOCATIONS WRITES CHANGE-REQUEST.TXT; AN
      *    UNAPPLIED SET ALREADY THERE (ANY NON-COMMENT RECORD) MUST
      *    NOT BE OVERWRITTEN, SO WS-PENDING-CNT COUNTS ITS RECORDS
       6050-CHECK-PENDING.

           MOVE 0 TO WS-PENDING-CNT
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-RTN-SUB FROM 1 BY 1
                   UNTIL WS-RTN-SUB GREATER WS-RTN-LINE-CNT
               IF WS-RT-DECISION(WS-RTN-SUB) EQUAL 'REVOKE'
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND NOT EQUAL 'Y'
               GO TO 6050-EXIT
           END-IF
           OPEN INPUT CHANGE-REQUEST-FILE
           IF WS-CHANGE-REQUEST-FST EQUAL '05'
               CLOSE CHANGE-REQUEST-FILE
               GO TO 6050-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ CHANGE-REQUEST-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF CHANGE-REQUEST-RECORD(1:1) NOT EQUAL '*'
                           AND CHANGE-REQUEST-RECORD NOT EQUAL SPACES
                           ADD 1 TO WS-PENDING-CNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHANGE-REQUEST-FILE
           .
       6050-EXIT.
           EXIT.

       6100-CHECK-DECISION.

           IF WS-RT-OPERATOR(WS-RTN-SUB) EQUAL WS-REVIEWER
               IF WS-RT-DECISION(WS-RTN-SUB) EQUAL SPACES
                   DISPLAY 'AOC2814W ACCESS-RECERT: ' WS-REVIEWER ' '
                       WS-RT-AUTHORITY(WS-RTN-SUB)
                       ' LEFT FOR ANOTHER SUPERVISOR TO RECERTIFY'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY 'AOC2812E ACCESS-RECERT: ' WS-REVIEWER
                       ' MAY NOT RECERTIFY THEIR OWN '
                       WS-RT-AUTHORITY(WS-RTN-SUB)
                       ' - LEAVE IT FOR ANOTHER SUPERVISOR'
                   MOVE 'N' TO WS-RETURN-VALID
               END-IF
               GO TO 6100-EXIT
           END-IF
           IF WS-RT-DECISION(WS-RTN-SUB) NOT EQUAL 'KEEP'
               AND WS-RT-DECISION(WS-RTN-SUB) NOT EQUAL 'REVOKE'
               DISPLAY 'AOC2811E ACCESS-RECERT: '
                   WS-RT-OPERATOR(WS-RTN-SUB) ' '
                   WS-RT-AUTHORITY(WS-RTN-SUB)
                   ' HAS NO KEEP/REVOKE DECISION'
               MOVE 'N' TO WS-RETURN-VALID
               GO TO 6100-EXIT
           END-IF
           PERFORM 6150-FIND-LINE THRU 6150-EXIT
           IF WS-FOUND NOT EQUAL 'Y'
               DISPLAY 'AOC2813W ACCESS-RECERT: '
                   WS-RT-OPERATOR(WS-RTN-SUB) ' '
                   WS-RT-AUTHORITY(WS-RTN-SUB)
                   ' IS NO LONGER ON OPERATOR-AUTH.TXT - IGNORED'
               MOVE SPACES TO WS-RT-DECISION(WS-RTN-SUB)
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       6100-EXIT.
           EXIT.

      *    LOCATE THE RETURN LINE'S OPERATOR (WS-OP-SUB) AND, UNLESS
      *    IT IS THE ENTRY LINE, ITS AUTHORITY (WS-TOK-SUB)
       6150-FIND-LINE.

           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB GREATER WS-OP-CNT
               IF WS-OP-ID(WS-OP-SUB) EQUAL WS-RT-OPERATOR(WS-RTN-SUB)
                   GO TO 6150-OPERATOR
               END-IF
           END-PERFORM
           GO TO 6150-EXIT
           .
       6150-OPERATOR.
           IF WS-RT-AUTHORITY(WS-RTN-SUB) EQUAL 'ENTRY'
               MOVE 'Y' TO WS-FOUND
               MOVE 0 TO WS-TOK-SUB
               GO TO 6150-EXIT
           END-IF
           PERFORM VARYING WS-TOK-SUB FROM 1 BY 1
                   UNTIL WS-TOK-SUB GREATER WS-OP-TOK-CNT(WS-OP-SUB)
               IF WS-OP-TOKEN(WS-OP-SUB, WS-TOK-SUB)
                       EQUAL WS-RT-AUTHORITY(WS-RTN-SUB)
                   MOVE 'Y' TO WS-FOUND
                   GO TO 6150-EXIT
               END-IF
           END-PERFORM
           .
       6150-EXIT.
           EXIT.

      *    AUTH-LOG.TXT CARRIES EVERY DECISION UNDER THE REVIEWER
       6200-LOG-DECISION.

           IF WS-RT-DECISION(WS-RTN-SUB) EQUAL SPACES
               GO TO 6200-EXIT
           END-IF
           PERFORM 6150-FIND-LINE THRU 6150-EXIT
           IF WS-RT-DECISION(WS-RTN-SUB) EQUAL 'REVOKE'
               ADD 1 TO WS-REVOKE-CNT
               IF WS-TOK-SUB EQUAL 0
                   MOVE 'Y' TO WS-OP-ENTRY-REVOKE(WS-OP-SUB)
               ELSE
                   MOVE 'Y' TO WS-OP-TOK-REVOKE(WS-OP-SUB, WS-TOK-SUB)
               END-IF
           ELSE
               ADD 1 TO WS-KEEP-CNT
           END-IF
           MOVE SPACES TO AUTH-LOG-RECORD
           STRING WS-RUN-DATE ' ' WS-RUN-TIME ' ' WS-REVIEWER
               ' RECERT ' WS-RTN-QUARTER ' '
               DELIMITED BY SIZE
               WS-RT-OPERATOR(WS-RTN-SUB) DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-RT-AUTHORITY(WS-RTN-SUB) DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-RT-DECISION(WS-RTN-SUB) DELIMITED BY SPACE
               INTO AUTH-LOG-RECORD
           END-STRING
           OPEN EXTEND AUTH-LOG-FILE
           WRITE AUTH-LOG-RECORD
           CLOSE AUTH-LOG-FILE
           .
       6200-EXIT.
           EXIT.

      ***************************************************************
      * CHANGE-REQUEST.TXT FOR CHANGE-APPLY: FOR EACH OPERATOR WITH  *
      * A REVOCATION, DEL THE CURRENT RECORD AND ADD IT BACK WITH    *
      * ONLY THE KEPT AUTHORITIES (NOTHING, IF NONE ARE KEPT OR THE  *
      * ENTRY ITSELF WAS REVOKED)                                    *
      ***************************************************************
       6300-WRITE-CHANGE-SET.

           OPEN OUTPUT CHANGE-REQUEST-FILE
           MOVE SPACES TO CHANGE-REQUEST-RECORD
           STRING '* ' WS-RTN-QUARTER ' ACCESS RECERTIFICATION - '
               'REVOCATIONS APPROVED BY ' WS-REVIEWER ' ON '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO CHANGE-REQUEST-RECORD
           END-STRING
           WRITE CHANGE-REQUEST-RECORD
           MOVE 'FILE OPERATOR-AUTH.TXT' TO CHANGE-REQUEST-RECORD
           WRITE CHANGE-REQUEST-RECORD
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB GREATER WS-OP-CNT
               PERFORM 6350-OPERATOR-CHANGE THRU 6350-EXIT
           END-PERFORM
           CLOSE CHANGE-REQUEST-FILE
           .
       6300-EXIT.
           EXIT.

       6350-OPERATOR-CHANGE.

           MOVE SPACES TO WS-NEW-RECORD
           MOVE WS-OP-ID(WS-OP-SUB) TO WS-NEW-RECORD(1:8)
           MOVE 11 TO WS-NEW-PTR
           MOVE 0 TO WS-KEPT-CNT
           PERFORM VARYING WS-TOK-SUB FROM 1 BY 1
                   UNTIL WS-TOK-SUB GREATER WS-OP-TOK-CNT(WS-OP-SUB)
               IF WS-OP-TOK-REVOKE(WS-OP-SUB, WS-TOK-SUB) EQUAL 'Y'
                   CONTINUE
               ELSE
                   IF WS-KEPT-CNT GREATER 0
                       ADD 1 TO WS-NEW-PTR
                   END-IF
                   STRING WS-OP-TOKEN(WS-OP-SUB, WS-TOK-SUB)
                       DELIMITED BY SPACE
                       INTO WS-NEW-RECORD
                       WITH POINTER WS-NEW-PTR
                   END-STRING
                   ADD 1 TO WS-KEPT-CNT
               END-IF
           END-PERFORM
           IF WS-OP-ENTRY-REVOKE(WS-OP-SUB) NOT EQUAL 'Y'
               AND WS-KEPT-CNT EQUAL WS-OP-TOK-CNT(WS-OP-SUB)
               GO TO 6350-EXIT
           END-IF
           ADD 1 TO WS-CHANGED-OP-CNT
           MOVE SPACES TO CHANGE-REQUEST-RECORD
           STRING 'DEL ' WS-OP-RECORD(WS-OP-SUB)
               DELIMITED BY SIZE INTO CHANGE-REQUEST-RECORD
           END-STRING
           WRITE CHANGE-REQUEST-RECORD
           IF WS-OP-ENTRY-REVOKE(WS-OP-SUB) NOT EQUAL 'Y'
               AND WS-KEPT-CNT GREATER 0
               MOVE SPACES TO CHANGE-REQUEST-RECORD
               STRING 'ADD ' WS-NEW-RECORD
                   DELIMITED BY SIZE INTO CHANGE-REQUEST-RECORD
               END-STRING
               WRITE CHANGE-REQUEST-RECORD
           END-IF
           .
       6350-EXIT.
           EXIT.
