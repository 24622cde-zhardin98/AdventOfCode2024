               ASSIGN TO 'CORRECTION-FEED.TXT.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRECTION-FST.
      *    CORRECTION REGISTER - EVERY SINGLE-VALUE CHANGE EVER SENT
      *    ON THE CORRECTION FEED, WITH THE REPORT'S ORIGINAL LEVELS,
      *    SO A RETURNED CORRECTION CAN BE RE-TESTED.  REWRITTEN EVERY
      *    RUN THROUGH THE COMMIT PROTOCOL.
           SELECT OPTIONAL CORR-REGISTER-FILE
               ASSIGN TO 'CORRECTION-REGISTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-REGISTER-FST.
           SELECT CORR-REGISTER-OUT-FILE
               ASSIGN TO 'CORRECTION-REGISTER.TXT.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-REGISTER-OUT-FST.
      *    APPLIED CORRECTIONS RETURNED BY THE FIELD TEAMS - ONE
      *    RECORD PER CORRECTION THEY MADE: SITE IN COLS 1-3, FEED
      *    SEQUENCE IN COLS 5-9, LEVEL POSITION IN COLS 11-13, VALUE
      *    ACTUALLY SET IN COLS 15-16, FEED DATE IN COLS 18-25 (AS
      *    CARRIED ON THE CORRECTION FEED).  '*' IN COLUMN 1 IS A
      *    COMMENT.
           SELECT OPTIONAL APPLIED-CORR-FILE
               ASSIGN TO 'APPLIED-CORRECTIONS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLIED-CORR-FST.
      *    CORRECTION VERIFICATION REPORT - EACH RETURNED CORRECTION
      *    RE-TESTED AND CLASSIFIED, PLUS EVERY CORRECTION NOT YET
      *    RETURNED AFTER THE ALLOWED NUMBER OF DAYS
           SELECT CORR-VERIFY-FILE ASSIGN TO 'CORRECTION-VERIFY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-VERIFY-FST.
      *    PER-SITE SAFETY RANKING REPORT (SHARED REPORT WRITER)
           SELECT SITE-RANKING-FILE ASSIGN TO 'SITE-RANKING.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-RANKING-FST.
      *    SITE MASTER - ONE RECORD PER REAL SITE: CODE IN COLS 1-3,
      *    SITE NAME IN COLS 5-24, REGION IN COLS 26-33, ACTIVE FLAG
      *    (Y/N) IN COL 35.  '*' IN COLUMN 1 IS A COMMENT.  WHEN NO
      *    MASTER IS ON FILE, SITE CODES ARE TAKEN AS THEY COME.
           SELECT OPTIONAL SITE-MASTER-FILE ASSIGN TO 'SITE-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-MASTER-FST.
      *    REPORTS CARRYING A SITE CODE THAT IS NOT ON THE SITE
      *    MASTER, OR IS ON IT BUT INACTIVE - ONE LINE PER REPORT
           SELECT SITE-EXCEPTION-FILE
               ASSIGN TO 'SITE-EXCEPTIONS.TXT.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-EXCEPTION-FST.
      *    SHOP-WIDE RUN LEDGER - APPENDED TO BY EVERY DAY PROGRAM SO
      *    A RUN CAN BE LOOKED UP LATER WITHOUT HAVING SAVED THE
      *    CONSOLE OUTPUT



      *    INPUT FINGERPRINT LEFT BY THE SHELL'S cksum STEP, IN THE
      *    JOB'S OWN FOLDER SO CONCURRENT BATCH STREAMS NEVER SHARE IT
           SELECT OPTIONAL FP-FLAG-FILE ASSIGN TO 'AOC-FP.FLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FP-FLAG-FST.

       01  EXCEPTION-RECORD                     PIC X(130).

       FD  CONTROL-FILE
           RECORD CONTAINS 8 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONTROL-RECORD.
       01  CONTROL-RECORD                       PIC X(8).

       FD  PARMLIB-FILE
           RECORD CONTAINS 80 CHARACTERS
       01  DAMPENER-RECORD                      PIC X(100).

       FD  CORRECTION-FILE
           RECORD CONTAINS 35 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CORRECTION-RECORD.
           05 CORR-OLD                          PIC 9(2).
           05 FILLER                            PIC X(1).
           05 CORR-NEW                          PIC 9(2).
           05 FILLER                            PIC X(1).
           05 CORR-DATE                         PIC 9(8).

       FD  CORR-REGISTER-FILE
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CORR-REGISTER-RECORD.
       01  CORR-REGISTER-RECORD.
           05 CRG-DATE                          PIC 9(8).
           05 FILLER                            PIC X(1).
           05 CRG-SITE                          PIC X(3).
           05 FILLER                            PIC X(1).
           05 CRG-SEQ                           PIC 9(5).
           05 FILLER                            PIC X(1).
           05 CRG-POS                           PIC 9(3).
           05 FILLER                            PIC X(1).
           05 CRG-OLD                           PIC 9(2).
           05 FILLER                            PIC X(1).
           05 CRG-NEW                           PIC 9(2).
           05 FILLER                            PIC X(1).
           05 CRG-STATUS                        PIC X(1).
           05 FILLER                            PIC X(1).
           05 CRG-RESULT                        PIC X(12).
           05 FILLER                            PIC X(1).
           05 CRG-RET-DATE                      PIC 9(8).
           05 FILLER                            PIC X(1).
           05 CRG-APPL-POS                      PIC 9(3).
           05 FILLER                            PIC X(1).
           05 CRG-APPL-VAL                      PIC 9(2).
           05 FILLER                            PIC X(1).
           05 CRG-LEVELS                        PIC X(100).

       FD  CORR-REGISTER-OUT-FILE
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CORR-REGISTER-OUT-RECORD.
       01  CORR-REGISTER-OUT-RECORD             PIC X(160).

       FD  APPLIED-CORR-FILE
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS APPLIED-CORR-RECORD.
       01  APPLIED-CORR-RECORD.
           05 APC-SITE                          PIC X(3).
           05 FILLER                            PIC X(1).
           05 APC-SEQ                           PIC X(5).
           05 FILLER                            PIC X(1).
           05 APC-POS                           PIC X(3).
           05 FILLER                            PIC X(1).
           05 APC-VAL                           PIC X(2).
           05 FILLER                            PIC X(1).
           05 APC-DATE                          PIC X(8).
           05 FILLER                            PIC X(5).

       FD  CORR-VERIFY-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CORR-VERIFY-RECORD.
       01  CORR-VERIFY-RECORD                   PIC X(132).

       FD  SITE-RANKING-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS SITE-RANKING-RECORD.
       01  SITE-RANKING-RECORD                  PIC X(100).

       FD  SITE-MASTER-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SITE-MASTER-RECORD.
       01  SITE-MASTER-RECORD.
           05 SM-CODE                           PIC X(3).
           05 FILLER                            PIC X(1).
           05 SM-NAME                           PIC X(20).
           05 FILLER                            PIC X(1).
           05 SM-REGION                         PIC X(8).
           05 FILLER                            PIC X(1).
           05 SM-ACTIVE                         PIC X(1).
           05 FILLER                            PIC X(5).

       FD  SITE-EXCEPTION-FILE
           RECORD CONTAINS 130 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SITE-EXCEPTION-RECORD.
       01  SITE-EXCEPTION-RECORD                PIC X(130).

       FD  RUN-LEDGER-FILE
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F
           05  WS-LEVELS-ARR OCCURS 1002 TIMES  PIC 9(2)  VALUE 0.
       01  WS-LEVELS-ORIG.
           05  WS-LEVELO-ARR OCCURS 1002 TIMES  PIC 9(2)  VALUE 0.
       01  WS-LEVELS-ORIG-TEXT REDEFINES WS-LEVELS-ORIG.
           05 WS-LEVELO-FIRST-50                PIC X(100).
           05 FILLER                            PIC X(1904).
       01  WS-ARR-SUB                           PIC 9(4).
       01  WS-ARR-SUB-PLUS-1                    PIC 9(4).
       01  WS-ARR2-SUB                          PIC 9(4).
               10 WS-SITE-DAMPENED              PIC 9(4).
               10 WS-SITE-UNSAFE                PIC 9(4).
               10 WS-SITE-TOTAL                 PIC 9(4).
               10 WS-SITE-NAME                  PIC X(20).
               10 WS-SITE-REGION                PIC X(8).
       01  WS-SITE-SUB                          PIC 9(2).
       01  WS-SITE-SUB2                         PIC 9(2).
       01  WS-SITE-BEST                         PIC 9(2).
       01  WS-SITE-SWAP                         PIC X(47).
       01  WS-SITE-SAFE-A                       PIC 9(5).
       01  WS-SITE-SAFE-B                       PIC 9(5).
       01  WS-GRAND-SAFE                        PIC 9(5).
       01  WS-GRAND-TOTAL                       PIC 9(5).
       01  WS-RANK-LINE.
           05 WS-RL-SITE                        PIC X(3).
           05 FILLER                            PIC X(2) VALUE SPACES.
           05 WS-RL-NAME                        PIC X(20).
           05 FILLER                            PIC X(2) VALUE SPACES.
           05 WS-RL-REGION                      PIC X(8).
           05 FILLER                            PIC X(4) VALUE SPACES.
           05 WS-RL-SAFE-OUT                    PIC ZZZ9.
           05 FILLER                            PIC X(6) VALUE SPACES.
           05 FILLER                            PIC X(5) VALUE SPACES.
           05 WS-RL-TOTAL                       PIC ZZZ9.


      *    SITE MASTER FIELDS.  EVERY REPORT'S SITE CODE IS CHECKED
      *    AGAINST THE MASTER; A CODE NOT ON FILE OR MARKED INACTIVE
      *    IS LISTED ON SITE-EXCEPTIONS.TXT AND TALLIED UNDER THE ONE
      *    '???' RANKING LINE, SO A TYPO NO LONGER BECOMES A PHANTOM
      *    SITE.  THE REPORT ITSELF IS STILL SCORED SO THE HEADLINE
      *    FIGURES ARE UNCHANGED.  'GEN' (THE OLD SINGLE-SITE LAYOUT)
      *    IS ALWAYS ACCEPTED UNLESS THE MASTER SAYS OTHERWISE.
       01  WS-SITE-MASTER-FST                   PIC X(2) VALUE '00'.
       01  WS-SITE-EXCEPTION-FST                PIC X(2) VALUE '00'.
       01  WS-SM-EOF                            PIC X(1) VALUE 'N'.
           88 SM-EOF                                     VALUE 'Y'.
           88 NOT-SM-EOF                                 VALUE 'N'.
       01  WS-SM-ON-FILE                        PIC X(1) VALUE 'N'.
           88 SITE-MASTER-ON-FILE                        VALUE 'Y'.
       01  WS-SM-TABLE.
           05 WS-SM-ENTRY OCCURS 200 TIMES.
               10 WS-SM-CODE                    PIC X(3).
               10 WS-SM-NAME                    PIC X(20).
               10 WS-SM-REGION                  PIC X(8).
               10 WS-SM-ACTIVE                  PIC X(1).
       01  WS-SM-CNT                            PIC 9(3) VALUE 0.
       01  WS-SM-SUB                            PIC 9(3) VALUE 0.
       01  WS-TALLY-SITE                        PIC X(3).
       01  WS-TALLY-NAME                        PIC X(20).
       01  WS-TALLY-REGION                      PIC X(8).
       01  WS-SITE-REASON                       PIC X(8).
       01  WS-SITE-EXC-CNT                      PIC 9(5) VALUE 0.
       01  WS-REGION-CNT                        PIC 9(2) VALUE 0.
       01  WS-REGION-SUB                        PIC 9(2) VALUE 0.
       01  WS-REGION-TABLE.
           05 WS-REGION-ENTRY OCCURS 50 TIMES.
               10 WS-RG-REGION                  PIC X(8).
               10 WS-RG-SAFE-OUT                PIC 9(4).
               10 WS-RG-DAMPENED                PIC 9(4).
               10 WS-RG-UNSAFE                  PIC 9(4).
               10 WS-RG-TOTAL                   PIC 9(4).

       COPY RPTCTL.

      *    MULTI-LEVEL PROBLEM DAMPENER FIELDS.  WS-DAMPENER-DEPTH
       01  WS-FIX-NEW                           PIC 9(2).
       01  WS-FIX-TRY                           PIC 9(1).

      *    CORRECTION ROUND-TRIP FIELDS.  A RETURNED CORRECTION IS
      *    APPLIED TO THE REPORT'S ORIGINAL LEVELS AS REGISTERED AND
      *    RUN BACK THROUGH 2200-CHECK-SAFETY IN VERIFY MODE (NO
      *    COUNTS, TALLIES OR FEEDS TOUCHED) UNDER THIS RUN'S
      *    TOLERANCE AND DAMPENER SETTINGS.  A CORRECTION STILL OPEN
      *    AFTER WS-RETURN-DAYS (CONTROL/PARMLIB POSITIONS 6-8,
      *    DEFAULT 14) IS LISTED AS NEVER RETURNED.
       01  WS-CORR-REGISTER-FST                 PIC X(2) VALUE '00'.
       01  WS-CORR-REGISTER-OUT-FST             PIC X(2) VALUE '00'.
       01  WS-APPLIED-CORR-FST                  PIC X(2) VALUE '00'.
       01  WS-CORR-VERIFY-FST                   PIC X(2) VALUE '00'.
       01  WS-VERIFY-MODE                       PIC X(1) VALUE 'N'.
           88 VERIFY-MODE                                VALUE 'Y'.
           88 NOT-VERIFY-MODE                            VALUE 'N'.
       01  WS-VERIFY-SAFE                       PIC X(1) VALUE 'N'.
           88 VERIFY-SAFE                                VALUE 'Y'.
       01  WS-CRG-EOF                           PIC X(1) VALUE 'N'.
           88 CRG-EOF                                    VALUE 'Y'.
           88 NOT-CRG-EOF                                VALUE 'N'.
       01  WS-APC-EOF                           PIC X(1) VALUE 'N'.
           88 APC-EOF                                    VALUE 'Y'.
           88 NOT-APC-EOF                                VALUE 'N'.
       01  WS-RETURN-DAYS                       PIC 9(3) VALUE 14.
       01  WS-CRG-KEEP-DAYS                     PIC 9(3) VALUE 90.
       01  WS-CRG-MAX                           PIC 9(4) VALUE 2000.
       01  WS-CRG-CNT                           PIC 9(4) VALUE 0.
       01  WS-CRG-SUB                           PIC 9(4) VALUE 0.
       01  WS-CRG-SCAN                          PIC 9(4) VALUE 0.
       01  WS-CRG-TABLE.
           05 WS-CRG-ENTRY OCCURS 2000 TIMES.
               10 WS-CRG-DATE                   PIC 9(8).
               10 WS-CRG-SITE                   PIC X(3).
               10 WS-CRG-SEQ                    PIC 9(5).
               10 WS-CRG-POS                    PIC 9(3).
               10 WS-CRG-OLD                    PIC 9(2).
               10 WS-CRG-NEW                    PIC 9(2).
               10 WS-CRG-STATUS                 PIC X(1).
               10 WS-CRG-RESULT                 PIC X(12).
               10 WS-CRG-RET-DATE               PIC 9(8).
               10 WS-CRG-APPL-POS               PIC 9(3).
               10 WS-CRG-APPL-VAL               PIC 9(2).
               10 WS-CRG-LEVELS                 PIC X(100).
       01  WS-APC-SEQ-9                         PIC 9(5).
       01  WS-APC-POS-9                         PIC 9(3).
       01  WS-APC-VAL-9                         PIC 9(2).
       01  WS-APC-DATE-9                        PIC 9(8).
       01  WS-CRG-AGE                           PIC S9(7) VALUE 0.
       01  WS-CRG-AGE-TEXT                      PIC ZZZZ9.
       01  WS-VERIFY-FIXED-CNT                  PIC 9(5) VALUE 0.
       01  WS-VERIFY-UNSAFE-CNT                 PIC 9(5) VALUE 0.
       01  WS-VERIFY-DIFF-CNT                   PIC 9(5) VALUE 0.
       01  WS-VERIFY-OVERDUE-CNT                PIC 9(5) VALUE 0.
       01  WS-VERIFY-NOMATCH-CNT                PIC 9(5) VALUE 0.
       01  WS-VERIFY-REPEAT-CNT                 PIC 9(5) VALUE 0.
       01  WS-VERIFY-BAD-CNT                    PIC 9(5) VALUE 0.


      *    CENTRAL PARAMETER LIBRARY FIELDS
       01  WS-PARMLIB-EOF                         PIC X(1) VALUE 'N'.
           PERFORM 1030-GET-OPERATOR  THRU 1030-EXIT
           PERFORM 1040-GET-FINGERPRINT THRU 1040-EXIT
           PERFORM 1500-READ-CONTROL   THRU 1500-EXIT
           PERFORM 1600-LOAD-SITE-MASTER THRU 1600-EXIT
           PERFORM 1700-VERIFY-CORRECTIONS THRU 1700-EXIT
           PERFORM 2000-PROCESS-DATA   THRU 2000-EXIT
               UNTIL END-OF-FILE
           PERFORM 8000-DISPLAY-TOTALS THRU 8000-EXIT
           PERFORM 8500-LOG-RUN        THRU 8500-EXIT
           PERFORM 8600-WRITE-CORR-REGISTER THRU 8600-EXIT
           PERFORM 9000-CLOSE-FILE     THRU 9000-EXIT
           .
       0000-EXIT.
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-CORRECTION-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           OPEN OUTPUT SITE-EXCEPTION-FILE
           MOVE 'SITE-EXCEPTION-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-SITE-EXCEPTION-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           MOVE SPACES TO WS-END-OF-FILE
           ACCEPT WS-LEDGER-START-TS FROM TIME
           .
       1040-GET-FINGERPRINT.

           MOVE SPACES TO WS-FP-COMMAND
           STRING 'rm -f AOC-FP.FLG ; if [ -f INFILE.TXT ] ;'
                   DELIMITED BY SIZE
               ' then cksum < INFILE.TXT ; else echo 0 0 ; fi'
                   DELIMITED BY SIZE
               ' > AOC-FP.FLG' DELIMITED BY SIZE
               INTO WS-FP-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-FP-COMMAND

      ****************************************************************
      * READ THE OPTIONAL STEP-TOLERANCE CONTROL VALUE FOR THIS RUN. *
      * CONTROL-RECORD IS 'LLHHDNNN' (LOW/HIGH TOLERANCE, DAMPENER   *
      * DEPTH, DAYS ALLOWED FOR A CORRECTION TO COME BACK). IF       *
      * CONTROL.TXT IS MISSING OR EMPTY, THE WORKING-STORAGE         *
      * DEFAULTS OF 1-3 REMAIN IN EFFECT.                            *
      ****************************************************************
                   AT END
                       SET CONTROL-EOF TO TRUE
                   NOT AT END
                       MOVE CONTROL-RECORD TO WS-CTL-DATA(1:8)
                       MOVE 'LOCAL' TO WS-PARM-SOURCE
               END-READ
               MOVE 'CONTROL-FILE' TO WS-FST-FILE-NAME
               AND WS-CTL-DATA(5:1) NOT EQUAL '0'
               MOVE WS-CTL-DATA(5:1) TO WS-DAMPENER-DEPTH
           END-IF
           IF WS-CTL-DATA(6:3) IS NUMERIC
               AND WS-CTL-DATA(6:3) NOT EQUAL '000'
               MOVE WS-CTL-DATA(6:3) TO WS-RETURN-DAYS
           END-IF
           DISPLAY 'AOC0201I EFFECTIVE PARAMETERS (' WS-PARM-SOURCE
               '): TOLERANCE LOW=' WS-TOLERANCE-LOW
               ' HIGH=' WS-TOLERANCE-HIGH
               ' DAMPENER DEPTH=' WS-DAMPENER-DEPTH
               ' RETURN DAYS=' WS-RETURN-DAYS
           .
       1500-EXIT.
           EXIT.

      ****************************************************************
      * LOAD THE SITE MASTER INTO STORAGE                             *
      ****************************************************************
       1600-LOAD-SITE-MASTER.

           OPEN INPUT SITE-MASTER-FILE
           MOVE 'SITE-MASTER-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-SITE-MASTER-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           IF WS-SITE-MASTER-FST EQUAL '05'
               DISPLAY 'AOC0216I NO SITE MASTER ON FILE - SITE CODES'
                   ' NOT VALIDATED'
               CLOSE SITE-MASTER-FILE
               GO TO 1600-EXIT
           END-IF
           SET SITE-MASTER-ON-FILE TO TRUE
           SET NOT-SM-EOF TO TRUE
           PERFORM UNTIL SM-EOF
               READ SITE-MASTER-FILE
                   AT END
                       SET SM-EOF TO TRUE
                   NOT AT END
                       PERFORM 1610-TAKE-SITE-RECORD THRU 1610-EXIT
               END-READ
               MOVE 'SITE-MASTER-FILE' TO WS-FST-FILE-NAME
               MOVE 'READ' TO WS-FST-OPERATION
               MOVE WS-SITE-MASTER-FST TO WS-FST-STATUS
               PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           END-PERFORM
           CLOSE SITE-MASTER-FILE
      *    THE LEGACY NO-SITE-CODE LAYOUT IS A SITE IN ITS OWN RIGHT
           MOVE 'GEN' TO WS-CUR-SITE
           PERFORM 1620-FIND-SITE THRU 1620-EXIT
           IF WS-SM-SUB EQUAL 0 AND WS-SM-CNT LESS 200
               ADD 1 TO WS-SM-CNT
               MOVE 'GEN' TO WS-SM-CODE(WS-SM-CNT)
               MOVE 'NO SITE CODE' TO WS-SM-NAME(WS-SM-CNT)
               MOVE 'GENERAL' TO WS-SM-REGION(WS-SM-CNT)
               MOVE 'Y' TO WS-SM-ACTIVE(WS-SM-CNT)
           END-IF
           .
       1600-EXIT.
           EXIT.

      ****************************************************************
      * ADD ONE SITE-MASTER RECORD TO THE TABLE                       *
      ****************************************************************
       1610-TAKE-SITE-RECORD.

           IF SITE-MASTER-RECORD EQUAL SPACES
               OR SM-CODE(1:1) EQUAL '*'
               GO TO 1610-EXIT
           END-IF
           IF SM-CODE(1:1) NOT ALPHABETIC
               OR (SM-ACTIVE NOT EQUAL 'Y' AND SM-ACTIVE NOT EQUAL 'N')
               DISPLAY 'AOC0219W MALFORMED SITE-MASTER RECORD: '
                   SITE-MASTER-RECORD
               GO TO 1610-EXIT
           END-IF
           IF WS-SM-CNT EQUAL 200
               DISPLAY 'AOC0218W SITE MASTER TABLE FULL - SITE '
                   SM-CODE ' IGNORED'
               GO TO 1610-EXIT
           END-IF
           ADD 1 TO WS-SM-CNT
           MOVE SM-CODE   TO WS-SM-CODE(WS-SM-CNT)
           MOVE SM-NAME   TO WS-SM-NAME(WS-SM-CNT)
           MOVE SM-REGION TO WS-SM-REGION(WS-SM-CNT)
           MOVE SM-ACTIVE TO WS-SM-ACTIVE(WS-SM-CNT)
           .
       1610-EXIT.
           EXIT.

      ****************************************************************
      * LOOK UP WS-CUR-SITE ON THE SITE MASTER (WS-SM-SUB = 0 WHEN    *
      * IT IS NOT THERE)                                              *
      ****************************************************************
       1620-FIND-SITE.

           PERFORM VARYING WS-SM-SUB FROM 1 BY 1
                   UNTIL WS-SM-SUB GREATER WS-SM-CNT
                   OR WS-SM-CODE(WS-SM-SUB) EQUAL WS-CUR-SITE
               CONTINUE
           END-PERFORM
           IF WS-SM-SUB GREATER WS-SM-CNT
               MOVE 0 TO WS-SM-SUB
           END-IF
           .
       1620-EXIT.
           EXIT.

      ****************************************************************
      * CORRECTION ROUND TRIP.  LOAD THE CORRECTION REGISTER, RE-TEST *
      * EVERY CORRECTION THE FIELD TEAMS HAVE RETURNED, AND LIST THE  *
      * ONES STILL NOT BACK AFTER WS-RETURN-DAYS.  THIS RUN'S NEW     *
      * SUGGESTIONS ARE ADDED TO THE REGISTER BY 3200 AS THEY ARE     *
      * WRITTEN TO THE FEED.                                          *
      ****************************************************************
       1700-VERIFY-CORRECTIONS.

           CALL 'AOC-BIZDATE' USING BIZ-PARMS
           OPEN OUTPUT CORR-VERIFY-FILE
           MOVE 'CORR-VERIFY-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-CORR-VERIFY-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT

           OPEN INPUT CORR-REGISTER-FILE
           MOVE 'CORR-REGISTER-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-CORR-REGISTER-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           SET NOT-CRG-EOF TO TRUE
           PERFORM UNTIL CRG-EOF
               READ CORR-REGISTER-FILE
                   AT END
                       SET CRG-EOF TO TRUE
                   NOT AT END
                       PERFORM 1710-TAKE-REGISTER-RECORD
                           THRU 1710-EXIT
               END-READ
               MOVE 'CORR-REGISTER-FILE' TO WS-FST-FILE-NAME
               MOVE 'READ' TO WS-FST-OPERATION
               MOVE WS-CORR-REGISTER-FST TO WS-FST-STATUS
               PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           END-PERFORM
           CLOSE CORR-REGISTER-FILE

           OPEN INPUT APPLIED-CORR-FILE
           MOVE 'APPLIED-CORR-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-APPLIED-CORR-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           SET NOT-APC-EOF TO TRUE
           PERFORM UNTIL APC-EOF
               READ APPLIED-CORR-FILE
                   AT END
                       SET APC-EOF TO TRUE
                   NOT AT END
                       PERFORM 1720-VERIFY-ONE THRU 1720-EXIT
               END-READ
               MOVE 'APPLIED-CORR-FILE' TO WS-FST-FILE-NAME
               MOVE 'READ' TO WS-FST-OPERATION
               MOVE WS-APPLIED-CORR-FST TO WS-FST-STATUS
               PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           END-PERFORM
           CLOSE APPLIED-CORR-FILE

           PERFORM VARYING WS-CRG-SUB FROM 1 BY 1
                   UNTIL WS-CRG-SUB GREATER WS-CRG-CNT
               IF WS-CRG-STATUS(WS-CRG-SUB) EQUAL 'O'
                   PERFORM 1750-CHECK-OVERDUE THRU 1750-EXIT
               END-IF
           END-PERFORM
           CLOSE CORR-VERIFY-FILE

           DISPLAY 'AOC0220I CORRECTIONS VERIFIED: FIXED '
               WS-VERIFY-FIXED-CNT ' STILL UNSAFE '
               WS-VERIFY-UNSAFE-CNT ' APPLIED DIFFERENTLY '
               WS-VERIFY-DIFF-CNT ' NOT RETURNED '
               WS-VERIFY-OVERDUE-CNT
           IF WS-VERIFY-NOMATCH-CNT GREATER 0
               DISPLAY 'AOC0221W ' WS-VERIFY-NOMATCH-CNT
                   ' RETURNED CORRECTION(S) NOT ON THE REGISTER -'
                   ' SEE CORRECTION-VERIFY.TXT'
           END-IF
           .
       1700-EXIT.
           EXIT.

      ****************************************************************
      * ADD ONE CORRECTION-REGISTER RECORD TO THE TABLE               *
      ****************************************************************
       1710-TAKE-REGISTER-RECORD.

           IF CORR-REGISTER-RECORD EQUAL SPACES
               GO TO 1710-EXIT
           END-IF
           IF WS-CRG-CNT NOT LESS WS-CRG-MAX
               PERFORM 1790-REGISTER-FULL THRU 1790-EXIT
           END-IF
           ADD 1 TO WS-CRG-CNT
           MOVE CRG-DATE     TO WS-CRG-DATE(WS-CRG-CNT)
           MOVE CRG-SITE     TO WS-CRG-SITE(WS-CRG-CNT)
           MOVE CRG-SEQ      TO WS-CRG-SEQ(WS-CRG-CNT)
           MOVE CRG-POS      TO WS-CRG-POS(WS-CRG-CNT)
           MOVE CRG-OLD      TO WS-CRG-OLD(WS-CRG-CNT)
           MOVE CRG-NEW      TO WS-CRG-NEW(WS-CRG-CNT)
           MOVE CRG-STATUS   TO WS-CRG-STATUS(WS-CRG-CNT)
           MOVE CRG-RESULT   TO WS-CRG-RESULT(WS-CRG-CNT)
           MOVE CRG-RET-DATE TO WS-CRG-RET-DATE(WS-CRG-CNT)
           MOVE CRG-APPL-POS TO WS-CRG-APPL-POS(WS-CRG-CNT)
           MOVE CRG-APPL-VAL TO WS-CRG-APPL-VAL(WS-CRG-CNT)
           MOVE CRG-LEVELS   TO WS-CRG-LEVELS(WS-CRG-CNT)
           .
       1710-EXIT.
           EXIT.

      ****************************************************************
      * RE-TEST ONE RETURNED CORRECTION.  THE VALUE THE FIELD TEAM    *
      * SET IS PUT INTO THE REGISTERED ORIGINAL LEVELS AT THE         *
      * POSITION THEY CHANGED, AND THE RESULT IS SCORED BY            *
      * 2200-CHECK-SAFETY.  A CHANGE OTHER THAN THE ONE SUGGESTED IS  *
      * CLASSIFIED APPLIED-DIFF WHATEVER ITS OUTCOME; THE SAME RETURN *
      * SEEN AGAIN IS A REPEAT AND IS NOT RE-REPORTED.                *
      ****************************************************************
       1720-VERIFY-ONE.

           IF APPLIED-CORR-RECORD EQUAL SPACES
               OR APC-SITE(1:1) EQUAL '*'
               GO TO 1720-EXIT
           END-IF
           IF APC-SEQ NOT NUMERIC OR APC-POS NOT NUMERIC
               OR APC-VAL NOT NUMERIC
               ADD 1 TO WS-VERIFY-BAD-CNT
               DISPLAY 'AOC0222W MALFORMED APPLIED-CORRECTION RECORD: '
                   APPLIED-CORR-RECORD
               GO TO 1720-EXIT
           END-IF
           MOVE APC-SEQ TO WS-APC-SEQ-9
           MOVE APC-POS TO WS-APC-POS-9
           MOVE APC-VAL TO WS-APC-VAL-9
           MOVE 0 TO WS-APC-DATE-9
           IF APC-DATE NUMERIC
               MOVE APC-DATE TO WS-APC-DATE-9
           END-IF

      *    MATCH ON SITE AND SEQUENCE, AND ON THE FEED DATE WHEN THE
      *    FIELD TEAM QUOTED ONE - OTHERWISE THE LATEST ISSUE BEFORE
      *    TODAY WINS (A RERUN HAS ALREADY REISSUED TODAY'S FEED)
           MOVE 0 TO WS-CRG-SUB
           PERFORM VARYING WS-CRG-SCAN FROM 1 BY 1
                   UNTIL WS-CRG-SCAN GREATER WS-CRG-CNT
               IF WS-CRG-SITE(WS-CRG-SCAN) EQUAL APC-SITE
                   AND WS-CRG-SEQ(WS-CRG-SCAN) EQUAL WS-APC-SEQ-9
                   AND ((WS-APC-DATE-9 EQUAL 0
                     AND WS-CRG-DATE(WS-CRG-SCAN) LESS BIZ-DATE)
                    OR WS-CRG-DATE(WS-CRG-SCAN) EQUAL WS-APC-DATE-9)
                   MOVE WS-CRG-SCAN TO WS-CRG-SUB
               END-IF
           END-PERFORM
           IF WS-CRG-SUB EQUAL 0
               ADD 1 TO WS-VERIFY-NOMATCH-CNT
               MOVE SPACES TO CORR-VERIFY-RECORD
               STRING 'NOT-ON-FILE  SITE ' APC-SITE ' SEQ ' APC-SEQ
                   ' POS ' APC-POS ' SET ' APC-VAL ' FEED ' APC-DATE
                   ' - NO SUCH CORRECTION WAS ISSUED'
                   DELIMITED BY SIZE
                   INTO CORR-VERIFY-RECORD
               END-STRING
               PERFORM 1780-WRITE-VERIFY THRU 1780-EXIT
               GO TO 1720-EXIT
           END-IF
           IF WS-CRG-STATUS(WS-CRG-SUB) EQUAL 'R'
               AND WS-CRG-APPL-POS(WS-CRG-SUB) EQUAL WS-APC-POS-9
               AND WS-CRG-APPL-VAL(WS-CRG-SUB) EQUAL WS-APC-VAL-9
               ADD 1 TO WS-VERIFY-REPEAT-CNT
               GO TO 1720-EXIT
           END-IF

           MOVE ZEROS TO WS-LEVELS-ORIG
           MOVE WS-CRG-LEVELS(WS-CRG-SUB) TO WS-LEVELO-FIRST-50
           MOVE 'N' TO WS-VERIFY-SAFE
           IF WS-APC-POS-9 GREATER 0 AND WS-APC-POS-9 NOT GREATER 50
               AND WS-APC-VAL-9 GREATER 0
               AND WS-LEVELO-ARR(WS-APC-POS-9) GREATER 0
               MOVE WS-APC-VAL-9 TO WS-LEVELO-ARR(WS-APC-POS-9)
               MOVE WS-LEVELS-ORIG TO WS-LEVELS
               SET VERIFY-MODE TO TRUE
               PERFORM 2200-CHECK-SAFETY THRU 2200-EXIT
               SET NOT-VERIFY-MODE TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN WS-APC-POS-9 NOT EQUAL WS-CRG-POS(WS-CRG-SUB)
                   OR WS-APC-VAL-9 NOT EQUAL WS-CRG-NEW(WS-CRG-SUB)
                   MOVE 'APPLIED-DIFF' TO WS-CRG-RESULT(WS-CRG-SUB)
                   ADD 1 TO WS-VERIFY-DIFF-CNT
               WHEN VERIFY-SAFE
                   MOVE 'FIXED' TO WS-CRG-RESULT(WS-CRG-SUB)
                   ADD 1 TO WS-VERIFY-FIXED-CNT
               WHEN OTHER
                   MOVE 'STILL-UNSAFE' TO WS-CRG-RESULT(WS-CRG-SUB)
                   ADD 1 TO WS-VERIFY-UNSAFE-CNT
           END-EVALUATE
           MOVE 'R'          TO WS-CRG-STATUS(WS-CRG-SUB)
           MOVE BIZ-DATE     TO WS-CRG-RET-DATE(WS-CRG-SUB)
           MOVE WS-APC-POS-9 TO WS-CRG-APPL-POS(WS-CRG-SUB)
           MOVE WS-APC-VAL-9 TO WS-CRG-APPL-VAL(WS-CRG-SUB)

           MOVE SPACES TO CORR-VERIFY-RECORD
           STRING WS-CRG-RESULT(WS-CRG-SUB) ' SITE '
               WS-CRG-SITE(WS-CRG-SUB) ' SEQ ' WS-CRG-SEQ(WS-CRG-SUB)
               ' FEED ' WS-CRG-DATE(WS-CRG-SUB)
               ' SUGGESTED POS ' WS-CRG-POS(WS-CRG-SUB)
               ' ' WS-CRG-OLD(WS-CRG-SUB) '->' WS-CRG-NEW(WS-CRG-SUB)
               ' APPLIED POS ' WS-APC-POS-9 ' SET ' WS-APC-VAL-9
               DELIMITED BY SIZE
               INTO CORR-VERIFY-RECORD
           END-STRING
           IF VERIFY-SAFE
               STRING ' - NOW SAFE' DELIMITED BY SIZE
                   INTO CORR-VERIFY-RECORD(101:32)
               END-STRING
           ELSE
               STRING ' - STILL UNSAFE' DELIMITED BY SIZE
                   INTO CORR-VERIFY-RECORD(101:32)
               END-STRING
           END-IF
           PERFORM 1780-WRITE-VERIFY THRU 1780-EXIT
           .
       1720-EXIT.
           EXIT.

      ****************************************************************
      * LIST AN OPEN CORRECTION THAT HAS NOT COME BACK IN TIME        *
      ****************************************************************
       1750-CHECK-OVERDUE.

           COMPUTE WS-CRG-AGE =
               FUNCTION INTEGER-OF-DATE(BIZ-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-CRG-DATE(WS-CRG-SUB))
           IF WS-CRG-AGE NOT GREATER WS-RETURN-DAYS
               GO TO 1750-EXIT
           END-IF
           ADD 1 TO WS-VERIFY-OVERDUE-CNT
           MOVE WS-CRG-AGE TO WS-CRG-AGE-TEXT
           MOVE SPACES TO CORR-VERIFY-RECORD
           STRING 'NOT-RETURNED SITE ' WS-CRG-SITE(WS-CRG-SUB)
               ' SEQ ' WS-CRG-SEQ(WS-CRG-SUB)
               ' FEED ' WS-CRG-DATE(WS-CRG-SUB)
               ' SUGGESTED POS ' WS-CRG-POS(WS-CRG-SUB)
               ' ' WS-CRG-OLD(WS-CRG-SUB) '->' WS-CRG-NEW(WS-CRG-SUB)
               ' OPEN ' WS-CRG-AGE-TEXT ' DAY(S)'
               DELIMITED BY SIZE
               INTO CORR-VERIFY-RECORD
           END-STRING
           PERFORM 1780-WRITE-VERIFY THRU 1780-EXIT
           .
       1750-EXIT.
           EXIT.

      ****************************************************************
      * WRITE ONE CORRECTION-VERIFICATION LINE                        *
      ****************************************************************
       1780-WRITE-VERIFY.

           WRITE CORR-VERIFY-RECORD
           MOVE 'CORR-VERIFY-FILE' TO WS-FST-FILE-NAME
           MOVE 'WRITE' TO WS-FST-OPERATION
           MOVE WS-CORR-VERIFY-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           .
       1780-EXIT.
           EXIT.

      ****************************************************************
      * CORRECTION REGISTER IS FULL - REFUSE THE RUN RATHER THAN      *
      * LOSE TRACK OF CORRECTIONS ALREADY ISSUED                      *
      ****************************************************************
       1790-REGISTER-FULL.

           DISPLAY 'AOC0223E CORRECTION REGISTER FULL AT ' WS-CRG-MAX
               ' ENTRIES - RUN REFUSED'
           PERFORM 9999-ABEND THRU 9999-EXIT
           .
       1790-EXIT.
           EXIT.

      ****************************************************************
      * READ FILE LINE BY LINE                                       *
      ****************************************************************
                                 WS-LEVELS-ORIG
                   SET DAMPENER-NOT-USED TO TRUE
                   PERFORM 2100-PARSE-LEVELS THRU 2100-EXIT
                   PERFORM 2150-VALIDATE-SITE THRU 2150-EXIT
                   PERFORM 2200-CHECK-SAFETY THRU 2200-EXIT  
                   ADD 1 TO WS-TOTAL-RPT-CNT
           END-READ
       2100-EXIT.
           EXIT.

      ****************************************************************
      * CHECK THIS REPORT'S SITE CODE AGAINST THE SITE MASTER AND     *
      * PICK THE RANKING LINE IT IS TALLIED UNDER                     *
      ****************************************************************
       2150-VALIDATE-SITE.

           MOVE WS-CUR-SITE TO WS-TALLY-SITE
           MOVE SPACES      TO WS-TALLY-NAME
                               WS-TALLY-REGION
           IF NOT SITE-MASTER-ON-FILE
               GO TO 2150-EXIT
           END-IF
           PERFORM 1620-FIND-SITE THRU 1620-EXIT
           IF WS-SM-SUB NOT EQUAL 0
               IF WS-SM-ACTIVE(WS-SM-SUB) EQUAL 'Y'
                   MOVE WS-SM-NAME(WS-SM-SUB)   TO WS-TALLY-NAME
                   MOVE WS-SM-REGION(WS-SM-SUB) TO WS-TALLY-REGION
                   GO TO 2150-EXIT
               END-IF
               MOVE 'INACTIVE' TO WS-SITE-REASON
           ELSE
               MOVE 'UNKNOWN' TO WS-SITE-REASON
           END-IF

           MOVE '???' TO WS-TALLY-SITE
           MOVE 'UNKNOWN/INACTIVE' TO WS-TALLY-NAME
           MOVE '(NONE)' TO WS-TALLY-REGION
           ADD 1 TO WS-SITE-EXC-CNT
           PERFORM 3050-FORMAT-LEVELS THRU 3050-EXIT
           COMPUTE WS-CORR-SEQ = WS-TOTAL-RPT-CNT + 1
           MOVE SPACES TO SITE-EXCEPTION-RECORD
           STRING 'SITE ' WS-CUR-SITE ' ' WS-SITE-REASON
               ' REPORT ' WS-CORR-SEQ ' LEVELS:' WS-EXC-LEVELS-TEXT
               DELIMITED BY SIZE
               INTO SITE-EXCEPTION-RECORD
           END-STRING
           WRITE SITE-EXCEPTION-RECORD
           MOVE 'SITE-EXCEPTION-FILE' TO WS-FST-FILE-NAME
           MOVE 'WRITE' TO WS-FST-OPERATION
           MOVE WS-SITE-EXCEPTION-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           .
       2150-EXIT.
           EXIT.

      ****************************************************************
      * SCORE ONE REPORT BY THE SMALLEST NUMBER OF REMOVED LEVELS    *
      * (UP TO WS-DAMPENER-DEPTH) THAT MAKES IT SAFE.  DEPTH 0 IS    *
               PERFORM 2240-TRY-DEPTH THRU 2240-EXIT
           END-PERFORM

      *    A VERIFY-MODE RE-TEST ONLY WANTS THE VERDICT, JUDGED THE
      *    SAME WAY AS BELOW (SAFE OUTRIGHT OR WITH ONE REMOVAL)
           IF VERIFY-MODE
               IF FOUND-SAFE AND WS-MIN-REMOVALS NOT GREATER 1
                   SET VERIFY-SAFE TO TRUE
               END-IF
               GO TO 2200-EXIT
           END-IF

           EVALUATE TRUE
               WHEN FOUND-SAFE AND WS-MIN-REMOVALS EQUAL 0
                   ADD 1 TO WS-SAFE-RPT-CNT
           MOVE 0 TO WS-SITE-SUB2
           MOVE 1 TO WS-SITE-SUB
           PERFORM UNTIL WS-SITE-SUB GREATER WS-SITE-CNT
               IF WS-SITE-CODE(WS-SITE-SUB) EQUAL WS-TALLY-SITE
                   MOVE WS-SITE-SUB TO WS-SITE-SUB2
                   MOVE WS-SITE-CNT TO WS-SITE-SUB
               END-IF
           IF WS-SITE-SUB2 EQUAL 0
               IF WS-SITE-CNT EQUAL 50
                   DISPLAY 'AOC0212W SITE TABLE FULL - REPORT FOR '
                       WS-TALLY-SITE ' ROLLED INTO LAST SITE'
                   MOVE 50 TO WS-SITE-SUB2
               ELSE
                   ADD 1 TO WS-SITE-CNT
                   MOVE WS-SITE-CNT TO WS-SITE-SUB2
                   MOVE WS-TALLY-SITE TO WS-SITE-CODE(WS-SITE-SUB2)
                   MOVE WS-TALLY-NAME TO WS-SITE-NAME(WS-SITE-SUB2)
                   MOVE WS-TALLY-REGION
                       TO WS-SITE-REGION(WS-SITE-SUB2)
                   MOVE ZEROS TO WS-SITE-SAFE-OUT(WS-SITE-SUB2)
                                 WS-SITE-DAMPENED(WS-SITE-SUB2)
                                 WS-SITE-UNSAFE(WS-SITE-SUB2)
      ****************************************************************
       3000-LOG-EXCEPTION.

           PERFORM 3050-FORMAT-LEVELS THRU 3050-EXIT

           MOVE SPACES TO EXCEPTION-RECORD
           STRING 'UNSAFE REPORT: ' WS-EXC-LEVELS-TEXT DELIMITED BY SIZE
       3000-EXIT.
           EXIT.

      ****************************************************************
      * FORMAT THE REPORT'S ORIGINAL LEVELS INTO WS-EXC-LEVELS-TEXT   *
      ****************************************************************
       3050-FORMAT-LEVELS.

           MOVE SPACES TO WS-EXC-LEVELS-TEXT
           MOVE 1      TO WS-EXC-SUB
                          WS-EXC-PTR
           PERFORM UNTIL WS-LEVELO-ARR(WS-EXC-SUB) EQUAL 0
               MOVE WS-LEVELO-ARR(WS-EXC-SUB) TO WS-EXC-NUM-TEXT
               STRING ' ' WS-EXC-NUM-TEXT DELIMITED BY SIZE
                   INTO WS-EXC-LEVELS-TEXT
                   WITH POINTER WS-EXC-PTR
               ADD 1 TO WS-EXC-SUB
           END-PERFORM
           .
       3050-EXIT.
           EXIT.

      ****************************************************************
      * WRITE A PROBLEM DAMPENER AUDIT RECORD SHOWING WHICH LEVEL     *
      * POSITION WAS REMOVED AND WHETHER THAT RETRY CAME BACK SAFE OR *
           MOVE SPACES TO CORRECTION-RECORD
           MOVE WS-CUR-SITE TO CORR-SITE
           MOVE WS-CORR-SEQ TO CORR-SEQ
           MOVE BIZ-DATE    TO CORR-DATE
           IF FIX-FOUND
               MOVE 'CHANGE' TO CORR-ACTION
               MOVE WS-FIX-POS-SAVE TO CORR-POS
               MOVE WS-FIX-OLD TO CORR-OLD
               MOVE WS-FIX-NEW TO CORR-NEW
               ADD 1 TO WS-CORR-FIXED-CNT
               PERFORM 3250-REGISTER-CORRECTION THRU 3250-EXIT
           ELSE
               MOVE 'REMEAS' TO CORR-ACTION
               MOVE ZEROS TO CORR-POS CORR-OLD CORR-NEW
       3200-EXIT.
           EXIT.

      ****************************************************************
      * ENTER ONE SUGGESTED CHANGE ON THE CORRECTION REGISTER.  A     *
      * RERUN OF THE SAME BUSINESS DATE REISSUES THE SAME SITE AND    *
      * SEQUENCE, SO AN ENTRY ALREADY ON FILE IS REFRESHED INSTEAD.   *
      ****************************************************************
       3250-REGISTER-CORRECTION.

           MOVE 0 TO WS-CRG-SUB
           PERFORM VARYING WS-CRG-SCAN FROM 1 BY 1
                   UNTIL WS-CRG-SCAN GREATER WS-CRG-CNT
               IF WS-CRG-DATE(WS-CRG-SCAN) EQUAL BIZ-DATE
                   AND WS-CRG-SITE(WS-CRG-SCAN) EQUAL WS-CUR-SITE
                   AND WS-CRG-SEQ(WS-CRG-SCAN) EQUAL WS-CORR-SEQ
                   MOVE WS-CRG-SCAN TO WS-CRG-SUB
               END-IF
           END-PERFORM
           IF WS-CRG-SUB EQUAL 0
               IF WS-CRG-CNT NOT LESS WS-CRG-MAX
                   PERFORM 1790-REGISTER-FULL THRU 1790-EXIT
               END-IF
               ADD 1 TO WS-CRG-CNT
               MOVE WS-CRG-CNT TO WS-CRG-SUB
               MOVE 'O'    TO WS-CRG-STATUS(WS-CRG-SUB)
               MOVE SPACES TO WS-CRG-RESULT(WS-CRG-SUB)
               MOVE ZEROS  TO WS-CRG-RET-DATE(WS-CRG-SUB)
                              WS-CRG-APPL-POS(WS-CRG-SUB)
                              WS-CRG-APPL-VAL(WS-CRG-SUB)
           END-IF
           MOVE BIZ-DATE           TO WS-CRG-DATE(WS-CRG-SUB)
           MOVE WS-CUR-SITE        TO WS-CRG-SITE(WS-CRG-SUB)
           MOVE WS-CORR-SEQ        TO WS-CRG-SEQ(WS-CRG-SUB)
           MOVE WS-FIX-POS-SAVE    TO WS-CRG-POS(WS-CRG-SUB)
           MOVE WS-FIX-OLD         TO WS-CRG-OLD(WS-CRG-SUB)
           MOVE WS-FIX-NEW         TO WS-CRG-NEW(WS-CRG-SUB)
           MOVE WS-LEVELO-FIRST-50 TO WS-CRG-LEVELS(WS-CRG-SUB)
           .
       3250-EXIT.
           EXIT.

      ****************************************************************
      * BALANCE/DISPLAY TOTALS                                       *
      ****************************************************************
               '  SINGLE-VALUE FIXES  : ' WS-CORR-FIXED-CNT
           DISPLAY 'AOC0215I '
               '  NEED RE-MEASUREMENT : ' WS-CORR-REMEAS-CNT
           IF WS-SITE-EXC-CNT GREATER 0
               DISPLAY 'AOC0217W ' WS-SITE-EXC-CNT
                   ' REPORT(S) FROM UNKNOWN OR INACTIVE SITES -'
                   ' SEE SITE-EXCEPTIONS.TXT'
           END-IF
           IF WS-DAMPENER-DEPTH GREATER 1
               MOVE WS-SAFE-OUTRIGHT-CNT TO WS-DEPTH-CUM
               PERFORM VARYING WS-DEPTH-DSP FROM 1 BY 1
           CALL 'AOC-REPORT' USING RPT-CTL

           MOVE 'LINE' TO RPT-OP
           MOVE SPACES TO RPT-DETAIL
           STRING 'SITE NAME                  REGION'
               '      SAFE   DAMPENED   UNSAFE   TOTAL'
               DELIMITED BY SIZE
               INTO RPT-DETAIL
           END-STRING
           PERFORM 8250-PUT-RANKING-LINE THRU 8250-EXIT
           MOVE ZEROS TO WS-GRAND-SAFE WS-GRAND-UNSAFE WS-GRAND-TOTAL
           PERFORM VARYING WS-SITE-SUB FROM 1 BY 1
                   UNTIL WS-SITE-SUB GREATER WS-SITE-CNT
               MOVE WS-SITE-CODE(WS-SITE-SUB)     TO WS-RL-SITE
               MOVE WS-SITE-NAME(WS-SITE-SUB)     TO WS-RL-NAME
               MOVE WS-SITE-REGION(WS-SITE-SUB)   TO WS-RL-REGION
               MOVE WS-SITE-SAFE-OUT(WS-SITE-SUB) TO WS-RL-SAFE-OUT
               MOVE WS-SITE-DAMPENED(WS-SITE-SUB) TO WS-RL-DAMPENED
               MOVE WS-SITE-UNSAFE(WS-SITE-SUB)   TO WS-RL-UNSAFE
               MOVE 'LINE' TO RPT-OP
               MOVE WS-RANK-LINE TO RPT-DETAIL
               PERFORM 8250-PUT-RANKING-LINE THRU 8250-EXIT
               PERFORM 8260-TALLY-REGION THRU 8260-EXIT
           END-PERFORM
           IF SITE-MASTER-ON-FILE
               PERFORM 8270-REGION-SUBTOTALS THRU 8270-EXIT
           END-IF

           MOVE 'LINE' TO RPT-OP
           MOVE SPACES TO RPT-DETAIL
       8250-EXIT.
           EXIT.

      ****************************************************************
      * ROLL ONE RANKED SITE INTO ITS REGION'S SUBTOTAL               *
      ****************************************************************
       8260-TALLY-REGION.

           PERFORM VARYING WS-REGION-SUB FROM 1 BY 1
                   UNTIL WS-REGION-SUB GREATER WS-REGION-CNT
                   OR WS-RG-REGION(WS-REGION-SUB)
                      EQUAL WS-SITE-REGION(WS-SITE-SUB)
               CONTINUE
           END-PERFORM
           IF WS-REGION-SUB GREATER WS-REGION-CNT
               IF WS-REGION-CNT EQUAL 50
                   MOVE 50 TO WS-REGION-SUB
               ELSE
                   ADD 1 TO WS-REGION-CNT
                   MOVE WS-SITE-REGION(WS-SITE-SUB)
                       TO WS-RG-REGION(WS-REGION-SUB)
                   MOVE ZEROS TO WS-RG-SAFE-OUT(WS-REGION-SUB)
                                 WS-RG-DAMPENED(WS-REGION-SUB)
                                 WS-RG-UNSAFE(WS-REGION-SUB)
                                 WS-RG-TOTAL(WS-REGION-SUB)
               END-IF
           END-IF
           ADD WS-SITE-SAFE-OUT(WS-SITE-SUB)
               TO WS-RG-SAFE-OUT(WS-REGION-SUB)
           ADD WS-SITE-DAMPENED(WS-SITE-SUB)
               TO WS-RG-DAMPENED(WS-REGION-SUB)
           ADD WS-SITE-UNSAFE(WS-SITE-SUB)
               TO WS-RG-UNSAFE(WS-REGION-SUB)
           ADD WS-SITE-TOTAL(WS-SITE-SUB)
               TO WS-RG-TOTAL(WS-REGION-SUB)
           .
       8260-EXIT.
           EXIT.

      ****************************************************************
      * WRITE ONE SUBTOTAL LINE PER REGION, IN ORDER OF FIRST         *
      * APPEARANCE IN THE RANKING                                     *
      ****************************************************************
       8270-REGION-SUBTOTALS.

           MOVE 'LINE' TO RPT-OP
           MOVE SPACES TO RPT-DETAIL
           PERFORM 8250-PUT-RANKING-LINE THRU 8250-EXIT
           PERFORM VARYING WS-REGION-SUB FROM 1 BY 1
                   UNTIL WS-REGION-SUB GREATER WS-REGION-CNT
               MOVE SPACES TO WS-RL-SITE
               MOVE 'REGION SUBTOTAL' TO WS-RL-NAME
               MOVE WS-RG-REGION(WS-REGION-SUB)   TO WS-RL-REGION
               MOVE WS-RG-SAFE-OUT(WS-REGION-SUB) TO WS-RL-SAFE-OUT
               MOVE WS-RG-DAMPENED(WS-REGION-SUB) TO WS-RL-DAMPENED
               MOVE WS-RG-UNSAFE(WS-REGION-SUB)   TO WS-RL-UNSAFE
               MOVE WS-RG-TOTAL(WS-REGION-SUB)    TO WS-RL-TOTAL
               MOVE 'LINE' TO RPT-OP
               MOVE WS-RANK-LINE TO RPT-DETAIL
               PERFORM 8250-PUT-RANKING-LINE THRU 8250-EXIT
           END-PERFORM
           .
       8270-EXIT.
           EXIT.

      ****************************************************************
      * LOG THIS RUN TO THE SHOP-WIDE RUN LEDGER                     *
      ****************************************************************
       8500-EXIT.
           EXIT.

      ****************************************************************
      * WRITE THE CORRECTION REGISTER BACK OUT.  RETURNED CORRECTIONS *
      * ARE DROPPED WS-CRG-KEEP-DAYS AFTER THEY CAME BACK.            *
      ****************************************************************
       8600-WRITE-CORR-REGISTER.

           OPEN OUTPUT CORR-REGISTER-OUT-FILE
           MOVE 'CORR-REGISTER-OUT-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-CORR-REGISTER-OUT-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           PERFORM VARYING WS-CRG-SUB FROM 1 BY 1
                   UNTIL WS-CRG-SUB GREATER WS-CRG-CNT
               PERFORM 8650-PUT-REGISTER-RECORD THRU 8650-EXIT
           END-PERFORM
           CLOSE CORR-REGISTER-OUT-FILE
           .
       8600-EXIT.
           EXIT.

      ****************************************************************
      * WRITE ONE CORRECTION-REGISTER RECORD                          *
      ****************************************************************
       8650-PUT-REGISTER-RECORD.

           IF WS-CRG-STATUS(WS-CRG-SUB) EQUAL 'R'
               COMPUTE WS-CRG-AGE =
                   FUNCTION INTEGER-OF-DATE(BIZ-DATE) -
                   FUNCTION INTEGER-OF-DATE(
                       WS-CRG-RET-DATE(WS-CRG-SUB))
               IF WS-CRG-AGE GREATER WS-CRG-KEEP-DAYS
                   GO TO 8650-EXIT
               END-IF
           END-IF
           MOVE SPACES TO CORR-REGISTER-RECORD
           MOVE WS-CRG-DATE(WS-CRG-SUB)     TO CRG-DATE
           MOVE WS-CRG-SITE(WS-CRG-SUB)     TO CRG-SITE
           MOVE WS-CRG-SEQ(WS-CRG-SUB)      TO CRG-SEQ
           MOVE WS-CRG-POS(WS-CRG-SUB)      TO CRG-POS
           MOVE WS-CRG-OLD(WS-CRG-SUB)      TO CRG-OLD
           MOVE WS-CRG-NEW(WS-CRG-SUB)      TO CRG-NEW
           MOVE WS-CRG-STATUS(WS-CRG-SUB)   TO CRG-STATUS
           MOVE WS-CRG-RESULT(WS-CRG-SUB)   TO CRG-RESULT
           MOVE WS-CRG-RET-DATE(WS-CRG-SUB) TO CRG-RET-DATE
           MOVE WS-CRG-APPL-POS(WS-CRG-SUB) TO CRG-APPL-POS
           MOVE WS-CRG-APPL-VAL(WS-CRG-SUB) TO CRG-APPL-VAL
           MOVE WS-CRG-LEVELS(WS-CRG-SUB)   TO CRG-LEVELS
           WRITE CORR-REGISTER-OUT-RECORD FROM CORR-REGISTER-RECORD
           MOVE 'CORR-REGISTER-OUT-FILE' TO WS-FST-FILE-NAME
           MOVE 'WRITE' TO WS-FST-OPERATION
           MOVE WS-CORR-REGISTER-OUT-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           .
       8650-EXIT.
           EXIT.

      ****************************************************************
      * CLOSE FILE                                                   *
      ****************************************************************
           CLOSE EXCEPTION-FILE
           CLOSE DAMPENER-FILE
           CLOSE CORRECTION-FILE
           CLOSE SITE-EXCEPTION-FILE
      *    PROMOTE THE COMMITTED OUTPUT TO ITS PRODUCTION NAME
           MOVE 'RED-NOSED-REPORTS' TO CMT-PROGRAM
           MOVE 'EXCEPTIONS.TXT' TO CMT-FILE
           MOVE 'RED-NOSED-REPORTS' TO CMT-PROGRAM
           MOVE 'CORRECTION-FEED.TXT' TO CMT-FILE
           CALL 'AOC-COMMIT' USING CMT-PARMS
      *    PROMOTE THE COMMITTED OUTPUT TO ITS PRODUCTION NAME
           MOVE 'RED-NOSED-REPORTS' TO CMT-PROGRAM
           MOVE 'SITE-EXCEPTIONS.TXT' TO CMT-FILE
           CALL 'AOC-COMMIT' USING CMT-PARMS
      *    PROMOTE THE COMMITTED OUTPUT TO ITS PRODUCTION NAME
           MOVE 'RED-NOSED-REPORTS' TO CMT-PROGRAM
           MOVE 'CORRECTION-REGISTER.TXT' TO CMT-FILE
           CALL 'AOC-COMMIT' USING CMT-PARMS
           .
       9000-EXIT.
           EXIT.
               ' OPERATION ' WS-FST-OPERATION
               ' STATUS ' WS-FST-STATUS
           MOVE SPACES TO WS-ABEND-MSG
           STRING 'AOC0290E FILE ERROR ' DELIMITED BY SIZE
               WS-FST-FILE-NAME DELIMITED BY SPACE
               ' ' WS-FST-OPERATION DELIMITED BY SIZE
               ' STATUS ' WS-FST-STATUS DELIMITED BY SIZE
