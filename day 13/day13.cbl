               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WEAR-THRESH-FST.
      *    SERVICE RESET TRANSACTIONS - ONE MACHINE NUMBER PER
      *    RECORD, POSTED WHEN A MACHINE IS ACTUALLY SERVICED AND
      *    EMPTIED ONCE APPLIED
           SELECT OPTIONAL WEAR-RESETS-FILE
               ASSIGN TO 'WEAR-RESETS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT SERVICE-DUE-FILE ASSIGN TO 'SERVICE-DUE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SERVICE-DUE-FST.
      *    MACHINE ASSET REGISTER - SITE, FLOOR LOCATION, OWNING
      *    ARCADE, AND INSTALL DATE PER MACHINE NUMBER, SO THE FIELD
      *    CREW CAN FIND A MACHINE NAMED ON ANY REPORT.  '*' IN
      *    COLUMN 1 IS A COMMENT.
      *        COLS  1-4   MACHINE NUMBER (AS IN WEAR-MASTER.TXT)
      *        COLS  6-13  SITE
      *        COLS 15-26  FLOOR LOCATION
      *        COLS 28-47  OWNING ARCADE
      *        COLS 49-56  INSTALL DATE (YYYYMMDD)
           SELECT OPTIONAL MACHINE-REGISTER-FILE
               ASSIGN TO 'MACHINE-REGISTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MACHINE-REGISTER-FST.
      *    MACHINES PLAYED THIS RUN THAT ARE NOT ON THE REGISTER, ONE
      *    LINE PER MACHINE, SO NEW CABINETS GET CATALOGUED
           SELECT UNREGISTERED-FILE
               ASSIGN TO 'UNREGISTERED-MACHINES.TXT.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNREGISTERED-FST.
      *    SITE SUBTOTALS - MACHINES PLAYED, UNSOLVABLE, SERVICE DUE,
      *    AND CUMULATIVE WEAR PER SITE
           SELECT SITE-SUMMARY-FILE
               ASSIGN TO 'MACHINE-SITE-SUMMARY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-SUMMARY-FST.
           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO 'RUN-LEDGER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LEDGER-FST.
      *    INPUT FINGERPRINT LEFT BY THE SHELL'S cksum STEP, IN THE
      *    JOB'S OWN FOLDER SO CONCURRENT BATCH STREAMS NEVER SHARE IT
           SELECT OPTIONAL FP-FLAG-FILE ASSIGN TO 'AOC-FP.FLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FP-FLAG-FST.


       FD  UNSOLVABLE-REPORT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS UNSOLVABLE-REPORT-RECORD.
       01  UNSOLVABLE-REPORT-RECORD               PIC X(200).

       FD  CONTROL-FILE
           RECORD CONTAINS 15 CHARACTERS
           05 WR-MACHINE                         PIC 9(4).

       FD  SERVICE-DUE-FILE
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SERVICE-DUE-RECORD.
       01  SERVICE-DUE-RECORD                    PIC X(200).

       FD  MACHINE-REGISTER-FILE
           RECORD CONTAINS 56 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MACHINE-REGISTER-RECORD.
       01  MACHINE-REGISTER-RECORD.
           05 MR-MACHINE                         PIC 9(4).
           05 FILLER                             PIC X(1).
           05 MR-SITE                            PIC X(8).
           05 FILLER                             PIC X(1).
           05 MR-LOCATION                        PIC X(12).
           05 FILLER                             PIC X(1).
           05 MR-OWNER                           PIC X(20).
           05 FILLER                             PIC X(1).
           05 MR-INSTALL-DATE                    PIC 9(8).

       FD  UNREGISTERED-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS UNREGISTERED-RECORD.
       01  UNREGISTERED-RECORD                   PIC X(80).

       FD  SITE-SUMMARY-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SITE-SUMMARY-RECORD.
       01  SITE-SUMMARY-RECORD                   PIC X(132).

       FD  RUN-LEDGER-FILE
           RECORD CONTAINS 200 CHARACTERS
       01  WS-WEAR-RESET-CNT                      PIC 9(3) VALUE 0.
       01  WS-WEAR-RUN-DATE                       PIC 9(8).

      *    MACHINE ASSET REGISTER FIELDS.  WITH NO REGISTER ON FILE
      *    THE REPORTS CARRY MACHINE NUMBERS ONLY, AS BEFORE.
       01  WS-MACHINE-REGISTER-FST                PIC X(2) VALUE '00'.
       01  WS-UNREGISTERED-FST                    PIC X(2) VALUE '00'.
       01  WS-SITE-SUMMARY-FST                    PIC X(2) VALUE '00'.
       01  WS-MREG-ON-FILE-FLAG                   PIC X(1) VALUE 'N'.
           88 MACHINE-REGISTER-ON-FILE                     VALUE 'Y'.
       01  WS-MREG-EOF                            PIC X(1) VALUE 'N'.
           88 MREG-EOF                                     VALUE 'Y'.
           88 NOT-MREG-EOF                                 VALUE 'N'.
       01  WS-MREG-CNT                            PIC 9(3) VALUE 0.
       01  WS-MREG-TABLE.
           05 WS-MREG-ENTRY OCCURS 500 TIMES.
              10 WS-MREG-MACHINE                PIC 9(4).
              10 WS-MREG-SITE                   PIC X(8).
              10 WS-MREG-LOCATION               PIC X(12).
              10 WS-MREG-OWNER                  PIC X(20).
              10 WS-MREG-INSTALL-DATE           PIC 9(8).
       01  WS-MREG-SUB                            PIC 9(3).
       01  WS-MREG-IDX                            PIC 9(3).
       01  WS-MREG-KEY                            PIC 9(4).
       01  WS-MACH-DETAIL                         PIC X(80).
       01  WS-UNREGISTERED-CNT                    PIC 9(5) VALUE 0.
       01  WS-SITE-CNT                            PIC 9(3) VALUE 0.
       01  WS-SITE-TABLE.
           05 WS-SITE-ENTRY OCCURS 100 TIMES.
              10 WS-SITE-NAME                   PIC X(8).
              10 WS-SITE-PLAYED                 PIC 9(5).
              10 WS-SITE-UNSOLVABLE             PIC 9(5).
              10 WS-SITE-DUE                    PIC 9(5).
              10 WS-SITE-WEAR-A                 PIC 9(15).
              10 WS-SITE-WEAR-B                 PIC 9(15).
       01  WS-SITE-SUB                            PIC 9(3).
       01  WS-SITE-IDX                            PIC 9(3).
       01  WS-SITE-KEY                            PIC X(8).
       01  WS-SITE-TOTALS.
           05 WS-SITE-TOT-PLAYED                 PIC 9(5) VALUE 0.
           05 WS-SITE-TOT-UNSOLVABLE             PIC 9(5) VALUE 0.
           05 WS-SITE-TOT-DUE                    PIC 9(5) VALUE 0.
           05 WS-SITE-TOT-WEAR-A                 PIC 9(15) VALUE 0.
           05 WS-SITE-TOT-WEAR-B                 PIC 9(15) VALUE 0.
       01  WS-SITE-LINE.
           05 SL-SITE                            PIC X(8).
           05 FILLER                             PIC X(2) VALUE SPACES.
           05 SL-PLAYED                          PIC Z(4)9.
           05 FILLER                             PIC X(3) VALUE SPACES.
           05 SL-UNSOLVABLE                      PIC Z(4)9.
           05 FILLER                             PIC X(3) VALUE SPACES.
           05 SL-DUE                             PIC Z(4)9.
           05 FILLER                             PIC X(3) VALUE SPACES.
           05 SL-WEAR-A                          PIC Z(14)9.
           05 FILLER                             PIC X(3) VALUE SPACES.
           05 SL-WEAR-B                          PIC Z(14)9.

       PROCEDURE DIVISION.
      ***************************************************************
      * MAINLINE                                                    *
           PERFORM 1030-GET-OPERATOR  THRU 1030-EXIT
           PERFORM 1040-GET-FINGERPRINT THRU 1040-EXIT
           PERFORM 1500-READ-CONTROL          THRU 1500-EXIT
           PERFORM 1600-LOAD-MACHINE-REGISTER THRU 1600-EXIT
           PERFORM 2000-PROCESS-DATA          THRU 2000-EXIT
               UNTIL END-OF-FILE
           PERFORM 6000-BUDGET-PLAN           THRU 6000-EXIT
           PERFORM 6500-UPDATE-WEAR           THRU 6500-EXIT
           PERFORM 6700-SITE-SUMMARY          THRU 6700-EXIT
           PERFORM 8000-DISPLAY-RESULTS       THRU 8000-EXIT
           PERFORM 8500-LOG-RUN           THRU 8500-EXIT
           PERFORM 9000-CLOSE-FILE            THRU 9000-EXIT
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-UNSOLVABLE-REPORT-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           OPEN OUTPUT UNREGISTERED-FILE
           MOVE 'UNREGISTERED-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-UNREGISTERED-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           .
       1000-EXIT.
           EXIT.

           ACCEPT WS-LEDGER-START-TS FROM TIME
           MOVE SPACES TO WS-FP-COMMAND
           STRING 'rm -f AOC-FP.FLG ; if [ -f INFILE.TXT ] ;'
                   DELIMITED BY SIZE
               ' then cksum < INFILE.TXT ; else echo 0 0 ; fi'
                   DELIMITED BY SIZE
               ' > AOC-FP.FLG' DELIMITED BY SIZE
               INTO WS-FP-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-FP-COMMAND
       1500-EXIT.
           EXIT.

      ****************************************************************
      * LOAD THE MACHINE ASSET REGISTER.  A MISSING REGISTER LEAVES   *
      * THE REPORTS AS THEY WERE - MACHINE NUMBERS ONLY, NO SITE      *
      * SUBTOTALS AND NO UNREGISTERED-MACHINE EXCEPTIONS.             *
      ****************************************************************
       1600-LOAD-MACHINE-REGISTER.

           OPEN INPUT MACHINE-REGISTER-FILE
           MOVE 'MACHINE-REGISTER-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-MACHINE-REGISTER-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           IF WS-MACHINE-REGISTER-FST EQUAL '05'
               CLOSE MACHINE-REGISTER-FILE
               DISPLAY 'AOC1311I NO MACHINE REGISTER ON FILE -'
                   ' REPORTS CARRY MACHINE NUMBERS ONLY'
               GO TO 1600-EXIT
           END-IF
           SET MACHINE-REGISTER-ON-FILE TO TRUE
           SET NOT-MREG-EOF TO TRUE
           PERFORM UNTIL MREG-EOF
               READ MACHINE-REGISTER-FILE
                   AT END
                       SET MREG-EOF TO TRUE
                   NOT AT END
                       PERFORM 1610-TAKE-REGISTER-RECORD
                           THRU 1610-EXIT
               END-READ
               MOVE 'MACHINE-REGISTER-FILE' TO WS-FST-FILE-NAME
               MOVE 'READ' TO WS-FST-OPERATION
               MOVE WS-MACHINE-REGISTER-FST TO WS-FST-STATUS
               PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           END-PERFORM
           CLOSE MACHINE-REGISTER-FILE
           .
       1600-EXIT.
           EXIT.

       1610-TAKE-REGISTER-RECORD.

           IF MACHINE-REGISTER-RECORD(1:1) EQUAL '*'
               OR MACHINE-REGISTER-RECORD EQUAL SPACES
               GO TO 1610-EXIT
           END-IF
           IF MR-MACHINE NOT NUMERIC
               DISPLAY 'AOC1312W MACHINE REGISTER RECORD '''
                   MACHINE-REGISTER-RECORD(1:20)
                   ''' HAS NO MACHINE NUMBER - IGNORED'
               GO TO 1610-EXIT
           END-IF
           MOVE MR-MACHINE TO WS-MREG-KEY
           PERFORM 1620-FIND-MACHINE THRU 1620-EXIT
           IF WS-MREG-IDX GREATER 0
               DISPLAY 'AOC1312W MACHINE ' MR-MACHINE
                   ' IS ON THE REGISTER TWICE - FIRST ENTRY KEPT'
               GO TO 1610-EXIT
           END-IF
           IF WS-MREG-CNT NOT LESS 500
               DISPLAY 'AOC1312W MACHINE REGISTER FULL - MACHINE '
                   MR-MACHINE ' IGNORED'
               GO TO 1610-EXIT
           END-IF
           ADD 1 TO WS-MREG-CNT
           MOVE MR-MACHINE  TO WS-MREG-MACHINE(WS-MREG-CNT)
           MOVE MR-SITE     TO WS-MREG-SITE(WS-MREG-CNT)
           MOVE MR-LOCATION TO WS-MREG-LOCATION(WS-MREG-CNT)
           MOVE MR-OWNER    TO WS-MREG-OWNER(WS-MREG-CNT)
           IF MR-INSTALL-DATE NUMERIC
               MOVE MR-INSTALL-DATE
                   TO WS-MREG-INSTALL-DATE(WS-MREG-CNT)
           ELSE
               MOVE 0 TO WS-MREG-INSTALL-DATE(WS-MREG-CNT)
           END-IF
           .
       1610-EXIT.
           EXIT.

      ****************************************************************
      * LOOK UP WS-MREG-KEY ON THE REGISTER (WS-MREG-IDX 0 = NOT ON   *
      * FILE)                                                         *
      ****************************************************************
       1620-FIND-MACHINE.

           MOVE 0 TO WS-MREG-IDX
           PERFORM VARYING WS-MREG-SUB FROM 1 BY 1
                   UNTIL WS-MREG-SUB GREATER WS-MREG-CNT
                   OR WS-MREG-IDX GREATER 0
               IF WS-MREG-MACHINE(WS-MREG-SUB) EQUAL WS-MREG-KEY
                   MOVE WS-MREG-SUB TO WS-MREG-IDX
               END-IF
           END-PERFORM
           .
       1620-EXIT.
           EXIT.

      ****************************************************************
      * BUILD THE REGISTER DETAIL PRINTED AFTER A MACHINE NUMBER, AND *
      * FIND (OR OPEN) THE SITE'S SUBTOTAL BUCKET.  AN UNREGISTERED   *
      * MACHINE FALLS INTO THE '(UNREG)' BUCKET.                      *
      ****************************************************************
       1630-DESCRIBE-MACHINE.

           MOVE SPACES TO WS-MACH-DETAIL
           MOVE 0 TO WS-SITE-IDX
           IF NOT MACHINE-REGISTER-ON-FILE
               GO TO 1630-EXIT
           END-IF
           PERFORM 1620-FIND-MACHINE THRU 1620-EXIT
           IF WS-MREG-IDX EQUAL 0
               MOVE ' SITE (UNREG) - MACHINE NOT REGISTERED'
                   TO WS-MACH-DETAIL
               MOVE '(UNREG)' TO WS-SITE-KEY
           ELSE
               STRING ' SITE ' WS-MREG-SITE(WS-MREG-IDX)
                      ' LOC ' WS-MREG-LOCATION(WS-MREG-IDX)
                      ' OWNER ' WS-MREG-OWNER(WS-MREG-IDX)
                      ' INSTALLED ' WS-MREG-INSTALL-DATE(WS-MREG-IDX)
                   DELIMITED BY SIZE
                   INTO WS-MACH-DETAIL
               END-STRING
               MOVE WS-MREG-SITE(WS-MREG-IDX) TO WS-SITE-KEY
           END-IF
           PERFORM VARYING WS-SITE-SUB FROM 1 BY 1
                   UNTIL WS-SITE-SUB GREATER WS-SITE-CNT
                   OR WS-SITE-IDX GREATER 0
               IF WS-SITE-NAME(WS-SITE-SUB) EQUAL WS-SITE-KEY
                   MOVE WS-SITE-SUB TO WS-SITE-IDX
               END-IF
           END-PERFORM
           IF WS-SITE-IDX EQUAL 0
               IF WS-SITE-CNT LESS 100
                   ADD 1 TO WS-SITE-CNT
                   MOVE WS-SITE-CNT TO WS-SITE-IDX
                   MOVE WS-SITE-KEY TO WS-SITE-NAME(WS-SITE-IDX)
                   MOVE 0 TO WS-SITE-PLAYED(WS-SITE-IDX)
                             WS-SITE-UNSOLVABLE(WS-SITE-IDX)
                             WS-SITE-DUE(WS-SITE-IDX)
                             WS-SITE-WEAR-A(WS-SITE-IDX)
                             WS-SITE-WEAR-B(WS-SITE-IDX)
               ELSE
                   DISPLAY 'AOC1314W SITE TABLE FULL - SITE '
                       WS-SITE-KEY ' LEFT OUT OF THE SUBTOTALS'
               END-IF
           END-IF
           .
       1630-EXIT.
           EXIT.

      ****************************************************************
      * READ FILE LINE BY LINE                                       *
      ****************************************************************
               NOT AT END
                   ADD 1 TO WS-MACHINE-NUM
                   MOVE SPACES TO WS-VALID-MACHINE
                   PERFORM 2050-REGISTER-CHECK    THRU 2050-EXIT
                   PERFORM 2100-SAVE-A-VALUES     THRU 2100-EXIT
                   PERFORM 2200-SAVE-B-VALUES     THRU 2200-EXIT
                   PERFORM 2300-SAVE-PRIZE-LOC    THRU 2300-EXIT      
       2000-EXIT.
           EXIT.

      *****************************************************************
      * FIND THIS MACHINE ON THE REGISTER AND COUNT IT TO ITS SITE.   *
      * A MACHINE NOT ON THE REGISTER IS LISTED AS AN EXCEPTION.      *
      *****************************************************************
       2050-REGISTER-CHECK.

           MOVE WS-MACHINE-NUM TO WS-MREG-KEY
           PERFORM 1630-DESCRIBE-MACHINE THRU 1630-EXIT
           IF NOT MACHINE-REGISTER-ON-FILE
               GO TO 2050-EXIT
           END-IF
           IF WS-SITE-IDX GREATER 0
               ADD 1 TO WS-SITE-PLAYED(WS-SITE-IDX)
           END-IF
           IF WS-MREG-IDX EQUAL 0
               ADD 1 TO WS-UNREGISTERED-CNT
               MOVE SPACES TO UNREGISTERED-RECORD
               STRING 'MACHINE ' WS-MREG-KEY
                      ' MACHINE NOT REGISTERED - ADD IT TO'
                      ' MACHINE-REGISTER.TXT'
                   DELIMITED BY SIZE
                   INTO UNREGISTERED-RECORD
               END-STRING
               WRITE UNREGISTERED-RECORD
               MOVE 'UNREGISTERED-FILE' TO WS-FST-FILE-NAME
               MOVE 'WRITE' TO WS-FST-OPERATION
               MOVE WS-UNREGISTERED-FST TO WS-FST-STATUS
               PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           END-IF
           .
       2050-EXIT.
           EXIT.

      *****************************************************************
      * SAVE VALUES OF BUTTON A                                       *
      *****************************************************************
       4100-LOG-UNSOLVABLE.

           IF IS-NOT-VALID-MACHINE
               MOVE WS-MACHINE-NUM TO WS-MREG-KEY
               PERFORM 1630-DESCRIBE-MACHINE THRU 1630-EXIT
               IF WS-SITE-IDX GREATER 0
                   ADD 1 TO WS-SITE-UNSOLVABLE(WS-SITE-IDX)
               END-IF
               MOVE WS-MACHINE-NUM  TO WS-MACHINE-NUM-EDIT
               MOVE WS-A-PUSH-FRAC  TO WS-A-PUSH-FRAC-EDIT
               MOVE WS-B-PUSH-FRAC  TO WS-B-PUSH-FRAC-EDIT
                       WS-A-PUSH-FRAC-EDIT DELIMITED BY SIZE
                       ' BUTTON B PRESSES ' DELIMITED BY SIZE
                       WS-B-PUSH-FRAC-EDIT DELIMITED BY SIZE
                       WS-MACH-DETAIL DELIMITED BY SIZE
                   INTO UNSOLVABLE-REPORT-RECORD
               END-STRING
               WRITE UNSOLVABLE-REPORT-RECORD
      * MACHINE WEAR ACCUMULATION AND SERVICE FLAGGING.  THE WEAR     *
      * MASTER CARRIES EACH MACHINE'S CUMULATIVE A/B PRESSES ACROSS   *
      * RUN DATES.  RESET TRANSACTIONS (MACHINES ACTUALLY SERVICED)   *
      * ZERO THE ACCUMULATORS FIRST AND ARE THEN EMPTIED, THIS RUN'S  *
      * PRESSES ARE ADDED, ANY MACHINE OVER A BUTTON'S THRESHOLD GOES *
      * TO THE SERVICE-DUE REPORT, AND THE MASTER IS REWRITTEN.       *
      *****************************************************************
       6500-UPDATE-WEAR.

                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE WEAR-RESETS-FILE
      *        EACH RESET IS SPENT ONCE APPLIED - THE ZEROED TOTALS GO
      *        OUT ON THE MASTER BELOW
               OPEN OUTPUT WEAR-RESETS-FILE
           END-IF
           CLOSE WEAR-RESETS-FILE

           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           PERFORM VARYING WS-WEAR-SUB FROM 1 BY 1
                   UNTIL WS-WEAR-SUB GREATER WS-WEAR-CNT
               MOVE WS-WEAR-MACHINE(WS-WEAR-SUB) TO WS-MREG-KEY
               PERFORM 1630-DESCRIBE-MACHINE THRU 1630-EXIT
               IF WS-SITE-IDX GREATER 0
                   ADD WS-WEAR-A(WS-WEAR-SUB)
                       TO WS-SITE-WEAR-A(WS-SITE-IDX)
                   ADD WS-WEAR-B(WS-WEAR-SUB)
                       TO WS-SITE-WEAR-B(WS-SITE-IDX)
               END-IF
               IF WS-WEAR-A(WS-WEAR-SUB) NOT LESS WS-A-THRESHOLD
                   OR WS-WEAR-B(WS-WEAR-SUB) NOT LESS WS-B-THRESHOLD
                   ADD 1 TO WS-WEAR-DUE-CNT
                   IF WS-SITE-IDX GREATER 0
                       ADD 1 TO WS-SITE-DUE(WS-SITE-IDX)
                   END-IF
                   MOVE SPACES TO SERVICE-DUE-RECORD
                   STRING 'MACHINE '
                       WS-WEAR-MACHINE(WS-WEAR-SUB)
                       ' (LIMIT ' WS-A-THRESHOLD
                       ') B-PRESSES ' WS-WEAR-B(WS-WEAR-SUB)
                       ' (LIMIT ' WS-B-THRESHOLD ')'
                       WS-MACH-DETAIL
                       DELIMITED BY SIZE
                       INTO SERVICE-DUE-RECORD
                   END-STRING
       6500-EXIT.
           EXIT.

      *****************************************************************
      * SITE SUBTOTALS - MACHINES PLAYED THIS RUN, UNSOLVABLE         *
      * MACHINES, MACHINES DUE SERVICE, AND CUMULATIVE A/B PRESSES    *
      * ON THE WEAR MASTER, ONE LINE PER SITE IN REGISTER ORDER OF    *
      * FIRST APPEARANCE, WITH A GRAND TOTAL                          *
      *****************************************************************
       6700-SITE-SUMMARY.

           IF NOT MACHINE-REGISTER-ON-FILE
               GO TO 6700-EXIT
           END-IF
           OPEN OUTPUT SITE-SUMMARY-FILE
           MOVE 'SITE-SUMMARY-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-SITE-SUMMARY-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           MOVE 'MACHINE SUBTOTALS BY SITE' TO SITE-SUMMARY-RECORD
           PERFORM 6750-PUT-SITE-LINE THRU 6750-EXIT
           MOVE SPACES TO SITE-SUMMARY-RECORD
           STRING 'SITE     PLAYED  UNSOLV     DUE'
                  '    WEAR A-PRESSES    WEAR B-PRESSES'
               DELIMITED BY SIZE
               INTO SITE-SUMMARY-RECORD
           END-STRING
           PERFORM 6750-PUT-SITE-LINE THRU 6750-EXIT
           PERFORM VARYING WS-SITE-SUB FROM 1 BY 1
                   UNTIL WS-SITE-SUB GREATER WS-SITE-CNT
               MOVE WS-SITE-NAME(WS-SITE-SUB)       TO SL-SITE
               MOVE WS-SITE-PLAYED(WS-SITE-SUB)     TO SL-PLAYED
               MOVE WS-SITE-UNSOLVABLE(WS-SITE-SUB) TO SL-UNSOLVABLE
               MOVE WS-SITE-DUE(WS-SITE-SUB)        TO SL-DUE
               MOVE WS-SITE-WEAR-A(WS-SITE-SUB)     TO SL-WEAR-A
               MOVE WS-SITE-WEAR-B(WS-SITE-SUB)     TO SL-WEAR-B
               ADD WS-SITE-PLAYED(WS-SITE-SUB) TO WS-SITE-TOT-PLAYED
               ADD WS-SITE-UNSOLVABLE(WS-SITE-SUB)
                   TO WS-SITE-TOT-UNSOLVABLE
               ADD WS-SITE-DUE(WS-SITE-SUB) TO WS-SITE-TOT-DUE
               ADD WS-SITE-WEAR-A(WS-SITE-SUB) TO WS-SITE-TOT-WEAR-A
               ADD WS-SITE-WEAR-B(WS-SITE-SUB) TO WS-SITE-TOT-WEAR-B
               MOVE WS-SITE-LINE TO SITE-SUMMARY-RECORD
               PERFORM 6750-PUT-SITE-LINE THRU 6750-EXIT
           END-PERFORM
           MOVE 'TOTAL'                TO SL-SITE
           MOVE WS-SITE-TOT-PLAYED     TO SL-PLAYED
           MOVE WS-SITE-TOT-UNSOLVABLE TO SL-UNSOLVABLE
           MOVE WS-SITE-TOT-DUE        TO SL-DUE
           MOVE WS-SITE-TOT-WEAR-A     TO SL-WEAR-A
           MOVE WS-SITE-TOT-WEAR-B     TO SL-WEAR-B
           MOVE WS-SITE-LINE TO SITE-SUMMARY-RECORD
           PERFORM 6750-PUT-SITE-LINE THRU 6750-EXIT
           CLOSE SITE-SUMMARY-FILE
           IF WS-UNREGISTERED-CNT GREATER 0
               DISPLAY 'AOC1313W ' WS-UNREGISTERED-CNT
                   ' MACHINE(S) NOT REGISTERED - SEE'
                   ' UNREGISTERED-MACHINES.TXT'
           END-IF
           .
       6700-EXIT.
           EXIT.

       6750-PUT-SITE-LINE.

           WRITE SITE-SUMMARY-RECORD
           MOVE 'SITE-SUMMARY-FILE' TO WS-FST-FILE-NAME
           MOVE 'WRITE' TO WS-FST-OPERATION
           MOVE WS-SITE-SUMMARY-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           .
       6750-EXIT.
           EXIT.

      *****************************************************************
      * TOKEN-BUDGET PRIZE OPTIMIZATION.  EVERY PRIZE IS WORTH THE    *
      * SAME, SO THE MOST PRIZES A FIXED FLOAT CAN BUY COME FROM      *

           CLOSE INPUT-FILE
           CLOSE UNSOLVABLE-REPORT-FILE
           CLOSE UNREGISTERED-FILE
      *    PROMOTE THE COMMITTED OUTPUT TO ITS PRODUCTION NAME
           MOVE 'CLAW-CONTRAPTION' TO CMT-PROGRAM
           MOVE 'UNSOLVABLE-MACHINES.TXT' TO CMT-FILE
           CALL 'AOC-COMMIT' USING CMT-PARMS
           MOVE 'UNREGISTERED-MACHINES.TXT' TO CMT-FILE
           CALL 'AOC-COMMIT' USING CMT-PARMS
           .
       9000-EXIT.
           EXIT.
               ' OPERATION ' WS-FST-OPERATION
               ' STATUS ' WS-FST-STATUS
           MOVE SPACES TO WS-ABEND-MSG
           STRING 'AOC1390E FILE ERROR ' DELIMITED BY SIZE
               WS-FST-FILE-NAME DELIMITED BY SPACE
               ' ' WS-FST-OPERATION DELIMITED BY SIZE
               ' STATUS ' WS-FST-STATUS DELIMITED BY SIZE
