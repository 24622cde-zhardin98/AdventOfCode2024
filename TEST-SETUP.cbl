      * NEVER WRITE A PRODUCTION LEDGER OR THE ANSWER MASTER.        *
      * VALIDATED CONTROL-FILE CHANGES COME BACK THROUGH             *
      * TEST-PROMOTE.  RUN FROM THE WORKSPACE ROOT.                  *
      *                                                              *
      * CUSTOMER DATA IS MASKED ON THE WAY IN.  THE DAY12 CUSTOMER   *
      * FILES - CUSTOMER-XREF.TXT, RECEIVABLES.TXT, PAYMENTS.TXT,    *
      * PAYMENT-REGISTER.TXT, STATEMENTS.TXT AND                     *
      * PAYMENT-EXCEPTIONS.TXT - ARE REBUILT IN TESTROOT FROM THE    *
      * PRODUCTION COPIES WITH EVERY ACCOUNT NUMBER REPLACED BY ITS  *
      * SUBSTITUTE (THE SAME SUBSTITUTE IN EVERY FILE AND EVERY      *
      * REFRESH, SO JOINS STILL WORK) AND EVERY MONEY AMOUNT SCALED  *
      * BY ONE FACTOR.  A PAYMENT BATCH HEADER IS RESTATED FROM ITS  *
      * SCALED DETAIL SO A BATCH THAT BALANCED STILL BALANCES (AND   *
      * ONE THAT DID NOT IS OUT BY ITS SCALED DIFFERENCE).  THE      *
      * MASKING KEY, MASK-KEY.TXT, STAYS IN THE PRODUCTION ROOT AND  *
      * IS NEVER COPIED:                                             *
      *   S RECORD  COL 1 'S', COLS 3-7 SCALE FACTOR 9V9999,         *
      *             COLS 9-16 DATE THE KEY WAS STARTED               *
      *   A RECORD  COL 1 'A', COLS 3-10 PRODUCTION ACCOUNT,         *
      *             COLS 12-19 SUBSTITUTE, COLS 21-28 DATE ADDED     *
      * A FILE THAT CANNOT BE MASKED IS LEFT OUT OF TESTROOT.  A     *
      * VERIFICATION PASS THEN SEARCHES ALL OF TESTROOT FOR EVERY    *
      * PRODUCTION ACCOUNT ON THE KEY AND REPORTS ON                 *
      * MASK-VERIFY-REPORT.TXT; ANY HIT (OR A KEY FOUND IN TESTROOT) *
      * FAILS THE SETUP WITH RC 8.                                   *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO '/tmp/AOC-TESTSETUP.FLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETUP-FLAG-FST.
           SELECT OPTIONAL MASK-KEY-FILE ASSIGN TO 'MASK-KEY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASK-KEY-FST.
      *    ONE PRODUCTION FILE STAGED BY THE SHELL, AND ITS MASKED
      *    REWRITE ON ITS WAY INTO TESTROOT
           SELECT OPTIONAL MASK-IN-FILE ASSIGN TO '/tmp/AOC-MASK-IN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASK-IN-FST.
           SELECT MASK-OUT-FILE ASSIGN TO '/tmp/AOC-MASK-OUT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASK-OUT-FST.
      *    PRODUCTION ACCOUNTS TO SEARCH FOR, AND THE FILES FOUND
           SELECT PROD-LIST-FILE ASSIGN TO '/tmp/AOC-MASK-PROD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-LIST-FST.
           SELECT OPTIONAL HITS-FILE ASSIGN TO '/tmp/AOC-MASK-HITS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HITS-FST.
           SELECT VERIFY-FILE ASSIGN TO 'MASK-VERIFY-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERIFY-FST.

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS SETUP-FLAG-RECORD.
       01  SETUP-FLAG-RECORD                      PIC X(20).

       FD  MASK-KEY-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MASK-KEY-RECORD.
       01  MASK-KEY-RECORD.
           05 MK-TYPE                             PIC X(1).
           05 FILLER                              PIC X(1).
           05 MK-PROD                             PIC X(8).
           05 FILLER                              PIC X(1).
           05 MK-SUBST                            PIC X(8).
           05 FILLER                              PIC X(1).
           05 MK-ADDED                            PIC 9(8).
           05 FILLER                              PIC X(52).
       01  MASK-SCALE-RECORD.
           05 MS-TYPE                             PIC X(1).
           05 FILLER                              PIC X(1).
           05 MS-FACTOR                           PIC 9V9999.
           05 FILLER                              PIC X(1).
           05 MS-STARTED                          PIC 9(8).
           05 FILLER                              PIC X(64).

       FD  MASK-IN-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MASK-IN-RECORD.
       01  MASK-IN-RECORD                         PIC X(132).

       FD  MASK-OUT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MASK-OUT-RECORD.
       01  MASK-OUT-RECORD                        PIC X(132).

       FD  PROD-LIST-FILE
           RECORD CONTAINS 8 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PROD-LIST-RECORD.
       01  PROD-LIST-RECORD                       PIC X(8).

       FD  HITS-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS HITS-RECORD.
       01  HITS-RECORD                            PIC X(100).

       FD  VERIFY-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS VERIFY-RECORD.
       01  VERIFY-RECORD                          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
       01  WS-SETUP-FLAG-FST                      PIC X(2) VALUE '00'.
       01  WS-MASK-KEY-FST                        PIC X(2) VALUE '00'.
       01  WS-MASK-IN-FST                         PIC X(2) VALUE '00'.
       01  WS-MASK-OUT-FST                        PIC X(2) VALUE '00'.
       01  WS-PROD-LIST-FST                       PIC X(2) VALUE '00'.
       01  WS-HITS-FST                            PIC X(2) VALUE '00'.
       01  WS-VERIFY-FST                          PIC X(2) VALUE '00'.
       01  WS-FLAG-EOF                            PIC X(1).
           88 FLAG-EOF                                     VALUE 'Y'.
           88 NOT-FLAG-EOF                                 VALUE 'N'.
       01  WS-EOF-FLAG                            PIC X(1).
           88 SCAN-EOF                                     VALUE 'Y'.
           88 NOT-SCAN-EOF                                 VALUE 'N'.
       01  WS-COMMAND                             PIC X(800).
       01  WS-COPIED-TEXT                         PIC X(20).
       01  WS-RUN-DATE                            PIC 9(8).
       01  WS-RUN-TIME                            PIC 9(8).

      *    THE MASKING KEY, HELD WHOLE AND REWRITTEN WHEN IT GROWS
       01  WS-MSK-FACTOR                          PIC 9V9999 VALUE 0.
       01  WS-MSK-STARTED                         PIC 9(8) VALUE 0.
       01  WS-MSK-CNT                             PIC 9(4) VALUE 0.
       01  WS-MSK-MAX                             PIC 9(4) VALUE 5000.
       01  WS-MSK-TABLE.
           05 WS-MSK-ENTRY OCCURS 5000 TIMES.
              10 WS-MSK-PROD                      PIC X(8).
              10 WS-MSK-SUBST                     PIC X(8).
              10 WS-MSK-ADDED                     PIC 9(8).
       01  WS-MSK-SUB                             PIC 9(4).
       01  WS-MSK-HIT                             PIC 9(4).
       01  WS-MSK-NEXT                            PIC 9(6) VALUE 0.
       01  WS-MSK-SEQ                             PIC 9(6).
       01  WS-MSK-KEY-CHANGED                     PIC X(1) VALUE 'N'.
       01  WS-MSK-KEY-FULL                        PIC X(1) VALUE 'N'.
      *    SUBSTITUTES ARE MKnnnnnn
       01  WS-MSK-CANDIDATE.
           05 FILLER                              PIC X(2) VALUE 'MK'.
           05 WS-MSK-CAND-SEQ                     PIC 9(6).
       01  WS-MSK-TAKEN                           PIC X(1).

      *    THE FILES MASKED AND WHAT WAS DONE TO EACH
       01  WS-TGT-CNT                             PIC 9(1) VALUE 6.
       01  WS-TGT-TABLE.
           05 FILLER                              PIC X(24)
               VALUE 'CUSTOMER-XREF.TXT       '.
           05 FILLER                              PIC X(24)
               VALUE 'RECEIVABLES.TXT         '.
           05 FILLER                              PIC X(24)
               VALUE 'PAYMENTS.TXT            '.
           05 FILLER                              PIC X(24)
               VALUE 'PAYMENT-REGISTER.TXT    '.
           05 FILLER                              PIC X(24)
               VALUE 'STATEMENTS.TXT          '.
           05 FILLER                              PIC X(24)
               VALUE 'PAYMENT-EXCEPTIONS.TXT  '.
       01  WS-TGT-TABLE-R REDEFINES WS-TGT-TABLE.
           05 WS-TGT-FILE OCCURS 6 TIMES          PIC X(24).
       01  WS-TGT-SUB                             PIC 9(1).
       01  WS-TGT-LEN                             PIC 9(2).
       01  WS-TGT-OUTCOME                         PIC X(10).
       01  WS-TGT-RECORDS                         PIC 9(7).
       01  WS-TGT-ACCOUNTS                        PIC 9(7).
       01  WS-TGT-AMOUNTS                         PIC 9(7).
       01  WS-MASKED-CNT                          PIC 9(1) VALUE 0.
       01  WS-DROPPED-CNT                         PIC 9(1) VALUE 0.

      *    ONE ACCOUNT OR AMOUNT BEING MASKED
       01  WS-ACCT-VALUE                          PIC X(8).
       01  WS-AMT-TEXT                            PIC X(14).
       01  WS-AMT-TEXT-9 REDEFINES WS-AMT-TEXT    PIC 9(12)V99.
       01  WS-AMT-VALUE                           PIC 9(12)V99.
       01  WS-EDIT-TEXT                           PIC X(15).
       01  WS-EDIT-VALUE REDEFINES WS-EDIT-TEXT   PIC Z(11)9.99.
       01  WS-EDIT-POS                            PIC 9(3).

      *    PAYMENTS ARE HELD WHOLE SO EACH BATCH HEADER CAN BE
      *    RESTATED FROM ITS SCALED DETAIL
       01  WS-PAY-CNT                             PIC 9(4) VALUE 0.
       01  WS-PAY-MAX                             PIC 9(4) VALUE 2000.
       01  WS-PAY-TABLE.
           05 WS-PAY-LINE OCCURS 2000 TIMES       PIC X(38).
       01  WS-PAY-SUB                             PIC 9(4).
       01  WS-PAY-HDR                             PIC 9(4).
       01  WS-PAY-ORIG-SUM                        PIC S9(13)V99.
       01  WS-PAY-SCALED-SUM                      PIC S9(13)V99.
       01  WS-PAY-DIFF                            PIC S9(13)V99.
       01  WS-PAY-WORK                            PIC S9(13)V99.

      *    VERIFICATION
       01  WS-HIT-CNT                             PIC 9(4) VALUE 0.
       01  WS-TRIM-FIELD                          PIC X(24).
       01  WS-TRIM-LEN                            PIC 9(2).
       01  WS-END                                 PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

      ***************************************************************
       0000-MAINLINE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

      *    THE DAY FOLDERS, WHOLE - INPUTS, LOCAL CONTROLS, MASTERS
      *    AND LEDGERS ALL COME ALONG SO A TEST RUN LOOKS LIKE
      *    PRODUCTION FROM THE INSIDE
           END-PERFORM
           CLOSE SETUP-FLAG-FILE

           PERFORM 1000-LOAD-KEY     THRU 1000-EXIT
           PERFORM 2000-MASK-ONE     THRU 2000-EXIT
               VARYING WS-TGT-SUB FROM 1 BY 1
               UNTIL WS-TGT-SUB GREATER WS-TGT-CNT
           PERFORM 1500-SAVE-KEY     THRU 1500-EXIT
           PERFORM 3000-VERIFY       THRU 3000-EXIT

           DISPLAY 'AOC8701I TEST-SETUP COMPLETE: DAY FOLDERS AND '
               WS-COPIED-TEXT(1:3) ' CONTROL FILE(S)/MASTER(S)'
               ' COPIED INTO TESTROOT/'
           DISPLAY 'AOC8703I TEST-SETUP: ' WS-MASKED-CNT
               ' CUSTOMER FILE(S) MASKED, ' WS-DROPPED-CNT
               ' LEFT OUT, ' WS-MSK-CNT ' ACCOUNT(S) ON THE KEY'
           IF WS-HIT-CNT GREATER 0
               DISPLAY 'AOC8705E TEST-SETUP: ' WS-HIT-CNT
                   ' FILE(S) UNDER TESTROOT CARRY PRODUCTION ACCOUNT'
                   ' VALUES - SEE MASK-VERIFY-REPORT.TXT'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'AOC8704I TEST-SETUP: VERIFIED - NO PRODUCTION'
                   ' ACCOUNT VALUE UNDER TESTROOT'
           END-IF
           DISPLAY 'AOC8702I RUN TEST SESSIONS WITH AOC_ENV=TEST'
               ' FROM INSIDE TESTROOT/'
           STOP RUN.

      ***************************************************************
      * LOAD THE MASKING KEY.  THE FIRST BUILD STARTS ONE, WITH A    *
      * SCALE FACTOR FROM 0.5000 TO 1.4999 TAKEN FROM THE CLOCK -    *
      * NEVER 1.0000, WHICH WOULD LEAVE EVERY AMOUNT AS IT WAS       *
      ***************************************************************
       1000-LOAD-KEY.

           OPEN INPUT MASK-KEY-FILE
           IF WS-MASK-KEY-FST NOT EQUAL '05'
               SET NOT-SCAN-EOF TO TRUE
               PERFORM UNTIL SCAN-EOF
                   READ MASK-KEY-FILE
                       AT END
                           SET SCAN-EOF TO TRUE
                       NOT AT END
                           PERFORM 1100-KEY-RECORD THRU 1100-EXIT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE MASK-KEY-FILE
           IF WS-MSK-FACTOR EQUAL 0
               COMPUTE WS-MSK-FACTOR =
                   0.5 + (FUNCTION MOD(WS-RUN-TIME, 10000) / 10000)
               IF WS-MSK-FACTOR EQUAL 1
                   MOVE 1.0001 TO WS-MSK-FACTOR
               END-IF
               MOVE WS-RUN-DATE TO WS-MSK-STARTED
               MOVE 'Y' TO WS-MSK-KEY-CHANGED
               DISPLAY 'AOC8706W TEST-SETUP: NO MASKING KEY ON FILE -'
                   ' A NEW MASK-KEY.TXT IS STARTED'
           END-IF
           .
       1000-EXIT.
           EXIT.

       1100-KEY-RECORD.

           IF MS-TYPE EQUAL 'S' AND MS-FACTOR IS NUMERIC
               AND MS-FACTOR GREATER 0
               MOVE MS-FACTOR  TO WS-MSK-FACTOR
               MOVE MS-STARTED TO WS-MSK-STARTED
               GO TO 1100-EXIT
           END-IF
           IF MK-TYPE NOT EQUAL 'A' OR MK-PROD EQUAL SPACES
               OR WS-MSK-CNT NOT LESS WS-MSK-MAX
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO WS-MSK-CNT
           MOVE MK-PROD  TO WS-MSK-PROD(WS-MSK-CNT)
           MOVE MK-SUBST TO WS-MSK-SUBST(WS-MSK-CNT)
           MOVE MK-ADDED TO WS-MSK-ADDED(WS-MSK-CNT)
           IF MK-SUBST(1:2) EQUAL 'MK' AND MK-SUBST(3:6) IS NUMERIC
               MOVE MK-SUBST(3:6) TO WS-MSK-SEQ
               IF WS-MSK-SEQ GREATER WS-MSK-NEXT
                   MOVE WS-MSK-SEQ TO WS-MSK-NEXT
               END-IF
           END-IF
           .
       1100-EXIT.
           EXIT.

      ***************************************************************
      * REWRITE THE KEY WHEN NEW ACCOUNTS WERE GIVEN SUBSTITUTES     *
      ***************************************************************
       1500-SAVE-KEY.

           IF WS-MSK-KEY-CHANGED NOT EQUAL 'Y'
               GO TO 1500-EXIT
           END-IF
           OPEN OUTPUT MASK-KEY-FILE
           MOVE SPACES TO MASK-SCALE-RECORD
           MOVE 'S'            TO MS-TYPE
           MOVE WS-MSK-FACTOR  TO MS-FACTOR
           MOVE WS-MSK-STARTED TO MS-STARTED
           WRITE MASK-SCALE-RECORD
           PERFORM VARYING WS-MSK-SUB FROM 1 BY 1
                   UNTIL WS-MSK-SUB GREATER WS-MSK-CNT
               MOVE SPACES TO MASK-KEY-RECORD
               MOVE 'A'                      TO MK-TYPE
               MOVE WS-MSK-PROD(WS-MSK-SUB)  TO MK-PROD
               MOVE WS-MSK-SUBST(WS-MSK-SUB) TO MK-SUBST
               MOVE WS-MSK-ADDED(WS-MSK-SUB) TO MK-ADDED
               WRITE MASK-KEY-RECORD
           END-PERFORM
           CLOSE MASK-KEY-FILE
           .
       1500-EXIT.
           EXIT.

      ***************************************************************
      * MASK ONE DAY12 CUSTOMER FILE: STAGE THE PRODUCTION COPY,     *
      * REWRITE IT MASKED, AND PUT THE RESULT IN TESTROOT IN PLACE   *
      * OF THE UNMASKED COPY THE FOLDER COPY BROUGHT IN              *
      ***************************************************************
       2000-MASK-ONE.

           MOVE WS-TGT-FILE(WS-TGT-SUB) TO WS-TRIM-FIELD
           PERFORM 7000-TRIM THRU 7000-EXIT
           MOVE WS-TRIM-LEN TO WS-TGT-LEN
           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-MASK-IN.TXT /tmp/AOC-MASK-OUT.TXT ;'
                   DELIMITED BY SIZE
               ' rm -f "TESTROOT/day 12/' DELIMITED BY SIZE
               WS-TGT-FILE(WS-TGT-SUB)(1:WS-TGT-LEN) DELIMITED BY SIZE
               '" ; if [ -f "day 12/' DELIMITED BY SIZE
               WS-TGT-FILE(WS-TGT-SUB)(1:WS-TGT-LEN) DELIMITED BY SIZE
               '" ] ; then cp "day 12/' DELIMITED BY SIZE
               WS-TGT-FILE(WS-TGT-SUB)(1:WS-TGT-LEN) DELIMITED BY SIZE
               '" /tmp/AOC-MASK-IN.TXT ; fi' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND

           MOVE 0 TO WS-TGT-RECORDS WS-TGT-ACCOUNTS WS-TGT-AMOUNTS
           MOVE 'N' TO WS-MSK-KEY-FULL
           MOVE 'MASKED' TO WS-TGT-OUTCOME
           OPEN INPUT MASK-IN-FILE
           IF WS-MASK-IN-FST EQUAL '05'
               CLOSE MASK-IN-FILE
               MOVE 'NONE' TO WS-TGT-OUTCOME
               GO TO 2000-EXIT
           END-IF
           OPEN OUTPUT MASK-OUT-FILE
           EVALUATE WS-TGT-SUB
               WHEN 1
                   PERFORM 2100-MASK-XREF        THRU 2100-EXIT
               WHEN 2
                   PERFORM 2200-MASK-RECEIVABLES THRU 2200-EXIT
               WHEN 3
                   PERFORM 2300-MASK-PAYMENTS    THRU 2300-EXIT
               WHEN 4
                   PERFORM 2400-MASK-REGISTER    THRU 2400-EXIT
               WHEN 5
                   PERFORM 2500-MASK-STATEMENTS  THRU 2500-EXIT
               WHEN 6
                   PERFORM 2600-MASK-EXCEPTIONS  THRU 2600-EXIT
           END-EVALUATE
           CLOSE MASK-IN-FILE
           CLOSE MASK-OUT-FILE
           IF WS-MSK-KEY-FULL EQUAL 'Y'
               MOVE 'NOT-KEYED' TO WS-TGT-OUTCOME
           END-IF

      *    ONLY A FULLY MASKED FILE GOES INTO TESTROOT
           IF WS-TGT-OUTCOME EQUAL 'MASKED'
               ADD 1 TO WS-MASKED-CNT
               MOVE SPACES TO WS-COMMAND
               STRING 'mv /tmp/AOC-MASK-OUT.TXT "TESTROOT/day 12/'
                       DELIMITED BY SIZE
                   WS-TGT-FILE(WS-TGT-SUB)(1:WS-TGT-LEN)
                       DELIMITED BY SIZE
                   '" ; rm -f /tmp/AOC-MASK-IN.TXT' DELIMITED BY SIZE
                   INTO WS-COMMAND
               END-STRING
           ELSE
               ADD 1 TO WS-DROPPED-CNT
               DISPLAY 'AOC8707E TEST-SETUP: day 12/'
                   WS-TGT-FILE(WS-TGT-SUB)(1:WS-TGT-LEN)
                   ' COULD NOT BE MASKED (' WS-TGT-OUTCOME
                   ') - LEFT OUT OF TESTROOT'
               MOVE 'rm -f /tmp/AOC-MASK-IN.TXT /tmp/AOC-MASK-OUT.TXT'
                   TO WS-COMMAND
           END-IF
           CALL 'SYSTEM' USING WS-COMMAND
           .
       2000-EXIT.
           EXIT.

      *    CUSTOMER-XREF.TXT - PLANT, ACCOUNT AT 3-10
       2100-MASK-XREF.

           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ MASK-IN-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TGT-RECORDS
                       MOVE MASK-IN-RECORD TO MASK-OUT-RECORD
                       MOVE MASK-IN-RECORD(3:8) TO WS-ACCT-VALUE
                       PERFORM 2800-MASK-ACCOUNT THRU 2800-EXIT
                       MOVE WS-ACCT-VALUE TO MASK-OUT-RECORD(3:8)
                       WRITE MASK-OUT-RECORD
               END-READ
           END-PERFORM
           .
       2100-EXIT.
           EXIT.

      *    RECEIVABLES.TXT - ACCOUNT AT 1-8, ORIGINAL AMOUNT AT 19-32,
      *    OPEN AMOUNT AT 34-47
       2200-MASK-RECEIVABLES.

           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ MASK-IN-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TGT-RECORDS
                       MOVE MASK-IN-RECORD TO MASK-OUT-RECORD
                       MOVE MASK-IN-RECORD(1:8) TO WS-ACCT-VALUE
                       PERFORM 2800-MASK-ACCOUNT THRU 2800-EXIT
                       MOVE WS-ACCT-VALUE TO MASK-OUT-RECORD(1:8)
                       MOVE MASK-IN-RECORD(19:14) TO WS-AMT-TEXT
                       PERFORM 2900-SCALE-AMOUNT THRU 2900-EXIT
                       MOVE WS-AMT-TEXT TO MASK-OUT-RECORD(19:14)
                       MOVE MASK-IN-RECORD(34:14) TO WS-AMT-TEXT
                       PERFORM 2900-SCALE-AMOUNT THRU 2900-EXIT
                       MOVE WS-AMT-TEXT TO MASK-OUT-RECORD(34:14)
                       WRITE MASK-OUT-RECORD
               END-READ
           END-PERFORM
           .
       2200-EXIT.
           EXIT.

      *    PAYMENTS.TXT - 'BATCHHDR' HEADERS (AMOUNT AT 25-38) EACH
      *    FOLLOWED BY ITS PAYMENTS (ACCOUNT AT 1-8, AMOUNT AT 10-23)
       2300-MASK-PAYMENTS.

           MOVE 0 TO WS-PAY-CNT
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ MASK-IN-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TGT-RECORDS
                       IF WS-PAY-CNT LESS WS-PAY-MAX
                           ADD 1 TO WS-PAY-CNT
                           MOVE MASK-IN-RECORD(1:38)
                               TO WS-PAY-LINE(WS-PAY-CNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TGT-RECORDS GREATER WS-PAY-CNT
               MOVE 'TOO-BIG' TO WS-TGT-OUTCOME
               GO TO 2300-EXIT
           END-IF
           MOVE 0 TO WS-PAY-HDR WS-PAY-ORIG-SUM WS-PAY-SCALED-SUM
           PERFORM VARYING WS-PAY-SUB FROM 1 BY 1
                   UNTIL WS-PAY-SUB GREATER WS-PAY-CNT
               IF WS-PAY-LINE(WS-PAY-SUB)(1:8) EQUAL 'BATCHHDR'
                   PERFORM 2350-RESTATE-HEADER THRU 2350-EXIT
                   MOVE WS-PAY-SUB TO WS-PAY-HDR
                   MOVE 0 TO WS-PAY-ORIG-SUM WS-PAY-SCALED-SUM
               ELSE
                   MOVE WS-PAY-LINE(WS-PAY-SUB)(1:8) TO WS-ACCT-VALUE
                   PERFORM 2800-MASK-ACCOUNT THRU 2800-EXIT
                   MOVE WS-ACCT-VALUE TO WS-PAY-LINE(WS-PAY-SUB)(1:8)
                   MOVE WS-PAY-LINE(WS-PAY-SUB)(10:14) TO WS-AMT-TEXT
                   IF WS-AMT-TEXT IS NUMERIC
                       ADD WS-AMT-TEXT-9 TO WS-PAY-ORIG-SUM
                       PERFORM 2900-SCALE-AMOUNT THRU 2900-EXIT
                       ADD WS-AMT-TEXT-9 TO WS-PAY-SCALED-SUM
                       MOVE WS-AMT-TEXT
                           TO WS-PAY-LINE(WS-PAY-SUB)(10:14)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 2350-RESTATE-HEADER THRU 2350-EXIT
           PERFORM VARYING WS-PAY-SUB FROM 1 BY 1
                   UNTIL WS-PAY-SUB GREATER WS-PAY-CNT
               MOVE WS-PAY-LINE(WS-PAY-SUB) TO MASK-OUT-RECORD
               WRITE MASK-OUT-RECORD
           END-PERFORM
           .
       2300-EXIT.
           EXIT.

      *    HEADER = SCALED DETAIL + THE HEADER'S OWN DIFFERENCE, SCALED
       2350-RESTATE-HEADER.

           IF WS-PAY-HDR EQUAL 0
               GO TO 2350-EXIT
           END-IF
           MOVE WS-PAY-LINE(WS-PAY-HDR)(25:14) TO WS-AMT-TEXT
           IF WS-AMT-TEXT IS NOT NUMERIC
               GO TO 2350-EXIT
           END-IF
           COMPUTE WS-PAY-DIFF = WS-AMT-TEXT-9 - WS-PAY-ORIG-SUM
           COMPUTE WS-PAY-WORK ROUNDED =
               WS-PAY-SCALED-SUM + (WS-PAY-DIFF * WS-MSK-FACTOR)
           IF WS-PAY-WORK LESS 0
               MOVE 0 TO WS-PAY-WORK
           END-IF
           MOVE WS-PAY-WORK TO WS-AMT-TEXT-9
           MOVE WS-AMT-TEXT TO WS-PAY-LINE(WS-PAY-HDR)(25:14)
           ADD 1 TO WS-TGT-AMOUNTS
           .
       2350-EXIT.
           EXIT.

      *    PAYMENT-REGISTER.TXT - BATCH IDS ONLY, AMOUNT AT 45-58
       2400-MASK-REGISTER.

           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ MASK-IN-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TGT-RECORDS
                       MOVE MASK-IN-RECORD TO MASK-OUT-RECORD
                       MOVE MASK-IN-RECORD(45:14) TO WS-AMT-TEXT
                       PERFORM 2900-SCALE-AMOUNT THRU 2900-EXIT
                       MOVE WS-AMT-TEXT TO MASK-OUT-RECORD(45:14)
                       WRITE MASK-OUT-RECORD
               END-READ
           END-PERFORM
           .
       2400-EXIT.
           EXIT.

      *    STATEMENTS.TXT - 'ACCOUNT aaaaaaaa STATEMENT AMOUNT z.zz'
      *    LINES AND 'ACCOUNT aaaaaaaa z.zz / z.zz / z.zz / z.zz'
      *    AGING LINES; EVERYTHING ELSE IS HEADING TEXT
       2500-MASK-STATEMENTS.

           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ MASK-IN-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TGT-RECORDS
                       MOVE MASK-IN-RECORD TO MASK-OUT-RECORD
                       IF MASK-IN-RECORD(1:8) EQUAL 'ACCOUNT '
                           PERFORM 2550-MASK-STATEMENT-LINE
                               THRU 2550-EXIT
                       END-IF
                       WRITE MASK-OUT-RECORD
               END-READ
           END-PERFORM
           .
       2500-EXIT.
           EXIT.

       2550-MASK-STATEMENT-LINE.

           MOVE MASK-IN-RECORD(9:8) TO WS-ACCT-VALUE
           PERFORM 2800-MASK-ACCOUNT THRU 2800-EXIT
           MOVE WS-ACCT-VALUE TO MASK-OUT-RECORD(9:8)
           IF MASK-IN-RECORD(17:18) EQUAL ' STATEMENT AMOUNT '
               MOVE 35 TO WS-EDIT-POS
               PERFORM 2950-SCALE-EDITED THRU 2950-EXIT
               GO TO 2550-EXIT
           END-IF
           MOVE 18 TO WS-EDIT-POS
           PERFORM 2950-SCALE-EDITED THRU 2950-EXIT
           MOVE 36 TO WS-EDIT-POS
           PERFORM 2950-SCALE-EDITED THRU 2950-EXIT
           MOVE 54 TO WS-EDIT-POS
           PERFORM 2950-SCALE-EDITED THRU 2950-EXIT
           MOVE 72 TO WS-EDIT-POS
           PERFORM 2950-SCALE-EDITED THRU 2950-EXIT
           .
       2550-EXIT.
           EXIT.

      *    PAYMENT-EXCEPTIONS.TXT - BATCH AND REASON, THEN THE HEADER
      *    AND DETAIL AMOUNTS (Z(11)9.99 AT 21 AND AT 43); NO ACCOUNTS
       2600-MASK-EXCEPTIONS.

           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ MASK-IN-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TGT-RECORDS
                       MOVE MASK-IN-RECORD TO MASK-OUT-RECORD
                       MOVE 21 TO WS-EDIT-POS
                       PERFORM 2950-SCALE-EDITED THRU 2950-EXIT
                       MOVE 43 TO WS-EDIT-POS
                       PERFORM 2950-SCALE-EDITED THRU 2950-EXIT
                       WRITE MASK-OUT-RECORD
               END-READ
           END-PERFORM
           .
       2600-EXIT.
           EXIT.

      ***************************************************************
      * REPLACE WS-ACCT-VALUE BY ITS SUBSTITUTE, GIVING A NEW        *
      * PRODUCTION ACCOUNT THE NEXT MKnnnnnn NOT ALREADY IN USE AS   *
      * A PRODUCTION ACCOUNT                                         *
      ***************************************************************
       2800-MASK-ACCOUNT.

           IF WS-ACCT-VALUE EQUAL SPACES
               GO TO 2800-EXIT
           END-IF
           ADD 1 TO WS-TGT-ACCOUNTS
           MOVE 0 TO WS-MSK-HIT
           PERFORM VARYING WS-MSK-SUB FROM 1 BY 1
                   UNTIL WS-MSK-SUB GREATER WS-MSK-CNT
                   OR WS-MSK-HIT GREATER 0
               IF WS-MSK-PROD(WS-MSK-SUB) EQUAL WS-ACCT-VALUE
                   MOVE WS-MSK-SUB TO WS-MSK-HIT
               END-IF
           END-PERFORM
           IF WS-MSK-HIT GREATER 0
               MOVE WS-MSK-SUBST(WS-MSK-HIT) TO WS-ACCT-VALUE
               GO TO 2800-EXIT
           END-IF
           IF WS-MSK-CNT NOT LESS WS-MSK-MAX
               MOVE 'Y' TO WS-MSK-KEY-FULL
               MOVE SPACES TO WS-ACCT-VALUE
               GO TO 2800-EXIT
           END-IF
           MOVE 'Y' TO WS-MSK-TAKEN
           PERFORM UNTIL WS-MSK-TAKEN EQUAL 'N'
               ADD 1 TO WS-MSK-NEXT
               MOVE WS-MSK-NEXT TO WS-MSK-CAND-SEQ
               MOVE 'N' TO WS-MSK-TAKEN
               PERFORM VARYING WS-MSK-SUB FROM 1 BY 1
                       UNTIL WS-MSK-SUB GREATER WS-MSK-CNT
                   IF WS-MSK-PROD(WS-MSK-SUB) EQUAL WS-MSK-CANDIDATE
                       MOVE 'Y' TO WS-MSK-TAKEN
                   END-IF
               END-PERFORM
           END-PERFORM
           ADD 1 TO WS-MSK-CNT
           MOVE WS-ACCT-VALUE    TO WS-MSK-PROD(WS-MSK-CNT)
           MOVE WS-MSK-CANDIDATE TO WS-MSK-SUBST(WS-MSK-CNT)
           MOVE WS-RUN-DATE      TO WS-MSK-ADDED(WS-MSK-CNT)
           MOVE WS-MSK-CANDIDATE TO WS-ACCT-VALUE
           MOVE 'Y' TO WS-MSK-KEY-CHANGED
           .
       2800-EXIT.
           EXIT.

      *    SCALE A 9(12)V99 AMOUNT IN WS-AMT-TEXT; A FIELD THAT IS
      *    NOT NUMERIC IS LEFT AS IT WAS - IT IS TEST DATA IN ITSELF
       2900-SCALE-AMOUNT.

           IF WS-AMT-TEXT IS NOT NUMERIC
               GO TO 2900-EXIT
           END-IF
           COMPUTE WS-AMT-VALUE ROUNDED = WS-AMT-TEXT-9 * WS-MSK-FACTOR
               ON SIZE ERROR
                   MOVE 999999999999.99 TO WS-AMT-VALUE
           END-COMPUTE
           MOVE WS-AMT-VALUE TO WS-AMT-TEXT-9
           ADD 1 TO WS-TGT-AMOUNTS
           .
       2900-EXIT.
           EXIT.

      *    SCALE A Z(11)9.99 AMOUNT AT WS-EDIT-POS OF THE OUTPUT LINE
       2950-SCALE-EDITED.

           MOVE MASK-OUT-RECORD(WS-EDIT-POS:15) TO WS-EDIT-TEXT
           IF WS-EDIT-TEXT EQUAL SPACES
               OR WS-EDIT-TEXT(13:1) NOT EQUAL '.'
               GO TO 2950-EXIT
           END-IF
           MOVE WS-EDIT-VALUE TO WS-AMT-VALUE
           COMPUTE WS-AMT-VALUE ROUNDED = WS-AMT-VALUE * WS-MSK-FACTOR
               ON SIZE ERROR
                   MOVE 999999999999.99 TO WS-AMT-VALUE
           END-COMPUTE
           MOVE WS-AMT-VALUE TO WS-EDIT-VALUE
           MOVE WS-EDIT-TEXT TO MASK-OUT-RECORD(WS-EDIT-POS:15)
           ADD 1 TO WS-TGT-AMOUNTS
           .
       2950-EXIT.
           EXIT.

      ***************************************************************
      * VERIFICATION PASS: SEARCH EVERY FILE UNDER TESTROOT FOR      *
      * EVERY PRODUCTION ACCOUNT ON THE KEY, AS A WHOLE WORD, AND    *
      * MAKE SURE THE KEY ITSELF NEVER REACHED TESTROOT              *
      ***************************************************************
       3000-VERIFY.

           OPEN OUTPUT PROD-LIST-FILE
           PERFORM VARYING WS-MSK-SUB FROM 1 BY 1
                   UNTIL WS-MSK-SUB GREATER WS-MSK-CNT
               MOVE WS-MSK-PROD(WS-MSK-SUB) TO PROD-LIST-RECORD
               WRITE PROD-LIST-RECORD
           END-PERFORM
           CLOSE PROD-LIST-FILE
           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-MASK-HITS.TXT ; touch '
                   DELIMITED BY SIZE
               '/tmp/AOC-MASK-HITS.TXT ; if [ -s /tmp/AOC-MASK-PROD.TXT'
                   DELIMITED BY SIZE
               ' ] ; then grep -rlwF -f /tmp/AOC-MASK-PROD.TXT TESTROOT'
                   DELIMITED BY SIZE
               ' > /tmp/AOC-MASK-HITS.TXT 2>/dev/null ; fi ;'
                   DELIMITED BY SIZE
               ' find TESTROOT -name MASK-KEY.TXT'
                   DELIMITED BY SIZE
               ' >> /tmp/AOC-MASK-HITS.TXT 2>/dev/null ;'
                   DELIMITED BY SIZE
               ' rm -f /tmp/AOC-MASK-PROD.TXT' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND

           OPEN OUTPUT VERIFY-FILE
           MOVE SPACES TO VERIFY-RECORD
           STRING 'TESTROOT MASKING VERIFICATION  RUN DATE '
               WS-RUN-DATE '  TIME ' WS-RUN-TIME(1:6)
               DELIMITED BY SIZE INTO VERIFY-RECORD
           END-STRING
           WRITE VERIFY-RECORD
           MOVE SPACES TO VERIFY-RECORD
           WRITE VERIFY-RECORD
           MOVE SPACES TO VERIFY-RECORD
           STRING 'PRODUCTION ACCOUNTS ON THE KEY ' WS-MSK-CNT
               DELIMITED BY SIZE INTO VERIFY-RECORD
           END-STRING
           WRITE VERIFY-RECORD
           MOVE SPACES TO VERIFY-RECORD
           STRING 'CUSTOMER FILES MASKED          ' WS-MASKED-CNT
               DELIMITED BY SIZE INTO VERIFY-RECORD
           END-STRING
           WRITE VERIFY-RECORD
           MOVE SPACES TO VERIFY-RECORD
           STRING 'CUSTOMER FILES LEFT OUT        ' WS-DROPPED-CNT
               DELIMITED BY SIZE INTO VERIFY-RECORD
           END-STRING
           WRITE VERIFY-RECORD
           MOVE SPACES TO VERIFY-RECORD
           WRITE VERIFY-RECORD

           OPEN INPUT HITS-FILE
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ HITS-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF HITS-RECORD NOT EQUAL SPACES
                           ADD 1 TO WS-HIT-CNT
                           MOVE SPACES TO VERIFY-RECORD
                           STRING 'PRODUCTION VALUE FOUND: '
                               HITS-RECORD
                               DELIMITED BY SIZE INTO VERIFY-RECORD
                           END-STRING
                           WRITE VERIFY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HITS-FILE

           MOVE SPACES TO VERIFY-RECORD
           IF WS-HIT-CNT EQUAL 0
               MOVE 'RESULT: CLEAN - NO PRODUCTION ACCOUNT VALUE UNDER T
      -            'ESTROOT' TO VERIFY-RECORD
           ELSE
               STRING 'RESULT: NOT CLEAN - ' WS-HIT-CNT
                   ' FILE(S) LISTED ABOVE MUST NOT BE USED FOR TESTING'
                   DELIMITED BY SIZE INTO VERIFY-RECORD
               END-STRING
           END-IF
           WRITE VERIFY-RECORD
           CLOSE VERIFY-FILE
           MOVE 'rm -f /tmp/AOC-MASK-HITS.TXT' TO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND
           .
       3000-EXIT.
           EXIT.

      ***************************************************************
      * FIND THE TRIMMED LENGTH OF WS-TRIM-FIELD                     *
      ***************************************************************
       7000-TRIM.

           MOVE 24 TO WS-TRIM-LEN
           PERFORM UNTIL WS-TRIM-LEN EQUAL 0
                   OR WS-TRIM-FIELD(WS-TRIM-LEN:1) NOT EQUAL SPACE
               SUBTRACT 1 FROM WS-TRIM-LEN
           END-PERFORM
           .
       7000-EXIT.
           EXIT.
