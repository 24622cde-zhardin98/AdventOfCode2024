           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO 'RUN-LEDGER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LEDGER-FST.
      *    INPUT FINGERPRINT LEFT BY THE SHELL'S cksum STEP, IN THE
      *    JOB'S OWN FOLDER SO CONCURRENT BATCH STREAMS NEVER SHARE IT
           SELECT OPTIONAL FP-FLAG-FILE ASSIGN TO 'AOC-FP.FLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FP-FLAG-FST.

       01  WS-DIGIT-DIST-BUCKET-EDIT               PIC Z9.
       01  WS-DIGIT-DIST-CNT-EDIT                  PIC Z(17)9.

      *    SELF-CHECK FIELDS.  FOR THE FIRST WS-CHECK-DEPTH BLINKS THE
      *    STONES ARE ALSO EXPANDED LITERALLY, ONE TABLE ENTRY PER
      *    STONE, AND THE RESULT IS TALLIED AGAINST THE MERGED TABLE
      *    BLINK BY BLINK.  THE LITERAL TABLES ARE SIZED FOR THE
      *    CLASSIC 25-BLINK DEPTH; A DEEPER CHECK STOPS (WITH A
      *    WARNING) AT THE LAST BLINK THAT FITS.
       01  WS-CHECK-DEPTH                         PIC 9(2) VALUE 0.
       01  WS-CHECK-DEFAULT                       PIC 9(2) VALUE 25.
       01  WS-CHECK-MAX                           PIC 9(9) VALUE 400000.
       01  WS-CHECK-ENV                           PIC X(1) VALUE SPACE.
       01  WS-CHECK-ACTIVE                        PIC X(1) VALUE 'N'.
           88 CHECK-ACTIVE                                 VALUE 'Y'.
           88 NOT-CHECK-ACTIVE                             VALUE 'N'.
       01  WS-CHECK-CNT                           PIC 9(9) VALUE 0.
       01  WS-CHECK-TABLE.
           05 WS-CHECK-VALUE OCCURS 400000 TIMES  PIC 9(15).
       01  WS-CHECK-NEXT-CNT                      PIC 9(9) VALUE 0.
       01  WS-CHECK-NEXT-TABLE.
           05 WS-CHECK-NEXT-VALUE OCCURS 400000 TIMES
                                                  PIC 9(15).
      *    LITERAL STONES FOUND PER MERGED-TABLE ENTRY
       01  WS-CHECK-TALLY-TABLE.
           05 WS-CHECK-TALLY OCCURS 400000 TIMES  PIC 9(9).
       01  WS-CHECK-SUB                           PIC 9(9).
       01  WS-CHECK-SUB2                          PIC 9(9).
       01  WS-CHECK-FOUND-SUB                     PIC 9(9).
       01  WS-CHECK-WORK                          PIC 9(15).
       01  WS-CHECK-DIGITS                        PIC 9(2).
       01  WS-CHECK-POWER                         PIC 9(15).
       01  WS-CHECK-LEFT                          PIC 9(15).
       01  WS-CHECK-RIGHT                         PIC 9(15).
       01  WS-CHECK-PTR                           PIC 9(3).
       01  WS-CHECK-TOKEN                         PIC X(15).
       01  WS-CHECK-BLINK                         PIC 9(3) VALUE 0.
       01  WS-CHECK-VALUE-EDIT                    PIC Z(14)9.
       01  WS-CHECK-CNT-EDIT                      PIC Z(8)9.
       01  WS-CHECK-TALLY-EDIT                    PIC Z(8)9.
      *    DIGIT-DISTRIBUTION PROOF - BUCKET TOTAL VS STONE TOTAL
       01  WS-DIST-TOTAL-LO                       PIC 9(18).
       01  WS-DIST-TOTAL-HI                       PIC 9(18).
       01  WS-DIST-TEXT                           PIC X(40).


      *    STONE WATCH-LIST FIELDS.  THE DISTINCT-VALUE TABLE MAKES
      *    A SAMPLE CHEAP: ONE LOOKUP PER WATCHED VALUE PER BLINK.
           PERFORM 1150-READ-PARMLIB THRU 1150-EXIT
           PERFORM 1600-LOAD-WATCH-LIST THRU 1600-EXIT
           PERFORM 2000-CONVERT-FILE-TO-ARRAY THRU 2000-EXIT
           IF CHECK-ACTIVE
               PERFORM 3500-START-SELF-CHECK THRU 3500-EXIT
           END-IF
           IF WS-WATCH-CNT GREATER 0
      *        BLINK 0 - THE POPULATION BEFORE ANY BLINK
               PERFORM 3450-SAMPLE-WATCHES THRU 3450-EXIT
           END-IF
           PERFORM 3000-BLINK                 THRU 3000-EXIT
           IF WS-CHECK-DEPTH GREATER 0
               PERFORM 3590-SELF-CHECK-SUMMARY THRU 3590-EXIT
           END-IF
           PERFORM 8300-WATCH-SUMMARY         THRU 8300-EXIT
           PERFORM 8000-DISPLAY-RESULTS       THRU 8000-EXIT
           PERFORM 8500-LOG-RUN            THRU 8500-EXIT

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
               END-PERFORM
               PERFORM 3400-COPY-NEXT-TO-CURRENT THRU 3400-EXIT
               PERFORM 3360-TALLY-DIGIT-DIST THRU 3360-EXIT
               PERFORM 3380-PROVE-DIGIT-DIST THRU 3380-EXIT
               PERFORM 3350-LOG-DIGIT-DIST THRU 3350-EXIT
               IF CHECK-ACTIVE
                   AND WS-BLINK-NUM NOT GREATER WS-CHECK-DEPTH
                   PERFORM 3510-SELF-CHECK-BLINK THRU 3510-EXIT
               END-IF
               IF WS-WATCH-CNT GREATER 0
                   PERFORM 3450-SAMPLE-WATCHES THRU 3450-EXIT
               END-IF
           .
       3400-EXIT.
           EXIT.

      *****************************************************************
      * PROVE THE DIGIT-LENGTH DISTRIBUTION JUST TALLIED ACCOUNTS FOR *
      * EVERY STONE: THE 15 BUCKETS MUST SUM TO THE STONE COUNT OF    *
      * THE MERGED TABLE, OTHERWISE THE REPORT IS LOSING STONES       *
      *****************************************************************
       3380-PROVE-DIGIT-DIST.

           MOVE 0 TO WS-DIST-TOTAL-LO
                     WS-DIST-TOTAL-HI
           MOVE 1 TO WS-DIGIT-DIST-SUB
           PERFORM UNTIL WS-DIGIT-DIST-SUB GREATER 15
               MOVE WS-DIST-TOTAL-LO TO WS-BIG-A-LO
               MOVE WS-DIST-TOTAL-HI TO WS-BIG-A-HI
               MOVE WS-DIGIT-DIST-CNT(WS-DIGIT-DIST-SUB) TO WS-BIG-B-LO
               MOVE WS-DIGIT-DIST-HI(WS-DIGIT-DIST-SUB)  TO WS-BIG-B-HI
               PERFORM 9600-BIG-ADD THRU 9600-EXIT
               MOVE WS-BIG-R-LO TO WS-DIST-TOTAL-LO
               MOVE WS-BIG-R-HI TO WS-DIST-TOTAL-HI
               ADD 1 TO WS-DIGIT-DIST-SUB
           END-PERFORM

           MOVE 0 TO WS-TOTAL-STONE-CNT
                     WS-TOTAL-STONE-HI
           MOVE 1 TO WS-ARR-SUB
           PERFORM UNTIL WS-ARR-SUB GREATER WS-STONE-CNT
               MOVE WS-TOTAL-STONE-CNT            TO WS-BIG-A-LO
               MOVE WS-TOTAL-STONE-HI             TO WS-BIG-A-HI
               MOVE WS-STONE-COUNT(WS-ARR-SUB)    TO WS-BIG-B-LO
               MOVE WS-STONE-COUNT-HI(WS-ARR-SUB) TO WS-BIG-B-HI
               PERFORM 9600-BIG-ADD THRU 9600-EXIT
               MOVE WS-BIG-R-LO TO WS-TOTAL-STONE-CNT
               MOVE WS-BIG-R-HI TO WS-TOTAL-STONE-HI
               ADD 1 TO WS-ARR-SUB
           END-PERFORM

           IF WS-DIST-TOTAL-LO EQUAL WS-TOTAL-STONE-CNT
               AND WS-DIST-TOTAL-HI EQUAL WS-TOTAL-STONE-HI
               GO TO 3380-EXIT
           END-IF
           MOVE WS-DIST-TOTAL-LO TO WS-BIG-R-LO
           MOVE WS-DIST-TOTAL-HI TO WS-BIG-R-HI
           PERFORM 9650-FORMAT-BIG THRU 9650-EXIT
           MOVE WS-BIG-TEXT TO WS-DIST-TEXT
           MOVE WS-TOTAL-STONE-CNT TO WS-BIG-R-LO
           MOVE WS-TOTAL-STONE-HI  TO WS-BIG-R-HI
           PERFORM 9650-FORMAT-BIG THRU 9650-EXIT
           MOVE WS-BLINK-NUM TO WS-BLINK-NUM-EDIT
           DISPLAY 'AOC1112E DIGIT-DISTRIBUTION TOTAL '
               FUNCTION TRIM(WS-DIST-TEXT)
               ' DOES NOT EQUAL STONE COUNT '
               FUNCTION TRIM(WS-BIG-TEXT)
               ' AT BLINK ' FUNCTION TRIM(WS-BLINK-NUM-EDIT)
           MOVE SPACES TO WS-ABEND-MSG
           STRING 'AOC1112E ' DELIMITED BY SIZE
               'DIGIT-DISTRIBUTION TOTAL DISAGREES WITH STONE COUNT'
               DELIMITED BY SIZE
               INTO WS-ABEND-MSG
           END-STRING
           PERFORM 9999-ABEND THRU 9999-EXIT
           .
       3380-EXIT.
           EXIT.

      *****************************************************************
      * SELF-CHECK SET-UP: RE-READ THE INPUT RECORD INDEPENDENTLY OF  *
      * 2000-CONVERT-FILE-TO-ARRAY INTO THE LITERAL TABLE, ONE ENTRY  *
      * PER STONE, AS THE BLINK-0 POPULATION                          *
      *****************************************************************
       3500-START-SELF-CHECK.

           MOVE 0 TO WS-CHECK-CNT
                     WS-CHECK-BLINK
           MOVE 1 TO WS-CHECK-PTR
           PERFORM UNTIL WS-CHECK-PTR GREATER 100
               MOVE SPACES TO WS-CHECK-TOKEN
               MOVE 0 TO WS-CHECK-DIGITS
               UNSTRING INPUT-RECORD DELIMITED BY ALL SPACE
                   INTO WS-CHECK-TOKEN COUNT IN WS-CHECK-DIGITS
                   WITH POINTER WS-CHECK-PTR
               END-UNSTRING
               IF WS-CHECK-DIGITS GREATER 0
                   ADD 1 TO WS-CHECK-CNT
                   MOVE WS-CHECK-TOKEN(1:WS-CHECK-DIGITS)
                       TO WS-CHECK-WORK
                   MOVE WS-CHECK-WORK TO WS-CHECK-VALUE(WS-CHECK-CNT)
               END-IF
           END-PERFORM
           MOVE WS-CHECK-DEPTH TO WS-BLINK-NUM-EDIT
           MOVE WS-CHECK-CNT TO WS-CHECK-CNT-EDIT
           DISPLAY 'AOC1111I SELF-CHECK ACTIVE: '
               FUNCTION TRIM(WS-CHECK-CNT-EDIT)
               ' STONES EXPANDED LITERALLY THROUGH BLINK '
               FUNCTION TRIM(WS-BLINK-NUM-EDIT)
           .
       3500-EXIT.
           EXIT.

      *****************************************************************
      * ONE SELF-CHECK BLINK: EXPAND THE LITERAL TABLE BY ONE BLINK,  *
      * THEN PROVE THE MERGED TABLE HOLDS EXACTLY THE SAME STONES     *
      *****************************************************************
       3510-SELF-CHECK-BLINK.

           MOVE 0 TO WS-CHECK-NEXT-CNT
           MOVE 1 TO WS-CHECK-SUB
           PERFORM UNTIL WS-CHECK-SUB GREATER WS-CHECK-CNT
               PERFORM 3520-EXPAND-ONE-STONE THRU 3520-EXIT
               IF NOT-CHECK-ACTIVE
                   GO TO 3510-EXIT
               END-IF
               ADD 1 TO WS-CHECK-SUB
           END-PERFORM
           MOVE WS-CHECK-NEXT-CNT TO WS-CHECK-CNT
           MOVE 1 TO WS-CHECK-SUB
           PERFORM UNTIL WS-CHECK-SUB GREATER WS-CHECK-CNT
               MOVE WS-CHECK-NEXT-VALUE(WS-CHECK-SUB)
                   TO WS-CHECK-VALUE(WS-CHECK-SUB)
               ADD 1 TO WS-CHECK-SUB
           END-PERFORM
           PERFORM 3540-COMPARE-TABLES THRU 3540-EXIT
           MOVE WS-BLINK-NUM TO WS-CHECK-BLINK
           .
       3510-EXIT.
           EXIT.

      *****************************************************************
      * APPLY THE BLINK RULES TO ONE LITERAL STONE.  THE DIGIT COUNT  *
      * AND THE SPLIT ARE WORKED ARITHMETICALLY RATHER THAN BY THE    *
      * CHARACTER SCAN 3100/3200 USE, SO THE TWO PATHS SHARE NOTHING  *
      *****************************************************************
       3520-EXPAND-ONE-STONE.

           MOVE WS-CHECK-VALUE(WS-CHECK-SUB) TO WS-CHECK-WORK
           IF WS-CHECK-WORK EQUAL 0
               MOVE 1 TO WS-CHECK-LEFT
               PERFORM 3530-APPEND-LITERAL THRU 3530-EXIT
               GO TO 3520-EXIT
           END-IF

           MOVE 1  TO WS-CHECK-DIGITS
           MOVE 10 TO WS-CHECK-POWER
           PERFORM UNTIL WS-CHECK-WORK LESS WS-CHECK-POWER
                   OR WS-CHECK-DIGITS EQUAL 15
               MULTIPLY 10 BY WS-CHECK-POWER
               ADD 1 TO WS-CHECK-DIGITS
           END-PERFORM

           DIVIDE WS-CHECK-DIGITS BY 2 GIVING WS-CHECK-PTR
               REMAINDER WS-CHECK-SUB2
           IF WS-CHECK-SUB2 EQUAL 0
               MOVE 1 TO WS-CHECK-POWER
               PERFORM WS-CHECK-PTR TIMES
                   MULTIPLY 10 BY WS-CHECK-POWER
               END-PERFORM
               DIVIDE WS-CHECK-WORK BY WS-CHECK-POWER
                   GIVING WS-CHECK-LEFT REMAINDER WS-CHECK-RIGHT
               PERFORM 3530-APPEND-LITERAL THRU 3530-EXIT
               IF NOT-CHECK-ACTIVE
                   GO TO 3520-EXIT
               END-IF
               MOVE WS-CHECK-RIGHT TO WS-CHECK-LEFT
               PERFORM 3530-APPEND-LITERAL THRU 3530-EXIT
           ELSE
               COMPUTE WS-CHECK-LEFT = WS-CHECK-WORK * 2024
               PERFORM 3530-APPEND-LITERAL THRU 3530-EXIT
           END-IF
           .
       3520-EXIT.
           EXIT.

      *****************************************************************
      * ADD WS-CHECK-LEFT AS ONE STONE OF THE NEXT LITERAL BLINK.  A  *
      * FULL TABLE ENDS THE SELF-CHECK AT THE LAST BLINK PROVED       *
      *****************************************************************
       3530-APPEND-LITERAL.

           IF WS-CHECK-NEXT-CNT NOT LESS WS-CHECK-MAX
               MOVE WS-CHECK-BLINK TO WS-BLINK-NUM-EDIT
               MOVE WS-CHECK-MAX TO WS-CHECK-CNT-EDIT
               DISPLAY 'AOC1114W SELF-CHECK STOPPED AFTER BLINK '
                   FUNCTION TRIM(WS-BLINK-NUM-EDIT)
                   ' - LITERAL EXPANSION EXCEEDS '
                   FUNCTION TRIM(WS-CHECK-CNT-EDIT) ' STONES'
               SET NOT-CHECK-ACTIVE TO TRUE
               GO TO 3530-EXIT
           END-IF
           ADD 1 TO WS-CHECK-NEXT-CNT
           MOVE WS-CHECK-LEFT TO WS-CHECK-NEXT-VALUE(WS-CHECK-NEXT-CNT)
           .
       3530-EXIT.
           EXIT.

      *****************************************************************
      * TALLY EVERY LITERAL STONE AGAINST ITS MERGED-TABLE ENTRY, THEN *
      * REQUIRE EACH ENTRY'S COUNT TO MATCH ITS TALLY.  A LITERAL      *
      * VALUE MISSING FROM THE MERGED TABLE, OR ANY COUNT MISMATCH,    *
      * ABENDS NAMING THE BLINK AND THE STONE VALUE                    *
      *****************************************************************
       3540-COMPARE-TABLES.

           MOVE 1 TO WS-ARR-SUB
           PERFORM UNTIL WS-ARR-SUB GREATER WS-STONE-CNT
               MOVE 0 TO WS-CHECK-TALLY(WS-ARR-SUB)
               ADD 1 TO WS-ARR-SUB
           END-PERFORM

           MOVE 1 TO WS-CHECK-SUB
           PERFORM UNTIL WS-CHECK-SUB GREATER WS-CHECK-CNT
               MOVE 0 TO WS-CHECK-FOUND-SUB
               MOVE 1 TO WS-ARR-SUB
               PERFORM UNTIL WS-ARR-SUB GREATER WS-STONE-CNT
                       OR WS-CHECK-FOUND-SUB GREATER 0
                   IF WS-STONE-VALUE(WS-ARR-SUB)
                       EQUAL WS-CHECK-VALUE(WS-CHECK-SUB)
                       MOVE WS-ARR-SUB TO WS-CHECK-FOUND-SUB
                   END-IF
                   ADD 1 TO WS-ARR-SUB
               END-PERFORM
               IF WS-CHECK-FOUND-SUB EQUAL 0
                   MOVE WS-CHECK-VALUE(WS-CHECK-SUB)
                       TO WS-CHECK-VALUE-EDIT
                   MOVE 0 TO WS-BIG-R-LO
                             WS-BIG-R-HI
                   MOVE 0 TO WS-CHECK-TALLY-EDIT
                   PERFORM 3550-REPORT-DIVERGENCE THRU 3550-EXIT
               END-IF
               ADD 1 TO WS-CHECK-TALLY(WS-CHECK-FOUND-SUB)
               ADD 1 TO WS-CHECK-SUB
           END-PERFORM

           MOVE 1 TO WS-ARR-SUB
           PERFORM UNTIL WS-ARR-SUB GREATER WS-STONE-CNT
               IF WS-STONE-COUNT-HI(WS-ARR-SUB) NOT EQUAL 0
                   OR WS-STONE-COUNT(WS-ARR-SUB)
                       NOT EQUAL WS-CHECK-TALLY(WS-ARR-SUB)
                   MOVE WS-STONE-VALUE(WS-ARR-SUB)
                       TO WS-CHECK-VALUE-EDIT
                   MOVE WS-STONE-COUNT(WS-ARR-SUB)    TO WS-BIG-R-LO
                   MOVE WS-STONE-COUNT-HI(WS-ARR-SUB) TO WS-BIG-R-HI
                   MOVE WS-CHECK-TALLY(WS-ARR-SUB)
                       TO WS-CHECK-TALLY-EDIT
                   PERFORM 3550-REPORT-DIVERGENCE THRU 3550-EXIT
               END-IF
               ADD 1 TO WS-ARR-SUB
           END-PERFORM
           .
       3540-EXIT.
           EXIT.

      *****************************************************************
      * THE MERGED AND LITERAL POPULATIONS DISAGREE - SAY WHERE, THEN *
      * ABEND: A MERGED TOTAL THAT CANNOT BE PROVED IS NOT POSTED     *
      *****************************************************************
       3550-REPORT-DIVERGENCE.

           PERFORM 9650-FORMAT-BIG THRU 9650-EXIT
           MOVE WS-BLINK-NUM TO WS-BLINK-NUM-EDIT
           DISPLAY 'AOC1113E SELF-CHECK DIVERGENCE AT BLINK '
               FUNCTION TRIM(WS-BLINK-NUM-EDIT)
               ': STONE VALUE ' FUNCTION TRIM(WS-CHECK-VALUE-EDIT)
               ' MERGED COUNT ' FUNCTION TRIM(WS-BIG-TEXT)
               ' LITERAL COUNT ' FUNCTION TRIM(WS-CHECK-TALLY-EDIT)
           MOVE SPACES TO WS-ABEND-MSG
           STRING 'AOC1113E ' DELIMITED BY SIZE
               'MERGED STONE COUNTS DISAGREE WITH LITERAL EXPANSION'
               DELIMITED BY SIZE
               INTO WS-ABEND-MSG
           END-STRING
           PERFORM 9999-ABEND THRU 9999-EXIT
           .
       3550-EXIT.
           EXIT.

      *****************************************************************
      * SELF-CHECK OUTCOME - HOW FAR THE MERGED COUNTS WERE PROVED     *
      *****************************************************************
       3590-SELF-CHECK-SUMMARY.

           MOVE WS-CHECK-BLINK TO WS-BLINK-NUM-EDIT
           IF WS-CHECK-BLINK LESS WS-CHECK-DEPTH
               DISPLAY 'AOC1115I SELF-CHECK PASSED THROUGH BLINK '
                   FUNCTION TRIM(WS-BLINK-NUM-EDIT)
                   ' ONLY - DEEPER BLINKS NOT PROVED'
               GO TO 3590-EXIT
           END-IF
           MOVE WS-CHECK-CNT TO WS-CHECK-CNT-EDIT
           DISPLAY 'AOC1115I SELF-CHECK PASSED THROUGH BLINK '
               FUNCTION TRIM(WS-BLINK-NUM-EDIT) ': '
               FUNCTION TRIM(WS-CHECK-CNT-EDIT)
               ' STONES MATCH THE MERGED TABLE'
           .
       3590-EXIT.
           EXIT.
           
      *****************************************************************
      * DISPLAY AMOUNT OF STONES                                      *
      ****************************************************************
      * READ THE CENTRAL PARAMETER LIBRARY FOR THIS JOB'S BLINK      *
      * DEPTH (COLS 11-13).  NO RECORD MEANS THE CLASSIC 75.         *
      * COLS 15-16 GIVE A SELF-CHECK DEPTH; AOC_SELFCHECK=Y IN THE   *
      * ENVIRONMENT (SET BY THE VERIFY-DRIVER REGRESSION STEP) TURNS *
      * THE SELF-CHECK ON AT THE DEFAULT DEPTH WHEN NONE IS GIVEN.   *
      ****************************************************************
       1150-READ-PARMLIB.

                           MOVE PARMLIB-RECORD(11:3)
                               TO WS-BLINK-DEPTH
                           MOVE 'PARMLIB' TO WS-PARM-SOURCE
                           IF PARMLIB-RECORD(15:2) NUMERIC
                               MOVE PARMLIB-RECORD(15:2)
                                   TO WS-CHECK-DEPTH
                           END-IF
                       END-IF
               END-READ
               MOVE 'PARMLIB-FILE' TO WS-FST-FILE-NAME
           END-IF
           DISPLAY 'AOC1104I EFFECTIVE PARAMETERS: BLINK DEPTH '
               WS-BLINK-DEPTH ' SOURCE=' WS-PARM-SOURCE
           ACCEPT WS-CHECK-ENV FROM ENVIRONMENT 'AOC_SELFCHECK'
           IF WS-CHECK-ENV EQUAL 'Y' AND WS-CHECK-DEPTH EQUAL 0
               MOVE WS-CHECK-DEFAULT TO WS-CHECK-DEPTH
           END-IF
           IF WS-CHECK-DEPTH GREATER WS-BLINK-DEPTH
               MOVE WS-BLINK-DEPTH TO WS-CHECK-DEPTH
           END-IF
           IF WS-CHECK-DEPTH GREATER 0
               SET CHECK-ACTIVE TO TRUE
           END-IF
           .
       1150-EXIT.
           EXIT.
               ' OPERATION ' WS-FST-OPERATION
               ' STATUS ' WS-FST-STATUS
           MOVE SPACES TO WS-ABEND-MSG
           STRING 'AOC1190E FILE ERROR ' DELIMITED BY SIZE
               WS-FST-FILE-NAME DELIMITED BY SPACE
               ' ' WS-FST-OPERATION DELIMITED BY SIZE
               ' STATUS ' WS-FST-STATUS DELIMITED BY SIZE
