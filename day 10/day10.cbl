               ASSIGN TO 'MAINTENANCE-WORKLIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKLIST-FST.
      *    SUMMIT REACHABILITY REPORT - EVERY HEIGHT-9 SUMMIT WITH THE
      *    TRAILHEADS THAT REACH IT AND THE TRAIL COUNT FROM EACH
           SELECT SUMMIT-REPORT-FILE
               ASSIGN TO 'SUMMIT-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMIT-REPORT-FST.
           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO 'RUN-LEDGER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LEDGER-FST.
      *    INPUT FINGERPRINT LEFT BY THE SHELL'S cksum STEP, IN THE
      *    JOB'S OWN FOLDER SO CONCURRENT BATCH STREAMS NEVER SHARE IT
           SELECT OPTIONAL FP-FLAG-FILE ASSIGN TO 'AOC-FP.FLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FP-FLAG-FST.

           DATA RECORD IS WORKLIST-RECORD.
       01  WORKLIST-RECORD                        PIC X(132).

       FD  SUMMIT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SUMMIT-REPORT-RECORD.
       01  SUMMIT-REPORT-RECORD                   PIC X(132).

       FD  RUN-LEDGER-FILE
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F
              10 WS-TRAIL-LEN                   PIC 9(2).
              10 WS-TRAIL-TWISTS                PIC 9(2).
              10 WS-TRAIL-PATH                  PIC X(60).
              10 WS-TRAIL-SUM-ROW               PIC 9(2).
              10 WS-TRAIL-SUM-COL               PIC 9(2).
              10 WS-TRAIL-SOLE                  PIC X(1).
       01  WS-TRAIL-SUB                           PIC 9(3).
       01  WS-TRAIL-SUB2                          PIC 9(3).
       01  WS-TRAIL-BEST                          PIC 9(3).
       01  WS-TRAIL-SWAP                          PIC X(73).
       01  WS-TRAIL-CLASS                         PIC X(8).
       01  WS-GRADE-SUB                           PIC 9(4).
       01  WS-GRADE-PTR                           PIC 9(3).
       01  WS-MODERATE-CNT                        PIC 9(4) VALUE 0.
       01  WS-HARD-CNT                            PIC 9(4) VALUE 0.

      *    SUMMIT REACHABILITY FIELDS.  EVERY TRAIL THE DFS COMPLETES
      *    IS TALLIED AGAINST ITS (SUMMIT, TRAILHEAD) APPROACH PAIR;
      *    THE SUMMIT TABLE HOLDS EVERY HEIGHT-9 CELL ON THE MAP IN
      *    ROW ORDER AND ROLLS THE PAIRS UP INTO APPROACH AND TRAIL
      *    COUNTS.  A SUMMIT WITH ONE APPROACH IS LOST WHEN THAT
      *    TRAILHEAD'S TRAILS CLOSE, SO ITS TRAILS RANK FIRST ON THE
      *    MAINTENANCE WORKLIST.
       01  WS-SUMMIT-REPORT-FST                   PIC X(2) VALUE '00'.
       01  WS-APPR-CNT                            PIC 9(4) VALUE 0.
       01  WS-APPR-MAX                            PIC 9(4) VALUE 5000.
       01  WS-APPR-FULL-FLAG                      PIC X(1) VALUE 'N'.
       01  WS-APPR-TABLE.
           05 WS-APPR-ENTRY OCCURS 5000 TIMES.
              10 WS-APPR-SUM-ROW                PIC 9(2).
              10 WS-APPR-SUM-COL                PIC 9(2).
              10 WS-APPR-TH-ROW                 PIC 9(2).
              10 WS-APPR-TH-COL                 PIC 9(2).
              10 WS-APPR-TRAILS                 PIC 9(6).
       01  WS-APPR-SUB                            PIC 9(4).
       01  WS-APPR-IDX                            PIC 9(4).
       01  WS-APPR-SEARCH-FLAG                    PIC X(1).
           88 APPR-SEARCH-DONE                             VALUE 'Y'.
       01  WS-SUMMIT-CNT                          PIC 9(4) VALUE 0.
       01  WS-SUMMIT-TABLE.
           05 WS-SUMMIT-ENTRY OCCURS 2025 TIMES.
              10 WS-SUMMIT-ROW                  PIC 9(2).
              10 WS-SUMMIT-COL                  PIC 9(2).
              10 WS-SUMMIT-APPROACHES           PIC 9(4).
              10 WS-SUMMIT-TRAILS               PIC 9(6).
       01  WS-SUMMIT-GRID.
           05 WS-SUMMIT-GRID-ROW OCCURS 45 TIMES.
              10 WS-SUMMIT-GRID-SUB OCCURS 45 TIMES PIC 9(4).
       01  WS-SUMMIT-SUB                          PIC 9(4).
       01  WS-SUMMIT-ROW-IX                       PIC 9(2).
       01  WS-SUMMIT-COL-IX                       PIC 9(2).
       01  WS-SOLE-CNT                            PIC 9(4) VALUE 0.
       01  WS-UNREACHED-CNT                       PIC 9(4) VALUE 0.
       01  WS-SUMMIT-PARTIAL-FLAG                 PIC X(1) VALUE 'N'.
           88 SUMMIT-PARTIAL                               VALUE 'Y'.
       01  WS-SUMMIT-FLAG-TEXT                    PIC X(16).
       01  WS-SUMMIT-ROW-EDIT                     PIC Z9.
       01  WS-SUMMIT-COL-EDIT                     PIC Z9.
       01  WS-SUMMIT-APPR-EDIT                    PIC ZZZ9.
       01  WS-SUMMIT-TRAILS-EDIT                  PIC ZZZZZ9.

      *    COMMON ABEND-HANDLER PARAMETERS (SEE AOC-ABEND.cbl)
       01  WS-ABEND-PARMS.
           05  WS-ABEND-PROGRAM                 PIC X(24)

       COPY RPTCTL REPLACING LEADING ==RPT-== BY ==WKL-==.

       COPY RPTCTL REPLACING LEADING ==RPT-== BY ==SMT-==.


       COPY ANSPARM.

           PERFORM 3000-FIND-TRAILHEADS       THRU 3000-EXIT
           PERFORM 3200-REPORT-DROPPED        THRU 3200-EXIT
           PERFORM 8400-WRITE-SCORES          THRU 8400-EXIT
           PERFORM 8700-WRITE-SUMMIT-REPORT   THRU 8700-EXIT
           PERFORM 8600-WRITE-WORKLIST        THRU 8600-EXIT
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
           IF WS-MAP(WS-CURR-NODE-ROW)(WS-CURR-NODE-COL:1) EQUAL '9'
             ADD 1 TO WS-TOTAL-RATING WS-TRAILHEAD-RATING
             PERFORM 3170-GRADE-TRAIL THRU 3170-EXIT
             PERFORM 3180-TALLY-APPROACH THRU 3180-EXIT
             IF WS-COUNTED-TRAILS(WS-CURR-NODE-ROW)(WS-CURR-NODE-COL:1)
                NOT EQUAL 'Y'
               ADD 1 TO WS-TOTAL-SCORE WS-TRAILHEAD-SCORE
           COMPUTE WS-TRAIL-LEN(WS-TRAIL-CNT) = WS-STACK-CNT - 1
           MOVE 0 TO WS-TRAIL-TWISTS(WS-TRAIL-CNT)
           MOVE SPACES TO WS-TRAIL-PATH(WS-TRAIL-CNT)
           MOVE WS-CURR-NODE-ROW TO WS-TRAIL-SUM-ROW(WS-TRAIL-CNT)
           MOVE WS-CURR-NODE-COL TO WS-TRAIL-SUM-COL(WS-TRAIL-CNT)
           MOVE 'N' TO WS-TRAIL-SOLE(WS-TRAIL-CNT)
           MOVE 0 TO WS-GRADE-PRV-ROW WS-GRADE-PRV-COL
           MOVE 1 TO WS-GRADE-PTR
           PERFORM VARYING WS-GRADE-SUB FROM 1 BY 1
       3170-EXIT.
           EXIT.

      *****************************************************************
      * TALLY THE TRAIL JUST COMPLETED AGAINST ITS (SUMMIT,           *
      * TRAILHEAD) APPROACH PAIR.  A TRAILHEAD'S PAIRS ARE ALL BUILT  *
      * WHILE IT IS BEING WALKED, SO THE SEARCH ONLY LOOKS BACK       *
      * THROUGH THE CURRENT TRAILHEAD'S ENTRIES AT THE END OF THE     *
      * TABLE.                                                        *
      *****************************************************************
       3180-TALLY-APPROACH.

           MOVE 0 TO WS-APPR-IDX
           MOVE 'N' TO WS-APPR-SEARCH-FLAG
           MOVE WS-APPR-CNT TO WS-APPR-SUB
           PERFORM UNTIL WS-APPR-SUB EQUAL 0 OR APPR-SEARCH-DONE
               IF WS-APPR-TH-ROW(WS-APPR-SUB) NOT EQUAL
                       WS-TRAILHEAD-ROW
                   OR WS-APPR-TH-COL(WS-APPR-SUB) NOT EQUAL
                       WS-TRAILHEAD-COL
                   SET APPR-SEARCH-DONE TO TRUE
               ELSE
                   IF WS-APPR-SUM-ROW(WS-APPR-SUB) EQUAL
                           WS-CURR-NODE-ROW
                       AND WS-APPR-SUM-COL(WS-APPR-SUB) EQUAL
                           WS-CURR-NODE-COL
                       MOVE WS-APPR-SUB TO WS-APPR-IDX
                       SET APPR-SEARCH-DONE TO TRUE
                   ELSE
                       SUBTRACT 1 FROM WS-APPR-SUB
                   END-IF
               END-IF
           END-PERFORM

           IF WS-APPR-IDX GREATER 0
               ADD 1 TO WS-APPR-TRAILS(WS-APPR-IDX)
               GO TO 3180-EXIT
           END-IF
           IF WS-APPR-CNT NOT LESS WS-APPR-MAX
               IF WS-APPR-FULL-FLAG EQUAL 'N'
                   MOVE 'Y' TO WS-APPR-FULL-FLAG
                   DISPLAY 'AOC1015W APPROACH TABLE FULL - SUMMIT'
                       ' REPORT WILL BE PARTIAL'
               END-IF
               GO TO 3180-EXIT
           END-IF
           ADD 1 TO WS-APPR-CNT
           MOVE WS-CURR-NODE-ROW TO WS-APPR-SUM-ROW(WS-APPR-CNT)
           MOVE WS-CURR-NODE-COL TO WS-APPR-SUM-COL(WS-APPR-CNT)
           MOVE WS-TRAILHEAD-ROW TO WS-APPR-TH-ROW(WS-APPR-CNT)
           MOVE WS-TRAILHEAD-COL TO WS-APPR-TH-COL(WS-APPR-CNT)
           MOVE 1 TO WS-APPR-TRAILS(WS-APPR-CNT)
           .
       3180-EXIT.
           EXIT.

      *****************************************************************
      * LOG THIS TRAILHEAD'S OWN SCORE AND RATING TO THE BREAKDOWN    *
      * REPORT, SO THE GRAND TOTALS CAN BE TRACED BACK TO THE         *
               MOVE WS-TRAIL-SUB TO WS-TRAIL-BEST
               COMPUTE WS-TRAIL-SUB2 = WS-TRAIL-SUB + 1
               PERFORM UNTIL WS-TRAIL-SUB2 GREATER WS-TRAIL-CNT
      *            TRAILS TO A SINGLE-APPROACH SUMMIT OUTRANK ALL OTHERS
                   IF WS-TRAIL-SOLE(WS-TRAIL-SUB2) GREATER
                           WS-TRAIL-SOLE(WS-TRAIL-BEST)
                       OR (WS-TRAIL-SOLE(WS-TRAIL-SUB2) EQUAL
                               WS-TRAIL-SOLE(WS-TRAIL-BEST)
                       AND (WS-TRAIL-TWISTS(WS-TRAIL-SUB2) GREATER
                           WS-TRAIL-TWISTS(WS-TRAIL-BEST)
                       OR (WS-TRAIL-TWISTS(WS-TRAIL-SUB2) EQUAL
                               WS-TRAIL-TWISTS(WS-TRAIL-BEST)
                           AND WS-TRAIL-LEN(WS-TRAIL-SUB2) GREATER
                               WS-TRAIL-LEN(WS-TRAIL-BEST))))
                       MOVE WS-TRAIL-SUB2 TO WS-TRAIL-BEST
                   END-IF
                   ADD 1 TO WS-TRAIL-SUB2
           MOVE 60 TO WKL-PAGE-SIZE
           CALL 'AOC-REPORT' USING WKL-CTL
           MOVE 'LINE' TO WKL-OP
           MOVE SPACES TO WKL-DETAIL
           STRING 'CLASS     TWISTS STEPS HEAD   SUMMIT  '
               'PATH (RRCC PER CELL)' DELIMITED BY SIZE
               INTO WKL-DETAIL
           END-STRING
           PERFORM 8650-PUT-WORKLIST-LINE THRU 8650-EXIT
           PERFORM VARYING WS-TRAIL-SUB FROM 1 BY 1
                   UNTIL WS-TRAIL-SUB GREATER WS-TRAIL-CNT
               END-EVALUATE
               MOVE 'LINE' TO WKL-OP
               MOVE SPACES TO WKL-DETAIL
               IF WS-TRAIL-SOLE(WS-TRAIL-SUB) EQUAL 'Y'
                   MOVE '*' TO WS-SUMMIT-FLAG-TEXT
               ELSE
                   MOVE SPACES TO WS-SUMMIT-FLAG-TEXT
               END-IF
               STRING WS-TRAIL-CLASS '  '
                   WS-TRAIL-TWISTS(WS-TRAIL-SUB) '     '
                   WS-TRAIL-LEN(WS-TRAIL-SUB) '    '
                   WS-TRAIL-TH-ROW(WS-TRAIL-SUB)
                   WS-TRAIL-TH-COL(WS-TRAIL-SUB) '   '
                   WS-TRAIL-SUM-ROW(WS-TRAIL-SUB)
                   WS-TRAIL-SUM-COL(WS-TRAIL-SUB)
                   WS-SUMMIT-FLAG-TEXT(1:1) '   '
                   DELIMITED BY SIZE
                   WS-TRAIL-PATH(WS-TRAIL-SUB) DELIMITED BY SIZE
                   INTO WKL-DETAIL
               INTO WKL-DETAIL
           END-STRING
           PERFORM 8650-PUT-WORKLIST-LINE THRU 8650-EXIT
           MOVE 'LINE' TO WKL-OP
           MOVE SPACES TO WKL-DETAIL
           IF SUMMIT-PARTIAL
               STRING '* SINGLE-APPROACH CROSS-REFERENCE NOT APPLIED -'
                   ' SUMMIT REPORT IS PARTIAL' DELIMITED BY SIZE
                   INTO WKL-DETAIL
               END-STRING
           ELSE
               STRING '* SUMMIT HAS A SINGLE APPROACH (RANKED FIRST) - '
                   WS-SOLE-CNT ' SUCH SUMMIT(S), SEE SUMMIT-REPORT.TXT'
                   DELIMITED BY SIZE
                   INTO WKL-DETAIL
               END-STRING
           END-IF
           PERFORM 8650-PUT-WORKLIST-LINE THRU 8650-EXIT
           MOVE 'END ' TO WKL-OP
           PERFORM 8650-PUT-WORKLIST-LINE THRU 8650-EXIT
           CLOSE WORKLIST-FILE
       8600-EXIT.
           EXIT.

      *****************************************************************
      * SUMMIT REACHABILITY REPORT.  EVERY HEIGHT-9 CELL ON THE MAP   *
      * IS LISTED IN ROW ORDER WITH THE TRAILHEADS WHOSE TRAILS END   *
      * ON IT AND THE DISTINCT TRAIL COUNT FROM EACH.  A SUMMIT WITH  *
      * ONE APPROACH, OR NONE, IS FLAGGED, AND THE GRADED TRAILS THAT *
      * END ON A SINGLE-APPROACH SUMMIT ARE MARKED FOR THE WORKLIST.  *
      * A CHANGE-DRIVEN RUN ONLY WALKS THE TRAILHEADS IT RE-SCORES,   *
      * SO ITS REPORT IS PARTIAL AND THE FLAGS ARE NOT CARRIED TO THE *
      * WORKLIST.                                                     *
      *****************************************************************
       8700-WRITE-SUMMIT-REPORT.

           IF (INCR-MODE AND WS-CARRIED-CNT GREATER 0)
               OR WS-APPR-FULL-FLAG EQUAL 'Y'
               SET SUMMIT-PARTIAL TO TRUE
           END-IF

      *    EVERY HEIGHT-9 CELL IS A SUMMIT, REACHED OR NOT
           MOVE 0 TO WS-SUMMIT-CNT
           INITIALIZE WS-SUMMIT-GRID
           PERFORM VARYING WS-SUMMIT-ROW-IX FROM 1 BY 1
                   UNTIL WS-SUMMIT-ROW-IX GREATER ARR-LENGTH
               PERFORM VARYING WS-SUMMIT-COL-IX FROM 1 BY 1
                       UNTIL WS-SUMMIT-COL-IX GREATER ARR-LENGTH
                   IF WS-MAP(WS-SUMMIT-ROW-IX)(WS-SUMMIT-COL-IX:1)
                           EQUAL '9'
                       ADD 1 TO WS-SUMMIT-CNT
                       MOVE WS-SUMMIT-ROW-IX
                           TO WS-SUMMIT-ROW(WS-SUMMIT-CNT)
                       MOVE WS-SUMMIT-COL-IX
                           TO WS-SUMMIT-COL(WS-SUMMIT-CNT)
                       MOVE 0 TO WS-SUMMIT-APPROACHES(WS-SUMMIT-CNT)
                                 WS-SUMMIT-TRAILS(WS-SUMMIT-CNT)
                       MOVE WS-SUMMIT-CNT TO WS-SUMMIT-GRID-SUB
                           (WS-SUMMIT-ROW-IX, WS-SUMMIT-COL-IX)
                   END-IF
               END-PERFORM
           END-PERFORM

      *    ROLL THE APPROACH PAIRS UP INTO THEIR SUMMITS
           PERFORM VARYING WS-APPR-SUB FROM 1 BY 1
                   UNTIL WS-APPR-SUB GREATER WS-APPR-CNT
               MOVE WS-SUMMIT-GRID-SUB(WS-APPR-SUM-ROW(WS-APPR-SUB),
                   WS-APPR-SUM-COL(WS-APPR-SUB)) TO WS-SUMMIT-SUB
               ADD 1 TO WS-SUMMIT-APPROACHES(WS-SUMMIT-SUB)
               ADD WS-APPR-TRAILS(WS-APPR-SUB)
                   TO WS-SUMMIT-TRAILS(WS-SUMMIT-SUB)
           END-PERFORM

           OPEN OUTPUT SUMMIT-REPORT-FILE
           MOVE 'SUMMIT-REPORT-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-SUMMIT-REPORT-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           MOVE 'INIT' TO SMT-OP
           MOVE 'HOOF-IT' TO SMT-PROGRAM
           MOVE 'SUMMIT REACHABILITY REPORT' TO SMT-TITLE
           MOVE SPACES TO SMT-PARMS
           MOVE 60 TO SMT-PAGE-SIZE
           CALL 'AOC-REPORT' USING SMT-CTL
           IF SUMMIT-PARTIAL
               MOVE 'LINE' TO SMT-OP
               MOVE SPACES TO SMT-DETAIL
               STRING 'PARTIAL REPORT - ONLY TRAILHEADS WALKED THIS RUN'
                   ' ARE COUNTED; APPROACH FLAGS ARE NOT RELIABLE'
                   DELIMITED BY SIZE
                   INTO SMT-DETAIL
               END-STRING
               PERFORM 8750-PUT-SUMMIT-LINE THRU 8750-EXIT
               DISPLAY 'AOC1016W SUMMIT REPORT IS PARTIAL - SINGLE-'
                   'APPROACH FLAGS NOT APPLIED TO THE WORKLIST'
           END-IF

           PERFORM VARYING WS-SUMMIT-SUB FROM 1 BY 1
                   UNTIL WS-SUMMIT-SUB GREATER WS-SUMMIT-CNT
               PERFORM 8710-REPORT-ONE-SUMMIT THRU 8710-EXIT
           END-PERFORM

           MOVE 'LINE' TO SMT-OP
           MOVE SPACES TO SMT-DETAIL
           STRING 'SUMMITS ' WS-SUMMIT-CNT
               '  SINGLE APPROACH ' WS-SOLE-CNT
               '  NO APPROACH ' WS-UNREACHED-CNT
               DELIMITED BY SIZE
               INTO SMT-DETAIL
           END-STRING
           PERFORM 8750-PUT-SUMMIT-LINE THRU 8750-EXIT
           MOVE 'END ' TO SMT-OP
           PERFORM 8750-PUT-SUMMIT-LINE THRU 8750-EXIT
           CLOSE SUMMIT-REPORT-FILE
           DISPLAY 'AOC1017I SUMMITS: ' WS-SUMMIT-CNT
               ' (SINGLE APPROACH ' WS-SOLE-CNT
               ' NO APPROACH ' WS-UNREACHED-CNT ')'

      *    CROSS-REFERENCE SINGLE-APPROACH SUMMITS INTO THE GRADED
      *    TRAILS SO THE WORKLIST RANKS THEM FIRST
           IF SUMMIT-PARTIAL
               GO TO 8700-EXIT
           END-IF
           PERFORM VARYING WS-TRAIL-SUB FROM 1 BY 1
                   UNTIL WS-TRAIL-SUB GREATER WS-TRAIL-CNT
               MOVE WS-SUMMIT-GRID-SUB(WS-TRAIL-SUM-ROW(WS-TRAIL-SUB),
                   WS-TRAIL-SUM-COL(WS-TRAIL-SUB)) TO WS-SUMMIT-SUB
               IF WS-SUMMIT-APPROACHES(WS-SUMMIT-SUB) EQUAL 1
                   MOVE 'Y' TO WS-TRAIL-SOLE(WS-TRAIL-SUB)
               END-IF
           END-PERFORM
           .
       8700-EXIT.
           EXIT.

      *****************************************************************
      * ONE SUMMIT LINE FOLLOWED BY ONE LINE PER APPROACHING          *
      * TRAILHEAD                                                     *
      *****************************************************************
       8710-REPORT-ONE-SUMMIT.

           EVALUATE WS-SUMMIT-APPROACHES(WS-SUMMIT-SUB)
               WHEN 0
                   MOVE 'NO APPROACH' TO WS-SUMMIT-FLAG-TEXT
                   ADD 1 TO WS-UNREACHED-CNT
               WHEN 1
                   MOVE 'SINGLE APPROACH' TO WS-SUMMIT-FLAG-TEXT
                   ADD 1 TO WS-SOLE-CNT
               WHEN OTHER
                   MOVE SPACES TO WS-SUMMIT-FLAG-TEXT
           END-EVALUATE
           MOVE WS-SUMMIT-ROW(WS-SUMMIT-SUB) TO WS-SUMMIT-ROW-EDIT
           MOVE WS-SUMMIT-COL(WS-SUMMIT-SUB) TO WS-SUMMIT-COL-EDIT
           MOVE WS-SUMMIT-APPROACHES(WS-SUMMIT-SUB)
               TO WS-SUMMIT-APPR-EDIT
           MOVE WS-SUMMIT-TRAILS(WS-SUMMIT-SUB)
               TO WS-SUMMIT-TRAILS-EDIT
           MOVE 'LINE' TO SMT-OP
           MOVE SPACES TO SMT-DETAIL
           STRING 'SUMMIT ROW ' WS-SUMMIT-ROW-EDIT
               ' COL ' WS-SUMMIT-COL-EDIT
               ' -- APPROACHES ' WS-SUMMIT-APPR-EDIT
               ' TRAILS ' WS-SUMMIT-TRAILS-EDIT
               '  ' WS-SUMMIT-FLAG-TEXT
               DELIMITED BY SIZE
               INTO SMT-DETAIL
           END-STRING
           PERFORM 8750-PUT-SUMMIT-LINE THRU 8750-EXIT

           PERFORM VARYING WS-APPR-SUB FROM 1 BY 1
                   UNTIL WS-APPR-SUB GREATER WS-APPR-CNT
               IF WS-APPR-SUM-ROW(WS-APPR-SUB) EQUAL
                       WS-SUMMIT-ROW(WS-SUMMIT-SUB)
                   AND WS-APPR-SUM-COL(WS-APPR-SUB) EQUAL
                       WS-SUMMIT-COL(WS-SUMMIT-SUB)
                   MOVE WS-APPR-TH-ROW(WS-APPR-SUB)
                       TO WS-TRAILHEAD-ROW-EDIT
                   MOVE WS-APPR-TH-COL(WS-APPR-SUB)
                       TO WS-TRAILHEAD-COL-EDIT
                   MOVE WS-APPR-TRAILS(WS-APPR-SUB)
                       TO WS-SUMMIT-TRAILS-EDIT
                   MOVE 'LINE' TO SMT-OP
                   MOVE SPACES TO SMT-DETAIL
                   STRING '    FROM TRAILHEAD ROW '
                       WS-TRAILHEAD-ROW-EDIT
                       ' COL ' WS-TRAILHEAD-COL-EDIT
                       ' -- TRAILS ' WS-SUMMIT-TRAILS-EDIT
                       DELIMITED BY SIZE
                       INTO SMT-DETAIL
                   END-STRING
                   PERFORM 8750-PUT-SUMMIT-LINE THRU 8750-EXIT
               END-IF
           END-PERFORM
           .
       8710-EXIT.
           EXIT.

      *****************************************************************
      * ROUTE ONE SUMMIT LINE THROUGH THE SHARED REPORT WRITER        *
      *****************************************************************
       8750-PUT-SUMMIT-LINE.

           CALL 'AOC-REPORT' USING SMT-CTL
           MOVE 1 TO SMT-OUT-SUB
           PERFORM UNTIL SMT-OUT-SUB GREATER SMT-OUT-CNT
               MOVE SMT-OUT-LINE(SMT-OUT-SUB)
                   TO SUMMIT-REPORT-RECORD
               WRITE SUMMIT-REPORT-RECORD
               MOVE 'SUMMIT-REPORT-FILE' TO WS-FST-FILE-NAME
               MOVE 'WRITE' TO WS-FST-OPERATION
               MOVE WS-SUMMIT-REPORT-FST TO WS-FST-STATUS
               PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
               ADD 1 TO SMT-OUT-SUB
           END-PERFORM
           .
       8750-EXIT.
           EXIT.

      *****************************************************************
      * ROUTE ONE WORKLIST LINE THROUGH THE SHARED REPORT WRITER      *
      *****************************************************************
               ' OPERATION ' WS-FST-OPERATION
               ' STATUS ' WS-FST-STATUS
           MOVE SPACES TO WS-ABEND-MSG
           STRING 'AOC1090E FILE ERROR ' DELIMITED BY SIZE
               WS-FST-FILE-NAME DELIMITED BY SPACE
               ' ' WS-FST-OPERATION DELIMITED BY SIZE
               ' STATUS ' WS-FST-STATUS DELIMITED BY SIZE
