           SELECT OPTIONAL DICT-FILE ASSIGN TO 'DICTIONARY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DICT-FST.
      *    NEAR-MATCH REPORT - PLACEMENTS WHERE A SEARCH WORD READS
      *    WITH EXACTLY ONE WRONG LETTER.  WRITTEN ONLY WHEN THE
      *    PARAMETER LIBRARY TURNS NEAR-MATCH MODE ON; EMPTY OTHERWISE.
           SELECT NEAR-MATCH-FILE ASSIGN TO 'NEAR-MATCHES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEAR-MATCH-FST.
      *    PER-WORD TOTALS REPORT (SHARED REPORT WRITER)
           SELECT WORD-TOTALS-FILE ASSIGN TO 'WORD-TOTALS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO 'RUN-LEDGER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LEDGER-FST.
      *    INPUT FINGERPRINT LEFT BY THE SHELL'S cksum STEP, IN THE
      *    JOB'S OWN FOLDER SO CONCURRENT BATCH STREAMS NEVER SHARE IT
           SELECT OPTIONAL FP-FLAG-FILE ASSIGN TO 'AOC-FP.FLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FP-FLAG-FST.

           DATA RECORD IS MATCH-RECORD.
       01  MATCH-RECORD                           PIC X(60).

       FD  NEAR-MATCH-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS NEAR-MATCH-RECORD.
       01  NEAR-MATCH-RECORD                      PIC X(100).

       FD  DICT-FILE
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F
           88 WORD-NOT-MATCHED                               VALUE 'N'.
       01  WS-DIRECTION-NAME                       PIC X(12).

      *    NEAR-MATCH (DAMAGED-GRID) FIELDS.  PARMLIB DAY04 COLUMN 31
      *    = 'Y' ALSO LOOKS FOR EVERY PLACEMENT OF A SEARCH WORD OF
      *    THREE OR MORE LETTERS THAT IS WRONG IN EXACTLY ONE LETTER.
      *    A PLACEMENT RUNNING INTO THE BLANK PADDING PAST A SHORT
      *    ROW IS OFF THE GRID, NOT DAMAGED, AND IS NOT REPORTED.
      *    NEAR MATCHES ARE NEVER ADDED TO THE OFFICIAL COUNTS.
       01  WS-NEAR-MODE                            PIC X(1) VALUE 'N'.
           88 NEAR-MODE                                      VALUE 'Y'.
       01  WS-NEAR-MATCH-FST                       PIC X(2) VALUE '00'.
       01  WS-NEAR-END-ROW                         PIC S9(4).
       01  WS-NEAR-END-COL                         PIC S9(4).
       01  WS-NEAR-MISSES                          PIC 9(2).
       01  WS-NEAR-POS                             PIC 9(2).
       01  WS-NEAR-FOUND-CHAR                      PIC X(1).
       01  WS-NEAR-OFF-GRID                        PIC X(1).
           88 NEAR-OFF-GRID                                  VALUE 'Y'.
       01  WS-NEAR-GRID-CNT                        PIC 9(8) VALUE 0.
       01  WS-NEAR-TOTAL                           PIC 9(8) VALUE 0.

       01  WS-DIR-CNT-ABOVE                        PIC 9(6) VALUE 0.
       01  WS-DIR-CNT-TOP-RIGHT                    PIC 9(6) VALUE 0.
       01  WS-DIR-CNT-RIGHT                        PIC 9(6) VALUE 0.
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-MATCHES-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           OPEN OUTPUT NEAR-MATCH-FILE
           MOVE 'NEAR-MATCH-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-NEAR-MATCH-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           MOVE SPACES TO WS-END-OF-FILE
           .
       1000-EXIT.

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
      * LOOK THIS JOB UP IN THE CENTRAL PARAMETER LIBRARY.  A LIBRARY *
      * RECORD CARRIES THE JOB NAME IN COLUMNS 1-8 AND, FROM COLUMN   *
      * 11, THE SAME PARAMETER STRING THE LOCAL CONTROL.TXT USED.     *
      * COLUMN 31 (Y/N) SWITCHES NEAR-MATCH MODE, WHICH HAS NO        *
      * CONTROL.TXT EQUIVALENT.                                       *
      ****************************************************************
       1450-READ-PARMLIB.

                   NOT AT END
                       IF PARMLIB-RECORD(1:8) EQUAL 'DAY04   '
                           MOVE PARMLIB-RECORD(11:20) TO WS-CTL-DATA
                           IF PARMLIB-RECORD(31:1) EQUAL 'Y'
                               SET NEAR-MODE TO TRUE
                           END-IF
                           SET PARM-FOUND TO TRUE
                           MOVE 'PARMLIB' TO WS-PARM-SOURCE
                       END-IF
           END-IF
           DISPLAY 'AOC0401I EFFECTIVE PARAMETERS (' WS-PARM-SOURCE
               '): TARGET WORD=' WS-TARGET-WORD
               ' NEAR-MATCH MODE=' WS-NEAR-MODE

           PERFORM 1550-DERIVE-WORD-FIELDS THRU 1550-EXIT
           .
           ADD 1 TO WS-GRID-NUM
           ADD WS-GRID-ROWS TO WS-TOTAL-ROWS
           MOVE 0 TO WS-TOTAL-STRING WS-TOTAL-CROSSES
           MOVE 0 TO WS-NEAR-GRID-CNT
           PERFORM 3000-SCAN-FOR-STRING THRU 3000-EXIT
           PERFORM 4000-SCAN-FOR-CROSS  THRU 4000-EXIT
           DISPLAY 'AOC0413I GRID ' WS-GRID-NUM
               ' WORDS = ' WS-TOTAL-STRING
               ' X-MAS = ' WS-TOTAL-CROSSES
           IF NEAR-MODE
               DISPLAY 'AOC0418I GRID ' WS-GRID-NUM
                   ' NEAR MATCHES (NOT COUNTED) = ' WS-NEAR-GRID-CNT
               ADD WS-NEAR-GRID-CNT TO WS-NEAR-TOTAL
           END-IF
           ADD WS-TOTAL-STRING  TO WS-GRAND-STRING
           ADD WS-TOTAL-CROSSES TO WS-GRAND-CROSSES
           .
      * CHECK CURRENT CHAR FOR BEGINNING OF TARGET STRING            *
      ****************************************************************
       3100-CHECK-CHAR.
      *    A NEAR MATCH CAN BE WRONG IN ITS FIRST LETTER, SO IT IS
      *    LOOKED FOR BEFORE THE FIRST-LETTER SHORT CUT BELOW
           IF NEAR-MODE AND WS-WORD-LEN NOT LESS 3
               PERFORM 3300-NEAR-MATCH-CELL THRU 3300-EXIT
           END-IF
           IF WS-WSA(WS-ROWS)(WS-COLS:1) NOT EQUAL WS-TARGET-WORD(1:1)
               GO TO 3100-EXIT
           END-IF
       3190-EXIT.
           EXIT.

      ****************************************************************
      * NEAR-MATCH MODE - TRY THE CURRENT WORD FROM THE CURRENT CELL  *
      * IN ALL EIGHT DIRECTIONS, LOOKING FOR EXACTLY ONE WRONG LETTER *
      ****************************************************************
       3300-NEAR-MATCH-CELL.

           MOVE -1 TO WS-ROW-DELTA
           MOVE  0 TO WS-COL-DELTA
           MOVE 'ABOVE' TO WS-DIRECTION-NAME
           PERFORM 3310-NEAR-DIRECTION THRU 3310-EXIT
           MOVE -1 TO WS-ROW-DELTA
           MOVE  1 TO WS-COL-DELTA
           MOVE 'TOP-RIGHT' TO WS-DIRECTION-NAME
           PERFORM 3310-NEAR-DIRECTION THRU 3310-EXIT
           MOVE  0 TO WS-ROW-DELTA
           MOVE  1 TO WS-COL-DELTA
           MOVE 'RIGHT' TO WS-DIRECTION-NAME
           PERFORM 3310-NEAR-DIRECTION THRU 3310-EXIT
           MOVE  1 TO WS-ROW-DELTA
           MOVE  1 TO WS-COL-DELTA
           MOVE 'BOTTOM-RIGHT' TO WS-DIRECTION-NAME
           PERFORM 3310-NEAR-DIRECTION THRU 3310-EXIT
           MOVE  1 TO WS-ROW-DELTA
           MOVE  0 TO WS-COL-DELTA
           MOVE 'DOWN' TO WS-DIRECTION-NAME
           PERFORM 3310-NEAR-DIRECTION THRU 3310-EXIT
           MOVE  1 TO WS-ROW-DELTA
           MOVE -1 TO WS-COL-DELTA
           MOVE 'BOTTOM-LEFT' TO WS-DIRECTION-NAME
           PERFORM 3310-NEAR-DIRECTION THRU 3310-EXIT
           MOVE  0 TO WS-ROW-DELTA
           MOVE -1 TO WS-COL-DELTA
           MOVE 'LEFT' TO WS-DIRECTION-NAME
           PERFORM 3310-NEAR-DIRECTION THRU 3310-EXIT
           MOVE -1 TO WS-ROW-DELTA
           MOVE -1 TO WS-COL-DELTA
           MOVE 'TOP-LEFT' TO WS-DIRECTION-NAME
           PERFORM 3310-NEAR-DIRECTION THRU 3310-EXIT
           .
       3300-EXIT.
           EXIT.

      ****************************************************************
      * COMPARE EVERY LETTER OF ONE PLACEMENT, COUNTING MISMATCHES.   *
      * EXACTLY ONE MISMATCH, WITH THE WHOLE PLACEMENT ON THE GRID,   *
      * IS A NEAR MATCH AND IS LOGGED WITH THE POSITION THAT DIFFERS. *
      ****************************************************************
       3310-NEAR-DIRECTION.

           COMPUTE WS-NEAR-END-ROW =
               WS-ROWS + (WS-ROW-DELTA * WS-WORD-LEN-M1)
           COMPUTE WS-NEAR-END-COL =
               WS-COLS + (WS-COL-DELTA * WS-WORD-LEN-M1)
           IF WS-NEAR-END-ROW LESS 1 OR WS-NEAR-END-COL LESS 1
               OR WS-NEAR-END-ROW GREATER WS-ARR-LENGTH
               OR WS-NEAR-END-COL GREATER WS-ARR-LENGTH
               GO TO 3310-EXIT
           END-IF

           MOVE 0 TO WS-NEAR-MISSES
           MOVE 'N' TO WS-NEAR-OFF-GRID
           MOVE 1 TO WS-CHECK-SUB
           PERFORM UNTIL WS-CHECK-SUB GREATER WS-WORD-LEN
                       OR WS-NEAR-MISSES GREATER 1
                       OR NEAR-OFF-GRID
               COMPUTE WS-CHECK-ROW =
                   WS-ROWS + (WS-ROW-DELTA * (WS-CHECK-SUB - 1))
               COMPUTE WS-CHECK-COL =
                   WS-COLS + (WS-COL-DELTA * (WS-CHECK-SUB - 1))
               IF WS-WSA(WS-CHECK-ROW)(WS-CHECK-COL:1) EQUAL SPACE
                   SET NEAR-OFF-GRID TO TRUE
               ELSE
                   IF WS-WSA(WS-CHECK-ROW)(WS-CHECK-COL:1) NOT EQUAL
                           WS-TARGET-WORD(WS-CHECK-SUB:1)
                       ADD 1 TO WS-NEAR-MISSES
                       MOVE WS-CHECK-SUB TO WS-NEAR-POS
                       MOVE WS-WSA(WS-CHECK-ROW)(WS-CHECK-COL:1)
                           TO WS-NEAR-FOUND-CHAR
                   END-IF
               END-IF
               ADD 1 TO WS-CHECK-SUB
           END-PERFORM
           IF NEAR-OFF-GRID OR WS-NEAR-MISSES NOT EQUAL 1
               GO TO 3310-EXIT
           END-IF

           ADD 1 TO WS-NEAR-GRID-CNT
           MOVE SPACES TO NEAR-MATCH-RECORD
           STRING 'GRID ' WS-GRID-NUM
               ' ROW ' WS-ROWS ' COL ' WS-COLS ' DIR ' DELIMITED BY
                   SIZE
               WS-DIRECTION-NAME DELIMITED BY SPACE
               ' WORD ' DELIMITED BY SIZE
               WS-TARGET-WORD(1:WS-WORD-LEN) DELIMITED BY SIZE
               ' LETTER ' WS-NEAR-POS
               ' EXPECTED ' WS-TARGET-WORD(WS-NEAR-POS:1)
               ' FOUND ' WS-NEAR-FOUND-CHAR DELIMITED BY SIZE
               INTO NEAR-MATCH-RECORD
           END-STRING
           WRITE NEAR-MATCH-RECORD
           MOVE 'NEAR-MATCH-FILE' TO WS-FST-FILE-NAME
           MOVE 'WRITE' TO WS-FST-OPERATION
           MOVE WS-NEAR-MATCH-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           .
       3310-EXIT.
           EXIT.


      ****************************************************************
      * CHECK FOR MIDDLE OF CROSS                                    *
           DISPLAY 'AOC0411I   TOP-LEFT     : ' WS-DIR-CNT-TOP-LEFT
           DISPLAY 'AOC0412I TOTAL  X-MAS = ' WS-GRAND-CROSSES
           DISPLAY 'AOC0414I GRIDS PROCESSED = ' WS-GRID-NUM
           IF NEAR-MODE
               DISPLAY 'AOC0419I TOTAL NEAR MATCHES (NOT COUNTED) = '
                   WS-NEAR-TOTAL
           END-IF
           .
       8000-EXIT.
           EXIT.

           CLOSE INPUT-FILE
           CLOSE MATCHES-FILE
           CLOSE NEAR-MATCH-FILE
           .
       9000-EXIT.
           EXIT.
