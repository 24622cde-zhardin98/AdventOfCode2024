           SELECT DEPARTURE-FILE ASSIGN TO 'DEPARTURE-PLAN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPARTURE-FST.
      *    CHOKE-POINT RANKING - ROUTE CELLS ORDERED BY HOW MUCH THE
      *    SHORTEST PATH GROWS WHEN EACH ONE IS LOST
           SELECT CHOKE-FILE ASSIGN TO 'CHOKE-POINTS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHOKE-FST.
           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO 'RUN-LEDGER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LEDGER-FST.
      *    INPUT FINGERPRINT LEFT BY THE SHELL'S cksum STEP, IN THE
      *    JOB'S OWN FOLDER SO CONCURRENT BATCH STREAMS NEVER SHARE IT
           SELECT OPTIONAL FP-FLAG-FILE ASSIGN TO 'AOC-FP.FLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FP-FLAG-FST.

       01  PARMLIB-RECORD                         PIC X(80).

       FD  ROUTE-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ROUTE-RECORD.
       01  ROUTE-RECORD                          PIC X(132).

       FD  DEPARTURE-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DEPARTURE-RECORD.
       01  DEPARTURE-RECORD                      PIC X(80).

       FD  CHOKE-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CHOKE-RECORD.
       01  CHOKE-RECORD                          PIC X(80).

       FD  RUN-LEDGER-FILE
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F
      *    TIME AND STOPS AS SOON AS THE EXIT BECOMES UNREACHABLE,
      *    REPORTING THAT BYTE; DEFAULT 'N' PLACES EVERY BYTE FROM
      *    INFILE.TXT UP FRONT AND REPORTS THE SHORTEST PATH THROUGH
      *    THE FULLY-CORRUPTED GRID; 'C' PLACES EVERY BYTE THE SAME
      *    WAY AND THEN RANKS THE ROUTE'S CELLS BY HOW CRITICAL EACH
      *    ONE IS (SEE 5000-CHOKE-ANALYSIS)
       01  WS-RUN-MODE                        PIC X(1) VALUE 'N'.
           88 NORMAL-MODE                               VALUE 'N'.
           88 INCREMENTAL-MODE                          VALUE 'I'.
           88 DEPARTURE-MODE                            VALUE 'D'.
           88 CRITICAL-MODE                             VALUE 'C'.

      *    TIMED-CORRUPTION DEPARTURE-PLANNER FIELDS.  BYTE N FALLS
      *    AT TICK N; A WALKER LEAVING AT TICK T REACHES ITS K-TH
       01  WS-DEP-VIABLE-CNT                  PIC 9(5) VALUE 0.
       01  WS-ARRIVE-TIME                     PIC 9(6).

      *    CHOKE-POINT CRITICALITY FIELDS.  LOSING A CELL CAN ONLY
      *    LENGTHEN THE SHORTEST PATH IF EVERY SHORTEST PATH CROSSES
      *    IT, AND EVERY SUCH CELL LIES ON THE ONE ROUTE
      *    8250-RECONSTRUCT-PATH WALKS - SO ONLY THE ROUTE'S CELLS ARE
      *    BLOCKED AND RE-SEARCHED, ONE AT A TIME, AND ANY OTHER OPEN
      *    CELL'S LOSS COSTS NOTHING.  A GROWTH OF 9999 MEANS LOSING
      *    THE CELL CUTS THE EXIT OFF ALTOGETHER - A SINGLE-CELL
      *    CHOKE POINT.
       01  WS-CHOKE-FST                       PIC X(2) VALUE '00'.
       01  WS-CRIT-TABLE.
           05 WS-CRIT-ITEM OCCURS 5041 TIMES.
               10 WS-CRIT-ROW                 PIC 9(2).
               10 WS-CRIT-COL                 PIC 9(2).
               10 WS-CRIT-STEP                PIC 9(4).
               10 WS-CRIT-GROWTH              PIC 9(4).
       01  WS-CRIT-CNT                        PIC 9(4) VALUE 0.
       01  WS-CRIT-SUB                        PIC 9(4).
       01  WS-CRIT-BASE                       PIC 9(4) VALUE 0.
       01  WS-CRIT-LONGER-CNT                 PIC 9(4) VALUE 0.
       01  WS-CRIT-CHOKE-CNT                  PIC 9(4) VALUE 0.
       01  WS-CRIT-OPEN-CNT                   PIC 9(4) VALUE 0.
       01  WS-CRIT-FREE-CNT                   PIC 9(4) VALUE 0.
       01  WS-CRIT-CEILING                    PIC 9(5).
       01  WS-CRIT-LEVEL                      PIC 9(4).
       01  WS-CRIT-RANK                       PIC 9(4) VALUE 0.
       01  WS-CHOKE-LINE.
           05 WS-CHOKE-RANK                   PIC ZZZ9.
           05 FILLER                          PIC X(3) VALUE SPACES.
           05 WS-CHOKE-ROW                    PIC Z9.
           05 FILLER                          PIC X(3) VALUE SPACES.
           05 WS-CHOKE-COL                    PIC Z9.
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 WS-CHOKE-STEP                   PIC ZZZ9.
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 WS-CHOKE-GROWTH                 PIC X(9).
           05 WS-CHOKE-GROWTH-N REDEFINES WS-CHOKE-GROWTH
                                              PIC ZZZZZ9.
           05 FILLER                          PIC X(2) VALUE SPACES.
           05 WS-CHOKE-FLAG                   PIC X(11).


      *    CENTRAL PARAMETER LIBRARY FIELDS
       01  WS-PARMLIB-EOF                         PIC X(1) VALUE 'N'.
       01  WS-FP-CHAR-9 REDEFINES WS-FP-CHAR-X    PIC 9(1).


       COPY MPRCTL.

       COPY ANSPARM.

       COPY BALPARM.
                   PERFORM 3500-INCREMENTAL-SEARCH THRU 3500-EXIT
                   PERFORM 8000-DISPLAY-RESULTS THRU 8000-EXIT
                   PERFORM 8200-ESCAPE-ROUTE    THRU 8200-EXIT
               WHEN CRITICAL-MODE
                   PERFORM 5000-CHOKE-ANALYSIS  THRU 5000-EXIT
                   PERFORM 8000-DISPLAY-RESULTS THRU 8000-EXIT
                   PERFORM 8200-ESCAPE-ROUTE    THRU 8200-EXIT
               WHEN OTHER
                   MOVE 0 TO WS-PATH-LENGTH
                   PERFORM 3000-TRAVERSE-MAP    THRU 3000-EXIT

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
                   ADD 1 TO WS-BYTE-CNT
                   MOVE IN-COL TO WS-BYTE-LIST-COL(WS-BYTE-CNT)
                   MOVE IN-ROW TO WS-BYTE-LIST-ROW(WS-BYTE-CNT)
                   IF NORMAL-MODE OR CRITICAL-MODE
                       PERFORM 2100-PLACE-NODE THRU 2100-EXIT
                   END-IF
           END-READ
       4450-EXIT.
           EXIT.

      *****************************************************************
      * CHOKE-POINT CRITICALITY.  SEARCH THE FULLY-CORRUPTED GRID     *
      * ONCE FOR THE BASE ROUTE, THEN BLOCK EACH CELL OF THAT ROUTE   *
      * IN TURN (NOT THE START OR THE EXIT) AND RE-SEARCH, RECORDING  *
      * HOW MANY STEPS THE SHORTEST PATH GROWS - OR THAT THE EXIT IS  *
      * CUT OFF.  THE CELLS ARE FILED RANKED, WORST LOSS FIRST, TO    *
      * CHOKE-POINTS.TXT, AND THE BASE SEARCH IS RE-RUN AT THE END SO *
      * THE ROUTE CARD IS DRAWN FROM THE UNBLOCKED GRID.              *
      *****************************************************************
       5000-CHOKE-ANALYSIS.

           MOVE 0 TO WS-STACK-CNT
           MOVE 1 TO WS-QUEUE-HEAD
           MOVE 0 TO WS-PATH-LENGTH
           PERFORM 3000-TRAVERSE-MAP THRU 3000-EXIT
           MOVE WS-PATH-LENGTH TO WS-CRIT-BASE

           OPEN OUTPUT CHOKE-FILE
           MOVE 'CHOKE-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-CHOKE-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           IF WS-CRIT-BASE EQUAL 0
               MOVE 'NO ESCAPE ROUTE - NO CELL TO RANK'
                   TO CHOKE-RECORD
               PERFORM 5450-PUT-CHOKE THRU 5450-EXIT
               CLOSE CHOKE-FILE
               DISPLAY 'AOC1814W NO ESCAPE ROUTE - CHOKE-POINT'
                   ' ANALYSIS NOT RUN'
               GO TO 5000-EXIT
           END-IF

      *    ROUTE ENTRY 1 IS THE EXIT AND THE LAST ENTRY THE START, SO
      *    THE CELLS BETWEEN ARE TAKEN START-FIRST - EQUAL LOSSES THEN
      *    RANK IN WALKING ORDER
           PERFORM 8250-RECONSTRUCT-PATH THRU 8250-EXIT
           MOVE 0 TO WS-CRIT-CNT
           COMPUTE WS-CRIT-SUB = WS-ROUTE-CNT - 1
           PERFORM VARYING WS-RT-SUB FROM WS-CRIT-SUB BY -1
                   UNTIL WS-RT-SUB LESS 2
               PERFORM 5100-TEST-CELL THRU 5100-EXIT
           END-PERFORM
           MOVE 0 TO WS-STACK-CNT
           MOVE 1 TO WS-QUEUE-HEAD
           MOVE 0 TO WS-PATH-LENGTH
           PERFORM 3000-TRAVERSE-MAP THRU 3000-EXIT

      *    OPEN CELLS OFF THE RANKING (BAR THE START AND THE EXIT)
      *    COST NOTHING WHEN LOST
           MOVE 0 TO WS-CRIT-OPEN-CNT
           PERFORM VARYING WS-RT-ROW FROM 1 BY 1
                   UNTIL WS-RT-ROW GREATER ARR-LENGTH
               INSPECT WS-MAP(WS-RT-ROW)(1:ARR-LENGTH)
                   TALLYING WS-CRIT-OPEN-CNT FOR ALL SPACE
           END-PERFORM
           COMPUTE WS-CRIT-FREE-CNT = WS-CRIT-OPEN-CNT - 2
               - WS-CRIT-LONGER-CNT - WS-CRIT-CHOKE-CNT

           MOVE SPACES TO CHOKE-RECORD
           STRING 'CHOKE-POINT RANKING - BASE ROUTE ' WS-CRIT-BASE
               ' STEPS FROM 0,0 TO THE EXIT'
               DELIMITED BY SIZE
               INTO CHOKE-RECORD
           END-STRING
           PERFORM 5450-PUT-CHOKE THRU 5450-EXIT
           MOVE 'ROW = Y, COL = X, 0-BASED AS ON THE BYTE TAPE.  STEP ='
               TO CHOKE-RECORD
           PERFORM 5450-PUT-CHOKE THRU 5450-EXIT
           MOVE 'THE CELL''S PLACE ON THE ROUTE, GROWTH THE EXTRA STEPS'
               TO CHOKE-RECORD
           PERFORM 5450-PUT-CHOKE THRU 5450-EXIT
           MOVE 'THE ROUTE TAKES WHEN THE CELL IS LOST.'
               TO CHOKE-RECORD
           PERFORM 5450-PUT-CHOKE THRU 5450-EXIT
           MOVE SPACES TO CHOKE-RECORD
           PERFORM 5450-PUT-CHOKE THRU 5450-EXIT
           MOVE 'RANK  ROW  COL  STEP  GROWTH     FLAG' TO CHOKE-RECORD
           PERFORM 5450-PUT-CHOKE THRU 5450-EXIT
           PERFORM 5200-RANK-CELLS THRU 5200-EXIT
           IF WS-CRIT-RANK EQUAL 0
               MOVE SPACES TO CHOKE-RECORD
               STRING 'NO SINGLE CELL LENGTHENS THE ROUTE - EVERY STEP'
                   ' HAS AN EQUAL DETOUR'
                   DELIMITED BY SIZE
                   INTO CHOKE-RECORD
               END-STRING
               PERFORM 5450-PUT-CHOKE THRU 5450-EXIT
           END-IF
           MOVE SPACES TO CHOKE-RECORD
           PERFORM 5450-PUT-CHOKE THRU 5450-EXIT
           MOVE SPACES TO CHOKE-RECORD
           STRING WS-CRIT-CHOKE-CNT ' CHOKE POINT(S), '
               WS-CRIT-LONGER-CNT ' CELL(S) THAT LENGTHEN THE ROUTE'
               DELIMITED BY SIZE
               INTO CHOKE-RECORD
           END-STRING
           PERFORM 5450-PUT-CHOKE THRU 5450-EXIT
           MOVE SPACES TO CHOKE-RECORD
           STRING WS-CRIT-FREE-CNT ' OTHER OPEN CELL(S) COST NOTHING'
               ' WHEN LOST'
               DELIMITED BY SIZE
               INTO CHOKE-RECORD
           END-STRING
           PERFORM 5450-PUT-CHOKE THRU 5450-EXIT
           CLOSE CHOKE-FILE
           DISPLAY 'AOC1813I CHOKE-POINT ANALYSIS: ' WS-CRIT-CNT
               ' ROUTE CELLS TESTED, ' WS-CRIT-CHOKE-CNT
               ' CHOKE POINT(S), ' WS-CRIT-LONGER-CNT
               ' LENGTHEN THE ROUTE'
           DISPLAY 'AOC1815I CHOKE-POINT RANKING FILED TO'
               ' CHOKE-POINTS.TXT'
           .
       5000-EXIT.
           EXIT.

      *****************************************************************
      * BLOCK ROUTE CELL WS-RT-SUB, RE-SEARCH, RECORD THE GROWTH AND  *
      * OPEN THE CELL AGAIN                                           *
      *****************************************************************
       5100-TEST-CELL.

           ADD 1 TO WS-CRIT-CNT
           MOVE WS-ROUTE-ROW(WS-RT-SUB) TO WS-CRIT-ROW(WS-CRIT-CNT)
           MOVE WS-ROUTE-COL(WS-RT-SUB) TO WS-CRIT-COL(WS-CRIT-CNT)
           COMPUTE WS-CRIT-STEP(WS-CRIT-CNT) = WS-ROUTE-CNT - WS-RT-SUB
           MOVE '#' TO WS-MAP(WS-ROUTE-ROW(WS-RT-SUB))
               (WS-ROUTE-COL(WS-RT-SUB):1)
           MOVE 0 TO WS-STACK-CNT
           MOVE 1 TO WS-QUEUE-HEAD
           MOVE 0 TO WS-PATH-LENGTH
           PERFORM 3000-TRAVERSE-MAP THRU 3000-EXIT
           IF WS-PATH-LENGTH EQUAL 0
               MOVE 9999 TO WS-CRIT-GROWTH(WS-CRIT-CNT)
               ADD 1 TO WS-CRIT-CHOKE-CNT
           ELSE
               COMPUTE WS-CRIT-GROWTH(WS-CRIT-CNT) =
                   WS-PATH-LENGTH - WS-CRIT-BASE
               IF WS-CRIT-GROWTH(WS-CRIT-CNT) GREATER 0
                   ADD 1 TO WS-CRIT-LONGER-CNT
               END-IF
           END-IF
           MOVE SPACE TO WS-MAP(WS-ROUTE-ROW(WS-RT-SUB))
               (WS-ROUTE-COL(WS-RT-SUB):1)
           .
       5100-EXIT.
           EXIT.

      *****************************************************************
      * FILE THE CELLS THAT COST SOMETHING, LARGEST GROWTH FIRST.     *
      * EACH PASS FINDS THE LARGEST GROWTH BELOW THE LAST ONE FILED   *
      * AND FILES EVERY CELL AT THAT GROWTH; THERE ARE ONLY EVER A    *
      * HANDFUL OF DISTINCT GROWTHS, SO NO SORT IS NEEDED.            *
      *****************************************************************
       5200-RANK-CELLS.

           MOVE 10000 TO WS-CRIT-CEILING
           MOVE 0 TO WS-CRIT-RANK
           PERFORM UNTIL WS-CRIT-CEILING EQUAL 0
               MOVE 0 TO WS-CRIT-LEVEL
               PERFORM VARYING WS-CRIT-SUB FROM 1 BY 1
                       UNTIL WS-CRIT-SUB GREATER WS-CRIT-CNT
                   IF WS-CRIT-GROWTH(WS-CRIT-SUB) LESS WS-CRIT-CEILING
                       AND WS-CRIT-GROWTH(WS-CRIT-SUB)
                           GREATER WS-CRIT-LEVEL
                       MOVE WS-CRIT-GROWTH(WS-CRIT-SUB)
                           TO WS-CRIT-LEVEL
                   END-IF
               END-PERFORM
               IF WS-CRIT-LEVEL EQUAL 0
                   MOVE 0 TO WS-CRIT-CEILING
               ELSE
                   PERFORM VARYING WS-CRIT-SUB FROM 1 BY 1
                           UNTIL WS-CRIT-SUB GREATER WS-CRIT-CNT
                       IF WS-CRIT-GROWTH(WS-CRIT-SUB)
                           EQUAL WS-CRIT-LEVEL
                           PERFORM 5250-WRITE-CELL THRU 5250-EXIT
                       END-IF
                   END-PERFORM
                   MOVE WS-CRIT-LEVEL TO WS-CRIT-CEILING
               END-IF
           END-PERFORM
           .
       5200-EXIT.
           EXIT.

       5250-WRITE-CELL.

           ADD 1 TO WS-CRIT-RANK
           MOVE WS-CRIT-RANK TO WS-CHOKE-RANK
           COMPUTE WS-CHOKE-ROW = WS-CRIT-ROW(WS-CRIT-SUB) - 1
           COMPUTE WS-CHOKE-COL = WS-CRIT-COL(WS-CRIT-SUB) - 1
           MOVE WS-CRIT-STEP(WS-CRIT-SUB) TO WS-CHOKE-STEP
           MOVE SPACES TO WS-CHOKE-GROWTH
           MOVE SPACES TO WS-CHOKE-FLAG
           IF WS-CRIT-GROWTH(WS-CRIT-SUB) EQUAL 9999
               MOVE 'NO ESCAPE' TO WS-CHOKE-GROWTH
               MOVE 'CHOKE POINT' TO WS-CHOKE-FLAG
           ELSE
               MOVE WS-CRIT-GROWTH(WS-CRIT-SUB) TO WS-CHOKE-GROWTH-N
           END-IF
           MOVE WS-CHOKE-LINE TO CHOKE-RECORD
           PERFORM 5450-PUT-CHOKE THRU 5450-EXIT
           .
       5250-EXIT.
           EXIT.

       5450-PUT-CHOKE.

           WRITE CHOKE-RECORD
           MOVE 'CHOKE-FILE' TO WS-FST-FILE-NAME
           MOVE 'WRITE' TO WS-FST-OPERATION
           MOVE WS-CHOKE-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           .
       5450-EXIT.
           EXIT.

      *****************************************************************
      * PUSH AN ITEM ONTO STACK                                       *
      *****************************************************************
               PERFORM 8350-PUT-ROUTE-LINE THRU 8350-EXIT
           END-PERFORM

      *    GRID OVERLAY: '#' CORRUPTED, 'O' THE ROUTE, '.' OPEN,
      *    TILED THROUGH THE SHARED MAP PRINTER WITH 0-BASED X,Y RULERS
           MOVE SPACES TO ROUTE-RECORD
           PERFORM 8350-PUT-ROUTE-LINE THRU 8350-EXIT
           PERFORM VARYING WS-RT-SUB FROM 1 BY 1
               MOVE 'O' TO WS-MAP(WS-ROUTE-ROW(WS-RT-SUB))
                   (WS-ROUTE-COL(WS-RT-SUB):1)
           END-PERFORM
      *    CHOKE POINTS ARE ALWAYS ON THE ROUTE, SO THEY GO ON OVER IT
           IF CRITICAL-MODE
               PERFORM VARYING WS-CRIT-SUB FROM 1 BY 1
                       UNTIL WS-CRIT-SUB GREATER WS-CRIT-CNT
                   IF WS-CRIT-GROWTH(WS-CRIT-SUB) EQUAL 9999
                       MOVE 'X' TO WS-MAP(WS-CRIT-ROW(WS-CRIT-SUB))
                           (WS-CRIT-COL(WS-CRIT-SUB):1)
                   END-IF
               END-PERFORM
           END-IF
           MOVE 'INIT' TO MPR-OP
           MOVE 'RAM-RUN' TO MPR-PROGRAM
           MOVE 'ESCAPE ROUTE GRID (ROWS Y, COLUMNS X)' TO MPR-TITLE
           MOVE SPACES TO MPR-PARMS
           STRING 'BYTES FALLEN ' WS-BYTE-CNT
               '  ROUTE ' WS-PATH-LENGTH ' STEPS'
               DELIMITED BY SIZE
               INTO MPR-PARMS
           END-STRING
           MOVE 60 TO MPR-PAGE-SIZE
           MOVE 0 TO MPR-PAGE-WIDTH
           MOVE 0 TO MPR-ROW-START MPR-COL-START
           MOVE 1 TO MPR-ROW-STEP
           CALL 'AOC-MAPPRINT' USING MPR-CTL
           MOVE 'LGND' TO MPR-OP
           MOVE '#' TO MPR-SYMBOL
           MOVE 'CORRUPTED BYTE' TO MPR-MEANING
           CALL 'AOC-MAPPRINT' USING MPR-CTL
           MOVE 'O' TO MPR-SYMBOL
           MOVE 'ESCAPE ROUTE' TO MPR-MEANING
           CALL 'AOC-MAPPRINT' USING MPR-CTL
           IF CRITICAL-MODE
               MOVE 'X' TO MPR-SYMBOL
               MOVE 'CHOKE POINT - ITS LOSS CUTS OFF THE EXIT'
                   TO MPR-MEANING
               CALL 'AOC-MAPPRINT' USING MPR-CTL
           END-IF
           MOVE '.' TO MPR-SYMBOL
           MOVE 'OPEN CELL' TO MPR-MEANING
           CALL 'AOC-MAPPRINT' USING MPR-CTL
           PERFORM VARYING WS-RT-ROW FROM 1 BY 1
                   UNTIL WS-RT-ROW GREATER ARR-LENGTH
               MOVE SPACES TO MPR-ROW
               PERFORM VARYING WS-RT-COL FROM 1 BY 1
                       UNTIL WS-RT-COL GREATER ARR-LENGTH
                   EVALUATE WS-MAP(WS-RT-ROW)(WS-RT-COL:1)
                       WHEN 'O'
                           MOVE 'O' TO MPR-ROW(WS-RT-COL:1)
                       WHEN '#'
                           MOVE '#' TO MPR-ROW(WS-RT-COL:1)
                       WHEN 'X'
                           MOVE 'X' TO MPR-ROW(WS-RT-COL:1)
                       WHEN OTHER
                           MOVE '.' TO MPR-ROW(WS-RT-COL:1)
                   END-EVALUATE
               END-PERFORM
               MOVE 'ROW ' TO MPR-OP
               MOVE ARR-LENGTH TO MPR-ROW-LEN
               CALL 'AOC-MAPPRINT' USING MPR-CTL
           END-PERFORM
           MOVE 'PAGE' TO MPR-OP
           PERFORM UNTIL MPR-MAP-DONE
               CALL 'AOC-MAPPRINT' USING MPR-CTL
               MOVE 1 TO MPR-OUT-SUB
               PERFORM UNTIL MPR-OUT-SUB GREATER MPR-OUT-CNT
                   MOVE MPR-OUT-LINE(MPR-OUT-SUB) TO ROUTE-RECORD
                   PERFORM 8350-PUT-ROUTE-LINE THRU 8350-EXIT
                   ADD 1 TO MPR-OUT-SUB
               END-PERFORM
           END-PERFORM
           CLOSE ROUTE-FILE
           .
               ' OPERATION ' WS-FST-OPERATION
               ' STATUS ' WS-FST-STATUS
           MOVE SPACES TO WS-ABEND-MSG
           STRING 'AOC1890E FILE ERROR ' DELIMITED BY SIZE
               WS-FST-FILE-NAME DELIMITED BY SPACE
               ' ' WS-FST-OPERATION DELIMITED BY SIZE
               ' STATUS ' WS-FST-STATUS DELIMITED BY SIZE
