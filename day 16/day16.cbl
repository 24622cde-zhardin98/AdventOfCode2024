           SELECT SCORE-MATRIX-FILE ASSIGN TO 'SCORE-MATRIX.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-MATRIX-FST.
      *    TURN-BY-TURN DIRECTIONS CARD FOR THE COURSE MARSHALS -
      *    THE BEST S-TO-E ROUTE AND EVERY LEG OF THE CHEAPEST TOUR
           SELECT DIRECTIONS-FILE ASSIGN TO 'DIRECTIONS-CARD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIRECTIONS-FST.
      *    THE MAZE WITH THE BEST-PATH TILES MARKED, TILED INTO
      *    PAGE-SIZED PANELS
           SELECT MAZE-MAP-FILE ASSIGN TO 'MAZE-MAP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAZE-MAP-FST.
           SELECT WALL-REPORT-FILE ASSIGN TO 'WALL-ANALYSIS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WALL-REPORT-FST.
           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO 'RUN-LEDGER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LEDGER-FST.
      *    INPUT FINGERPRINT LEFT BY THE SHELL'S cksum STEP, IN THE
      *    JOB'S OWN FOLDER SO CONCURRENT BATCH STREAMS NEVER SHARE IT
           SELECT OPTIONAL FP-FLAG-FILE ASSIGN TO 'AOC-FP.FLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FP-FLAG-FST.

           DATA RECORD IS SCORE-MATRIX-RECORD.
       01  SCORE-MATRIX-RECORD                    PIC X(132).

       FD  DIRECTIONS-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DIRECTIONS-RECORD.
       01  DIRECTIONS-RECORD                      PIC X(132).

       FD  MAZE-MAP-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MAZE-MAP-RECORD.
       01  MAZE-MAP-RECORD                        PIC X(132).

       FD  WALL-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
       01  WS-FP-CHAR-9 REDEFINES WS-FP-CHAR-X    PIC 9(1).


       COPY MPRCTL.

       COPY ANSPARM.

       COPY BALPARM.
       01  WS-FULL-MASK                           PIC 9(4).
       01  WS-NEW-MASK                            PIC 9(4).
       01  WS-BIT-TEST                            PIC 9(1).
       01  WS-TOUR-I                              PIC 9(2).
       01  WS-TOUR-J                              PIC 9(2).
       01  WS-TOUR-BEST                           PIC 9(9).
       01  WS-TOUR-BEST-LAST                      PIC 9(1).
       01  WS-TOUR-TRY                            PIC 9(9).
       01  WS-ROUTING-FLAG                        PIC X(1) VALUE 'N'.
           88 ROUTING-ON                                   VALUE 'Y'.

      *    DIRECTIONS-CARD FIELDS.  ONE BEST ROUTE IS TRACED BACK
      *    THROUGH THE SETTLED DISTANCES INTO A MOVE LIST (F=STEP,
      *    L/R=QUARTER TURN), THEN REPLAYED FORWARD AND GROUPED INTO
      *    LEGS: THE TURN(S) TAKEN, THEN A RUN OF STEPS ON ONE HEADING.
       01  WS-DIRECTIONS-FST                      PIC X(2) VALUE '00'.
       01  WS-MAZE-MAP-FST                        PIC X(2) VALUE '00'.
       01  WS-HEADING-VALS.
           05 FILLER                             PIC X(5) VALUE 'NORTH'.
           05 FILLER                             PIC X(5) VALUE 'EAST '.
           05 FILLER                             PIC X(5) VALUE 'SOUTH'.
           05 FILLER                             PIC X(5) VALUE 'WEST '.
       01  WS-HEADING-TAB REDEFINES WS-HEADING-VALS.
           05 WS-HEADING-NAME OCCURS 4 TIMES     PIC X(5).
       01  WS-MV-TABLE.
           05 WS-MV OCCURS 30000 TIMES           PIC X(1).
       01  WS-MV-CNT                              PIC 9(5) VALUE 0.
       01  WS-MV-SUB                              PIC 9(5).
       01  WS-CARD-FROM-LABEL                     PIC X(1).
       01  WS-CARD-TO-LABEL                       PIC X(1).
       01  WS-CARD-TGT-ROW                        PIC 9(3).
       01  WS-CARD-TGT-COL                        PIC 9(3).
       01  WS-CARD-TGT-SCORE                      PIC 9(9).
       01  WS-CARD-COST                           PIC 9(9).
       01  WS-CARD-ROW                            PIC 9(3).
       01  WS-CARD-COL                            PIC 9(3).
       01  WS-CARD-DIR                            PIC 9(1).
       01  WS-CARD-PRV-DIR                        PIC 9(1).
       01  WS-CARD-LEG-NO                         PIC 9(3).
       01  WS-CARD-LEG-DIR                        PIC 9(1).
       01  WS-CARD-LEG-TURNS                      PIC 9(1).
       01  WS-CARD-LEG-LEN                        PIC 9(5).
       01  WS-CARD-LEG-TURN-TEXT                  PIC X(11).
       01  WS-CARD-FWD-COST                       PIC 9(9).
       01  WS-CARD-TURN-COST                      PIC 9(9).
       01  WS-CARD-SCORE                          PIC 9(9).
       01  WS-CARD-TURN-CNT                       PIC 9(5).
       01  WS-CARD-ROUTES                         PIC 9(2) VALUE 0.
       01  WS-CARD-TOUR-TOTAL                     PIC 9(9).
       01  WS-CARD-STOP                           PIC 9(2).
       01  WS-CARD-FROM-PT                        PIC 9(2).
       01  WS-CARD-TO-PT                          PIC 9(2).

       PROCEDURE DIVISION.
      ***************************************************************
      * MAINLINE                                                    *
           PERFORM 3000-FIND-START            THRU 3000-EXIT
           PERFORM 3200-FIND-START-PASS2      THRU 3200-EXIT
           PERFORM 3400-COUNT-BEST-SEATS      THRU 3400-EXIT
           PERFORM 7800-DIRECTIONS-CARD       THRU 7800-EXIT
           PERFORM 7000-WALL-ANALYSIS         THRU 7000-EXIT
           PERFORM 7500-ROUTING-MATRIX        THRU 7500-EXIT
           PERFORM 8000-DISPLAY-RESULTS       THRU 8000-EXIT

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
           DISPLAY 'AOC1612I CHEAPEST TOUR S '
               WS-TOUR-ORDER(1:WS-WPT-CNT) ' E TOTAL '
               WS-TOUR-BEST
           PERFORM 7900-TOUR-DIRECTIONS THRU 7900-EXIT
           .
       7600-EXIT.
           EXIT.
       7590-EXIT.
           EXIT.

      *****************************************************************
      * DIRECTIONS CARD.  THE S-TO-E SECTION IS WRITTEN STRAIGHT OFF  *
      * THE MAIN SEARCH, WHILE ITS SETTLED DISTANCES ARE STILL IN     *
      * THE TABLE; THE TOUR SECTIONS FOLLOW FROM 7900 WHEN THE MAZE   *
      * CARRIES WAYPOINTS.  WHERE SEVERAL ROUTES TIE ON SCORE THE     *
      * CARD GIVES ONE OF THEM - THE MARKED MAP SHOWS THEM ALL.       *
      *****************************************************************
       7800-DIRECTIONS-CARD.

           OPEN OUTPUT DIRECTIONS-FILE
           MOVE 'DIRECTIONS-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-DIRECTIONS-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           MOVE SPACES TO DIRECTIONS-RECORD
           STRING 'REINDEER-MAZE ROUTE DIRECTIONS CARD - EVERY ROUTE'
               ' STARTS FACING EAST; A STEP COSTS 1, A QUARTER TURN'
               ' COSTS 1000'
               DELIMITED BY SIZE
               INTO DIRECTIONS-RECORD
           END-STRING
           PERFORM 7890-PUT-CARD THRU 7890-EXIT
           IF WS-FINAL-SCORE EQUAL 999999999
               MOVE SPACES TO DIRECTIONS-RECORD
               PERFORM 7890-PUT-CARD THRU 7890-EXIT
               MOVE 'ROUTE S TO E - NO ROUTE EXISTS'
                   TO DIRECTIONS-RECORD
               PERFORM 7890-PUT-CARD THRU 7890-EXIT
               GO TO 7800-EXIT
           END-IF
           MOVE 'S' TO WS-CARD-FROM-LABEL
           MOVE 'E' TO WS-CARD-TO-LABEL
           MOVE WS-END-ROW TO WS-CARD-TGT-ROW
           MOVE WS-END-COL TO WS-CARD-TGT-COL
           MOVE WS-FINAL-SCORE TO WS-CARD-TGT-SCORE
           PERFORM 7850-WRITE-ROUTE THRU 7850-EXIT
           .
       7800-EXIT.
           EXIT.

      *****************************************************************
      * ONE ROUTE SECTION OF THE CARD: FROM THE SEARCH START TILE TO  *
      * WS-CARD-TGT-ROW/COL AT WS-CARD-TGT-SCORE, USING THE SETTLED   *
      * DISTANCES OF THE SEARCH JUST RUN FROM THAT START              *
      *****************************************************************
       7850-WRITE-ROUTE.

           ADD 1 TO WS-CARD-ROUTES
           MOVE SPACES TO DIRECTIONS-RECORD
           PERFORM 7890-PUT-CARD THRU 7890-EXIT
           STRING 'ROUTE ' WS-CARD-FROM-LABEL
               ' (' WS-START-ROW ',' WS-START-COL ') TO '
               WS-CARD-TO-LABEL
               ' (' WS-CARD-TGT-ROW ',' WS-CARD-TGT-COL
               ') - BEST SCORE ' WS-CARD-TGT-SCORE
               DELIMITED BY SIZE
               INTO DIRECTIONS-RECORD
           END-STRING
           PERFORM 7890-PUT-CARD THRU 7890-EXIT

      *    THE HEADING THE TARGET TILE WAS REACHED ON AT THAT SCORE
           MOVE 0 TO WS-CARD-DIR
           PERFORM VARYING WS-DIR-SUB FROM 4 BY -1
                   UNTIL WS-DIR-SUB EQUAL 0
               IF WS-DIST(WS-CARD-TGT-ROW, WS-CARD-TGT-COL, WS-DIR-SUB)
                  EQUAL WS-CARD-TGT-SCORE
                   MOVE WS-DIR-SUB TO WS-CARD-DIR
               END-IF
           END-PERFORM
           IF WS-CARD-DIR EQUAL 0
               DISPLAY 'AOC1614E ERROR: ROUTE ' WS-CARD-FROM-LABEL
                   ' TO ' WS-CARD-TO-LABEL ' CANNOT BE TRACED'
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF

      *    TRACE BACK TO THE START, LISTING THE MOVES LAST-FIRST
           MOVE WS-CARD-TGT-ROW TO WS-CARD-ROW
           MOVE WS-CARD-TGT-COL TO WS-CARD-COL
           MOVE WS-CARD-TGT-SCORE TO WS-CARD-COST
           MOVE 0 TO WS-MV-CNT
           PERFORM 7860-STEP-BACK THRU 7860-EXIT
               UNTIL WS-CARD-COST EQUAL 0

      *    REPLAY FORWARD, ONE CARD LINE PER LEG
           MOVE 0 TO WS-CARD-LEG-NO
                     WS-CARD-LEG-TURNS
                     WS-CARD-LEG-LEN
                     WS-CARD-FWD-COST
                     WS-CARD-TURN-COST
                     WS-CARD-TURN-CNT
           MOVE 2 TO WS-CARD-DIR
                     WS-CARD-LEG-DIR
           PERFORM VARYING WS-MV-SUB FROM WS-MV-CNT BY -1
                   UNTIL WS-MV-SUB EQUAL 0
               EVALUATE WS-MV(WS-MV-SUB)
                   WHEN 'F'
                       ADD 1 TO WS-CARD-LEG-LEN
                                WS-CARD-FWD-COST
                   WHEN OTHER
                       IF WS-CARD-LEG-LEN GREATER 0
                           PERFORM 7870-PUT-LEG THRU 7870-EXIT
                       END-IF
                       ADD 1 TO WS-CARD-LEG-TURNS
                                WS-CARD-TURN-CNT
                       ADD 1000 TO WS-CARD-TURN-COST
                       IF WS-MV(WS-MV-SUB) EQUAL 'R'
                           ADD 1 TO WS-CARD-DIR
                           IF WS-CARD-DIR EQUAL 5
                               MOVE 1 TO WS-CARD-DIR
                           END-IF
                       ELSE
                           SUBTRACT 1 FROM WS-CARD-DIR
                           IF WS-CARD-DIR EQUAL 0
                               MOVE 4 TO WS-CARD-DIR
                           END-IF
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-CARD-LEG-LEN GREATER 0 OR WS-CARD-LEG-TURNS GREATER 0
               PERFORM 7870-PUT-LEG THRU 7870-EXIT
           END-IF

           COMPUTE WS-CARD-SCORE = WS-CARD-FWD-COST + WS-CARD-TURN-COST
           IF WS-CARD-SCORE NOT EQUAL WS-CARD-TGT-SCORE
               DISPLAY 'AOC1614E ERROR: ROUTE ' WS-CARD-FROM-LABEL
                   ' TO ' WS-CARD-TO-LABEL ' CARD SCORE '
                   WS-CARD-SCORE ' NOT ' WS-CARD-TGT-SCORE
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           MOVE SPACES TO DIRECTIONS-RECORD
           STRING '  ARRIVE ' WS-CARD-TO-LABEL
               ' FACING ' WS-HEADING-NAME(WS-CARD-DIR)
               ' - SCORE ' WS-CARD-SCORE
               ' = FORWARD ' WS-CARD-FWD-COST
               ' + TURNS ' WS-CARD-TURN-COST
               ' (' WS-CARD-TURN-CNT ' TURNS)'
               DELIMITED BY SIZE
               INTO DIRECTIONS-RECORD
           END-STRING
           PERFORM 7890-PUT-CARD THRU 7890-EXIT
           .
       7850-EXIT.
           EXIT.

      *****************************************************************
      * ONE MOVE BACK ALONG A BEST ROUTE.  A STEP IS PREFERRED TO A   *
      * TURN WHEN BOTH FIT, SO THE CARD KEEPS TURNS TO A MINIMUM.     *
      *****************************************************************
       7860-STEP-BACK.

           IF WS-MV-CNT EQUAL 30000
               DISPLAY 'AOC1615E ERROR: ROUTE MOVE LIST EXHAUSTED'
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           ADD 1 TO WS-MV-CNT
           COMPUTE WS-NXT-ROW = WS-CARD-ROW - WS-DROW(WS-CARD-DIR)
           COMPUTE WS-NXT-COL = WS-CARD-COL - WS-DCOL(WS-CARD-DIR)
           IF WS-NXT-ROW GREATER 0 AND WS-NXT-COL GREATER 0
               IF WS-DIST(WS-NXT-ROW, WS-NXT-COL, WS-CARD-DIR)
                  EQUAL WS-CARD-COST - 1
                   MOVE 'F' TO WS-MV(WS-MV-CNT)
                   MOVE WS-NXT-ROW TO WS-CARD-ROW
                   MOVE WS-NXT-COL TO WS-CARD-COL
                   SUBTRACT 1 FROM WS-CARD-COST
                   GO TO 7860-EXIT
               END-IF
           END-IF
           IF WS-CARD-COST LESS 1000
               DISPLAY 'AOC1614E ERROR: ROUTE ' WS-CARD-FROM-LABEL
                   ' TO ' WS-CARD-TO-LABEL ' CANNOT BE TRACED'
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
      *    CAME FROM THE HEADING TO THE LEFT BY TURNING RIGHT ...
           COMPUTE WS-CARD-PRV-DIR = WS-CARD-DIR - 1
           IF WS-CARD-PRV-DIR EQUAL 0
               MOVE 4 TO WS-CARD-PRV-DIR
           END-IF
           IF WS-DIST(WS-CARD-ROW, WS-CARD-COL, WS-CARD-PRV-DIR)
              EQUAL WS-CARD-COST - 1000
               MOVE 'R' TO WS-MV(WS-MV-CNT)
               MOVE WS-CARD-PRV-DIR TO WS-CARD-DIR
               SUBTRACT 1000 FROM WS-CARD-COST
               GO TO 7860-EXIT
           END-IF
      *    ... OR FROM THE HEADING TO THE RIGHT BY TURNING LEFT
           COMPUTE WS-CARD-PRV-DIR = WS-CARD-DIR + 1
           IF WS-CARD-PRV-DIR EQUAL 5
               MOVE 1 TO WS-CARD-PRV-DIR
           END-IF
           IF WS-DIST(WS-CARD-ROW, WS-CARD-COL, WS-CARD-PRV-DIR)
              EQUAL WS-CARD-COST - 1000
               MOVE 'L' TO WS-MV(WS-MV-CNT)
               MOVE WS-CARD-PRV-DIR TO WS-CARD-DIR
               SUBTRACT 1000 FROM WS-CARD-COST
               GO TO 7860-EXIT
           END-IF
           DISPLAY 'AOC1614E ERROR: ROUTE ' WS-CARD-FROM-LABEL
               ' TO ' WS-CARD-TO-LABEL ' CANNOT BE TRACED'
           PERFORM 9999-ABEND THRU 9999-EXIT
           .
       7860-EXIT.
           EXIT.

      *****************************************************************
      * WRITE ONE LEG: THE TURN INTO IT, ITS HEADING AND LENGTH, AND  *
      * THE RUNNING SCORE SPLIT INTO FORWARD AND TURN COST            *
      *****************************************************************
       7870-PUT-LEG.

           ADD 1 TO WS-CARD-LEG-NO
           EVALUATE TRUE
               WHEN WS-CARD-LEG-TURNS EQUAL 0
                   MOVE 'STRAIGHT ON' TO WS-CARD-LEG-TURN-TEXT
               WHEN WS-CARD-LEG-TURNS GREATER 1
                   MOVE 'TURN AROUND' TO WS-CARD-LEG-TURN-TEXT
               WHEN WS-CARD-DIR EQUAL WS-CARD-LEG-DIR + 1
               WHEN WS-CARD-DIR EQUAL 1 AND WS-CARD-LEG-DIR EQUAL 4
                   MOVE 'TURN RIGHT' TO WS-CARD-LEG-TURN-TEXT
               WHEN OTHER
                   MOVE 'TURN LEFT' TO WS-CARD-LEG-TURN-TEXT
           END-EVALUATE
           COMPUTE WS-CARD-SCORE = WS-CARD-FWD-COST + WS-CARD-TURN-COST
           MOVE SPACES TO DIRECTIONS-RECORD
           STRING '  LEG ' WS-CARD-LEG-NO
               '  ' WS-CARD-LEG-TURN-TEXT
               '  HEADING ' WS-HEADING-NAME(WS-CARD-DIR)
               '  FORWARD ' WS-CARD-LEG-LEN
               '  FWD COST ' WS-CARD-FWD-COST
               '  TURN COST ' WS-CARD-TURN-COST
               '  SCORE ' WS-CARD-SCORE
               DELIMITED BY SIZE
               INTO DIRECTIONS-RECORD
           END-STRING
           PERFORM 7890-PUT-CARD THRU 7890-EXIT
           MOVE WS-CARD-DIR TO WS-CARD-LEG-DIR
           MOVE 0 TO WS-CARD-LEG-TURNS
                     WS-CARD-LEG-LEN
           .
       7870-EXIT.
           EXIT.

       7890-PUT-CARD.

           WRITE DIRECTIONS-RECORD
           MOVE 'DIRECTIONS-FILE' TO WS-FST-FILE-NAME
           MOVE 'WRITE' TO WS-FST-OPERATION
           MOVE WS-DIRECTIONS-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           MOVE SPACES TO DIRECTIONS-RECORD
           .
       7890-EXIT.
           EXIT.

      *****************************************************************
      * ONE CARD SECTION PER LEG OF THE CHEAPEST TOUR (S, THE         *
      * WAYPOINTS IN TOUR ORDER, E), EACH RE-SEARCHED FROM ITS OWN    *
      * START SO IT CAN BE TRACED, WITH THE TOUR TOTAL CARRIED ON     *
      *****************************************************************
       7900-TOUR-DIRECTIONS.

           MOVE SPACES TO DIRECTIONS-RECORD
           PERFORM 7890-PUT-CARD THRU 7890-EXIT
           STRING 'CHEAPEST TOUR S ' WS-TOUR-ORDER(1:WS-WPT-CNT)
               ' E - TOTAL ' WS-TOUR-BEST
               ' - EACH LEG STARTS AGAIN FACING EAST'
               DELIMITED BY SIZE
               INTO DIRECTIONS-RECORD
           END-STRING
           PERFORM 7890-PUT-CARD THRU 7890-EXIT
           MOVE 0 TO WS-CARD-TOUR-TOTAL
           MOVE 1 TO WS-CARD-FROM-PT
           PERFORM VARYING WS-CARD-STOP FROM 1 BY 1
                   UNTIL WS-CARD-STOP GREATER WS-WPT-CNT + 1
               IF WS-CARD-STOP GREATER WS-WPT-CNT
                   MOVE 2 TO WS-CARD-TO-PT
               ELSE
                   PERFORM VARYING WS-CARD-TO-PT FROM 3 BY 1
                           UNTIL WS-CARD-TO-PT GREATER WS-PT-CNT
                           OR WS-PT-LABEL(WS-CARD-TO-PT) EQUAL
                              WS-TOUR-ORDER(WS-CARD-STOP:1)
                       CONTINUE
                   END-PERFORM
               END-IF
               MOVE WS-PT-ROW(WS-CARD-FROM-PT) TO WS-START-ROW
               MOVE WS-PT-COL(WS-CARD-FROM-PT) TO WS-START-COL
               PERFORM 3150-RUN-SEARCH THRU 3150-EXIT
               MOVE WS-PT-LABEL(WS-CARD-FROM-PT) TO WS-CARD-FROM-LABEL
               MOVE WS-PT-LABEL(WS-CARD-TO-PT) TO WS-CARD-TO-LABEL
               MOVE WS-PT-ROW(WS-CARD-TO-PT) TO WS-CARD-TGT-ROW
               MOVE WS-PT-COL(WS-CARD-TO-PT) TO WS-CARD-TGT-COL
               MOVE WS-MTX(WS-CARD-FROM-PT, WS-CARD-TO-PT)
                   TO WS-CARD-TGT-SCORE
               PERFORM 7850-WRITE-ROUTE THRU 7850-EXIT
               ADD WS-CARD-TGT-SCORE TO WS-CARD-TOUR-TOTAL
               STRING '  TOUR RUNNING TOTAL ' WS-CARD-TOUR-TOTAL
                   DELIMITED BY SIZE
                   INTO DIRECTIONS-RECORD
               END-STRING
               PERFORM 7890-PUT-CARD THRU 7890-EXIT
               MOVE WS-CARD-TO-PT TO WS-CARD-FROM-PT
           END-PERFORM
           .
       7900-EXIT.
           EXIT.

      *****************************************************************
      * IDENTIFYSTARTING POINT                                        *
      *****************************************************************
           DISPLAY 'AOC1602I LOWEST SCORE = ' WS-FINAL-SCORE
           DISPLAY 'AOC1603I BEST SEAT COUNT = ' WS-BEST-SEAT-COUNT
           PERFORM 8100-MARK-PATH-ON-MAP      THRU 8100-EXIT
           PERFORM 8200-PRINT-MAZE-MAP        THRU 8200-EXIT
           .
       8000-EXIT.
           EXIT.
       8100-EXIT.
           EXIT.

      *****************************************************************
      * FILE THE MARKED MAZE TO MAZE-MAP.TXT THROUGH THE SHARED MAP   *
      * PRINTER, WHICH TILES IT INTO PAGE-SIZED PANELS WITH RULERS,   *
      * A PANEL INDEX AND A LEGEND                                    *
      *****************************************************************
       8200-PRINT-MAZE-MAP.

           OPEN OUTPUT MAZE-MAP-FILE
           MOVE 'MAZE-MAP-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-MAZE-MAP-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           MOVE 'INIT' TO MPR-OP
           MOVE 'REINDEER-MAZE' TO MPR-PROGRAM
           MOVE 'BEST-PATH MAZE MAP' TO MPR-TITLE
           MOVE SPACES TO MPR-PARMS
           MOVE 60 TO MPR-PAGE-SIZE
           MOVE 0 TO MPR-PAGE-WIDTH MPR-ROW-STEP
           CALL 'AOC-MAPPRINT' USING MPR-CTL
           MOVE 'LGND' TO MPR-OP
           MOVE '#' TO MPR-SYMBOL
           MOVE 'WALL' TO MPR-MEANING
           CALL 'AOC-MAPPRINT' USING MPR-CTL
           MOVE '.' TO MPR-SYMBOL
           MOVE 'OPEN TILE' TO MPR-MEANING
           CALL 'AOC-MAPPRINT' USING MPR-CTL
           MOVE 'O' TO MPR-SYMBOL
           MOVE 'TILE ON A BEST PATH (BEST SEAT)' TO MPR-MEANING
           CALL 'AOC-MAPPRINT' USING MPR-CTL
           MOVE 'S' TO MPR-SYMBOL
           MOVE 'START TILE (NOT ON A BEST PATH)' TO MPR-MEANING
           CALL 'AOC-MAPPRINT' USING MPR-CTL
           MOVE 'E' TO MPR-SYMBOL
           MOVE 'END TILE (NOT ON A BEST PATH)' TO MPR-MEANING
           CALL 'AOC-MAPPRINT' USING MPR-CTL
           MOVE 1 TO MAP-ARR-SUB
           PERFORM UNTIL MAP-ARR-SUB EQUAL (ARR-LENGTH + 1)
               MOVE 1 TO MAP-SUB-CHAR
               PERFORM UNTIL MAP-SUB-CHAR EQUAL (ARR-LENGTH + 1)
                   IF WS-MAP(MAP-ARR-SUB)(MAP-SUB-CHAR:1) IS NUMERIC
                       MOVE 'LGND' TO MPR-OP
                       MOVE WS-MAP(MAP-ARR-SUB)(MAP-SUB-CHAR:1)
                           TO MPR-SYMBOL
                       MOVE 'TOUR WAYPOINT' TO MPR-MEANING
                       CALL 'AOC-MAPPRINT' USING MPR-CTL
                   END-IF
                   ADD 1 TO MAP-SUB-CHAR
               END-PERFORM
               MOVE 'ROW ' TO MPR-OP
               MOVE WS-MAP(MAP-ARR-SUB) TO MPR-ROW
               MOVE ARR-LENGTH TO MPR-ROW-LEN
               CALL 'AOC-MAPPRINT' USING MPR-CTL
               ADD 1 TO MAP-ARR-SUB
           END-PERFORM
           MOVE 'PAGE' TO MPR-OP
           PERFORM UNTIL MPR-MAP-DONE
               CALL 'AOC-MAPPRINT' USING MPR-CTL
               MOVE 1 TO MPR-OUT-SUB
               PERFORM UNTIL MPR-OUT-SUB GREATER MPR-OUT-CNT
                   MOVE MPR-OUT-LINE(MPR-OUT-SUB) TO MAZE-MAP-RECORD
                   WRITE MAZE-MAP-RECORD
                   MOVE 'MAZE-MAP-FILE' TO WS-FST-FILE-NAME
                   MOVE 'WRITE' TO WS-FST-OPERATION
                   MOVE WS-MAZE-MAP-FST TO WS-FST-STATUS
                   PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
                   ADD 1 TO MPR-OUT-SUB
               END-PERFORM
           END-PERFORM
           CLOSE MAZE-MAP-FILE
           DISPLAY 'AOC1616I MARKED MAZE MAP WRITTEN TO MAZE-MAP.TXT - '
               MPR-PANEL-CNT ' PANEL(S)'
           .
       8200-EXIT.
           EXIT.

      ****************************************************************
      * LOG THIS RUN TO THE SHOP-WIDE RUN LEDGER                     *
      ****************************************************************
       9000-CLOSE-FILE.

           CLOSE INPUT-FILE
           CLOSE DIRECTIONS-FILE
           DISPLAY 'AOC1613I DIRECTIONS CARD WRITTEN - ' WS-CARD-ROUTES
               ' ROUTE(S)'
           .       
       9000-EXIT.
           EXIT.
               ' OPERATION ' WS-FST-OPERATION
               ' STATUS ' WS-FST-STATUS
           MOVE SPACES TO WS-ABEND-MSG
           STRING 'AOC1690E FILE ERROR ' DELIMITED BY SIZE
               WS-FST-FILE-NAME DELIMITED BY SPACE
               ' ' WS-FST-OPERATION DELIMITED BY SIZE
               ' STATUS ' WS-FST-STATUS DELIMITED BY SIZE
