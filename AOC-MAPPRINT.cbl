       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-MAPPRINT.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * SHARED MAP-PRINT SERVICE                                     *
      *                                                              *
      * THE GRID REPORTS (PATROL, ANTINODE, MAZE, SNAPSHOT, DISK-    *
      * MAP AND ROUTE MAPS) USED TO BE WRITTEN ONE GRID ROW PER      *
      * LINE, SO ANYTHING WIDER THAN THE 132-COLUMN PAGE RAN OFF     *
      * THE PAPER AND THE SPOOL VIEWER.  THIS SERVICE TILES A GRID   *
      * INTO PAGE-SIZED PANELS INSTEAD.  IT PRINTS:                  *
      *   - A PANEL INDEX (ONE OR MORE PAGES): THE GRID SIZE, EACH   *
      *     PANEL'S ROW AND COLUMN RANGE AND THE PAGE IT IS ON, AND  *
      *     THE LEGEND - EVERY SYMBOL THE CALLER DESCRIBED, WITH ITS *
      *     CELL COUNT, PLUS ANY SYMBOL ON THE MAP IT DID NOT        *
      *     DESCRIBE;                                                *
      *   - ONE PAGE PER PANEL, ROW BAND BY ROW BAND AND LEFT TO     *
      *     RIGHT WITHIN A BAND, EACH WITH A COLUMN RULER ABOVE AND  *
      *     BELOW AND THE ROW NUMBER AT BOTH ENDS OF EVERY ROW.      *
      * LIKE AOC-REPORT IT OWNS NO FILE: THE CALLER WRITES WHATEVER  *
      * LINES COME BACK.  SEE COPYLIB/MPRCTL.cpy FOR THE PROTOCOL.   *
      * THE GRID IS HELD HERE, UP TO 250 ROWS BY 250 COLUMNS; A MAP  *
      * BEYOND THAT PRINTS TRUNCATED, AND THE INDEX SAYS SO.  THE    *
      * LEGEND HOLDS UP TO 100 SYMBOLS; THE INDEX COUNTS ANY MORE.   *
      * STATICALLY LINKED BY aoc-build.sh LIKE AOC-REPORT.           *
      ***************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
       01  WS-RUN-DATE                            PIC 9(8).
       01  WS-PAGE-EDIT                           PIC ZZZ9.

      *    THE GRID AS LOADED
       01  WS-GRID-MAX                            PIC 9(3) VALUE 250.
       01  WS-GRID-TABLE.
           05  WS-GRID-ROW OCCURS 250 TIMES       PIC X(250).
       01  WS-ROW-CNT                             PIC 9(3) VALUE 0.
       01  WS-COL-CNT                             PIC 9(3) VALUE 0.
       01  WS-ROWS-DROPPED                        PIC 9(5) VALUE 0.
       01  WS-COLS-DROPPED                        PIC X(1) VALUE 'N'.
           88 COLS-DROPPED                                 VALUE 'Y'.

      *    LEGEND AS DESCRIBED BY THE CALLER, AND EVERY SYMBOL SEEN
       01  WS-LEGEND-TABLE.
           05  WS-LEG-CNT                         PIC 9(3) VALUE 0.
           05  WS-LEG-ENTRY OCCURS 100 TIMES.
               10  WS-LEG-SYMBOL                  PIC X(1).
               10  WS-LEG-MEANING                 PIC X(40).
       01  WS-SEEN-TABLE.
           05  WS-SEEN-CNT                        PIC 9(3) VALUE 0.
           05  WS-SEEN-ENTRY OCCURS 100 TIMES.
               10  WS-SEEN-SYMBOL                 PIC X(1).
               10  WS-SEEN-CELLS                  PIC 9(7).
       01  WS-LEG-SUB                             PIC 9(3).
       01  WS-LEG-DROPPED                         PIC 9(5) VALUE 0.
       01  WS-SEEN-SUB                            PIC 9(3).
       01  WS-SEEN-FOUND                          PIC 9(3).
       01  WS-CELL                                PIC X(1).

      *    PAGE GEOMETRY
       01  WS-PAGE-SIZE                           PIC 9(3).
       01  WS-PAGE-WIDTH                          PIC 9(3).
       01  WS-HEAD-LINES                          PIC 9(1).
       01  WS-PANEL-WIDTH                         PIC 9(3).
       01  WS-PANEL-HEIGHT                        PIC 9(3).
       01  WS-PANELS-DOWN                         PIC 9(3).
       01  WS-PANELS-ACROSS                       PIC 9(3).
       01  WS-INDEX-PER-PAGE                      PIC 9(3).
       01  WS-INDEX-PAGES                         PIC 9(3).

      *    PANEL INDEX, BUILT ON THE FIRST PAGE REQUEST
       01  WS-INDEX-TABLE.
           05  WS-IDX-LINE OCCURS 400 TIMES       PIC X(132).
       01  WS-IDX-CNT                             PIC 9(3) VALUE 0.
       01  WS-IDX-NEXT                            PIC 9(3) VALUE 0.
       01  WS-IDX-FIRST-PANEL                     PIC 9(3) VALUE 0.
       01  WS-IDX-ROOM                            PIC 9(3).
       01  WS-IDX-SUB                             PIC 9(3).

      *    CURRENT PANEL
       01  WS-PANEL-NEXT                          PIC 9(3) VALUE 0.
       01  WS-PANEL-SUB                           PIC 9(3).
       01  WS-BAND                                PIC 9(3).
       01  WS-STRIP                               PIC 9(3).
       01  WS-PNL-ROW1                            PIC 9(3).
       01  WS-PNL-ROW2                            PIC 9(3).
       01  WS-PNL-COL1                            PIC 9(3).
       01  WS-PNL-COL2                            PIC 9(3).
       01  WS-PNL-COLS                            PIC 9(3).
       01  WS-ROW-SUB                             PIC 9(3).
       01  WS-COL-SUB                             PIC 9(3).
       01  WS-OUT-POS                             PIC 9(3).
       01  WS-RIGHT-POS                           PIC 9(3).

      *    RULER AND LABEL WORK FIELDS
       01  WS-NUMBER                              PIC 9(7).
       01  WS-QUOT                                PIC 9(7).
       01  WS-DIGIT                               PIC 9(1).
       01  WS-RULER-LEVEL                         PIC 9(1).
       01  WS-LABEL-EDIT                          PIC ZZZZ9.
       01  WS-NUM-EDIT-A                          PIC ZZZZ9.
       01  WS-NUM-EDIT-B                          PIC ZZZZ9.
       01  WS-NUM-EDIT-C                          PIC ZZZZ9.
       01  WS-NUM-EDIT-D                          PIC ZZZZ9.
       01  WS-CNT-EDIT                            PIC Z(6)9.
       01  WS-PNL-EDIT                            PIC ZZ9.
       01  WS-PNL-EDIT-B                          PIC ZZ9.
       01  WS-END                                 PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

       LINKAGE SECTION.
       COPY MPRCTL.

       PROCEDURE DIVISION USING MPR-CTL.
      ***************************************************************
      * MAINLINE                                                    *
      ***************************************************************
       0000-MAINLINE.

           MOVE 0 TO MPR-OUT-CNT
           EVALUATE TRUE
               WHEN MPR-OP-INIT
                   PERFORM 1000-INIT-MAP    THRU 1000-EXIT
               WHEN MPR-OP-LEGEND
                   PERFORM 1500-ADD-LEGEND  THRU 1500-EXIT
               WHEN MPR-OP-ROW
                   PERFORM 2000-ADD-ROW     THRU 2000-EXIT
               WHEN MPR-OP-PAGE
                   PERFORM 3000-NEXT-PAGE   THRU 3000-EXIT
           END-EVALUATE
           GOBACK.

      ***************************************************************
      * START A NEW MAP - SETTLE THE PAGE SHAPE AND CLEAR THE GRID   *
      ***************************************************************
       1000-INIT-MAP.

           IF MPR-PAGE-SIZE EQUAL 0
               MOVE 60 TO MPR-PAGE-SIZE
           END-IF
           IF MPR-PAGE-SIZE LESS 20
               MOVE 20 TO MPR-PAGE-SIZE
           END-IF
           IF MPR-PAGE-SIZE GREATER 66
               MOVE 66 TO MPR-PAGE-SIZE
           END-IF
           IF MPR-PAGE-WIDTH EQUAL 0
               MOVE 132 TO MPR-PAGE-WIDTH
           END-IF
           IF MPR-PAGE-WIDTH LESS 40
               MOVE 40 TO MPR-PAGE-WIDTH
           END-IF
           IF MPR-PAGE-WIDTH GREATER 132
               MOVE 132 TO MPR-PAGE-WIDTH
           END-IF
           IF MPR-ROW-STEP EQUAL 0
               MOVE 1 TO MPR-ROW-START
               MOVE 1 TO MPR-ROW-STEP
               MOVE 1 TO MPR-COL-START
           END-IF
           MOVE MPR-PAGE-SIZE  TO WS-PAGE-SIZE
           MOVE MPR-PAGE-WIDTH TO WS-PAGE-WIDTH
           IF MPR-PARMS EQUAL SPACES
               MOVE 2 TO WS-HEAD-LINES
           ELSE
               MOVE 3 TO WS-HEAD-LINES
           END-IF
      *    A PANEL PAGE CARRIES THE HEADING, A CAPTION, THREE RULER
      *    LINES ABOVE THE ROWS AND ONE BELOW, AND ROOM FOR THE
      *    END-OF-MAP TRAILER; A ROW IS FRAMED BY TWO 6-BYTE LABELS
           COMPUTE WS-PANEL-HEIGHT = WS-PAGE-SIZE - WS-HEAD-LINES - 7
           COMPUTE WS-PANEL-WIDTH  = WS-PAGE-WIDTH - 12
           COMPUTE WS-INDEX-PER-PAGE = WS-PAGE-SIZE - WS-HEAD-LINES
           MOVE SPACES TO WS-GRID-TABLE
           MOVE 0 TO WS-ROW-CNT WS-COL-CNT WS-ROWS-DROPPED
           MOVE 'N' TO WS-COLS-DROPPED
           MOVE 0 TO WS-LEG-CNT WS-SEEN-CNT WS-LEG-DROPPED
           MOVE 0 TO WS-IDX-CNT WS-IDX-NEXT WS-PANEL-NEXT
           MOVE 0 TO MPR-GRID-ROWS MPR-GRID-COLS MPR-PANEL-CNT
           MOVE 0 TO MPR-PAGE-NUM
           SET MPR-MAP-MORE TO TRUE
           .
       1000-EXIT.
           EXIT.

      ***************************************************************
      * ONE LEGEND ENTRY; A SYMBOL DESCRIBED TWICE KEEPS THE LATEST  *
      ***************************************************************
       1500-ADD-LEGEND.

           MOVE 0 TO WS-SEEN-FOUND
           PERFORM VARYING WS-LEG-SUB FROM 1 BY 1
                   UNTIL WS-LEG-SUB GREATER WS-LEG-CNT
               IF WS-LEG-SYMBOL(WS-LEG-SUB) EQUAL MPR-SYMBOL
                   MOVE WS-LEG-SUB TO WS-SEEN-FOUND
               END-IF
           END-PERFORM
           IF WS-SEEN-FOUND EQUAL 0
               IF WS-LEG-CNT EQUAL 100
                   ADD 1 TO WS-LEG-DROPPED
                   GO TO 1500-EXIT
               END-IF
               ADD 1 TO WS-LEG-CNT
               MOVE WS-LEG-CNT TO WS-SEEN-FOUND
           END-IF
           MOVE MPR-SYMBOL  TO WS-LEG-SYMBOL(WS-SEEN-FOUND)
           MOVE MPR-MEANING TO WS-LEG-MEANING(WS-SEEN-FOUND)
           .
       1500-EXIT.
           EXIT.

      ***************************************************************
      * HOLD ONE GRID ROW AND TALLY THE SYMBOLS ON IT                *
      ***************************************************************
       2000-ADD-ROW.

           IF WS-ROW-CNT EQUAL WS-GRID-MAX
               ADD 1 TO WS-ROWS-DROPPED
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-ROW-CNT
           IF MPR-ROW-LEN GREATER WS-GRID-MAX
               SET COLS-DROPPED TO TRUE
               MOVE WS-GRID-MAX TO MPR-ROW-LEN
           END-IF
           IF MPR-ROW-LEN GREATER 0
               MOVE MPR-ROW(1:MPR-ROW-LEN) TO WS-GRID-ROW(WS-ROW-CNT)
           END-IF
           IF MPR-ROW-LEN GREATER WS-COL-CNT
               MOVE MPR-ROW-LEN TO WS-COL-CNT
           END-IF
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB GREATER MPR-ROW-LEN
               MOVE WS-GRID-ROW(WS-ROW-CNT)(WS-COL-SUB:1) TO WS-CELL
               PERFORM 2100-TALLY-SYMBOL THRU 2100-EXIT
           END-PERFORM
           MOVE WS-ROW-CNT TO MPR-GRID-ROWS
           MOVE WS-COL-CNT TO MPR-GRID-COLS
           .
       2000-EXIT.
           EXIT.

       2100-TALLY-SYMBOL.

           MOVE 0 TO WS-SEEN-FOUND
           PERFORM VARYING WS-SEEN-SUB FROM 1 BY 1
                   UNTIL WS-SEEN-SUB GREATER WS-SEEN-CNT
                      OR WS-SEEN-FOUND GREATER 0
               IF WS-SEEN-SYMBOL(WS-SEEN-SUB) EQUAL WS-CELL
                   MOVE WS-SEEN-SUB TO WS-SEEN-FOUND
               END-IF
           END-PERFORM
           IF WS-SEEN-FOUND EQUAL 0
               IF WS-SEEN-CNT EQUAL 100
                   GO TO 2100-EXIT
               END-IF
               ADD 1 TO WS-SEEN-CNT
               MOVE WS-SEEN-CNT TO WS-SEEN-FOUND
               MOVE WS-CELL TO WS-SEEN-SYMBOL(WS-SEEN-FOUND)
               MOVE 0 TO WS-SEEN-CELLS(WS-SEEN-FOUND)
           END-IF
           ADD 1 TO WS-SEEN-CELLS(WS-SEEN-FOUND)
           .
       2100-EXIT.
           EXIT.

      ***************************************************************
      * RETURN THE NEXT PAGE: THE INDEX PAGES, THEN THE PANELS       *
      ***************************************************************
       3000-NEXT-PAGE.

           IF MPR-MAP-DONE
               GO TO 3000-EXIT
           END-IF
           IF MPR-PAGE-NUM EQUAL 0
               PERFORM 3100-BUILD-INDEX THRU 3100-EXIT
           END-IF
           ADD 1 TO MPR-PAGE-NUM
           PERFORM 3900-PAGE-HEADING THRU 3900-EXIT
           IF WS-IDX-NEXT NOT GREATER WS-IDX-CNT
               PERFORM 3500-INDEX-PAGE THRU 3500-EXIT
               IF WS-IDX-NEXT GREATER WS-IDX-CNT
                   AND MPR-PANEL-CNT EQUAL 0
                   SET MPR-MAP-DONE TO TRUE
               END-IF
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO WS-PANEL-NEXT
           PERFORM 3600-PANEL-PAGE THRU 3600-EXIT
           IF WS-PANEL-NEXT NOT LESS MPR-PANEL-CNT
               ADD 1 TO MPR-OUT-CNT
               MOVE SPACES TO MPR-OUT-LINE(MPR-OUT-CNT)
               MOVE MPR-PANEL-CNT TO WS-PNL-EDIT
               ADD 1 TO MPR-OUT-CNT
               MOVE SPACES TO MPR-OUT-LINE(MPR-OUT-CNT)
               STRING 'PANELS PRINTED: ' DELIMITED BY SIZE
                   WS-PNL-EDIT DELIMITED BY SIZE
                   '  END OF MAP' DELIMITED BY SIZE
                   INTO MPR-OUT-LINE(MPR-OUT-CNT)
               END-STRING
               SET MPR-MAP-DONE TO TRUE
           END-IF
           .
       3000-EXIT.
           EXIT.

      ***************************************************************
      * WORK OUT THE PANELS AND BUILD THE INDEX AND LEGEND LINES.    *
      * THE PAGE EACH PANEL LANDS ON DEPENDS ON HOW MANY INDEX PAGES *
      * THERE ARE, SO THE PAGE COLUMN IS FILLED IN LAST.             *
      ***************************************************************
       3100-BUILD-INDEX.

           IF WS-ROW-CNT EQUAL 0 OR WS-COL-CNT EQUAL 0
               MOVE 0 TO WS-PANELS-DOWN WS-PANELS-ACROSS
           ELSE
               COMPUTE WS-PANELS-DOWN =
                   (WS-ROW-CNT + WS-PANEL-HEIGHT - 1) / WS-PANEL-HEIGHT
               COMPUTE WS-PANELS-ACROSS =
                   (WS-COL-CNT + WS-PANEL-WIDTH - 1) / WS-PANEL-WIDTH
           END-IF
           COMPUTE MPR-PANEL-CNT = WS-PANELS-DOWN * WS-PANELS-ACROSS

           MOVE WS-ROW-CNT TO WS-NUM-EDIT-A
           MOVE WS-COL-CNT TO WS-NUM-EDIT-B
           MOVE MPR-PANEL-CNT TO WS-PNL-EDIT
           PERFORM 3190-NEXT-INDEX-LINE THRU 3190-EXIT
           STRING 'MAP OF ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-NUM-EDIT-A) DELIMITED BY SIZE
               ' ROW(S) BY ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-NUM-EDIT-B) DELIMITED BY SIZE
               ' COLUMN(S) PRINTED AS ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-PNL-EDIT) DELIMITED BY SIZE
               ' PANEL(S)' DELIMITED BY SIZE
               INTO WS-IDX-LINE(WS-IDX-CNT)
           END-STRING
           MOVE WS-PANELS-DOWN TO WS-PNL-EDIT
           MOVE WS-PANELS-ACROSS TO WS-PNL-EDIT-B
           MOVE WS-PANEL-HEIGHT TO WS-NUM-EDIT-A
           MOVE WS-PANEL-WIDTH TO WS-NUM-EDIT-B
           PERFORM 3190-NEXT-INDEX-LINE THRU 3190-EXIT
           STRING FUNCTION TRIM(WS-PNL-EDIT) DELIMITED BY SIZE
               ' DOWN BY ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-PNL-EDIT-B) DELIMITED BY SIZE
               ' ACROSS, UP TO ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-NUM-EDIT-A) DELIMITED BY SIZE
               ' ROWS BY ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-NUM-EDIT-B) DELIMITED BY SIZE
               ' COLUMNS EACH' DELIMITED BY SIZE
               INTO WS-IDX-LINE(WS-IDX-CNT)
           END-STRING
           IF MPR-ROW-START NOT EQUAL 1 OR MPR-ROW-STEP NOT EQUAL 1
                   OR MPR-COL-START NOT EQUAL 1
               MOVE MPR-ROW-START TO WS-NUM-EDIT-A
               MOVE MPR-ROW-STEP  TO WS-NUM-EDIT-B
               MOVE MPR-COL-START TO WS-NUM-EDIT-C
               PERFORM 3190-NEXT-INDEX-LINE THRU 3190-EXIT
               STRING 'ROWS NUMBERED FROM ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NUM-EDIT-A) DELIMITED BY SIZE
                   ' IN STEPS OF ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NUM-EDIT-B) DELIMITED BY SIZE
                   ', COLUMNS FROM ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NUM-EDIT-C) DELIMITED BY SIZE
                   INTO WS-IDX-LINE(WS-IDX-CNT)
               END-STRING
           END-IF
           IF WS-ROWS-DROPPED GREATER 0 OR COLS-DROPPED
               MOVE WS-ROWS-DROPPED TO WS-NUM-EDIT-A
               PERFORM 3190-NEXT-INDEX-LINE THRU 3190-EXIT
               STRING '*** MAP EXCEEDS THE 250 BY 250 PRINT LIMIT - '
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NUM-EDIT-A) DELIMITED BY SIZE
                   ' ROW(S) AND ANY COLUMNS PAST 250 NOT PRINTED'
                   DELIMITED BY SIZE
                   INTO WS-IDX-LINE(WS-IDX-CNT)
               END-STRING
           END-IF

           PERFORM 3190-NEXT-INDEX-LINE THRU 3190-EXIT
           PERFORM 3190-NEXT-INDEX-LINE THRU 3190-EXIT
           MOVE 'PANEL INDEX' TO WS-IDX-LINE(WS-IDX-CNT)
           PERFORM 3190-NEXT-INDEX-LINE THRU 3190-EXIT
           MOVE 'PANEL    ROWS            COLUMNS           PAGE'
               TO WS-IDX-LINE(WS-IDX-CNT)
           COMPUTE WS-IDX-FIRST-PANEL = WS-IDX-CNT + 1
           PERFORM VARYING WS-PANEL-SUB FROM 1 BY 1
                   UNTIL WS-PANEL-SUB GREATER MPR-PANEL-CNT
               PERFORM 3700-PANEL-BOUNDS THRU 3700-EXIT
               PERFORM 3190-NEXT-INDEX-LINE THRU 3190-EXIT
               MOVE WS-PANEL-SUB TO WS-PNL-EDIT
               COMPUTE WS-NUMBER = MPR-ROW-START +
                   (WS-PNL-ROW1 - 1) * MPR-ROW-STEP
               MOVE WS-NUMBER TO WS-NUM-EDIT-A
               COMPUTE WS-NUMBER = MPR-ROW-START +
                   (WS-PNL-ROW2 - 1) * MPR-ROW-STEP
               MOVE WS-NUMBER TO WS-NUM-EDIT-B
               COMPUTE WS-NUMBER = MPR-COL-START + WS-PNL-COL1 - 1
               MOVE WS-NUMBER TO WS-NUM-EDIT-C
               COMPUTE WS-NUMBER = MPR-COL-START + WS-PNL-COL2 - 1
               MOVE WS-NUMBER TO WS-NUM-EDIT-D
               STRING ' ' WS-PNL-EDIT '    '
                   WS-NUM-EDIT-A ' - ' WS-NUM-EDIT-B '   '
                   WS-NUM-EDIT-C ' - ' WS-NUM-EDIT-D
                   DELIMITED BY SIZE
                   INTO WS-IDX-LINE(WS-IDX-CNT)
               END-STRING
           END-PERFORM
           IF MPR-PANEL-CNT EQUAL 0
               PERFORM 3190-NEXT-INDEX-LINE THRU 3190-EXIT
               MOVE '  (EMPTY MAP - NOTHING TO PRINT)'
                   TO WS-IDX-LINE(WS-IDX-CNT)
           END-IF

           PERFORM 3190-NEXT-INDEX-LINE THRU 3190-EXIT
           PERFORM 3190-NEXT-INDEX-LINE THRU 3190-EXIT
           MOVE 'LEGEND' TO WS-IDX-LINE(WS-IDX-CNT)
           PERFORM VARYING WS-LEG-SUB FROM 1 BY 1
                   UNTIL WS-LEG-SUB GREATER WS-LEG-CNT
               MOVE 0 TO WS-NUMBER
               PERFORM VARYING WS-SEEN-SUB FROM 1 BY 1
                       UNTIL WS-SEEN-SUB GREATER WS-SEEN-CNT
                   IF WS-SEEN-SYMBOL(WS-SEEN-SUB)
                           EQUAL WS-LEG-SYMBOL(WS-LEG-SUB)
                       MOVE WS-SEEN-CELLS(WS-SEEN-SUB) TO WS-NUMBER
                   END-IF
               END-PERFORM
               MOVE WS-NUMBER TO WS-CNT-EDIT
               PERFORM 3190-NEXT-INDEX-LINE THRU 3190-EXIT
               STRING '  ' WS-LEG-SYMBOL(WS-LEG-SUB) '  '
                   WS-LEG-MEANING(WS-LEG-SUB) ' '
                   WS-CNT-EDIT ' CELL(S)'
                   DELIMITED BY SIZE
                   INTO WS-IDX-LINE(WS-IDX-CNT)
               END-STRING
           END-PERFORM
           IF WS-LEG-DROPPED GREATER 0
               MOVE WS-LEG-DROPPED TO WS-NUM-EDIT-A
               PERFORM 3190-NEXT-INDEX-LINE THRU 3190-EXIT
               STRING '*** LEGEND EXCEEDS 100 SYMBOLS - '
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NUM-EDIT-A) DELIMITED BY SIZE
                   ' DESCRIPTION(S) NOT KEPT' DELIMITED BY SIZE
                   INTO WS-IDX-LINE(WS-IDX-CNT)
               END-STRING
           END-IF
      *    ANY SYMBOL ON THE MAP THE CALLER DID NOT DESCRIBE
           PERFORM VARYING WS-SEEN-SUB FROM 1 BY 1
                   UNTIL WS-SEEN-SUB GREATER WS-SEEN-CNT
               MOVE 0 TO WS-SEEN-FOUND
               PERFORM VARYING WS-LEG-SUB FROM 1 BY 1
                       UNTIL WS-LEG-SUB GREATER WS-LEG-CNT
                   IF WS-LEG-SYMBOL(WS-LEG-SUB)
                           EQUAL WS-SEEN-SYMBOL(WS-SEEN-SUB)
                       MOVE WS-LEG-SUB TO WS-SEEN-FOUND
                   END-IF
               END-PERFORM
               IF WS-SEEN-FOUND EQUAL 0
                   AND WS-SEEN-SYMBOL(WS-SEEN-SUB) NOT EQUAL SPACE
                   MOVE WS-SEEN-CELLS(WS-SEEN-SUB) TO WS-CNT-EDIT
                   PERFORM 3190-NEXT-INDEX-LINE THRU 3190-EXIT
                   STRING '  ' WS-SEEN-SYMBOL(WS-SEEN-SUB) '  '
                       '(NOT IN LEGEND)                         '
                       ' ' WS-CNT-EDIT ' CELL(S)'
                       DELIMITED BY SIZE
                       INTO WS-IDX-LINE(WS-IDX-CNT)
                   END-STRING
               END-IF
           END-PERFORM

      *    NOW THE INDEX LENGTH IS KNOWN, FILL IN EACH PANEL'S PAGE
           COMPUTE WS-INDEX-PAGES =
               (WS-IDX-CNT + WS-INDEX-PER-PAGE - 1) / WS-INDEX-PER-PAGE
           PERFORM VARYING WS-PANEL-SUB FROM 1 BY 1
                   UNTIL WS-PANEL-SUB GREATER MPR-PANEL-CNT
               COMPUTE WS-NUMBER = WS-INDEX-PAGES + WS-PANEL-SUB
               MOVE WS-NUMBER TO WS-PAGE-EDIT
               COMPUTE WS-IDX-SUB = WS-IDX-FIRST-PANEL +
                   WS-PANEL-SUB - 1
               MOVE WS-PAGE-EDIT TO WS-IDX-LINE(WS-IDX-SUB)(44:4)
           END-PERFORM
           MOVE 1 TO WS-IDX-NEXT
           .
       3100-EXIT.
           EXIT.

       3190-NEXT-INDEX-LINE.

           IF WS-IDX-CNT LESS 400
               ADD 1 TO WS-IDX-CNT
           END-IF
           MOVE SPACES TO WS-IDX-LINE(WS-IDX-CNT)
           .
       3190-EXIT.
           EXIT.

      ***************************************************************
      * ONE PAGE OF THE PANEL INDEX                                  *
      ***************************************************************
       3500-INDEX-PAGE.

           MOVE WS-INDEX-PER-PAGE TO WS-IDX-ROOM
           PERFORM UNTIL WS-IDX-ROOM EQUAL 0
                      OR WS-IDX-NEXT GREATER WS-IDX-CNT
               ADD 1 TO MPR-OUT-CNT
               MOVE WS-IDX-LINE(WS-IDX-NEXT)
                   TO MPR-OUT-LINE(MPR-OUT-CNT)
               ADD 1 TO WS-IDX-NEXT
               SUBTRACT 1 FROM WS-IDX-ROOM
           END-PERFORM
           .
       3500-EXIT.
           EXIT.

      ***************************************************************
      * ONE PANEL: CAPTION, COLUMN RULER, THE ROWS, COLUMN RULER     *
      ***************************************************************
       3600-PANEL-PAGE.

           MOVE WS-PANEL-NEXT TO WS-PANEL-SUB
           PERFORM 3700-PANEL-BOUNDS THRU 3700-EXIT
           MOVE WS-PANEL-SUB TO WS-PNL-EDIT
           MOVE MPR-PANEL-CNT TO WS-PNL-EDIT-B
           COMPUTE WS-NUMBER = MPR-ROW-START +
               (WS-PNL-ROW1 - 1) * MPR-ROW-STEP
           MOVE WS-NUMBER TO WS-NUM-EDIT-A
           COMPUTE WS-NUMBER = MPR-ROW-START +
               (WS-PNL-ROW2 - 1) * MPR-ROW-STEP
           MOVE WS-NUMBER TO WS-NUM-EDIT-B
           COMPUTE WS-NUMBER = MPR-COL-START + WS-PNL-COL1 - 1
           MOVE WS-NUMBER TO WS-NUM-EDIT-C
           COMPUTE WS-NUMBER = MPR-COL-START + WS-PNL-COL2 - 1
           MOVE WS-NUMBER TO WS-NUM-EDIT-D
           ADD 1 TO MPR-OUT-CNT
           MOVE SPACES TO MPR-OUT-LINE(MPR-OUT-CNT)
           STRING 'PANEL ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-PNL-EDIT) DELIMITED BY SIZE
               ' OF ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-PNL-EDIT-B) DELIMITED BY SIZE
               '   ROWS ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-NUM-EDIT-A) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               FUNCTION TRIM(WS-NUM-EDIT-B) DELIMITED BY SIZE
               '   COLUMNS ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-NUM-EDIT-C) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               FUNCTION TRIM(WS-NUM-EDIT-D) DELIMITED BY SIZE
               INTO MPR-OUT-LINE(MPR-OUT-CNT)
           END-STRING
           COMPUTE WS-PNL-COLS = WS-PNL-COL2 - WS-PNL-COL1 + 1
           MOVE 3 TO WS-RULER-LEVEL
           PERFORM 3800-COLUMN-RULER THRU 3800-EXIT
           MOVE 2 TO WS-RULER-LEVEL
           PERFORM 3800-COLUMN-RULER THRU 3800-EXIT
           MOVE 1 TO WS-RULER-LEVEL
           PERFORM 3800-COLUMN-RULER THRU 3800-EXIT
           COMPUTE WS-RIGHT-POS = 6 + WS-PNL-COLS + 2
           PERFORM VARYING WS-ROW-SUB FROM WS-PNL-ROW1 BY 1
                   UNTIL WS-ROW-SUB GREATER WS-PNL-ROW2
               COMPUTE WS-NUMBER = MPR-ROW-START +
                   (WS-ROW-SUB - 1) * MPR-ROW-STEP
               MOVE WS-NUMBER TO WS-LABEL-EDIT
               ADD 1 TO MPR-OUT-CNT
               MOVE SPACES TO MPR-OUT-LINE(MPR-OUT-CNT)
               MOVE WS-LABEL-EDIT TO MPR-OUT-LINE(MPR-OUT-CNT)(1:5)
               MOVE WS-GRID-ROW(WS-ROW-SUB)(WS-PNL-COL1:WS-PNL-COLS)
                   TO MPR-OUT-LINE(MPR-OUT-CNT)(7:WS-PNL-COLS)
               MOVE WS-LABEL-EDIT
                   TO MPR-OUT-LINE(MPR-OUT-CNT)(WS-RIGHT-POS:5)
           END-PERFORM
           MOVE 1 TO WS-RULER-LEVEL
           PERFORM 3800-COLUMN-RULER THRU 3800-EXIT
           .
       3600-EXIT.
           EXIT.

      ***************************************************************
      * ROW AND COLUMN RANGE OF PANEL WS-PANEL-SUB - PANELS RUN LEFT *
      * TO RIGHT ACROSS A BAND OF ROWS, THEN DOWN TO THE NEXT BAND   *
      ***************************************************************
       3700-PANEL-BOUNDS.

           COMPUTE WS-BAND = (WS-PANEL-SUB - 1) / WS-PANELS-ACROSS
           COMPUTE WS-STRIP = WS-PANEL-SUB - 1 -
               (WS-BAND * WS-PANELS-ACROSS)
           COMPUTE WS-PNL-ROW1 = WS-BAND * WS-PANEL-HEIGHT + 1
           COMPUTE WS-PNL-ROW2 = WS-PNL-ROW1 + WS-PANEL-HEIGHT - 1
           IF WS-PNL-ROW2 GREATER WS-ROW-CNT
               MOVE WS-ROW-CNT TO WS-PNL-ROW2
           END-IF
           COMPUTE WS-PNL-COL1 = WS-STRIP * WS-PANEL-WIDTH + 1
           COMPUTE WS-PNL-COL2 = WS-PNL-COL1 + WS-PANEL-WIDTH - 1
           IF WS-PNL-COL2 GREATER WS-COL-CNT
               MOVE WS-COL-CNT TO WS-PNL-COL2
           END-IF
           .
       3700-EXIT.
           EXIT.

      ***************************************************************
      * ONE COLUMN-RULER LINE OVER THE PANEL'S COLUMNS: LEVEL 3 THE  *
      * HUNDREDS DIGIT, 2 THE TENS, 1 THE UNITS.  A LEADING ZERO IS  *
      * LEFT BLANK SO THE RULER READS LIKE THE NUMBER IT SPELLS.     *
      ***************************************************************
       3800-COLUMN-RULER.

           ADD 1 TO MPR-OUT-CNT
           MOVE SPACES TO MPR-OUT-LINE(MPR-OUT-CNT)
           MOVE 7 TO WS-OUT-POS
           PERFORM VARYING WS-COL-SUB FROM WS-PNL-COL1 BY 1
                   UNTIL WS-COL-SUB GREATER WS-PNL-COL2
               COMPUTE WS-NUMBER = MPR-COL-START + WS-COL-SUB - 1
               EVALUATE WS-RULER-LEVEL
                   WHEN 3
                       DIVIDE WS-NUMBER BY 100 GIVING WS-QUOT
                   WHEN 2
                       DIVIDE WS-NUMBER BY 10 GIVING WS-QUOT
                   WHEN OTHER
                       MOVE WS-NUMBER TO WS-QUOT
               END-EVALUATE
               IF WS-QUOT GREATER 0 OR WS-RULER-LEVEL EQUAL 1
                   DIVIDE WS-QUOT BY 10 GIVING WS-QUOT
                       REMAINDER WS-DIGIT
                   MOVE WS-DIGIT TO MPR-OUT-LINE(MPR-OUT-CNT)
                       (WS-OUT-POS:1)
               END-IF
               ADD 1 TO WS-OUT-POS
           END-PERFORM
           .
       3800-EXIT.
           EXIT.

      ***************************************************************
      * PAGE HEADING - THE SAME TITLE BLOCK AOC-REPORT PRINTS        *
      ***************************************************************
       3900-PAGE-HEADING.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE MPR-PAGE-NUM TO WS-PAGE-EDIT
           ADD 1 TO MPR-OUT-CNT
           MOVE SPACES TO MPR-OUT-LINE(MPR-OUT-CNT)
           STRING FUNCTION TRIM(MPR-PROGRAM) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               FUNCTION TRIM(MPR-TITLE) DELIMITED BY SIZE
               '  RUN DATE ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               '  PAGE ' DELIMITED BY SIZE
               WS-PAGE-EDIT DELIMITED BY SIZE
               INTO MPR-OUT-LINE(MPR-OUT-CNT)
           END-STRING
           IF MPR-PARMS NOT EQUAL SPACES
               ADD 1 TO MPR-OUT-CNT
               MOVE SPACES TO MPR-OUT-LINE(MPR-OUT-CNT)
               STRING 'PARAMETERS: ' DELIMITED BY SIZE
                   FUNCTION TRIM(MPR-PARMS) DELIMITED BY SIZE
                   INTO MPR-OUT-LINE(MPR-OUT-CNT)
               END-STRING
           END-IF
           ADD 1 TO MPR-OUT-CNT
           MOVE SPACES TO MPR-OUT-LINE(MPR-OUT-CNT)
           .
       3900-EXIT.
           EXIT.
