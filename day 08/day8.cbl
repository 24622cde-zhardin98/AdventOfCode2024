           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO 'RUN-LEDGER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LEDGER-FST.
      *    INPUT FINGERPRINT LEFT BY THE SHELL'S cksum STEP, IN THE
      *    JOB'S OWN FOLDER SO CONCURRENT BATCH STREAMS NEVER SHARE IT
           SELECT OPTIONAL FP-FLAG-FILE ASSIGN TO 'AOC-FP.FLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FP-FLAG-FST.

       01  WS-FP-CHAR-9 REDEFINES WS-FP-CHAR-X    PIC 9(1).


       COPY MPRCTL.


       COPY ANSPARM.
           MOVE WS-COLLISIONS-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           OPEN OUTPUT MAP-REPORT-FILE
           MOVE 'MAP-REPORT-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-MAP-REPORT-FST TO WS-FST-STATUS

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
      *****************************************************************
      * WRITE THE MAP OUT AGAIN WITH 'Y' ANTINODE MARKERS OVERLAID SO *
      * THE RESONANT-HARMONIC PLACEMENT CAN BE VISUALLY VERIFIED.     *
      * THE GRID IS TILED INTO PAGE-SIZED PANELS BY THE SHARED MAP    *
      * PRINTER.                                                      *
      *****************************************************************
       8100-DISPLAY-MAP.

           MOVE 'INIT' TO MPR-OP
           MOVE 'RESONANT-COLLINEARITY' TO MPR-PROGRAM
           MOVE 'ANTINODE MAP REPORT' TO MPR-TITLE
           MOVE SPACES TO MPR-PARMS
           MOVE 60 TO MPR-PAGE-SIZE
           MOVE 0 TO MPR-PAGE-WIDTH MPR-ROW-STEP
           CALL 'AOC-MAPPRINT' USING MPR-CTL
           MOVE 'LGND' TO MPR-OP
           MOVE '.' TO MPR-SYMBOL
           MOVE 'OPEN GROUND' TO MPR-MEANING
           CALL 'AOC-MAPPRINT' USING MPR-CTL
           MOVE 1 TO MAP-ARR-SUB
           PERFORM UNTIL MAP-ARR-SUB EQUAL (ARR-LENGTH + 1)
               MOVE WS-MAP(MAP-ARR-SUB) TO MPR-ROW
               MOVE 1 TO MAP-SUB-CHAR
               PERFORM UNTIL MAP-SUB-CHAR EQUAL (ARR-LENGTH + 1)
                   IF MPR-ROW(MAP-SUB-CHAR:1) NOT EQUAL '.'
                       AND MPR-ROW(MAP-SUB-CHAR:1) NOT EQUAL SPACE
                       MOVE 'LGND' TO MPR-OP
                       MOVE MPR-ROW(MAP-SUB-CHAR:1) TO MPR-SYMBOL
                       MOVE 'ANTENNA' TO MPR-MEANING
                       CALL 'AOC-MAPPRINT' USING MPR-CTL
                   END-IF
                   IF WS-ANTINODES(MAP-ARR-SUB)(MAP-SUB-CHAR:1)
                      EQUAL 'Y'
                       MOVE 'Y' TO MPR-ROW(MAP-SUB-CHAR:1)
                   END-IF
                   ADD 1 TO MAP-SUB-CHAR
               END-PERFORM
               MOVE 'ROW ' TO MPR-OP
               MOVE ARR-LENGTH TO MPR-ROW-LEN
               CALL 'AOC-MAPPRINT' USING MPR-CTL
               ADD 1 TO MAP-ARR-SUB
           END-PERFORM
           MOVE 'LGND' TO MPR-OP
           MOVE 'Y' TO MPR-SYMBOL
           MOVE 'ANTINODE' TO MPR-MEANING
           CALL 'AOC-MAPPRINT' USING MPR-CTL
           PERFORM 8150-PUT-MAP-PAGES
               THRU 8150-EXIT
           .
       8100-EXIT.
       9000-EXIT.
           EXIT.
      ****************************************************************
      * PULL THE TILED MAP FROM THE SHARED MAP PRINTER A PAGE AT A    *
      * TIME, WRITING EVERY LINE OF EACH PAGE, UNTIL THE MAP IS DONE  *
      ****************************************************************
       8150-PUT-MAP-PAGES.

           MOVE 'PAGE' TO MPR-OP
           PERFORM UNTIL MPR-MAP-DONE
               CALL 'AOC-MAPPRINT' USING MPR-CTL
               MOVE 1 TO MPR-OUT-SUB
               PERFORM UNTIL MPR-OUT-SUB GREATER MPR-OUT-CNT
                   MOVE MPR-OUT-LINE(MPR-OUT-SUB)
                       TO MAP-REPORT-RECORD
                   WRITE MAP-REPORT-RECORD
                   MOVE 'MAP-REPORT-FILE' TO WS-FST-FILE-NAME
                   MOVE 'WRITE' TO WS-FST-OPERATION
                   MOVE WS-MAP-REPORT-FST TO WS-FST-STATUS
                   PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
                   ADD 1 TO MPR-OUT-SUB
               END-PERFORM
           END-PERFORM
           .
       8150-EXIT.
