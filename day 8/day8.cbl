           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO 'RUN-LEDGER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LEDGER-FST.
      *    INPUT FINGERPRINT LEFT BY THE SHELL'S cksum STEP, IN THE
      *    JOB'S OWN FOLDER SO CONCURRENT BATCH STREAMS NEVER SHARE IT
           SELECT OPTIONAL FP-FLAG-FILE ASSIGN TO 'AOC-FP.FLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FP-FLAG-FST.
      *    FREQUENCY LICENCE REGISTRY - ONE RECORD PER LICENSED
      *    FREQUENCY CHARACTER WITH ITS LICENSEE AND EXPIRY DATE.
      *    WITHOUT THE FILE EVERY MAP CHARACTER IS TAKEN AS A LEGAL
      *    FREQUENCY, AS IT ALWAYS WAS
           SELECT OPTIONAL FREQ-REGISTRY-FILE
               ASSIGN TO 'FREQ-REGISTRY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FREQ-REGISTRY-FST.
      *    UNLICENSED / EXPIRED FREQUENCY EXCEPTION LISTING
           SELECT FREQ-EXCEPTION-FILE ASSIGN TO 'FREQ-EXCEPTIONS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FREQ-EXCEPTION-FST.
      *    CENTRAL PARAMETER LIBRARY
           SELECT OPTIONAL PARMLIB-FILE ASSIGN TO '../PARMLIB.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMLIB-FST.

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS FP-FLAG-RECORD.
       01  FP-FLAG-RECORD                         PIC X(40).

       FD  FREQ-REGISTRY-FILE
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FREQ-REGISTRY-RECORD.
       01  FREQ-REGISTRY-RECORD.
           05 FRG-FREQ                            PIC X(1).
           05 FILLER                              PIC X(1).
           05 FRG-LICENSEE                        PIC X(30).
           05 FILLER                              PIC X(1).
           05 FRG-EXPIRY                          PIC X(8).
           05 FRG-EXPIRY-N REDEFINES FRG-EXPIRY   PIC 9(8).
           05 FILLER                              PIC X(19).

       FD  FREQ-EXCEPTION-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FREQ-EXCEPTION-RECORD.
       01  FREQ-EXCEPTION-RECORD                  PIC X(132).

       FD  PARMLIB-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PARMLIB-RECORD.
       01  PARMLIB-RECORD                         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                              PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
       01  WS-FP-CHAR-9 REDEFINES WS-FP-CHAR-X    PIC 9(1).


      *    FREQUENCY LICENCE FIELDS.  THE REGISTRY TABLE HOLDS THE
      *    LICENCES ON FILE; THE MAP-FREQUENCY TABLE HOLDS EVERY
      *    FREQUENCY CHARACTER THE MAP ACTUALLY CARRIES, ITS ANTENNA
      *    COUNT, WHERE IT FIRST APPEARS AND ITS LICENCE STANDING
       01  WS-FREQ-REGISTRY-FST                   PIC X(2) VALUE '00'.
       01  WS-FREQ-EXCEPTION-FST                  PIC X(2) VALUE '00'.
       01  WS-PARMLIB-FST                         PIC X(2) VALUE '00'.
       01  WS-PARMLIB-EOF                         PIC X(1) VALUE 'N'.
           88 PARMLIB-EOF                                  VALUE 'Y'.
           88 NOT-PARMLIB-EOF                              VALUE 'N'.
       01  WS-PARM-SOURCE                         PIC X(7)
           VALUE 'DEFAULT'.
      *    WHAT BECOMES OF AN UNLICENSED OR EXPIRED FREQUENCY'S
      *    ANTENNAS: COUNTED WITH A WARNING, OR LEFT OUT OF THE
      *    ANTINODE COUNT ALTOGETHER
       01  WS-UNLIC-ACTION                        PIC X(1) VALUE 'W'.
           88 UNLIC-COUNT                                  VALUE 'W'.
           88 UNLIC-EXCLUDE                                VALUE 'E'.
       01  WS-REG-EOF                             PIC X(1) VALUE 'N'.
           88 REG-EOF                                      VALUE 'Y'.
           88 NOT-REG-EOF                                  VALUE 'N'.
       01  WS-REG-PRESENT-FLAG                    PIC X(1) VALUE 'N'.
           88 REGISTRY-PRESENT                             VALUE 'Y'.
       01  WS-REG-CNT                             PIC 9(3) VALUE 0.
       01  WS-REG-SUB                             PIC 9(3).
       01  WS-REG-TABLE.
           05 WS-REG OCCURS 100 TIMES.
               10 WS-REG-FREQ                    PIC X(1).
               10 WS-REG-LICENSEE                PIC X(30).
               10 WS-REG-EXPIRY                  PIC 9(8).
       01  WS-MF-CNT                              PIC 9(3) VALUE 0.
       01  WS-MF-SUB                              PIC 9(3).
       01  WS-MF-TABLE.
           05 WS-MF OCCURS 100 TIMES.
               10 WS-MF-FREQ                     PIC X(1).
               10 WS-MF-ANTENNAS                 PIC 9(4).
               10 WS-MF-ROW                      PIC 9(2).
               10 WS-MF-COL                      PIC 9(3).
               10 WS-MF-STANDING                 PIC X(1).
                  88 MF-LICENSED                           VALUE 'L'.
                  88 MF-UNLICENSED                         VALUE 'U'.
                  88 MF-EXPIRED                            VALUE 'X'.
               10 WS-MF-REG-SUB                  PIC 9(3).
       01  WS-FREQ-USABLE-FLAG                    PIC X(1) VALUE 'Y'.
           88 FREQ-USABLE                                  VALUE 'Y'.
       01  WS-BAD-FREQ-CNT                        PIC 9(3) VALUE 0.
       01  WS-BAD-ANTENNA-CNT                     PIC 9(4) VALUE 0.
       01  WS-MF-ANT-EDIT                         PIC ZZZ9.
       01  WS-MF-ACTION-TEXT                      PIC X(30).

       COPY MPRCTL.


       COPY ANSPARM.
           PERFORM 1000-OPEN-FILE             THRU 1000-EXIT
           PERFORM 1030-GET-OPERATOR  THRU 1030-EXIT
           PERFORM 1040-GET-FINGERPRINT THRU 1040-EXIT
           PERFORM 1450-READ-PARMLIB          THRU 1450-EXIT
           PERFORM 2000-CONVERT-FILE-TO-ARRAY THRU 2000-EXIT
               UNTIL END-OF-FILE
           PERFORM 2100-VALIDATE-ANTENNAS     THRU 2100-EXIT
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
       1040-EXIT.
           EXIT.

      ****************************************************************
      * READ THIS JOB'S PARAMETERS FROM THE CENTRAL PARMLIB - COL 11  *
      * SAYS WHAT BECOMES OF UNLICENSED OR EXPIRED FREQUENCIES:       *
      * W = COUNTED WITH A WARNING (DEFAULT), E = EXCLUDED            *
      ****************************************************************
       1450-READ-PARMLIB.

           OPEN INPUT PARMLIB-FILE
           MOVE 'PARMLIB-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-PARMLIB-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           SET NOT-PARMLIB-EOF TO TRUE
           PERFORM UNTIL PARMLIB-EOF
               READ PARMLIB-FILE
                   AT END
                       SET PARMLIB-EOF TO TRUE
                   NOT AT END
                       IF PARMLIB-RECORD(1:8) EQUAL 'DAY08   '
                           AND (PARMLIB-RECORD(11:1) EQUAL 'W'
                             OR PARMLIB-RECORD(11:1) EQUAL 'E')
                           MOVE PARMLIB-RECORD(11:1) TO WS-UNLIC-ACTION
                           MOVE 'PARMLIB' TO WS-PARM-SOURCE
                       END-IF
               END-READ
               MOVE 'PARMLIB-FILE' TO WS-FST-FILE-NAME
               MOVE 'READ' TO WS-FST-OPERATION
               MOVE WS-PARMLIB-FST TO WS-FST-STATUS
               PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           END-PERFORM
           CLOSE PARMLIB-FILE
           DISPLAY 'AOC0814I EFFECTIVE PARAMETERS (' WS-PARM-SOURCE
               '): UNLICENSED FREQUENCIES=' WS-UNLIC-ACTION
           .
       1450-EXIT.
           EXIT.


      ****************************************************************
      * READ FILE LINE BY LINE                                       *
               END-PERFORM
               ADD 1 TO MAP-ARR-SUB
           END-PERFORM
           PERFORM 2200-CHECK-LICENCES THRU 2200-EXIT
           .
       2100-EXIT.
           EXIT.
       2150-EXIT.
           EXIT.

      *****************************************************************
      * CHECK EVERY FREQUENCY THE MAP CARRIES AGAINST THE LICENCE     *
      * REGISTRY.  A CHARACTER WITH NO LICENCE, OR WITH A LICENCE     *
      * THAT EXPIRED BEFORE THE BUSINESS DATE, GOES TO THE FREQUENCY  *
      * EXCEPTION LISTING - ITS ANTENNAS ARE THEN COUNTED WITH A      *
      * WARNING OR LEFT OUT OF THE ANTINODE COUNT, AS PARMLIB SAYS.   *
      * WITHOUT A REGISTRY NOTHING IS CHECKED.                        *
      *****************************************************************
       2200-CHECK-LICENCES.

           OPEN OUTPUT FREQ-EXCEPTION-FILE
           MOVE 'FREQ-EXCEPTION-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-FREQ-EXCEPTION-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           PERFORM 2210-LOAD-REGISTRY THRU 2210-EXIT
           IF NOT REGISTRY-PRESENT
               GO TO 2200-EXIT
           END-IF
           CALL 'AOC-BIZDATE' USING BIZ-PARMS

      *    COLLECT THE FREQUENCIES THE MAP ACTUALLY CARRIES
           MOVE 0 TO WS-MF-CNT
           PERFORM VARYING WS-FILL-ROW FROM 1 BY 1
                   UNTIL WS-FILL-ROW GREATER ARR-LENGTH
               PERFORM VARYING WS-FILL-COL FROM 1 BY 1
                       UNTIL WS-FILL-COL GREATER ARR-LENGTH
                   MOVE WS-MAP(WS-FILL-ROW)(WS-FILL-COL:1) TO WS-FREQ
                   IF WS-FREQ NOT EQUAL '.' AND WS-FREQ NOT EQUAL SPACE
                       PERFORM 2220-NOTE-MAP-FREQ THRU 2220-EXIT
                   END-IF
               END-PERFORM
           END-PERFORM

      *    STAND EACH ONE AGAINST THE REGISTRY
           IF UNLIC-EXCLUDE
               MOVE 'EXCLUDED FROM ANTINODE COUNT' TO WS-MF-ACTION-TEXT
           ELSE
               MOVE 'COUNTED WITH WARNING' TO WS-MF-ACTION-TEXT
           END-IF
           MOVE 0 TO WS-BAD-FREQ-CNT
           MOVE 0 TO WS-BAD-ANTENNA-CNT
           PERFORM VARYING WS-MF-SUB FROM 1 BY 1
                   UNTIL WS-MF-SUB GREATER WS-MF-CNT
               SET MF-UNLICENSED(WS-MF-SUB) TO TRUE
               MOVE 0 TO WS-MF-REG-SUB(WS-MF-SUB)
               PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                       UNTIL WS-REG-SUB GREATER WS-REG-CNT
                   IF WS-REG-FREQ(WS-REG-SUB)
                       EQUAL WS-MF-FREQ(WS-MF-SUB)
                       MOVE WS-REG-SUB TO WS-MF-REG-SUB(WS-MF-SUB)
                       IF WS-REG-EXPIRY(WS-REG-SUB) LESS BIZ-DATE
                           SET MF-EXPIRED(WS-MF-SUB) TO TRUE
                       ELSE
                           SET MF-LICENSED(WS-MF-SUB) TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT MF-LICENSED(WS-MF-SUB)
                   PERFORM 2250-LOG-UNLICENSED THRU 2250-EXIT
               END-IF
           END-PERFORM
           DISPLAY 'AOC0820I ' WS-MF-CNT ' FREQUENCIES ON THE MAP - '
               WS-BAD-FREQ-CNT ' UNLICENSED OR EXPIRED, '
               WS-BAD-ANTENNA-CNT ' ANTENNA(S) '
               WS-MF-ACTION-TEXT
           .
       2200-EXIT.
           EXIT.

      *****************************************************************
      * LOAD THE FREQUENCY LICENCE REGISTRY.  '*' IN COLUMN 1 IS A    *
      * COMMENT; A LATER RECORD FOR THE SAME CHARACTER REPLACES AN    *
      * EARLIER ONE (A RENEWAL IS APPENDED, NOT EDITED IN PLACE)      *
      *****************************************************************
       2210-LOAD-REGISTRY.

           MOVE 0 TO WS-REG-CNT
           OPEN INPUT FREQ-REGISTRY-FILE
           IF WS-FREQ-REGISTRY-FST EQUAL '05'
               CLOSE FREQ-REGISTRY-FILE
               GO TO 2210-EXIT
           END-IF
           MOVE 'FREQ-REGISTRY-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-FREQ-REGISTRY-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           SET REGISTRY-PRESENT TO TRUE
           SET NOT-REG-EOF TO TRUE
           PERFORM UNTIL REG-EOF
               READ FREQ-REGISTRY-FILE
                   AT END
                       SET REG-EOF TO TRUE
                   NOT AT END
                       PERFORM 2215-TAKE-LICENCE THRU 2215-EXIT
               END-READ
               MOVE 'FREQ-REGISTRY-FILE' TO WS-FST-FILE-NAME
               MOVE 'READ' TO WS-FST-OPERATION
               MOVE WS-FREQ-REGISTRY-FST TO WS-FST-STATUS
               PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           END-PERFORM
           CLOSE FREQ-REGISTRY-FILE
           DISPLAY 'AOC0815I FREQUENCY REGISTRY LOADED - ' WS-REG-CNT
               ' LICENSED FREQUENCIES'
           .
       2210-EXIT.
           EXIT.

       2215-TAKE-LICENCE.

           IF FREQ-REGISTRY-RECORD EQUAL SPACES
               OR FRG-FREQ EQUAL '*'
               GO TO 2215-EXIT
           END-IF
           IF FRG-FREQ EQUAL SPACE OR FRG-FREQ EQUAL '.'
               OR FRG-EXPIRY NOT NUMERIC
               DISPLAY 'AOC0816W MALFORMED FREQUENCY REGISTRY RECORD: '
                   FREQ-REGISTRY-RECORD
               GO TO 2215-EXIT
           END-IF
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB GREATER WS-REG-CNT
                   OR WS-REG-FREQ(WS-REG-SUB) EQUAL FRG-FREQ
               CONTINUE
           END-PERFORM
           IF WS-REG-SUB GREATER WS-REG-CNT
               IF WS-REG-CNT EQUAL 100
                   DISPLAY 'AOC0817W FREQUENCY REGISTRY TABLE FULL - '
                       'FREQUENCY ' FRG-FREQ ' IGNORED'
                   GO TO 2215-EXIT
               END-IF
               ADD 1 TO WS-REG-CNT
               MOVE WS-REG-CNT TO WS-REG-SUB
           END-IF
           MOVE FRG-FREQ TO WS-REG-FREQ(WS-REG-SUB)
           MOVE FRG-LICENSEE TO WS-REG-LICENSEE(WS-REG-SUB)
           MOVE FRG-EXPIRY-N TO WS-REG-EXPIRY(WS-REG-SUB)
           .
       2215-EXIT.
           EXIT.

      *****************************************************************
      * COUNT ONE ANTENNA AGAINST ITS FREQUENCY, NOTING WHERE EACH    *
      * FREQUENCY FIRST APPEARS                                       *
      *****************************************************************
       2220-NOTE-MAP-FREQ.

           PERFORM VARYING WS-MF-SUB FROM 1 BY 1
                   UNTIL WS-MF-SUB GREATER WS-MF-CNT
                   OR WS-MF-FREQ(WS-MF-SUB) EQUAL WS-FREQ
               CONTINUE
           END-PERFORM
           IF WS-MF-SUB GREATER WS-MF-CNT
               IF WS-MF-CNT EQUAL 100
                   GO TO 2220-EXIT
               END-IF
               ADD 1 TO WS-MF-CNT
               MOVE WS-MF-CNT TO WS-MF-SUB
               MOVE WS-FREQ TO WS-MF-FREQ(WS-MF-SUB)
               MOVE 0 TO WS-MF-ANTENNAS(WS-MF-SUB)
               MOVE WS-FILL-ROW TO WS-MF-ROW(WS-MF-SUB)
               MOVE WS-FILL-COL TO WS-MF-COL(WS-MF-SUB)
               SET MF-LICENSED(WS-MF-SUB) TO TRUE
           END-IF
           ADD 1 TO WS-MF-ANTENNAS(WS-MF-SUB)
           .
       2220-EXIT.
           EXIT.

      *****************************************************************
      * LIST ONE UNLICENSED OR EXPIRED FREQUENCY                      *
      *****************************************************************
       2250-LOG-UNLICENSED.

           ADD 1 TO WS-BAD-FREQ-CNT
           ADD WS-MF-ANTENNAS(WS-MF-SUB) TO WS-BAD-ANTENNA-CNT
           MOVE WS-MF-ROW(WS-MF-SUB) TO WS-COLLISION-ROW-EDIT
           MOVE WS-MF-COL(WS-MF-SUB) TO WS-COLLISION-COL-EDIT
           MOVE WS-MF-ANTENNAS(WS-MF-SUB) TO WS-MF-ANT-EDIT
           MOVE SPACES TO FREQ-EXCEPTION-RECORD
           IF MF-EXPIRED(WS-MF-SUB)
               MOVE WS-MF-REG-SUB(WS-MF-SUB) TO WS-REG-SUB
               STRING 'FREQUENCY ''' DELIMITED BY SIZE
                       WS-MF-FREQ(WS-MF-SUB) DELIMITED BY SIZE
                       ''' LICENCE EXPIRED ' DELIMITED BY SIZE
                       WS-REG-EXPIRY(WS-REG-SUB) DELIMITED BY SIZE
                       ' (' DELIMITED BY SIZE
                       WS-REG-LICENSEE(WS-REG-SUB) DELIMITED BY '  '
                       ') ' DELIMITED BY SIZE
                       WS-MF-ANT-EDIT DELIMITED BY SIZE
                       ' ANTENNA(S), FIRST AT ROW ' DELIMITED BY SIZE
                       WS-COLLISION-ROW-EDIT DELIMITED BY SIZE
                       ' COL ' DELIMITED BY SIZE
                       WS-COLLISION-COL-EDIT DELIMITED BY SIZE
                       ' - ' DELIMITED BY SIZE
                       WS-MF-ACTION-TEXT DELIMITED BY SIZE
                   INTO FREQ-EXCEPTION-RECORD
               END-STRING
               DISPLAY 'AOC0819W FREQUENCY ' WS-MF-FREQ(WS-MF-SUB)
                   ' LICENCE EXPIRED ' WS-REG-EXPIRY(WS-REG-SUB)
                   ' - ' WS-MF-ANT-EDIT ' ANTENNA(S) '
                   WS-MF-ACTION-TEXT
           ELSE
               STRING 'FREQUENCY ''' DELIMITED BY SIZE
                       WS-MF-FREQ(WS-MF-SUB) DELIMITED BY SIZE
                       ''' UNLICENSED - ' DELIMITED BY SIZE
                       WS-MF-ANT-EDIT DELIMITED BY SIZE
                       ' ANTENNA(S), FIRST AT ROW ' DELIMITED BY SIZE
                       WS-COLLISION-ROW-EDIT DELIMITED BY SIZE
                       ' COL ' DELIMITED BY SIZE
                       WS-COLLISION-COL-EDIT DELIMITED BY SIZE
                       ' - ' DELIMITED BY SIZE
                       WS-MF-ACTION-TEXT DELIMITED BY SIZE
                   INTO FREQ-EXCEPTION-RECORD
               END-STRING
               DISPLAY 'AOC0818W FREQUENCY ' WS-MF-FREQ(WS-MF-SUB)
                   ' UNLICENSED - ' WS-MF-ANT-EDIT ' ANTENNA(S) '
                   WS-MF-ACTION-TEXT
           END-IF
           WRITE FREQ-EXCEPTION-RECORD
           MOVE 'FREQ-EXCEPTION-FILE' TO WS-FST-FILE-NAME
           MOVE 'WRITE' TO WS-FST-OPERATION
           MOVE WS-FREQ-EXCEPTION-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           .
       2250-EXIT.
           EXIT.

      *****************************************************************
      * MAY WS-FREQ'S ANTENNAS FORM PAIRS?  ONLY AN UNLICENSED OR     *
      * EXPIRED FREQUENCY UNDER THE EXCLUDE PARAMETER MAY NOT         *
      *****************************************************************
       2260-CHECK-FREQ-USABLE.

           MOVE 'Y' TO WS-FREQ-USABLE-FLAG
           IF NOT UNLIC-EXCLUDE OR NOT REGISTRY-PRESENT
               GO TO 2260-EXIT
           END-IF
           PERFORM VARYING WS-MF-SUB FROM 1 BY 1
                   UNTIL WS-MF-SUB GREATER WS-MF-CNT
               IF WS-MF-FREQ(WS-MF-SUB) EQUAL WS-FREQ
                   AND NOT MF-LICENSED(WS-MF-SUB)
                   MOVE 'N' TO WS-FREQ-USABLE-FLAG
               END-IF
           END-PERFORM
           .
       2260-EXIT.
           EXIT.

      *****************************************************************
      * IDENTIFY PAIRS                                                *
      *****************************************************************
               PERFORM UNTIL MAP-SUB-CHAR EQUAL (ARR-LENGTH + 1)             
                   MOVE WS-MAP(MAP-ARR-SUB)(MAP-SUB-CHAR:1) TO WS-FREQ 
                   IF WS-FREQ NOT EQUAL '.'
                       PERFORM 2260-CHECK-FREQ-USABLE THRU 2260-EXIT
                       IF FREQ-USABLE
                           PERFORM 3010-SCAN-FOR-MATCH THRU 3010-EXIT
                       END-IF
                   END-IF
                   ADD 1 TO MAP-SUB-CHAR
               END-PERFORM                
      * WRITE THE MAP OUT AGAIN WITH 'Y' ANTINODE MARKERS OVERLAID SO *
      * THE ONE ANTINODE PLACED ON EACH SIDE OF EVERY MATCHING        *
      * ANTENNA PAIR (3010-SCAN-FOR-MATCH) CAN BE VISUALLY VERIFIED.  *
      * THE GRID IS TILED INTO PAGE-SIZED PANELS BY THE SHARED MAP    *
      * PRINTER; EVERY ANTENNA FREQUENCY ON THE MAP GOES IN THE       *
      * LEGEND, WITH ITS LICENCE STANDING WHEN A REGISTRY IS ON FILE. *
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
                       IF WS-SECT-SIZE GREATER 0
                           AND WS-ANTINODES-SAME(MAP-ARR-SUB)
                               (MAP-SUB-CHAR:1) NOT EQUAL 'Y'
                           MOVE 'X' TO
                               MPR-ROW(MAP-SUB-CHAR:1)
                       ELSE
                           MOVE 'Y' TO
                               MPR-ROW(MAP-SUB-CHAR:1)
                       END-IF
                   END-IF
                   ADD 1 TO MAP-SUB-CHAR
               END-PERFORM
               MOVE 'ROW ' TO MPR-OP
               MOVE ARR-LENGTH TO MPR-ROW-LEN
               CALL 'AOC-MAPPRINT' USING MPR-CTL
               ADD 1 TO MAP-ARR-SUB
           END-PERFORM
           MOVE 'LGND' TO MPR-OP
           PERFORM VARYING WS-MF-SUB FROM 1 BY 1
                   UNTIL WS-MF-SUB GREATER WS-MF-CNT
               MOVE WS-MF-FREQ(WS-MF-SUB) TO MPR-SYMBOL
               EVALUATE TRUE
                   WHEN MF-UNLICENSED(WS-MF-SUB)
                       MOVE 'ANTENNA - UNLICENSED FREQUENCY'
                           TO MPR-MEANING
                   WHEN MF-EXPIRED(WS-MF-SUB)
                       MOVE 'ANTENNA - LICENCE EXPIRED' TO MPR-MEANING
                   WHEN OTHER
                       MOVE 'ANTENNA - LICENSED' TO MPR-MEANING
               END-EVALUATE
               CALL 'AOC-MAPPRINT' USING MPR-CTL
           END-PERFORM
           MOVE 'Y' TO MPR-SYMBOL
           MOVE 'ANTINODE' TO MPR-MEANING
           CALL 'AOC-MAPPRINT' USING MPR-CTL
           IF WS-SECT-SIZE GREATER 0
               MOVE 'X' TO MPR-SYMBOL
               MOVE 'ANTINODE FROM CROSS-SECTOR PAIRS ONLY'
                   TO MPR-MEANING
               CALL 'AOC-MAPPRINT' USING MPR-CTL
           END-IF
           PERFORM 8150-PUT-MAP-PAGES
               THRU 8150-EXIT
           .
       8100-EXIT.
           CLOSE INPUT-FILE
                 COLLISIONS-FILE
                 MAP-REPORT-FILE
                 FREQ-EXCEPTION-FILE
           .
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
