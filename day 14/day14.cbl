               FILE STATUS IS WS-CHECKPOINT-FST.

      *    FILED SNAPSHOT OF THE CANDIDATE FRAME, RENDERED THROUGH
      *    THE SHARED MAP PRINTER (TILED PANELS)
           SELECT SNAPSHOT-FILE ASSIGN TO 'TREE-SNAPSHOT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-FST.
           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO 'RUN-LEDGER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LEDGER-FST.
      *    INPUT FINGERPRINT LEFT BY THE SHELL'S cksum STEP, IN THE
      *    JOB'S OWN FOLDER SO CONCURRENT BATCH STREAMS NEVER SHARE IT
           SELECT OPTIONAL FP-FLAG-FILE ASSIGN TO 'AOC-FP.FLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FP-FLAG-FST.
      *    OPERATOR STOP REQUEST - PRESENCE ALONE IS THE SIGNAL
           SELECT OPTIONAL STOP-REQ-FILE ASSIGN TO 'STOP-REQUEST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOP-FST.
      *    ROBOT ROSTER EXCEPTIONS - EVERY INPUT LINE REFUSED BY THE
      *    VALIDATION PASS, WITH ITS REASON
           SELECT ROSTER-EXC-FILE ASSIGN TO 'ROBOT-EXCEPTIONS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-EXC-FST.

      *    CHECKPOINT INPUT-IDENTITY STAMP - THE FINGERPRINT OF THE
      *    INFILE.TXT THE CHECKPOINT WAS TAKEN AGAINST.  A RESUME
           DATA RECORD IS STOP-REQ-RECORD.
       01  STOP-REQ-RECORD                        PIC X(80).

       FD  ROSTER-EXC-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ROSTER-EXC-RECORD.
       01  ROSTER-EXC-RECORD                      PIC X(132).

       FD  CKPT-STAMP-FILE
           RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE IS F
       01  WS-ROBOT-COUNT                       PIC 9(5)  VALUE 0.
       01  WS-ROBOT-SUB                         PIC 9(5).

      *    ROBOT ROSTER VALIDATION FIELDS.  EVERY INPUT LINE IS CHECKED
      *    BEFORE IT JOINS THE ROBOT TABLE: A MALFORMED LINE, A START
      *    OFF THE CONFIGURED MAP, A ZERO VELOCITY, OR AN EXACT REPEAT
      *    OF AN EARLIER LINE IS LISTED IN ROBOT-EXCEPTIONS.TXT AND
      *    EITHER LEFT OUT (E) OR, ONCE THE WHOLE ROSTER HAS BEEN
      *    LISTED, ENDS THE RUN (S) - PARAMETER POSITION 13
       01  WS-ROSTER-ACTION                     PIC X(1) VALUE 'E'.
           88 ROSTER-EXCLUDE                              VALUE 'E'.
           88 ROSTER-STOP                                 VALUE 'S'.
       01  WS-ROSTER-ACTION-TEXT                PIC X(13).
       01  WS-ROSTER-EXC-FST                    PIC X(2) VALUE '00'.
       01  WS-ROSTER-IN-CNT                     PIC 9(5) VALUE 0.
       01  WS-ROSTER-REJ-CNT                    PIC 9(5) VALUE 0.
      *    ACCEPTED LINES AS READ, PARALLEL TO WS-ROBOT-ARR, FOR THE
      *    DUPLICATE CHECK
       01  WS-ROSTER-LINE-TABLE.
           05 WS-ROSTER-ENTRY OCCURS 9999 TIMES.
               10 WS-ROSTER-LINE                PIC X(20).
               10 WS-ROSTER-LINE-NO             PIC 9(5).
       01  WS-ROSTER-REASON                     PIC X(50).
       01  WS-ROSTER-DUP-SUB                    PIC 9(5).
       01  WS-ROSTER-LINE-EDIT                  PIC ZZZZ9.
       01  WS-ROSTER-IN-EDIT                    PIC ZZZZ9.
       01  WS-ROSTER-ACC-EDIT                   PIC ZZZZ9.
       01  WS-ROSTER-REJ-EDIT                   PIC ZZZZ9.
       01  WS-ROSTER-MAP-W                      PIC ZZ9.
       01  WS-ROSTER-MAP-H                      PIC ZZ9.
      *    LINE PIECES: p=<1>,<2> v=<3>,<4>
       01  WS-RV-LEAD                           PIC X(20).
       01  WS-RV-FIELD-TABLE.
           05 WS-RV-FIELD OCCURS 4 TIMES        PIC X(20).
       01  WS-RV-LEN-TABLE.
           05 WS-RV-LEN OCCURS 4 TIMES          PIC 9(2).
       01  WS-RV-VALUE-TABLE.
           05 WS-RV-VALUE OCCURS 4 TIMES        PIC S9(5).
       01  WS-RV-FIELDS                         PIC 9(2).
       01  WS-RV-PTR                            PIC 9(2).
       01  WS-RV-SUB                            PIC 9(1).
       01  WS-RV-START                          PIC 9(2).
       01  WS-RV-DIGITS                         PIC 9(2).
       01  WS-RV-BAD                            PIC X(1).
           88 RV-BAD                                      VALUE 'Y'.
           88 RV-GOOD                                     VALUE 'N'.

      *    OBSTACLE-SEARCH CHECKPOINT/RESTART FIELDS
       01  WS-CKPT-FOUND                        PIC X(1) VALUE 'N'.
           88 CKPT-FOUND                                  VALUE 'Y'.
       01  WS-CT-SLOT                             PIC 9(1).
       01  WS-CONG-ROW                            PIC 9(3).

       COPY MPRCTL.

       COPY ANSPARM.

                     WS-QUAD3-SAFETY
                     WS-QUAD4-SAFETY
           PERFORM 1500-DETERMINE-MIDPOINTS   THRU 1500-EXIT
           PERFORM 1600-OPEN-ROSTER-EXC       THRU 1600-EXIT
           PERFORM 2000-PROCESS-DATA          THRU 2000-EXIT
               UNTIL END-OF-FILE
           PERFORM 9000-CLOSE-FILE            THRU 9000-EXIT
           PERFORM 2190-ROSTER-SUMMARY        THRU 2190-EXIT
           PERFORM 7000-CONGESTION-ANALYSIS   THRU 7000-EXIT
           PERFORM 2200-READ-CHECKPOINT       THRU 2200-EXIT
           PERFORM 2500-SEARCH-LOOP           THRU 2500-EXIT

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
               MOVE WS-CTL-DATA(1:3) TO C-MAP-HEIGHT
               MOVE WS-CTL-DATA(4:3) TO C-MAP-WIDTH
           END-IF
           IF WS-CTL-DATA(13:1) EQUAL 'S'
               OR WS-CTL-DATA(13:1) EQUAL 'E'
               MOVE WS-CTL-DATA(13:1) TO WS-ROSTER-ACTION
           END-IF
           IF ROSTER-STOP
               MOVE 'RUN STOPPED' TO WS-ROSTER-ACTION-TEXT
           ELSE
               MOVE 'EXCLUDED' TO WS-ROSTER-ACTION-TEXT
           END-IF
           DISPLAY 'AOC1401I EFFECTIVE PARAMETERS (' WS-PARM-SOURCE
               '): MAP HEIGHT=' C-MAP-HEIGHT
               ' WIDTH=' C-MAP-WIDTH
               ' ROSTER ACTION=' WS-ROSTER-ACTION

           IF C-MAP-HEIGHT GREATER 102 OR C-MAP-WIDTH GREATER 100
               DISPLAY 'AOC1402E '
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROSTER-IN-CNT
                   PERFORM 2100-VALIDATE-ROBOT THRU 2100-EXIT
                   IF WS-ROSTER-REASON EQUAL SPACES
                       PERFORM 2180-ACCEPT-ROBOT THRU 2180-EXIT
                   ELSE
                       PERFORM 2150-LOG-BAD-ROBOT THRU 2150-EXIT
                   END-IF
           END-READ
           MOVE 'INPUT-FILE' TO WS-FST-FILE-NAME
           MOVE 'READ' TO WS-FST-OPERATION
       2010-EXIT.
           EXIT.

      ****************************************************************
      * OPEN THE ROBOT ROSTER EXCEPTION LISTING.  IT IS WRITTEN ON    *
      * EVERY RUN SO AN EMPTY FILE SAYS THE ROSTER WAS CLEAN.         *
      ****************************************************************
       1600-OPEN-ROSTER-EXC.

           OPEN OUTPUT ROSTER-EXC-FILE
           MOVE 'ROSTER-EXC-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-ROSTER-EXC-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           .
       1600-EXIT.
           EXIT.

      ****************************************************************
      * VALIDATE ONE ROBOT LINE BEFORE IT JOINS THE ROBOT TABLE.      *
      * WS-ROSTER-REASON COMES BACK SPACES FOR A GOOD LINE, OTHERWISE *
      * IT SAYS WHY THE LINE IS REFUSED.  THE LINE IS SPLIT HERE ON   *
      * ITS OWN RATHER THAN TRUSTING 2010-PARSE-DATA, WHICH ASSUMES   *
      * A WELL-FORMED p=X,Y v=DX,DY LINE.                             *
      ****************************************************************
       2100-VALIDATE-ROBOT.

           MOVE SPACES TO WS-ROSTER-REASON
                          WS-RV-LEAD
                          WS-RV-FIELD-TABLE
           MOVE ZEROS TO WS-RV-LEN-TABLE
                         WS-RV-VALUE-TABLE
           MOVE 0 TO WS-RV-FIELDS
           MOVE 1 TO WS-RV-PTR
           SET RV-GOOD TO TRUE

           UNSTRING INPUT-RECORD DELIMITED BY 'p=' OR ' v=' OR ','
                   OR ' '
               INTO WS-RV-LEAD
                    WS-RV-FIELD(1) COUNT IN WS-RV-LEN(1)
                    WS-RV-FIELD(2) COUNT IN WS-RV-LEN(2)
                    WS-RV-FIELD(3) COUNT IN WS-RV-LEN(3)
                    WS-RV-FIELD(4) COUNT IN WS-RV-LEN(4)
               WITH POINTER WS-RV-PTR
               TALLYING IN WS-RV-FIELDS
           END-UNSTRING

           IF INPUT-RECORD(1:2) NOT EQUAL 'p='
               OR WS-RV-FIELDS LESS 5
               SET RV-BAD TO TRUE
           END-IF
           IF WS-RV-PTR NOT GREATER 20
               IF INPUT-RECORD(WS-RV-PTR:) NOT EQUAL SPACES
                   SET RV-BAD TO TRUE
               END-IF
           END-IF
           MOVE 1 TO WS-RV-SUB
           PERFORM UNTIL WS-RV-SUB GREATER 4 OR RV-BAD
               PERFORM 2140-CHECK-FIELD THRU 2140-EXIT
               ADD 1 TO WS-RV-SUB
           END-PERFORM
           IF RV-BAD
               MOVE 'MALFORMED - NOT p=X,Y v=DX,DY'
                   TO WS-ROSTER-REASON
               GO TO 2100-EXIT
           END-IF

      *    START POSITION MUST LIE ON THE CONFIGURED MAP (0-BASED)
           IF WS-RV-VALUE(1) LESS 0
               OR WS-RV-VALUE(1) GREATER C-MAP-WIDTH
               OR WS-RV-VALUE(2) LESS 0
               OR WS-RV-VALUE(2) GREATER C-MAP-HEIGHT
               COMPUTE WS-ROSTER-MAP-W = C-MAP-WIDTH + 1
               COMPUTE WS-ROSTER-MAP-H = C-MAP-HEIGHT + 1
               STRING 'START POSITION OFF THE ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ROSTER-MAP-W) DELIMITED BY SIZE
                   ' WIDE X ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ROSTER-MAP-H) DELIMITED BY SIZE
                   ' HIGH MAP' DELIMITED BY SIZE
                   INTO WS-ROSTER-REASON
               END-STRING
               GO TO 2100-EXIT
           END-IF

           IF WS-RV-VALUE(3) EQUAL 0 AND WS-RV-VALUE(4) EQUAL 0
               MOVE 'ZERO VELOCITY - ROBOT NEVER MOVES'
                   TO WS-ROSTER-REASON
               GO TO 2100-EXIT
           END-IF

           MOVE 1 TO WS-ROSTER-DUP-SUB
           PERFORM UNTIL WS-ROSTER-DUP-SUB GREATER WS-ROBOT-COUNT
               IF WS-ROSTER-LINE(WS-ROSTER-DUP-SUB) EQUAL INPUT-RECORD
                   MOVE WS-ROSTER-LINE-NO(WS-ROSTER-DUP-SUB)
                       TO WS-ROSTER-LINE-EDIT
                   STRING 'EXACT DUPLICATE OF LINE ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ROSTER-LINE-EDIT)
                           DELIMITED BY SIZE
                       INTO WS-ROSTER-REASON
                   END-STRING
                   GO TO 2100-EXIT
               END-IF
               ADD 1 TO WS-ROSTER-DUP-SUB
           END-PERFORM
           .
       2100-EXIT.
           EXIT.

      ****************************************************************
      * CHECK LINE PIECE WS-RV-SUB IS AN OPTIONALLY SIGNED WHOLE      *
      * NUMBER OF AT MOST THREE DIGITS, AND CONVERT IT                *
      ****************************************************************
       2140-CHECK-FIELD.

           MOVE 1 TO WS-RV-START
           MOVE WS-RV-LEN(WS-RV-SUB) TO WS-RV-DIGITS
           IF WS-RV-FIELD(WS-RV-SUB)(1:1) EQUAL '-'
               MOVE 2 TO WS-RV-START
               SUBTRACT 1 FROM WS-RV-DIGITS
           END-IF
           IF WS-RV-DIGITS EQUAL 0 OR WS-RV-DIGITS GREATER 3
               SET RV-BAD TO TRUE
               GO TO 2140-EXIT
           END-IF
           IF WS-RV-FIELD(WS-RV-SUB)(WS-RV-START:WS-RV-DIGITS)
               NOT NUMERIC
               SET RV-BAD TO TRUE
               GO TO 2140-EXIT
           END-IF
           MOVE WS-RV-FIELD(WS-RV-SUB)(WS-RV-START:WS-RV-DIGITS)
               TO WS-RV-VALUE(WS-RV-SUB)
           IF WS-RV-START EQUAL 2
               MULTIPLY -1 BY WS-RV-VALUE(WS-RV-SUB)
           END-IF
           .
       2140-EXIT.
           EXIT.

      ****************************************************************
      * LIST A REFUSED ROBOT LINE WITH ITS REASON                     *
      ****************************************************************
       2150-LOG-BAD-ROBOT.

           ADD 1 TO WS-ROSTER-REJ-CNT
           MOVE WS-ROSTER-IN-CNT TO WS-ROSTER-LINE-EDIT
           MOVE SPACES TO ROSTER-EXC-RECORD
           STRING 'LINE ' DELIMITED BY SIZE
                   WS-ROSTER-LINE-EDIT DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   INPUT-RECORD DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-ROSTER-REASON DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   WS-ROSTER-ACTION-TEXT DELIMITED BY SIZE
               INTO ROSTER-EXC-RECORD
           END-STRING
           WRITE ROSTER-EXC-RECORD
           MOVE 'ROSTER-EXC-FILE' TO WS-FST-FILE-NAME
           MOVE 'WRITE' TO WS-FST-OPERATION
           MOVE WS-ROSTER-EXC-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           DISPLAY 'AOC1412W ROBOT LINE '
               FUNCTION TRIM(WS-ROSTER-LINE-EDIT)
               ' REFUSED: ' FUNCTION TRIM(WS-ROSTER-REASON)
           .
       2150-EXIT.
           EXIT.

      ****************************************************************
      * ADD A VALIDATED ROBOT TO THE ROBOT TABLE                      *
      ****************************************************************
       2180-ACCEPT-ROBOT.

           IF WS-ROBOT-COUNT NOT LESS 9999
               DISPLAY 'AOC1415E ERROR: MORE THAN 9999 ROBOTS - '
                   'ROBOT TABLE FULL'
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           ADD 1 TO WS-ROBOT-COUNT
           MOVE INPUT-RECORD TO WS-ROSTER-LINE(WS-ROBOT-COUNT)
           MOVE WS-ROSTER-IN-CNT TO WS-ROSTER-LINE-NO(WS-ROBOT-COUNT)
           PERFORM 2010-PARSE-DATA THRU 2010-EXIT
           .
       2180-EXIT.
           EXIT.

      ****************************************************************
      * ROSTER OUTCOME.  IN STOP MODE ANY REFUSED LINE ENDS THE RUN   *
      * HERE, BEFORE THE SIMULATION, ONCE THE COUNTS ARE POSTED.      *
      ****************************************************************
       2190-ROSTER-SUMMARY.

           MOVE WS-ROSTER-IN-CNT  TO WS-ROSTER-IN-EDIT
           MOVE WS-ROBOT-COUNT    TO WS-ROSTER-ACC-EDIT
           MOVE WS-ROSTER-REJ-CNT TO WS-ROSTER-REJ-EDIT
           DISPLAY 'AOC1414I ROBOT ROSTER: '
               FUNCTION TRIM(WS-ROSTER-IN-EDIT) ' IN, '
               FUNCTION TRIM(WS-ROSTER-ACC-EDIT) ' ACCEPTED, '
               FUNCTION TRIM(WS-ROSTER-REJ-EDIT) ' REJECTED'
           IF WS-ROSTER-REJ-CNT EQUAL 0 OR ROSTER-EXCLUDE
               GO TO 2190-EXIT
           END-IF
           DISPLAY 'AOC1413E ' FUNCTION TRIM(WS-ROSTER-REJ-EDIT)
               ' INVALID ROBOT LINE(S) - RUN STOPPED,'
               ' SEE ROBOT-EXCEPTIONS.TXT'
           PERFORM 8550-POST-BALANCE THRU 8550-EXIT
           MOVE 'AOC1413E ROBOT ROSTER FAILED VALIDATION'
               TO WS-ABEND-MSG
           PERFORM 9999-ABEND THRU 9999-EXIT
           .
       2190-EXIT.
           EXIT.

      ****************************************************************
      * REFUSE A CHECKPOINT TAKEN AGAINST A DIFFERENT INFILE.TXT.     *
      * NO STAMP (FRESH RUN, OR A LEGACY UNSTAMPED CHECKPOINT) MEANS  *
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-SNAPSHOT-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           MOVE 'INIT' TO MPR-OP
           MOVE 'RESTROOM-REDOUBT' TO MPR-PROGRAM
           MOVE 'CANDIDATE FRAME SNAPSHOT' TO MPR-TITLE
           MOVE SPACES TO MPR-PARMS
           STRING 'SECOND ' DELIMITED BY SIZE
                   WS-SECONDS DELIMITED BY SIZE
               INTO MPR-PARMS
           END-STRING
           MOVE 60 TO MPR-PAGE-SIZE
           MOVE 0 TO MPR-PAGE-WIDTH
      *    RULERS CARRY THE PUZZLE'S OWN 0-BASED TILE NUMBERS
           MOVE 0 TO MPR-ROW-START MPR-COL-START
           MOVE 1 TO MPR-ROW-STEP
           CALL 'AOC-MAPPRINT' USING MPR-CTL
           MOVE 'LGND' TO MPR-OP
           MOVE '1' TO MPR-SYMBOL
           MOVE 'TILE HOLDING A ROBOT' TO MPR-MEANING
           CALL 'AOC-MAPPRINT' USING MPR-CTL
           MOVE 1 TO WS-SNAP-SUB
           PERFORM UNTIL WS-SNAP-SUB GREATER C-MAP-HEIGHT + 1
               MOVE 'ROW ' TO MPR-OP
               MOVE WS-MAP(WS-SNAP-SUB) TO MPR-ROW
               COMPUTE MPR-ROW-LEN = C-MAP-WIDTH + 1
               CALL 'AOC-MAPPRINT' USING MPR-CTL
               ADD 1 TO WS-SNAP-SUB
           END-PERFORM
           PERFORM 8150-PUT-SNAPSHOT-PAGES THRU 8150-EXIT
           CLOSE SNAPSHOT-FILE
           .
       8100-EXIT.
           EXIT.

      *****************************************************************
      * PULL THE TILED FRAME FROM THE SHARED MAP PRINTER A PAGE AT A  *
      * TIME AND FILE EVERY LINE                                      *
      *****************************************************************
       8150-PUT-SNAPSHOT-PAGES.

           MOVE 'PAGE' TO MPR-OP
           PERFORM UNTIL MPR-MAP-DONE
               CALL 'AOC-MAPPRINT' USING MPR-CTL
               MOVE 1 TO MPR-OUT-SUB
               PERFORM UNTIL MPR-OUT-SUB GREATER MPR-OUT-CNT
                   MOVE MPR-OUT-LINE(MPR-OUT-SUB)
                       TO SNAPSHOT-RECORD
                   WRITE SNAPSHOT-RECORD
                   MOVE 'SNAPSHOT-FILE' TO WS-FST-FILE-NAME
                   MOVE 'WRITE' TO WS-FST-OPERATION
                   MOVE WS-SNAPSHOT-FST TO WS-FST-STATUS
                   PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
                   ADD 1 TO MPR-OUT-SUB
               END-PERFORM
           END-PERFORM
           .
       8150-EXIT.
           MOVE WS-ROBOT-COUNT TO ANS-VOLUME
           CALL 'AOC-ANSWER' USING ANS-PARMS
      *    POST THE BALANCE RECORD FOR THE BALANCE-CHECK JOB
           PERFORM 8550-POST-BALANCE THRU 8550-EXIT
           .
       8500-EXIT.
           EXIT.

      ****************************************************************
      * POST THE ROSTER COUNTS TO THE BALANCE RECORD FOR THE          *
      * BALANCE-CHECK JOB: LINES IN, ROBOTS ACCEPTED, LINES REJECTED  *
      ****************************************************************
       8550-POST-BALANCE.

           MOVE 'RESTROOM-REDOUBT' TO BAL-PROGRAM
           MOVE WS-ROSTER-IN-CNT  TO BAL-RECS-IN
           MOVE WS-ROBOT-COUNT    TO BAL-ACCEPTED
           MOVE WS-ROSTER-REJ-CNT TO BAL-REJECTED
           MOVE 0 TO BAL-WRITTEN
           CALL 'AOC-BALANCE' USING BAL-PARMS
           .
       8550-EXIT.
           EXIT.

      *****************************************************************
       9000-CLOSE-FILE.

           CLOSE INPUT-FILE
                 ROSTER-EXC-FILE
           .       
       9000-EXIT.
           EXIT.
               ' OPERATION ' WS-FST-OPERATION
               ' STATUS ' WS-FST-STATUS
           MOVE SPACES TO WS-ABEND-MSG
           STRING 'AOC1490E FILE ERROR ' DELIMITED BY SIZE
               WS-FST-FILE-NAME DELIMITED BY SPACE
               ' ' WS-FST-OPERATION DELIMITED BY SIZE
               ' STATUS ' WS-FST-STATUS DELIMITED BY SIZE
