       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARM-SWEEP.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * PARAMETER SWEEP HARNESS                                      *
      *                                                              *
      * ANSWERS 'WHAT WOULD THE ANSWER BE IF...' QUESTIONS WITHOUT   *
      * HAND EDITS TO PARMLIB.  SWEEP-REQUEST.TXT NAMES A JOB, A     *
      * POSITION IN ITS PARAMETER STRING AND THE VALUES TO TRY:      *
      *   JOB DAYnn                                                  *
      *   POS nn          FIRST POSITION OF THE STRING (1 = COL 11   *
      *                   OF THE PARMLIB RECORD)                     *
      *   LEN nn          WIDTH OF THE VALUE (OPTIONAL - DEFAULTS TO *
      *                   THE WIDTH OF THE FIRST VALUE OR OF THE     *
      *                   RANGE END)                                 *
      *   VALUES v1,v2,.. A LIST - A SHORT VALUE IS PADDED WITH      *
      *                   SPACES ON THE RIGHT                        *
      *   RANGE f t s     OR A RANGE FROM F TO T IN STEPS OF S,      *
      *                   ZERO-FILLED TO THE WIDTH                   *
      * THE REST OF THE STRING IS THE JOB'S TESTROOT PARAMETERS      *
      * (TESTROOT/PARMLIB.TXT, ELSE ITS TESTROOT CONTROL.TXT).  THE  *
      * JOB IS BUILT ONCE FROM ITS TESTROOT SOURCE AND RUN ONCE PER  *
      * VALUE, EACH RUN IN ITS OWN FOLDER TESTROOT/SWEEP/nn SEEDED   *
      * FROM THE SAME TESTROOT COPY OF THE JOB FOLDER (SO EVERY RUN  *
      * READS THE SAME STAGED INPUT) AND THE TESTROOT CONTROL FILES, *
      * WITH ONLY THE SWEPT PARMLIB RECORD CHANGED.  THE RUNS        *
      * EXECUTE UNDER AOC_ENV=TEST; NEITHER PRODUCTION NOR THE       *
      * TESTROOT PARMLIB IS EVER WRITTEN.  SWEEP-REPORT.TXT SETS THE *
      * ANSWERS, RETURN CODE AND EXCEPTION-FILE RECORD COUNTS (FROM  *
      * EXCEPTION-FILES.TXT) OF EVERY VALUE SIDE BY SIDE.  RUN FROM  *
      * THE WORKSPACE ROOT AFTER TEST-SETUP.                         *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REQUEST-FILE
               ASSIGN TO 'SWEEP-REQUEST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FST.
           SELECT JOBCAT-FILE ASSIGN TO 'JOBCAT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBCAT-FST.
           SELECT OPTIONAL EXCEPTION-MAP-FILE
               ASSIGN TO 'EXCEPTION-FILES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-MAP-FST.
      *    THE TEST ROOT'S PARAMETER LIBRARY - READ ONLY
           SELECT OPTIONAL TEST-PARMLIB-FILE
               ASSIGN TO 'TESTROOT/PARMLIB.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEST-PARMLIB-FST.
      *    ONE RUN'S PARAMETER LIBRARY, COPIED INTO ITS FOLDER
           SELECT SWEEP-PARMLIB-FILE
               ASSIGN TO '/tmp/AOC-SWEEP-PARMLIB.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWEEP-PARMLIB-FST.
      *    RETURN CODE, ANSWER AND EXCEPTION COUNTS LEFT BY THE SHELL
           SELECT OPTIONAL RESULT-FILE
               ASSIGN TO '/tmp/AOC-SWEEP-RESULT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-FST.
           SELECT REPORT-FILE ASSIGN TO 'SWEEP-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FST.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REQUEST-RECORD.
       01  REQUEST-RECORD                         PIC X(80).

       FD  JOBCAT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JOBCAT-RECORD.
       01  JOBCAT-RECORD                          PIC X(80).

       FD  EXCEPTION-MAP-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EXCEPTION-MAP-RECORD.
       01  EXCEPTION-MAP-RECORD.
           05 EXM-JOB                             PIC X(8).
           05 FILLER                              PIC X(2).
           05 EXM-LABEL                           PIC X(12).
           05 FILLER                              PIC X(2).
           05 EXM-PATH                            PIC X(40).
           05 FILLER                              PIC X(16).

       FD  TEST-PARMLIB-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TEST-PARMLIB-RECORD.
       01  TEST-PARMLIB-RECORD                    PIC X(80).

       FD  SWEEP-PARMLIB-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SWEEP-PARMLIB-RECORD.
       01  SWEEP-PARMLIB-RECORD                   PIC X(80).

       FD  RESULT-FILE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RESULT-RECORD.
       01  RESULT-RECORD                          PIC X(120).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REPORT-RECORD.
       01  REPORT-RECORD                          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
       01  WS-REQUEST-FST                         PIC X(2) VALUE '00'.
       01  WS-JOBCAT-FST                          PIC X(2) VALUE '00'.
       01  WS-EXCEPTION-MAP-FST                   PIC X(2) VALUE '00'.
       01  WS-TEST-PARMLIB-FST                    PIC X(2) VALUE '00'.
       01  WS-SWEEP-PARMLIB-FST                   PIC X(2) VALUE '00'.
       01  WS-RESULT-FST                          PIC X(2) VALUE '00'.
       01  WS-REPORT-FST                          PIC X(2) VALUE '00'.
       01  WS-EOF-FLAG                            PIC X(1).
           88 SCAN-EOF                                     VALUE 'Y'.
           88 NOT-SCAN-EOF                                 VALUE 'N'.
       01  WS-COMMAND                             PIC X(1000).
       01  WS-CMD-PTR                             PIC 9(4).
       01  WS-RUN-DATE                            PIC 9(8).

      *    THE REQUEST
       01  WS-REQ-JOB                             PIC X(8)
           VALUE SPACES.
       01  WS-REQ-POS-X                           PIC X(2)
           VALUE SPACES.
       01  WS-REQ-LEN-X                           PIC X(2)
           VALUE SPACES.
       01  WS-REQ-VALUES                          PIC X(76)
           VALUE SPACES.
       01  WS-REQ-RANGE                           PIC X(74)
           VALUE SPACES.
       01  WS-POS                                 PIC 9(2) VALUE 0.
       01  WS-LEN                                 PIC 9(2) VALUE 0.
       01  WS-REQ-ERROR                           PIC X(60)
           VALUE SPACES.

      *    THE VALUES TO TRY
       01  WS-VAL-CNT                             PIC 9(2) VALUE 0.
       01  WS-VAL-MAX                             PIC 9(2) VALUE 20.
       01  WS-VAL-DROPPED                         PIC X(1) VALUE 'N'.
       01  WS-VAL-TABLE.
           05 WS-VAL-ENTRY OCCURS 20 TIMES.
              10 WS-VAL-TEXT                      PIC X(10).
              10 WS-VAL-PARMS                     PIC X(70).
              10 WS-VAL-RC                        PIC X(3).
              10 WS-VAL-PART1                     PIC X(30).
              10 WS-VAL-PART2                     PIC X(30).
              10 WS-VAL-EXC OCCURS 4 TIMES        PIC X(7).
       01  WS-VAL-SUB                             PIC 9(2).
       01  WS-VAL-PTR                             PIC 9(3).
       01  WS-VAL-PIECE                           PIC X(20).
       01  WS-RANGE-FROM-X                        PIC X(10).
       01  WS-RANGE-TO-X                          PIC X(10).
       01  WS-RANGE-STEP-X                        PIC X(10).
       01  WS-RANGE-FROM                          PIC 9(9).
       01  WS-RANGE-TO                            PIC 9(9).
       01  WS-RANGE-STEP                          PIC 9(9).
       01  WS-RANGE-VALUE                         PIC 9(9).
       01  WS-RANGE-VALUE-X REDEFINES WS-RANGE-VALUE
                                                  PIC X(9).
       01  WS-DIGIT-START                         PIC 9(2).

      *    THE JOB
       01  WS-JOB-FOUND                           PIC X(1) VALUE 'N'.
       01  WS-JOB-DIR                             PIC X(20).
       01  WS-JOB-DIR-LEN                         PIC 9(2).
       01  WS-JOB-SRC                             PIC X(16).
       01  WS-JOB-SRC-LEN                         PIC 9(2).
       01  WS-CAT-SOURCE                          PIC X(30).
       01  WS-CAT-DIR                             PIC X(20).
       01  WS-CAT-FILE                            PIC X(16).
       01  WS-BASE-PARMS                          PIC X(70)
           VALUE SPACES.
       01  WS-BASE-SOURCE                         PIC X(30)
           VALUE 'NONE - COMPILED-IN DEFAULTS'.

      *    THE JOB'S EXCEPTION FILES
       01  WS-EXC-CNT                             PIC 9(1) VALUE 0.
       01  WS-EXC-TABLE.
           05 WS-EXC-ENTRY OCCURS 4 TIMES.
              10 WS-EXC-LABEL                     PIC X(12).
              10 WS-EXC-PATH                      PIC X(40).
              10 WS-EXC-PATH-LEN                  PIC 9(2).
       01  WS-EXC-SUB                             PIC 9(1).

      *    THE TEST ROOT'S PARAMETER LIBRARY, AS READ
       01  WS-PLB-CNT                             PIC 9(3) VALUE 0.
       01  WS-PLB-TABLE.
           05 WS-PLB-LINE OCCURS 200 TIMES        PIC X(80).
       01  WS-PLB-SUB                             PIC 9(3).
       01  WS-PLB-JOB-LINE                        PIC 9(3) VALUE 0.

       01  WS-RUN-NO                              PIC 9(2).
       01  WS-RESULT-NUMBER                       PIC 9(7).
       01  WS-RESULT-SUB                          PIC 9(3).
       01  WS-CHAR-X                              PIC X(1).
       01  WS-CHAR-9 REDEFINES WS-CHAR-X          PIC 9(1).
       01  WS-RC-EDIT                             PIC 9(3).
       01  WS-EXC-EDIT                            PIC ZZZZZZ9.
       01  WS-FAILED-RUNS                         PIC 9(2) VALUE 0.

       01  WS-TRIM-FIELD                          PIC X(80).
       01  WS-TRIM-LEN                            PIC 9(2).

       01  WS-RPT-LINE.
           05 RPL-RUN                             PIC Z9.
           05 FILLER                              PIC X(2).
           05 RPL-VALUE                           PIC X(10).
           05 FILLER                              PIC X(1).
           05 RPL-RC                              PIC X(3).
           05 FILLER                              PIC X(1).
           05 RPL-PART1                           PIC X(30).
           05 FILLER                              PIC X(1).
           05 RPL-PART2                           PIC X(30).
           05 RPL-EXC-COL OCCURS 4 TIMES.
              10 FILLER                           PIC X(1).
              10 RPL-EXC                          PIC X(12).

       01  WS-END                                 PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

       PROCEDURE DIVISION.
      ***************************************************************
      * MAINLINE                                                    *
      ***************************************************************
       0000-MAINLINE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-READ-REQUEST   THRU 1000-EXIT
           PERFORM 1500-FIND-JOB       THRU 1500-EXIT
           PERFORM 1600-LOAD-TEST-PARMLIB THRU 1600-EXIT
           PERFORM 1700-LOAD-EXCEPTION-MAP THRU 1700-EXIT
           PERFORM 2000-BUILD-VALUES   THRU 2000-EXIT
           IF WS-REQ-ERROR NOT EQUAL SPACES
               DISPLAY 'AOC3003E PARM-SWEEP: ' WS-REQ-ERROR
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-VAL-DROPPED EQUAL 'Y'
               DISPLAY 'AOC3004W PARM-SWEEP: MORE THAN ' WS-VAL-MAX
                   ' VALUES - ONLY THE FIRST ' WS-VAL-MAX ' ARE RUN'
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 3000-BUILD-JOB      THRU 3000-EXIT
           MOVE 1 TO WS-VAL-SUB
           PERFORM UNTIL WS-VAL-SUB GREATER WS-VAL-CNT
               PERFORM 4000-RUN-ONE-VALUE THRU 4000-EXIT
               ADD 1 TO WS-VAL-SUB
           END-PERFORM
           PERFORM 8000-WRITE-REPORT   THRU 8000-EXIT
           DISPLAY 'AOC3001I PARM-SWEEP: ' WS-REQ-JOB ' RUN FOR '
               WS-VAL-CNT ' VALUE(S) AT POSITION ' WS-POS
               ' - SEE SWEEP-REPORT.TXT'
           IF WS-FAILED-RUNS GREATER 0
               DISPLAY 'AOC3005W PARM-SWEEP: ' WS-FAILED-RUNS
                   ' RUN(S) ENDED WITH A NON-ZERO RETURN CODE'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      ***************************************************************
      * READ SWEEP-REQUEST.TXT: JOB, POS, LEN, AND VALUES OR RANGE   *
      ***************************************************************
       1000-READ-REQUEST.

           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-FST EQUAL '05'
               CLOSE REQUEST-FILE
           ELSE
               SET NOT-SCAN-EOF TO TRUE
               PERFORM UNTIL SCAN-EOF
                   READ REQUEST-FILE
                       AT END
                           SET SCAN-EOF TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN REQUEST-RECORD(1:4) EQUAL 'JOB '
                                   MOVE REQUEST-RECORD(5:8)
                                       TO WS-REQ-JOB
                               WHEN REQUEST-RECORD(1:4) EQUAL 'POS '
                                   MOVE REQUEST-RECORD(5:2)
                                       TO WS-REQ-POS-X
                               WHEN REQUEST-RECORD(1:4) EQUAL 'LEN '
                                   MOVE REQUEST-RECORD(5:2)
                                       TO WS-REQ-LEN-X
                               WHEN REQUEST-RECORD(1:7)
                                   EQUAL 'VALUES '
                                   MOVE REQUEST-RECORD(8:73)
                                       TO WS-REQ-VALUES
                               WHEN REQUEST-RECORD(1:6)
                                   EQUAL 'RANGE '
                                   MOVE REQUEST-RECORD(7:74)
                                       TO WS-REQ-RANGE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE REQUEST-FILE
           END-IF
           IF WS-REQ-JOB EQUAL SPACES
               DISPLAY 'AOC3002E PARM-SWEEP: NO JOB NAMED IN'
                   ' SWEEP-REQUEST.TXT'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       1000-EXIT.
           EXIT.

      ***************************************************************
      * THE JOB'S FOLDER AND SOURCE FROM JOBCAT.TXT                  *
      ***************************************************************
       1500-FIND-JOB.

           OPEN INPUT JOBCAT-FILE
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ JOBCAT-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF JOBCAT-RECORD(1:1) NOT EQUAL '*'
                           AND JOBCAT-RECORD(3:8) EQUAL WS-REQ-JOB
                           MOVE 'Y' TO WS-JOB-FOUND
                           MOVE JOBCAT-RECORD(40:30)
                               TO WS-CAT-SOURCE
                           MOVE SPACES TO WS-CAT-DIR WS-CAT-FILE
                           UNSTRING WS-CAT-SOURCE DELIMITED BY '/'
                               INTO WS-CAT-DIR WS-CAT-FILE
                           END-UNSTRING
                           MOVE WS-CAT-DIR TO WS-JOB-DIR
                           MOVE WS-CAT-DIR TO WS-TRIM-FIELD
                           PERFORM 7000-TRIM THRU 7000-EXIT
                           MOVE WS-TRIM-LEN TO WS-JOB-DIR-LEN
                           MOVE WS-CAT-FILE TO WS-JOB-SRC
                           MOVE WS-CAT-FILE TO WS-TRIM-FIELD
                           PERFORM 7000-TRIM THRU 7000-EXIT
                           MOVE WS-TRIM-LEN TO WS-JOB-SRC-LEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBCAT-FILE
           IF WS-JOB-FOUND NOT EQUAL 'Y'
               OR WS-JOB-SRC-LEN EQUAL 0
               DISPLAY 'AOC3003E PARM-SWEEP: ' WS-REQ-JOB
                   ' IS NOT A DAY JOB IN JOBCAT.TXT'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       1500-EXIT.
           EXIT.

      ***************************************************************
      * HOLD THE TEST ROOT'S PARMLIB AND TAKE THE JOB'S PARAMETER    *
      * STRING FROM IT - FAILING THAT, FROM ITS TESTROOT CONTROL.TXT *
      ***************************************************************
       1600-LOAD-TEST-PARMLIB.

           OPEN INPUT TEST-PARMLIB-FILE
           IF WS-TEST-PARMLIB-FST EQUAL '05'
               CLOSE TEST-PARMLIB-FILE
               DISPLAY 'AOC3003E PARM-SWEEP: TESTROOT/PARMLIB.TXT NOT'
                   ' FOUND - RUN TEST-SETUP FIRST'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ TEST-PARMLIB-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF WS-PLB-CNT LESS 200
                           ADD 1 TO WS-PLB-CNT
                           MOVE TEST-PARMLIB-RECORD
                               TO WS-PLB-LINE(WS-PLB-CNT)
                           IF TEST-PARMLIB-RECORD(1:8)
                               EQUAL WS-REQ-JOB
                               MOVE WS-PLB-CNT TO WS-PLB-JOB-LINE
                               MOVE TEST-PARMLIB-RECORD(11:70)
                                   TO WS-BASE-PARMS
                               MOVE 'TESTROOT/PARMLIB.TXT'
                                   TO WS-BASE-SOURCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TEST-PARMLIB-FILE
           IF WS-PLB-JOB-LINE GREATER 0
               GO TO 1600-EXIT
           END-IF

      *    NO PARMLIB RECORD - THE JOB WOULD FALL BACK TO ITS LOCAL
      *    CONTROL.TXT, SO THAT IS THE STRING TO VARY
           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-SWEEP-RESULT.TXT ; '
               'head -1 "TESTROOT/' DELIMITED BY SIZE
               WS-JOB-DIR(1:WS-JOB-DIR-LEN) DELIMITED BY SIZE
               '/CONTROL.TXT" > /tmp/AOC-SWEEP-RESULT.TXT '
               '2>/dev/null' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           OPEN INPUT RESULT-FILE
           SET NOT-SCAN-EOF TO TRUE
           READ RESULT-FILE
               AT END
                   SET SCAN-EOF TO TRUE
               NOT AT END
                   IF RESULT-RECORD NOT EQUAL SPACES
                       MOVE RESULT-RECORD(1:70) TO WS-BASE-PARMS
                       MOVE 'TESTROOT CONTROL.TXT'
                           TO WS-BASE-SOURCE
                   END-IF
           END-READ
           CLOSE RESULT-FILE
           .
       1600-EXIT.
           EXIT.

      ***************************************************************
      * THE JOB'S EXCEPTION FILES (UP TO FOUR) FROM THE MAP          *
      ***************************************************************
       1700-LOAD-EXCEPTION-MAP.

           OPEN INPUT EXCEPTION-MAP-FILE
           IF WS-EXCEPTION-MAP-FST EQUAL '05'
               CLOSE EXCEPTION-MAP-FILE
               GO TO 1700-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ EXCEPTION-MAP-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF EXCEPTION-MAP-RECORD(1:1) NOT EQUAL '*'
                           AND EXM-JOB EQUAL WS-REQ-JOB
                           AND WS-EXC-CNT LESS 4
                           ADD 1 TO WS-EXC-CNT
                           MOVE EXM-LABEL TO WS-EXC-LABEL(WS-EXC-CNT)
                           MOVE EXM-PATH  TO WS-EXC-PATH(WS-EXC-CNT)
                           MOVE EXM-PATH  TO WS-TRIM-FIELD
                           PERFORM 7000-TRIM THRU 7000-EXIT
                           MOVE WS-TRIM-LEN
                               TO WS-EXC-PATH-LEN(WS-EXC-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXCEPTION-MAP-FILE
           .
       1700-EXIT.
           EXIT.

      ***************************************************************
      * CHECK THE POSITION AND EXPAND THE VALUE LIST OR RANGE INTO   *
      * THE VALUE TABLE, EACH WITH ITS FULL PARAMETER STRING         *
      ***************************************************************
       2000-BUILD-VALUES.

           IF WS-REQ-POS-X IS NUMERIC
               MOVE WS-REQ-POS-X TO WS-POS
           ELSE
               IF WS-REQ-POS-X(1:1) IS NUMERIC
                   AND WS-REQ-POS-X(2:1) EQUAL SPACE
                   MOVE WS-REQ-POS-X(1:1) TO WS-POS
               END-IF
           END-IF
           IF WS-REQ-LEN-X IS NUMERIC
               MOVE WS-REQ-LEN-X TO WS-LEN
           ELSE
               IF WS-REQ-LEN-X(1:1) IS NUMERIC
                   AND WS-REQ-LEN-X(2:1) EQUAL SPACE
                   MOVE WS-REQ-LEN-X(1:1) TO WS-LEN
               END-IF
           END-IF
           IF WS-POS EQUAL 0 OR WS-POS GREATER 70
               MOVE 'POS MUST BE 01-70 (1 = PARMLIB COLUMN 11)'
                   TO WS-REQ-ERROR
               GO TO 2000-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-REQ-VALUES NOT EQUAL SPACES
                   PERFORM 2100-LIST-VALUES THRU 2100-EXIT
               WHEN WS-REQ-RANGE NOT EQUAL SPACES
                   PERFORM 2200-RANGE-VALUES THRU 2200-EXIT
               WHEN OTHER
                   MOVE 'NO VALUES OR RANGE LINE IN SWEEP-REQUEST.TXT'
                       TO WS-REQ-ERROR
           END-EVALUATE
           IF WS-REQ-ERROR NOT EQUAL SPACES
               GO TO 2000-EXIT
           END-IF
           IF WS-VAL-CNT EQUAL 0
               MOVE 'THE VALUES OR RANGE LINE GIVES NO VALUES'
                   TO WS-REQ-ERROR
               GO TO 2000-EXIT
           END-IF
           IF WS-LEN EQUAL 0 OR WS-LEN GREATER 10
               OR WS-POS + WS-LEN - 1 GREATER 70
               MOVE 'LEN MUST BE 01-10 AND END BY POSITION 70'
                   TO WS-REQ-ERROR
               GO TO 2000-EXIT
           END-IF

           MOVE 1 TO WS-VAL-SUB
           PERFORM UNTIL WS-VAL-SUB GREATER WS-VAL-CNT
               MOVE WS-BASE-PARMS TO WS-VAL-PARMS(WS-VAL-SUB)
               MOVE WS-VAL-TEXT(WS-VAL-SUB)(1:WS-LEN)
                   TO WS-VAL-PARMS(WS-VAL-SUB)(WS-POS:WS-LEN)
               MOVE SPACES TO WS-VAL-RC(WS-VAL-SUB)
                   WS-VAL-PART1(WS-VAL-SUB) WS-VAL-PART2(WS-VAL-SUB)
               MOVE 1 TO WS-EXC-SUB
               PERFORM UNTIL WS-EXC-SUB GREATER 4
                   MOVE SPACES TO WS-VAL-EXC(WS-VAL-SUB, WS-EXC-SUB)
                   ADD 1 TO WS-EXC-SUB
               END-PERFORM
               ADD 1 TO WS-VAL-SUB
           END-PERFORM
           .
       2000-EXIT.
           EXIT.

      *    VALUES v1,v2,... - THE WIDTH DEFAULTS TO THE FIRST VALUE'S
       2100-LIST-VALUES.

           MOVE 1 TO WS-VAL-PTR
           PERFORM UNTIL WS-VAL-PTR GREATER 76
               MOVE SPACES TO WS-VAL-PIECE
               UNSTRING WS-REQ-VALUES DELIMITED BY ','
                   INTO WS-VAL-PIECE
                   WITH POINTER WS-VAL-PTR
               END-UNSTRING
               PERFORM UNTIL WS-VAL-PIECE EQUAL SPACES
                       OR WS-VAL-PIECE(1:1) NOT EQUAL SPACE
                   MOVE WS-VAL-PIECE(2:19) TO WS-VAL-PIECE
               END-PERFORM
               IF WS-VAL-PIECE NOT EQUAL SPACES
                   IF WS-VAL-CNT LESS WS-VAL-MAX
                       ADD 1 TO WS-VAL-CNT
                       MOVE WS-VAL-PIECE TO WS-VAL-TEXT(WS-VAL-CNT)
                       IF WS-LEN EQUAL 0
                           MOVE WS-VAL-PIECE TO WS-TRIM-FIELD
                           PERFORM 7000-TRIM THRU 7000-EXIT
                           MOVE WS-TRIM-LEN TO WS-LEN
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-VAL-DROPPED
                   END-IF
               END-IF
           END-PERFORM
           .
       2100-EXIT.
           EXIT.

      *    RANGE f t s - ZERO-FILLED; THE WIDTH DEFAULTS TO THE END'S
       2200-RANGE-VALUES.

           MOVE SPACES TO WS-RANGE-FROM-X WS-RANGE-TO-X
               WS-RANGE-STEP-X
           UNSTRING WS-REQ-RANGE DELIMITED BY ALL ' '
               INTO WS-RANGE-FROM-X WS-RANGE-TO-X WS-RANGE-STEP-X
           END-UNSTRING
           IF WS-RANGE-STEP-X EQUAL SPACES
               MOVE '1' TO WS-RANGE-STEP-X
           END-IF
           MOVE WS-RANGE-FROM-X TO WS-TRIM-FIELD
           PERFORM 7000-TRIM THRU 7000-EXIT
           IF WS-TRIM-LEN EQUAL 0 OR WS-TRIM-LEN GREATER 9
               OR WS-RANGE-FROM-X(1:WS-TRIM-LEN) NOT NUMERIC
               MOVE 'RANGE MUST BE: FROM TO [STEP], UNSIGNED WHOLE'
                   TO WS-REQ-ERROR
               GO TO 2200-EXIT
           END-IF
           MOVE WS-RANGE-FROM-X(1:WS-TRIM-LEN) TO WS-RANGE-FROM
           MOVE WS-RANGE-TO-X TO WS-TRIM-FIELD
           PERFORM 7000-TRIM THRU 7000-EXIT
           IF WS-TRIM-LEN EQUAL 0 OR WS-TRIM-LEN GREATER 9
               OR WS-RANGE-TO-X(1:WS-TRIM-LEN) NOT NUMERIC
               MOVE 'RANGE MUST BE: FROM TO [STEP], UNSIGNED WHOLE'
                   TO WS-REQ-ERROR
               GO TO 2200-EXIT
           END-IF
           MOVE WS-RANGE-TO-X(1:WS-TRIM-LEN) TO WS-RANGE-TO
           IF WS-LEN EQUAL 0
               MOVE WS-TRIM-LEN TO WS-LEN
           END-IF
           MOVE WS-RANGE-STEP-X TO WS-TRIM-FIELD
           PERFORM 7000-TRIM THRU 7000-EXIT
           IF WS-TRIM-LEN EQUAL 0 OR WS-TRIM-LEN GREATER 9
               OR WS-RANGE-STEP-X(1:WS-TRIM-LEN) NOT NUMERIC
               MOVE 'RANGE MUST BE: FROM TO [STEP], UNSIGNED WHOLE'
                   TO WS-REQ-ERROR
               GO TO 2200-EXIT
           END-IF
           MOVE WS-RANGE-STEP-X(1:WS-TRIM-LEN) TO WS-RANGE-STEP
           IF WS-RANGE-STEP EQUAL 0
               OR WS-RANGE-FROM GREATER WS-RANGE-TO
               MOVE 'RANGE NEEDS FROM NOT ABOVE TO, AND A STEP OVER 0'
                   TO WS-REQ-ERROR
               GO TO 2200-EXIT
           END-IF
           IF WS-LEN GREATER 9
               MOVE 9 TO WS-LEN
           END-IF

           COMPUTE WS-DIGIT-START = 10 - WS-LEN
           MOVE WS-RANGE-FROM TO WS-RANGE-VALUE
           PERFORM UNTIL WS-RANGE-VALUE GREATER WS-RANGE-TO
               IF WS-VAL-CNT LESS WS-VAL-MAX
                   ADD 1 TO WS-VAL-CNT
                   MOVE SPACES TO WS-VAL-TEXT(WS-VAL-CNT)
                   MOVE WS-RANGE-VALUE-X(WS-DIGIT-START:WS-LEN)
                       TO WS-VAL-TEXT(WS-VAL-CNT)
               ELSE
                   MOVE 'Y' TO WS-VAL-DROPPED
                   MOVE WS-RANGE-TO TO WS-RANGE-VALUE
               END-IF
               ADD WS-RANGE-STEP TO WS-RANGE-VALUE
           END-PERFORM
           .
       2200-EXIT.
           EXIT.

      ***************************************************************
      * BUILD THE JOB ONCE FROM ITS TESTROOT SOURCE                  *
      ***************************************************************
       3000-BUILD-JOB.

           MOVE SPACES TO WS-COMMAND
           STRING 'rm -rf TESTROOT/SWEEP /tmp/AOC-SWEEP-RUN ; '
               'mkdir -p TESTROOT/SWEEP ; cd "TESTROOT/'
               DELIMITED BY SIZE
               WS-JOB-DIR(1:WS-JOB-DIR-LEN) DELIMITED BY SIZE
               '" && /root/workspace/aoc-build.sh "'
               DELIMITED BY SIZE
               WS-JOB-SRC(1:WS-JOB-SRC-LEN) DELIMITED BY SIZE
               '" /tmp/AOC-SWEEP-RUN > ../SWEEP/BUILD.LOG 2>&1 ; '
               'rm -f /tmp/AOC-SWEEP-RESULT.TXT ; '
               'if [ -x /tmp/AOC-SWEEP-RUN ] ; then echo BUILT ; '
               'else echo FAILED ; fi > /tmp/AOC-SWEEP-RESULT.TXT'
               DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           MOVE SPACES TO RESULT-RECORD
           OPEN INPUT RESULT-FILE
           READ RESULT-FILE
               AT END
                   MOVE SPACES TO RESULT-RECORD
           END-READ
           CLOSE RESULT-FILE
           IF RESULT-RECORD(1:5) NOT EQUAL 'BUILT'
               DISPLAY 'AOC3003E PARM-SWEEP: ' WS-REQ-JOB
                   ' DID NOT BUILD FROM ITS TESTROOT SOURCE - SEE'
                   ' TESTROOT/SWEEP/BUILD.LOG'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       3000-EXIT.
           EXIT.

      ***************************************************************
      * ONE VALUE: SEED TESTROOT/SWEEP/nn FROM THE TESTROOT CONTROL  *
      * FILES AND JOB FOLDER, SWAP IN THE SWEPT PARMLIB, RUN THE JOB *
      * IN TEST MODE AND COLLECT ITS RETURN CODE, ANSWER AND         *
      * EXCEPTION COUNTS                                             *
      ***************************************************************
       4000-RUN-ONE-VALUE.

           MOVE WS-VAL-SUB TO WS-RUN-NO
           PERFORM 4100-WRITE-SWEEP-PARMLIB THRU 4100-EXIT

           MOVE SPACES TO WS-COMMAND
           MOVE 1 TO WS-CMD-PTR
           STRING 'D="TESTROOT/SWEEP/' DELIMITED BY SIZE
               WS-RUN-NO DELIMITED BY SIZE
               '" ; mkdir -p "$D/' DELIMITED BY SIZE
               WS-JOB-DIR(1:WS-JOB-DIR-LEN) DELIMITED BY SIZE
               '" && cp TESTROOT/*.TXT "$D/" && '
               'rm -f "$D/ANSWER-MASTER.TXT" '
               '"$D/ANSWER-PROVENANCE.TXT" && '
               'cp /tmp/AOC-SWEEP-PARMLIB.TXT "$D/PARMLIB.TXT" && '
               'cp -r "TESTROOT/' DELIMITED BY SIZE
               WS-JOB-DIR(1:WS-JOB-DIR-LEN) DELIMITED BY SIZE
               '/." "$D/' DELIMITED BY SIZE
               WS-JOB-DIR(1:WS-JOB-DIR-LEN) DELIMITED BY SIZE
               '/" && rm -f "$D/' DELIMITED BY SIZE
               WS-JOB-DIR(1:WS-JOB-DIR-LEN) DELIMITED BY SIZE
               '/RUN-LEDGER.TXT" ; ( cd "$D/' DELIMITED BY SIZE
               WS-JOB-DIR(1:WS-JOB-DIR-LEN) DELIMITED BY SIZE
               '" && AOC_BATCH=Y AOC_ENV=TEST /tmp/AOC-SWEEP-RUN '
               '> CONSOLE.OUT 2>&1 ; echo "RC $?" ) '
               '> /tmp/AOC-SWEEP-RESULT.TXT ; '
               'tail -1 "$D/ANSWER-MASTER.TXT" 2>/dev/null '
               '| sed "s/^/ANS /" >> /tmp/AOC-SWEEP-RESULT.TXT'
               DELIMITED BY SIZE
               INTO WS-COMMAND
               WITH POINTER WS-CMD-PTR
           END-STRING
           MOVE 1 TO WS-EXC-SUB
           PERFORM UNTIL WS-EXC-SUB GREATER WS-EXC-CNT
               STRING ' ; F="$D/' DELIMITED BY SIZE
                   WS-EXC-PATH(WS-EXC-SUB)
                       (1:WS-EXC-PATH-LEN(WS-EXC-SUB))
                       DELIMITED BY SIZE
                   '" ; if [ -f "$F" ] ; then echo "EXC'
                       DELIMITED BY SIZE
                   WS-EXC-SUB DELIMITED BY SIZE
                   ' $(wc -l < "$F")" ; else echo "EXC'
                       DELIMITED BY SIZE
                   WS-EXC-SUB DELIMITED BY SIZE
                   ' NONE" ; fi >> /tmp/AOC-SWEEP-RESULT.TXT'
                       DELIMITED BY SIZE
                   INTO WS-COMMAND
                   WITH POINTER WS-CMD-PTR
               END-STRING
               ADD 1 TO WS-EXC-SUB
           END-PERFORM
           CALL 'SYSTEM' USING WS-COMMAND

           MOVE '(NO ANSWER POSTED)' TO WS-VAL-PART1(WS-VAL-SUB)
           MOVE '???' TO WS-VAL-RC(WS-VAL-SUB)
           OPEN INPUT RESULT-FILE
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ RESULT-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       PERFORM 4200-TAKE-RESULT THRU 4200-EXIT
               END-READ
           END-PERFORM
           CLOSE RESULT-FILE
           IF WS-VAL-RC(WS-VAL-SUB) NOT EQUAL '000'
               ADD 1 TO WS-FAILED-RUNS
           END-IF
           .
       4000-EXIT.
           EXIT.

      *    THE TEST ROOT'S PARMLIB WITH THE JOB'S RECORD SWEPT (OR
      *    ADDED WHEN IT HAD NONE)
       4100-WRITE-SWEEP-PARMLIB.

           OPEN OUTPUT SWEEP-PARMLIB-FILE
           MOVE 1 TO WS-PLB-SUB
           PERFORM UNTIL WS-PLB-SUB GREATER WS-PLB-CNT
               IF WS-PLB-SUB EQUAL WS-PLB-JOB-LINE
                   MOVE SPACES TO SWEEP-PARMLIB-RECORD
                   MOVE WS-REQ-JOB TO SWEEP-PARMLIB-RECORD(1:8)
                   MOVE WS-VAL-PARMS(WS-VAL-SUB)
                       TO SWEEP-PARMLIB-RECORD(11:70)
               ELSE
                   MOVE WS-PLB-LINE(WS-PLB-SUB)
                       TO SWEEP-PARMLIB-RECORD
               END-IF
               WRITE SWEEP-PARMLIB-RECORD
               ADD 1 TO WS-PLB-SUB
           END-PERFORM
           IF WS-PLB-JOB-LINE EQUAL 0
               MOVE SPACES TO SWEEP-PARMLIB-RECORD
               MOVE WS-REQ-JOB TO SWEEP-PARMLIB-RECORD(1:8)
               MOVE WS-VAL-PARMS(WS-VAL-SUB)
                   TO SWEEP-PARMLIB-RECORD(11:70)
               WRITE SWEEP-PARMLIB-RECORD
           END-IF
           CLOSE SWEEP-PARMLIB-FILE
           .
       4100-EXIT.
           EXIT.

      *    'RC n', 'ANS <ANSWER-MASTER RECORD>' OR 'EXCn COUNT|NONE'
       4200-TAKE-RESULT.

           EVALUATE TRUE
               WHEN RESULT-RECORD(1:3) EQUAL 'RC '
                   MOVE 4 TO WS-RESULT-SUB
                   PERFORM 4300-TAKE-NUMBER THRU 4300-EXIT
                   MOVE WS-RESULT-NUMBER TO WS-RC-EDIT
                   MOVE WS-RC-EDIT TO WS-VAL-RC(WS-VAL-SUB)
               WHEN RESULT-RECORD(1:4) EQUAL 'ANS '
                   MOVE RESULT-RECORD(42:30)
                       TO WS-VAL-PART1(WS-VAL-SUB)
                   MOVE RESULT-RECORD(73:30)
                       TO WS-VAL-PART2(WS-VAL-SUB)
               WHEN RESULT-RECORD(1:3) EQUAL 'EXC'
                   AND RESULT-RECORD(4:1) IS NUMERIC
                   MOVE RESULT-RECORD(4:1) TO WS-EXC-SUB
                   IF WS-EXC-SUB GREATER 0 AND WS-EXC-SUB LESS 5
                       IF RESULT-RECORD(6:4) EQUAL 'NONE'
                           MOVE '   NONE'
                               TO WS-VAL-EXC(WS-VAL-SUB, WS-EXC-SUB)
                       ELSE
                           MOVE 6 TO WS-RESULT-SUB
                           PERFORM 4300-TAKE-NUMBER THRU 4300-EXIT
                           MOVE WS-RESULT-NUMBER TO WS-EXC-EDIT
                           MOVE WS-EXC-EDIT
                               TO WS-VAL-EXC(WS-VAL-SUB, WS-EXC-SUB)
                       END-IF
                   END-IF
           END-EVALUATE
           .
       4200-EXIT.
           EXIT.

       4300-TAKE-NUMBER.

           MOVE 0 TO WS-RESULT-NUMBER
           PERFORM UNTIL WS-RESULT-SUB GREATER 120
                   OR RESULT-RECORD(WS-RESULT-SUB:1) NOT EQUAL SPACE
               ADD 1 TO WS-RESULT-SUB
           END-PERFORM
           PERFORM UNTIL WS-RESULT-SUB GREATER 120
                   OR RESULT-RECORD(WS-RESULT-SUB:1) NOT NUMERIC
               MOVE RESULT-RECORD(WS-RESULT-SUB:1) TO WS-CHAR-X
               COMPUTE WS-RESULT-NUMBER =
                   (WS-RESULT-NUMBER * 10) + WS-CHAR-9
               ADD 1 TO WS-RESULT-SUB
           END-PERFORM
           .
       4300-EXIT.
           EXIT.

      ***************************************************************
      * THE COMPARISON TABLE - ONE LINE PER VALUE - AND THE FULL     *
      * PARAMETER STRING EACH RUN USED                               *
      ***************************************************************
       8000-WRITE-REPORT.

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING 'PARM-SWEEP  ' DELIMITED BY SIZE
               WS-REQ-JOB DELIMITED BY SIZE
               '  PARAMETER POSITION ' DELIMITED BY SIZE
               WS-POS DELIMITED BY SIZE
               ' WIDTH ' DELIMITED BY SIZE
               WS-LEN DELIMITED BY SIZE
               '  RUN DATE ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'BASE PARAMETERS FROM ' DELIMITED BY SIZE
               WS-BASE-SOURCE DELIMITED BY '  '
               ': ''' DELIMITED BY SIZE
               WS-BASE-PARMS DELIMITED BY '  '
               '''' DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'EVERY RUN UNDER AOC_ENV=TEST IN TESTROOT/SWEEP/nn, '
               DELIMITED BY SIZE
               'AGAINST THE INPUT STAGED IN TESTROOT/' DELIMITED BY SIZE
               WS-JOB-DIR(1:WS-JOB-DIR-LEN) DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO WS-RPT-LINE
           MOVE 'VALUE' TO RPL-VALUE
           MOVE 'RC' TO RPL-RC
           MOVE 'PART 1' TO RPL-PART1
           MOVE 'PART 2' TO RPL-PART2
           MOVE 1 TO WS-EXC-SUB
           PERFORM UNTIL WS-EXC-SUB GREATER WS-EXC-CNT
               MOVE WS-EXC-LABEL(WS-EXC-SUB) TO RPL-EXC(WS-EXC-SUB)
               ADD 1 TO WS-EXC-SUB
           END-PERFORM
           MOVE WS-RPT-LINE TO REPORT-RECORD
           MOVE 'RUN' TO REPORT-RECORD(1:3)
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-RPT-LINE
           MOVE ALL '-' TO RPL-VALUE RPL-RC RPL-PART1 RPL-PART2
           MOVE 1 TO WS-EXC-SUB
           PERFORM UNTIL WS-EXC-SUB GREATER WS-EXC-CNT
               MOVE ALL '-' TO RPL-EXC(WS-EXC-SUB)
               ADD 1 TO WS-EXC-SUB
           END-PERFORM
           MOVE WS-RPT-LINE TO REPORT-RECORD
           MOVE '---' TO REPORT-RECORD(1:3)
           WRITE REPORT-RECORD

           MOVE 1 TO WS-VAL-SUB
           PERFORM UNTIL WS-VAL-SUB GREATER WS-VAL-CNT
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-VAL-SUB TO RPL-RUN
               MOVE WS-VAL-TEXT(WS-VAL-SUB)  TO RPL-VALUE
               MOVE WS-VAL-RC(WS-VAL-SUB)    TO RPL-RC
               MOVE WS-VAL-PART1(WS-VAL-SUB) TO RPL-PART1
               MOVE WS-VAL-PART2(WS-VAL-SUB) TO RPL-PART2
               MOVE 1 TO WS-EXC-SUB
               PERFORM UNTIL WS-EXC-SUB GREATER WS-EXC-CNT
                   MOVE WS-VAL-EXC(WS-VAL-SUB, WS-EXC-SUB)
                       TO RPL-EXC(WS-EXC-SUB)
                   ADD 1 TO WS-EXC-SUB
               END-PERFORM
               MOVE WS-RPT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1 TO WS-VAL-SUB
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'RUN PARAMETER STRING (PARMLIB COLUMN 11 ON)'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 1 TO WS-VAL-SUB
           PERFORM UNTIL WS-VAL-SUB GREATER WS-VAL-CNT
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-VAL-SUB TO RPL-RUN
               MOVE WS-RPT-LINE(1:4) TO REPORT-RECORD
               MOVE WS-VAL-PARMS(WS-VAL-SUB) TO REPORT-RECORD(5:70)
               WRITE REPORT-RECORD
               ADD 1 TO WS-VAL-SUB
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'EXCEPTION COLUMNS ARE RECORD COUNTS OF THE JOB''S '
               'EXCEPTION-FILES.TXT FILES; CONSOLE OUTPUT OF EACH RUN'
               ' IS IN TESTROOT/SWEEP/nn' DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
           .
       8000-EXIT.
           EXIT.

      ***************************************************************
      * FIND THE TRIMMED LENGTH OF WS-TRIM-FIELD                     *
      ***************************************************************
       7000-TRIM.

           MOVE 80 TO WS-TRIM-LEN
           PERFORM UNTIL WS-TRIM-LEN EQUAL 0
                   OR WS-TRIM-FIELD(WS-TRIM-LEN:1) NOT EQUAL SPACE
               SUBTRACT 1 FROM WS-TRIM-LEN
           END-PERFORM
           .
       7000-EXIT.
           EXIT.
