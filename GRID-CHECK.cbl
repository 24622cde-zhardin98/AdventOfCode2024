       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRID-CHECK.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * GRID SHAPE AND CHARACTER-SET VALIDATION                      *
      *                                                              *
      * THE MAP-DRIVEN DAY JOBS LOAD THEIR INFILE.TXT STRAIGHT INTO  *
      * A TABLE AND TRUST IT: A RAGGED ROW, A TAB OR A CHARACTER THE *
      * JOB DOES NOT UNDERSTAND GIVES A WRONG ANSWER, NOT AN ERROR.  *
      * BATCH-DRIVER RUNS IT FROM THE WORKSPACE ROOT AS SOON AS      *
      * STAGE-INPUTS ENDS, BEFORE ANY DAY JOB IS RELEASED; IT MAY    *
      * ALSO BE RUN BY HAND AFTER A RESTAGE.  EVERY CATALOGED DAY    *
      * JOB WITH A LINE ON GRID-RULES.TXT HAS ITS STAGED GRID        *
      * CHECKED FOR:                                                 *
      *   CHAR  A CHARACTER NOT ON THE JOB'S ALLOWED LIST            *
      *   RAGD  A ROW NOT THE LENGTH OF THE FIRST ROW (WHEN THE      *
      *         RULE SAYS ROWS MUST MATCH)                           *
      *   WIDE  A ROW WIDER THAN THE JOB'S TABLE                     *
      *   ROWS  MORE ROWS THAN THE JOB'S TABLE HOLDS                 *
      *   BLNK  A BLANK LINE INSIDE THE GRID                         *
      *   SNGL  A REQUIRED SINGLETON (ONE GUARD, ONE S AND ONE E,    *
      *         ONE ROBOT) MISSING OR REPEATED                       *
      *   EMPT  NO GRID ROWS AT ALL                                  *
      * EACH VIOLATION IS WRITTEN TO GRID-EXCEPTIONS.TXT WITH ITS    *
      * ROW AND COLUMN (THE FIRST 50 PER JOB; THE REST ARE COUNTED). *
      * A JOB WITH ANY VIOLATION IS LISTED ON GRID-HOLDS.TXT, WHICH  *
      * BATCH-DRIVER AND ARRIVAL-WATCH READ: A JOB HELD FOR THE      *
      * BUSINESS DATE IN FORCE IS NOT RUN AND ENDS GRIDF, SO ITS     *
      * DEPENDENT STEPS DEPFAIL BEHIND IT.  BOTH FILES CARRY THE     *
      * BUSINESS DATE THE GRIDS WERE STAGED FOR AND ARE REWRITTEN    *
      * EVERY RUN - CORRECT THE DELIVERY, RESTAGE IT AND RUN THIS    *
      * STEP AGAIN TO RELEASE THE HOLD.                              *
      * GRID-EXCEPTIONS.TXT (132 BYTES):                             *
      *   COLS  1-8  BUSINESS DATE     COLS 10-17 JOB                *
      *   COLS 19-22 VIOLATION CODE    COLS 24-28 ROW (0 = WHOLE)    *
      *   COLS 30-32 COLUMN            COLS 34-132 DETAIL            *
      * GRID-HOLDS.TXT (80 BYTES):                                   *
      *   COLS  1-8  JOB               COLS 11-18 BUSINESS DATE      *
      *   COLS 21-25 VIOLATIONS        COLS 28-80 REASON             *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBCAT-FILE ASSIGN TO 'JOBCAT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBCAT-FST.
           SELECT OPTIONAL RULE-FILE ASSIGN TO 'GRID-RULES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-FST.
      *    ONE JOB'S STAGED INPUT, COPIED HERE BY THE SHELL
           SELECT OPTIONAL GRID-FILE
               ASSIGN TO '/tmp/AOC-GRID.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRID-FST.
           SELECT EXCEPTION-FILE ASSIGN TO 'GRID-EXCEPTIONS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FST.
      *    THE HOLD LIST BATCH-DRIVER HONOURS
           SELECT HOLD-FILE ASSIGN TO 'GRID-HOLDS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FST.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBCAT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JOBCAT-RECORD.
       01  JOBCAT-RECORD                          PIC X(80).

       FD  RULE-FILE
           RECORD CONTAINS 125 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RULE-RECORD.
       01  RULE-RECORD.
           05 GRL-JOB                             PIC X(8).
           05 FILLER                              PIC X(2).
           05 GRL-RECTANGULAR                     PIC X(1).
           05 FILLER                              PIC X(1).
           05 GRL-BLANK-ENDS                      PIC X(1).
           05 FILLER                              PIC X(1).
           05 GRL-MAX-ROWS                        PIC X(4).
           05 FILLER                              PIC X(1).
           05 GRL-MAX-WIDTH                       PIC X(3).
           05 FILLER                              PIC X(1).
           05 GRL-SINGLETONS                      PIC X(20).
           05 FILLER                              PIC X(2).
           05 GRL-ALLOWED                         PIC X(80).

       FD  GRID-FILE
           RECORD CONTAINS 400 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GRID-RECORD.
       01  GRID-RECORD                            PIC X(400).

       FD  EXCEPTION-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EXCEPTION-RECORD.
       01  EXCEPTION-RECORD.
           05 GEX-DATE                            PIC 9(8).
           05 FILLER                              PIC X(1).
           05 GEX-JOB                             PIC X(8).
           05 FILLER                              PIC X(1).
           05 GEX-CODE                            PIC X(4).
           05 FILLER                              PIC X(1).
           05 GEX-ROW                             PIC 9(5).
           05 FILLER                              PIC X(1).
           05 GEX-COL                             PIC 9(3).
           05 FILLER                              PIC X(1).
           05 GEX-TEXT                            PIC X(99).

       FD  HOLD-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS HOLD-RECORD.
       01  HOLD-RECORD.
           05 GHD-JOB                             PIC X(8).
           05 FILLER                              PIC X(2).
           05 GHD-DATE                            PIC 9(8).
           05 FILLER                              PIC X(2).
           05 GHD-VIOLATIONS                      PIC 9(5).
           05 FILLER                              PIC X(2).
           05 GHD-REASON                          PIC X(53).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
       01  WS-JOBCAT-FST                          PIC X(2) VALUE '00'.
       01  WS-RULE-FST                            PIC X(2) VALUE '00'.
       01  WS-GRID-FST                            PIC X(2) VALUE '00'.
       01  WS-EXCEPTION-FST                       PIC X(2) VALUE '00'.
       01  WS-HOLD-FST                            PIC X(2) VALUE '00'.
       01  WS-EOF-FLAG                            PIC X(1).
           88 SCAN-EOF                                     VALUE 'Y'.
           88 NOT-SCAN-EOF                                 VALUE 'N'.
       01  WS-GRID-EOF                            PIC X(1).
           88 GRID-EOF                                     VALUE 'Y'.
           88 NOT-GRID-EOF                                 VALUE 'N'.
       01  WS-COMMAND                             PIC X(300).
       01  WS-RUN-DATE                            PIC 9(8).

       COPY BIZPARM.

      *    GRID RULES BY JOB
       01  WS-RL-CNT                              PIC 9(2) VALUE 0.
       01  WS-RL-TABLE.
           05 WS-RL-ENTRY OCCURS 30 TIMES.
              10 WS-RL-JOB                      PIC X(8).
              10 WS-RL-RECTANGULAR              PIC X(1).
              10 WS-RL-BLANK-ENDS               PIC X(1).
              10 WS-RL-MAX-ROWS                 PIC 9(4).
              10 WS-RL-MAX-WIDTH                PIC 9(3).
              10 WS-RL-SINGLETONS               PIC X(20).
              10 WS-RL-ALLOWED                  PIC X(80).
       01  WS-RL-SUB                              PIC 9(2).
       01  WS-RL-HIT                              PIC 9(2).

      *    CURRENT JOB UNDER CHECK
       01  WS-JOB-NAME                            PIC X(8).
       01  WS-JOB-DIR                             PIC X(20).
       01  WS-JOB-DIR-LEN                         PIC 9(2).
       01  WS-CAT-SOURCE                          PIC X(30).
       01  WS-CAT-DIR                             PIC X(20).
       01  WS-CAT-FILE                            PIC X(16).
       01  WS-TRIM-FIELD                          PIC X(30).
       01  WS-TRIM-LEN                            PIC 9(2).
       01  WS-LINE-NO                             PIC 9(5).
       01  WS-GRID-ROWS                           PIC 9(5).
       01  WS-ROW-LEN                             PIC 9(3).
       01  WS-FIRST-LEN                           PIC 9(3).
       01  WS-COL                                 PIC 9(3).
       01  WS-BLANK-ROW                           PIC 9(5).
       01  WS-ROWS-REPORTED                       PIC X(1).
       01  WS-CUR-CHAR                            PIC X(1).
       01  WS-CHAR-HITS                           PIC 9(3).
       01  WS-VIOL-CNT                            PIC 9(5).
       01  WS-LISTED-CNT                          PIC 9(3).
       01  C-MAX-LISTED                           PIC 9(3) VALUE 50.

      *    REQUIRED SINGLETON GROUPS FOR THE CURRENT JOB
       01  WS-SG-CNT                              PIC 9(1).
       01  WS-SG-TABLE.
           05 WS-SG-ENTRY OCCURS 4 TIMES.
              10 WS-SG-CHARS                    PIC X(8).
              10 WS-SG-SEEN                     PIC 9(5).
              10 WS-SG-ROW                      PIC 9(5).
              10 WS-SG-COL                      PIC 9(3).
       01  WS-SG-SUB                              PIC 9(1).
       01  WS-SG-LEN                              PIC 9(1).

      *    ONE VIOLATION ON ITS WAY TO THE EXCEPTION FILE
       01  WS-EX-CODE                             PIC X(4).
       01  WS-EX-ROW                              PIC 9(5).
       01  WS-EX-COL                              PIC 9(3).
       01  WS-EX-TEXT                             PIC X(99).
       01  WS-NUM-EDIT                            PIC ZZZZ9.
       01  WS-NUM-EDIT-2                          PIC ZZZZ9.
       01  WS-HEX-WORK.
           05 WS-HEX-VALUE                        PIC 9(4) BINARY.
       01  WS-HEX-BYTES REDEFINES WS-HEX-WORK.
           05 WS-HEX-HIGH                         PIC X(1).
           05 WS-HEX-LOW                          PIC X(1).
       01  WS-HEX-DIGITS                          PIC X(16)
           VALUE '0123456789ABCDEF'.
       01  WS-HEX-TEXT                            PIC X(2).
       01  WS-HEX-SUB                             PIC 9(2).

       01  WS-CHECKED-CNT                         PIC 9(2) VALUE 0.
       01  WS-HELD-CNT                            PIC 9(2) VALUE 0.
       01  WS-END                                 PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

       PROCEDURE DIVISION.
      ***************************************************************
      * MAINLINE                                                    *
      ***************************************************************
       0000-MAINLINE.

           CALL 'AOC-BIZDATE' USING BIZ-PARMS
           MOVE BIZ-DATE TO WS-RUN-DATE
           PERFORM 1000-LOAD-RULES THRU 1000-EXIT
           OPEN OUTPUT EXCEPTION-FILE
           OPEN OUTPUT HOLD-FILE
           PERFORM 2000-CHECK-JOBS THRU 2000-EXIT
           CLOSE EXCEPTION-FILE
           CLOSE HOLD-FILE
           DISPLAY 'AOC3101I GRID-CHECK COMPLETE: '
               WS-CHECKED-CNT ' GRID(S) CHECKED, ' WS-HELD-CNT
               ' HELD - SEE GRID-EXCEPTIONS.TXT'
           IF WS-HELD-CNT GREATER 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ***************************************************************
      * LOAD GRID-RULES.TXT.  WITHOUT IT NOTHING CAN BE CHECKED, SO  *
      * THE STEP FAILS RATHER THAN PASS EVERY GRID UNSEEN            *
      ***************************************************************
       1000-LOAD-RULES.

           OPEN INPUT RULE-FILE
           IF WS-RULE-FST EQUAL '05'
               CLOSE RULE-FILE
               DISPLAY 'AOC3103E GRID-CHECK: GRID-RULES.TXT NOT FOUND'
                   ' - NO GRID CHECKED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ RULE-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF RULE-RECORD(1:1) NOT EQUAL '*'
                           AND GRL-JOB NOT EQUAL SPACES
                           PERFORM 1100-STORE-RULE THRU 1100-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RULE-FILE
           .
       1000-EXIT.
           EXIT.

       1100-STORE-RULE.

           IF WS-RL-CNT EQUAL 30
               DISPLAY 'AOC3105W GRID-CHECK: RULE TABLE FULL - '
                   GRL-JOB ' NOT LOADED'
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO WS-RL-CNT
           MOVE GRL-JOB         TO WS-RL-JOB(WS-RL-CNT)
           MOVE GRL-RECTANGULAR TO WS-RL-RECTANGULAR(WS-RL-CNT)
           MOVE GRL-BLANK-ENDS  TO WS-RL-BLANK-ENDS(WS-RL-CNT)
           MOVE GRL-SINGLETONS  TO WS-RL-SINGLETONS(WS-RL-CNT)
           MOVE GRL-ALLOWED     TO WS-RL-ALLOWED(WS-RL-CNT)
           IF GRL-MAX-ROWS IS NUMERIC
               MOVE GRL-MAX-ROWS TO WS-RL-MAX-ROWS(WS-RL-CNT)
           ELSE
               MOVE 0 TO WS-RL-MAX-ROWS(WS-RL-CNT)
           END-IF
           IF GRL-MAX-WIDTH IS NUMERIC
               MOVE GRL-MAX-WIDTH TO WS-RL-MAX-WIDTH(WS-RL-CNT)
           ELSE
               MOVE 0 TO WS-RL-MAX-WIDTH(WS-RL-CNT)
           END-IF
           .
       1100-EXIT.
           EXIT.

      ***************************************************************
      * WALK THE CATALOG; EVERY DAY JOB WITH A RULE IS CHECKED       *
      ***************************************************************
       2000-CHECK-JOBS.

           OPEN INPUT JOBCAT-FILE
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ JOBCAT-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF JOBCAT-RECORD(3:3) EQUAL 'DAY'
                           PERFORM 2100-CHECK-ONE THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBCAT-FILE
           .
       2000-EXIT.
           EXIT.

      ***************************************************************
      * CHECK ONE JOB'S STAGED GRID AGAINST ITS RULE                 *
      ***************************************************************
       2100-CHECK-ONE.

           MOVE JOBCAT-RECORD(3:8) TO WS-JOB-NAME
           MOVE 0 TO WS-RL-HIT
           PERFORM VARYING WS-RL-SUB FROM 1 BY 1
                   UNTIL WS-RL-SUB GREATER WS-RL-CNT
               IF WS-RL-JOB(WS-RL-SUB) EQUAL WS-JOB-NAME
                   MOVE WS-RL-SUB TO WS-RL-HIT
                   MOVE WS-RL-CNT TO WS-RL-SUB
               END-IF
           END-PERFORM
           IF WS-RL-HIT EQUAL 0
               GO TO 2100-EXIT
           END-IF

           MOVE JOBCAT-RECORD(40:30) TO WS-CAT-SOURCE
           MOVE SPACES TO WS-CAT-DIR WS-CAT-FILE
           UNSTRING WS-CAT-SOURCE DELIMITED BY '/'
               INTO WS-CAT-DIR WS-CAT-FILE
           END-UNSTRING
           MOVE WS-CAT-DIR TO WS-JOB-DIR
           MOVE WS-CAT-DIR TO WS-TRIM-FIELD
           PERFORM 7000-TRIM THRU 7000-EXIT
           MOVE WS-TRIM-LEN TO WS-JOB-DIR-LEN
           IF WS-JOB-DIR-LEN EQUAL 0
               GO TO 2100-EXIT
           END-IF

           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-GRID.TXT ; F="' DELIMITED BY SIZE
               WS-JOB-DIR(1:WS-JOB-DIR-LEN) DELIMITED BY SIZE
               '/INFILE.TXT" ; if [ -f "$F" ] ; then '
                   DELIMITED BY SIZE
               'cp "$F" /tmp/AOC-GRID.TXT ; fi' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND

           OPEN INPUT GRID-FILE
           IF WS-GRID-FST EQUAL '05'
               CLOSE GRID-FILE
               DISPLAY 'AOC3104W GRID-CHECK: ' WS-JOB-NAME
                   ' HAS NO STAGED INPUT - NOT CHECKED'
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-CHECKED-CNT
           PERFORM 2200-LOAD-SINGLETONS THRU 2200-EXIT
           MOVE ZEROS TO WS-LINE-NO WS-GRID-ROWS WS-FIRST-LEN
                         WS-BLANK-ROW WS-VIOL-CNT WS-LISTED-CNT
           MOVE 'N' TO WS-ROWS-REPORTED
           SET NOT-GRID-EOF TO TRUE
           PERFORM UNTIL GRID-EOF
               READ GRID-FILE
                   AT END
                       SET GRID-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       PERFORM 2300-CHECK-ROW THRU 2300-EXIT
               END-READ
           END-PERFORM
           CLOSE GRID-FILE

           IF WS-GRID-ROWS EQUAL 0
               MOVE 'EMPT' TO WS-EX-CODE
               MOVE 0 TO WS-EX-ROW WS-EX-COL
               MOVE 'NO GRID ROWS IN THE STAGED INPUT' TO WS-EX-TEXT
               PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
           ELSE
               PERFORM 2500-CHECK-SINGLETONS THRU 2500-EXIT
           END-IF

           IF WS-LISTED-CNT LESS WS-VIOL-CNT
               MOVE 'MORE' TO WS-EX-CODE
               MOVE 0 TO WS-EX-ROW WS-EX-COL
               COMPUTE WS-NUM-EDIT = WS-VIOL-CNT - WS-LISTED-CNT
               MOVE SPACES TO WS-EX-TEXT
               STRING WS-NUM-EDIT ' FURTHER VIOLATION(S) NOT LISTED'
                   DELIMITED BY SIZE INTO WS-EX-TEXT
               END-STRING
               MOVE SPACES TO EXCEPTION-RECORD
               MOVE WS-RUN-DATE TO GEX-DATE
               MOVE WS-JOB-NAME TO GEX-JOB
               MOVE WS-EX-CODE  TO GEX-CODE
               MOVE WS-EX-ROW   TO GEX-ROW
               MOVE WS-EX-COL   TO GEX-COL
               MOVE WS-EX-TEXT  TO GEX-TEXT
               WRITE EXCEPTION-RECORD
           END-IF

           IF WS-VIOL-CNT GREATER 0
               ADD 1 TO WS-HELD-CNT
               MOVE SPACES TO HOLD-RECORD
               MOVE WS-JOB-NAME TO GHD-JOB
               MOVE WS-RUN-DATE TO GHD-DATE
               MOVE WS-VIOL-CNT TO GHD-VIOLATIONS
               MOVE 'STAGED GRID FAILED VALIDATION' TO GHD-REASON
               WRITE HOLD-RECORD
               MOVE WS-VIOL-CNT TO WS-NUM-EDIT
               DISPLAY 'AOC3102E GRID-CHECK: ' WS-JOB-NAME ' GRID HAS'
                   WS-NUM-EDIT ' VIOLATION(S) - JOB HELD'
           END-IF
           .
       2100-EXIT.
           EXIT.

      ***************************************************************
      * SPLIT THE RULE'S SINGLETON COLUMN INTO ITS GROUPS            *
      ***************************************************************
       2200-LOAD-SINGLETONS.

           MOVE SPACES TO WS-SG-TABLE
           UNSTRING WS-RL-SINGLETONS(WS-RL-HIT) DELIMITED BY ALL SPACE
               INTO WS-SG-CHARS(1) WS-SG-CHARS(2)
                    WS-SG-CHARS(3) WS-SG-CHARS(4)
           END-UNSTRING
           MOVE 0 TO WS-SG-CNT
           PERFORM VARYING WS-SG-SUB FROM 1 BY 1
                   UNTIL WS-SG-SUB GREATER 4
               MOVE ZEROS TO WS-SG-SEEN(WS-SG-SUB)
                             WS-SG-ROW(WS-SG-SUB)
                             WS-SG-COL(WS-SG-SUB)
               IF WS-SG-CHARS(WS-SG-SUB) NOT EQUAL SPACES
                   MOVE WS-SG-SUB TO WS-SG-CNT
               END-IF
           END-PERFORM
           .
       2200-EXIT.
           EXIT.

      ***************************************************************
      * ONE INPUT LINE: WHERE THE GRID ENDS, THEN ITS SHAPE, THEN    *
      * EVERY CHARACTER                                              *
      ***************************************************************
       2300-CHECK-ROW.

           IF GRID-RECORD EQUAL SPACES
               IF WS-RL-BLANK-ENDS(WS-RL-HIT) EQUAL 'B'
                   AND WS-GRID-ROWS GREATER 0
                   SET GRID-EOF TO TRUE
                   GO TO 2300-EXIT
               END-IF
      *        TRAILING BLANK LINES ARE HARMLESS - ONLY A GRID ROW
      *        AFTER ONE MAKES IT A VIOLATION
               IF WS-BLANK-ROW EQUAL 0
                   MOVE WS-LINE-NO TO WS-BLANK-ROW
               END-IF
               GO TO 2300-EXIT
           END-IF
           IF WS-BLANK-ROW GREATER 0
               IF WS-GRID-ROWS GREATER 0
                   MOVE 'BLNK' TO WS-EX-CODE
                   MOVE WS-BLANK-ROW TO WS-EX-ROW
                   MOVE 1 TO WS-EX-COL
                   MOVE 'BLANK LINE INSIDE THE GRID' TO WS-EX-TEXT
                   PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
               END-IF
               MOVE 0 TO WS-BLANK-ROW
           END-IF
           ADD 1 TO WS-GRID-ROWS

           MOVE 400 TO WS-ROW-LEN
           PERFORM UNTIL WS-ROW-LEN EQUAL 0
                   OR GRID-RECORD(WS-ROW-LEN:1) NOT EQUAL SPACE
               SUBTRACT 1 FROM WS-ROW-LEN
           END-PERFORM
           IF WS-GRID-ROWS EQUAL 1
               MOVE WS-ROW-LEN TO WS-FIRST-LEN
           END-IF

           IF WS-RL-MAX-ROWS(WS-RL-HIT) GREATER 0
               AND WS-GRID-ROWS GREATER WS-RL-MAX-ROWS(WS-RL-HIT)
               AND WS-ROWS-REPORTED EQUAL 'N'
               MOVE 'Y' TO WS-ROWS-REPORTED
               MOVE 'ROWS' TO WS-EX-CODE
               MOVE WS-LINE-NO TO WS-EX-ROW
               MOVE 0 TO WS-EX-COL
               MOVE WS-RL-MAX-ROWS(WS-RL-HIT) TO WS-NUM-EDIT
               MOVE SPACES TO WS-EX-TEXT
               STRING 'MORE ROWS THAN THE JOB HOLDS - LIMIT'
                   DELIMITED BY SIZE
                   WS-NUM-EDIT DELIMITED BY SIZE
                   INTO WS-EX-TEXT
               END-STRING
               PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
           END-IF
           IF WS-RL-MAX-WIDTH(WS-RL-HIT) GREATER 0
               AND WS-ROW-LEN GREATER WS-RL-MAX-WIDTH(WS-RL-HIT)
               MOVE 'WIDE' TO WS-EX-CODE
               MOVE WS-LINE-NO TO WS-EX-ROW
               COMPUTE WS-EX-COL = WS-RL-MAX-WIDTH(WS-RL-HIT) + 1
               MOVE WS-RL-MAX-WIDTH(WS-RL-HIT) TO WS-NUM-EDIT
               MOVE SPACES TO WS-EX-TEXT
               STRING 'ROW WIDER THAN THE JOB HOLDS - LIMIT'
                   DELIMITED BY SIZE
                   WS-NUM-EDIT DELIMITED BY SIZE
                   INTO WS-EX-TEXT
               END-STRING
               PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
           END-IF
           IF WS-RL-RECTANGULAR(WS-RL-HIT) EQUAL 'Y'
               AND WS-ROW-LEN NOT EQUAL WS-FIRST-LEN
               MOVE 'RAGD' TO WS-EX-CODE
               MOVE WS-LINE-NO TO WS-EX-ROW
               IF WS-ROW-LEN LESS WS-FIRST-LEN
                   COMPUTE WS-EX-COL = WS-ROW-LEN + 1
               ELSE
                   COMPUTE WS-EX-COL = WS-FIRST-LEN + 1
               END-IF
               MOVE WS-ROW-LEN TO WS-NUM-EDIT
               MOVE WS-FIRST-LEN TO WS-NUM-EDIT-2
               MOVE SPACES TO WS-EX-TEXT
               STRING 'ROW LENGTH' DELIMITED BY SIZE
                   WS-NUM-EDIT DELIMITED BY SIZE
                   ' - FIRST ROW LENGTH' DELIMITED BY SIZE
                   WS-NUM-EDIT-2 DELIMITED BY SIZE
                   INTO WS-EX-TEXT
               END-STRING
               PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
           END-IF

           PERFORM 2400-CHECK-CHAR THRU 2400-EXIT
               VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL GREATER WS-ROW-LEN
           .
       2300-EXIT.
           EXIT.

      ***************************************************************
      * ONE CHARACTER: ON THE ALLOWED LIST, AND COUNTED AGAINST ANY  *
      * SINGLETON GROUP IT BELONGS TO.  A SPACE IS NEVER ALLOWED     *
      * INSIDE A ROW.                                                *
      ***************************************************************
       2400-CHECK-CHAR.

           MOVE GRID-RECORD(WS-COL:1) TO WS-CUR-CHAR
           MOVE 0 TO WS-CHAR-HITS
           IF WS-CUR-CHAR NOT EQUAL SPACE
               INSPECT WS-RL-ALLOWED(WS-RL-HIT)
                   TALLYING WS-CHAR-HITS FOR ALL WS-CUR-CHAR
           END-IF
           IF WS-CHAR-HITS EQUAL 0
               MOVE 'CHAR' TO WS-EX-CODE
               MOVE WS-LINE-NO TO WS-EX-ROW
               MOVE WS-COL TO WS-EX-COL
               MOVE SPACES TO WS-EX-TEXT
               IF WS-CUR-CHAR GREATER SPACE
                   AND WS-CUR-CHAR NOT GREATER '~'
                   STRING 'CHARACTER ''' DELIMITED BY SIZE
                       WS-CUR-CHAR DELIMITED BY SIZE
                       ''' NOT ALLOWED FOR THIS JOB' DELIMITED BY SIZE
                       INTO WS-EX-TEXT
                   END-STRING
               ELSE
                   PERFORM 2450-HEX-CHAR THRU 2450-EXIT
                   STRING 'CHARACTER X''' DELIMITED BY SIZE
                       WS-HEX-TEXT DELIMITED BY SIZE
                       ''' NOT ALLOWED FOR THIS JOB' DELIMITED BY SIZE
                       INTO WS-EX-TEXT
                   END-STRING
               END-IF
               PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
               GO TO 2400-EXIT
           END-IF

           PERFORM VARYING WS-SG-SUB FROM 1 BY 1
                   UNTIL WS-SG-SUB GREATER WS-SG-CNT
               MOVE 0 TO WS-CHAR-HITS
               INSPECT WS-SG-CHARS(WS-SG-SUB)
                   TALLYING WS-CHAR-HITS FOR ALL WS-CUR-CHAR
               IF WS-CHAR-HITS GREATER 0
                   ADD 1 TO WS-SG-SEEN(WS-SG-SUB)
      *            REMEMBER WHERE THE SECOND ONE TURNED UP
                   IF WS-SG-SEEN(WS-SG-SUB) EQUAL 2
                       MOVE WS-LINE-NO TO WS-SG-ROW(WS-SG-SUB)
                       MOVE WS-COL TO WS-SG-COL(WS-SG-SUB)
                   END-IF
               END-IF
           END-PERFORM
           .
       2400-EXIT.
           EXIT.

      ***************************************************************
      * SHOW AN UNPRINTABLE CHARACTER (A TAB, SAY) IN HEX            *
      ***************************************************************
       2450-HEX-CHAR.

           MOVE 0 TO WS-HEX-VALUE
           MOVE WS-CUR-CHAR TO WS-HEX-LOW
           DIVIDE WS-HEX-VALUE BY 16 GIVING WS-HEX-SUB
           ADD 1 TO WS-HEX-SUB
           MOVE WS-HEX-DIGITS(WS-HEX-SUB:1) TO WS-HEX-TEXT(1:1)
           COMPUTE WS-HEX-SUB = WS-HEX-VALUE - ((WS-HEX-SUB - 1) * 16)
               + 1
           MOVE WS-HEX-DIGITS(WS-HEX-SUB:1) TO WS-HEX-TEXT(2:1)
           .
       2450-EXIT.
           EXIT.

      ***************************************************************
      * EVERY SINGLETON GROUP MUST HAVE TURNED UP EXACTLY ONCE       *
      ***************************************************************
       2500-CHECK-SINGLETONS.

           PERFORM VARYING WS-SG-SUB FROM 1 BY 1
                   UNTIL WS-SG-SUB GREATER WS-SG-CNT
               IF WS-SG-SEEN(WS-SG-SUB) NOT EQUAL 1
                   MOVE 'SNGL' TO WS-EX-CODE
                   MOVE WS-SG-ROW(WS-SG-SUB) TO WS-EX-ROW
                   MOVE WS-SG-COL(WS-SG-SUB) TO WS-EX-COL
                   MOVE WS-SG-CHARS(WS-SG-SUB) TO WS-TRIM-FIELD
                   PERFORM 7000-TRIM THRU 7000-EXIT
                   MOVE WS-TRIM-LEN TO WS-SG-LEN
                   MOVE WS-SG-SEEN(WS-SG-SUB) TO WS-NUM-EDIT
                   MOVE SPACES TO WS-EX-TEXT
                   STRING 'FOUND' DELIMITED BY SIZE
                       WS-NUM-EDIT DELIMITED BY SIZE
                       ' OF ''' DELIMITED BY SIZE
                       WS-SG-CHARS(WS-SG-SUB)(1:WS-SG-LEN)
                           DELIMITED BY SIZE
                       ''' - EXACTLY ONE REQUIRED' DELIMITED BY SIZE
                       INTO WS-EX-TEXT
                   END-STRING
                   PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
               END-IF
           END-PERFORM
           .
       2500-EXIT.
           EXIT.

      ***************************************************************
      * COUNT A VIOLATION AND LIST IT WHILE UNDER THE PER-JOB CAP    *
      ***************************************************************
       2700-WRITE-EXCEPTION.

           ADD 1 TO WS-VIOL-CNT
           IF WS-LISTED-CNT NOT LESS C-MAX-LISTED
               GO TO 2700-EXIT
           END-IF
           ADD 1 TO WS-LISTED-CNT
           MOVE SPACES TO EXCEPTION-RECORD
           MOVE WS-RUN-DATE TO GEX-DATE
           MOVE WS-JOB-NAME TO GEX-JOB
           MOVE WS-EX-CODE  TO GEX-CODE
           MOVE WS-EX-ROW   TO GEX-ROW
           MOVE WS-EX-COL   TO GEX-COL
           MOVE WS-EX-TEXT  TO GEX-TEXT
           WRITE EXCEPTION-RECORD
           .
       2700-EXIT.
           EXIT.

      ***************************************************************
      * FIND THE TRIMMED LENGTH OF WS-TRIM-FIELD                     *
      ***************************************************************
       7000-TRIM.

           MOVE 30 TO WS-TRIM-LEN
           PERFORM UNTIL WS-TRIM-LEN EQUAL 0
                   OR WS-TRIM-FIELD(WS-TRIM-LEN:1) NOT EQUAL SPACE
               SUBTRACT 1 FROM WS-TRIM-LEN
           END-PERFORM
           .
       7000-EXIT.
           EXIT.
