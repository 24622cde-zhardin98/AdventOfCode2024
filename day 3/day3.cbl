


      *    INPUT FINGERPRINT LEFT BY THE SHELL'S cksum STEP, IN THE
      *    JOB'S OWN FOLDER SO CONCURRENT BATCH STREAMS NEVER SHARE IT
           SELECT OPTIONAL FP-FLAG-FILE ASSIGN TO 'AOC-FP.FLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FP-FLAG-FST.

       01  WS-STAGING-REC-CNT                     PIC 9(7) VALUE 0.
       01  WS-STAGING-MAX-LEN                     PIC 9(5) VALUE 3005.

      *    CONTROL-TRAILER FIELDS.  THE SCANNER FEED ENDS WITH ONE
      *    TRAILER RECORD CARRYING THE SENDER'S OWN COUNTS:
      *        COLS  1-8   'TRAILER '
      *        COLS  9-17  DATA RECORDS SENT
      *        COLS 19-27  mul() INSTRUCTIONS SENT
      *        COLS 29-46  HASH TOTAL - SUM OF BOTH OPERANDS OF EVERY
      *                    mul(), ENABLED OR NOT
      *    THE SCAN PROVES ITS OWN COUNTS AGAINST IT BEFORE ANYTHING
      *    IS POSTED.  A FEED WITH NO TRAILER IS TREATED AS CUT SHORT
      *    UNLESS THE PARAMETER LIBRARY WAIVES IT (DAY03, POSITION 2).
       01  WS-TRAILER-REQUIRED                    PIC X(1) VALUE 'Y'.
           88 TRAILER-REQUIRED                             VALUE 'Y'.
       01  WS-TRAILER-FOUND                       PIC X(1) VALUE 'N'.
           88 TRAILER-FOUND                                VALUE 'Y'.
       01  WS-TRAILER-REC-NO                      PIC 9(7) VALUE 0.
       01  WS-LAST-STAGED                         PIC X(46).
       01  WS-LAST-TRAILER REDEFINES WS-LAST-STAGED.
           05 WS-TRL-ID                           PIC X(8).
           05 WS-TRL-RECS                         PIC 9(9).
           05 FILLER                              PIC X(1).
           05 WS-TRL-MULS                         PIC 9(9).
           05 FILLER                              PIC X(1).
           05 WS-TRL-HASH                         PIC 9(18).
       01  WS-INPUT-REC-CNT                       PIC 9(9) VALUE 0.
       01  WS-MUL-SEEN-CNT                        PIC 9(9) VALUE 0.
       01  WS-OPERAND-HASH                        PIC 9(18) VALUE 0.
       01  WS-DATA-REC-CNT                        PIC 9(9) VALUE 0.


      *    COMMON ABEND-HANDLER PARAMETERS (SEE AOC-ABEND.cbl)
       01  WS-ABEND-PARMS.
           SET DO-RUN TO TRUE
           PERFORM 2000-PROCESS-DATA   THRU 2000-EXIT
               UNTIL END-OF-FILE
           PERFORM 2900-PROVE-TRAILER  THRU 2900-EXIT
           PERFORM 8000-DISPLAY-RESULT THRU 8000-EXIT
           PERFORM 8500-LOG-RUN        THRU 8500-EXIT
           PERFORM 9000-CLOSE-FILE     THRU 9000-EXIT
      ****************************************************************
      * LOOK THIS JOB UP IN THE CENTRAL PARAMETER LIBRARY.  A LIBRARY *
      * RECORD CARRIES THE JOB NAME IN COLUMNS 1-8 AND, FROM COLUMN   *
      * 11, THE RUN MODE (N = NORMAL SCAN, R = REPROCESS SUSPENSE)    *
      * AND WHETHER THE FEED MUST CARRY A CONTROL TRAILER (Y/N).      *
      ****************************************************************
       1450-READ-PARMLIB.

                               OR PARMLIB-RECORD(11:1) EQUAL 'R')
                           MOVE PARMLIB-RECORD(11:1) TO WS-RUN-MODE
                           MOVE 'PARMLIB' TO WS-PARM-SOURCE
                           IF PARMLIB-RECORD(12:1) EQUAL 'Y'
                               OR PARMLIB-RECORD(12:1) EQUAL 'N'
                               MOVE PARMLIB-RECORD(12:1)
                                   TO WS-TRAILER-REQUIRED
                           END-IF
                       END-IF
               END-READ
               MOVE 'PARMLIB-FILE' TO WS-FST-FILE-NAME
           CLOSE PARMLIB-FILE
           DISPLAY 'AOC0316I EFFECTIVE PARAMETERS (' WS-PARM-SOURCE
               '): RUN MODE=' WS-RUN-MODE
               ' TRAILER REQUIRED=' WS-TRAILER-REQUIRED
           .
       1450-EXIT.
           EXIT.
       1040-GET-FINGERPRINT.

           MOVE SPACES TO WS-FP-COMMAND
           STRING 'rm -f AOC-FP.FLG ; if [ -f INFILE.TXT ] ;'
                   DELIMITED BY SIZE
               ' then cksum < INFILE.TXT ; else echo 0 0 ; fi'
                   DELIMITED BY SIZE
               ' > AOC-FP.FLG' DELIMITED BY SIZE
               INTO WS-FP-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-FP-COMMAND
                       SET STAGING-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-STAGING-REC-CNT
                       MOVE SPACES TO WS-LAST-STAGED
                       IF WS-STAGING-REC-LEN LESS 46
                           MOVE STAGING-RECORD(1:WS-STAGING-REC-LEN)
                               TO WS-LAST-STAGED
                       ELSE
                           MOVE STAGING-RECORD(1:46) TO WS-LAST-STAGED
                       END-IF
                       IF WS-STAGING-REC-LEN GREATER WS-STAGING-MAX-LEN
                           DISPLAY 'AOC0301E ERROR: INFILE.TXT LINE '
                               WS-STAGING-REC-CNT ' IS '
               DISPLAY 'AOC0302E ERROR: INFILE.TXT CONTAINS NO RECORDS'
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF

      *    ONLY THE LAST RECORD OF THE FEED CAN BE ITS TRAILER
           IF WS-TRL-ID EQUAL 'TRAILER '
               IF WS-TRL-RECS NUMERIC AND WS-TRL-MULS NUMERIC
                   AND WS-TRL-HASH NUMERIC
                   SET TRAILER-FOUND TO TRUE
                   MOVE WS-STAGING-REC-CNT TO WS-TRAILER-REC-NO
               ELSE
                   DISPLAY 'AOC0324E ERROR: INFILE.TXT TRAILER IS '
                       'MALFORMED: ' WS-LAST-STAGED
                   PERFORM 2950-FEED-OUT-OF-BALANCE THRU 2950-EXIT
               END-IF
           END-IF
           IF NOT TRAILER-FOUND AND TRAILER-REQUIRED
               DISPLAY 'AOC0325E ERROR: INFILE.TXT HAS NO CONTROL '
                   'TRAILER - FEED TREATED AS CUT SHORT'
               PERFORM 2950-FEED-OUT-OF-BALANCE THRU 2950-EXIT
           END-IF
           .
       1050-EXIT.
           EXIT.
                       PERFORM 3000-SCAN-RECORD THRU 3000-EXIT
                   END-IF
               NOT AT END
      *            THE TRAILER IS CONTROL DATA, NOT PART OF THE STREAM
                   ADD 1 TO WS-INPUT-REC-CNT
                   IF WS-INPUT-REC-CNT NOT EQUAL WS-TRAILER-REC-NO
                       ADD 1 TO WS-DATA-REC-CNT
                       PERFORM 2050-BUILD-WINDOW THRU 2050-EXIT
                       PERFORM 3000-SCAN-RECORD  THRU 3000-EXIT
                   END-IF
           END-READ
           MOVE 'INPUT-FILE' TO WS-FST-FILE-NAME
           MOVE 'READ' TO WS-FST-OPERATION
           .
       2050-EXIT.
           EXIT.

      ****************************************************************
      * PROVE THE SCAN'S OWN COUNTS AGAINST THE SENDER'S TRAILER -    *
      * DATA RECORDS, mul() INSTRUCTIONS AND THE OPERAND HASH TOTAL.  *
      * ANY DIFFERENCE MEANS THE FEED DID NOT ARRIVE AS SENT, SO THE  *
      * RUN IS FAILED BEFORE AN ANSWER CAN BE POSTED.                 *
      ****************************************************************
       2900-PROVE-TRAILER.

           IF NOT TRAILER-FOUND
               DISPLAY 'AOC0326W NO CONTROL TRAILER ON INFILE.TXT - '
                   'FEED NOT PROVED (WAIVED BY PARAMETER LIBRARY)'
               GO TO 2900-EXIT
           END-IF
           IF WS-DATA-REC-CNT EQUAL WS-TRL-RECS
               AND WS-MUL-SEEN-CNT EQUAL WS-TRL-MULS
               AND WS-OPERAND-HASH EQUAL WS-TRL-HASH
               DISPLAY 'AOC0327I FEED PROVED AGAINST TRAILER: RECORDS '
                   WS-DATA-REC-CNT ' MUL() ' WS-MUL-SEEN-CNT
                   ' HASH ' WS-OPERAND-HASH
               GO TO 2900-EXIT
           END-IF
           DISPLAY 'AOC0328E ERROR: FEED DOES NOT BALANCE TO ITS '
               'TRAILER - NO ANSWER POSTED'
           DISPLAY 'AOC0328E   RECORDS  SENT ' WS-TRL-RECS
               ' RECEIVED ' WS-DATA-REC-CNT
           DISPLAY 'AOC0328E   MUL()    SENT ' WS-TRL-MULS
               ' RECEIVED ' WS-MUL-SEEN-CNT
           DISPLAY 'AOC0328E   HASH     SENT ' WS-TRL-HASH
               ' RECEIVED ' WS-OPERAND-HASH
           PERFORM 2950-FEED-OUT-OF-BALANCE THRU 2950-EXIT
           .
       2900-EXIT.
           EXIT.

      ****************************************************************
      * FAIL A FEED THAT CANNOT BE PROVED.  THE BALANCE RECORD SHOWS  *
      * WHAT THE SENDER DECLARED AS RECORDS IN AND NOTHING ACCEPTED,  *
      * SO THE BALANCE-CHECK JOB REPORTS THE JOB OUT OF BALANCE; NO   *
      * ANSWER IS POSTED AND THE RUN ENDS THROUGH THE ABEND HANDLER.  *
      ****************************************************************
       2950-FEED-OUT-OF-BALANCE.

           MOVE 'MULL-IT-OVER' TO BAL-PROGRAM
           IF TRAILER-FOUND
               MOVE WS-TRL-RECS TO BAL-RECS-IN
           ELSE
               MOVE WS-STAGING-REC-CNT TO BAL-RECS-IN
           END-IF
           MOVE 0 TO BAL-ACCEPTED
           MOVE 0 TO BAL-REJECTED
           MOVE 0 TO BAL-WRITTEN
           CALL 'AOC-BALANCE' USING BAL-PARMS
           MOVE 'FEED FAILED CONTROL-TRAILER BALANCING' TO WS-ABEND-MSG
           PERFORM 9999-ABEND THRU 9999-EXIT
           .
       2950-EXIT.
           EXIT.
     
      ****************************************************************
      * SCAN RECORD FOR VALID MULTIPLICATION INSTRUCTIONS            *
           END-IF
           EVALUATE WS-CUR-OP
               WHEN 'mul'
                   ADD 1 TO WS-MUL-SEEN-CNT
                   ADD WS-X-NUM WS-Y-NUM TO WS-OPERAND-HASH
                   PERFORM 4000-MULTIPLY-PRODUCT THRU 4000-EXIT
                   IF DO-RUN
                       PERFORM 4100-ADD-RESULT THRU 4100-EXIT
           MOVE 'MULL-IT-OVER' TO ANS-PROGRAM
           MOVE WS-TOTAL TO ANS-PART1
           MOVE SPACES TO ANS-PART2
           MOVE WS-DATA-REC-CNT TO ANS-VOLUME
           CALL 'AOC-ANSWER' USING ANS-PARMS
      *    POST THE BALANCE RECORD FOR THE BALANCE-CHECK JOB
           MOVE ANS-PROGRAM TO BAL-PROGRAM
               ' OPERATION ' WS-FST-OPERATION
               ' STATUS ' WS-FST-STATUS
           MOVE SPACES TO WS-ABEND-MSG
           STRING 'AOC0390E FILE ERROR ' DELIMITED BY SIZE
               WS-FST-FILE-NAME DELIMITED BY SPACE
               ' ' WS-FST-OPERATION DELIMITED BY SIZE
               ' STATUS ' WS-FST-STATUS DELIMITED BY SIZE
