      * CATALOGED IN JOBCAT.TXT WITHOUT RUNNING ANYTHING: A MEMBER   *
      * IS RECOMPILED ONLY WHEN ITS SOURCE FILE IS NEWER THAN THE    *
      * MODULE (THE SHELL'S -nt TEST, SAME RULE AS BATCH-DRIVER),    *
      * AND EVERY BUILD DECISION IS APPENDED TO COMPILE-CATALOG.TXT, *
      * WITH THE cksum OF THE SOURCE AS IT STOOD AT THE BUILD.       *
      * THE RETURN CODE IS SET TO 8 WHEN ANY MEMBER FAILS TO         *
      * COMPILE, SO A BROKEN SOURCE IS CAUGHT IN THE BUILD STEP      *
      * INSTEAD OF MID-BATCH.                                        *
      *                                                              *
      * INSIDE A CHANGE-FREEZE WINDOW COVERING 'LOADLIB' OR THE JOB  *
      * (FREEZE RECORDS ON SCHEDULE-CALENDAR.TXT) A MEMBER THAT      *
      * WOULD BE RECOMPILED IS LEFT AS IT IS AND CATALOGED FROZEN -  *
      * UNLESS AOC_EMERGENCY CARRIES THE REASON FOR AN EMERGENCY     *
      * OVERRIDE AND A SECOND OPERATOR APPROVES IT (AOC-FREEZE).     *
      * THE OVERRIDE IS REGISTERED ONLY FOR A MEMBER THAT THEN       *
      * COMPILES.  A CURRENT MEMBER IS REUSED AS EVER.  ANY FROZEN   *
      * MEMBER ENDS THE JOB RC 4.                                    *
      *                                                              *
      * THE MEMBER A REBUILD REPLACES IS KEPT AS THE JOB'S NEXT      *
      * PRIOR VERSION IN LOADLIB/VERSIONS (AOC-LOADLIB).  A MEMBER   *
      * LOADLIB-BACKOUT HAS PUT BACK TO A PRIOR VERSION IS NOT       *
      * REBUILT OVER WHILE ITS SOURCE IS THE ONE BACKED OUT AND THE  *
      * BACKOUT STANDS: IT IS CATALOGED BACKEDOUT AND ALSO ENDS THE  *
      * JOB RC 4.                                                    *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  BUILD-FLAG-RECORD                      PIC X(10).

       FD  COMPILE-CATALOG-FILE
           RECORD CONTAINS 88 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS COMPILE-CATALOG-RECORD.
           05 CC-TIME                             PIC 9(8).
           05 FILLER                              PIC X(1).
           05 CC-SOURCE                           PIC X(40).
           05 FILLER                              PIC X(1).
           05 CC-SRC-CKSUM                        PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
      *    JOB TABLE - LOADED FROM JOBCAT.TXT AT RUN TIME
       01  WS-JOB-CNT                             PIC 9(2) VALUE 0.
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY OCCURS 40 TIMES INDEXED BY WS-JOB-IDX.
               10 WS-JOB-NAME                     PIC X(8).
               10 WS-JOB-PROGRAM-ID               PIC X(24).
               10 WS-JOB-DIR                      PIC X(20).
       01  WS-TRIM-FIELD                          PIC X(30).
       01  WS-TRIM-LEN                            PIC 9(2).

       01  WS-COMMAND                             PIC X(800).
       01  WS-BUILD-ACTION                        PIC X(9).
       01  WS-BUILD-CKSUM                         PIC X(10).
       01  WS-STATUS-DATE                         PIC 9(8).
       01  WS-STATUS-TIME                         PIC 9(8).
       01  WS-COMPILED-CNT                        PIC 9(2) VALUE 0.
       01  WS-REUSED-CNT                          PIC 9(2) VALUE 0.
       01  WS-FAILED-CNT                          PIC 9(2) VALUE 0.
       01  WS-FROZEN-CNT                          PIC 9(2) VALUE 0.
       01  WS-BACKEDOUT-CNT                       PIC 9(2) VALUE 0.

      *    CHANGE-FREEZE WINDOW STATE FOR THE MEMBER IN HAND
       01  WS-RUN-DATE                            PIC 9(8).
       01  WS-OPERATOR-ID                         PIC X(8)
           VALUE SPACES.
       01  WS-EMERGENCY                           PIC X(1) VALUE 'N'.
       01  WS-EMERGENCY-REASON                    PIC X(40)
           VALUE SPACES.
       01  WS-FREEZE-HOLD                         PIC X(1).
       COPY FRZPARM.
       COPY LIBPARM.

       01  WS-END                                 PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.
      ***************************************************************
       0000-MAINLINE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'AOC_OPERATOR'
           IF WS-OPERATOR-ID EQUAL SPACES
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'USER'
           END-IF
           IF WS-OPERATOR-ID EQUAL SPACES
               MOVE 'UNKNOWN' TO WS-OPERATOR-ID
           END-IF
           ACCEPT WS-EMERGENCY-REASON FROM ENVIRONMENT 'AOC_EMERGENCY'
           IF WS-EMERGENCY-REASON NOT EQUAL SPACES
               MOVE 'Y' TO WS-EMERGENCY
           END-IF
           PERFORM 1000-LOAD-JOBCAT   THRU 1000-EXIT
           MOVE 'mkdir -p /root/workspace/LOADLIB' TO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND
               UNTIL WS-JOB-IDX GREATER WS-JOB-CNT
           DISPLAY 'BUILD DRIVER COMPLETE - COMPILED ' WS-COMPILED-CNT
               ' REUSED ' WS-REUSED-CNT ' FAILED ' WS-FAILED-CNT
               ' FROZEN ' WS-FROZEN-CNT ' BACKED OUT ' WS-BACKEDOUT-CNT
           IF WS-FROZEN-CNT GREATER 0
               OR WS-BACKEDOUT-CNT GREATER 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FAILED-CNT GREATER 0
               MOVE 8 TO RETURN-CODE
           END-IF

       1100-LOAD-JOBCAT-ENTRY.

           IF WS-JOB-CNT EQUAL 40
               DISPLAY 'BUILD DRIVER: JOB TABLE FULL - ENTRY SKIPPED'
               GO TO 1100-EXIT
           END-IF

      ***************************************************************
      * 2000-BUILD-MEMBER - CONDITIONALLY RECOMPILES ONE LOADLIB     *
      * MEMBER AND RECORDS THE DECISION IN THE COMPILE CATALOG.  A   *
      * FROZEN MEMBER THAT NEEDS A REBUILD COMES BACK FROZEN; AN     *
      * APPROVED EMERGENCY OVERRIDE THEN RUNS THE BUILD STEP AGAIN   *
      * WITHOUT THE HOLD.                                            *
      ***************************************************************
       2000-BUILD-MEMBER.

           MOVE 'CHEK'                  TO FRZ-OP
           MOVE WS-RUN-DATE             TO FRZ-DATE
           MOVE 'LOADLIB'               TO FRZ-TARGET
           MOVE WS-JOB-NAME(WS-JOB-IDX) TO FRZ-JOB
           CALL 'AOC-FREEZE' USING FRZ-PARMS
           IF FRZ-RC EQUAL 0
               MOVE 'N' TO WS-FREEZE-HOLD
           ELSE
               MOVE 'Y' TO WS-FREEZE-HOLD
           END-IF
           PERFORM 2100-RUN-BUILD-STEP THRU 2100-EXIT
           IF WS-BUILD-ACTION EQUAL 'FROZEN   '
               AND WS-EMERGENCY EQUAL 'Y'
               MOVE 'GATE'                  TO FRZ-OP
               MOVE WS-RUN-DATE             TO FRZ-DATE
               MOVE 'LOADLIB'               TO FRZ-TARGET
               MOVE WS-JOB-NAME(WS-JOB-IDX) TO FRZ-JOB
               MOVE 'BUILD-DRIVER'          TO FRZ-PROGRAM
               MOVE WS-OPERATOR-ID          TO FRZ-OPERATOR
               MOVE WS-EMERGENCY            TO FRZ-EMERGENCY
               MOVE WS-EMERGENCY-REASON     TO FRZ-REASON
               CALL 'AOC-FREEZE' USING FRZ-PARMS
               IF FRZ-RC EQUAL 0
                   MOVE 'N' TO WS-FREEZE-HOLD
                   PERFORM 2100-RUN-BUILD-STEP THRU 2100-EXIT
               END-IF
           END-IF

           EVALUATE WS-BUILD-ACTION
               WHEN 'COMPILED '
                   ADD 1 TO WS-COMPILED-CNT
      *            FILE THE MEMBER IT REPLACED BEFORE THE NEW BUILD
      *            IS CATALOGED OVER IT
                   MOVE 'KEEP'                  TO LIB-OP
                   MOVE WS-JOB-NAME(WS-JOB-IDX) TO LIB-JOB
                   CALL 'AOC-LOADLIB' USING LIB-PARMS
                   IF LIB-RC EQUAL 0
                       DISPLAY 'BUILD DRIVER: ' WS-JOB-NAME(WS-JOB-IDX)
                           ' ' LIB-MESSAGE
                   END-IF
      *            REBUILT UNDER AN OVERRIDE - REGISTER IT NOW THE
      *            BUILD HAS SUCCEEDED
                   IF FRZ-OVERRIDDEN EQUAL 'Y'
                       MOVE 'LOGO' TO FRZ-OP
                       CALL 'AOC-FREEZE' USING FRZ-PARMS
                       IF FRZ-RC NOT EQUAL 0
                           DISPLAY 'BUILD DRIVER: '
                               WS-JOB-NAME(WS-JOB-IDX)
                               ' OVERRIDE NOT REGISTERED - '
                               FRZ-MESSAGE
                       END-IF
                   END-IF
               WHEN 'BACKEDOUT'
                   ADD 1 TO WS-BACKEDOUT-CNT
                   DISPLAY 'BUILD DRIVER: ' WS-JOB-NAME(WS-JOB-IDX)
                       ' NOT REBUILT - BACKED OUT UNTIL ITS SOURCE'
                       ' CHANGES OR THE BACKOUT IS RELEASED'
               WHEN 'REUSED   '
                   ADD 1 TO WS-REUSED-CNT
               WHEN 'FROZEN   '
                   ADD 1 TO WS-FROZEN-CNT
                   DISPLAY 'BUILD DRIVER: ' WS-JOB-NAME(WS-JOB-IDX)
                       ' NOT REBUILT - ' FRZ-MESSAGE
               WHEN OTHER
                   ADD 1 TO WS-FAILED-CNT
                   DISPLAY 'BUILD DRIVER: ' WS-JOB-NAME(WS-JOB-IDX)
                       ' FAILED TO COMPILE - SEE'
                       ' /tmp/AOC-BUILD-DRIVER.LOG'
           END-EVALUATE
           DISPLAY 'BUILD DRIVER: ' WS-JOB-NAME(WS-JOB-IDX) ' '
               WS-BUILD-ACTION

           ACCEPT WS-STATUS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STATUS-TIME FROM TIME
           MOVE SPACES TO COMPILE-CATALOG-RECORD
           MOVE WS-JOB-NAME(WS-JOB-IDX) TO CC-JOB-NAME
           MOVE WS-BUILD-ACTION         TO CC-ACTION
           MOVE WS-STATUS-DATE          TO CC-DATE
           MOVE WS-STATUS-TIME          TO CC-TIME
           MOVE WS-BUILD-CKSUM          TO CC-SRC-CKSUM
           MOVE SPACES                  TO CC-SOURCE
           STRING
               WS-JOB-DIR(WS-JOB-IDX)(1:WS-JOB-DIR-LEN(WS-JOB-IDX))
                   DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-JOB-SRC(WS-JOB-IDX)(1:WS-JOB-SRC-LEN(WS-JOB-IDX))
                   DELIMITED BY SIZE
               INTO CC-SOURCE
           END-STRING
           OPEN EXTEND COMPILE-CATALOG-FILE
           WRITE COMPILE-CATALOG-RECORD
           CLOSE COMPILE-CATALOG-FILE
           .
       2000-EXIT.
           EXIT.

      ***************************************************************
      * 2100-RUN-BUILD-STEP - THE SHELL STEP DECIDES AND, UNLESS THE *
      * MEMBER IS HELD BY A FREEZE WINDOW, RECOMPILES; IT LEAVES THE *
      * DECISION AND THE SOURCE CHECKSUM IN THE FLAG FILE            *
      ***************************************************************
       2100-RUN-BUILD-STEP.

           MOVE SPACES TO WS-COMMAND
           STRING
               'HOLD=' WS-FREEZE-HOLD ' ; ' DELIMITED BY SIZE
               'rm -f /tmp/AOC-BUILD-DRIVER.FLG ; cd "'
                   DELIMITED BY SIZE
               WS-JOB-DIR(WS-JOB-IDX)(1:WS-JOB-DIR-LEN(WS-JOB-IDX))
               ' | head -1)" -nt "/root/workspace/LOADLIB/'
                   DELIMITED BY SIZE
               WS-JOB-NAME(WS-JOB-IDX) DELIMITED BY SPACE
               '" ] ; then if [ "$HOLD" = Y ] ; then echo FROZEN ;'
                   DELIMITED BY SIZE
               ' else /root/workspace/aoc-build.sh "'
                   DELIMITED BY SIZE
               WS-JOB-SRC(WS-JOB-IDX)(1:WS-JOB-SRC-LEN(WS-JOB-IDX))
                   DELIMITED BY SIZE
               WS-JOB-NAME(WS-JOB-IDX) DELIMITED BY SPACE
               '" > /tmp/AOC-BUILD-DRIVER.LOG 2>&1'
                   DELIMITED BY SIZE
               ' ; case $? in 0) echo COMPILED ;;'
                   DELIMITED BY SIZE
               ' 3) echo BACKEDOUT ;; *) echo BUILDFAIL ;; esac ; fi ;'
                   DELIMITED BY SIZE
               ' else echo REUSED ; fi ; }'
                   DELIMITED BY SIZE
               ' > /tmp/AOC-BUILD-DRIVER.FLG'
                   DELIMITED BY SIZE
               ' && cksum < "' DELIMITED BY SIZE
               WS-JOB-SRC(WS-JOB-IDX)(1:WS-JOB-SRC-LEN(WS-JOB-IDX))
                   DELIMITED BY SIZE
               '" | cut -d " " -f 1 >> /tmp/AOC-BUILD-DRIVER.FLG'
                   DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND

           MOVE SPACES TO WS-BUILD-ACTION WS-BUILD-CKSUM
           OPEN INPUT BUILD-FLAG-FILE
           SET NOT-BUILD-FLAG-EOF TO TRUE
           PERFORM UNTIL BUILD-FLAG-EOF
                   AT END
                       SET BUILD-FLAG-EOF TO TRUE
                   NOT AT END
      *                THE BUILD DECISION, THEN THE SOURCE CHECKSUM
                       IF WS-BUILD-ACTION EQUAL SPACES
                           MOVE BUILD-FLAG-RECORD(1:9)
                               TO WS-BUILD-ACTION
                       ELSE
                           MOVE BUILD-FLAG-RECORD TO WS-BUILD-CKSUM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUILD-FLAG-FILE
           .
       2100-EXIT.
           EXIT.

      ***************************************************************
