      * <NAME>' RECORDS); ONLY THE MANAGED SHOP CONTROL FILES MAY    *
      * BE PROMOTED, AND A FILE THAT IS MISSING OR EMPTY IN TESTROOT *
      * IS REFUSED.  RUN FROM THE WORKSPACE ROOT.                    *
      *                                                              *
      * A FILE CARRYING ANY MASKED ACCOUNT VALUE - ANY SUBSTITUTE ON *
      * TEST-SETUP'S MASKING KEY, MASK-KEY.TXT - IS REFUSED TOO, SO  *
      * MASKED TEST DATA CAN NEVER COME BACK INTO PRODUCTION.        *
      *                                                              *
      * A FILE INSIDE A CHANGE-FREEZE WINDOW (FREEZE RECORDS ON      *
      * SCHEDULE-CALENDAR.TXT) IS REFUSED AS FROZEN UNLESS THE       *
      * REQUEST CARRIES 'EMERGENCY <REASON>' AND A SECOND OPERATOR   *
      * APPROVES THE OVERRIDE (AOC-FREEZE), WHICH IS REGISTERED ONLY *
      * ONCE THE FILE HAS BEEN COPIED INTO PRODUCTION.               *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL LOG-FILE ASSIGN TO 'PROMOTION-LOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FST.
           SELECT OPTIONAL MASK-KEY-FILE ASSIGN TO 'MASK-KEY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASK-KEY-FST.
      *    THE SUBSTITUTE VALUES, ONE PER LINE, FOR THE SHELL SEARCH
           SELECT SUBST-LIST-FILE
               ASSIGN TO '/tmp/AOC-PROMOTE-MASK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBST-LIST-FST.

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS LOG-RECORD.
       01  LOG-RECORD                             PIC X(132).

       FD  MASK-KEY-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MASK-KEY-RECORD.
       01  MASK-KEY-RECORD.
           05 MK-TYPE                             PIC X(1).
           05 FILLER                              PIC X(1).
           05 MK-PROD                             PIC X(8).
           05 FILLER                              PIC X(1).
           05 MK-SUBST                            PIC X(8).
           05 FILLER                              PIC X(61).

       FD  SUBST-LIST-FILE
           RECORD CONTAINS 8 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SUBST-LIST-RECORD.
       01  SUBST-LIST-RECORD                      PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
       01  WS-REQUEST-FST                         PIC X(2) VALUE '00'.
       01  WS-FLAG-FST                            PIC X(2) VALUE '00'.
       01  WS-LOG-FST                             PIC X(2) VALUE '00'.
       01  WS-MASK-KEY-FST                        PIC X(2) VALUE '00'.
       01  WS-SUBST-LIST-FST                      PIC X(2) VALUE '00'.
       01  WS-EOF-FLAG                            PIC X(1).
           88 SCAN-EOF                                     VALUE 'Y'.
           88 NOT-SCAN-EOF                                 VALUE 'N'.
       01  WS-COMMAND                             PIC X(600).
       01  WS-RUN-DATE                            PIC 9(8).
       01  WS-RUN-TIME                            PIC 9(8).
       01  WS-OPERATOR-ID                         PIC X(8)
       01  WS-OUTCOME                             PIC X(10).
       01  WS-PROMOTED-CNT                        PIC 9(2) VALUE 0.
       01  WS-REFUSED-CNT                         PIC 9(2) VALUE 0.
       01  WS-EMERGENCY                           PIC X(1) VALUE 'N'.
       01  WS-EMERGENCY-REASON                    PIC X(40)
           VALUE SPACES.
       COPY FRZPARM.
       01  WS-END                                 PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

               MOVE 'UNKNOWN' TO WS-OPERATOR-ID
           END-IF
           OPEN EXTEND LOG-FILE
           PERFORM 1000-LIST-SUBSTITUTES THRU 1000-EXIT
           PERFORM 1100-FIND-EMERGENCY THRU 1100-EXIT
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-FST EQUAL '05'
               DISPLAY 'AOC8801E TEST-PROMOTE: NO'
           END-PERFORM
           CLOSE REQUEST-FILE
           CLOSE LOG-FILE
           MOVE 'rm -f /tmp/AOC-PROMOTE-MASK.TXT' TO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND
           DISPLAY 'AOC8802I TEST-PROMOTE COMPLETE: '
               WS-PROMOTED-CNT ' PROMOTED, ' WS-REFUSED-CNT
               ' REFUSED - SEE PROMOTION-LOG.TXT'
           END-IF
           STOP RUN.

      ***************************************************************
      * LIST EVERY SUBSTITUTE ACCOUNT ON THE MASKING KEY             *
      ***************************************************************
       1000-LIST-SUBSTITUTES.

           OPEN OUTPUT SUBST-LIST-FILE
           OPEN INPUT MASK-KEY-FILE
           IF WS-MASK-KEY-FST NOT EQUAL '05'
               SET NOT-SCAN-EOF TO TRUE
               PERFORM UNTIL SCAN-EOF
                   READ MASK-KEY-FILE
                       AT END
                           SET SCAN-EOF TO TRUE
                       NOT AT END
                           IF MK-TYPE EQUAL 'A'
                               AND MK-SUBST NOT EQUAL SPACES
                               MOVE MK-SUBST TO SUBST-LIST-RECORD
                               WRITE SUBST-LIST-RECORD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE MASK-KEY-FILE
           CLOSE SUBST-LIST-FILE
           .
       1000-EXIT.
           EXIT.

      ***************************************************************
      * AN 'EMERGENCY <REASON>' RECORD ANYWHERE IN THE REQUEST ASKS  *
      * FOR A FREEZE-WINDOW OVERRIDE                                 *
      ***************************************************************
       1100-FIND-EMERGENCY.

           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-FST EQUAL '05'
               CLOSE REQUEST-FILE
               GO TO 1100-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ REQUEST-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF REQUEST-RECORD(1:10) EQUAL 'EMERGENCY '
                           MOVE 'Y' TO WS-EMERGENCY
                           MOVE REQUEST-RECORD(11:40)
                               TO WS-EMERGENCY-REASON
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUEST-FILE
           .
       1100-EXIT.
           EXIT.

      ***************************************************************
      * PROMOTE ONE CONTROL FILE FROM TESTROOT TO PRODUCTION         *
      ***************************************************************
           PERFORM 7000-TRIM THRU 7000-EXIT
           MOVE WS-TRIM-LEN TO WS-TARGET-LEN

           MOVE 'GATE'              TO FRZ-OP
           MOVE WS-RUN-DATE         TO FRZ-DATE
           MOVE WS-TARGET           TO FRZ-TARGET
           MOVE SPACES              TO FRZ-JOB
           MOVE 'TEST-PROMOTE'      TO FRZ-PROGRAM
           MOVE WS-OPERATOR-ID      TO FRZ-OPERATOR
           MOVE WS-EMERGENCY        TO FRZ-EMERGENCY
           MOVE WS-EMERGENCY-REASON TO FRZ-REASON
           CALL 'AOC-FREEZE' USING FRZ-PARMS
           IF FRZ-RC NOT EQUAL 0
               ADD 1 TO WS-REFUSED-CNT
               MOVE 'FROZEN' TO WS-OUTCOME
               DISPLAY 'AOC8807E TEST-PROMOTE: '
                   WS-TARGET(1:WS-TARGET-LEN) ' NOT PROMOTED - '
                   FRZ-MESSAGE
               PERFORM 3000-LOG-ONE THRU 3000-EXIT
               GO TO 2000-EXIT
           END-IF

           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-PROMOTE.FLG ; if [ ! -s "TESTROOT/'
               DELIMITED BY SIZE
               WS-TARGET(1:WS-TARGET-LEN) DELIMITED BY SIZE
               '" ] ; then echo NOTINTEST ;' DELIMITED BY SIZE
               ' elif [ -s /tmp/AOC-PROMOTE-MASK.TXT ] && grep -qwF'
               DELIMITED BY SIZE
               ' -f /tmp/AOC-PROMOTE-MASK.TXT "TESTROOT/'
               DELIMITED BY SIZE
               WS-TARGET(1:WS-TARGET-LEN) DELIMITED BY SIZE
               '" ; then echo MASKED ; else cp "TESTROOT/'
               DELIMITED BY SIZE
               WS-TARGET(1:WS-TARGET-LEN) DELIMITED BY SIZE
               '" "' DELIMITED BY SIZE
               WS-TARGET(1:WS-TARGET-LEN) DELIMITED BY SIZE
               '" && echo PROMOTED || echo CPFAIL ;'
               DELIMITED BY SIZE
               ' fi > /tmp/AOC-PROMOTE.FLG'
               DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
               DISPLAY 'AOC8804I TEST-PROMOTE: '
                   WS-TARGET(1:WS-TARGET-LEN) ' PROMOTED TO'
                   ' PRODUCTION'
               IF FRZ-OVERRIDDEN EQUAL 'Y'
                   MOVE 'LOGO' TO FRZ-OP
                   CALL 'AOC-FREEZE' USING FRZ-PARMS
                   IF FRZ-RC NOT EQUAL 0
                       DISPLAY 'AOC8808W TEST-PROMOTE: '
                           WS-TARGET(1:WS-TARGET-LEN) ' PROMOTED BUT'
                           ' OVERRIDE NOT REGISTERED - ' FRZ-MESSAGE
                   END-IF
               END-IF
           ELSE
               IF WS-OUTCOME EQUAL 'MASKED'
                   DISPLAY 'AOC8806E TEST-PROMOTE: '
                       WS-TARGET(1:WS-TARGET-LEN) ' CARRIES MASKED'
                       ' ACCOUNT VALUES FROM TEST-SETUP - REFUSED'
               END-IF
               ADD 1 TO WS-REFUSED-CNT
               DISPLAY 'AOC8805E TEST-PROMOTE: '
                   WS-TARGET(1:WS-TARGET-LEN) ' NOT PROMOTED ('
