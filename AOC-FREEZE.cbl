       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-FREEZE.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * SHARED CHANGE-FREEZE WINDOW SERVICE                          *
      *                                                              *
      * MONTH-END BILLING AND THE AUDIT PERIOD ARE TIMES NOTHING IS  *
      * TO BE CHANGED.  FREEZE WINDOWS ARE KEPT WITH THE BATCH       *
      * SCHEDULE IN SCHEDULE-CALENDAR.TXT, ONE OR MORE FREEZE        *
      * RECORDS PER WINDOW:                                          *
      *   COLS  1-8  'FREEZE  '                                      *
      *   COLS  9-16 FIRST FROZEN DATE  COLS 18-25 LAST FROZEN DATE  *
      *   COLS 27-46 WINDOW NAME                                     *
      *   COLS 48-80 SCOPE - BLANK-SEPARATED FILE NAMES (JOBCAT.TXT, *
      *              PARMLIB.TXT ...), JOB NAMES (DAY05 ...),        *
      *              'LOADLIB' FOR EVERY LOAD-MODULE BUILD, OR 'ALL' *
      * A SECOND RECORD WITH THE SAME NAME AND DATES CARRIES MORE    *
      * SCOPE.  CHANGE-APPLY, TEST-PROMOTE AND BUILD-DRIVER ASK THIS *
      * SERVICE BEFORE CHANGING ANYTHING; INSIDE A WINDOW THE CHANGE *
      * IS REFUSED UNLESS IT CARRIES AN EMERGENCY OVERRIDE, AND THE  *
      * OVERRIDE ITSELF IS A DUAL-CONTROL ACTION (AOC-APPROVE        *
      * 'FRZOVRD' AGAINST THE WINDOW NAME).  ONE APPROVAL COVERS     *
      * EVERY TARGET IN THAT WINDOW FOR THE REST OF THE CALLER'S     *
      * RUN.  THE GATE ONLY GRANTS THE OVERRIDE; ONCE THE CHANGE HAS *
      * BEEN MADE THE CALLER REGISTERS IT ('LOGO'), SO A CHANGE THAT *
      * FAILS OR IS NEVER MADE LEAVES NO OVERRIDE BEHIND.  EVERY     *
      * TARGET CHANGED UNDER AN OVERRIDE IS APPENDED TO              *
      * FREEZE-OVERRIDES.TXT, WHICH OPS-PACK LISTS EACH MONTH:       *
      *   COLS   1-8  DATE       COLS  10-15 TIME                    *
      *   COLS  17-36 WINDOW     COLS  38-49 PROGRAM                 *
      *   COLS  51-74 TARGET     COLS  76-83 REQUESTER               *
      *   COLS  85-92 APPROVER   COLS  94-132 REASON                 *
      * SEE COPYLIB/FRZPARM.cpy FOR THE CALL PROTOCOL.  STATICALLY   *
      * LINKED BY aoc-build.sh LIKE AOC-APPROVE.                     *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE FREEZE WINDOWS LIVE WITH THE BATCH SCHEDULE
           SELECT OPTIONAL SCHEDULE-FILE
               ASSIGN TO 'SCHEDULE-CALENDAR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-FST.
      *    REGISTER OF EVERY CHANGE MADE UNDER AN OVERRIDE
           SELECT OPTIONAL OVERRIDE-FILE
               ASSIGN TO 'FREEZE-OVERRIDES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-FST.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SCHEDULE-RECORD.
       01  SCHEDULE-RECORD.
           05 FZ-TYPE                             PIC X(8).
           05 FZ-FROM                             PIC X(8).
           05 FILLER                              PIC X(1).
           05 FZ-TO                               PIC X(8).
           05 FILLER                              PIC X(1).
           05 FZ-WINDOW                           PIC X(20).
           05 FILLER                              PIC X(1).
           05 FZ-SCOPE                            PIC X(33).

       FD  OVERRIDE-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OVERRIDE-RECORD.
       01  OVERRIDE-RECORD.
           05 FO-DATE                             PIC 9(8).
           05 FILLER                              PIC X(1).
           05 FO-TIME                             PIC 9(6).
           05 FILLER                              PIC X(1).
           05 FO-WINDOW                           PIC X(20).
           05 FILLER                              PIC X(1).
           05 FO-PROGRAM                          PIC X(12).
           05 FILLER                              PIC X(1).
           05 FO-TARGET                           PIC X(24).
           05 FILLER                              PIC X(1).
           05 FO-REQUESTER                        PIC X(8).
           05 FILLER                              PIC X(1).
           05 FO-APPROVER                         PIC X(8).
           05 FILLER                              PIC X(1).
           05 FO-REASON                           PIC X(39).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
       01  WS-SCHEDULE-FST                        PIC X(2) VALUE '00'.
       01  WS-OVERRIDE-FST                        PIC X(2) VALUE '00'.
       01  WS-EOF-FLAG                            PIC X(1).
           88 SCAN-EOF                                     VALUE 'Y'.
           88 NOT-SCAN-EOF                                 VALUE 'N'.

      *    ONE FREEZE RECORD'S SCOPE, SPLIT INTO ITS NAMES
       01  WS-SCOPE-TABLE.
           05 WS-SCOPE-NAME OCCURS 8 TIMES       PIC X(24).
       01  WS-SCOPE-SUB                           PIC 9(2).
       01  WS-SCOPE-HIT                           PIC X(1).

      *    WINDOWS ALREADY OVERRIDDEN IN THIS RUN - THE APPROVAL IS
      *    USED UP ON THE FIRST TARGET AND COVERS THE REST
       01  WS-OVR-CNT                             PIC 9(2) VALUE 0.
       01  WS-OVR-TABLE.
           05 WS-OVR-ENTRY OCCURS 10 TIMES.
              10 WS-OVR-WINDOW                  PIC X(20).
              10 WS-OVR-APPROVER                PIC X(8).
       01  WS-OVR-SUB                             PIC 9(2).
       01  WS-OVR-HIT                             PIC 9(2).

       01  WS-NOW-TIME                            PIC 9(8).
       COPY APRPARM.
       01  WS-END                                 PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

       LINKAGE SECTION.
       COPY FRZPARM.

       PROCEDURE DIVISION USING FRZ-PARMS.
      ***************************************************************
      * MAINLINE                                                    *
      ***************************************************************
       0000-MAINLINE.

           MOVE 0 TO FRZ-RC
           MOVE SPACES TO FRZ-MESSAGE
      *    A REGISTRATION CARRIES BACK WHAT THE GATE GRANTED
           IF FRZ-OP EQUAL 'LOGO'
               PERFORM 4000-LOG-OVERRIDE THRU 4000-EXIT
               GOBACK
           END-IF
           MOVE SPACES TO FRZ-WINDOW FRZ-APPROVER
           MOVE 'N' TO FRZ-OVERRIDDEN
           MOVE 0 TO FRZ-FROM FRZ-TO
           EVALUATE FRZ-OP
               WHEN 'CHEK'
                   PERFORM 2000-CHECK-WINDOWS THRU 2000-EXIT
               WHEN 'GATE'
                   PERFORM 2000-CHECK-WINDOWS THRU 2000-EXIT
                   IF FRZ-RC NOT EQUAL 0
                       PERFORM 3000-GATE THRU 3000-EXIT
                   END-IF
               WHEN OTHER
                   DISPLAY 'AOC3901E FREEZE SERVICE: UNKNOWN'
                       ' OPERATION ''' FRZ-OP ''''
                   MOVE 8 TO FRZ-RC
           END-EVALUATE
           GOBACK.

      ***************************************************************
      * FIND THE FIRST WINDOW OPEN ON FRZ-DATE WHOSE SCOPE NAMES THE *
      * TARGET, THE JOB, OR ALL.  A FREEZE RECORD WITH BAD DATES IS  *
      * PASSED OVER HERE - CALENDAR-SVC AND PREFLIGHT REPORT IT.     *
      ***************************************************************
       2000-CHECK-WINDOWS.

           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-FST EQUAL '05'
               CLOSE SCHEDULE-FILE
               GO TO 2000-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ SCHEDULE-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF FZ-TYPE EQUAL 'FREEZE  '
                           AND FZ-FROM IS NUMERIC
                           AND FZ-TO IS NUMERIC
                           AND FRZ-DATE NOT LESS FZ-FROM
                           AND FRZ-DATE NOT GREATER FZ-TO
                           PERFORM 2100-MATCH-SCOPE THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           .
       2000-EXIT.
           EXIT.

       2100-MATCH-SCOPE.

           MOVE SPACES TO WS-SCOPE-TABLE
           UNSTRING FZ-SCOPE DELIMITED BY ALL SPACE
               INTO WS-SCOPE-NAME(1) WS-SCOPE-NAME(2)
                    WS-SCOPE-NAME(3) WS-SCOPE-NAME(4)
                    WS-SCOPE-NAME(5) WS-SCOPE-NAME(6)
                    WS-SCOPE-NAME(7) WS-SCOPE-NAME(8)
           END-UNSTRING
           MOVE 'N' TO WS-SCOPE-HIT
           PERFORM VARYING WS-SCOPE-SUB FROM 1 BY 1
                   UNTIL WS-SCOPE-SUB GREATER 8
               IF WS-SCOPE-NAME(WS-SCOPE-SUB) NOT EQUAL SPACES
                   IF WS-SCOPE-NAME(WS-SCOPE-SUB) EQUAL 'ALL'
                       OR WS-SCOPE-NAME(WS-SCOPE-SUB) EQUAL FRZ-TARGET
                       MOVE 'Y' TO WS-SCOPE-HIT
                   END-IF
                   IF FRZ-JOB NOT EQUAL SPACES
                       AND WS-SCOPE-NAME(WS-SCOPE-SUB) EQUAL FRZ-JOB
                       MOVE 'Y' TO WS-SCOPE-HIT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SCOPE-HIT NOT EQUAL 'Y'
               GO TO 2100-EXIT
           END-IF
           MOVE FZ-WINDOW TO FRZ-WINDOW
           MOVE FZ-FROM   TO FRZ-FROM
           MOVE FZ-TO     TO FRZ-TO
           MOVE 4 TO FRZ-RC
           STRING 'FROZEN BY WINDOW ' DELIMITED BY SIZE
               FZ-WINDOW DELIMITED BY '  '
               ' ' FZ-FROM '-' FZ-TO DELIMITED BY SIZE
               INTO FRZ-MESSAGE
           END-STRING
           SET SCAN-EOF TO TRUE
           .
       2100-EXIT.
           EXIT.

      ***************************************************************
      * THE TARGET IS FROZEN.  A WINDOW ALREADY OVERRIDDEN IN THIS   *
      * RUN LETS IT THROUGH; OTHERWISE ONLY AN EMERGENCY REQUEST     *
      * APPROVED BY A SECOND OPERATOR DOES.  NOTHING IS REGISTERED   *
      * HERE - THE CALLER DOES THAT ('LOGO') ONCE THE CHANGE IS MADE *
      ***************************************************************
       3000-GATE.

           MOVE 0 TO WS-OVR-HIT
           PERFORM VARYING WS-OVR-SUB FROM 1 BY 1
                   UNTIL WS-OVR-SUB GREATER WS-OVR-CNT
               IF WS-OVR-WINDOW(WS-OVR-SUB) EQUAL FRZ-WINDOW
                   MOVE WS-OVR-SUB TO WS-OVR-HIT
               END-IF
           END-PERFORM
           IF WS-OVR-HIT GREATER 0
               MOVE WS-OVR-APPROVER(WS-OVR-HIT) TO FRZ-APPROVER
               PERFORM 3100-GRANT-OVERRIDE THRU 3100-EXIT
               GO TO 3000-EXIT
           END-IF

           IF FRZ-EMERGENCY NOT EQUAL 'Y'
               DISPLAY 'AOC3902E FREEZE SERVICE: ' FRZ-TARGET
                   ' IS FROZEN BY WINDOW ' FRZ-WINDOW ' ('
                   FRZ-FROM '-' FRZ-TO ') - NO EMERGENCY OVERRIDE'
               MOVE SPACES TO FRZ-MESSAGE
               STRING 'FROZEN BY WINDOW ' DELIMITED BY SIZE
                   FRZ-WINDOW DELIMITED BY '  '
                   ' - NO EMERGENCY OVERRIDE' DELIMITED BY SIZE
                   INTO FRZ-MESSAGE
               END-STRING
               MOVE 8 TO FRZ-RC
               GO TO 3000-EXIT
           END-IF

           MOVE 'AUTH'        TO APR-OP
           MOVE 'FRZOVRD'     TO APR-ACTION
           MOVE FRZ-WINDOW    TO APR-TARGET
           MOVE FRZ-OPERATOR  TO APR-OPERATOR
           MOVE FRZ-PROGRAM   TO APR-PROGRAM
           CALL 'AOC-APPROVE' USING APR-PARMS
           IF APR-RC NOT EQUAL 0
               DISPLAY 'AOC3903W FREEZE SERVICE: EMERGENCY OVERRIDE'
                   ' OF WINDOW ' FRZ-WINDOW ' NOT YET APPROVED - '
                   FRZ-TARGET ' NOT CHANGED'
               MOVE APR-MESSAGE TO FRZ-MESSAGE
               IF APR-RC EQUAL 4
                   MOVE 4 TO FRZ-RC
               ELSE
                   MOVE 8 TO FRZ-RC
               END-IF
               GO TO 3000-EXIT
           END-IF
           MOVE APR-APPROVER TO FRZ-APPROVER
           IF WS-OVR-CNT LESS 10
               ADD 1 TO WS-OVR-CNT
               MOVE FRZ-WINDOW   TO WS-OVR-WINDOW(WS-OVR-CNT)
               MOVE FRZ-APPROVER TO WS-OVR-APPROVER(WS-OVR-CNT)
           END-IF
           PERFORM 3100-GRANT-OVERRIDE THRU 3100-EXIT
           .
       3000-EXIT.
           EXIT.

      ***************************************************************
      * THE CHANGE MAY GO AHEAD UNDER THE OVERRIDE                   *
      ***************************************************************
       3100-GRANT-OVERRIDE.

           MOVE 0 TO FRZ-RC
           MOVE 'Y' TO FRZ-OVERRIDDEN
           MOVE SPACES TO FRZ-MESSAGE
           STRING 'EMERGENCY OVERRIDE OF ' DELIMITED BY SIZE
               FRZ-WINDOW DELIMITED BY '  '
               ' APPROVED BY ' DELIMITED BY SIZE
               FRZ-APPROVER DELIMITED BY SPACE
               INTO FRZ-MESSAGE
           END-STRING
           .
       3100-EXIT.
           EXIT.

      ***************************************************************
      * THE CHANGE WAS MADE UNDER THE OVERRIDE THE GATE GRANTED -    *
      * REGISTER IT.  THE CALLER PASSES BACK THE WINDOW AND APPROVER *
      * THE GATE RETURNED WITH ITS TARGET, JOB, PROGRAM, REQUESTER,  *
      * REASON AND DATE.                                             *
      ***************************************************************
       4000-LOG-OVERRIDE.

           IF FRZ-OVERRIDDEN NOT EQUAL 'Y'
               OR FRZ-WINDOW EQUAL SPACES
               OR FRZ-APPROVER EQUAL SPACES
               DISPLAY 'AOC3905E FREEZE SERVICE: NO GRANTED OVERRIDE'
                   ' TO REGISTER FOR ' FRZ-TARGET
               MOVE 'NO GRANTED OVERRIDE TO REGISTER' TO FRZ-MESSAGE
               MOVE 8 TO FRZ-RC
               GO TO 4000-EXIT
           END-IF
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES          TO OVERRIDE-RECORD
           MOVE FRZ-DATE        TO FO-DATE
           MOVE WS-NOW-TIME(1:6) TO FO-TIME
           MOVE FRZ-WINDOW      TO FO-WINDOW
           MOVE FRZ-PROGRAM     TO FO-PROGRAM
           MOVE FRZ-TARGET      TO FO-TARGET
           IF FRZ-JOB NOT EQUAL SPACES
               MOVE SPACES TO FO-TARGET
               STRING FRZ-TARGET DELIMITED BY SPACE
                   ' ' FRZ-JOB DELIMITED BY SIZE
                   INTO FO-TARGET
               END-STRING
           END-IF
           MOVE FRZ-OPERATOR    TO FO-REQUESTER
           MOVE FRZ-APPROVER    TO FO-APPROVER
           MOVE FRZ-REASON      TO FO-REASON
           OPEN EXTEND OVERRIDE-FILE
           IF WS-OVERRIDE-FST NOT EQUAL '00'
               AND WS-OVERRIDE-FST NOT EQUAL '05'
               DISPLAY 'AOC3906E FREEZE SERVICE: FREEZE-OVERRIDES.TXT'
                   ' OPEN FAILED - STATUS ' WS-OVERRIDE-FST ' - '
                   FRZ-TARGET ' OVERRIDE NOT REGISTERED'
               MOVE 'FREEZE-OVERRIDES.TXT OPEN FAILED' TO FRZ-MESSAGE
               MOVE 8 TO FRZ-RC
               GO TO 4000-EXIT
           END-IF
           WRITE OVERRIDE-RECORD
           CLOSE OVERRIDE-FILE
           DISPLAY 'AOC3904W FREEZE SERVICE: ' FRZ-TARGET
               ' CHANGED INSIDE WINDOW ' FRZ-WINDOW
               ' - EMERGENCY OVERRIDE APPROVED BY ' FRZ-APPROVER
           MOVE SPACES TO FRZ-MESSAGE
           STRING 'OVERRIDE OF ' DELIMITED BY SIZE
               FRZ-WINDOW DELIMITED BY '  '
               ' REGISTERED ON FREEZE-OVERRIDES.TXT' DELIMITED BY SIZE
               INTO FRZ-MESSAGE
           END-STRING
           .
       4000-EXIT.
           EXIT.
