       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-APPROVE.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * SHARED DUAL-CONTROL (FOUR-EYES) APPROVAL SERVICE             *
      *                                                              *
      * THE DESTRUCTIVE OPERATOR ACTIONS - CKPT-MANAGER PURGE=Y, THE *
      * ENQ FREE OVERRIDE, HOUSEKEEP'S GENERATION PURGE, A           *
      * CHANGE-APPLY BACKOUT AND A BATCH ROLLBACK - NO LONGER GO     *
      * AHEAD ON ONE OPERATOR'S SAY-SO.  THE FIRST ATTEMPT FILES A   *
      * PENDING REQUEST AND IS REFUSED; A SECOND, DIFFERENT OPERATOR *
      * NAMED ON OPERATOR-AUTH.TXT APPROVES IT FROM THE OPERATOR     *
      * MENU; THE REQUESTER'S NEXT ATTEMPT THEN PROCEEDS AND USES    *
      * THE APPROVAL UP.  A REQUEST NOT APPROVED - OR AN APPROVAL    *
      * NOT USED - WITHIN THE EXPIRY WINDOW LAPSES.  REQUESTER,      *
      * APPROVER AND OUTCOME OF EVERY STEP GO TO AUTH-LOG.TXT, WHICH *
      * LEDGER-SEAL CHAINS, SO THE TRAIL CANNOT BE QUIETLY EDITED.   *
      *                                                              *
      * APPROVAL-QUEUE.TXT (CALLER'S WORKING DIRECTORY, LIKE THE ENQ *
      * LOCK STORE) - ONE HEADER RECORD CARRYING THE LAST REQUEST    *
      * NUMBER ISSUED, THEN ONE RECORD PER REQUEST:                  *
      *   COL   1    R (H = HEADER)    COLS   3-7  REQUEST NUMBER    *
      *   COL   9    STATE: P PENDING, A APPROVED, E EXECUTED,       *
      *              X EXPIRED, D DECLINED                           *
      *   COLS 11-18 ACTION            COLS 20-39  TARGET            *
      *   COLS 41-48 REQUESTER         COLS 50-64  REQUESTED ON/AT   *
      *   COLS 66-73 APPROVER          COLS 75-89  LAST STATE CHANGE *
      *   COLS 91-114 REQUESTING PROGRAM                             *
      * CLOSED REQUESTS ARE DROPPED FROM THE QUEUE 30 DAYS AFTER     *
      * THEY CLOSE (AUTH-LOG.TXT KEEPS THE HISTORY).                 *
      *                                                              *
      * APPROVAL-CONTROL.TXT (OPTIONAL): 'EXPIRE=nnnn' - MINUTES A   *
      * REQUEST MAY WAIT FOR APPROVAL, AND AN APPROVAL MAY WAIT TO   *
      * BE USED (DEFAULT 240, THE ENQ STALE-LOCK WINDOW).            *
      * SEE COPYLIB/APRPARM.cpy FOR THE CALL PROTOCOL.  STATICALLY   *
      * LINKED BY aoc-build.sh LIKE AOC-ENQ.                         *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PENDING/APPROVED REQUEST STORE
           SELECT OPTIONAL QUEUE-FILE ASSIGN TO 'APPROVAL-QUEUE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FST.
      *    OPTIONAL EXPIRY WINDOW
           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO 'APPROVAL-CONTROL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FST.
      *    OPERATOR ROSTER - AN APPROVER MUST BE ON IT
           SELECT OPTIONAL AUTH-FILE ASSIGN TO 'OPERATOR-AUTH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-FST.
      *    AUDIT TRAIL SEALED BY LEDGER-SEAL
           SELECT OPTIONAL AUTH-LOG-FILE ASSIGN TO 'AUTH-LOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-LOG-FST.

       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-FILE
           RECORD CONTAINS 114 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS QUEUE-RECORD.
       01  QUEUE-RECORD.
           05 APQ-TYPE                          PIC X(1).
           05 FILLER                            PIC X(1).
           05 APQ-ID                            PIC 9(5).
           05 FILLER                            PIC X(1).
           05 APQ-STATE                         PIC X(1).
           05 FILLER                            PIC X(1).
           05 APQ-ACTION                        PIC X(8).
           05 FILLER                            PIC X(1).
           05 APQ-TARGET                        PIC X(20).
           05 FILLER                            PIC X(1).
           05 APQ-REQUESTER                     PIC X(8).
           05 FILLER                            PIC X(1).
           05 APQ-REQ-DATE                      PIC 9(8).
           05 FILLER                            PIC X(1).
           05 APQ-REQ-TIME                      PIC 9(6).
           05 FILLER                            PIC X(1).
           05 APQ-APPROVER                      PIC X(8).
           05 FILLER                            PIC X(1).
           05 APQ-ACT-DATE                      PIC 9(8).
           05 FILLER                            PIC X(1).
           05 APQ-ACT-TIME                      PIC 9(6).
           05 FILLER                            PIC X(1).
           05 APQ-PROGRAM                       PIC X(24).

       FD  CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONTROL-RECORD.
       01  CONTROL-RECORD                         PIC X(80).

       FD  AUTH-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUTH-RECORD.
       01  AUTH-RECORD                            PIC X(80).

       FD  AUTH-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUTH-LOG-RECORD.
       01  AUTH-LOG-RECORD                        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
       01  WS-QUEUE-FST                           PIC X(2) VALUE '00'.
       01  WS-CONTROL-FST                         PIC X(2) VALUE '00'.
       01  WS-AUTH-FST                            PIC X(2) VALUE '00'.
       01  WS-AUTH-LOG-FST                        PIC X(2) VALUE '00'.
       01  WS-EOF-FLAG                            PIC X(1).
           88 SCAN-EOF                                     VALUE 'Y'.
           88 NOT-SCAN-EOF                                 VALUE 'N'.
       01  WS-DIRTY-FLAG                          PIC X(1).
           88 QUEUE-CHANGED                                VALUE 'Y'.

      *    THE REQUEST QUEUE, HELD WHILE ONE OPERATION IS SERVED
       01  WS-REQ-CNT                             PIC 9(3) VALUE 0.
       01  WS-REQ-MAX                             PIC 9(3) VALUE 200.
       01  WS-LAST-ID                             PIC 9(5) VALUE 0.
       01  WS-REQ-TABLE.
           05 WS-REQ-ENTRY OCCURS 200 TIMES.
              10 WS-RQ-ID                       PIC 9(5).
              10 WS-RQ-STATE                    PIC X(1).
                 88 RQ-PENDING                             VALUE 'P'.
                 88 RQ-APPROVED                            VALUE 'A'.
                 88 RQ-OPEN                          VALUE 'P' 'A'.
              10 WS-RQ-ACTION                   PIC X(8).
              10 WS-RQ-TARGET                   PIC X(20).
              10 WS-RQ-REQUESTER                PIC X(8).
              10 WS-RQ-REQ-DATE                 PIC 9(8).
              10 WS-RQ-REQ-TIME                 PIC 9(6).
              10 WS-RQ-APPROVER                 PIC X(8).
              10 WS-RQ-ACT-DATE                 PIC 9(8).
              10 WS-RQ-ACT-TIME                 PIC 9(6).
              10 WS-RQ-PROGRAM                  PIC X(24).
       01  WS-REQ-SUB                             PIC 9(3).
       01  WS-REQ-HIT                             PIC 9(3).

       01  WS-NOW-DATE                            PIC 9(8).
       01  WS-NOW-TIME                            PIC 9(8).
       01  WS-NOW-HMS                             PIC 9(6).
       01  WS-HMS-SPLIT.
           05 WS-HMS-HH                           PIC 9(2).
           05 WS-HMS-MM                           PIC 9(2).
           05 WS-HMS-SS                           PIC 9(2).
       01  WS-THEN-DATE                           PIC 9(8).
       01  WS-THEN-HMS                            PIC 9(6).
       01  WS-NOW-MINUTE                          PIC 9(4).
       01  WS-THEN-MINUTE                         PIC 9(4).
       01  WS-AGE-MINUTES                         PIC S9(9).
       01  WS-AGE-DAYS                            PIC S9(7).
      *    AN UNAPPROVED REQUEST (OR UNUSED APPROVAL) LAPSES AFTER
      *    FOUR HOURS UNLESS APPROVAL-CONTROL.TXT SAYS OTHERWISE
       01  WS-EXPIRE-MINUTES                      PIC 9(4) VALUE 240.
       01  C-KEEP-CLOSED-DAYS                     PIC 9(3) VALUE 30.

       01  WS-ON-ROSTER                           PIC X(1).
       01  WS-ID-EDIT                             PIC 9(5).
       01  WS-LOG-OPERATOR                        PIC X(8).
       01  WS-LOG-TEXT                            PIC X(53).
       01  WS-STATE-WORD                          PIC X(10).
       01  WS-END                                 PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

       LINKAGE SECTION.
       COPY APRPARM.

       PROCEDURE DIVISION USING APR-PARMS.
      ***************************************************************
      * MAINLINE                                                    *
      ***************************************************************
       0000-MAINLINE.

           MOVE 0 TO APR-RC
           MOVE SPACES TO APR-MESSAGE
           MOVE SPACE TO WS-DIRTY-FLAG
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-TIME(1:6) TO WS-NOW-HMS
           PERFORM 1000-READ-CONTROL THRU 1000-EXIT
           PERFORM 1100-LOAD-QUEUE THRU 1100-EXIT
           PERFORM 1500-EXPIRE-REQUESTS THRU 1500-EXIT
           EVALUATE APR-OP
               WHEN 'AUTH'
                   PERFORM 2000-AUTHORIZE THRU 2000-EXIT
               WHEN 'APPR'
                   PERFORM 3000-APPROVE THRU 3000-EXIT
               WHEN 'DENY'
                   PERFORM 3500-DECLINE THRU 3500-EXIT
               WHEN 'LIST'
                   PERFORM 4000-LIST-REQUESTS THRU 4000-EXIT
               WHEN OTHER
                   DISPLAY 'AOC9701E APPROVAL SERVICE: UNKNOWN'
                       ' OPERATION ''' APR-OP ''''
                   MOVE 8 TO APR-RC
           END-EVALUATE
           IF QUEUE-CHANGED
               PERFORM 6000-REWRITE-QUEUE THRU 6000-EXIT
           END-IF
           GOBACK.

      ***************************************************************
      * READ THE OPTIONAL EXPIRY WINDOW ('EXPIRE=nnnn' MINUTES)      *
      ***************************************************************
       1000-READ-CONTROL.

           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FST EQUAL '05'
               CLOSE CONTROL-FILE
               GO TO 1000-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ CONTROL-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF CONTROL-RECORD(1:7) EQUAL 'EXPIRE='
                           AND CONTROL-RECORD(8:4) IS NUMERIC
                           AND CONTROL-RECORD(8:4) NOT EQUAL '0000'
                           MOVE CONTROL-RECORD(8:4)
                               TO WS-EXPIRE-MINUTES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE
           .
       1000-EXIT.
           EXIT.

      ***************************************************************
      * LOAD THE QUEUE.  CLOSED REQUESTS PAST THE KEEP PERIOD ARE    *
      * LEFT BEHIND, SO THE NEXT REWRITE DROPS THEM.                 *
      ***************************************************************
       1100-LOAD-QUEUE.

           MOVE 0 TO WS-REQ-CNT
           MOVE 0 TO WS-LAST-ID
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-FST EQUAL '05'
               CLOSE QUEUE-FILE
               GO TO 1100-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ QUEUE-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       PERFORM 1200-TAKE-QUEUE-RECORD THRU 1200-EXIT
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE
           .
       1100-EXIT.
           EXIT.

       1200-TAKE-QUEUE-RECORD.

           IF APQ-ID NOT NUMERIC
               GO TO 1200-EXIT
           END-IF
           IF APQ-TYPE EQUAL 'H'
               IF APQ-ID GREATER WS-LAST-ID
                   MOVE APQ-ID TO WS-LAST-ID
               END-IF
               GO TO 1200-EXIT
           END-IF
           IF APQ-TYPE NOT EQUAL 'R'
               GO TO 1200-EXIT
           END-IF
           IF APQ-ID GREATER WS-LAST-ID
               MOVE APQ-ID TO WS-LAST-ID
           END-IF
           IF APQ-STATE NOT EQUAL 'P' AND APQ-STATE NOT EQUAL 'A'
               AND APQ-ACT-DATE IS NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD(APQ-ACT-DATE) EQUAL 0
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
                   - FUNCTION INTEGER-OF-DATE(APQ-ACT-DATE)
               IF WS-AGE-DAYS GREATER C-KEEP-CLOSED-DAYS
                   SET QUEUE-CHANGED TO TRUE
                   GO TO 1200-EXIT
               END-IF
           END-IF
           IF WS-REQ-CNT NOT LESS WS-REQ-MAX
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO WS-REQ-CNT
           MOVE APQ-ID        TO WS-RQ-ID(WS-REQ-CNT)
           MOVE APQ-STATE     TO WS-RQ-STATE(WS-REQ-CNT)
           MOVE APQ-ACTION    TO WS-RQ-ACTION(WS-REQ-CNT)
           MOVE APQ-TARGET    TO WS-RQ-TARGET(WS-REQ-CNT)
           MOVE APQ-REQUESTER TO WS-RQ-REQUESTER(WS-REQ-CNT)
           MOVE APQ-REQ-DATE  TO WS-RQ-REQ-DATE(WS-REQ-CNT)
           MOVE APQ-REQ-TIME  TO WS-RQ-REQ-TIME(WS-REQ-CNT)
           MOVE APQ-APPROVER  TO WS-RQ-APPROVER(WS-REQ-CNT)
           MOVE APQ-ACT-DATE  TO WS-RQ-ACT-DATE(WS-REQ-CNT)
           MOVE APQ-ACT-TIME  TO WS-RQ-ACT-TIME(WS-REQ-CNT)
           MOVE APQ-PROGRAM   TO WS-RQ-PROGRAM(WS-REQ-CNT)
           .
       1200-EXIT.
           EXIT.

      ***************************************************************
      * LAPSE EVERY REQUEST LEFT UNAPPROVED, AND EVERY APPROVAL LEFT *
      * UNUSED, PAST THE EXPIRY WINDOW                               *
      ***************************************************************
       1500-EXPIRE-REQUESTS.

           MOVE 1 TO WS-REQ-SUB
           PERFORM UNTIL WS-REQ-SUB GREATER WS-REQ-CNT
               IF RQ-OPEN(WS-REQ-SUB)
                   PERFORM 1600-CHECK-AGE THRU 1600-EXIT
               END-IF
               ADD 1 TO WS-REQ-SUB
           END-PERFORM
           .
       1500-EXIT.
           EXIT.

       1600-CHECK-AGE.

           IF RQ-PENDING(WS-REQ-SUB)
               MOVE WS-RQ-REQ-DATE(WS-REQ-SUB) TO WS-THEN-DATE
               MOVE WS-RQ-REQ-TIME(WS-REQ-SUB) TO WS-THEN-HMS
           ELSE
               MOVE WS-RQ-ACT-DATE(WS-REQ-SUB) TO WS-THEN-DATE
               MOVE WS-RQ-ACT-TIME(WS-REQ-SUB) TO WS-THEN-HMS
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-THEN-DATE) NOT EQUAL 0
               MOVE WS-NOW-DATE TO WS-THEN-DATE
               MOVE 0 TO WS-THEN-HMS
           END-IF
           MOVE WS-NOW-HMS TO WS-HMS-SPLIT
           COMPUTE WS-NOW-MINUTE = (WS-HMS-HH * 60) + WS-HMS-MM
           MOVE WS-THEN-HMS TO WS-HMS-SPLIT
           COMPUTE WS-THEN-MINUTE = (WS-HMS-HH * 60) + WS-HMS-MM
           COMPUTE WS-AGE-MINUTES =
               ((FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-THEN-DATE)) * 1440)
               + WS-NOW-MINUTE - WS-THEN-MINUTE
           IF WS-AGE-MINUTES NOT GREATER WS-EXPIRE-MINUTES
               GO TO 1600-EXIT
           END-IF
           MOVE WS-RQ-ID(WS-REQ-SUB) TO WS-ID-EDIT
           IF RQ-PENDING(WS-REQ-SUB)
               DISPLAY 'AOC9705W APPROVAL SERVICE: REQUEST '
                   WS-ID-EDIT ' (' WS-RQ-ACTION(WS-REQ-SUB)
                   ') EXPIRED UNAPPROVED'
               MOVE 'UNAPPROVED' TO WS-STATE-WORD
           ELSE
               DISPLAY 'AOC9705W APPROVAL SERVICE: REQUEST '
                   WS-ID-EDIT ' (' WS-RQ-ACTION(WS-REQ-SUB)
                   ') EXPIRED - APPROVAL NOT USED'
               MOVE 'UNUSED' TO WS-STATE-WORD
           END-IF
           MOVE 'X' TO WS-RQ-STATE(WS-REQ-SUB)
           MOVE WS-NOW-DATE TO WS-RQ-ACT-DATE(WS-REQ-SUB)
           MOVE WS-NOW-HMS  TO WS-RQ-ACT-TIME(WS-REQ-SUB)
           SET QUEUE-CHANGED TO TRUE
           MOVE WS-RQ-REQUESTER(WS-REQ-SUB) TO WS-LOG-OPERATOR
           MOVE SPACES TO WS-LOG-TEXT
           STRING 'DUALCTL ' WS-ID-EDIT ' EXPIRED '
                   DELIMITED BY SIZE
               WS-RQ-ACTION(WS-REQ-SUB) DELIMITED BY SPACE
               ' ' WS-STATE-WORD DELIMITED BY SIZE
               INTO WS-LOG-TEXT
           END-STRING
           PERFORM 7000-WRITE-AUTH-LOG THRU 7000-EXIT
           .
       1600-EXIT.
           EXIT.

      ***************************************************************
      * MAY THE ACTION GO AHEAD?  AN APPROVED REQUEST FOR THE SAME   *
      * ACTION, TARGET AND REQUESTER RELEASES IT (ONCE); OTHERWISE A *
      * PENDING REQUEST IS FILED, OR THE OPEN ONE IS POINTED AT.     *
      ***************************************************************
       2000-AUTHORIZE.

           MOVE 0 TO APR-ID
           MOVE SPACES TO APR-APPROVER
           MOVE 0 TO WS-REQ-HIT
           MOVE 1 TO WS-REQ-SUB
           PERFORM UNTIL WS-REQ-SUB GREATER WS-REQ-CNT
               IF RQ-OPEN(WS-REQ-SUB)
                   AND WS-RQ-ACTION(WS-REQ-SUB) EQUAL APR-ACTION
                   AND WS-RQ-TARGET(WS-REQ-SUB) EQUAL APR-TARGET
                   AND WS-RQ-REQUESTER(WS-REQ-SUB) EQUAL APR-OPERATOR
                   MOVE WS-REQ-SUB TO WS-REQ-HIT
               END-IF
               ADD 1 TO WS-REQ-SUB
           END-PERFORM

           IF WS-REQ-HIT GREATER 0
               MOVE WS-RQ-ID(WS-REQ-HIT) TO APR-ID WS-ID-EDIT
               IF RQ-APPROVED(WS-REQ-HIT)
                   PERFORM 2100-RELEASE-ACTION THRU 2100-EXIT
               ELSE
                   DISPLAY 'AOC9703W APPROVAL SERVICE: ' APR-ACTION
                       ' ON ' APR-TARGET ' STILL AWAITS A SECOND'
                       ' OPERATOR - REQUEST ' WS-ID-EDIT
                   STRING 'AWAITING SECOND-OPERATOR APPROVAL - '
                           DELIMITED BY SIZE
                       'REQUEST ' WS-ID-EDIT DELIMITED BY SIZE
                       INTO APR-MESSAGE
                   END-STRING
                   MOVE 4 TO APR-RC
               END-IF
               GO TO 2000-EXIT
           END-IF

           IF WS-REQ-CNT NOT LESS WS-REQ-MAX
               DISPLAY 'AOC9713E APPROVAL SERVICE: QUEUE FULL - '
                   APR-ACTION ' ON ' APR-TARGET ' NOT FILED'
               MOVE 'APPROVAL QUEUE FULL - ACTION NOT PERFORMED'
                   TO APR-MESSAGE
               MOVE 8 TO APR-RC
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-REQ-CNT
           ADD 1 TO WS-LAST-ID
           MOVE WS-LAST-ID   TO WS-RQ-ID(WS-REQ-CNT) APR-ID WS-ID-EDIT
           MOVE 'P'          TO WS-RQ-STATE(WS-REQ-CNT)
           MOVE APR-ACTION   TO WS-RQ-ACTION(WS-REQ-CNT)
           MOVE APR-TARGET   TO WS-RQ-TARGET(WS-REQ-CNT)
           MOVE APR-OPERATOR TO WS-RQ-REQUESTER(WS-REQ-CNT)
           MOVE WS-NOW-DATE  TO WS-RQ-REQ-DATE(WS-REQ-CNT)
           MOVE WS-NOW-HMS   TO WS-RQ-REQ-TIME(WS-REQ-CNT)
           MOVE SPACES       TO WS-RQ-APPROVER(WS-REQ-CNT)
           MOVE WS-NOW-DATE  TO WS-RQ-ACT-DATE(WS-REQ-CNT)
           MOVE WS-NOW-HMS   TO WS-RQ-ACT-TIME(WS-REQ-CNT)
           MOVE APR-PROGRAM  TO WS-RQ-PROGRAM(WS-REQ-CNT)
           SET QUEUE-CHANGED TO TRUE
           DISPLAY 'AOC9702W APPROVAL SERVICE: ' APR-ACTION ' ON '
               APR-TARGET ' NEEDS A SECOND OPERATOR - REQUEST '
               WS-ID-EDIT ' FILED'
           STRING 'AWAITING SECOND-OPERATOR APPROVAL - '
                   DELIMITED BY SIZE
               'REQUEST ' WS-ID-EDIT DELIMITED BY SIZE
               INTO APR-MESSAGE
           END-STRING
           MOVE APR-OPERATOR TO WS-LOG-OPERATOR
           MOVE SPACES TO WS-LOG-TEXT
           STRING 'DUALCTL ' WS-ID-EDIT ' REQUESTED '
                   DELIMITED BY SIZE
               APR-ACTION DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               APR-TARGET DELIMITED BY '  '
               INTO WS-LOG-TEXT
           END-STRING
           PERFORM 7000-WRITE-AUTH-LOG THRU 7000-EXIT
           MOVE 4 TO APR-RC
           .
       2000-EXIT.
           EXIT.

      ***************************************************************
      * THE APPROVAL IS USED UP BY THIS EXECUTION                    *
      ***************************************************************
       2100-RELEASE-ACTION.

           MOVE WS-RQ-APPROVER(WS-REQ-HIT) TO APR-APPROVER
           MOVE 'E' TO WS-RQ-STATE(WS-REQ-HIT)
           MOVE WS-NOW-DATE TO WS-RQ-ACT-DATE(WS-REQ-HIT)
           MOVE WS-NOW-HMS  TO WS-RQ-ACT-TIME(WS-REQ-HIT)
           SET QUEUE-CHANGED TO TRUE
           DISPLAY 'AOC9704I APPROVAL SERVICE: ' APR-ACTION ' ON '
               APR-TARGET ' RELEASED - APPROVED BY ' APR-APPROVER
               ' UNDER REQUEST ' WS-ID-EDIT
           STRING 'APPROVED BY ' DELIMITED BY SIZE
               APR-APPROVER DELIMITED BY SPACE
               ' UNDER REQUEST ' WS-ID-EDIT DELIMITED BY SIZE
               INTO APR-MESSAGE
           END-STRING
           MOVE APR-OPERATOR TO WS-LOG-OPERATOR
           MOVE SPACES TO WS-LOG-TEXT
           STRING 'DUALCTL ' WS-ID-EDIT ' EXECUTED '
                   DELIMITED BY SIZE
               APR-ACTION DELIMITED BY SPACE
               ' APPROVER ' DELIMITED BY SIZE
               APR-APPROVER DELIMITED BY SPACE
               INTO WS-LOG-TEXT
           END-STRING
           PERFORM 7000-WRITE-AUTH-LOG THRU 7000-EXIT
           MOVE 0 TO APR-RC
           .
       2100-EXIT.
           EXIT.

      ***************************************************************
      * SECOND-OPERATOR APPROVAL OF A PENDING REQUEST.  THE APPROVER *
      * MUST NOT BE THE REQUESTER AND MUST BE ON OPERATOR-AUTH.TXT;  *
      * A REFUSED APPROVAL IS LOGGED TOO.                            *
      ***************************************************************
       3000-APPROVE.

           PERFORM 3900-FIND-REQUEST THRU 3900-EXIT
           MOVE APR-ID TO WS-ID-EDIT
           IF WS-REQ-HIT EQUAL 0
               OR NOT RQ-PENDING(WS-REQ-HIT)
               DISPLAY 'AOC9706E APPROVAL SERVICE: NO REQUEST '
                   WS-ID-EDIT ' IS AWAITING APPROVAL'
               MOVE 8 TO APR-RC
               GO TO 3000-EXIT
           END-IF
           MOVE APR-OPERATOR TO WS-LOG-OPERATOR
           MOVE SPACES TO WS-LOG-TEXT
           IF APR-OPERATOR EQUAL WS-RQ-REQUESTER(WS-REQ-HIT)
               DISPLAY 'AOC9707E APPROVAL SERVICE: REQUEST '
                   WS-ID-EDIT ' WAS RAISED BY ' APR-OPERATOR
                   ' - A DIFFERENT OPERATOR MUST APPROVE IT'
               STRING 'DUALCTL ' WS-ID-EDIT
                       ' APPROVAL REFUSED - OWN REQUEST'
                       DELIMITED BY SIZE
                   INTO WS-LOG-TEXT
               END-STRING
               PERFORM 7000-WRITE-AUTH-LOG THRU 7000-EXIT
               MOVE 8 TO APR-RC
               GO TO 3000-EXIT
           END-IF
           PERFORM 3800-CHECK-ROSTER THRU 3800-EXIT
           IF WS-ON-ROSTER NOT EQUAL 'Y'
               DISPLAY 'AOC9708E APPROVAL SERVICE: ' APR-OPERATOR
                   ' IS NOT ON OPERATOR-AUTH.TXT - REQUEST '
                   WS-ID-EDIT ' NOT APPROVED'
               STRING 'DUALCTL ' WS-ID-EDIT
                       ' APPROVAL REFUSED - NOT AUTHORIZED'
                       DELIMITED BY SIZE
                   INTO WS-LOG-TEXT
               END-STRING
               PERFORM 7000-WRITE-AUTH-LOG THRU 7000-EXIT
               MOVE 8 TO APR-RC
               GO TO 3000-EXIT
           END-IF
           MOVE 'A' TO WS-RQ-STATE(WS-REQ-HIT)
           MOVE APR-OPERATOR TO WS-RQ-APPROVER(WS-REQ-HIT)
           MOVE WS-NOW-DATE  TO WS-RQ-ACT-DATE(WS-REQ-HIT)
           MOVE WS-NOW-HMS   TO WS-RQ-ACT-TIME(WS-REQ-HIT)
           SET QUEUE-CHANGED TO TRUE
           DISPLAY 'AOC9709I APPROVAL SERVICE: REQUEST ' WS-ID-EDIT
               ' (' WS-RQ-ACTION(WS-REQ-HIT) ' ON '
               WS-RQ-TARGET(WS-REQ-HIT) ') APPROVED BY '
               APR-OPERATOR
           STRING 'DUALCTL ' WS-ID-EDIT ' APPROVED '
                   DELIMITED BY SIZE
               WS-RQ-ACTION(WS-REQ-HIT) DELIMITED BY SPACE
               ' FOR ' DELIMITED BY SIZE
               WS-RQ-REQUESTER(WS-REQ-HIT) DELIMITED BY SPACE
               INTO WS-LOG-TEXT
           END-STRING
           PERFORM 7000-WRITE-AUTH-LOG THRU 7000-EXIT
           .
       3000-EXIT.
           EXIT.

      ***************************************************************
      * DECLINE AN OPEN REQUEST - THE ACTION STAYS UNPERFORMED       *
      ***************************************************************
       3500-DECLINE.

           PERFORM 3900-FIND-REQUEST THRU 3900-EXIT
           MOVE APR-ID TO WS-ID-EDIT
           IF WS-REQ-HIT EQUAL 0
               OR NOT RQ-OPEN(WS-REQ-HIT)
               DISPLAY 'AOC9706E APPROVAL SERVICE: NO REQUEST '
                   WS-ID-EDIT ' IS AWAITING APPROVAL'
               MOVE 8 TO APR-RC
               GO TO 3500-EXIT
           END-IF
           MOVE 'D' TO WS-RQ-STATE(WS-REQ-HIT)
           MOVE APR-OPERATOR TO WS-RQ-APPROVER(WS-REQ-HIT)
           MOVE WS-NOW-DATE  TO WS-RQ-ACT-DATE(WS-REQ-HIT)
           MOVE WS-NOW-HMS   TO WS-RQ-ACT-TIME(WS-REQ-HIT)
           SET QUEUE-CHANGED TO TRUE
           DISPLAY 'AOC9710I APPROVAL SERVICE: REQUEST ' WS-ID-EDIT
               ' DECLINED BY ' APR-OPERATOR
           MOVE APR-OPERATOR TO WS-LOG-OPERATOR
           MOVE SPACES TO WS-LOG-TEXT
           STRING 'DUALCTL ' WS-ID-EDIT ' DECLINED '
                   DELIMITED BY SIZE
               WS-RQ-ACTION(WS-REQ-HIT) DELIMITED BY SPACE
               ' FOR ' DELIMITED BY SIZE
               WS-RQ-REQUESTER(WS-REQ-HIT) DELIMITED BY SPACE
               INTO WS-LOG-TEXT
           END-STRING
           PERFORM 7000-WRITE-AUTH-LOG THRU 7000-EXIT
           .
       3500-EXIT.
           EXIT.

      ***************************************************************
      * IS THE APPROVER ON THE OPERATOR ROSTER?                      *
      ***************************************************************
       3800-CHECK-ROSTER.

           MOVE 'N' TO WS-ON-ROSTER
           OPEN INPUT AUTH-FILE
           IF WS-AUTH-FST EQUAL '05'
               CLOSE AUTH-FILE
               GO TO 3800-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ AUTH-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF AUTH-RECORD(1:1) NOT EQUAL '*'
                           AND AUTH-RECORD(1:8) EQUAL APR-OPERATOR
                           AND AUTH-RECORD(9:72) NOT EQUAL SPACES
                           MOVE 'Y' TO WS-ON-ROSTER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTH-FILE
           .
       3800-EXIT.
           EXIT.

       3900-FIND-REQUEST.

           MOVE 0 TO WS-REQ-HIT
           MOVE 1 TO WS-REQ-SUB
           PERFORM UNTIL WS-REQ-SUB GREATER WS-REQ-CNT
               IF WS-RQ-ID(WS-REQ-SUB) EQUAL APR-ID
                   MOVE WS-REQ-SUB TO WS-REQ-HIT
                   MOVE WS-REQ-CNT TO WS-REQ-SUB
               END-IF
               ADD 1 TO WS-REQ-SUB
           END-PERFORM
           .
       3900-EXIT.
           EXIT.

      ***************************************************************
      * DISPLAY EVERY OPEN REQUEST - THE SECOND OPERATOR'S WORK LIST *
      ***************************************************************
       4000-LIST-REQUESTS.

           MOVE 0 TO WS-REQ-HIT
           MOVE 1 TO WS-REQ-SUB
           PERFORM UNTIL WS-REQ-SUB GREATER WS-REQ-CNT
               IF RQ-OPEN(WS-REQ-SUB)
                   ADD 1 TO WS-REQ-HIT
                   MOVE WS-RQ-ID(WS-REQ-SUB) TO WS-ID-EDIT
                   IF RQ-PENDING(WS-REQ-SUB)
                       MOVE 'PENDING' TO WS-STATE-WORD
                   ELSE
                       MOVE 'APPROVED' TO WS-STATE-WORD
                   END-IF
                   DISPLAY 'AOC9711I REQUEST ' WS-ID-EDIT ' '
                       WS-STATE-WORD ' ' WS-RQ-ACTION(WS-REQ-SUB)
                       ' ' WS-RQ-TARGET(WS-REQ-SUB)
                       ' BY ' WS-RQ-REQUESTER(WS-REQ-SUB)
                       ' VIA ' WS-RQ-PROGRAM(WS-REQ-SUB)
                   DISPLAY '         RAISED '
                       WS-RQ-REQ-DATE(WS-REQ-SUB) ' '
                       WS-RQ-REQ-TIME(WS-REQ-SUB)
                       '  APPROVER ' WS-RQ-APPROVER(WS-REQ-SUB)
               END-IF
               ADD 1 TO WS-REQ-SUB
           END-PERFORM
           IF WS-REQ-HIT EQUAL 0
               DISPLAY 'AOC9712I APPROVAL SERVICE: NO REQUESTS'
                   ' AWAITING APPROVAL'
           END-IF
           .
       4000-EXIT.
           EXIT.

      ***************************************************************
      * REWRITE THE QUEUE FROM THE TABLE, HEADER FIRST               *
      ***************************************************************
       6000-REWRITE-QUEUE.

           OPEN OUTPUT QUEUE-FILE
           MOVE SPACES TO QUEUE-RECORD
           MOVE 'H' TO APQ-TYPE
           MOVE WS-LAST-ID TO APQ-ID
           WRITE QUEUE-RECORD
           MOVE 1 TO WS-REQ-SUB
           PERFORM UNTIL WS-REQ-SUB GREATER WS-REQ-CNT
               MOVE SPACES TO QUEUE-RECORD
               MOVE 'R' TO APQ-TYPE
               MOVE WS-RQ-ID(WS-REQ-SUB)        TO APQ-ID
               MOVE WS-RQ-STATE(WS-REQ-SUB)     TO APQ-STATE
               MOVE WS-RQ-ACTION(WS-REQ-SUB)    TO APQ-ACTION
               MOVE WS-RQ-TARGET(WS-REQ-SUB)    TO APQ-TARGET
               MOVE WS-RQ-REQUESTER(WS-REQ-SUB) TO APQ-REQUESTER
               MOVE WS-RQ-REQ-DATE(WS-REQ-SUB)  TO APQ-REQ-DATE
               MOVE WS-RQ-REQ-TIME(WS-REQ-SUB)  TO APQ-REQ-TIME
               MOVE WS-RQ-APPROVER(WS-REQ-SUB)  TO APQ-APPROVER
               MOVE WS-RQ-ACT-DATE(WS-REQ-SUB)  TO APQ-ACT-DATE
               MOVE WS-RQ-ACT-TIME(WS-REQ-SUB)  TO APQ-ACT-TIME
               MOVE WS-RQ-PROGRAM(WS-REQ-SUB)   TO APQ-PROGRAM
               WRITE QUEUE-RECORD
               ADD 1 TO WS-REQ-SUB
           END-PERFORM
           CLOSE QUEUE-FILE
           .
       6000-EXIT.
           EXIT.

      ***************************************************************
      * APPEND ONE LINE TO AUTH-LOG.TXT: DATE TIME OPERATOR TEXT     *
      ***************************************************************
       7000-WRITE-AUTH-LOG.

           MOVE SPACES TO AUTH-LOG-RECORD
           STRING WS-NOW-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-NOW-TIME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-LOG-OPERATOR DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-LOG-TEXT DELIMITED BY SIZE
               INTO AUTH-LOG-RECORD
           END-STRING
           OPEN EXTEND AUTH-LOG-FILE
           WRITE AUTH-LOG-RECORD
           CLOSE AUTH-LOG-FILE
           .
       7000-EXIT.
           EXIT.
