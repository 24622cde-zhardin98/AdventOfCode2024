      *   EXPIRE=nn   AGE IN DAYS BEYOND WHICH A CHECKPOINT IS       *
      *               STALE (DEFAULT 7)                              *
      *   PURGE=Y     ACTUALLY DELETE STALE CHECKPOINTS (DEFAULT IS  *
      *               REPORT ONLY).  A PURGE IS A DUAL-CONTROL       *
      *               ACTION: THE FIRST PURGE=Y RUN THAT FINDS A     *
      *               STALE CHECKPOINT FILES AN APPROVAL REQUEST     *
      *               (AOC-APPROVE) AND ONLY REPORTS; THE SAME       *
      *               OPERATOR'S NEXT RUN PURGES ONCE A SECOND       *
      *               OPERATOR HAS APPROVED IT FROM THE MENU.        *
      * OUTPUT: CKPT-MANAGER-REPORT.TXT PLUS A CONSOLE SUMMARY.      *
      * RUN FROM THE WORKSPACE ROOT.                                 *
      ***************************************************************

       01  WS-EXPIRE-DAYS                         PIC 9(2) VALUE 7.
       01  WS-PURGE-FLAG                          PIC X(1) VALUE 'N'.
      *    SECOND-OPERATOR APPROVAL, ASKED FOR ONCE PER RUN
       01  WS-PURGE-APPROVAL                      PIC X(1) VALUE ' '.
           88 PURGE-NOT-ASKED                              VALUE ' '.
           88 PURGE-APPROVED                               VALUE 'Y'.
       01  WS-OPERATOR-ID                         PIC X(8)
           VALUE SPACES.
       COPY APRPARM.

      *    THE SUITE'S CHECKPOINTS
       01  WS-CKPT-CNT                            PIC 9(1) VALUE 3.
       01  WS-PROBE-DATE-X                        PIC X(10).
       01  WS-PROBE-AGE                           PIC 9(5).
       01  WS-STALE-CNT                           PIC 9(1) VALUE 0.
       01  WS-STALE-TEXT                          PIC X(36).
       01  WS-PURGED-CNT                          PIC 9(1) VALUE 0.

       01  WS-TRIM-FIELD                          PIC X(24).
       0000-MAINLINE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'AOC_OPERATOR'
           IF WS-OPERATOR-ID EQUAL SPACES
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'USER'
           END-IF
           IF WS-OPERATOR-ID EQUAL SPACES
               MOVE 'UNKNOWN' TO WS-OPERATOR-ID
           END-IF
           PERFORM 1000-READ-CONTROL THRU 1000-EXIT
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
               WS-PURGED-CNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF NOT PURGE-NOT-ASKED
               MOVE SPACES TO REPORT-RECORD
               STRING 'PURGE APPROVAL: ' DELIMITED BY SIZE
                   APR-MESSAGE DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           CLOSE REPORT-FILE
           DISPLAY 'CKPT-MANAGER COMPLETE - ' WS-STALE-CNT
               ' STALE, ' WS-PURGED-CNT
           MOVE SPACES TO WS-STALE-TEXT
           IF WS-PROBE-AGE GREATER WS-EXPIRE-DAYS
               ADD 1 TO WS-STALE-CNT
               IF WS-PURGE-FLAG EQUAL 'Y' AND PURGE-NOT-ASKED
                   PERFORM 2400-ASK-APPROVAL THRU 2400-EXIT
               END-IF
               EVALUATE TRUE
                   WHEN WS-PURGE-FLAG NOT EQUAL 'Y'
                       MOVE '  ** STALE' TO WS-STALE-TEXT
                   WHEN PURGE-APPROVED
                       PERFORM 2500-PURGE-CHECKPOINT THRU 2500-EXIT
                       MOVE '  ** STALE - PURGED' TO WS-STALE-TEXT
                   WHEN OTHER
                       MOVE '  ** STALE - PURGE AWAITS APPROVAL'
                           TO WS-STALE-TEXT
               END-EVALUATE
           END-IF

           MOVE SPACES TO REPORT-RECORD
       2000-EXIT.
           EXIT.

      ***************************************************************
      * ASK AOC-APPROVE WHETHER A SECOND OPERATOR HAS APPROVED THIS  *
      * OPERATOR'S CHECKPOINT PURGE - FILING THE REQUEST IF NOT      *
      ***************************************************************
       2400-ASK-APPROVAL.

           MOVE 'AUTH'           TO APR-OP
           MOVE 'CKPTPURG'       TO APR-ACTION
           MOVE 'STALE CHECKPOINTS' TO APR-TARGET
           MOVE WS-OPERATOR-ID   TO APR-OPERATOR
           MOVE 'CKPT-MANAGER'   TO APR-PROGRAM
           CALL 'AOC-APPROVE' USING APR-PARMS
           IF APR-RC EQUAL 0
               SET PURGE-APPROVED TO TRUE
           ELSE
               MOVE 'N' TO WS-PURGE-APPROVAL
               DISPLAY 'AOC9491W CKPT-MANAGER: STALE CHECKPOINTS NOT'
                   ' PURGED - ' APR-MESSAGE
           END-IF
           .
       2400-EXIT.
           EXIT.

       2500-PURGE-CHECKPOINT.

           MOVE SPACES TO WS-COMMAND
