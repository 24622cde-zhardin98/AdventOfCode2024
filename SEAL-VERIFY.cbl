      * A CLEAN PASS MEANS EVERY SEALED LINE IS EXACTLY AS IT WAS    *
      * WHEN AUDIT CLOSED THE SEGMENT.  FINDINGS GO TO THE CONSOLE   *
      * AND SEAL-VERIFY-REPORT.TXT; ANY FINDING SETS RETURN CODE 8.  *
      *                                                              *
      * A BATCH ROLLBACK PUTS A LEDGER BACK TO ITS PRE-BATCH LINES   *
      * AND LEDGER-SEAL THEN WRITES A REBASE SEAL (R IN COLUMN 100)  *
      * OVER LINES 1 TO N.  A SEAL FOR THE SAME TARGET EARLIER IN    *
      * THE CHAIN THAT REACHES PAST A LATER REBASE COVERED LINES THE *
      * ROLLBACK REMOVED; IT IS REPORTED AS ROLLED BACK AND IS NOT A *
      * FINDING.  ITS CHAIN LINKAGE IS STILL CHECKED.                *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 CH-PRIOR                            PIC 9(10).
           05 FILLER                              PIC X(1).
           05 CH-TARGET                           PIC X(40).
           05 CH-KIND                             PIC X(1).
              88 CH-REBASE                                 VALUE 'R'.

       FD  FLAG-FILE
           RECORD CONTAINS 40 CHARACTERS
       01  WS-TGT-SUB                             PIC 9(2).
       01  WS-TGT-HIT                             PIC 9(2).

      *    REBASE SEALS WRITTEN AFTER BATCH ROLLBACKS
       01  WS-RB-CNT                              PIC 9(3) VALUE 0.
       01  WS-RB-TABLE.
           05 WS-RB-ENTRY OCCURS 200 TIMES.
              10 WS-RB-TARGET                     PIC X(40).
              10 WS-RB-SEQ                        PIC 9(4).
              10 WS-RB-THRU                       PIC 9(6).
       01  WS-RB-SUB                              PIC 9(3).
       01  WS-ROLLED-FLAG                         PIC X(1).
       01  WS-ROLLED-CNT                          PIC 9(4) VALUE 0.

       01  WS-SEAL-CNT                            PIC 9(4) VALUE 0.
       01  WS-BAD-CNT                             PIC 9(4) VALUE 0.
       01  WS-RECOMP-CHECK                        PIC 9(10).
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 0500-LOAD-REBASES    THRU 0500-EXIT
           PERFORM 1000-WALK-CHAIN      THRU 1000-EXIT
           PERFORM 3000-CHECK-TRUNCATED THRU 3000-EXIT
           MOVE SPACES TO REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'SEALS VERIFIED ' WS-SEAL-CNT
               '  FINDINGS ' WS-BAD-CNT
               '  ROLLED BACK ' WS-ROLLED-CNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           END-IF
           STOP RUN.

      ***************************************************************
      * NOTE EVERY REBASE SEAL SO THE WALK CAN TELL WHICH EARLIER    *
      * SEGMENTS A BATCH ROLLBACK TOOK BACK                          *
      ***************************************************************
       0500-LOAD-REBASES.

           OPEN INPUT CHAIN-FILE
           IF WS-CHAIN-FST EQUAL '05'
               CLOSE CHAIN-FILE
               GO TO 0500-EXIT
           END-IF
           SET NOT-CHAIN-EOF TO TRUE
           PERFORM UNTIL CHAIN-EOF
               READ CHAIN-FILE
                   AT END
                       SET CHAIN-EOF TO TRUE
                   NOT AT END
                       IF CHAIN-RECORD(1:4) IS NUMERIC
                           AND CH-REBASE
                           AND WS-RB-CNT LESS 200
                           ADD 1 TO WS-RB-CNT
                           MOVE CH-TARGET TO WS-RB-TARGET(WS-RB-CNT)
                           MOVE CH-SEQ TO WS-RB-SEQ(WS-RB-CNT)
                           MOVE CH-THRU-LINE TO WS-RB-THRU(WS-RB-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHAIN-FILE
           .
       0500-EXIT.
           EXIT.

      ***************************************************************
      * WALK EVERY SEAL IN CHAIN ORDER                               *
      ***************************************************************
               WRITE REPORT-RECORD
           END-IF

      *    A SEGMENT A LATER ROLLBACK TOOK BACK IS NOT RECHECKED
           MOVE 'N' TO WS-ROLLED-FLAG
           IF NOT CH-REBASE
               PERFORM VARYING WS-RB-SUB FROM 1 BY 1
                       UNTIL WS-RB-SUB GREATER WS-RB-CNT
                   IF WS-RB-TARGET(WS-RB-SUB) EQUAL CH-TARGET
                       AND WS-RB-SEQ(WS-RB-SUB) GREATER CH-SEQ
                       AND WS-RB-THRU(WS-RB-SUB) LESS CH-THRU-LINE
                       MOVE 'Y' TO WS-ROLLED-FLAG
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ROLLED-FLAG EQUAL 'Y'
               ADD 1 TO WS-ROLLED-CNT
               MOVE SPACES TO REPORT-RECORD
               STRING 'ROLLED BACK  SEAL ' CH-SEQ ' OF '
                   WS-TGT-PATH(WS-TGT-HIT)
                       (1:WS-TGT-PATH-LEN(WS-TGT-HIT))
                   ' LINES ' CH-FROM-LINE '-' CH-THRU-LINE
                   ': REMOVED BY A BATCH ROLLBACK AND RESEALED'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               GO TO 2000-CARRY
           END-IF

           PERFORM 2200-RECOMPUTE-CHECK THRU 2200-EXIT
           IF WS-HAVE-FLAG NOT EQUAL 'Y'
               ADD 1 TO WS-BAD-CNT
                   WRITE REPORT-RECORD
               END-IF
           END-IF
           .

      *    CARRY THE RECORDED CHECK FORWARD, SO ONE BAD SEAL IS
      *    REPORTED ONCE RATHER THAN CASCADING DOWN THE CHAIN
       2000-CARRY.

           MOVE CH-CHECK TO WS-TGT-RUN-CHECK(WS-TGT-HIT)
           MOVE CH-THRU-LINE TO WS-TGT-RUN-THRU(WS-TGT-HIT)
           .

      ***************************************************************
      * RECOMPUTE THE SEAL'S CHECK VALUE THE WAY LEDGER-SEAL BUILT   *
      * IT: THE SEGMENT'S LINES PLUS THE RECORDED PRIOR CHECK.  A   *
      * REBASE SEAL COVERS THE FIRST N LINES (head, N MAY BE ZERO).  *
      ***************************************************************
       2200-RECOMPUTE-CHECK.

           IF CH-REBASE
               PERFORM 2250-RECOMPUTE-REBASE THRU 2250-EXIT
               GO TO 2200-EXIT
           END-IF
           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-SEALV.FLG ; if [ -f "'
                   DELIMITED BY SIZE
       2200-EXIT.
           EXIT.

       2250-RECOMPUTE-REBASE.

           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-SEALV.FLG ; if [ -f "'
                   DELIMITED BY SIZE
               WS-TGT-PATH(WS-TGT-HIT)
                   (1:WS-TGT-PATH-LEN(WS-TGT-HIT))
                   DELIMITED BY SIZE
               '" ] ; then { head -n ' DELIMITED BY SIZE
               CH-THRU-LINE DELIMITED BY SIZE
               ' "' DELIMITED BY SIZE
               WS-TGT-PATH(WS-TGT-HIT)
                   (1:WS-TGT-PATH-LEN(WS-TGT-HIT))
                   DELIMITED BY SIZE
               '" ; echo PRIOR=' DELIMITED BY SIZE
               CH-PRIOR DELIMITED BY SIZE
               ' ; } | cksum > /tmp/AOC-SEALV.FLG ; fi'
                   DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           PERFORM 6000-READ-FLAG-NUMBER THRU 6000-EXIT
           MOVE WS-DIGIT-ACC TO WS-RECOMP-CHECK
           .
       2250-EXIT.
           EXIT.

      ***************************************************************
      * A TARGET NOW SHORTER THAN ITS LAST SEALED LINE HAS LOST      *
      * SEALED CONTENT EVEN IF EVERY REMAINING SEGMENT STILL CHECKS  *
