           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO 'RUN-LEDGER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LEDGER-FST.
      *    PRINT-QUEUE STATUS MASTER - ONE RECORD PER QUEUE SENT TO
      *    THE PRINT ROOM ON THE CORRECTED-UPDATES FEED, CARRYING ITS
      *    QUEUE ID, PAGES AND LAST PRINT-ROOM OUTCOME.  REWRITTEN
      *    EVERY RUN THROUGH THE COMMIT PROTOCOL.
           SELECT OPTIONAL PRINT-STATUS-FILE
               ASSIGN TO 'PRINT-QUEUE-STATUS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS-FST.
           SELECT PRINT-STATUS-OUT-FILE
               ASSIGN TO 'PRINT-QUEUE-STATUS.TXT.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS-OUT-FST.
      *    PRINT-ROOM COMPLETION FILE - ONE RECORD PER QUEUE THE PRINT
      *    ROOM WORKED: QUEUE ID IN COLS 1-16, OUTCOME IN COL 18
      *    (P = PRINTED, F = FAILED, H = HELD), DATE OF THE OUTCOME
      *    IN COLS 20-27 (CCYYMMDD).  '*' IN COLUMN 1 IS A COMMENT.
           SELECT OPTIONAL PRINT-COMPLETION-FILE
               ASSIGN TO 'PRINT-COMPLETIONS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-COMPLETION-FST.
      *    PRINT RECONCILIATION - ONE LINE PER EXCEPTION: QUEUES SENT
      *    BUT NOT CONFIRMED (WITH THEIR AGE), CONFIRMATIONS FOR
      *    QUEUES NEVER SENT, AND FAILED PRINTS RE-QUEUED THIS CYCLE
           SELECT PRINT-RECON-FILE ASSIGN TO 'PRINT-RECON.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-RECON-FST.



      *    INPUT FINGERPRINT LEFT BY THE SHELL'S cksum STEP, IN THE
      *    JOB'S OWN FOLDER SO CONCURRENT BATCH STREAMS NEVER SHARE IT
           SELECT OPTIONAL FP-FLAG-FILE ASSIGN TO 'AOC-FP.FLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FP-FLAG-FST.

       01  VIOLATIONS-RECORD                     PIC X(420).

       FD  CORRECTED-FILE
           RECORD CONTAINS 130 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CORRECTED-RECORD.
       01  CORRECTED-RECORD                      PIC X(130).

       FD  RULE-AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS LEDGER-RECORD.
       01  LEDGER-RECORD                        PIC X(200).

       FD  PRINT-STATUS-FILE
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRINT-STATUS-RECORD.
       01  PRINT-STATUS-RECORD.
           05 PQS-QUEUE-ID                      PIC X(16).
           05 FILLER                            PIC X(1).
           05 PQS-STATUS                        PIC X(1).
           05 FILLER                            PIC X(1).
           05 PQS-SENT-DATE                     PIC 9(8).
           05 FILLER                            PIC X(1).
           05 PQS-SEND-CNT                      PIC 9(2).
           05 FILLER                            PIC X(1).
           05 PQS-LAST-STAT                     PIC X(1).
           05 FILLER                            PIC X(1).
           05 PQS-LAST-DATE                     PIC 9(8).
           05 FILLER                            PIC X(1).
           05 PQS-FLAG                          PIC X(13).
           05 FILLER                            PIC X(1).
           05 PQS-PAGES                         PIC X(90).
           05 FILLER                            PIC X(4).

       FD  PRINT-STATUS-OUT-FILE
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRINT-STATUS-OUT-RECORD.
       01  PRINT-STATUS-OUT-RECORD              PIC X(150).

       FD  PRINT-COMPLETION-FILE
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRINT-COMPLETION-RECORD.
       01  PRINT-COMPLETION-RECORD.
           05 PCMP-QUEUE-ID                     PIC X(16).
           05 FILLER                            PIC X(1).
           05 PCMP-OUTCOME                      PIC X(1).
               88 PCMP-PRINTED                           VALUE 'P'.
               88 PCMP-FAILED                            VALUE 'F'.
               88 PCMP-HELD                              VALUE 'H'.
           05 FILLER                            PIC X(1).
           05 PCMP-DATE                         PIC X(8).
           05 FILLER                            PIC X(3).

       FD  PRINT-RECON-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRINT-RECON-RECORD.
       01  PRINT-RECON-RECORD                   PIC X(132).


       FD  FP-FLAG-FILE
           RECORD CONTAINS 40 CHARACTERS
       01  WS-CORR-PTR                          PIC 9(3).
       01  WS-GOOD-FEED-CNT                     PIC 9(6) VALUE 0.
       01  WS-CORR-FEED-CNT                     PIC 9(6) VALUE 0.
       01  WS-CORR-PAGES                        PIC X(90).

      *    PRINT-ROOM COMPLETION RECONCILIATION FIELDS.  EVERY FEED
      *    RECORD CARRIES A QUEUE ID (BUSINESS DATE PLUS UPDATE
      *    NUMBER) THAT THE PRINT ROOM QUOTES BACK ON ITS COMPLETION
      *    FILE.  THE STATUS MASTER IS HELD HERE FOR THE RUN: QUEUES
      *    STILL OPEN (SENT OR HELD) AGE UNTIL CONFIRMED, FAILED
      *    QUEUES GO BACK ON THIS CYCLE'S FEED, AND PRINTED QUEUES
      *    ARE KEPT WS-PQS-KEEP-DAYS SO A RESENT COMPLETION FILE IS
      *    RECOGNISED AS A REPEAT RATHER THAN A NEVER-SENT QUEUE.
       01  WS-PRINT-STATUS-FST                  PIC X(2) VALUE '00'.
       01  WS-PRINT-STATUS-OUT-FST              PIC X(2) VALUE '00'.
       01  WS-PRINT-COMPLETION-FST              PIC X(2) VALUE '00'.
       01  WS-PRINT-RECON-FST                   PIC X(2) VALUE '00'.
       01  WS-PQS-EOF                           PIC X(1) VALUE 'N'.
           88 PQS-EOF                                    VALUE 'Y'.
           88 NOT-PQS-EOF                                VALUE 'N'.
       01  WS-PCMP-EOF                          PIC X(1) VALUE 'N'.
           88 PCMP-EOF                                   VALUE 'Y'.
           88 NOT-PCMP-EOF                               VALUE 'N'.
       01  WS-PQS-TABLE.
           05 WS-PQS-ENTRY OCCURS 5000 TIMES.
               10 WS-PQS-ID                     PIC X(16).
               10 WS-PQS-STATUS                 PIC X(1).
               10 WS-PQS-SENT-DATE              PIC 9(8).
               10 WS-PQS-SEND-CNT               PIC 9(2).
               10 WS-PQS-LAST-STAT              PIC X(1).
               10 WS-PQS-LAST-DATE              PIC 9(8).
               10 WS-PQS-FLAG                   PIC X(13).
               10 WS-PQS-PAGES                  PIC X(90).
       01  WS-PQS-CNT                           PIC 9(4) VALUE 0.
       01  WS-PQS-SUB                           PIC 9(4) VALUE 0.
       01  WS-PQS-MAX                           PIC 9(4) VALUE 5000.
       01  WS-PQS-KEEP-DAYS                     PIC 9(3) VALUE 30.
       01  WS-PQS-AGE                           PIC S9(7) VALUE 0.
       01  WS-PQS-AGE-TEXT                      PIC ZZZZ9.
       01  WS-PQS-STAT-TEXT                     PIC X(4).
       01  WS-PCMP-DATE-9                       PIC 9(8).
       01  WS-QUEUE-ID.
           05 WS-QID-TAG                        PIC X(1) VALUE 'Q'.
           05 WS-QID-DATE                       PIC 9(8).
           05 WS-QID-DASH                       PIC X(1) VALUE '-'.
           05 WS-QID-NUM                        PIC 9(6).
       01  WS-PCMP-READ-CNT                     PIC 9(6) VALUE 0.
       01  WS-PCMP-PRINTED-CNT                  PIC 9(6) VALUE 0.
       01  WS-PCMP-FAILED-CNT                   PIC 9(6) VALUE 0.
       01  WS-PCMP-HELD-CNT                     PIC 9(6) VALUE 0.
       01  WS-PCMP-NOT-SENT-CNT                 PIC 9(6) VALUE 0.
       01  WS-PCMP-REPEAT-CNT                   PIC 9(6) VALUE 0.
       01  WS-PCMP-BAD-CNT                      PIC 9(6) VALUE 0.
       01  WS-REQUEUE-CNT                       PIC 9(6) VALUE 0.
       01  WS-UNCONFIRMED-CNT                   PIC 9(6) VALUE 0.
       01  WS-PQS-PURGED-CNT                    PIC 9(6) VALUE 0.

      *    RULES-INTEGRITY VALIDATION FIELDS.  THE PRINT ROOM EDITS
      *    RULES.TXT BY HAND; A DUPLICATED RULE, A CONTRADICTORY
               UNTIL END-OF-RULES
           PERFORM 2700-LOAD-RULE-CHANGES     THRU 2700-EXIT
           PERFORM 2600-PRESCAN-UPDATES       THRU 2600-EXIT
           PERFORM 7000-PRINT-COMPLETIONS     THRU 7000-EXIT
           PERFORM 3000-VALIDATE-PRINTS       THRU 3000-EXIT
               UNTIL END-OF-FILE
           PERFORM 7500-PRINT-RECON           THRU 7500-EXIT
           PERFORM 8000-DISPLAY-RESULTS       THRU 8000-EXIT
           PERFORM 8100-IMPACT-SUMMARY        THRU 8100-EXIT
           PERFORM 8500-LOG-RUN               THRU 8500-EXIT
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
      * FEED.  THE PAGES APPEAR COMMA-SEPARATED IN THE SAME SHAPE AS  *
      * THE INBOUND QUEUE FILE, FOLLOWED BY THE DISPOSITION FLAG, SO  *
      * THE PRINT ROOM PICKS UP THE CORRECTED SEQUENCES INSTEAD OF    *
      * RERUNNING THE BAD ONES.  THE QUEUE ID CLOSES THE RECORD; THE  *
      * PRINT ROOM QUOTES IT BACK ON ITS COMPLETION FILE.             *
      ****************************************************************
       5500-WRITE-CORRECTED.

           MOVE SPACES TO WS-CORR-PAGES
           MOVE 1 TO WS-CORR-PTR
           MOVE 1 TO WS-CORR-SUB
           PERFORM UNTIL WS-CORR-SUB GREATER 30
                   OR WS-ORDER(WS-CORR-SUB) EQUAL 0
               IF WS-CORR-SUB GREATER 1
                   STRING ',' DELIMITED BY SIZE
                       INTO WS-CORR-PAGES
                       WITH POINTER WS-CORR-PTR
                   END-STRING
               END-IF
               STRING WS-ORDER(WS-CORR-SUB) DELIMITED BY SIZE
                   INTO WS-CORR-PAGES
                   WITH POINTER WS-CORR-PTR
               END-STRING
               ADD 1 TO WS-CORR-SUB
           END-PERFORM
           MOVE BIZ-DATE      TO WS-QID-DATE
           MOVE WS-UPDATE-NUM TO WS-QID-NUM
           PERFORM 5550-WRITE-FEED-LINE THRU 5550-EXIT
           PERFORM 7200-RECORD-SEND     THRU 7200-EXIT
           .
       5500-EXIT.
           EXIT.

      ****************************************************************
      * WRITE ONE FEED RECORD: PAGES, DISPOSITION FLAG, QUEUE ID      *
      ****************************************************************
       5550-WRITE-FEED-LINE.

           MOVE SPACES TO CORRECTED-RECORD
           MOVE 1 TO WS-CORR-PTR
           STRING WS-CORR-PAGES DELIMITED BY SPACE
                  ' ' WS-CORR-FLAG ' ' WS-QUEUE-ID DELIMITED BY SIZE
               INTO CORRECTED-RECORD
               WITH POINTER WS-CORR-PTR
           END-STRING
           MOVE WS-CORRECTED-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           .
       5550-EXIT.
           EXIT.

      *****************************************************************
       6000-EXIT.
           EXIT.

      *****************************************************************
      * PRINT-ROOM COMPLETION FEEDBACK.  LOAD THE QUEUE STATUS MASTER,*
      * APPLY THE PRINT ROOM'S COMPLETION FILE TO IT, AND PUT EVERY   *
      * FAILED PRINT BACK ON THIS CYCLE'S FEED UNDER ITS ORIGINAL     *
      * QUEUE ID.  RUNS BEFORE THE UPDATES SO TODAY'S SENDS ARE NOT   *
      * MISTAKEN FOR CONFIRMED ONES.                                  *
      *****************************************************************
       7000-PRINT-COMPLETIONS.

           CALL 'AOC-BIZDATE' USING BIZ-PARMS
           OPEN OUTPUT PRINT-RECON-FILE
           MOVE 'PRINT-RECON-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-PRINT-RECON-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT

           OPEN INPUT PRINT-STATUS-FILE
           MOVE 'PRINT-STATUS-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-PRINT-STATUS-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           SET NOT-PQS-EOF TO TRUE
           PERFORM UNTIL PQS-EOF
               READ PRINT-STATUS-FILE
                   AT END
                       SET PQS-EOF TO TRUE
                   NOT AT END
                       PERFORM 7050-TAKE-STATUS-RECORD THRU 7050-EXIT
               END-READ
               MOVE 'PRINT-STATUS-FILE' TO WS-FST-FILE-NAME
               MOVE 'READ' TO WS-FST-OPERATION
               MOVE WS-PRINT-STATUS-FST TO WS-FST-STATUS
               PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           END-PERFORM
           CLOSE PRINT-STATUS-FILE

           OPEN INPUT PRINT-COMPLETION-FILE
           MOVE 'PRINT-COMPLETION-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-PRINT-COMPLETION-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           IF WS-PRINT-COMPLETION-FST EQUAL '05'
               DISPLAY 'AOC0521I NO PRINT-COMPLETION FILE THIS CYCLE'
           END-IF
           SET NOT-PCMP-EOF TO TRUE
           PERFORM UNTIL PCMP-EOF
               READ PRINT-COMPLETION-FILE
                   AT END
                       SET PCMP-EOF TO TRUE
                   NOT AT END
                       PERFORM 7100-APPLY-COMPLETION THRU 7100-EXIT
               END-READ
               MOVE 'PRINT-COMPLETION-FILE' TO WS-FST-FILE-NAME
               MOVE 'READ' TO WS-FST-OPERATION
               MOVE WS-PRINT-COMPLETION-FST TO WS-FST-STATUS
               PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           END-PERFORM
           CLOSE PRINT-COMPLETION-FILE

           PERFORM VARYING WS-PQS-SUB FROM 1 BY 1
                   UNTIL WS-PQS-SUB GREATER WS-PQS-CNT
               IF WS-PQS-STATUS(WS-PQS-SUB) EQUAL 'F'
                   PERFORM 7300-REQUEUE-FAILED THRU 7300-EXIT
               END-IF
           END-PERFORM
           .
       7000-EXIT.
           EXIT.

      ****************************************************************
      * ADD ONE STATUS-MASTER RECORD TO THE IN-STORAGE TABLE          *
      ****************************************************************
       7050-TAKE-STATUS-RECORD.

           IF PQS-QUEUE-ID EQUAL SPACES
               GO TO 7050-EXIT
           END-IF
           IF WS-PQS-CNT NOT LESS WS-PQS-MAX
               PERFORM 7900-STATUS-TABLE-FULL THRU 7900-EXIT
           END-IF
           ADD 1 TO WS-PQS-CNT
           MOVE PQS-QUEUE-ID  TO WS-PQS-ID(WS-PQS-CNT)
           MOVE PQS-STATUS    TO WS-PQS-STATUS(WS-PQS-CNT)
           MOVE PQS-SENT-DATE TO WS-PQS-SENT-DATE(WS-PQS-CNT)
           MOVE PQS-SEND-CNT  TO WS-PQS-SEND-CNT(WS-PQS-CNT)
           MOVE PQS-LAST-STAT TO WS-PQS-LAST-STAT(WS-PQS-CNT)
           MOVE PQS-LAST-DATE TO WS-PQS-LAST-DATE(WS-PQS-CNT)
           MOVE PQS-FLAG      TO WS-PQS-FLAG(WS-PQS-CNT)
           MOVE PQS-PAGES     TO WS-PQS-PAGES(WS-PQS-CNT)
           .
       7050-EXIT.
           EXIT.

      ****************************************************************
      * APPLY ONE PRINT-ROOM COMPLETION RECORD.  A QUEUE ID NOT ON    *
      * THE MASTER IS A CONFIRMATION FOR A QUEUE NEVER SENT; THE SAME *
      * OUTCOME AND DATE ALREADY APPLIED IS A REPEAT AND IS SKIPPED.  *
      ****************************************************************
       7100-APPLY-COMPLETION.

           IF PRINT-COMPLETION-RECORD EQUAL SPACES
               OR PCMP-QUEUE-ID(1:1) EQUAL '*'
               GO TO 7100-EXIT
           END-IF
           ADD 1 TO WS-PCMP-READ-CNT
           IF PCMP-QUEUE-ID(1:1) NOT EQUAL 'Q'
               OR NOT (PCMP-PRINTED OR PCMP-FAILED OR PCMP-HELD)
               ADD 1 TO WS-PCMP-BAD-CNT
               DISPLAY 'AOC0520W MALFORMED PRINT-COMPLETION RECORD: '
                   PRINT-COMPLETION-RECORD
               GO TO 7100-EXIT
           END-IF
           MOVE BIZ-DATE TO WS-PCMP-DATE-9
           IF PCMP-DATE NUMERIC
               MOVE PCMP-DATE TO WS-PCMP-DATE-9
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-PCMP-DATE-9)
                       NOT EQUAL 0
                   MOVE BIZ-DATE TO WS-PCMP-DATE-9
               END-IF
           END-IF

           MOVE PCMP-QUEUE-ID TO WS-QUEUE-ID
           PERFORM 7150-FIND-QUEUE THRU 7150-EXIT
           IF WS-PQS-SUB EQUAL 0
               ADD 1 TO WS-PCMP-NOT-SENT-CNT
               MOVE SPACES TO PRINT-RECON-RECORD
               STRING 'NOT-SENT    ' PCMP-QUEUE-ID
                   ' CONFIRMED ' PCMP-OUTCOME ' ' WS-PCMP-DATE-9
                   ' - NO SUCH QUEUE WAS SENT TO THE PRINT ROOM'
                   DELIMITED BY SIZE
                   INTO PRINT-RECON-RECORD
               END-STRING
               PERFORM 7950-WRITE-RECON THRU 7950-EXIT
               GO TO 7100-EXIT
           END-IF
           IF (WS-PQS-LAST-STAT(WS-PQS-SUB) EQUAL PCMP-OUTCOME
                AND WS-PQS-LAST-DATE(WS-PQS-SUB) EQUAL WS-PCMP-DATE-9)
               OR (WS-PQS-STATUS(WS-PQS-SUB) EQUAL 'P'
                AND PCMP-PRINTED)
               ADD 1 TO WS-PCMP-REPEAT-CNT
               GO TO 7100-EXIT
           END-IF
           MOVE PCMP-OUTCOME   TO WS-PQS-LAST-STAT(WS-PQS-SUB)
                                  WS-PQS-STATUS(WS-PQS-SUB)
           MOVE WS-PCMP-DATE-9 TO WS-PQS-LAST-DATE(WS-PQS-SUB)
           EVALUATE TRUE
               WHEN PCMP-PRINTED
                   ADD 1 TO WS-PCMP-PRINTED-CNT
               WHEN PCMP-FAILED
                   ADD 1 TO WS-PCMP-FAILED-CNT
               WHEN PCMP-HELD
                   ADD 1 TO WS-PCMP-HELD-CNT
           END-EVALUATE
           .
       7100-EXIT.
           EXIT.

      ****************************************************************
      * LOOK UP WS-QUEUE-ID ON THE STATUS TABLE (WS-PQS-SUB = 0 WHEN  *
      * IT IS NOT THERE)                                              *
      ****************************************************************
       7150-FIND-QUEUE.

           PERFORM VARYING WS-PQS-SUB FROM 1 BY 1
                   UNTIL WS-PQS-SUB GREATER WS-PQS-CNT
                   OR WS-PQS-ID(WS-PQS-SUB) EQUAL WS-QUEUE-ID
               CONTINUE
           END-PERFORM
           IF WS-PQS-SUB GREATER WS-PQS-CNT
               MOVE 0 TO WS-PQS-SUB
           END-IF
           .
       7150-EXIT.
           EXIT.

      ****************************************************************
      * RECORD A QUEUE JUST WRITTEN TO THE FEED BY 5500.  A RERUN OF  *
      * THE SAME BUSINESS DATE REUSES THE SAME QUEUE IDS, SO AN ID    *
      * ALREADY ON FILE IS REFRESHED RATHER THAN ADDED TWICE; ONE THE *
      * PRINT ROOM HAS ALREADY CONFIRMED PRINTED STAYS CONFIRMED.     *
      ****************************************************************
       7200-RECORD-SEND.

           PERFORM 7150-FIND-QUEUE THRU 7150-EXIT
           IF WS-PQS-SUB EQUAL 0
               IF WS-PQS-CNT NOT LESS WS-PQS-MAX
                   PERFORM 7900-STATUS-TABLE-FULL THRU 7900-EXIT
               END-IF
               ADD 1 TO WS-PQS-CNT
               MOVE WS-PQS-CNT  TO WS-PQS-SUB
               MOVE WS-QUEUE-ID TO WS-PQS-ID(WS-PQS-SUB)
               MOVE 1           TO WS-PQS-SEND-CNT(WS-PQS-SUB)
               MOVE SPACE       TO WS-PQS-LAST-STAT(WS-PQS-SUB)
               MOVE 0           TO WS-PQS-LAST-DATE(WS-PQS-SUB)
               MOVE 'S'         TO WS-PQS-STATUS(WS-PQS-SUB)
           END-IF
           IF WS-PQS-STATUS(WS-PQS-SUB) NOT EQUAL 'P'
               MOVE 'S' TO WS-PQS-STATUS(WS-PQS-SUB)
           END-IF
           MOVE BIZ-DATE      TO WS-PQS-SENT-DATE(WS-PQS-SUB)
           MOVE WS-CORR-FLAG  TO WS-PQS-FLAG(WS-PQS-SUB)
           MOVE WS-CORR-PAGES TO WS-PQS-PAGES(WS-PQS-SUB)
           .
       7200-EXIT.
           EXIT.

      ****************************************************************
      * PUT ONE FAILED PRINT BACK ON THE FEED UNDER ITS ORIGINAL      *
      * QUEUE ID.  A QUEUE FROM TODAY'S OWN BUSINESS DATE IS SENT     *
      * AGAIN BY THE UPDATE PASS ITSELF, SO IT IS ONLY REOPENED HERE. *
      ****************************************************************
       7300-REQUEUE-FAILED.

           ADD 1 TO WS-REQUEUE-CNT
           MOVE 'S' TO WS-PQS-STATUS(WS-PQS-SUB)
           MOVE WS-PQS-ID(WS-PQS-SUB) TO WS-QUEUE-ID
           IF WS-QID-DATE NOT EQUAL BIZ-DATE
               MOVE WS-PQS-PAGES(WS-PQS-SUB) TO WS-CORR-PAGES
               MOVE 'REQUEUED' TO WS-CORR-FLAG
               PERFORM 5550-WRITE-FEED-LINE THRU 5550-EXIT
               MOVE BIZ-DATE TO WS-PQS-SENT-DATE(WS-PQS-SUB)
               IF WS-PQS-SEND-CNT(WS-PQS-SUB) LESS 99
                   ADD 1 TO WS-PQS-SEND-CNT(WS-PQS-SUB)
               END-IF
           END-IF
           MOVE SPACES TO PRINT-RECON-RECORD
           STRING 'REQUEUED    ' WS-PQS-ID(WS-PQS-SUB)
               ' FAILED ' WS-PQS-LAST-DATE(WS-PQS-SUB)
               ' - BACK ON THE FEED, SEND '
               WS-PQS-SEND-CNT(WS-PQS-SUB)
               ' ' WS-PQS-FLAG(WS-PQS-SUB)
               DELIMITED BY SIZE
               INTO PRINT-RECON-RECORD
           END-STRING
           PERFORM 7950-WRITE-RECON THRU 7950-EXIT
           .
       7300-EXIT.
           EXIT.

      *****************************************************************
      * WRITE THE NEW STATUS MASTER AND THE AGING LIST OF QUEUES SENT *
      * ON AN EARLIER BUSINESS DATE AND STILL NOT CONFIRMED PRINTED.  *
      * PRINTED QUEUES ARE DROPPED WS-PQS-KEEP-DAYS AFTER THEIR       *
      * CONFIRMATION.                                                 *
      *****************************************************************
       7500-PRINT-RECON.

           OPEN OUTPUT PRINT-STATUS-OUT-FILE
           MOVE 'PRINT-STATUS-OUT-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-PRINT-STATUS-OUT-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           PERFORM VARYING WS-PQS-SUB FROM 1 BY 1
                   UNTIL WS-PQS-SUB GREATER WS-PQS-CNT
               PERFORM 7550-RECON-QUEUE THRU 7550-EXIT
           END-PERFORM
           CLOSE PRINT-STATUS-OUT-FILE
           CLOSE PRINT-RECON-FILE

           DISPLAY 'AOC0517I PRINT COMPLETIONS READ ' WS-PCMP-READ-CNT
               ' PRINTED ' WS-PCMP-PRINTED-CNT
               ' FAILED ' WS-PCMP-FAILED-CNT
               ' HELD ' WS-PCMP-HELD-CNT
               ' REPEATS ' WS-PCMP-REPEAT-CNT
           IF WS-REQUEUE-CNT GREATER 0
               DISPLAY 'AOC0522I REQUEUED ' WS-REQUEUE-CNT
                   ' FAILED PRINT(S) ON THIS CYCLE''S FEED'
           END-IF
           IF WS-UNCONFIRMED-CNT GREATER 0
               OR WS-PCMP-NOT-SENT-CNT GREATER 0
               DISPLAY 'AOC0518W PRINT RECON: ' WS-UNCONFIRMED-CNT
                   ' UNCONFIRMED ' WS-PCMP-NOT-SENT-CNT
                   ' NEVER SENT - SEE PRINT-RECON.TXT'
           END-IF
           .
       7500-EXIT.
           EXIT.

      ****************************************************************
      * AGE ONE QUEUE, LIST IT IF STILL OPEN, AND CARRY IT FORWARD    *
      ****************************************************************
       7550-RECON-QUEUE.

           IF WS-PQS-STATUS(WS-PQS-SUB) EQUAL 'P'
               COMPUTE WS-PQS-AGE =
                   FUNCTION INTEGER-OF-DATE(BIZ-DATE) -
                   FUNCTION INTEGER-OF-DATE(
                       WS-PQS-LAST-DATE(WS-PQS-SUB))
               IF WS-PQS-AGE GREATER WS-PQS-KEEP-DAYS
                   ADD 1 TO WS-PQS-PURGED-CNT
                   GO TO 7550-EXIT
               END-IF
           ELSE
               IF WS-PQS-SENT-DATE(WS-PQS-SUB) LESS BIZ-DATE
                   COMPUTE WS-PQS-AGE =
                       FUNCTION INTEGER-OF-DATE(BIZ-DATE) -
                       FUNCTION INTEGER-OF-DATE(
                           WS-PQS-SENT-DATE(WS-PQS-SUB))
                   MOVE WS-PQS-AGE TO WS-PQS-AGE-TEXT
                   IF WS-PQS-STATUS(WS-PQS-SUB) EQUAL 'H'
                       MOVE 'HELD' TO WS-PQS-STAT-TEXT
                   ELSE
                       MOVE 'SENT' TO WS-PQS-STAT-TEXT
                   END-IF
                   ADD 1 TO WS-UNCONFIRMED-CNT
                   MOVE SPACES TO PRINT-RECON-RECORD
                   STRING 'UNCONFIRMED ' WS-PQS-ID(WS-PQS-SUB)
                       ' SENT ' WS-PQS-SENT-DATE(WS-PQS-SUB)
                       ' AGE ' WS-PQS-AGE-TEXT ' DAY(S) '
                       WS-PQS-STAT-TEXT
                       ' SENDS ' WS-PQS-SEND-CNT(WS-PQS-SUB)
                       ' ' WS-PQS-FLAG(WS-PQS-SUB)
                       DELIMITED BY SIZE
                       INTO PRINT-RECON-RECORD
                   END-STRING
                   PERFORM 7950-WRITE-RECON THRU 7950-EXIT
               END-IF
           END-IF

           MOVE SPACES TO PRINT-STATUS-RECORD
           MOVE WS-PQS-ID(WS-PQS-SUB)        TO PQS-QUEUE-ID
           MOVE WS-PQS-STATUS(WS-PQS-SUB)    TO PQS-STATUS
           MOVE WS-PQS-SENT-DATE(WS-PQS-SUB) TO PQS-SENT-DATE
           MOVE WS-PQS-SEND-CNT(WS-PQS-SUB)  TO PQS-SEND-CNT
           MOVE WS-PQS-LAST-STAT(WS-PQS-SUB) TO PQS-LAST-STAT
           MOVE WS-PQS-LAST-DATE(WS-PQS-SUB) TO PQS-LAST-DATE
           MOVE WS-PQS-FLAG(WS-PQS-SUB)      TO PQS-FLAG
           MOVE WS-PQS-PAGES(WS-PQS-SUB)     TO PQS-PAGES
           WRITE PRINT-STATUS-OUT-RECORD FROM PRINT-STATUS-RECORD
           MOVE 'PRINT-STATUS-OUT-FILE' TO WS-FST-FILE-NAME
           MOVE 'WRITE' TO WS-FST-OPERATION
           MOVE WS-PRINT-STATUS-OUT-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           .
       7550-EXIT.
           EXIT.

      ****************************************************************
      * STATUS TABLE IS FULL - REFUSE THE RUN RATHER THAN LOSE TRACK  *
      * OF QUEUES ALREADY SENT TO THE PRINT ROOM                      *
      ****************************************************************
       7900-STATUS-TABLE-FULL.

           DISPLAY 'AOC0519E PRINT-QUEUE STATUS TABLE FULL AT '
               WS-PQS-MAX ' QUEUES - RUN REFUSED'
           CLOSE PRINT-RECON-FILE
           CLOSE CORRECTED-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       7900-EXIT.
           EXIT.

      ****************************************************************
      * WRITE ONE PRINT-RECONCILIATION EXCEPTION LINE                 *
      ****************************************************************
       7950-WRITE-RECON.

           WRITE PRINT-RECON-RECORD
           MOVE 'PRINT-RECON-FILE' TO WS-FST-FILE-NAME
           MOVE 'WRITE' TO WS-FST-OPERATION
           MOVE WS-PRINT-RECON-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           .
       7950-EXIT.
           EXIT.

      *****************************************************************
      * DISPLAY RESULTING SUM OF PRODUCTS                             *
      *****************************************************************
           MOVE 'PRINT-QUEUE' TO CMT-PROGRAM
           MOVE 'CORRECTED-QUEUES.TXT' TO CMT-FILE
           CALL 'AOC-COMMIT' USING CMT-PARMS
      *    PROMOTE THE COMMITTED OUTPUT TO ITS PRODUCTION NAME
           MOVE 'PRINT-QUEUE' TO CMT-PROGRAM
           MOVE 'PRINT-QUEUE-STATUS.TXT' TO CMT-FILE
           CALL 'AOC-COMMIT' USING CMT-PARMS
           .
       9000-EXIT.
           EXIT.
