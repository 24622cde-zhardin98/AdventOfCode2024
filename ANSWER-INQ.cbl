      * THE WHOLE MASTER LISTS.  EVERY VERSION OF A KEY IS SHOWN,    *
      * WITH THE HIGHEST MARKED CURRENT, SO "WHAT DID DAY12 REPORT   *
      * TWO TUESDAYS AGO" IS A LOOKUP, NOT AN ARCHAEOLOGY DIG.       *
      * ANSWERS A BATCH ROLLBACK TOOK OFF THE MASTER (KEPT ON        *
      * BATCH-ROLLBACKS.TXT) ARE LISTED TOO, MARKED ROLLBACK, WITH   *
      * WHEN, BY WHOM AND WHICH BATCH, SO A VANISHED ANSWER IS NEVER *
      * A MYSTERY.                                                   *
      * RUN FROM THE WORKSPACE ROOT.                                 *
      ***************************************************************
       ENVIRONMENT DIVISION.
           SELECT OPTIONAL REASON-FILE ASSIGN TO 'RERUN-REASONS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REASON-FST.
      *    ANSWERS TAKEN OFF THE MASTER BY A BATCH ROLLBACK
           SELECT OPTIONAL ROLLBACK-FILE
               ASSIGN TO 'BATCH-ROLLBACKS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLLBACK-FST.
           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO 'ANSWER-INQ-CONTROL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
           05 FILLER                              PIC X(1).
           05 RSN-TEXT                            PIC X(39).

       FD  ROLLBACK-FILE
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ROLLBACK-RECORD.
       01  ROLLBACK-RECORD.
           05 RBK-TYPE                            PIC X(1).
           05 FILLER                              PIC X(1).
           05 RBK-DATE                            PIC 9(8).
           05 FILLER                              PIC X(1).
           05 RBK-TIME                            PIC 9(6).
           05 FILLER                              PIC X(1).
           05 RBK-BATCH-ID                        PIC X(15).
           05 FILLER                              PIC X(1).
           05 RBK-OPERATOR                        PIC X(8).
           05 FILLER                              PIC X(1).
           05 RBK-ANSWER                          PIC X(106).
           05 FILLER                              PIC X(1).

       FD  CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           88 HISTORY-EOF                                  VALUE 'Y'.
           88 NOT-HISTORY-EOF                              VALUE 'N'.
       01  WS-MATCH-CNT                           PIC 9(4) VALUE 0.
       01  WS-ROLLBACK-EOF                        PIC X(1) VALUE 'N'.
           88 ROLLBACK-EOF                                 VALUE 'Y'.
           88 NOT-ROLLBACK-EOF                             VALUE 'N'.

      *    HIGHEST VERSION PER KEY, GATHERED ON A FIRST PASS SO THE
      *    DETAIL PASS CAN TAG THE CURRENT RECORD OF EACH KEY
      *    FILE-STATUS FIELDS
       01  WS-ANSWER-MASTER-FST                   PIC X(2) VALUE '00'.
       01  WS-HISTORY-FST                         PIC X(2) VALUE '00'.
       01  WS-ROLLBACK-FST                        PIC X(2) VALUE '00'.
       01  WS-CONTROL-FST                         PIC X(2) VALUE '00'.
       01  WS-REPORT-FST                          PIC X(2) VALUE '00'.

               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 2000-LIST-ANSWERS    THRU 2000-EXIT
           PERFORM 2500-LIST-ROLLED-BACK THRU 2500-EXIT
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           .
       2100-EXIT.
           EXIT.

      ***************************************************************
      * ANSWERS A BATCH ROLLBACK TOOK OFF THE MASTER, UNDER THE SAME *
      * SELECTION, EACH WITH THE ROLLBACK THAT REMOVED IT            *
      ***************************************************************
       2500-LIST-ROLLED-BACK.

           OPEN INPUT ROLLBACK-FILE
           IF WS-ROLLBACK-FST EQUAL '05'
               CLOSE ROLLBACK-FILE
               GO TO 2500-EXIT
           END-IF
           SET NOT-ROLLBACK-EOF TO TRUE
           PERFORM UNTIL ROLLBACK-EOF
               READ ROLLBACK-FILE
                   AT END
                       SET ROLLBACK-EOF TO TRUE
                   NOT AT END
                       IF RBK-TYPE EQUAL 'A'
                           MOVE RBK-ANSWER TO ANSWER-MASTER-RECORD
                           PERFORM 2600-LIST-ONE-ROLLED THRU 2600-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROLLBACK-FILE
           .
       2500-EXIT.
           EXIT.

       2600-LIST-ONE-ROLLED.

           IF WS-SEL-PROGRAM NOT EQUAL SPACES
               AND AM-PROGRAM NOT EQUAL WS-SEL-PROGRAM
               GO TO 2600-EXIT
           END-IF
           IF WS-SEL-DATE NOT EQUAL 0
               AND AM-DATE NOT EQUAL WS-SEL-DATE
               GO TO 2600-EXIT
           END-IF
           ADD 1 TO WS-MATCH-CNT
           MOVE AM-DATE    TO WS-DL-DATE
           MOVE AM-PROGRAM TO WS-DL-PROGRAM
           MOVE AM-VERSION TO WS-DL-VERSION
           MOVE AM-PART1   TO WS-DL-PART1
           MOVE AM-PART2   TO WS-DL-PART2
           MOVE AM-VOLUME  TO WS-DL-VOLUME
           MOVE 'ROLLBACK' TO WS-DL-CURRENT
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING '          ROLLED BACK ' RBK-DATE ' BY '
               RBK-OPERATOR ' - BATCH ' RBK-BATCH-ID
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .
       2600-EXIT.
           EXIT.
