      *   COLS 38-47  CHECK VALUE (SEGMENT + PRIOR CHECK)            *
      *   COLS 49-58  PRIOR SEAL'S CHECK VALUE (ZERO FOR FIRST)      *
      *   COLS 60-99  TARGET FILE PATH                               *
      *   COL  100    R = REBASE SEAL AFTER A BATCH ROLLBACK         *
      *                                                              *
      * A BATCH ROLLBACK (BATCH-ROLLBACK) PUTS A RUN LEDGER BACK TO  *
      * ITS PRE-BATCH LINES, WHICH THIS JOB WOULD OTHERWISE REPORT   *
      * AS SEALED CONTENT REMOVED.  THE ROLLBACK POSTS AN L RECORD   *
      * ON BATCH-ROLLBACKS.TXT FOR EACH LEDGER IT PUT BACK; WHEN ONE *
      * IS NEWER THAN THE TARGET'S LAST SEAL, THE TARGET IS FIRST    *
      * RESEALED OVER ITS SURVIVING LINES 1 TO N (A REBASE SEAL,     *
      * CHAINED TO THE LAST SEAL LIKE ANY OTHER) AND ANY LINES ADDED *
      * SINCE ARE THEN SEALED AS USUAL.  BATCH-ROLLBACKS.TXT IS NOT  *
      * PROTECTED, SO AN L RECORD IS ONLY TRUSTED WHEN AUTH-LOG.TXT  *
      * HOLDS THE ROLLBACK'S OWN 'BATCH-ROLLBACK EXECUTED' ENTRY     *
      * (SAME BATCH, DATE AND TIME) WITHIN ITS SEALED LINES.  AUTH-  *
      * LOG.TXT IS SEALED FIRST, SO A ROLLBACK SINCE THE LAST RUN    *
      * QUALIFIES.  WITHOUT THAT ENTRY THE LEDGER IS NOT REBASED AND *
      * IS REPORTED AS SEALED CONTENT REMOVED.                       *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL CHAIN-FILE ASSIGN TO 'SEAL-CHAIN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-FST.
      *    BATCH ROLLBACKS - THE LEDGERS EACH ONE PUT BACK
           SELECT OPTIONAL ROLLBACK-FILE
               ASSIGN TO 'BATCH-ROLLBACKS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLLBACK-FST.
      *    AUTH LOG - THE ROLLBACK'S OWN EXECUTED ENTRY
           SELECT OPTIONAL AUTH-LOG-FILE ASSIGN TO 'AUTH-LOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-LOG-FST.
      *    LINE COUNT AND CHECK VALUE LEFT BY THE SHELL STEPS
           SELECT OPTIONAL FLAG-FILE
               ASSIGN TO '/tmp/AOC-SEAL.FLG'
           05 CH-PRIOR                            PIC 9(10).
           05 FILLER                              PIC X(1).
           05 CH-TARGET                           PIC X(40).
           05 CH-KIND                             PIC X(1).

       FD  ROLLBACK-FILE
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ROLLBACK-RECORD.
       01  ROLLBACK-RECORD.
           05 RBK-TYPE                            PIC X(1).
           05 FILLER                              PIC X(1).
           05 RBK-STAMP.
              10 RBK-DATE                         PIC 9(8).
              10 FILLER                           PIC X(1).
              10 RBK-TIME                         PIC 9(6).
           05 FILLER                              PIC X(1).
           05 RBK-BATCH-ID                        PIC X(15).
           05 FILLER                              PIC X(1).
           05 RBK-OPERATOR                        PIC X(8).
           05 FILLER                              PIC X(1).
           05 RBK-LINES                           PIC 9(6).
           05 FILLER                              PIC X(1).
           05 RBK-PATH                            PIC X(40).
           05 FILLER                              PIC X(60).

       FD  AUTH-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUTH-LOG-RECORD.
       01  AUTH-LOG-RECORD.
           05 ALG-DATE                            PIC X(8).
           05 FILLER                              PIC X(1).
           05 ALG-TIME                            PIC X(6).
           05 FILLER                              PIC X(12).
           05 ALG-EVENT                           PIC X(24).
           05 ALG-BATCH-ID                        PIC X(15).
           05 FILLER                              PIC X(14).

       FD  FLAG-FILE
           RECORD CONTAINS 40 CHARACTERS
       01  WS-JOBCAT-FST                          PIC X(2) VALUE '00'.
       01  WS-CHAIN-FST                           PIC X(2) VALUE '00'.
       01  WS-FLAG-FST                            PIC X(2) VALUE '00'.
       01  WS-ROLLBACK-FST                        PIC X(2) VALUE '00'.
       01  WS-AUTH-LOG-FST                        PIC X(2) VALUE '00'.
       01  WS-EOF-FLAG                            PIC X(1).
           88 SCAN-EOF                                     VALUE 'Y'.
           88 NOT-SCAN-EOF                                 VALUE 'N'.
              10 WS-TGT-PATH-LEN                  PIC 9(2).
              10 WS-TGT-LAST-THRU                 PIC 9(6).
              10 WS-TGT-LAST-CHECK                PIC 9(10).
              10 WS-TGT-LAST-STAMP                PIC 9(14).
      *           A ROLLBACK NEWER THAN THE LAST SEAL, AND THE LINE
      *           COUNT IT LEFT THE LEDGER AT
              10 WS-TGT-RB-FLAG                   PIC X(1).
              10 WS-TGT-RB-LINES                  PIC 9(6).
      *           THAT ROLLBACK'S BATCH AND STAMP, AND THE AUTH-LOG
      *           LINE OF ITS EXECUTED ENTRY (ZERO IF NONE)
              10 WS-TGT-RB-BATCH                  PIC X(15).
              10 WS-TGT-RB-DATE                   PIC X(8).
              10 WS-TGT-RB-TIME                   PIC X(6).
              10 WS-TGT-RB-LOG-LINE               PIC 9(6).
       01  WS-TGT-SUB                             PIC 9(2).
       01  WS-RB-STAMP                            PIC 9(14).
       01  WS-LOG-LINE                            PIC 9(6).
      *    'N' ONCE AUTH-LOG.TXT IS FOUND SHORTER THAN ITS LAST SEAL
       01  WS-LOG-INTACT                          PIC X(1) VALUE 'Y'.
       01  WS-REBASED-CNT                         PIC 9(2) VALUE 0.

       01  WS-CHAIN-SEQ                           PIC 9(4) VALUE 0.
       01  WS-CAT-DIR                             PIC X(20).
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 1000-BUILD-TARGETS THRU 1000-EXIT
           PERFORM 1500-LOAD-CHAIN    THRU 1500-EXIT
           PERFORM 1600-LOAD-ROLLBACKS THRU 1600-EXIT
           PERFORM 1700-FIND-EXECUTED THRU 1700-EXIT
           OPEN EXTEND CHAIN-FILE
           PERFORM 2000-SEAL-TARGET   THRU 2000-EXIT
               VARYING WS-TGT-SUB FROM 1 BY 1
           CLOSE CHAIN-FILE
           DISPLAY 'AOC6501I LEDGER-SEAL COMPLETE - '
               WS-SEALED-CNT ' SEGMENT(S) SEALED'
           IF WS-REBASED-CNT GREATER 0
               DISPLAY 'AOC6504I LEDGER-SEAL: ' WS-REBASED-CNT
                   ' LEDGER(S) REBASED AFTER A BATCH ROLLBACK'
           END-IF
           IF WS-SHRUNK-CNT GREATER 0
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE 'AUTH-LOG.TXT' TO WS-TGT-PATH(1)
           MOVE 12 TO WS-TGT-PATH-LEN(1)
           MOVE 0 TO WS-TGT-LAST-THRU(1) WS-TGT-LAST-CHECK(1)
                     WS-TGT-LAST-STAMP(1) WS-TGT-RB-LINES(1)
           MOVE 'N' TO WS-TGT-RB-FLAG(1)
           OPEN INPUT JOBCAT-FILE
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
           COMPUTE WS-TGT-PATH-LEN(WS-TGT-CNT) = WS-TRIM-LEN + 15
           MOVE 0 TO WS-TGT-LAST-THRU(WS-TGT-CNT)
                     WS-TGT-LAST-CHECK(WS-TGT-CNT)
                     WS-TGT-LAST-STAMP(WS-TGT-CNT)
                     WS-TGT-RB-LINES(WS-TGT-CNT)
           MOVE 'N' TO WS-TGT-RB-FLAG(WS-TGT-CNT)
           .
       1100-EXIT.
           EXIT.
                                       WS-TGT-LAST-THRU(WS-TGT-SUB)
                                   MOVE CH-CHECK TO
                                       WS-TGT-LAST-CHECK(WS-TGT-SUB)
                                   COMPUTE WS-TGT-LAST-STAMP(WS-TGT-SUB)
                                       = CH-DATE * 1000000
                                       + CH-TIME / 100
                               END-IF
                           END-PERFORM
                       END-IF
       1500-EXIT.
           EXIT.

      ***************************************************************
      * A BATCH ROLLBACK NEWER THAN A TARGET'S LAST SEAL LEAVES THAT *
      * TARGET TO BE REBASED AT THE LINE COUNT THE ROLLBACK LEFT     *
      ***************************************************************
       1600-LOAD-ROLLBACKS.

           OPEN INPUT ROLLBACK-FILE
           IF WS-ROLLBACK-FST EQUAL '05'
               CLOSE ROLLBACK-FILE
               GO TO 1600-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ ROLLBACK-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF RBK-TYPE EQUAL 'L'
                           AND RBK-DATE IS NUMERIC
                           AND RBK-TIME IS NUMERIC
                           AND RBK-LINES IS NUMERIC
                           COMPUTE WS-RB-STAMP =
                               RBK-DATE * 1000000 + RBK-TIME
                           PERFORM VARYING WS-TGT-SUB FROM 1 BY 1
                                   UNTIL WS-TGT-SUB
                                       GREATER WS-TGT-CNT
                               IF WS-TGT-PATH(WS-TGT-SUB)
                                       EQUAL RBK-PATH
                                   AND WS-RB-STAMP GREATER
                                       WS-TGT-LAST-STAMP(WS-TGT-SUB)
                                   MOVE 'Y' TO
                                       WS-TGT-RB-FLAG(WS-TGT-SUB)
                                   MOVE RBK-LINES TO
                                       WS-TGT-RB-LINES(WS-TGT-SUB)
                                   MOVE RBK-BATCH-ID TO
                                       WS-TGT-RB-BATCH(WS-TGT-SUB)
                                   MOVE RBK-DATE TO
                                       WS-TGT-RB-DATE(WS-TGT-SUB)
                                   MOVE RBK-TIME TO
                                       WS-TGT-RB-TIME(WS-TGT-SUB)
                                   MOVE 0 TO
                                       WS-TGT-RB-LOG-LINE(WS-TGT-SUB)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROLLBACK-FILE
           .
       1600-EXIT.
           EXIT.

      ***************************************************************
      * FIND EACH PENDING REBASE'S 'BATCH-ROLLBACK EXECUTED' ENTRY   *
      * ON AUTH-LOG.TXT - SAME BATCH, DATE AND TIME AS ITS L RECORD  *
      ***************************************************************
       1700-FIND-EXECUTED.

           MOVE 0 TO WS-LOG-LINE
           OPEN INPUT AUTH-LOG-FILE
           IF WS-AUTH-LOG-FST EQUAL '05'
               CLOSE AUTH-LOG-FILE
               GO TO 1700-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ AUTH-LOG-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LOG-LINE
                       IF ALG-EVENT EQUAL 'BATCH-ROLLBACK EXECUTED '
                           PERFORM 1750-MATCH-EXECUTED THRU 1750-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTH-LOG-FILE
           .
       1700-EXIT.
           EXIT.

       1750-MATCH-EXECUTED.

           PERFORM VARYING WS-TGT-SUB FROM 1 BY 1
                   UNTIL WS-TGT-SUB GREATER WS-TGT-CNT
               IF WS-TGT-RB-FLAG(WS-TGT-SUB) EQUAL 'Y'
                   AND WS-TGT-RB-BATCH(WS-TGT-SUB) EQUAL ALG-BATCH-ID
                   AND WS-TGT-RB-DATE(WS-TGT-SUB) EQUAL ALG-DATE
                   AND WS-TGT-RB-TIME(WS-TGT-SUB) EQUAL ALG-TIME
                   MOVE WS-LOG-LINE TO WS-TGT-RB-LOG-LINE(WS-TGT-SUB)
               END-IF
           END-PERFORM
           .
       1750-EXIT.
           EXIT.

      ***************************************************************
      * SEAL ONE TARGET'S NEW SEGMENT, IF IT HAS ONE                 *
      ***************************************************************
           IF WS-HAVE-FLAG NOT EQUAL 'Y'
               GO TO 2000-EXIT
           END-IF
           IF WS-TGT-RB-FLAG(WS-TGT-SUB) EQUAL 'Y'
               AND WS-TGT-RB-LINES(WS-TGT-SUB)
                   LESS WS-TGT-LAST-THRU(WS-TGT-SUB)
               AND WS-CUR-LINES NOT LESS WS-TGT-RB-LINES(WS-TGT-SUB)
               PERFORM 2250-CHECK-EXECUTED THRU 2250-EXIT
           END-IF
           IF WS-TGT-RB-FLAG(WS-TGT-SUB) EQUAL 'Y'
               AND WS-TGT-RB-LINES(WS-TGT-SUB)
                   LESS WS-TGT-LAST-THRU(WS-TGT-SUB)
               AND WS-CUR-LINES NOT LESS WS-TGT-RB-LINES(WS-TGT-SUB)
               PERFORM 2300-REBASE-SEAL THRU 2300-EXIT
           END-IF
           IF WS-CUR-LINES LESS WS-TGT-LAST-THRU(WS-TGT-SUB)
               ADD 1 TO WS-SHRUNK-CNT
               IF WS-TGT-SUB EQUAL 1
                   MOVE 'N' TO WS-LOG-INTACT
               END-IF
               DISPLAY 'AOC6502E LEDGER-SEAL: '
                   WS-TGT-PATH(WS-TGT-SUB)
                       (1:WS-TGT-PATH-LEN(WS-TGT-SUB))
           MOVE WS-TGT-PATH(WS-TGT-SUB) TO CH-TARGET
           WRITE CHAIN-RECORD
           ADD 1 TO WS-SEALED-CNT
           MOVE WS-CUR-LINES TO WS-TGT-LAST-THRU(WS-TGT-SUB)
           MOVE WS-NEW-CHECK TO WS-TGT-LAST-CHECK(WS-TGT-SUB)
           .
       2000-EXIT.
           EXIT.
       2200-EXIT.
           EXIT.

      ***************************************************************
      * A REBASE NEEDS THE ROLLBACK'S EXECUTED ENTRY WITHIN THE      *
      * SEALED LINES OF AN INTACT AUTH-LOG.TXT (TARGET 1, ALREADY    *
      * SEALED THIS RUN).  WITHOUT IT THE REBASE IS DROPPED AND THE  *
      * LEDGER FALLS THROUGH TO THE SEALED-CONTENT-REMOVED REPORT.   *
      ***************************************************************
       2250-CHECK-EXECUTED.

           IF WS-LOG-INTACT EQUAL 'Y'
               AND WS-TGT-RB-LOG-LINE(WS-TGT-SUB) GREATER 0
               AND WS-TGT-RB-LOG-LINE(WS-TGT-SUB)
                   NOT GREATER WS-TGT-LAST-THRU(1)
               GO TO 2250-EXIT
           END-IF
           MOVE 'N' TO WS-TGT-RB-FLAG(WS-TGT-SUB)
           DISPLAY 'AOC6502E LEDGER-SEAL: '
               WS-TGT-PATH(WS-TGT-SUB)
                   (1:WS-TGT-PATH-LEN(WS-TGT-SUB))
               ' NOT REBASED - NO SEALED BATCH-ROLLBACK EXECUTED '
               WS-TGT-RB-BATCH(WS-TGT-SUB) ' ENTRY ON AUTH-LOG.TXT'
           .
       2250-EXIT.
           EXIT.

      ***************************************************************
      * REBASE SEAL: THE LEDGER'S SURVIVING LINES 1 TO N AFTER A     *
      * BATCH ROLLBACK, CHAINED TO THE LAST SEAL.  ITS CHECK IS      *
      * TAKEN OVER THE FIRST N LINES (head, SO N MAY BE ZERO).       *
      ***************************************************************
       2300-REBASE-SEAL.

           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-SEAL.FLG ; { head -n '
                   DELIMITED BY SIZE
               WS-TGT-RB-LINES(WS-TGT-SUB) DELIMITED BY SIZE
               ' "' DELIMITED BY SIZE
               WS-TGT-PATH(WS-TGT-SUB)
                   (1:WS-TGT-PATH-LEN(WS-TGT-SUB))
                   DELIMITED BY SIZE
               '" ; echo PRIOR=' DELIMITED BY SIZE
               WS-TGT-LAST-CHECK(WS-TGT-SUB) DELIMITED BY SIZE
               ' ; } | cksum > /tmp/AOC-SEAL.FLG'
                   DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           PERFORM 6000-READ-FLAG-NUMBER THRU 6000-EXIT
           IF WS-HAVE-FLAG NOT EQUAL 'Y'
               MOVE 'Y' TO WS-HAVE-FLAG
               GO TO 2300-EXIT
           END-IF
           MOVE WS-DIGIT-ACC TO WS-NEW-CHECK
           ADD 1 TO WS-CHAIN-SEQ
           MOVE SPACES TO CHAIN-RECORD
           MOVE WS-CHAIN-SEQ TO CH-SEQ
           MOVE WS-RUN-DATE  TO CH-DATE
           MOVE WS-RUN-TIME  TO CH-TIME
           IF WS-TGT-RB-LINES(WS-TGT-SUB) EQUAL 0
               MOVE 0 TO CH-FROM-LINE
           ELSE
               MOVE 1 TO CH-FROM-LINE
           END-IF
           MOVE WS-TGT-RB-LINES(WS-TGT-SUB) TO CH-THRU-LINE
           MOVE WS-NEW-CHECK TO CH-CHECK
           MOVE WS-TGT-LAST-CHECK(WS-TGT-SUB) TO CH-PRIOR
           MOVE WS-TGT-PATH(WS-TGT-SUB) TO CH-TARGET
           MOVE 'R' TO CH-KIND
           WRITE CHAIN-RECORD
           DISPLAY 'AOC6503I LEDGER-SEAL: '
               WS-TGT-PATH(WS-TGT-SUB)
                   (1:WS-TGT-PATH-LEN(WS-TGT-SUB))
               ' REBASED AT LINE ' WS-TGT-RB-LINES(WS-TGT-SUB)
               ' AFTER A BATCH ROLLBACK'
           MOVE WS-TGT-RB-LINES(WS-TGT-SUB)
               TO WS-TGT-LAST-THRU(WS-TGT-SUB)
           MOVE WS-NEW-CHECK TO WS-TGT-LAST-CHECK(WS-TGT-SUB)
           MOVE 'N' TO WS-TGT-RB-FLAG(WS-TGT-SUB)
           ADD 1 TO WS-REBASED-CNT
           .
       2300-EXIT.
           EXIT.

      ***************************************************************
      * READ THE LEADING NUMBER FROM THE SHELL FLAG FILE             *
      ***************************************************************
