       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIST-RECON.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * REPORT DELIVERY RECEIPT RECONCILIATION                       *
      *                                                              *
      * RUN FROM THE WORKSPACE ROOT AFTER REPORT-DIST, OR AT         *
      * TURNOVER.  A COPY IN A DELIVERY DIRECTORY IS NOT A REPORT    *
      * RECEIVED: EVERY DELIVERY REPORT-DIST ENTERED ON              *
      * DIST-DELIVERIES.TXT IN THE LOOKBACK (DAYS=nnn ON             *
      * RECEIPT-CONTROL.TXT, DEFAULT 31 DAYS BACK FROM TODAY) IS     *
      * MATCHED AGAINST THE RECEIPTS THE RECIPIENTS DROP BACK IN     *
      * THEIR DELIVERY DIRECTORIES.  A RECIPIENT MAY ANSWER MORE     *
      * THAN ONCE, SO THE LAST RECEIPT FOR A DELIVERY COUNTS.  EACH  *
      * DELIVERY IS ONE OF:                                          *
      *   CONFIRMED    CONFIRMED WITH THE RECORD COUNT AND CKSUM     *
      *                THAT WERE SENT                                *
      *   MISMATCH     CONFIRMED, BUT THE COUNT OR CKSUM THE         *
      *                RECIPIENT GOT IS NOT WHAT WAS SENT            *
      *   DISPUTED     THE RECIPIENT DISPUTES THE DELIVERY           *
      *   UNCONFIRMED  NO RECEIPT WITHIN THE AGREED HOURS            *
      *   AWAITING     NO RECEIPT YET, STILL WITHIN THE AGREED HOURS *
      * RECEIPT-REPORT.TXT GIVES THE COUNTS, A LINE FOR EVERY        *
      * UNCONFIRMED, MISMATCHED OR DISPUTED DELIVERY AND EVERY       *
      * RECEIPT THAT MATCHES NO DELIVERY.  THE UNCONFIRMED,          *
      * MISMATCHED AND DISPUTED DELIVERIES ARE ALSO WRITTEN TO       *
      * UNDELIVERED-REPORTS.TXT, WHICH HANDOVER RAISES AS OPEN       *
      * ITEMS.  ANY OF THEM ENDS THE RUN WITH RETURN CODE 4.         *
      *                                                              *
      * DIST-DELIVERIES.TXT AND THE .CTL MANIFEST - SEE REPORT-DIST. *
      * <DIRECTORY>/RECEIPTS.TXT (135 BYTES, WRITTEN BY THE          *
      * RECIPIENT - THE MANIFEST LINE WITH THE ANSWER IN FRONT AND   *
      * THE RECIPIENT'S OWN COUNT AND CKSUM IN PLACE OF OURS):       *
      *   COLS   1-7   CONFIRM / DISPUTE                             *
      *   COLS   9-23  DELIVERY ID    COLS  25-64  REPORT PATH       *
      *   COLS  66-75  RECIPIENT      COLS  77-83  RECORDS COUNTED   *
      *   COLS  85-94  CKSUM OF THE COPY RECEIVED                    *
      *   COLS  96-135 REMARK (THE REASON FOR A DISPUTE)             *
      * RECEIPT-CONTROL.TXT ('*' IN COLUMN 1 IS A COMMENT):          *
      *   HOURS=nnn             AGREED HOURS TO CONFIRM (DEFAULT 24) *
      *   HOURS=nnn  RECIPIENT  AGREED HOURS FOR ONE RECIPIENT, THE  *
      *                         NAME IN COLS 12-21                   *
      *   DAYS=nnn              DAYS OF DELIVERIES TO RECONCILE      *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    AGREED HOURS AND LOOKBACK OVERRIDES
           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO 'RECEIPT-CONTROL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FST.
      *    THE DELIVERY REGISTER WRITTEN BY REPORT-DIST
           SELECT OPTIONAL DELIVERY-FILE
               ASSIGN TO 'DIST-DELIVERIES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-FST.
      *    EVERY DELIVERY DIRECTORY'S RECEIPTS, GATHERED BY THE SHELL
           SELECT OPTIONAL RECEIPT-FILE
               ASSIGN TO '/tmp/AOC-RECEIPTS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-FST.
           SELECT REPORT-FILE ASSIGN TO 'RECEIPT-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FST.
      *    DELIVERIES NOBODY HAS CONFIRMED - READ BY HANDOVER
           SELECT UNDELIVERED-FILE
               ASSIGN TO 'UNDELIVERED-REPORTS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNDELIVERED-FST.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONTROL-RECORD.
       01  CONTROL-RECORD                         PIC X(80).

       FD  DELIVERY-FILE
           RECORD CONTAINS 111 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DELIVERY-RECORD.
       01  DELIVERY-RECORD.
           05 DDL-ID.
              10 DDL-DATE-X                       PIC X(8).
              10 DDL-DATE REDEFINES DDL-DATE-X    PIC 9(8).
              10 FILLER                           PIC X(1).
              10 DDL-TIME-X                       PIC X(6).
              10 DDL-TIME REDEFINES DDL-TIME-X    PIC 9(6).
           05 FILLER                              PIC X(1).
           05 DDL-REPORT                          PIC X(40).
           05 FILLER                              PIC X(1).
           05 DDL-RECIPIENT                       PIC X(10).
           05 FILLER                              PIC X(1).
           05 DDL-RECORDS                         PIC X(7).
           05 FILLER                              PIC X(1).
           05 DDL-CKSUM                           PIC X(10).
           05 FILLER                              PIC X(1).
           05 DDL-DIRECTORY                       PIC X(24).

       FD  RECEIPT-FILE
           RECORD CONTAINS 135 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECEIPT-RECORD.
       01  RECEIPT-RECORD.
           05 RCT-ACTION                          PIC X(7).
           05 FILLER                              PIC X(1).
           05 RCT-ID.
              10 RCT-DATE-X                       PIC X(8).
              10 RCT-DATE REDEFINES RCT-DATE-X    PIC 9(8).
              10 FILLER                           PIC X(7).
           05 FILLER                              PIC X(1).
           05 RCT-REPORT                          PIC X(40).
           05 FILLER                              PIC X(1).
           05 RCT-RECIPIENT                       PIC X(10).
           05 FILLER                              PIC X(1).
           05 RCT-RECORDS                         PIC X(7).
           05 FILLER                              PIC X(1).
           05 RCT-CKSUM                           PIC X(10).
           05 FILLER                              PIC X(1).
           05 RCT-REMARK                          PIC X(40).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REPORT-RECORD.
       01  REPORT-RECORD                          PIC X(132).

       FD  UNDELIVERED-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS UNDELIVERED-RECORD.
       01  UNDELIVERED-RECORD.
           05 UND-STATE                           PIC X(11).
           05 FILLER                              PIC X(1).
           05 UND-ID                              PIC X(15).
           05 FILLER                              PIC X(1).
           05 UND-RECIPIENT                       PIC X(10).
           05 FILLER                              PIC X(1).
           05 UND-REPORT                          PIC X(40).
           05 FILLER                              PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
       01  WS-CONTROL-FST                         PIC X(2) VALUE '00'.
       01  WS-DELIVERY-FST                        PIC X(2) VALUE '00'.
       01  WS-RECEIPT-FST                         PIC X(2) VALUE '00'.
       01  WS-REPORT-FST                          PIC X(2) VALUE '00'.
       01  WS-UNDELIVERED-FST                     PIC X(2) VALUE '00'.
       01  WS-EOF-FLAG                            PIC X(1).
           88 SCAN-EOF                                     VALUE 'Y'.
           88 NOT-SCAN-EOF                                 VALUE 'N'.
       01  WS-RUN-DATE                            PIC 9(8).
       01  WS-RUN-TIME-FULL                       PIC 9(8).
       01  WS-RUN-TIME                            PIC 9(6).
       01  WS-COMMAND                             PIC X(200).

      *    CONTROL VALUES
       01  WS-DEFAULT-HOURS                       PIC 9(4) VALUE 24.
       01  WS-LOOKBACK-DAYS                       PIC 9(3) VALUE 31.
       01  WS-FROM-DATE                           PIC 9(8).
       01  WS-CTL-VALUE                           PIC X(4).
       01  WS-CTL-NUM-X                           PIC X(4).
       01  WS-CTL-NUM REDEFINES WS-CTL-NUM-X      PIC 9(4).

      *    AGREED HOURS FOR NAMED RECIPIENTS
       01  WS-HRS-CNT                             PIC 9(2) VALUE 0.
       01  WS-HRS-TABLE.
           05 WS-HRS-ENTRY OCCURS 30 TIMES.
              10 WS-HR-RECIPIENT                  PIC X(10).
              10 WS-HR-HOURS                      PIC 9(4).
       01  WS-HRS-SUB                             PIC 9(2).
       01  WS-AGREED-HOURS                        PIC 9(4).

      *    DELIVERY DIRECTORIES TO GATHER RECEIPTS FROM
       01  WS-DIR-CNT                             PIC 9(2) VALUE 0.
       01  WS-DIR-TABLE.
           05 WS-DIR-NAME OCCURS 50 TIMES         PIC X(24).
       01  WS-DIR-SUB                             PIC 9(2).
       01  WS-DIR-LEN                             PIC 9(2).
       01  WS-DIR-FOUND                           PIC X(1).

      *    LATEST RECEIPT PER DELIVERY, RECIPIENT AND REPORT
       01  WS-RCP-CNT                             PIC 9(4) VALUE 0.
       01  WS-RCP-MAX                             PIC 9(4) VALUE 3000.
       01  WS-RCP-TABLE.
           05 WS-RCP-ENTRY OCCURS 3000 TIMES.
              10 WS-RC-ACTION                     PIC X(7).
              10 WS-RC-ID                         PIC X(15).
              10 WS-RC-DATE-X                     PIC X(8).
              10 WS-RC-REPORT                     PIC X(40).
              10 WS-RC-RECIPIENT                  PIC X(10).
              10 WS-RC-RECORDS                    PIC X(7).
              10 WS-RC-CKSUM                      PIC X(10).
              10 WS-RC-REMARK                     PIC X(40).
              10 WS-RC-MATCHED                    PIC X(1).
       01  WS-RCP-SUB                             PIC 9(4).
       01  WS-RCP-HIT                             PIC 9(4).
       01  WS-RCP-DROPPED                         PIC 9(5) VALUE 0.
       01  WS-FIND-ID                             PIC X(15).
       01  WS-FIND-REPORT                         PIC X(40).
       01  WS-FIND-RECIPIENT                      PIC X(10).

      *    THE DELIVERY IN HAND
       01  WS-STATE                               PIC X(11).
       01  WS-AGE-MINUTES                         PIC S9(9).
       01  WS-AGE-HOURS                           PIC S9(7).
       01  WS-TIME-HHMM.
           05 WS-TIME-HH                          PIC 9(2).
           05 WS-TIME-MM                          PIC 9(2).
           05 WS-TIME-SS                          PIC 9(2).
       01  WS-TIME-6 REDEFINES WS-TIME-HHMM       PIC 9(6).
       01  WS-MIN-SENT                            PIC 9(4).
       01  WS-MIN-NOW                             PIC 9(4).
       01  WS-HOURS-EDIT                          PIC ZZZZZZ9.
       01  WS-AGREED-EDIT                         PIC ZZZ9.

      *    EXCEPTIONS, HELD UNTIL THE COUNTS ARE PRINTED
       01  WS-EXC-CNT                             PIC 9(4) VALUE 0.
       01  WS-EXC-MAX                             PIC 9(4) VALUE 2000.
       01  WS-EXC-TABLE.
           05 WS-EXC-LINE OCCURS 2000 TIMES       PIC X(132).
       01  WS-EXC-SUB                             PIC 9(4).
       01  WS-EXC-DROPPED                         PIC 9(5) VALUE 0.

      *    RUN COUNTS
       01  WS-DELIVERED-CNT                       PIC 9(5) VALUE 0.
       01  WS-CONFIRMED-CNT                       PIC 9(5) VALUE 0.
       01  WS-MISMATCH-CNT                        PIC 9(5) VALUE 0.
       01  WS-DISPUTED-CNT                        PIC 9(5) VALUE 0.
       01  WS-UNCONFIRMED-CNT                     PIC 9(5) VALUE 0.
       01  WS-AWAITING-CNT                        PIC 9(5) VALUE 0.
       01  WS-UNKNOWN-CNT                         PIC 9(5) VALUE 0.
       01  WS-NOT-RECEIVED-CNT                    PIC 9(5) VALUE 0.
       01  WS-COUNT-EDIT                          PIC ZZZZ9.
       01  WS-END                                 PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

       PROCEDURE DIVISION.
      ***************************************************************
      * MAINLINE                                                    *
      ***************************************************************
       0000-MAINLINE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-FULL FROM TIME
           MOVE WS-RUN-TIME-FULL(1:6) TO WS-RUN-TIME

           PERFORM 1000-READ-CONTROL      THRU 1000-EXIT
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                - WS-LOOKBACK-DAYS)
           PERFORM 1100-LIST-DIRECTORIES  THRU 1100-EXIT
           IF WS-DELIVERY-FST EQUAL '05'
               DISPLAY 'AOC3203W DIST-RECON: NO DIST-DELIVERIES.TXT'
                   ' - NOTHING DELIVERED TO RECONCILE'
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 1200-GATHER-RECEIPTS   THRU 1200-EXIT
           PERFORM 1300-LOAD-RECEIPTS     THRU 1300-EXIT
           IF WS-RCP-DROPPED GREATER 0
               DISPLAY 'AOC3204W DIST-RECON: RECEIPT TABLE FULL - '
                   WS-RCP-DROPPED ' RECEIPT(S) NOT READ'
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN OUTPUT UNDELIVERED-FILE
           PERFORM 2000-MATCH-DELIVERIES  THRU 2000-EXIT
           CLOSE UNDELIVERED-FILE
           PERFORM 3000-UNKNOWN-RECEIPTS  THRU 3000-EXIT
           PERFORM 4000-WRITE-REPORT      THRU 4000-EXIT

           COMPUTE WS-NOT-RECEIVED-CNT = WS-UNCONFIRMED-CNT
               + WS-MISMATCH-CNT + WS-DISPUTED-CNT
           DISPLAY 'AOC3201I DIST-RECON COMPLETE: ' WS-DELIVERED-CNT
               ' DELIVERED, ' WS-CONFIRMED-CNT ' CONFIRMED, '
               WS-UNCONFIRMED-CNT ' UNCONFIRMED, ' WS-MISMATCH-CNT
               ' MISMATCHED, ' WS-DISPUTED-CNT ' DISPUTED, '
               WS-AWAITING-CNT ' AWAITING'
           IF WS-NOT-RECEIVED-CNT GREATER 0
               DISPLAY 'AOC3202W DIST-RECON: ' WS-NOT-RECEIVED-CNT
                   ' DELIVERY(IES) NOT CONFIRMED AS RECEIVED - SEE'
                   ' RECEIPT-REPORT.TXT'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      ***************************************************************
      * OPTIONAL OVERRIDES: HOURS=nnn [RECIPIENT] AND DAYS=nnn       *
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
                       PERFORM 1050-CONTROL-LINE THRU 1050-EXIT
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE
           .
       1000-EXIT.
           EXIT.

       1050-CONTROL-LINE.

           IF CONTROL-RECORD(1:1) EQUAL '*'
               GO TO 1050-EXIT
           END-IF
           MOVE SPACES TO WS-CTL-VALUE
           EVALUATE TRUE
               WHEN CONTROL-RECORD(1:6) EQUAL 'HOURS='
                   MOVE CONTROL-RECORD(7:4) TO WS-CTL-VALUE
               WHEN CONTROL-RECORD(1:5) EQUAL 'DAYS='
                   MOVE CONTROL-RECORD(6:4) TO WS-CTL-VALUE
               WHEN OTHER
                   GO TO 1050-EXIT
           END-EVALUATE
      *    THE VALUE MAY BE WRITTEN WITH OR WITHOUT LEADING ZEROS
           MOVE '0000' TO WS-CTL-NUM-X
           EVALUATE TRUE
               WHEN WS-CTL-VALUE(4:1) NOT EQUAL SPACE
                   MOVE WS-CTL-VALUE TO WS-CTL-NUM-X
               WHEN WS-CTL-VALUE(3:1) NOT EQUAL SPACE
                   MOVE WS-CTL-VALUE(1:3) TO WS-CTL-NUM-X(2:3)
               WHEN WS-CTL-VALUE(2:1) NOT EQUAL SPACE
                   MOVE WS-CTL-VALUE(1:2) TO WS-CTL-NUM-X(3:2)
               WHEN OTHER
                   MOVE WS-CTL-VALUE(1:1) TO WS-CTL-NUM-X(4:1)
           END-EVALUATE
           IF WS-CTL-NUM-X IS NOT NUMERIC
               GO TO 1050-EXIT
           END-IF
           IF CONTROL-RECORD(1:5) EQUAL 'DAYS='
               IF WS-CTL-NUM GREATER 0 AND WS-CTL-NUM LESS 1000
                   MOVE WS-CTL-NUM TO WS-LOOKBACK-DAYS
               END-IF
               GO TO 1050-EXIT
           END-IF
           IF CONTROL-RECORD(12:10) EQUAL SPACES
               MOVE WS-CTL-NUM TO WS-DEFAULT-HOURS
               GO TO 1050-EXIT
           END-IF
           IF WS-HRS-CNT LESS 30
               ADD 1 TO WS-HRS-CNT
               MOVE CONTROL-RECORD(12:10)
                   TO WS-HR-RECIPIENT(WS-HRS-CNT)
               MOVE WS-CTL-NUM TO WS-HR-HOURS(WS-HRS-CNT)
           END-IF
           .
       1050-EXIT.
           EXIT.

      ***************************************************************
      * EVERY DELIVERY DIRECTORY USED IN THE LOOKBACK                *
      ***************************************************************
       1100-LIST-DIRECTORIES.

           OPEN INPUT DELIVERY-FILE
           IF WS-DELIVERY-FST EQUAL '05'
               CLOSE DELIVERY-FILE
               GO TO 1100-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ DELIVERY-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF DDL-DATE-X IS NUMERIC
                           AND DDL-DATE NOT LESS WS-FROM-DATE
                           AND DDL-DIRECTORY NOT EQUAL SPACES
                           PERFORM 1150-KEEP-DIRECTORY THRU 1150-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DELIVERY-FILE
           .
       1100-EXIT.
           EXIT.

       1150-KEEP-DIRECTORY.

           MOVE 'N' TO WS-DIR-FOUND
           PERFORM VARYING WS-DIR-SUB FROM 1 BY 1
                   UNTIL WS-DIR-SUB GREATER WS-DIR-CNT
               IF WS-DIR-NAME(WS-DIR-SUB) EQUAL DDL-DIRECTORY
                   MOVE 'Y' TO WS-DIR-FOUND
               END-IF
           END-PERFORM
           IF WS-DIR-FOUND EQUAL 'N' AND WS-DIR-CNT LESS 50
               ADD 1 TO WS-DIR-CNT
               MOVE DDL-DIRECTORY TO WS-DIR-NAME(WS-DIR-CNT)
           END-IF
           .
       1150-EXIT.
           EXIT.

      ***************************************************************
      * COPY EACH DIRECTORY'S RECEIPTS.TXT TO ONE SCRATCH FILE       *
      ***************************************************************
       1200-GATHER-RECEIPTS.

           MOVE 'rm -f /tmp/AOC-RECEIPTS.TXT' TO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND
           PERFORM VARYING WS-DIR-SUB FROM 1 BY 1
                   UNTIL WS-DIR-SUB GREATER WS-DIR-CNT
               MOVE 24 TO WS-DIR-LEN
               PERFORM UNTIL WS-DIR-LEN EQUAL 0
                       OR WS-DIR-NAME(WS-DIR-SUB)(WS-DIR-LEN:1)
                           NOT EQUAL SPACE
                   SUBTRACT 1 FROM WS-DIR-LEN
               END-PERFORM
               MOVE SPACES TO WS-COMMAND
               STRING 'cat "' DELIMITED BY SIZE
                   WS-DIR-NAME(WS-DIR-SUB)(1:WS-DIR-LEN)
                   DELIMITED BY SIZE
                   '/RECEIPTS.TXT" >> /tmp/AOC-RECEIPTS.TXT'
                   ' 2>/dev/null' DELIMITED BY SIZE
                   INTO WS-COMMAND
               END-STRING
               CALL 'SYSTEM' USING WS-COMMAND
           END-PERFORM
           .
       1200-EXIT.
           EXIT.

      ***************************************************************
      * LOAD THE RECEIPTS - A LATER ANSWER FOR THE SAME DELIVERY     *
      * REPLACES THE EARLIER ONE                                     *
      ***************************************************************
       1300-LOAD-RECEIPTS.

           OPEN INPUT RECEIPT-FILE
           IF WS-RECEIPT-FST EQUAL '05'
               CLOSE RECEIPT-FILE
               GO TO 1300-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ RECEIPT-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF RECEIPT-RECORD(1:1) NOT EQUAL '*'
                           AND RECEIPT-RECORD NOT EQUAL SPACES
                           PERFORM 1350-KEEP-RECEIPT THRU 1350-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECEIPT-FILE
           .
       1300-EXIT.
           EXIT.

       1350-KEEP-RECEIPT.

           MOVE RCT-ID        TO WS-FIND-ID
           MOVE RCT-REPORT    TO WS-FIND-REPORT
           MOVE RCT-RECIPIENT TO WS-FIND-RECIPIENT
           PERFORM 7000-FIND-RECEIPT THRU 7000-EXIT
           IF WS-RCP-HIT EQUAL 0
               IF WS-RCP-CNT NOT LESS WS-RCP-MAX
                   ADD 1 TO WS-RCP-DROPPED
                   GO TO 1350-EXIT
               END-IF
               ADD 1 TO WS-RCP-CNT
               MOVE WS-RCP-CNT TO WS-RCP-HIT
           END-IF
           MOVE RCT-ACTION    TO WS-RC-ACTION(WS-RCP-HIT)
           MOVE RCT-ID        TO WS-RC-ID(WS-RCP-HIT)
           MOVE RCT-DATE-X    TO WS-RC-DATE-X(WS-RCP-HIT)
           MOVE RCT-REPORT    TO WS-RC-REPORT(WS-RCP-HIT)
           MOVE RCT-RECIPIENT TO WS-RC-RECIPIENT(WS-RCP-HIT)
           MOVE RCT-RECORDS   TO WS-RC-RECORDS(WS-RCP-HIT)
           MOVE RCT-CKSUM     TO WS-RC-CKSUM(WS-RCP-HIT)
           MOVE RCT-REMARK    TO WS-RC-REMARK(WS-RCP-HIT)
           MOVE 'N'           TO WS-RC-MATCHED(WS-RCP-HIT)
           .
       1350-EXIT.
           EXIT.

      ***************************************************************
      * CLASSIFY EVERY DELIVERY MADE IN THE LOOKBACK                 *
      ***************************************************************
       2000-MATCH-DELIVERIES.

           OPEN INPUT DELIVERY-FILE
           IF WS-DELIVERY-FST EQUAL '05'
               CLOSE DELIVERY-FILE
               GO TO 2000-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ DELIVERY-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF DDL-DATE-X IS NUMERIC
                           AND DDL-TIME-X IS NUMERIC
                           AND DDL-DATE NOT LESS WS-FROM-DATE
                           PERFORM 2100-CLASSIFY THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DELIVERY-FILE
           .
       2000-EXIT.
           EXIT.

       2100-CLASSIFY.

           ADD 1 TO WS-DELIVERED-CNT
           MOVE DDL-ID        TO WS-FIND-ID
           MOVE DDL-REPORT    TO WS-FIND-REPORT
           MOVE DDL-RECIPIENT TO WS-FIND-RECIPIENT
           PERFORM 7000-FIND-RECEIPT THRU 7000-EXIT
           IF WS-RCP-HIT GREATER 0
               IF WS-RC-ACTION(WS-RCP-HIT) EQUAL 'DISPUTE'
                   MOVE 'Y' TO WS-RC-MATCHED(WS-RCP-HIT)
                   ADD 1 TO WS-DISPUTED-CNT
                   MOVE 'DISPUTED' TO WS-STATE
                   PERFORM 2200-ADD-EXCEPTION THRU 2200-EXIT
                   GO TO 2100-EXIT
               END-IF
               IF WS-RC-ACTION(WS-RCP-HIT) EQUAL 'CONFIRM'
                   MOVE 'Y' TO WS-RC-MATCHED(WS-RCP-HIT)
                   IF WS-RC-RECORDS(WS-RCP-HIT) EQUAL DDL-RECORDS
                       AND WS-RC-CKSUM(WS-RCP-HIT) EQUAL DDL-CKSUM
                       ADD 1 TO WS-CONFIRMED-CNT
                       GO TO 2100-EXIT
                   END-IF
                   ADD 1 TO WS-MISMATCH-CNT
                   MOVE 'MISMATCH' TO WS-STATE
                   PERFORM 2200-ADD-EXCEPTION THRU 2200-EXIT
                   GO TO 2100-EXIT
               END-IF
      *        AN ANSWER THAT IS NEITHER COUNTS AS NO RECEIPT
               MOVE 0 TO WS-RCP-HIT
           END-IF

      *    NO RECEIPT - SILENT LONGER THAN THE AGREED HOURS?
           MOVE WS-DEFAULT-HOURS TO WS-AGREED-HOURS
           PERFORM VARYING WS-HRS-SUB FROM 1 BY 1
                   UNTIL WS-HRS-SUB GREATER WS-HRS-CNT
               IF WS-HR-RECIPIENT(WS-HRS-SUB) EQUAL DDL-RECIPIENT
                   MOVE WS-HR-HOURS(WS-HRS-SUB) TO WS-AGREED-HOURS
               END-IF
           END-PERFORM
           MOVE DDL-TIME TO WS-TIME-6
           COMPUTE WS-MIN-SENT = WS-TIME-HH * 60 + WS-TIME-MM
           MOVE WS-RUN-TIME TO WS-TIME-6
           COMPUTE WS-MIN-NOW = WS-TIME-HH * 60 + WS-TIME-MM
           COMPUTE WS-AGE-MINUTES =
               (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                - FUNCTION INTEGER-OF-DATE(DDL-DATE)) * 1440
               + WS-MIN-NOW - WS-MIN-SENT
           COMPUTE WS-AGE-HOURS = WS-AGE-MINUTES / 60
           IF WS-AGE-MINUTES GREATER WS-AGREED-HOURS * 60
               ADD 1 TO WS-UNCONFIRMED-CNT
               MOVE 'UNCONFIRMED' TO WS-STATE
               PERFORM 2200-ADD-EXCEPTION THRU 2200-EXIT
           ELSE
               ADD 1 TO WS-AWAITING-CNT
           END-IF
           .
       2100-EXIT.
           EXIT.

      ***************************************************************
      * LIST THE DELIVERY AND PASS IT TO HANDOVER                    *
      ***************************************************************
       2200-ADD-EXCEPTION.

           MOVE SPACES        TO UNDELIVERED-RECORD
           MOVE WS-STATE      TO UND-STATE
           MOVE DDL-ID        TO UND-ID
           MOVE DDL-RECIPIENT TO UND-RECIPIENT
           MOVE DDL-REPORT    TO UND-REPORT
           WRITE UNDELIVERED-RECORD

           IF WS-EXC-CNT NOT LESS WS-EXC-MAX
               ADD 1 TO WS-EXC-DROPPED
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-EXC-CNT
           MOVE SPACES TO WS-EXC-LINE(WS-EXC-CNT)
           STRING DDL-ID ' ' WS-STATE ' ' DDL-RECIPIENT ' '
               DDL-REPORT ' '
               DELIMITED BY SIZE INTO WS-EXC-LINE(WS-EXC-CNT)
           END-STRING
      *    WHAT WENT WRONG, FROM COLUMN 81
           EVALUATE WS-STATE
               WHEN 'UNCONFIRMED'
                   MOVE WS-AGE-HOURS    TO WS-HOURS-EDIT
                   MOVE WS-AGREED-HOURS TO WS-AGREED-EDIT
                   STRING 'NO RECEIPT AFTER' WS-HOURS-EDIT
                       ' HOURS (AGREED' WS-AGREED-EDIT ')'
                       DELIMITED BY SIZE
                       INTO WS-EXC-LINE(WS-EXC-CNT)(81:52)
                   END-STRING
               WHEN 'MISMATCH'
                   STRING 'SENT ' DDL-RECORDS ' ' DDL-CKSUM
                       ' GOT ' WS-RC-RECORDS(WS-RCP-HIT) ' '
                       WS-RC-CKSUM(WS-RCP-HIT)
                       DELIMITED BY SIZE
                       INTO WS-EXC-LINE(WS-EXC-CNT)(81:52)
                   END-STRING
               WHEN OTHER
                   MOVE WS-RC-REMARK(WS-RCP-HIT)
                       TO WS-EXC-LINE(WS-EXC-CNT)(81:40)
           END-EVALUATE
           .
       2200-EXIT.
           EXIT.

      ***************************************************************
      * A RECEIPT FOR NO DELIVERY IN THE LOOKBACK, OR ONE THAT IS    *
      * NEITHER A CONFIRMATION NOR A DISPUTE, IS REPORTED SO A       *
      * MISKEYED ANSWER IS NOT TAKEN FOR SILENCE                     *
      ***************************************************************
       3000-UNKNOWN-RECEIPTS.

           PERFORM VARYING WS-RCP-SUB FROM 1 BY 1
                   UNTIL WS-RCP-SUB GREATER WS-RCP-CNT
               IF WS-RC-MATCHED(WS-RCP-SUB) EQUAL 'N'
                   IF WS-RC-DATE-X(WS-RCP-SUB) IS NOT NUMERIC
                       ADD 1 TO WS-UNKNOWN-CNT
                   ELSE
                       IF WS-RC-DATE-X(WS-RCP-SUB)
                           NOT LESS WS-FROM-DATE
                           ADD 1 TO WS-UNKNOWN-CNT
                       ELSE
                           MOVE 'O' TO WS-RC-MATCHED(WS-RCP-SUB)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
       3000-EXIT.
           EXIT.

      ***************************************************************
      * WRITE RECEIPT-REPORT.TXT                                     *
      ***************************************************************
       4000-WRITE-REPORT.

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING 'REPORT DELIVERY RECEIPT RECONCILIATION  RUN '
               WS-RUN-DATE ' ' WS-RUN-TIME
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-DEFAULT-HOURS TO WS-AGREED-EDIT
           STRING 'DELIVERED SINCE ' WS-FROM-DATE '  AGREED HOURS'
               WS-AGREED-EDIT ' UNLESS SET FOR THE RECIPIENT'
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-DELIVERED-CNT TO WS-COUNT-EDIT
           STRING 'DELIVERIES                    ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-CONFIRMED-CNT TO WS-COUNT-EDIT
           STRING '  CONFIRMED AS SENT           ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-MISMATCH-CNT TO WS-COUNT-EDIT
           STRING '  COUNT OR CKSUM MISMATCH     ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-DISPUTED-CNT TO WS-COUNT-EDIT
           STRING '  DISPUTED BY THE RECIPIENT   ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-UNCONFIRMED-CNT TO WS-COUNT-EDIT
           STRING '  UNCONFIRMED PAST AGREED HRS ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-AWAITING-CNT TO WS-COUNT-EDIT
           STRING '  AWAITING A RECEIPT          ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-UNKNOWN-CNT TO WS-COUNT-EDIT
           STRING 'RECEIPTS MATCHING NO DELIVERY ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'DELIVERIES NOT CONFIRMED AS RECEIVED' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'DELIVERY ID     STATE       RECIPIENT  REPORT     '
               '                              DETAIL'
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-EXC-CNT EQUAL 0
               MOVE '  NONE' TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
                   UNTIL WS-EXC-SUB GREATER WS-EXC-CNT
               MOVE WS-EXC-LINE(WS-EXC-SUB) TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           IF WS-EXC-DROPPED GREATER 0
               MOVE SPACES TO REPORT-RECORD
               MOVE WS-EXC-DROPPED TO WS-COUNT-EDIT
               STRING '  ... AND ' WS-COUNT-EDIT ' MORE NOT LISTED'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF

           IF WS-UNKNOWN-CNT GREATER 0
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 'RECEIPTS MATCHING NO DELIVERY IN THE LOOKBACK'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM VARYING WS-RCP-SUB FROM 1 BY 1
                       UNTIL WS-RCP-SUB GREATER WS-RCP-CNT
                   IF WS-RC-MATCHED(WS-RCP-SUB) EQUAL 'N'
                       MOVE SPACES TO REPORT-RECORD
                       STRING WS-RC-ID(WS-RCP-SUB) ' '
                           WS-RC-ACTION(WS-RCP-SUB) '     '
                           WS-RC-RECIPIENT(WS-RCP-SUB) ' '
                           WS-RC-REPORT(WS-RCP-SUB) ' '
                           WS-RC-RECORDS(WS-RCP-SUB) ' '
                           WS-RC-CKSUM(WS-RCP-SUB)
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       END-STRING
                       WRITE REPORT-RECORD
                   END-IF
               END-PERFORM
           END-IF
           CLOSE REPORT-FILE
           .
       4000-EXIT.
           EXIT.

      ***************************************************************
      * FIND THE RECEIPT FOR WS-FIND-ID/-REPORT/-RECIPIENT;          *
      * WS-RCP-HIT IS ZERO IF THERE IS NONE                          *
      ***************************************************************
       7000-FIND-RECEIPT.

           MOVE 0 TO WS-RCP-HIT
           PERFORM VARYING WS-RCP-SUB FROM 1 BY 1
                   UNTIL WS-RCP-SUB GREATER WS-RCP-CNT
                      OR WS-RCP-HIT GREATER 0
               IF WS-RC-ID(WS-RCP-SUB) EQUAL WS-FIND-ID
                   AND WS-RC-REPORT(WS-RCP-SUB) EQUAL WS-FIND-REPORT
                   AND WS-RC-RECIPIENT(WS-RCP-SUB)
                       EQUAL WS-FIND-RECIPIENT
                   MOVE WS-RCP-SUB TO WS-RCP-HIT
               END-IF
           END-PERFORM
           .
       7000-EXIT.
           EXIT.
