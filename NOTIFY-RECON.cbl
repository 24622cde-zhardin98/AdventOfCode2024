       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFY-RECON.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * NOTIFICATION DELIVERY RECONCILIATION                         *
      *                                                              *
      * RUN AT TURNOVER FROM THE WORKSPACE ROOT.  EVERY NOTIFICATION *
      * AOC-NOTIFY HAS QUEUED ON NOTIFY-QUEUE.TXT IN THE LOOKBACK    *
      * (DAYS=nnn ON NOTIFY-CONTROL.TXT, DEFAULT 7 DAYS BACK FROM    *
      * THE BUSINESS DATE) IS MATCHED BY SEQUENCE NUMBER AGAINST THE *
      * SEND CONFIRMATIONS THE MAIL/PAGING GATEWAY WRITES BACK TO    *
      * NOTIFY-CONFIRM.TXT.  THE GATEWAY MAY RETRY, SO THE LAST      *
      * CONFIRMATION FOR A NUMBER IS THE ONE THAT COUNTS.  EACH      *
      * NOTIFICATION IS ONE OF:                                      *
      *   CONFIRMED    SENT BY THE GATEWAY                           *
      *   FAILED       THE GATEWAY TRIED AND COULD NOT SEND          *
      *   UNCONFIRMED  NO CONFIRMATION AND OLDER THAN THE GRACE      *
      *                PERIOD (GRACE=nnnn MINUTES, DEFAULT 30)       *
      *   AWAITING     NO CONFIRMATION YET, STILL WITHIN GRACE       *
      * NOTIFY-REPORT.TXT GIVES THE COUNTS, A LINE FOR EVERY FAILED  *
      * OR UNCONFIRMED NOTIFICATION - THE ONES NOBODY HAS SEEN - AND *
      * A LINE FOR EVERY CONFIRMATION WHOSE NUMBER IS NOT ON THE     *
      * QUEUE.  ANY FAILED OR UNCONFIRMED NOTIFICATION ENDS THE RUN  *
      * WITH RETURN CODE 4.                                          *
      *                                                              *
      * NOTIFY-QUEUE.TXT - SEE AOC-NOTIFY.cbl.                       *
      * NOTIFY-CONFIRM.TXT (80 BYTES, WRITTEN BY THE GATEWAY):       *
      *   COLS   1-7   SEQUENCE NUMBER                               *
      *   COLS   9-12  STATUS - SENT / FAIL                          *
      *   COLS  14-21  DATE            COLS  23-28  TIME HHMMSS      *
      *   COLS  30-69  GATEWAY REFERENCE OR FAILURE REASON           *
      * NOTIFY-CONTROL.TXT ('*' IN COLUMN 1 IS A COMMENT):           *
      *   GRACE=nnnn   MINUTES BEFORE A SILENT NOTIFICATION COUNTS   *
      *   DAYS=nnn     DAYS OF QUEUE TO RECONCILE                    *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    GRACE PERIOD AND LOOKBACK OVERRIDES
           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO 'NOTIFY-CONTROL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FST.
      *    THE OUTBOUND QUEUE WRITTEN BY AOC-NOTIFY
           SELECT OPTIONAL QUEUE-FILE ASSIGN TO 'NOTIFY-QUEUE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FST.
      *    SEND CONFIRMATIONS WRITTEN BY THE GATEWAY
           SELECT OPTIONAL CONFIRM-FILE
               ASSIGN TO 'NOTIFY-CONFIRM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-FST.
           SELECT REPORT-FILE ASSIGN TO 'NOTIFY-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FST.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONTROL-RECORD.
       01  CONTROL-RECORD                         PIC X(80).

       FD  QUEUE-FILE
           RECORD CONTAINS 246 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS QUEUE-RECORD.
       01  QUEUE-RECORD.
           05 NTQ-SEQ-X                           PIC X(7).
           05 NTQ-SEQ REDEFINES NTQ-SEQ-X         PIC 9(7).
           05 FILLER                              PIC X(1).
           05 NTQ-DATE-X                          PIC X(8).
           05 NTQ-DATE REDEFINES NTQ-DATE-X       PIC 9(8).
           05 FILLER                              PIC X(1).
           05 NTQ-TIME-X                          PIC X(6).
           05 NTQ-TIME REDEFINES NTQ-TIME-X       PIC 9(6).
           05 FILLER                              PIC X(1).
           05 NTQ-GROUP                           PIC X(8).
           05 FILLER                              PIC X(1).
           05 NTQ-SEVERITY                        PIC X(1).
           05 FILLER                              PIC X(1).
           05 NTQ-MSG-ID                          PIC X(8).
           05 FILLER                              PIC X(1).
           05 NTQ-SOURCE-JOB                      PIC X(8).
           05 FILLER                              PIC X(1).
           05 NTQ-SUBJECT                         PIC X(60).
           05 FILLER                              PIC X(1).
           05 NTQ-BODY                            PIC X(132).

       FD  CONFIRM-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONFIRM-RECORD.
       01  CONFIRM-RECORD.
           05 NTC-SEQ-X                           PIC X(7).
           05 NTC-SEQ REDEFINES NTC-SEQ-X         PIC 9(7).
           05 FILLER                              PIC X(1).
           05 NTC-STATUS                          PIC X(4).
           05 FILLER                              PIC X(1).
           05 NTC-DATE                            PIC X(8).
           05 FILLER                              PIC X(1).
           05 NTC-TIME                            PIC X(6).
           05 FILLER                              PIC X(1).
           05 NTC-REFERENCE                       PIC X(40).
           05 FILLER                              PIC X(11).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REPORT-RECORD.
       01  REPORT-RECORD                          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
       01  WS-CONTROL-FST                         PIC X(2) VALUE '00'.
       01  WS-QUEUE-FST                           PIC X(2) VALUE '00'.
       01  WS-CONFIRM-FST                         PIC X(2) VALUE '00'.
       01  WS-REPORT-FST                          PIC X(2) VALUE '00'.
       01  WS-EOF-FLAG                            PIC X(1).
           88 SCAN-EOF                                     VALUE 'Y'.
           88 NOT-SCAN-EOF                                 VALUE 'N'.
       01  WS-RUN-DATE                            PIC 9(8).
       01  WS-RUN-TIME-FULL                       PIC 9(8).
       01  WS-RUN-TIME                            PIC 9(6).
       COPY BIZPARM.

      *    CONTROL VALUES
       01  WS-GRACE-MINUTES                       PIC 9(4) VALUE 30.
       01  WS-LOOKBACK-DAYS                       PIC 9(3) VALUE 7.
       01  WS-FROM-DATE                           PIC 9(8).
       01  WS-CTL-VALUE                           PIC X(4).
       01  WS-CTL-NUM-X                           PIC X(4).
       01  WS-CTL-NUM REDEFINES WS-CTL-NUM-X      PIC 9(4).

      *    LATEST CONFIRMATION PER SEQUENCE NUMBER
       01  WS-CNF-CNT                             PIC 9(5) VALUE 0.
       01  WS-CNF-MAX                             PIC 9(5) VALUE 9000.
       01  WS-CNF-TABLE.
           05 WS-CNF-ENTRY OCCURS 9000 TIMES.
              10 WS-CF-SEQ                        PIC 9(7).
              10 WS-CF-STATUS                     PIC X(4).
              10 WS-CF-DATE                       PIC X(8).
              10 WS-CF-TIME                       PIC X(6).
              10 WS-CF-REFERENCE                  PIC X(40).
              10 WS-CF-MATCHED                    PIC X(1).
       01  WS-CNF-SUB                             PIC 9(5).
       01  WS-CNF-HIT                             PIC 9(5).
       01  WS-FIND-SEQ                            PIC 9(7).

      *    THE QUEUED NOTIFICATION IN HAND
       01  WS-STATE                               PIC X(11).
       01  WS-AGE-MINUTES                         PIC S9(9).
       01  WS-TIME-HHMM.
           05 WS-TIME-HH                          PIC 9(2).
           05 WS-TIME-MM                          PIC 9(2).
           05 WS-TIME-SS                          PIC 9(2).
       01  WS-TIME-6 REDEFINES WS-TIME-HHMM       PIC 9(6).
       01  WS-MIN-QUEUED                          PIC 9(4).
       01  WS-MIN-NOW                             PIC 9(4).

      *    EXCEPTIONS, HELD UNTIL THE COUNTS ARE PRINTED
       01  WS-EXC-CNT                             PIC 9(4) VALUE 0.
       01  WS-EXC-MAX                             PIC 9(4) VALUE 2000.
       01  WS-EXC-TABLE.
           05 WS-EXC-LINE OCCURS 2000 TIMES       PIC X(132).
       01  WS-EXC-SUB                             PIC 9(4).
       01  WS-EXC-DROPPED                         PIC 9(5) VALUE 0.

      *    RUN COUNTS
       01  WS-QUEUED-CNT                          PIC 9(5) VALUE 0.
       01  WS-CONFIRMED-CNT                       PIC 9(5) VALUE 0.
       01  WS-FAILED-CNT                          PIC 9(5) VALUE 0.
       01  WS-UNCONFIRMED-CNT                     PIC 9(5) VALUE 0.
       01  WS-AWAITING-CNT                        PIC 9(5) VALUE 0.
       01  WS-UNKNOWN-CNT                         PIC 9(5) VALUE 0.
       01  WS-NOT-SEEN-CNT                        PIC 9(5) VALUE 0.
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
           MOVE WS-RUN-DATE TO BIZ-ACTUAL-DATE
           CALL 'AOC-BIZDATE' USING BIZ-PARMS

           PERFORM 1000-READ-CONTROL     THRU 1000-EXIT
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(BIZ-DATE) - WS-LOOKBACK-DAYS)
           PERFORM 1100-LOAD-CONFIRMS    THRU 1100-EXIT
           PERFORM 2000-MATCH-QUEUE      THRU 2000-EXIT
           PERFORM 3000-UNKNOWN-CONFIRMS THRU 3000-EXIT
           PERFORM 4000-WRITE-REPORT     THRU 4000-EXIT

           COMPUTE WS-NOT-SEEN-CNT = WS-FAILED-CNT + WS-UNCONFIRMED-CNT
           DISPLAY 'AOC2201I NOTIFY-RECON COMPLETE: ' WS-QUEUED-CNT
               ' QUEUED, ' WS-CONFIRMED-CNT ' CONFIRMED, '
               WS-FAILED-CNT ' FAILED, ' WS-UNCONFIRMED-CNT
               ' UNCONFIRMED, ' WS-AWAITING-CNT ' AWAITING'
           IF WS-NOT-SEEN-CNT GREATER 0
               DISPLAY 'AOC2202W NOTIFY-RECON: ' WS-NOT-SEEN-CNT
                   ' NOTIFICATION(S) NOT DELIVERED - SEE'
                   ' NOTIFY-REPORT.TXT'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      ***************************************************************
      * OPTIONAL OVERRIDES: GRACE=nnnn AND DAYS=nnn                  *
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
           CLOSE CONTROL-FILE.

       1000-EXIT.
           EXIT.

       1050-CONTROL-LINE.

           IF CONTROL-RECORD(1:1) EQUAL '*'
               GO TO 1050-EXIT
           END-IF
           MOVE SPACES TO WS-CTL-VALUE
           EVALUATE TRUE
               WHEN CONTROL-RECORD(1:6) EQUAL 'GRACE='
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
           IF CONTROL-RECORD(1:6) EQUAL 'GRACE='
               MOVE WS-CTL-NUM TO WS-GRACE-MINUTES
           ELSE
               IF WS-CTL-NUM GREATER 0 AND WS-CTL-NUM LESS 1000
                   MOVE WS-CTL-NUM TO WS-LOOKBACK-DAYS
               END-IF
           END-IF.

       1050-EXIT.
           EXIT.

      ***************************************************************
      * LOAD THE GATEWAY CONFIRMATIONS - A LATER LINE FOR THE SAME   *
      * SEQUENCE NUMBER (A RETRY) REPLACES THE EARLIER ONE           *
      ***************************************************************
       1100-LOAD-CONFIRMS.

           OPEN INPUT CONFIRM-FILE
           IF WS-CONFIRM-FST EQUAL '05'
               CLOSE CONFIRM-FILE
               GO TO 1100-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ CONFIRM-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF NTC-SEQ-X IS NUMERIC
                           PERFORM 1150-KEEP-CONFIRM THRU 1150-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONFIRM-FILE.

       1100-EXIT.
           EXIT.

       1150-KEEP-CONFIRM.

           MOVE NTC-SEQ TO WS-FIND-SEQ
           PERFORM 7000-FIND-CONFIRM THRU 7000-EXIT
           IF WS-CNF-HIT EQUAL 0
               IF WS-CNF-CNT NOT LESS WS-CNF-MAX
                   GO TO 1150-EXIT
               END-IF
               ADD 1 TO WS-CNF-CNT
               MOVE WS-CNF-CNT TO WS-CNF-HIT
           END-IF
           MOVE NTC-SEQ       TO WS-CF-SEQ(WS-CNF-HIT)
           MOVE NTC-STATUS    TO WS-CF-STATUS(WS-CNF-HIT)
           MOVE NTC-DATE      TO WS-CF-DATE(WS-CNF-HIT)
           MOVE NTC-TIME      TO WS-CF-TIME(WS-CNF-HIT)
           MOVE NTC-REFERENCE TO WS-CF-REFERENCE(WS-CNF-HIT)
           MOVE 'N'           TO WS-CF-MATCHED(WS-CNF-HIT).

       1150-EXIT.
           EXIT.

      ***************************************************************
      * CLASSIFY EVERY NOTIFICATION QUEUED IN THE LOOKBACK           *
      ***************************************************************
       2000-MATCH-QUEUE.

           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-FST EQUAL '05'
               CLOSE QUEUE-FILE
               GO TO 2000-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ QUEUE-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF NTQ-SEQ-X IS NUMERIC
                           AND NTQ-DATE-X IS NUMERIC
                           AND NTQ-TIME-X IS NUMERIC
                           AND NTQ-DATE NOT LESS WS-FROM-DATE
                           PERFORM 2100-CLASSIFY THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE.

       2000-EXIT.
           EXIT.

       2100-CLASSIFY.

           ADD 1 TO WS-QUEUED-CNT
           MOVE NTQ-SEQ TO WS-FIND-SEQ
           PERFORM 7000-FIND-CONFIRM THRU 7000-EXIT
           IF WS-CNF-HIT GREATER 0
               MOVE 'Y' TO WS-CF-MATCHED(WS-CNF-HIT)
               IF WS-CF-STATUS(WS-CNF-HIT) EQUAL 'SENT'
                   ADD 1 TO WS-CONFIRMED-CNT
                   GO TO 2100-EXIT
               END-IF
               ADD 1 TO WS-FAILED-CNT
               MOVE 'FAILED' TO WS-STATE
               PERFORM 2200-ADD-EXCEPTION THRU 2200-EXIT
               GO TO 2100-EXIT
           END-IF

      *    NO CONFIRMATION - SILENT LONGER THAN THE GRACE PERIOD?
           MOVE NTQ-TIME TO WS-TIME-6
           COMPUTE WS-MIN-QUEUED = WS-TIME-HH * 60 + WS-TIME-MM
           MOVE WS-RUN-TIME TO WS-TIME-6
           COMPUTE WS-MIN-NOW = WS-TIME-HH * 60 + WS-TIME-MM
           COMPUTE WS-AGE-MINUTES =
               (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                - FUNCTION INTEGER-OF-DATE(NTQ-DATE)) * 1440
               + WS-MIN-NOW - WS-MIN-QUEUED
           IF WS-AGE-MINUTES GREATER WS-GRACE-MINUTES
               ADD 1 TO WS-UNCONFIRMED-CNT
               MOVE 'UNCONFIRMED' TO WS-STATE
               PERFORM 2200-ADD-EXCEPTION THRU 2200-EXIT
           ELSE
               ADD 1 TO WS-AWAITING-CNT
           END-IF.

       2100-EXIT.
           EXIT.

       2200-ADD-EXCEPTION.

           IF WS-EXC-CNT NOT LESS WS-EXC-MAX
               ADD 1 TO WS-EXC-DROPPED
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-EXC-CNT
           MOVE SPACES TO WS-EXC-LINE(WS-EXC-CNT)
           STRING NTQ-SEQ ' ' NTQ-DATE ' ' NTQ-TIME ' ' WS-STATE ' '
               NTQ-GROUP ' ' NTQ-MSG-ID ' ' NTQ-SOURCE-JOB ' '
               NTQ-SUBJECT(1:40)
               DELIMITED BY SIZE INTO WS-EXC-LINE(WS-EXC-CNT)
           END-STRING
      *    A FAILED SEND CARRIES THE GATEWAY'S REASON
           IF WS-STATE EQUAL 'FAILED'
               MOVE WS-CF-REFERENCE(WS-CNF-HIT)(1:28)
                   TO WS-EXC-LINE(WS-EXC-CNT)(105:28)
           END-IF.

       2200-EXIT.
           EXIT.

      ***************************************************************
      * A CONFIRMATION FOR A NUMBER NEVER QUEUED (OR QUEUED BEFORE   *
      * THE LOOKBACK) IS REPORTED SO A GATEWAY FAULT IS NOT MISSED   *
      ***************************************************************
       3000-UNKNOWN-CONFIRMS.

           PERFORM VARYING WS-CNF-SUB FROM 1 BY 1
                   UNTIL WS-CNF-SUB GREATER WS-CNF-CNT
               IF WS-CF-MATCHED(WS-CNF-SUB) EQUAL 'N'
                   AND WS-CF-DATE(WS-CNF-SUB) NOT LESS WS-FROM-DATE
                   ADD 1 TO WS-UNKNOWN-CNT
               END-IF
           END-PERFORM.

       3000-EXIT.
           EXIT.

      ***************************************************************
      * WRITE NOTIFY-REPORT.TXT                                      *
      ***************************************************************
       4000-WRITE-REPORT.

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING 'NOTIFICATION DELIVERY RECONCILIATION  BUSINESS DATE '
               BIZ-DATE '  RUN ' WS-RUN-DATE ' ' WS-RUN-TIME
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'QUEUED SINCE ' WS-FROM-DATE '  GRACE PERIOD '
               WS-GRACE-MINUTES ' MINUTES'
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-QUEUED-CNT TO WS-COUNT-EDIT
           STRING 'NOTIFICATIONS QUEUED          ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-CONFIRMED-CNT TO WS-COUNT-EDIT
           STRING '  CONFIRMED SENT              ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-FAILED-CNT TO WS-COUNT-EDIT
           STRING '  FAILED AT THE GATEWAY       ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-UNCONFIRMED-CNT TO WS-COUNT-EDIT
           STRING '  UNCONFIRMED PAST GRACE      ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-AWAITING-CNT TO WS-COUNT-EDIT
           STRING '  AWAITING CONFIRMATION       ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-UNKNOWN-CNT TO WS-COUNT-EDIT
           STRING 'CONFIRMATIONS NOT ON QUEUE    ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'NOTIFICATIONS NOT DELIVERED' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'SEQ     DATE     TIME   STATE       GROUP    '
               'MSG ID   JOB      SUBJECT                           '
               '       GATEWAY REASON'
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
               MOVE 'CONFIRMATIONS FOR NUMBERS NOT ON THE QUEUE'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM VARYING WS-CNF-SUB FROM 1 BY 1
                       UNTIL WS-CNF-SUB GREATER WS-CNF-CNT
                   IF WS-CF-MATCHED(WS-CNF-SUB) EQUAL 'N'
                       AND WS-CF-DATE(WS-CNF-SUB)
                           NOT LESS WS-FROM-DATE
                       MOVE SPACES TO REPORT-RECORD
                       STRING WS-CF-SEQ(WS-CNF-SUB) ' '
                           WS-CF-DATE(WS-CNF-SUB) ' '
                           WS-CF-TIME(WS-CNF-SUB) ' '
                           WS-CF-STATUS(WS-CNF-SUB) ' '
                           WS-CF-REFERENCE(WS-CNF-SUB)
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       END-STRING
                       WRITE REPORT-RECORD
                   END-IF
               END-PERFORM
           END-IF
           CLOSE REPORT-FILE.

       4000-EXIT.
           EXIT.

      ***************************************************************
      * FIND THE CONFIRMATION FOR WS-FIND-SEQ; WS-CNF-HIT IS ZERO   *
      * IF THERE IS NONE                                             *
      ***************************************************************
       7000-FIND-CONFIRM.

           MOVE 0 TO WS-CNF-HIT
           PERFORM VARYING WS-CNF-SUB FROM 1 BY 1
                   UNTIL WS-CNF-SUB GREATER WS-CNF-CNT
                      OR WS-CNF-HIT GREATER 0
               IF WS-CF-SEQ(WS-CNF-SUB) EQUAL WS-FIND-SEQ
                   MOVE WS-CNF-SUB TO WS-CNF-HIT
               END-IF
           END-PERFORM.

       7000-EXIT.
           EXIT.
