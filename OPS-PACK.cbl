      *      MOVEMENT, FROM ALERT-MASTER.TXT AND EXC-HISTORY.TXT     *
      *   4. ORDERLY STOPS / CHECKPOINT RESTARTS IN THE MONTH        *
      *   5. THE MONTH'S RERUNS WITH THEIR POSTED REASONS            *
      *   6. EVERY CHANGE MADE INSIDE A CHANGE-FREEZE WINDOW UNDER   *
      *      AN EMERGENCY OVERRIDE, FROM FREEZE-OVERRIDES.TXT        *
      *                                                              *
      * OPSPACK-REQUEST.TXT MAY NAME THE PERIOD:                     *
      *   MONTH=YYYYMM      (DEFAULT: THE CURRENT CALENDAR MONTH)    *
               ASSIGN TO 'RERUN-REASONS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REASON-FST.
           SELECT OPTIONAL OVERRIDE-FILE
               ASSIGN TO 'FREEZE-OVERRIDES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-FST.
           SELECT PACK-FILE ASSIGN TO 'OPS-PACK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACK-FST.
       01  REQUEST-RECORD                         PIC X(80).

       FD  STATUS-FILE
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STATUS-RECORD.
           05 STATUS-RUN-DATE                     PIC 9(8).
           05 FILLER                              PIC X(1).
           05 STATUS-RUN-TIME                     PIC 9(8).
           05 FILLER                              PIC X(19).

       FD  LEDGER-FILE
           RECORD CONTAINS 200 CHARACTERS
           05 FILLER                              PIC X(1).
           05 RSN-TEXT                            PIC X(39).

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

       FD  PACK-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
       01  WS-EXC-FST                             PIC X(2) VALUE '00'.
       01  WS-REASON-FST                          PIC X(2) VALUE '00'.
       01  WS-PACK-FST                            PIC X(2) VALUE '00'.
       01  WS-OVERRIDE-FST                        PIC X(2) VALUE '00'.
       01  WS-EOF-FLAG                            PIC X(1).
           88 SCAN-EOF                                     VALUE 'Y'.
           88 NOT-SCAN-EOF                                 VALUE 'N'.
      *    SECTION 5 - RERUNS
       01  WS-RERUN-CNT                           PIC 9(3) VALUE 0.

      *    SECTION 6 - FREEZE-WINDOW OVERRIDES
       01  WS-OVERRIDE-CNT                        PIC 9(3) VALUE 0.

       01  WS-COMMAND                             PIC X(400).
       COPY RPTCTL.
       01  WS-DETAIL-WORK.
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
      *                A RETRIED ATTEMPT (RTRY) IS NOT A RUN OF ITS OWN
                       IF STATUS-RECORD(15:8) IS NUMERIC
                           AND STATUS-RECORD(15:6) EQUAL WS-MONTH
                           AND STATUS-OUTCOME NOT EQUAL 'RTRY'
                           PERFORM 2100-TALLY-STATUS THRU 2100-EXIT
                       END-IF
               END-READ
           PERFORM 5300-SECTION-WINDOW  THRU 5300-EXIT
           PERFORM 5400-SECTION-VOLUMES THRU 5400-EXIT
           PERFORM 5500-SECTION-RERUNS  THRU 5500-EXIT
           PERFORM 5600-SECTION-OVERRIDES THRU 5600-EXIT

           MOVE 'END ' TO RPT-OP
           PERFORM 8900-PUT-PACK-LINE THRU 8900-EXIT
       5500-EXIT.
           EXIT.

       5600-SECTION-OVERRIDES.

           MOVE 'LINE' TO RPT-OP
           MOVE SPACES TO RPT-DETAIL
           PERFORM 8900-PUT-PACK-LINE THRU 8900-EXIT
           MOVE 'LINE' TO RPT-OP
           MOVE '6. CHANGES UNDER FREEZE-WINDOW EMERGENCY OVERRIDES'
               TO RPT-DETAIL
           PERFORM 8900-PUT-PACK-LINE THRU 8900-EXIT
           MOVE 'LINE' TO RPT-OP
           MOVE 'DATE     WINDOW               PROGRAM      TARGET'
               TO RPT-DETAIL
           MOVE 'REQUESTR APPROVER REASON' TO RPT-DETAIL(69:24)
           PERFORM 8900-PUT-PACK-LINE THRU 8900-EXIT
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVERRIDE-FST EQUAL '05'
               CLOSE OVERRIDE-FILE
           ELSE
               SET NOT-SCAN-EOF TO TRUE
               PERFORM UNTIL SCAN-EOF
                   READ OVERRIDE-FILE
                       AT END
                           SET SCAN-EOF TO TRUE
                       NOT AT END
                           IF OVERRIDE-RECORD(1:8) IS NUMERIC
                               AND OVERRIDE-RECORD(1:6)
                                   EQUAL WS-MONTH
                               ADD 1 TO WS-OVERRIDE-CNT
                               MOVE 'LINE' TO RPT-OP
                               MOVE SPACES TO RPT-DETAIL
                               STRING FO-DATE ' ' FO-WINDOW ' '
                                   FO-PROGRAM ' ' FO-TARGET ' '
                                   FO-REQUESTER ' ' FO-APPROVER ' '
                                   FO-REASON DELIMITED BY SIZE
                                   INTO RPT-DETAIL
                               END-STRING
                               PERFORM 8900-PUT-PACK-LINE
                                   THRU 8900-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-FILE
           END-IF
           IF WS-OVERRIDE-CNT EQUAL 0
               MOVE 'LINE' TO RPT-OP
               MOVE '(NO FREEZE-WINDOW OVERRIDES IN THE PERIOD)'
                   TO RPT-DETAIL
               PERFORM 8900-PUT-PACK-LINE THRU 8900-EXIT
           END-IF
           .
       5600-EXIT.
           EXIT.

      ***************************************************************
      * PUSH ONE OPERATION THROUGH AOC-REPORT AND WRITE WHATEVER     *
      * LINES COME BACK                                              *
