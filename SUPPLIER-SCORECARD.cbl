       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-SCORECARD.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * MONTHLY SUPPLIER DELIVERY SCORECARD                          *
      *                                                              *
      * RUN FROM THE WORKSPACE ROOT FOR THE SUPPLIER REVIEW MEETING. *
      * READS SUPPLIER-DELIVERIES.TXT (ONE RECORD PER DELIVERY,      *
      * WRITTEN BY STAGE-INPUTS) FOR THE MONTH AND WRITES            *
      * SUPPLIER-SCORECARD.TXT WITH, PER SUPPLIER AND UNDER IT PER   *
      * JOB:                                                         *
      *   - DELIVERIES, ON TIME, LATE AND THE ON-TIME RATE (ON TIME  *
      *     OVER THE DELIVERIES JUDGED AGAINST A CUTOFF)             *
      *   - VERIFIED, SHORT, OVERSIZED AND MISSING DELIVERIES AND    *
      *     THE DEFECT RATE (SHORT + OVERSIZED + MISSING OVER ALL)   *
      *   - RERUNS CAUSED: A RERUN OF THE JOB FOR A DATE ON WHICH    *
      *     ITS DELIVERY WAS LATE OR DEFECTIVE.  RERUNS ARE THE DONE *
      *     REQUESTS ON RERUN-REQUESTS.TXT (BY BUSINESS DATE, ELSE   *
      *     THE DATE THEY RAN) AND THE SAME-DAY RERUNS ON            *
      *     RERUN-REASONS.TXT.                                       *
      * SCORECARD-CONTROL.TXT (OPTIONAL) 'MONTH=yyyymm' NAMES THE    *
      * MONTH; WITHOUT IT THE LAST COMPLETE CALENDAR MONTH IS USED.  *
      * SUPPLIER NAMES COME FROM SUPPLIER-MASTER.TXT.                *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO 'SCORECARD-CONTROL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FST.
           SELECT OPTIONAL SUPPLIER-MASTER-FILE
               ASSIGN TO 'SUPPLIER-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-MASTER-FST.
           SELECT OPTIONAL DELIVERY-FILE
               ASSIGN TO 'SUPPLIER-DELIVERIES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-FST.
           SELECT OPTIONAL JOBCAT-FILE ASSIGN TO 'JOBCAT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBCAT-FST.
           SELECT OPTIONAL RERUN-REQUEST-FILE
               ASSIGN TO 'RERUN-REQUESTS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RERUN-REQUEST-FST.
           SELECT OPTIONAL RERUN-REASON-FILE
               ASSIGN TO 'RERUN-REASONS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RERUN-REASON-FST.
           SELECT SCORECARD-FILE ASSIGN TO 'SUPPLIER-SCORECARD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORECARD-FST.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONTROL-RECORD.
       01  CONTROL-RECORD                         PIC X(80).

       FD  SUPPLIER-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SUPPLIER-MASTER-RECORD.
       01  SUPPLIER-MASTER-RECORD.
           05 SPM-JOB                             PIC X(8).
           05 FILLER                              PIC X(2).
           05 SPM-SUPPLIER                        PIC X(8).
           05 FILLER                              PIC X(2).
           05 SPM-CUTOFF                          PIC X(4).
           05 FILLER                              PIC X(2).
           05 SPM-NAME                            PIC X(30).
           05 FILLER                              PIC X(24).

       FD  DELIVERY-FILE
           RECORD CONTAINS 90 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DELIVERY-RECORD.
       01  DELIVERY-RECORD.
           05 DLV-STAGE-DATE                      PIC X(8).
           05 FILLER                              PIC X(1).
           05 DLV-STAGE-TIME                      PIC X(8).
           05 FILLER                              PIC X(1).
           05 DLV-JOB                             PIC X(8).
           05 FILLER                              PIC X(1).
           05 DLV-SUPPLIER                        PIC X(8).
           05 FILLER                              PIC X(1).
           05 DLV-CUTOFF                          PIC X(4).
           05 FILLER                              PIC X(1).
           05 DLV-ARRIVAL-DATE                    PIC X(8).
           05 FILLER                              PIC X(1).
           05 DLV-ARRIVAL-TIME                    PIC X(6).
           05 FILLER                              PIC X(1).
           05 DLV-ON-TIME                         PIC X(1).
           05 FILLER                              PIC X(1).
           05 DLV-OUTCOME                         PIC X(9).
           05 FILLER                              PIC X(1).
           05 DLV-EXPECTED                        PIC X(10).
           05 FILLER                              PIC X(1).
           05 DLV-ACTUAL                          PIC X(10).

       FD  JOBCAT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JOBCAT-RECORD.
       01  JOBCAT-RECORD                          PIC X(80).

       FD  RERUN-REQUEST-FILE
           RECORD CONTAINS 212 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RERUN-REQUEST-RECORD.
       01  RERUN-REQUEST-RECORD.
           05 RRQ-NUMBER                          PIC X(5).
           05 FILLER                              PIC X(1).
           05 RRQ-STATE                           PIC X(8).
           05 FILLER                              PIC X(1).
           05 RRQ-JOB                             PIC X(8).
           05 FILLER                              PIC X(1).
           05 RRQ-BIZ-DATE                        PIC X(8).
           05 FILLER                              PIC X(70).
           05 RRQ-DONE-DATE                       PIC X(8).
           05 FILLER                              PIC X(102).

       FD  RERUN-REASON-FILE
           RECORD CONTAINS 90 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RERUN-REASON-RECORD.
       01  RERUN-REASON-RECORD.
           05 RSN-DATE                            PIC X(8).
           05 FILLER                              PIC X(1).
           05 RSN-PROGRAM                         PIC X(24).
           05 FILLER                              PIC X(57).

       FD  SCORECARD-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SCORECARD-RECORD.
       01  SCORECARD-RECORD                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
       01  WS-CONTROL-FST                         PIC X(2) VALUE '00'.
       01  WS-SUPPLIER-MASTER-FST                 PIC X(2) VALUE '00'.
       01  WS-DELIVERY-FST                        PIC X(2) VALUE '00'.
       01  WS-JOBCAT-FST                          PIC X(2) VALUE '00'.
       01  WS-RERUN-REQUEST-FST                   PIC X(2) VALUE '00'.
       01  WS-RERUN-REASON-FST                    PIC X(2) VALUE '00'.
       01  WS-SCORECARD-FST                       PIC X(2) VALUE '00'.
       01  WS-EOF-FLAG                            PIC X(1).
           88 SCAN-EOF                                     VALUE 'Y'.
           88 NOT-SCAN-EOF                                 VALUE 'N'.
       01  WS-RUN-DATE                            PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY                         PIC 9(4).
           05 WS-RUN-MM                           PIC 9(2).
           05 WS-RUN-DD                           PIC 9(2).

      *    THE MONTH REPORTED
       01  WS-MONTH                               PIC X(6) VALUE SPACES.
       01  WS-MONTH-X REDEFINES WS-MONTH.
           05 WS-MON-YYYY                         PIC 9(4).
           05 WS-MON-MM                           PIC 9(2).

      *    SUPPLIER NAMES FROM THE MASTER
       01  WS-NAME-CNT                            PIC 9(2) VALUE 0.
       01  WS-NAME-TABLE.
           05 WS-NAME-ENTRY OCCURS 30 TIMES.
              10 WS-NAME-SUPPLIER                 PIC X(8).
              10 WS-NAME-TEXT                     PIC X(30).
       01  WS-NAME-SUB                            PIC 9(2).

      *    JOBCAT PROGRAM-ID TO JOB NAME
       01  WS-JOB-CNT                             PIC 9(2) VALUE 0.
       01  WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 40 TIMES.
              10 WS-JOB-NAME                      PIC X(8).
              10 WS-JOB-PROGRAM                   PIC X(24).
       01  WS-JOB-SUB                             PIC 9(2).

      *    THE SUPPLIERS SEEN IN THE MONTH, IN ORDER OF APPEARANCE
       01  WS-SUP-CNT                             PIC 9(2) VALUE 0.
       01  WS-SUP-MAX                             PIC 9(2) VALUE 30.
       01  WS-SUP-TABLE.
           05 WS-SUP-ENTRY OCCURS 30 TIMES.
              10 WS-SUP-ID                        PIC X(8).
       01  WS-SUP-SUB                             PIC 9(2).

      *    FIGURES BY SUPPLIER AND JOB
       01  WS-SJ-CNT                              PIC 9(3) VALUE 0.
       01  WS-SJ-MAX                              PIC 9(3) VALUE 200.
       01  WS-SJ-TABLE.
           05 WS-SJ-ENTRY OCCURS 200 TIMES.
              10 WS-SJ-SUPPLIER                   PIC X(8).
              10 WS-SJ-JOB                        PIC X(8).
              10 WS-SJ-FIGURES.
                 15 WS-SJ-DELIVERED               PIC 9(5).
                 15 WS-SJ-ON-TIME                 PIC 9(5).
                 15 WS-SJ-LATE                    PIC 9(5).
                 15 WS-SJ-VERIFIED                PIC 9(5).
                 15 WS-SJ-SHORT                   PIC 9(5).
                 15 WS-SJ-OVERSIZED               PIC 9(5).
                 15 WS-SJ-MISSING                 PIC 9(5).
                 15 WS-SJ-RERUNS                  PIC 9(5).
       01  WS-SJ-SUB                              PIC 9(3).

      *    LATE OR DEFECTIVE DELIVERIES BY JOB AND STAGING DATE
       01  WS-BAD-CNT                             PIC 9(4) VALUE 0.
       01  WS-BAD-MAX                             PIC 9(4) VALUE 1000.
       01  WS-BAD-TABLE.
           05 WS-BAD-ENTRY OCCURS 1000 TIMES.
              10 WS-BAD-JOB                       PIC X(8).
              10 WS-BAD-DATE                      PIC X(8).
              10 WS-BAD-SJ                        PIC 9(3).
       01  WS-BAD-SUB                             PIC 9(4).
       01  WS-TABLE-FULL                          PIC X(1) VALUE 'N'.

      *    ONE RERUN TO CHARGE
       01  WS-RR-JOB                              PIC X(8).
       01  WS-RR-DATE                             PIC X(8).

      *    TOTALS AND ONE PRINTED LINE'S FIGURES
       01  WS-TOT-FIGURES.
           05 WS-TOT-DELIVERED                    PIC 9(5).
           05 WS-TOT-ON-TIME                      PIC 9(5).
           05 WS-TOT-LATE                         PIC 9(5).
           05 WS-TOT-VERIFIED                     PIC 9(5).
           05 WS-TOT-SHORT                        PIC 9(5).
           05 WS-TOT-OVERSIZED                    PIC 9(5).
           05 WS-TOT-MISSING                      PIC 9(5).
           05 WS-TOT-RERUNS                       PIC 9(5).
       01  WS-PR-FIGURES.
           05 WS-PR-DELIVERED                     PIC 9(5).
           05 WS-PR-ON-TIME                       PIC 9(5).
           05 WS-PR-LATE                          PIC 9(5).
           05 WS-PR-VERIFIED                      PIC 9(5).
           05 WS-PR-SHORT                         PIC 9(5).
           05 WS-PR-OVERSIZED                     PIC 9(5).
           05 WS-PR-MISSING                       PIC 9(5).
           05 WS-PR-RERUNS                        PIC 9(5).
       01  WS-PR-SUPPLIER                         PIC X(8).
       01  WS-PR-NAME                             PIC X(30).
       01  WS-PR-JOB                              PIC X(8).
       01  WS-JUDGED                              PIC 9(5).
       01  WS-DEFECTS                             PIC 9(5).
       01  WS-RATE                                PIC 9(3)V9 COMP-3.
       01  WS-DELIVERY-CNT                        PIC 9(5) VALUE 0.
       01  WS-RERUN-CNT                           PIC 9(5) VALUE 0.

       01  WS-SC-LINE.
           05 SCL-SUPPLIER                        PIC X(8).
           05 FILLER                              PIC X(2).
           05 SCL-NAME                            PIC X(30).
           05 FILLER                              PIC X(2).
           05 SCL-JOB                             PIC X(8).
           05 FILLER                              PIC X(1).
           05 SCL-DELIVERED                       PIC ZZZZ9.
           05 FILLER                              PIC X(1).
           05 SCL-ON-TIME                         PIC ZZZZ9.
           05 FILLER                              PIC X(1).
           05 SCL-LATE                            PIC ZZZZ9.
           05 FILLER                              PIC X(1).
           05 SCL-ON-TIME-RATE                    PIC X(6).
           05 FILLER                              PIC X(1).
           05 SCL-VERIFIED                        PIC ZZZZ9.
           05 FILLER                              PIC X(1).
           05 SCL-SHORT                           PIC ZZZZ9.
           05 FILLER                              PIC X(1).
           05 SCL-OVERSIZED                       PIC ZZZZ9.
           05 FILLER                              PIC X(1).
           05 SCL-MISSING                         PIC ZZZZ9.
           05 FILLER                              PIC X(1).
           05 SCL-DEFECT-RATE                     PIC X(6).
           05 FILLER                              PIC X(1).
           05 SCL-RERUNS                          PIC ZZZZ9.
           05 FILLER                              PIC X(16).
       01  WS-RATE-EDIT                           PIC ZZ9.9.
       01  WS-RATE-TEXT                           PIC X(6).

       01  WS-END                                 PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

       PROCEDURE DIVISION.
      ***************************************************************
      * MAINLINE                                                    *
      ***************************************************************
       0000-MAINLINE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-READ-CONTROL        THRU 1000-EXIT
           PERFORM 1100-LOAD-SUPPLIER-NAMES THRU 1100-EXIT
           PERFORM 1200-LOAD-JOBCAT         THRU 1200-EXIT
           PERFORM 2000-LOAD-DELIVERIES     THRU 2000-EXIT
           PERFORM 3000-LOAD-RERUN-REQUESTS THRU 3000-EXIT
           PERFORM 3100-LOAD-RERUN-REASONS  THRU 3100-EXIT
           IF WS-TABLE-FULL EQUAL 'Y'
               DISPLAY 'AOC2903W SUPPLIER-SCORECARD: TABLE FULL - '
                   'LATER DELIVERIES FOR THE MONTH NOT COUNTED'
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-DELIVERY-CNT EQUAL 0
               DISPLAY 'AOC2904W SUPPLIER-SCORECARD: NO DELIVERIES '
                   'RECORDED FOR ' WS-MONTH
                   ' ON SUPPLIER-DELIVERIES.TXT'
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 4000-WRITE-SCORECARD     THRU 4000-EXIT
           DISPLAY 'AOC2901I SUPPLIER-SCORECARD: ' WS-MONTH ' - '
               WS-SUP-CNT ' SUPPLIER(S), ' WS-DELIVERY-CNT
               ' DELIVERY(IES), ' WS-RERUN-CNT
               ' RERUN(S) CHARGED - SEE SUPPLIER-SCORECARD.TXT'
           STOP RUN.

      ***************************************************************
      * THE MONTH TO REPORT: 'MONTH=yyyymm', ELSE THE LAST COMPLETE  *
      * CALENDAR MONTH BEFORE TODAY                                  *
      ***************************************************************
       1000-READ-CONTROL.

           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FST NOT EQUAL '05'
               SET NOT-SCAN-EOF TO TRUE
               PERFORM UNTIL SCAN-EOF
                   READ CONTROL-FILE
                       AT END
                           SET SCAN-EOF TO TRUE
                       NOT AT END
                           IF CONTROL-RECORD(1:6) EQUAL 'MONTH='
                               MOVE CONTROL-RECORD(7:6) TO WS-MONTH
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CONTROL-FILE
           IF WS-MONTH NOT EQUAL SPACES
               IF WS-MONTH IS NUMERIC
                   AND WS-MON-MM GREATER 0
                   AND WS-MON-MM LESS 13
                   GO TO 1000-EXIT
               END-IF
               DISPLAY 'AOC2902W SUPPLIER-SCORECARD: MONTH=' WS-MONTH
                   ' IS NOT yyyymm - LAST COMPLETE MONTH USED'
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-RUN-YYYY TO WS-MON-YYYY
           IF WS-RUN-MM EQUAL 1
               SUBTRACT 1 FROM WS-MON-YYYY
               MOVE 12 TO WS-MON-MM
           ELSE
               COMPUTE WS-MON-MM = WS-RUN-MM - 1
           END-IF
           .
       1000-EXIT.
           EXIT.

      ***************************************************************
      * SUPPLIER NAMES: SUPPLIER COLS 11-18, NAME 27-56 - THE FIRST  *
      * NAME GIVEN FOR A SUPPLIER IS USED                            *
      ***************************************************************
       1100-LOAD-SUPPLIER-NAMES.

           OPEN INPUT SUPPLIER-MASTER-FILE
           IF WS-SUPPLIER-MASTER-FST EQUAL '05'
               CLOSE SUPPLIER-MASTER-FILE
               GO TO 1100-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ SUPPLIER-MASTER-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF SUPPLIER-MASTER-RECORD(1:1) NOT EQUAL '*'
                           AND SPM-SUPPLIER NOT EQUAL SPACES
                           PERFORM 1150-STORE-NAME THRU 1150-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUPPLIER-MASTER-FILE
           .
       1100-EXIT.
           EXIT.

       1150-STORE-NAME.

           MOVE 1 TO WS-NAME-SUB
           PERFORM UNTIL WS-NAME-SUB GREATER WS-NAME-CNT
               IF WS-NAME-SUPPLIER(WS-NAME-SUB) EQUAL SPM-SUPPLIER
                   GO TO 1150-EXIT
               END-IF
               ADD 1 TO WS-NAME-SUB
           END-PERFORM
           IF WS-NAME-CNT LESS 30
               ADD 1 TO WS-NAME-CNT
               MOVE SPM-SUPPLIER TO WS-NAME-SUPPLIER(WS-NAME-CNT)
               MOVE SPM-NAME     TO WS-NAME-TEXT(WS-NAME-CNT)
           END-IF
           .
       1150-EXIT.
           EXIT.

      ***************************************************************
      * JOBCAT ENTRY ROWS: JOB NAME COLS 3-10, PROGRAM-ID 15-38      *
      ***************************************************************
       1200-LOAD-JOBCAT.

           OPEN INPUT JOBCAT-FILE
           IF WS-JOBCAT-FST EQUAL '05'
               CLOSE JOBCAT-FILE
               GO TO 1200-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ JOBCAT-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF JOBCAT-RECORD(1:1) NOT EQUAL '*'
                           AND JOBCAT-RECORD(3:8) NOT EQUAL SPACES
                           AND WS-JOB-CNT LESS 40
                           ADD 1 TO WS-JOB-CNT
                           MOVE JOBCAT-RECORD(3:8)
                               TO WS-JOB-NAME(WS-JOB-CNT)
                           MOVE JOBCAT-RECORD(15:24)
                               TO WS-JOB-PROGRAM(WS-JOB-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBCAT-FILE
           .
       1200-EXIT.
           EXIT.

      ***************************************************************
      * THE MONTH'S DELIVERIES, COUNTED BY SUPPLIER AND JOB.  A LATE *
      * OR DEFECTIVE ONE IS ALSO NOTED BY JOB AND DATE SO THE        *
      * RERUNS IT CAUSED CAN BE CHARGED BACK TO IT.                  *
      ***************************************************************
       2000-LOAD-DELIVERIES.

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
                       IF DLV-STAGE-DATE(1:6) EQUAL WS-MONTH
                           PERFORM 2100-COUNT-DELIVERY THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DELIVERY-FILE
           .
       2000-EXIT.
           EXIT.

       2100-COUNT-DELIVERY.

           MOVE 1 TO WS-SJ-SUB
           PERFORM UNTIL WS-SJ-SUB GREATER WS-SJ-CNT
               IF WS-SJ-SUPPLIER(WS-SJ-SUB) EQUAL DLV-SUPPLIER
                   AND WS-SJ-JOB(WS-SJ-SUB) EQUAL DLV-JOB
                   GO TO 2100-COUNT
               END-IF
               ADD 1 TO WS-SJ-SUB
           END-PERFORM
           IF WS-SJ-CNT NOT LESS WS-SJ-MAX
               OR WS-SUP-CNT NOT LESS WS-SUP-MAX
               MOVE 'Y' TO WS-TABLE-FULL
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-SJ-CNT
           MOVE WS-SJ-CNT TO WS-SJ-SUB
           MOVE DLV-SUPPLIER TO WS-SJ-SUPPLIER(WS-SJ-SUB)
           MOVE DLV-JOB      TO WS-SJ-JOB(WS-SJ-SUB)
           MOVE ZEROS        TO WS-SJ-FIGURES(WS-SJ-SUB)
           MOVE 1 TO WS-SUP-SUB
           PERFORM UNTIL WS-SUP-SUB GREATER WS-SUP-CNT
               IF WS-SUP-ID(WS-SUP-SUB) EQUAL DLV-SUPPLIER
                   GO TO 2100-COUNT
               END-IF
               ADD 1 TO WS-SUP-SUB
           END-PERFORM
           ADD 1 TO WS-SUP-CNT
           MOVE DLV-SUPPLIER TO WS-SUP-ID(WS-SUP-CNT)
           .
       2100-COUNT.
           ADD 1 TO WS-DELIVERY-CNT
           ADD 1 TO WS-SJ-DELIVERED(WS-SJ-SUB)
           EVALUATE DLV-ON-TIME
               WHEN 'Y'
                   ADD 1 TO WS-SJ-ON-TIME(WS-SJ-SUB)
               WHEN 'N'
                   ADD 1 TO WS-SJ-LATE(WS-SJ-SUB)
           END-EVALUATE
           EVALUATE DLV-OUTCOME
               WHEN 'VERIFIED'
                   ADD 1 TO WS-SJ-VERIFIED(WS-SJ-SUB)
               WHEN 'SHORT'
                   ADD 1 TO WS-SJ-SHORT(WS-SJ-SUB)
               WHEN 'OVERSIZED'
                   ADD 1 TO WS-SJ-OVERSIZED(WS-SJ-SUB)
               WHEN 'MISSING'
                   ADD 1 TO WS-SJ-MISSING(WS-SJ-SUB)
           END-EVALUATE
           IF DLV-ON-TIME EQUAL 'N'
               OR DLV-OUTCOME NOT EQUAL 'VERIFIED'
               PERFORM 2200-NOTE-BAD-DAY THRU 2200-EXIT
           END-IF
           .
       2100-EXIT.
           EXIT.

       2200-NOTE-BAD-DAY.

           MOVE 1 TO WS-BAD-SUB
           PERFORM UNTIL WS-BAD-SUB GREATER WS-BAD-CNT
               IF WS-BAD-JOB(WS-BAD-SUB) EQUAL DLV-JOB
                   AND WS-BAD-DATE(WS-BAD-SUB) EQUAL DLV-STAGE-DATE
                   GO TO 2200-EXIT
               END-IF
               ADD 1 TO WS-BAD-SUB
           END-PERFORM
           IF WS-BAD-CNT NOT LESS WS-BAD-MAX
               MOVE 'Y' TO WS-TABLE-FULL
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-BAD-CNT
           MOVE DLV-JOB        TO WS-BAD-JOB(WS-BAD-CNT)
           MOVE DLV-STAGE-DATE TO WS-BAD-DATE(WS-BAD-CNT)
           MOVE WS-SJ-SUB      TO WS-BAD-SJ(WS-BAD-CNT)
           .
       2200-EXIT.
           EXIT.

      ***************************************************************
      * DONE RERUN REQUESTS - CHARGED BY BUSINESS DATE, OR BY THE    *
      * DATE THEY RAN WHEN NO BUSINESS DATE WAS GIVEN                *
      ***************************************************************
       3000-LOAD-RERUN-REQUESTS.

           OPEN INPUT RERUN-REQUEST-FILE
           IF WS-RERUN-REQUEST-FST EQUAL '05'
               CLOSE RERUN-REQUEST-FILE
               GO TO 3000-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ RERUN-REQUEST-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF RRQ-STATE EQUAL 'DONE'
                           MOVE RRQ-JOB TO WS-RR-JOB
                           IF RRQ-BIZ-DATE IS NUMERIC
                               AND RRQ-BIZ-DATE NOT EQUAL ZEROS
                               MOVE RRQ-BIZ-DATE TO WS-RR-DATE
                           ELSE
                               MOVE RRQ-DONE-DATE TO WS-RR-DATE
                           END-IF
                           PERFORM 3500-CHARGE-RERUN THRU 3500-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RERUN-REQUEST-FILE
           .
       3000-EXIT.
           EXIT.

      ***************************************************************
      * SAME-DAY RERUNS LAUNCHED FROM THE OPERATOR MENU, BY RUN DATE *
      * AND PROGRAM-ID                                               *
      ***************************************************************
       3100-LOAD-RERUN-REASONS.

           OPEN INPUT RERUN-REASON-FILE
           IF WS-RERUN-REASON-FST EQUAL '05'
               CLOSE RERUN-REASON-FILE
               GO TO 3100-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ RERUN-REASON-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-RR-JOB
                       MOVE 1 TO WS-JOB-SUB
                       PERFORM UNTIL WS-JOB-SUB GREATER WS-JOB-CNT
                           IF WS-JOB-PROGRAM(WS-JOB-SUB)
                               EQUAL RSN-PROGRAM
                               MOVE WS-JOB-NAME(WS-JOB-SUB)
                                   TO WS-RR-JOB
                               MOVE WS-JOB-CNT TO WS-JOB-SUB
                           END-IF
                           ADD 1 TO WS-JOB-SUB
                       END-PERFORM
                       IF WS-RR-JOB NOT EQUAL SPACES
                           MOVE RSN-DATE TO WS-RR-DATE
                           PERFORM 3500-CHARGE-RERUN THRU 3500-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RERUN-REASON-FILE
           .
       3100-EXIT.
           EXIT.

      ***************************************************************
      * CHARGE ONE RERUN TO THE SUPPLIER WHOSE DELIVERY FOR THAT JOB *
      * AND DATE WAS LATE OR DEFECTIVE, IF THERE WAS ONE             *
      ***************************************************************
       3500-CHARGE-RERUN.

           MOVE 1 TO WS-BAD-SUB
           PERFORM UNTIL WS-BAD-SUB GREATER WS-BAD-CNT
               IF WS-BAD-JOB(WS-BAD-SUB) EQUAL WS-RR-JOB
                   AND WS-BAD-DATE(WS-BAD-SUB) EQUAL WS-RR-DATE
                   MOVE WS-BAD-SJ(WS-BAD-SUB) TO WS-SJ-SUB
                   ADD 1 TO WS-SJ-RERUNS(WS-SJ-SUB)
                   ADD 1 TO WS-RERUN-CNT
                   GO TO 3500-EXIT
               END-IF
               ADD 1 TO WS-BAD-SUB
           END-PERFORM
           .
       3500-EXIT.
           EXIT.

      ***************************************************************
      * THE SCORECARD: A TOTAL LINE PER SUPPLIER FOLLOWED BY ITS JOB *
      * LINES, THEN THE SHOP TOTAL                                   *
      ***************************************************************
       4000-WRITE-SCORECARD.

           OPEN OUTPUT SCORECARD-FILE
           MOVE SPACES TO SCORECARD-RECORD
           STRING 'SUPPLIER-SCORECARD  INBOUND DELIVERY SCORECARD FOR '
                   DELIMITED BY SIZE
               'MONTH ' DELIMITED BY SIZE
               WS-MONTH DELIMITED BY SIZE
               '  RUN DATE ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO SCORECARD-RECORD
           END-STRING
           WRITE SCORECARD-RECORD
           MOVE SPACES TO SCORECARD-RECORD
           WRITE SCORECARD-RECORD
           MOVE SPACES TO SCORECARD-RECORD
           STRING 'SUPPLIER  NAME                            JOB     '
                   DELIMITED BY SIZE
               ' DELIV ONTIM  LATE ONTIM%'
                   DELIMITED BY SIZE
               ' VERIF SHORT OVRSZ MISSG DEFCT% RERUN'
                   DELIMITED BY SIZE
               INTO SCORECARD-RECORD
           END-STRING
           WRITE SCORECARD-RECORD
           MOVE SPACES TO SCORECARD-RECORD
           STRING '--------  ------------------------------  --------'
                   DELIMITED BY SIZE
               ' ----- ----- ----- ------'
                   DELIMITED BY SIZE
               ' ----- ----- ----- ----- ------ -----'
                   DELIMITED BY SIZE
               INTO SCORECARD-RECORD
           END-STRING
           WRITE SCORECARD-RECORD
           MOVE ZEROS TO WS-TOT-FIGURES

           MOVE 1 TO WS-SUP-SUB
           PERFORM UNTIL WS-SUP-SUB GREATER WS-SUP-CNT
               PERFORM 4100-WRITE-SUPPLIER THRU 4100-EXIT
               ADD 1 TO WS-SUP-SUB
           END-PERFORM

           MOVE SPACES TO SCORECARD-RECORD
           WRITE SCORECARD-RECORD
           MOVE WS-TOT-FIGURES TO WS-PR-FIGURES
           MOVE 'ALL' TO WS-PR-SUPPLIER
           MOVE 'SHOP TOTAL' TO WS-PR-NAME
           MOVE 'ALL' TO WS-PR-JOB
           PERFORM 4500-WRITE-LINE THRU 4500-EXIT
           MOVE SPACES TO SCORECARD-RECORD
           WRITE SCORECARD-RECORD
           MOVE SPACES TO SCORECARD-RECORD
           STRING 'ON-TIME RATE IS OVER DELIVERIES JUDGED AGAINST A '
                   DELIMITED BY SIZE
               'CUTOFF (UNMAPPED JOBS ARE NOT JUDGED).  DEFECTS ARE '
                   DELIMITED BY SIZE
               'SHORT, OVERSIZED AND MISSING.'
                   DELIMITED BY SIZE
               INTO SCORECARD-RECORD
           END-STRING
           WRITE SCORECARD-RECORD
           MOVE SPACES TO SCORECARD-RECORD
           STRING 'RERUNS ARE RERUNS OF THE JOB FOR A DATE ON WHICH '
                   DELIMITED BY SIZE
               'THE SUPPLIER''S DELIVERY WAS LATE OR DEFECTIVE.'
                   DELIMITED BY SIZE
               INTO SCORECARD-RECORD
           END-STRING
           WRITE SCORECARD-RECORD
           CLOSE SCORECARD-FILE
           .
       4000-EXIT.
           EXIT.

       4100-WRITE-SUPPLIER.

           MOVE ZEROS TO WS-PR-FIGURES
           MOVE 1 TO WS-SJ-SUB
           PERFORM UNTIL WS-SJ-SUB GREATER WS-SJ-CNT
               IF WS-SJ-SUPPLIER(WS-SJ-SUB) EQUAL WS-SUP-ID(WS-SUP-SUB)
                   ADD WS-SJ-DELIVERED(WS-SJ-SUB) TO WS-PR-DELIVERED
                   ADD WS-SJ-ON-TIME(WS-SJ-SUB)   TO WS-PR-ON-TIME
                   ADD WS-SJ-LATE(WS-SJ-SUB)      TO WS-PR-LATE
                   ADD WS-SJ-VERIFIED(WS-SJ-SUB)  TO WS-PR-VERIFIED
                   ADD WS-SJ-SHORT(WS-SJ-SUB)     TO WS-PR-SHORT
                   ADD WS-SJ-OVERSIZED(WS-SJ-SUB) TO WS-PR-OVERSIZED
                   ADD WS-SJ-MISSING(WS-SJ-SUB)   TO WS-PR-MISSING
                   ADD WS-SJ-RERUNS(WS-SJ-SUB)    TO WS-PR-RERUNS
               END-IF
               ADD 1 TO WS-SJ-SUB
           END-PERFORM
           ADD WS-PR-DELIVERED TO WS-TOT-DELIVERED
           ADD WS-PR-ON-TIME   TO WS-TOT-ON-TIME
           ADD WS-PR-LATE      TO WS-TOT-LATE
           ADD WS-PR-VERIFIED  TO WS-TOT-VERIFIED
           ADD WS-PR-SHORT     TO WS-TOT-SHORT
           ADD WS-PR-OVERSIZED TO WS-TOT-OVERSIZED
           ADD WS-PR-MISSING   TO WS-TOT-MISSING
           ADD WS-PR-RERUNS    TO WS-TOT-RERUNS

           MOVE SPACES TO SCORECARD-RECORD
           WRITE SCORECARD-RECORD
           MOVE WS-SUP-ID(WS-SUP-SUB) TO WS-PR-SUPPLIER
           MOVE SPACES TO WS-PR-NAME
           MOVE 1 TO WS-NAME-SUB
           PERFORM UNTIL WS-NAME-SUB GREATER WS-NAME-CNT
               IF WS-NAME-SUPPLIER(WS-NAME-SUB) EQUAL WS-PR-SUPPLIER
                   MOVE WS-NAME-TEXT(WS-NAME-SUB) TO WS-PR-NAME
               END-IF
               ADD 1 TO WS-NAME-SUB
           END-PERFORM
           IF WS-PR-NAME EQUAL SPACES
               MOVE '(NOT ON SUPPLIER-MASTER.TXT)' TO WS-PR-NAME
           END-IF
           MOVE 'ALL' TO WS-PR-JOB
           PERFORM 4500-WRITE-LINE THRU 4500-EXIT

           MOVE 1 TO WS-SJ-SUB
           PERFORM UNTIL WS-SJ-SUB GREATER WS-SJ-CNT
               IF WS-SJ-SUPPLIER(WS-SJ-SUB) EQUAL WS-SUP-ID(WS-SUP-SUB)
                   MOVE WS-SJ-FIGURES(WS-SJ-SUB) TO WS-PR-FIGURES
                   MOVE SPACES TO WS-PR-SUPPLIER WS-PR-NAME
                   MOVE WS-SJ-JOB(WS-SJ-SUB) TO WS-PR-JOB
                   PERFORM 4500-WRITE-LINE THRU 4500-EXIT
               END-IF
               ADD 1 TO WS-SJ-SUB
           END-PERFORM
           .
       4100-EXIT.
           EXIT.

      ***************************************************************
      * ONE SCORECARD LINE FROM WS-PR-*; A RATE WITH NOTHING TO      *
      * MEASURE IS SHOWN AS '  N/A'                                  *
      ***************************************************************
       4500-WRITE-LINE.

           MOVE SPACES TO WS-SC-LINE
           MOVE WS-PR-SUPPLIER  TO SCL-SUPPLIER
           MOVE WS-PR-NAME      TO SCL-NAME
           MOVE WS-PR-JOB       TO SCL-JOB
           MOVE WS-PR-DELIVERED TO SCL-DELIVERED
           MOVE WS-PR-ON-TIME   TO SCL-ON-TIME
           MOVE WS-PR-LATE      TO SCL-LATE
           MOVE WS-PR-VERIFIED  TO SCL-VERIFIED
           MOVE WS-PR-SHORT     TO SCL-SHORT
           MOVE WS-PR-OVERSIZED TO SCL-OVERSIZED
           MOVE WS-PR-MISSING   TO SCL-MISSING
           MOVE WS-PR-RERUNS    TO SCL-RERUNS

           COMPUTE WS-JUDGED = WS-PR-ON-TIME + WS-PR-LATE
           IF WS-JUDGED EQUAL 0
               MOVE '   N/A' TO SCL-ON-TIME-RATE
           ELSE
               COMPUTE WS-RATE ROUNDED =
                   (WS-PR-ON-TIME * 100) / WS-JUDGED
               PERFORM 4600-EDIT-RATE THRU 4600-EXIT
               MOVE WS-RATE-TEXT TO SCL-ON-TIME-RATE
           END-IF
           COMPUTE WS-DEFECTS =
               WS-PR-SHORT + WS-PR-OVERSIZED + WS-PR-MISSING
           IF WS-PR-DELIVERED EQUAL 0
               MOVE '   N/A' TO SCL-DEFECT-RATE
           ELSE
               COMPUTE WS-RATE ROUNDED =
                   (WS-DEFECTS * 100) / WS-PR-DELIVERED
               PERFORM 4600-EDIT-RATE THRU 4600-EXIT
               MOVE WS-RATE-TEXT TO SCL-DEFECT-RATE
           END-IF
           MOVE WS-SC-LINE TO SCORECARD-RECORD
           WRITE SCORECARD-RECORD
           .
       4500-EXIT.
           EXIT.

       4600-EDIT-RATE.

           MOVE WS-RATE TO WS-RATE-EDIT
           MOVE SPACES TO WS-RATE-TEXT
           STRING WS-RATE-EDIT DELIMITED BY SIZE
               '%' DELIMITED BY SIZE
               INTO WS-RATE-TEXT
           END-STRING
           .
       4600-EXIT.
           EXIT.
