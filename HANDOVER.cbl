      * THAT REAPPEARS ON EVERY HANDOVER UNTIL AN OPERATOR CLOSES    *
      * IT BY ID WITH A DISPOSITION NOTE IN HANDOVER-CLOSE.TXT.      *
      * NOTHING DIES IN SOMEBODY'S HEAD AT 6 AM ANY MORE.            *
      * EVERY DEPARTMENT RERUN REQUEST STILL PENDING A DECISION OR   *
      * APPROVED BUT NOT YET RUN PAST ITS DUE TIME IS LISTED TOO     *
      * (SEE RERUN-INTAKE).                                          *
      * A REPORT DELIVERY DIST-RECON FOUND UNCONFIRMED, MISMATCHED   *
      * OR DISPUTED (UNDELIVERED-REPORTS.TXT) IS AN OPEN ITEM TOO.   *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL CLOSE-FILE ASSIGN TO 'HANDOVER-CLOSE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-FST.
      *    REPORT DELIVERIES NOT CONFIRMED AS RECEIVED, FROM THE LAST
      *    DIST-RECON
           SELECT OPTIONAL UNDELIVERED-FILE
               ASSIGN TO 'UNDELIVERED-REPORTS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNDELIVERED-FST.
      *    DEPARTMENT RERUN REQUESTS - READ ONLY
           SELECT OPTIONAL RERUN-REQUEST-FILE
               ASSIGN TO 'RERUN-REQUESTS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RERUN-REQUEST-FST.
      *    THE HANDOVER DOCUMENT ITSELF
           SELECT REPORT-FILE ASSIGN TO 'HANDOVER-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
       01  ALERTS-RECORD                          PIC X(132).

       FD  STATUS-FILE
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STATUS-RECORD.
           05 STATUS-RUN-DATE                     PIC 9(8).
           05 FILLER                              PIC X(1).
           05 STATUS-RUN-TIME                     PIC 9(8).
           05 FILLER                              PIC X(1).
           05 STATUS-RUN-TYPE                     PIC X(7).
           05 FILLER                              PIC X(1).
           05 STATUS-ATTEMPT                      PIC X(2).
           05 FILLER                              PIC X(1).
           05 STATUS-FAIL-CLASS                   PIC X(8).

       FD  GATHER-FILE
           RECORD CONTAINS 160 CHARACTERS
           05 FILLER                              PIC X(1).
           05 CLS-NOTE                            PIC X(50).

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

       FD  RERUN-REQUEST-FILE
           RECORD CONTAINS 212 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RERUN-REQUEST-RECORD.
       01  RERUN-REQUEST-RECORD.
           05 RRQ-ID                              PIC 9(5).
           05 FILLER                              PIC X(1).
           05 RRQ-STATE                           PIC X(8).
           05 FILLER                              PIC X(1).
           05 RRQ-JOB                             PIC X(8).
           05 FILLER                              PIC X(1).
           05 RRQ-BIZ-DATE                        PIC 9(8).
           05 FILLER                              PIC X(1).
           05 RRQ-CATEGORY                        PIC X(4).
           05 FILLER                              PIC X(1).
           05 RRQ-REQUESTER                       PIC X(12).
           05 FILLER                              PIC X(17).
           05 RRQ-DUE-DATE                        PIC 9(8).
           05 FILLER                              PIC X(1).
           05 RRQ-DUE-TIME                        PIC 9(4).
           05 FILLER                              PIC X(132).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
       01  WS-ITEMS-FST                           PIC X(2) VALUE '00'.
       01  WS-CLOSE-FST                           PIC X(2) VALUE '00'.
       01  WS-REPORT-FST                          PIC X(2) VALUE '00'.
       01  WS-RERUN-REQUEST-FST                   PIC X(2) VALUE '00'.
       01  WS-UNDELIVERED-FST                     PIC X(2) VALUE '00'.
       01  WS-EOF-FLAG                            PIC X(1).
           88 SECTION-EOF                                  VALUE 'Y'.
           88 NOT-SECTION-EOF                              VALUE 'N'.
       01  WS-COMMAND                             PIC X(400).
       01  WS-RUN-DATE                            PIC 9(8).
       01  WS-RUN-TIME                            PIC 9(8).
       01  WS-RUN-HHMM                            PIC 9(4).
       01  WS-NOW-STAMP                           PIC 9(12).
       01  WS-DUE-STAMP                           PIC 9(12).

      *    OPEN-ITEMS TABLE.  ITEMS PERSIST ACROSS DAYS; A CLOSE
      *    TRANSACTION MARKS ONE CLOSED (REPORTED WITH ITS
       0000-MAINLINE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-TIME(1:4) TO WS-RUN-HHMM
           COMPUTE WS-NOW-STAMP = WS-RUN-DATE * 10000 + WS-RUN-HHMM
           PERFORM 1000-LOAD-ITEMS       THRU 1000-EXIT
           PERFORM 1500-APPLY-CLOSES     THRU 1500-EXIT
           PERFORM 2000-RAISE-BATCH-ITEMS THRU 2000-EXIT
           PERFORM 2200-RAISE-ALERT-ITEMS THRU 2200-EXIT
           PERFORM 2300-RAISE-RECEIPT-ITEMS THRU 2300-EXIT
           PERFORM 2400-RAISE-ABEND-ITEMS THRU 2400-EXIT
           PERFORM 3000-WRITE-HANDOVER   THRU 3000-EXIT
           PERFORM 8000-REWRITE-ITEMS    THRU 8000-EXIT
                   AT END
                       SET SECTION-EOF TO TRUE
                   NOT AT END
      *                A RTRY RECORD IS AN ATTEMPT THE DRIVER RETRIED -
      *                ONLY THE JOB'S FINAL OUTCOME IS AN ITEM
                       IF STATUS-OUTCOME NOT EQUAL 'OK  '
                           AND STATUS-OUTCOME NOT EQUAL 'RTRY'
                           MOVE SPACES TO WS-NEW-TEXT
                           STRING 'JOB ' STATUS-JOB-NAME
                               ' ENDED ' STATUS-OUTCOME
                               DELIMITED BY SIZE
                               INTO WS-NEW-TEXT
                           END-STRING
      *                    A MISSED DATE'S CATCH-UP PASS SAYS SO
                           IF STATUS-RUN-TYPE EQUAL 'CATCHUP'
                               MOVE ' (CATCH-UP)' TO WS-NEW-TEXT(36:11)
                           END-IF
                           PERFORM 2900-ADD-ITEM THRU 2900-EXIT
                       END-IF
               END-READ
       2200-EXIT.
           EXIT.

      ***************************************************************
      * RAISE AN OPEN ITEM FOR EVERY REPORT DELIVERY NOT CONFIRMED   *
      * AS RECEIVED                                                  *
      ***************************************************************
       2300-RAISE-RECEIPT-ITEMS.

           OPEN INPUT UNDELIVERED-FILE
           IF WS-UNDELIVERED-FST EQUAL '05'
               CLOSE UNDELIVERED-FILE
               GO TO 2300-EXIT
           END-IF
           SET NOT-SECTION-EOF TO TRUE
           PERFORM UNTIL SECTION-EOF
               READ UNDELIVERED-FILE
                   AT END
                       SET SECTION-EOF TO TRUE
                   NOT AT END
                       IF UND-ID NOT EQUAL SPACES
                           MOVE SPACES TO WS-NEW-TEXT
                           STRING UND-STATE DELIMITED BY SPACE
                               ' ' DELIMITED BY SIZE
                               UND-RECIPIENT DELIMITED BY SPACE
                               ' ' UND-ID ' ' DELIMITED BY SIZE
                               UND-REPORT DELIMITED BY '  '
                               INTO WS-NEW-TEXT
                           END-STRING
                           PERFORM 2900-ADD-ITEM THRU 2900-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UNDELIVERED-FILE
           .
       2300-EXIT.
           EXIT.

      ***************************************************************
      * RAISE AN OPEN ITEM FOR EVERY ABEND DUMPED TODAY.  THE SHELL  *
      * STAGES TODAY'S DUMP HEADERS FROM EVERY JOB FOLDER.           *
               END-IF
           END-PERFORM

           MOVE '---- RERUN REQUESTS PAST DUE ----' TO REPORT-RECORD
           PERFORM 3900-PUT-LINE THRU 3900-EXIT
           OPEN INPUT RERUN-REQUEST-FILE
           IF WS-RERUN-REQUEST-FST NOT EQUAL '05'
               SET NOT-SECTION-EOF TO TRUE
               PERFORM UNTIL SECTION-EOF
                   READ RERUN-REQUEST-FILE
                       AT END
                           SET SECTION-EOF TO TRUE
                       NOT AT END
                           PERFORM 3100-PAST-DUE-REQUEST THRU 3100-EXIT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RERUN-REQUEST-FILE

           MOVE '---- OPEN ITEMS (CLOSE WITH HANDOVER-CLOSE.TXT) --'
               TO REPORT-RECORD
           PERFORM 3900-PUT-LINE THRU 3900-EXIT
       3000-EXIT.
           EXIT.

      ***************************************************************
      * A REQUEST NOT YET DECIDED OR NOT YET RUN, PAST ITS DUE TIME  *
      ***************************************************************
       3100-PAST-DUE-REQUEST.

           IF RRQ-STATE NOT EQUAL 'PENDING'
               AND RRQ-STATE NOT EQUAL 'APPROVED'
               GO TO 3100-EXIT
           END-IF
           IF RRQ-DUE-DATE IS NOT NUMERIC
               OR RRQ-DUE-TIME IS NOT NUMERIC
               GO TO 3100-EXIT
           END-IF
           COMPUTE WS-DUE-STAMP = RRQ-DUE-DATE * 10000 + RRQ-DUE-TIME
           IF WS-DUE-STAMP NOT LESS WS-NOW-STAMP
               GO TO 3100-EXIT
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING 'REQ ' RRQ-ID ' ' RRQ-STATE ' ' RRQ-JOB
               ' FOR ' RRQ-BIZ-DATE ' ' RRQ-CATEGORY
               ' FROM ' RRQ-REQUESTER ' DUE ' RRQ-DUE-DATE
               ' ' RRQ-DUE-TIME
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           PERFORM 3900-PUT-LINE THRU 3900-EXIT
           .
       3100-EXIT.
           EXIT.

       3900-PUT-LINE.

           WRITE REPORT-RECORD
