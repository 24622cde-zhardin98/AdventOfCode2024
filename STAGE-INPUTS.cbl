      * THE RUN WITH RETURN CODE 8, SO THE BATCH STOPS UP FRONT      *
      * INSTEAD OF RUNNING A DAY JOB AGAINST A STALE OR ABSENT       *
      * INPUT.                                                       *
      *                                                              *
      * SUPPLIER-MASTER.TXT NAMES THE SUPPLIER OF EACH MANIFEST JOB  *
      * AND THE AGREED DELIVERY CUTOFF.  EVERY DELIVERY IS APPENDED  *
      * TO SUPPLIER-DELIVERIES.TXT WITH ITS ARRIVAL TIME (THE FILE'S *
      * LAST-MODIFIED TIME), WHETHER THAT WAS BY THE CUTOFF ON THE   *
      * STAGING DATE, AND THE OUTCOME - VERIFIED, SHORT, OVERSIZED   *
      * OR MISSING - FOR THE MONTHLY SUPPLIER-SCORECARD.  A LATE     *
      * DELIVERY IS REPORTED BUT DOES NOT HOLD THE BATCH.            *
      * SUPPLIER-DELIVERIES.TXT (90 BYTES):                          *
      *   COLS  1-8  STAGING DATE      COLS 10-17 STAGING TIME       *
      *   COLS 19-26 JOB               COLS 28-35 SUPPLIER           *
      *   COLS 37-40 CUTOFF HHMM       COLS 42-49 ARRIVAL DATE       *
      *   COLS 51-56 ARRIVAL HHMMSS    COL  58    ON TIME Y/N        *
      *   COLS 60-68 OUTCOME           COLS 70-79 EXPECTED BYTES     *
      *   COLS 81-90 ACTUAL BYTES                                    *
      * A JOB NOT ON THE SUPPLIER MASTER IS RECORDED UNDER SUPPLIER  *
      * UNMAPPED WITH NO CUTOFF AND THE ON-TIME COLUMN LEFT BLANK.   *
      *                                                              *
      * EVERY PLACED INPUT IS ALSO KEPT IN THE BUSINESS DATE'S INPUT *
      * GENERATION, ARCHIVE/Iyyyymmdd, UNDER ITS FLATTENED PATH      *
      * (day 1/INFILE.TXT BECOMES day_1_INFILE.TXT, AS HOUSEKEEP     *
      * NAMES ITS MEMBERS), WITH AN I RECORD IN ARCHIVE-INDEX.TXT:   *
      *   I  Iyyyymmdd MEMBER ORIGINAL-PATH                          *
      * HOUSEKEEP NEVER AGES THESE; REPRO-RUN READS THEM BACK TO     *
      * RE-EXECUTE A PAST BUSINESS DATE.  A RESTAGE FOR THE SAME     *
      * DATE REPLACES THE MEMBER AND ADDS A LATER I RECORD.  AN      *
      * ARCHIVE COPY THAT FAILS IS WARNED ABOUT BUT DOES NOT HOLD    *
      * THE BATCH.                                                   *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO 'STAGING-LEDGER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGING-LEDGER-FST.
      *    JOB-TO-SUPPLIER MAP WITH THE AGREED CUTOFF TIMES
           SELECT OPTIONAL SUPPLIER-MASTER-FILE
               ASSIGN TO 'SUPPLIER-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-MASTER-FST.
      *    PER-SUPPLIER DELIVERY HISTORY - APPENDED RUN OVER RUN
           SELECT OPTIONAL DELIVERY-FILE
               ASSIGN TO 'SUPPLIER-DELIVERIES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-FST.
      *    ARCHIVE INDEX - AN I RECORD PER ARCHIVED INPUT
           SELECT OPTIONAL INDEX-FILE ASSIGN TO 'ARCHIVE-INDEX.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-FST.
      *    THIS RUN'S STAGING REPORT
           SELECT REPORT-FILE ASSIGN TO 'STAGING-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
           DATA RECORD IS STAGING-LEDGER-RECORD.
       01  STAGING-LEDGER-RECORD                  PIC X(160).

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
           05 FILLER                              PIC X(56).

       FD  DELIVERY-FILE
           RECORD CONTAINS 90 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DELIVERY-RECORD.
       01  DELIVERY-RECORD.
           05 DLV-STAGE-DATE                      PIC 9(8).
           05 FILLER                              PIC X(1).
           05 DLV-STAGE-TIME                      PIC 9(8).
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
           05 DLV-EXPECTED                        PIC 9(10).
           05 FILLER                              PIC X(1).
           05 DLV-ACTUAL                          PIC 9(10).

       FD  INDEX-FILE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS INDEX-RECORD.
       01  INDEX-RECORD                           PIC X(120).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
           COPY BIZPARM.
       01  WS-MANIFEST-EOF                        PIC X(1) VALUE 'N'.
           88 MANIFEST-EOF                                 VALUE 'Y'.
           88 NOT-MANIFEST-EOF                             VALUE 'N'.
       01  WS-FAILED-CNT                          PIC 9(2) VALUE 0.
       01  WS-ENTRY-STATUS                        PIC X(10).

      *    SUPPLIER MASTER AND THIS ENTRY'S DELIVERY DETAILS
       01  WS-SUP-CNT                             PIC 9(2) VALUE 0.
       01  WS-SUP-TABLE.
           05  WS-SUP-ENTRY OCCURS 30 TIMES.
               10 WS-SUP-JOB                      PIC X(8).
               10 WS-SUP-ID                       PIC X(8).
               10 WS-SUP-CUTOFF                   PIC X(4).
       01  WS-SUP-SUB                             PIC 9(2).
       01  WS-DLV-SUPPLIER                        PIC X(8).
       01  WS-DLV-CUTOFF                          PIC X(4).
       01  WS-DLV-OUTCOME                         PIC X(9).
       01  WS-DLV-ON-TIME                         PIC X(1).
       01  WS-ARRIVAL                             PIC X(14).
       01  WS-ARRIVAL-X REDEFINES WS-ARRIVAL.
           05 WS-ARRIVAL-DATE                     PIC X(8).
           05 WS-ARRIVAL-HHMM                     PIC X(4).
           05 WS-ARRIVAL-SS                       PIC X(2).
       01  WS-LATE-CNT                            PIC 9(2) VALUE 0.

      *    THE BUSINESS DATE'S INPUT GENERATION AND THIS MEMBER
       01  WS-INPUT-GEN                           PIC X(9).
       01  WS-MEMBER-NAME                         PIC X(40).
       01  WS-MEMBER-LEN                          PIC 9(2).
       01  WS-MEMBER-SUB                          PIC 9(2).

       01  WS-TRIM-FIELD                          PIC X(40).
       01  WS-TRIM-LEN                            PIC 9(2).

       01  WS-STAGE-FLAG-FST                      PIC X(2) VALUE '00'.
       01  WS-STAGING-LEDGER-FST                  PIC X(2) VALUE '00'.
       01  WS-REPORT-FST                          PIC X(2) VALUE '00'.
       01  WS-SUPPLIER-MASTER-FST                 PIC X(2) VALUE '00'.
       01  WS-DELIVERY-FST                        PIC X(2) VALUE '00'.
       01  WS-INDEX-FST                           PIC X(2) VALUE '00'.

       01  WS-END                                 PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           CALL 'AOC-BIZDATE' USING BIZ-PARMS
           MOVE SPACES TO WS-INPUT-GEN
           STRING 'I' BIZ-DATE DELIMITED BY SIZE INTO WS-INPUT-GEN
           PERFORM 1000-LOAD-JOBCAT   THRU 1000-EXIT
           PERFORM 1100-LOAD-SUPPLIERS THRU 1100-EXIT
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING 'STAGE-INPUTS  INBOUND STAGING REPORT  RUN DATE '
               WS-STAGED-CNT DELIMITED BY SIZE
               '  FAILED: ' DELIMITED BY SIZE
               WS-FAILED-CNT DELIMITED BY SIZE
               '  LATE: ' DELIMITED BY SIZE
               WS-LATE-CNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
       1000-EXIT.
           EXIT.

      ***************************************************************
      * LOAD THE SUPPLIER MASTER: JOB COLS 1-8, SUPPLIER 11-18,      *
      * AGREED CUTOFF HHMM 21-24                                     *
      ***************************************************************
       1100-LOAD-SUPPLIERS.

           OPEN INPUT SUPPLIER-MASTER-FILE
           IF WS-SUPPLIER-MASTER-FST EQUAL '05'
               CLOSE SUPPLIER-MASTER-FILE
               GO TO 1100-EXIT
           END-IF
           SET NOT-FLAG-EOF TO TRUE
           PERFORM UNTIL FLAG-EOF
               READ SUPPLIER-MASTER-FILE
                   AT END
                       SET FLAG-EOF TO TRUE
                   NOT AT END
                       IF SUPPLIER-MASTER-RECORD(1:1) NOT EQUAL '*'
                           AND SPM-JOB NOT EQUAL SPACES
                           AND WS-SUP-CNT LESS 30
                           ADD 1 TO WS-SUP-CNT
                           MOVE SPM-JOB      TO WS-SUP-JOB(WS-SUP-CNT)
                           MOVE SPM-SUPPLIER TO WS-SUP-ID(WS-SUP-CNT)
                           MOVE SPM-CUTOFF
                               TO WS-SUP-CUTOFF(WS-SUP-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUPPLIER-MASTER-FILE
           .
       1100-EXIT.
           EXIT.

      ***************************************************************
      * WALK THE MANIFEST: THE DELIVERY= RECORD FIRST, THEN ONE      *
      * ENTRY PER EXPECTED INPUT FILE                                *
      ***************************************************************
       2100-STAGE-ONE-ENTRY.

           MOVE SPACES TO WS-ENTRY-STATUS WS-DLV-OUTCOME
           MOVE MANIFEST-RECORD(1:8)   TO WS-MAN-JOB
           MOVE MANIFEST-RECORD(11:30) TO WS-MAN-FILE
           MOVE WS-MAN-FILE TO WS-TRIM-FIELD

           IF WS-FLAG-TEXT(1:7) EQUAL 'MISSING'
               MOVE 'MISSING' TO WS-ENTRY-STATUS
               MOVE 'MISSING' TO WS-DLV-OUTCOME
               ADD 1 TO WS-FAILED-CNT
               PERFORM 2300-ARRIVAL THRU 2300-EXIT
               PERFORM 2400-REPORT-ENTRY THRU 2400-EXIT
               PERFORM 2500-WRITE-LEDGER THRU 2500-EXIT
               PERFORM 2600-WRITE-DELIVERY THRU 2600-EXIT
               GO TO 2100-EXIT
           END-IF
           MOVE WS-ACTUAL-BYTES TO WS-MEASURED-BYTES
           PERFORM 2300-ARRIVAL THRU 2300-EXIT
           MOVE WS-MEASURED-BYTES TO WS-ACTUAL-BYTES
           IF WS-ACTUAL-BYTES NOT EQUAL WS-MAN-BYTES
               MOVE 'BYTECOUNT' TO WS-ENTRY-STATUS
               IF WS-ACTUAL-BYTES LESS WS-MAN-BYTES
                   MOVE 'SHORT' TO WS-DLV-OUTCOME
               ELSE
                   MOVE 'OVERSIZED' TO WS-DLV-OUTCOME
               END-IF
               ADD 1 TO WS-FAILED-CNT
               PERFORM 2400-REPORT-ENTRY THRU 2400-EXIT
               PERFORM 2500-WRITE-LEDGER THRU 2500-EXIT
               PERFORM 2600-WRITE-DELIVERY THRU 2600-EXIT
               GO TO 2100-EXIT
           END-IF
           MOVE 'VERIFIED' TO WS-DLV-OUTCOME

      *    VERIFIED - PLACE IT
           MOVE SPACES TO WS-COMMAND
           IF WS-FLAG-TEXT(1:6) EQUAL 'PLACED'
               MOVE 'PLACED' TO WS-ENTRY-STATUS
               ADD 1 TO WS-STAGED-CNT
               PERFORM 2700-ARCHIVE-INPUT THRU 2700-EXIT
           ELSE
               MOVE 'CPFAIL' TO WS-ENTRY-STATUS
               ADD 1 TO WS-FAILED-CNT
           END-IF
           PERFORM 2400-REPORT-ENTRY THRU 2400-EXIT
           PERFORM 2500-WRITE-LEDGER THRU 2500-EXIT
           PERFORM 2600-WRITE-DELIVERY THRU 2600-EXIT
           .
       2100-EXIT.
           EXIT.
       2200-EXIT.
           EXIT.

      ***************************************************************
      * THE ENTRY'S SUPPLIER AND CUTOFF, THE DELIVERED FILE'S        *
      * ARRIVAL TIME, AND WHETHER IT MADE THE CUTOFF ON THE STAGING  *
      * DATE.  A MISSING DELIVERY HAS NO ARRIVAL AND IS NOT ON TIME. *
      ***************************************************************
       2300-ARRIVAL.

           MOVE 'UNMAPPED' TO WS-DLV-SUPPLIER
           MOVE SPACES TO WS-DLV-CUTOFF WS-ARRIVAL
           MOVE 1 TO WS-SUP-SUB
           PERFORM UNTIL WS-SUP-SUB GREATER WS-SUP-CNT
               IF WS-SUP-JOB(WS-SUP-SUB) EQUAL WS-MAN-JOB
                   MOVE WS-SUP-ID(WS-SUP-SUB)     TO WS-DLV-SUPPLIER
                   MOVE WS-SUP-CUTOFF(WS-SUP-SUB) TO WS-DLV-CUTOFF
                   MOVE WS-SUP-CNT TO WS-SUP-SUB
               END-IF
               ADD 1 TO WS-SUP-SUB
           END-PERFORM
           IF WS-DLV-SUPPLIER EQUAL 'UNMAPPED'
               DISPLAY 'AOC9393W STAGE-INPUTS: ' WS-MAN-JOB
                   ' IS NOT ON SUPPLIER-MASTER.TXT - DELIVERY'
                   ' RECORDED UNDER UNMAPPED'
           END-IF
           IF WS-ENTRY-STATUS EQUAL 'MISSING'
               IF WS-DLV-CUTOFF IS NUMERIC
                   MOVE 'N' TO WS-DLV-ON-TIME
               ELSE
                   MOVE SPACE TO WS-DLV-ON-TIME
               END-IF
               GO TO 2300-EXIT
           END-IF

           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-STAGE.FLG ; date -r "'
                   DELIMITED BY SIZE
               WS-DELIVERY-DIR(1:WS-DELIVERY-LEN) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-MAN-FILE(1:WS-MAN-FILE-LEN) DELIMITED BY SIZE
               '" +%Y%m%d%H%M%S > /tmp/AOC-STAGE.FLG 2>/dev/null'
                   DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           PERFORM 2200-READ-FLAG THRU 2200-EXIT
           IF WS-FLAG-TEXT(1:14) IS NUMERIC
               MOVE WS-FLAG-TEXT(1:14) TO WS-ARRIVAL
           END-IF

           EVALUATE TRUE
               WHEN WS-DLV-CUTOFF NOT NUMERIC
                   MOVE SPACE TO WS-DLV-ON-TIME
               WHEN WS-ARRIVAL EQUAL SPACES
                   MOVE 'N' TO WS-DLV-ON-TIME
               WHEN WS-ARRIVAL-DATE LESS WS-RUN-DATE
                   MOVE 'Y' TO WS-DLV-ON-TIME
               WHEN WS-ARRIVAL-DATE EQUAL WS-RUN-DATE
                   AND WS-ARRIVAL-HHMM NOT GREATER WS-DLV-CUTOFF
                   MOVE 'Y' TO WS-DLV-ON-TIME
               WHEN OTHER
                   MOVE 'N' TO WS-DLV-ON-TIME
           END-EVALUATE
           .
       2300-EXIT.
           EXIT.

      ***************************************************************
      * ONE REPORT LINE PER MANIFEST ENTRY                           *
      ***************************************************************
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-DLV-ON-TIME EQUAL 'N'
               AND WS-ENTRY-STATUS NOT EQUAL 'MISSING'
               AND WS-ENTRY-STATUS NOT EQUAL 'NOJOB'
               ADD 1 TO WS-LATE-CNT
               MOVE SPACES TO REPORT-RECORD
               STRING '  LATE - ARRIVED ' DELIMITED BY SIZE
                   WS-ARRIVAL-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-ARRIVAL-HHMM DELIMITED BY SIZE
                   ', CUTOFF ' DELIMITED BY SIZE
                   WS-DLV-CUTOFF DELIMITED BY SIZE
                   ' FOR SUPPLIER ' DELIMITED BY SIZE
                   WS-DLV-SUPPLIER DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           IF WS-ENTRY-STATUS NOT EQUAL 'PLACED'
               DISPLAY 'AOC9392E STAGE-INPUTS: ' WS-ENTRY-STATUS
                   ' FOR ' WS-MAN-JOB ' '
       2500-EXIT.
           EXIT.

      ***************************************************************
      * APPEND ONE SUPPLIER-DELIVERIES RECORD FOR THE SCORECARD      *
      ***************************************************************
       2600-WRITE-DELIVERY.

           MOVE SPACES TO DELIVERY-RECORD
           MOVE WS-RUN-DATE      TO DLV-STAGE-DATE
           MOVE WS-RUN-TIME      TO DLV-STAGE-TIME
           MOVE WS-MAN-JOB       TO DLV-JOB
           MOVE WS-DLV-SUPPLIER  TO DLV-SUPPLIER
           MOVE WS-DLV-CUTOFF    TO DLV-CUTOFF
           MOVE WS-ARRIVAL-DATE  TO DLV-ARRIVAL-DATE
           MOVE WS-ARRIVAL(9:6)  TO DLV-ARRIVAL-TIME
           MOVE WS-DLV-ON-TIME   TO DLV-ON-TIME
           MOVE WS-DLV-OUTCOME   TO DLV-OUTCOME
           MOVE WS-MAN-BYTES     TO DLV-EXPECTED
           MOVE WS-ACTUAL-BYTES  TO DLV-ACTUAL
           OPEN EXTEND DELIVERY-FILE
           WRITE DELIVERY-RECORD
           CLOSE DELIVERY-FILE
           .
       2600-EXIT.
           EXIT.

      ***************************************************************
      * KEEP THE PLACED INPUT IN THE BUSINESS DATE'S INPUT           *
      * GENERATION AND INDEX IT                                      *
      ***************************************************************
       2700-ARCHIVE-INPUT.

           MOVE SPACES TO WS-MEMBER-NAME
           STRING WS-DEST-DIR(1:WS-DEST-DIR-LEN) DELIMITED BY SIZE
               '/INFILE.TXT' DELIMITED BY SIZE
               INTO WS-MEMBER-NAME
           END-STRING
           COMPUTE WS-MEMBER-LEN = WS-DEST-DIR-LEN + 11
           MOVE 1 TO WS-MEMBER-SUB
           PERFORM UNTIL WS-MEMBER-SUB GREATER WS-MEMBER-LEN
               IF WS-MEMBER-NAME(WS-MEMBER-SUB:1) EQUAL '/'
                   OR WS-MEMBER-NAME(WS-MEMBER-SUB:1) EQUAL ' '
                   MOVE '_' TO WS-MEMBER-NAME(WS-MEMBER-SUB:1)
               END-IF
               ADD 1 TO WS-MEMBER-SUB
           END-PERFORM

           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-STAGE.FLG ; { mkdir -p "ARCHIVE/'
                   DELIMITED BY SIZE
               WS-INPUT-GEN DELIMITED BY SIZE
               '" && cp "' DELIMITED BY SIZE
               WS-DEST-DIR(1:WS-DEST-DIR-LEN) DELIMITED BY SIZE
               '/INFILE.TXT" "ARCHIVE/' DELIMITED BY SIZE
               WS-INPUT-GEN DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-MEMBER-NAME(1:WS-MEMBER-LEN) DELIMITED BY SIZE
               '" && echo ARCHIVED || echo ARFAIL ; }'
                   DELIMITED BY SIZE
               ' > /tmp/AOC-STAGE.FLG' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           PERFORM 2200-READ-FLAG THRU 2200-EXIT
           MOVE WS-MEASURED-BYTES TO WS-ACTUAL-BYTES
           IF WS-FLAG-TEXT(1:8) NOT EQUAL 'ARCHIVED'
               DISPLAY 'AOC9394W STAGE-INPUTS: ' WS-MAN-JOB
                   ' INPUT NOT KEPT IN ARCHIVE/' WS-INPUT-GEN
                   ' - IT CANNOT BE RE-EXECUTED FROM THE ARCHIVE'
               GO TO 2700-EXIT
           END-IF

           MOVE SPACES TO INDEX-RECORD
           STRING 'I ' DELIMITED BY SIZE
               WS-INPUT-GEN DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-MEMBER-NAME(1:WS-MEMBER-LEN) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-DEST-DIR(1:WS-DEST-DIR-LEN) DELIMITED BY SIZE
               '/INFILE.TXT' DELIMITED BY SIZE
               INTO INDEX-RECORD
           END-STRING
           OPEN EXTEND INDEX-FILE
           WRITE INDEX-RECORD
           CLOSE INDEX-FILE
           .
       2700-EXIT.
           EXIT.

      ***************************************************************
      * FIND THE TRIMMED LENGTH OF WS-TRIM-FIELD                     *
      ***************************************************************
