      *   COLS  1-40  REPORT PATH (RELATIVE TO THE WORKSPACE ROOT)   *
      *   COLS 43-52  RECIPIENT NAME                                 *
      *   COLS 55-78  DELIVERY DIRECTORY FOR THAT RECIPIENT          *
      *   COL  80     W = WEEKLY, SENT ON MONDAY RUNS ONLY           *
      *               (BLANK = EVERY RUN)                            *
      * RUN AFTER THE BATCH, THIS JOB COPIES EACH REPORT TO ITS      *
      * RECIPIENTS' DELIVERY DIRECTORIES, APPENDS A TRANSMITTAL LOG  *
      * RECORD (REPORT, RECIPIENT, DATE/TIME, RECORD COUNT), AND     *
      * WRITES AN EXCEPTIONS PAGE FOR ANY REPORT THAT WAS DUE BUT    *
      * NOT PRODUCED THIS CYCLE.  RUN FROM THE WORKSPACE ROOT.       *
      * EACH SUCH EXCEPTION IS ALSO QUEUED FOR THE REPORT            *
      * DISTRIBUTION OWNERS (GROUP DISTRIB) THROUGH AOC-NOTIFY.      *
      *                                                              *
      * EVERY DELIVERY CARRIES A CONTROL MANIFEST, <REPORT>.CTL IN   *
      * THE DELIVERY DIRECTORY, AND IS ENTERED ON THE DELIVERY       *
      * REGISTER DIST-DELIVERIES.TXT FOR DIST-RECON.  BOTH USE       *
      * ONE LAYOUT (THE REGISTER ADDS THE DIRECTORY):                *
      *   COLS  1-15 DELIVERY ID (YYYYMMDD-HHMMSS OF THIS RUN)       *
      *   COLS 17-56 REPORT PATH       COLS 58-67 RECIPIENT          *
      *   COLS 69-75 RECORDS SENT      COLS 77-86 CKSUM SENT         *
      *   COLS 88-111 DELIVERY DIRECTORY (REGISTER ONLY)             *
      * THE RECIPIENT ANSWERS ON RECEIPTS.TXT IN THE SAME DIRECTORY  *
      * (SEE DIST-RECON).                                            *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL DIST-LIST-FILE ASSIGN TO 'DIST-LIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-LIST-FST.
      *    COPY OUTCOME, RECORD COUNT AND CKSUM LEFT BY THE SHELL STEP
           SELECT OPTIONAL FLAG-FILE
               ASSIGN TO '/tmp/AOC-DIST.FLG'
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO 'TRANSMITTAL-LOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSMITTAL-FST.
      *    DELIVERY REGISTER - ONE RECORD PER REPORT SENT, APPENDED
      *    RUN OVER RUN AND RECONCILED AGAINST THE RECEIPTS
           SELECT OPTIONAL DELIVERY-FILE
               ASSIGN TO 'DIST-DELIVERIES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-FST.
           SELECT REPORT-FILE ASSIGN TO 'DIST-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FST.
           05 DL-RECIPIENT                        PIC X(10).
           05 FILLER                              PIC X(2).
           05 DL-DIRECTORY                        PIC X(24).
           05 FILLER                              PIC X(1).
           05 DL-CYCLE                            PIC X(1).
              88 DL-WEEKLY                                 VALUE 'W'.

       FD  FLAG-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS TRANSMITTAL-RECORD.
       01  TRANSMITTAL-RECORD                     PIC X(110).

       FD  DELIVERY-FILE
           RECORD CONTAINS 111 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DELIVERY-RECORD.
       01  DELIVERY-RECORD.
           05 DDL-ID                              PIC X(15).
           05 FILLER                              PIC X(1).
           05 DDL-REPORT                          PIC X(40).
           05 FILLER                              PIC X(1).
           05 DDL-RECIPIENT                       PIC X(10).
           05 FILLER                              PIC X(1).
           05 DDL-RECORDS                         PIC 9(7).
           05 FILLER                              PIC X(1).
           05 DDL-CKSUM                           PIC 9(10).
           05 FILLER                              PIC X(1).
           05 DDL-DIRECTORY                       PIC X(24).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
       01  WS-FLAG-FST                            PIC X(2) VALUE '00'.
       01  WS-TRANSMITTAL-FST                     PIC X(2) VALUE '00'.
       01  WS-REPORT-FST                          PIC X(2) VALUE '00'.
       01  WS-DELIVERY-FST                        PIC X(2) VALUE '00'.
       01  WS-EOF-FLAG                            PIC X(1).
           88 SCAN-EOF                                     VALUE 'Y'.
           88 NOT-SCAN-EOF                                 VALUE 'N'.
       01  WS-COMMAND                             PIC X(800).
       01  WS-RUN-DATE                            PIC 9(8).
      *    1 = MONDAY, THE DAY WEEKLY REPORTS GO OUT
       01  WS-RUN-DOW                             PIC 9(1).
       01  WS-RUN-TIME                            PIC 9(8).
       01  WS-REPORT-LEN                          PIC 9(2).
       01  WS-DIR-LEN                             PIC 9(2).
       01  WS-RCP-LEN                             PIC 9(2).
       01  WS-DELIVERY-ID                         PIC X(15).
       01  WS-TRIM-FIELD                          PIC X(40).
       01  WS-TRIM-LEN                            PIC 9(2).
       01  WS-OUTCOME                             PIC X(8).
       01  WS-COUNT-TEXT                          PIC X(20).
       01  WS-REC-COUNT                           PIC 9(7).
       01  WS-CKSUM                               PIC 9(10).
       01  WS-NUM-WORK                            PIC 9(10).
       01  WS-CNT-SUB                             PIC 9(2).
       01  WS-CNT-CHAR-X                          PIC X(1).
       01  WS-CNT-CHAR-9 REDEFINES WS-CNT-CHAR-X  PIC 9(1).
       01  WS-SENT-CNT                            PIC 9(3) VALUE 0.
       01  WS-MISSING-CNT                         PIC 9(3) VALUE 0.
       COPY NTFPARM.
       01  WS-END                                 PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

       0000-MAINLINE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-DOW FROM DAY-OF-WEEK
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO WS-DELIVERY-ID
           STRING WS-RUN-DATE '-' WS-RUN-TIME(1:6)
               DELIMITED BY SIZE INTO WS-DELIVERY-ID
           END-STRING
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING 'REPORT DISTRIBUTION  RUN DATE ' WS-RUN-DATE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           OPEN EXTEND TRANSMITTAL-FILE
           OPEN EXTEND DELIVERY-FILE
           PERFORM 1000-WALK-DIST-LIST THRU 1000-EXIT
           CLOSE TRANSMITTAL-FILE
           CLOSE DELIVERY-FILE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE DL-DIRECTORY TO WS-TRIM-FIELD(1:24)
           PERFORM 7000-TRIM THRU 7000-EXIT
           MOVE WS-TRIM-LEN TO WS-DIR-LEN
           MOVE SPACES TO WS-TRIM-FIELD
           MOVE DL-RECIPIENT TO WS-TRIM-FIELD(1:10)
           PERFORM 7000-TRIM THRU 7000-EXIT
           MOVE WS-TRIM-LEN TO WS-RCP-LEN
           IF WS-REPORT-LEN EQUAL 0 OR WS-DIR-LEN EQUAL 0
               OR WS-RCP-LEN EQUAL 0
               GO TO 2000-EXIT
           END-IF
      *    A WEEKLY REPORT IS NEITHER SENT NOR DUE BETWEEN MONDAYS
           IF DL-WEEKLY AND WS-RUN-DOW NOT EQUAL 1
               MOVE SPACES TO REPORT-RECORD
               STRING 'WEEKLY, NOT DUE TODAY: '
                   DL-REPORT(1:WS-REPORT-LEN)
                   ' (TO ' DL-RECIPIENT ')'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               GO TO 2000-EXIT
           END-IF

               DL-REPORT(1:WS-REPORT-LEN) DELIMITED BY SIZE
               '" "' DELIMITED BY SIZE
               DL-DIRECTORY(1:WS-DIR-LEN) DELIMITED BY SIZE
               '/" && N=$(wc -l < "' DELIMITED BY SIZE
               DL-REPORT(1:WS-REPORT-LEN) DELIMITED BY SIZE
               '") && C=$(cksum < "' DELIMITED BY SIZE
               DL-REPORT(1:WS-REPORT-LEN) DELIMITED BY SIZE
               '" | cut -d " " -f 1) && printf "%-15s %-40s %-10s'
                   DELIMITED BY SIZE
               ' %07d %010d\n" "' DELIMITED BY SIZE
               WS-DELIVERY-ID DELIMITED BY SIZE
               '" "' DELIMITED BY SIZE
               DL-REPORT(1:WS-REPORT-LEN) DELIMITED BY SIZE
               '" "' DELIMITED BY SIZE
               DL-RECIPIENT(1:WS-RCP-LEN) DELIMITED BY SIZE
               '" "$N" "$C" > "' DELIMITED BY SIZE
               DL-DIRECTORY(1:WS-DIR-LEN) DELIMITED BY SIZE
               '/$(basename "' DELIMITED BY SIZE
               DL-REPORT(1:WS-REPORT-LEN) DELIMITED BY SIZE
               '").CTL" && echo "SENT $N $C"'
               DELIMITED BY SIZE
               ' || echo CPFAIL ; else echo MISSING ; fi'
               ' > /tmp/AOC-DIST.FLG' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           SET NOT-SCAN-EOF TO TRUE

           IF WS-OUTCOME(1:4) EQUAL 'SENT'
               MOVE 1 TO WS-CNT-SUB
               PERFORM 2100-NEXT-NUMBER THRU 2100-EXIT
               MOVE WS-NUM-WORK TO WS-REC-COUNT
               PERFORM 2100-NEXT-NUMBER THRU 2100-EXIT
               MOVE WS-NUM-WORK TO WS-CKSUM
               ADD 1 TO WS-SENT-CNT
               MOVE SPACES TO DELIVERY-RECORD
               MOVE WS-DELIVERY-ID TO DDL-ID
               MOVE DL-REPORT      TO DDL-REPORT
               MOVE DL-RECIPIENT   TO DDL-RECIPIENT
               MOVE WS-REC-COUNT   TO DDL-RECORDS
               MOVE WS-CKSUM       TO DDL-CKSUM
               MOVE DL-DIRECTORY   TO DDL-DIRECTORY
               WRITE DELIVERY-RECORD
               MOVE SPACES TO TRANSMITTAL-RECORD
               STRING WS-RUN-DATE ' ' WS-RUN-TIME ' '
                   DL-REPORT(1:WS-REPORT-LEN)
               DISPLAY 'AOC6103W REPORT-DIST: '
                   DL-REPORT(1:WS-REPORT-LEN)
                   ' WAS DUE BUT NOT PRODUCED'
               MOVE 'DISTRIB'  TO NTF-GROUP
               MOVE SPACE      TO NTF-SEVERITY
               MOVE 'AOC6103W' TO NTF-MSG-ID
               MOVE 'RPTDIST'  TO NTF-SOURCE-JOB
               MOVE SPACES TO NTF-SUBJECT NTF-BODY
               STRING 'REPORT NOT PRODUCED: '
                   DL-REPORT(1:WS-REPORT-LEN)
                   DELIMITED BY SIZE INTO NTF-SUBJECT
               END-STRING
               STRING DL-REPORT(1:WS-REPORT-LEN)
                   ' WAS DUE TO ' DL-RECIPIENT ' ON ' WS-RUN-DATE
                   ' BUT WAS NOT PRODUCED THIS CYCLE.'
                   DELIMITED BY SIZE INTO NTF-BODY
               END-STRING
               CALL 'AOC-NOTIFY' USING NTF-PARMS
           END-IF
           .
       2000-EXIT.
           EXIT.

      ***************************************************************
      * NEXT UNSIGNED NUMBER ON THE SHELL STEP'S 'SENT' LINE,        *
      * SCANNING FROM WS-CNT-SUB                                     *
      ***************************************************************
       2100-NEXT-NUMBER.

           MOVE 0 TO WS-NUM-WORK
           PERFORM UNTIL WS-CNT-SUB GREATER 20
                   OR WS-COUNT-TEXT(WS-CNT-SUB:1) NOT EQUAL SPACE
               ADD 1 TO WS-CNT-SUB
           END-PERFORM
           PERFORM UNTIL WS-CNT-SUB GREATER 20
                   OR WS-COUNT-TEXT(WS-CNT-SUB:1) NOT NUMERIC
               MOVE WS-COUNT-TEXT(WS-CNT-SUB:1) TO WS-CNT-CHAR-X
               COMPUTE WS-NUM-WORK =
                   (WS-NUM-WORK * 10) + WS-CNT-CHAR-9
               ADD 1 TO WS-CNT-SUB
           END-PERFORM
           .
       2100-EXIT.
           EXIT.

      ***************************************************************
      * FIND THE TRIMMED LENGTH OF WS-TRIM-FIELD                     *
      ***************************************************************
