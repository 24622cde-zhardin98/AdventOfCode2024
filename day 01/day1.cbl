


      *    INPUT FINGERPRINT LEFT BY THE SHELL'S cksum STEP, IN THE
      *    JOB'S OWN FOLDER SO CONCURRENT BATCH STREAMS NEVER SHARE IT
           SELECT OPTIONAL FP-FLAG-FILE ASSIGN TO 'AOC-FP.FLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FP-FLAG-FST.

      *    SIMILARITY CONTRIBUTOR REPORT - ONE CONTRIBUTION RECORD PER
      *    LEFT-LIST LOCATION ID, WRITTEN BY THE SIMILARITY MERGE
      *    PASS AND SORTED LARGEST FIRST ON DISK LIKE THE LISTS
      *    THEMSELVES, THEN REPORTED WITH SHARE AND CUMULATIVE SHARE
           SELECT CONTRIB-WORK-FILE ASSIGN TO 'CONTRIB-WORK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRIB-WORK-FST.
           SELECT CONTRIB-SORTED-FILE ASSIGN TO 'CONTRIB-SORTED.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRIB-SORTED-FST.
           SELECT CONTRIB-SORT-FILE ASSIGN TO 'CONTRIBWORK'.
           SELECT CONTRIB-REPORT-FILE ASSIGN TO 'CONTRIB-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRIB-REPORT-FST.
      *    PRIOR RUN'S CONTRIBUTORS (READ) AND THIS RUN'S (REWRITTEN),
      *    SO NEW, VANISHED AND SHIFTED CONTRIBUTORS CAN BE FLAGGED
           SELECT OPTIONAL CT-SNAPSHOT-IN-FILE
               ASSIGN TO 'CONTRIB-SNAPSHOT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-SNAPSHOT-IN-FST.
           SELECT CT-SNAPSHOT-OUT-FILE
               ASSIGN TO 'CONTRIB-SNAPSHOT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-SNAPSHOT-OUT-FST.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE
           DATA RECORD IS FP-FLAG-RECORD.
       01  FP-FLAG-RECORD                         PIC X(40).

       FD  CONTRIB-WORK-FILE
           RECORD CONTAINS 37 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONTRIB-WORK-RECORD.
       01  CONTRIB-WORK-RECORD.
           05 CW-CONTRIB                        PIC 9(15).
           05 CW-CODE                           PIC X(8).
           05 CW-LEFT-CNT                       PIC 9(7).
           05 CW-RIGHT-CNT                      PIC 9(7).

       FD  CONTRIB-SORTED-FILE
           RECORD CONTAINS 37 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONTRIB-SORTED-RECORD.
       01  CONTRIB-SORTED-RECORD.
           05 CS-CONTRIB                        PIC 9(15).
           05 CS-CODE                           PIC X(8).
           05 CS-LEFT-CNT                       PIC 9(7).
           05 CS-RIGHT-CNT                      PIC 9(7).

       SD  CONTRIB-SORT-FILE
           DATA RECORD IS CONTRIB-SORT-RECORD.
       01  CONTRIB-SORT-RECORD.
           05 CTS-CONTRIB                       PIC 9(15).
           05 CTS-CODE                          PIC X(8).
           05 CTS-LEFT-CNT                      PIC 9(7).
           05 CTS-RIGHT-CNT                     PIC 9(7).

       FD  CONTRIB-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONTRIB-REPORT-RECORD.
       01  CONTRIB-REPORT-RECORD                  PIC X(132).

       FD  CT-SNAPSHOT-IN-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CT-SNAPSHOT-IN-RECORD.
       01  CT-SNAPSHOT-IN-RECORD.
           05 CTSN-TYPE                         PIC X(1).
           05 CTSN-CODE                         PIC X(8).
           05 CTSN-RANK                         PIC 9(5).
           05 CTSN-CONTRIB                      PIC 9(15).
           05 FILLER                            PIC X(11).

       FD  CT-SNAPSHOT-OUT-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CT-SNAPSHOT-OUT-RECORD.
       01  CT-SNAPSHOT-OUT-RECORD.
           05 CTSO-TYPE                         PIC X(1).
           05 CTSO-CODE                         PIC X(8).
           05 CTSO-RANK                         PIC 9(5).
           05 CTSO-CONTRIB                      PIC 9(15).
           05 FILLER                            PIC X(11).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                             PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.

       COPY ANSPARM.

      *    SIMILARITY CONTRIBUTOR REPORT FIELDS.  AN ID'S CONTRIBUTION
      *    IS ITS WEIGHT TIMES ITS LEFT AND RIGHT OCCURRENCE COUNTS -
      *    EXACTLY WHAT 3500-GET-SIMILARITY ADDS TO THE SCORE FOR IT
       01  WS-CONTRIB-WORK-FST                    PIC X(2) VALUE '00'.
       01  WS-CONTRIB-SORTED-FST                  PIC X(2) VALUE '00'.
       01  WS-CONTRIB-REPORT-FST                  PIC X(2) VALUE '00'.
       01  WS-CT-SNAPSHOT-IN-FST                  PIC X(2) VALUE '00'.
       01  WS-CT-SNAPSHOT-OUT-FST                 PIC X(2) VALUE '00'.
       01  WS-CT-EOF                              PIC X(1) VALUE 'N'.
           88 CT-EOF                                       VALUE 'Y'.
           88 NOT-CT-EOF                                   VALUE 'N'.
       01  WS-CT-SNAP-EOF                         PIC X(1) VALUE 'N'.
           88 CT-SNAP-EOF                                  VALUE 'Y'.
           88 NOT-CT-SNAP-EOF                              VALUE 'N'.
       01  WS-CT-CONTRIB                          PIC 9(15).
       01  WS-CT-CUM                              PIC 9(15) VALUE 0.
       01  WS-CT-CUM-BEFORE                       PIC 9(15).
       01  WS-CT-PCT                              PIC 9(3)V99.
       01  WS-CT-CUM-PCT                          PIC 9(3)V99.
       01  WS-CT-RANK                             PIC 9(5) VALUE 0.
       01  WS-CT-ID-CNT                           PIC 9(5) VALUE 0.
       01  WS-CT-TOP-CNT                          PIC 9(5) VALUE 0.
       01  WS-CT-NEW-CNT                          PIC 9(5) VALUE 0.
       01  WS-CT-GONE-CNT                         PIC 9(5) VALUE 0.
       01  WS-CT-SHIFT-CNT                        PIC 9(5) VALUE 0.
       01  WS-CT-RANK-EDIT                        PIC Z(4)9.
       01  WS-CT-CONTRIB-EDIT                     PIC Z(14)9.
      *    PRIOR RUN'S CONTRIBUTORS, LOADED FROM THE SNAPSHOT
       01  WS-CT-PRIOR-DATE                       PIC X(8)
           VALUE SPACES.
       01  WS-CT-PRIOR-CNT                        PIC 9(4) VALUE 0.
       01  WS-CT-PRIOR-MAX                        PIC 9(4) VALUE 5000.
       01  WS-CT-PRIOR-SUB                        PIC 9(4).
       01  WS-CT-PRIOR-HIT                        PIC 9(4).
       01  WS-CT-PRIOR-TABLE.
           05 WS-CT-PRIOR-ENTRY OCCURS 5000 TIMES.
              10 WS-CTP-CODE                    PIC X(8).
              10 WS-CTP-RANK                    PIC 9(5).
              10 WS-CTP-CONTRIB                 PIC 9(15).
              10 WS-CTP-SEEN                    PIC X(1).
      *    CONTRIBUTOR REPORT DETAIL LINE
       01  WS-CT-DETAIL.
           05 WS-CTD-RANK                       PIC Z(4)9.
           05 FILLER                            PIC X(2) VALUE SPACES.
           05 WS-CTD-CODE                       PIC X(8).
           05 FILLER                            PIC X(2) VALUE SPACES.
           05 WS-CTD-LEFT-CNT                   PIC Z(6)9.
           05 FILLER                            PIC X(2) VALUE SPACES.
           05 WS-CTD-RIGHT-CNT                  PIC Z(6)9.
           05 FILLER                            PIC X(2) VALUE SPACES.
           05 WS-CTD-CONTRIB                    PIC Z(14)9.
           05 FILLER                            PIC X(2) VALUE SPACES.
           05 WS-CTD-PCT                        PIC ZZ9.99.
           05 FILLER                            PIC X(2) VALUE SPACES.
           05 WS-CTD-CUM-PCT                    PIC ZZ9.99.
           05 FILLER                            PIC X(2) VALUE SPACES.
           05 WS-CTD-TOP                        PIC X(3).
           05 FILLER                            PIC X(2) VALUE SPACES.
           05 WS-CTD-CHANGE                     PIC X(30).
           05 FILLER                            PIC X(29) VALUE SPACES.

       COPY RPTCTL.

       01  WS-END                               PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

           PERFORM 2500-SORT-DATA      THRU 2500-EXIT
           PERFORM 3000-CALCULATE-DIFF THRU 3000-EXIT
           PERFORM 3500-GET-SIMILARITY THRU 3500-EXIT
           PERFORM 3600-CONTRIBUTOR-REPORT THRU 3600-EXIT
           PERFORM 4000-RETURN-OUTPUT  THRU 4000-EXIT
           PERFORM 8500-LOG-RUN        THRU 8500-EXIT
           PERFORM 9000-CLOSE-FILE     THRU 9000-EXIT
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
      ****************************************************************
      * GET SIMILARITY SCORES - A SINGLE MERGE PASS OVER THE TWO      *
      * SORTED STREAMS, GROUPING EACH SIDE INTO RUNS OF EQUAL VALUES  *
      * SO EVERY RECORD IS READ EXACTLY ONCE.  EACH LEFT-LIST ID'S    *
      * SHARE OF THE SCORE IS ALSO FILED FOR THE CONTRIBUTOR REPORT.  *
      ****************************************************************
       3500-GET-SIMILARITY.

           OPEN OUTPUT CONTRIB-WORK-FILE
           MOVE 'CONTRIB-WORK-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-CONTRIB-WORK-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT

           OPEN INPUT SORTED-LEFT-FILE
           MOVE 'SORTED-LEFT-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
               END-PERFORM
               MOVE WS-CUR-VALUE TO WS-CODE-WORK
               PERFORM 2050-NORMALIZE-CODE THRU 2050-EXIT
               COMPUTE WS-CT-CONTRIB = WS-CODE-NUM * WS-LEFT-RUN-CNT
                   * WS-RIGHT-RUN-CNT
               ADD WS-CT-CONTRIB TO WS-OUTPUT-SIM
               MOVE WS-CT-CONTRIB TO CW-CONTRIB
               MOVE WS-CUR-VALUE TO CW-CODE
               MOVE WS-LEFT-RUN-CNT TO CW-LEFT-CNT
               MOVE WS-RIGHT-RUN-CNT TO CW-RIGHT-CNT
               WRITE CONTRIB-WORK-RECORD
               MOVE 'CONTRIB-WORK-FILE' TO WS-FST-FILE-NAME
               MOVE 'WRITE' TO WS-FST-OPERATION
               MOVE WS-CONTRIB-WORK-FST TO WS-FST-STATUS
               PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           END-PERFORM
           CLOSE SORTED-LEFT-FILE
           CLOSE SORTED-RIGHT-FILE
           CLOSE CONTRIB-WORK-FILE
           .
       3500-EXIT.
           EXIT.

      ****************************************************************
      * SIMILARITY CONTRIBUTOR REPORT.  THE CONTRIBUTIONS ARE SORTED  *
      * LARGEST FIRST AND LISTED WITH EACH ID'S PERCENT SHARE OF THE  *
      * SCORE AND THE RUNNING CUMULATIVE SHARE; THE IDS THAT TOGETHER *
      * MAKE UP THE FIRST 80% ARE MARKED.  AGAINST THE PRIOR RUN'S    *
      * SNAPSHOT, A CONTRIBUTOR IS NEW IF IT DID NOT CONTRIBUTE LAST  *
      * RUN, SHIFTED IF ITS RANK OR CONTRIBUTION MOVED, AND VANISHED  *
      * IF IT CONTRIBUTED LAST RUN BUT NO LONGER DOES.  THIS RUN'S    *
      * CONTRIBUTORS THEN REPLACE THE SNAPSHOT.                       *
      ****************************************************************
       3600-CONTRIBUTOR-REPORT.

           PERFORM 3610-LOAD-PRIOR-SNAPSHOT THRU 3610-EXIT
           SORT CONTRIB-SORT-FILE
               ON DESCENDING KEY CTS-CONTRIB
               ON ASCENDING KEY CTS-CODE
               USING CONTRIB-WORK-FILE
               GIVING CONTRIB-SORTED-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT CONTRIB-REPORT-FILE
           MOVE 'CONTRIB-REPORT-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-CONTRIB-REPORT-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           OPEN OUTPUT CT-SNAPSHOT-OUT-FILE
           MOVE 'CT-SNAPSHOT-OUT-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-CT-SNAPSHOT-OUT-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           MOVE SPACES TO CT-SNAPSHOT-OUT-RECORD
           MOVE 'D' TO CTSO-TYPE
           MOVE WS-RUN-DATE TO CTSO-CODE
           PERFORM 3680-PUT-SNAPSHOT THRU 3680-EXIT

           MOVE 'INIT' TO RPT-OP
           MOVE 'HYSTORIAN-HYSTERIA' TO RPT-PROGRAM
           MOVE 'SIMILARITY-SCORE CONTRIBUTORS' TO RPT-TITLE
           MOVE SPACES TO RPT-PARMS
           IF WS-CT-PRIOR-DATE EQUAL SPACES
               STRING 'SCORE ' WS-OUTPUT-SIM
                   '  NO PRIOR RUN TO COMPARE'
                   DELIMITED BY SIZE
                   INTO RPT-PARMS
               END-STRING
           ELSE
               STRING 'SCORE ' WS-OUTPUT-SIM
                   '  COMPARED WITH RUN OF ' WS-CT-PRIOR-DATE
                   DELIMITED BY SIZE
                   INTO RPT-PARMS
               END-STRING
           END-IF
           MOVE 60 TO RPT-PAGE-SIZE
           CALL 'AOC-REPORT' USING RPT-CTL
           MOVE 'LINE' TO RPT-OP
           MOVE SPACES TO RPT-DETAIL
           STRING ' RANK  CODE         LEFT    RIGHT     CONTRIBUTION'
               '     PCT    CUM%  80%  CHANGE VS PRIOR RUN'
               DELIMITED BY SIZE
               INTO RPT-DETAIL
           END-STRING
           PERFORM 3690-PUT-CONTRIB-LINE THRU 3690-EXIT

           OPEN INPUT CONTRIB-SORTED-FILE
           MOVE 'CONTRIB-SORTED-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-CONTRIB-SORTED-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           SET NOT-CT-EOF TO TRUE
           PERFORM UNTIL CT-EOF
               READ CONTRIB-SORTED-FILE
                   AT END
                       SET CT-EOF TO TRUE
                   NOT AT END
                       PERFORM 3620-PUT-CONTRIBUTOR THRU 3620-EXIT
               END-READ
               MOVE 'CONTRIB-SORTED-FILE' TO WS-FST-FILE-NAME
               MOVE 'READ' TO WS-FST-OPERATION
               MOVE WS-CONTRIB-SORTED-FST TO WS-FST-STATUS
               PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           END-PERFORM
           CLOSE CONTRIB-SORTED-FILE

      *    PRIOR CONTRIBUTORS NOT SEEN ON TODAY'S LEFT LIST AT ALL
           PERFORM VARYING WS-CT-PRIOR-SUB FROM 1 BY 1
                   UNTIL WS-CT-PRIOR-SUB GREATER WS-CT-PRIOR-CNT
               IF WS-CTP-SEEN(WS-CT-PRIOR-SUB) NOT EQUAL 'Y'
                   PERFORM 3640-PUT-VANISHED THRU 3640-EXIT
               END-IF
           END-PERFORM

           MOVE 'LINE' TO RPT-OP
           MOVE SPACES TO RPT-DETAIL
           STRING 'LEFT-LIST IDS: ' WS-CT-ID-CNT
               '  IDS MAKING UP 80% OF THE SCORE: ' WS-CT-TOP-CNT
               DELIMITED BY SIZE
               INTO RPT-DETAIL
           END-STRING
           PERFORM 3690-PUT-CONTRIB-LINE THRU 3690-EXIT
           IF WS-CT-PRIOR-DATE NOT EQUAL SPACES
               MOVE SPACES TO RPT-DETAIL
               STRING 'VS ' WS-CT-PRIOR-DATE ': NEW ' WS-CT-NEW-CNT
                   '  VANISHED ' WS-CT-GONE-CNT
                   '  SHIFTED ' WS-CT-SHIFT-CNT
                   DELIMITED BY SIZE
                   INTO RPT-DETAIL
               END-STRING
               PERFORM 3690-PUT-CONTRIB-LINE THRU 3690-EXIT
           END-IF
           MOVE 'END ' TO RPT-OP
           PERFORM 3690-PUT-CONTRIB-LINE THRU 3690-EXIT
           CLOSE CONTRIB-REPORT-FILE
           CLOSE CT-SNAPSHOT-OUT-FILE
           DISPLAY 'AOC5111I CONTRIBUTORS: ' WS-CT-ID-CNT
               ' LEFT-LIST IDS, ' WS-CT-TOP-CNT
               ' MAKE UP 80% OF THE SCORE - SEE CONTRIB-REPORT.TXT'
           IF WS-CT-PRIOR-DATE EQUAL SPACES
               DISPLAY 'AOC5112I NO PRIOR CONTRIBUTOR SNAPSHOT -'
                   ' CHANGES NOT FLAGGED'
           ELSE
               DISPLAY 'AOC5113I CONTRIBUTOR CHANGES VS '
                   WS-CT-PRIOR-DATE ': ' WS-CT-NEW-CNT ' NEW, '
                   WS-CT-GONE-CNT ' VANISHED, '
                   WS-CT-SHIFT-CNT ' SHIFTED'
           END-IF
           .
       3600-EXIT.
           EXIT.

      ****************************************************************
      * LOAD THE PRIOR RUN'S CONTRIBUTOR SNAPSHOT, IF ONE IS ON FILE. *
      * A MISSING SNAPSHOT (FIRST RUN) LEAVES NOTHING TO COMPARE.     *
      ****************************************************************
       3610-LOAD-PRIOR-SNAPSHOT.

           MOVE 0 TO WS-CT-PRIOR-CNT
           OPEN INPUT CT-SNAPSHOT-IN-FILE
           MOVE 'CT-SNAPSHOT-IN-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-CT-SNAPSHOT-IN-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           IF WS-CT-SNAPSHOT-IN-FST EQUAL '05'
               CLOSE CT-SNAPSHOT-IN-FILE
               GO TO 3610-EXIT
           END-IF
           SET NOT-CT-SNAP-EOF TO TRUE
           PERFORM UNTIL CT-SNAP-EOF
               READ CT-SNAPSHOT-IN-FILE
                   AT END
                       SET CT-SNAP-EOF TO TRUE
                   NOT AT END
                       EVALUATE CTSN-TYPE
                           WHEN 'D'
                               MOVE CTSN-CODE TO WS-CT-PRIOR-DATE
                           WHEN 'C'
                               PERFORM 3615-STORE-PRIOR THRU 3615-EXIT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CT-SNAPSHOT-IN-FILE
           .
       3610-EXIT.
           EXIT.

       3615-STORE-PRIOR.

           IF WS-CT-PRIOR-CNT NOT LESS WS-CT-PRIOR-MAX
               DISPLAY 'AOC5114W CONTRIBUTOR SNAPSHOT EXCEEDS '
                   WS-CT-PRIOR-MAX
                   ' ENTRIES - COMPARISON TRUNCATED'
               SET CT-SNAP-EOF TO TRUE
               GO TO 3615-EXIT
           END-IF
           ADD 1 TO WS-CT-PRIOR-CNT
           MOVE CTSN-CODE TO WS-CTP-CODE(WS-CT-PRIOR-CNT)
           MOVE CTSN-RANK TO WS-CTP-RANK(WS-CT-PRIOR-CNT)
           MOVE CTSN-CONTRIB TO WS-CTP-CONTRIB(WS-CT-PRIOR-CNT)
           MOVE 'N' TO WS-CTP-SEEN(WS-CT-PRIOR-CNT)
           .
       3615-EXIT.
           EXIT.

      ****************************************************************
      * ONE LEFT-LIST ID - SHARE, CUMULATIVE SHARE, 80% MARK, CHANGE  *
      * AGAINST THE PRIOR RUN; CONTRIBUTORS GO TO THE NEW SNAPSHOT    *
      ****************************************************************
       3620-PUT-CONTRIBUTOR.

           ADD 1 TO WS-CT-RANK
           ADD 1 TO WS-CT-ID-CNT
           MOVE WS-CT-CUM TO WS-CT-CUM-BEFORE
           ADD CS-CONTRIB TO WS-CT-CUM
           MOVE 0 TO WS-CT-PCT WS-CT-CUM-PCT
           IF WS-OUTPUT-SIM GREATER 0
               COMPUTE WS-CT-PCT ROUNDED =
                   CS-CONTRIB * 100 / WS-OUTPUT-SIM
               COMPUTE WS-CT-CUM-PCT ROUNDED =
                   WS-CT-CUM * 100 / WS-OUTPUT-SIM
           END-IF

           MOVE SPACES TO WS-CT-DETAIL
           MOVE WS-CT-RANK TO WS-CTD-RANK
           MOVE CS-CODE TO WS-CTD-CODE
           MOVE CS-LEFT-CNT TO WS-CTD-LEFT-CNT
           MOVE CS-RIGHT-CNT TO WS-CTD-RIGHT-CNT
           MOVE CS-CONTRIB TO WS-CTD-CONTRIB
           MOVE WS-CT-PCT TO WS-CTD-PCT
           MOVE WS-CT-CUM-PCT TO WS-CTD-CUM-PCT
      *    AN ID IS IN THE 80% GROUP WHILE THE SHARE BEFORE IT IS
      *    STILL SHORT OF 80% - THE ID THAT CROSSES THE LINE COUNTS
           IF CS-CONTRIB GREATER 0
               AND WS-CT-CUM-BEFORE * 100 LESS WS-OUTPUT-SIM * 80
               MOVE '*' TO WS-CTD-TOP
               ADD 1 TO WS-CT-TOP-CNT
           END-IF

           MOVE 0 TO WS-CT-PRIOR-HIT
           PERFORM VARYING WS-CT-PRIOR-SUB FROM 1 BY 1
                   UNTIL WS-CT-PRIOR-SUB GREATER WS-CT-PRIOR-CNT
                   OR WS-CT-PRIOR-HIT GREATER 0
               IF WS-CTP-CODE(WS-CT-PRIOR-SUB) EQUAL CS-CODE
                   MOVE WS-CT-PRIOR-SUB TO WS-CT-PRIOR-HIT
                   MOVE 'Y' TO WS-CTP-SEEN(WS-CT-PRIOR-SUB)
               END-IF
           END-PERFORM
           IF WS-CT-PRIOR-DATE NOT EQUAL SPACES
               PERFORM 3630-FLAG-CHANGE THRU 3630-EXIT
           END-IF
           MOVE 'LINE' TO RPT-OP
           MOVE WS-CT-DETAIL TO RPT-DETAIL
           PERFORM 3690-PUT-CONTRIB-LINE THRU 3690-EXIT

           IF CS-CONTRIB GREATER 0
               MOVE SPACES TO CT-SNAPSHOT-OUT-RECORD
               MOVE 'C' TO CTSO-TYPE
               MOVE CS-CODE TO CTSO-CODE
               MOVE WS-CT-RANK TO CTSO-RANK
               MOVE CS-CONTRIB TO CTSO-CONTRIB
               PERFORM 3680-PUT-SNAPSHOT THRU 3680-EXIT
           END-IF
           .
       3620-EXIT.
           EXIT.

       3630-FLAG-CHANGE.

           IF CS-CONTRIB EQUAL 0
               IF WS-CT-PRIOR-HIT GREATER 0
                   MOVE 'VANISHED' TO WS-CTD-CHANGE
                   ADD 1 TO WS-CT-GONE-CNT
               END-IF
               GO TO 3630-EXIT
           END-IF
           IF WS-CT-PRIOR-HIT EQUAL 0
               MOVE 'NEW' TO WS-CTD-CHANGE
               ADD 1 TO WS-CT-NEW-CNT
               GO TO 3630-EXIT
           END-IF
           IF WS-CTP-RANK(WS-CT-PRIOR-HIT) NOT EQUAL WS-CT-RANK
               OR WS-CTP-CONTRIB(WS-CT-PRIOR-HIT) NOT EQUAL CS-CONTRIB
               MOVE WS-CTP-RANK(WS-CT-PRIOR-HIT) TO WS-CT-RANK-EDIT
               STRING 'SHIFTED FROM RANK ' WS-CT-RANK-EDIT
                   DELIMITED BY SIZE
                   INTO WS-CTD-CHANGE
               END-STRING
               ADD 1 TO WS-CT-SHIFT-CNT
           END-IF
           .
       3630-EXIT.
           EXIT.

       3640-PUT-VANISHED.

           ADD 1 TO WS-CT-GONE-CNT
           MOVE WS-CTP-RANK(WS-CT-PRIOR-SUB) TO WS-CT-RANK-EDIT
           MOVE WS-CTP-CONTRIB(WS-CT-PRIOR-SUB) TO WS-CT-CONTRIB-EDIT
           MOVE 'LINE' TO RPT-OP
           MOVE SPACES TO RPT-DETAIL
           STRING '    -  ' WS-CTP-CODE(WS-CT-PRIOR-SUB)
               '  VANISHED - NOT ON THE LEFT LIST; WAS RANK '
               WS-CT-RANK-EDIT ' CONTRIBUTING ' WS-CT-CONTRIB-EDIT
               DELIMITED BY SIZE
               INTO RPT-DETAIL
           END-STRING
           PERFORM 3690-PUT-CONTRIB-LINE THRU 3690-EXIT
           .
       3640-EXIT.
           EXIT.

       3680-PUT-SNAPSHOT.

           WRITE CT-SNAPSHOT-OUT-RECORD
           MOVE 'CT-SNAPSHOT-OUT-FILE' TO WS-FST-FILE-NAME
           MOVE 'WRITE' TO WS-FST-OPERATION
           MOVE WS-CT-SNAPSHOT-OUT-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           .
       3680-EXIT.
           EXIT.

      ****************************************************************
      * ROUTE ONE CONTRIBUTOR-REPORT LINE THROUGH THE SHARED REPORT   *
      * WRITER                                                        *
      ****************************************************************
       3690-PUT-CONTRIB-LINE.

           CALL 'AOC-REPORT' USING RPT-CTL
           MOVE 1 TO RPT-OUT-SUB
           PERFORM UNTIL RPT-OUT-SUB GREATER RPT-OUT-CNT
               MOVE RPT-OUT-LINE(RPT-OUT-SUB)
                   TO CONTRIB-REPORT-RECORD
               WRITE CONTRIB-REPORT-RECORD
               MOVE 'CONTRIB-REPORT-FILE' TO WS-FST-FILE-NAME
               MOVE 'WRITE' TO WS-FST-OPERATION
               MOVE WS-CONTRIB-REPORT-FST TO WS-FST-STATUS
               PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
               ADD 1 TO RPT-OUT-SUB
           END-PERFORM
           .
       3690-EXIT.
           EXIT.

      ****************************************************************
      * DISPLAY THE RESULTING COUNTS.  PERSISTENCE MOVED TO THE       *
      * SHOP-WIDE ANSWER MASTER (AOC-ANSWER, CALLED FROM             *
               ' OPERATION ' WS-FST-OPERATION
               ' STATUS ' WS-FST-STATUS
           MOVE SPACES TO WS-ABEND-MSG
           STRING 'AOC5190E FILE ERROR ' DELIMITED BY SIZE
               WS-FST-FILE-NAME DELIMITED BY SPACE
               ' ' WS-FST-OPERATION DELIMITED BY SIZE
               ' STATUS ' WS-FST-STATUS DELIMITED BY SIZE
