           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO 'RUN-LEDGER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LEDGER-FST.
      *    INPUT FINGERPRINT LEFT BY THE SHELL'S cksum STEP, IN THE
      *    JOB'S OWN FOLDER SO CONCURRENT BATCH STREAMS NEVER SHARE IT
           SELECT OPTIONAL FP-FLAG-FILE ASSIGN TO 'AOC-FP.FLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FP-FLAG-FST.
      *    OPERATOR STOP REQUEST - PRESENCE ALONE IS THE SIGNAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STAMP-FST.

      *    PARTITIONED RUNS.  WHEN PARMLIB ASKS FOR MORE THAN ONE
      *    PARTITION, THIS JOB SPLITS THE STAGED INFILE.TXT INTO
      *    CONTIGUOUS RANGES IN PART01, PART02, ... SUB-FOLDERS AND
      *    RUNS ITSELF IN EACH ONE CONCURRENTLY.  A PARTITION FOLDER
      *    CARRIES PART-CONTROL.TXT (PARTITION NUMBER, NEAR-MISS BAND,
      *    PARTITION COUNT AND THE PARTITION INPUT'S CHECKSUM), WHOSE
      *    PRESENCE IS WHAT MAKES A RUN A PARTITION WORKER.
           SELECT OPTIONAL PART-CONTROL-FILE
               ASSIGN TO 'PART-CONTROL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-CONTROL-FST.
      *    PARTITION TOTALS - A WORKER WRITES ITS ONE RECORD AT CLEAN
      *    END OF JOB; THE MERGE STEP READS THEM ALL BACK, GATHERED
      *    HERE IN PARTITION ORDER
           SELECT OPTIONAL PART-TOTALS-FILE
               ASSIGN TO 'PART-TOTALS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-TOTALS-FST.
      *    PARTITION NEAR-MISS ENTRIES, UNRANKED, IN RECORD ORDER - SO
      *    THE MERGE STEP CAN RANK THE WHOLE FILE EXACTLY AS A
      *    SINGLE-STREAM RUN WOULD
           SELECT OPTIONAL PART-NEARMISS-FILE
               ASSIGN TO 'PART-NEARMISS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-NEARMISS-FST.
      *    A PARTITION WORKER WATCHES FOR THE OPERATOR STOP REQUEST IN
      *    THE JOB FOLDER ABOVE IT
           SELECT OPTIONAL PARENT-STOP-FILE
               ASSIGN TO '../STOP-REQUEST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARENT-STOP-FST.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE
           05 FILLER                             PIC X(1).
           05 STAMP-TIME                         PIC 9(8).

       FD  PART-CONTROL-FILE
           RECORD CONTAINS 52 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PART-CONTROL-RECORD.
       01  PART-CONTROL-RECORD.
           05 PCT-PART                           PIC 9(2).
           05 FILLER                             PIC X(1).
           05 PCT-BAND                           PIC 9(5).
           05 FILLER                             PIC X(1).
           05 PCT-OF                             PIC 9(2).
           05 FILLER                             PIC X(1).
           05 PCT-FP-TEXT                        PIC X(40).

       FD  PART-TOTALS-FILE
           RECORD CONTAINS 106 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PART-TOTALS-RECORD.
       01  PART-TOTALS-RECORD.
           05 PTT-STATUS                         PIC X(8).
           05 FILLER                             PIC X(1).
           05 PTT-PART                           PIC 9(2).
           05 FILLER                             PIC X(1).
           05 PTT-RECS                           PIC 9(7).
           05 FILLER                             PIC X(1).
           05 PTT-CALIBRATION                    PIC 9(18).
           05 FILLER                             PIC X(1).
           05 PTT-PLUS                           PIC 9(7).
           05 FILLER                             PIC X(1).
           05 PTT-MULT                           PIC 9(7).
           05 FILLER                             PIC X(1).
           05 PTT-MIXED                          PIC 9(7).
           05 FILLER                             PIC X(1).
           05 PTT-COMBOS                         PIC 9(9).
           05 FILLER                             PIC X(1).
           05 PTT-PRUNED                         PIC 9(9).
           05 FILLER                             PIC X(1).
           05 PTT-WO                             PIC 9(7).
           05 FILLER                             PIC X(1).
           05 PTT-NEARMISS                       PIC 9(7).
           05 FILLER                             PIC X(1).
           05 PTT-REJECTS                        PIC 9(7).

       FD  PART-NEARMISS-FILE
           RECORD CONTAINS 105 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PART-NEARMISS-RECORD.
       01  PART-NEARMISS-RECORD                   PIC X(105).

       FD  PARENT-STOP-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PARENT-STOP-RECORD.
       01  PARENT-STOP-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                              PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
           'rm -f BR-CHECKPOINT.TXT BR-CHECKPOINT-STAMP.TXT'.


      *    PARTITIONED-RUN FIELDS
       01  WS-PART-CONTROL-FST                    PIC X(2) VALUE '00'.
       01  WS-PART-TOTALS-FST                     PIC X(2) VALUE '00'.
       01  WS-PART-NEARMISS-FST                   PIC X(2) VALUE '00'.
       01  WS-PARENT-STOP-FST                     PIC X(2) VALUE '00'.
       01  WS-PART-ROLE                           PIC X(1) VALUE 'S'.
           88 SINGLE-STREAM                                VALUE 'S'.
           88 PART-COORDINATOR                             VALUE 'C'.
           88 PART-WORKER                                  VALUE 'W'.
       01  WS-PART-CNT                            PIC 9(2) VALUE 1.
       01  WS-PART-MAX                            PIC 9(2) VALUE 16.
       01  WS-PART-NO                             PIC 9(2) VALUE 0.
       01  WS-PART-SUB                            PIC 9(2).
       01  WS-PART-DIR.
           05 FILLER                              PIC X(4) VALUE 'PART'.
           05 WS-PART-DIR-NO                      PIC 9(2).
       01  WS-PART-EOF                            PIC X(1) VALUE 'N'.
           88 PART-EOF                                     VALUE 'Y'.
           88 NOT-PART-EOF                                 VALUE 'N'.
       01  WS-STAGED-CNT                          PIC 9(7) VALUE 0.
       01  WS-PART-BASE                           PIC 9(7).
       01  WS-PART-EXTRA                          PIC 9(2).
       01  WS-PART-FIRST                          PIC 9(7).
       01  WS-PART-LAST                           PIC 9(7).
       01  WS-PART-SIZE                           PIC 9(7).
       01  WS-PART-RECS-SUM                       PIC 9(7) VALUE 0.
       01  WS-PART-DONE-CNT                       PIC 9(2) VALUE 0.
       01  WS-PART-STOP-CNT                       PIC 9(2) VALUE 0.
       01  WS-PART-FAILED                         PIC X(1) VALUE 'N'.
       01  WS-PART-SEEN-TABLE.
           05 WS-PART-SEEN OCCURS 16 TIMES        PIC X(1).
       01  WS-PART-LIST                           PIC X(120).
       01  WS-PART-LIST-PTR                       PIC 9(3).
       01  WS-PART-COMMAND                        PIC X(700).
       01  WS-PART-CMD-PTR                        PIC 9(3).

       COPY ANSPARM.

       COPY HBTPARM.

           PERFORM 1000-OPEN-FILE             THRU 1000-EXIT
           PERFORM 1030-GET-OPERATOR  THRU 1030-EXIT
           PERFORM 1460-READ-PART-CONTROL     THRU 1460-EXIT
           PERFORM 1040-GET-FINGERPRINT THRU 1040-EXIT
           PERFORM 1080-CHECK-AUTHORITY THRU 1080-EXIT
           PERFORM 1450-READ-PARMLIB          THRU 1450-EXIT
           IF PART-COORDINATOR
               PERFORM 6100-COUNT-STAGED      THRU 6100-EXIT
           END-IF
           IF PART-COORDINATOR
               PERFORM 6000-RUN-PARTITIONS    THRU 6000-EXIT
           ELSE
               PERFORM 1500-READ-CHECKPOINT   THRU 1500-EXIT
               PERFORM 1600-OPEN-UNSOLVED     THRU 1600-EXIT
               PERFORM 2000-PROCESS-DATA      THRU 2000-EXIT
                   UNTIL END-OF-FILE
           END-IF
           IF STOP-REQUESTED AND PART-COORDINATOR
               MOVE 4 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF
           PERFORM 8000-DISPLAY-RESULTS       THRU 8000-EXIT
           IF PART-WORKER
               PERFORM 8650-WRITE-PART-NEARMISS THRU 8650-EXIT
           END-IF
           PERFORM 8200-WRITE-NEAR-MISS       THRU 8200-EXIT
           IF PART-WORKER
               PERFORM 8700-WRITE-PART-TOTALS THRU 8700-EXIT
           ELSE
               PERFORM 8500-LOG-RUN           THRU 8500-EXIT
           END-IF
           PERFORM 9000-CLOSE-FILE            THRU 9000-EXIT
      *    SET LAST - THE SERVICE-MODULE CALLS ABOVE WOULD CLEAR IT
           IF STOP-REQUESTED
                           MOVE PARMLIB-RECORD(11:5) TO WS-NEAR-BAND
                           MOVE 'PARMLIB' TO WS-PARM-SOURCE
                       END-IF
                       IF PARMLIB-RECORD(1:8) EQUAL 'DAY07   '
                           AND PARMLIB-RECORD(17:2) NUMERIC
                           MOVE PARMLIB-RECORD(17:2) TO WS-PART-CNT
                       END-IF
               END-READ
               MOVE 'PARMLIB-FILE' TO WS-FST-FILE-NAME
               MOVE 'READ' TO WS-FST-OPERATION
               PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           END-PERFORM
           CLOSE PARMLIB-FILE
      *    A PARTITION WORKER TAKES ITS BAND FROM THE SPLIT STEP, SO
      *    EVERY PARTITION SCORES AGAINST THE SAME ONE
           IF PART-WORKER
               MOVE PCT-BAND TO WS-NEAR-BAND
               MOVE 'SPLIT' TO WS-PARM-SOURCE
               MOVE 1 TO WS-PART-CNT
           END-IF
           IF WS-PART-CNT EQUAL 0
               MOVE 1 TO WS-PART-CNT
           END-IF
           IF WS-PART-CNT GREATER WS-PART-MAX
               MOVE WS-PART-MAX TO WS-PART-CNT
           END-IF
           IF WS-PART-CNT GREATER 1
               SET PART-COORDINATOR TO TRUE
           END-IF
           DISPLAY 'AOC0709I EFFECTIVE PARAMETERS (' WS-PARM-SOURCE
               '): NEAR-MISS BAND=' WS-NEAR-BAND
               ' PARTITIONS=' WS-PART-CNT
           .
       1450-EXIT.
           EXIT.

      ****************************************************************
      * A PART-CONTROL.TXT IN THE CURRENT FOLDER MAKES THIS RUN ONE   *
      * PARTITION OF A PARTITIONED RUN, STARTED BY 6300.              *
      ****************************************************************
       1460-READ-PART-CONTROL.

           OPEN INPUT PART-CONTROL-FILE
           IF WS-PART-CONTROL-FST EQUAL '05'
               CLOSE PART-CONTROL-FILE
               GO TO 1460-EXIT
           END-IF
           READ PART-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PCT-PART NUMERIC AND PCT-BAND NUMERIC
                       SET PART-WORKER TO TRUE
                       MOVE PCT-PART TO WS-PART-NO
                       MOVE PCT-FP-TEXT TO WS-FP-TEXT
                   END-IF
           END-READ
           CLOSE PART-CONTROL-FILE
           IF PART-WORKER
               DISPLAY 'AOC0713I PARTITION ' WS-PART-NO ' OF ' PCT-OF
                   ' - PARTITION WORKER RUN'
           END-IF
           .
       1460-EXIT.
           EXIT.

      ****************************************************************
      * CAPTURE THE OPERATOR IDENTITY FOR THIS RUN                    *
      ****************************************************************
       1040-GET-FINGERPRINT.

           ACCEPT WS-LEDGER-START-TS FROM TIME
      *    A PARTITION'S CHECKSUM WAS TAKEN BY THE SPLIT STEP - THE
      *    WORKERS RUN CONCURRENTLY AND MUST NOT SHARE THE FLAG FILE
           IF PART-WORKER
               GO TO 1040-PARSE
           END-IF
           MOVE SPACES TO WS-FP-COMMAND
           STRING 'rm -f AOC-FP.FLG ; if [ -f INFILE.TXT ] ;'
                   DELIMITED BY SIZE
               ' then cksum < INFILE.TXT ; else echo 0 0 ; fi'
                   DELIMITED BY SIZE
               ' > AOC-FP.FLG' DELIMITED BY SIZE
               INTO WS-FP-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-FP-COMMAND
               END-READ
           END-PERFORM
           CLOSE FP-FLAG-FILE
           .
       1040-PARSE.
           MOVE 0 TO WS-FINGERPRINT
           MOVE 1 TO WS-FP-SUB
           PERFORM UNTIL WS-FP-SUB GREATER 40
       4400-EXIT.
           EXIT.

      *****************************************************************
      * PARTITIONED RUN - SPLIT THE STAGED INPUT, RUN EVERY PARTITION *
      * CONCURRENTLY, THEN MERGE THEIR OUTPUT INTO THE SAME FILES AND *
      * TOTALS A SINGLE-STREAM RUN PRODUCES.  THE PARTITION FOLDERS   *
      * SIT INSIDE THIS JOB'S FOLDER, SO THE FOLDER LOCK THE LAUNCHER *
      * HOLDS IN THE SHOP LOCK STORE COVERS THEM ALL                  *
      *****************************************************************
       6000-RUN-PARTITIONS.

           PERFORM 6300-STAGE-PARTITIONS    THRU 6300-EXIT
           PERFORM 6400-LAUNCH-PARTITIONS   THRU 6400-EXIT
           PERFORM 6500-READ-PART-TOTALS    THRU 6500-EXIT
           IF WS-PART-FAILED EQUAL 'Y'
               DISPLAY 'AOC0716E PARTITIONED RUN INCOMPLETE - NOTHING'
                   ' MERGED, RERUN RESUMES EACH PARTITION FROM ITS'
                   ' CHECKPOINT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    ANY PARTITION STOPPED BY THE OPERATOR LEAVES THE WHOLE RUN
      *    RESUMABLE - NOTHING IS MERGED UNTIL EVERY PARTITION IS DONE
           IF WS-PART-STOP-CNT GREATER 0
               CALL 'SYSTEM' USING WS-STOP-RM-CMD
               SET STOP-REQUESTED TO TRUE
               PERFORM 7800-ANNOUNCE THRU 7800-EXIT
               GO TO 6000-EXIT
           END-IF
           PERFORM 6900-PROVE-PARTITIONS    THRU 6900-EXIT
           PERFORM 6700-MERGE-PARTITIONS    THRU 6700-EXIT
           PERFORM 6800-LOAD-NEAR-MISS      THRU 6800-EXIT
           .
       6000-EXIT.
           EXIT.

      *****************************************************************
      * COUNT THE STAGED EQUATIONS AND SIZE THE PARTITIONS - A FILE   *
      * TOO SMALL TO SPLIT RUNS SINGLE-STREAM                         *
      *****************************************************************
       6100-COUNT-STAGED.

           MOVE 0 TO WS-STAGED-CNT
           PERFORM UNTIL END-OF-FILE
               READ INPUT-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-STAGED-CNT
               END-READ
               MOVE 'INPUT-FILE' TO WS-FST-FILE-NAME
               MOVE 'READ' TO WS-FST-OPERATION
               MOVE WS-INPUT-FST TO WS-FST-STATUS
               PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           END-PERFORM
           CLOSE INPUT-FILE
           PERFORM 1000-OPEN-FILE THRU 1000-EXIT
           IF WS-STAGED-CNT LESS 2
               DISPLAY 'AOC0715I ' WS-STAGED-CNT
                   ' EQUATION(S) STAGED - TOO FEW TO PARTITION,'
                   ' RUNNING SINGLE-STREAM'
               SET SINGLE-STREAM TO TRUE
               MOVE 1 TO WS-PART-CNT
               GO TO 6100-EXIT
           END-IF
           IF WS-STAGED-CNT LESS WS-PART-CNT
               MOVE WS-STAGED-CNT TO WS-PART-CNT
           END-IF
           DIVIDE WS-PART-CNT INTO WS-STAGED-CNT
               GIVING WS-PART-BASE REMAINDER WS-PART-EXTRA
           DISPLAY 'AOC0715I ' WS-STAGED-CNT ' EQUATIONS STAGED -'
               ' RUNNING ' WS-PART-CNT ' PARTITIONS CONCURRENTLY'
           .
       6100-EXIT.
           EXIT.

      *****************************************************************
      * STAGE EACH PARTITION - A CONTIGUOUS RANGE OF THE INPUT, THE   *
      * FIRST (STAGED MOD N) PARTITIONS TAKING ONE EXTRA EQUATION,    *
      * AND ITS PART-CONTROL.TXT.  A RESTAGED PARTITION WITH THE SAME *
      * RANGE KEEPS ITS FINGERPRINT, SO ITS CHECKPOINT STILL HOLDS    *
      *****************************************************************
       6300-STAGE-PARTITIONS.

           MOVE SPACES TO WS-PART-LIST
           MOVE 1 TO WS-PART-LIST-PTR
           MOVE 1 TO WS-PART-FIRST
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB GREATER WS-PART-CNT
               MOVE WS-PART-SUB TO WS-PART-DIR-NO
               MOVE WS-PART-BASE TO WS-PART-SIZE
               IF WS-PART-SUB NOT GREATER WS-PART-EXTRA
                   ADD 1 TO WS-PART-SIZE
               END-IF
               COMPUTE WS-PART-LAST = WS-PART-FIRST + WS-PART-SIZE - 1
               MOVE SPACES TO WS-PART-COMMAND
               STRING 'mkdir -p ' WS-PART-DIR
                   ' && sed -n ''' WS-PART-FIRST ',' WS-PART-LAST
                   'p'' INFILE.TXT > ' WS-PART-DIR '/INFILE.TXT'
                   ' && echo "' WS-PART-DIR-NO ' ' WS-NEAR-BAND ' '
                   WS-PART-CNT ' $(cksum < ' WS-PART-DIR
                   '/INFILE.TXT)" > ' WS-PART-DIR '/PART-CONTROL.TXT'
                   DELIMITED BY SIZE
                   INTO WS-PART-COMMAND
               END-STRING
               CALL 'SYSTEM' USING WS-PART-COMMAND
               STRING ' ' WS-PART-DIR DELIMITED BY SIZE
                   INTO WS-PART-LIST WITH POINTER WS-PART-LIST-PTR
               END-STRING
               DISPLAY 'AOC0719I PARTITION ' WS-PART-DIR-NO
                   ' STAGED - EQUATIONS ' WS-PART-FIRST ' THRU '
                   WS-PART-LAST
               ADD WS-PART-SIZE TO WS-PART-FIRST
           END-PERFORM
           .
       6300-EXIT.
           EXIT.

      *****************************************************************
      * RUN THIS SAME LOAD MODULE IN EVERY PARTITION FOLDER AT ONCE   *
      * AND WAIT FOR THEM ALL.  EACH PARTITION'S CONSOLE IS KEPT IN   *
      * ITS OWN PART-CONSOLE.TXT                                      *
      *****************************************************************
       6400-LAUNCH-PARTITIONS.

           MOVE SPACES TO WS-PART-COMMAND
           STRING 'X=$(readlink /proc/$PPID/exe) ; for P in'
                   DELIMITED BY SIZE
               WS-PART-LIST(1:WS-PART-LIST-PTR - 1) DELIMITED BY SIZE
               ' ; do ( cd "$P" && rm -f PART-TOTALS.TXT'
                   DELIMITED BY SIZE
               ' && AOC_BATCH=Y "$X" > PART-CONSOLE.TXT 2>&1 ) &'
                   DELIMITED BY SIZE
               ' done ; wait' DELIMITED BY SIZE
               INTO WS-PART-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-PART-COMMAND
           .
       6400-EXIT.
           EXIT.

      *****************************************************************
      * GATHER THE PARTITION TOTALS IN PARTITION ORDER AND ADD THEM   *
      * UP.  A PARTITION WITH NO TOTALS RECORD DID NOT FINISH         *
      *****************************************************************
       6500-READ-PART-TOTALS.

           MOVE SPACES TO WS-PART-COMMAND
           STRING 'for P in' DELIMITED BY SIZE
               WS-PART-LIST(1:WS-PART-LIST-PTR - 1) DELIMITED BY SIZE
               ' ; do cat "$P/PART-TOTALS.TXT" 2>/dev/null ; done'
                   DELIMITED BY SIZE
               ' > PART-TOTALS.TXT' DELIMITED BY SIZE
               INTO WS-PART-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-PART-COMMAND
           MOVE SPACES TO WS-PART-SEEN-TABLE
           MOVE 0 TO WS-PART-DONE-CNT
           MOVE 0 TO WS-PART-STOP-CNT
           MOVE 0 TO WS-REC-NUM
           MOVE 'N' TO WS-PART-FAILED
           OPEN INPUT PART-TOTALS-FILE
           MOVE 'PART-TOTALS-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-PART-TOTALS-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           SET NOT-PART-EOF TO TRUE
           PERFORM UNTIL PART-EOF
               READ PART-TOTALS-FILE
                   AT END
                       SET PART-EOF TO TRUE
                   NOT AT END
                       PERFORM 6550-ADD-PART-TOTALS THRU 6550-EXIT
               END-READ
               MOVE 'PART-TOTALS-FILE' TO WS-FST-FILE-NAME
               MOVE 'READ' TO WS-FST-OPERATION
               MOVE WS-PART-TOTALS-FST TO WS-FST-STATUS
               PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           END-PERFORM
           CLOSE PART-TOTALS-FILE
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB GREATER WS-PART-CNT
               IF WS-PART-SEEN(WS-PART-SUB) NOT EQUAL 'Y'
                   MOVE WS-PART-SUB TO WS-PART-DIR-NO
                   DISPLAY 'AOC0716E PARTITION ' WS-PART-DIR-NO
                       ' DID NOT FINISH - SEE ' WS-PART-DIR
                       '/PART-CONSOLE.TXT'
                   MOVE 'Y' TO WS-PART-FAILED
               END-IF
           END-PERFORM
           .
       6500-EXIT.
           EXIT.

       6550-ADD-PART-TOTALS.

           IF PTT-PART NOT NUMERIC
               GO TO 6550-EXIT
           END-IF
           IF PTT-PART LESS 1 OR PTT-PART GREATER WS-PART-CNT
               GO TO 6550-EXIT
           END-IF
           MOVE 'Y' TO WS-PART-SEEN(PTT-PART)
           ADD PTT-RECS TO WS-REC-NUM
           IF PTT-STATUS EQUAL 'STOPPED'
               ADD 1 TO WS-PART-STOP-CNT
               DISPLAY 'AOC0719I PARTITION ' PTT-PART
                   ' STOPPED BY OPERATOR AFTER ' PTT-RECS
                   ' EQUATIONS'
               GO TO 6550-EXIT
           END-IF
           ADD 1 TO WS-PART-DONE-CNT
           ADD PTT-CALIBRATION TO WS-CALIBRATION
           ADD PTT-PLUS TO WS-HISTO-PLUS-ONLY
           ADD PTT-MULT TO WS-HISTO-MULT-ONLY
           ADD PTT-MIXED TO WS-HISTO-MIXED
           ADD PTT-COMBOS TO WS-COMBOS-TESTED
           ADD PTT-PRUNED TO WS-BRANCHES-PRUNED
           ADD PTT-WO TO WS-WO-CNT
           ADD PTT-NEARMISS TO WS-NEARMISS-CNT
           ADD PTT-REJECTS TO WS-TRUE-REJECT-CNT
           DISPLAY 'AOC0719I PARTITION ' PTT-PART
               ' COMPLETE - EQUATIONS ' PTT-RECS
               ' CALIBRATION ' PTT-CALIBRATION
           .
       6550-EXIT.
           EXIT.

      *****************************************************************
      * PROMOTE EACH PARTITION'S UNSOLVED FILE IN TURN, THEN JOIN THE *
      * PARTITION OUTPUT IN PARTITION (THAT IS, RECORD) ORDER         *
      *****************************************************************
       6700-MERGE-PARTITIONS.

           MOVE 'BRIDGE-REPAIR' TO CMT-PROGRAM
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB GREATER WS-PART-CNT
               MOVE WS-PART-SUB TO WS-PART-DIR-NO
               MOVE SPACES TO CMT-FILE
               STRING WS-PART-DIR '/UNSOLVED.TXT' DELIMITED BY SIZE
                   INTO CMT-FILE
               END-STRING
               CALL 'AOC-COMMIT' USING CMT-PARMS
           END-PERFORM
           MOVE SPACES TO WS-PART-COMMAND
           MOVE 1 TO WS-PART-CMD-PTR
           STRING 'for P in' DELIMITED BY SIZE
               WS-PART-LIST(1:WS-PART-LIST-PTR - 1) DELIMITED BY SIZE
               ' ; do cat "$P/UNSOLVED.TXT" ; done'
                   DELIMITED BY SIZE
               ' > UNSOLVED.TXT.TMP ; for P in' DELIMITED BY SIZE
               WS-PART-LIST(1:WS-PART-LIST-PTR - 1) DELIMITED BY SIZE
               ' ; do cat "$P/WORK-ORDER.TXT" ; done'
                   DELIMITED BY SIZE
               ' > WORK-ORDER.TXT ; for P in' DELIMITED BY SIZE
               WS-PART-LIST(1:WS-PART-LIST-PTR - 1) DELIMITED BY SIZE
               ' ; do cat "$P/PART-NEARMISS.TXT" ; done'
                   DELIMITED BY SIZE
               ' > PART-NEARMISS.TXT' DELIMITED BY SIZE
               INTO WS-PART-COMMAND WITH POINTER WS-PART-CMD-PTR
           END-STRING
           CALL 'SYSTEM' USING WS-PART-COMMAND
           .
       6700-EXIT.
           EXIT.

      *****************************************************************
      * LOAD THE JOINED NEAR-MISS ENTRIES BACK INTO THE TABLE FOR     *
      * RANKING - THE SAME FIRST 500 A SINGLE-STREAM RUN WOULD HOLD   *
      *****************************************************************
       6800-LOAD-NEAR-MISS.

           MOVE 0 TO WS-NM-CNT
           OPEN INPUT PART-NEARMISS-FILE
           MOVE 'PART-NEARMISS-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-PART-NEARMISS-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           SET NOT-PART-EOF TO TRUE
           PERFORM UNTIL PART-EOF
               READ PART-NEARMISS-FILE
                   AT END
                       SET PART-EOF TO TRUE
                   NOT AT END
                       IF WS-NM-CNT LESS WS-NM-MAX
                           ADD 1 TO WS-NM-CNT
                           MOVE PART-NEARMISS-RECORD
                               TO WS-NM-ENTRY(WS-NM-CNT)
                       ELSE
                           DISPLAY 'AOC0710W NEAR-MISS TABLE FULL -'
                               ' EQUATION NOT RANKED'
                       END-IF
               END-READ
               MOVE 'PART-NEARMISS-FILE' TO WS-FST-FILE-NAME
               MOVE 'READ' TO WS-FST-OPERATION
               MOVE WS-PART-NEARMISS-FST TO WS-FST-STATUS
               PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           END-PERFORM
           CLOSE PART-NEARMISS-FILE
           .
       6800-EXIT.
           EXIT.

      *****************************************************************
      * THE PARTITIONS' RECORD COUNTS MUST ADD UP TO THE STAGED INPUT *
      * - IF NOT, POST THE OUT-OF-BALANCE RECORD FOR THE BALANCE-     *
      * CHECK JOB AND STOP WITHOUT MERGING OR POSTING AN ANSWER       *
      *****************************************************************
       6900-PROVE-PARTITIONS.

           IF WS-REC-NUM EQUAL WS-STAGED-CNT
               DISPLAY 'AOC0715I ' WS-PART-DONE-CNT
                   ' PARTITIONS COMPLETE - ' WS-REC-NUM
                   ' EQUATIONS PROVE TO ' WS-STAGED-CNT ' STAGED'
               GO TO 6900-EXIT
           END-IF
           DISPLAY 'AOC0718E PARTITION EQUATION COUNT ' WS-REC-NUM
               ' DOES NOT PROVE TO ' WS-STAGED-CNT
               ' STAGED - NO ANSWER POSTED'
           MOVE 'BRIDGE-REPAIR' TO BAL-PROGRAM
           MOVE WS-STAGED-CNT TO BAL-RECS-IN
           MOVE 0 TO BAL-REJECTED
           ADD WS-NEARMISS-CNT WS-TRUE-REJECT-CNT
               GIVING BAL-REJECTED
           COMPUTE BAL-ACCEPTED = WS-REC-NUM - BAL-REJECTED
           MOVE WS-WO-CNT TO BAL-WRITTEN
           CALL 'AOC-BALANCE' USING BAL-PARMS
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       6900-EXIT.
           EXIT.

      *****************************************************************
      * DISPLAY RESULTING SUM OF PRODUCTS                             *
      *****************************************************************
      *    POST THE BALANCE RECORD FOR THE BALANCE-CHECK JOB
           MOVE ANS-PROGRAM TO BAL-PROGRAM
           MOVE ANS-VOLUME TO BAL-RECS-IN
      *    A PARTITIONED RUN POSTS THE STAGED INPUT AS RECORDS IN AND
      *    THE PARTITIONS' OWN COUNTS AS ACCEPTED PLUS REJECTED, SO
      *    THE BALANCE PROVES THE SPLIT LOST AND DOUBLED NOTHING
           IF PART-COORDINATOR
               MOVE WS-STAGED-CNT TO BAL-RECS-IN
           END-IF
           MOVE 0 TO BAL-REJECTED
           ADD WS-NEARMISS-CNT WS-TRUE-REJECT-CNT
               GIVING BAL-REJECTED
       8500-EXIT.
           EXIT.

      *****************************************************************
      * PARTITION WORKER - KEEP THE NEAR-MISS ENTRIES UNRANKED AND IN *
      * RECORD ORDER FOR THE MERGE STEP                               *
      *****************************************************************
       8650-WRITE-PART-NEARMISS.

           OPEN OUTPUT PART-NEARMISS-FILE
           MOVE 'PART-NEARMISS-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-PART-NEARMISS-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           PERFORM VARYING WS-NM-SUB FROM 1 BY 1
                   UNTIL WS-NM-SUB GREATER WS-NM-CNT
               MOVE WS-NM-ENTRY(WS-NM-SUB) TO PART-NEARMISS-RECORD
               WRITE PART-NEARMISS-RECORD
               MOVE 'PART-NEARMISS-FILE' TO WS-FST-FILE-NAME
               MOVE 'WRITE' TO WS-FST-OPERATION
               MOVE WS-PART-NEARMISS-FST TO WS-FST-STATUS
               PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           END-PERFORM
           CLOSE PART-NEARMISS-FILE
           .
       8650-EXIT.
           EXIT.

      *****************************************************************
      * PARTITION WORKER - HAND THIS PARTITION'S TOTALS TO THE MERGE  *
      * STEP IN PLACE OF THE ANSWER, LEDGER AND BALANCE POSTINGS      *
      *****************************************************************
       8700-WRITE-PART-TOTALS.

           MOVE SPACES TO PART-TOTALS-RECORD
           IF STOP-REQUESTED
               MOVE 'STOPPED' TO PTT-STATUS
           ELSE
               MOVE 'COMPLETE' TO PTT-STATUS
           END-IF
           MOVE WS-PART-NO TO PTT-PART
           MOVE WS-REC-NUM TO PTT-RECS
           MOVE WS-CALIBRATION TO PTT-CALIBRATION
           MOVE WS-HISTO-PLUS-ONLY TO PTT-PLUS
           MOVE WS-HISTO-MULT-ONLY TO PTT-MULT
           MOVE WS-HISTO-MIXED TO PTT-MIXED
           MOVE WS-COMBOS-TESTED TO PTT-COMBOS
           MOVE WS-BRANCHES-PRUNED TO PTT-PRUNED
           MOVE WS-WO-CNT TO PTT-WO
           MOVE WS-NEARMISS-CNT TO PTT-NEARMISS
           MOVE WS-TRUE-REJECT-CNT TO PTT-REJECTS
           OPEN OUTPUT PART-TOTALS-FILE
           MOVE 'PART-TOTALS-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-PART-TOTALS-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           WRITE PART-TOTALS-RECORD
           MOVE 'WRITE' TO WS-FST-OPERATION
           MOVE WS-PART-TOTALS-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           CLOSE PART-TOTALS-FILE
           .
       8700-EXIT.
           EXIT.

      *****************************************************************
      * NOTICE AN OPERATOR STOP REQUEST AND LEDGER THE ORDERLY STOP   *
      *****************************************************************
           IF STOP-REQUESTED
               GO TO 7800-EXIT
           END-IF
      *    A PARTITION WORKER LEAVES THE REQUEST IN PLACE FOR ITS
      *    SISTER PARTITIONS; THE COORDINATOR REMOVES IT
           IF PART-WORKER
               OPEN INPUT PARENT-STOP-FILE
               IF WS-PARENT-STOP-FST EQUAL '05'
                   CLOSE PARENT-STOP-FILE
                   GO TO 7800-EXIT
               END-IF
               CLOSE PARENT-STOP-FILE
               SET STOP-REQUESTED TO TRUE
               GO TO 7800-ANNOUNCE
           END-IF
           OPEN INPUT STOP-REQ-FILE
           IF WS-STOP-FST EQUAL '05'
               CLOSE STOP-REQ-FILE
           CLOSE STOP-REQ-FILE
           SET STOP-REQUESTED TO TRUE
           CALL 'SYSTEM' USING WS-STOP-RM-CMD
           .
       7800-ANNOUNCE.
           DISPLAY 'AOC0714I ORDERLY STOP - CHECKPOINT CURRENT,'
               ' RUN IS RESUMABLE'
           ACCEPT WS-LEDGER-END-TS FROM TIME
       9000-CLOSE-FILE.

           CLOSE INPUT-FILE
      *    THE MERGE STEP BUILT A PARTITIONED RUN'S OUTPUT WHOLE
           IF NOT PART-COORDINATOR
               CLOSE UNSOLVED-FILE
               CLOSE WORK-ORDER-FILE
           END-IF
      *    A PARTITION'S OUTPUT IS PROMOTED BY THE MERGE STEP, ONE
      *    PARTITION AT A TIME, SINCE THE WORKERS FINISH CONCURRENTLY
           IF PART-WORKER
               GO TO 9000-EXIT
           END-IF
      *    PROMOTE THE COMMITTED OUTPUT TO ITS PRODUCTION NAME
           MOVE 'BRIDGE-REPAIR' TO CMT-PROGRAM
           MOVE 'UNSOLVED.TXT' TO CMT-FILE
