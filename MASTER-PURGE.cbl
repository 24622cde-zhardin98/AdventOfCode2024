       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-PURGE.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * RECORD-LEVEL RETENTION AND PURGE FOR THE KEYED MASTERS       *
      *                                                              *
      * HOUSEKEEP ARCHIVES WHOLE FILES, BUT THE MASTERS THE JOBS     *
      * REWRITE IN PLACE (WEAR-MASTER, RECEIVABLES, EXC-HISTORY,     *
      * INCIDENTS, ONE-SIDED-MASTER, ...) ONLY EVER GROW.  THIS      *
      * JOB APPLIES THE RULE RETENTION-POLICY.TXT GIVES EACH MASTER: *
      * A RECORD WHOSE DATE FIELD IS OLDER THAN THE RETENTION AGE    *
      * (AND, WHEN THE RULE HAS ONE, WHOSE CONDITION FIELD CARRIES   *
      * THE RULE'S VALUE - CLOSED, RESOLVED, ...) IS MOVED TO A      *
      * DATED HISTORY MEMBER, ARCHIVE/PURGE-yyyymmdd/<MASTER>, AND   *
      * THE MASTER IS REWRITTEN COMPACTLY WITHOUT IT.  A SECOND RUN  *
      * ON THE SAME DATE APPENDS TO THE SAME MEMBER.  EVERY MEMBER   *
      * WRITTEN IS RECORDED IN ARCHIVE-INDEX.TXT AS AN H RECORD:     *
      *   H  PURGE-yyyymmdd MEMBER ORIGINAL-PATH RECORDS=nnnnnnn     *
      * HOUSEKEEP'S GENERATION PURGES NEVER TOUCH THESE MEMBERS.     *
      *                                                              *
      * THE RUN REFUSES TO START WHILE THE BATCH OR ANY JOB FOLDER   *
      * HOLDING A POLICY MASTER IS ACTIVE UNDER ENQ: IT TAKES THE    *
      * BATCH-DRIVER RESOURCE, EVERY SUCH FOLDER (THE WORKSPACE ROOT *
      * IS '.') AND, FOR A MASTER IN THE ROOT, THE RESOURCE NAMED    *
      * AFTER THE FILE WITHOUT ITS .TXT (RERUN-REQUESTS, ...) BEFORE *
      * TOUCHING ANYTHING, AND HOLDS THEM UNTIL THE LAST MASTER IS   *
      * REWRITTEN.                                                   *
      *                                                              *
      * RETENTION-POLICY.TXT ('*' IN COLUMN 1 IS A COMMENT):         *
      *   COLS  1-40  MASTER PATH, RELATIVE TO THE WORKSPACE ROOT    *
      *   COLS 42-44  COLUMN OF THE RECORD'S YYYYMMDD DATE FIELD     *
      *               (000 = THE MASTER CARRIES NO RECORD DATE; IT   *
      *               IS COUNTED ON THE REPORT BUT NEVER PURGED)     *
      *   COLS 46-49  RETENTION AGE                                  *
      *   COL  51     AGE UNIT - D DAYS, Y YEARS                     *
      *   COLS 53-55  COLUMN OF THE CONDITION FIELD (000 = NONE)     *
      *   COLS 57-58  LENGTH OF THE CONDITION FIELD                  *
      *   COLS 60-79  VALUE THE CONDITION FIELD MUST CARRY           *
      * AGES COUNT BACK FROM THE SHOP BUSINESS DATE.                 *
      *                                                              *
      * PURGE-REPORT.TXT IS THE BEFORE/AFTER CONTROL REPORT: ONE     *
      * LINE PER MASTER WITH THE CUTOFF DATE, THE RECORD COUNT       *
      * BEFORE, PURGED AND AFTER, AND A CONTROL CHECK THAT BEFORE =  *
      * PURGED + AFTER.  FILE PLUMBING RUNS THROUGH THE SHELL VIA    *
      * CALL 'SYSTEM' WITH EACH OUTCOME ECHOED TO A FLAG FILE, THE   *
      * SAME CONVENTION AS HOUSEKEEP.  RUN FROM THE WORKSPACE ROOT.  *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL POLICY-FILE
               ASSIGN TO 'RETENTION-POLICY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-FST.
      *    WORKING COPY OF THE MASTER BEING PURGED, AND THE KEPT AND
      *    PURGED RECORDS SPLIT OUT OF IT
           SELECT OPTIONAL MASTER-IN-FILE
               ASSIGN TO '/tmp/AOC-PURGE-IN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-IN-FST.
           SELECT KEEP-FILE ASSIGN TO '/tmp/AOC-PURGE-KEEP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-FST.
           SELECT HIST-FILE ASSIGN TO '/tmp/AOC-PURGE-HIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FST.
           SELECT OPTIONAL INDEX-FILE ASSIGN TO 'ARCHIVE-INDEX.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-FST.
      *    PER-MASTER SHELL DECISION FLAG
           SELECT OPTIONAL PURGE-FLAG-FILE
               ASSIGN TO '/tmp/AOC-PURGE.FLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-FST.
           SELECT REPORT-FILE ASSIGN TO 'PURGE-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FST.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS POLICY-RECORD.
       01  POLICY-RECORD.
           05 POL-MASTER                          PIC X(40).
           05 FILLER                              PIC X(1).
           05 POL-DATE-COL-X                      PIC X(3).
           05 POL-DATE-COL REDEFINES POL-DATE-COL-X
                                                  PIC 9(3).
           05 FILLER                              PIC X(1).
           05 POL-AGE-X                           PIC X(4).
           05 POL-AGE REDEFINES POL-AGE-X         PIC 9(4).
           05 FILLER                              PIC X(1).
           05 POL-UNIT                            PIC X(1).
           05 FILLER                              PIC X(1).
           05 POL-COND-COL-X                      PIC X(3).
           05 POL-COND-COL REDEFINES POL-COND-COL-X
                                                  PIC 9(3).
           05 FILLER                              PIC X(1).
           05 POL-COND-LEN-X                      PIC X(2).
           05 POL-COND-LEN REDEFINES POL-COND-LEN-X
                                                  PIC 9(2).
           05 FILLER                              PIC X(1).
           05 POL-COND-VALUE                      PIC X(20).
           05 FILLER                              PIC X(1).

       FD  MASTER-IN-FILE
           RECORD CONTAINS 256 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MASTER-IN-RECORD.
       01  MASTER-IN-RECORD                       PIC X(256).

       FD  KEEP-FILE
           RECORD CONTAINS 256 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS KEEP-RECORD.
       01  KEEP-RECORD                            PIC X(256).

       FD  HIST-FILE
           RECORD CONTAINS 256 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS HIST-RECORD.
       01  HIST-RECORD                            PIC X(256).

       FD  INDEX-FILE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS INDEX-RECORD.
       01  INDEX-RECORD                           PIC X(120).

       FD  PURGE-FLAG-FILE
           RECORD CONTAINS 10 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PURGE-FLAG-RECORD.
       01  PURGE-FLAG-RECORD                      PIC X(10).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REPORT-RECORD.
       01  REPORT-RECORD                          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
       01  WS-POLICY-FST                          PIC X(2) VALUE '00'.
       01  WS-MASTER-IN-FST                       PIC X(2) VALUE '00'.
       01  WS-KEEP-FST                            PIC X(2) VALUE '00'.
       01  WS-HIST-FST                            PIC X(2) VALUE '00'.
       01  WS-INDEX-FST                           PIC X(2) VALUE '00'.
       01  WS-FLAG-FST                            PIC X(2) VALUE '00'.
       01  WS-REPORT-FST                          PIC X(2) VALUE '00'.
       01  WS-EOF-FLAG                            PIC X(1).
           88 SCAN-EOF                                     VALUE 'Y'.
           88 NOT-SCAN-EOF                                 VALUE 'N'.
       01  WS-COMMAND                             PIC X(400).
       01  WS-RUN-DATE                            PIC 9(8).
       01  WS-OPERATOR-ID                         PIC X(8)
           VALUE SPACES.
       COPY BIZPARM.
       COPY ENQPARM.

      *    RETENTION POLICY, ONE ENTRY PER MASTER
       01  WS-POL-CNT                             PIC 9(2) VALUE 0.
       01  WS-POL-MAX                             PIC 9(2) VALUE 50.
       01  WS-POL-TABLE.
           05 WS-POL-ENTRY OCCURS 50 TIMES.
              10 WS-PL-MASTER                     PIC X(40).
              10 WS-PL-FOLDER                     PIC X(20).
              10 WS-PL-RESOURCE                   PIC X(20).
              10 WS-PL-DATE-COL                   PIC 9(3).
              10 WS-PL-AGE                        PIC 9(4).
              10 WS-PL-UNIT                       PIC X(1).
              10 WS-PL-COND-COL                   PIC 9(3).
              10 WS-PL-COND-LEN                   PIC 9(2).
              10 WS-PL-COND-VALUE                 PIC X(20).
       01  WS-POL-SUB                             PIC 9(2).
       01  WS-POL-BAD-CNT                         PIC 9(3) VALUE 0.

      *    ENQ RESOURCES THIS RUN MUST HOLD - THE BATCH ITSELF,
      *    EVERY DISTINCT FOLDER A POLICY MASTER LIVES IN, AND THE
      *    OWN RESOURCE OF EACH MASTER IN THE WORKSPACE ROOT
       01  WS-RES-CNT                             PIC 9(3) VALUE 0.
       01  WS-RES-TABLE.
           05 WS-RES-ENTRY OCCURS 101 TIMES.
              10 WS-RS-NAME                       PIC X(20).
              10 WS-RS-HELD                       PIC X(1).
                 88 RES-HELD                               VALUE 'Y'.
       01  WS-RES-SUB                             PIC 9(3).
       01  WS-RES-HIT                             PIC 9(3).
       01  WS-RES-WANTED                          PIC X(20).
       01  WS-REFUSED-FLAG                        PIC X(1) VALUE 'N'.
           88 RUN-REFUSED                                  VALUE 'Y'.

      *    THE MASTER IN HAND
       01  WS-MASTER-PATH                         PIC X(40).
       01  WS-PATH-LEN                            PIC 9(2).
       01  WS-SLASH-POS                           PIC 9(2).
       01  WS-MEMBER-NAME                         PIC X(40).
       01  WS-MEMBER-SUB                          PIC 9(2).
       01  WS-ARCHIVE-DIR                         PIC X(14).
       01  WS-CUTOFF-DATE                         PIC 9(8).
       01  WS-CUTOFF-SPLIT REDEFINES WS-CUTOFF-DATE.
           05 WS-CUTOFF-YYYY                      PIC 9(4).
           05 WS-CUTOFF-MMDD                      PIC 9(4).
       01  WS-REC-DATE-X                          PIC X(8).
       01  WS-REC-DATE REDEFINES WS-REC-DATE-X    PIC 9(8).
       01  WS-QUALIFY-FLAG                        PIC X(1).
           88 RECORD-QUALIFIES                             VALUE 'Y'.
       01  WS-FLAG-TEXT                           PIC X(10).
       01  WS-ACTION                              PIC X(8).
       01  WS-WORK-ERR-FLAG                       PIC X(1).
           88 WORK-FILE-ERROR                              VALUE 'Y'.
       01  WS-FST-FILE-NAME                       PIC X(30).
       01  WS-FST-OPERATION                       PIC X(10).
       01  WS-FST-STATUS                          PIC X(2).
       01  WS-RULE-TEXT                           PIC X(38).

      *    CONTROL COUNTS - PER MASTER AND FOR THE RUN
       01  WS-BEFORE-CNT                          PIC 9(7).
       01  WS-PURGED-CNT                          PIC 9(7).
       01  WS-AFTER-CNT                           PIC 9(7).
       01  WS-UNDATED-CNT                         PIC 9(7).
       01  WS-CONTROL-MARK                        PIC X(8).
       01  WS-TOT-BEFORE                          PIC 9(8) VALUE 0.
       01  WS-TOT-PURGED                          PIC 9(8) VALUE 0.
       01  WS-TOT-AFTER                           PIC 9(8) VALUE 0.
       01  WS-MASTERS-PURGED                      PIC 9(2) VALUE 0.
       01  WS-MASTERS-FAILED                      PIC 9(2) VALUE 0.

       01  WS-TRIM-FIELD                          PIC X(40).
       01  WS-TRIM-LEN                            PIC 9(2).
       01  WS-END                                 PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

       PROCEDURE DIVISION.
      ***************************************************************
      * MAINLINE                                                    *
      ***************************************************************
       0000-MAINLINE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO BIZ-ACTUAL-DATE
           CALL 'AOC-BIZDATE' USING BIZ-PARMS
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'AOC_OPERATOR'
           IF WS-OPERATOR-ID EQUAL SPACES
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'USER'
           END-IF
           IF WS-OPERATOR-ID EQUAL SPACES
               MOVE 'UNKNOWN' TO WS-OPERATOR-ID
           END-IF
           MOVE SPACES TO WS-ARCHIVE-DIR
           STRING 'PURGE-' BIZ-DATE DELIMITED BY SIZE
               INTO WS-ARCHIVE-DIR
           END-STRING

           PERFORM 1000-LOAD-POLICY      THRU 1000-EXIT
           IF WS-POL-CNT EQUAL 0
               DISPLAY 'AOC7902E MASTER-PURGE: NO USABLE RULES IN'
                   ' RETENTION-POLICY.TXT - NOTHING PURGED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-ACQUIRE-LOCKS    THRU 2000-EXIT
           IF RUN-REFUSED
               PERFORM 4000-RELEASE-LOCKS THRU 4000-EXIT
               DISPLAY 'AOC7904E MASTER-PURGE: REFUSED - A JOB HOLDING'
                   ' A POLICY MASTER IS ACTIVE.  NOTHING PURGED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING 'MASTER RECORD PURGE  BUSINESS DATE ' BIZ-DATE
               '  HISTORY MEMBERS IN ARCHIVE/' WS-ARCHIVE-DIR
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           STRING 'MASTER                                   CUTOFF  '
               '    BEFORE  PURGED   AFTER  ACTION   CONTROL  RULE'
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-COMMAND
           STRING 'mkdir -p "ARCHIVE/' WS-ARCHIVE-DIR '"'
               DELIMITED BY SIZE INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND

           PERFORM VARYING WS-POL-SUB FROM 1 BY 1
                   UNTIL WS-POL-SUB GREATER WS-POL-CNT
               PERFORM 3000-PURGE-ONE-MASTER THRU 3000-EXIT
           END-PERFORM
           PERFORM 4000-RELEASE-LOCKS    THRU 4000-EXIT
           PERFORM 8000-WRITE-SUMMARY    THRU 8000-EXIT
           CLOSE REPORT-FILE
           MOVE 'rm -f /tmp/AOC-PURGE-IN.TXT /tmp/AOC-PURGE-KEEP.TXT'
               TO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND
           MOVE 'rm -f /tmp/AOC-PURGE-HIST.TXT /tmp/AOC-PURGE.FLG'
               TO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND

           DISPLAY 'AOC7901I MASTER-PURGE COMPLETE FOR ' BIZ-DATE
               ': ' WS-TOT-PURGED ' RECORD(S) PURGED FROM '
               WS-MASTERS-PURGED ' MASTER(S) - SEE PURGE-REPORT.TXT'
           IF WS-MASTERS-FAILED GREATER 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ***************************************************************
      * LOAD AND VALIDATE THE RETENTION POLICY.  A RULE THAT CANNOT  *
      * BE APPLIED SAFELY IS REPORTED AND IGNORED, NEVER GUESSED AT. *
      ***************************************************************
       1000-LOAD-POLICY.

           OPEN INPUT POLICY-FILE
           IF WS-POLICY-FST EQUAL '05'
               CLOSE POLICY-FILE
               GO TO 1000-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ POLICY-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF POLICY-RECORD(1:1) NOT EQUAL '*'
                           AND POLICY-RECORD NOT EQUAL SPACES
                           PERFORM 1100-TAKE-RULE THRU 1100-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POLICY-FILE
           .
       1000-EXIT.
           EXIT.

       1100-TAKE-RULE.

           IF POL-MASTER EQUAL SPACES
               OR POL-DATE-COL-X NOT NUMERIC
               OR POL-DATE-COL GREATER 249
               OR (POL-DATE-COL GREATER 0
                   AND (POL-AGE-X NOT NUMERIC
                        OR (POL-UNIT NOT EQUAL 'D'
                            AND POL-UNIT NOT EQUAL 'Y')))
               OR (POL-COND-COL-X NOT EQUAL SPACES
                   AND POL-COND-COL-X NOT NUMERIC)
               ADD 1 TO WS-POL-BAD-CNT
               DISPLAY 'AOC7903W MASTER-PURGE: POLICY RULE IGNORED: '
                   POLICY-RECORD(1:60)
               GO TO 1100-EXIT
           END-IF
           IF POL-COND-COL-X NUMERIC AND POL-COND-COL GREATER 0
               IF POL-COND-LEN-X NOT NUMERIC
                   OR POL-COND-LEN EQUAL 0
                   OR POL-COND-LEN GREATER 20
                   OR (POL-COND-COL + POL-COND-LEN) GREATER 257
                   ADD 1 TO WS-POL-BAD-CNT
                   DISPLAY 'AOC7903W MASTER-PURGE: POLICY RULE'
                       ' IGNORED: ' POLICY-RECORD(1:60)
                   GO TO 1100-EXIT
               END-IF
           END-IF
           IF WS-POL-CNT NOT LESS WS-POL-MAX
               ADD 1 TO WS-POL-BAD-CNT
               DISPLAY 'AOC7903W MASTER-PURGE: POLICY RULE IGNORED'
                   ' (TABLE FULL): ' POL-MASTER
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO WS-POL-CNT
           MOVE POL-MASTER     TO WS-PL-MASTER(WS-POL-CNT)
           MOVE POL-DATE-COL   TO WS-PL-DATE-COL(WS-POL-CNT)
           MOVE 0              TO WS-PL-AGE(WS-POL-CNT)
                                  WS-PL-COND-COL(WS-POL-CNT)
                                  WS-PL-COND-LEN(WS-POL-CNT)
           IF POL-DATE-COL GREATER 0
               MOVE POL-AGE    TO WS-PL-AGE(WS-POL-CNT)
           END-IF
           MOVE POL-UNIT       TO WS-PL-UNIT(WS-POL-CNT)
           IF POL-COND-COL-X NUMERIC
               MOVE POL-COND-COL TO WS-PL-COND-COL(WS-POL-CNT)
           END-IF
           IF WS-PL-COND-COL(WS-POL-CNT) GREATER 0
               MOVE POL-COND-LEN TO WS-PL-COND-LEN(WS-POL-CNT)
           END-IF
           MOVE POL-COND-VALUE TO WS-PL-COND-VALUE(WS-POL-CNT)

      *    THE FOLDER IS THE PATH UP TO ITS LAST SLASH; A MASTER WITH
      *    NO FOLDER PART BELONGS TO THE WORKSPACE ROOT.  A ROOT MASTER
      *    IS ALSO GUARDED BY ITS OWN RESOURCE, NAMED AFTER THE FILE
      *    WITHOUT ITS .TXT (RERUN-REQUESTS.TXT IS UPDATED UNDER THE
      *    RERUN-REQUESTS RESOURCE BY RERUN-INTAKE AND BATCH-DRIVER)
           MOVE POL-MASTER TO WS-TRIM-FIELD
           PERFORM 7000-TRIM THRU 7000-EXIT
           MOVE 0 TO WS-SLASH-POS
           PERFORM VARYING WS-MEMBER-SUB FROM 1 BY 1
                   UNTIL WS-MEMBER-SUB GREATER WS-TRIM-LEN
               IF POL-MASTER(WS-MEMBER-SUB:1) EQUAL '/'
                   MOVE WS-MEMBER-SUB TO WS-SLASH-POS
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PL-RESOURCE(WS-POL-CNT)
           IF WS-SLASH-POS GREATER 1
               MOVE POL-MASTER(1:WS-SLASH-POS - 1)
                   TO WS-PL-FOLDER(WS-POL-CNT)
           ELSE
               MOVE '.' TO WS-PL-FOLDER(WS-POL-CNT)
               UNSTRING POL-MASTER DELIMITED BY '.TXT' OR SPACE
                   INTO WS-PL-RESOURCE(WS-POL-CNT)
               END-UNSTRING
           END-IF
           .
       1100-EXIT.
           EXIT.

      ***************************************************************
      * TAKE THE BATCH RESOURCE, EVERY POLICY MASTER'S FOLDER AND    *
      * EACH ROOT MASTER'S OWN RESOURCE UNDER ENQ BEFORE ANYTHING IS *
      * TOUCHED.  ANY ONE HELD (OR STALE - THE OPERATOR MUST FREE IT *
      * FIRST) REFUSES THE RUN.                                      *
      ***************************************************************
       2000-ACQUIRE-LOCKS.

           MOVE 1 TO WS-RES-CNT
           MOVE 'BATCH-DRIVER' TO WS-RS-NAME(1)
           MOVE 'N' TO WS-RS-HELD(1)
           PERFORM VARYING WS-POL-SUB FROM 1 BY 1
                   UNTIL WS-POL-SUB GREATER WS-POL-CNT
               MOVE WS-PL-FOLDER(WS-POL-SUB) TO WS-RES-WANTED
               PERFORM 2100-ADD-RESOURCE THRU 2100-EXIT
               IF WS-PL-RESOURCE(WS-POL-SUB) NOT EQUAL SPACES
                   MOVE WS-PL-RESOURCE(WS-POL-SUB) TO WS-RES-WANTED
                   PERFORM 2100-ADD-RESOURCE THRU 2100-EXIT
               END-IF
           END-PERFORM

           PERFORM VARYING WS-RES-SUB FROM 1 BY 1
                   UNTIL WS-RES-SUB GREATER WS-RES-CNT
                   OR RUN-REFUSED
               MOVE 'ENQ '         TO ENQ-OP
               MOVE WS-RS-NAME(WS-RES-SUB) TO ENQ-RESOURCE
               MOVE WS-OPERATOR-ID TO ENQ-HOLDER
               MOVE 'MASTER-PURGE' TO ENQ-PROGRAM
               MOVE SPACE          TO ENQ-OVERRIDE
               CALL 'AOC-ENQ' USING ENQ-PARMS
               IF ENQ-RC EQUAL 0
                   SET RES-HELD(WS-RES-SUB) TO TRUE
               ELSE
                   SET RUN-REFUSED TO TRUE
                   DISPLAY 'AOC7905E MASTER-PURGE: '
                       WS-RS-NAME(WS-RES-SUB) ' IS LOCKED - HELD BY '
                       ENQ-HELD-BY
               END-IF
           END-PERFORM
           .
       2000-EXIT.
           EXIT.

      ***************************************************************
      * ADD WS-RES-WANTED TO THE RESOURCE LIST UNLESS ALREADY ON IT  *
      ***************************************************************
       2100-ADD-RESOURCE.

           MOVE 0 TO WS-RES-HIT
           PERFORM VARYING WS-RES-SUB FROM 1 BY 1
                   UNTIL WS-RES-SUB GREATER WS-RES-CNT
               IF WS-RS-NAME(WS-RES-SUB) EQUAL WS-RES-WANTED
                   MOVE WS-RES-SUB TO WS-RES-HIT
               END-IF
           END-PERFORM
           IF WS-RES-HIT EQUAL 0
               ADD 1 TO WS-RES-CNT
               MOVE WS-RES-WANTED TO WS-RS-NAME(WS-RES-CNT)
               MOVE 'N' TO WS-RS-HELD(WS-RES-CNT)
           END-IF
           .
       2100-EXIT.
           EXIT.

      ***************************************************************
      * PURGE ONE MASTER.  THE SHELL STAGES A WORKING COPY; THE      *
      * RECORDS ARE SPLIT INTO KEEP AND HISTORY; ONLY WHEN SOMETHING *
      * QUALIFIED IS THE HISTORY APPENDED TO THE DATED MEMBER AND    *
      * THE MASTER REPLACED (THROUGH A SIDE FILE AND A RENAME, SO A  *
      * FAILURE NEVER LEAVES A HALF-WRITTEN MASTER).                 *
      ***************************************************************
       3000-PURGE-ONE-MASTER.

           MOVE WS-PL-MASTER(WS-POL-SUB) TO WS-MASTER-PATH
           MOVE WS-MASTER-PATH TO WS-TRIM-FIELD
           PERFORM 7000-TRIM THRU 7000-EXIT
           MOVE WS-TRIM-LEN TO WS-PATH-LEN
           MOVE 0 TO WS-BEFORE-CNT
                     WS-PURGED-CNT
                     WS-AFTER-CNT
                     WS-UNDATED-CNT
                     WS-CUTOFF-DATE
           MOVE SPACES TO WS-CONTROL-MARK
           PERFORM 3100-SET-CUTOFF THRU 3100-EXIT

           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-PURGE.FLG /tmp/AOC-PURGE-IN.TXT ;'
                   DELIMITED BY SIZE
               ' if [ -f "' DELIMITED BY SIZE
               WS-MASTER-PATH(1:WS-PATH-LEN) DELIMITED BY SIZE
               '" ] ; then cp "' DELIMITED BY SIZE
               WS-MASTER-PATH(1:WS-PATH-LEN) DELIMITED BY SIZE
               '" /tmp/AOC-PURGE-IN.TXT && echo PRESENT'
                   DELIMITED BY SIZE
               ' || echo CPFAIL ; else echo ABSENT ; fi'
                   DELIMITED BY SIZE
               ' > /tmp/AOC-PURGE.FLG' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           PERFORM 3900-READ-FLAG THRU 3900-EXIT
           IF WS-FLAG-TEXT NOT EQUAL 'PRESENT'
               MOVE WS-FLAG-TEXT TO WS-ACTION
               IF WS-FLAG-TEXT NOT EQUAL 'ABSENT'
                   ADD 1 TO WS-MASTERS-FAILED
                   DISPLAY 'AOC7906E MASTER-PURGE: '
                       WS-MASTER-PATH(1:WS-PATH-LEN)
                       ' COULD NOT BE STAGED (' WS-FLAG-TEXT ')'
               END-IF
               PERFORM 3800-PUT-REPORT-LINE THRU 3800-EXIT
               GO TO 3000-EXIT
           END-IF

           PERFORM 3200-SPLIT-RECORDS THRU 3200-EXIT
           COMPUTE WS-TOT-BEFORE = WS-TOT-BEFORE + WS-BEFORE-CNT
           IF WORK-FILE-ERROR
               MOVE 'WKFAIL' TO WS-ACTION
               ADD 1 TO WS-MASTERS-FAILED
               DISPLAY 'AOC7906E MASTER-PURGE: '
                   WS-MASTER-PATH(1:WS-PATH-LEN)
                   ' COULD NOT BE SPLIT - MASTER LEFT AS IT WAS'
               MOVE WS-BEFORE-CNT TO WS-AFTER-CNT
               MOVE 0 TO WS-PURGED-CNT
               COMPUTE WS-TOT-AFTER = WS-TOT-AFTER + WS-AFTER-CNT
               PERFORM 3800-PUT-REPORT-LINE THRU 3800-EXIT
               GO TO 3000-EXIT
           END-IF
           IF WS-PURGED-CNT EQUAL 0
               IF WS-PL-DATE-COL(WS-POL-SUB) EQUAL 0
                   MOVE 'NO DATE' TO WS-ACTION
               ELSE
                   MOVE 'NONE DUE' TO WS-ACTION
               END-IF
               MOVE WS-BEFORE-CNT TO WS-AFTER-CNT
               COMPUTE WS-TOT-AFTER = WS-TOT-AFTER + WS-AFTER-CNT
               PERFORM 3800-PUT-REPORT-LINE THRU 3800-EXIT
               GO TO 3000-EXIT
           END-IF

      *    THE MEMBER NAME IS THE PATH WITH SLASHES AND BLANKS
      *    FLATTENED TO UNDERSCORES, AS HOUSEKEEP NAMES ITS MEMBERS
           MOVE WS-MASTER-PATH TO WS-MEMBER-NAME
           PERFORM VARYING WS-MEMBER-SUB FROM 1 BY 1
                   UNTIL WS-MEMBER-SUB GREATER WS-PATH-LEN
               IF WS-MEMBER-NAME(WS-MEMBER-SUB:1) EQUAL '/'
                   OR WS-MEMBER-NAME(WS-MEMBER-SUB:1) EQUAL ' '
                   MOVE '_' TO WS-MEMBER-NAME(WS-MEMBER-SUB:1)
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-PURGE.FLG ; if cat /tmp/AOC-PURGE-'
                   DELIMITED BY SIZE
               'HIST' DELIMITED BY SIZE
               '.TXT >> "ARCHIVE/' DELIMITED BY SIZE
               WS-ARCHIVE-DIR DELIMITED BY SPACE
               '/' DELIMITED BY SIZE
               WS-MEMBER-NAME(1:WS-PATH-LEN) DELIMITED BY SIZE
               '" && cp /tmp/AOC-PURGE-KEEP.TXT "' DELIMITED BY SIZE
               WS-MASTER-PATH(1:WS-PATH-LEN) DELIMITED BY SIZE
               '.PURGETMP" && mv "' DELIMITED BY SIZE
               WS-MASTER-PATH(1:WS-PATH-LEN) DELIMITED BY SIZE
               '.PURGETMP" "' DELIMITED BY SIZE
               WS-MASTER-PATH(1:WS-PATH-LEN) DELIMITED BY SIZE
               '" ; then echo PURGED ; else echo RWFAIL ; fi'
                   DELIMITED BY SIZE
               ' > /tmp/AOC-PURGE.FLG' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           PERFORM 3900-READ-FLAG THRU 3900-EXIT
           IF WS-FLAG-TEXT NOT EQUAL 'PURGED'
               MOVE 'RWFAIL' TO WS-ACTION
               ADD 1 TO WS-MASTERS-FAILED
               DISPLAY 'AOC7906E MASTER-PURGE: '
                   WS-MASTER-PATH(1:WS-PATH-LEN)
                   ' COULD NOT BE REWRITTEN - MASTER LEFT AS IT WAS'
               MOVE WS-BEFORE-CNT TO WS-AFTER-CNT
               MOVE 0 TO WS-PURGED-CNT
               COMPUTE WS-TOT-AFTER = WS-TOT-AFTER + WS-AFTER-CNT
               PERFORM 3800-PUT-REPORT-LINE THRU 3800-EXIT
               GO TO 3000-EXIT
           END-IF

           MOVE 'PURGED' TO WS-ACTION
           ADD 1 TO WS-MASTERS-PURGED
           COMPUTE WS-TOT-PURGED = WS-TOT-PURGED + WS-PURGED-CNT
           COMPUTE WS-TOT-AFTER = WS-TOT-AFTER + WS-AFTER-CNT
           MOVE SPACES TO INDEX-RECORD
           STRING 'H ' DELIMITED BY SIZE
               WS-ARCHIVE-DIR DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-MEMBER-NAME(1:WS-PATH-LEN) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-MASTER-PATH(1:WS-PATH-LEN) DELIMITED BY SIZE
               ' RECORDS=' DELIMITED BY SIZE
               WS-PURGED-CNT DELIMITED BY SIZE
               INTO INDEX-RECORD
           END-STRING
           OPEN EXTEND INDEX-FILE
           WRITE INDEX-RECORD
           CLOSE INDEX-FILE
           PERFORM 3800-PUT-REPORT-LINE THRU 3800-EXIT
           .
       3000-EXIT.
           EXIT.

      ***************************************************************
      * CUTOFF DATE - THE RETENTION AGE BACK FROM THE BUSINESS DATE. *
      * A RECORD DATED BEFORE THE CUTOFF IS OLDER THAN THE AGE.      *
      ***************************************************************
       3100-SET-CUTOFF.

           IF WS-PL-DATE-COL(WS-POL-SUB) EQUAL 0
               GO TO 3100-EXIT
           END-IF
           IF WS-PL-UNIT(WS-POL-SUB) EQUAL 'Y'
               MOVE BIZ-DATE TO WS-CUTOFF-DATE
               SUBTRACT WS-PL-AGE(WS-POL-SUB) FROM WS-CUTOFF-YYYY
      *        29 FEBRUARY HAS NO ANNIVERSARY IN A COMMON YEAR
               IF WS-CUTOFF-MMDD EQUAL 0229
                   MOVE 0228 TO WS-CUTOFF-MMDD
               END-IF
           ELSE
               COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(BIZ-DATE)
                   - WS-PL-AGE(WS-POL-SUB))
           END-IF
           .
       3100-EXIT.
           EXIT.

      ***************************************************************
      * SPLIT THE STAGED MASTER INTO KEPT AND PURGED RECORDS.  BLANK *
      * LINES ARE DROPPED (THE REWRITE IS COMPACT); A RECORD WHOSE   *
      * DATE FIELD IS NOT A DATE IS ALWAYS KEPT.  ANY WORK-FILE      *
      * ERROR MARKS THE MASTER FAILED SO IT IS NOT REPLACED.         *
      ***************************************************************
       3200-SPLIT-RECORDS.

           MOVE 'N' TO WS-WORK-ERR-FLAG
           OPEN INPUT MASTER-IN-FILE
           MOVE 'MASTER-IN-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-MASTER-IN-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           OPEN OUTPUT KEEP-FILE
           MOVE 'KEEP-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-KEEP-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           OPEN OUTPUT HIST-FILE
           MOVE 'HIST-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-HIST-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           IF WORK-FILE-ERROR
               SET SCAN-EOF TO TRUE
           ELSE
               SET NOT-SCAN-EOF TO TRUE
           END-IF
           PERFORM UNTIL SCAN-EOF OR WORK-FILE-ERROR
               READ MASTER-IN-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF MASTER-IN-RECORD NOT EQUAL SPACES
                           ADD 1 TO WS-BEFORE-CNT
                           PERFORM 3300-TEST-RECORD THRU 3300-EXIT
                           IF RECORD-QUALIFIES
                               ADD 1 TO WS-PURGED-CNT
                               WRITE HIST-RECORD FROM MASTER-IN-RECORD
                               MOVE 'HIST-FILE' TO WS-FST-FILE-NAME
                               MOVE WS-HIST-FST TO WS-FST-STATUS
                           ELSE
                               ADD 1 TO WS-AFTER-CNT
                               WRITE KEEP-RECORD FROM MASTER-IN-RECORD
                               MOVE 'KEEP-FILE' TO WS-FST-FILE-NAME
                               MOVE WS-KEEP-FST TO WS-FST-STATUS
                           END-IF
                           MOVE 'WRITE' TO WS-FST-OPERATION
                           PERFORM 9800-CHECK-FILE-STATUS
                               THRU 9800-EXIT
                       END-IF
               END-READ
               MOVE 'MASTER-IN-FILE' TO WS-FST-FILE-NAME
               MOVE 'READ' TO WS-FST-OPERATION
               MOVE WS-MASTER-IN-FST TO WS-FST-STATUS
               PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           END-PERFORM
      *    AFTER AN OPEN FAILURE THE CLOSES ONLY TIDY UP - THE MASTER
      *    IS ALREADY MARKED AS FAILED
           IF WORK-FILE-ERROR
               CLOSE MASTER-IN-FILE
               CLOSE KEEP-FILE
               CLOSE HIST-FILE
               GO TO 3200-EXIT
           END-IF
           CLOSE MASTER-IN-FILE
           MOVE 'MASTER-IN-FILE' TO WS-FST-FILE-NAME
           MOVE 'CLOSE' TO WS-FST-OPERATION
           MOVE WS-MASTER-IN-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           CLOSE KEEP-FILE
           MOVE 'KEEP-FILE' TO WS-FST-FILE-NAME
           MOVE WS-KEEP-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           CLOSE HIST-FILE
           MOVE 'HIST-FILE' TO WS-FST-FILE-NAME
           MOVE WS-HIST-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           .
       3200-EXIT.
           EXIT.

       3300-TEST-RECORD.

           MOVE 'N' TO WS-QUALIFY-FLAG
           IF WS-PL-DATE-COL(WS-POL-SUB) EQUAL 0
               GO TO 3300-EXIT
           END-IF
           MOVE MASTER-IN-RECORD(WS-PL-DATE-COL(WS-POL-SUB):8)
               TO WS-REC-DATE-X
           IF WS-REC-DATE-X NOT NUMERIC OR WS-REC-DATE EQUAL 0
               ADD 1 TO WS-UNDATED-CNT
               GO TO 3300-EXIT
           END-IF
           IF WS-REC-DATE NOT LESS WS-CUTOFF-DATE
               GO TO 3300-EXIT
           END-IF
           IF WS-PL-COND-COL(WS-POL-SUB) GREATER 0
               IF MASTER-IN-RECORD(WS-PL-COND-COL(WS-POL-SUB):
                                   WS-PL-COND-LEN(WS-POL-SUB))
                   NOT EQUAL WS-PL-COND-VALUE(WS-POL-SUB)
                             (1:WS-PL-COND-LEN(WS-POL-SUB))
                   GO TO 3300-EXIT
               END-IF
           END-IF
           SET RECORD-QUALIFIES TO TRUE
           .
       3300-EXIT.
           EXIT.

      ***************************************************************
      * ONE CONTROL-REPORT LINE FOR THE MASTER IN HAND               *
      ***************************************************************
       3800-PUT-REPORT-LINE.

           IF WS-BEFORE-CNT EQUAL WS-PURGED-CNT + WS-AFTER-CNT
               MOVE 'BALANCED' TO WS-CONTROL-MARK
           ELSE
               MOVE 'OUT' TO WS-CONTROL-MARK
               ADD 1 TO WS-MASTERS-FAILED
           END-IF
           MOVE SPACES TO WS-RULE-TEXT
           IF WS-PL-DATE-COL(WS-POL-SUB) EQUAL 0
               MOVE 'NO RECORD DATE - KEPT WHOLE' TO WS-RULE-TEXT
           ELSE
               IF WS-PL-COND-COL(WS-POL-SUB) EQUAL 0
                   STRING '> ' WS-PL-AGE(WS-POL-SUB) ' '
                       WS-PL-UNIT(WS-POL-SUB)
                       DELIMITED BY SIZE INTO WS-RULE-TEXT
                   END-STRING
               ELSE
                   STRING '> ' WS-PL-AGE(WS-POL-SUB) ' '
                       WS-PL-UNIT(WS-POL-SUB) ' IF COL '
                       WS-PL-COND-COL(WS-POL-SUB) ' = '
                       WS-PL-COND-VALUE(WS-POL-SUB)
                           (1:WS-PL-COND-LEN(WS-POL-SUB))
                       DELIMITED BY SIZE INTO WS-RULE-TEXT
                   END-STRING
               END-IF
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING WS-MASTER-PATH ' ' WS-CUTOFF-DATE '  '
               WS-BEFORE-CNT ' ' WS-PURGED-CNT ' ' WS-AFTER-CNT '  '
               WS-ACTION ' ' WS-CONTROL-MARK ' ' WS-RULE-TEXT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-UNDATED-CNT GREATER 0
               MOVE SPACES TO REPORT-RECORD
               STRING '    ' WS-UNDATED-CNT ' RECORD(S) WITH NO VALID'
                   ' DATE IN THE DATE FIELD - KEPT'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           .
       3800-EXIT.
           EXIT.

       3900-READ-FLAG.

           MOVE SPACES TO WS-FLAG-TEXT
           OPEN INPUT PURGE-FLAG-FILE
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ PURGE-FLAG-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       MOVE PURGE-FLAG-RECORD TO WS-FLAG-TEXT
               END-READ
           END-PERFORM
           CLOSE PURGE-FLAG-FILE
           IF WS-FLAG-TEXT EQUAL SPACES
               MOVE 'NOFLAG' TO WS-FLAG-TEXT
           END-IF
           .
       3900-EXIT.
           EXIT.

      ***************************************************************
      * RELEASE EVERY RESOURCE THIS RUN ACQUIRED                     *
      ***************************************************************
       4000-RELEASE-LOCKS.

           PERFORM VARYING WS-RES-SUB FROM 1 BY 1
                   UNTIL WS-RES-SUB GREATER WS-RES-CNT
               IF RES-HELD(WS-RES-SUB)
                   MOVE 'DEQ '         TO ENQ-OP
                   MOVE WS-RS-NAME(WS-RES-SUB) TO ENQ-RESOURCE
                   MOVE WS-OPERATOR-ID TO ENQ-HOLDER
                   MOVE 'MASTER-PURGE' TO ENQ-PROGRAM
                   CALL 'AOC-ENQ' USING ENQ-PARMS
                   MOVE 'N' TO WS-RS-HELD(WS-RES-SUB)
               END-IF
           END-PERFORM
           .
       4000-EXIT.
           EXIT.

      ***************************************************************
      * FIND THE TRIMMED LENGTH OF WS-TRIM-FIELD                     *
      ***************************************************************
       7000-TRIM.

           MOVE 40 TO WS-TRIM-LEN
           PERFORM UNTIL WS-TRIM-LEN EQUAL 0
                   OR WS-TRIM-FIELD(WS-TRIM-LEN:1) NOT EQUAL SPACE
               SUBTRACT 1 FROM WS-TRIM-LEN
           END-PERFORM
           .
       7000-EXIT.
           EXIT.

       8000-WRITE-SUMMARY.

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-TOT-BEFORE EQUAL WS-TOT-PURGED + WS-TOT-AFTER
               MOVE 'BALANCED' TO WS-CONTROL-MARK
           ELSE
               MOVE 'OUT' TO WS-CONTROL-MARK
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING 'TOTALS: BEFORE ' WS-TOT-BEFORE
               '  PURGED ' WS-TOT-PURGED
               '  AFTER ' WS-TOT-AFTER
               '  ' WS-CONTROL-MARK
               '  MASTERS PURGED ' WS-MASTERS-PURGED
               '  FAILED ' WS-MASTERS-FAILED
               '  RULES IGNORED ' WS-POL-BAD-CNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .
       8000-EXIT.
           EXIT.

      ***************************************************************
      * WORK-FILE STATUS CHECK.  A BAD STATUS DOES NOT END THE RUN - *
      * THE LOCKS ARE STILL HELD AND THE OTHER MASTERS STILL DUE -   *
      * IT MARKS THE MASTER IN HAND FAILED SO IT IS LEFT AS IT WAS.  *
      ***************************************************************
       9800-CHECK-FILE-STATUS.

           IF WS-FST-STATUS EQUAL '00' OR WS-FST-STATUS EQUAL '05'
               OR WS-FST-STATUS EQUAL '10'
               GO TO 9800-EXIT
           END-IF
           SET WORK-FILE-ERROR TO TRUE
           DISPLAY 'AOC7907E MASTER-PURGE: FILE ERROR: FILE '
               WS-FST-FILE-NAME ' OPERATION ' WS-FST-OPERATION
               ' STATUS ' WS-FST-STATUS
           .
       9800-EXIT.
           EXIT.
