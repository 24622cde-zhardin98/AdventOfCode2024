       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRIVAL-WATCH.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * FILE-ARRIVAL TRIGGERED JOB RELEASE                           *
      *                                                              *
      * WATCHES THE DELIVERY DIRECTORY NAMED ON STAGE-MANIFEST.TXT   *
      * AND RELEASES EACH DAY JOB AS SOON AS ITS OWN INPUT IS IN,    *
      * INSTEAD OF HOLDING EVERY JOB FOR THE LAST DELIVERY OF THE    *
      * NIGHT.  EVERY POLL CYCLE, FOR EACH MANIFEST ENTRY NOT YET    *
      * RELEASED:                                                    *
      *   - THE DELIVERED FILE MUST BE THERE AND ITS BYTE COUNT MUST *
      *     AGREE WITH THE MANIFEST (A SHORT FILE MAY STILL BE       *
      *     ARRIVING, SO IT IS WATCHED AGAIN NEXT CYCLE)             *
      *   - ITS CATALOGUED PREDECESSOR MUST BE SATISFIED: NONE, OR   *
      *     STAGEIN (THIS JOB DOES THE STAGING ITSELF), OR A JOB     *
      *     THIS WATCHER HAS ALREADY RELEASED AND SEEN END OK        *
      * THE FILE IS THEN COPIED INTO THE JOB'S FOLDER AS INFILE.TXT, *
      * RECORDED ON STAGING-LEDGER.TXT AND KEPT IN THE BUSINESS      *
      * DATE'S INPUT GENERATION EXACTLY AS STAGE-INPUTS WOULD, AND   *
      * THE PLACED GRID IS PUT THROUGH GRID-CHECK: A JOB HELD ON     *
      * GRID-HOLDS.TXT FOR THE BUSINESS DATE IS NOT RELEASED (GRIDF) *
      * AND IS LEFT TO THE BATCH, AS IS A JOB ON GRID-RULES.TXT WHEN *
      * GRID-CHECK CANNOT BE BUILT OR DOES NOT COMPLETE (ITS GRID IS *
      * UNCHECKED).  OTHERWISE THE JOB IS RUN UNDER ITS FOLDER LOCK  *
      * AND ITS CONSOLE OUTPUT SPOOLED.  A STALE LOAD MODULE IS      *
      * REBUILT FIRST AS BATCH-DRIVER WOULD: THE                     *
      * DECISION GOES ON COMPILE-CATALOG.TXT, A REPLACED MEMBER IS   *
      * KEPT AS A PRIOR VERSION, AND A MEMBER IN A LOADLIB FREEZE    *
      * WINDOW OR UNDER A BACKOUT IS NOT REBUILT - THE MEMBER IN THE *
      * LIBRARY RUNS, UNDER THE CHECKSUM OF THE BUILD IN FORCE.  THE *
      * JOB RUNS AS A BATCH STEP WITH AOC_BATCH_ID W FOLLOWED BY THE *
      * WATCH'S START DATE AND TIME.  A JOB NOT ON TODAY'S           *
      * SCHEDULE-CALENDAR.TXT IS NOT WATCHED.  BETWEEN CYCLES THE    *
      * WATCHER SLEEPS.                                              *
      *                                                              *
      * AT THE CUTOFF TIME THE WATCHER STOPS: ANYTHING NOT RELEASED  *
      * FALLS BACK TO THE NORMAL BATCH, WHICH STAGES AND RUNS IT AS  *
      * ALWAYS.  A JOB RELEASED HERE THAT ENDED OK IS CARRIED        *
      * FORWARD BY BATCH-DRIVER FOR THE SAME BUSINESS DATE INSTEAD   *
      * OF BEING RUN A SECOND TIME; ONE THAT FAILED IS RUN BY THE    *
      * BATCH AGAIN.                                                 *
      *                                                              *
      * ARRIVAL-WATCH.TXT (OPTIONAL CONTROL):                        *
      *   CUTOFF HHMM      STOP WATCHING AT HHMM (DEFAULT 2000)      *
      *   INTERVAL NNNN    SECONDS BETWEEN POLLS (DEFAULT 0300)      *
      * EVERY TRIGGER IS APPENDED TO ARRIVAL-TRIGGERS.TXT (132       *
      * BYTES):                                                      *
      *   COLS  1-8   BUSINESS DATE     COLS 10-17  JOB              *
      *   COLS 19-27  OUTCOME: ENDED-OK, FAILED, CPFAIL, GRIDF,      *
      *               NOT-SCHED OR FALLBACK                          *
      *   COLS 29-42  FILE ARRIVAL      COLS 44-57  RELEASE TIME     *
      *   COLS 59-72  JOB END TIME      (ALL YYYYMMDDHHMMSS)         *
      *   COLS 74-76  JOB RETURN CODE   COLS 78-107 DELIVERED FILE   *
      *   COLS 109-132 NOTE - WHAT A FALLEN-BACK JOB WAS WAITING ON  *
      * RETURN CODE 8 WHEN A RELEASED JOB FAILED, 4 WHEN ANY JOB     *
      * FELL BACK TO THE BATCH, 12 WHEN THERE IS NO MANIFEST TO      *
      * WATCH.  RUN FROM THE WORKSPACE ROOT.                         *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'ARRIVAL-WATCH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FST.
           SELECT OPTIONAL MANIFEST-FILE
               ASSIGN TO 'STAGE-MANIFEST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-FST.
           SELECT OPTIONAL JOBCAT-FILE ASSIGN TO 'JOBCAT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBCAT-FST.
           SELECT OPTIONAL SCHEDULE-FILE
               ASSIGN TO 'SCHEDULE-CALENDAR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-FST.
      *    BYTE COUNT, ARRIVAL TIME, COPY OUTCOME OR JOB RETURN CODE
      *    LEFT BY THE SHELL
           SELECT OPTIONAL ARRIVAL-FLAG-FILE
               ASSIGN TO '/tmp/AOC-ARRIVAL.FLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRIVAL-FLAG-FST.
      *    WHAT WAS PLACED WHERE AND WHEN - SHARED WITH STAGE-INPUTS
           SELECT OPTIONAL STAGING-LEDGER-FILE
               ASSIGN TO 'STAGING-LEDGER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGING-LEDGER-FST.
      *    ARCHIVE INDEX - AN I RECORD PER ARCHIVED INPUT
           SELECT OPTIONAL INDEX-FILE ASSIGN TO 'ARCHIVE-INDEX.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-FST.
      *    ONE RECORD PER TRIGGER - APPENDED RUN OVER RUN
           SELECT OPTIONAL TRIGGER-FILE
               ASSIGN TO 'ARRIVAL-TRIGGERS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIGGER-FST.
      *    BUILD DECISION AND SOURCE CHECKSUM LEFT BY THE BUILD STEP
           SELECT OPTIONAL BUILD-FLAG-FILE
               ASSIGN TO '/tmp/AOC-ARRIVAL-BUILD.FLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUILD-FLAG-FST.
      *    COMPILE CATALOG - SHARED WITH BATCH-DRIVER
           SELECT OPTIONAL COMPILE-CATALOG-FILE
               ASSIGN TO 'COMPILE-CATALOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPILE-CATALOG-FST.
      *    JOBS GRID-CHECK HOLDS FOR A STAGED GRID THAT FAILED
           SELECT OPTIONAL GRID-HOLD-FILE ASSIGN TO 'GRID-HOLDS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRID-HOLD-FST.
      *    THE JOBS GRID-CHECK COVERS - HELD WHEN IT CANNOT RUN
           SELECT OPTIONAL GRID-RULE-FILE ASSIGN TO 'GRID-RULES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRID-RULE-FST.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONTROL-RECORD.
       01  CONTROL-RECORD                         PIC X(80).

       FD  MANIFEST-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MANIFEST-RECORD.
       01  MANIFEST-RECORD                        PIC X(80).

       FD  JOBCAT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JOBCAT-RECORD.
       01  JOBCAT-RECORD                          PIC X(80).

       FD  SCHEDULE-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SCHEDULE-RECORD.
       01  SCHEDULE-RECORD                        PIC X(80).

       FD  ARRIVAL-FLAG-FILE
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ARRIVAL-FLAG-RECORD.
       01  ARRIVAL-FLAG-RECORD                    PIC X(20).

       FD  STAGING-LEDGER-FILE
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STAGING-LEDGER-RECORD.
       01  STAGING-LEDGER-RECORD                  PIC X(160).

       FD  INDEX-FILE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS INDEX-RECORD.
       01  INDEX-RECORD                           PIC X(120).

       FD  TRIGGER-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TRIGGER-RECORD.
       01  TRIGGER-RECORD.
           05 ATR-BIZ-DATE                        PIC 9(8).
           05 FILLER                              PIC X(1).
           05 ATR-JOB                             PIC X(8).
           05 FILLER                              PIC X(1).
           05 ATR-OUTCOME                         PIC X(9).
           05 FILLER                              PIC X(1).
           05 ATR-ARRIVAL                         PIC X(14).
           05 FILLER                              PIC X(1).
           05 ATR-RELEASE                         PIC X(14).
           05 FILLER                              PIC X(1).
           05 ATR-ENDED                           PIC X(14).
           05 FILLER                              PIC X(1).
           05 ATR-RC                              PIC 9(3).
           05 FILLER                              PIC X(1).
           05 ATR-FILE                            PIC X(30).
           05 FILLER                              PIC X(1).
           05 ATR-NOTE                            PIC X(24).

       FD  BUILD-FLAG-FILE
           RECORD CONTAINS 10 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BUILD-FLAG-RECORD.
       01  BUILD-FLAG-RECORD                      PIC X(10).

       FD  COMPILE-CATALOG-FILE
           RECORD CONTAINS 88 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS COMPILE-CATALOG-RECORD.
       01  COMPILE-CATALOG-RECORD.
           05 CC-JOB-NAME                         PIC X(8).
           05 FILLER                              PIC X(1).
           05 CC-ACTION                           PIC X(9).
           05 FILLER                              PIC X(1).
           05 CC-DATE                             PIC 9(8).
           05 FILLER                              PIC X(1).
           05 CC-TIME                             PIC 9(8).
           05 FILLER                              PIC X(1).
           05 CC-SOURCE                           PIC X(40).
           05 FILLER                              PIC X(1).
           05 CC-SRC-CKSUM                        PIC X(10).

       FD  GRID-HOLD-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GRID-HOLD-RECORD.
       01  GRID-HOLD-RECORD.
           05 GHD-JOB                             PIC X(8).
           05 FILLER                              PIC X(2).
           05 GHD-DATE                            PIC 9(8).
           05 FILLER                              PIC X(2).
           05 GHD-VIOLATIONS                      PIC 9(5).
           05 FILLER                              PIC X(55).

       FD  GRID-RULE-FILE
           RECORD CONTAINS 125 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GRID-RULE-RECORD.
       01  GRID-RULE-RECORD                       PIC X(125).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
           COPY BIZPARM.
           COPY ENQPARM.
           COPY SPLPARM.
           COPY LIBPARM.
           COPY FRZPARM.

       01  WS-CONTROL-EOF                         PIC X(1) VALUE 'N'.
           88 CONTROL-EOF                                  VALUE 'Y'.
           88 NOT-CONTROL-EOF                              VALUE 'N'.
       01  WS-MANIFEST-EOF                        PIC X(1) VALUE 'N'.
           88 MANIFEST-EOF                                 VALUE 'Y'.
           88 NOT-MANIFEST-EOF                             VALUE 'N'.
       01  WS-JOBCAT-EOF                          PIC X(1) VALUE 'N'.
           88 JOBCAT-EOF                                   VALUE 'Y'.
           88 NOT-JOBCAT-EOF                               VALUE 'N'.
       01  WS-SCHEDULE-EOF                        PIC X(1) VALUE 'N'.
           88 SCHEDULE-EOF                                 VALUE 'Y'.
           88 NOT-SCHEDULE-EOF                             VALUE 'N'.
       01  WS-FLAG-EOF                            PIC X(1) VALUE 'N'.
           88 FLAG-EOF                                     VALUE 'Y'.
           88 NOT-FLAG-EOF                                 VALUE 'N'.
       01  WS-TRIGGER-EOF                         PIC X(1) VALUE 'N'.
           88 TRIGGER-EOF                                  VALUE 'Y'.
           88 NOT-TRIGGER-EOF                              VALUE 'N'.
       01  WS-BUILD-FLAG-EOF                      PIC X(1) VALUE 'N'.
           88 BUILD-FLAG-EOF                               VALUE 'Y'.
           88 NOT-BUILD-FLAG-EOF                           VALUE 'N'.
       01  WS-GRID-HOLD-EOF                       PIC X(1) VALUE 'N'.
           88 GRID-HOLD-EOF                                VALUE 'Y'.
           88 NOT-GRID-HOLD-EOF                            VALUE 'N'.
       01  WS-GRID-RULE-EOF                       PIC X(1) VALUE 'N'.
           88 GRID-RULE-EOF                                VALUE 'Y'.
           88 NOT-GRID-RULE-EOF                            VALUE 'N'.

      *    CONTROL VALUES
       01  WS-CUTOFF                              PIC 9(4) VALUE 2000.
       01  WS-CUTOFF-SPLIT REDEFINES WS-CUTOFF.
           05 WS-CUTOFF-HH                        PIC 9(2).
           05 WS-CUTOFF-MM                        PIC 9(2).
       01  WS-INTERVAL                            PIC 9(4) VALUE 300.

      *    JOB TABLE - EVERY JOBCAT.TXT JOB
       01  WS-JOB-CNT                             PIC 9(2) VALUE 0.
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY OCCURS 40 TIMES.
               10 WS-JOB-NAME                     PIC X(8).
               10 WS-JOB-DIR                      PIC X(20).
               10 WS-JOB-DIR-LEN                  PIC 9(2).
               10 WS-JOB-SRC                      PIC X(16).
               10 WS-JOB-SRC-LEN                  PIC 9(2).
               10 WS-JOB-PRED                     PIC X(8).
               10 WS-JOB-SCHEDULED                PIC X(1).
       01  WS-JOB-SUB                             PIC 9(2).
       01  WS-CAT-SOURCE                          PIC X(30).
       01  WS-CAT-DIR                             PIC X(20).
       01  WS-CAT-FILE                            PIC X(16).

      *    MANIFEST ENTRIES BEING WATCHED
      *    WS-ENT-STATE: ' ' WATCHING, 'R' RELEASED AND ENDED OK,
      *    'F' RELEASED AND FAILED, 'N' NOT SCHEDULED TODAY,
      *    'J' NOT A CATALOGUED JOB
       01  WS-DELIVERY-DIR                        PIC X(40)
           VALUE SPACES.
       01  WS-DELIVERY-LEN                        PIC 9(2) VALUE 0.
       01  WS-ENT-CNT                             PIC 9(2) VALUE 0.
       01  WS-ENT-TABLE.
           05  WS-ENT-ENTRY OCCURS 30 TIMES.
               10 WS-ENT-JOB                      PIC X(8).
               10 WS-ENT-FILE                     PIC X(30).
               10 WS-ENT-FILE-LEN                 PIC 9(2).
               10 WS-ENT-BYTES                    PIC 9(10).
               10 WS-ENT-JOB-SUB                  PIC 9(2).
               10 WS-ENT-STATE                    PIC X(1).
               10 WS-ENT-ARRIVAL                  PIC X(14).
               10 WS-ENT-NOTE                     PIC X(24).
       01  WS-ENT-SUB                             PIC 9(2).
       01  WS-ENT-SUB2                            PIC 9(2).
       01  WS-WAIT-CNT                            PIC 9(2) VALUE 0.
       01  WS-PRED-OK                             PIC X(1).

      *    SCHEDULE FIELDS
       01  WS-TODAY-DATE                          PIC 9(8).
       01  WS-TODAY-DOW                           PIC 9(1).
       01  WS-TODAY-HOLIDAY                       PIC X(1) VALUE 'N'.
           88 TODAY-IS-HOLIDAY                             VALUE 'Y'.

      *    CLOCK
       01  WS-NOW-DATE                            PIC 9(8).
       01  WS-NOW-TIME                            PIC 9(8).
       01  WS-NOW-SPLIT REDEFINES WS-NOW-TIME.
           05 WS-NOW-HH                           PIC 9(2).
           05 WS-NOW-MM                           PIC 9(2).
           05 WS-NOW-SS                           PIC 9(2).
           05 WS-NOW-CC                           PIC 9(2).
       01  WS-NOW-STAMP                           PIC X(14).
       01  WS-RELEASE-STAMP                       PIC X(14).
       01  WS-RELEASE-DATE                        PIC 9(8).
       01  WS-RELEASE-TIME                        PIC 9(8).
       01  WS-SECS-LEFT                           PIC S9(6).
       01  WS-SLEEP-SECS                          PIC 9(4).
       01  WS-CYCLE-CNT                           PIC 9(5) VALUE 0.
       01  WS-CYCLE-RELEASES                      PIC 9(2).
       01  WS-WATCH-DONE                          PIC X(1) VALUE 'N'.
           88 WATCH-DONE                                   VALUE 'Y'.

      *    SHELL FLAG
       01  WS-FLAG-TEXT                           PIC X(20).
       01  WS-FLAG-SUB                            PIC 9(2).
       01  WS-FLAG-NUMBER                         PIC 9(10).
       01  WS-FLAG-CHAR-X                         PIC X(1).
       01  WS-FLAG-CHAR-9 REDEFINES WS-FLAG-CHAR-X
                                                  PIC 9(1).

      *    CURRENT TRIGGER
       01  WS-ACTUAL-BYTES                        PIC 9(10).
       01  WS-JOB-RC                              PIC 9(3).
       01  WS-TRG-OUTCOME                         PIC X(9).
       01  WS-TRG-ENDED                           PIC X(14).
       01  WS-TRG-RC                              PIC 9(3).
       01  WS-TRG-NOTE                            PIC X(24).
      *    'Y' HELD BY GRID-CHECK, 'U' HELD UNCHECKED, 'N' CLEAR
       01  WS-GRID-HELD                           PIC X(1).

      *    BUILD DECISION - COMPILED, REUSED, BACKEDOUT, FROZEN OR
      *    BUILDFAIL - AND THE CHECKSUM THE RUN IS PROVENANCED UNDER
       01  WS-FREEZE-HOLD                         PIC X(1) VALUE 'N'.
       01  WS-BUILD-ACTION                        PIC X(9).
       01  WS-BUILD-CKSUM                         PIC X(10).
       01  WS-RUN-CKSUM                           PIC X(10).
       01  WS-CC-DATE                             PIC 9(8).
       01  WS-CC-TIME                             PIC 9(8).

      *    AOC_BATCH_ID FOR EVERY JOB THIS WATCH RELEASES
       01  WS-WATCH-ID                            PIC X(15).

      *    THE BUSINESS DATE'S INPUT GENERATION AND THIS MEMBER
       01  WS-INPUT-GEN                           PIC X(9).
       01  WS-MEMBER-NAME                         PIC X(40).
       01  WS-MEMBER-LEN                          PIC 9(2).
       01  WS-MEMBER-SUB                          PIC 9(2).

       01  WS-RELEASED-CNT                        PIC 9(2) VALUE 0.
       01  WS-FAILED-CNT                          PIC 9(2) VALUE 0.
       01  WS-FALLBACK-CNT                        PIC 9(2) VALUE 0.
       01  WS-PRIOR-CNT                           PIC 9(2) VALUE 0.

       01  WS-COMMAND                             PIC X(1000).
       01  WS-OPERATOR-ID                         PIC X(8)
           VALUE SPACES.
       01  WS-TRIM-FIELD                          PIC X(40).
       01  WS-TRIM-LEN                            PIC 9(2).

      *    FILE-STATUS FIELDS
       01  WS-CONTROL-FST                         PIC X(2) VALUE '00'.
       01  WS-MANIFEST-FST                        PIC X(2) VALUE '00'.
       01  WS-JOBCAT-FST                          PIC X(2) VALUE '00'.
       01  WS-SCHEDULE-FST                        PIC X(2) VALUE '00'.
       01  WS-ARRIVAL-FLAG-FST                    PIC X(2) VALUE '00'.
       01  WS-STAGING-LEDGER-FST                  PIC X(2) VALUE '00'.
       01  WS-TRIGGER-FST                         PIC X(2) VALUE '00'.
       01  WS-INDEX-FST                           PIC X(2) VALUE '00'.
       01  WS-BUILD-FLAG-FST                      PIC X(2) VALUE '00'.
       01  WS-COMPILE-CATALOG-FST                 PIC X(2) VALUE '00'.
       01  WS-GRID-HOLD-FST                       PIC X(2) VALUE '00'.
       01  WS-GRID-RULE-FST                       PIC X(2) VALUE '00'.

       01  WS-END                                 PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

       PROCEDURE DIVISION.
      ***************************************************************
      * MAINLINE                                                    *
      ***************************************************************
       0000-MAINLINE.

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'AOC_OPERATOR'
           IF WS-OPERATOR-ID EQUAL SPACES
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'USER'
           END-IF
           IF WS-OPERATOR-ID EQUAL SPACES
               MOVE 'UNKNOWN' TO WS-OPERATOR-ID
           END-IF
           CALL 'AOC-BIZDATE' USING BIZ-PARMS
           MOVE SPACES TO WS-INPUT-GEN
           STRING 'I' BIZ-DATE DELIMITED BY SIZE INTO WS-INPUT-GEN
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO WS-WATCH-ID
           STRING 'W' WS-NOW-DATE WS-NOW-TIME(1:6)
               DELIMITED BY SIZE INTO WS-WATCH-ID
           END-STRING
           PERFORM 1100-READ-CONTROL      THRU 1100-EXIT
           PERFORM 1200-LOAD-JOBCAT       THRU 1200-EXIT
           PERFORM 1300-READ-SCHEDULE     THRU 1300-EXIT
           PERFORM 1400-LOAD-MANIFEST     THRU 1400-EXIT
           PERFORM 1500-LOAD-PRIOR-TRIGGERS THRU 1500-EXIT
           DISPLAY 'ARRIVAL-WATCH: WATCHING ' WS-WAIT-CNT
               ' JOB(S) FOR BUSINESS DATE ' BIZ-DATE ' IN '
               WS-DELIVERY-DIR(1:WS-DELIVERY-LEN)
               ' UNTIL ' WS-CUTOFF
           PERFORM 2000-POLL-CYCLE THRU 2000-EXIT
               UNTIL WATCH-DONE
           PERFORM 3000-FALL-BACK THRU 3000-EXIT
           DISPLAY 'AOC3701I ARRIVAL-WATCH COMPLETE - '
               WS-RELEASED-CNT ' RELEASED, ' WS-FAILED-CNT
               ' FAILED, ' WS-FALLBACK-CNT
               ' FALLEN BACK TO THE BATCH - SEE ARRIVAL-TRIGGERS.TXT'
           EVALUATE TRUE
               WHEN WS-FAILED-CNT GREATER 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FALLBACK-CNT GREATER 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      ***************************************************************
      * READ THE OPTIONAL CONTROL FILE: CUTOFF HHMM AND INTERVAL     *
      * NNNN.  NO FILE LEAVES THE DEFAULTS.                          *
      ***************************************************************
       1100-READ-CONTROL.

           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FST EQUAL '05'
               CLOSE CONTROL-FILE
               GO TO 1100-EXIT
           END-IF
           SET NOT-CONTROL-EOF TO TRUE
           PERFORM UNTIL CONTROL-EOF
               READ CONTROL-FILE
                   AT END
                       SET CONTROL-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CONTROL-RECORD(1:1) EQUAL '*'
                               CONTINUE
                           WHEN CONTROL-RECORD EQUAL SPACES
                               CONTINUE
                           WHEN CONTROL-RECORD(1:7) EQUAL 'CUTOFF '
                               AND CONTROL-RECORD(8:4) IS NUMERIC
                               MOVE CONTROL-RECORD(8:4) TO WS-CUTOFF
                           WHEN CONTROL-RECORD(1:9) EQUAL 'INTERVAL '
                               AND CONTROL-RECORD(10:4) IS NUMERIC
                               MOVE CONTROL-RECORD(10:4)
                                   TO WS-INTERVAL
                           WHEN OTHER
                               DISPLAY 'AOC3707W ARRIVAL-WATCH:'
                                   ' UNRECOGNIZED CONTROL LINE: '
                                   CONTROL-RECORD(1:40)
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE
           IF WS-INTERVAL EQUAL 0
               MOVE 300 TO WS-INTERVAL
           END-IF
           .
       1100-EXIT.
           EXIT.

      ***************************************************************
      * LOAD EVERY CATALOGUED JOB: FOLDER, SOURCE AND PREDECESSOR    *
      ***************************************************************
       1200-LOAD-JOBCAT.

           OPEN INPUT JOBCAT-FILE
           IF WS-JOBCAT-FST EQUAL '05'
               CLOSE JOBCAT-FILE
               DISPLAY 'AOC3702E ARRIVAL-WATCH: NO JOBCAT.TXT ON FILE'
                   ' - RUN FROM THE WORKSPACE ROOT'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET NOT-JOBCAT-EOF TO TRUE
           PERFORM UNTIL JOBCAT-EOF
               READ JOBCAT-FILE
                   AT END
                       SET JOBCAT-EOF TO TRUE
                   NOT AT END
                       IF JOBCAT-RECORD(1:1) NOT EQUAL '*'
                           AND JOBCAT-RECORD(3:8) NOT EQUAL SPACES
                           AND WS-JOB-CNT LESS 40
                           PERFORM 1250-LOAD-JOBCAT-ENTRY
                               THRU 1250-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBCAT-FILE
           .
       1200-EXIT.
           EXIT.

       1250-LOAD-JOBCAT-ENTRY.

           ADD 1 TO WS-JOB-CNT
           MOVE JOBCAT-RECORD(3:8)   TO WS-JOB-NAME(WS-JOB-CNT)
           MOVE JOBCAT-RECORD(73:8)  TO WS-JOB-PRED(WS-JOB-CNT)
           MOVE 'Y' TO WS-JOB-SCHEDULED(WS-JOB-CNT)
           MOVE JOBCAT-RECORD(40:30) TO WS-CAT-SOURCE
           MOVE SPACES TO WS-CAT-DIR WS-CAT-FILE
           UNSTRING WS-CAT-SOURCE DELIMITED BY '/'
               INTO WS-CAT-DIR WS-CAT-FILE
           END-UNSTRING
           MOVE WS-CAT-DIR TO WS-JOB-DIR(WS-JOB-CNT)
           MOVE WS-CAT-DIR TO WS-TRIM-FIELD
           PERFORM 7000-TRIM THRU 7000-EXIT
           MOVE WS-TRIM-LEN TO WS-JOB-DIR-LEN(WS-JOB-CNT)
           MOVE WS-CAT-FILE TO WS-JOB-SRC(WS-JOB-CNT)
           MOVE WS-CAT-FILE TO WS-TRIM-FIELD
           PERFORM 7000-TRIM THRU 7000-EXIT
           MOVE WS-TRIM-LEN TO WS-JOB-SRC-LEN(WS-JOB-CNT)
           .
       1250-EXIT.
           EXIT.

      ***************************************************************
      * APPLY TODAY'S SCHEDULE-CALENDAR.TXT THE WAY BATCH-DRIVER     *
      * DOES: A SHOP HOLIDAY SCHEDULES NOTHING, A DAYNN RECORD'S     *
      * Y/N COLUMN FOR TODAY (MONDAY FIRST) SAYS WHETHER IT RUNS.    *
      ***************************************************************
       1300-READ-SCHEDULE.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TODAY-DOW  FROM DAY-OF-WEEK
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-FST EQUAL '05'
               CLOSE SCHEDULE-FILE
               GO TO 1300-EXIT
           END-IF
           SET NOT-SCHEDULE-EOF TO TRUE
           PERFORM UNTIL SCHEDULE-EOF
               READ SCHEDULE-FILE
                   AT END
                       SET SCHEDULE-EOF TO TRUE
                   NOT AT END
                       PERFORM 1350-APPLY-SCHEDULE-REC THRU 1350-EXIT
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           IF TODAY-IS-HOLIDAY
               DISPLAY 'ARRIVAL-WATCH: ' WS-TODAY-DATE
                   ' IS A SHOP HOLIDAY - NO JOBS SCHEDULED'
               PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                       UNTIL WS-JOB-SUB GREATER WS-JOB-CNT
                   MOVE 'N' TO WS-JOB-SCHEDULED(WS-JOB-SUB)
               END-PERFORM
           END-IF
           .
       1300-EXIT.
           EXIT.

       1350-APPLY-SCHEDULE-REC.

           IF SCHEDULE-RECORD(1:8) EQUAL 'HOLIDAY '
               IF SCHEDULE-RECORD(9:8) EQUAL WS-TODAY-DATE
                   SET TODAY-IS-HOLIDAY TO TRUE
               END-IF
               GO TO 1350-EXIT
           END-IF
           IF SCHEDULE-RECORD(1:3) NOT EQUAL 'DAY'
               GO TO 1350-EXIT
           END-IF
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB GREATER WS-JOB-CNT
               IF WS-JOB-NAME(WS-JOB-SUB) EQUAL SCHEDULE-RECORD(1:8)
                   AND SCHEDULE-RECORD(10 + WS-TODAY-DOW:1)
                       NOT EQUAL 'Y'
                   MOVE 'N' TO WS-JOB-SCHEDULED(WS-JOB-SUB)
               END-IF
           END-PERFORM
           .
       1350-EXIT.
           EXIT.

      ***************************************************************
      * LOAD THE MANIFEST: THE DELIVERY= RECORD AND ONE ENTRY PER    *
      * EXPECTED INPUT FILE, IN THE LAYOUT STAGE-INPUTS READS        *
      ***************************************************************
       1400-LOAD-MANIFEST.

           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-FST EQUAL '05'
               CLOSE MANIFEST-FILE
               DISPLAY 'AOC3702E ARRIVAL-WATCH: NO STAGE-MANIFEST.TXT'
                   ' ON FILE - NOTHING TO WATCH'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET NOT-MANIFEST-EOF TO TRUE
           PERFORM UNTIL MANIFEST-EOF
               READ MANIFEST-FILE
                   AT END
                       SET MANIFEST-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN MANIFEST-RECORD(1:1) EQUAL '*'
                               CONTINUE
                           WHEN MANIFEST-RECORD EQUAL SPACES
                               CONTINUE
                           WHEN MANIFEST-RECORD(1:9) EQUAL 'DELIVERY='
                               MOVE MANIFEST-RECORD(10:40)
                                   TO WS-DELIVERY-DIR
                               MOVE WS-DELIVERY-DIR TO WS-TRIM-FIELD
                               PERFORM 7000-TRIM THRU 7000-EXIT
                               MOVE WS-TRIM-LEN TO WS-DELIVERY-LEN
                           WHEN MANIFEST-RECORD(1:3) EQUAL 'DAY'
                               AND WS-ENT-CNT LESS 30
                               PERFORM 1450-ADD-ENTRY THRU 1450-EXIT
                           WHEN OTHER
                               DISPLAY 'AOC3707W ARRIVAL-WATCH:'
                                   ' UNRECOGNIZED MANIFEST LINE: '
                                   MANIFEST-RECORD(1:40)
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE
           IF WS-DELIVERY-LEN EQUAL 0
               DISPLAY 'AOC3702E ARRIVAL-WATCH: STAGE-MANIFEST.TXT'
                   ' NAMES NO DELIVERY= DIRECTORY - NOTHING TO WATCH'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       1400-EXIT.
           EXIT.

      ***************************************************************
      * ONE MANIFEST ENTRY: TIE IT TO ITS CATALOGUED JOB AND DROP IT *
      * FROM THE WATCH IF THE CALENDAR DOES NOT RUN THE JOB TODAY    *
      ***************************************************************
       1450-ADD-ENTRY.

           ADD 1 TO WS-ENT-CNT
           MOVE MANIFEST-RECORD(1:8)   TO WS-ENT-JOB(WS-ENT-CNT)
           MOVE MANIFEST-RECORD(11:30) TO WS-ENT-FILE(WS-ENT-CNT)
           MOVE WS-ENT-FILE(WS-ENT-CNT) TO WS-TRIM-FIELD
           PERFORM 7000-TRIM THRU 7000-EXIT
           MOVE WS-TRIM-LEN TO WS-ENT-FILE-LEN(WS-ENT-CNT)
           IF MANIFEST-RECORD(43:10) IS NUMERIC
               MOVE MANIFEST-RECORD(43:10) TO WS-ENT-BYTES(WS-ENT-CNT)
           ELSE
               MOVE ZEROS TO WS-ENT-BYTES(WS-ENT-CNT)
           END-IF
           MOVE SPACES TO WS-ENT-STATE(WS-ENT-CNT)
                          WS-ENT-ARRIVAL(WS-ENT-CNT)
           MOVE 'FILE NOT ARRIVED' TO WS-ENT-NOTE(WS-ENT-CNT)
           MOVE 0 TO WS-ENT-JOB-SUB(WS-ENT-CNT)
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB GREATER WS-JOB-CNT
               IF WS-JOB-NAME(WS-JOB-SUB) EQUAL WS-ENT-JOB(WS-ENT-CNT)
                   MOVE WS-JOB-SUB TO WS-ENT-JOB-SUB(WS-ENT-CNT)
               END-IF
           END-PERFORM
           MOVE WS-ENT-CNT TO WS-ENT-SUB
           IF WS-ENT-JOB-SUB(WS-ENT-SUB) EQUAL 0
               MOVE 'J' TO WS-ENT-STATE(WS-ENT-SUB)
               DISPLAY 'AOC3707W ARRIVAL-WATCH: '
                   WS-ENT-JOB(WS-ENT-SUB)
                   ' IS NOT IN JOBCAT.TXT - NOT WATCHED'
               GO TO 1450-EXIT
           END-IF
           IF WS-JOB-SCHEDULED(WS-ENT-JOB-SUB(WS-ENT-SUB)) NOT EQUAL 'Y'
               MOVE 'N' TO WS-ENT-STATE(WS-ENT-SUB)
               DISPLAY 'AOC3706I ARRIVAL-WATCH: '
                   WS-ENT-JOB(WS-ENT-SUB)
                   ' IS NOT SCHEDULED TODAY - NOT WATCHED'
               MOVE 'NOT-SCHED' TO WS-TRG-OUTCOME
               MOVE SPACES TO WS-RELEASE-STAMP WS-TRG-ENDED
               MOVE 0 TO WS-TRG-RC
               MOVE 'NOT ON TODAY''S CALENDAR' TO WS-TRG-NOTE
               PERFORM 2500-WRITE-TRIGGER THRU 2500-EXIT
               GO TO 1450-EXIT
           END-IF
           ADD 1 TO WS-WAIT-CNT
           .
       1450-EXIT.
           EXIT.

      ***************************************************************
      * A JOB THIS WATCHER ALREADY RELEASED AND SAW END OK FOR THE   *
      * SAME BUSINESS DATE (AN EARLIER WATCH THAT WAS RESTARTED) IS  *
      * NOT RELEASED AGAIN                                           *
      ***************************************************************
       1500-LOAD-PRIOR-TRIGGERS.

           OPEN INPUT TRIGGER-FILE
           IF WS-TRIGGER-FST EQUAL '05'
               CLOSE TRIGGER-FILE
               GO TO 1500-EXIT
           END-IF
           SET NOT-TRIGGER-EOF TO TRUE
           PERFORM UNTIL TRIGGER-EOF
               READ TRIGGER-FILE
                   AT END
                       SET TRIGGER-EOF TO TRUE
                   NOT AT END
                       IF ATR-BIZ-DATE EQUAL BIZ-DATE
                           AND ATR-OUTCOME EQUAL 'ENDED-OK'
                           PERFORM 1550-MARK-PRIOR THRU 1550-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRIGGER-FILE
           .
       1500-EXIT.
           EXIT.

       1550-MARK-PRIOR.

           PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
                   UNTIL WS-ENT-SUB GREATER WS-ENT-CNT
               IF WS-ENT-JOB(WS-ENT-SUB) EQUAL ATR-JOB
                   AND WS-ENT-STATE(WS-ENT-SUB) EQUAL SPACE
                   MOVE 'R' TO WS-ENT-STATE(WS-ENT-SUB)
                   SUBTRACT 1 FROM WS-WAIT-CNT
                   ADD 1 TO WS-PRIOR-CNT
                   DISPLAY 'ARRIVAL-WATCH: ' ATR-JOB
                       ' ALREADY RELEASED FOR ' BIZ-DATE
                       ' - NOT WATCHED'
               END-IF
           END-PERFORM
           .
       1550-EXIT.
           EXIT.

      ***************************************************************
      * ONE POLL CYCLE: STOP AT THE CUTOFF OR WHEN NOTHING IS LEFT   *
      * TO WATCH, OTHERWISE CHECK EVERY WATCHED ENTRY AND SLEEP      *
      * UNLESS SOMETHING WAS RELEASED (A RELEASE MAY FREE A          *
      * SUCCESSOR, WHICH IS CHECKED AT ONCE)                         *
      ***************************************************************
       2000-POLL-CYCLE.

           IF WS-WAIT-CNT EQUAL 0
               SET WATCH-DONE TO TRUE
               GO TO 2000-EXIT
           END-IF
           ACCEPT WS-NOW-TIME FROM TIME
           IF WS-NOW-TIME(1:4) NOT LESS WS-CUTOFF
               DISPLAY 'ARRIVAL-WATCH: CUTOFF ' WS-CUTOFF
                   ' REACHED - ' WS-WAIT-CNT
                   ' JOB(S) LEFT TO THE NORMAL BATCH'
               SET WATCH-DONE TO TRUE
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-CYCLE-CNT
           MOVE 0 TO WS-CYCLE-RELEASES
           PERFORM 2100-CHECK-ENTRY THRU 2100-EXIT
               VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB GREATER WS-ENT-CNT
           IF WS-CYCLE-RELEASES GREATER 0
               OR WS-WAIT-CNT EQUAL 0
               GO TO 2000-EXIT
           END-IF
           PERFORM 2600-SLEEP THRU 2600-EXIT
           .
       2000-EXIT.
           EXIT.

      ***************************************************************
      * CHECK ONE WATCHED ENTRY: ARRIVED, VERIFIED, PREDECESSOR      *
      * SATISFIED - THEN RELEASE IT                                  *
      ***************************************************************
       2100-CHECK-ENTRY.

           IF WS-ENT-STATE(WS-ENT-SUB) NOT EQUAL SPACE
               GO TO 2100-EXIT
           END-IF
           MOVE WS-ENT-JOB-SUB(WS-ENT-SUB) TO WS-JOB-SUB

      *    MEASURE THE DELIVERED FILE
           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-ARRIVAL.FLG ; if [ -f "'
                   DELIMITED BY SIZE
               WS-DELIVERY-DIR(1:WS-DELIVERY-LEN) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-ENT-FILE(WS-ENT-SUB)(1:WS-ENT-FILE-LEN(WS-ENT-SUB))
                   DELIMITED BY SIZE
               '" ] ; then wc -c < "' DELIMITED BY SIZE
               WS-DELIVERY-DIR(1:WS-DELIVERY-LEN) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-ENT-FILE(WS-ENT-SUB)(1:WS-ENT-FILE-LEN(WS-ENT-SUB))
                   DELIMITED BY SIZE
               '" ; else echo MISSING ; fi'
                   DELIMITED BY SIZE
               ' > /tmp/AOC-ARRIVAL.FLG' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           PERFORM 2300-READ-FLAG THRU 2300-EXIT
           IF WS-FLAG-TEXT(1:7) EQUAL 'MISSING'
               MOVE 'FILE NOT ARRIVED' TO WS-ENT-NOTE(WS-ENT-SUB)
               GO TO 2100-EXIT
           END-IF
           MOVE WS-FLAG-NUMBER TO WS-ACTUAL-BYTES
           IF WS-ACTUAL-BYTES LESS WS-ENT-BYTES(WS-ENT-SUB)
               MOVE 'FILE SHORT - ARRIVING' TO WS-ENT-NOTE(WS-ENT-SUB)
               GO TO 2100-EXIT
           END-IF
           IF WS-ACTUAL-BYTES GREATER WS-ENT-BYTES(WS-ENT-SUB)
               MOVE 'FILE OVERSIZED' TO WS-ENT-NOTE(WS-ENT-SUB)
               GO TO 2100-EXIT
           END-IF

      *    ARRIVED AND VERIFIED - NOTE WHEN IT LANDED
           IF WS-ENT-ARRIVAL(WS-ENT-SUB) EQUAL SPACES
               MOVE SPACES TO WS-COMMAND
               STRING 'rm -f /tmp/AOC-ARRIVAL.FLG ; date -r "'
                       DELIMITED BY SIZE
                   WS-DELIVERY-DIR(1:WS-DELIVERY-LEN) DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-ENT-FILE(WS-ENT-SUB)
                       (1:WS-ENT-FILE-LEN(WS-ENT-SUB))
                       DELIMITED BY SIZE
                   '" +%Y%m%d%H%M%S > /tmp/AOC-ARRIVAL.FLG'
                       DELIMITED BY SIZE
                   ' 2>/dev/null' DELIMITED BY SIZE
                   INTO WS-COMMAND
               END-STRING
               CALL 'SYSTEM' USING WS-COMMAND
               PERFORM 2300-READ-FLAG THRU 2300-EXIT
               IF WS-FLAG-TEXT(1:14) IS NUMERIC
                   MOVE WS-FLAG-TEXT(1:14) TO WS-ENT-ARRIVAL(WS-ENT-SUB)
               END-IF
           END-IF

           PERFORM 2150-CHECK-PREDECESSOR THRU 2150-EXIT
           IF WS-PRED-OK NOT EQUAL 'Y'
               MOVE SPACES TO WS-ENT-NOTE(WS-ENT-SUB)
               STRING 'AWAITING ' DELIMITED BY SIZE
                   WS-JOB-PRED(WS-JOB-SUB) DELIMITED BY SPACE
                   INTO WS-ENT-NOTE(WS-ENT-SUB)
               END-STRING
               GO TO 2100-EXIT
           END-IF
           PERFORM 2200-RELEASE-JOB THRU 2200-EXIT
           .
       2100-EXIT.
           EXIT.

      ***************************************************************
      * THE JOB'S CATALOGUED PREDECESSOR IS SATISFIED WHEN THERE IS  *
      * NONE, WHEN IT IS THE STAGING STEP (DONE HERE, FILE BY FILE), *
      * OR WHEN THIS WATCHER RELEASED IT AND IT ENDED OK.  ANY OTHER *
      * PREDECESSOR RUNS IN THE NORMAL BATCH, SO THE JOB WAITS FOR   *
      * IT THERE.                                                    *
      ***************************************************************
       2150-CHECK-PREDECESSOR.

           MOVE 'Y' TO WS-PRED-OK
           IF WS-JOB-PRED(WS-JOB-SUB) EQUAL SPACES
               OR WS-JOB-PRED(WS-JOB-SUB) EQUAL 'STAGEIN'
               GO TO 2150-EXIT
           END-IF
           MOVE 'N' TO WS-PRED-OK
           PERFORM VARYING WS-ENT-SUB2 FROM 1 BY 1
                   UNTIL WS-ENT-SUB2 GREATER WS-ENT-CNT
               IF WS-ENT-JOB(WS-ENT-SUB2) EQUAL WS-JOB-PRED(WS-JOB-SUB)
                   AND WS-ENT-STATE(WS-ENT-SUB2) EQUAL 'R'
                   MOVE 'Y' TO WS-PRED-OK
               END-IF
           END-PERFORM
           .
       2150-EXIT.
           EXIT.

      ***************************************************************
      * RELEASE ONE JOB: TAKE ITS FOLDER LOCK, STAGE JUST ITS INPUT, *
      * PUT IT THROUGH GRID-CHECK, RUN IT (REBUILDING A STALE LOAD   *
      * MODULE FIRST), SPOOL ITS CONSOLE OUTPUT AND LOG THE TRIGGER. *
      * A JOB GRID-CHECK HOLDS IS LEFT TO THE BATCH.  A FOLDER       *
      * SOMEONE ELSE HOLDS IS TRIED AGAIN NEXT CYCLE.                *
      ***************************************************************
       2200-RELEASE-JOB.

           MOVE 'ENQ '          TO ENQ-OP
           MOVE WS-JOB-DIR(WS-JOB-SUB) TO ENQ-RESOURCE
           MOVE WS-OPERATOR-ID  TO ENQ-HOLDER
           MOVE 'ARRIVAL-WATCH' TO ENQ-PROGRAM
           MOVE SPACE           TO ENQ-OVERRIDE
           CALL 'AOC-ENQ' USING ENQ-PARMS
           IF ENQ-RC NOT EQUAL 0
               MOVE 'FOLDER LOCKED' TO WS-ENT-NOTE(WS-ENT-SUB)
               GO TO 2200-EXIT
           END-IF
           ACCEPT WS-RELEASE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RELEASE-TIME FROM TIME
           MOVE SPACES TO WS-RELEASE-STAMP
           STRING WS-RELEASE-DATE WS-RELEASE-TIME(1:6)
               DELIMITED BY SIZE INTO WS-RELEASE-STAMP
           END-STRING
           ADD 1 TO WS-CYCLE-RELEASES
           SUBTRACT 1 FROM WS-WAIT-CNT
           MOVE SPACES TO WS-TRG-NOTE WS-TRG-ENDED
           MOVE 0 TO WS-TRG-RC

      *    STAGE JUST THIS JOB'S INPUT
           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-ARRIVAL.FLG ; { cp "'
                   DELIMITED BY SIZE
               WS-DELIVERY-DIR(1:WS-DELIVERY-LEN) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-ENT-FILE(WS-ENT-SUB)(1:WS-ENT-FILE-LEN(WS-ENT-SUB))
                   DELIMITED BY SIZE
               '" "' DELIMITED BY SIZE
               WS-JOB-DIR(WS-JOB-SUB)(1:WS-JOB-DIR-LEN(WS-JOB-SUB))
                   DELIMITED BY SIZE
               '/INFILE.TXT" && echo PLACED || echo CPFAIL ; }'
                   DELIMITED BY SIZE
               ' > /tmp/AOC-ARRIVAL.FLG' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           PERFORM 2300-READ-FLAG THRU 2300-EXIT
           IF WS-FLAG-TEXT(1:6) NOT EQUAL 'PLACED'
               MOVE 'CPFAIL' TO WS-TRG-OUTCOME
               PERFORM 2400-WRITE-LEDGER THRU 2400-EXIT
               MOVE 'F' TO WS-ENT-STATE(WS-ENT-SUB)
               ADD 1 TO WS-FAILED-CNT
               MOVE 'COPY TO FOLDER FAILED' TO WS-TRG-NOTE
               PERFORM 2500-WRITE-TRIGGER THRU 2500-EXIT
               DISPLAY 'AOC3704E ARRIVAL-WATCH: '
                   WS-ENT-JOB(WS-ENT-SUB)
                   ' INPUT COULD NOT BE STAGED - LEFT TO THE BATCH'
               MOVE 'DEQ '         TO ENQ-OP
               MOVE WS-JOB-DIR(WS-JOB-SUB) TO ENQ-RESOURCE
               CALL 'AOC-ENQ' USING ENQ-PARMS
               GO TO 2200-EXIT
           END-IF
           MOVE 'PLACED' TO WS-TRG-OUTCOME
           PERFORM 2400-WRITE-LEDGER THRU 2400-EXIT
           PERFORM 2700-ARCHIVE-INPUT THRU 2700-EXIT

      *    A PLACED GRID THAT BREAKS ITS GRID RULE WOULD ONLY GIVE A
      *    WRONG ANSWER - THE BATCH HOLDS THE JOB GRIDF, AND SO DOES
      *    THE WATCHER
           PERFORM 2800-CHECK-GRID THRU 2800-EXIT
           IF WS-GRID-HELD EQUAL 'Y'
               MOVE 'F' TO WS-ENT-STATE(WS-ENT-SUB)
               MOVE 'GRIDF' TO WS-TRG-OUTCOME
               MOVE 'STAGED GRID FAILED CHECK' TO WS-TRG-NOTE
               ADD 1 TO WS-FAILED-CNT
               PERFORM 2500-WRITE-TRIGGER THRU 2500-EXIT
               DISPLAY 'AOC3709E ARRIVAL-WATCH: '
                   WS-ENT-JOB(WS-ENT-SUB)
                   ' HELD - STAGED GRID FAILED GRID-CHECK - LEFT TO'
                   ' THE BATCH'
               MOVE 'DEQ '         TO ENQ-OP
               MOVE WS-JOB-DIR(WS-JOB-SUB) TO ENQ-RESOURCE
               CALL 'AOC-ENQ' USING ENQ-PARMS
               GO TO 2200-EXIT
           END-IF
      *    NOR IS A GRID GRID-CHECK COULD NOT VALIDATE
           IF WS-GRID-HELD EQUAL 'U'
               MOVE 'F' TO WS-ENT-STATE(WS-ENT-SUB)
               MOVE 'GRIDF' TO WS-TRG-OUTCOME
               MOVE 'GRID NOT CHECKED' TO WS-TRG-NOTE
               ADD 1 TO WS-FAILED-CNT
               PERFORM 2500-WRITE-TRIGGER THRU 2500-EXIT
               DISPLAY 'AOC3711E ARRIVAL-WATCH: '
                   WS-ENT-JOB(WS-ENT-SUB)
                   ' HELD - GRID-CHECK DID NOT COMPLETE, STAGED GRID'
                   ' NOT CHECKED - LEFT TO THE BATCH'
               MOVE 'DEQ '         TO ENQ-OP
               MOVE WS-JOB-DIR(WS-JOB-SUB) TO ENQ-RESOURCE
               CALL 'AOC-ENQ' USING ENQ-PARMS
               GO TO 2200-EXIT
           END-IF

           DISPLAY 'AOC3703I ARRIVAL-WATCH: RELEASING '
               WS-ENT-JOB(WS-ENT-SUB) ' - '
               WS-ENT-FILE(WS-ENT-SUB)(1:WS-ENT-FILE-LEN(WS-ENT-SUB))
               ' ARRIVED ' WS-ENT-ARRIVAL(WS-ENT-SUB)
           PERFORM 2900-BUILD-MEMBER THRU 2900-EXIT
           MOVE SPACES TO WS-COMMAND
           STRING
               'rm -f /tmp/AOC-ARRIVAL.FLG /tmp/AOC-ARRIVAL-JOB.OUT ;'
                   DELIMITED BY SIZE
               ' cd "' DELIMITED BY SIZE
               WS-JOB-DIR(WS-JOB-SUB)(1:WS-JOB-DIR-LEN(WS-JOB-SUB))
                   DELIMITED BY SIZE
               '" && ! grep -q BUILDFAIL /tmp/AOC-ARRIVAL-BUILD.FLG'
                   DELIMITED BY SIZE
               ' && AOC_BATCH=Y AOC_BATCH_ID=' DELIMITED BY SIZE
               WS-WATCH-ID DELIMITED BY SPACE
               ' AOC_LOADMOD=' DELIMITED BY SIZE
               WS-JOB-NAME(WS-JOB-SUB) DELIMITED BY SPACE
               ' AOC_LOADMOD_TS=$(date -r "/root/workspace/LOADLIB/'
                   DELIMITED BY SIZE
               WS-JOB-NAME(WS-JOB-SUB) DELIMITED BY SPACE
               '" +%Y%m%d%H%M%S)' DELIMITED BY SIZE
               ' AOC_SRC_CKSUM=' DELIMITED BY SIZE
               WS-RUN-CKSUM DELIMITED BY SPACE
               ' "/root/workspace/LOADLIB/' DELIMITED BY SIZE
               WS-JOB-NAME(WS-JOB-SUB) DELIMITED BY SPACE
               '" > /tmp/AOC-ARRIVAL-JOB.OUT 2>&1 ;'
                   DELIMITED BY SIZE
               ' echo $? > /tmp/AOC-ARRIVAL.FLG' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           PERFORM 2300-READ-FLAG THRU 2300-EXIT
           IF WS-FLAG-TEXT EQUAL SPACES
               MOVE 999 TO WS-JOB-RC
           ELSE
               MOVE WS-FLAG-NUMBER TO WS-JOB-RC
           END-IF
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           STRING WS-NOW-DATE WS-NOW-TIME(1:6)
               DELIMITED BY SIZE INTO WS-TRG-ENDED
           END-STRING
           MOVE WS-JOB-RC TO WS-TRG-RC

      *    SPOOL THE JOB'S CONSOLE OUTPUT FOR LATER INQUIRY
           MOVE WS-ENT-JOB(WS-ENT-SUB) TO SPL-JOB
           MOVE '/tmp/AOC-ARRIVAL-JOB.OUT' TO SPL-SOURCE
           IF WS-JOB-RC EQUAL 0
               MOVE 'OK' TO SPL-RC
           ELSE
               MOVE 'FAIL' TO SPL-RC
           END-IF
           CALL 'AOC-SPOOL' USING SPL-PARMS
           MOVE 'DEQ '         TO ENQ-OP
           MOVE WS-JOB-DIR(WS-JOB-SUB) TO ENQ-RESOURCE
           CALL 'AOC-ENQ' USING ENQ-PARMS

           IF WS-JOB-RC EQUAL 0
               MOVE 'R' TO WS-ENT-STATE(WS-ENT-SUB)
               MOVE 'ENDED-OK' TO WS-TRG-OUTCOME
               ADD 1 TO WS-RELEASED-CNT
               DISPLAY 'ARRIVAL-WATCH: ' WS-ENT-JOB(WS-ENT-SUB)
                   ' ENDED OK'
           ELSE
               MOVE 'F' TO WS-ENT-STATE(WS-ENT-SUB)
               MOVE 'FAILED' TO WS-TRG-OUTCOME
               MOVE 'BATCH WILL RERUN IT' TO WS-TRG-NOTE
               ADD 1 TO WS-FAILED-CNT
               DISPLAY 'AOC3704E ARRIVAL-WATCH: '
                   WS-ENT-JOB(WS-ENT-SUB)
                   ' FAILED WITH RETURN CODE ' WS-JOB-RC
                   ' - LEFT TO THE BATCH'
           END-IF
           PERFORM 2500-WRITE-TRIGGER THRU 2500-EXIT
           .
       2200-EXIT.
           EXIT.

      ***************************************************************
      * READ THE SHELL FLAG AND ITS LEADING DIGITS, IF ANY           *
      ***************************************************************
       2300-READ-FLAG.

           MOVE SPACES TO WS-FLAG-TEXT
           OPEN INPUT ARRIVAL-FLAG-FILE
           SET NOT-FLAG-EOF TO TRUE
           PERFORM UNTIL FLAG-EOF
               READ ARRIVAL-FLAG-FILE
                   AT END
                       SET FLAG-EOF TO TRUE
                   NOT AT END
                       MOVE ARRIVAL-FLAG-RECORD TO WS-FLAG-TEXT
               END-READ
           END-PERFORM
           CLOSE ARRIVAL-FLAG-FILE
           MOVE 0 TO WS-FLAG-NUMBER
           MOVE 1 TO WS-FLAG-SUB
           PERFORM UNTIL WS-FLAG-SUB GREATER 10
                   OR WS-FLAG-TEXT(WS-FLAG-SUB:1) NOT NUMERIC
               MOVE WS-FLAG-TEXT(WS-FLAG-SUB:1) TO WS-FLAG-CHAR-X
               COMPUTE WS-FLAG-NUMBER =
                   (WS-FLAG-NUMBER * 10) + WS-FLAG-CHAR-9
               ADD 1 TO WS-FLAG-SUB
           END-PERFORM
           .
       2300-EXIT.
           EXIT.

      ***************************************************************
      * APPEND ONE STAGING-LEDGER RECORD IN STAGE-INPUTS' LAYOUT     *
      ***************************************************************
       2400-WRITE-LEDGER.

           MOVE SPACES TO STAGING-LEDGER-RECORD
           STRING WS-RELEASE-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RELEASE-TIME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ENT-JOB(WS-ENT-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TRG-OUTCOME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-DELIVERY-DIR(1:WS-DELIVERY-LEN) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-ENT-FILE(WS-ENT-SUB)(1:WS-ENT-FILE-LEN(WS-ENT-SUB))
                   DELIMITED BY SIZE
               ' -> ' DELIMITED BY SIZE
               WS-JOB-DIR(WS-JOB-SUB)(1:WS-JOB-DIR-LEN(WS-JOB-SUB))
                   DELIMITED BY SIZE
               '/INFILE.TXT BYTES=' DELIMITED BY SIZE
               WS-ACTUAL-BYTES DELIMITED BY SIZE
               INTO STAGING-LEDGER-RECORD
           END-STRING
           OPEN EXTEND STAGING-LEDGER-FILE
           WRITE STAGING-LEDGER-RECORD
           CLOSE STAGING-LEDGER-FILE
           .
       2400-EXIT.
           EXIT.

      ***************************************************************
      * APPEND ONE ARRIVAL-TRIGGERS RECORD FOR THE ENTRY AT          *
      * WS-ENT-SUB                                                   *
      ***************************************************************
       2500-WRITE-TRIGGER.

           MOVE SPACES TO TRIGGER-RECORD
           MOVE BIZ-DATE                 TO ATR-BIZ-DATE
           MOVE WS-ENT-JOB(WS-ENT-SUB)   TO ATR-JOB
           MOVE WS-TRG-OUTCOME           TO ATR-OUTCOME
           MOVE WS-ENT-ARRIVAL(WS-ENT-SUB) TO ATR-ARRIVAL
           MOVE WS-RELEASE-STAMP         TO ATR-RELEASE
           MOVE WS-TRG-ENDED             TO ATR-ENDED
           MOVE WS-TRG-RC                TO ATR-RC
           MOVE WS-ENT-FILE(WS-ENT-SUB)  TO ATR-FILE
           MOVE WS-TRG-NOTE              TO ATR-NOTE
           OPEN EXTEND TRIGGER-FILE
           WRITE TRIGGER-RECORD
           CLOSE TRIGGER-FILE
           .
       2500-EXIT.
           EXIT.

      ***************************************************************
      * SLEEP ONE INTERVAL, OR ONLY UNTIL THE CUTOFF IF THAT COMES   *
      * FIRST                                                        *
      ***************************************************************
       2600-SLEEP.

           ACCEPT WS-NOW-TIME FROM TIME
           COMPUTE WS-SECS-LEFT =
               (WS-CUTOFF-HH * 3600 + WS-CUTOFF-MM * 60)
             - (WS-NOW-HH * 3600 + WS-NOW-MM * 60 + WS-NOW-SS)
           IF WS-SECS-LEFT LESS 1
               GO TO 2600-EXIT
           END-IF
           IF WS-SECS-LEFT LESS WS-INTERVAL
               MOVE WS-SECS-LEFT TO WS-SLEEP-SECS
           ELSE
               MOVE WS-INTERVAL TO WS-SLEEP-SECS
           END-IF
           MOVE SPACES TO WS-COMMAND
           STRING 'sleep ' WS-SLEEP-SECS DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           .
       2600-EXIT.
           EXIT.

      ***************************************************************
      * KEEP THE PLACED INPUT IN THE BUSINESS DATE'S INPUT           *
      * GENERATION AND INDEX IT, AS STAGE-INPUTS DOES                *
      ***************************************************************
       2700-ARCHIVE-INPUT.

           MOVE SPACES TO WS-MEMBER-NAME
           STRING WS-JOB-DIR(WS-JOB-SUB)(1:WS-JOB-DIR-LEN(WS-JOB-SUB))
                   DELIMITED BY SIZE
               '/INFILE.TXT' DELIMITED BY SIZE
               INTO WS-MEMBER-NAME
           END-STRING
           COMPUTE WS-MEMBER-LEN = WS-JOB-DIR-LEN(WS-JOB-SUB) + 11
           MOVE 1 TO WS-MEMBER-SUB
           PERFORM UNTIL WS-MEMBER-SUB GREATER WS-MEMBER-LEN
               IF WS-MEMBER-NAME(WS-MEMBER-SUB:1) EQUAL '/'
                   OR WS-MEMBER-NAME(WS-MEMBER-SUB:1) EQUAL ' '
                   MOVE '_' TO WS-MEMBER-NAME(WS-MEMBER-SUB:1)
               END-IF
               ADD 1 TO WS-MEMBER-SUB
           END-PERFORM

           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-ARRIVAL.FLG ; { mkdir -p "ARCHIVE/'
                   DELIMITED BY SIZE
               WS-INPUT-GEN DELIMITED BY SIZE
               '" && cp "' DELIMITED BY SIZE
               WS-JOB-DIR(WS-JOB-SUB)(1:WS-JOB-DIR-LEN(WS-JOB-SUB))
                   DELIMITED BY SIZE
               '/INFILE.TXT" "ARCHIVE/' DELIMITED BY SIZE
               WS-INPUT-GEN DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-MEMBER-NAME(1:WS-MEMBER-LEN) DELIMITED BY SIZE
               '" && echo ARCHIVED || echo ARFAIL ; }'
                   DELIMITED BY SIZE
               ' > /tmp/AOC-ARRIVAL.FLG' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           PERFORM 2300-READ-FLAG THRU 2300-EXIT
           IF WS-FLAG-TEXT(1:8) NOT EQUAL 'ARCHIVED'
               DISPLAY 'AOC3708W ARRIVAL-WATCH: '
                   WS-ENT-JOB(WS-ENT-SUB)
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
               WS-JOB-DIR(WS-JOB-SUB)(1:WS-JOB-DIR-LEN(WS-JOB-SUB))
                   DELIMITED BY SIZE
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
      * PUT THE STAGED GRIDS THROUGH GRID-CHECK (BUILT WHEN STALE)   *
      * AND SEE WHETHER IT HOLDS THIS JOB FOR THE BUSINESS DATE      *
      ***************************************************************
       2800-CHECK-GRID.

           MOVE 'N' TO WS-GRID-HELD
           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-ARRIVAL.FLG ;' DELIMITED BY SIZE
               ' ( if [ ! -x /tmp/AOC-ARRIVAL-GRIDCHK ] || [ '
                   DELIMITED BY SIZE
               '/root/workspace/GRID-CHECK.cbl -nt /tmp/AOC-ARRIVAL-'
                   DELIMITED BY SIZE
               'GRIDCHK ] || [ "$(ls -t /root/workspace/AOC-*.cbl'
                   DELIMITED BY SIZE
               ' | head -1)" -nt /tmp/AOC-ARRIVAL-GRIDCHK ] ; then'
                   DELIMITED BY SIZE
               ' /root/workspace/aoc-build.sh /root/workspace/'
                   DELIMITED BY SIZE
               'GRID-CHECK.cbl /tmp/AOC-ARRIVAL-GRIDCHK || exit 99 ;'
                   DELIMITED BY SIZE
               ' fi ; /tmp/AOC-ARRIVAL-GRIDCHK )'
                   DELIMITED BY SIZE
               ' > /tmp/AOC-ARRIVAL-GRIDCHK.LOG 2>&1 ;'
                   DELIMITED BY SIZE
               ' echo $? > /tmp/AOC-ARRIVAL.FLG'
                   DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           PERFORM 2300-READ-FLAG THRU 2300-EXIT
           IF WS-FLAG-TEXT EQUAL SPACES
               MOVE '999' TO WS-FLAG-TEXT
               MOVE 999 TO WS-FLAG-NUMBER
           END-IF
           IF WS-FLAG-NUMBER NOT EQUAL 0
               AND WS-FLAG-NUMBER NOT EQUAL 8
               DISPLAY 'AOC3710W ARRIVAL-WATCH: GRID-CHECK DID NOT'
                   ' COMPLETE (RC ' WS-FLAG-TEXT(1:3) ') - '
                   WS-ENT-JOB(WS-ENT-SUB) ' GRID NOT CHECKED, SEE'
                   ' /tmp/AOC-ARRIVAL-GRIDCHK.LOG'
               PERFORM 2850-CHECK-RULE THRU 2850-EXIT
               GO TO 2800-EXIT
           END-IF

           OPEN INPUT GRID-HOLD-FILE
           IF WS-GRID-HOLD-FST EQUAL '05'
               CLOSE GRID-HOLD-FILE
               GO TO 2800-EXIT
           END-IF
           SET NOT-GRID-HOLD-EOF TO TRUE
           PERFORM UNTIL GRID-HOLD-EOF
               READ GRID-HOLD-FILE
                   AT END
                       SET GRID-HOLD-EOF TO TRUE
                   NOT AT END
                       IF GHD-JOB EQUAL WS-JOB-NAME(WS-JOB-SUB)
                           AND GHD-DATE EQUAL BIZ-DATE
                           MOVE 'Y' TO WS-GRID-HELD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRID-HOLD-FILE
           .
       2800-EXIT.
           EXIT.

      *    GRID-CHECK DID NOT COMPLETE: A JOB WITH A GRID RULE IS HELD
      *    UNCHECKED ('U'); A JOB WITHOUT ONE HAS NOTHING TO CHECK
       2850-CHECK-RULE.

           OPEN INPUT GRID-RULE-FILE
           IF WS-GRID-RULE-FST EQUAL '05'
               CLOSE GRID-RULE-FILE
               GO TO 2850-EXIT
           END-IF
           SET NOT-GRID-RULE-EOF TO TRUE
           PERFORM UNTIL GRID-RULE-EOF
               READ GRID-RULE-FILE
                   AT END
                       SET GRID-RULE-EOF TO TRUE
                   NOT AT END
                       IF GRID-RULE-RECORD(1:1) NOT EQUAL '*'
                           AND GRID-RULE-RECORD(1:8)
                               EQUAL WS-JOB-NAME(WS-JOB-SUB)
                           MOVE 'U' TO WS-GRID-HELD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRID-RULE-FILE
           .
       2850-EXIT.
           EXIT.

      ***************************************************************
      * BUILD THE JOB'S LOAD MODULE WHEN STALE, AS BATCH-DRIVER      *
      * DOES: NOT INSIDE A LOADLIB FREEZE WINDOW (FROZEN) NOR FROM   *
      * THE SOURCE A BACKOUT HOLDS (aoc-build.sh EXIT 3, BACKEDOUT). *
      * A COMPILED MEMBER'S PREDECESSOR IS KEPT AS A PRIOR VERSION,  *
      * THE DECISION IS CATALOGED, AND WS-RUN-CKSUM IS SET TO THE    *
      * CHECKSUM OF THE BUILD THAT WILL RUN                          *
      ***************************************************************
       2900-BUILD-MEMBER.

           MOVE 'CHEK'                  TO FRZ-OP
           MOVE WS-RELEASE-DATE         TO FRZ-DATE
           MOVE 'LOADLIB'               TO FRZ-TARGET
           MOVE WS-JOB-NAME(WS-JOB-SUB) TO FRZ-JOB
           CALL 'AOC-FREEZE' USING FRZ-PARMS
           IF FRZ-RC EQUAL 0
               MOVE 'N' TO WS-FREEZE-HOLD
           ELSE
               MOVE 'Y' TO WS-FREEZE-HOLD
           END-IF
           MOVE SPACES TO WS-COMMAND
           STRING
               'HOLD=' WS-FREEZE-HOLD ' ; ' DELIMITED BY SIZE
               'rm -f /tmp/AOC-ARRIVAL-BUILD.FLG ; cd "'
                   DELIMITED BY SIZE
               WS-JOB-DIR(WS-JOB-SUB)(1:WS-JOB-DIR-LEN(WS-JOB-SUB))
                   DELIMITED BY SIZE
               '" && { if [ ! -x "/root/workspace/LOADLIB/'
                   DELIMITED BY SIZE
               WS-JOB-NAME(WS-JOB-SUB) DELIMITED BY SPACE
               '" ] || [ "' DELIMITED BY SIZE
               WS-JOB-SRC(WS-JOB-SUB)(1:WS-JOB-SRC-LEN(WS-JOB-SUB))
                   DELIMITED BY SIZE
               '" -nt "/root/workspace/LOADLIB/' DELIMITED BY SIZE
               WS-JOB-NAME(WS-JOB-SUB) DELIMITED BY SPACE
               '" ] || [ "$(ls -t /root/workspace/AOC-*.cbl'
                   DELIMITED BY SIZE
               ' | head -1)" -nt "/root/workspace/LOADLIB/'
                   DELIMITED BY SIZE
               WS-JOB-NAME(WS-JOB-SUB) DELIMITED BY SPACE
               '" ] ; then if [ "$HOLD" = Y ] ; then echo FROZEN ;'
                   DELIMITED BY SIZE
               ' else /root/workspace/aoc-build.sh "'
                   DELIMITED BY SIZE
               WS-JOB-SRC(WS-JOB-SUB)(1:WS-JOB-SRC-LEN(WS-JOB-SUB))
                   DELIMITED BY SIZE
               '" "/root/workspace/LOADLIB/' DELIMITED BY SIZE
               WS-JOB-NAME(WS-JOB-SUB) DELIMITED BY SPACE
               '" > /tmp/AOC-ARRIVAL-COMPILE.LOG 2>&1'
                   DELIMITED BY SIZE
               ' ; case $? in 0) echo COMPILED ;;'
                   DELIMITED BY SIZE
               ' 3) echo BACKEDOUT ;; *) echo BUILDFAIL ;; esac ; fi ;'
                   DELIMITED BY SIZE
               ' else echo REUSED ; fi ; }'
                   DELIMITED BY SIZE
               ' > /tmp/AOC-ARRIVAL-BUILD.FLG'
                   DELIMITED BY SIZE
               ' && cksum < "' DELIMITED BY SIZE
               WS-JOB-SRC(WS-JOB-SUB)(1:WS-JOB-SRC-LEN(WS-JOB-SUB))
                   DELIMITED BY SIZE
               '" | cut -d " " -f 1 >> /tmp/AOC-ARRIVAL-BUILD.FLG'
                   DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND

           MOVE SPACES TO WS-BUILD-ACTION WS-BUILD-CKSUM
           OPEN INPUT BUILD-FLAG-FILE
           SET NOT-BUILD-FLAG-EOF TO TRUE
           PERFORM UNTIL BUILD-FLAG-EOF
               READ BUILD-FLAG-FILE
                   AT END
                       SET BUILD-FLAG-EOF TO TRUE
                   NOT AT END
      *                THE BUILD DECISION, THEN THE SOURCE CHECKSUM
                       IF WS-BUILD-ACTION EQUAL SPACES
                           MOVE BUILD-FLAG-RECORD(1:9)
                               TO WS-BUILD-ACTION
                       ELSE
                           MOVE BUILD-FLAG-RECORD TO WS-BUILD-CKSUM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUILD-FLAG-FILE
           IF WS-BUILD-ACTION EQUAL SPACES
               MOVE 'NOFLAG' TO WS-BUILD-ACTION
           END-IF

      *    A REBUILT MEMBER'S PREDECESSOR IS FILED AS A PRIOR VERSION
      *    BEFORE THE NEW BUILD IS CATALOGED OVER IT
           EVALUATE WS-BUILD-ACTION
               WHEN 'COMPILED'
                   MOVE 'KEEP'                  TO LIB-OP
                   MOVE WS-JOB-NAME(WS-JOB-SUB) TO LIB-JOB
                   CALL 'AOC-LOADLIB' USING LIB-PARMS
                   IF LIB-RC EQUAL 0
                       DISPLAY 'ARRIVAL-WATCH: '
                           WS-JOB-NAME(WS-JOB-SUB) ' ' LIB-MESSAGE
                   END-IF
               WHEN 'BACKEDOUT'
                   DISPLAY 'ARRIVAL-WATCH: ' WS-JOB-NAME(WS-JOB-SUB)
                       ' IS BACKED OUT - NOT REBUILT, THE REINSTATED'
                       ' MEMBER RUNS'
               WHEN 'FROZEN'
                   DISPLAY 'ARRIVAL-WATCH: ' WS-JOB-NAME(WS-JOB-SUB)
                       ' NOT REBUILT - ' FRZ-MESSAGE
           END-EVALUATE
           ACCEPT WS-CC-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CC-TIME FROM TIME
           MOVE SPACES TO COMPILE-CATALOG-RECORD
           MOVE WS-JOB-NAME(WS-JOB-SUB) TO CC-JOB-NAME
           MOVE WS-BUILD-ACTION         TO CC-ACTION
           MOVE WS-CC-DATE              TO CC-DATE
           MOVE WS-CC-TIME              TO CC-TIME
           MOVE WS-BUILD-CKSUM          TO CC-SRC-CKSUM
           MOVE SPACES                  TO CC-SOURCE
           STRING
               WS-JOB-DIR(WS-JOB-SUB)(1:WS-JOB-DIR-LEN(WS-JOB-SUB))
                   DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-JOB-SRC(WS-JOB-SUB)(1:WS-JOB-SRC-LEN(WS-JOB-SUB))
                   DELIMITED BY SIZE
               INTO CC-SOURCE
           END-STRING
           OPEN EXTEND COMPILE-CATALOG-FILE
           WRITE COMPILE-CATALOG-RECORD
           CLOSE COMPILE-CATALOG-FILE

      *    A BACKED-OUT OR FROZEN MEMBER RUNS UNDER THE CHECKSUM OF
      *    THE BUILD THE LIBRARY HAS IN FORCE, NOT THE SOURCE ON DISK
           MOVE WS-BUILD-CKSUM TO WS-RUN-CKSUM
           MOVE 'STAT'                  TO LIB-OP
           MOVE WS-JOB-NAME(WS-JOB-SUB) TO LIB-JOB
           CALL 'AOC-LOADLIB' USING LIB-PARMS
           IF LIB-RC EQUAL 4
               OR WS-BUILD-ACTION EQUAL 'FROZEN'
               MOVE LIB-SRC-CKSUM TO WS-RUN-CKSUM
           END-IF
           IF WS-RUN-CKSUM EQUAL SPACES
               MOVE 'UNKNOWN' TO WS-RUN-CKSUM
           END-IF
           .
       2900-EXIT.
           EXIT.

      ***************************************************************
      * AT THE CUTOFF EVERY ENTRY STILL WATCHED FALLS BACK TO THE    *
      * NORMAL BATCH - LOGGED WITH WHAT IT WAS WAITING ON            *
      ***************************************************************
       3000-FALL-BACK.

           MOVE SPACES TO WS-RELEASE-STAMP WS-TRG-ENDED
           MOVE 0 TO WS-TRG-RC
           MOVE 'FALLBACK' TO WS-TRG-OUTCOME
           PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
                   UNTIL WS-ENT-SUB GREATER WS-ENT-CNT
               IF WS-ENT-STATE(WS-ENT-SUB) EQUAL SPACE
                   ADD 1 TO WS-FALLBACK-CNT
                   MOVE WS-ENT-NOTE(WS-ENT-SUB) TO WS-TRG-NOTE
                   PERFORM 2500-WRITE-TRIGGER THRU 2500-EXIT
                   DISPLAY 'AOC3705W ARRIVAL-WATCH: '
                       WS-ENT-JOB(WS-ENT-SUB)
                       ' FALLS BACK TO THE NORMAL BATCH - '
                       WS-ENT-NOTE(WS-ENT-SUB)
               END-IF
           END-PERFORM
           .
       3000-EXIT.
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
