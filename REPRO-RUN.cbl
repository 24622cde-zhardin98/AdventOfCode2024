       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPRO-RUN.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * POINT-IN-TIME RE-EXECUTION OF A PAST BUSINESS DATE           *
      *                                                              *
      * AUDIT ASKS US TO PROVE AN ANSWER FROM MONTHS AGO CAN BE      *
      * REPRODUCED.  REPRO-REQUEST.TXT NAMES THE BUSINESS DATE AND   *
      * THE JOB ('DATE=yyyymmdd', 'JOB=DAYnn').  THIS JOB:           *
      *   - FINDS THE DATE'S ARCHIVED INPUT FOR THE JOB - THE I      *
      *     RECORD STAGE-INPUTS (OR ARRIVAL-WATCH) WROTE TO          *
      *     ARCHIVE-INDEX.TXT FOR ARCHIVE/Iyyyymmdd                  *
      *   - TAKES THE VERSION OF RECORD FOR THAT DATE FROM THE       *
      *     ANSWER MASTER (AND ANSWER-HISTORY.TXT): THE HIGHEST      *
      *     SIGNED-OFF VERSION ON SIGNOFF-MASTER.TXT, ELSE THE       *
      *     HIGHEST VERSION ON FILE                                  *
      *   - TAKES THE PARAMETERS IN EFFECT FROM THAT VERSION'S       *
      *     ANSWER-PROVENANCE.TXT RECORD (PARMLIB, LOCAL CONTROL.TXT *
      *     OR COMPILED-IN DEFAULT); WITH NO PROVENANCE ON FILE THE  *
      *     CURRENT PARMLIB.TXT IS USED AND THE REPORT SAYS SO       *
      *   - REBUILDS THE JOB'S FOLDER UNDER REPRO/ FROM THE          *
      *     PRODUCTION FOLDER, THE ARCHIVED INPUT AND THOSE          *
      *     PARAMETERS, WITH THE SHOP FILES IT READS THROUGH ../     *
      *     (JOBCAT, OPERATOR-AUTH, ANSWER MASTER) COPIED BESIDE IT  *
      *   - RUNS THE CURRENT LOAD MODULE THERE UNDER AOC_ENV=REPRO   *
      *     AND REPRO/BUSINESS-DATE.TXT, SO THE BUSINESS DATE IS THE *
      *     ONE BEING REPRODUCED AND THE ANSWER, PROVENANCE, BALANCE *
      *     AND COMMIT POSTINGS ALL LAND INSIDE REPRO/ - NO          *
      *     PRODUCTION MASTER OR LEDGER IS TOUCHED.  A STALE MODULE  *
      *     IS REBUILT FIRST AS THE BATCH WOULD (CATALOGED ON        *
      *     COMPILE-CATALOG.TXT); INSIDE A LOADLIB FREEZE WINDOW OR  *
      *     UNDER A BACKOUT THE MEMBER IN THE LIBRARY RUNS AS IT IS  *
      *   - COMPARES THE RE-EXECUTED ANSWER (PART 1, PART 2, VOLUME) *
      *     WITH THE VERSION OF RECORD                               *
      * REPRO-REPORT.TXT (132 BYTES) STATES 'REPRODUCED' OR SHOWS    *
      * EACH DIFFERENCE, AND ALSO SHOWS WHETHER THE ARCHIVED INPUT'S *
      * CKSUM AND THE SOURCE CKSUM OF THE BUILD THAT RAN STILL MATCH *
      * THE PROVENANCE RECORD, SINCE EITHER EXPLAINS A DIFFERENCE.   *
      * THE REBUILT AREA IS LEFT IN PLACE (CONSOLE OUTPUT IN         *
      * CONSOLE.OUT) FOR THE AUDITOR UNTIL THE NEXT RUN CLEARS IT.   *
      * THE AREA IS HELD UNDER THE ENQ RESOURCE REPRO FOR THE LENGTH *
      * OF THE RUN.                                                  *
      * RETURN CODE 0 REPRODUCED, 8 NOT REPRODUCED (OR THE AREA IS   *
      * LOCKED), 12 WHEN THE REQUEST, THE JOB, THE ARCHIVED INPUT OR *
      * THE ANSWER OF RECORD CANNOT BE FOUND.  RUN FROM THE          *
      * WORKSPACE ROOT.                                              *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REQUEST-FILE
               ASSIGN TO 'REPRO-REQUEST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FST.
           SELECT OPTIONAL JOBCAT-FILE ASSIGN TO 'JOBCAT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBCAT-FST.
           SELECT OPTIONAL INDEX-FILE ASSIGN TO 'ARCHIVE-INDEX.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-FST.
           SELECT OPTIONAL ANSWER-MASTER-FILE
               ASSIGN TO 'ANSWER-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANSWER-MASTER-FST.
      *    SUPERSEDED VERSIONS MOVED ASIDE BY ANSWER-REORG
           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO 'ANSWER-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FST.
           SELECT OPTIONAL SIGNOFF-FILE
               ASSIGN TO 'SIGNOFF-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNOFF-FST.
           SELECT OPTIONAL PROVENANCE-FILE
               ASSIGN TO 'ANSWER-PROVENANCE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROVENANCE-FST.
      *    THE REBUILT AREA'S OWN CONTROL FILES AND ANSWER MASTER
           SELECT REPRO-PARMLIB-FILE
               ASSIGN TO 'REPRO/PARMLIB.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPRO-FST.
           SELECT REPRO-CONTROL-FILE
               ASSIGN TO 'REPRO/CONTROL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPRO-FST.
           SELECT REPRO-BIZDATE-FILE
               ASSIGN TO 'REPRO/BUSINESS-DATE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPRO-FST.
           SELECT OPTIONAL REPRO-ANSWER-FILE
               ASSIGN TO 'REPRO/ANSWER-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPRO-FST.
      *    OUTCOME OF EACH SHELL STEP
           SELECT OPTIONAL REPRO-FLAG-FILE
               ASSIGN TO '/tmp/AOC-REPRO.FLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPRO-FLAG-FST.
      *    BUILD DECISION AND SOURCE CHECKSUM LEFT BY THE BUILD STEP
           SELECT OPTIONAL BUILD-FLAG-FILE
               ASSIGN TO '/tmp/AOC-REPRO-BUILD.FLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUILD-FLAG-FST.
      *    COMPILE CATALOG - SHARED WITH BATCH-DRIVER
           SELECT OPTIONAL COMPILE-CATALOG-FILE
               ASSIGN TO 'COMPILE-CATALOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPILE-CATALOG-FST.
           SELECT REPORT-FILE ASSIGN TO 'REPRO-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FST.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REQUEST-RECORD.
       01  REQUEST-RECORD                         PIC X(80).

       FD  JOBCAT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JOBCAT-RECORD.
       01  JOBCAT-RECORD                          PIC X(80).

       FD  INDEX-FILE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS INDEX-RECORD.
       01  INDEX-RECORD                           PIC X(120).

       FD  ANSWER-MASTER-FILE
           RECORD CONTAINS 106 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ANSWER-MASTER-RECORD.
       01  ANSWER-MASTER-RECORD.
           05 AM-DATE                            PIC 9(8).
           05 FILLER                             PIC X(1).
           05 AM-PROGRAM                         PIC X(24).
           05 FILLER                             PIC X(1).
           05 AM-VERSION                         PIC 9(2).
           05 FILLER                             PIC X(1).
           05 AM-PART1                           PIC X(30).
           05 FILLER                             PIC X(1).
           05 AM-PART2                           PIC X(30).
           05 FILLER                             PIC X(1).
           05 AM-VOLUME                          PIC 9(7).

       FD  HISTORY-FILE
           RECORD CONTAINS 106 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS HISTORY-RECORD.
       01  HISTORY-RECORD                         PIC X(106).

       FD  SIGNOFF-FILE
           RECORD CONTAINS 58 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SIGNOFF-RECORD.
       01  SIGNOFF-RECORD.
           05 SO-DATE                            PIC 9(8).
           05 FILLER                             PIC X(1).
           05 SO-PROGRAM                         PIC X(24).
           05 FILLER                             PIC X(1).
           05 SO-VERSION                         PIC 9(2).
           05 FILLER                             PIC X(22).

       FD  PROVENANCE-FILE
           RECORD CONTAINS 225 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PROVENANCE-RECORD.
       01  PROVENANCE-RECORD.
           05 PRV-DATE                           PIC 9(8).
           05 FILLER                             PIC X(1).
           05 PRV-PROGRAM                        PIC X(24).
           05 FILLER                             PIC X(1).
           05 PRV-VERSION                        PIC 9(2).
           05 FILLER                             PIC X(1).
           05 PRV-POST-DATE                      PIC 9(8).
           05 FILLER                             PIC X(1).
           05 PRV-POST-TIME                      PIC 9(8).
           05 FILLER                             PIC X(1).
           05 PRV-OPERATOR                       PIC X(8).
           05 FILLER                             PIC X(1).
           05 PRV-FINGERPRINT                    PIC 9(10).
           05 FILLER                             PIC X(1).
           05 PRV-BATCH-ID                       PIC X(15).
           05 FILLER                             PIC X(1).
           05 PRV-JOB                            PIC X(8).
           05 FILLER                             PIC X(1).
           05 PRV-MODULE-TS                      PIC X(14).
           05 FILLER                             PIC X(1).
           05 PRV-SRC-CKSUM                      PIC X(10).
           05 FILLER                             PIC X(1).
           05 PRV-SOURCE                         PIC X(30).
           05 FILLER                             PIC X(1).
           05 PRV-PARM-SOURCE                    PIC X(7).
           05 FILLER                             PIC X(1).
           05 PRV-PARMS                          PIC X(60).

       FD  REPRO-PARMLIB-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REPRO-PARMLIB-RECORD.
       01  REPRO-PARMLIB-RECORD                   PIC X(80).

       FD  REPRO-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REPRO-CONTROL-RECORD.
       01  REPRO-CONTROL-RECORD                   PIC X(80).

       FD  REPRO-BIZDATE-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REPRO-BIZDATE-RECORD.
       01  REPRO-BIZDATE-RECORD                   PIC X(80).

       FD  REPRO-ANSWER-FILE
           RECORD CONTAINS 106 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REPRO-ANSWER-RECORD.
       01  REPRO-ANSWER-RECORD                    PIC X(106).

       FD  REPRO-FLAG-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REPRO-FLAG-RECORD.
       01  REPRO-FLAG-RECORD                      PIC X(40).

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

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REPORT-RECORD.
       01  REPORT-RECORD                          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
           COPY ENQPARM.
           COPY LIBPARM.
           COPY FRZPARM.

       01  WS-EOF-FLAG                            PIC X(1).
           88 SCAN-EOF                                     VALUE 'Y'.
           88 NOT-SCAN-EOF                                 VALUE 'N'.
       01  WS-COMMAND                             PIC X(1000).
       01  WS-RUN-DATE                            PIC 9(8).
       01  WS-OPERATOR-ID                         PIC X(8)
           VALUE SPACES.

      *    THE REQUEST
       01  WS-REQ-DATE                            PIC X(8)
           VALUE SPACES.
       01  WS-REQ-DATE-9 REDEFINES WS-REQ-DATE    PIC 9(8).
       01  WS-REQ-JOB                             PIC X(8)
           VALUE SPACES.

      *    THE JOB'S CATALOG ENTRY
       01  WS-JOB-FOUND                           PIC X(1) VALUE 'N'.
       01  WS-JOB-PROGRAM                         PIC X(24).
       01  WS-JOB-DIR                             PIC X(20).
       01  WS-JOB-DIR-LEN                         PIC 9(2).
       01  WS-JOB-SRC                             PIC X(30).
       01  WS-JOB-SRC-LEN                         PIC 9(2).
       01  WS-CAT-SOURCE                          PIC X(30).
       01  WS-CAT-DIR                             PIC X(20).
       01  WS-CAT-FILE                            PIC X(16).

      *    THE DATE'S INPUT GENERATION MEMBER FOR THE JOB
       01  WS-INPUT-GEN                           PIC X(9).
       01  WS-MEMBER-NAME                         PIC X(40).
       01  WS-MEMBER-LEN                          PIC 9(2).
       01  WS-MEMBER-SUB                          PIC 9(2).
       01  WS-INPUT-FOUND                         PIC X(1) VALUE 'N'.

      *    EVERY VERSION ON FILE FOR THE DATE, BY VERSION NUMBER
       01  WS-VERSION-TABLE.
           05  WS-VER-ENTRY OCCURS 99 TIMES.
               10 WS-VER-PRESENT                  PIC X(1).
               10 WS-VER-PART1                    PIC X(30).
               10 WS-VER-PART2                    PIC X(30).
               10 WS-VER-VOLUME                   PIC 9(7).
       01  WS-VER-SUB                             PIC 9(2).
       01  WS-MAX-VERSION                         PIC 9(2) VALUE 0.
       01  WS-SIGNED-VERSION                      PIC 9(2) VALUE 0.
       01  WS-RECORD-VERSION                      PIC 9(2) VALUE 0.
       01  WS-RECORD-BASIS                        PIC X(20).

      *    PARAMETERS AND FINGERPRINTS FROM THE PROVENANCE RECORD
       01  WS-PRV-FOUND                           PIC X(1) VALUE 'N'.
       01  WS-PARM-SOURCE                         PIC X(7).
       01  WS-PARMS                               PIC X(60).
       01  WS-PRV-FINGERPRINT                     PIC 9(10).
       01  WS-PRV-SRC-CKSUM                       PIC X(10).
       01  WS-INPUT-CKSUM                         PIC 9(10).
       01  WS-SRC-CKSUM                           PIC X(10).

      *    BUILD DECISION - COMPILED, REUSED, BACKEDOUT, FROZEN OR
      *    BUILDFAIL - FOR THE MODULE THE RE-EXECUTION RUNS
       01  WS-FREEZE-HOLD                         PIC X(1) VALUE 'N'.
       01  WS-BUILD-ACTION                        PIC X(9).
       01  WS-BUILD-CKSUM                         PIC X(10).
       01  WS-CC-DATE                             PIC 9(8).
       01  WS-CC-TIME                             PIC 9(8).

      *    THE RE-EXECUTION AND ITS ANSWER
       01  WS-JOB-RC                              PIC 9(3) VALUE 0.
       01  WS-NEW-FOUND                           PIC X(1) VALUE 'N'.
       01  WS-NEW-VERSION                         PIC 9(2) VALUE 0.
       01  WS-NEW-PART1                           PIC X(30).
       01  WS-NEW-PART2                           PIC X(30).
       01  WS-NEW-VOLUME                          PIC 9(7).
       01  WS-DIFF-CNT                            PIC 9(1) VALUE 0.
       01  WS-FIELD-RESULT                        PIC X(7).

      *    SHELL FLAG
       01  WS-FLAG-TEXT                           PIC X(40).
       01  WS-FLAG-NUMBER                         PIC 9(10).
       01  WS-FLAG-SUB                            PIC 9(2).
       01  WS-FLAG-CHAR-X                         PIC X(1).
       01  WS-FLAG-CHAR-9 REDEFINES WS-FLAG-CHAR-X
                                                  PIC 9(1).

       01  WS-TRIM-FIELD                          PIC X(40).
       01  WS-TRIM-LEN                            PIC 9(2).

      *    FILE-STATUS FIELDS
       01  WS-REQUEST-FST                         PIC X(2) VALUE '00'.
       01  WS-JOBCAT-FST                          PIC X(2) VALUE '00'.
       01  WS-INDEX-FST                           PIC X(2) VALUE '00'.
       01  WS-ANSWER-MASTER-FST                   PIC X(2) VALUE '00'.
       01  WS-HISTORY-FST                         PIC X(2) VALUE '00'.
       01  WS-SIGNOFF-FST                         PIC X(2) VALUE '00'.
       01  WS-PROVENANCE-FST                      PIC X(2) VALUE '00'.
       01  WS-REPRO-FST                           PIC X(2) VALUE '00'.
       01  WS-REPRO-FLAG-FST                      PIC X(2) VALUE '00'.
       01  WS-BUILD-FLAG-FST                      PIC X(2) VALUE '00'.
       01  WS-COMPILE-CATALOG-FST                 PIC X(2) VALUE '00'.
       01  WS-REPORT-FST                          PIC X(2) VALUE '00'.

       01  WS-END                                 PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

       PROCEDURE DIVISION.
      ***************************************************************
      * MAINLINE                                                    *
      ***************************************************************
       0000-MAINLINE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'AOC_OPERATOR'
           IF WS-OPERATOR-ID EQUAL SPACES
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'USER'
           END-IF
           IF WS-OPERATOR-ID EQUAL SPACES
               MOVE 'UNKNOWN' TO WS-OPERATOR-ID
           END-IF
           PERFORM 1000-READ-REQUEST      THRU 1000-EXIT
           PERFORM 1100-FIND-JOB          THRU 1100-EXIT
           PERFORM 1200-FIND-INPUT        THRU 1200-EXIT
           PERFORM 1300-FIND-RECORD       THRU 1300-EXIT
           PERFORM 1400-FIND-PROVENANCE   THRU 1400-EXIT

           MOVE 'ENQ '       TO ENQ-OP
           MOVE 'REPRO'      TO ENQ-RESOURCE
           MOVE WS-OPERATOR-ID TO ENQ-HOLDER
           MOVE 'REPRO-RUN'  TO ENQ-PROGRAM
           MOVE SPACE        TO ENQ-OVERRIDE
           CALL 'AOC-ENQ' USING ENQ-PARMS
           IF ENQ-RC NOT EQUAL 0
               DISPLAY 'AOC3806E REPRO-RUN: THE REPRO AREA IS IN USE'
                   ' - ' ENQ-HELD-BY
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-BUILD-AREA        THRU 2000-EXIT
           PERFORM 3000-RUN-JOB           THRU 3000-EXIT
           PERFORM 4000-FIND-RESULT       THRU 4000-EXIT
           MOVE 'DEQ '       TO ENQ-OP
           CALL 'AOC-ENQ' USING ENQ-PARMS
           PERFORM 8000-WRITE-REPORT      THRU 8000-EXIT

           IF WS-NEW-FOUND EQUAL 'Y' AND WS-DIFF-CNT EQUAL 0
               DISPLAY 'AOC3801I REPRO-RUN: ' WS-REQ-JOB ' FOR '
                   WS-REQ-DATE ' REPRODUCED VERSION '
                   WS-RECORD-VERSION ' - SEE REPRO-REPORT.TXT'
           ELSE
               DISPLAY 'AOC3802E REPRO-RUN: ' WS-REQ-JOB ' FOR '
                   WS-REQ-DATE ' NOT REPRODUCED - SEE'
                   ' REPRO-REPORT.TXT'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ***************************************************************
      * THE BUSINESS DATE AND JOB TO RE-EXECUTE                      *
      ***************************************************************
       1000-READ-REQUEST.

           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-FST EQUAL '05'
               CLOSE REQUEST-FILE
           ELSE
               SET NOT-SCAN-EOF TO TRUE
               PERFORM UNTIL SCAN-EOF
                   READ REQUEST-FILE
                       AT END
                           SET SCAN-EOF TO TRUE
                       NOT AT END
                           IF REQUEST-RECORD(1:5) EQUAL 'DATE='
                               MOVE REQUEST-RECORD(6:8)
                                   TO WS-REQ-DATE
                           END-IF
                           IF REQUEST-RECORD(1:4) EQUAL 'JOB='
                               MOVE REQUEST-RECORD(5:8)
                                   TO WS-REQ-JOB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REQUEST-FILE
           END-IF
           IF WS-REQ-DATE IS NOT NUMERIC
               OR WS-REQ-JOB EQUAL SPACES
               DISPLAY 'AOC3803E REPRO-RUN: REPRO-REQUEST.TXT MUST'
                   ' NAME DATE=yyyymmdd AND JOB=name'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       1000-EXIT.
           EXIT.

      ***************************************************************
      * THE JOB'S PROGRAM-ID, FOLDER AND SOURCE FROM JOBCAT.TXT.     *
      * ONLY A JOB THAT RUNS IN ITS OWN FOLDER CAN BE REBUILT.       *
      ***************************************************************
       1100-FIND-JOB.

           OPEN INPUT JOBCAT-FILE
           IF WS-JOBCAT-FST EQUAL '05'
               CLOSE JOBCAT-FILE
               GO TO 1100-NOT-FOUND
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ JOBCAT-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF JOBCAT-RECORD(1:2) EQUAL SPACES
                           AND JOBCAT-RECORD(3:8) EQUAL WS-REQ-JOB
                           MOVE JOBCAT-RECORD(15:24)
                               TO WS-JOB-PROGRAM
                           MOVE JOBCAT-RECORD(40:30)
                               TO WS-CAT-SOURCE
                           MOVE SPACES TO WS-CAT-DIR WS-CAT-FILE
                           UNSTRING WS-CAT-SOURCE DELIMITED BY '/'
                               INTO WS-CAT-DIR WS-CAT-FILE
                           END-UNSTRING
                           IF WS-CAT-FILE NOT EQUAL SPACES
                               MOVE 'Y' TO WS-JOB-FOUND
                               MOVE WS-CAT-DIR TO WS-JOB-DIR
                               MOVE WS-CAT-DIR TO WS-TRIM-FIELD
                               PERFORM 7000-TRIM THRU 7000-EXIT
                               MOVE WS-TRIM-LEN TO WS-JOB-DIR-LEN
                               MOVE WS-CAT-SOURCE TO WS-JOB-SRC
                               MOVE WS-CAT-SOURCE TO WS-TRIM-FIELD
                               PERFORM 7000-TRIM THRU 7000-EXIT
                               MOVE WS-TRIM-LEN TO WS-JOB-SRC-LEN
                           END-IF
                           SET SCAN-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBCAT-FILE
           IF WS-JOB-FOUND EQUAL 'Y'
               GO TO 1100-EXIT
           END-IF
           .
       1100-NOT-FOUND.
           DISPLAY 'AOC3803E REPRO-RUN: ' WS-REQ-JOB
               ' IS NOT A FOLDER JOB IN JOBCAT.TXT'
           MOVE 12 TO RETURN-CODE
           STOP RUN.
       1100-EXIT.
           EXIT.

      ***************************************************************
      * THE DATE'S ARCHIVED INPUT: THE LAST I RECORD FOR ITS INPUT   *
      * GENERATION WHOSE MEMBER IS THE JOB'S FLATTENED INFILE PATH   *
      ***************************************************************
       1200-FIND-INPUT.

           MOVE SPACES TO WS-INPUT-GEN
           STRING 'I' WS-REQ-DATE DELIMITED BY SIZE INTO WS-INPUT-GEN
           MOVE SPACES TO WS-MEMBER-NAME
           STRING WS-JOB-DIR(1:WS-JOB-DIR-LEN) DELIMITED BY SIZE
               '/INFILE.TXT' DELIMITED BY SIZE
               INTO WS-MEMBER-NAME
           END-STRING
           COMPUTE WS-MEMBER-LEN = WS-JOB-DIR-LEN + 11
           MOVE 1 TO WS-MEMBER-SUB
           PERFORM UNTIL WS-MEMBER-SUB GREATER WS-MEMBER-LEN
               IF WS-MEMBER-NAME(WS-MEMBER-SUB:1) EQUAL '/'
                   OR WS-MEMBER-NAME(WS-MEMBER-SUB:1) EQUAL ' '
                   MOVE '_' TO WS-MEMBER-NAME(WS-MEMBER-SUB:1)
               END-IF
               ADD 1 TO WS-MEMBER-SUB
           END-PERFORM

           OPEN INPUT INDEX-FILE
           IF WS-INDEX-FST NOT EQUAL '05'
               SET NOT-SCAN-EOF TO TRUE
               PERFORM UNTIL SCAN-EOF
                   READ INDEX-FILE
                       AT END
                           SET SCAN-EOF TO TRUE
                       NOT AT END
                           IF INDEX-RECORD(1:2) EQUAL 'I '
                               AND INDEX-RECORD(3:9) EQUAL WS-INPUT-GEN
                               AND INDEX-RECORD(13:WS-MEMBER-LEN)
                                   EQUAL WS-MEMBER-NAME(1:WS-MEMBER-LEN)
                               AND INDEX-RECORD(13 + WS-MEMBER-LEN:1)
                                   EQUAL SPACE
                               MOVE 'Y' TO WS-INPUT-FOUND
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE INDEX-FILE
           IF WS-INPUT-FOUND NOT EQUAL 'Y'
               DISPLAY 'AOC3804E REPRO-RUN: NO ARCHIVED INPUT FOR '
                   WS-REQ-JOB ' IN INPUT GENERATION ' WS-INPUT-GEN
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       1200-EXIT.
           EXIT.

      ***************************************************************
      * EVERY VERSION POSTED FOR THE DATE - CURRENT MASTER AND THE   *
      * HISTORY ARCHIVE - AND THE VERSION OF RECORD: THE HIGHEST     *
      * SIGNED OFF, ELSE THE HIGHEST ON FILE                         *
      ***************************************************************
       1300-FIND-RECORD.

           MOVE 1 TO WS-VER-SUB
           PERFORM UNTIL WS-VER-SUB GREATER 98
               MOVE 'N' TO WS-VER-PRESENT(WS-VER-SUB)
               ADD 1 TO WS-VER-SUB
           END-PERFORM
           MOVE 'N' TO WS-VER-PRESENT(99)

           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FST NOT EQUAL '05'
               SET NOT-SCAN-EOF TO TRUE
               PERFORM UNTIL SCAN-EOF
                   READ HISTORY-FILE INTO ANSWER-MASTER-RECORD
                       AT END
                           SET SCAN-EOF TO TRUE
                       NOT AT END
                           PERFORM 1350-KEEP-VERSION THRU 1350-EXIT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HISTORY-FILE

      *    THE CURRENT MASTER ALSO SETS THE HIGHEST PRODUCTION
      *    VERSION, ABOVE WHICH THE RE-EXECUTION WILL POST
           OPEN INPUT ANSWER-MASTER-FILE
           IF WS-ANSWER-MASTER-FST NOT EQUAL '05'
               SET NOT-SCAN-EOF TO TRUE
               PERFORM UNTIL SCAN-EOF
                   READ ANSWER-MASTER-FILE
                       AT END
                           SET SCAN-EOF TO TRUE
                       NOT AT END
                           PERFORM 1350-KEEP-VERSION THRU 1350-EXIT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ANSWER-MASTER-FILE
           IF WS-MAX-VERSION EQUAL 0
               DISPLAY 'AOC3805E REPRO-RUN: NO ANSWER ON FILE FOR '
                   WS-JOB-PROGRAM ' ON ' WS-REQ-DATE
                   ' - NOTHING TO REPRODUCE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SIGNOFF-FILE
           IF WS-SIGNOFF-FST NOT EQUAL '05'
               SET NOT-SCAN-EOF TO TRUE
               PERFORM UNTIL SCAN-EOF
                   READ SIGNOFF-FILE
                       AT END
                           SET SCAN-EOF TO TRUE
                       NOT AT END
                           IF SO-DATE EQUAL WS-REQ-DATE-9
                               AND SO-PROGRAM EQUAL WS-JOB-PROGRAM
                               AND SO-VERSION IS NUMERIC
                               AND SO-VERSION GREATER 0
                               AND SO-VERSION GREATER WS-SIGNED-VERSION
                               AND WS-VER-PRESENT(SO-VERSION)
                                   EQUAL 'Y'
                               MOVE SO-VERSION TO WS-SIGNED-VERSION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SIGNOFF-FILE
           IF WS-SIGNED-VERSION GREATER 0
               MOVE WS-SIGNED-VERSION TO WS-RECORD-VERSION
               MOVE 'SIGNED OFF' TO WS-RECORD-BASIS
           ELSE
               MOVE WS-MAX-VERSION TO WS-RECORD-VERSION
               MOVE 'HIGHEST ON FILE' TO WS-RECORD-BASIS
           END-IF
           .
       1300-EXIT.
           EXIT.

       1350-KEEP-VERSION.

           IF AM-DATE EQUAL WS-REQ-DATE-9
               AND AM-PROGRAM EQUAL WS-JOB-PROGRAM
               AND AM-VERSION IS NUMERIC
               AND AM-VERSION GREATER 0
               MOVE 'Y'       TO WS-VER-PRESENT(AM-VERSION)
               MOVE AM-PART1  TO WS-VER-PART1(AM-VERSION)
               MOVE AM-PART2  TO WS-VER-PART2(AM-VERSION)
               MOVE AM-VOLUME TO WS-VER-VOLUME(AM-VERSION)
               IF AM-VERSION GREATER WS-MAX-VERSION
                   MOVE AM-VERSION TO WS-MAX-VERSION
               END-IF
           END-IF
           .
       1350-EXIT.
           EXIT.

      ***************************************************************
      * THE PARAMETERS, INPUT FINGERPRINT AND SOURCE CHECKSUM THE    *
      * VERSION OF RECORD WAS PRODUCED UNDER                         *
      ***************************************************************
       1400-FIND-PROVENANCE.

           MOVE SPACES TO WS-PARM-SOURCE WS-PARMS WS-PRV-SRC-CKSUM
           MOVE 0 TO WS-PRV-FINGERPRINT
           OPEN INPUT PROVENANCE-FILE
           IF WS-PROVENANCE-FST NOT EQUAL '05'
               SET NOT-SCAN-EOF TO TRUE
               PERFORM UNTIL SCAN-EOF
                   READ PROVENANCE-FILE
                       AT END
                           SET SCAN-EOF TO TRUE
                       NOT AT END
                           IF PRV-DATE EQUAL WS-REQ-DATE-9
                               AND PRV-PROGRAM EQUAL WS-JOB-PROGRAM
                               AND PRV-VERSION EQUAL WS-RECORD-VERSION
                               MOVE 'Y' TO WS-PRV-FOUND
                               MOVE PRV-PARM-SOURCE TO WS-PARM-SOURCE
                               MOVE PRV-PARMS TO WS-PARMS
                               MOVE PRV-FINGERPRINT
                                   TO WS-PRV-FINGERPRINT
                               MOVE PRV-SRC-CKSUM TO WS-PRV-SRC-CKSUM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PROVENANCE-FILE
           IF WS-PRV-FOUND NOT EQUAL 'Y'
               DISPLAY 'AOC3807W REPRO-RUN: NO PROVENANCE FOR '
                   WS-JOB-PROGRAM ' ' WS-REQ-DATE ' VERSION '
                   WS-RECORD-VERSION ' - CURRENT PARMLIB.TXT USED'
           END-IF
           .
       1400-EXIT.
           EXIT.

      ***************************************************************
      * REBUILD THE JOB'S FOLDER UNDER REPRO/ - NESTED ONE LEVEL SO  *
      * THE JOB'S RELATIVE ../ STAYS INSIDE REPRO/ - WITH THE        *
      * ARCHIVED INPUT, THE PARAMETERS OF RECORD AND THE BUSINESS    *
      * DATE BEING REPRODUCED                                        *
      ***************************************************************
       2000-BUILD-AREA.

           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-REPRO.FLG ; rm -rf REPRO ; '
                   DELIMITED BY SIZE
               '{ mkdir -p "REPRO/' DELIMITED BY SIZE
               WS-JOB-DIR(1:WS-JOB-DIR-LEN) DELIMITED BY SIZE
               '" && cp -r "' DELIMITED BY SIZE
               WS-JOB-DIR(1:WS-JOB-DIR-LEN) DELIMITED BY SIZE
               '/." "REPRO/' DELIMITED BY SIZE
               WS-JOB-DIR(1:WS-JOB-DIR-LEN) DELIMITED BY SIZE
               '/" && cp "ARCHIVE/' DELIMITED BY SIZE
               WS-INPUT-GEN DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-MEMBER-NAME(1:WS-MEMBER-LEN) DELIMITED BY SIZE
               '" "REPRO/' DELIMITED BY SIZE
               WS-JOB-DIR(1:WS-JOB-DIR-LEN) DELIMITED BY SIZE
               '/INFILE.TXT" && echo BUILT || echo BLDFAIL ; }'
                   DELIMITED BY SIZE
               ' > /tmp/AOC-REPRO.FLG ; for F in JOBCAT.TXT'
                   DELIMITED BY SIZE
               ' OPERATOR-AUTH.TXT ANSWER-MASTER.TXT ; do'
                   DELIMITED BY SIZE
               ' [ -f "$F" ] && cp "$F" REPRO/ ; done ; true'
                   DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           PERFORM 2900-READ-FLAG THRU 2900-EXIT
           IF WS-FLAG-TEXT(1:5) NOT EQUAL 'BUILT'
               DISPLAY 'AOC3804E REPRO-RUN: ARCHIVE/' WS-INPUT-GEN
                   '/' WS-MEMBER-NAME(1:WS-MEMBER-LEN)
                   ' COULD NOT BE PLACED IN THE REPRO AREA'
               MOVE 'DEQ '       TO ENQ-OP
               CALL 'AOC-ENQ' USING ENQ-PARMS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

      *    THE INPUT'S CKSUM, TO SET AGAINST THE FINGERPRINT OF RECORD
           MOVE SPACES TO WS-COMMAND
           STRING 'cksum < "REPRO/' DELIMITED BY SIZE
               WS-JOB-DIR(1:WS-JOB-DIR-LEN) DELIMITED BY SIZE
               '/INFILE.TXT" | cut -d " " -f 1 > /tmp/AOC-REPRO.FLG'
                   DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           PERFORM 2900-READ-FLAG THRU 2900-EXIT
           MOVE WS-FLAG-NUMBER TO WS-INPUT-CKSUM

      *    AND THE SOURCE'S, AGAINST THE CHECKSUM IT WAS BUILT FROM
           MOVE SPACES TO WS-COMMAND
           STRING 'cksum < "' DELIMITED BY SIZE
               WS-JOB-SRC(1:WS-JOB-SRC-LEN) DELIMITED BY SIZE
               '" | cut -d " " -f 1 > /tmp/AOC-REPRO.FLG'
                   DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           PERFORM 2900-READ-FLAG THRU 2900-EXIT
           MOVE WS-FLAG-TEXT(1:10) TO WS-SRC-CKSUM

           PERFORM 2100-SET-PARMS THRU 2100-EXIT

           OPEN OUTPUT REPRO-BIZDATE-FILE
           MOVE SPACES TO REPRO-BIZDATE-RECORD
           STRING 'DATE ' WS-REQ-DATE DELIMITED BY SIZE
               INTO REPRO-BIZDATE-RECORD
           END-STRING
           WRITE REPRO-BIZDATE-RECORD
           CLOSE REPRO-BIZDATE-FILE
           .
       2000-EXIT.
           EXIT.

      ***************************************************************
      * THE PARAMETERS OF RECORD, IN THE SHOP'S LOOKUP ORDER: A      *
      * PARMLIB RECORD FOR THE JOB, ELSE ITS LOCAL CONTROL.TXT, ELSE *
      * NEITHER (THE COMPILED-IN DEFAULTS).  WITHOUT A PROVENANCE    *
      * RECORD THE CURRENT PARMLIB.TXT AND FOLDER ARE LEFT AS COPIED *
      ***************************************************************
       2100-SET-PARMS.

           IF WS-PRV-FOUND NOT EQUAL 'Y'
               MOVE 'CURRENT' TO WS-PARM-SOURCE
               MOVE SPACES TO WS-COMMAND
               STRING 'cp PARMLIB.TXT REPRO/ 2>/dev/null ; true'
                   DELIMITED BY SIZE
                   INTO WS-COMMAND
               END-STRING
               CALL 'SYSTEM' USING WS-COMMAND
               GO TO 2100-EXIT
           END-IF

           OPEN OUTPUT REPRO-PARMLIB-FILE
           IF WS-PARM-SOURCE EQUAL 'PARMLIB'
               MOVE SPACES TO REPRO-PARMLIB-RECORD
               MOVE WS-REQ-JOB TO REPRO-PARMLIB-RECORD(1:8)
               MOVE WS-PARMS   TO REPRO-PARMLIB-RECORD(11:60)
               WRITE REPRO-PARMLIB-RECORD
           END-IF
           CLOSE REPRO-PARMLIB-FILE

           MOVE SPACES TO WS-COMMAND
           IF WS-PARM-SOURCE EQUAL 'LOCAL'
               OPEN OUTPUT REPRO-CONTROL-FILE
               MOVE SPACES TO REPRO-CONTROL-RECORD
               MOVE WS-PARMS TO REPRO-CONTROL-RECORD
               WRITE REPRO-CONTROL-RECORD
               CLOSE REPRO-CONTROL-FILE
               STRING 'mv REPRO/CONTROL.TXT "REPRO/' DELIMITED BY SIZE
                   WS-JOB-DIR(1:WS-JOB-DIR-LEN) DELIMITED BY SIZE
                   '/CONTROL.TXT"' DELIMITED BY SIZE
                   INTO WS-COMMAND
               END-STRING
           ELSE
               STRING 'rm -f "REPRO/' DELIMITED BY SIZE
                   WS-JOB-DIR(1:WS-JOB-DIR-LEN) DELIMITED BY SIZE
                   '/CONTROL.TXT"' DELIMITED BY SIZE
                   INTO WS-COMMAND
               END-STRING
           END-IF
           CALL 'SYSTEM' USING WS-COMMAND
           .
       2100-EXIT.
           EXIT.

      ***************************************************************
      * READ THE SHELL FLAG - AN OUTCOME WORD OR A NUMBER            *
      ***************************************************************
       2900-READ-FLAG.

           MOVE SPACES TO WS-FLAG-TEXT
           OPEN INPUT REPRO-FLAG-FILE
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ REPRO-FLAG-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       MOVE REPRO-FLAG-RECORD TO WS-FLAG-TEXT
               END-READ
           END-PERFORM
           CLOSE REPRO-FLAG-FILE
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
       2900-EXIT.
           EXIT.

      ***************************************************************
      * BUILD THE JOB'S LOAD MODULE WHEN STALE, AS THE BATCH DOES:   *
      * NOT INSIDE A LOADLIB FREEZE WINDOW (FROZEN) NOR FROM THE     *
      * SOURCE A BACKOUT HOLDS (aoc-build.sh EXIT 3, BACKEDOUT).  A  *
      * COMPILED MEMBER'S PREDECESSOR IS KEPT AS A PRIOR VERSION,    *
      * THE DECISION IS CATALOGED, AND WS-SRC-CKSUM BECOMES THE      *
      * CHECKSUM OF THE BUILD THAT WILL RUN                          *
      ***************************************************************
       2950-BUILD-MEMBER.

           ACCEPT WS-CC-DATE FROM DATE YYYYMMDD
           MOVE 'CHEK'                  TO FRZ-OP
           MOVE WS-CC-DATE              TO FRZ-DATE
           MOVE 'LOADLIB'               TO FRZ-TARGET
           MOVE WS-REQ-JOB              TO FRZ-JOB
           CALL 'AOC-FREEZE' USING FRZ-PARMS
           IF FRZ-RC EQUAL 0
               MOVE 'N' TO WS-FREEZE-HOLD
           ELSE
               MOVE 'Y' TO WS-FREEZE-HOLD
           END-IF
           MOVE SPACES TO WS-COMMAND
           STRING 'HOLD=' WS-FREEZE-HOLD ' ; ' DELIMITED BY SIZE
               'rm -f /tmp/AOC-REPRO-BUILD.FLG ; cd "'
                   DELIMITED BY SIZE
               WS-JOB-DIR(1:WS-JOB-DIR-LEN) DELIMITED BY SIZE
               '" && { if [ ! -x "/root/workspace/LOADLIB/'
                   DELIMITED BY SIZE
               WS-REQ-JOB DELIMITED BY SPACE
               '" ] || [ "' DELIMITED BY SIZE
               WS-CAT-FILE DELIMITED BY SPACE
               '" -nt "/root/workspace/LOADLIB/' DELIMITED BY SIZE
               WS-REQ-JOB DELIMITED BY SPACE
               '" ] || [ "$(ls -t /root/workspace/AOC-*.cbl'
                   DELIMITED BY SIZE
               ' | head -1)" -nt "/root/workspace/LOADLIB/'
                   DELIMITED BY SIZE
               WS-REQ-JOB DELIMITED BY SPACE
               '" ] ; then if [ "$HOLD" = Y ] ; then echo FROZEN ;'
                   DELIMITED BY SIZE
               ' else /root/workspace/aoc-build.sh "'
                   DELIMITED BY SIZE
               WS-CAT-FILE DELIMITED BY SPACE
               '" "/root/workspace/LOADLIB/' DELIMITED BY SIZE
               WS-REQ-JOB DELIMITED BY SPACE
               '" > /tmp/AOC-REPRO-COMPILE.LOG 2>&1'
                   DELIMITED BY SIZE
               ' ; case $? in 0) echo COMPILED ;;'
                   DELIMITED BY SIZE
               ' 3) echo BACKEDOUT ;; *) echo BUILDFAIL ;; esac ; fi ;'
                   DELIMITED BY SIZE
               ' else echo REUSED ; fi ; }'
                   DELIMITED BY SIZE
               ' > /tmp/AOC-REPRO-BUILD.FLG && cksum < "'
                   DELIMITED BY SIZE
               WS-CAT-FILE DELIMITED BY SPACE
               '" | cut -d " " -f 1 >> /tmp/AOC-REPRO-BUILD.FLG'
                   DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND

           MOVE SPACES TO WS-BUILD-ACTION WS-BUILD-CKSUM
           OPEN INPUT BUILD-FLAG-FILE
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ BUILD-FLAG-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
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
           IF WS-BUILD-ACTION EQUAL 'COMPILED'
               MOVE 'KEEP'                  TO LIB-OP
               MOVE WS-REQ-JOB              TO LIB-JOB
               CALL 'AOC-LOADLIB' USING LIB-PARMS
               IF LIB-RC EQUAL 0
                   DISPLAY 'AOC3809I REPRO-RUN: ' WS-REQ-JOB ' '
                       LIB-MESSAGE
               END-IF
           END-IF
           IF WS-BUILD-ACTION EQUAL 'BACKEDOUT'
               OR WS-BUILD-ACTION EQUAL 'FROZEN'
               DISPLAY 'AOC3810W REPRO-RUN: ' WS-REQ-JOB ' IS '
                   WS-BUILD-ACTION ' - NOT REBUILT, THE MEMBER IN'
                   ' THE LIBRARY RUNS'
           END-IF
           IF WS-BUILD-ACTION EQUAL 'BUILDFAIL'
               DISPLAY 'AOC3811E REPRO-RUN: ' WS-REQ-JOB ' DID NOT'
                   ' BUILD - SEE /tmp/AOC-REPRO-COMPILE.LOG'
           END-IF
           ACCEPT WS-CC-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CC-TIME FROM TIME
           MOVE SPACES TO COMPILE-CATALOG-RECORD
           MOVE WS-REQ-JOB              TO CC-JOB-NAME
           MOVE WS-BUILD-ACTION         TO CC-ACTION
           MOVE WS-CC-DATE              TO CC-DATE
           MOVE WS-CC-TIME              TO CC-TIME
           MOVE WS-BUILD-CKSUM          TO CC-SRC-CKSUM
           STRING WS-JOB-DIR(1:WS-JOB-DIR-LEN) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-CAT-FILE DELIMITED BY SPACE
               INTO CC-SOURCE
           END-STRING
           OPEN EXTEND COMPILE-CATALOG-FILE
           WRITE COMPILE-CATALOG-RECORD
           CLOSE COMPILE-CATALOG-FILE

      *    A BACKED-OUT OR FROZEN MEMBER RUNS UNDER THE CHECKSUM OF
      *    THE BUILD THE LIBRARY HAS IN FORCE, NOT THE SOURCE ON DISK
           MOVE 'STAT'                  TO LIB-OP
           MOVE WS-REQ-JOB              TO LIB-JOB
           CALL 'AOC-LOADLIB' USING LIB-PARMS
           IF LIB-RC EQUAL 4
               OR WS-BUILD-ACTION EQUAL 'FROZEN'
               MOVE LIB-SRC-CKSUM TO WS-SRC-CKSUM
           ELSE
               IF WS-BUILD-CKSUM NOT EQUAL SPACES
                   MOVE WS-BUILD-CKSUM TO WS-SRC-CKSUM
               END-IF
           END-IF
           IF WS-SRC-CKSUM EQUAL SPACES
               MOVE 'UNKNOWN' TO WS-SRC-CKSUM
           END-IF
           .
       2950-EXIT.
           EXIT.

      ***************************************************************
      * RUN THE CURRENT LOAD MODULE IN THE REBUILT FOLDER, REBUILT   *
      * FROM THE PRODUCTION FOLDER FIRST IF IT IS STALE.  AOC_ENV=   *
      * REPRO KEEPS EVERY SHARED POSTING INSIDE REPRO/.  THE RUN IS  *
      * PROVENANCED, AND REPORTED, UNDER THE SOURCE CHECKSUM OF THE  *
      * BUILD THAT RUNS.                                             *
      ***************************************************************
       3000-RUN-JOB.

           DISPLAY 'AOC3808I REPRO-RUN: RE-EXECUTING ' WS-REQ-JOB
               ' UNDER BUSINESS DATE ' WS-REQ-DATE
           PERFORM 2950-BUILD-MEMBER THRU 2950-EXIT
           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-REPRO.FLG ;' DELIMITED BY SIZE
               ' ! grep -q BUILDFAIL /tmp/AOC-REPRO-BUILD.FLG'
                   DELIMITED BY SIZE
               ' && cd "/root/workspace/REPRO/' DELIMITED BY SIZE
               WS-JOB-DIR(1:WS-JOB-DIR-LEN) DELIMITED BY SIZE
               '" && AOC_BATCH=Y AOC_ENV=REPRO AOC_BATCH_ID=REPRO'
                   DELIMITED BY SIZE
               ' AOC_LOADMOD=' DELIMITED BY SIZE
               WS-REQ-JOB DELIMITED BY SPACE
               ' AOC_LOADMOD_TS=$(date -r "/root/workspace/LOADLIB/'
                   DELIMITED BY SIZE
               WS-REQ-JOB DELIMITED BY SPACE
               '" +%Y%m%d%H%M%S)' DELIMITED BY SIZE
               ' AOC_SRC_CKSUM=' DELIMITED BY SIZE
               WS-SRC-CKSUM DELIMITED BY SPACE
               ' "/root/workspace/LOADLIB/' DELIMITED BY SIZE
               WS-REQ-JOB DELIMITED BY SPACE
               '" > CONSOLE.OUT 2>&1 ;' DELIMITED BY SIZE
               ' echo $? > /tmp/AOC-REPRO.FLG' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           PERFORM 2900-READ-FLAG THRU 2900-EXIT
           IF WS-FLAG-TEXT EQUAL SPACES
               MOVE 999 TO WS-JOB-RC
           ELSE
               MOVE WS-FLAG-NUMBER TO WS-JOB-RC
           END-IF
           .
       3000-EXIT.
           EXIT.

      ***************************************************************
      * THE ANSWER THE RE-EXECUTION POSTED: THE NEW VERSION ABOVE    *
      * THE PRODUCTION HIGHEST IN THE AREA'S OWN ANSWER MASTER, AND  *
      * EACH FIELD AGAINST THE VERSION OF RECORD                     *
      ***************************************************************
       4000-FIND-RESULT.

           OPEN INPUT REPRO-ANSWER-FILE
           IF WS-REPRO-FST NOT EQUAL '05'
               SET NOT-SCAN-EOF TO TRUE
               PERFORM UNTIL SCAN-EOF
                   READ REPRO-ANSWER-FILE INTO ANSWER-MASTER-RECORD
                       AT END
                           SET SCAN-EOF TO TRUE
                       NOT AT END
                           IF AM-DATE EQUAL WS-REQ-DATE-9
                               AND AM-PROGRAM EQUAL WS-JOB-PROGRAM
                               AND AM-VERSION IS NUMERIC
                               AND AM-VERSION GREATER WS-MAX-VERSION
                               MOVE 'Y' TO WS-NEW-FOUND
                               MOVE AM-VERSION TO WS-NEW-VERSION
                               MOVE AM-PART1   TO WS-NEW-PART1
                               MOVE AM-PART2   TO WS-NEW-PART2
                               MOVE AM-VOLUME  TO WS-NEW-VOLUME
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE REPRO-ANSWER-FILE
           IF WS-NEW-FOUND NOT EQUAL 'Y'
               GO TO 4000-EXIT
           END-IF
           IF WS-NEW-PART1 NOT EQUAL WS-VER-PART1(WS-RECORD-VERSION)
               ADD 1 TO WS-DIFF-CNT
           END-IF
           IF WS-NEW-PART2 NOT EQUAL WS-VER-PART2(WS-RECORD-VERSION)
               ADD 1 TO WS-DIFF-CNT
           END-IF
           IF WS-NEW-VOLUME NOT EQUAL WS-VER-VOLUME(WS-RECORD-VERSION)
               ADD 1 TO WS-DIFF-CNT
           END-IF
           .
       4000-EXIT.
           EXIT.

      ***************************************************************
      * THE RE-EXECUTION REPORT                                      *
      ***************************************************************
       8000-WRITE-REPORT.

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING 'REPRO-RUN  POINT-IN-TIME RE-EXECUTION  RUN DATE '
               WS-RUN-DATE '  OPERATOR ' WS-OPERATOR-ID
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'JOB               ' WS-REQ-JOB
               '  PROGRAM ' WS-JOB-PROGRAM
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'BUSINESS DATE     ' WS-REQ-DATE
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'VERSION OF RECORD ' WS-RECORD-VERSION
               ' (' DELIMITED BY SIZE
               WS-RECORD-BASIS DELIMITED BY '  '
               ')' DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'ARCHIVED INPUT    ARCHIVE/' WS-INPUT-GEN '/'
               DELIMITED BY SIZE
               WS-MEMBER-NAME(1:WS-MEMBER-LEN) DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-PRV-FOUND NOT EQUAL 'Y'
                   OR WS-PRV-FINGERPRINT EQUAL 0
                   STRING 'INPUT CKSUM       ' WS-INPUT-CKSUM
                       ' - NO FINGERPRINT OF RECORD TO CHECK'
                       DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
               WHEN WS-PRV-FINGERPRINT EQUAL WS-INPUT-CKSUM
                   STRING 'INPUT CKSUM       ' WS-INPUT-CKSUM
                       ' - MATCHES THE FINGERPRINT OF RECORD'
                       DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
               WHEN OTHER
                   STRING 'INPUT CKSUM       ' WS-INPUT-CKSUM
                       ' - DIFFERS FROM THE FINGERPRINT OF RECORD '
                       WS-PRV-FINGERPRINT
                       DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
           END-EVALUATE
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-PRV-FOUND NOT EQUAL 'Y'
                   STRING 'PARAMETERS        CURRENT PARMLIB.TXT -'
                       ' NO PROVENANCE ON FILE FOR THE VERSION OF'
                       ' RECORD'
                       DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
               WHEN WS-PARM-SOURCE EQUAL 'DEFAULT'
                   MOVE 'PARAMETERS        DEFAULT (COMPILED-IN)'
                       TO REPORT-RECORD
               WHEN OTHER
                   STRING 'PARAMETERS        ' DELIMITED BY SIZE
                       WS-PARM-SOURCE DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       WS-PARMS DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
           END-EVALUATE
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-PRV-SRC-CKSUM EQUAL SPACES
                   STRING 'SOURCE CKSUM      ' WS-SRC-CKSUM
                       ' - NO SOURCE CHECKSUM OF RECORD TO CHECK'
                       DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
               WHEN WS-PRV-SRC-CKSUM EQUAL WS-SRC-CKSUM
                   STRING 'SOURCE CKSUM      ' WS-SRC-CKSUM
                       ' - UNCHANGED SINCE THE VERSION OF RECORD'
                       DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
               WHEN OTHER
                   STRING 'SOURCE CKSUM      ' WS-SRC-CKSUM
                       ' - CHANGED SINCE THE VERSION OF RECORD ('
                       WS-PRV-SRC-CKSUM ')'
                       DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
           END-EVALUATE
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING 'RE-EXECUTION      RETURN CODE ' WS-JOB-RC
               ' - CONSOLE OUTPUT IN REPRO/' DELIMITED BY SIZE
               WS-JOB-DIR(1:WS-JOB-DIR-LEN) DELIMITED BY SIZE
               '/CONSOLE.OUT' DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-NEW-FOUND NOT EQUAL 'Y'
               MOVE 'THE RE-EXECUTION POSTED NO ANSWER FOR THE DATE'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 'VERDICT: NOT REPRODUCED' TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               GO TO 8000-EXIT
           END-IF

           MOVE SPACES TO REPORT-RECORD
           STRING 'FIELD    VERSION OF RECORD (' WS-RECORD-VERSION
               ')            RE-EXECUTION'
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-NEW-PART1 EQUAL WS-VER-PART1(WS-RECORD-VERSION)
               MOVE 'SAME' TO WS-FIELD-RESULT
           ELSE
               MOVE 'DIFFERS' TO WS-FIELD-RESULT
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING 'PART1    ' WS-VER-PART1(WS-RECORD-VERSION) '  '
               WS-NEW-PART1 '  ' WS-FIELD-RESULT
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-NEW-PART2 EQUAL WS-VER-PART2(WS-RECORD-VERSION)
               MOVE 'SAME' TO WS-FIELD-RESULT
           ELSE
               MOVE 'DIFFERS' TO WS-FIELD-RESULT
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING 'PART2    ' WS-VER-PART2(WS-RECORD-VERSION) '  '
               WS-NEW-PART2 '  ' WS-FIELD-RESULT
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-NEW-VOLUME EQUAL WS-VER-VOLUME(WS-RECORD-VERSION)
               MOVE 'SAME' TO WS-FIELD-RESULT
           ELSE
               MOVE 'DIFFERS' TO WS-FIELD-RESULT
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING 'VOLUME   ' WS-VER-VOLUME(WS-RECORD-VERSION)
               '                         ' WS-NEW-VOLUME
               '                         ' WS-FIELD-RESULT
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           IF WS-DIFF-CNT EQUAL 0
               STRING 'VERDICT: REPRODUCED - ' WS-REQ-JOB ' FOR '
                   WS-REQ-DATE ' GIVES VERSION ' WS-RECORD-VERSION
                   ' EXACTLY'
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           ELSE
               STRING 'VERDICT: NOT REPRODUCED - ' WS-DIFF-CNT
                   ' FIELD(S) DIFFER FROM VERSION ' WS-RECORD-VERSION
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           END-IF
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
           .
       8000-EXIT.
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
