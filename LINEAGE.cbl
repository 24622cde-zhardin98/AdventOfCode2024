       IDENTIFICATION DIVISION.
       PROGRAM-ID. LINEAGE.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * JOB-TO-ARTIFACT LINEAGE CATALOG AND FAILURE IMPACT REPORT    *
      *                                                              *
      * WHEN A JOB FAILS, WHAT ELSE IS HURT IS SPREAD OVER FIVE      *
      * CONTROL FILES.  RUN FROM THE WORKSPACE ROOT (AT TURNOVER,    *
      * AND WHENEVER A CONTROL FILE CHANGES), THIS JOB READS THEM    *
      * ALL AND WRITES LINEAGE.TXT, ONE RECORD PER THING A JOB'S     *
      * FAILURE TOUCHES:                                             *
      *   OUTP  A FILE THE JOB PRODUCES - WITH HOUSEKEEP AS THE      *
      *         CONSUMER WHEN HOUSEKEEP-LIST.TXT ARCHIVES IT         *
      *   EXCP  AN EXCEPTION FILE ON EXCEPTION-FILES.TXT, ONCE PER   *
      *         JOB THAT CONSUMES THE MAP (EXCEPTION-MERGE AND       *
      *         ALERT-MONITOR), WHICH WILL SEE IT STALE              *
      *   DIST  A REPORT ON DIST-LIST.TXT, ONCE PER RECIPIENT WHO    *
      *         WILL NOT RECEIVE IT                                  *
      *   MAST  A MASTER FILE THE DATA DICTIONARY SAYS IT OWNS       *
      *   ANSW  THE ANSWER-MASTER VERSION A DAY JOB POSTS            *
      *   MISX  THE DAY JOB'S ROW ON MIS-EXTRACT.CSV                 *
      *   SUCC  EVERY JOB DOWNSTREAM OF IT ON THE JOBCAT.TXT         *
      *         PREDECESSOR CHAIN (SKIPPED AS DEPFAIL), WITH THE     *
      *         PREDECESSOR IT HANGS FROM                            *
      * A DAY JOB'S FILES ARE PLACED BY ITS SOURCE FOLDER; ROOT      *
      * FILES BY EXCEPTION-FILES.TXT, THE DATA DICTIONARY'S OWNER    *
      * COLUMN, OR ARTIFACT-OWNERS.TXT.  A FILE NO CATALOG JOB       *
      * PRODUCES (A TURNOVER UTILITY'S REPORT) IS COUNTED, NOT       *
      * CATALOGUED.                                                  *
      *                                                              *
      * WITH 'JOB=jjjjjjjj' ON LINEAGE-CONTROL.TXT, THE RUN ALSO     *
      * WRITES LINEAGE-IMPACT.TXT FOR THAT JOB: ITS OWN ARTIFACTS,   *
      * THEN EACH DEPENDENT STEP WITH THE ARTIFACTS THAT GO MISSING  *
      * WITH IT.  BATCH-DRIVER PRINTS THE SAME IMPACT ON THE BATCH   *
      * DIGEST FOR EVERY JOB THAT FAILS.                             *
      *                                                              *
      * LINEAGE.TXT (132 BYTES):                                     *
      *   COLS   1-8   JOB             COLS  10-13  KIND (ABOVE)     *
      *   COLS  15-54  ARTIFACT PATH, OR THE SUCCESSOR JOB           *
      *   COLS  56-65  CONSUMER (JOB, RECIPIENT OR UTILITY)          *
      *   COLS  67-132 WHAT HAPPENS TO IT WHEN THE JOB FAILS         *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBCAT-FILE ASSIGN TO 'JOBCAT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBCAT-FST.
           SELECT OPTIONAL OWNERS-FILE ASSIGN TO 'ARTIFACT-OWNERS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNERS-FST.
           SELECT OPTIONAL EXCEPTION-MAP-FILE
               ASSIGN TO 'EXCEPTION-FILES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-MAP-FST.
           SELECT OPTIONAL DICTIONARY-FILE
               ASSIGN TO 'DATA-DICTIONARY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DICTIONARY-FST.
           SELECT OPTIONAL HOUSEKEEP-FILE
               ASSIGN TO 'HOUSEKEEP-LIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOUSEKEEP-FST.
           SELECT OPTIONAL DIST-LIST-FILE ASSIGN TO 'DIST-LIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-LIST-FST.
      *    OPTIONAL IMPACT REQUEST ('JOB=')
           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO 'LINEAGE-CONTROL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FST.
           SELECT LINEAGE-FILE ASSIGN TO 'LINEAGE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINEAGE-FST.
           SELECT IMPACT-FILE ASSIGN TO 'LINEAGE-IMPACT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPACT-FST.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBCAT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JOBCAT-RECORD.
       01  JOBCAT-RECORD                          PIC X(80).

       FD  OWNERS-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OWNERS-RECORD.
       01  OWNERS-RECORD                          PIC X(80).

       FD  EXCEPTION-MAP-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EXCEPTION-MAP-RECORD.
       01  EXCEPTION-MAP-RECORD                   PIC X(80).

       FD  DICTIONARY-FILE
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DICTIONARY-RECORD.
       01  DICTIONARY-RECORD                      PIC X(160).

       FD  HOUSEKEEP-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS HOUSEKEEP-RECORD.
       01  HOUSEKEEP-RECORD                       PIC X(80).

       FD  DIST-LIST-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DIST-LIST-RECORD.
       01  DIST-LIST-RECORD                       PIC X(80).

       FD  CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONTROL-RECORD.
       01  CONTROL-RECORD                         PIC X(80).

       FD  LINEAGE-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LINEAGE-RECORD.
       01  LINEAGE-RECORD                         PIC X(132).

       FD  IMPACT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS IMPACT-RECORD.
       01  IMPACT-RECORD                          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
       01  WS-JOBCAT-FST                          PIC X(2) VALUE '00'.
       01  WS-OWNERS-FST                          PIC X(2) VALUE '00'.
       01  WS-EXCEPTION-MAP-FST                   PIC X(2) VALUE '00'.
       01  WS-DICTIONARY-FST                      PIC X(2) VALUE '00'.
       01  WS-HOUSEKEEP-FST                       PIC X(2) VALUE '00'.
       01  WS-DIST-LIST-FST                       PIC X(2) VALUE '00'.
       01  WS-CONTROL-FST                         PIC X(2) VALUE '00'.
       01  WS-LINEAGE-FST                         PIC X(2) VALUE '00'.
       01  WS-IMPACT-FST                          PIC X(2) VALUE '00'.
       01  WS-EOF-FLAG                            PIC X(1).
           88 SCAN-EOF                                     VALUE 'Y'.
           88 NOT-SCAN-EOF                                 VALUE 'N'.
       01  WS-RUN-DATE                            PIC 9(8).

      *    CATALOG JOBS, WITH THE SOURCE FOLDER THEIR FILES LIVE IN
       01  WS-JOB-CNT                             PIC 9(2) VALUE 0.
       01  WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 40 TIMES.
              10 WS-JOB-NAME                      PIC X(8).
              10 WS-JOB-PROGRAM-ID                PIC X(24).
              10 WS-JOB-FOLDER                    PIC X(30).
              10 WS-JOB-FOLDER-LEN                PIC 9(2).
              10 WS-JOB-PRED                      PIC X(8).
              10 WS-JOB-DOWN                      PIC X(1).
              10 WS-JOB-VIA                       PIC X(8).
       01  WS-JOB-SUB                             PIC 9(2).
       01  WS-JOB-SUB2                            PIC 9(2).
       01  WS-SOURCE                              PIC X(30).
       01  WS-SCAN-POS                            PIC 9(2).
       01  WS-EXCMERGE-JOB                        PIC X(8) VALUE SPACES.
       01  WS-ALERTMON-JOB                        PIC X(8) VALUE SPACES.
       01  WS-MISEXT-JOB                          PIC X(8) VALUE SPACES.

      *    ROOT FILES PLACED BY ARTIFACT-OWNERS.TXT
       01  WS-OWN-CNT                             PIC 9(3) VALUE 0.
       01  WS-OWN-TABLE.
           05 WS-OWN-ENTRY OCCURS 200 TIMES.
              10 WS-OWN-PATH                      PIC X(40).
              10 WS-OWN-JOB                       PIC X(8).
       01  WS-OWN-SUB                             PIC 9(3).

      *    EVERY FILE THE CONTROL FILES NAME, WITH ITS PRODUCING JOB
       01  WS-ART-CNT                             PIC 9(3) VALUE 0.
       01  WS-ART-TABLE.
           05 WS-ART-ENTRY OCCURS 500 TIMES.
              10 WS-ART-PATH                      PIC X(40).
              10 WS-ART-JOB                       PIC X(8).
              10 WS-ART-HOUSEKEEP                 PIC X(1).
              10 WS-ART-EXC-TYPE                  PIC X(12).
              10 WS-ART-MASTER                    PIC X(50).
       01  WS-ART-SUB                             PIC 9(3).
       01  WS-ART-FOUND                           PIC 9(3).
       01  WS-UNPLACED-CNT                        PIC 9(3) VALUE 0.

      *    DISTRIBUTION COMMITMENTS
       01  WS-DST-CNT                             PIC 9(3) VALUE 0.
       01  WS-DST-TABLE.
           05 WS-DST-ENTRY OCCURS 200 TIMES.
              10 WS-DST-PATH                      PIC X(40).
              10 WS-DST-RECIPIENT                 PIC X(10).
              10 WS-DST-DIR                       PIC X(24).
       01  WS-DST-SUB                             PIC 9(3).

      *    PLACING ONE PATH
       01  WS-PLACE-PATH                          PIC X(40).
       01  WS-PLACE-JOB                           PIC X(8).
       01  WS-PLACE-LEN                           PIC 9(2).

      *    THE CATALOG, BUILT HERE BEFORE IT IS WRITTEN
       01  WS-LIN-CNT                             PIC 9(4) VALUE 0.
       01  WS-LIN-MAX                             PIC 9(4) VALUE 2000.
       01  WS-LIN-TABLE.
           05 WS-LIN-ENTRY OCCURS 2000 TIMES      PIC X(132).
       01  WS-LIN-SUB                             PIC 9(4).
       01  WS-LIN-SUB2                            PIC 9(4).
       01  WS-LIN-FULL                            PIC X(1) VALUE 'N'.
       01  WS-ROW.
           05 WS-ROW-JOB                          PIC X(8).
           05 FILLER                              PIC X(1).
           05 WS-ROW-KIND                         PIC X(4).
           05 FILLER                              PIC X(1).
           05 WS-ROW-ARTIFACT                     PIC X(40).
           05 FILLER                              PIC X(1).
           05 WS-ROW-CONSUMER                     PIC X(10).
           05 FILLER                              PIC X(1).
           05 WS-ROW-NOTE                         PIC X(66).
       01  WS-ROWS-FOR-ART                        PIC 9(3).

      *    IMPACT REQUEST
       01  WS-IMPACT-JOB                          PIC X(8) VALUE SPACES.
       01  WS-IMPACT-SUB                          PIC 9(2).
       01  WS-IMPACT-ROWS                         PIC 9(4) VALUE 0.
       01  WS-IMPACT-STEPS                        PIC 9(2) VALUE 0.
       01  WS-LINE-JOB                            PIC X(8).
       01  WS-END                                 PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

       PROCEDURE DIVISION.
      ***************************************************************
      * MAINLINE                                                    *
      ***************************************************************
       0000-MAINLINE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-LOAD-JOBCAT      THRU 1000-EXIT
           IF WS-JOB-CNT EQUAL 0
               DISPLAY 'AOC2603E LINEAGE: NO JOBS ON JOBCAT.TXT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-OWNERS      THRU 1100-EXIT
           PERFORM 1200-LOAD-EXCEPTION-MAP THRU 1200-EXIT
           PERFORM 1300-LOAD-DICTIONARY  THRU 1300-EXIT
           PERFORM 1400-LOAD-HOUSEKEEP   THRU 1400-EXIT
           PERFORM 1500-LOAD-DIST-LIST   THRU 1500-EXIT
           PERFORM 1600-READ-CONTROL     THRU 1600-EXIT

           PERFORM 3000-CATALOG-JOB THRU 3000-EXIT
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB GREATER WS-JOB-CNT
           PERFORM 4000-WRITE-CATALOG THRU 4000-EXIT
           IF WS-LIN-FULL EQUAL 'Y'
               DISPLAY 'AOC2605W LINEAGE: CATALOG FULL AT ' WS-LIN-MAX
                   ' RECORDS - LINEAGE.TXT IS INCOMPLETE'
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'AOC2601I LINEAGE COMPLETE: ' WS-LIN-CNT
               ' LINEAGE RECORD(S) FOR ' WS-JOB-CNT ' JOB(S), '
               WS-UNPLACED-CNT ' FILE(S) FROM NO CATALOG JOB'

           IF WS-IMPACT-JOB NOT EQUAL SPACES
               PERFORM 5000-IMPACT-REPORT THRU 5000-EXIT
           END-IF
           STOP RUN.

      ***************************************************************
      * CATALOG JOBS: NAME, PROGRAM-ID, SOURCE FOLDER, PREDECESSOR   *
      ***************************************************************
       1000-LOAD-JOBCAT.

           OPEN INPUT JOBCAT-FILE
           IF WS-JOBCAT-FST NOT EQUAL '00'
               GO TO 1000-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ JOBCAT-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF JOBCAT-RECORD(1:2) EQUAL SPACES
                           AND JOBCAT-RECORD(3:1) IS ALPHABETIC
                           AND JOBCAT-RECORD(3:1) NOT EQUAL SPACE
                           AND WS-JOB-CNT LESS 40
                           PERFORM 1050-TAKE-JOB THRU 1050-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBCAT-FILE.

       1000-EXIT.
           EXIT.

       1050-TAKE-JOB.

           ADD 1 TO WS-JOB-CNT
           MOVE JOBCAT-RECORD(3:8)   TO WS-JOB-NAME(WS-JOB-CNT)
           MOVE JOBCAT-RECORD(15:24) TO WS-JOB-PROGRAM-ID(WS-JOB-CNT)
           MOVE JOBCAT-RECORD(73:8)  TO WS-JOB-PRED(WS-JOB-CNT)
           MOVE 'N'    TO WS-JOB-DOWN(WS-JOB-CNT)
           MOVE SPACES TO WS-JOB-VIA(WS-JOB-CNT)
      *    THE FOLDER IS THE SOURCE UP TO AND INCLUDING ITS LAST '/'
           MOVE JOBCAT-RECORD(40:30) TO WS-SOURCE
           MOVE SPACES TO WS-JOB-FOLDER(WS-JOB-CNT)
           MOVE 0 TO WS-JOB-FOLDER-LEN(WS-JOB-CNT)
           PERFORM VARYING WS-SCAN-POS FROM 30 BY -1
                   UNTIL WS-SCAN-POS LESS 1
                   OR WS-JOB-FOLDER-LEN(WS-JOB-CNT) GREATER 0
               IF WS-SOURCE(WS-SCAN-POS:1) EQUAL '/'
                   MOVE WS-SCAN-POS TO WS-JOB-FOLDER-LEN(WS-JOB-CNT)
                   MOVE WS-SOURCE(1:WS-SCAN-POS)
                       TO WS-JOB-FOLDER(WS-JOB-CNT)
               END-IF
           END-PERFORM
      *    THE CONSUMERS OF THE SHARED MAPS ARE FOUND BY PROGRAM-ID
           EVALUATE WS-JOB-PROGRAM-ID(WS-JOB-CNT)
               WHEN 'EXCEPTION-MERGE'
                   MOVE WS-JOB-NAME(WS-JOB-CNT) TO WS-EXCMERGE-JOB
               WHEN 'ALERT-MONITOR'
                   MOVE WS-JOB-NAME(WS-JOB-CNT) TO WS-ALERTMON-JOB
               WHEN 'MIS-EXTRACT'
                   MOVE WS-JOB-NAME(WS-JOB-CNT) TO WS-MISEXT-JOB
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1050-EXIT.
           EXIT.

      ***************************************************************
      * ROOT FILES WHOSE PRODUCER ONLY ARTIFACT-OWNERS.TXT KNOWS     *
      ***************************************************************
       1100-LOAD-OWNERS.

           OPEN INPUT OWNERS-FILE
           IF WS-OWNERS-FST EQUAL '05'
               CLOSE OWNERS-FILE
               GO TO 1100-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ OWNERS-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF OWNERS-RECORD(1:1) NOT EQUAL '*'
                           AND OWNERS-RECORD(1:40) NOT EQUAL SPACES
                           AND WS-OWN-CNT LESS 200
                           ADD 1 TO WS-OWN-CNT
                           MOVE OWNERS-RECORD(1:40)
                               TO WS-OWN-PATH(WS-OWN-CNT)
                           MOVE OWNERS-RECORD(43:8)
                               TO WS-OWN-JOB(WS-OWN-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OWNERS-FILE.

       1100-EXIT.
           EXIT.

      ***************************************************************
      * EXCEPTION FILES, EACH ALREADY NAMING ITS JOB                 *
      ***************************************************************
       1200-LOAD-EXCEPTION-MAP.

           OPEN INPUT EXCEPTION-MAP-FILE
           IF WS-EXCEPTION-MAP-FST EQUAL '05'
               CLOSE EXCEPTION-MAP-FILE
               GO TO 1200-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ EXCEPTION-MAP-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF EXCEPTION-MAP-RECORD(1:1) NOT EQUAL '*'
                           AND EXCEPTION-MAP-RECORD(25:40)
                               NOT EQUAL SPACES
                           MOVE EXCEPTION-MAP-RECORD(25:40)
                               TO WS-PLACE-PATH
                           MOVE EXCEPTION-MAP-RECORD(1:8)
                               TO WS-PLACE-JOB
                           PERFORM 2200-ADD-ARTIFACT THRU 2200-EXIT
                           IF WS-ART-FOUND GREATER 0
                               MOVE EXCEPTION-MAP-RECORD(11:12)
                                   TO WS-ART-EXC-TYPE(WS-ART-FOUND)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXCEPTION-MAP-FILE.

       1200-EXIT.
           EXIT.

      ***************************************************************
      * DICTIONARY FILE RECORDS: THE OWNER COLUMN IS A JOB NAME OR A *
      * PROGRAM-ID; A FILE OWNED BY NEITHER IS PLACED BY ITS PATH    *
      ***************************************************************
       1300-LOAD-DICTIONARY.

           OPEN INPUT DICTIONARY-FILE
           IF WS-DICTIONARY-FST EQUAL '05'
               CLOSE DICTIONARY-FILE
               GO TO 1300-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ DICTIONARY-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF DICTIONARY-RECORD(1:2) EQUAL 'F '
                           PERFORM 1350-DICTIONARY-FILE THRU 1350-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DICTIONARY-FILE.

       1300-EXIT.
           EXIT.

       1350-DICTIONARY-FILE.

           MOVE DICTIONARY-RECORD(3:40) TO WS-PLACE-PATH
           MOVE SPACES TO WS-PLACE-JOB
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB GREATER WS-JOB-CNT
               IF DICTIONARY-RECORD(44:12)
                       EQUAL WS-JOB-NAME(WS-JOB-SUB)
                   OR DICTIONARY-RECORD(44:12)
                       EQUAL WS-JOB-PROGRAM-ID(WS-JOB-SUB)
                   MOVE WS-JOB-NAME(WS-JOB-SUB) TO WS-PLACE-JOB
               END-IF
           END-PERFORM
      *    A SERVICE OR UTILITY OWNER IS NOT A CATALOG JOB - THE FILE
      *    STILL BELONGS TO WHICHEVER JOB ITS PATH PLACES IT WITH
           PERFORM 2200-ADD-ARTIFACT THRU 2200-EXIT
           IF WS-ART-FOUND GREATER 0
               MOVE DICTIONARY-RECORD(72:50)
                   TO WS-ART-MASTER(WS-ART-FOUND)
           END-IF.

       1350-EXIT.
           EXIT.

      ***************************************************************
      * FILES HOUSEKEEP SWEEPS INTO THE ARCHIVE                      *
      ***************************************************************
       1400-LOAD-HOUSEKEEP.

           OPEN INPUT HOUSEKEEP-FILE
           IF WS-HOUSEKEEP-FST EQUAL '05'
               CLOSE HOUSEKEEP-FILE
               GO TO 1400-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ HOUSEKEEP-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF HOUSEKEEP-RECORD(1:1) NOT EQUAL '*'
                           AND HOUSEKEEP-RECORD(1:40) NOT EQUAL SPACES
                           MOVE HOUSEKEEP-RECORD(1:40) TO WS-PLACE-PATH
                           MOVE SPACES TO WS-PLACE-JOB
                           PERFORM 2200-ADD-ARTIFACT THRU 2200-EXIT
                           IF WS-ART-FOUND GREATER 0
                               MOVE 'Y'
                                   TO WS-ART-HOUSEKEEP(WS-ART-FOUND)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOUSEKEEP-FILE.

       1400-EXIT.
           EXIT.

      ***************************************************************
      * REPORT DELIVERY COMMITMENTS                                  *
      ***************************************************************
       1500-LOAD-DIST-LIST.

           OPEN INPUT DIST-LIST-FILE
           IF WS-DIST-LIST-FST EQUAL '05'
               CLOSE DIST-LIST-FILE
               GO TO 1500-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ DIST-LIST-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF DIST-LIST-RECORD(1:1) NOT EQUAL '*'
                           AND DIST-LIST-RECORD(1:40) NOT EQUAL SPACES
                           AND WS-DST-CNT LESS 200
                           ADD 1 TO WS-DST-CNT
                           MOVE DIST-LIST-RECORD(1:40)
                               TO WS-DST-PATH(WS-DST-CNT)
                           MOVE DIST-LIST-RECORD(43:10)
                               TO WS-DST-RECIPIENT(WS-DST-CNT)
                           MOVE DIST-LIST-RECORD(55:24)
                               TO WS-DST-DIR(WS-DST-CNT)
                           MOVE DIST-LIST-RECORD(1:40) TO WS-PLACE-PATH
                           MOVE SPACES TO WS-PLACE-JOB
                           PERFORM 2200-ADD-ARTIFACT THRU 2200-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DIST-LIST-FILE.

       1500-EXIT.
           EXIT.

      ***************************************************************
      * IMPACT REQUEST                                               *
      ***************************************************************
       1600-READ-CONTROL.

           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FST EQUAL '05'
               CLOSE CONTROL-FILE
               GO TO 1600-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ CONTROL-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF CONTROL-RECORD(1:4) EQUAL 'JOB='
                           MOVE CONTROL-RECORD(5:8) TO WS-IMPACT-JOB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE.

       1600-EXIT.
           EXIT.

      ***************************************************************
      * PLACE A PATH WITH ITS PRODUCING JOB: ARTIFACT-OWNERS.TXT     *
      * FIRST, THEN THE JOB WHOSE SOURCE FOLDER THE PATH LIVES IN    *
      ***************************************************************
       2100-PLACE-PATH.

           PERFORM VARYING WS-OWN-SUB FROM 1 BY 1
                   UNTIL WS-OWN-SUB GREATER WS-OWN-CNT
               IF WS-OWN-PATH(WS-OWN-SUB) EQUAL WS-PLACE-PATH
                   MOVE WS-OWN-JOB(WS-OWN-SUB) TO WS-PLACE-JOB
               END-IF
           END-PERFORM
           IF WS-PLACE-JOB NOT EQUAL SPACES
               GO TO 2100-EXIT
           END-IF
           PERFORM VARYING WS-JOB-SUB2 FROM 1 BY 1
                   UNTIL WS-JOB-SUB2 GREATER WS-JOB-CNT
               MOVE WS-JOB-FOLDER-LEN(WS-JOB-SUB2) TO WS-PLACE-LEN
               IF WS-PLACE-LEN GREATER 0
                   AND WS-PLACE-PATH(1:WS-PLACE-LEN) EQUAL
                       WS-JOB-FOLDER(WS-JOB-SUB2)(1:WS-PLACE-LEN)
                   MOVE WS-JOB-NAME(WS-JOB-SUB2) TO WS-PLACE-JOB
               END-IF
           END-PERFORM.

       2100-EXIT.
           EXIT.

      ***************************************************************
      * FIND OR ADD THE ARTIFACT FOR WS-PLACE-PATH; WS-ART-FOUND IS  *
      * ITS ENTRY, OR ZERO WHEN NO CATALOG JOB PRODUCES IT           *
      ***************************************************************
       2200-ADD-ARTIFACT.

           MOVE 0 TO WS-ART-FOUND
           PERFORM VARYING WS-ART-SUB FROM 1 BY 1
                   UNTIL WS-ART-SUB GREATER WS-ART-CNT
               IF WS-ART-PATH(WS-ART-SUB) EQUAL WS-PLACE-PATH
                   MOVE WS-ART-SUB TO WS-ART-FOUND
               END-IF
           END-PERFORM
           IF WS-ART-FOUND GREATER 0
               GO TO 2200-EXIT
           END-IF
           IF WS-PLACE-JOB EQUAL SPACES
               PERFORM 2100-PLACE-PATH THRU 2100-EXIT
           END-IF
           IF WS-PLACE-JOB EQUAL SPACES
               ADD 1 TO WS-UNPLACED-CNT
               GO TO 2200-EXIT
           END-IF
           IF WS-ART-CNT NOT LESS 500
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-ART-CNT
           MOVE WS-ART-CNT    TO WS-ART-FOUND
           MOVE WS-PLACE-PATH TO WS-ART-PATH(WS-ART-CNT)
           MOVE WS-PLACE-JOB  TO WS-ART-JOB(WS-ART-CNT)
           MOVE 'N'           TO WS-ART-HOUSEKEEP(WS-ART-CNT)
           MOVE SPACES        TO WS-ART-EXC-TYPE(WS-ART-CNT)
           MOVE SPACES        TO WS-ART-MASTER(WS-ART-CNT).

       2200-EXIT.
           EXIT.

      ***************************************************************
      * EVERYTHING ONE JOB'S FAILURE TOUCHES                         *
      ***************************************************************
       3000-CATALOG-JOB.

           PERFORM 3100-ARTIFACT-ROWS THRU 3100-EXIT
               VARYING WS-ART-SUB FROM 1 BY 1
               UNTIL WS-ART-SUB GREATER WS-ART-CNT

      *    A DAY JOB (ONE WITH A SOURCE FOLDER) POSTS AN ANSWER AND
      *    FEEDS ONE MIS-EXTRACT ROW FROM ITS RUN LEDGER
           IF WS-JOB-FOLDER-LEN(WS-JOB-SUB) GREATER 0
               MOVE SPACES TO WS-ROW
               MOVE 'ANSW' TO WS-ROW-KIND
               MOVE 'ANSWER-MASTER.TXT' TO WS-ROW-ARTIFACT
               MOVE 'SIGNOFF' TO WS-ROW-CONSUMER
               STRING 'NO NEW ANSWER VERSION FOR ' DELIMITED BY SIZE
                   WS-JOB-PROGRAM-ID(WS-JOB-SUB) DELIMITED BY SPACE
                   ' - NOTHING TO SIGN OFF' DELIMITED BY SIZE
                   INTO WS-ROW-NOTE
               END-STRING
               PERFORM 3900-ADD-ROW THRU 3900-EXIT
               IF WS-MISEXT-JOB NOT EQUAL SPACES
                   MOVE SPACES TO WS-ROW
                   MOVE 'MISX' TO WS-ROW-KIND
                   MOVE 'MIS-EXTRACT.CSV' TO WS-ROW-ARTIFACT
                   MOVE WS-MISEXT-JOB TO WS-ROW-CONSUMER
                   STRING 'NO ROW FOR ' DELIMITED BY SIZE
                       WS-JOB-NAME(WS-JOB-SUB) DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       WS-JOB-PROGRAM-ID(WS-JOB-SUB)
                           DELIMITED BY SPACE
                       ' - LATEST LEDGER RUN SHIPS INSTEAD'
                           DELIMITED BY SIZE
                       INTO WS-ROW-NOTE
                   END-STRING
                   PERFORM 3900-ADD-ROW THRU 3900-EXIT
               END-IF
           END-IF

           PERFORM 3500-SUCCESSOR-ROWS THRU 3500-EXIT.

       3000-EXIT.
           EXIT.

      ***************************************************************
      * ROWS FOR ONE ARTIFACT, IF THIS JOB PRODUCES IT               *
      ***************************************************************
       3100-ARTIFACT-ROWS.

           IF WS-ART-JOB(WS-ART-SUB) NOT EQUAL WS-JOB-NAME(WS-JOB-SUB)
               GO TO 3100-EXIT
           END-IF
           MOVE 0 TO WS-ROWS-FOR-ART
           IF WS-ART-EXC-TYPE(WS-ART-SUB) NOT EQUAL SPACES
               IF WS-EXCMERGE-JOB NOT EQUAL SPACES
                   MOVE SPACES TO WS-ROW
                   MOVE 'EXCP' TO WS-ROW-KIND
                   MOVE WS-EXCMERGE-JOB TO WS-ROW-CONSUMER
                   STRING WS-ART-EXC-TYPE(WS-ART-SUB)
                           DELIMITED BY SPACE
                       ' EXCEPTIONS STALE IN EXCEPTION-DIGEST.TXT'
                           DELIMITED BY SIZE
                       INTO WS-ROW-NOTE
                   END-STRING
                   PERFORM 3150-ARTIFACT-ROW THRU 3150-EXIT
               END-IF
               IF WS-ALERTMON-JOB NOT EQUAL SPACES
                   MOVE SPACES TO WS-ROW
                   MOVE 'EXCP' TO WS-ROW-KIND
                   MOVE WS-ALERTMON-JOB TO WS-ROW-CONSUMER
                   STRING WS-ART-EXC-TYPE(WS-ART-SUB)
                           DELIMITED BY SPACE
                       ' COUNT STALE FOR ALERT THRESHOLDS'
                           DELIMITED BY SIZE
                       INTO WS-ROW-NOTE
                   END-STRING
                   PERFORM 3150-ARTIFACT-ROW THRU 3150-EXIT
               END-IF
           END-IF
           PERFORM VARYING WS-DST-SUB FROM 1 BY 1
                   UNTIL WS-DST-SUB GREATER WS-DST-CNT
               IF WS-DST-PATH(WS-DST-SUB) EQUAL WS-ART-PATH(WS-ART-SUB)
                   MOVE SPACES TO WS-ROW
                   MOVE 'DIST' TO WS-ROW-KIND
                   MOVE WS-DST-RECIPIENT(WS-DST-SUB)
                       TO WS-ROW-CONSUMER
                   STRING 'NOT DELIVERED TO ' DELIMITED BY SIZE
                       WS-DST-DIR(WS-DST-SUB) DELIMITED BY SPACE
                       ' - DIST-REPORT EXCEPTION' DELIMITED BY SIZE
                       INTO WS-ROW-NOTE
                   END-STRING
                   PERFORM 3150-ARTIFACT-ROW THRU 3150-EXIT
               END-IF
           END-PERFORM
           IF WS-ART-MASTER(WS-ART-SUB) NOT EQUAL SPACES
               MOVE SPACES TO WS-ROW
               MOVE 'MAST' TO WS-ROW-KIND
               STRING 'NOT UPDATED: ' WS-ART-MASTER(WS-ART-SUB)
                   DELIMITED BY SIZE INTO WS-ROW-NOTE
               END-STRING
               PERFORM 3150-ARTIFACT-ROW THRU 3150-EXIT
           END-IF
           IF WS-ART-HOUSEKEEP(WS-ART-SUB) EQUAL 'Y'
               MOVE SPACES TO WS-ROW
               MOVE 'OUTP' TO WS-ROW-KIND
               MOVE 'HOUSEKEEP' TO WS-ROW-CONSUMER
               MOVE 'ARCHIVED STALE OR MISSING IN THE NEXT GENERATION'
                   TO WS-ROW-NOTE
               PERFORM 3150-ARTIFACT-ROW THRU 3150-EXIT
           END-IF
           IF WS-ROWS-FOR-ART EQUAL 0
               MOVE SPACES TO WS-ROW
               MOVE 'OUTP' TO WS-ROW-KIND
               MOVE 'NOT PRODUCED - LAST CYCLE''S COPY LEFT IN PLACE'
                   TO WS-ROW-NOTE
               PERFORM 3150-ARTIFACT-ROW THRU 3150-EXIT
           END-IF.

       3100-EXIT.
           EXIT.

       3150-ARTIFACT-ROW.

           MOVE WS-ART-PATH(WS-ART-SUB) TO WS-ROW-ARTIFACT
           PERFORM 3900-ADD-ROW THRU 3900-EXIT
           ADD 1 TO WS-ROWS-FOR-ART.

       3150-EXIT.
           EXIT.

      ***************************************************************
      * EVERY JOB DOWNSTREAM ON THE PREDECESSOR CHAIN.  MARK THE JOB *
      * ITSELF, THEN KEEP SWEEPING THE CATALOG FOR JOBS WHOSE        *
      * PREDECESSOR IS MARKED UNTIL A SWEEP ADDS NONE                *
      ***************************************************************
       3500-SUCCESSOR-ROWS.

           PERFORM VARYING WS-JOB-SUB2 FROM 1 BY 1
                   UNTIL WS-JOB-SUB2 GREATER WS-JOB-CNT
               MOVE 'N' TO WS-JOB-DOWN(WS-JOB-SUB2)
               MOVE SPACES TO WS-JOB-VIA(WS-JOB-SUB2)
           END-PERFORM
           MOVE 'Y' TO WS-JOB-DOWN(WS-JOB-SUB)
           MOVE 1 TO WS-IMPACT-STEPS
           PERFORM UNTIL WS-IMPACT-STEPS EQUAL 0
               MOVE 0 TO WS-IMPACT-STEPS
               PERFORM 3550-SWEEP-JOB THRU 3550-EXIT
                   VARYING WS-JOB-SUB2 FROM 1 BY 1
                   UNTIL WS-JOB-SUB2 GREATER WS-JOB-CNT
           END-PERFORM
           PERFORM VARYING WS-JOB-SUB2 FROM 1 BY 1
                   UNTIL WS-JOB-SUB2 GREATER WS-JOB-CNT
               IF WS-JOB-VIA(WS-JOB-SUB2) NOT EQUAL SPACES
                   MOVE SPACES TO WS-ROW
                   MOVE 'SUCC' TO WS-ROW-KIND
                   MOVE WS-JOB-NAME(WS-JOB-SUB2) TO WS-ROW-ARTIFACT
                   STRING 'SKIPPED AS DEPFAIL - PREDECESSOR '
                       WS-JOB-VIA(WS-JOB-SUB2)
                       DELIMITED BY SIZE INTO WS-ROW-NOTE
                   END-STRING
                   PERFORM 3900-ADD-ROW THRU 3900-EXIT
               END-IF
           END-PERFORM.

       3500-EXIT.
           EXIT.

       3550-SWEEP-JOB.

           IF WS-JOB-DOWN(WS-JOB-SUB2) EQUAL 'Y'
               OR WS-JOB-PRED(WS-JOB-SUB2) EQUAL SPACES
               GO TO 3550-EXIT
           END-IF
           PERFORM VARYING WS-IMPACT-SUB FROM 1 BY 1
                   UNTIL WS-IMPACT-SUB GREATER WS-JOB-CNT
               IF WS-JOB-NAME(WS-IMPACT-SUB)
                       EQUAL WS-JOB-PRED(WS-JOB-SUB2)
                   AND WS-JOB-DOWN(WS-IMPACT-SUB) EQUAL 'Y'
                   AND WS-JOB-DOWN(WS-JOB-SUB2) EQUAL 'N'
                   MOVE 'Y' TO WS-JOB-DOWN(WS-JOB-SUB2)
                   MOVE WS-JOB-PRED(WS-JOB-SUB2)
                       TO WS-JOB-VIA(WS-JOB-SUB2)
                   ADD 1 TO WS-IMPACT-STEPS
               END-IF
           END-PERFORM.

       3550-EXIT.
           EXIT.

      ***************************************************************
      * ONE LINEAGE RECORD FOR THE CURRENT JOB INTO THE TABLE        *
      ***************************************************************
       3900-ADD-ROW.

           IF WS-LIN-CNT NOT LESS WS-LIN-MAX
               MOVE 'Y' TO WS-LIN-FULL
               GO TO 3900-EXIT
           END-IF
           MOVE WS-JOB-NAME(WS-JOB-SUB) TO WS-ROW-JOB
           ADD 1 TO WS-LIN-CNT
           MOVE WS-ROW TO WS-LIN-ENTRY(WS-LIN-CNT).

       3900-EXIT.
           EXIT.

      ***************************************************************
      * WRITE LINEAGE.TXT                                            *
      ***************************************************************
       4000-WRITE-CATALOG.

           OPEN OUTPUT LINEAGE-FILE
           IF WS-LINEAGE-FST NOT EQUAL '00'
               DISPLAY 'AOC2604E LINEAGE: CANNOT WRITE LINEAGE.TXT - '
                   'STATUS ' WS-LINEAGE-FST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-LIN-SUB FROM 1 BY 1
                   UNTIL WS-LIN-SUB GREATER WS-LIN-CNT
               MOVE WS-LIN-ENTRY(WS-LIN-SUB) TO LINEAGE-RECORD
               WRITE LINEAGE-RECORD
           END-PERFORM
           CLOSE LINEAGE-FILE.

       4000-EXIT.
           EXIT.

      ***************************************************************
      * IMPACT REPORT FOR THE REQUESTED JOB: ITS OWN ARTIFACTS, THEN *
      * EACH DEPENDENT STEP AND THE ARTIFACTS THAT GO WITH IT        *
      ***************************************************************
       5000-IMPACT-REPORT.

           MOVE 0 TO WS-JOB-SUB2
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB GREATER WS-JOB-CNT
               IF WS-JOB-NAME(WS-JOB-SUB) EQUAL WS-IMPACT-JOB
                   MOVE WS-JOB-SUB TO WS-JOB-SUB2
               END-IF
           END-PERFORM
           IF WS-JOB-SUB2 EQUAL 0
               DISPLAY 'AOC2603E LINEAGE: IMPACT JOB ' WS-IMPACT-JOB
                   ' IS NOT ON JOBCAT.TXT'
               MOVE 8 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF
           OPEN OUTPUT IMPACT-FILE
           MOVE SPACES TO IMPACT-RECORD
           STRING 'FAILURE IMPACT OF JOB ' DELIMITED BY SIZE
               WS-IMPACT-JOB DELIMITED BY SPACE
               ' (' DELIMITED BY SIZE
               WS-JOB-PROGRAM-ID(WS-JOB-SUB2) DELIMITED BY SPACE
               ')  RUN ' WS-RUN-DATE DELIMITED BY SIZE
               INTO IMPACT-RECORD
           END-STRING
           WRITE IMPACT-RECORD
           MOVE SPACES TO IMPACT-RECORD
           WRITE IMPACT-RECORD
           MOVE SPACES TO IMPACT-RECORD
           MOVE 'KIND'         TO IMPACT-RECORD(3:4)
           MOVE 'ARTIFACT'     TO IMPACT-RECORD(8:8)
           MOVE 'CONSUMER'     TO IMPACT-RECORD(49:8)
           MOVE 'WHAT HAPPENS' TO IMPACT-RECORD(60:12)
           WRITE IMPACT-RECORD
           MOVE WS-IMPACT-JOB TO WS-LINE-JOB
           PERFORM 5100-JOB-ARTIFACTS THRU 5100-EXIT
           MOVE 0 TO WS-IMPACT-STEPS
           PERFORM VARYING WS-LIN-SUB FROM 1 BY 1
                   UNTIL WS-LIN-SUB GREATER WS-LIN-CNT
               IF WS-LIN-ENTRY(WS-LIN-SUB)(1:8) EQUAL WS-IMPACT-JOB
                   AND WS-LIN-ENTRY(WS-LIN-SUB)(10:4) EQUAL 'SUCC'
                   ADD 1 TO WS-IMPACT-STEPS
                   MOVE SPACES TO IMPACT-RECORD
                   WRITE IMPACT-RECORD
                   MOVE SPACES TO IMPACT-RECORD
                   STRING 'DEPENDENT STEP '
                       WS-LIN-ENTRY(WS-LIN-SUB)(15:8) ' - '
                       WS-LIN-ENTRY(WS-LIN-SUB)(67:66)
                       DELIMITED BY SIZE INTO IMPACT-RECORD
                   END-STRING
                   WRITE IMPACT-RECORD
                   ADD 1 TO WS-IMPACT-ROWS
                   MOVE WS-LIN-ENTRY(WS-LIN-SUB)(15:8) TO WS-LINE-JOB
                   PERFORM 5100-JOB-ARTIFACTS THRU 5100-EXIT
               END-IF
           END-PERFORM
           MOVE SPACES TO IMPACT-RECORD
           WRITE IMPACT-RECORD
           MOVE SPACES TO IMPACT-RECORD
           STRING 'TOTAL ' WS-IMPACT-ROWS ' IMPACT LINE(S), '
               WS-IMPACT-STEPS ' DEPENDENT STEP(S)'
               DELIMITED BY SIZE INTO IMPACT-RECORD
           END-STRING
           WRITE IMPACT-RECORD
           CLOSE IMPACT-FILE
           DISPLAY 'AOC2602I LINEAGE: IMPACT OF ' WS-IMPACT-JOB
               ' - ' WS-IMPACT-ROWS ' LINE(S), ' WS-IMPACT-STEPS
               ' DEPENDENT STEP(S) - SEE LINEAGE-IMPACT.TXT'.

       5000-EXIT.
           EXIT.

      ***************************************************************
      * ONE JOB'S OWN (NON-SUCCESSOR) LINEAGE RECORDS, INDENTED      *
      ***************************************************************
       5100-JOB-ARTIFACTS.

           PERFORM VARYING WS-LIN-SUB2 FROM 1 BY 1
                   UNTIL WS-LIN-SUB2 GREATER WS-LIN-CNT
               IF WS-LIN-ENTRY(WS-LIN-SUB2)(1:8) EQUAL WS-LINE-JOB
                   AND WS-LIN-ENTRY(WS-LIN-SUB2)(10:4) NOT EQUAL 'SUCC'
                   MOVE SPACES TO IMPACT-RECORD
                   MOVE WS-LIN-ENTRY(WS-LIN-SUB2)(10:123)
                       TO IMPACT-RECORD(3:123)
                   WRITE IMPACT-RECORD
                   ADD 1 TO WS-IMPACT-ROWS
               END-IF
           END-PERFORM.

       5100-EXIT.
           EXIT.
