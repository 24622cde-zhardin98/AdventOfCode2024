       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVENANCE-INQ.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * ANSWER PROVENANCE CERTIFICATE AND REBUILT-SOURCE CHECK      *
      *                                                              *
      * AOC-ANSWER WRITES A PROVENANCE RECORD TO                     *
      * ANSWER-PROVENANCE.TXT BESIDE EVERY ANSWER-MASTER POSTING.    *
      * RUN FROM THE WORKSPACE ROOT, THIS INQUIRY PRINTS IT AS A     *
      * ONE-PAGE CERTIFICATE FOR THE ANSWER NAMED ON                 *
      * PROVENANCE-CONTROL.TXT ('DATE=yyyymmdd', 'PROGRAM=name' AND  *
      * OPTIONALLY 'VERSION=nn' - WITHOUT IT, THE HIGHEST VERSION    *
      * ON FILE): THE ANSWER ITSELF, THE BUSINESS DATE, OPERATOR AND *
      * BATCH ID, THE INPUT FINGERPRINT, THE LOAD MODULE AND THE     *
      * COMPILE-CATALOG.TXT BUILD THAT PRODUCED IT, THE SOURCE       *
      * CHECKSUM AND THE EFFECTIVE PARAMETERS WITH THEIR SOURCE.     *
      *                                                              *
      * EVERY RUN ALSO CHECKS EVERY PROVENANCE RECORD AGAINST THE    *
      * COMPILE CATALOG AND LISTS EACH ANSWER WHOSE LOAD MODULE HAS  *
      * SINCE BEEN REBUILT FROM CHANGED SOURCE (A LATER COMPILED     *
      * ENTRY WHOSE SOURCE CHECKSUM DIFFERS FROM THE ONE THE ANSWER  *
      * WAS PRODUCED UNDER) - RETURN CODE 4 WHEN THERE ARE ANY.  A   *
      * BACKOUT ENTRY PUTS A PRIOR VERSION IN FORCE, SO IT COUNTS AS *
      * A BUILD HERE, CARRYING THE REINSTATED VERSION'S CHECKSUM.    *
      *                                                              *
      * PROVENANCE-CERT.TXT (132 BYTES) CARRIES BOTH.                *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROVENANCE-FILE
               ASSIGN TO 'ANSWER-PROVENANCE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROVENANCE-FST.
           SELECT OPTIONAL ANSWER-MASTER-FILE
               ASSIGN TO 'ANSWER-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANSWER-MASTER-FST.
      *    SUPERSEDED VERSIONS MOVED ASIDE BY ANSWER-REORG
           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO 'ANSWER-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FST.
           SELECT OPTIONAL COMPILE-CATALOG-FILE
               ASSIGN TO 'COMPILE-CATALOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPILE-CATALOG-FST.
           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO 'PROVENANCE-CONTROL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FST.
           SELECT REPORT-FILE ASSIGN TO 'PROVENANCE-CERT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FST.

       DATA DIVISION.
       FILE SECTION.
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
           05 PRV-POST-STAMP.
              10 PRV-POST-DATE                   PIC 9(8).
              10 FILLER                          PIC X(1).
              10 PRV-POST-TIME                   PIC 9(8).
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
           05 CC-STAMP.
              10 CC-DATE                          PIC 9(8).
              10 FILLER                           PIC X(1).
              10 CC-TIME                          PIC 9(8).
           05 FILLER                              PIC X(1).
           05 CC-SOURCE                           PIC X(40).
           05 FILLER                              PIC X(1).
           05 CC-SRC-CKSUM                        PIC X(10).

       FD  CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONTROL-RECORD.
       01  CONTROL-RECORD                         PIC X(80).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REPORT-RECORD.
       01  REPORT-RECORD                          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
       01  WS-PROVENANCE-FST                      PIC X(2) VALUE '00'.
       01  WS-ANSWER-MASTER-FST                   PIC X(2) VALUE '00'.
       01  WS-HISTORY-FST                         PIC X(2) VALUE '00'.
       01  WS-COMPILE-CATALOG-FST                 PIC X(2) VALUE '00'.
       01  WS-CONTROL-FST                         PIC X(2) VALUE '00'.
       01  WS-REPORT-FST                          PIC X(2) VALUE '00'.
       01  WS-EOF-FLAG                            PIC X(1).
           88 SCAN-EOF                                     VALUE 'Y'.
           88 NOT-SCAN-EOF                                 VALUE 'N'.
       01  WS-RUN-DATE                            PIC 9(8).

      *    THE ANSWER THE CERTIFICATE IS FOR
       01  WS-SEL-DATE                            PIC 9(8) VALUE 0.
       01  WS-SEL-PROGRAM                         PIC X(24)
           VALUE SPACES.
       01  WS-SEL-VERSION                         PIC 9(2) VALUE 0.
       01  WS-CERT-FOUND                          PIC X(1) VALUE 'N'.
           88 CERT-FOUND                                   VALUE 'Y'.
       01  WS-CERT-RECORD                         PIC X(225).
       01  WS-ANS-FOUND                           PIC X(1).
       01  WS-ANS-RECORD                          PIC X(106).
       01  WS-ANS-HI-VERSION                      PIC 9(2).
       01  WS-ANS-WHERE                           PIC X(8).

      *    COMPILED ENTRIES FROM THE COMPILE CATALOG
       01  WS-CC-CNT                              PIC 9(4) VALUE 0.
       01  WS-CC-MAX                              PIC 9(4) VALUE 3000.
       01  WS-CC-FULL                             PIC X(1) VALUE 'N'.
       01  WS-CC-TABLE.
           05 WS-CC-ENTRY OCCURS 3000 TIMES.
              10 WS-CC-JOB                        PIC X(8).
              10 WS-CC-STAMP                      PIC X(17).
              10 WS-CC-SOURCE                     PIC X(40).
              10 WS-CC-CKSUM                      PIC X(10).
              10 WS-CC-ACTION                     PIC X(9).
       01  WS-CC-SUB                              PIC 9(4).

      *    RESULT OF THE BUILD LOOKUPS FOR ONE PROVENANCE RECORD
       01  WS-BUILT-SUB                           PIC 9(4).
       01  WS-CHANGED-SUB                         PIC 9(4).
       01  WS-SAME-CNT                            PIC 9(4).
       01  WS-UNPROVEN-CNT                        PIC 9(4).

       01  WS-PRV-CNT                             PIC 9(6) VALUE 0.
       01  WS-FLAG-CNT                            PIC 9(6) VALUE 0.
       01  WS-VERSION-EDIT                        PIC Z9.
       01  WS-VOLUME-EDIT                         PIC Z(6)9.

       01  WS-END                                 PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

       PROCEDURE DIVISION.
      ***************************************************************
      * MAINLINE                                                    *
      ***************************************************************
       0000-MAINLINE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-READ-CONTROL     THRU 1000-EXIT
           PERFORM 1100-LOAD-COMPILES    THRU 1100-EXIT
           IF WS-CC-FULL EQUAL 'Y'
               DISPLAY 'AOC2705W PROVENANCE-INQ: COMPILE CATALOG TABLE'
                   ' FULL AT ' WS-CC-MAX ' - LATER BUILDS NOT CHECKED'
               MOVE 4 TO RETURN-CODE
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FST NOT EQUAL '00'
               DISPLAY 'AOC2706E PROVENANCE-INQ: CANNOT WRITE '
                   'PROVENANCE-CERT.TXT - STATUS ' WS-REPORT-FST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SEL-DATE NOT EQUAL 0
               AND WS-SEL-PROGRAM NOT EQUAL SPACES
               PERFORM 2000-CERTIFICATE THRU 2000-EXIT
           END-IF
           PERFORM 3000-REBUILT-CHECK THRU 3000-EXIT
           CLOSE REPORT-FILE

           DISPLAY 'AOC2701I PROVENANCE-INQ COMPLETE: ' WS-PRV-CNT
               ' PROVENANCE RECORD(S) CHECKED, ' WS-FLAG-CNT
               ' REBUILT FROM CHANGED SOURCE - SEE PROVENANCE-CERT.TXT'
           IF WS-FLAG-CNT GREATER 0
               DISPLAY 'AOC2704W PROVENANCE-INQ: ' WS-FLAG-CNT
                   ' ANSWER(S) CAME FROM A LOAD MODULE SINCE REBUILT'
                   ' FROM CHANGED SOURCE'
               IF RETURN-CODE LESS 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      ***************************************************************
      * THE ANSWER TO CERTIFY: DATE=, PROGRAM=, OPTIONAL VERSION=    *
      ***************************************************************
       1000-READ-CONTROL.

           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FST EQUAL '05'
               CLOSE CONTROL-FILE
               GO TO 1000-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ CONTROL-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF CONTROL-RECORD(1:5) EQUAL 'DATE='
                           AND CONTROL-RECORD(6:8) IS NUMERIC
                           MOVE CONTROL-RECORD(6:8) TO WS-SEL-DATE
                       END-IF
                       IF CONTROL-RECORD(1:8) EQUAL 'PROGRAM='
                           MOVE CONTROL-RECORD(9:24)
                               TO WS-SEL-PROGRAM
                       END-IF
                       IF CONTROL-RECORD(1:8) EQUAL 'VERSION='
                           AND CONTROL-RECORD(9:2) IS NUMERIC
                           MOVE CONTROL-RECORD(9:2) TO WS-SEL-VERSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE.

       1000-EXIT.
           EXIT.

      ***************************************************************
      * EVERY COMPILED OR BACKOUT ENTRY ON THE COMPILE CATALOG       *
      ***************************************************************
       1100-LOAD-COMPILES.

           OPEN INPUT COMPILE-CATALOG-FILE
           IF WS-COMPILE-CATALOG-FST EQUAL '05'
               CLOSE COMPILE-CATALOG-FILE
               GO TO 1100-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ COMPILE-CATALOG-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF CC-ACTION EQUAL 'COMPILED'
                           OR CC-ACTION EQUAL 'BACKOUT'
                           IF WS-CC-CNT LESS WS-CC-MAX
                               ADD 1 TO WS-CC-CNT
                               MOVE CC-JOB-NAME
                                   TO WS-CC-JOB(WS-CC-CNT)
                               MOVE CC-STAMP
                                   TO WS-CC-STAMP(WS-CC-CNT)
                               MOVE CC-SOURCE
                                   TO WS-CC-SOURCE(WS-CC-CNT)
                               MOVE CC-SRC-CKSUM
                                   TO WS-CC-CKSUM(WS-CC-CNT)
                               MOVE CC-ACTION
                                   TO WS-CC-ACTION(WS-CC-CNT)
                           ELSE
                               MOVE 'Y' TO WS-CC-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPILE-CATALOG-FILE.

       1100-EXIT.
           EXIT.

      ***************************************************************
      * ONE-PAGE CERTIFICATE FOR THE SELECTED ANSWER                 *
      ***************************************************************
       2000-CERTIFICATE.

           OPEN INPUT PROVENANCE-FILE
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ PROVENANCE-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF PRV-DATE EQUAL WS-SEL-DATE
                           AND PRV-PROGRAM EQUAL WS-SEL-PROGRAM
                           AND (PRV-VERSION EQUAL WS-SEL-VERSION
                               OR (WS-SEL-VERSION EQUAL 0
                                   AND (NOT CERT-FOUND
                                       OR PRV-VERSION NOT LESS
                                           WS-CERT-RECORD(35:2))))
                           MOVE PROVENANCE-RECORD TO WS-CERT-RECORD
                           SET CERT-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVENANCE-FILE

           MOVE SPACES TO REPORT-RECORD
           STRING 'PROVENANCE-INQ  ANSWER PROVENANCE CERTIFICATE  RUN '
               'DATE ' WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           IF NOT CERT-FOUND
               MOVE WS-SEL-VERSION TO WS-VERSION-EDIT
               STRING 'NO PROVENANCE RECORD FOR ' WS-SEL-DATE ' '
                   WS-SEL-PROGRAM DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               DISPLAY 'AOC2703E PROVENANCE-INQ: NO PROVENANCE RECORD'
                   ' FOR ' WS-SEL-DATE ' ' WS-SEL-PROGRAM
                   ' VERSION ' WS-VERSION-EDIT
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           MOVE WS-CERT-RECORD TO PROVENANCE-RECORD
           PERFORM 2100-FIND-ANSWER THRU 2100-EXIT

           MOVE PRV-VERSION TO WS-VERSION-EDIT
           STRING 'ANSWER           ' PRV-DATE '  ' PRV-PROGRAM
               '  VERSION ' WS-VERSION-EDIT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           IF WS-ANS-FOUND EQUAL 'Y'
               MOVE WS-ANS-RECORD TO ANSWER-MASTER-RECORD
               MOVE AM-VOLUME TO WS-VOLUME-EDIT
               STRING '  PART 1         ' AM-PART1
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               STRING '  PART 2         ' AM-PART2
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               STRING '  VOLUME         ' WS-VOLUME-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               IF WS-ANS-HI-VERSION GREATER PRV-VERSION
                   MOVE WS-ANS-HI-VERSION TO WS-VERSION-EDIT
                   STRING '  STATUS         SUPERSEDED BY VERSION '
                       WS-VERSION-EDIT ' (ON ' DELIMITED BY SIZE
                       WS-ANS-WHERE DELIMITED BY SPACE
                       ')' DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               ELSE
                   STRING '  STATUS         CURRENT (ON '
                       DELIMITED BY SIZE
                       WS-ANS-WHERE DELIMITED BY SPACE
                       ')' DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               END-IF
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           ELSE
               MOVE '  ANSWER RECORD NOT ON ANSWER-MASTER OR HISTORY'
                   TO REPORT-RECORD
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           END-IF
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT

           STRING 'BUSINESS DATE    ' PRV-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           STRING 'POSTED           ' PRV-POST-DATE ' AT '
               PRV-POST-TIME(1:6) DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           STRING 'OPERATOR         ' PRV-OPERATOR
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           IF PRV-BATCH-ID EQUAL 'ADHOC'
               MOVE 'BATCH ID         ADHOC - NOT RUN BY BATCH-DRIVER'
                   TO REPORT-RECORD
           ELSE
               STRING 'BATCH ID         ' PRV-BATCH-ID
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           END-IF
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           STRING 'INPUT FINGERPRNT ' PRV-FINGERPRINT
               ' (CKSUM OF INFILE.TXT, FROM THE RUN LEDGER)'
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT

           IF PRV-MODULE-TS EQUAL SPACES
               STRING 'LOAD MODULE      ' PRV-JOB
                   ' - AD HOC BUILD, NOT A LOADLIB MEMBER'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           ELSE
               STRING 'LOAD MODULE      LOADLIB/' PRV-JOB
                   '  BUILT ' PRV-MODULE-TS(1:8) ' AT '
                   PRV-MODULE-TS(9:6) DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           END-IF
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           STRING 'SOURCE           ' PRV-SOURCE '  CKSUM '
               PRV-SRC-CKSUM DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           PERFORM 2200-MATCH-BUILDS THRU 2200-EXIT
           IF WS-BUILT-SUB EQUAL 0
               MOVE 'COMPILE CATALOG  NO COMPILED ENTRY BEFORE POSTING'
                   TO REPORT-RECORD
           ELSE
               STRING 'COMPILE CATALOG  ' WS-CC-ACTION(WS-BUILT-SUB)
                   ' ' WS-CC-STAMP(WS-BUILT-SUB)(1:8) ' AT '
                   WS-CC-STAMP(WS-BUILT-SUB)(10:6) '  CKSUM '
                   WS-CC-CKSUM(WS-BUILT-SUB)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           END-IF
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           IF PRV-PARM-SOURCE EQUAL 'DEFAULT'
               STRING 'PARAMETERS       COMPILED-IN DEFAULTS '
                   '(NO PARMLIB RECORD, NO LOCAL CONTROL.TXT)'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           ELSE
               STRING 'PARAMETERS       ' PRV-PARMS
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               IF PRV-PARM-SOURCE EQUAL 'PARMLIB'
                   MOVE '  FROM           PARMLIB.TXT' TO REPORT-RECORD
               ELSE
                   MOVE '  FROM           LOCAL CONTROL.TXT'
                       TO REPORT-RECORD
               END-IF
           END-IF
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT

           EVALUATE TRUE
               WHEN WS-CHANGED-SUB EQUAL 0
                   IF WS-SAME-CNT GREATER 0
                       OR WS-UNPROVEN-CNT GREATER 0
                       STRING 'REBUILD CHECK    REBUILT SINCE - '
                           WS-SAME-CNT ' FROM THE SAME SOURCE, '
                           WS-UNPROVEN-CNT ' WITH NO CHECKSUM ON RECORD'
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       END-STRING
                   ELSE
                       MOVE 'REBUILD CHECK    NOT REBUILT SINCE THE POST
      -                    'ING' TO REPORT-RECORD
                   END-IF
               WHEN WS-CC-ACTION(WS-CHANGED-SUB) EQUAL 'BACKOUT'
                   STRING 'REBUILD CHECK    ** BACKED OUT '
                       WS-CC-STAMP(WS-CHANGED-SUB)(1:8) ' AT '
                       WS-CC-STAMP(WS-CHANGED-SUB)(10:6)
                       ' TO A PRIOR VERSION (CKSUM '
                       WS-CC-CKSUM(WS-CHANGED-SUB)
                       ') - ANSWER PREDATES THE CHANGE'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               WHEN OTHER
                   STRING 'REBUILD CHECK    ** REBUILT '
                       WS-CC-STAMP(WS-CHANGED-SUB)(1:8) ' AT '
                       WS-CC-STAMP(WS-CHANGED-SUB)(10:6)
                       ' FROM CHANGED SOURCE (CKSUM '
                       WS-CC-CKSUM(WS-CHANGED-SUB)
                       ') - ANSWER PREDATES THE CHANGE'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
           END-EVALUATE
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           DISPLAY 'AOC2702I PROVENANCE-INQ: CERTIFICATE FOR '
               PRV-DATE ' ' PRV-PROGRAM ' VERSION ' WS-VERSION-EDIT
               ' WRITTEN'.

       2000-EXIT.
           EXIT.

      ***************************************************************
      * THE ANSWER RECORD ITSELF, AND THE HIGHEST VERSION OF ITS KEY *
      ***************************************************************
       2100-FIND-ANSWER.

           MOVE 'N' TO WS-ANS-FOUND
           MOVE 0 TO WS-ANS-HI-VERSION
           OPEN INPUT ANSWER-MASTER-FILE
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ ANSWER-MASTER-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       MOVE 'MASTER' TO WS-ANS-WHERE
                       PERFORM 2150-NOTE-ANSWER THRU 2150-EXIT
               END-READ
           END-PERFORM
           CLOSE ANSWER-MASTER-FILE
           IF WS-ANS-FOUND EQUAL 'Y'
               GO TO 2100-EXIT
           END-IF
           OPEN INPUT HISTORY-FILE
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ HISTORY-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       MOVE HISTORY-RECORD TO ANSWER-MASTER-RECORD
                       MOVE 'HISTORY' TO WS-ANS-WHERE
                       PERFORM 2150-NOTE-ANSWER THRU 2150-EXIT
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       2100-EXIT.
           EXIT.

       2150-NOTE-ANSWER.

           IF AM-DATE NOT EQUAL PRV-DATE
               OR AM-PROGRAM NOT EQUAL PRV-PROGRAM
               GO TO 2150-EXIT
           END-IF
           IF AM-VERSION GREATER WS-ANS-HI-VERSION
               MOVE AM-VERSION TO WS-ANS-HI-VERSION
           END-IF
           IF AM-VERSION EQUAL PRV-VERSION
               AND WS-ANS-FOUND NOT EQUAL 'Y'
               MOVE ANSWER-MASTER-RECORD TO WS-ANS-RECORD
               MOVE 'Y' TO WS-ANS-FOUND
           END-IF.

       2150-EXIT.
           EXIT.

      ***************************************************************
      * FOR THE PROVENANCE RECORD IN PROVENANCE-RECORD: THE LAST     *
      * COMPILED OR BACKOUT ENTRY FOR ITS JOB AT OR BEFORE THE       *
      * POSTING - A LATER BACKOUT IS THE BUILD IN FORCE OVER AN      *
      * EARLIER COMPILE - (OR THE SAME-BATCH ENTRY LOGGED JUST AFTER *
      * IT, WHICH CARRIES THE SAME CHECKSUM), AND THE FIRST LATER    *
      * REBUILD FROM CHANGED SOURCE                                  *
      ***************************************************************
       2200-MATCH-BUILDS.

           MOVE 0 TO WS-BUILT-SUB
           MOVE 0 TO WS-CHANGED-SUB
           MOVE 0 TO WS-SAME-CNT
           MOVE 0 TO WS-UNPROVEN-CNT
           IF PRV-JOB EQUAL SPACES
               GO TO 2200-EXIT
           END-IF
           PERFORM VARYING WS-CC-SUB FROM 1 BY 1
                   UNTIL WS-CC-SUB GREATER WS-CC-CNT
               IF WS-CC-JOB(WS-CC-SUB) EQUAL PRV-JOB
                   IF WS-CC-STAMP(WS-CC-SUB) NOT GREATER PRV-POST-STAMP
                       MOVE WS-CC-SUB TO WS-BUILT-SUB
                   ELSE
                       EVALUATE TRUE
                           WHEN WS-CC-CKSUM(WS-CC-SUB) EQUAL SPACES
                               ADD 1 TO WS-UNPROVEN-CNT
                           WHEN WS-CC-CKSUM(WS-CC-SUB)
                                   EQUAL PRV-SRC-CKSUM
                               ADD 1 TO WS-SAME-CNT
                               IF WS-BUILT-SUB EQUAL 0
                                   OR WS-CC-CKSUM(WS-BUILT-SUB)
                                       NOT EQUAL PRV-SRC-CKSUM
                                   MOVE WS-CC-SUB TO WS-BUILT-SUB
                               END-IF
                           WHEN WS-CHANGED-SUB EQUAL 0
                               MOVE WS-CC-SUB TO WS-CHANGED-SUB
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.

       2200-EXIT.
           EXIT.

      ***************************************************************
      * EVERY ANSWER WHOSE LOAD MODULE HAS SINCE BEEN REBUILT FROM   *
      * CHANGED SOURCE                                               *
      ***************************************************************
       3000-REBUILT-CHECK.

           MOVE SPACES TO REPORT-RECORD
           STRING 'ANSWERS WHOSE LOAD MODULE HAS SINCE BEEN REBUILT '
               'FROM CHANGED SOURCE' DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           STRING 'BUS-DATE  PROGRAM-ID               VR  JOB       '
               'POSTED        REBUILT        OLD CKSUM   NEW CKSUM'
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           OPEN INPUT PROVENANCE-FILE
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ PROVENANCE-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PRV-CNT
                       PERFORM 2200-MATCH-BUILDS THRU 2200-EXIT
                       IF WS-CHANGED-SUB NOT EQUAL 0
                           PERFORM 3100-FLAG-LINE THRU 3100-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVENANCE-FILE
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           STRING 'TOTAL ' WS-FLAG-CNT ' OF ' WS-PRV-CNT
               ' ANSWER(S) FROM A MODULE SINCE REBUILT FROM CHANGED SOU'
               'RCE' DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.

       3000-EXIT.
           EXIT.

       3100-FLAG-LINE.

           ADD 1 TO WS-FLAG-CNT
           MOVE PRV-VERSION TO WS-VERSION-EDIT
           STRING PRV-DATE '  ' PRV-PROGRAM ' ' WS-VERSION-EDIT '  '
               PRV-JOB '  ' PRV-POST-DATE ' ' PRV-POST-TIME(1:4) ' '
               WS-CC-STAMP(WS-CHANGED-SUB)(1:8) ' '
               WS-CC-STAMP(WS-CHANGED-SUB)(10:4) '  '
               PRV-SRC-CKSUM '  ' WS-CC-CKSUM(WS-CHANGED-SUB)
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.

       3100-EXIT.
           EXIT.

      ***************************************************************
      * WRITE ONE REPORT LINE AND CLEAR THE RECORD FOR THE NEXT      *
      ***************************************************************
       8000-WRITE-LINE.

           WRITE REPORT-RECORD
           IF WS-REPORT-FST NOT EQUAL '00'
               DISPLAY 'AOC2706E PROVENANCE-INQ: CANNOT WRITE '
                   'PROVENANCE-CERT.TXT - STATUS ' WS-REPORT-FST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-RECORD.

       8000-EXIT.
           EXIT.
