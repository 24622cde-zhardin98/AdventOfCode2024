       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVIDENCE-PACK.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * ANNUAL AUDIT EVIDENCE PACKAGE                                *
      *                                                              *
      * GATHERS THE EVIDENCE THE AUDITORS ASK FOR EVERY YEAR INTO    *
      * ONE DATED PACKAGE DIRECTORY, EVIDENCE-yyyymmdd-yyyymmdd,     *
      * FOR THE PERIOD NAMED ON EVIDENCE-REQUEST.TXT:                *
      *   FROM=yyyymmdd     FIRST DATE OF THE PERIOD                 *
      *   TO=yyyymmdd       LAST DATE OF THE PERIOD                  *
      * WITHOUT A REQUEST THE PRIOR CALENDAR YEAR IS TAKEN.          *
      *                                                              *
      * EACH SOURCE IS READ FROM ITS LIVE FILE AND FROM EVERY        *
      * ARCHIVE MEMBER ARCHIVE-INDEX.TXT HOLDS FOR IT (HOUSEKEEP     *
      * GENERATIONS AND MASTER-PURGE HISTORY) IN PLACE - NOTHING IS  *
      * RESTORED.  MEMBERS OF THE PACKAGE:                           *
      *   SEAL-CHAIN.TXT          SEALS DATED IN THE PERIOD          *
      *   SEALED-SEGMENTS.TXT     THE LEDGER LINES EACH OF THOSE     *
      *                           SEALS COVERS, TAKEN FROM WHICHEVER *
      *                           COPY STILL MATCHES ITS CHECK VALUE,*
      *                           EACH BEHIND A '*SEAL' HEADER LINE  *
      *   SEAL-VERIFY-REPORT.TXT  THE LATEST SEAL-VERIFY RESULT      *
      *   SIGNOFF-MASTER.TXT      SIGN-OFFS FOR RUN DATES IN PERIOD  *
      *   CHANGE-LOG.TXT          CHANGE-APPLY LOG                   *
      *   PROMOTION-LOG.TXT       TEST-PROMOTE LOG                   *
      *   AUTH-REFUSALS.TXT       AUTH-LOG.TXT REFUSALS              *
      *   RERUN-REASONS.TXT       REASONS FILED FOR RERUNS           *
      *   ANSWER-MASTER.TXT       ANSWERS FOR RUN DATES IN PERIOD    *
      *   EVIDENCE-INDEX.TXT      TABLE OF CONTENTS - EACH MEMBER'S  *
      *                           RECORD COUNT, cksum FINGERPRINT    *
      *                           AND SOURCES - AND THE EXCEPTIONS   *
      * THE EXCEPTIONS SECTION LISTS EVERY GAP FOUND: A LEDGER WITH  *
      * LINES NOT YET SEALED, A BREAK IN A LEDGER'S SEALED LINE      *
      * RANGES, A SEALED SEGMENT NO COPY STILL MATCHES, A MISSING,   *
      * FAILED OR STALE SEAL-VERIFY RESULT, AN ANSWER VERSION ABOVE  *
      * 1 WITH NO RERUN REASON, AND AN ANSWER MIS-EXTRACT.CSV        *
      * CARRIES WITH NO SIGN-OFF.  A PACKAGE FOR THE SAME PERIOD IS  *
      * REBUILT FROM SCRATCH.  RUN FROM THE WORKSPACE ROOT.  RETURN  *
      * CODE 4 = EXCEPTIONS LISTED, 8 = BAD REQUEST.                 *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REQUEST-FILE
               ASSIGN TO 'EVIDENCE-REQUEST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FST.
           SELECT OPTIONAL JOBCAT-FILE ASSIGN TO 'JOBCAT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBCAT-FST.
      *    ARCHIVE INDEX MAINTAINED BY HOUSEKEEP AND MASTER-PURGE
           SELECT OPTIONAL INDEX-FILE ASSIGN TO 'ARCHIVE-INDEX.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-FST.
      *    ONE SOURCE'S ARCHIVED AND LIVE RECORDS, STAGED BY THE SHELL
           SELECT OPTIONAL SOURCE-FILE
               ASSIGN TO '/tmp/AOC-EVID-SRC.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FST.
      *    THE PACKAGE MEMBER BEING BUILT
           SELECT OPTIONAL MEMBER-FILE
               ASSIGN TO '/tmp/AOC-EVID-MEM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-FST.
      *    THE SEALED SEGMENTS, HEADERS WRITTEN HERE AND LINES
      *    APPENDED BY THE SHELL
           SELECT OPTIONAL SEGMENT-FILE
               ASSIGN TO '/tmp/AOC-EVID-SEG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEGMENT-FST.
           SELECT OPTIONAL FLAG-FILE ASSIGN TO '/tmp/AOC-EVID.FLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-FST.
      *    THE PACKAGE INDEX - WRITTEN AT THE ROOT AND COPIED INTO
      *    THE PACKAGE DIRECTORY
           SELECT INDEX-OUT-FILE ASSIGN TO 'EVIDENCE-INDEX.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-OUT-FST.

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

       FD  SOURCE-FILE
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SOURCE-RECORD SRC-ANSWER-RECORD
               SRC-CHAIN-RECORD.
       01  SOURCE-RECORD                          PIC X(250).
      *    ANSWER-MASTER, SIGNOFF-MASTER AND RERUN-REASONS ALL LEAD
      *    WITH RUN DATE, PROGRAM AND VERSION
       01  SRC-ANSWER-RECORD.
           05 SA-DATE                             PIC 9(8).
           05 FILLER                              PIC X(1).
           05 SA-PROGRAM                          PIC X(24).
           05 FILLER                              PIC X(1).
           05 SA-VERSION                          PIC 9(2).
           05 FILLER                              PIC X(214).
      *    SEAL-CHAIN.TXT (SEE LEDGER-SEAL)
       01  SRC-CHAIN-RECORD.
           05 CH-SEQ                              PIC 9(4).
           05 FILLER                              PIC X(1).
           05 CH-DATE                             PIC 9(8).
           05 FILLER                              PIC X(1).
           05 CH-TIME                             PIC 9(8).
           05 FILLER                              PIC X(1).
           05 CH-FROM-LINE                        PIC 9(6).
           05 FILLER                              PIC X(1).
           05 CH-THRU-LINE                        PIC 9(6).
           05 FILLER                              PIC X(1).
           05 CH-CHECK                            PIC 9(10).
           05 FILLER                              PIC X(1).
           05 CH-PRIOR                            PIC 9(10).
           05 FILLER                              PIC X(1).
           05 CH-TARGET                           PIC X(40).
           05 CH-KIND                             PIC X(1).
              88 CH-REBASE                                 VALUE 'R'.
           05 FILLER                              PIC X(150).

       FD  MEMBER-FILE
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MEMBER-RECORD.
       01  MEMBER-RECORD                          PIC X(250).

       FD  SEGMENT-FILE
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SEGMENT-RECORD.
       01  SEGMENT-RECORD                         PIC X(250).

       FD  FLAG-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FLAG-RECORD.
       01  FLAG-RECORD                            PIC X(40).

       FD  INDEX-OUT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS INDEX-OUT-RECORD.
       01  INDEX-OUT-RECORD                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
       01  WS-REQUEST-FST                         PIC X(2) VALUE '00'.
       01  WS-JOBCAT-FST                          PIC X(2) VALUE '00'.
       01  WS-INDEX-FST                           PIC X(2) VALUE '00'.
       01  WS-SOURCE-FST                          PIC X(2) VALUE '00'.
       01  WS-MEMBER-FST                          PIC X(2) VALUE '00'.
       01  WS-SEGMENT-FST                         PIC X(2) VALUE '00'.
       01  WS-FLAG-FST                            PIC X(2) VALUE '00'.
       01  WS-INDEX-OUT-FST                       PIC X(2) VALUE '00'.
       01  WS-EOF-FLAG                            PIC X(1).
           88 SCAN-EOF                                     VALUE 'Y'.
           88 NOT-SCAN-EOF                                 VALUE 'N'.
       01  WS-INDEX-EOF                           PIC X(1).
           88 INDEX-EOF                                    VALUE 'Y'.
           88 NOT-INDEX-EOF                                VALUE 'N'.
       01  WS-FLAG-EOF                            PIC X(1).
           88 FLAG-EOF                                     VALUE 'Y'.
           88 NOT-FLAG-EOF                                 VALUE 'N'.
       01  WS-RUN-DATE                            PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY                         PIC 9(4).
           05 WS-RUN-MMDD                         PIC 9(4).
       01  WS-RUN-TIME                            PIC 9(8).
       01  WS-OPERATOR-ID                         PIC X(8)
           VALUE SPACES.

      *    THE PERIOD AND THE PACKAGE DIRECTORY
       01  WS-FROM-DATE                           PIC 9(8) VALUE 0.
       01  WS-FROM-DATE-R REDEFINES WS-FROM-DATE.
           05 WS-FROM-YYYY                        PIC 9(4).
           05 WS-FROM-MM                          PIC 9(2).
           05 WS-FROM-DD                          PIC 9(2).
       01  WS-TO-DATE                             PIC 9(8) VALUE 0.
       01  WS-TO-DATE-R REDEFINES WS-TO-DATE.
           05 WS-TO-YYYY                          PIC 9(4).
           05 WS-TO-MM                            PIC 9(2).
           05 WS-TO-DD                            PIC 9(2).
       01  WS-REQ-FROM                            PIC X(8) VALUE SPACES.
       01  WS-REQ-TO                              PIC X(8) VALUE SPACES.
       01  WS-PKG-DIR                             PIC X(26).

      *    THE DATE-FILTERED SOURCES, IN PACKAGE ORDER.  COLUMN IS
      *    WHERE THE RECORD'S YYYYMMDD DATE SITS; R = REFUSALS ONLY.
       01  WS-SEC-CNT                             PIC 9(2) VALUE 7.
       01  WS-SECTION-TABLE.
           05 FILLER                              PIC X(24)
               VALUE 'SEAL-CHAIN.TXT'.
           05 FILLER                              PIC X(24)
               VALUE 'SEAL-CHAIN.TXT'.
           05 FILLER                              PIC X(04)
               VALUE '006 '.
           05 FILLER                              PIC X(24)
               VALUE 'SIGNOFF-MASTER.TXT'.
           05 FILLER                              PIC X(24)
               VALUE 'SIGNOFF-MASTER.TXT'.
           05 FILLER                              PIC X(04)
               VALUE '001 '.
           05 FILLER                              PIC X(24)
               VALUE 'CHANGE-LOG.TXT'.
           05 FILLER                              PIC X(24)
               VALUE 'CHANGE-LOG.TXT'.
           05 FILLER                              PIC X(04)
               VALUE '001 '.
           05 FILLER                              PIC X(24)
               VALUE 'PROMOTION-LOG.TXT'.
           05 FILLER                              PIC X(24)
               VALUE 'PROMOTION-LOG.TXT'.
           05 FILLER                              PIC X(04)
               VALUE '001 '.
           05 FILLER                              PIC X(24)
               VALUE 'AUTH-REFUSALS.TXT'.
           05 FILLER                              PIC X(24)
               VALUE 'AUTH-LOG.TXT'.
           05 FILLER                              PIC X(04)
               VALUE '001R'.
           05 FILLER                              PIC X(24)
               VALUE 'RERUN-REASONS.TXT'.
           05 FILLER                              PIC X(24)
               VALUE 'RERUN-REASONS.TXT'.
           05 FILLER                              PIC X(04)
               VALUE '001 '.
           05 FILLER                              PIC X(24)
               VALUE 'ANSWER-MASTER.TXT'.
           05 FILLER                              PIC X(24)
               VALUE 'ANSWER-MASTER.TXT'.
           05 FILLER                              PIC X(04)
               VALUE '001 '.
       01  WS-SECTION-TABLE-R REDEFINES WS-SECTION-TABLE.
           05 WS-SEC-ENTRY OCCURS 7 TIMES.
              10 WS-SEC-MEMBER                    PIC X(24).
              10 WS-SEC-SOURCE                    PIC X(24).
              10 WS-SEC-COL                       PIC 9(3).
              10 WS-SEC-FILTER                    PIC X(1).
       01  WS-SEC-SUB                             PIC 9(2).
       01  WS-REC-DATE-X                          PIC X(8).
       01  WS-REC-DATE-9 REDEFINES WS-REC-DATE-X  PIC 9(8).
       01  WS-TALLY                               PIC 9(3).

      *    THE SOURCE BEING GATHERED AND WHERE IT CAME FROM
       01  WS-SRC-PATH                            PIC X(40).
       01  WS-SRC-PATH-LEN                        PIC 9(2).
       01  WS-SRC-FLAT                            PIC X(40).
       01  WS-SRC-LIVE                            PIC X(1).
       01  WS-SRC-ARCHIVED                        PIC 9(3).
       01  WS-FLAT-SUB                            PIC 9(2).
       01  WS-IDX-DIR                             PIC X(20).
       01  WS-IDX-MEMBER                          PIC X(60).
       01  WS-IDX-DIR-LEN                         PIC 9(2).
       01  WS-IDX-MEMBER-LEN                      PIC 9(2).
       01  WS-CAND-PATH                           PIC X(100).
       01  WS-CAND-LEN                            PIC 9(3).

      *    TABLE OF CONTENTS
       01  WS-TOC-CNT                             PIC 9(2) VALUE 0.
       01  WS-TOC-TABLE.
           05 WS-TOC-ENTRY OCCURS 10 TIMES.
              10 WS-TOC-MEMBER                    PIC X(24).
              10 WS-TOC-RECORDS                   PIC 9(7).
              10 WS-TOC-FP                        PIC 9(10).
              10 WS-TOC-LIVE                      PIC X(1).
              10 WS-TOC-ARCHIVED                  PIC 9(3).
              10 WS-TOC-SOURCE                    PIC X(24).
       01  WS-TOC-SUB                             PIC 9(2).
       01  WS-MEM-NAME                            PIC X(24).
       01  WS-MEM-NAME-LEN                        PIC 9(2).

      *    EXCEPTIONS, HELD FOR THE INDEX
       01  WS-EXC-CNT                             PIC 9(4) VALUE 0.
       01  WS-EXC-MAX                             PIC 9(4) VALUE 500.
       01  WS-EXC-TABLE.
           05 WS-EXC-ENTRY OCCURS 500 TIMES       PIC X(120).
       01  WS-EXC-SUB                             PIC 9(4).
       01  WS-EXC-TEXT                            PIC X(120).

      *    SIGN-OFFS AND RERUN REASONS FOR THE PERIOD
       01  WS-SGN-CNT                             PIC 9(4) VALUE 0.
       01  WS-SGN-MAX                             PIC 9(4) VALUE 2000.
       01  WS-SGN-TABLE.
           05 WS-SGN-ENTRY OCCURS 2000 TIMES.
              10 WS-SG-DATE                       PIC 9(8).
              10 WS-SG-PROGRAM                    PIC X(24).
       01  WS-SGN-SUB                             PIC 9(4).
       01  WS-RSN-CNT                             PIC 9(4) VALUE 0.
       01  WS-RSN-MAX                             PIC 9(4) VALUE 2000.
       01  WS-RSN-TABLE.
           05 WS-RSN-ENTRY OCCURS 2000 TIMES.
              10 WS-RS-DATE                       PIC 9(8).
              10 WS-RS-PROGRAM                    PIC X(24).
              10 WS-RS-VERSION                    PIC 9(2).
       01  WS-RSN-SUB                             PIC 9(4).
       01  WS-FOUND                               PIC X(1).
       01  WS-RERUN-CNT                           PIC 9(5) VALUE 0.
       01  WS-MIS-ROWS                            PIC 9(5) VALUE 0.

      *    THE SEALED LEDGERS AND HOW FAR EACH IS SEALED
       01  WS-TGT-CNT                             PIC 9(2) VALUE 0.
       01  WS-TGT-TABLE.
           05 WS-TGT-ENTRY OCCURS 40 TIMES.
              10 WS-TGT-PATH                      PIC X(40).
              10 WS-TGT-PATH-LEN                  PIC 9(2).
              10 WS-TGT-SEALED                    PIC X(1).
              10 WS-TGT-LAST-THRU                 PIC 9(6).
       01  WS-TGT-SUB                             PIC 9(2).
       01  WS-TGT-HIT                             PIC 9(2).
       01  WS-CAT-DIR                             PIC X(20).
       01  WS-CAT-FILE                            PIC X(20).
       01  WS-EXPECT-FROM                         PIC 9(6).
       01  WS-GAP-THRU                            PIC 9(6).
       01  WS-CUR-LINES                           PIC 9(6).
       01  WS-SEAL-CNT                            PIC 9(5) VALUE 0.
       01  WS-SEG-FOUND-CNT                       PIC 9(5) VALUE 0.
       01  WS-LAST-SEAL-DATE                      PIC 9(8) VALUE 0.
       01  WS-LAST-SEAL-SEQ                       PIC 9(4) VALUE 0.
       01  WS-SEG-MATCH                           PIC X(1).
       01  WS-SEG-FROM                            PIC X(40).

      *    THE SEAL-VERIFY RESULT
       01  WS-SV-FOUND                            PIC X(1).
       01  WS-SV-RUN-DATE                         PIC X(8).
       01  WS-SV-FINDINGS                         PIC X(4).
       01  WS-SV-HEAD                             PIC X(132).
       01  WS-SV-TAIL                             PIC X(132).

      *    MIS-EXTRACT.CSV ROW FIELDS
       01  WS-MIS-JOB                             PIC X(8).
       01  WS-MIS-PROGRAM                         PIC X(24).
       01  WS-MIS-DATE                            PIC X(8).

       01  WS-COMMAND                             PIC X(600).
       01  WS-TRIM-FIELD                          PIC X(72).
       01  WS-TRIM-LEN                            PIC 9(2).
       01  WS-HAVE-FLAG                           PIC X(1).
       01  WS-FLAG-TEXT                           PIC X(40).
       01  WS-DIGIT-ACC                           PIC 9(10).
       01  WS-DIGIT-SUB                           PIC 9(2).
       01  WS-DIGIT-X                             PIC X(1).
       01  WS-DIGIT-9 REDEFINES WS-DIGIT-X        PIC 9(1).
       01  WS-STAT-RECS                           PIC 9(7).
       01  WS-END                                 PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

       PROCEDURE DIVISION.
      ***************************************************************
      * MAINLINE                                                    *
      ***************************************************************
       0000-MAINLINE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'AOC_OPERATOR'
           IF WS-OPERATOR-ID EQUAL SPACES
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'USER'
           END-IF
           IF WS-OPERATOR-ID EQUAL SPACES
               MOVE 'UNKNOWN' TO WS-OPERATOR-ID
           END-IF
           PERFORM 1000-READ-REQUEST THRU 1000-EXIT
           IF RETURN-CODE EQUAL 8
               GO TO 0000-DONE
           END-IF
           MOVE SPACES TO WS-PKG-DIR
           STRING 'EVIDENCE-' WS-FROM-DATE '-' WS-TO-DATE
               DELIMITED BY SIZE INTO WS-PKG-DIR
           END-STRING
           MOVE SPACES TO WS-COMMAND
           STRING 'rm -rf "' WS-PKG-DIR '" ; mkdir -p "' WS-PKG-DIR
               '"' DELIMITED BY SIZE INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           PERFORM 1100-BUILD-TARGETS THRU 1100-EXIT

           PERFORM 2000-BUILD-SECTION THRU 2000-EXIT
               VARYING WS-SEC-SUB FROM 1 BY 1
               UNTIL WS-SEC-SUB GREATER WS-SEC-CNT
           PERFORM 5000-CHECK-UNSEALED THRU 5000-EXIT
           PERFORM 5200-CHECK-MIS      THRU 5200-EXIT
           PERFORM 6000-WRITE-INDEX    THRU 6000-EXIT

           DISPLAY 'AOC3401I EVIDENCE-PACK COMPLETE: ' WS-PKG-DIR
               ' - ' WS-TOC-CNT ' MEMBER(S), ' WS-SEAL-CNT
               ' SEAL(S), ' WS-EXC-CNT ' EXCEPTION(S)'
           IF WS-EXC-CNT GREATER 0
               DISPLAY 'AOC3403W EVIDENCE-PACK: ' WS-EXC-CNT
                   ' EXCEPTION(S) LISTED - SEE ' WS-PKG-DIR
                   '/EVIDENCE-INDEX.TXT'
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       0000-DONE.
           STOP RUN.

      ***************************************************************
      * THE PERIOD: FROM= AND TO= ON EVIDENCE-REQUEST.TXT, ELSE THE  *
      * PRIOR CALENDAR YEAR                                          *
      ***************************************************************
       1000-READ-REQUEST.

           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-FST NOT EQUAL '05'
               SET NOT-SCAN-EOF TO TRUE
               PERFORM UNTIL SCAN-EOF
                   READ REQUEST-FILE
                       AT END
                           SET SCAN-EOF TO TRUE
                       NOT AT END
                           IF REQUEST-RECORD(1:5) EQUAL 'FROM='
                               MOVE REQUEST-RECORD(6:8) TO WS-REQ-FROM
                           END-IF
                           IF REQUEST-RECORD(1:3) EQUAL 'TO='
                               MOVE REQUEST-RECORD(4:8) TO WS-REQ-TO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE REQUEST-FILE
           IF WS-REQ-FROM EQUAL SPACES AND WS-REQ-TO EQUAL SPACES
               COMPUTE WS-FROM-DATE =
                   (WS-RUN-YYYY - 1) * 10000 + 0101
               COMPUTE WS-TO-DATE =
                   (WS-RUN-YYYY - 1) * 10000 + 1231
               DISPLAY 'AOC3404I EVIDENCE-PACK: NO PERIOD REQUESTED'
                   ' - PRIOR CALENDAR YEAR ' WS-FROM-DATE ' THROUGH '
                   WS-TO-DATE ' USED'
               GO TO 1000-EXIT
           END-IF
           IF WS-REQ-FROM IS NOT NUMERIC
               OR WS-REQ-TO IS NOT NUMERIC
               GO TO 1000-BAD
           END-IF
           MOVE WS-REQ-FROM TO WS-FROM-DATE
           MOVE WS-REQ-TO   TO WS-TO-DATE
           IF WS-FROM-MM LESS 1 OR WS-FROM-MM GREATER 12
               OR WS-FROM-DD LESS 1 OR WS-FROM-DD GREATER 31
               OR WS-TO-MM LESS 1 OR WS-TO-MM GREATER 12
               OR WS-TO-DD LESS 1 OR WS-TO-DD GREATER 31
               OR WS-FROM-DATE GREATER WS-TO-DATE
               GO TO 1000-BAD
           END-IF
           GO TO 1000-EXIT
           .
       1000-BAD.
           DISPLAY 'AOC3402E EVIDENCE-PACK: EVIDENCE-REQUEST.TXT MUST'
               ' GIVE FROM=yyyymmdd AND TO=yyyymmdd, FROM NOT AFTER'
               ' TO - NO PACKAGE BUILT'
           MOVE 8 TO RETURN-CODE
           .
       1000-EXIT.
           EXIT.

      ***************************************************************
      * THE SEALED LEDGERS: THE AUTH LOG PLUS EVERY DAY FOLDER'S RUN *
      * LEDGER, AS LEDGER-SEAL TAKES THEM FROM JOBCAT.TXT            *
      ***************************************************************
       1100-BUILD-TARGETS.

           MOVE 1 TO WS-TGT-CNT
           MOVE 'AUTH-LOG.TXT' TO WS-TGT-PATH(1)
           MOVE 12  TO WS-TGT-PATH-LEN(1)
           MOVE 'N' TO WS-TGT-SEALED(1)
           MOVE 0   TO WS-TGT-LAST-THRU(1)
           OPEN INPUT JOBCAT-FILE
           IF WS-JOBCAT-FST EQUAL '05'
               CLOSE JOBCAT-FILE
               GO TO 1100-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ JOBCAT-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF JOBCAT-RECORD(3:3) EQUAL 'DAY'
                           PERFORM 1150-ADD-LEDGER THRU 1150-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBCAT-FILE
           .
       1100-EXIT.
           EXIT.

       1150-ADD-LEDGER.

           MOVE SPACES TO WS-CAT-DIR WS-CAT-FILE
           UNSTRING JOBCAT-RECORD(40:30) DELIMITED BY '/'
               INTO WS-CAT-DIR WS-CAT-FILE
           END-UNSTRING
           MOVE SPACES TO WS-TRIM-FIELD
           MOVE WS-CAT-DIR TO WS-TRIM-FIELD(1:20)
           PERFORM 7000-TRIM THRU 7000-EXIT
           IF WS-TRIM-LEN EQUAL 0 OR WS-CAT-FILE EQUAL SPACES
               GO TO 1150-EXIT
           END-IF
           MOVE SPACES TO WS-SRC-PATH
           STRING WS-CAT-DIR(1:WS-TRIM-LEN) '/RUN-LEDGER.TXT'
               DELIMITED BY SIZE INTO WS-SRC-PATH
           END-STRING
           PERFORM 1200-FIND-TARGET THRU 1200-EXIT
           .
       1150-EXIT.
           EXIT.

      ***************************************************************
      * LOCATE WS-SRC-PATH IN THE TARGET TABLE, ADDING IT IF NEW     *
      ***************************************************************
       1200-FIND-TARGET.

           MOVE 0 TO WS-TGT-HIT
           PERFORM VARYING WS-TGT-SUB FROM 1 BY 1
                   UNTIL WS-TGT-SUB GREATER WS-TGT-CNT
               IF WS-TGT-PATH(WS-TGT-SUB) EQUAL WS-SRC-PATH
                   MOVE WS-TGT-SUB TO WS-TGT-HIT
                   MOVE WS-TGT-CNT TO WS-TGT-SUB
               END-IF
           END-PERFORM
           IF WS-TGT-HIT GREATER 0 OR WS-TGT-CNT EQUAL 40
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO WS-TGT-CNT
           MOVE WS-TGT-CNT  TO WS-TGT-HIT
           MOVE WS-SRC-PATH TO WS-TGT-PATH(WS-TGT-HIT)
           MOVE SPACES TO WS-TRIM-FIELD
           MOVE WS-SRC-PATH TO WS-TRIM-FIELD(1:40)
           PERFORM 7000-TRIM THRU 7000-EXIT
           MOVE WS-TRIM-LEN TO WS-TGT-PATH-LEN(WS-TGT-HIT)
           MOVE 'N' TO WS-TGT-SEALED(WS-TGT-HIT)
           MOVE 0   TO WS-TGT-LAST-THRU(WS-TGT-HIT)
           .
       1200-EXIT.
           EXIT.

      ***************************************************************
      * ONE DATE-FILTERED MEMBER.  THE SEAL CHAIN IS FOLLOWED BY ITS *
      * SEGMENTS AND THE SEAL-VERIFY RESULT.                         *
      ***************************************************************
       2000-BUILD-SECTION.

           MOVE WS-SEC-SOURCE(WS-SEC-SUB) TO WS-SRC-PATH
           PERFORM 2100-GATHER-SOURCE THRU 2100-EXIT
           PERFORM 2200-FILTER-SOURCE THRU 2200-EXIT
           MOVE WS-SEC-MEMBER(WS-SEC-SUB) TO WS-MEM-NAME
           PERFORM 2300-PLACE-MEMBER  THRU 2300-EXIT
           IF WS-SEC-MEMBER(WS-SEC-SUB) EQUAL 'SEAL-CHAIN.TXT'
               PERFORM 3000-SEAL-PASS     THRU 3000-EXIT
               PERFORM 4000-SEAL-VERIFY   THRU 4000-EXIT
           END-IF
           .
       2000-EXIT.
           EXIT.

      ***************************************************************
      * STAGE EVERY ARCHIVED COPY OF WS-SRC-PATH, OLDEST FIRST, THEN *
      * THE LIVE FILE, INTO ONE WORK FILE.  ARCHIVE MEMBERS ARE READ *
      * WHERE THEY LIE; A GENERATION SINCE PURGED IS PASSED OVER.    *
      ***************************************************************
       2100-GATHER-SOURCE.

           MOVE SPACES TO WS-TRIM-FIELD
           MOVE WS-SRC-PATH TO WS-TRIM-FIELD(1:40)
           PERFORM 7000-TRIM THRU 7000-EXIT
           MOVE WS-TRIM-LEN TO WS-SRC-PATH-LEN
           MOVE WS-SRC-PATH TO WS-SRC-FLAT
           PERFORM VARYING WS-FLAT-SUB FROM 1 BY 1
                   UNTIL WS-FLAT-SUB GREATER WS-SRC-PATH-LEN
               IF WS-SRC-FLAT(WS-FLAT-SUB:1) EQUAL '/'
                   OR WS-SRC-FLAT(WS-FLAT-SUB:1) EQUAL ' '
                   MOVE '_' TO WS-SRC-FLAT(WS-FLAT-SUB:1)
               END-IF
           END-PERFORM
           MOVE 0   TO WS-SRC-ARCHIVED
           MOVE 'N' TO WS-SRC-LIVE
           MOVE SPACES TO WS-COMMAND
           STRING ': > /tmp/AOC-EVID-SRC.TXT' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND

           OPEN INPUT INDEX-FILE
           IF WS-INDEX-FST EQUAL '05'
               CLOSE INDEX-FILE
               GO TO 2100-LIVE
           END-IF
           SET NOT-INDEX-EOF TO TRUE
           PERFORM UNTIL INDEX-EOF
               READ INDEX-FILE
                   AT END
                       SET INDEX-EOF TO TRUE
                   NOT AT END
                       PERFORM 2150-INDEX-MEMBER THRU 2150-EXIT
                       IF WS-CAND-LEN GREATER 0
                           PERFORM 2180-APPEND-CANDIDATE
                               THRU 2180-EXIT
                           IF WS-HAVE-FLAG EQUAL 'Y'
                               ADD 1 TO WS-SRC-ARCHIVED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INDEX-FILE
           .
       2100-LIVE.
           MOVE SPACES TO WS-CAND-PATH
           MOVE WS-SRC-PATH(1:WS-SRC-PATH-LEN) TO WS-CAND-PATH
           MOVE WS-SRC-PATH-LEN TO WS-CAND-LEN
           PERFORM 2180-APPEND-CANDIDATE THRU 2180-EXIT
           MOVE WS-HAVE-FLAG TO WS-SRC-LIVE
           .
       2100-EXIT.
           EXIT.

      ***************************************************************
      * AN M (HOUSEKEEP GENERATION) OR H (MASTER-PURGE HISTORY)      *
      * RECORD FOR THE SOURCE GIVES ITS ARCHIVE PATH IN              *
      * WS-CAND-PATH; ANY OTHER RECORD LEAVES WS-CAND-LEN ZERO       *
      ***************************************************************
       2150-INDEX-MEMBER.

           MOVE 0 TO WS-CAND-LEN
           IF INDEX-RECORD(1:2) NOT EQUAL 'M '
               AND INDEX-RECORD(1:2) NOT EQUAL 'H '
               GO TO 2150-EXIT
           END-IF
           MOVE SPACES TO WS-IDX-DIR WS-IDX-MEMBER
           UNSTRING INDEX-RECORD(3:118) DELIMITED BY ' '
               INTO WS-IDX-DIR WS-IDX-MEMBER
           END-UNSTRING
           IF WS-IDX-MEMBER NOT EQUAL WS-SRC-FLAT
               GO TO 2150-EXIT
           END-IF
           MOVE SPACES TO WS-TRIM-FIELD
           MOVE WS-IDX-DIR TO WS-TRIM-FIELD(1:20)
           PERFORM 7000-TRIM THRU 7000-EXIT
           MOVE WS-TRIM-LEN TO WS-IDX-DIR-LEN
           MOVE SPACES TO WS-TRIM-FIELD
           MOVE WS-IDX-MEMBER TO WS-TRIM-FIELD(1:60)
           PERFORM 7000-TRIM THRU 7000-EXIT
           MOVE WS-TRIM-LEN TO WS-IDX-MEMBER-LEN
           IF WS-IDX-DIR-LEN EQUAL 0 OR WS-IDX-MEMBER-LEN EQUAL 0
               GO TO 2150-EXIT
           END-IF
           MOVE SPACES TO WS-CAND-PATH
           STRING 'ARCHIVE/' WS-IDX-DIR(1:WS-IDX-DIR-LEN) '/'
               WS-IDX-MEMBER(1:WS-IDX-MEMBER-LEN)
               DELIMITED BY SIZE INTO WS-CAND-PATH
           END-STRING
           COMPUTE WS-CAND-LEN = 9 + WS-IDX-DIR-LEN
               + WS-IDX-MEMBER-LEN
           .
       2150-EXIT.
           EXIT.

       2180-APPEND-CANDIDATE.

           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-EVID.FLG ; if [ -f "'
                   DELIMITED BY SIZE
               WS-CAND-PATH(1:WS-CAND-LEN) DELIMITED BY SIZE
               '" ] ; then cat "' DELIMITED BY SIZE
               WS-CAND-PATH(1:WS-CAND-LEN) DELIMITED BY SIZE
               '" >> /tmp/AOC-EVID-SRC.TXT ; echo FOUND'
                   DELIMITED BY SIZE
               ' > /tmp/AOC-EVID.FLG ; fi' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           PERFORM 8000-READ-FLAG-NUMBER THRU 8000-EXIT
           .
       2180-EXIT.
           EXIT.

      ***************************************************************
      * KEEP THE RECORDS DATED IN THE PERIOD.  THE SIGN-OFFS AND     *
      * RERUN REASONS KEPT ARE REMEMBERED FOR THE EXCEPTION CHECKS;  *
      * EACH ANSWER VERSION ABOVE 1 MUST HAVE A REASON (A VERSION-00 *
      * REASON FROM THE BATCH DRIVER COVERS WHATEVER VERSION THAT    *
      * LAUNCH CREATED ON ITS DATE, AS RERUN-AUDIT HOLDS).           *
      ***************************************************************
       2200-FILTER-SOURCE.

           OPEN OUTPUT MEMBER-FILE
           OPEN INPUT SOURCE-FILE
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ SOURCE-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       PERFORM 2250-FILTER-ONE THRU 2250-EXIT
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE
           CLOSE MEMBER-FILE
           .
       2200-EXIT.
           EXIT.

       2250-FILTER-ONE.

           MOVE SOURCE-RECORD(WS-SEC-COL(WS-SEC-SUB):8)
               TO WS-REC-DATE-X
           IF WS-REC-DATE-X IS NOT NUMERIC
               GO TO 2250-EXIT
           END-IF
           IF WS-REC-DATE-9 LESS WS-FROM-DATE
               OR WS-REC-DATE-9 GREATER WS-TO-DATE
               GO TO 2250-EXIT
           END-IF
           IF WS-SEC-FILTER(WS-SEC-SUB) EQUAL 'R'
               MOVE 0 TO WS-TALLY
               INSPECT SOURCE-RECORD TALLYING WS-TALLY
                   FOR ALL 'REFUSED'
               IF WS-TALLY EQUAL 0
                   GO TO 2250-EXIT
               END-IF
           END-IF
           MOVE SOURCE-RECORD TO MEMBER-RECORD
           WRITE MEMBER-RECORD

           EVALUATE WS-SEC-MEMBER(WS-SEC-SUB)
               WHEN 'SIGNOFF-MASTER.TXT'
                   IF WS-SGN-CNT LESS WS-SGN-MAX
                       ADD 1 TO WS-SGN-CNT
                       MOVE SA-DATE    TO WS-SG-DATE(WS-SGN-CNT)
                       MOVE SA-PROGRAM TO WS-SG-PROGRAM(WS-SGN-CNT)
                   END-IF
               WHEN 'RERUN-REASONS.TXT'
                   IF WS-RSN-CNT LESS WS-RSN-MAX
                       AND SA-VERSION IS NUMERIC
                       ADD 1 TO WS-RSN-CNT
                       MOVE SA-DATE    TO WS-RS-DATE(WS-RSN-CNT)
                       MOVE SA-PROGRAM TO WS-RS-PROGRAM(WS-RSN-CNT)
                       MOVE SA-VERSION TO WS-RS-VERSION(WS-RSN-CNT)
                   END-IF
               WHEN 'ANSWER-MASTER.TXT'
                   IF SA-VERSION IS NUMERIC
                       AND SA-VERSION GREATER 1
                       ADD 1 TO WS-RERUN-CNT
                       PERFORM 2260-CHECK-REASON THRU 2260-EXIT
                   END-IF
           END-EVALUATE
           .
       2250-EXIT.
           EXIT.

       2260-CHECK-REASON.

           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                   UNTIL WS-RSN-SUB GREATER WS-RSN-CNT
               IF WS-RS-DATE(WS-RSN-SUB) EQUAL SA-DATE
                   AND WS-RS-PROGRAM(WS-RSN-SUB) EQUAL SA-PROGRAM
                   AND (WS-RS-VERSION(WS-RSN-SUB) EQUAL SA-VERSION
                       OR WS-RS-VERSION(WS-RSN-SUB) EQUAL 0)
                   MOVE 'Y' TO WS-FOUND
                   MOVE WS-RSN-CNT TO WS-RSN-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND EQUAL 'N'
               MOVE SPACES TO WS-EXC-TEXT
               STRING 'NO RERUN REASON     ' SA-DATE ' ' SA-PROGRAM
                   ' VERSION ' SA-VERSION
                   ' - NO REASON ON RERUN-REASONS.TXT'
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM 7100-ADD-EXCEPTION THRU 7100-EXIT
           END-IF
           .
       2260-EXIT.
           EXIT.

      ***************************************************************
      * COPY THE BUILT MEMBER INTO THE PACKAGE UNDER WS-MEM-NAME AND *
      * ENTER ITS RECORD COUNT AND FINGERPRINT IN THE CONTENTS       *
      ***************************************************************
       2300-PLACE-MEMBER.

           MOVE SPACES TO WS-TRIM-FIELD
           MOVE WS-MEM-NAME TO WS-TRIM-FIELD(1:24)
           PERFORM 7000-TRIM THRU 7000-EXIT
           MOVE WS-TRIM-LEN TO WS-MEM-NAME-LEN
           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-EVID.FLG ; cp /tmp/AOC-EVID-MEM.TXT'
                   DELIMITED BY SIZE
               ' "' WS-PKG-DIR '/' DELIMITED BY SIZE
               WS-MEM-NAME(1:WS-MEM-NAME-LEN) DELIMITED BY SIZE
               '" && echo "$(wc -l < /tmp/AOC-EVID-MEM.TXT)'
                   DELIMITED BY SIZE
               ' $(cksum < /tmp/AOC-EVID-MEM.TXT)"'
                   DELIMITED BY SIZE
               ' > /tmp/AOC-EVID.FLG' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           PERFORM 8000-READ-FLAG-NUMBER THRU 8000-EXIT
           MOVE WS-DIGIT-ACC TO WS-STAT-RECS
           PERFORM 8100-NEXT-NUMBER THRU 8100-EXIT

           ADD 1 TO WS-TOC-CNT
           MOVE WS-MEM-NAME     TO WS-TOC-MEMBER(WS-TOC-CNT)
           MOVE WS-STAT-RECS    TO WS-TOC-RECORDS(WS-TOC-CNT)
           MOVE WS-DIGIT-ACC    TO WS-TOC-FP(WS-TOC-CNT)
           MOVE WS-SRC-LIVE     TO WS-TOC-LIVE(WS-TOC-CNT)
           MOVE WS-SRC-ARCHIVED TO WS-TOC-ARCHIVED(WS-TOC-CNT)
           MOVE WS-SRC-PATH     TO WS-TOC-SOURCE(WS-TOC-CNT)
           .
       2300-EXIT.
           EXIT.

      ***************************************************************
      * WALK THE WHOLE SEAL CHAIN (STILL STAGED IN THE WORK FILE),   *
      * FOLLOWING HOW FAR EACH LEDGER IS SEALED.  EACH SEAL DATED IN *
      * THE PERIOD MUST CONTINUE ITS LEDGER WHERE THE LAST SEAL LEFT *
      * OFF, AND ITS SEGMENT IS TAKEN INTO SEALED-SEGMENTS.TXT.      *
      ***************************************************************
       3000-SEAL-PASS.

           OPEN OUTPUT SEGMENT-FILE
           CLOSE SEGMENT-FILE
           OPEN INPUT SOURCE-FILE
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ SOURCE-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF CH-SEQ IS NUMERIC
                           AND CH-FROM-LINE IS NUMERIC
                           AND CH-THRU-LINE IS NUMERIC
                           PERFORM 3100-ONE-SEAL THRU 3100-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE

           MOVE SPACES TO WS-COMMAND
           STRING 'cp /tmp/AOC-EVID-SEG.TXT /tmp/AOC-EVID-MEM.TXT'
               DELIMITED BY SIZE INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           MOVE 'SEALED-SEGMENTS.TXT' TO WS-MEM-NAME
           MOVE 'LEDGERS'             TO WS-SRC-PATH
           MOVE 0                     TO WS-SRC-ARCHIVED
           MOVE 'Y'                   TO WS-SRC-LIVE
           PERFORM 2300-PLACE-MEMBER THRU 2300-EXIT
           .
       3000-EXIT.
           EXIT.

       3100-ONE-SEAL.

           MOVE CH-TARGET TO WS-SRC-PATH
           PERFORM 1200-FIND-TARGET THRU 1200-EXIT
           IF WS-TGT-HIT EQUAL 0
               GO TO 3100-EXIT
           END-IF
           IF CH-DATE NOT LESS WS-FROM-DATE
               AND CH-DATE NOT GREATER WS-TO-DATE
               ADD 1 TO WS-SEAL-CNT
               IF CH-DATE NOT LESS WS-LAST-SEAL-DATE
                   MOVE CH-DATE TO WS-LAST-SEAL-DATE
                   MOVE CH-SEQ  TO WS-LAST-SEAL-SEQ
               END-IF
               PERFORM 3150-CHECK-CONTINUITY THRU 3150-EXIT
               PERFORM 3200-TAKE-SEGMENT     THRU 3200-EXIT
           END-IF
           MOVE 'Y'          TO WS-TGT-SEALED(WS-TGT-HIT)
           MOVE CH-THRU-LINE TO WS-TGT-LAST-THRU(WS-TGT-HIT)
           .
       3100-EXIT.
           EXIT.

      ***************************************************************
      * A SEAL THAT STARTS PAST THE LINE AFTER ITS LEDGER'S LAST     *
      * SEAL LEAVES THE LINES BETWEEN NEVER SEALED.  A REBASE SEAL   *
      * ALWAYS STARTS AT LINE 1.                                     *
      ***************************************************************
       3150-CHECK-CONTINUITY.

           IF CH-REBASE
               GO TO 3150-EXIT
           END-IF
           MOVE 1 TO WS-EXPECT-FROM
           IF WS-TGT-SEALED(WS-TGT-HIT) EQUAL 'Y'
               COMPUTE WS-EXPECT-FROM =
                   WS-TGT-LAST-THRU(WS-TGT-HIT) + 1
           END-IF
           IF CH-FROM-LINE NOT GREATER WS-EXPECT-FROM
               GO TO 3150-EXIT
           END-IF
           COMPUTE WS-GAP-THRU = CH-FROM-LINE - 1
           MOVE SPACES TO WS-EXC-TEXT
           STRING 'SEAL CHAIN GAP      '
               WS-TGT-PATH(WS-TGT-HIT)(1:WS-TGT-PATH-LEN(WS-TGT-HIT))
               ' LINES ' WS-EXPECT-FROM '-' WS-GAP-THRU
               ' SKIPPED BY SEAL ' CH-SEQ ' OF ' CH-DATE
               DELIMITED BY SIZE INTO WS-EXC-TEXT
           END-STRING
           PERFORM 7100-ADD-EXCEPTION THRU 7100-EXIT
           .
       3150-EXIT.
           EXIT.

      ***************************************************************
      * FIND A COPY OF THE LEDGER WHOSE LINES STILL GIVE THE SEAL'S  *
      * CHECK VALUE - THE LIVE FILE FIRST, THEN EACH ARCHIVED COPY - *
      * AND APPEND THE SEGMENT BEHIND A HEADER NAMING THE SEAL AND   *
      * THE COPY IT CAME FROM                                        *
      ***************************************************************
       3200-TAKE-SEGMENT.

           MOVE 'N' TO WS-SEG-MATCH
           MOVE SPACES TO WS-CAND-PATH
           MOVE WS-TGT-PATH(WS-TGT-HIT) TO WS-CAND-PATH
           MOVE WS-TGT-PATH-LEN(WS-TGT-HIT) TO WS-CAND-LEN
           PERFORM 3300-CHECK-CANDIDATE THRU 3300-EXIT
           IF WS-SEG-MATCH EQUAL 'Y'
               GO TO 3200-FOUND
           END-IF

           MOVE WS-TGT-PATH(WS-TGT-HIT) TO WS-SRC-PATH
           MOVE WS-TGT-PATH-LEN(WS-TGT-HIT) TO WS-SRC-PATH-LEN
           MOVE WS-SRC-PATH TO WS-SRC-FLAT
           PERFORM VARYING WS-FLAT-SUB FROM 1 BY 1
                   UNTIL WS-FLAT-SUB GREATER WS-SRC-PATH-LEN
               IF WS-SRC-FLAT(WS-FLAT-SUB:1) EQUAL '/'
                   OR WS-SRC-FLAT(WS-FLAT-SUB:1) EQUAL ' '
                   MOVE '_' TO WS-SRC-FLAT(WS-FLAT-SUB:1)
               END-IF
           END-PERFORM
           OPEN INPUT INDEX-FILE
           IF WS-INDEX-FST EQUAL '05'
               CLOSE INDEX-FILE
               GO TO 3200-MISSING
           END-IF
           SET NOT-INDEX-EOF TO TRUE
           PERFORM UNTIL INDEX-EOF
               READ INDEX-FILE
                   AT END
                       SET INDEX-EOF TO TRUE
                   NOT AT END
                       PERFORM 2150-INDEX-MEMBER THRU 2150-EXIT
                       IF WS-CAND-LEN GREATER 0
                           PERFORM 3300-CHECK-CANDIDATE
                               THRU 3300-EXIT
                           IF WS-SEG-MATCH EQUAL 'Y'
                               SET INDEX-EOF TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INDEX-FILE
           IF WS-SEG-MATCH EQUAL 'Y'
               GO TO 3200-FOUND
           END-IF
           .
       3200-MISSING.
           MOVE SPACES TO WS-EXC-TEXT
           STRING 'SEGMENT NOT FOUND   '
               WS-TGT-PATH(WS-TGT-HIT)(1:WS-TGT-PATH-LEN(WS-TGT-HIT))
               ' LINES ' CH-FROM-LINE '-' CH-THRU-LINE
               ' OF SEAL ' CH-SEQ ' - NO COPY MATCHES ITS CHECK'
               DELIMITED BY SIZE INTO WS-EXC-TEXT
           END-STRING
           PERFORM 7100-ADD-EXCEPTION THRU 7100-EXIT
           GO TO 3200-EXIT
           .
       3200-FOUND.
           ADD 1 TO WS-SEG-FOUND-CNT
           OPEN EXTEND SEGMENT-FILE
           MOVE SPACES TO SEGMENT-RECORD
           STRING '*SEAL ' CH-SEQ ' ' CH-DATE ' ' DELIMITED BY SIZE
               WS-TGT-PATH(WS-TGT-HIT)(1:WS-TGT-PATH-LEN(WS-TGT-HIT))
                   DELIMITED BY SIZE
               ' LINES ' CH-FROM-LINE '-' CH-THRU-LINE
                   DELIMITED BY SIZE
               ' CHECK ' CH-CHECK ' FROM ' DELIMITED BY SIZE
               WS-CAND-PATH(1:WS-CAND-LEN) DELIMITED BY SIZE
               INTO SEGMENT-RECORD
           END-STRING
           IF CH-REBASE
               MOVE 'REBASE' TO SEGMENT-RECORD(200:6)
           END-IF
           WRITE SEGMENT-RECORD
           CLOSE SEGMENT-FILE
           MOVE SPACES TO WS-COMMAND
           IF CH-REBASE
               STRING 'head -n ' CH-THRU-LINE ' "' DELIMITED BY SIZE
                   WS-CAND-PATH(1:WS-CAND-LEN) DELIMITED BY SIZE
                   '" >> /tmp/AOC-EVID-SEG.TXT' DELIMITED BY SIZE
                   INTO WS-COMMAND
               END-STRING
           ELSE
               STRING 'sed -n "' CH-FROM-LINE ',' CH-THRU-LINE 'p" "'
                       DELIMITED BY SIZE
                   WS-CAND-PATH(1:WS-CAND-LEN) DELIMITED BY SIZE
                   '" >> /tmp/AOC-EVID-SEG.TXT' DELIMITED BY SIZE
                   INTO WS-COMMAND
               END-STRING
           END-IF
           CALL 'SYSTEM' USING WS-COMMAND
           .
       3200-EXIT.
           EXIT.

      ***************************************************************
      * RECOMPUTE THE SEAL'S CHECK OVER ONE COPY THE WAY LEDGER-SEAL *
      * BUILT IT: THE SEGMENT'S LINES PLUS THE RECORDED PRIOR CHECK  *
      ***************************************************************
       3300-CHECK-CANDIDATE.

           MOVE SPACES TO WS-COMMAND
           IF CH-REBASE
               STRING 'rm -f /tmp/AOC-EVID.FLG ; if [ -f "'
                       DELIMITED BY SIZE
                   WS-CAND-PATH(1:WS-CAND-LEN) DELIMITED BY SIZE
                   '" ] ; then { head -n ' CH-THRU-LINE ' "'
                       DELIMITED BY SIZE
                   WS-CAND-PATH(1:WS-CAND-LEN) DELIMITED BY SIZE
                   '" ; echo PRIOR=' CH-PRIOR
                   ' ; } | cksum > /tmp/AOC-EVID.FLG ; fi'
                       DELIMITED BY SIZE
                   INTO WS-COMMAND
               END-STRING
           ELSE
               STRING 'rm -f /tmp/AOC-EVID.FLG ; if [ -f "'
                       DELIMITED BY SIZE
                   WS-CAND-PATH(1:WS-CAND-LEN) DELIMITED BY SIZE
                   '" ] ; then { sed -n "' CH-FROM-LINE ','
                   CH-THRU-LINE 'p" "' DELIMITED BY SIZE
                   WS-CAND-PATH(1:WS-CAND-LEN) DELIMITED BY SIZE
                   '" ; echo PRIOR=' CH-PRIOR
                   ' ; } | cksum > /tmp/AOC-EVID.FLG ; fi'
                       DELIMITED BY SIZE
                   INTO WS-COMMAND
               END-STRING
           END-IF
           CALL 'SYSTEM' USING WS-COMMAND
           PERFORM 8000-READ-FLAG-NUMBER THRU 8000-EXIT
           IF WS-HAVE-FLAG EQUAL 'Y'
               AND WS-DIGIT-ACC EQUAL CH-CHECK
               MOVE 'Y' TO WS-SEG-MATCH
           END-IF
           .
       3300-EXIT.
           EXIT.

      ***************************************************************
      * THE LATEST SEAL-VERIFY RESULT RIDES IN THE PACKAGE AS IT     *
      * STANDS.  IT MUST EXIST, SHOW NO FINDINGS, AND POSTDATE THE   *
      * LAST SEAL OF THE PERIOD.                                     *
      ***************************************************************
       4000-SEAL-VERIFY.

           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-EVID.FLG ; if [ -f '
               'SEAL-VERIFY-REPORT.TXT ] ; then cp '
               'SEAL-VERIFY-REPORT.TXT /tmp/AOC-EVID-MEM.TXT ; echo '
               'FOUND > /tmp/AOC-EVID.FLG ; else : > '
               '/tmp/AOC-EVID-MEM.TXT ; fi'
               DELIMITED BY SIZE INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           PERFORM 8000-READ-FLAG-NUMBER THRU 8000-EXIT
           MOVE WS-HAVE-FLAG TO WS-SV-FOUND

           MOVE SPACES TO WS-SV-RUN-DATE WS-SV-FINDINGS
           IF WS-SV-FOUND EQUAL 'Y'
               OPEN INPUT MEMBER-FILE
               SET NOT-SCAN-EOF TO TRUE
               PERFORM UNTIL SCAN-EOF
                   READ MEMBER-FILE
                       AT END
                           SET SCAN-EOF TO TRUE
                       NOT AT END
                           PERFORM 4100-SCAN-RESULT THRU 4100-EXIT
                   END-READ
               END-PERFORM
               CLOSE MEMBER-FILE
           END-IF

           MOVE 'SEAL-VERIFY-REPORT.TXT' TO WS-MEM-NAME
           MOVE 'SEAL-VERIFY-REPORT.TXT' TO WS-SRC-PATH
           MOVE WS-SV-FOUND              TO WS-SRC-LIVE
           MOVE 0                        TO WS-SRC-ARCHIVED
           PERFORM 2300-PLACE-MEMBER THRU 2300-EXIT

           MOVE SPACES TO WS-EXC-TEXT
           EVALUATE TRUE
               WHEN WS-SV-FOUND NOT EQUAL 'Y'
                   STRING 'SEAL-VERIFY         NO SEAL-VERIFY RESULT'
                       ' ON FILE - RUN SEAL-VERIFY AND REBUILD'
                       DELIMITED BY SIZE INTO WS-EXC-TEXT
                   END-STRING
               WHEN WS-SV-FINDINGS IS NUMERIC
                   AND WS-SV-FINDINGS NOT EQUAL '0000'
                   STRING 'SEAL-VERIFY         LATEST RESULT (RUN '
                       WS-SV-RUN-DATE ') REPORTS ' WS-SV-FINDINGS
                       ' FINDING(S)'
                       DELIMITED BY SIZE INTO WS-EXC-TEXT
                   END-STRING
               WHEN WS-SV-RUN-DATE IS NOT NUMERIC
                   STRING 'SEAL-VERIFY         SEAL-VERIFY-REPORT.TXT'
                       ' CARRIES NO RUN DATE'
                       DELIMITED BY SIZE INTO WS-EXC-TEXT
                   END-STRING
               WHEN WS-LAST-SEAL-DATE GREATER 0
                   AND WS-SV-RUN-DATE LESS WS-LAST-SEAL-DATE
                   STRING 'SEAL-VERIFY         LATEST RESULT (RUN '
                       WS-SV-RUN-DATE ') PREDATES SEAL '
                       WS-LAST-SEAL-SEQ ' OF ' WS-LAST-SEAL-DATE
                       ' - RUN SEAL-VERIFY AND REBUILD'
                       DELIMITED BY SIZE INTO WS-EXC-TEXT
                   END-STRING
           END-EVALUATE
           IF WS-EXC-TEXT NOT EQUAL SPACES
               PERFORM 7100-ADD-EXCEPTION THRU 7100-EXIT
           END-IF
           .
       4000-EXIT.
           EXIT.

      ***************************************************************
      * THE RESULT'S RUN DATE IS ON ITS TITLE LINE AND ITS FINDINGS  *
      * COUNT ON ITS SUMMARY LINE                                    *
      ***************************************************************
       4100-SCAN-RESULT.

           IF MEMBER-RECORD(1:42) EQUAL
                   'SEAL-VERIFY  CHAIN VERIFICATION  RUN DATE '
               MOVE MEMBER-RECORD(43:8) TO WS-SV-RUN-DATE
           END-IF
           IF MEMBER-RECORD(1:15) EQUAL 'SEALS VERIFIED '
               MOVE SPACES TO WS-SV-HEAD WS-SV-TAIL
               UNSTRING MEMBER-RECORD DELIMITED BY 'FINDINGS '
                   INTO WS-SV-HEAD WS-SV-TAIL
               END-UNSTRING
               MOVE WS-SV-TAIL(1:4) TO WS-SV-FINDINGS
           END-IF
           .
       4100-EXIT.
           EXIT.

      ***************************************************************
      * LINES A LEDGER HOLDS PAST ITS LAST SEAL ARE NOT YET SEALED   *
      ***************************************************************
       5000-CHECK-UNSEALED.

           PERFORM VARYING WS-TGT-SUB FROM 1 BY 1
                   UNTIL WS-TGT-SUB GREATER WS-TGT-CNT
               PERFORM 5100-CHECK-ONE-LEDGER THRU 5100-EXIT
           END-PERFORM
           .
       5000-EXIT.
           EXIT.

       5100-CHECK-ONE-LEDGER.

           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-EVID.FLG ; if [ -f "'
                   DELIMITED BY SIZE
               WS-TGT-PATH(WS-TGT-SUB)(1:WS-TGT-PATH-LEN(WS-TGT-SUB))
                   DELIMITED BY SIZE
               '" ] ; then wc -l < "' DELIMITED BY SIZE
               WS-TGT-PATH(WS-TGT-SUB)(1:WS-TGT-PATH-LEN(WS-TGT-SUB))
                   DELIMITED BY SIZE
               '" > /tmp/AOC-EVID.FLG ; fi' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           PERFORM 8000-READ-FLAG-NUMBER THRU 8000-EXIT
           IF WS-HAVE-FLAG NOT EQUAL 'Y'
               GO TO 5100-EXIT
           END-IF
           MOVE WS-DIGIT-ACC TO WS-CUR-LINES
           IF WS-CUR-LINES NOT GREATER WS-TGT-LAST-THRU(WS-TGT-SUB)
               GO TO 5100-EXIT
           END-IF
           COMPUTE WS-EXPECT-FROM = WS-TGT-LAST-THRU(WS-TGT-SUB) + 1
           MOVE SPACES TO WS-EXC-TEXT
           STRING 'UNSEALED SEGMENT    '
               WS-TGT-PATH(WS-TGT-SUB)(1:WS-TGT-PATH-LEN(WS-TGT-SUB))
               ' LINES ' WS-EXPECT-FROM '-' WS-CUR-LINES
               ' NOT YET SEALED - RUN LEDGER-SEAL'
               DELIMITED BY SIZE INTO WS-EXC-TEXT
           END-STRING
           PERFORM 7100-ADD-EXCEPTION THRU 7100-EXIT
           .
       5100-EXIT.
           EXIT.

      ***************************************************************
      * EVERY ROW MIS-EXTRACT.CSV CARRIES FOR A RUN DATE IN THE      *
      * PERIOD MUST HAVE BEEN SIGNED OFF FOR ITS PROGRAM AND DATE    *
      ***************************************************************
       5200-CHECK-MIS.

           MOVE 'MIS-EXTRACT.CSV' TO WS-SRC-PATH
           PERFORM 2100-GATHER-SOURCE THRU 2100-EXIT
           OPEN INPUT SOURCE-FILE
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ SOURCE-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       PERFORM 5300-CHECK-MIS-ROW THRU 5300-EXIT
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE
           .
       5200-EXIT.
           EXIT.

       5300-CHECK-MIS-ROW.

           MOVE SPACES TO WS-MIS-JOB WS-MIS-PROGRAM WS-MIS-DATE
           UNSTRING SOURCE-RECORD DELIMITED BY ','
               INTO WS-MIS-JOB WS-MIS-PROGRAM WS-MIS-DATE
           END-UNSTRING
           MOVE WS-MIS-DATE TO WS-REC-DATE-X
           IF WS-REC-DATE-X IS NOT NUMERIC
               GO TO 5300-EXIT
           END-IF
           IF WS-REC-DATE-9 LESS WS-FROM-DATE
               OR WS-REC-DATE-9 GREATER WS-TO-DATE
               GO TO 5300-EXIT
           END-IF
           ADD 1 TO WS-MIS-ROWS
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-SGN-SUB FROM 1 BY 1
                   UNTIL WS-SGN-SUB GREATER WS-SGN-CNT
               IF WS-SG-DATE(WS-SGN-SUB) EQUAL WS-REC-DATE-9
                   AND WS-SG-PROGRAM(WS-SGN-SUB) EQUAL WS-MIS-PROGRAM
                   MOVE 'Y' TO WS-FOUND
                   MOVE WS-SGN-CNT TO WS-SGN-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND EQUAL 'N'
               MOVE SPACES TO WS-EXC-TEXT
               STRING 'EXTRACT UNSIGNED    ' WS-MIS-DATE ' '
                   WS-MIS-PROGRAM ' ON MIS-EXTRACT.CSV WITH NO'
                   ' SIGN-OFF ON SIGNOFF-MASTER.TXT'
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM 7100-ADD-EXCEPTION THRU 7100-EXIT
           END-IF
           .
       5300-EXIT.
           EXIT.

      ***************************************************************
      * THE PACKAGE INDEX: TABLE OF CONTENTS, THEN THE EXCEPTIONS.   *
      * IT IS WRITTEN AT THE ROOT AND COPIED INTO THE PACKAGE.       *
      ***************************************************************
       6000-WRITE-INDEX.

           OPEN OUTPUT INDEX-OUT-FILE
           MOVE SPACES TO INDEX-OUT-RECORD
           STRING 'AUDIT EVIDENCE PACKAGE  ' WS-PKG-DIR
               DELIMITED BY SIZE INTO INDEX-OUT-RECORD
           END-STRING
           WRITE INDEX-OUT-RECORD
           MOVE SPACES TO INDEX-OUT-RECORD
           STRING 'PERIOD ' WS-FROM-DATE ' THROUGH ' WS-TO-DATE
               '  BUILT ' WS-RUN-DATE ' ' WS-RUN-TIME(1:6)
               '  BY ' WS-OPERATOR-ID
               DELIMITED BY SIZE INTO INDEX-OUT-RECORD
           END-STRING
           WRITE INDEX-OUT-RECORD
           MOVE SPACES TO INDEX-OUT-RECORD
           WRITE INDEX-OUT-RECORD
           MOVE 'TABLE OF CONTENTS' TO INDEX-OUT-RECORD
           WRITE INDEX-OUT-RECORD
           MOVE SPACES TO INDEX-OUT-RECORD
           STRING 'NO  MEMBER                   RECORDS  FINGERPRINT'
               '  LIVE  ARCHIVED  SOURCE'
               DELIMITED BY SIZE INTO INDEX-OUT-RECORD
           END-STRING
           WRITE INDEX-OUT-RECORD
           PERFORM VARYING WS-TOC-SUB FROM 1 BY 1
                   UNTIL WS-TOC-SUB GREATER WS-TOC-CNT
               MOVE SPACES TO INDEX-OUT-RECORD
               STRING WS-TOC-SUB '  ' WS-TOC-MEMBER(WS-TOC-SUB) ' '
                   WS-TOC-RECORDS(WS-TOC-SUB) '  '
                   WS-TOC-FP(WS-TOC-SUB) '   '
                   WS-TOC-LIVE(WS-TOC-SUB) '     '
                   WS-TOC-ARCHIVED(WS-TOC-SUB) '     '
                   WS-TOC-SOURCE(WS-TOC-SUB)
                   DELIMITED BY SIZE INTO INDEX-OUT-RECORD
               END-STRING
               WRITE INDEX-OUT-RECORD
           END-PERFORM
           MOVE SPACES TO INDEX-OUT-RECORD
           WRITE INDEX-OUT-RECORD
           MOVE SPACES TO INDEX-OUT-RECORD
           STRING 'SEALS IN PERIOD ' WS-SEAL-CNT
               '  SEGMENTS FOUND ' WS-SEG-FOUND-CNT
               '  RERUN VERSIONS ' WS-RERUN-CNT
               '  MIS ROWS ' WS-MIS-ROWS
               DELIMITED BY SIZE INTO INDEX-OUT-RECORD
           END-STRING
           WRITE INDEX-OUT-RECORD
           MOVE SPACES TO INDEX-OUT-RECORD
           WRITE INDEX-OUT-RECORD
           MOVE SPACES TO INDEX-OUT-RECORD
           STRING 'EXCEPTIONS ' WS-EXC-CNT
               DELIMITED BY SIZE INTO INDEX-OUT-RECORD
           END-STRING
           WRITE INDEX-OUT-RECORD
           IF WS-EXC-CNT EQUAL 0
               MOVE '  NONE - NO GAPS FOUND' TO INDEX-OUT-RECORD
               WRITE INDEX-OUT-RECORD
           END-IF
           PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
                   UNTIL WS-EXC-SUB GREATER WS-EXC-CNT
                       OR WS-EXC-SUB GREATER WS-EXC-MAX
               MOVE SPACES TO INDEX-OUT-RECORD
               STRING '  ' WS-EXC-ENTRY(WS-EXC-SUB)
                   DELIMITED BY SIZE INTO INDEX-OUT-RECORD
               END-STRING
               WRITE INDEX-OUT-RECORD
           END-PERFORM
           IF WS-EXC-CNT GREATER WS-EXC-MAX
               MOVE SPACES TO INDEX-OUT-RECORD
               STRING '  ... ONLY THE FIRST ' WS-EXC-MAX
                   ' EXCEPTIONS ARE LISTED'
                   DELIMITED BY SIZE INTO INDEX-OUT-RECORD
               END-STRING
               WRITE INDEX-OUT-RECORD
           END-IF
           CLOSE INDEX-OUT-FILE

           MOVE SPACES TO WS-COMMAND
           STRING 'cp EVIDENCE-INDEX.TXT "' WS-PKG-DIR
               '/EVIDENCE-INDEX.TXT"' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           .
       6000-EXIT.
           EXIT.

      ***************************************************************
      * FIND THE TRIMMED LENGTH OF WS-TRIM-FIELD                     *
      ***************************************************************
       7000-TRIM.

           MOVE 72 TO WS-TRIM-LEN
           PERFORM UNTIL WS-TRIM-LEN EQUAL 0
                   OR WS-TRIM-FIELD(WS-TRIM-LEN:1) NOT EQUAL SPACE
               SUBTRACT 1 FROM WS-TRIM-LEN
           END-PERFORM
           .
       7000-EXIT.
           EXIT.

      ***************************************************************
      * HOLD ONE EXCEPTION LINE FOR THE INDEX                        *
      ***************************************************************
       7100-ADD-EXCEPTION.

           ADD 1 TO WS-EXC-CNT
           IF WS-EXC-CNT NOT GREATER WS-EXC-MAX
               MOVE WS-EXC-TEXT TO WS-EXC-ENTRY(WS-EXC-CNT)
           END-IF
           .
       7100-EXIT.
           EXIT.

      ***************************************************************
      * READ THE SHELL FLAG FILE - ITS TEXT AND ANY LEADING NUMBER   *
      ***************************************************************
       8000-READ-FLAG-NUMBER.

           MOVE 'N' TO WS-HAVE-FLAG
           MOVE SPACES TO WS-FLAG-TEXT
           OPEN INPUT FLAG-FILE
           SET NOT-FLAG-EOF TO TRUE
           PERFORM UNTIL FLAG-EOF
               READ FLAG-FILE
                   AT END
                       SET FLAG-EOF TO TRUE
                   NOT AT END
                       MOVE FLAG-RECORD TO WS-FLAG-TEXT
                       MOVE 'Y' TO WS-HAVE-FLAG
               END-READ
           END-PERFORM
           CLOSE FLAG-FILE
           MOVE 1 TO WS-DIGIT-SUB
           PERFORM 8100-NEXT-NUMBER THRU 8100-EXIT
           .
       8000-EXIT.
           EXIT.

      ***************************************************************
      * THE NEXT NUMBER ON THE FLAG TEXT FROM WS-DIGIT-SUB ON        *
      ***************************************************************
       8100-NEXT-NUMBER.

           MOVE 0 TO WS-DIGIT-ACC
           PERFORM UNTIL WS-DIGIT-SUB GREATER 40
                   OR WS-FLAG-TEXT(WS-DIGIT-SUB:1) NOT EQUAL SPACE
               ADD 1 TO WS-DIGIT-SUB
           END-PERFORM
           PERFORM UNTIL WS-DIGIT-SUB GREATER 40
                   OR WS-FLAG-TEXT(WS-DIGIT-SUB:1) NOT NUMERIC
               MOVE WS-FLAG-TEXT(WS-DIGIT-SUB:1) TO WS-DIGIT-X
               COMPUTE WS-DIGIT-ACC =
                   (WS-DIGIT-ACC * 10) + WS-DIGIT-9
               ADD 1 TO WS-DIGIT-SUB
           END-PERFORM
           .
       8100-EXIT.
           EXIT.
