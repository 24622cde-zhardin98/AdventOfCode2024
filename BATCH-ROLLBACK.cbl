       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-ROLLBACK.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * BATCH-LEVEL ROLLBACK TO THE PRE-BATCH STATE                  *
      *                                                              *
      * BEFORE ITS FIRST JOB RUNS, BATCH-DRIVER TAKES A BEFORE-IMAGE *
      * OF EVERY SHARED MASTER AND LEDGER THE BATCH TOUCHES AND OF   *
      * EACH JOB FOLDER'S FILES IN BATCH-IMAGE/, LISTED ON           *
      * BATCH-IMAGE/IMAGE-MANIFEST.TXT:                              *
      *   B  A BATCH ID THAT POSTED UNDER THIS IMAGE (A RESTART ADDS *
      *      ITS OWN B RECORD TO ITS FIRST RUN'S IMAGE)              *
      *   F  A MASTER OR LEDGER - EXISTED Y/N, ITS LINE COUNT, AND   *
      *      R (RESTORED BY A ROLLBACK) OR C (COUNTED ONLY)          *
      *   D  A JOB FOLDER WHOSE .TXT FILES WERE IMAGED               *
      *   X  THE IMAGE HAS BEEN ROLLED BACK (WRITTEN HERE)           *
      * ROLLBACK-REQUEST.TXT NAMES THE BATCH ('BATCH=YYYYMMDD-       *
      * HHMMSS').  IT MUST BE THE BATCH THE IMAGE WAS TAKEN FOR, THE *
      * OPERATOR MUST HOLD 'ALL' ON OPERATOR-AUTH.TXT, AND A SECOND  *
      * OPERATOR MUST APPROVE IT (AOC-APPROVE, ACTION BATCHRBK).     *
      * THE ROLLBACK IS REFUSED WHEN                                 *
      *   - ANY ANSWER THE BATCH POSTED HAS BEEN SIGNED OFF ON       *
      *     SIGNOFF-MASTER.TXT,                                      *
      *   - MIS-EXTRACT.CSV HAS TAKEN A ROW FOR ONE OF THEM,         *
      *   - GL-JOURNAL-REGISTER.TXT HAS TAKEN A RECORD SINCE THE     *
      *     IMAGE (A JOURNAL RELEASED TO THE LEDGER), OR             *
      *   - ANSWER-MASTER.TXT HAS CHANGED OTHER THAN BY THE BATCH    *
      *     (AN AD HOC RUN OR LATER BATCH POSTED, OR A REORG RAN).   *
      * OTHERWISE IT PUTS EVERY R FILE BACK TO ITS IMAGE (OR REMOVES *
      * IT IF IT DID NOT EXIST), PUTS EACH JOB FOLDER'S RUN-LEDGER   *
      * BACK, REVERSES EVERY OUTPUT PROMOTION THE BATCH JOURNALLED   *
      * ON COMMIT-JOURNAL.TXT (A REVERSED RECORD IS JOURNALLED FOR   *
      * EACH), AND POSTS THE ROLLBACK ON BATCH-ROLLBACKS.TXT:        *
      *   H  ONE PER ROLLBACK - APPROVER AND COUNTS                  *
      *   L  EACH RUN LEDGER PUT BACK AND ITS LINE COUNT, WHICH      *
      *      LEDGER-SEAL REBASES ITS SEAL CHAIN ON                   *
      *   A  EACH ANSWER TAKEN OFF THE MASTER, WHICH ANSWER-INQ      *
      *      LISTS AS ROLLED BACK                                    *
      * AUTH-LOG.TXT, SEAL-CHAIN.TXT AND THE OUTBOUND FEEDS ARE      *
      * NEVER PUT BACK.  RESULTS GO TO BATCH-ROLLBACK-REPORT.TXT.    *
      * RUN FROM THE WORKSPACE ROOT.  RETURN CODE 4 = AWAITING       *
      * APPROVAL, 8 = REFUSED.                                       *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REQUEST-FILE
               ASSIGN TO 'ROLLBACK-REQUEST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FST.
           SELECT OPTIONAL IMAGE-MANIFEST-FILE
               ASSIGN TO 'BATCH-IMAGE/IMAGE-MANIFEST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMAGE-FST.
           SELECT OPTIONAL JOBCAT-FILE ASSIGN TO 'JOBCAT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBCAT-FST.
           SELECT OPTIONAL AUTH-FILE ASSIGN TO 'OPERATOR-AUTH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-FST.
           SELECT OPTIONAL AUTH-LOG-FILE ASSIGN TO 'AUTH-LOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-LOG-FST.
           SELECT OPTIONAL PROVENANCE-FILE
               ASSIGN TO 'ANSWER-PROVENANCE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROVENANCE-FST.
           SELECT OPTIONAL ANSWER-MASTER-FILE
               ASSIGN TO 'ANSWER-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANSWER-MASTER-FST.
           SELECT OPTIONAL SIGNOFF-FILE
               ASSIGN TO 'SIGNOFF-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNOFF-FST.
           SELECT OPTIONAL MIS-FILE ASSIGN TO 'MIS-EXTRACT.CSV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MIS-FST.
           SELECT OPTIONAL GL-REGISTER-FILE
               ASSIGN TO 'GL-JOURNAL-REGISTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-REGISTER-FST.
           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO 'COMMIT-JOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FST.
           SELECT OPTIONAL ROLLBACK-FILE
               ASSIGN TO 'BATCH-ROLLBACKS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLLBACK-FST.
      *    LINE COUNT OR OUTCOME LEFT BY THE SHELL STEP
           SELECT OPTIONAL FLAG-FILE
               ASSIGN TO '/tmp/AOC-RBK.FLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-FST.
           SELECT REPORT-FILE ASSIGN TO 'BATCH-ROLLBACK-REPORT.TXT'
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

       FD  IMAGE-MANIFEST-FILE
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS IMAGE-BATCH-RECORD IMAGE-FILE-RECORD.
       01  IMAGE-BATCH-RECORD.
           05 IMB-TYPE                            PIC X(1).
           05 FILLER                              PIC X(1).
           05 IMB-BATCH-ID                        PIC X(15).
           05 FILLER                              PIC X(1).
           05 IMB-DATE                            PIC 9(8).
           05 FILLER                              PIC X(1).
           05 IMB-TIME                            PIC 9(6).
           05 FILLER                              PIC X(1).
           05 IMB-OPERATOR                        PIC X(8).
           05 FILLER                              PIC X(18).
       01  IMAGE-FILE-RECORD.
           05 IMF-TYPE                            PIC X(1).
           05 FILLER                              PIC X(1).
           05 IMF-PATH                            PIC X(40).
           05 FILLER                              PIC X(1).
           05 IMF-EXISTED                         PIC X(1).
           05 FILLER                              PIC X(1).
           05 IMF-LINES                           PIC 9(6).
           05 FILLER                              PIC X(1).
           05 IMF-ACTION                          PIC X(1).
           05 FILLER                              PIC X(7).

       FD  JOBCAT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JOBCAT-RECORD.
       01  JOBCAT-RECORD                          PIC X(80).

       FD  AUTH-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUTH-RECORD.
       01  AUTH-RECORD                            PIC X(80).

       FD  AUTH-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUTH-LOG-RECORD.
       01  AUTH-LOG-RECORD                        PIC X(80).

       FD  PROVENANCE-FILE
           RECORD CONTAINS 225 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PROVENANCE-RECORD.
       01  PROVENANCE-RECORD.
           05 PRV-DATE                            PIC 9(8).
           05 FILLER                              PIC X(1).
           05 PRV-PROGRAM                         PIC X(24).
           05 FILLER                              PIC X(1).
           05 PRV-VERSION                         PIC 9(2).
           05 FILLER                              PIC X(1).
           05 PRV-POST-DATE                       PIC 9(8).
           05 FILLER                              PIC X(30).
           05 PRV-BATCH-ID                        PIC X(15).
           05 FILLER                              PIC X(135).

       FD  ANSWER-MASTER-FILE
           RECORD CONTAINS 106 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ANSWER-MASTER-RECORD.
       01  ANSWER-MASTER-RECORD                   PIC X(106).

       FD  SIGNOFF-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SIGNOFF-RECORD.
       01  SIGNOFF-RECORD.
           05 SO-DATE                             PIC 9(8).
           05 FILLER                              PIC X(1).
           05 SO-PROGRAM                          PIC X(24).
           05 FILLER                              PIC X(1).
           05 SO-VERSION                          PIC 9(2).
           05 FILLER                              PIC X(44).

       FD  MIS-FILE
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MIS-RECORD.
       01  MIS-RECORD                             PIC X(200).

       FD  GL-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GL-REGISTER-RECORD.
       01  GL-REGISTER-RECORD                     PIC X(80).

       FD  JOURNAL-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JOURNAL-RECORD.
       01  JOURNAL-RECORD.
           05 JNL-DATE                            PIC X(8).
           05 FILLER                              PIC X(1).
           05 JNL-TIME                            PIC X(8).
           05 FILLER                              PIC X(1).
           05 JNL-PROGRAM                         PIC X(24).
           05 FILLER                              PIC X(1).
           05 JNL-OUTCOME                         PIC X(8).
           05 FILLER                              PIC X(1).
           05 JNL-FILE                            PIC X(48).

       FD  ROLLBACK-FILE
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ROLLBACK-RECORD.
       01  ROLLBACK-RECORD.
           05 RBK-TYPE                            PIC X(1).
           05 FILLER                              PIC X(1).
           05 RBK-DATE                            PIC 9(8).
           05 FILLER                              PIC X(1).
           05 RBK-TIME                            PIC 9(6).
           05 FILLER                              PIC X(1).
           05 RBK-BATCH-ID                        PIC X(15).
           05 FILLER                              PIC X(1).
           05 RBK-OPERATOR                        PIC X(8).
           05 FILLER                              PIC X(1).
           05 RBK-DETAIL                          PIC X(107).
      *    H - ONE PER ROLLBACK
           05 RBK-HEADER REDEFINES RBK-DETAIL.
              10 RBH-APPROVER                     PIC X(8).
              10 FILLER                           PIC X(1).
              10 RBH-FILES                        PIC 9(4).
              10 FILLER                           PIC X(1).
              10 RBH-ANSWERS                      PIC 9(4).
              10 FILLER                           PIC X(1).
              10 RBH-PROMOTIONS                   PIC 9(4).
              10 FILLER                           PIC X(84).
      *    L - A RUN LEDGER PUT BACK
           05 RBK-LEDGER REDEFINES RBK-DETAIL.
              10 RBL-LINES                        PIC 9(6).
              10 FILLER                           PIC X(1).
              10 RBL-PATH                         PIC X(40).
              10 FILLER                           PIC X(60).
      *    A - AN ANSWER TAKEN OFF THE MASTER
           05 RBK-ANSWER REDEFINES RBK-DETAIL.
              10 RBA-RECORD                       PIC X(106).
              10 FILLER                           PIC X(1).

       FD  FLAG-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FLAG-RECORD.
       01  FLAG-RECORD                            PIC X(40).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REPORT-RECORD.
       01  REPORT-RECORD                          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
       01  WS-REQUEST-FST                         PIC X(2) VALUE '00'.
       01  WS-IMAGE-FST                           PIC X(2) VALUE '00'.
       01  WS-JOBCAT-FST                          PIC X(2) VALUE '00'.
       01  WS-AUTH-FST                            PIC X(2) VALUE '00'.
       01  WS-AUTH-LOG-FST                        PIC X(2) VALUE '00'.
       01  WS-PROVENANCE-FST                      PIC X(2) VALUE '00'.
       01  WS-ANSWER-MASTER-FST                   PIC X(2) VALUE '00'.
       01  WS-SIGNOFF-FST                         PIC X(2) VALUE '00'.
       01  WS-MIS-FST                             PIC X(2) VALUE '00'.
       01  WS-GL-REGISTER-FST                     PIC X(2) VALUE '00'.
       01  WS-JOURNAL-FST                         PIC X(2) VALUE '00'.
       01  WS-ROLLBACK-FST                        PIC X(2) VALUE '00'.
       01  WS-FLAG-FST                            PIC X(2) VALUE '00'.
       01  WS-REPORT-FST                          PIC X(2) VALUE '00'.
       01  WS-EOF-FLAG                            PIC X(1).
           88 SCAN-EOF                                     VALUE 'Y'.
           88 NOT-SCAN-EOF                                 VALUE 'N'.
       01  WS-RUN-DATE                            PIC 9(8).
       01  WS-RUN-TIME                            PIC 9(8).
       01  WS-OPERATOR-ID                         PIC X(8)
           VALUE SPACES.
       01  WS-AUTHORIZED                          PIC X(1) VALUE 'N'.
       01  WS-AUTH-HIT                            PIC 9(2).
       01  WS-REFUSED                             PIC X(1) VALUE 'N'.

      *    THE BATCH ASKED FOR, AND WHAT THE IMAGE SAYS
       01  WS-REQ-BATCH-ID                        PIC X(15)
           VALUE SPACES.
       01  WS-IMG-OWNER                           PIC X(15)
           VALUE SPACES.
       01  WS-IMG-ROLLED                          PIC X(1) VALUE 'N'.
       01  WS-BID-CNT                             PIC 9(2) VALUE 0.
       01  WS-BID-TABLE.
           05 WS-BID-ENTRY OCCURS 20 TIMES        PIC X(15).
       01  WS-BID-SUB                             PIC 9(2).
       01  WS-BID-HIT                             PIC X(1).
       01  WS-FIL-CNT                             PIC 9(2) VALUE 0.
       01  WS-FIL-TABLE.
           05 WS-FIL-ENTRY OCCURS 20 TIMES.
              10 WS-FIL-PATH                      PIC X(40).
              10 WS-FIL-EXISTED                   PIC X(1).
              10 WS-FIL-LINES                     PIC 9(6).
              10 WS-FIL-ACTION                    PIC X(1).
       01  WS-FIL-SUB                             PIC 9(2).
       01  WS-DIR-CNT                             PIC 9(2) VALUE 0.
       01  WS-DIR-TABLE.
           05 WS-DIR-ENTRY OCCURS 40 TIMES        PIC X(40).
       01  WS-DIR-SUB                             PIC 9(2).

      *    PRE-BATCH LINE COUNTS OF THE FILES THE CHECKS READ
       01  WS-PRV-IMAGE-LINES                     PIC 9(6) VALUE 0.
       01  WS-AM-IMAGE-LINES                      PIC 9(6) VALUE 0.
       01  WS-MIS-IMAGE-LINES                     PIC 9(6) VALUE 0.
       01  WS-JNL-IMAGE-LINES                     PIC 9(6) VALUE 0.
       01  WS-GLJ-IMAGE-LINES                     PIC 9(6) VALUE 0.
      *    'Y' WHEN THE IMAGE COUNTED GL-JOURNAL-REGISTER.TXT
       01  WS-GLJ-IMAGED                          PIC X(1) VALUE 'N'.
       01  WS-GLJ-ADDED                           PIC 9(6) VALUE 0.
       01  WS-LINE-NO                             PIC 9(6).

      *    THE BATCH'S POSTINGS, FROM ANSWER-PROVENANCE.TXT
       01  WS-PST-CNT                             PIC 9(3) VALUE 0.
       01  WS-PST-MAX                             PIC 9(3) VALUE 300.
       01  WS-PST-TABLE.
           05 WS-PST-ENTRY OCCURS 300 TIMES.
              10 WS-PST-DATE                      PIC 9(8).
              10 WS-PST-PROGRAM                   PIC X(24).
              10 WS-PST-VERSION                   PIC 9(2).
              10 WS-PST-POST-DATE                 PIC 9(8).
       01  WS-PST-SUB                             PIC 9(3).
       01  WS-FOREIGN-CNT                         PIC 9(4) VALUE 0.

      *    THE ANSWERS THE ROLLBACK TAKES OFF THE MASTER
       01  WS-ANS-CNT                             PIC 9(3) VALUE 0.
       01  WS-ANS-TABLE.
           05 WS-ANS-ENTRY OCCURS 300 TIMES       PIC X(106).
       01  WS-ANS-SUB                             PIC 9(3).
       01  WS-AM-LINES                            PIC 9(6) VALUE 0.
       01  WS-AM-EXPECTED                         PIC 9(6).

       01  WS-SIGNED-CNT                          PIC 9(4) VALUE 0.
       01  WS-MIS-CNT                             PIC 9(4) VALUE 0.
       01  WS-MIS-JOB                             PIC X(8).
       01  WS-MIS-PROGRAM                         PIC X(24).
       01  WS-MIS-DATE                            PIC X(8).

      *    JOB FOLDERS BY PROGRAM-ID, FOR THE JOURNALLED PROMOTIONS
       01  WS-JOB-CNT                             PIC 9(2) VALUE 0.
       01  WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 40 TIMES.
              10 WS-JOB-PROGRAM                   PIC X(24).
              10 WS-JOB-DIR                       PIC X(30).
       01  WS-JOB-SUB                             PIC 9(2).
       01  WS-CAT-SOURCE                          PIC X(30).
       01  WS-CAT-DIR                             PIC X(30).
       01  WS-CAT-FILE                            PIC X(30).

      *    PROMOTED FILES ALREADY PUT BACK (A FILE PROMOTED BY A
      *    RESTART AS WELL AS THE FIRST RUN IS REVERSED ONCE)
       01  WS-PRM-CNT                             PIC 9(3) VALUE 0.
       01  WS-PRM-TABLE.
           05 WS-PRM-ENTRY OCCURS 300 TIMES       PIC X(72).
       01  WS-PRM-SUB                             PIC 9(3).
       01  WS-PRM-HIT                             PIC X(1).
       01  WS-PRM-PATH                            PIC X(72).
       01  WS-PRM-PATH-LEN                        PIC 9(2).
       01  WS-PRM-OUTCOME                         PIC X(8).
       01  WS-REVERSED-CNT                        PIC 9(4) VALUE 0.
       01  WS-NOT-IMAGED-CNT                      PIC 9(4) VALUE 0.
       01  WS-RESTORED-CNT                        PIC 9(4) VALUE 0.
       01  WS-LEDGER-CNT                          PIC 9(4) VALUE 0.
       01  WS-LEDGER-PATH                         PIC X(40).

       01  WS-COMMAND                             PIC X(400).
       01  WS-HAVE-FLAG                           PIC X(1).
       01  WS-FLAG-TEXT                           PIC X(40).
       01  WS-DIGIT-SUB                           PIC 9(2).
       01  WS-DIGIT-X                             PIC X(1).
       01  WS-DIGIT-9 REDEFINES WS-DIGIT-X        PIC 9(1).
       01  WS-DIGIT-ACC                           PIC 9(10).
       01  WS-TRIM-FIELD                          PIC X(72).
       01  WS-TRIM-LEN                            PIC 9(2).
       01  WS-PATH-LEN                            PIC 9(2).
       01  WS-DIR-LEN                             PIC 9(2).
       COPY APRPARM.
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
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING 'BATCH-ROLLBACK  RUN DATE ' WS-RUN-DATE
               '  OPERATOR ' WS-OPERATOR-ID
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM 1000-READ-REQUEST THRU 1000-EXIT
           IF WS-REQ-BATCH-ID EQUAL SPACES
               DISPLAY 'AOC3302E BATCH-ROLLBACK: NO BATCH= ON'
                   ' ROLLBACK-REQUEST.TXT - NOTHING ROLLED BACK'
               MOVE 'NO BATCH NAMED ON ROLLBACK-REQUEST.TXT'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 8 TO RETURN-CODE
               GO TO 0000-DONE
           END-IF
           PERFORM 1100-LOAD-MANIFEST THRU 1100-EXIT
           IF WS-REFUSED EQUAL 'Y'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-DONE
           END-IF
           PERFORM 2000-CHECK-AUTHORITY THRU 2000-EXIT
           IF WS-AUTHORIZED NOT EQUAL 'Y'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-DONE
           END-IF

      *    EVERY REFUSAL TEST RUNS BEFORE APPROVAL IS ASKED FOR, SO A
      *    SECOND OPERATOR IS NEVER ASKED TO APPROVE THE IMPOSSIBLE
           PERFORM 3000-GATHER-POSTINGS  THRU 3000-EXIT
           PERFORM 3100-CHECK-MASTER     THRU 3100-EXIT
           PERFORM 3200-CHECK-SIGNOFF    THRU 3200-EXIT
           PERFORM 3300-CHECK-MIS        THRU 3300-EXIT
           PERFORM 3400-CHECK-GL-REGISTER THRU 3400-EXIT
           IF WS-REFUSED EQUAL 'Y'
               DISPLAY 'AOC3303E BATCH-ROLLBACK: ROLLBACK OF BATCH '
                   WS-REQ-BATCH-ID ' REFUSED - SEE'
                   ' BATCH-ROLLBACK-REPORT.TXT'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-DONE
           END-IF

           MOVE 'AUTH'           TO APR-OP
           MOVE 'BATCHRBK'       TO APR-ACTION
           MOVE WS-REQ-BATCH-ID  TO APR-TARGET
           MOVE WS-OPERATOR-ID   TO APR-OPERATOR
           MOVE 'BATCH-ROLLBACK' TO APR-PROGRAM
           CALL 'AOC-APPROVE' USING APR-PARMS
           IF APR-RC NOT EQUAL 0
               DISPLAY 'AOC3304W BATCH-ROLLBACK: ROLLBACK NOT'
                   ' PERFORMED - ' APR-MESSAGE
               MOVE SPACES TO REPORT-RECORD
               STRING 'NOT PERFORMED - ' APR-MESSAGE
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE 4 TO RETURN-CODE
               GO TO 0000-DONE
           END-IF

           PERFORM 4000-LOAD-JOB-FOLDERS   THRU 4000-EXIT
           PERFORM 5000-RESTORE-FILES      THRU 5000-EXIT
           PERFORM 5200-RESTORE-LEDGERS    THRU 5200-EXIT
           PERFORM 5400-REVERSE-PROMOTIONS THRU 5400-EXIT
           PERFORM 6000-POST-ROLLBACK      THRU 6000-EXIT
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'BATCH ' WS-REQ-BATCH-ID ' ROLLED BACK - '
               WS-RESTORED-CNT ' FILE(S) PUT BACK, '
               WS-LEDGER-CNT ' LEDGER(S), ' WS-REVERSED-CNT
               ' PROMOTION(S) REVERSED, ' WS-ANS-CNT
               ' ANSWER(S) REMOVED'
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           DISPLAY 'AOC3301I BATCH-ROLLBACK: BATCH ' WS-REQ-BATCH-ID
               ' ROLLED BACK - ' WS-RESTORED-CNT ' FILE(S), '
               WS-REVERSED-CNT ' PROMOTION(S), ' WS-ANS-CNT
               ' ANSWER(S) - APPROVED BY ' APR-APPROVER
           IF WS-NOT-IMAGED-CNT GREATER 0
               DISPLAY 'AOC3305W BATCH-ROLLBACK: ' WS-NOT-IMAGED-CNT
                   ' PROMOTED FILE(S) OUTSIDE THE IMAGE LEFT AS THEY'
                   ' ARE - SEE BATCH-ROLLBACK-REPORT.TXT'
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       0000-DONE.
           CLOSE REPORT-FILE
           STOP RUN.

      ***************************************************************
      * THE BATCH TO ROLL BACK                                       *
      ***************************************************************
       1000-READ-REQUEST.

           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-FST EQUAL '05'
               CLOSE REQUEST-FILE
               GO TO 1000-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ REQUEST-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF REQUEST-RECORD(1:6) EQUAL 'BATCH='
                           MOVE REQUEST-RECORD(7:15)
                               TO WS-REQ-BATCH-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUEST-FILE
           .
       1000-EXIT.
           EXIT.

      ***************************************************************
      * LOAD THE BEFORE-IMAGE MANIFEST.  ONLY THE BATCH THE IMAGE    *
      * WAS TAKEN FOR CAN BE ROLLED BACK, AND ONLY ONCE.             *
      ***************************************************************
       1100-LOAD-MANIFEST.

           OPEN INPUT IMAGE-MANIFEST-FILE
           IF WS-IMAGE-FST EQUAL '05'
               CLOSE IMAGE-MANIFEST-FILE
               DISPLAY 'AOC3306E BATCH-ROLLBACK: NO BEFORE-IMAGE ON'
                   ' FILE - BATCH ' WS-REQ-BATCH-ID
                   ' CANNOT BE ROLLED BACK'
               MOVE 'NO BEFORE-IMAGE ON FILE IN BATCH-IMAGE/'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 'Y' TO WS-REFUSED
               GO TO 1100-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ IMAGE-MANIFEST-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       PERFORM 1150-NOTE-MANIFEST THRU 1150-EXIT
               END-READ
           END-PERFORM
           CLOSE IMAGE-MANIFEST-FILE

           IF WS-IMG-OWNER NOT EQUAL WS-REQ-BATCH-ID
               DISPLAY 'AOC3306E BATCH-ROLLBACK: THE BEFORE-IMAGE'
                   ' ON FILE IS FOR BATCH ' WS-IMG-OWNER ' - BATCH '
                   WS-REQ-BATCH-ID ' CANNOT BE ROLLED BACK'
               MOVE SPACES TO REPORT-RECORD
               STRING 'BEFORE-IMAGE ON FILE IS FOR BATCH '
                   WS-IMG-OWNER ' - ONLY THE LATEST BATCH CAN BE'
                   ' ROLLED BACK'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE 'Y' TO WS-REFUSED
               GO TO 1100-EXIT
           END-IF
           IF WS-IMG-ROLLED EQUAL 'Y'
               DISPLAY 'AOC3307E BATCH-ROLLBACK: BATCH '
                   WS-REQ-BATCH-ID ' HAS ALREADY BEEN ROLLED BACK'
               MOVE SPACES TO REPORT-RECORD
               STRING 'BATCH ' WS-REQ-BATCH-ID
                   ' HAS ALREADY BEEN ROLLED BACK'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE 'Y' TO WS-REFUSED
               GO TO 1100-EXIT
           END-IF

      *    PRE-BATCH LINE COUNTS THE CHECKS COUNT FROM
           PERFORM VARYING WS-FIL-SUB FROM 1 BY 1
                   UNTIL WS-FIL-SUB GREATER WS-FIL-CNT
               EVALUATE WS-FIL-PATH(WS-FIL-SUB)
                   WHEN 'ANSWER-PROVENANCE.TXT'
                       MOVE WS-FIL-LINES(WS-FIL-SUB)
                           TO WS-PRV-IMAGE-LINES
                   WHEN 'ANSWER-MASTER.TXT'
                       MOVE WS-FIL-LINES(WS-FIL-SUB)
                           TO WS-AM-IMAGE-LINES
                   WHEN 'MIS-EXTRACT.CSV'
                       MOVE WS-FIL-LINES(WS-FIL-SUB)
                           TO WS-MIS-IMAGE-LINES
                   WHEN 'COMMIT-JOURNAL.TXT'
                       MOVE WS-FIL-LINES(WS-FIL-SUB)
                           TO WS-JNL-IMAGE-LINES
                   WHEN 'GL-JOURNAL-REGISTER.TXT'
                       MOVE WS-FIL-LINES(WS-FIL-SUB)
                           TO WS-GLJ-IMAGE-LINES
                       MOVE 'Y' TO WS-GLJ-IMAGED
               END-EVALUATE
           END-PERFORM
           .
       1100-EXIT.
           EXIT.

       1150-NOTE-MANIFEST.

           EVALUATE IMB-TYPE
               WHEN 'B'
                   IF WS-IMG-OWNER EQUAL SPACES
                       MOVE IMB-BATCH-ID TO WS-IMG-OWNER
                   END-IF
                   IF WS-BID-CNT LESS 20
                       ADD 1 TO WS-BID-CNT
                       MOVE IMB-BATCH-ID TO WS-BID-ENTRY(WS-BID-CNT)
                   END-IF
               WHEN 'X'
                   MOVE 'Y' TO WS-IMG-ROLLED
               WHEN 'F'
                   IF WS-FIL-CNT LESS 20
                       ADD 1 TO WS-FIL-CNT
                       MOVE IMF-PATH TO WS-FIL-PATH(WS-FIL-CNT)
                       MOVE IMF-EXISTED TO WS-FIL-EXISTED(WS-FIL-CNT)
                       MOVE IMF-LINES TO WS-FIL-LINES(WS-FIL-CNT)
                       MOVE IMF-ACTION TO WS-FIL-ACTION(WS-FIL-CNT)
                   END-IF
               WHEN 'D'
                   IF WS-DIR-CNT LESS 40
                       ADD 1 TO WS-DIR-CNT
                       MOVE IMF-PATH TO WS-DIR-ENTRY(WS-DIR-CNT)
                   END-IF
           END-EVALUATE
           .
       1150-EXIT.
           EXIT.

      ***************************************************************
      * A BATCH ROLLBACK IS AN 'ALL' ACTION ON OPERATOR-AUTH.TXT;    *
      * ANYONE ELSE IS LOGGED TO AUTH-LOG.TXT AND TURNED AWAY        *
      ***************************************************************
       2000-CHECK-AUTHORITY.

           MOVE 'N' TO WS-AUTHORIZED
           OPEN INPUT AUTH-FILE
           IF WS-AUTH-FST EQUAL '05'
               CLOSE AUTH-FILE
               GO TO 2000-REFUSE
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ AUTH-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF AUTH-RECORD(1:1) NOT EQUAL '*'
                           AND AUTH-RECORD(1:8) EQUAL WS-OPERATOR-ID
                           MOVE 0 TO WS-AUTH-HIT
                           INSPECT AUTH-RECORD(9:72)
                               TALLYING WS-AUTH-HIT FOR ALL 'ALL'
                           IF WS-AUTH-HIT GREATER 0
                               MOVE 'Y' TO WS-AUTHORIZED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTH-FILE
           IF WS-AUTHORIZED EQUAL 'Y'
               GO TO 2000-EXIT
           END-IF
           .
       2000-REFUSE.
           DISPLAY 'AOC3308E BATCH-ROLLBACK: OPERATOR ' WS-OPERATOR-ID
               ' IS NOT AUTHORIZED (ALL) ON OPERATOR-AUTH.TXT -'
               ' ROLLBACK REFUSED'
           MOVE SPACES TO REPORT-RECORD
           STRING 'OPERATOR ' WS-OPERATOR-ID
               ' NOT AUTHORIZED ON OPERATOR-AUTH.TXT - REFUSED'
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO AUTH-LOG-RECORD
           STRING WS-RUN-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RUN-TIME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               ' BATCH-ROLLBACK REFUSED ' DELIMITED BY SIZE
               WS-REQ-BATCH-ID DELIMITED BY SPACE
               INTO AUTH-LOG-RECORD
           END-STRING
           OPEN EXTEND AUTH-LOG-FILE
           WRITE AUTH-LOG-RECORD
           CLOSE AUTH-LOG-FILE
           .
       2000-EXIT.
           EXIT.

      ***************************************************************
      * THE BATCH'S POSTINGS: EVERY PROVENANCE RECORD ADDED SINCE    *
      * THE IMAGE.  ONE CARRYING ANY OTHER BATCH ID (AN AD HOC RUN   *
      * OR A LATER BATCH) MEANS THE MASTER IS NO LONGER THE BATCH'S  *
      * ALONE TO PUT BACK.                                           *
      ***************************************************************
       3000-GATHER-POSTINGS.

           MOVE 0 TO WS-LINE-NO
           OPEN INPUT PROVENANCE-FILE
           IF WS-PROVENANCE-FST EQUAL '05'
               CLOSE PROVENANCE-FILE
               GO TO 3000-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ PROVENANCE-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF WS-LINE-NO GREATER WS-PRV-IMAGE-LINES
                           PERFORM 3050-NOTE-POSTING THRU 3050-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVENANCE-FILE
           .
       3000-EXIT.
           EXIT.

       3050-NOTE-POSTING.

           MOVE 'N' TO WS-BID-HIT
           PERFORM VARYING WS-BID-SUB FROM 1 BY 1
                   UNTIL WS-BID-SUB GREATER WS-BID-CNT
               IF WS-BID-ENTRY(WS-BID-SUB) EQUAL PRV-BATCH-ID
                   MOVE 'Y' TO WS-BID-HIT
               END-IF
           END-PERFORM
           IF WS-BID-HIT NOT EQUAL 'Y'
               ADD 1 TO WS-FOREIGN-CNT
               MOVE 'Y' TO WS-REFUSED
               MOVE SPACES TO REPORT-RECORD
               STRING 'REFUSED - ' PRV-PROGRAM ' ' PRV-DATE ' V'
                   PRV-VERSION ' WAS POSTED SINCE BY '
                   PRV-BATCH-ID
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               GO TO 3050-EXIT
           END-IF
           IF WS-PST-CNT NOT LESS WS-PST-MAX
               MOVE 'Y' TO WS-REFUSED
               MOVE 'REFUSED - MORE POSTINGS THAN THE ROLLBACK CAN HOLD'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               GO TO 3050-EXIT
           END-IF
           ADD 1 TO WS-PST-CNT
           MOVE PRV-DATE      TO WS-PST-DATE(WS-PST-CNT)
           MOVE PRV-PROGRAM   TO WS-PST-PROGRAM(WS-PST-CNT)
           MOVE PRV-VERSION   TO WS-PST-VERSION(WS-PST-CNT)
           MOVE PRV-POST-DATE TO WS-PST-POST-DATE(WS-PST-CNT)
           .
       3050-EXIT.
           EXIT.

      ***************************************************************
      * THE MASTER MUST HOLD EXACTLY ITS IMAGE PLUS THE BATCH'S      *
      * POSTINGS; THE RECORDS PAST THE IMAGE ARE THE ANSWERS THE     *
      * ROLLBACK TAKES OFF                                           *
      ***************************************************************
       3100-CHECK-MASTER.

           MOVE 0 TO WS-LINE-NO
           OPEN INPUT ANSWER-MASTER-FILE
           IF WS-ANSWER-MASTER-FST EQUAL '05'
               CLOSE ANSWER-MASTER-FILE
               GO TO 3100-COMPARE
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ ANSWER-MASTER-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF WS-LINE-NO GREATER WS-AM-IMAGE-LINES
                           AND WS-ANS-CNT LESS 300
                           ADD 1 TO WS-ANS-CNT
                           MOVE ANSWER-MASTER-RECORD
                               TO WS-ANS-ENTRY(WS-ANS-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ANSWER-MASTER-FILE
           .
       3100-COMPARE.
           MOVE WS-LINE-NO TO WS-AM-LINES
           COMPUTE WS-AM-EXPECTED = WS-AM-IMAGE-LINES + WS-PST-CNT
               + WS-FOREIGN-CNT
           IF WS-AM-LINES NOT EQUAL WS-AM-EXPECTED
               MOVE 'Y' TO WS-REFUSED
               MOVE SPACES TO REPORT-RECORD
               STRING 'REFUSED - ANSWER-MASTER.TXT HOLDS ' WS-AM-LINES
                   ' RECORD(S), NOT THE ' WS-AM-EXPECTED
                   ' ITS IMAGE AND POSTINGS EXPLAIN - CHANGED OUTSIDE'
                   ' THE BATCH'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           .
       3100-EXIT.
           EXIT.

      ***************************************************************
      * NOTHING THE BATCH POSTED MAY HAVE BEEN SIGNED OFF            *
      ***************************************************************
       3200-CHECK-SIGNOFF.

           OPEN INPUT SIGNOFF-FILE
           IF WS-SIGNOFF-FST EQUAL '05'
               CLOSE SIGNOFF-FILE
               GO TO 3200-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ SIGNOFF-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-PST-SUB FROM 1 BY 1
                               UNTIL WS-PST-SUB GREATER WS-PST-CNT
                           IF WS-PST-DATE(WS-PST-SUB) EQUAL SO-DATE
                               AND WS-PST-PROGRAM(WS-PST-SUB)
                                   EQUAL SO-PROGRAM
                               AND WS-PST-VERSION(WS-PST-SUB)
                                   EQUAL SO-VERSION
                               ADD 1 TO WS-SIGNED-CNT
                               MOVE 'Y' TO WS-REFUSED
                               MOVE SPACES TO REPORT-RECORD
                               STRING 'REFUSED - ' SO-PROGRAM ' '
                                   SO-DATE ' V' SO-VERSION
                                   ' HAS BEEN SIGNED OFF'
                                   DELIMITED BY SIZE
                                   INTO REPORT-RECORD
                               END-STRING
                               WRITE REPORT-RECORD
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE SIGNOFF-FILE
           .
       3200-EXIT.
           EXIT.

      ***************************************************************
      * NOR EXTRACTED TO THE MIS: A ROW ADDED SINCE THE IMAGE FOR A  *
      * PROGRAM THE BATCH POSTED, ON ITS BUSINESS OR POSTING DATE    *
      ***************************************************************
       3300-CHECK-MIS.

           MOVE 0 TO WS-LINE-NO
           OPEN INPUT MIS-FILE
           IF WS-MIS-FST EQUAL '05'
               CLOSE MIS-FILE
               GO TO 3300-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ MIS-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF WS-LINE-NO GREATER WS-MIS-IMAGE-LINES
                           PERFORM 3350-CHECK-MIS-ROW THRU 3350-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MIS-FILE
           .
       3300-EXIT.
           EXIT.

       3350-CHECK-MIS-ROW.

           MOVE SPACES TO WS-MIS-JOB WS-MIS-PROGRAM WS-MIS-DATE
           UNSTRING MIS-RECORD DELIMITED BY ','
               INTO WS-MIS-JOB WS-MIS-PROGRAM WS-MIS-DATE
           END-UNSTRING
           PERFORM VARYING WS-PST-SUB FROM 1 BY 1
                   UNTIL WS-PST-SUB GREATER WS-PST-CNT
               IF WS-PST-PROGRAM(WS-PST-SUB) EQUAL WS-MIS-PROGRAM
                   AND (WS-PST-DATE(WS-PST-SUB) EQUAL WS-MIS-DATE
                     OR WS-PST-POST-DATE(WS-PST-SUB) EQUAL WS-MIS-DATE)
                   ADD 1 TO WS-MIS-CNT
                   MOVE 'Y' TO WS-REFUSED
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'REFUSED - ' WS-MIS-PROGRAM ' '
                       WS-MIS-DATE ' HAS BEEN EXTRACTED TO THE MIS'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
                   WRITE REPORT-RECORD
                   MOVE WS-PST-CNT TO WS-PST-SUB
               END-IF
           END-PERFORM
           .
       3350-EXIT.
           EXIT.

      ***************************************************************
      * NOR RELEASED TO THE GENERAL LEDGER: A JOURNAL ON             *
      * GL-JOURNAL-REGISTER.TXT SINCE THE IMAGE HAS LEFT THE SHOP    *
      * AND CANNOT BE TAKEN BACK.  AN IMAGE TAKEN BEFORE THE         *
      * REGISTER WAS COUNTED IS NOT TESTED.                          *
      ***************************************************************
       3400-CHECK-GL-REGISTER.

           IF WS-GLJ-IMAGED NOT EQUAL 'Y'
               GO TO 3400-EXIT
           END-IF
           MOVE 0 TO WS-LINE-NO
           OPEN INPUT GL-REGISTER-FILE
           IF WS-GL-REGISTER-FST EQUAL '05'
               CLOSE GL-REGISTER-FILE
               GO TO 3400-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ GL-REGISTER-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
               END-READ
           END-PERFORM
           CLOSE GL-REGISTER-FILE
           IF WS-LINE-NO GREATER WS-GLJ-IMAGE-LINES
               COMPUTE WS-GLJ-ADDED = WS-LINE-NO - WS-GLJ-IMAGE-LINES
               MOVE 'Y' TO WS-REFUSED
               MOVE SPACES TO REPORT-RECORD
               STRING 'REFUSED - GL-JOURNAL-REGISTER.TXT HAS '
                   WS-GLJ-ADDED ' JOURNAL(S) RELEASED SINCE THE IMAGE'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           .
       3400-EXIT.
           EXIT.

      ***************************************************************
      * EACH PROGRAM-ID'S JOB FOLDER, FROM JOBCAT.TXT ('.' FOR THE   *
      * ROOT-LEVEL STEPS)                                            *
      ***************************************************************
       4000-LOAD-JOB-FOLDERS.

           OPEN INPUT JOBCAT-FILE
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ JOBCAT-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF JOBCAT-RECORD(1:1) NOT EQUAL '*'
                           AND JOBCAT-RECORD(1:2) EQUAL SPACES
                           AND JOBCAT-RECORD(3:1) IS ALPHABETIC
                           AND JOBCAT-RECORD(3:1) NOT EQUAL SPACE
                           AND WS-JOB-CNT LESS 40
                           PERFORM 4100-ADD-JOB THRU 4100-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBCAT-FILE
           .
       4000-EXIT.
           EXIT.

       4100-ADD-JOB.

           ADD 1 TO WS-JOB-CNT
           MOVE JOBCAT-RECORD(15:24) TO WS-JOB-PROGRAM(WS-JOB-CNT)
           MOVE JOBCAT-RECORD(40:30) TO WS-CAT-SOURCE
           MOVE SPACES TO WS-CAT-DIR WS-CAT-FILE
           UNSTRING WS-CAT-SOURCE DELIMITED BY '/'
               INTO WS-CAT-DIR WS-CAT-FILE
           END-UNSTRING
           IF WS-CAT-FILE EQUAL SPACES
               MOVE '.' TO WS-CAT-DIR
           END-IF
           MOVE WS-CAT-DIR TO WS-JOB-DIR(WS-JOB-CNT)
           .
       4100-EXIT.
           EXIT.

      ***************************************************************
      * PUT EVERY SHARED MASTER AND LEDGER BACK TO ITS IMAGE, OR     *
      * REMOVE IT IF THE BATCH CREATED IT                            *
      ***************************************************************
       5000-RESTORE-FILES.

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'SHARED MASTERS AND LEDGERS' TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-FIL-SUB FROM 1 BY 1
                   UNTIL WS-FIL-SUB GREATER WS-FIL-CNT
               IF WS-FIL-ACTION(WS-FIL-SUB) EQUAL 'R'
                   PERFORM 5100-RESTORE-ONE-FILE THRU 5100-EXIT
               END-IF
           END-PERFORM
           .
       5000-EXIT.
           EXIT.

       5100-RESTORE-ONE-FILE.

           MOVE WS-FIL-PATH(WS-FIL-SUB) TO WS-TRIM-FIELD
           PERFORM 7000-TRIM THRU 7000-EXIT
           MOVE WS-TRIM-LEN TO WS-PATH-LEN
           MOVE SPACES TO WS-COMMAND
           IF WS-FIL-EXISTED(WS-FIL-SUB) EQUAL 'Y'
               STRING 'cp -p "BATCH-IMAGE/' DELIMITED BY SIZE
                   WS-FIL-PATH(WS-FIL-SUB)(1:WS-PATH-LEN)
                       DELIMITED BY SIZE
                   '" "' DELIMITED BY SIZE
                   WS-FIL-PATH(WS-FIL-SUB)(1:WS-PATH-LEN)
                       DELIMITED BY SIZE
                   '"' DELIMITED BY SIZE
                   INTO WS-COMMAND
               END-STRING
           ELSE
               STRING 'rm -f "' DELIMITED BY SIZE
                   WS-FIL-PATH(WS-FIL-SUB)(1:WS-PATH-LEN)
                       DELIMITED BY SIZE
                   '"' DELIMITED BY SIZE
                   INTO WS-COMMAND
               END-STRING
           END-IF
           CALL 'SYSTEM' USING WS-COMMAND
           ADD 1 TO WS-RESTORED-CNT
           MOVE SPACES TO REPORT-RECORD
           IF WS-FIL-EXISTED(WS-FIL-SUB) EQUAL 'Y'
               STRING '  PUT BACK  ' WS-FIL-PATH(WS-FIL-SUB)
                   ' ' WS-FIL-LINES(WS-FIL-SUB) ' LINE(S)'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           ELSE
               STRING '  REMOVED   ' WS-FIL-PATH(WS-FIL-SUB)
                   ' (NOT ON FILE BEFORE THE BATCH)'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           END-IF
           WRITE REPORT-RECORD
           .
       5100-EXIT.
           EXIT.

      ***************************************************************
      * PUT EACH JOB FOLDER'S RUN-LEDGER BACK (AN EMPTY ONE IF THE   *
      * FOLDER HAD NONE) AND NOTE ITS LINE COUNT FOR LEDGER-SEAL     *
      ***************************************************************
       5200-RESTORE-LEDGERS.

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'RUN LEDGERS' TO REPORT-RECORD
           WRITE REPORT-RECORD
           OPEN EXTEND ROLLBACK-FILE
           PERFORM VARYING WS-DIR-SUB FROM 1 BY 1
                   UNTIL WS-DIR-SUB GREATER WS-DIR-CNT
               PERFORM 5300-RESTORE-ONE-LEDGER THRU 5300-EXIT
           END-PERFORM
           CLOSE ROLLBACK-FILE
           .
       5200-EXIT.
           EXIT.

       5300-RESTORE-ONE-LEDGER.

           MOVE WS-DIR-ENTRY(WS-DIR-SUB) TO WS-TRIM-FIELD
           PERFORM 7000-TRIM THRU 7000-EXIT
           MOVE WS-TRIM-LEN TO WS-DIR-LEN
           MOVE SPACES TO WS-LEDGER-PATH
           STRING WS-DIR-ENTRY(WS-DIR-SUB)(1:WS-DIR-LEN)
               '/RUN-LEDGER.TXT' DELIMITED BY SIZE
               INTO WS-LEDGER-PATH
           END-STRING
           MOVE WS-LEDGER-PATH TO WS-TRIM-FIELD
           PERFORM 7000-TRIM THRU 7000-EXIT
           MOVE WS-TRIM-LEN TO WS-PATH-LEN
           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-RBK.FLG ; if [ -f "BATCH-IMAGE/'
                   DELIMITED BY SIZE
               WS-LEDGER-PATH(1:WS-PATH-LEN) DELIMITED BY SIZE
               '" ] ; then cp -p "BATCH-IMAGE/' DELIMITED BY SIZE
               WS-LEDGER-PATH(1:WS-PATH-LEN) DELIMITED BY SIZE
               '" "' DELIMITED BY SIZE
               WS-LEDGER-PATH(1:WS-PATH-LEN) DELIMITED BY SIZE
               '" ; else : > "' DELIMITED BY SIZE
               WS-LEDGER-PATH(1:WS-PATH-LEN) DELIMITED BY SIZE
               '" ; fi ; wc -l < "' DELIMITED BY SIZE
               WS-LEDGER-PATH(1:WS-PATH-LEN) DELIMITED BY SIZE
               '" > /tmp/AOC-RBK.FLG' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           PERFORM 8000-READ-FLAG-NUMBER THRU 8000-EXIT
           ADD 1 TO WS-LEDGER-CNT
           MOVE SPACES TO ROLLBACK-RECORD
           MOVE 'L' TO RBK-TYPE
           MOVE WS-RUN-DATE TO RBK-DATE
           MOVE WS-RUN-TIME(1:6) TO RBK-TIME
           MOVE WS-REQ-BATCH-ID TO RBK-BATCH-ID
           MOVE WS-OPERATOR-ID TO RBK-OPERATOR
           MOVE WS-DIGIT-ACC TO RBL-LINES
           MOVE WS-LEDGER-PATH TO RBL-PATH
           WRITE ROLLBACK-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING '  PUT BACK  ' WS-LEDGER-PATH ' ' RBL-LINES
               ' LINE(S)' DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .
       5300-EXIT.
           EXIT.

      ***************************************************************
      * REVERSE EVERY OUTPUT PROMOTION JOURNALLED SINCE THE IMAGE:   *
      * THE FILE GOES BACK TO ITS IMAGE, OR IS REMOVED IF THE BATCH  *
      * CREATED IT, AND A REVERSED RECORD IS JOURNALLED.  A FILE     *
      * OUTSIDE THE JOB FOLDERS WAS NOT IMAGED AND IS LEFT AS IT IS. *
      ***************************************************************
       5400-REVERSE-PROMOTIONS.

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'OUTPUT PROMOTIONS' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 0 TO WS-LINE-NO
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-FST EQUAL '05'
               CLOSE JOURNAL-FILE
               GO TO 5400-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ JOURNAL-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF WS-LINE-NO GREATER WS-JNL-IMAGE-LINES
                           AND JNL-OUTCOME EQUAL 'PROMOTED'
                           PERFORM 5450-NOTE-PROMOTION THRU 5450-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           PERFORM VARYING WS-PRM-SUB FROM 1 BY 1
                   UNTIL WS-PRM-SUB GREATER WS-PRM-CNT
               PERFORM 5500-REVERSE-ONE THRU 5500-EXIT
           END-PERFORM
           .
       5400-EXIT.
           EXIT.

      *    THE PROMOTED FILE, RELATIVE TO THE WORKSPACE ROOT
       5450-NOTE-PROMOTION.

           MOVE SPACES TO WS-CAT-DIR
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB GREATER WS-JOB-CNT
               IF WS-JOB-PROGRAM(WS-JOB-SUB) EQUAL JNL-PROGRAM
                   MOVE WS-JOB-DIR(WS-JOB-SUB) TO WS-CAT-DIR
               END-IF
           END-PERFORM
           IF WS-CAT-DIR EQUAL SPACES OR WS-CAT-DIR EQUAL '.'
               ADD 1 TO WS-NOT-IMAGED-CNT
               MOVE SPACES TO REPORT-RECORD
               STRING '  LEFT      ' JNL-FILE ' (' JNL-PROGRAM
                   ' - NOT IN A JOB FOLDER, NOT IMAGED)'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               GO TO 5450-EXIT
           END-IF
           MOVE WS-CAT-DIR TO WS-TRIM-FIELD
           PERFORM 7000-TRIM THRU 7000-EXIT
           MOVE WS-TRIM-LEN TO WS-DIR-LEN
           MOVE SPACES TO WS-PRM-PATH
           STRING WS-CAT-DIR(1:WS-DIR-LEN) '/' DELIMITED BY SIZE
               JNL-FILE DELIMITED BY SPACE
               INTO WS-PRM-PATH
           END-STRING
           MOVE 'N' TO WS-PRM-HIT
           PERFORM VARYING WS-PRM-SUB FROM 1 BY 1
                   UNTIL WS-PRM-SUB GREATER WS-PRM-CNT
               IF WS-PRM-ENTRY(WS-PRM-SUB) EQUAL WS-PRM-PATH
                   MOVE 'Y' TO WS-PRM-HIT
               END-IF
           END-PERFORM
           IF WS-PRM-HIT EQUAL 'N'
               AND WS-PRM-CNT LESS 300
               ADD 1 TO WS-PRM-CNT
               MOVE WS-PRM-PATH TO WS-PRM-ENTRY(WS-PRM-CNT)
           END-IF
           .
       5450-EXIT.
           EXIT.

       5500-REVERSE-ONE.

           MOVE WS-PRM-ENTRY(WS-PRM-SUB) TO WS-TRIM-FIELD
           PERFORM 7000-TRIM THRU 7000-EXIT
           MOVE WS-TRIM-LEN TO WS-PRM-PATH-LEN
           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-RBK.FLG ; if [ -f "BATCH-IMAGE/'
                   DELIMITED BY SIZE
               WS-PRM-ENTRY(WS-PRM-SUB)(1:WS-PRM-PATH-LEN)
                   DELIMITED BY SIZE
               '" ] ; then cp -p "BATCH-IMAGE/' DELIMITED BY SIZE
               WS-PRM-ENTRY(WS-PRM-SUB)(1:WS-PRM-PATH-LEN)
                   DELIMITED BY SIZE
               '" "' DELIMITED BY SIZE
               WS-PRM-ENTRY(WS-PRM-SUB)(1:WS-PRM-PATH-LEN)
                   DELIMITED BY SIZE
               '" && echo RESTORED ; else rm -f "' DELIMITED BY SIZE
               WS-PRM-ENTRY(WS-PRM-SUB)(1:WS-PRM-PATH-LEN)
                   DELIMITED BY SIZE
               '" && echo REMOVED ; fi > /tmp/AOC-RBK.FLG'
                   DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           PERFORM 8000-READ-FLAG-NUMBER THRU 8000-EXIT
           MOVE WS-FLAG-TEXT(1:8) TO WS-PRM-OUTCOME
           ADD 1 TO WS-REVERSED-CNT
           MOVE SPACES TO JOURNAL-RECORD
           STRING WS-RUN-DATE ' ' WS-RUN-TIME ' '
               DELIMITED BY SIZE
               'BATCH-ROLLBACK          ' DELIMITED BY SIZE
               ' REVERSED ' DELIMITED BY SIZE
               WS-PRM-ENTRY(WS-PRM-SUB)(1:WS-PRM-PATH-LEN)
                   DELIMITED BY SIZE
               INTO JOURNAL-RECORD
           END-STRING
           OPEN EXTEND JOURNAL-FILE
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING '  ' WS-PRM-OUTCOME '  ' WS-PRM-ENTRY(WS-PRM-SUB)
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .
       5500-EXIT.
           EXIT.

      ***************************************************************
      * POST THE ROLLBACK: THE ANSWERS TAKEN OFF AND THE HEADER ON   *
      * BATCH-ROLLBACKS.TXT, THE X RECORD ON THE MANIFEST SO THE     *
      * IMAGE IS NEVER APPLIED TWICE, AND THE AUTH-LOG ENTRY         *
      ***************************************************************
       6000-POST-ROLLBACK.

           OPEN EXTEND ROLLBACK-FILE
           PERFORM VARYING WS-ANS-SUB FROM 1 BY 1
                   UNTIL WS-ANS-SUB GREATER WS-ANS-CNT
               MOVE SPACES TO ROLLBACK-RECORD
               MOVE 'A' TO RBK-TYPE
               MOVE WS-RUN-DATE TO RBK-DATE
               MOVE WS-RUN-TIME(1:6) TO RBK-TIME
               MOVE WS-REQ-BATCH-ID TO RBK-BATCH-ID
               MOVE WS-OPERATOR-ID TO RBK-OPERATOR
               MOVE WS-ANS-ENTRY(WS-ANS-SUB) TO RBA-RECORD
               WRITE ROLLBACK-RECORD
           END-PERFORM
           MOVE SPACES TO ROLLBACK-RECORD
           MOVE 'H' TO RBK-TYPE
           MOVE WS-RUN-DATE TO RBK-DATE
           MOVE WS-RUN-TIME(1:6) TO RBK-TIME
           MOVE WS-REQ-BATCH-ID TO RBK-BATCH-ID
           MOVE WS-OPERATOR-ID TO RBK-OPERATOR
           MOVE APR-APPROVER TO RBH-APPROVER
           MOVE WS-RESTORED-CNT TO RBH-FILES
           MOVE WS-ANS-CNT TO RBH-ANSWERS
           MOVE WS-REVERSED-CNT TO RBH-PROMOTIONS
           WRITE ROLLBACK-RECORD
           CLOSE ROLLBACK-FILE

           OPEN EXTEND IMAGE-MANIFEST-FILE
           MOVE SPACES TO IMAGE-BATCH-RECORD
           MOVE 'X' TO IMB-TYPE
           MOVE WS-REQ-BATCH-ID TO IMB-BATCH-ID
           MOVE WS-RUN-DATE TO IMB-DATE
           MOVE WS-RUN-TIME(1:6) TO IMB-TIME
           MOVE WS-OPERATOR-ID TO IMB-OPERATOR
           WRITE IMAGE-BATCH-RECORD
           CLOSE IMAGE-MANIFEST-FILE

           MOVE SPACES TO AUTH-LOG-RECORD
           STRING WS-RUN-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RUN-TIME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               ' BATCH-ROLLBACK EXECUTED ' DELIMITED BY SIZE
               WS-REQ-BATCH-ID DELIMITED BY SPACE
               ' BY ' DELIMITED BY SIZE
               APR-APPROVER DELIMITED BY SPACE
               INTO AUTH-LOG-RECORD
           END-STRING
           OPEN EXTEND AUTH-LOG-FILE
           WRITE AUTH-LOG-RECORD
           CLOSE AUTH-LOG-FILE
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
      * READ THE SHELL FLAG FILE - ITS TEXT AND ANY LEADING NUMBER   *
      ***************************************************************
       8000-READ-FLAG-NUMBER.

           MOVE 'N' TO WS-HAVE-FLAG
           MOVE SPACES TO WS-FLAG-TEXT
           OPEN INPUT FLAG-FILE
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ FLAG-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       MOVE FLAG-RECORD TO WS-FLAG-TEXT
                       MOVE 'Y' TO WS-HAVE-FLAG
               END-READ
           END-PERFORM
           CLOSE FLAG-FILE
           MOVE 0 TO WS-DIGIT-ACC
           MOVE 1 TO WS-DIGIT-SUB
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
       8000-EXIT.
           EXIT.
