       IDENTIFICATION DIVISION.
       PROGRAM-ID. RERUN-INTAKE.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * AD-HOC RERUN REQUEST INTAKE AND SUPERVISOR APPROVAL QUEUE    *
      *                                                              *
      * DEPARTMENTS USED TO ASK FOR RERUNS BY TELEPHONE AND THE      *
      * OPERATOR LAUNCHED THEM WITH ONLY A FREE-TEXT REASON.  A      *
      * DEPARTMENT NOW ADDS ONE LINE PER REQUEST TO RERUN-SUBMIT.TXT *
      * NAMING THE JOB, THE BUSINESS DATE TO RERUN, A REASON         *
      * CATEGORY, THE REQUESTER, WHEN IT IS NEEDED BY, AND THE INPUT *
      * OR PARAMETER CHANGE BEHIND IT.  RUN FROM THE WORKSPACE ROOT, *
      * THIS PROGRAM TAKES EVERY SUBMISSION ONTO RERUN-REQUESTS.TXT  *
      * UNDER A REQUEST NUMBER (A SUBMISSION THAT NAMES AN UNKNOWN   *
      * JOB, A BAD OR FUTURE DATE, AN UNKNOWN CATEGORY, OR NO        *
      * REQUESTER OR CHANGE IS TAKEN ON ALREADY REJECTED, SO THE     *
      * DEPARTMENT CAN SEE WHY), EMPTIES THE SUBMISSION FILE, AND    *
      * SENDS OPERATIONS CONTROL ONE NOTIFICATION PER NEW REQUEST.   *
      * IF THE REQUEST TABLE CANNOT HOLD EVERY SUBMISSION, NONE IS   *
      * TAKEN AND RERUN-SUBMIT.TXT IS LEFT AS IT IS (AOC2407E).      *
      *                                                              *
      * IT THEN SHOWS THE SUPERVISOR QUEUE - EVERY PENDING REQUEST,  *
      * OVERDUE ONES FLAGGED - AND THE SIGNED-ON OPERATOR, WHO MUST  *
      * BE ON OPERATOR-AUTH.TXT, APPROVES OR REJECTS EACH ONE (A     *
      * REJECTION NEEDS A NOTE).  ANYONE ELSE SEES THE QUEUE READ-   *
      * ONLY.  BATCH-DRIVER LAUNCHES APPROVED REQUESTS (A 'RERUNS'   *
      * LINE ON RUN-REQUEST.TXT RUNS ONLY THOSE JOBS) WHEN THE SHOP  *
      * BUSINESS DATE IS THE REQUESTED ONE, FILES EACH REQUEST'S     *
      * REASON ON RERUN-REASONS.TXT AGAINST THE ANSWER-MASTER        *
      * VERSION THE RERUN PRODUCED, AND MARKS THE REQUEST DONE WITH  *
      * THAT VERSION.  HANDOVER LISTS EVERY PENDING OR APPROVED      *
      * REQUEST PAST ITS DUE TIME.  THE REQUEST MASTER IS HELD       *
      * THROUGH AOC-ENQ (RESOURCE RERUN-REQUESTS) WHILE IT IS        *
      * UPDATED, SO A SUPERVISOR SESSION AND A BATCH NEVER OVERLAY   *
      * EACH OTHER'S CHANGES.                                        *
      *                                                              *
      * REASON CATEGORIES (ALSO THE RERUN-REASONS.TXT REASON CODE):  *
      *   INPT  CORRECTED OR REPLACED INPUT FILE                     *
      *   PARM  PARAMETER, MAP OR MASTER-DATA CHANGE                 *
      *   DFCT  PROGRAM DEFECT CORRECTED                             *
      *   AUDT  AUDIT OR VERIFICATION RERUN                          *
      *   OTHR  NONE OF THE ABOVE - SAY WHY IN THE CHANGE TEXT       *
      *                                                              *
      * RERUN-SUBMIT.TXT ('*' IN COLUMN 1 IS A COMMENT):             *
      *   COLS   1-8   JOB (JOBCAT.TXT NAME)                         *
      *   COLS  10-17  BUSINESS DATE TO RERUN                        *
      *   COLS  19-22  REASON CATEGORY                               *
      *   COLS  24-35  REQUESTER                                     *
      *   COLS  37-44  DUE DATE        COLS  46-49  DUE TIME HHMM    *
      *                (BLANK = 24 HOURS AFTER IT IS TAKEN IN)       *
      *   COLS  51-110 INPUT OR PARAMETER CHANGE                     *
      * RERUN-REQUESTS.TXT (212 BYTES):                              *
      *   COLS   1-5   REQUEST NUMBER                                *
      *   COLS   7-14  STATE - PENDING / APPROVED / REJECTED / DONE  *
      *   COLS  16-23  JOB             COLS  25-32  BUSINESS DATE    *
      *   COLS  34-37  CATEGORY        COLS  39-50  REQUESTER        *
      *   COLS  52-59  DATE TAKEN IN   COLS  61-66  TIME HHMMSS      *
      *   COLS  68-75  DUE DATE        COLS  77-80  DUE TIME HHMM    *
      *   COLS  82-89  DECIDED BY      COLS  91-98  DATE DECIDED     *
      *   COLS 100-101 ANSWER-MASTER VERSION THE RERUN PRODUCED      *
      *   COLS 103-110 DATE DONE                                     *
      *   COLS 112-171 INPUT OR PARAMETER CHANGE                     *
      *   COLS 173-212 DECISION NOTE                                 *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DEPARTMENT SUBMISSIONS, EMPTIED ONCE TAKEN IN
           SELECT OPTIONAL SUBMIT-FILE ASSIGN TO 'RERUN-SUBMIT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBMIT-FST.
      *    THE RERUN REQUEST MASTER
           SELECT OPTIONAL REQUEST-FILE
               ASSIGN TO 'RERUN-REQUESTS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FST.
      *    AUTHORITATIVE JOB-NAME TO PROGRAM-ID CATALOG
           SELECT OPTIONAL JOBCAT-FILE ASSIGN TO 'JOBCAT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBCAT-FST.
      *    OPERATORS WHO MAY DECIDE A REQUEST
           SELECT OPTIONAL AUTH-FILE ASSIGN TO 'OPERATOR-AUTH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-FST.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBMIT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SUBMIT-RECORD.
       01  SUBMIT-RECORD.
           05 SUB-JOB                             PIC X(8).
           05 FILLER                              PIC X(1).
           05 SUB-BIZ-DATE-X                      PIC X(8).
           05 SUB-BIZ-DATE REDEFINES SUB-BIZ-DATE-X
                                                  PIC 9(8).
           05 FILLER                              PIC X(1).
           05 SUB-CATEGORY                        PIC X(4).
           05 FILLER                              PIC X(1).
           05 SUB-REQUESTER                       PIC X(12).
           05 FILLER                              PIC X(1).
           05 SUB-DUE-DATE-X                      PIC X(8).
           05 SUB-DUE-DATE REDEFINES SUB-DUE-DATE-X
                                                  PIC 9(8).
           05 FILLER                              PIC X(1).
           05 SUB-DUE-TIME-X                      PIC X(4).
           05 SUB-DUE-TIME REDEFINES SUB-DUE-TIME-X
                                                  PIC 9(4).
           05 FILLER                              PIC X(1).
           05 SUB-CHANGE                          PIC X(60).
           05 FILLER                              PIC X(22).

       FD  REQUEST-FILE
           RECORD CONTAINS 212 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REQUEST-RECORD.
       01  REQUEST-RECORD.
           05 RRQ-ID                              PIC 9(5).
           05 FILLER                              PIC X(1).
           05 RRQ-STATE                           PIC X(8).
           05 FILLER                              PIC X(1).
           05 RRQ-JOB                             PIC X(8).
           05 FILLER                              PIC X(1).
           05 RRQ-BIZ-DATE                        PIC 9(8).
           05 FILLER                              PIC X(1).
           05 RRQ-CATEGORY                        PIC X(4).
           05 FILLER                              PIC X(1).
           05 RRQ-REQUESTER                       PIC X(12).
           05 FILLER                              PIC X(1).
           05 RRQ-TAKEN-DATE                      PIC 9(8).
           05 FILLER                              PIC X(1).
           05 RRQ-TAKEN-TIME                      PIC 9(6).
           05 FILLER                              PIC X(1).
           05 RRQ-DUE-DATE                        PIC 9(8).
           05 FILLER                              PIC X(1).
           05 RRQ-DUE-TIME                        PIC 9(4).
           05 FILLER                              PIC X(1).
           05 RRQ-DECIDED-BY                      PIC X(8).
           05 FILLER                              PIC X(1).
           05 RRQ-DECIDED-DATE                    PIC 9(8).
           05 FILLER                              PIC X(1).
           05 RRQ-VERSION                         PIC 9(2).
           05 FILLER                              PIC X(1).
           05 RRQ-DONE-DATE                       PIC 9(8).
           05 FILLER                              PIC X(1).
           05 RRQ-CHANGE                          PIC X(60).
           05 FILLER                              PIC X(1).
           05 RRQ-NOTE                            PIC X(40).

       FD  JOBCAT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JOBCAT-RECORD.
       01  JOBCAT-RECORD.
           05 JCT-FLAG                            PIC X(1).
           05 FILLER                              PIC X(1).
           05 JCT-JOB                             PIC X(8).
           05 FILLER                              PIC X(70).

       FD  AUTH-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUTH-RECORD.
       01  AUTH-RECORD                            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
       01  WS-SUBMIT-FST                          PIC X(2) VALUE '00'.
       01  WS-REQUEST-FST                         PIC X(2) VALUE '00'.
       01  WS-JOBCAT-FST                          PIC X(2) VALUE '00'.
       01  WS-AUTH-FST                            PIC X(2) VALUE '00'.
       01  WS-EOF-FLAG                            PIC X(1).
           88 SCAN-EOF                                     VALUE 'Y'.
           88 NOT-SCAN-EOF                                 VALUE 'N'.
       01  WS-MENU-FLAG                           PIC X(1) VALUE 'N'.
           88 MENU-DONE                                    VALUE 'Y'.
       01  WS-RUN-DATE                            PIC 9(8).
       01  WS-RUN-TIME-FULL                       PIC 9(8).
       01  WS-RUN-TIME                            PIC 9(6).
       01  WS-RUN-HHMM                            PIC 9(4).
       01  WS-NOW-STAMP                           PIC 9(12).
       01  WS-DUE-STAMP                           PIC 9(12).
       01  WS-OPERATOR-ID                         PIC X(8)
           VALUE SPACES.
       01  WS-SUPERVISOR-FLAG                     PIC X(1) VALUE 'N'.
           88 IS-SUPERVISOR                                VALUE 'Y'.
       COPY BIZPARM.

       COPY ENQPARM.

       COPY NTFPARM.

      *    JOB NAMES FROM THE JOB CATALOG
       01  WS-CAT-CNT                             PIC 9(3) VALUE 0.
       01  WS-CAT-TABLE.
           05 WS-CT-JOB OCCURS 60 TIMES           PIC X(8).
       01  WS-CAT-SUB                             PIC 9(3).

      *    REASON CATEGORIES
       01  WS-CATEGORY-NAMES.
           05 FILLER                              PIC X(4) VALUE 'INPT'.
           05 FILLER                              PIC X(4) VALUE 'PARM'.
           05 FILLER                              PIC X(4) VALUE 'DFCT'.
           05 FILLER                              PIC X(4) VALUE 'AUDT'.
           05 FILLER                              PIC X(4) VALUE 'OTHR'.
       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-NAMES.
           05 WS-CATEGORY OCCURS 5 TIMES          PIC X(4).
       01  WS-CATEGORY-SUB                        PIC 9(1).

      *    THE REQUEST MASTER, HELD WHOLE AND REWRITTEN
       01  WS-RQ-CNT                              PIC 9(4) VALUE 0.
       01  WS-RQ-MAX                              PIC 9(4) VALUE 2000.
       01  WS-RQ-TABLE.
           05 WS-RQ-ENTRY OCCURS 2000 TIMES       PIC X(212).
       01  WS-RQ-SUB                              PIC 9(4).
       01  WS-LAST-ID                             PIC 9(5) VALUE 0.

      *    THE SUPERVISOR QUEUE - PENDING REQUESTS BY LIST NUMBER
       01  WS-PQ-CNT                              PIC 9(3) VALUE 0.
       01  WS-PQ-TABLE.
           05 WS-PQ-ENTRY OCCURS 200 TIMES        PIC 9(4).
       01  WS-PQ-SUB                              PIC 9(3).
       01  WS-CHOICE                              PIC X(6).
       01  WS-CHOICE-NUM                          PIC 9(3).
       01  WS-DECISION-IN                         PIC X(1).
       01  WS-NOTE-IN                             PIC X(40).
       01  WS-OVERDUE-TAG                         PIC X(8).
       01  WS-ML-NUM                              PIC ZZ9.

      *    SUBMISSION CHECKS
       01  WS-REJECT-WHY                          PIC X(40).
       01  WS-FOUND-FLAG                          PIC X(1).
           88 ENTRY-FOUND                                  VALUE 'Y'.

      *    RUN COUNTS
       01  WS-TAKEN-CNT                           PIC 9(4) VALUE 0.
       01  WS-REFUSED-CNT                         PIC 9(4) VALUE 0.
       01  WS-APPROVED-CNT                        PIC 9(4) VALUE 0.
       01  WS-REJECTED-CNT                        PIC 9(4) VALUE 0.
       01  WS-SUB-CNT                             PIC 9(4) VALUE 0.
       01  WS-SUB-ROOM                            PIC 9(4) VALUE 0.
       01  WS-FULL-FLAG                           PIC X(1) VALUE 'N'.
           88 TABLE-FULL                                   VALUE 'Y'.
       01  WS-ID-EDIT                             PIC Z(4)9.
       01  WS-END                                 PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

       PROCEDURE DIVISION.
      ***************************************************************
      * MAINLINE                                                    *
      ***************************************************************
       0000-MAINLINE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-FULL FROM TIME
           MOVE WS-RUN-TIME-FULL(1:6) TO WS-RUN-TIME
           MOVE WS-RUN-TIME-FULL(1:4) TO WS-RUN-HHMM
           COMPUTE WS-NOW-STAMP = WS-RUN-DATE * 10000 + WS-RUN-HHMM
           MOVE WS-RUN-DATE TO BIZ-ACTUAL-DATE
           CALL 'AOC-BIZDATE' USING BIZ-PARMS
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'AOC_OPERATOR'
           IF WS-OPERATOR-ID EQUAL SPACES
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'USER'
           END-IF
           IF WS-OPERATOR-ID EQUAL SPACES
               MOVE 'UNKNOWN' TO WS-OPERATOR-ID
           END-IF

      *    NOBODY ELSE MAY UPDATE THE REQUEST MASTER MEANWHILE
           MOVE 'ENQ '           TO ENQ-OP
           MOVE 'RERUN-REQUESTS' TO ENQ-RESOURCE
           MOVE WS-OPERATOR-ID   TO ENQ-HOLDER
           MOVE 'RERUN-INTAKE'   TO ENQ-PROGRAM
           MOVE SPACE            TO ENQ-OVERRIDE
           CALL 'AOC-ENQ' USING ENQ-PARMS
           IF ENQ-RC EQUAL 8
               DISPLAY 'AOC2405W RERUN-INTAKE: STALE REQUEST-MASTER'
                   ' LOCK (' ENQ-HELD-BY ') - OVERRIDING'
               MOVE 'Y' TO ENQ-OVERRIDE
               CALL 'AOC-ENQ' USING ENQ-PARMS
           END-IF
           IF ENQ-RC NOT EQUAL 0
               DISPLAY 'AOC2406E RERUN-INTAKE: RERUN-REQUESTS.TXT IS'
                   ' IN USE - HELD BY ' ENQ-HELD-BY
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-LOAD-JOBCAT      THRU 1000-EXIT
           PERFORM 1100-CHECK-SUPERVISOR THRU 1100-EXIT
           PERFORM 1200-LOAD-REQUESTS    THRU 1200-EXIT
           PERFORM 1300-TAKE-SUBMISSIONS THRU 1300-EXIT
           PERFORM 1500-BUILD-QUEUE      THRU 1500-EXIT
           IF WS-PQ-CNT EQUAL 0
               DISPLAY 'RERUN-INTAKE: NO RERUN REQUESTS AWAIT A'
                   ' DECISION'
           ELSE
               PERFORM 2000-REVIEW-LOOP THRU 2000-EXIT
                   UNTIL MENU-DONE
           END-IF
           PERFORM 8000-REWRITE-REQUESTS THRU 8000-EXIT

           MOVE 'DEQ '           TO ENQ-OP
           MOVE 'RERUN-REQUESTS' TO ENQ-RESOURCE
           CALL 'AOC-ENQ' USING ENQ-PARMS
           DISPLAY 'AOC2401I RERUN-INTAKE COMPLETE: ' WS-TAKEN-CNT
               ' TAKEN IN, ' WS-REFUSED-CNT ' REFUSED AT INTAKE, '
               WS-APPROVED-CNT ' APPROVED, ' WS-REJECTED-CNT
               ' REJECTED'
           IF TABLE-FULL
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ***************************************************************
      * LOAD THE JOB NAMES A REQUEST MAY NAME                        *
      ***************************************************************
       1000-LOAD-JOBCAT.

           OPEN INPUT JOBCAT-FILE
           IF WS-JOBCAT-FST EQUAL '05'
               CLOSE JOBCAT-FILE
               GO TO 1000-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ JOBCAT-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF JCT-FLAG NOT EQUAL '*'
                           AND JOBCAT-RECORD(1:2) EQUAL SPACES
                           AND JCT-JOB(1:1) IS ALPHABETIC
                           AND JCT-JOB(1:1) NOT EQUAL SPACE
                           AND WS-CAT-CNT LESS 60
                           ADD 1 TO WS-CAT-CNT
                           MOVE JCT-JOB TO WS-CT-JOB(WS-CAT-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBCAT-FILE.

       1000-EXIT.
           EXIT.

      ***************************************************************
      * ONLY AN OPERATOR ON OPERATOR-AUTH.TXT MAY DECIDE A REQUEST   *
      ***************************************************************
       1100-CHECK-SUPERVISOR.

           OPEN INPUT AUTH-FILE
           IF WS-AUTH-FST EQUAL '05'
               CLOSE AUTH-FILE
               GO TO 1100-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ AUTH-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF AUTH-RECORD(1:1) NOT EQUAL '*'
                           AND AUTH-RECORD(1:8) EQUAL WS-OPERATOR-ID
                           AND AUTH-RECORD(9:72) NOT EQUAL SPACES
                           SET IS-SUPERVISOR TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTH-FILE.

       1100-EXIT.
           EXIT.

      ***************************************************************
      * LOAD THE REQUEST MASTER                                      *
      ***************************************************************
       1200-LOAD-REQUESTS.

           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-FST EQUAL '05'
               CLOSE REQUEST-FILE
               GO TO 1200-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ REQUEST-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF RRQ-ID IS NUMERIC
                           IF WS-RQ-CNT LESS WS-RQ-MAX
                               ADD 1 TO WS-RQ-CNT
                               MOVE REQUEST-RECORD
                                   TO WS-RQ-ENTRY(WS-RQ-CNT)
                           ELSE
                               SET TABLE-FULL TO TRUE
                           END-IF
                           IF RRQ-ID GREATER WS-LAST-ID
                               MOVE RRQ-ID TO WS-LAST-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUEST-FILE
           IF TABLE-FULL
               DISPLAY 'AOC2407E RERUN-INTAKE: REQUEST TABLE FULL -'
                   ' RERUN-REQUESTS.TXT NOT UPDATED'
               MOVE 'DEQ '           TO ENQ-OP
               MOVE 'RERUN-REQUESTS' TO ENQ-RESOURCE
               CALL 'AOC-ENQ' USING ENQ-PARMS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-EXIT.
           EXIT.

      ***************************************************************
      * TAKE IN EVERY DEPARTMENT SUBMISSION, THEN EMPTY THE FILE     *
      ***************************************************************
       1300-TAKE-SUBMISSIONS.

           OPEN INPUT SUBMIT-FILE
           IF WS-SUBMIT-FST EQUAL '05'
               CLOSE SUBMIT-FILE
               GO TO 1300-EXIT
           END-IF
      *    ALL OR NOTHING - THE FILE IS EMPTIED ONLY WHEN EVERY
      *    SUBMISSION ON IT WAS TAKEN, SO NONE IS TAKEN UNLESS THE
      *    TABLE HAS ROOM FOR THEM ALL
           MOVE 0 TO WS-SUB-CNT
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ SUBMIT-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF SUBMIT-RECORD(1:1) NOT EQUAL '*'
                           AND SUBMIT-RECORD NOT EQUAL SPACES
                           ADD 1 TO WS-SUB-CNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUBMIT-FILE
           IF WS-RQ-CNT + WS-SUB-CNT GREATER WS-RQ-MAX
               SET TABLE-FULL TO TRUE
               COMPUTE WS-SUB-ROOM = WS-RQ-MAX - WS-RQ-CNT
               DISPLAY 'AOC2407E RERUN-INTAKE: REQUEST TABLE FULL -'
                   ' ROOM FOR ' WS-SUB-ROOM ' OF ' WS-SUB-CNT
                   ' SUBMISSION(S) - NONE TAKEN, ALL LEFT ON'
                   ' RERUN-SUBMIT'
               GO TO 1300-EXIT
           END-IF
           OPEN INPUT SUBMIT-FILE
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ SUBMIT-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF SUBMIT-RECORD(1:1) NOT EQUAL '*'
                           AND SUBMIT-RECORD NOT EQUAL SPACES
                           PERFORM 1350-TAKE-ONE THRU 1350-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUBMIT-FILE
           OPEN OUTPUT SUBMIT-FILE
           CLOSE SUBMIT-FILE.

       1300-EXIT.
           EXIT.

       1350-TAKE-ONE.

           PERFORM 1400-CHECK-SUBMISSION THRU 1400-EXIT
           ADD 1 TO WS-LAST-ID
           MOVE SPACES TO REQUEST-RECORD
           MOVE WS-LAST-ID     TO RRQ-ID
           MOVE SUB-JOB        TO RRQ-JOB
           IF SUB-BIZ-DATE-X IS NUMERIC
               MOVE SUB-BIZ-DATE TO RRQ-BIZ-DATE
           ELSE
               MOVE 0 TO RRQ-BIZ-DATE
           END-IF
           MOVE SUB-CATEGORY   TO RRQ-CATEGORY
           MOVE SUB-REQUESTER  TO RRQ-REQUESTER
           MOVE WS-RUN-DATE    TO RRQ-TAKEN-DATE
           MOVE WS-RUN-TIME    TO RRQ-TAKEN-TIME
      *    NO DUE TIME GIVEN - WANTED WITHIN 24 HOURS
           IF SUB-DUE-DATE-X IS NUMERIC
               MOVE SUB-DUE-DATE TO RRQ-DUE-DATE
               IF SUB-DUE-TIME-X IS NUMERIC
                   MOVE SUB-DUE-TIME TO RRQ-DUE-TIME
               ELSE
                   MOVE 2359 TO RRQ-DUE-TIME
               END-IF
           ELSE
               COMPUTE RRQ-DUE-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1)
               MOVE WS-RUN-HHMM TO RRQ-DUE-TIME
           END-IF
           MOVE 0              TO RRQ-DECIDED-DATE
                                  RRQ-VERSION
                                  RRQ-DONE-DATE
           MOVE SUB-CHANGE     TO RRQ-CHANGE
           MOVE WS-LAST-ID     TO WS-ID-EDIT
           IF WS-REJECT-WHY EQUAL SPACES
               MOVE 'PENDING'  TO RRQ-STATE
               ADD 1 TO WS-TAKEN-CNT
               DISPLAY 'AOC2402I RERUN-INTAKE: REQUEST ' WS-ID-EDIT
                   ' TAKEN IN - ' SUB-JOB ' FOR ' SUB-BIZ-DATE-X
                   ' FROM ' SUB-REQUESTER
               PERFORM 1450-NOTIFY-NEW THRU 1450-EXIT
           ELSE
               MOVE 'REJECTED' TO RRQ-STATE
               MOVE 'INTAKE'   TO RRQ-DECIDED-BY
               MOVE WS-RUN-DATE TO RRQ-DECIDED-DATE
               MOVE WS-REJECT-WHY TO RRQ-NOTE
               ADD 1 TO WS-REFUSED-CNT
               DISPLAY 'AOC2403W RERUN-INTAKE: REQUEST ' WS-ID-EDIT
                   ' FROM ' SUB-REQUESTER ' REFUSED - ' WS-REJECT-WHY
           END-IF
           ADD 1 TO WS-RQ-CNT
           MOVE REQUEST-RECORD TO WS-RQ-ENTRY(WS-RQ-CNT).

       1350-EXIT.
           EXIT.

      ***************************************************************
      * VALIDATE ONE SUBMISSION; WS-REJECT-WHY IS LEFT BLANK IF IT   *
      * IS GOOD                                                      *
      ***************************************************************
       1400-CHECK-SUBMISSION.

           MOVE SPACES TO WS-REJECT-WHY
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB GREATER WS-CAT-CNT
               IF WS-CT-JOB(WS-CAT-SUB) EQUAL SUB-JOB
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
               MOVE 'JOB IS NOT IN JOBCAT.TXT' TO WS-REJECT-WHY
               GO TO 1400-EXIT
           END-IF
           IF SUB-BIZ-DATE-X IS NOT NUMERIC
               MOVE 'BUSINESS DATE IS NOT YYYYMMDD' TO WS-REJECT-WHY
               GO TO 1400-EXIT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(SUB-BIZ-DATE) NOT EQUAL 0
               MOVE 'BUSINESS DATE IS NOT A CALENDAR DATE'
                   TO WS-REJECT-WHY
               GO TO 1400-EXIT
           END-IF
           IF SUB-BIZ-DATE GREATER BIZ-DATE
               MOVE 'BUSINESS DATE IS IN THE FUTURE' TO WS-REJECT-WHY
               GO TO 1400-EXIT
           END-IF
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-CATEGORY-SUB FROM 1 BY 1
                   UNTIL WS-CATEGORY-SUB GREATER 5
               IF WS-CATEGORY(WS-CATEGORY-SUB) EQUAL SUB-CATEGORY
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
               MOVE 'CATEGORY NOT INPT/PARM/DFCT/AUDT/OTHR'
                   TO WS-REJECT-WHY
               GO TO 1400-EXIT
           END-IF
           IF SUB-REQUESTER EQUAL SPACES
               MOVE 'NO REQUESTER GIVEN' TO WS-REJECT-WHY
               GO TO 1400-EXIT
           END-IF
           IF SUB-CHANGE EQUAL SPACES
               MOVE 'NO INPUT OR PARAMETER CHANGE GIVEN'
                   TO WS-REJECT-WHY
               GO TO 1400-EXIT
           END-IF
           IF SUB-DUE-DATE-X NOT EQUAL SPACES
               AND SUB-DUE-DATE-X IS NOT NUMERIC
               MOVE 'DUE DATE IS NOT YYYYMMDD' TO WS-REJECT-WHY
           END-IF.

       1400-EXIT.
           EXIT.

      ***************************************************************
      * TELL OPERATIONS CONTROL A REQUEST AWAITS A DECISION          *
      ***************************************************************
       1450-NOTIFY-NEW.

           MOVE 'OPSCNTL'  TO NTF-GROUP
           MOVE SPACE      TO NTF-SEVERITY
           MOVE 'AOC2402I' TO NTF-MSG-ID
           MOVE SUB-JOB    TO NTF-SOURCE-JOB
           MOVE SPACES TO NTF-SUBJECT NTF-BODY
           STRING 'RERUN REQUEST ' WS-ID-EDIT ' - ' SUB-JOB
               ' FOR ' SUB-BIZ-DATE-X ' AWAITS APPROVAL'
               DELIMITED BY SIZE INTO NTF-SUBJECT
           END-STRING
           STRING SUB-CATEGORY ' FROM ' SUB-REQUESTER ': '
               SUB-CHANGE ' - DECIDE IT WITH RERUN-INTAKE.'
               DELIMITED BY SIZE INTO NTF-BODY
           END-STRING
           CALL 'AOC-NOTIFY' USING NTF-PARMS.

       1450-EXIT.
           EXIT.

      ***************************************************************
      * LIST THE PENDING REQUESTS, OLDEST FIRST                      *
      ***************************************************************
       1500-BUILD-QUEUE.

           MOVE 0 TO WS-PQ-CNT
           PERFORM VARYING WS-RQ-SUB FROM 1 BY 1
                   UNTIL WS-RQ-SUB GREATER WS-RQ-CNT
               MOVE WS-RQ-ENTRY(WS-RQ-SUB) TO REQUEST-RECORD
               IF RRQ-STATE EQUAL 'PENDING'
                   AND WS-PQ-CNT LESS 200
                   ADD 1 TO WS-PQ-CNT
                   MOVE WS-RQ-SUB TO WS-PQ-ENTRY(WS-PQ-CNT)
               END-IF
           END-PERFORM.

       1500-EXIT.
           EXIT.

      ***************************************************************
      * SHOW THE SUPERVISOR QUEUE AND TAKE ONE DECISION              *
      ***************************************************************
       2000-REVIEW-LOOP.

           DISPLAY ' '
           DISPLAY 'RERUN REQUESTS AWAITING A DECISION'
           DISPLAY '  #  REQ#  JOB      BIZ DATE CAT  REQUESTER   '
               ' DUE               '
           PERFORM VARYING WS-PQ-SUB FROM 1 BY 1
                   UNTIL WS-PQ-SUB GREATER WS-PQ-CNT
               PERFORM 2100-SHOW-REQUEST THRU 2100-EXIT
           END-PERFORM
           IF NOT IS-SUPERVISOR
               DISPLAY 'RERUN-INTAKE: ' WS-OPERATOR-ID ' IS NOT ON'
                   ' OPERATOR-AUTH.TXT - QUEUE SHOWN READ-ONLY'
               SET MENU-DONE TO TRUE
               GO TO 2000-EXIT
           END-IF
           DISPLAY 'ENTER # TO DECIDE, X OR BLANK TO EXIT:'
           MOVE SPACES TO WS-CHOICE
           ACCEPT WS-CHOICE
           IF WS-CHOICE EQUAL SPACES
               OR WS-CHOICE EQUAL 'X' OR WS-CHOICE EQUAL 'x'
               SET MENU-DONE TO TRUE
               GO TO 2000-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-CHOICE(1:3) IS NUMERIC
                   MOVE WS-CHOICE(1:3) TO WS-CHOICE-NUM
               WHEN WS-CHOICE(1:2) IS NUMERIC
                   MOVE WS-CHOICE(1:2) TO WS-CHOICE-NUM
               WHEN WS-CHOICE(1:1) IS NUMERIC
                   MOVE WS-CHOICE(1:1) TO WS-CHOICE-NUM
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED CHOICE: ' WS-CHOICE
                   GO TO 2000-EXIT
           END-EVALUATE
           IF WS-CHOICE-NUM EQUAL 0
               OR WS-CHOICE-NUM GREATER WS-PQ-CNT
               DISPLAY 'NO SUCH ENTRY: ' WS-CHOICE-NUM
               GO TO 2000-EXIT
           END-IF
           MOVE WS-PQ-ENTRY(WS-CHOICE-NUM) TO WS-RQ-SUB
           MOVE WS-RQ-ENTRY(WS-RQ-SUB) TO REQUEST-RECORD
           IF RRQ-STATE NOT EQUAL 'PENDING'
               DISPLAY 'REQUEST ' RRQ-ID ' IS ALREADY ' RRQ-STATE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2200-DECIDE THRU 2200-EXIT
           IF WS-APPROVED-CNT + WS-REJECTED-CNT EQUAL WS-PQ-CNT
               SET MENU-DONE TO TRUE
           END-IF.

       2000-EXIT.
           EXIT.

      ***************************************************************
      * ONE QUEUE LINE, WITH THE CHANGE TEXT BENEATH IT              *
      ***************************************************************
       2100-SHOW-REQUEST.

           MOVE WS-PQ-ENTRY(WS-PQ-SUB) TO WS-RQ-SUB
           MOVE WS-RQ-ENTRY(WS-RQ-SUB) TO REQUEST-RECORD
           MOVE WS-PQ-SUB TO WS-ML-NUM
           MOVE SPACES TO WS-OVERDUE-TAG
           COMPUTE WS-DUE-STAMP = RRQ-DUE-DATE * 10000 + RRQ-DUE-TIME
           IF WS-DUE-STAMP LESS WS-NOW-STAMP
               MOVE 'OVERDUE' TO WS-OVERDUE-TAG
           END-IF
           IF RRQ-STATE NOT EQUAL 'PENDING'
               MOVE RRQ-STATE TO WS-OVERDUE-TAG
           END-IF
           DISPLAY WS-ML-NUM '  ' RRQ-ID ' ' RRQ-JOB ' '
               RRQ-BIZ-DATE ' ' RRQ-CATEGORY ' ' RRQ-REQUESTER ' '
               RRQ-DUE-DATE ' ' RRQ-DUE-TIME ' ' WS-OVERDUE-TAG
           DISPLAY '            ' RRQ-CHANGE.

       2100-EXIT.
           EXIT.

      ***************************************************************
      * APPROVE OR REJECT THE PICKED REQUEST                         *
      ***************************************************************
       2200-DECIDE.

           DISPLAY 'A = APPROVE, R = REJECT (BLANK CANCELS):'
           MOVE SPACES TO WS-DECISION-IN
           ACCEPT WS-DECISION-IN
           IF WS-DECISION-IN EQUAL 'a'
               MOVE 'A' TO WS-DECISION-IN
           END-IF
           IF WS-DECISION-IN EQUAL 'r'
               MOVE 'R' TO WS-DECISION-IN
           END-IF
           IF WS-DECISION-IN NOT EQUAL 'A'
               AND WS-DECISION-IN NOT EQUAL 'R'
               DISPLAY 'DECISION CANCELLED'
               GO TO 2200-EXIT
           END-IF
           DISPLAY 'NOTE (REQUIRED TO REJECT):'
           MOVE SPACES TO WS-NOTE-IN
           ACCEPT WS-NOTE-IN
           IF WS-DECISION-IN EQUAL 'R'
               AND WS-NOTE-IN EQUAL SPACES
               DISPLAY 'A REJECTION NEEDS A NOTE - DECISION CANCELLED'
               GO TO 2200-EXIT
           END-IF
           MOVE WS-OPERATOR-ID TO RRQ-DECIDED-BY
           MOVE WS-RUN-DATE    TO RRQ-DECIDED-DATE
           MOVE WS-NOTE-IN     TO RRQ-NOTE
           MOVE RRQ-ID TO WS-ID-EDIT
           IF WS-DECISION-IN EQUAL 'A'
               MOVE 'APPROVED' TO RRQ-STATE
               ADD 1 TO WS-APPROVED-CNT
               DISPLAY 'AOC2404I RERUN-INTAKE: REQUEST ' WS-ID-EDIT
                   ' APPROVED BY ' WS-OPERATOR-ID
           ELSE
               MOVE 'REJECTED' TO RRQ-STATE
               ADD 1 TO WS-REJECTED-CNT
               DISPLAY 'AOC2404I RERUN-INTAKE: REQUEST ' WS-ID-EDIT
                   ' REJECTED BY ' WS-OPERATOR-ID
           END-IF
           MOVE REQUEST-RECORD TO WS-RQ-ENTRY(WS-RQ-SUB).

       2200-EXIT.
           EXIT.

      ***************************************************************
      * REWRITE THE REQUEST MASTER                                   *
      ***************************************************************
       8000-REWRITE-REQUESTS.

           OPEN OUTPUT REQUEST-FILE
           PERFORM VARYING WS-RQ-SUB FROM 1 BY 1
                   UNTIL WS-RQ-SUB GREATER WS-RQ-CNT
               MOVE WS-RQ-ENTRY(WS-RQ-SUB) TO REQUEST-RECORD
               WRITE REQUEST-RECORD
           END-PERFORM
           CLOSE REQUEST-FILE.

       8000-EXIT.
           EXIT.
