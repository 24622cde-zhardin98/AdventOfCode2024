       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORK-ORDERS.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * FACILITIES WORK-ORDER MASTER                                 *
      *                                                              *
      * FACILITIES GETS THREE NIGHTLY LISTS - COVERAGE-REPORT.TXT    *
      * FROM DAY06 (UNVISITED PATROL CORRIDORS), MAINTENANCE-        *
      * WORKLIST.TXT FROM DAY10 (TRAILS NEEDING REPAIR) AND          *
      * SERVICE-DUE.TXT FROM DAY13 (CLAW MACHINES PAST THEIR WEAR    *
      * LIMITS) - AND THE SAME PROBLEM REAPPEARS ON EVERY ONE.  RUN  *
      * AFTER THE BATCH, THIS JOB TURNS EACH FINDING ON THOSE LISTS  *
      * INTO A NUMBERED WORK ORDER ON WORK-ORDERS.TXT, KEYED ON      *
      * SOURCE JOB AND LOCATION:                                     *
      *   DAY06  CORRIDOR ROW rrr COL ccc  (ITS FIRST CELL)          *
      *   DAY10  TRAIL rrcc-rrcc           (TRAILHEAD-SUMMIT)        *
      *   DAY13  MACHINE nnnn                                        *
      * A FINDING WITH AN OPEN ORDER UPDATES IT (LAST SEEN, TIMES    *
      * SEEN, DETAIL, AND THE MORE URGENT PRIORITY) RATHER THAN      *
      * OPENING ANOTHER.  A FINDING SEEN AGAIN AFTER ITS ORDER WAS   *
      * CLOSED OPENS A NEW ORDER NAMING THE ONE IT RECURS.  A LIST   *
      * COUNTS AS SEEN ON THE DATE ITS FILE WAS WRITTEN, SO A LIST   *
      * LEFT OVER FROM AN EARLIER NIGHT ADVANCES NOTHING.            *
      *                                                              *
      * FACILITIES CLOSES ORDERS ON WORKORDER-COMPLETIONS.TXT:       *
      *   COL   1     STATE - BLANK PENDING, D DONE, R REJECTED      *
      *   COLS  3-8   ORDER NUMBER                                   *
      *   COLS 10-17  DATE COMPLETED (BLANK = BUSINESS DATE)         *
      *   COLS 19-26  COMPLETED BY                                   *
      *   COLS 28-80  NOTE                                           *
      * EACH PENDING LINE IS APPLIED AND MARKED D, OR MARKED R WHEN  *
      * ITS ORDER IS NOT ON FILE OR NOT OPEN.  CLOSING A DAY13 ORDER *
      * POSTS THE MACHINE TO DAY13'S WEAR-RESETS.TXT SO ITS WEAR     *
      * ACCUMULATORS ARE ZEROED ON THE NEXT RUN.                     *
      *                                                              *
      * WORKORDER-BACKLOG.TXT, THE BACKLOG AND AGING REPORT, IS      *
      * REBUILT EVERY RUN AND GOES TO FACILITIES WEEKLY THROUGH      *
      * REPORT-DIST.  RUN FROM THE WORKSPACE ROOT, AS JOB WORKORD    *
      * AFTER DAY13.  MASTER-PURGE TAKES CLOSED ORDERS OFF THE       *
      * MASTER UNDER RETENTION-POLICY.TXT.                           *
      *                                                              *
      * THE MASTER AND THE COMPLETIONS ARE HELD WHOLE (2000 EACH).   *
      * A FILE LARGER THAN THAT REFUSES THE RUN, RC 12, BEFORE       *
      * ANYTHING IS CHANGED.  THE COMPLETIONS ARE ONLY REWRITTEN     *
      * ONCE THE NEW MASTER IS IN PLACE; A MASTER THAT CANNOT BE     *
      * WRITTEN LEAVES BOTH FILES AS THEY WERE, RC 12.               *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOBCAT-FILE ASSIGN TO 'JOBCAT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBCAT-FST.
      *    ONE JOB'S LIST, STAGED BY THE SHELL
           SELECT OPTIONAL LIST-FILE ASSIGN TO '/tmp/AOC-WO-LIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-FST.
           SELECT OPTIONAL FLAG-FILE ASSIGN TO '/tmp/AOC-WO.FLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-FST.
           SELECT OPTIONAL ORDER-IN-FILE ASSIGN TO 'WORK-ORDERS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-IN-FST.
           SELECT ORDER-OUT-FILE ASSIGN TO 'WORK-ORDERS.TXT.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-OUT-FST.
           SELECT OPTIONAL COMPLETION-FILE
               ASSIGN TO 'WORKORDER-COMPLETIONS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPLETION-FST.
           SELECT BACKLOG-FILE ASSIGN TO 'WORKORDER-BACKLOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKLOG-FST.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBCAT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JOBCAT-RECORD.
       01  JOBCAT-RECORD                          PIC X(80).

       FD  LIST-FILE
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LIST-RECORD.
       01  LIST-RECORD                            PIC X(200).

       FD  FLAG-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FLAG-RECORD.
       01  FLAG-RECORD                            PIC X(40).

       FD  ORDER-IN-FILE
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ORDER-IN-RECORD.
       01  ORDER-IN-RECORD.
           05 OI-NUMBER                           PIC 9(6).
           05 FILLER                              PIC X(1).
           05 OI-STATUS                           PIC X(1).
           05 FILLER                              PIC X(1).
           05 OI-JOB                              PIC X(8).
           05 FILLER                              PIC X(1).
           05 OI-PRIORITY                         PIC 9(1).
           05 FILLER                              PIC X(1).
           05 OI-OPENED                           PIC 9(8).
           05 FILLER                              PIC X(1).
           05 OI-LAST-SEEN                        PIC 9(8).
           05 FILLER                              PIC X(1).
           05 OI-SEEN-CNT                         PIC 9(5).
           05 FILLER                              PIC X(1).
           05 OI-CLOSED                           PIC 9(8).
           05 FILLER                              PIC X(1).
           05 OI-CLOSED-BY                        PIC X(8).
           05 FILLER                              PIC X(1).
           05 OI-RESET                            PIC X(1).
           05 FILLER                              PIC X(1).
           05 OI-KEY                              PIC X(24).
           05 FILLER                              PIC X(1).
           05 OI-LOCATION                         PIC X(40).
           05 FILLER                              PIC X(1).
           05 OI-DETAIL                           PIC X(40).
           05 FILLER                              PIC X(1).
           05 OI-NOTE                             PIC X(29).

       FD  ORDER-OUT-FILE
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ORDER-OUT-RECORD.
       01  ORDER-OUT-RECORD.
           05 OO-NUMBER                           PIC 9(6).
           05 FILLER                              PIC X(1).
           05 OO-STATUS                           PIC X(1).
           05 FILLER                              PIC X(1).
           05 OO-JOB                              PIC X(8).
           05 FILLER                              PIC X(1).
           05 OO-PRIORITY                         PIC 9(1).
           05 FILLER                              PIC X(1).
           05 OO-OPENED                           PIC 9(8).
           05 FILLER                              PIC X(1).
           05 OO-LAST-SEEN                        PIC 9(8).
           05 FILLER                              PIC X(1).
           05 OO-SEEN-CNT                         PIC 9(5).
           05 FILLER                              PIC X(1).
           05 OO-CLOSED                           PIC 9(8).
           05 FILLER                              PIC X(1).
           05 OO-CLOSED-BY                        PIC X(8).
           05 FILLER                              PIC X(1).
           05 OO-RESET                            PIC X(1).
           05 FILLER                              PIC X(1).
           05 OO-KEY                              PIC X(24).
           05 FILLER                              PIC X(1).
           05 OO-LOCATION                         PIC X(40).
           05 FILLER                              PIC X(1).
           05 OO-DETAIL                           PIC X(40).
           05 FILLER                              PIC X(1).
           05 OO-NOTE                             PIC X(29).

       FD  COMPLETION-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS COMPLETION-RECORD.
       01  COMPLETION-RECORD.
           05 WC-STATE                            PIC X(1).
           05 FILLER                              PIC X(1).
           05 WC-NUMBER                           PIC X(6).
           05 WC-NUMBER-9 REDEFINES WC-NUMBER     PIC 9(6).
           05 FILLER                              PIC X(1).
           05 WC-DATE                             PIC X(8).
           05 WC-DATE-9 REDEFINES WC-DATE         PIC 9(8).
           05 FILLER                              PIC X(1).
           05 WC-BY                               PIC X(8).
           05 FILLER                              PIC X(1).
           05 WC-NOTE                             PIC X(53).

       FD  BACKLOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BACKLOG-RECORD.
       01  BACKLOG-RECORD                         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
       01  WS-JOBCAT-FST                          PIC X(2) VALUE '00'.
       01  WS-LIST-FST                            PIC X(2) VALUE '00'.
       01  WS-FLAG-FST                            PIC X(2) VALUE '00'.
       01  WS-ORDER-IN-FST                        PIC X(2) VALUE '00'.
       01  WS-ORDER-OUT-FST                       PIC X(2) VALUE '00'.
       01  WS-COMPLETION-FST                      PIC X(2) VALUE '00'.
       01  WS-BACKLOG-FST                         PIC X(2) VALUE '00'.
       01  WS-EOF-FLAG                            PIC X(1).
           88 SCAN-EOF                                     VALUE 'Y'.
           88 NOT-SCAN-EOF                                 VALUE 'N'.
       01  WS-FLAG-EOF                            PIC X(1).
           88 FLAG-EOF                                     VALUE 'Y'.
           88 NOT-FLAG-EOF                                 VALUE 'N'.
       01  WS-RUN-DATE                            PIC 9(8).
       01  WS-TODAY-INT                           PIC 9(8).
       01  WS-OPERATOR-ID                         PIC X(8)
           VALUE SPACES.

      *    THE THREE LISTS AND THE JOB FOLDERS THEY ARE FOUND IN
       01  WS-SRC-CNT                             PIC 9(1) VALUE 3.
       01  WS-SOURCE-TABLE.
           05 FILLER                              PIC X(32)
               VALUE 'DAY06   COVERAGE-REPORT.TXT     '.
           05 FILLER                              PIC X(32)
               VALUE 'DAY10   MAINTENANCE-WORKLIST.TXT'.
           05 FILLER                              PIC X(32)
               VALUE 'DAY13   SERVICE-DUE.TXT         '.
       01  WS-SOURCE-TABLE-R REDEFINES WS-SOURCE-TABLE.
           05 WS-SRC-ENTRY OCCURS 3 TIMES.
              10 WS-SRC-JOB                       PIC X(8).
              10 WS-SRC-FILE                      PIC X(24).
       01  WS-SRC-FOLDER-TABLE.
           05 WS-SRC-FOLDER OCCURS 3 TIMES        PIC X(30).
       01  WS-SRC-SUB                             PIC 9(1).
       01  WS-CAT-DIR                             PIC X(30).
       01  WS-CAT-FILE                            PIC X(30).
       01  WS-FOLDER-LEN                          PIC 9(2).
       01  WS-FILE-LEN                            PIC 9(2).
       01  WS-LIST-DATE                           PIC 9(8).

      *    THE WORK-ORDER MASTER, HELD WHOLE WHILE THE RUN IS APPLIED
       01  WS-ORD-CNT                             PIC 9(4) VALUE 0.
       01  WS-ORD-MAX                             PIC 9(4) VALUE 2000.
       01  WS-ORD-TABLE.
           05 WS-ORD-ENTRY OCCURS 2000 TIMES.
              10 WS-OR-NUMBER                     PIC 9(6).
              10 WS-OR-STATUS                     PIC X(1).
              10 WS-OR-JOB                        PIC X(8).
              10 WS-OR-PRIORITY                   PIC 9(1).
              10 WS-OR-OPENED                     PIC 9(8).
              10 WS-OR-LAST-SEEN                  PIC 9(8).
              10 WS-OR-SEEN-CNT                   PIC 9(5).
              10 WS-OR-CLOSED                     PIC 9(8).
              10 WS-OR-CLOSED-BY                  PIC X(8).
              10 WS-OR-RESET                      PIC X(1).
              10 WS-OR-KEY                        PIC X(24).
              10 WS-OR-LOCATION                   PIC X(40).
              10 WS-OR-DETAIL                     PIC X(40).
              10 WS-OR-NOTE                       PIC X(29).
              10 WS-OR-PICKED                     PIC X(1).
       01  WS-ORD-SUB                             PIC 9(4).
       01  WS-ORD-HIT                             PIC 9(4).
       01  WS-ORD-PRIOR                           PIC 9(4).
       01  WS-NEXT-NUMBER                         PIC 9(6) VALUE 0.

      *    ONE FINDING TAKEN OFF A LIST
       01  WS-FND-KEY                             PIC X(24).
       01  WS-FND-LOCATION                        PIC X(40).
       01  WS-FND-DETAIL                          PIC X(40).
       01  WS-FND-PRIORITY                        PIC 9(1).
       01  WS-FND-SIZE                            PIC 9(5).
       01  WS-FND-A                               PIC 9(15).
       01  WS-FND-A-LIMIT                         PIC 9(15).
       01  WS-FND-B                               PIC 9(15).
       01  WS-FND-B-LIMIT                         PIC 9(15).
       01  WS-FND-CLASS                           PIC X(8).

       01  WS-OPENED-CNT                          PIC 9(4) VALUE 0.
       01  WS-UPDATED-CNT                         PIC 9(4) VALUE 0.
       01  WS-CLOSED-CNT                          PIC 9(4) VALUE 0.
       01  WS-REJECTED-CNT                        PIC 9(4) VALUE 0.
       01  WS-RESET-CNT                           PIC 9(4) VALUE 0.
       01  WS-COMPLETIONS-CHANGED                 PIC X(1) VALUE 'N'.
      *    'Y' WHEN A FILE HOLDS MORE RECORDS THAN ITS TABLE
       01  WS-ORD-OVERFLOW                        PIC X(1) VALUE 'N'.
       01  WS-CMP-OVERFLOW                        PIC X(1) VALUE 'N'.
      *    'Y' ONCE THE NEW MASTER HAS BEEN WRITTEN AND CLOSED CLEAN
       01  WS-REWRITE-OK                          PIC X(1) VALUE 'N'.

      *    COMPLETION FILE, HELD WHOLE AND REWRITTEN WITH ITS STATES
       01  WS-CMP-CNT                             PIC 9(4) VALUE 0.
       01  WS-CMP-MAX                             PIC 9(4) VALUE 2000.
       01  WS-CMP-TABLE.
           05 WS-CMP-ENTRY OCCURS 2000 TIMES      PIC X(80).
       01  WS-CMP-SUB                             PIC 9(4).
       01  WS-CMP-DATE                            PIC 9(8).
       01  WS-CMP-BY                              PIC X(8).

      *    BACKLOG AND AGING REPORT
       01  WS-AGE-DAYS                            PIC 9(5).
       01  WS-BEST-SUB                            PIC 9(4).
       01  WS-RANK-SUB                            PIC 9(4).
       01  WS-BEST-AGE                            PIC 9(5).
       01  WS-RANK-AGE                            PIC 9(5).
       01  WS-BKT-TABLE.
           05 WS-BKT-ENTRY OCCURS 4 TIMES.
              10 WS-BKT-OPEN                      PIC 9(4).
              10 WS-BKT-0-7                       PIC 9(4).
              10 WS-BKT-8-30                      PIC 9(4).
              10 WS-BKT-31-90                     PIC 9(4).
              10 WS-BKT-OVER-90                   PIC 9(4).
              10 WS-BKT-CLOSED-WK                 PIC 9(4).
       01  WS-BKT-SUB                             PIC 9(1).
       01  WS-BKT-JOB                             PIC X(8).
       01  WS-BACKLOG-HEAD.
           05 FILLER                              PIC X(30)
               VALUE 'SOURCE    OPEN     0-7    8-30'.
           05 FILLER                              PIC X(30)
               VALUE '   31-90 OVER 90 CLOSED 7 DAYS'.
       01  WS-ORDER-HEAD.
           05 FILLER                              PIC X(43)
               VALUE 'ORDER   P    AGE  JOB     LAST SEEN  SEEN  '.
           05 FILLER                              PIC X(25)
               VALUE 'KEY'.
           05 FILLER                              PIC X(8)
               VALUE 'LOCATION'.
       01  WS-BACKLOG-LINE.
           05 WS-BL-JOB                           PIC X(8).
           05 FILLER                              PIC X(2) VALUE SPACES.
           05 WS-BL-OPEN                          PIC ZZZ9.
           05 FILLER                              PIC X(4) VALUE SPACES.
           05 WS-BL-0-7                           PIC ZZZ9.
           05 FILLER                              PIC X(4) VALUE SPACES.
           05 WS-BL-8-30                          PIC ZZZ9.
           05 FILLER                              PIC X(4) VALUE SPACES.
           05 WS-BL-31-90                         PIC ZZZ9.
           05 FILLER                              PIC X(4) VALUE SPACES.
           05 WS-BL-OVER-90                       PIC ZZZ9.
           05 FILLER                              PIC X(10)
               VALUE SPACES.
           05 WS-BL-CLOSED-WK                     PIC ZZZ9.
       01  WS-ORDER-LINE.
           05 WS-OL-NUMBER                        PIC 9(6).
           05 FILLER                              PIC X(2) VALUE SPACES.
           05 WS-OL-PRIORITY                      PIC 9(1).
           05 FILLER                              PIC X(2) VALUE SPACES.
           05 WS-OL-AGE                           PIC ZZZZ9.
           05 FILLER                              PIC X(2) VALUE SPACES.
           05 WS-OL-JOB                           PIC X(8).
           05 FILLER                              PIC X(1) VALUE SPACES.
           05 WS-OL-LAST-SEEN                     PIC 9(8).
           05 FILLER                              PIC X(1) VALUE SPACES.
           05 WS-OL-SEEN                          PIC ZZZZ9.
           05 FILLER                              PIC X(2) VALUE SPACES.
           05 WS-OL-KEY                           PIC X(24).
           05 FILLER                              PIC X(1) VALUE SPACES.
           05 WS-OL-LOCATION                      PIC X(40).

       01  WS-COMMAND                             PIC X(400).
       01  WS-TRIM-FIELD                          PIC X(40).
       01  WS-TRIM-LEN                            PIC 9(2).
       01  WS-HAVE-FLAG                           PIC X(1).
       01  WS-FLAG-TEXT                           PIC X(40).
       01  WS-DIGIT-ACC                           PIC 9(10).
       01  WS-DIGIT-SUB                           PIC 9(2).
       01  WS-DIGIT-X                             PIC X(1).
       01  WS-DIGIT-9 REDEFINES WS-DIGIT-X        PIC 9(1).
       COPY BIZPARM.
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
           MOVE BIZ-DATE TO WS-RUN-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'AOC_OPERATOR'
           IF WS-OPERATOR-ID EQUAL SPACES
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'USER'
           END-IF
           IF WS-OPERATOR-ID EQUAL SPACES
               MOVE 'UNKNOWN' TO WS-OPERATOR-ID
           END-IF
           PERFORM 1000-LOAD-ORDERS    THRU 1000-EXIT
           IF WS-ORD-OVERFLOW EQUAL 'Y'
               DISPLAY 'AOC3506E WORK-ORDERS: WORK-ORDERS.TXT HOLDS'
                   ' MORE THAN ' WS-ORD-MAX ' ORDERS - RUN REFUSED,'
                   ' NOTHING CHANGED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-LOAD-COMPLETIONS THRU 1200-EXIT
           IF WS-CMP-OVERFLOW EQUAL 'Y'
               DISPLAY 'AOC3506E WORK-ORDERS: WORKORDER-COMPLETIONS.TXT'
                   ' HOLDS MORE THAN ' WS-CMP-MAX ' LINES - RUN'
                   ' REFUSED, NOTHING CHANGED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-FIND-FOLDERS   THRU 1100-EXIT
           PERFORM 2000-READ-LIST      THRU 2000-EXIT
               VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB GREATER WS-SRC-CNT
           PERFORM 3000-APPLY-COMPLETIONS THRU 3000-EXIT
           PERFORM 4000-REWRITE-ORDERS THRU 4000-EXIT
           IF WS-REWRITE-OK NOT EQUAL 'Y'
               DISPLAY 'AOC3507E WORK-ORDERS: WORK-ORDERS.TXT NOT'
                   ' REWRITTEN - STATUS ' WS-ORDER-OUT-FST
                   ' - MASTER AND COMPLETIONS LEFT AS THEY WERE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3900-REWRITE-COMPLETIONS THRU 3900-EXIT
           PERFORM 5000-BACKLOG-REPORT THRU 5000-EXIT
           DISPLAY 'AOC3501I WORK-ORDERS COMPLETE - ' WS-OPENED-CNT
               ' OPENED, ' WS-UPDATED-CNT ' UPDATED, ' WS-CLOSED-CNT
               ' CLOSED, ' WS-RESET-CNT ' WEAR RESET(S) POSTED, '
               WS-BKT-OPEN(4) ' OPEN - SEE WORKORDER-BACKLOG.TXT'
           IF WS-REJECTED-CNT GREATER 0
               AND RETURN-CODE LESS 4
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      ***************************************************************
      * LOAD THE WORK-ORDER MASTER AND THE NEXT ORDER NUMBER         *
      ***************************************************************
       1000-LOAD-ORDERS.

           OPEN INPUT ORDER-IN-FILE
           IF WS-ORDER-IN-FST EQUAL '05'
               CLOSE ORDER-IN-FILE
               GO TO 1000-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ ORDER-IN-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF OI-NUMBER IS NUMERIC
                           AND WS-ORD-CNT NOT LESS WS-ORD-MAX
                           MOVE 'Y' TO WS-ORD-OVERFLOW
                           SET SCAN-EOF TO TRUE
                       END-IF
                       IF OI-NUMBER IS NUMERIC
                           AND WS-ORD-CNT LESS WS-ORD-MAX
                           ADD 1 TO WS-ORD-CNT
                           MOVE OI-NUMBER   TO WS-OR-NUMBER(WS-ORD-CNT)
                           MOVE OI-STATUS   TO WS-OR-STATUS(WS-ORD-CNT)
                           MOVE OI-JOB      TO WS-OR-JOB(WS-ORD-CNT)
                           MOVE OI-PRIORITY
                               TO WS-OR-PRIORITY(WS-ORD-CNT)
                           MOVE OI-OPENED   TO WS-OR-OPENED(WS-ORD-CNT)
                           MOVE OI-LAST-SEEN
                               TO WS-OR-LAST-SEEN(WS-ORD-CNT)
                           MOVE OI-SEEN-CNT
                               TO WS-OR-SEEN-CNT(WS-ORD-CNT)
                           MOVE OI-CLOSED   TO WS-OR-CLOSED(WS-ORD-CNT)
                           MOVE OI-CLOSED-BY
                               TO WS-OR-CLOSED-BY(WS-ORD-CNT)
                           MOVE OI-RESET    TO WS-OR-RESET(WS-ORD-CNT)
                           MOVE OI-KEY      TO WS-OR-KEY(WS-ORD-CNT)
                           MOVE OI-LOCATION
                               TO WS-OR-LOCATION(WS-ORD-CNT)
                           MOVE OI-DETAIL   TO WS-OR-DETAIL(WS-ORD-CNT)
                           MOVE OI-NOTE     TO WS-OR-NOTE(WS-ORD-CNT)
                           IF OI-NUMBER GREATER WS-NEXT-NUMBER
                               MOVE OI-NUMBER TO WS-NEXT-NUMBER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDER-IN-FILE
           .
       1000-EXIT.
           EXIT.

      ***************************************************************
      * HOLD THE COMPLETIONS WHOLE - THEY ARE REWRITTEN WITH THEIR   *
      * STATES, SO ONE THAT DOES NOT FIT WOULD BE LOST               *
      ***************************************************************
       1200-LOAD-COMPLETIONS.

           OPEN INPUT COMPLETION-FILE
           IF WS-COMPLETION-FST EQUAL '05'
               CLOSE COMPLETION-FILE
               GO TO 1200-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ COMPLETION-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF WS-CMP-CNT NOT LESS WS-CMP-MAX
                           MOVE 'Y' TO WS-CMP-OVERFLOW
                           SET SCAN-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-CMP-CNT
                           MOVE COMPLETION-RECORD
                               TO WS-CMP-ENTRY(WS-CMP-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPLETION-FILE
           .
       1200-EXIT.
           EXIT.

      ***************************************************************
      * EACH LIST IS IN ITS JOB'S FOLDER, AS JOBCAT.TXT NAMES IT     *
      ***************************************************************
       1100-FIND-FOLDERS.

           MOVE SPACES TO WS-SRC-FOLDER-TABLE
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
                       PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                               UNTIL WS-SRC-SUB GREATER WS-SRC-CNT
                           IF JOBCAT-RECORD(3:8)
                                   EQUAL WS-SRC-JOB(WS-SRC-SUB)
                               MOVE SPACES TO WS-CAT-DIR WS-CAT-FILE
                               UNSTRING JOBCAT-RECORD(40:30)
                                   DELIMITED BY '/'
                                   INTO WS-CAT-DIR WS-CAT-FILE
                               END-UNSTRING
                               IF WS-CAT-FILE NOT EQUAL SPACES
                                   MOVE WS-CAT-DIR
                                       TO WS-SRC-FOLDER(WS-SRC-SUB)
                               END-IF
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE JOBCAT-FILE
           .
       1100-EXIT.
           EXIT.

      ***************************************************************
      * STAGE ONE JOB'S LIST, NOTE THE DATE IT WAS WRITTEN, AND      *
      * APPLY EVERY FINDING ON IT                                    *
      ***************************************************************
       2000-READ-LIST.

           MOVE WS-SRC-FOLDER(WS-SRC-SUB) TO WS-TRIM-FIELD
           PERFORM 7000-TRIM THRU 7000-EXIT
           MOVE WS-TRIM-LEN TO WS-FOLDER-LEN
           MOVE WS-SRC-FILE(WS-SRC-SUB) TO WS-TRIM-FIELD
           PERFORM 7000-TRIM THRU 7000-EXIT
           MOVE WS-TRIM-LEN TO WS-FILE-LEN
           IF WS-FOLDER-LEN EQUAL 0
               DISPLAY 'AOC3502W WORK-ORDERS: ' WS-SRC-JOB(WS-SRC-SUB)
                   ' NOT ON JOBCAT.TXT - ITS LIST IS NOT READ'
               GO TO 2000-EXIT
           END-IF
           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-WO.FLG /tmp/AOC-WO-LIST.TXT ;'
                   DELIMITED BY SIZE
               ' if [ -f "' DELIMITED BY SIZE
               WS-SRC-FOLDER(WS-SRC-SUB)(1:WS-FOLDER-LEN)
                   DELIMITED BY SIZE
               '/' WS-SRC-FILE(WS-SRC-SUB)(1:WS-FILE-LEN)
                   DELIMITED BY SIZE
               '" ] ; then cp "' DELIMITED BY SIZE
               WS-SRC-FOLDER(WS-SRC-SUB)(1:WS-FOLDER-LEN)
                   DELIMITED BY SIZE
               '/' WS-SRC-FILE(WS-SRC-SUB)(1:WS-FILE-LEN)
                   DELIMITED BY SIZE
               '" /tmp/AOC-WO-LIST.TXT && date -r '
                   DELIMITED BY SIZE
               '/tmp/AOC-WO-LIST.TXT +%Y%m%d > /tmp/AOC-WO.FLG ; fi'
                   DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           PERFORM 8000-READ-FLAG-NUMBER THRU 8000-EXIT
           IF WS-HAVE-FLAG NOT EQUAL 'Y'
               DISPLAY 'AOC3502W WORK-ORDERS: NO '
                   WS-SRC-FILE(WS-SRC-SUB)(1:WS-FILE-LEN) ' FROM '
                   WS-SRC-JOB(WS-SRC-SUB) ' - NOTHING TAKEN FROM IT'
               GO TO 2000-EXIT
           END-IF
           MOVE WS-DIGIT-ACC TO WS-LIST-DATE
           IF WS-LIST-DATE GREATER WS-RUN-DATE
               MOVE WS-RUN-DATE TO WS-LIST-DATE
           END-IF

           OPEN INPUT LIST-FILE
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ LIST-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-FND-KEY
                       EVALUATE WS-SRC-JOB(WS-SRC-SUB)
                           WHEN 'DAY06'
                               PERFORM 2100-CORRIDOR THRU 2100-EXIT
                           WHEN 'DAY10'
                               PERFORM 2200-TRAIL    THRU 2200-EXIT
                           WHEN 'DAY13'
                               PERFORM 2300-MACHINE  THRU 2300-EXIT
                       END-EVALUATE
                       IF WS-FND-KEY NOT EQUAL SPACES
                           PERFORM 2500-APPLY-FINDING THRU 2500-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIST-FILE
           .
       2000-EXIT.
           EXIT.

      ***************************************************************
      * DAY06: '  CORRIDOR nnn SIZE nnnnn FIRST CELL ROW rrr COL ccc' *
      * - AN UNVISITED CORRIDOR, KNOWN BY ITS FIRST CELL.  THE       *
      * BIGGER THE GAP IN THE PATROL, THE MORE URGENT.               *
      ***************************************************************
       2100-CORRIDOR.

           IF LIST-RECORD(1:11) NOT EQUAL '  CORRIDOR '
               OR LIST-RECORD(21:5) IS NOT NUMERIC
               OR LIST-RECORD(42:3) IS NOT NUMERIC
               OR LIST-RECORD(50:3) IS NOT NUMERIC
               GO TO 2100-EXIT
           END-IF
           MOVE LIST-RECORD(21:5) TO WS-FND-SIZE
           STRING 'CORRIDOR ROW ' LIST-RECORD(42:3)
               ' COL ' LIST-RECORD(50:3)
               DELIMITED BY SIZE INTO WS-FND-KEY
           END-STRING
           MOVE SPACES TO WS-FND-LOCATION WS-FND-DETAIL
           STRING 'PATROL MAP FIRST CELL ROW ' LIST-RECORD(42:3)
               ' COL ' LIST-RECORD(50:3)
               DELIMITED BY SIZE INTO WS-FND-LOCATION
           END-STRING
           STRING 'UNVISITED CORRIDOR OF ' WS-FND-SIZE ' CELLS'
               DELIMITED BY SIZE INTO WS-FND-DETAIL
           END-STRING
           EVALUATE TRUE
               WHEN WS-FND-SIZE NOT LESS 50
                   MOVE 1 TO WS-FND-PRIORITY
               WHEN WS-FND-SIZE NOT LESS 10
                   MOVE 2 TO WS-FND-PRIORITY
               WHEN OTHER
                   MOVE 3 TO WS-FND-PRIORITY
           END-EVALUATE
           .
       2100-EXIT.
           EXIT.

      ***************************************************************
      * DAY10: CLASS, TWISTS, STEPS, TRAILHEAD RRCC, SUMMIT RRCC AND *
      * '*' FOR A SINGLE-APPROACH SUMMIT.  HARD AND SINGLE-APPROACH  *
      * TRAILS COME FIRST, AS ON THE WORKLIST.                       *
      ***************************************************************
       2200-TRAIL.

           MOVE LIST-RECORD(1:8) TO WS-FND-CLASS
           IF (WS-FND-CLASS NOT EQUAL 'HARD'
                   AND WS-FND-CLASS NOT EQUAL 'MODERATE'
                   AND WS-FND-CLASS NOT EQUAL 'EASY')
               OR LIST-RECORD(11:2) IS NOT NUMERIC
               OR LIST-RECORD(24:4) IS NOT NUMERIC
               OR LIST-RECORD(31:4) IS NOT NUMERIC
               GO TO 2200-EXIT
           END-IF
           STRING 'TRAIL ' LIST-RECORD(24:4) '-' LIST-RECORD(31:4)
               DELIMITED BY SIZE INTO WS-FND-KEY
           END-STRING
           MOVE SPACES TO WS-FND-LOCATION WS-FND-DETAIL
           STRING 'TRAILHEAD ' LIST-RECORD(24:2) ',' LIST-RECORD(26:2)
               ' TO SUMMIT ' LIST-RECORD(31:2) ',' LIST-RECORD(33:2)
               DELIMITED BY SIZE INTO WS-FND-LOCATION
           END-STRING
           STRING WS-FND-CLASS ' TWISTS ' LIST-RECORD(11:2)
               ' STEPS ' LIST-RECORD(18:2)
               DELIMITED BY SIZE INTO WS-FND-DETAIL
           END-STRING
           EVALUATE TRUE
               WHEN LIST-RECORD(35:1) EQUAL '*'
                   MOVE 1 TO WS-FND-PRIORITY
                   MOVE 'SOLE ACCESS' TO WS-FND-DETAIL(29:11)
               WHEN WS-FND-CLASS EQUAL 'HARD'
                   MOVE 1 TO WS-FND-PRIORITY
               WHEN WS-FND-CLASS EQUAL 'MODERATE'
                   MOVE 2 TO WS-FND-PRIORITY
               WHEN OTHER
                   MOVE 3 TO WS-FND-PRIORITY
           END-EVALUATE
           .
       2200-EXIT.
           EXIT.

      ***************************************************************
      * DAY13: 'MACHINE nnnn A-PRESSES ... (LIMIT ...) B-PRESSES ... *
      * (LIMIT ...)' FOLLOWED BY THE REGISTER'S SITE AND LOCATION.   *
      * A MACHINE PAST BOTH LIMITS IS THE MORE URGENT.               *
      ***************************************************************
       2300-MACHINE.

           IF LIST-RECORD(1:8) NOT EQUAL 'MACHINE '
               OR LIST-RECORD(9:4) IS NOT NUMERIC
               OR LIST-RECORD(24:15) IS NOT NUMERIC
               OR LIST-RECORD(47:15) IS NOT NUMERIC
               OR LIST-RECORD(74:15) IS NOT NUMERIC
               OR LIST-RECORD(97:15) IS NOT NUMERIC
               GO TO 2300-EXIT
           END-IF
           MOVE LIST-RECORD(24:15) TO WS-FND-A
           MOVE LIST-RECORD(47:15) TO WS-FND-A-LIMIT
           MOVE LIST-RECORD(74:15) TO WS-FND-B
           MOVE LIST-RECORD(97:15) TO WS-FND-B-LIMIT
           STRING 'MACHINE ' LIST-RECORD(9:4)
               DELIMITED BY SIZE INTO WS-FND-KEY
           END-STRING
           MOVE SPACES TO WS-FND-LOCATION WS-FND-DETAIL
           EVALUATE TRUE
               WHEN LIST-RECORD(113:6) NOT EQUAL ' SITE '
                   MOVE 'NO MACHINE REGISTER ON FILE'
                       TO WS-FND-LOCATION
               WHEN LIST-RECORD(119:7) EQUAL '(UNREG)'
                   MOVE LIST-RECORD(114:37) TO WS-FND-LOCATION
               WHEN OTHER
                   MOVE LIST-RECORD(114:30) TO WS-FND-LOCATION
           END-EVALUATE
           IF WS-FND-A NOT LESS WS-FND-A-LIMIT
               AND WS-FND-B NOT LESS WS-FND-B-LIMIT
               MOVE 1 TO WS-FND-PRIORITY
               MOVE 'SERVICE DUE - PAST A AND B LIMITS'
                   TO WS-FND-DETAIL
           ELSE
               MOVE 2 TO WS-FND-PRIORITY
               IF WS-FND-A NOT LESS WS-FND-A-LIMIT
                   MOVE 'SERVICE DUE - PAST A LIMIT' TO WS-FND-DETAIL
               ELSE
                   MOVE 'SERVICE DUE - PAST B LIMIT' TO WS-FND-DETAIL
               END-IF
           END-IF
           .
       2300-EXIT.
           EXIT.

      ***************************************************************
      * RECOGNIZE THE FINDING ON JOB + KEY.  AN OPEN ORDER IS        *
      * UPDATED; OTHERWISE A NEW ORDER OPENS, NAMING ANY CLOSED ONE  *
      * THE PROBLEM HAS COME BACK FROM.  A CLOSED ORDER STILL ON THE *
      * LIST WRITTEN THE DAY IT CLOSED (OR BEFORE) IS NOT REOPENED - *
      * THAT LIST PREDATES THE WORK.                                 *
      ***************************************************************
       2500-APPLY-FINDING.

           MOVE 0 TO WS-ORD-HIT WS-ORD-PRIOR
           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                   UNTIL WS-ORD-SUB GREATER WS-ORD-CNT
               IF WS-OR-JOB(WS-ORD-SUB) EQUAL WS-SRC-JOB(WS-SRC-SUB)
                   AND WS-OR-KEY(WS-ORD-SUB) EQUAL WS-FND-KEY
                   IF WS-OR-STATUS(WS-ORD-SUB) EQUAL 'O'
                       MOVE WS-ORD-SUB TO WS-ORD-HIT
                   ELSE
                       MOVE WS-ORD-SUB TO WS-ORD-PRIOR
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ORD-HIT GREATER 0
               GO TO 2500-UPDATE
           END-IF
           IF WS-ORD-PRIOR GREATER 0
               IF WS-LIST-DATE NOT GREATER WS-OR-CLOSED(WS-ORD-PRIOR)
                   GO TO 2500-EXIT
               END-IF
           END-IF
           IF WS-ORD-CNT NOT LESS WS-ORD-MAX
               DISPLAY 'AOC3504W WORK-ORDERS: MASTER FULL - '
                   WS-SRC-JOB(WS-SRC-SUB) ' ' WS-FND-KEY
                   ' NOT OPENED'
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO WS-ORD-CNT
           ADD 1 TO WS-NEXT-NUMBER
           ADD 1 TO WS-OPENED-CNT
           MOVE WS-NEXT-NUMBER  TO WS-OR-NUMBER(WS-ORD-CNT)
           MOVE 'O'             TO WS-OR-STATUS(WS-ORD-CNT)
           MOVE WS-SRC-JOB(WS-SRC-SUB) TO WS-OR-JOB(WS-ORD-CNT)
           MOVE WS-FND-PRIORITY TO WS-OR-PRIORITY(WS-ORD-CNT)
           MOVE WS-LIST-DATE    TO WS-OR-OPENED(WS-ORD-CNT)
           MOVE WS-LIST-DATE    TO WS-OR-LAST-SEEN(WS-ORD-CNT)
           MOVE 1               TO WS-OR-SEEN-CNT(WS-ORD-CNT)
           MOVE 0               TO WS-OR-CLOSED(WS-ORD-CNT)
           MOVE SPACES          TO WS-OR-CLOSED-BY(WS-ORD-CNT)
                                   WS-OR-RESET(WS-ORD-CNT)
                                   WS-OR-NOTE(WS-ORD-CNT)
           MOVE WS-FND-KEY      TO WS-OR-KEY(WS-ORD-CNT)
           MOVE WS-FND-LOCATION TO WS-OR-LOCATION(WS-ORD-CNT)
           MOVE WS-FND-DETAIL   TO WS-OR-DETAIL(WS-ORD-CNT)
           IF WS-ORD-PRIOR GREATER 0
               STRING 'RECURS ORDER ' WS-OR-NUMBER(WS-ORD-PRIOR)
                   DELIMITED BY SIZE INTO WS-OR-NOTE(WS-ORD-CNT)
               END-STRING
           END-IF
           GO TO 2500-EXIT
           .
       2500-UPDATE.
      *    TIMES SEEN COUNTS LIST DATES, NOT RUNS: A LIST ALREADY
      *    COUNTED ONLY REFRESHES THE DETAIL
           IF WS-LIST-DATE GREATER WS-OR-LAST-SEEN(WS-ORD-HIT)
               MOVE WS-LIST-DATE TO WS-OR-LAST-SEEN(WS-ORD-HIT)
               ADD 1 TO WS-OR-SEEN-CNT(WS-ORD-HIT)
               ADD 1 TO WS-UPDATED-CNT
           END-IF
           IF WS-FND-PRIORITY LESS WS-OR-PRIORITY(WS-ORD-HIT)
               MOVE WS-FND-PRIORITY TO WS-OR-PRIORITY(WS-ORD-HIT)
           END-IF
           MOVE WS-FND-LOCATION TO WS-OR-LOCATION(WS-ORD-HIT)
           MOVE WS-FND-DETAIL   TO WS-OR-DETAIL(WS-ORD-HIT)
           .
       2500-EXIT.
           EXIT.

      ***************************************************************
      * APPLY FACILITIES' COMPLETIONS.  EACH PENDING LINE CLOSES ITS *
      * ORDER (D) OR IS REJECTED (R); THE FILE IS REWRITTEN WITH ITS *
      * STATES (3900) SO A LINE IS NEVER APPLIED TWICE.              *
      ***************************************************************
       3000-APPLY-COMPLETIONS.

           PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                   UNTIL WS-CMP-SUB GREATER WS-CMP-CNT
               MOVE WS-CMP-ENTRY(WS-CMP-SUB) TO COMPLETION-RECORD
               IF WC-STATE EQUAL SPACE
                   AND COMPLETION-RECORD NOT EQUAL SPACES
                   PERFORM 3100-COMPLETE-ONE THRU 3100-EXIT
                   MOVE COMPLETION-RECORD TO WS-CMP-ENTRY(WS-CMP-SUB)
               END-IF
           END-PERFORM
           .
       3000-EXIT.
           EXIT.

       3100-COMPLETE-ONE.

           MOVE 'Y' TO WS-COMPLETIONS-CHANGED
           MOVE 0 TO WS-ORD-HIT
           IF WC-NUMBER IS NUMERIC
               PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                       UNTIL WS-ORD-SUB GREATER WS-ORD-CNT
                   IF WS-OR-NUMBER(WS-ORD-SUB) EQUAL WC-NUMBER-9
                       MOVE WS-ORD-SUB TO WS-ORD-HIT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ORD-HIT EQUAL 0
               MOVE 'R' TO WC-STATE
               ADD 1 TO WS-REJECTED-CNT
               DISPLAY 'AOC3503W WORK-ORDERS: COMPLETION FOR ORDER '
                   WC-NUMBER ' REJECTED - NO SUCH ORDER'
               GO TO 3100-EXIT
           END-IF
           IF WS-OR-STATUS(WS-ORD-HIT) NOT EQUAL 'O'
               MOVE 'R' TO WC-STATE
               ADD 1 TO WS-REJECTED-CNT
               DISPLAY 'AOC3503W WORK-ORDERS: COMPLETION FOR ORDER '
                   WC-NUMBER ' REJECTED - ALREADY CLOSED ON '
                   WS-OR-CLOSED(WS-ORD-HIT)
               GO TO 3100-EXIT
           END-IF
           IF WC-DATE IS NUMERIC
               MOVE WC-DATE-9 TO WS-CMP-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-CMP-DATE
           END-IF
           IF WS-CMP-DATE LESS WS-OR-OPENED(WS-ORD-HIT)
               OR WS-CMP-DATE GREATER WS-RUN-DATE
               MOVE 'R' TO WC-STATE
               ADD 1 TO WS-REJECTED-CNT
               DISPLAY 'AOC3503W WORK-ORDERS: COMPLETION FOR ORDER '
                   WC-NUMBER ' REJECTED - DATE ' WS-CMP-DATE
                   ' OUTSIDE ' WS-OR-OPENED(WS-ORD-HIT) '-'
                   WS-RUN-DATE
               GO TO 3100-EXIT
           END-IF
           MOVE WC-BY TO WS-CMP-BY
           IF WS-CMP-BY EQUAL SPACES
               MOVE WS-OPERATOR-ID TO WS-CMP-BY
           END-IF
           MOVE 'D'         TO WC-STATE
           MOVE 'C'         TO WS-OR-STATUS(WS-ORD-HIT)
           MOVE WS-CMP-DATE TO WS-OR-CLOSED(WS-ORD-HIT)
           MOVE WS-CMP-BY   TO WS-OR-CLOSED-BY(WS-ORD-HIT)
           IF WC-NOTE NOT EQUAL SPACES
               MOVE WC-NOTE TO WS-OR-NOTE(WS-ORD-HIT)
           END-IF
           ADD 1 TO WS-CLOSED-CNT
           IF WS-OR-JOB(WS-ORD-HIT) EQUAL 'DAY13'
               PERFORM 3200-POST-RESET THRU 3200-EXIT
           END-IF
           .
       3100-EXIT.
           EXIT.

      ***************************************************************
      * A SERVICED CLAW MACHINE GOES ON DAY13'S WEAR-RESETS.TXT      *
      ***************************************************************
       3200-POST-RESET.

           MOVE WS-SRC-FOLDER(3) TO WS-TRIM-FIELD
           PERFORM 7000-TRIM THRU 7000-EXIT
           MOVE WS-TRIM-LEN TO WS-FOLDER-LEN
           IF WS-FOLDER-LEN EQUAL 0
               OR WS-OR-KEY(WS-ORD-HIT)(9:4) IS NOT NUMERIC
               DISPLAY 'AOC3505W WORK-ORDERS: ORDER '
                   WS-OR-NUMBER(WS-ORD-HIT) ' CLOSED BUT NO WEAR'
                   ' RESET POSTED - KEY IT ON WEAR-RESETS.TXT BY HAND'
               GO TO 3200-EXIT
           END-IF
           MOVE SPACES TO WS-COMMAND
           STRING 'echo ' WS-OR-KEY(WS-ORD-HIT)(9:4) ' >> "'
                   DELIMITED BY SIZE
               WS-SRC-FOLDER(3)(1:WS-FOLDER-LEN) DELIMITED BY SIZE
               '/WEAR-RESETS.TXT"' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           MOVE 'P' TO WS-OR-RESET(WS-ORD-HIT)
           ADD 1 TO WS-RESET-CNT
           .
       3200-EXIT.
           EXIT.

      ***************************************************************
      * PUT THE COMPLETIONS BACK WITH THE STATES THIS RUN GAVE THEM  *
      ***************************************************************
       3900-REWRITE-COMPLETIONS.

           IF WS-COMPLETIONS-CHANGED NOT EQUAL 'Y'
               GO TO 3900-EXIT
           END-IF
           OPEN OUTPUT COMPLETION-FILE
           PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                   UNTIL WS-CMP-SUB GREATER WS-CMP-CNT
               MOVE WS-CMP-ENTRY(WS-CMP-SUB) TO COMPLETION-RECORD
               WRITE COMPLETION-RECORD
           END-PERFORM
           CLOSE COMPLETION-FILE
           .
       3900-EXIT.
           EXIT.

      ***************************************************************
      * REWRITE THE MASTER AND PROMOTE IT OVER THE OLD COPY - ONLY   *
      * WHEN EVERY RECORD WAS WRITTEN AND THE NEW COPY CLOSED CLEAN  *
      ***************************************************************
       4000-REWRITE-ORDERS.

           MOVE 'N' TO WS-REWRITE-OK
           OPEN OUTPUT ORDER-OUT-FILE
           IF WS-ORDER-OUT-FST NOT EQUAL '00'
               GO TO 4000-EXIT
           END-IF
           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                   UNTIL WS-ORD-SUB GREATER WS-ORD-CNT
                   OR WS-ORDER-OUT-FST NOT EQUAL '00'
               MOVE SPACES TO ORDER-OUT-RECORD
               MOVE WS-OR-NUMBER(WS-ORD-SUB)    TO OO-NUMBER
               MOVE WS-OR-STATUS(WS-ORD-SUB)    TO OO-STATUS
               MOVE WS-OR-JOB(WS-ORD-SUB)       TO OO-JOB
               MOVE WS-OR-PRIORITY(WS-ORD-SUB)  TO OO-PRIORITY
               MOVE WS-OR-OPENED(WS-ORD-SUB)    TO OO-OPENED
               MOVE WS-OR-LAST-SEEN(WS-ORD-SUB) TO OO-LAST-SEEN
               MOVE WS-OR-SEEN-CNT(WS-ORD-SUB)  TO OO-SEEN-CNT
               MOVE WS-OR-CLOSED(WS-ORD-SUB)    TO OO-CLOSED
               MOVE WS-OR-CLOSED-BY(WS-ORD-SUB) TO OO-CLOSED-BY
               MOVE WS-OR-RESET(WS-ORD-SUB)     TO OO-RESET
               MOVE WS-OR-KEY(WS-ORD-SUB)       TO OO-KEY
               MOVE WS-OR-LOCATION(WS-ORD-SUB)  TO OO-LOCATION
               MOVE WS-OR-DETAIL(WS-ORD-SUB)    TO OO-DETAIL
               MOVE WS-OR-NOTE(WS-ORD-SUB)      TO OO-NOTE
               WRITE ORDER-OUT-RECORD
           END-PERFORM
           IF WS-ORDER-OUT-FST NOT EQUAL '00'
               CLOSE ORDER-OUT-FILE
               GO TO 4000-EXIT
           END-IF
           CLOSE ORDER-OUT-FILE
           IF WS-ORDER-OUT-FST NOT EQUAL '00'
               GO TO 4000-EXIT
           END-IF
           MOVE 'mv WORK-ORDERS.TXT.TMP WORK-ORDERS.TXT'
               TO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND
           MOVE 'Y' TO WS-REWRITE-OK
           .
       4000-EXIT.
           EXIT.

      ***************************************************************
      * BACKLOG AND AGING: OPEN ORDERS PER SOURCE JOB BY AGE, ORDERS *
      * CLOSED IN THE LAST SEVEN DAYS, AND EVERY OPEN ORDER - MOST   *
      * URGENT FIRST, OLDEST FIRST WITHIN A PRIORITY                 *
      ***************************************************************
       5000-BACKLOG-REPORT.

           INITIALIZE WS-BKT-TABLE
           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                   UNTIL WS-ORD-SUB GREATER WS-ORD-CNT
               PERFORM 5100-AGE-ONE THRU 5100-EXIT
           END-PERFORM

           OPEN OUTPUT BACKLOG-FILE
           IF WS-BACKLOG-FST NOT EQUAL '00'
               DISPLAY 'AOC3508E WORK-ORDERS: WORKORDER-BACKLOG.TXT'
                   ' CANNOT BE OPENED - STATUS ' WS-BACKLOG-FST
                   ' - NO BACKLOG REPORT THIS RUN'
               MOVE 12 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF
           MOVE SPACES TO BACKLOG-RECORD
           STRING 'FACILITIES WORK-ORDER BACKLOG AND AGING  RUN DATE '
               WS-RUN-DATE DELIMITED BY SIZE INTO BACKLOG-RECORD
           END-STRING
           WRITE BACKLOG-RECORD
           MOVE SPACES TO BACKLOG-RECORD
           WRITE BACKLOG-RECORD
           MOVE WS-BACKLOG-HEAD TO BACKLOG-RECORD
           WRITE BACKLOG-RECORD
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB GREATER 4
               IF WS-BKT-SUB GREATER WS-SRC-CNT
                   MOVE 'TOTAL' TO WS-BL-JOB
               ELSE
                   MOVE WS-SRC-JOB(WS-BKT-SUB) TO WS-BL-JOB
               END-IF
               MOVE WS-BKT-OPEN(WS-BKT-SUB)      TO WS-BL-OPEN
               MOVE WS-BKT-0-7(WS-BKT-SUB)       TO WS-BL-0-7
               MOVE WS-BKT-8-30(WS-BKT-SUB)      TO WS-BL-8-30
               MOVE WS-BKT-31-90(WS-BKT-SUB)     TO WS-BL-31-90
               MOVE WS-BKT-OVER-90(WS-BKT-SUB)   TO WS-BL-OVER-90
               MOVE WS-BKT-CLOSED-WK(WS-BKT-SUB) TO WS-BL-CLOSED-WK
               MOVE WS-BACKLOG-LINE TO BACKLOG-RECORD
               WRITE BACKLOG-RECORD
           END-PERFORM

           MOVE SPACES TO BACKLOG-RECORD
           WRITE BACKLOG-RECORD
           MOVE 'OPEN ORDERS - MOST URGENT FIRST, OLDEST FIRST'
               TO BACKLOG-RECORD
           WRITE BACKLOG-RECORD
           MOVE WS-ORDER-HEAD TO BACKLOG-RECORD
           WRITE BACKLOG-RECORD
           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                   UNTIL WS-ORD-SUB GREATER WS-ORD-CNT
               MOVE 'N' TO WS-OR-PICKED(WS-ORD-SUB)
           END-PERFORM
           PERFORM 5200-PICK-NEXT THRU 5200-EXIT
               WITH TEST AFTER UNTIL WS-BEST-SUB EQUAL 0
           IF WS-BKT-OPEN(4) EQUAL 0
               MOVE '  NO OPEN WORK ORDERS' TO BACKLOG-RECORD
               WRITE BACKLOG-RECORD
           END-IF

           MOVE SPACES TO BACKLOG-RECORD
           WRITE BACKLOG-RECORD
           MOVE 'CLOSED IN THE LAST 7 DAYS' TO BACKLOG-RECORD
           WRITE BACKLOG-RECORD
           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                   UNTIL WS-ORD-SUB GREATER WS-ORD-CNT
               IF WS-OR-STATUS(WS-ORD-SUB) EQUAL 'C'
                   AND WS-TODAY-INT - FUNCTION INTEGER-OF-DATE(
                       WS-OR-CLOSED(WS-ORD-SUB)) LESS 7
                   MOVE SPACES TO BACKLOG-RECORD
                   STRING WS-OR-NUMBER(WS-ORD-SUB) '  '
                       WS-OR-JOB(WS-ORD-SUB) ' CLOSED '
                       WS-OR-CLOSED(WS-ORD-SUB) ' BY '
                       WS-OR-CLOSED-BY(WS-ORD-SUB) '  '
                       WS-OR-KEY(WS-ORD-SUB) ' '
                       WS-OR-NOTE(WS-ORD-SUB)
                       DELIMITED BY SIZE INTO BACKLOG-RECORD
                   END-STRING
                   IF WS-OR-RESET(WS-ORD-SUB) EQUAL 'P'
                       MOVE 'WEAR RESET POSTED'
                           TO BACKLOG-RECORD(115:17)
                   END-IF
                   WRITE BACKLOG-RECORD
               END-IF
           END-PERFORM
           IF WS-BKT-CLOSED-WK(4) EQUAL 0
               MOVE '  NONE' TO BACKLOG-RECORD
               WRITE BACKLOG-RECORD
           END-IF
           CLOSE BACKLOG-FILE
           .
       5000-EXIT.
           EXIT.

       5100-AGE-ONE.

           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB GREATER WS-SRC-CNT
               IF WS-SRC-JOB(WS-BKT-SUB) EQUAL WS-OR-JOB(WS-ORD-SUB)
                   PERFORM 5150-COUNT-ONE THRU 5150-EXIT
               END-IF
           END-PERFORM
           MOVE 4 TO WS-BKT-SUB
           PERFORM 5150-COUNT-ONE THRU 5150-EXIT
           .
       5100-EXIT.
           EXIT.

       5150-COUNT-ONE.

           IF WS-OR-STATUS(WS-ORD-SUB) EQUAL 'C'
               IF WS-TODAY-INT - FUNCTION INTEGER-OF-DATE(
                       WS-OR-CLOSED(WS-ORD-SUB)) LESS 7
                   ADD 1 TO WS-BKT-CLOSED-WK(WS-BKT-SUB)
               END-IF
               GO TO 5150-EXIT
           END-IF
           ADD 1 TO WS-BKT-OPEN(WS-BKT-SUB)
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(WS-OR-OPENED(WS-ORD-SUB))
           EVALUATE TRUE
               WHEN WS-AGE-DAYS NOT GREATER 7
                   ADD 1 TO WS-BKT-0-7(WS-BKT-SUB)
               WHEN WS-AGE-DAYS NOT GREATER 30
                   ADD 1 TO WS-BKT-8-30(WS-BKT-SUB)
               WHEN WS-AGE-DAYS NOT GREATER 90
                   ADD 1 TO WS-BKT-31-90(WS-BKT-SUB)
               WHEN OTHER
                   ADD 1 TO WS-BKT-OVER-90(WS-BKT-SUB)
           END-EVALUATE
           .
       5150-EXIT.
           EXIT.

      ***************************************************************
      * PICK THE NEXT OPEN ORDER: LOWEST PRIORITY NUMBER, THEN THE   *
      * OLDEST                                                       *
      ***************************************************************
       5200-PICK-NEXT.

           MOVE 0 TO WS-BEST-SUB
           PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
                   UNTIL WS-RANK-SUB GREATER WS-ORD-CNT
               IF WS-OR-STATUS(WS-RANK-SUB) EQUAL 'O'
                   AND WS-OR-PICKED(WS-RANK-SUB) EQUAL 'N'
                   IF WS-BEST-SUB EQUAL 0
                       MOVE WS-RANK-SUB TO WS-BEST-SUB
                   ELSE
                       IF WS-OR-PRIORITY(WS-RANK-SUB) LESS
                               WS-OR-PRIORITY(WS-BEST-SUB)
                           OR (WS-OR-PRIORITY(WS-RANK-SUB) EQUAL
                                   WS-OR-PRIORITY(WS-BEST-SUB)
                               AND WS-OR-OPENED(WS-RANK-SUB) LESS
                                   WS-OR-OPENED(WS-BEST-SUB))
                           MOVE WS-RANK-SUB TO WS-BEST-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST-SUB EQUAL 0
               GO TO 5200-EXIT
           END-IF
           MOVE 'Y' TO WS-OR-PICKED(WS-BEST-SUB)
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(WS-OR-OPENED(WS-BEST-SUB))
           MOVE WS-OR-NUMBER(WS-BEST-SUB)    TO WS-OL-NUMBER
           MOVE WS-OR-PRIORITY(WS-BEST-SUB)  TO WS-OL-PRIORITY
           MOVE WS-AGE-DAYS                  TO WS-OL-AGE
           MOVE WS-OR-JOB(WS-BEST-SUB)       TO WS-OL-JOB
           MOVE WS-OR-LAST-SEEN(WS-BEST-SUB) TO WS-OL-LAST-SEEN
           MOVE WS-OR-SEEN-CNT(WS-BEST-SUB)  TO WS-OL-SEEN
           MOVE WS-OR-KEY(WS-BEST-SUB)       TO WS-OL-KEY
           MOVE WS-OR-LOCATION(WS-BEST-SUB)  TO WS-OL-LOCATION
           MOVE WS-ORDER-LINE TO BACKLOG-RECORD
           WRITE BACKLOG-RECORD
           MOVE SPACES TO BACKLOG-RECORD
           STRING '                   ' WS-OR-DETAIL(WS-BEST-SUB) ' '
               WS-OR-NOTE(WS-BEST-SUB)
               DELIMITED BY SIZE INTO BACKLOG-RECORD
           END-STRING
           WRITE BACKLOG-RECORD
           .
       5200-EXIT.
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
           MOVE 0 TO WS-DIGIT-ACC
           MOVE 1 TO WS-DIGIT-SUB
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
