               ASSIGN TO 'MAP-CHANGES-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-CHG-REPORT-FST.
      *    LOOP-CAUSING OBSTACLE PROPOSALS - WRITTEN BY THE OBSTACLE
      *    SWEEP WHEN THE PROPOSAL PARAMETER IS ON, RANKED BY HOW
      *    EARLY IN THE PATROL EACH ONE TRAPS THE GUARD.  A FACILITIES
      *    SUPERVISOR MARKS THE ONES TO PLACE ('A' IN COLUMN 23, OWN
      *    OPERATOR ID IN COLUMNS 25-32); THE NEXT RUN APPLIES THE
      *    MARKED ONES AS MAP CHANGES, APPENDS THEM TO MAP-CHANGES.TXT
      *    AND RETIRES THE FILE AS MAP-PROPOSALS-USED.TXT.
      *      COLS  1-8   MAP-CHANGE TRANSACTION (ROW, COL, OLD, NEW)
      *      COLS 10-14  RANK
      *      COLS 16-21  PATROL STEP AT WHICH THE LOOP CLOSES
      *      COL  23     SUPERVISOR MARK (A = ACCEPT)
      *      COLS 25-32  APPROVING OPERATOR ID
           SELECT OPTIONAL MAP-PROPOSAL-FILE
               ASSIGN TO 'MAP-PROPOSALS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-PROPOSAL-FST.
      *    RUN-AUTHORIZATION MASTER - WHICH OPERATORS MAY RUN THIS
      *    LONG JOB OUTSIDE THE BATCH WINDOW.  MISSING FILE MEANS
      *    NOBODY IS, WHICH IS WHAT THE AUDITORS ASKED FOR.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-LOG-FST.

      *    INPUT FINGERPRINT LEFT BY THE SHELL'S cksum STEP, IN THE
      *    JOB'S OWN FOLDER SO CONCURRENT BATCH STREAMS NEVER SHARE IT
           SELECT OPTIONAL FP-FLAG-FILE ASSIGN TO 'AOC-FP.FLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FP-FLAG-FST.
      *    OPERATOR STOP REQUEST - PRESENCE ALONE IS THE SIGNAL
       01  TRACE-RECORD                          PIC X(100).

       FD  CHECKPOINT-FILE
           RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CHECKPOINT-RECORD.
           05 CKPT-ROW                           PIC 9(3).
           05 CKPT-COL                           PIC 9(3).
           05 CKPT-OUTCOME                       PIC X(1).
           05 CKPT-TRAP-STEP                     PIC 9(6).

       FD  COVERAGE-REPORT-FILE
           RECORD CONTAINS 140 CHARACTERS
           05 CHG-OLD                            PIC X(1).
           05 CHG-NEW                            PIC X(1).

       FD  MAP-PROPOSAL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MAP-PROPOSAL-RECORD.
       01  MAP-PROPOSAL-RECORD.
           05 PRP-CHANGE                         PIC X(8).
           05 FILLER                             PIC X(1).
           05 PRP-RANK                           PIC 9(5).
           05 FILLER                             PIC X(1).
           05 PRP-STEP                           PIC 9(6).
           05 FILLER                             PIC X(1).
           05 PRP-MARK                           PIC X(1).
           05 FILLER                             PIC X(1).
           05 PRP-APPROVER                       PIC X(8).
           05 FILLER                             PIC X(48).

       FD  MAP-CHG-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           88 QUIET-MODE                                    VALUE 'N'.
       01  WS-TRACE-LINE                          PIC X(100).

      *    OBSTACLE-PROPOSAL CONTROL FLAG - WRITES THE RANKED
      *    MAP-PROPOSALS.TXT FROM THE OBSTACLE SWEEP
       01  WS-PROPOSE-FLAG                        PIC X(1) VALUE 'N'.
           88 PROPOSE-MODE                                  VALUE 'Y'.

      *    OBSTACLE-SCAN CHECKPOINT/RESTART TABLE - RECORDS WHICH
      *    CANDIDATE CELLS HAVE ALREADY BEEN TESTED SO A KILLED RUN
      *    CAN RESUME WITHOUT RE-TESTING THEM
       01  WS-AUTH-JOB-NAME                       PIC X(5)
           VALUE 'DAY06'.
       01  WS-AUTH-HIT                            PIC 9(2).
       01  WS-AUTH-CHECK-ID                       PIC X(8).
       01  WS-AUTH-DATE                           PIC 9(8).
       01  WS-AUTH-TIME                           PIC 9(8).

       01  WS-ACTIVE-CNT                          PIC 9(1).
       01  WS-TICK                                PIC 9(6) VALUE 0.
       01  WS-MEET-CNT                            PIC 9(2) VALUE 0.
      *    SINGLE-GUARD CLOSED-PATROL DETECTION - ONE MARK PER CELL
      *    PER FACING (^ > V <).  A STATE SEEN TWICE MEANS THE GUARD
      *    NEVER LEAVES THE MAP, WHICH IS WHAT A PLACED LOOP-CAUSING
      *    OBSTACLE IS FOR, SO THE PATROL ENDS THERE INSTEAD OF
      *    RUNNING OUT THE TICK LIMIT.
       01  WS-GSTATE-ARR.
           05 WS-GSTATE-ROW OCCURS 130 TIMES.
               10 WS-GSTATE-CELL OCCURS 140 TIMES.
                   15 WS-GSTATE-DIR OCCURS 4 TIMES PIC X(1).
       01  WS-GSTATE-IDX                          PIC 9(1).
       01  WS-PATROL-CLOSED-FLAG                  PIC X(1) VALUE 'N'.
           88 PATROL-CLOSED                                VALUE 'Y'.
       01  WS-MEET-TABLE.
           05 WS-MEET OCCURS 20 TIMES.
               10 WS-MEET-TICK                    PIC 9(6).
       01  WS-CHG-COL-N                          PIC 9(3).
       01  WS-CHG-APPLIED-CNT                    PIC 9(4) VALUE 0.
       01  WS-CHG-REJECTED-CNT                   PIC 9(4) VALUE 0.
       01  WS-CHG-APPLIED-BEFORE                 PIC 9(4).
       01  WS-MAT-SUB                            PIC 9(3).

      *    LOOP-CAUSING OBSTACLE PROPOSAL FIELDS
       01  WS-MAP-PROPOSAL-FST                   PIC X(2) VALUE '00'.
       01  WS-PROPOSAL-EOF                       PIC X(1) VALUE 'N'.
           88 PROPOSAL-EOF                                VALUE 'Y'.
           88 NOT-PROPOSAL-EOF                            VALUE 'N'.
       01  WS-PROP-TABLE.
           05 WS-PROP-ENTRY OCCURS 5000 TIMES.
               10 WS-PROP-STEP                   PIC 9(6).
               10 WS-PROP-ROW                    PIC 9(3).
               10 WS-PROP-COL                    PIC 9(3).
       01  WS-PROP-SWAP                          PIC X(12).
       01  WS-PROP-CNT                           PIC 9(5) VALUE 0.
       01  WS-PROP-SUB                           PIC 9(5).
       01  WS-PROP-SUB2                          PIC 9(5).
       01  WS-PROP-BEST                          PIC 9(5).
       01  WS-PROP-FULL                          PIC X(1) VALUE 'N'.
       01  WS-TRAP-STEP                          PIC 9(6).
       01  WS-PRP-ROW-N                          PIC 9(3).
       01  WS-PRP-COL-N                          PIC 9(3).
       01  WS-PRP-MARKED-CNT                     PIC 9(4) VALUE 0.
       01  WS-PRP-APPLIED-CNT                    PIC 9(4) VALUE 0.
       01  WS-PRP-REFUSED-CNT                    PIC 9(4) VALUE 0.
       01  WS-PRP-RETIRE-CMD                     PIC X(60) VALUE
           'mv -f MAP-PROPOSALS.TXT MAP-PROPOSALS-USED.TXT'.

      *    CHECKPOINT-STAMP FIELDS
       01  WS-CKPT-STAMP-FST                      PIC X(2) VALUE '00'.
       01  WS-STAMP-EOF                           PIC X(1) VALUE 'N'.
           'rm -f GG-CHECKPOINT.TXT GG-CHECKPOINT-STAMP.TXT'.


       COPY MPRCTL.

       COPY RPTCTL REPLACING LEADING ==RPT-== BY ==TRC-==.

               UNTIL END-OF-FILE
           PERFORM 3000-FIND-STARTING-POS     THRU 3000-EXIT
           PERFORM 4000-WALK-GUARD            THRU 4000-EXIT
           EVALUATE TRUE
               WHEN PATROL-CLOSED
                   DISPLAY 'AOC0622I OBSTACLE SEARCH DOES NOT APPLY TO'
                       ' A CLOSED PATROL - SKIPPED'
               WHEN WS-GUARD-CNT EQUAL 1
                   PERFORM 2500-READ-CHECKPOINT   THRU 2500-EXIT
                   PERFORM 5000-PLACE-OBSTACLES   THRU 5000-EXIT
               WHEN OTHER
                   DISPLAY 'AOC0697I OBSTACLE SEARCH APPLIES TO'
                       ' SINGLE-GUARD PATROLS ONLY - SKIPPED'
           END-EVALUATE
           PERFORM 8000-DISPLAY-RESULTS       THRU 8000-EXIT
           PERFORM 8300-COVERAGE-ANALYSIS     THRU 8300-EXIT
           IF SHOW-MAP
               END-READ
           END-PERFORM
           CLOSE MAP-CHANGES-FILE
           PERFORM 1960-APPLY-PROPOSALS THRU 1960-EXIT

           MOVE SPACES TO MAP-CHG-REPORT-RECORD
           STRING 'APPLIED ' WS-CHG-APPLIED-CNT
       1950-EXIT.
           EXIT.

      ****************************************************************
      * APPLY THE OBSTACLE PROPOSALS A FACILITIES SUPERVISOR HAS      *
      * MARKED FOR PLACEMENT.  EACH MARKED PROPOSAL MUST NAME AN      *
      * APPROVER WHO IS LISTED IN ../OPERATOR-AUTH.TXT FOR DAY06 (OR  *
      * 'ALL'); IT THEN GOES THROUGH THE SAME VERIFY-AND-APPLY AS ANY *
      * OTHER MAP CHANGE AND, ONCE APPLIED, IS APPENDED TO            *
      * MAP-CHANGES.TXT SO THE PLACEMENT STAYS ON THE MAP FROM NOW    *
      * ON.  A FILE WITH ANY MARKS IS RETIRED AS                      *
      * MAP-PROPOSALS-USED.TXT SO IT CAN NEVER BE APPLIED TWICE.      *
      ****************************************************************
       1960-APPLY-PROPOSALS.

           OPEN INPUT MAP-PROPOSAL-FILE
           IF WS-MAP-PROPOSAL-FST EQUAL '05'
               CLOSE MAP-PROPOSAL-FILE
               GO TO 1960-EXIT
           END-IF
           MOVE 'MAP-PROPOSAL-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-MAP-PROPOSAL-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           OPEN EXTEND MAP-CHANGES-FILE
           MOVE 'MAP-CHANGES-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-MAP-CHANGES-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           SET NOT-PROPOSAL-EOF TO TRUE
           PERFORM UNTIL PROPOSAL-EOF
               READ MAP-PROPOSAL-FILE
                   AT END
                       SET PROPOSAL-EOF TO TRUE
                   NOT AT END
                       PERFORM 1970-APPLY-ONE-PROPOSAL
                           THRU 1970-EXIT
               END-READ
           END-PERFORM
           CLOSE MAP-PROPOSAL-FILE
           CLOSE MAP-CHANGES-FILE
           IF WS-PRP-MARKED-CNT GREATER 0
               CALL 'SYSTEM' USING WS-PRP-RETIRE-CMD
               DISPLAY 'AOC0617I OBSTACLE PROPOSALS: '
                   WS-PRP-APPLIED-CNT ' PLACED, '
                   WS-PRP-REFUSED-CNT ' REFUSED (APPROVER NOT'
                   ' AUTHORIZED)'
           END-IF
           .
       1960-EXIT.
           EXIT.

      ****************************************************************
      * CHECK AND APPLY ONE MARKED OBSTACLE PROPOSAL                  *
      ****************************************************************
       1970-APPLY-ONE-PROPOSAL.

           IF MAP-PROPOSAL-RECORD(1:1) EQUAL '*'
               OR PRP-MARK NOT EQUAL 'A'
               GO TO 1970-EXIT
           END-IF
           ADD 1 TO WS-PRP-MARKED-CNT
           MOVE PRP-CHANGE TO MAP-CHANGE-RECORD
           MOVE PRP-APPROVER TO WS-AUTH-CHECK-ID
           MOVE 'N' TO WS-AUTHORIZED
           IF WS-AUTH-CHECK-ID NOT EQUAL SPACES
               PERFORM 1085-LOOKUP-AUTHORITY THRU 1085-EXIT
           END-IF
           IF WS-AUTHORIZED NOT EQUAL 'Y'
               ADD 1 TO WS-PRP-REFUSED-CNT
               ADD 1 TO WS-CHG-REJECTED-CNT
               MOVE SPACES TO MAP-CHG-REPORT-RECORD
               STRING 'REJECTED (APPROVER NOT AUTHORIZED) '
                   MAP-CHANGE-RECORD ' BY ' PRP-APPROVER
                   DELIMITED BY SIZE
                   INTO MAP-CHG-REPORT-RECORD
               END-STRING
               WRITE MAP-CHG-REPORT-RECORD
               ACCEPT WS-AUTH-DATE FROM DATE YYYYMMDD
               ACCEPT WS-AUTH-TIME FROM TIME
               MOVE SPACES TO AUTH-LOG-RECORD
               STRING WS-AUTH-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AUTH-TIME DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   PRP-APPROVER DELIMITED BY SIZE
                   ' DAY06 PROPOSAL ' DELIMITED BY SIZE
                   MAP-CHANGE-RECORD DELIMITED BY SIZE
                   ' REFUSED' DELIMITED BY SIZE
                   INTO AUTH-LOG-RECORD
               END-STRING
               OPEN EXTEND AUTH-LOG-FILE
               WRITE AUTH-LOG-RECORD
               CLOSE AUTH-LOG-FILE
               GO TO 1970-EXIT
           END-IF
           MOVE WS-CHG-APPLIED-CNT TO WS-CHG-APPLIED-BEFORE
           PERFORM 1950-APPLY-ONE-CHANGE THRU 1950-EXIT
           IF WS-CHG-APPLIED-CNT GREATER WS-CHG-APPLIED-BEFORE
               ADD 1 TO WS-PRP-APPLIED-CNT
               WRITE MAP-CHANGE-RECORD
               MOVE 'MAP-CHANGES-FILE' TO WS-FST-FILE-NAME
               MOVE 'WRITE' TO WS-FST-OPERATION
               MOVE WS-MAP-CHANGES-FST TO WS-FST-STATUS
               PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           END-IF
           .
       1970-EXIT.
           EXIT.

      ****************************************************************
      * OPEN FILE                                                    *
      ****************************************************************
       1040-GET-FINGERPRINT.

           MOVE SPACES TO WS-FP-COMMAND
           STRING 'rm -f AOC-FP.FLG ; if [ -f INFILE.TXT ] ;'
                   DELIMITED BY SIZE
               ' then cksum < INFILE.TXT ; else echo 0 0 ; fi'
                   DELIMITED BY SIZE
               ' > AOC-FP.FLG' DELIMITED BY SIZE
               INTO WS-FP-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-FP-COMMAND
           IF WS-BATCH-FLAG EQUAL 'Y'
               GO TO 1080-EXIT
           END-IF
           MOVE WS-OPERATOR-ID TO WS-AUTH-CHECK-ID
           PERFORM 1085-LOOKUP-AUTHORITY THRU 1085-EXIT
           IF WS-AUTHORIZED NOT EQUAL 'Y'
               DISPLAY 'AOC0691E OPERATOR ' WS-OPERATOR-ID
                   ' NOT AUTHORIZED TO RUN DAY06 OUTSIDE THE'
                   ' BATCH WINDOW - REFUSED'
               PERFORM 1090-LOG-REFUSAL THRU 1090-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       1080-EXIT.
           EXIT.

      ****************************************************************
      * IS WS-AUTH-CHECK-ID LISTED IN ../OPERATOR-AUTH.TXT FOR DAY06  *
      * (OR 'ALL')?  ANSWERS IN WS-AUTHORIZED.                        *
      ****************************************************************
       1085-LOOKUP-AUTHORITY.

           MOVE 'N' TO WS-AUTHORIZED
           OPEN INPUT AUTH-FILE
           SET NOT-AUTH-EOF TO TRUE
                       SET AUTH-EOF TO TRUE
                   NOT AT END
                       IF AUTH-RECORD(1:1) NOT EQUAL '*'
                           AND AUTH-RECORD(1:8) EQUAL WS-AUTH-CHECK-ID
                           MOVE 0 TO WS-AUTH-HIT
                           INSPECT AUTH-RECORD(9:72)
                               TALLYING WS-AUTH-HIT FOR ALL 'ALL'
               END-READ
           END-PERFORM
           CLOSE AUTH-FILE
           .
       1085-EXIT.
           EXIT.

       1090-LOG-REFUSAL.
           IF WS-CTL-DATA(2:1) EQUAL 'Y'
               SET VERBOSE-MODE TO TRUE
           END-IF
           IF WS-CTL-DATA(3:1) EQUAL 'Y'
               SET PROPOSE-MODE TO TRUE
           END-IF
           DISPLAY 'AOC0601I EFFECTIVE PARAMETERS (' WS-PARM-SOURCE
               '): SHOW-MAP=' WS-SHOW-MAP-FLAG
               ' VERBOSE=' WS-VERBOSE-FLAG
               ' PROPOSE=' WS-PROPOSE-FLAG
           .
       1500-EXIT.
           EXIT.
                           WS-CKPT(CKPT-ROW)(CKPT-COL:1)
                       IF CKPT-OUTCOME EQUAL 'Y'
                           ADD 1 TO WS-OBSTACLES-PLACED
      *                    AN OLDER CHECKPOINT LINE CARRIES NO TRAP
      *                    STEP - IT RANKS LAST AMONG THE PROPOSALS
                           IF CKPT-TRAP-STEP NOT NUMERIC
                               MOVE 999999 TO CKPT-TRAP-STEP
                           END-IF
                           MOVE CKPT-ROW TO WS-PRP-ROW-N
                           MOVE CKPT-COL TO WS-PRP-COL-N
                           MOVE CKPT-TRAP-STEP TO WS-TRAP-STEP
                           PERFORM 5060-NOTE-PROPOSAL THRU 5060-EXIT
                       END-IF
               END-READ
               MOVE 'CHECKPOINT-FILE' TO WS-FST-FILE-NAME
           MOVE ZEROS  TO WS-FVI-ARR
           MOVE ZEROS  TO WS-COVER-ARR
           MOVE SPACES TO WS-GVIS-TABLE
           MOVE SPACES TO WS-GSTATE-ARR
           MOVE 0 TO WS-GUARD-CNT
           PERFORM VARYING WS-MAP-ARR-SUB FROM 1 BY 1
                   UNTIL WS-MAP-ARR-SUB GREATER WS-ARR-LENGTH
           MOVE WS-G-ROW(WS-CUR-GUARD) TO WS-MAP-ARR-SUB
           MOVE WS-G-COL(WS-CUR-GUARD) TO WS-MAP-SUB-CHAR
           MOVE WS-G-DIR(WS-CUR-GUARD) TO WS-DIRECTION
           IF WS-GUARD-CNT EQUAL 1
               PERFORM 4060-CHECK-CLOSED-PATROL THRU 4060-EXIT
               IF PATROL-CLOSED
                   GO TO 4050-EXIT
               END-IF
           END-IF
           MOVE WS-MAP-ARR-SUB  TO WS-MAP-ARR-SUB-ORIG
           MOVE WS-MAP-SUB-CHAR TO WS-MAP-SUB-CHAR-ORIG
           EVALUATE TRUE
       4050-EXIT.
           EXIT.

      *****************************************************************
      * A SINGLE GUARD BACK IN A (CELL, FACING) STATE ALREADY WALKED  *
      * IS ON A CLOSED PATROL - END THE WALK THERE                    *
      *****************************************************************
       4060-CHECK-CLOSED-PATROL.

           EVALUATE TRUE
               WHEN DIR-UP
                   MOVE 1 TO WS-GSTATE-IDX
               WHEN DIR-RIGHT
                   MOVE 2 TO WS-GSTATE-IDX
               WHEN DIR-DOWN
                   MOVE 3 TO WS-GSTATE-IDX
               WHEN OTHER
                   MOVE 4 TO WS-GSTATE-IDX
           END-EVALUATE
           IF WS-GSTATE-DIR(WS-MAP-ARR-SUB WS-MAP-SUB-CHAR
                   WS-GSTATE-IDX) EQUAL 'Y'
               SET PATROL-CLOSED TO TRUE
               PERFORM 4070-LEAVE-MAP THRU 4070-EXIT
               DISPLAY 'AOC0621I PATROL IS A CLOSED LOOP - THE GUARD'
                   ' NEVER LEAVES THE MAP'
           ELSE
               MOVE 'Y' TO WS-GSTATE-DIR(WS-MAP-ARR-SUB
                   WS-MAP-SUB-CHAR WS-GSTATE-IDX)
           END-IF
           .
       4060-EXIT.
           EXIT.

       4070-LEAVE-MAP.

           MOVE 'N' TO WS-G-ACTIVE(WS-CUR-GUARD)
                             THRU 5050-EXIT

                         PERFORM 5100-WALK-WITH-OBST    THRU 5100-EXIT
                         MOVE 0 TO WS-TRAP-STEP
                         IF WS-LOOP-OUTCOME EQUAL 'Y'
                             IF WS-FVI-COL(WS-VIS-ARR-SUB
                                     WS-VIS-SUB-CHAR) LESS 2
                                 MOVE WS-STEP-CNT TO WS-TRAP-STEP
                             ELSE
                                 COMPUTE WS-TRAP-STEP =
                                     WS-RESUME-IDX + WS-STEP-CNT
                             END-IF
                             MOVE WS-VIS-ARR-SUB  TO WS-PRP-ROW-N
                             MOVE WS-VIS-SUB-CHAR TO WS-PRP-COL-N
                             PERFORM 5060-NOTE-PROPOSAL
                                 THRU 5060-EXIT
                         END-IF
                         MOVE WS-VISITED-ARR-BKUP TO WS-VISITED-ARR
                         MOVE '.'
                            TO WS-MAP(WS-VIS-ARR-SUB)(WS-VIS-SUB-CHAR:1)
                         MOVE WS-VIS-ARR-SUB  TO CKPT-ROW
                         MOVE WS-VIS-SUB-CHAR TO CKPT-COL
                         MOVE WS-LOOP-OUTCOME TO CKPT-OUTCOME
                         MOVE WS-TRAP-STEP TO CKPT-TRAP-STEP
                         WRITE CHECKPOINT-RECORD
                         MOVE 'CHECKPOINT-FILE' TO WS-FST-FILE-NAME
                         MOVE 'WRITE' TO WS-FST-OPERATION
                   THRU 5080-EXIT
               CLOSE TRACE-REPORT-FILE
           END-IF
           IF PROPOSE-MODE
               IF STOP-REQUESTED
                   DISPLAY 'AOC0619W OBSTACLE SWEEP STOPPED - NO'
                       ' PROPOSALS WRITTEN THIS RUN'
               ELSE
                   PERFORM 5200-WRITE-PROPOSALS THRU 5200-EXIT
               END-IF
           END-IF
           .
       5000-EXIT.
           EXIT.

      *****************************************************************
      * REMEMBER ONE LOOP-CAUSING OBSTACLE POSITION AND THE PATROL    *
      * STEP AT WHICH IT TRAPS THE GUARD, FOR THE PROPOSAL FILE       *
      *****************************************************************
       5060-NOTE-PROPOSAL.

           IF WS-PROP-CNT NOT LESS 5000
               IF WS-PROP-FULL NOT EQUAL 'Y'
                   MOVE 'Y' TO WS-PROP-FULL
                   DISPLAY 'AOC0618W PROPOSAL TABLE FULL - FURTHER'
                       ' LOOP POSITIONS NOT PROPOSED'
               END-IF
               GO TO 5060-EXIT
           END-IF
           ADD 1 TO WS-PROP-CNT
           MOVE WS-PRP-ROW-N TO WS-PROP-ROW(WS-PROP-CNT)
           MOVE WS-PRP-COL-N TO WS-PROP-COL(WS-PROP-CNT)
           MOVE WS-TRAP-STEP TO WS-PROP-STEP(WS-PROP-CNT)
           .
       5060-EXIT.
           EXIT.

      *****************************************************************
      * RANK THE LOOP-CAUSING POSITIONS EARLIEST TRAP FIRST (THEN ROW,*
      * THEN COLUMN) AND WRITE THEM AS PROPOSED MAP-CHANGE            *
      * TRANSACTIONS FOR THE FACILITIES SUPERVISOR TO MARK            *
      *****************************************************************
       5200-WRITE-PROPOSALS.

           PERFORM VARYING WS-PROP-SUB FROM 1 BY 1
                   UNTIL WS-PROP-SUB GREATER WS-PROP-CNT
               MOVE WS-PROP-SUB TO WS-PROP-BEST
               COMPUTE WS-PROP-SUB2 = WS-PROP-SUB + 1
               PERFORM UNTIL WS-PROP-SUB2 GREATER WS-PROP-CNT
                   IF WS-PROP-ENTRY(WS-PROP-SUB2) LESS
                           WS-PROP-ENTRY(WS-PROP-BEST)
                       MOVE WS-PROP-SUB2 TO WS-PROP-BEST
                   END-IF
                   ADD 1 TO WS-PROP-SUB2
               END-PERFORM
               IF WS-PROP-BEST NOT EQUAL WS-PROP-SUB
                   MOVE WS-PROP-ENTRY(WS-PROP-SUB) TO WS-PROP-SWAP
                   MOVE WS-PROP-ENTRY(WS-PROP-BEST)
                       TO WS-PROP-ENTRY(WS-PROP-SUB)
                   MOVE WS-PROP-SWAP TO WS-PROP-ENTRY(WS-PROP-BEST)
               END-IF
           END-PERFORM

           OPEN OUTPUT MAP-PROPOSAL-FILE
           MOVE 'MAP-PROPOSAL-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-MAP-PROPOSAL-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           MOVE '* GUARD-GALLIVANT LOOP-CAUSING OBSTACLE PROPOSALS'
               TO MAP-PROPOSAL-RECORD
           WRITE MAP-PROPOSAL-RECORD
           MOVE '* MARK A IN COL 23 AND YOUR OPERATOR ID IN COLS 25-32'
               TO MAP-PROPOSAL-RECORD
           WRITE MAP-PROPOSAL-RECORD
           MOVE '*RRCCCON RANK  STEP    M APPROVER'
               TO MAP-PROPOSAL-RECORD
           WRITE MAP-PROPOSAL-RECORD
           PERFORM VARYING WS-PROP-SUB FROM 1 BY 1
                   UNTIL WS-PROP-SUB GREATER WS-PROP-CNT
               MOVE SPACES TO MAP-PROPOSAL-RECORD
               MOVE WS-PROP-ROW(WS-PROP-SUB) TO CHG-ROW
               MOVE WS-PROP-COL(WS-PROP-SUB) TO CHG-COL
               MOVE '.' TO CHG-OLD
               MOVE '#' TO CHG-NEW
               MOVE MAP-CHANGE-RECORD TO PRP-CHANGE
               MOVE WS-PROP-SUB TO PRP-RANK
               MOVE WS-PROP-STEP(WS-PROP-SUB) TO PRP-STEP
               WRITE MAP-PROPOSAL-RECORD
               MOVE 'MAP-PROPOSAL-FILE' TO WS-FST-FILE-NAME
               MOVE 'WRITE' TO WS-FST-OPERATION
               MOVE WS-MAP-PROPOSAL-FST TO WS-FST-STATUS
               PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           END-PERFORM
           CLOSE MAP-PROPOSAL-FILE
           DISPLAY 'AOC0620I ' WS-PROP-CNT ' OBSTACLE PROPOSALS'
               ' WRITTEN TO MAP-PROPOSALS.TXT'
           .
       5200-EXIT.
           EXIT.

      *****************************************************************
      * WRITE ONE STEP-BY-STEP LINE OF THE OBSTACLE-SEARCH TRACE      *
      * REPORT FOR THE CANDIDATE CELL JUST TESTED, IN PLACE OF THE    *

      *****************************************************************
      * RENDER THE VISITED-CELL GRID AS A CHARACTER MAP REPORT SO THE *
      * GUARD'S PATROL PATH CAN BE VISUALLY CONFIRMED.  THE GRID IS   *
      * TILED INTO PAGE-SIZED PANELS BY THE SHARED MAP PRINTER.       *
      *****************************************************************
       8100-DISPLAY-MAP.

           OPEN OUTPUT MAP-REPORT-FILE
           MOVE 'MAP-REPORT-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-MAP-REPORT-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           MOVE 'INIT' TO MPR-OP
           MOVE 'GUARD-GALLIVANT' TO MPR-PROGRAM
           MOVE 'VISITED-PATH MAP REPORT' TO MPR-TITLE
           MOVE WS-CTL-DATA TO MPR-PARMS
           MOVE 60 TO MPR-PAGE-SIZE
           MOVE 0 TO MPR-PAGE-WIDTH MPR-ROW-STEP
           CALL 'AOC-MAPPRINT' USING MPR-CTL
           MOVE 'LGND' TO MPR-OP
           MOVE '#' TO MPR-SYMBOL
           MOVE 'OBSTRUCTION' TO MPR-MEANING
           CALL 'AOC-MAPPRINT' USING MPR-CTL
           MOVE 'X' TO MPR-SYMBOL
           MOVE 'CELL VISITED ON PATROL' TO MPR-MEANING
           CALL 'AOC-MAPPRINT' USING MPR-CTL
           MOVE '.' TO MPR-SYMBOL
           MOVE 'OPEN FLOOR, NEVER VISITED' TO MPR-MEANING
           CALL 'AOC-MAPPRINT' USING MPR-CTL
           MOVE 1 TO WS-VIS-ARR-SUB
           PERFORM UNTIL WS-VIS-ARR-SUB GREATER WS-ARR-LENGTH
               MOVE SPACES TO MPR-ROW
               MOVE 1 TO WS-VIS-SUB-CHAR
               PERFORM UNTIL WS-VIS-SUB-CHAR GREATER WS-ARR-LENGTH
                   IF WS-VISITED(WS-VIS-ARR-SUB)(WS-VIS-SUB-CHAR:1)
                           EQUAL '1'
                       MOVE 'X' TO MPR-ROW(WS-VIS-SUB-CHAR:1)
                   ELSE
                       MOVE WS-MAP(WS-VIS-ARR-SUB)(WS-VIS-SUB-CHAR:1)
                           TO MPR-ROW(WS-VIS-SUB-CHAR:1)
                   END-IF
                   ADD 1 TO WS-VIS-SUB-CHAR
               END-PERFORM
               MOVE 'ROW ' TO MPR-OP
               MOVE WS-ARR-LENGTH TO MPR-ROW-LEN
               CALL 'AOC-MAPPRINT' USING MPR-CTL
               ADD 1 TO WS-VIS-ARR-SUB
           END-PERFORM
           PERFORM 8150-PUT-MAP-PAGES
               THRU 8150-EXIT
           CLOSE MAP-REPORT-FILE
           .
           END-PERFORM

           MOVE 'LINE' TO COV-OP
           MOVE 'NEVER-VISITED MAP FOLLOWS (U = GAP, DIGIT = CROSSINGS)'
               TO COV-DETAIL
           PERFORM 8360-PUT-COVERAGE-LINE THRU 8360-EXIT
           MOVE 'END ' TO COV-OP
           PERFORM 8360-PUT-COVERAGE-LINE THRU 8360-EXIT

      *    THE NEVER-VISITED MAP ITSELF GOES THROUGH THE MAP PRINTER
           MOVE 'INIT' TO MPR-OP
           MOVE 'GUARD-GALLIVANT' TO MPR-PROGRAM
           MOVE 'NEVER-VISITED MAP' TO MPR-TITLE
           MOVE WS-CTL-DATA TO MPR-PARMS
           MOVE 60 TO MPR-PAGE-SIZE
           MOVE 0 TO MPR-PAGE-WIDTH MPR-ROW-STEP
           CALL 'AOC-MAPPRINT' USING MPR-CTL
           MOVE 'LGND' TO MPR-OP
           MOVE '#' TO MPR-SYMBOL
           MOVE 'OBSTRUCTION' TO MPR-MEANING
           CALL 'AOC-MAPPRINT' USING MPR-CTL
           MOVE 'U' TO MPR-SYMBOL
           MOVE 'OPEN CELL NEVER VISITED (COVERAGE GAP)' TO MPR-MEANING
           CALL 'AOC-MAPPRINT' USING MPR-CTL
           PERFORM VARYING WS-DWELL-DIGIT FROM 1 BY 1
                   UNTIL WS-DWELL-DIGIT EQUAL 9
               MOVE WS-DWELL-DIGIT TO MPR-SYMBOL
               MOVE SPACES TO MPR-MEANING
               STRING 'VISITED - CROSSED ' WS-DWELL-DIGIT ' TIME(S)'
                   DELIMITED BY SIZE
                   INTO MPR-MEANING
               END-STRING
               CALL 'AOC-MAPPRINT' USING MPR-CTL
           END-PERFORM
           MOVE '9' TO MPR-SYMBOL
           MOVE 'VISITED - CROSSED 9 OR MORE TIMES' TO MPR-MEANING
           CALL 'AOC-MAPPRINT' USING MPR-CTL
           PERFORM VARYING WS-COV-ROW-SUB FROM 1 BY 1
                   UNTIL WS-COV-ROW-SUB GREATER WS-ARR-LENGTH
               MOVE SPACES TO MPR-ROW
               PERFORM VARYING WS-COV-COL-SUB FROM 1 BY 1
                       UNTIL WS-COV-COL-SUB GREATER WS-ARR-LENGTH
                   EVALUATE TRUE
                       WHEN WS-MAP(WS-COV-ROW-SUB)
                               (WS-COV-COL-SUB:1) EQUAL '#'
                           MOVE '#' TO MPR-ROW(WS-COV-COL-SUB:1)
                       WHEN WS-VISITED(WS-COV-ROW-SUB)
                               (WS-COV-COL-SUB:1) NOT EQUAL '1'
                           MOVE 'U' TO MPR-ROW(WS-COV-COL-SUB:1)
                       WHEN WS-COVER-CNT(WS-COV-ROW-SUB,
                               WS-COV-COL-SUB) GREATER 9
                           MOVE '9' TO MPR-ROW(WS-COV-COL-SUB:1)
                       WHEN OTHER
                           MOVE WS-COVER-CNT(WS-COV-ROW-SUB,
                               WS-COV-COL-SUB) TO WS-DWELL-DIGIT
                           MOVE WS-DWELL-DIGIT
                               TO MPR-ROW(WS-COV-COL-SUB:1)
                   END-EVALUATE
               END-PERFORM
               MOVE 'ROW ' TO MPR-OP
               MOVE WS-ARR-LENGTH TO MPR-ROW-LEN
               CALL 'AOC-MAPPRINT' USING MPR-CTL
           END-PERFORM
           PERFORM 8370-PUT-COVERAGE-PAGES THRU 8370-EXIT
           CLOSE COVERAGE-REPORT-FILE
           .
       8350-EXIT.
       8360-EXIT.
           EXIT.

      *****************************************************************
      * WRITE THE TILED NEVER-VISITED MAP, A PAGE AT A TIME           *
      *****************************************************************
       8370-PUT-COVERAGE-PAGES.

           MOVE 'PAGE' TO MPR-OP
           PERFORM UNTIL MPR-MAP-DONE
               CALL 'AOC-MAPPRINT' USING MPR-CTL
               MOVE 1 TO MPR-OUT-SUB
               PERFORM UNTIL MPR-OUT-SUB GREATER MPR-OUT-CNT
                   MOVE MPR-OUT-LINE(MPR-OUT-SUB)
                       TO COVERAGE-REPORT-RECORD
                   WRITE COVERAGE-REPORT-RECORD
                   MOVE 'COVERAGE-REPORT-FILE' TO WS-FST-FILE-NAME
                   MOVE 'WRITE' TO WS-FST-OPERATION
                   MOVE WS-COVERAGE-FST TO WS-FST-STATUS
                   PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
                   ADD 1 TO MPR-OUT-SUB
               END-PERFORM
           END-PERFORM
           .
       8370-EXIT.
           EXIT.

      *****************************************************************
      * LOG THIS RUN TO THE SHOP-WIDE RUN LEDGER                      *
      *****************************************************************
       9999-EXIT.
           EXIT.
      ****************************************************************
      * PULL THE TILED MAP FROM THE SHARED MAP PRINTER A PAGE AT A    *
      * TIME, WRITING EVERY LINE OF EACH PAGE, UNTIL THE MAP IS DONE  *
      ****************************************************************
       8150-PUT-MAP-PAGES.

           MOVE 'PAGE' TO MPR-OP
           PERFORM UNTIL MPR-MAP-DONE
               CALL 'AOC-MAPPRINT' USING MPR-CTL
               MOVE 1 TO MPR-OUT-SUB
               PERFORM UNTIL MPR-OUT-SUB GREATER MPR-OUT-CNT
                   MOVE MPR-OUT-LINE(MPR-OUT-SUB)
                       TO MAP-REPORT-RECORD
                   WRITE MAP-REPORT-RECORD
                   MOVE 'MAP-REPORT-FILE' TO WS-FST-FILE-NAME
                   MOVE 'WRITE' TO WS-FST-OPERATION
                   MOVE WS-MAP-REPORT-FST TO WS-FST-STATUS
                   PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
                   ADD 1 TO MPR-OUT-SUB
               END-PERFORM
           END-PERFORM
           .
       8150-EXIT.
               ' OPERATION ' WS-FST-OPERATION
               ' STATUS ' WS-FST-STATUS
           MOVE SPACES TO WS-ABEND-MSG
           STRING 'AOC0690E FILE ERROR ' DELIMITED BY SIZE
               WS-FST-FILE-NAME DELIMITED BY SPACE
               ' ' WS-FST-OPERATION DELIMITED BY SIZE
               ' STATUS ' WS-FST-STATUS DELIMITED BY SIZE
