           SELECT MANIFEST-FILE ASSIGN TO 'BOX-MANIFEST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-FST.
      *    WAREHOUSE SLOT MASTER - ONE RECORD PER GRID CELL THAT HAS
      *    AN AISLE-BAY-SLOT LABEL OR IS RESTRICTED (FIRE LANE, DOCK
      *    DOOR).  WITHOUT THE FILE EVERY BOX IS SIMPLY UNSLOTTED
           SELECT OPTIONAL SLOT-MASTER-FILE
               ASSIGN TO 'SLOT-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-MASTER-FST.
      *    BOXES PUSHED INTO OR THROUGH A RESTRICTED CELL
           SELECT SLOT-EXCEPTION-FILE ASSIGN TO 'SLOT-EXCEPTIONS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-EXCEPTION-FST.
      *    FLOOR PUT-AWAY LIST - THE MANIFEST SORTED BY WAREHOUSE,
      *    AISLE, BAY AND SLOT
           SELECT PUTAWAY-FILE ASSIGN TO 'PUTAWAY-LIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PUTAWAY-FST.
           SELECT SORT-WORK-FILE ASSIGN TO 'SORTWORK'.
           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO 'RUN-LEDGER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LEDGER-FST.
      *    INPUT FINGERPRINT LEFT BY THE SHELL'S cksum STEP, IN THE
      *    JOB'S OWN FOLDER SO CONCURRENT BATCH STREAMS NEVER SHARE IT
           SELECT OPTIONAL FP-FLAG-FILE ASSIGN TO 'AOC-FP.FLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FP-FLAG-FST.

           DATA RECORD IS MANIFEST-RECORD.
       01  MANIFEST-RECORD                        PIC X(132).

       FD  SLOT-MASTER-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SLOT-MASTER-RECORD.
       01  SLOT-MASTER-RECORD.
           05 SMR-WH                              PIC X(2).
           05 SMR-WH-N REDEFINES SMR-WH           PIC 9(2).
           05 FILLER                              PIC X(1).
           05 SMR-ROW                             PIC X(3).
           05 SMR-ROW-N REDEFINES SMR-ROW         PIC 9(3).
           05 FILLER                              PIC X(1).
           05 SMR-COL                             PIC X(3).
           05 SMR-COL-N REDEFINES SMR-COL         PIC 9(3).
           05 FILLER                              PIC X(1).
           05 SMR-AISLE                           PIC X(3).
           05 FILLER                              PIC X(1).
           05 SMR-BAY                             PIC X(3).
           05 FILLER                              PIC X(1).
           05 SMR-SLOT                            PIC X(3).
           05 FILLER                              PIC X(1).
           05 SMR-RESTRICT                        PIC X(1).
           05 FILLER                              PIC X(16).

       FD  SLOT-EXCEPTION-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SLOT-EXCEPTION-RECORD.
       01  SLOT-EXCEPTION-RECORD                  PIC X(132).

       FD  PUTAWAY-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PUTAWAY-RECORD.
       01  PUTAWAY-RECORD                         PIC X(132).

       SD  SORT-WORK-FILE
           DATA RECORD IS SORT-WORK-RECORD.
       01  SORT-WORK-RECORD.
           05 SRT-WH                              PIC X(2).
           05 FILLER                              PIC X(1).
           05 SRT-AISLE                           PIC X(3).
           05 FILLER                              PIC X(1).
           05 SRT-BAY                             PIC X(3).
           05 FILLER                              PIC X(1).
           05 SRT-SLOT                            PIC X(3).
           05 FILLER                              PIC X(5).
           05 SRT-BOX                             PIC X(4).
           05 FILLER                              PIC X(109).

       FD  RUN-LEDGER-FILE
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F
               10 WS-BM-START-COL                PIC 9(3).
               10 WS-BM-PUSHES                   PIC 9(5).
               10 WS-BM-DIST                     PIC 9(5).
               10 WS-BM-START-LABEL              PIC X(11).
               10 WS-BM-RESTRICT-HITS            PIC 9(3).
       01  WS-BM-SUB                              PIC 9(4).
       01  WS-BM-ID                               PIC 9(4).
       01  WS-BM-FULL-FLAG                        PIC X(1) VALUE 'N'.
       01  WS-BM-ROW                              PIC 9(3).
       01  WS-BM-COL                              PIC 9(3).
       01  WS-BM-NEW-ROW                          PIC 9(3).
       01  WS-BM-NEW-COL                          PIC 9(3).

      *    WAREHOUSE SLOT MASTER.  THE SLOT TABLE HOLDS EVERY CELL ON
      *    FILE FOR ALL WAREHOUSES; THE SLOT GRID IS REBUILT FOR EACH
      *    WAREHOUSE AND POINTS A DOUBLED-MAP CELL AT ITS SLOT ENTRY.
      *    A BOX TAKES THE LABEL OF ITS LEFT HALF (RIGHT HALF IF THE
      *    LEFT IS NOT ON FILE).  MANIFEST LINES CARRY THE WAREHOUSE
      *    AND FINAL AISLE-BAY-SLOT IN COLUMNS 1-14 SO THE FILE SORTS
      *    STRAIGHT INTO A PUT-AWAY LIST.
       01  WS-SLOT-MASTER-FST                     PIC X(2) VALUE '00'.
       01  WS-SLOT-EXCEPTION-FST                  PIC X(2) VALUE '00'.
       01  WS-PUTAWAY-FST                         PIC X(2) VALUE '00'.
       01  WS-SLOT-EOF                            PIC X(1) VALUE 'N'.
           88 SLOT-EOF                                     VALUE 'Y'.
           88 NOT-SLOT-EOF                                 VALUE 'N'.
       01  WS-SLOT-CNT                            PIC 9(4) VALUE 0.
       01  WS-SLOT-MAX                            PIC 9(4) VALUE 5000.
       01  WS-SLOT-SUB                            PIC 9(4).
       01  WS-SLOT-BAD-CNT                        PIC 9(4) VALUE 0.
       01  WS-SLOT-TABLE.
           05 WS-SLOT OCCURS 5000 TIMES.
               10 WS-SLOT-WH                     PIC 9(2).
               10 WS-SLOT-ROW                    PIC 9(3).
               10 WS-SLOT-COL                    PIC 9(3).
               10 WS-SLOT-LABEL.
                   15 WS-SLOT-AISLE              PIC X(3).
                   15 FILLER                     PIC X(1).
                   15 WS-SLOT-BAY                PIC X(3).
                   15 FILLER                     PIC X(1).
                   15 WS-SLOT-SLOT               PIC X(3).
               10 WS-SLOT-RESTRICT               PIC X(1).
                   88 SLOT-OPEN                            VALUE ' '.
                   88 SLOT-FIRE-LANE                       VALUE 'F'.
                   88 SLOT-DOCK-DOOR                       VALUE 'D'.
                   88 SLOT-RESTRICTED                      VALUE 'F'
                                                           'D' 'R'.
       01  WS-SLOT-GRID.
           05 WS-SG-ROW OCCURS 260 TIMES.
               10 WS-SG OCCURS 280 TIMES          PIC 9(4).
       01  WS-NO-SLOT-LABEL                       PIC X(11)
           VALUE '-----------'.
       01  WS-BOX-LABEL                           PIC X(11).
       01  WS-LABEL-ROW                           PIC 9(3).
       01  WS-LABEL-COL                           PIC 9(3).
       01  WS-CHECK-COL                           PIC 9(3).
       01  WS-RESTRICT-TEXT                       PIC X(10).
       01  WS-RESTRICT-INSTR                      PIC 9(5).
       01  WS-WH-RESTRICT-CNT                     PIC 9(5) VALUE 0.
       01  WS-RESTRICT-CNT                        PIC 9(5) VALUE 0.

      *REPLAY LOG FOR 3000-WALK-ROBOT
       01  WS-REPLAY-SEQ                          PIC 9(5) VALUE 0.
           PERFORM 1000-OPEN-FILE             THRU 1000-EXIT
           PERFORM 1030-GET-OPERATOR  THRU 1030-EXIT
           PERFORM 1040-GET-FINGERPRINT THRU 1040-EXIT
           PERFORM 1100-LOAD-SLOT-MASTER THRU 1100-EXIT
           PERFORM 5000-PROCESS-WAREHOUSE THRU 5000-EXIT
               UNTIL END-OF-FILE
           PERFORM 8800-BUILD-PUTAWAY-LIST THRU 8800-EXIT
           DISPLAY 'AOC1507I GRAND NORMAL GPS TOTAL  = '
               WS-GRAND-SUM1 ' ACROSS ' WS-WH-NUM ' WAREHOUSES'
           DISPLAY 'AOC1502I TOTAL SUM = ' WS-SUM
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-MANIFEST-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           OPEN OUTPUT SLOT-EXCEPTION-FILE
           MOVE 'SLOT-EXCEPTION-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-SLOT-EXCEPTION-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           MOVE 'REPLAY-LOG-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-REPLAY-LOG-FST TO WS-FST-STATUS

           ACCEPT WS-LEDGER-START-TS FROM TIME
           MOVE SPACES TO WS-FP-COMMAND
           STRING 'rm -f AOC-FP.FLG ; if [ -f INFILE.TXT ] ;'
                   DELIMITED BY SIZE
               ' then cksum < INFILE.TXT ; else echo 0 0 ; fi'
                   DELIMITED BY SIZE
               ' > AOC-FP.FLG' DELIMITED BY SIZE
               INTO WS-FP-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-FP-COMMAND
       1040-EXIT.
           EXIT.

      ****************************************************************
      * LOAD THE WAREHOUSE SLOT MASTER.  '*' IN COLUMN 1 IS A        *
      * COMMENT.  A LATER RECORD FOR THE SAME WAREHOUSE CELL         *
      * REPLACES AN EARLIER ONE, SO A RE-LABELLED SLOT IS APPENDED   *
      * RATHER THAN EDITED IN PLACE.                                 *
      ****************************************************************
       1100-LOAD-SLOT-MASTER.

           MOVE 0 TO WS-SLOT-CNT
           OPEN INPUT SLOT-MASTER-FILE
           IF WS-SLOT-MASTER-FST EQUAL '05'
               CLOSE SLOT-MASTER-FILE
               DISPLAY 'AOC1510I NO SLOT MASTER - BOXES ARE UNSLOTTED'
               GO TO 1100-EXIT
           END-IF
           MOVE 'SLOT-MASTER-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-SLOT-MASTER-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           SET NOT-SLOT-EOF TO TRUE
           PERFORM UNTIL SLOT-EOF
               READ SLOT-MASTER-FILE
                   AT END
                       SET SLOT-EOF TO TRUE
                   NOT AT END
                       PERFORM 1110-TAKE-SLOT THRU 1110-EXIT
               END-READ
               MOVE 'SLOT-MASTER-FILE' TO WS-FST-FILE-NAME
               MOVE 'READ' TO WS-FST-OPERATION
               MOVE WS-SLOT-MASTER-FST TO WS-FST-STATUS
               PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           END-PERFORM
           CLOSE SLOT-MASTER-FILE
           DISPLAY 'AOC1510I SLOT MASTER LOADED - ' WS-SLOT-CNT
               ' CELLS, ' WS-SLOT-BAD-CNT ' RECORDS REJECTED'
           .
       1100-EXIT.
           EXIT.

       1110-TAKE-SLOT.

           IF SLOT-MASTER-RECORD EQUAL SPACES
               OR SLOT-MASTER-RECORD(1:1) EQUAL '*'
               GO TO 1110-EXIT
           END-IF
           IF SMR-WH NOT NUMERIC OR SMR-ROW NOT NUMERIC
               OR SMR-COL NOT NUMERIC
               OR SMR-ROW-N EQUAL 0 OR SMR-ROW-N GREATER 260
               OR SMR-COL-N EQUAL 0 OR SMR-COL-N GREATER 280
               OR (SMR-RESTRICT NOT EQUAL SPACE
                   AND SMR-RESTRICT NOT EQUAL 'F'
                   AND SMR-RESTRICT NOT EQUAL 'D'
                   AND SMR-RESTRICT NOT EQUAL 'R')
               OR (SMR-RESTRICT EQUAL SPACE
                   AND SMR-AISLE EQUAL SPACES)
               ADD 1 TO WS-SLOT-BAD-CNT
               DISPLAY 'AOC1511W MALFORMED SLOT MASTER RECORD: '
                   SLOT-MASTER-RECORD
               GO TO 1110-EXIT
           END-IF
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB GREATER WS-SLOT-CNT
                   OR (WS-SLOT-WH(WS-SLOT-SUB) EQUAL SMR-WH-N
                   AND WS-SLOT-ROW(WS-SLOT-SUB) EQUAL SMR-ROW-N
                   AND WS-SLOT-COL(WS-SLOT-SUB) EQUAL SMR-COL-N)
               CONTINUE
           END-PERFORM
           IF WS-SLOT-SUB GREATER WS-SLOT-CNT
               IF WS-SLOT-CNT NOT LESS WS-SLOT-MAX
                   ADD 1 TO WS-SLOT-BAD-CNT
                   DISPLAY 'AOC1512W SLOT MASTER TABLE FULL - CELL '
                       SMR-WH '/' SMR-ROW '/' SMR-COL ' IGNORED'
                   GO TO 1110-EXIT
               END-IF
               ADD 1 TO WS-SLOT-CNT
               MOVE WS-SLOT-CNT TO WS-SLOT-SUB
           END-IF
           MOVE SMR-WH-N TO WS-SLOT-WH(WS-SLOT-SUB)
           MOVE SMR-ROW-N TO WS-SLOT-ROW(WS-SLOT-SUB)
           MOVE SMR-COL-N TO WS-SLOT-COL(WS-SLOT-SUB)
           MOVE WS-NO-SLOT-LABEL TO WS-SLOT-LABEL(WS-SLOT-SUB)
           IF SMR-AISLE NOT EQUAL SPACES
               MOVE SMR-AISLE TO WS-SLOT-AISLE(WS-SLOT-SUB)
               MOVE SMR-BAY TO WS-SLOT-BAY(WS-SLOT-SUB)
               MOVE SMR-SLOT TO WS-SLOT-SLOT(WS-SLOT-SUB)
           END-IF
           MOVE SMR-RESTRICT TO WS-SLOT-RESTRICT(WS-SLOT-SUB)
           .
       1110-EXIT.
           EXIT.

      ****************************************************************
      * POINT THIS WAREHOUSE'S GRID CELLS AT THEIR SLOT ENTRIES      *
      ****************************************************************
       1150-BUILD-SLOT-GRID.

           MOVE ZEROS TO WS-SLOT-GRID
           MOVE 0 TO WS-WH-RESTRICT-CNT
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB GREATER WS-SLOT-CNT
               IF WS-SLOT-WH(WS-SLOT-SUB) EQUAL WS-WH-NUM
                   MOVE WS-SLOT-SUB TO WS-SG(WS-SLOT-ROW(WS-SLOT-SUB),
                       WS-SLOT-COL(WS-SLOT-SUB))
               END-IF
           END-PERFORM
           .
       1150-EXIT.
           EXIT.


      ****************************************************************
      * READ FILE LINE BY LINE, CONVERTING EACH LINE INTO A NODE IN  *
               TO WS-BM-START-COL(WS-BOXID-SEQ)
           MOVE ZEROS TO WS-BM-PUSHES(WS-BOXID-SEQ)
                         WS-BM-DIST(WS-BOXID-SEQ)
                         WS-BM-RESTRICT-HITS(WS-BOXID-SEQ)
           MOVE WS-BIG-MAP-ARR-SUB TO WS-LABEL-ROW
           MOVE WS-BIG-MAP-SUB-CHAR TO WS-LABEL-COL
           PERFORM 2160-FIND-BOX-LABEL THRU 2160-EXIT
           MOVE WS-BOX-LABEL TO WS-BM-START-LABEL(WS-BOXID-SEQ)
           .
       2150-EXIT.
           EXIT.

      *****************************************************************
      * SLOT LABEL OF THE BOX WHOSE LEFT HALF IS AT WS-LABEL-ROW /    *
      * WS-LABEL-COL - THE LEFT HALF'S SLOT, ELSE THE RIGHT HALF'S,   *
      * ELSE UNSLOTTED                                                *
      *****************************************************************
       2160-FIND-BOX-LABEL.

           MOVE WS-NO-SLOT-LABEL TO WS-BOX-LABEL
           MOVE WS-SG(WS-LABEL-ROW, WS-LABEL-COL) TO WS-SLOT-SUB
           IF WS-SLOT-SUB GREATER 0
               IF WS-SLOT-AISLE(WS-SLOT-SUB) NOT EQUAL '---'
                   MOVE WS-SLOT-LABEL(WS-SLOT-SUB) TO WS-BOX-LABEL
                   GO TO 2160-EXIT
               END-IF
           END-IF
           IF WS-LABEL-COL LESS 280
               MOVE WS-SG(WS-LABEL-ROW, WS-LABEL-COL + 1)
                   TO WS-SLOT-SUB
               IF WS-SLOT-SUB GREATER 0
                   MOVE WS-SLOT-LABEL(WS-SLOT-SUB) TO WS-BOX-LABEL
               END-IF
           END-IF
           .
       2160-EXIT.
           EXIT.

      *****************************************************************
      * FIND GUARD'S STARTING POSITION                                *
      *****************************************************************
                   WS-BOX-COL(WS-BOX-SCAN))
               MOVE WS-BM-ID TO WS-BID(WS-BOX-NEXT-ROW,
                   WS-BOX-COL(WS-BOX-SCAN))
               MOVE WS-BOX-NEXT-ROW TO WS-BM-NEW-ROW
               MOVE WS-BOX-COL(WS-BOX-SCAN) TO WS-BM-NEW-COL
               PERFORM 3950-TALLY-BOX-MOVE THRU 3950-EXIT
           END-PERFORM
           MOVE '.' TO
               MOVE 0 TO WS-BID(WS-STACK-IO-ROW, WS-STACK-IO-COL)
               MOVE WS-BM-ID
                   TO WS-BID(WS-STACK-IO-ROW, WS-STACK-IO-COL - 1)
               MOVE WS-STACK-IO-ROW TO WS-BM-NEW-ROW
               COMPUTE WS-BM-NEW-COL = WS-STACK-IO-COL - 1
               PERFORM 3950-TALLY-BOX-MOVE THRU 3950-EXIT
               SUBTRACT 1 FROM WS-STACK-IO-COL
               MOVE '[' TO
               MOVE 0 TO WS-BID(WS-STACK-IO-ROW, WS-STACK-IO-COL - 1)
               MOVE WS-BM-ID
                   TO WS-BID(WS-STACK-IO-ROW, WS-STACK-IO-COL)
               MOVE WS-STACK-IO-ROW TO WS-BM-NEW-ROW
               MOVE WS-STACK-IO-COL TO WS-BM-NEW-COL
               PERFORM 3950-TALLY-BOX-MOVE THRU 3950-EXIT
               ADD 1 TO WS-STACK-IO-COL
               MOVE ']' TO 

      *****************************************************************
      * COUNT ONE PUSH AND ONE CELL OF TRAVEL FOR THE BOX WHOSE       *
      * IDENTITY IS IN WS-BM-ID, NOW LEFT-HALF AT WS-BM-NEW-ROW /     *
      * WS-BM-NEW-COL, AND CHECK WHERE IT HAS LANDED                  *
      *****************************************************************
       3950-TALLY-BOX-MOVE.

           IF WS-BM-ID GREATER 0 AND WS-BM-ID NOT GREATER WS-BM-CNT
               ADD 1 TO WS-BM-PUSHES(WS-BM-ID)
               ADD 1 TO WS-BM-DIST(WS-BM-ID)
               PERFORM 3960-CHECK-RESTRICTED THRU 3960-EXIT
           END-IF
           .
       3950-EXIT.
           EXIT.

      *****************************************************************
      * A BOX PUSHED ONTO A RESTRICTED CELL WITH EITHER HALF GETS AN  *
      * EXCEPTION LINE FOR THAT PUSH.  A BOX SHOVED ALONG A FIRE LANE *
      * THEREFORE GETS ONE LINE PER CELL IT IS PUSHED THROUGH.        *
      *****************************************************************
       3960-CHECK-RESTRICTED.

           MOVE WS-BM-NEW-COL TO WS-CHECK-COL
           MOVE WS-SG(WS-BM-NEW-ROW, WS-CHECK-COL) TO WS-SLOT-SUB
           IF WS-SLOT-SUB GREATER 0
               IF SLOT-RESTRICTED(WS-SLOT-SUB)
                   GO TO 3960-LOG
               END-IF
           END-IF
           ADD 1 TO WS-CHECK-COL
           MOVE WS-SG(WS-BM-NEW-ROW, WS-CHECK-COL) TO WS-SLOT-SUB
           IF WS-SLOT-SUB EQUAL 0
               GO TO 3960-EXIT
           END-IF
           IF NOT SLOT-RESTRICTED(WS-SLOT-SUB)
               GO TO 3960-EXIT
           END-IF
           .
       3960-LOG.

           ADD 1 TO WS-BM-RESTRICT-HITS(WS-BM-ID)
                    WS-WH-RESTRICT-CNT
                    WS-RESTRICT-CNT
           EVALUATE TRUE
               WHEN SLOT-FIRE-LANE(WS-SLOT-SUB)
                   MOVE 'FIRE LANE' TO WS-RESTRICT-TEXT
               WHEN SLOT-DOCK-DOOR(WS-SLOT-SUB)
                   MOVE 'DOCK DOOR' TO WS-RESTRICT-TEXT
               WHEN OTHER
                   MOVE 'RESTRICTED' TO WS-RESTRICT-TEXT
           END-EVALUATE
      *    THE REPLAY LOG NUMBERS THIS INSTRUCTION ONCE IT COMPLETES
           COMPUTE WS-RESTRICT-INSTR = WS-REPLAY-SEQ + 1
           MOVE SPACES TO SLOT-EXCEPTION-RECORD
           STRING 'WH ' WS-WH-NUM
               ' BOX ' WS-BM-ID
               ' INSTR ' WS-RESTRICT-INSTR
               ' PUSHED INTO ' WS-RESTRICT-TEXT
               ' AT (' WS-BM-NEW-ROW ',' WS-CHECK-COL
               ') SLOT ' WS-SLOT-LABEL(WS-SLOT-SUB)
               ' STARTED ' WS-BM-START-LABEL(WS-BM-ID)
               DELIMITED BY SIZE
               INTO SLOT-EXCEPTION-RECORD
           END-STRING
           WRITE SLOT-EXCEPTION-RECORD
           MOVE 'SLOT-EXCEPTION-FILE' TO WS-FST-FILE-NAME
           MOVE 'WRITE' TO WS-FST-OPERATION
           MOVE WS-SLOT-EXCEPTION-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           .
       3960-EXIT.
           EXIT.

      *****************************************************************
      * WRITE THIS WAREHOUSE'S SECTION OF THE FINAL BOX MANIFEST -    *
      * EACH BOX'S IDENTITY, STARTING AND FINAL POSITION AND SLOT,    *
      * PUSH COUNT, DISTANCE MOVED AND RESTRICTED-CELL PUSHES.        *
      * COLUMNS 1-14 (WAREHOUSE, FINAL AISLE-BAY-SLOT) ARE THE SORT   *
      * KEY; THE HEADING LEAVES THE SLOT BLANK SO IT SORTS FIRST.     *
      *****************************************************************
       8700-WRITE-MANIFEST.

           MOVE SPACES TO MANIFEST-RECORD
           STRING WS-WH-NUM '             WAREHOUSE ' WS-WH-NUM
               ' FINAL BOX MANIFEST'
               DELIMITED BY SIZE
               INTO MANIFEST-RECORD
           END-STRING
                       UNTIL WS-BM-COL GREATER 280
                   IF WS-BID(WS-BM-ROW, WS-BM-COL) GREATER 0
                       MOVE WS-BID(WS-BM-ROW, WS-BM-COL) TO WS-BM-SUB
                       MOVE WS-BM-ROW TO WS-LABEL-ROW
                       MOVE WS-BM-COL TO WS-LABEL-COL
                       PERFORM 2160-FIND-BOX-LABEL THRU 2160-EXIT
                       MOVE SPACES TO MANIFEST-RECORD
                       STRING WS-WH-NUM ' ' WS-BOX-LABEL
                           ' BOX ' WS-BM-SUB
                           ' START (' WS-BM-START-ROW(WS-BM-SUB)
                           ',' WS-BM-START-COL(WS-BM-SUB)
                           ') ' WS-BM-START-LABEL(WS-BM-SUB)
                           ' FINAL (' WS-BM-ROW
                           ',' WS-BM-COL
                           ') PUSHED ' WS-BM-PUSHES(WS-BM-SUB)
                           ' DISTANCE ' WS-BM-DIST(WS-BM-SUB)
                           ' RESTRICTED ' WS-BM-RESTRICT-HITS(WS-BM-SUB)
                           DELIMITED BY SIZE
                           INTO MANIFEST-RECORD
                       END-STRING
       8750-EXIT.
           EXIT.

      *****************************************************************
      * SORT THE FINISHED MANIFEST BY WAREHOUSE, AISLE, BAY, SLOT AND *
      * BOX INTO THE FLOOR PUT-AWAY LIST                              *
      *****************************************************************
       8800-BUILD-PUTAWAY-LIST.

           CLOSE MANIFEST-FILE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-WH SRT-AISLE SRT-BAY SRT-SLOT
                                SRT-BOX
               USING MANIFEST-FILE
               GIVING PUTAWAY-FILE
           IF WS-PUTAWAY-FST NOT EQUAL '00'
               MOVE 'PUTAWAY-FILE' TO WS-FST-FILE-NAME
               MOVE 'SORT' TO WS-FST-OPERATION
               MOVE WS-PUTAWAY-FST TO WS-FST-STATUS
               PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           END-IF
           DISPLAY 'AOC1514I PUT-AWAY LIST WRITTEN - ' WS-BM-CNT
               ' BOXES, ' WS-RESTRICT-CNT ' RESTRICTED-CELL PUSHES'
           .
       8800-EXIT.
           EXIT.

      *****************************************************************
      * WRITE ONE ENTRY TO THE REPLAY LOG FOR THE INSTRUCTION JUST    *
      * PROCESSED BY 3000-WALK-ROBOT: THE DIRECTION CHARACTER, THE    *
               GO TO 5000-EXIT
           END-IF
           ADD 1 TO WS-WH-NUM
           PERFORM 1150-BUILD-SLOT-GRID THRU 1150-EXIT
           MOVE WS-ARR-LENGTH TO WS-ORIG-LENGTH
           MOVE SPACES TO WS-END-OF-INSTR
           MOVE 1 TO WS-INSTRUCTIONS-POINTER
                     OR WS-INSTRUCTIONS-POINTER GREATER 20000
           PERFORM 8000-DISPLAY-RESULTS       THRU 8000-EXIT
           PERFORM 8700-WRITE-MANIFEST        THRU 8700-EXIT
           IF WS-WH-RESTRICT-CNT GREATER 0
               DISPLAY 'AOC1513W WAREHOUSE ' WS-WH-NUM ' - '
                   WS-WH-RESTRICT-CNT ' BOX PUSHES INTO RESTRICTED '
                   'CELLS - SEE SLOT-EXCEPTIONS.TXT'
           END-IF
           .
       5000-EXIT.
           EXIT.

           CLOSE INPUT-FILE
           CLOSE REPLAY-LOG-FILE
           CLOSE SLOT-EXCEPTION-FILE
           .
       9000-EXIT.
           EXIT.
               ' OPERATION ' WS-FST-OPERATION
               ' STATUS ' WS-FST-STATUS
           MOVE SPACES TO WS-ABEND-MSG
           STRING 'AOC1590E FILE ERROR ' DELIMITED BY SIZE
               WS-FST-FILE-NAME DELIMITED BY SPACE
               ' ' WS-FST-OPERATION DELIMITED BY SIZE
               ' STATUS ' WS-FST-STATUS DELIMITED BY SIZE
