               ASSIGN TO 'MIGRATION-WORKLIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MIGRATION-FST.
      *    INPUT FINGERPRINT LEFT BY THE SHELL'S cksum STEP, IN THE
      *    JOB'S OWN FOLDER SO CONCURRENT BATCH STREAMS NEVER SHARE IT
           SELECT OPTIONAL FP-FLAG-FILE ASSIGN TO 'AOC-FP.FLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FP-FLAG-FST.
      *    FILE ALLOCATION TABLE - EVERY FILE ID'S STARTING BLOCK,
      *    BLOCK COUNT AND EXTENTS BEFORE AND AFTER EACH COMPACTION
      *    MODE, WITH THE RESULT OF THE INTEGRITY PROOF
           SELECT ALLOCATION-FILE ASSIGN TO 'FILE-ALLOCATION.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOCATION-FST.
      *    EACH DELIVERED VOLUME'S DISK-MAP LINE FOLDED INTO 100-DIGIT
      *    ROWS AND TILED ONTO PRINTABLE PAGES
           SELECT VOLUME-MAP-RPT-FILE
               ASSIGN TO 'VOLUME-MAP-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOLUME-MAP-RPT-FST.

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS VOLUME-MAPS-RECORD.
       01  VOLUME-MAPS-RECORD                     PIC X(20000).

       FD  VOLUME-MAP-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS VOLUME-MAP-RPT-RECORD.
       01  VOLUME-MAP-RPT-RECORD                  PIC X(132).

       FD  MIGRATION-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS FP-FLAG-RECORD.
       01  FP-FLAG-RECORD                         PIC X(40).

       FD  ALLOCATION-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ALLOCATION-RECORD.
       01  ALLOCATION-RECORD                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
      *    ARE KEPT FOR THE CROSS-VOLUME BALANCING STEP.
       01  WS-VOLUME-MAPS-FST                     PIC X(2) VALUE '00'.
       01  WS-MIGRATION-FST                       PIC X(2) VALUE '00'.
       01  WS-VOLUME-MAP-RPT-FST                  PIC X(2) VALUE '00'.
       01  WS-VMAP-LEN                            PIC 9(5).
       01  WS-VMAP-POS                            PIC 9(5).
       01  WS-VMAP-DIGIT                          PIC 9(1).
       01  WS-MULTI-VOL-FLAG                      PIC X(1) VALUE 'N'.
           88 MULTI-VOL                                    VALUE 'Y'.
       01  WS-VOLMAP-EOF                          PIC X(1) VALUE 'N'.
       01  WS-GRAND-CHECKSUM                      PIC 9(18) VALUE 0.
       01  WS-GRAND-WHOLE-CHECKSUM                PIC 9(18) VALUE 0.

      *    ALLOCATION-TABLE AND INTEGRITY-PROOF FIELDS.  THE BEFORE
      *    PICTURE COMES FROM THE FILE TABLE 2000-CONVERT-TO-BLOCKS
      *    BUILDS; EACH COMPACTION MODE'S AFTER PICTURE IS TAKEN BY AN
      *    INDEPENDENT SCAN OF THE DISK IMAGE.  MODE 1 IS THE SINGLE-
      *    BLOCK PASS, MODE 2 THE WHOLE-FILE PASS.
       01  WS-ALLOCATION-FST                      PIC X(2) VALUE '00'.
       01  WS-ALLOC-TABLE.
           05 WS-ALLOC-MODE OCCURS 2 TIMES.
              10 WS-ALLOC-ENTRY OCCURS 10000 TIMES.
                 15 WS-ALLOC-START               PIC 9(6).
                 15 WS-ALLOC-CNT                 PIC 9(6).
                 15 WS-ALLOC-EXT                 PIC 9(6).
                 15 WS-ALLOC-LAST                PIC 9(6).
                 15 WS-ALLOC-OK                  PIC X(1).
       01  WS-PROOF-MODE                          PIC 9(1).
           88 PROOF-BLOCK-MODE                             VALUE 1.
           88 PROOF-WHOLE-MODE                             VALUE 2.
       01  WS-PROOF-MODE-NAME                     PIC X(10).
       01  WS-PROOF-PTR                           PIC 9(6).
       01  WS-PROOF-SUB                           PIC 9(5).
       01  WS-PROOF-ID                            PIC S9(5).
       01  WS-PROOF-ID-EDIT                       PIC -----9.
       01  WS-PROOF-FIRST-FREE                    PIC 9(6).
       01  WS-PROOF-FREE-CNT                      PIC 9(7).
       01  WS-PROOF-FAIL-CNT                      PIC 9(7) VALUE 0.
       01  WS-PROOF-FAIL-TOTAL                    PIC 9(7) VALUE 0.
       01  WS-PROOF-SHOWN                         PIC 9(3) VALUE 0.
       01  WS-PROOF-SHOW-MAX                      PIC 9(3) VALUE 20.
       01  WS-PROOF-REASON                        PIC X(40).
       01  WS-PROOF-DISK-NAME                     PIC X(8).
       01  WS-ALLOC-DETAIL.
           05 WS-AD-DISK                          PIC X(8).
           05 FILLER                              PIC X(2).
           05 WS-AD-ID                            PIC ZZZZ9.
           05 FILLER                              PIC X(3).
           05 WS-AD-BEFORE-START                  PIC ZZZZZ9.
           05 FILLER                              PIC X(2).
           05 WS-AD-BEFORE-CNT                    PIC ZZZZZ9.
           05 FILLER                              PIC X(2).
           05 WS-AD-BEFORE-EXT                    PIC ZZZZZ9.
           05 FILLER                              PIC X(4).
           05 WS-AD-BLOCK-START                   PIC ZZZZZ9.
           05 FILLER                              PIC X(2).
           05 WS-AD-BLOCK-CNT                     PIC ZZZZZ9.
           05 FILLER                              PIC X(2).
           05 WS-AD-BLOCK-EXT                     PIC ZZZZZ9.
           05 FILLER                              PIC X(4).
           05 WS-AD-WHOLE-START                   PIC ZZZZZ9.
           05 FILLER                              PIC X(2).
           05 WS-AD-WHOLE-CNT                     PIC ZZZZZ9.
           05 FILLER                              PIC X(2).
           05 WS-AD-WHOLE-EXT                     PIC ZZZZZ9.
           05 FILLER                              PIC X(4).
           05 WS-AD-STATUS                        PIC X(6).

      *    COMMON ABEND-HANDLER PARAMETERS (SEE AOC-ABEND.cbl)
       01  WS-ABEND-PARMS.
           05  WS-ABEND-PROGRAM                 PIC X(24)
       01  WS-FP-CHAR-9 REDEFINES WS-FP-CHAR-X    PIC 9(1).


       COPY MPRCTL.

       COPY ANSPARM.

       COPY BALPARM.
           PERFORM 1150-READ-PARMLIB THRU 1150-EXIT
           PERFORM 2000-CONVERT-TO-BLOCKS     THRU 2000-EXIT
           MOVE WS-DISK-ARR TO WS-DISK-ARR-COPY
           MOVE 'INFILE' TO WS-PROOF-DISK-NAME
           PERFORM 4400-OPEN-ALLOCATION       THRU 4400-EXIT
           IF APPLY-MODE
               PERFORM 6000-APPLY-PLAN        THRU 6000-EXIT
               MOVE 2 TO WS-PROOF-MODE
               PERFORM 4200-PROVE-COMPACTION  THRU 4200-EXIT
           ELSE
               IF PLAN-MODE
                   PERFORM 5000-OPEN-PLAN     THRU 5000-EXIT
               END-IF
               PERFORM 3000-CONSOLIDATE-SPACE THRU 3000-EXIT
               PERFORM 4000-CALCULATE-CHECKSUM THRU 4000-EXIT
               MOVE 1 TO WS-PROOF-MODE
               PERFORM 4200-PROVE-COMPACTION  THRU 4200-EXIT
               MOVE WS-DISK-ARR-COPY TO WS-DISK-ARR
               PERFORM 3100-CONSOLIDATE-WHOLE-FILES THRU 3100-EXIT
               PERFORM 4100-CALCULATE-WHOLE-CHECKSUM THRU 4100-EXIT
               MOVE 2 TO WS-PROOF-MODE
               PERFORM 4200-PROVE-COMPACTION  THRU 4200-EXIT
           END-IF
      *    A FAILED PROOF ABENDS HERE - BEFORE THE PLAN IS CONFIRMED
      *    WITH ITS CHECKSUM TRAILER AND BEFORE THE ANSWER IS POSTED
           PERFORM 4500-WRITE-ALLOCATION      THRU 4500-EXIT
           PERFORM 4600-CLOSE-ALLOCATION      THRU 4600-EXIT
           IF PLAN-MODE
               PERFORM 5200-FINISH-PLAN       THRU 5200-EXIT
           END-IF
           PERFORM 8000-DISPLAY-RESULTS       THRU 8000-EXIT
           PERFORM 8500-LOG-RUN            THRU 8500-EXIT
      ****************************************************************
       7000-PROCESS-VOLUMES.

           PERFORM 4400-OPEN-ALLOCATION THRU 4400-EXIT
           OPEN OUTPUT VOLUME-MAP-RPT-FILE
           MOVE 'VOLUME-MAP-RPT-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-VOLUME-MAP-RPT-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           PERFORM VARYING WS-VOL-SUB FROM 1 BY 1
                   UNTIL WS-VOL-SUB GREATER WS-VOL-CNT
               PERFORM 7100-RUN-ONE-VOLUME THRU 7100-EXIT
           END-PERFORM
           CLOSE VOLUME-MAP-RPT-FILE
      *    EVERY VOLUME MUST PROVE OUT BEFORE ANY MIGRATION IS PROPOSED
           PERFORM 4600-CLOSE-ALLOCATION THRU 4600-EXIT
           .
       7000-EXIT.
           EXIT.
                     WS-CHECKSUM
                     WS-WHOLE-FILE-CHECKSUM
           PERFORM 1550-VALIDATE-DISK-SIZE THRU 1550-EXIT
           PERFORM 7150-PRINT-VOLUME-MAP   THRU 7150-EXIT
           PERFORM 1500-INITIALIZE-ARRAY   THRU 1500-EXIT
           PERFORM 2000-CONVERT-TO-BLOCKS  THRU 2000-EXIT
           MOVE WS-DISK-ARR TO WS-DISK-ARR-COPY

           PERFORM 3000-CONSOLIDATE-SPACE THRU 3000-EXIT
           PERFORM 4000-CALCULATE-CHECKSUM THRU 4000-EXIT
           MOVE WS-VOLRAW-LABEL(WS-VOL-SUB) TO WS-PROOF-DISK-NAME
           MOVE 1 TO WS-PROOF-MODE
           PERFORM 4200-PROVE-COMPACTION THRU 4200-EXIT
           MOVE WS-DISK-ARR-COPY TO WS-DISK-ARR
           PERFORM 3100-CONSOLIDATE-WHOLE-FILES THRU 3100-EXIT
           PERFORM 4100-CALCULATE-WHOLE-CHECKSUM THRU 4100-EXIT
           MOVE 2 TO WS-PROOF-MODE
           PERFORM 4200-PROVE-COMPACTION THRU 4200-EXIT
           PERFORM 4500-WRITE-ALLOCATION THRU 4500-EXIT

           MOVE WS-VOLRAW-LABEL(WS-VOL-SUB)
               TO WS-VOL-LABEL(WS-VOL-SUB)
       7100-EXIT.
           EXIT.

      ****************************************************************
      * PRINT THIS VOLUME'S DISK-MAP LINE THROUGH THE SHARED MAP     *
      * PRINTER, FOLDED INTO ROWS OF 100 DIGITS.  EACH ROW IS        *
      * LABELLED WITH THE MAP POSITION BEFORE ITS FIRST DIGIT, SO A  *
      * DIGIT'S POSITION IS ITS ROW LABEL PLUS ITS COLUMN.  RUNS OF  *
      * FILE BLOCKS AND FREE SPACE ALTERNATE, FILE RUN FIRST.        *
      ****************************************************************
       7150-PRINT-VOLUME-MAP.

           COMPUTE WS-VMAP-LEN = WS-SCAN-POINTER - 1
           MOVE 'INIT' TO MPR-OP
           MOVE 'DISK-FRAGMENTER' TO MPR-PROGRAM
           MOVE 'VOLUME DISK-MAP LISTING' TO MPR-TITLE
           MOVE SPACES TO MPR-PARMS
           STRING 'VOLUME ' WS-VOLRAW-LABEL(WS-VOL-SUB)
               '  DIGITS ' WS-VMAP-LEN
               '  BLOCKS ' WS-NEEDED-BLOCKS
               DELIMITED BY SIZE
               INTO MPR-PARMS
           END-STRING
           MOVE 60 TO MPR-PAGE-SIZE
           MOVE 0 TO MPR-PAGE-WIDTH
           MOVE 0 TO MPR-ROW-START
           MOVE 100 TO MPR-ROW-STEP
           MOVE 1 TO MPR-COL-START
           CALL 'AOC-MAPPRINT' USING MPR-CTL
           MOVE 'LGND' TO MPR-OP
           PERFORM VARYING WS-VMAP-DIGIT FROM 0 BY 1
                   UNTIL WS-VMAP-DIGIT EQUAL 9
               MOVE WS-VMAP-DIGIT TO MPR-SYMBOL
               MOVE SPACES TO MPR-MEANING
               STRING 'RUN OF ' WS-VMAP-DIGIT
                   ' BLOCK(S) - FILE OR FREE SPACE'
                   DELIMITED BY SIZE
                   INTO MPR-MEANING
               END-STRING
               CALL 'AOC-MAPPRINT' USING MPR-CTL
           END-PERFORM
           MOVE '9' TO MPR-SYMBOL
           MOVE 'RUN OF 9 BLOCK(S) - FILE OR FREE SPACE'
               TO MPR-MEANING
           CALL 'AOC-MAPPRINT' USING MPR-CTL
           MOVE 1 TO WS-VMAP-POS
           PERFORM UNTIL WS-VMAP-POS GREATER WS-VMAP-LEN
               MOVE 'ROW ' TO MPR-OP
               MOVE SPACES TO MPR-ROW
               IF WS-VMAP-LEN - WS-VMAP-POS LESS 100
                   COMPUTE MPR-ROW-LEN = WS-VMAP-LEN - WS-VMAP-POS + 1
               ELSE
                   MOVE 100 TO MPR-ROW-LEN
               END-IF
               MOVE WS-VOLRAW-MAP(WS-VOL-SUB)(WS-VMAP-POS:MPR-ROW-LEN)
                   TO MPR-ROW
               CALL 'AOC-MAPPRINT' USING MPR-CTL
               ADD 100 TO WS-VMAP-POS
           END-PERFORM

           MOVE 'PAGE' TO MPR-OP
           PERFORM UNTIL MPR-MAP-DONE
               CALL 'AOC-MAPPRINT' USING MPR-CTL
               MOVE 1 TO MPR-OUT-SUB
               PERFORM UNTIL MPR-OUT-SUB GREATER MPR-OUT-CNT
                   MOVE MPR-OUT-LINE(MPR-OUT-SUB)
                       TO VOLUME-MAP-RPT-RECORD
                   WRITE VOLUME-MAP-RPT-RECORD
                   MOVE 'VOLUME-MAP-RPT-FILE' TO WS-FST-FILE-NAME
                   MOVE 'WRITE' TO WS-FST-OPERATION
                   MOVE WS-VOLUME-MAP-RPT-FST TO WS-FST-STATUS
                   PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
                   ADD 1 TO MPR-OUT-SUB
               END-PERFORM
           END-PERFORM
           .
       7150-EXIT.
           EXIT.

      ****************************************************************
      * BALANCING MIGRATION - PROPOSE WHOLE-FILE MOVES FROM THE      *
      * TIGHTEST VOLUME TO THE EMPTIEST ONE UNTIL THE FREE-SPACE     *

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
       4100-EXIT.
           EXIT.

      ****************************************************************
      * INDEPENDENT INTEGRITY PROOF OF ONE COMPACTION PASS.  THE     *
      * DISK IMAGE IS RESCANNED FROM BLOCK 1 AND EVERY FILE ID'S     *
      * STARTING BLOCK, BLOCK COUNT AND EXTENTS ARE REBUILT WITHOUT  *
      * REFERENCE TO THE MOVES THAT WERE MADE.  THE PROOF HOLDS WHEN *
      * EVERY FILE KEPT EXACTLY ITS ORIGINAL BLOCK COUNT, NO UNKNOWN *
      * ID APPEARS, FREE SPACE IS CONSERVED, AND FREE SPACE SITS     *
      * WHERE THE MODE PUTS IT - ALL OF IT AFTER THE LAST FILE BLOCK *
      * FOR THE SINGLE-BLOCK PASS; FOR THE WHOLE-FILE PASS EVERY     *
      * FILE IS STILL ONE EXTENT AND NONE HAS MOVED RIGHT.           *
      ****************************************************************
       4200-PROVE-COMPACTION.

           IF PROOF-BLOCK-MODE
               MOVE 'BLOCK' TO WS-PROOF-MODE-NAME
           ELSE
               MOVE 'WHOLE-FILE' TO WS-PROOF-MODE-NAME
           END-IF
           PERFORM VARYING WS-PROOF-SUB FROM 1 BY 1
                   UNTIL WS-PROOF-SUB GREATER WS-ID-SEQUENCE
               MOVE 0 TO WS-ALLOC-START(WS-PROOF-MODE, WS-PROOF-SUB)
                         WS-ALLOC-CNT(WS-PROOF-MODE, WS-PROOF-SUB)
                         WS-ALLOC-EXT(WS-PROOF-MODE, WS-PROOF-SUB)
                         WS-ALLOC-LAST(WS-PROOF-MODE, WS-PROOF-SUB)
               MOVE 'Y' TO WS-ALLOC-OK(WS-PROOF-MODE, WS-PROOF-SUB)
           END-PERFORM
           MOVE 0 TO WS-PROOF-FIRST-FREE
                     WS-PROOF-FREE-CNT
           PERFORM VARYING WS-PROOF-PTR FROM 1 BY 1
                   UNTIL WS-PROOF-PTR GREATER WS-NEEDED-BLOCKS
               PERFORM 4210-PROVE-ONE-BLOCK THRU 4210-EXIT
           END-PERFORM

           IF WS-PROOF-FREE-CNT NOT EQUAL WS-TOTAL-FREE-BLOCKS
               MOVE 0 TO WS-PROOF-PTR
               MOVE -1 TO WS-PROOF-ID
               MOVE 'FREE SPACE NOT CONSERVED' TO WS-PROOF-REASON
               PERFORM 4290-RECORD-FAILURE THRU 4290-EXIT
           END-IF

           MOVE 0 TO WS-PROOF-PTR
           PERFORM VARYING WS-PROOF-SUB FROM 1 BY 1
                   UNTIL WS-PROOF-SUB GREATER WS-ID-SEQUENCE
               PERFORM 4220-PROVE-ONE-FILE THRU 4220-EXIT
           END-PERFORM
           .
       4200-EXIT.
           EXIT.

      ****************************************************************
      * ACCOUNT FOR ONE DISK BLOCK IN THE REBUILT ALLOCATION         *
      ****************************************************************
       4210-PROVE-ONE-BLOCK.

           IF WS-DISK(WS-PROOF-PTR) EQUAL -1
               ADD 1 TO WS-PROOF-FREE-CNT
               IF WS-PROOF-FIRST-FREE EQUAL 0
                   MOVE WS-PROOF-PTR TO WS-PROOF-FIRST-FREE
               END-IF
               GO TO 4210-EXIT
           END-IF

           MOVE WS-DISK(WS-PROOF-PTR) TO WS-PROOF-ID
           IF WS-PROOF-ID LESS 0
               OR WS-PROOF-ID NOT LESS WS-ID-SEQUENCE
               MOVE 'UNKNOWN FILE ID ON DISK' TO WS-PROOF-REASON
               PERFORM 4290-RECORD-FAILURE THRU 4290-EXIT
               GO TO 4210-EXIT
           END-IF

           COMPUTE WS-PROOF-SUB = WS-PROOF-ID + 1
           IF WS-ALLOC-CNT(WS-PROOF-MODE, WS-PROOF-SUB) EQUAL 0
               MOVE WS-PROOF-PTR
                   TO WS-ALLOC-START(WS-PROOF-MODE, WS-PROOF-SUB)
               MOVE 1 TO WS-ALLOC-EXT(WS-PROOF-MODE, WS-PROOF-SUB)
           ELSE
               IF WS-ALLOC-LAST(WS-PROOF-MODE, WS-PROOF-SUB)
                       NOT EQUAL WS-PROOF-PTR - 1
                   ADD 1 TO WS-ALLOC-EXT(WS-PROOF-MODE, WS-PROOF-SUB)
               END-IF
           END-IF
           ADD 1 TO WS-ALLOC-CNT(WS-PROOF-MODE, WS-PROOF-SUB)
           MOVE WS-PROOF-PTR
               TO WS-ALLOC-LAST(WS-PROOF-MODE, WS-PROOF-SUB)

      *    THE SINGLE-BLOCK PASS LEAVES NO FILE BLOCK PAST THE FIRST
      *    FREE BLOCK
           IF PROOF-BLOCK-MODE AND WS-PROOF-FIRST-FREE GREATER 0
               MOVE 'N' TO WS-ALLOC-OK(WS-PROOF-MODE, WS-PROOF-SUB)
               MOVE 'FILE BLOCK BEYOND FREE SPACE' TO WS-PROOF-REASON
               PERFORM 4290-RECORD-FAILURE THRU 4290-EXIT
           END-IF
           .
       4210-EXIT.
           EXIT.

      ****************************************************************
      * HOLD ONE FILE ID'S REBUILT ALLOCATION AGAINST ITS ORIGINAL   *
      ****************************************************************
       4220-PROVE-ONE-FILE.

           COMPUTE WS-PROOF-ID = WS-PROOF-SUB - 1
           MOVE SPACES TO WS-PROOF-REASON
           EVALUATE TRUE
               WHEN WS-ALLOC-CNT(WS-PROOF-MODE, WS-PROOF-SUB) EQUAL 0
                AND WS-FILE-LEN(WS-PROOF-SUB) GREATER 0
                   MOVE 'FILE ID DISAPPEARED' TO WS-PROOF-REASON
               WHEN WS-ALLOC-CNT(WS-PROOF-MODE, WS-PROOF-SUB)
                    GREATER WS-FILE-LEN(WS-PROOF-SUB)
                   MOVE 'FILE ID DUPLICATED - BLOCK COUNT GREW'
                       TO WS-PROOF-REASON
               WHEN WS-ALLOC-CNT(WS-PROOF-MODE, WS-PROOF-SUB)
                    LESS WS-FILE-LEN(WS-PROOF-SUB)
                   MOVE 'BLOCK COUNT SHRANK' TO WS-PROOF-REASON
               WHEN PROOF-WHOLE-MODE
                AND WS-ALLOC-EXT(WS-PROOF-MODE, WS-PROOF-SUB)
                    GREATER 1
                   MOVE 'WHOLE FILE SPLIT ACROSS EXTENTS'
                       TO WS-PROOF-REASON
               WHEN PROOF-WHOLE-MODE
                AND WS-ALLOC-START(WS-PROOF-MODE, WS-PROOF-SUB)
                    GREATER WS-FILE-START(WS-PROOF-SUB)
                   MOVE 'WHOLE FILE MOVED RIGHT' TO WS-PROOF-REASON
               WHEN OTHER
                   GO TO 4220-EXIT
           END-EVALUATE
           MOVE 'N' TO WS-ALLOC-OK(WS-PROOF-MODE, WS-PROOF-SUB)
           PERFORM 4290-RECORD-FAILURE THRU 4290-EXIT
           .
       4220-EXIT.
           EXIT.

      ****************************************************************
      * COUNT A PROOF EXCEPTION; THE FIRST FEW GO TO THE CONSOLE     *
      ****************************************************************
       4290-RECORD-FAILURE.

           ADD 1 TO WS-PROOF-FAIL-CNT
           IF WS-PROOF-SHOWN LESS WS-PROOF-SHOW-MAX
               ADD 1 TO WS-PROOF-SHOWN
               MOVE WS-PROOF-ID TO WS-PROOF-ID-EDIT
               DISPLAY 'AOC0923E PROOF EXCEPTION: DISK '
                   WS-PROOF-DISK-NAME ' ' WS-PROOF-MODE-NAME
                   ' PASS FILE ID ' WS-PROOF-ID-EDIT
                   ' BLOCK ' WS-PROOF-PTR
                   ' - ' WS-PROOF-REASON
           END-IF
           .
       4290-EXIT.
           EXIT.

      ****************************************************************
      * OPEN THE FILE ALLOCATION TABLE AND WRITE ITS HEADINGS        *
      ****************************************************************
       4400-OPEN-ALLOCATION.

           OPEN OUTPUT ALLOCATION-FILE
           MOVE 'ALLOCATION-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-ALLOCATION-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           MOVE 'DISK-FRAGMENTER FILE ALLOCATION TABLE'
               TO ALLOCATION-RECORD
           PERFORM 4800-WRITE-ALLOCATION-LINE THRU 4800-EXIT
           MOVE SPACES TO ALLOCATION-RECORD
           PERFORM 4800-WRITE-ALLOCATION-LINE THRU 4800-EXIT
           MOVE SPACES TO ALLOCATION-RECORD
           STRING '                  '
                  '------- BEFORE -------    '
                  '----- BLOCK PASS -----    '
                  '--- WHOLE-FILE PASS --'
               DELIMITED BY SIZE
               INTO ALLOCATION-RECORD
           END-STRING
           PERFORM 4800-WRITE-ALLOCATION-LINE THRU 4800-EXIT
           MOVE SPACES TO ALLOCATION-RECORD
           STRING 'DISK    FILE-ID   '
                  ' START  BLOCKS EXTENTS    '
                  ' START  BLOCKS EXTENTS    '
                  ' START  BLOCKS EXTENTS    '
                  'PROOF'
               DELIMITED BY SIZE
               INTO ALLOCATION-RECORD
           END-STRING
           PERFORM 4800-WRITE-ALLOCATION-LINE THRU 4800-EXIT
           .
       4400-EXIT.
           EXIT.

      ****************************************************************
      * WRITE THE CURRENT DISK'S ALLOCATION LINES AND PROOF RESULT.  *
      * BLOCK NUMBERS ARE 1-RELATIVE; A ZERO-LENGTH FILE HAS NO      *
      * EXTENTS.                                                     *
      ****************************************************************
       4500-WRITE-ALLOCATION.

           PERFORM VARYING WS-PROOF-SUB FROM 1 BY 1
                   UNTIL WS-PROOF-SUB GREATER WS-ID-SEQUENCE
               MOVE SPACES TO WS-ALLOC-DETAIL
               MOVE WS-PROOF-DISK-NAME TO WS-AD-DISK
               COMPUTE WS-AD-ID = WS-PROOF-SUB - 1
               MOVE WS-FILE-START(WS-PROOF-SUB) TO WS-AD-BEFORE-START
               MOVE WS-FILE-LEN(WS-PROOF-SUB) TO WS-AD-BEFORE-CNT
               IF WS-FILE-LEN(WS-PROOF-SUB) GREATER 0
                   MOVE 1 TO WS-AD-BEFORE-EXT
               ELSE
                   MOVE 0 TO WS-AD-BEFORE-EXT
               END-IF
               MOVE WS-ALLOC-START(1, WS-PROOF-SUB) TO WS-AD-BLOCK-START
               MOVE WS-ALLOC-CNT(1, WS-PROOF-SUB) TO WS-AD-BLOCK-CNT
               MOVE WS-ALLOC-EXT(1, WS-PROOF-SUB) TO WS-AD-BLOCK-EXT
               MOVE WS-ALLOC-START(2, WS-PROOF-SUB) TO WS-AD-WHOLE-START
               MOVE WS-ALLOC-CNT(2, WS-PROOF-SUB) TO WS-AD-WHOLE-CNT
               MOVE WS-ALLOC-EXT(2, WS-PROOF-SUB) TO WS-AD-WHOLE-EXT
               IF WS-ALLOC-OK(1, WS-PROOF-SUB) EQUAL 'Y'
                   AND WS-ALLOC-OK(2, WS-PROOF-SUB) EQUAL 'Y'
                   MOVE 'OK' TO WS-AD-STATUS
               ELSE
                   MOVE 'FAILED' TO WS-AD-STATUS
               END-IF
               MOVE WS-ALLOC-DETAIL TO ALLOCATION-RECORD
               PERFORM 4800-WRITE-ALLOCATION-LINE THRU 4800-EXIT
           END-PERFORM

           MOVE SPACES TO ALLOCATION-RECORD
           IF WS-PROOF-FAIL-CNT EQUAL 0
               STRING 'DISK ' WS-PROOF-DISK-NAME ' FILES '
                   WS-ID-SEQUENCE ' FREE BLOCKS ' WS-TOTAL-FREE-BLOCKS
                   ' - INTEGRITY PROOF PASSED FOR BOTH PASSES'
                   DELIMITED BY SIZE
                   INTO ALLOCATION-RECORD
               END-STRING
               DISPLAY 'AOC0924I INTEGRITY PROOF PASSED: DISK '
                   WS-PROOF-DISK-NAME ' ' WS-ID-SEQUENCE
                   ' FILE(S) KEPT THEIR BLOCK COUNTS IN BOTH PASSES'
           ELSE
               STRING 'DISK ' WS-PROOF-DISK-NAME ' FILES '
                   WS-ID-SEQUENCE ' FREE BLOCKS ' WS-TOTAL-FREE-BLOCKS
                   ' - INTEGRITY PROOF FAILED, ' WS-PROOF-FAIL-CNT
                   ' EXCEPTION(S)'
                   DELIMITED BY SIZE
                   INTO ALLOCATION-RECORD
               END-STRING
           END-IF
           PERFORM 4800-WRITE-ALLOCATION-LINE THRU 4800-EXIT
           MOVE SPACES TO ALLOCATION-RECORD
           PERFORM 4800-WRITE-ALLOCATION-LINE THRU 4800-EXIT
           ADD WS-PROOF-FAIL-CNT TO WS-PROOF-FAIL-TOTAL
           MOVE 0 TO WS-PROOF-FAIL-CNT
           .
       4500-EXIT.
           EXIT.

      ****************************************************************
      * CLOSE THE ALLOCATION TABLE.  ANY PROOF EXCEPTION STOPS THE   *
      * RUN HERE, BEFORE AN ANSWER OR MIGRATION WORKLIST IS POSTED.  *
      ****************************************************************
       4600-CLOSE-ALLOCATION.

           CLOSE ALLOCATION-FILE
           IF WS-PROOF-FAIL-TOTAL GREATER 0
               DISPLAY 'AOC0925E ERROR: COMPACTION INTEGRITY PROOF '
                   'FAILED WITH ' WS-PROOF-FAIL-TOTAL
                   ' EXCEPTION(S) - SEE FILE-ALLOCATION.TXT'
               MOVE 'AOC0925E COMPACTION INTEGRITY PROOF FAILED'
                   TO WS-ABEND-MSG
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           .
       4600-EXIT.
           EXIT.

       4800-WRITE-ALLOCATION-LINE.

           WRITE ALLOCATION-RECORD
           MOVE 'ALLOCATION-FILE' TO WS-FST-FILE-NAME
           MOVE 'WRITE' TO WS-FST-OPERATION
           MOVE WS-ALLOCATION-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           .
       4800-EXIT.
           EXIT.

      ****************************************************************
      * READ THE CENTRAL PARAMETER LIBRARY FOR THIS JOB'S RUN MODE.  *
      * R (OR NO RECORD) IS THE CLASSIC CONSOLIDATE-IN-ONE-RUN MODE, *
       6300-END-PHASE-ONE.

           PERFORM 4000-CALCULATE-CHECKSUM THRU 4000-EXIT
           MOVE 1 TO WS-PROOF-MODE
           PERFORM 4200-PROVE-COMPACTION THRU 4200-EXIT
           MOVE WS-DISK-ARR-COPY TO WS-DISK-ARR
           MOVE 2 TO WS-APPLY-PHASE
           .
               ' OPERATION ' WS-FST-OPERATION
               ' STATUS ' WS-FST-STATUS
           MOVE SPACES TO WS-ABEND-MSG
           STRING 'AOC0990E FILE ERROR ' DELIMITED BY SIZE
               WS-FST-FILE-NAME DELIMITED BY SPACE
               ' ' WS-FST-OPERATION DELIMITED BY SIZE
               ' STATUS ' WS-FST-STATUS DELIMITED BY SIZE
