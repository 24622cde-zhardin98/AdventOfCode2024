       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAUS-CHECK.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * STATISTICAL PLAUSIBILITY CHECK OF NEW ANSWERS                *
      *                                                              *
      * SIGNOFF SHOWS EACH NEW ANSWER BESIDE EXPECTED-ANSWERS.TXT,   *
      * BUT THAT ONLY HELPS ON FROZEN INPUTS - ON A FRESH DELIVERY A *
      * WILDLY WRONG ANSWER LOOKS JUST LIKE A RIGHT ONE.  RUN FROM   *
      * THE WORKSPACE ROOT BEFORE SIGN-OFF, THIS JOB BUILDS EACH     *
      * PROGRAM'S HISTORY OF PART1, PART2 AND INPUT VOLUME FROM THE  *
      * ANSWER MASTER AND THE HISTORY ARCHIVE (ANSWER-HISTORY.TXT)   *
      * AND SCORES EVERY ANSWER NOT YET SIGNED OFF AGAINST THE       *
      * ANSWERS THAT CAME BEFORE IT (EARLIER DATE, OR EARLIER        *
      * VERSION OF THE SAME DATE).  A NUMERIC PART IS AN OUTLIER     *
      * WHEN:                                                        *
      *   SIZE  IT IS MORE THAN FACTOR TIMES LARGER THAN ANY PRIOR   *
      *         ANSWER, OR MORE THAN FACTOR TIMES SMALLER THAN ANY   *
      *         (SIZES COMPARED WITHOUT SIGN)                        *
      *   MEAN  IT LIES MORE THAN ZLIMIT STANDARD DEVIATIONS FROM    *
      *         THE ROLLING MEAN OF THE PRIOR ANSWERS IN THE LAST    *
      *         DAYS BUSINESS DAYS                                   *
      *   VOLM  ITS SIZE PER INPUT RECORD IS MORE THAN FACTOR TIMES  *
      *         ABOVE OR BELOW THE ROLLING MEAN PER INPUT RECORD -   *
      *         A JUMP IN ANSWER SIZE THE INPUT VOLUME DOES NOT      *
      *         EXPLAIN                                              *
      * A PART NEEDS MINHIST PRIOR ANSWERS BEFORE IT IS SCORED, AND  *
      * A TEXT ANSWER (A LIST, A COORDINATE) IS NEVER SCORED.        *
      * EVERY OUTLIER IS WRITTEN TO PLAUS-FLAGS.TXT, WHICH SIGNOFF   *
      * SHOWS UNDER THE ENTRY ON THE REVIEW SCREEN, AND THE FULL     *
      * SCORING IS ON PLAUS-REPORT.TXT.  ANY OUTLIER ENDS THE RUN    *
      * WITH RETURN CODE 4.                                          *
      * ONLY HISTORY NO OLDER THAN DAYS BEFORE THE OLDEST UNSIGNED   *
      * ANSWER IS LOADED.  IF EVEN THAT DOES NOT FIT THE ANSWER      *
      * TABLE, NOTHING IS SCORED: THE RUN ENDS WITH RETURN CODE 8    *
      * AND ONE NCHK FLAG (DATE ZERO, PROGRAM *ALL) TELLS SIGNOFF    *
      * THAT NO ENTRY WAS PLAUSIBILITY-CHECKED.                      *
      *                                                              *
      * PLAUS-CONTROL.TXT ('*' IN COLUMN 1 IS A COMMENT):            *
      *   FACTOR=nnnn  SIZE/VOLUME JUMP THAT COUNTS (DEFAULT 10)     *
      *   ZLIMIT=nnnn  STANDARD DEVIATIONS THAT COUNT (DEFAULT 3)    *
      *   MINHIST=nnnn PRIOR ANSWERS NEEDED TO SCORE (DEFAULT 3)     *
      *   DAYS=nnnn    ROLLING WINDOW IN DAYS (DEFAULT 90)           *
      * PLAUS-FLAGS.TXT (132 BYTES), ONE RECORD PER OUTLIER:         *
      *   COLS   1-8   ANSWER DATE     COLS  10-33  PROGRAM-ID       *
      *   COLS  35-36  VERSION         COL   38     PART (1 OR 2)    *
      *   COLS  40-43  CHECK - SIZE / MEAN / VOLM                    *
      *   COLS  45-132 WHAT WAS FOUND                                *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THRESHOLD OVERRIDES
           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO 'PLAUS-CONTROL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FST.
      *    CURRENT ANSWERS AND THE SUPERSEDED-VERSION ARCHIVE
           SELECT OPTIONAL ANSWER-FILE ASSIGN TO 'ANSWER-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANSWER-FST.
           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO 'ANSWER-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FST.
      *    ANSWERS ALREADY SIGNED OFF ARE NOT SCORED AGAIN
           SELECT OPTIONAL SIGNOFF-FILE
               ASSIGN TO 'SIGNOFF-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNOFF-FST.
      *    PROGRAM-ID TO JOB NAME, FOR THE FLAG TEXT
           SELECT OPTIONAL JOBCAT-FILE ASSIGN TO 'JOBCAT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBCAT-FST.
      *    OUTLIERS FOR THE SIGN-OFF SCREEN, AND THE FULL REPORT
           SELECT FLAG-FILE ASSIGN TO 'PLAUS-FLAGS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-FST.
           SELECT REPORT-FILE ASSIGN TO 'PLAUS-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FST.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONTROL-RECORD.
       01  CONTROL-RECORD                         PIC X(80).

       FD  ANSWER-FILE
           RECORD CONTAINS 106 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ANSWER-RECORD.
       01  ANSWER-RECORD.
           05 AM-DATE                             PIC 9(8).
           05 FILLER                              PIC X(1).
           05 AM-PROGRAM                          PIC X(24).
           05 FILLER                              PIC X(1).
           05 AM-VERSION                          PIC 9(2).
           05 FILLER                              PIC X(1).
           05 AM-PART1                            PIC X(30).
           05 FILLER                              PIC X(1).
           05 AM-PART2                            PIC X(30).
           05 FILLER                              PIC X(1).
           05 AM-VOLUME                           PIC 9(7).

       FD  HISTORY-FILE
           RECORD CONTAINS 106 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS HISTORY-RECORD.
       01  HISTORY-RECORD                         PIC X(106).

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

       FD  JOBCAT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JOBCAT-RECORD.
       01  JOBCAT-RECORD                          PIC X(80).

       FD  FLAG-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FLAG-RECORD.
       01  FLAG-RECORD.
           05 PLF-DATE                            PIC 9(8).
           05 FILLER                              PIC X(1).
           05 PLF-PROGRAM                         PIC X(24).
           05 FILLER                              PIC X(1).
           05 PLF-VERSION                         PIC 9(2).
           05 FILLER                              PIC X(1).
           05 PLF-PART                            PIC 9(1).
           05 FILLER                              PIC X(1).
           05 PLF-CHECK                           PIC X(4).
           05 FILLER                              PIC X(1).
           05 PLF-TEXT                            PIC X(88).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REPORT-RECORD.
       01  REPORT-RECORD                          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
       01  WS-CONTROL-FST                         PIC X(2) VALUE '00'.
       01  WS-ANSWER-FST                          PIC X(2) VALUE '00'.
       01  WS-HISTORY-FST                         PIC X(2) VALUE '00'.
       01  WS-SIGNOFF-FST                         PIC X(2) VALUE '00'.
       01  WS-JOBCAT-FST                          PIC X(2) VALUE '00'.
       01  WS-FLAG-FST                            PIC X(2) VALUE '00'.
       01  WS-REPORT-FST                          PIC X(2) VALUE '00'.
       01  WS-EOF-FLAG                            PIC X(1).
           88 SCAN-EOF                                     VALUE 'Y'.
           88 NOT-SCAN-EOF                                 VALUE 'N'.
       01  WS-RUN-DATE                            PIC 9(8).
       COPY BIZPARM.

      *    THRESHOLDS
       01  WS-FACTOR                              PIC 9(4) VALUE 10.
       01  WS-ZLIMIT                              PIC 9(4) VALUE 3.
       01  WS-MINHIST                             PIC 9(4) VALUE 3.
       01  WS-WINDOW-DAYS                         PIC 9(4) VALUE 90.
       01  WS-CTL-VALUE                           PIC X(4).
       01  WS-CTL-NUM-X                           PIC X(4).
       01  WS-CTL-NUM REDEFINES WS-CTL-NUM-X      PIC 9(4).

      *    EVERY ANSWER ON FILE, MASTER AND ARCHIVE
       01  WS-AN-CNT                              PIC 9(5) VALUE 0.
       01  WS-AN-MAX                              PIC 9(5) VALUE 5000.
       01  WS-AN-TABLE.
           05 WS-AN-ENTRY OCCURS 5000 TIMES.
              10 WS-AN-PROGRAM                    PIC X(24).
              10 WS-AN-KEY                        PIC 9(10).
              10 WS-AN-INT                        PIC 9(7).
              10 WS-AN-SOURCE                     PIC X(1).
              10 WS-AN-VOLUME                     PIC 9(7).
              10 WS-AN-OK OCCURS 2 TIMES          PIC X(1).
              10 WS-AN-VALUE OCCURS 2 TIMES
                                          PIC S9(18)      COMP-3.
              10 WS-AN-TEXT OCCURS 2 TIMES        PIC X(30).
       01  WS-LOAD-SOURCE                         PIC X(1).
      *    HISTORY BEFORE THE WINDOW OF THE OLDEST UNSIGNED ANSWER CAN
      *    NEVER BE COMPARED, SO IT IS NOT LOADED
       01  WS-LOAD-PASS                           PIC X(1).
       01  WS-REC-INT                             PIC 9(7).
       01  WS-OLDEST-INT                          PIC 9(7) VALUE 0.
       01  WS-LOAD-FROM                           PIC 9(7) VALUE 0.
       01  WS-AN-SUB                              PIC 9(5).
       01  WS-TG-SUB                              PIC 9(5).
       01  WS-PART                                PIC 9(1).
       01  WS-FULL-FLAG                           PIC X(1) VALUE 'N'.
           88 TABLE-FULL                                   VALUE 'Y'.

      *    SIGN-OFFS ON FILE
       01  WS-SIGNED-CNT                          PIC 9(5) VALUE 0.
       01  WS-SIGNED-TABLE.
           05 WS-SIGNED-ENTRY OCCURS 3000 TIMES.
              10 WS-SGN-PROGRAM                   PIC X(24).
              10 WS-SGN-KEY                       PIC 9(10).
       01  WS-SGN-SUB                             PIC 9(5).
       01  WS-SIGNED-FLAG                         PIC X(1).

      *    PROGRAM-TO-JOB MAP FROM JOBCAT
       01  WS-JOB-CNT                             PIC 9(2) VALUE 0.
       01  WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 40 TIMES.
              10 WS-JOB-NAME                      PIC X(8).
              10 WS-JOB-PROGRAM-ID                PIC X(24).
       01  WS-JOB-SUB                             PIC 9(2).
       01  WS-SHOW-NAME                           PIC X(24).

      *    SCORING ONE PART OF ONE ANSWER
       01  WS-TARGET-KEY                          PIC 9(10).
       01  WS-WINDOW-START                        PIC 9(7).
       01  WS-VALUE                   PIC S9(18)          COMP-3.
       01  WS-ABS                     PIC 9(18)           COMP-3.
       01  WS-PRIOR-ABS               PIC 9(18)           COMP-3.
       01  WS-N-ALL                               PIC 9(5).
       01  WS-MAX-ABS                 PIC 9(18)           COMP-3.
       01  WS-MIN-ABS                 PIC 9(18)           COMP-3.
      *    WINDOW STATISTICS ARE KEPT AS FRACTIONS OF THE LARGEST
      *    PRIOR ANSWER SO THE SUM OF SQUARES CANNOT OVERFLOW
       01  WS-N-WIN                               PIC 9(5).
       01  WS-SCALED                  PIC S9(3)V9(15)     COMP-3.
       01  WS-TGT-SCALED              PIC S9(16)V9(15)    COMP-3.
       01  WS-SUM                     PIC S9(7)V9(15)     COMP-3.
       01  WS-SUMSQ                   PIC S9(7)V9(15)     COMP-3.
       01  WS-MEAN                    PIC S9(3)V9(15)     COMP-3.
       01  WS-VARIANCE                PIC S9(3)V9(15)     COMP-3.
       01  WS-STDDEV                  PIC S9(3)V9(15)     COMP-3.
       01  WS-N-RATE                              PIC 9(5).
       01  WS-RATE                    PIC S9(16)V9(15)    COMP-3.
       01  WS-RATE-SUM                PIC S9(7)V9(15)     COMP-3.
       01  WS-RATE-MEAN               PIC S9(3)V9(15)     COMP-3.
       01  WS-SCORE                   PIC S9(13)V9(4)     COMP-3.
       01  WS-SCORE-CAP               PIC S9(13)V9(4)     COMP-3
           VALUE 999999999.
       01  WS-PART-FLAGGED                        PIC X(1).
       01  WS-ENTRY-FLAGGED                       PIC X(1).

      *    EDITED FIGURES FOR THE FLAG TEXT AND REPORT
       01  WS-TIMES-EDIT                          PIC Z(8)9.
       01  WS-SCORE-EDIT                          PIC Z(5)9.9.
       01  WS-DAYS-EDIT                           PIC Z(3)9.
       01  WS-COUNT-EDIT                          PIC Z(4)9.
       01  WS-MEAN-EDIT                           PIC -(18)9.99.
       01  WS-MAX-EDIT                            PIC -(18)9.
       01  WS-FLAG-CHECK                          PIC X(4).
       01  WS-FLAG-TEXT                           PIC X(88).

      *    RUN COUNTS
       01  WS-TARGET-CNT                          PIC 9(5) VALUE 0.
       01  WS-SCORED-CNT                          PIC 9(5) VALUE 0.
       01  WS-FLAGGED-CNT                         PIC 9(5) VALUE 0.
       01  WS-OUTLIER-CNT                         PIC 9(5) VALUE 0.
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
           PERFORM 1000-READ-CONTROL   THRU 1000-EXIT
           PERFORM 1100-LOAD-JOBCAT    THRU 1100-EXIT
           PERFORM 1200-LOAD-SIGNOFFS  THRU 1200-EXIT
           PERFORM 1300-LOAD-ANSWERS   THRU 1300-EXIT

           OPEN OUTPUT FLAG-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM 2000-WRITE-HEADING THRU 2000-EXIT
      *    A PARTIAL HISTORY WOULD SCORE AGAINST THE WRONG PRIORS -
      *    NOTHING IS SCORED AND SIGNOFF IS TOLD SO
           IF TABLE-FULL
               PERFORM 3700-WRITE-NOT-CHECKED THRU 3700-EXIT
               CLOSE FLAG-FILE
               CLOSE REPORT-FILE
               DISPLAY 'AOC2504E PLAUS-CHECK: ANSWER TABLE FULL AT '
                   WS-AN-MAX ' WITHIN THE ' WS-WINDOW-DAYS
                   '-DAY WINDOW - NO ANSWER PLAUSIBILITY-CHECKED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-SCORE-ANSWER THRU 3000-EXIT
               VARYING WS-TG-SUB FROM 1 BY 1
               UNTIL WS-TG-SUB GREATER WS-AN-CNT
           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           CLOSE FLAG-FILE
           CLOSE REPORT-FILE

           DISPLAY 'AOC2501I PLAUS-CHECK COMPLETE: ' WS-TARGET-CNT
               ' UNSIGNED ANSWER(S), ' WS-SCORED-CNT
               ' PART(S) SCORED, ' WS-OUTLIER-CNT ' OUTLIER(S)'
           IF WS-OUTLIER-CNT GREATER 0
               DISPLAY 'AOC2502W PLAUS-CHECK: ' WS-FLAGGED-CNT
                   ' ANSWER(S) LOOK IMPLAUSIBLE - SEE PLAUS-REPORT.TXT'
                   ' BEFORE SIGN-OFF'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      ***************************************************************
      * THRESHOLD OVERRIDES                                          *
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
                       PERFORM 1050-CONTROL-LINE THRU 1050-EXIT
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE.

       1000-EXIT.
           EXIT.

       1050-CONTROL-LINE.

           IF CONTROL-RECORD(1:1) EQUAL '*'
               GO TO 1050-EXIT
           END-IF
           MOVE SPACES TO WS-CTL-VALUE
           EVALUATE TRUE
               WHEN CONTROL-RECORD(1:7) EQUAL 'FACTOR='
                   MOVE CONTROL-RECORD(8:4) TO WS-CTL-VALUE
               WHEN CONTROL-RECORD(1:7) EQUAL 'ZLIMIT='
                   MOVE CONTROL-RECORD(8:4) TO WS-CTL-VALUE
               WHEN CONTROL-RECORD(1:8) EQUAL 'MINHIST='
                   MOVE CONTROL-RECORD(9:4) TO WS-CTL-VALUE
               WHEN CONTROL-RECORD(1:5) EQUAL 'DAYS='
                   MOVE CONTROL-RECORD(6:4) TO WS-CTL-VALUE
               WHEN OTHER
                   GO TO 1050-EXIT
           END-EVALUATE
      *    THE VALUE MAY BE WRITTEN WITH OR WITHOUT LEADING ZEROS
           MOVE '0000' TO WS-CTL-NUM-X
           EVALUATE TRUE
               WHEN WS-CTL-VALUE(4:1) NOT EQUAL SPACE
                   MOVE WS-CTL-VALUE TO WS-CTL-NUM-X
               WHEN WS-CTL-VALUE(3:1) NOT EQUAL SPACE
                   MOVE WS-CTL-VALUE(1:3) TO WS-CTL-NUM-X(2:3)
               WHEN WS-CTL-VALUE(2:1) NOT EQUAL SPACE
                   MOVE WS-CTL-VALUE(1:2) TO WS-CTL-NUM-X(3:2)
               WHEN OTHER
                   MOVE WS-CTL-VALUE(1:1) TO WS-CTL-NUM-X(4:1)
           END-EVALUATE
           IF WS-CTL-NUM-X NOT NUMERIC OR WS-CTL-NUM EQUAL 0
               GO TO 1050-EXIT
           END-IF
           EVALUATE TRUE
               WHEN CONTROL-RECORD(1:7) EQUAL 'FACTOR='
                   IF WS-CTL-NUM GREATER 1
                       MOVE WS-CTL-NUM TO WS-FACTOR
                   END-IF
               WHEN CONTROL-RECORD(1:7) EQUAL 'ZLIMIT='
                   MOVE WS-CTL-NUM TO WS-ZLIMIT
               WHEN CONTROL-RECORD(1:8) EQUAL 'MINHIST='
                   IF WS-CTL-NUM GREATER 1
                       MOVE WS-CTL-NUM TO WS-MINHIST
                   END-IF
               WHEN OTHER
                   MOVE WS-CTL-NUM TO WS-WINDOW-DAYS
           END-EVALUATE.

       1050-EXIT.
           EXIT.

      ***************************************************************
      * LOAD THE PROGRAM-TO-JOB MAP FROM JOBCAT                      *
      ***************************************************************
       1100-LOAD-JOBCAT.

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
                       IF JOBCAT-RECORD(1:2) EQUAL SPACES
                           AND JOBCAT-RECORD(3:1) NOT EQUAL SPACE
                           AND WS-JOB-CNT LESS 40
                           ADD 1 TO WS-JOB-CNT
                           MOVE JOBCAT-RECORD(3:8)
                               TO WS-JOB-NAME(WS-JOB-CNT)
                           MOVE JOBCAT-RECORD(15:24)
                               TO WS-JOB-PROGRAM-ID(WS-JOB-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBCAT-FILE.

       1100-EXIT.
           EXIT.

      ***************************************************************
      * LOAD THE SIGN-OFFS ALREADY POSTED                            *
      ***************************************************************
       1200-LOAD-SIGNOFFS.

           OPEN INPUT SIGNOFF-FILE
           IF WS-SIGNOFF-FST EQUAL '05'
               CLOSE SIGNOFF-FILE
               GO TO 1200-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ SIGNOFF-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF SIGNOFF-RECORD(1:8) IS NUMERIC
                           AND WS-SIGNED-CNT LESS 3000
                           ADD 1 TO WS-SIGNED-CNT
                           MOVE SO-PROGRAM
                               TO WS-SGN-PROGRAM(WS-SIGNED-CNT)
                           COMPUTE WS-SGN-KEY(WS-SIGNED-CNT) =
                               SO-DATE * 100 + SO-VERSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SIGNOFF-FILE.

       1200-EXIT.
           EXIT.

      ***************************************************************
      * LOAD THE ANSWERS IN THREE PASSES: THE UNSIGNED ANSWERS ON    *
      * THE MASTER (THE ONES TO SCORE - ALWAYS KEPT), THEN THE       *
      * SIGNED ANSWERS ON THE MASTER AND THE HISTORY ARCHIVE, BUT    *
      * ONLY THOSE NO OLDER THAN THE WINDOW BEFORE THE OLDEST        *
      * UNSIGNED ANSWER                                              *
      ***************************************************************
       1300-LOAD-ANSWERS.

           MOVE 'T' TO WS-LOAD-PASS
           PERFORM 1310-READ-MASTER THRU 1310-EXIT
           IF WS-AN-CNT EQUAL 0
               GO TO 1300-EXIT
           END-IF
           IF WS-OLDEST-INT GREATER WS-WINDOW-DAYS
               COMPUTE WS-LOAD-FROM = WS-OLDEST-INT - WS-WINDOW-DAYS
           END-IF
           MOVE 'P' TO WS-LOAD-PASS
           PERFORM 1310-READ-MASTER THRU 1310-EXIT

           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FST NOT EQUAL '05'
               SET NOT-SCAN-EOF TO TRUE
               PERFORM UNTIL SCAN-EOF
                   READ HISTORY-FILE
                       AT END
                           SET SCAN-EOF TO TRUE
                       NOT AT END
                           MOVE HISTORY-RECORD TO ANSWER-RECORD
                           IF ANSWER-RECORD(1:8) IS NUMERIC
                               PERFORM 1330-DATE-INT THRU 1330-EXIT
                               IF WS-REC-INT NOT LESS WS-LOAD-FROM
                                   MOVE 'H' TO WS-LOAD-SOURCE
                                   PERFORM 1350-TAKE-ANSWER
                                       THRU 1350-EXIT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HISTORY-FILE.

       1300-EXIT.
           EXIT.

      ***************************************************************
      * ONE PASS OF THE ANSWER MASTER.  PASS T TAKES THE UNSIGNED    *
      * ANSWERS AND NOTES THE OLDEST; PASS P TAKES THE SIGNED ONES   *
      * INSIDE THE LOAD WINDOW                                       *
      ***************************************************************
       1310-READ-MASTER.

           OPEN INPUT ANSWER-FILE
           IF WS-ANSWER-FST NOT EQUAL '05'
               SET NOT-SCAN-EOF TO TRUE
               PERFORM UNTIL SCAN-EOF
                   READ ANSWER-FILE
                       AT END
                           SET SCAN-EOF TO TRUE
                       NOT AT END
                           IF ANSWER-RECORD(1:8) IS NUMERIC
                               PERFORM 1320-TAKE-MASTER THRU 1320-EXIT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ANSWER-FILE.

       1310-EXIT.
           EXIT.

       1320-TAKE-MASTER.

           MOVE 'N' TO WS-SIGNED-FLAG
           PERFORM VARYING WS-SGN-SUB FROM 1 BY 1
                   UNTIL WS-SGN-SUB GREATER WS-SIGNED-CNT
               IF WS-SGN-PROGRAM(WS-SGN-SUB) EQUAL AM-PROGRAM
                   AND WS-SGN-KEY(WS-SGN-SUB)
                       EQUAL AM-DATE * 100 + AM-VERSION
                   MOVE 'Y' TO WS-SIGNED-FLAG
               END-IF
           END-PERFORM
           PERFORM 1330-DATE-INT THRU 1330-EXIT
           IF WS-LOAD-PASS EQUAL 'T'
               IF WS-SIGNED-FLAG EQUAL 'Y'
                   GO TO 1320-EXIT
               END-IF
               IF WS-REC-INT GREATER 0
                   AND (WS-OLDEST-INT EQUAL 0
                        OR WS-REC-INT LESS WS-OLDEST-INT)
                   MOVE WS-REC-INT TO WS-OLDEST-INT
               END-IF
           ELSE
               IF WS-SIGNED-FLAG NOT EQUAL 'Y'
                   OR WS-REC-INT LESS WS-LOAD-FROM
                   GO TO 1320-EXIT
               END-IF
           END-IF
           MOVE 'M' TO WS-LOAD-SOURCE
           PERFORM 1350-TAKE-ANSWER THRU 1350-EXIT.

       1320-EXIT.
           EXIT.

       1330-DATE-INT.

           IF FUNCTION TEST-DATE-YYYYMMDD(AM-DATE) EQUAL 0
               COMPUTE WS-REC-INT = FUNCTION INTEGER-OF-DATE(AM-DATE)
           ELSE
               MOVE 0 TO WS-REC-INT
           END-IF.

       1330-EXIT.
           EXIT.

      ***************************************************************
      * ONE ANSWER INTO THE TABLE (SOURCE M MASTER, H HISTORY)       *
      ***************************************************************
       1350-TAKE-ANSWER.

           IF WS-AN-CNT NOT LESS WS-AN-MAX
               SET TABLE-FULL TO TRUE
               GO TO 1350-EXIT
           END-IF
           ADD 1 TO WS-AN-CNT
           MOVE WS-LOAD-SOURCE TO WS-AN-SOURCE(WS-AN-CNT)
           MOVE AM-PROGRAM TO WS-AN-PROGRAM(WS-AN-CNT)
           COMPUTE WS-AN-KEY(WS-AN-CNT) = AM-DATE * 100 + AM-VERSION
           MOVE WS-REC-INT TO WS-AN-INT(WS-AN-CNT)
           IF AM-VOLUME IS NUMERIC
               MOVE AM-VOLUME TO WS-AN-VOLUME(WS-AN-CNT)
           ELSE
               MOVE 0 TO WS-AN-VOLUME(WS-AN-CNT)
           END-IF
           MOVE AM-PART1 TO WS-AN-TEXT(WS-AN-CNT, 1)
           MOVE AM-PART2 TO WS-AN-TEXT(WS-AN-CNT, 2)
           PERFORM VARYING WS-PART FROM 1 BY 1 UNTIL WS-PART > 2
               MOVE 'N' TO WS-AN-OK(WS-AN-CNT, WS-PART)
               MOVE 0 TO WS-AN-VALUE(WS-AN-CNT, WS-PART)
               IF WS-AN-TEXT(WS-AN-CNT, WS-PART) NOT EQUAL SPACES
                   AND FUNCTION TEST-NUMVAL
                       (WS-AN-TEXT(WS-AN-CNT, WS-PART)) EQUAL 0
                   MOVE 'Y' TO WS-AN-OK(WS-AN-CNT, WS-PART)
                   COMPUTE WS-AN-VALUE(WS-AN-CNT, WS-PART) =
                       FUNCTION NUMVAL(WS-AN-TEXT(WS-AN-CNT, WS-PART))
                       ON SIZE ERROR
                           MOVE 'N' TO WS-AN-OK(WS-AN-CNT, WS-PART)
                   END-COMPUTE
               END-IF
           END-PERFORM.

       1350-EXIT.
           EXIT.

      ***************************************************************
      * REPORT HEADING                                               *
      ***************************************************************
       2000-WRITE-HEADING.

           MOVE SPACES TO REPORT-RECORD
           STRING 'ANSWER PLAUSIBILITY CHECK  BUSINESS DATE ' BIZ-DATE
               '  RUN ' WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-FACTOR TO WS-TIMES-EDIT
           MOVE WS-WINDOW-DAYS TO WS-DAYS-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING 'FACTOR ' WS-TIMES-EDIT '  ZLIMIT ' WS-ZLIMIT
               '  MINHIST ' WS-MINHIST '  WINDOW ' WS-DAYS-EDIT
               ' DAYS'
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'DATE     PROGRAM-ID               VN P  PRIORS'
               TO REPORT-RECORD
           MOVE '              ANSWER         ROLLING MEAN  RESULT'
               TO REPORT-RECORD(48:50)
           WRITE REPORT-RECORD.

       2000-EXIT.
           EXIT.

      ***************************************************************
      * SCORE ONE ANSWER, IF IT IS A CURRENT ONE NOT YET SIGNED OFF  *
      ***************************************************************
       3000-SCORE-ANSWER.

           IF WS-AN-SOURCE(WS-TG-SUB) NOT EQUAL 'M'
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-SIGNED-FLAG
           PERFORM VARYING WS-SGN-SUB FROM 1 BY 1
                   UNTIL WS-SGN-SUB GREATER WS-SIGNED-CNT
               IF WS-SGN-PROGRAM(WS-SGN-SUB)
                       EQUAL WS-AN-PROGRAM(WS-TG-SUB)
                   AND WS-SGN-KEY(WS-SGN-SUB)
                       EQUAL WS-AN-KEY(WS-TG-SUB)
                   MOVE 'Y' TO WS-SIGNED-FLAG
               END-IF
           END-PERFORM
           IF WS-SIGNED-FLAG EQUAL 'Y'
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO WS-TARGET-CNT
           MOVE WS-AN-PROGRAM(WS-TG-SUB) TO WS-SHOW-NAME
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB GREATER WS-JOB-CNT
               IF WS-JOB-PROGRAM-ID(WS-JOB-SUB)
                       EQUAL WS-AN-PROGRAM(WS-TG-SUB)
                   AND WS-SHOW-NAME EQUAL WS-AN-PROGRAM(WS-TG-SUB)
                   MOVE WS-JOB-NAME(WS-JOB-SUB) TO WS-SHOW-NAME
               END-IF
           END-PERFORM
           MOVE WS-AN-KEY(WS-TG-SUB) TO WS-TARGET-KEY
           COMPUTE WS-WINDOW-START = WS-AN-INT(WS-TG-SUB)
               - WS-WINDOW-DAYS
           MOVE 'N' TO WS-ENTRY-FLAGGED
           PERFORM 3100-SCORE-PART THRU 3100-EXIT
               VARYING WS-PART FROM 1 BY 1 UNTIL WS-PART > 2
           IF WS-ENTRY-FLAGGED EQUAL 'Y'
               ADD 1 TO WS-FLAGGED-CNT
           END-IF.

       3000-EXIT.
           EXIT.

      ***************************************************************
      * GATHER THE PART'S PRIOR ANSWERS AND APPLY THE THREE CHECKS   *
      ***************************************************************
       3100-SCORE-PART.

           MOVE SPACES TO REPORT-RECORD
           MOVE WS-TARGET-KEY(1:8) TO REPORT-RECORD(1:8)
           MOVE WS-AN-PROGRAM(WS-TG-SUB) TO REPORT-RECORD(10:24)
           MOVE WS-TARGET-KEY(9:2) TO REPORT-RECORD(35:2)
           MOVE WS-PART TO REPORT-RECORD(38:1)
           MOVE WS-AN-TEXT(WS-TG-SUB, WS-PART)(1:20)
               TO REPORT-RECORD(62:20)
           IF WS-AN-OK(WS-TG-SUB, WS-PART) NOT EQUAL 'Y'
               IF WS-AN-TEXT(WS-TG-SUB, WS-PART) NOT EQUAL SPACES
                   MOVE 'NOT NUMERIC - NOT SCORED'
                       TO REPORT-RECORD(100:33)
                   WRITE REPORT-RECORD
               END-IF
               GO TO 3100-EXIT
           END-IF
           MOVE WS-AN-VALUE(WS-TG-SUB, WS-PART) TO WS-VALUE
           IF WS-VALUE LESS 0
               COMPUTE WS-ABS = 0 - WS-VALUE
           ELSE
               MOVE WS-VALUE TO WS-ABS
           END-IF
           MOVE 0 TO WS-N-ALL WS-N-WIN WS-N-RATE
           MOVE 0 TO WS-MAX-ABS WS-MIN-ABS WS-SUM WS-SUMSQ
                     WS-RATE-SUM WS-MEAN
           PERFORM 3200-GATHER-PRIOR THRU 3200-EXIT
               VARYING WS-AN-SUB FROM 1 BY 1
               UNTIL WS-AN-SUB GREATER WS-AN-CNT
           MOVE WS-N-ALL TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO REPORT-RECORD(40:5)
           IF WS-N-ALL LESS WS-MINHIST
               MOVE 'TOO LITTLE HISTORY - NOT SCORED'
                   TO REPORT-RECORD(100:33)
               WRITE REPORT-RECORD
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-SCORED-CNT
           IF WS-MAX-ABS GREATER 0
               PERFORM 3250-GATHER-WINDOW THRU 3250-EXIT
                   VARYING WS-AN-SUB FROM 1 BY 1
                   UNTIL WS-AN-SUB GREATER WS-AN-CNT
           END-IF
           IF WS-N-WIN GREATER 0
               COMPUTE WS-MEAN = WS-SUM / WS-N-WIN
               COMPUTE WS-MEAN-EDIT ROUNDED = WS-MEAN * WS-MAX-ABS
               MOVE WS-MEAN-EDIT TO REPORT-RECORD(77:21)
           END-IF
           MOVE 'SCORED' TO REPORT-RECORD(100:33)
           WRITE REPORT-RECORD
           MOVE 'N' TO WS-PART-FLAGGED

      *    SIZE AGAINST EVERY PRIOR ANSWER
           IF WS-MAX-ABS GREATER 0
               COMPUTE WS-SCORE = WS-ABS / WS-MAX-ABS
                   ON SIZE ERROR
                       MOVE WS-SCORE-CAP TO WS-SCORE
               END-COMPUTE
               IF WS-SCORE GREATER WS-FACTOR
                   PERFORM 3500-EDIT-TIMES THRU 3500-EXIT
                   MOVE 'SIZE' TO WS-FLAG-CHECK
                   MOVE SPACES TO WS-FLAG-TEXT
                   STRING FUNCTION TRIM(WS-TIMES-EDIT)
                       ' TIMES LARGER THAN ANY PRIOR '
                       FUNCTION TRIM(WS-SHOW-NAME) ' ANSWER'
                       DELIMITED BY SIZE INTO WS-FLAG-TEXT
                   END-STRING
                   PERFORM 3600-WRITE-FLAG THRU 3600-EXIT
               END-IF
           END-IF
           IF WS-MIN-ABS GREATER 0
               MOVE 0 TO WS-SCORE
               IF WS-ABS GREATER 0
                   COMPUTE WS-SCORE = WS-MIN-ABS / WS-ABS
                       ON SIZE ERROR
                           MOVE WS-SCORE-CAP TO WS-SCORE
                   END-COMPUTE
               END-IF
               MOVE SPACES TO WS-FLAG-TEXT
               IF WS-ABS EQUAL 0
                   STRING 'ZERO WHERE EVERY PRIOR '
                       FUNCTION TRIM(WS-SHOW-NAME)
                       ' ANSWER WAS NONZERO'
                       DELIMITED BY SIZE INTO WS-FLAG-TEXT
                   END-STRING
               END-IF
               IF WS-SCORE GREATER WS-FACTOR
                   PERFORM 3500-EDIT-TIMES THRU 3500-EXIT
                   STRING FUNCTION TRIM(WS-TIMES-EDIT)
                       ' TIMES SMALLER THAN ANY PRIOR '
                       FUNCTION TRIM(WS-SHOW-NAME) ' ANSWER'
                       DELIMITED BY SIZE INTO WS-FLAG-TEXT
                   END-STRING
               END-IF
               IF WS-FLAG-TEXT NOT EQUAL SPACES
                   MOVE 'SIZE' TO WS-FLAG-CHECK
                   PERFORM 3600-WRITE-FLAG THRU 3600-EXIT
               END-IF
           END-IF
           IF WS-MAX-ABS EQUAL 0
               GO TO 3100-TAIL
           END-IF
           COMPUTE WS-TGT-SCALED = WS-ABS / WS-MAX-ABS
               ON SIZE ERROR
                   MOVE WS-SCORE-CAP TO WS-TGT-SCALED
           END-COMPUTE

      *    DISTANCE FROM THE ROLLING MEAN
           IF WS-N-WIN NOT LESS WS-MINHIST
               COMPUTE WS-VARIANCE =
                   WS-SUMSQ / WS-N-WIN - WS-MEAN * WS-MEAN
               IF WS-VARIANCE GREATER 0
                   COMPUTE WS-STDDEV = FUNCTION SQRT(WS-VARIANCE)
               ELSE
                   MOVE 0 TO WS-STDDEV
               END-IF
               IF WS-STDDEV GREATER 0
                   IF WS-VALUE LESS 0
                       COMPUTE WS-TGT-SCALED = 0 - WS-TGT-SCALED
                   END-IF
                   COMPUTE WS-SCORE =
                       (WS-TGT-SCALED - WS-MEAN) / WS-STDDEV
                       ON SIZE ERROR
                           MOVE WS-SCORE-CAP TO WS-SCORE
                   END-COMPUTE
                   IF WS-SCORE LESS 0
                       COMPUTE WS-SCORE = 0 - WS-SCORE
                   END-IF
                   IF WS-VALUE LESS 0
                       COMPUTE WS-TGT-SCALED = 0 - WS-TGT-SCALED
                   END-IF
                   IF WS-SCORE GREATER WS-ZLIMIT
                       IF WS-SCORE GREATER 999999
                           MOVE 999999 TO WS-SCORE
                       END-IF
                       MOVE WS-SCORE TO WS-SCORE-EDIT
                       MOVE WS-WINDOW-DAYS TO WS-DAYS-EDIT
                       MOVE WS-N-WIN TO WS-COUNT-EDIT
                       MOVE 'MEAN' TO WS-FLAG-CHECK
                       MOVE SPACES TO WS-FLAG-TEXT
                       STRING FUNCTION TRIM(WS-SCORE-EDIT)
                           ' STANDARD DEVIATIONS FROM THE '
                           FUNCTION TRIM(WS-DAYS-EDIT)
                           '-DAY MEAN OF '
                           FUNCTION TRIM(WS-COUNT-EDIT) ' PRIOR '
                           FUNCTION TRIM(WS-SHOW-NAME) ' ANSWERS'
                           DELIMITED BY SIZE INTO WS-FLAG-TEXT
                       END-STRING
                       PERFORM 3600-WRITE-FLAG THRU 3600-EXIT
                   END-IF
               END-IF
           END-IF

      *    ANSWER SIZE PER INPUT RECORD
           IF WS-AN-VOLUME(WS-TG-SUB) EQUAL 0
               OR WS-N-RATE LESS WS-MINHIST
               OR WS-RATE-SUM NOT GREATER 0
               GO TO 3100-TAIL
           END-IF
           COMPUTE WS-RATE-MEAN = WS-RATE-SUM / WS-N-RATE
           COMPUTE WS-RATE = WS-TGT-SCALED / WS-AN-VOLUME(WS-TG-SUB)
           MOVE WS-WINDOW-DAYS TO WS-DAYS-EDIT
           MOVE SPACES TO WS-FLAG-TEXT
           COMPUTE WS-SCORE = WS-RATE / WS-RATE-MEAN
               ON SIZE ERROR
                   MOVE WS-SCORE-CAP TO WS-SCORE
           END-COMPUTE
           IF WS-SCORE GREATER WS-FACTOR
               PERFORM 3500-EDIT-TIMES THRU 3500-EXIT
               STRING 'ANSWER PER INPUT RECORD '
                   FUNCTION TRIM(WS-TIMES-EDIT)
                   ' TIMES THE '
                   FUNCTION TRIM(WS-DAYS-EDIT)
                   '-DAY MEAN - INPUT VOLUME DOES NOT EXPLAIN IT'
                   DELIMITED BY SIZE INTO WS-FLAG-TEXT
               END-STRING
           END-IF
           IF WS-RATE GREATER 0
               COMPUTE WS-SCORE = WS-RATE-MEAN / WS-RATE
                   ON SIZE ERROR
                       MOVE WS-SCORE-CAP TO WS-SCORE
               END-COMPUTE
               IF WS-SCORE GREATER WS-FACTOR
                   PERFORM 3500-EDIT-TIMES THRU 3500-EXIT
                   STRING 'ANSWER PER INPUT RECORD '
                       FUNCTION TRIM(WS-TIMES-EDIT)
                       ' TIMES BELOW THE '
                       FUNCTION TRIM(WS-DAYS-EDIT)
                       '-DAY MEAN - INPUT VOLUME DOES NOT EXPLAIN IT'
                       DELIMITED BY SIZE INTO WS-FLAG-TEXT
                   END-STRING
               END-IF
           END-IF
           IF WS-FLAG-TEXT NOT EQUAL SPACES
               MOVE 'VOLM' TO WS-FLAG-CHECK
               PERFORM 3600-WRITE-FLAG THRU 3600-EXIT
           END-IF.

       3100-TAIL.
           IF WS-PART-FLAGGED NOT EQUAL 'Y'
               MOVE SPACES TO REPORT-RECORD
               MOVE '      PLAUSIBLE' TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       3100-EXIT.
           EXIT.

      ***************************************************************
      * ONE CANDIDATE PRIOR ANSWER: SAME PROGRAM, EARLIER KEY, A     *
      * NUMERIC VALUE FOR THIS PART.  COUNTS IT AND TRACKS THE       *
      * LARGEST AND SMALLEST SIZE SEEN                               *
      ***************************************************************
       3200-GATHER-PRIOR.

           IF WS-AN-PROGRAM(WS-AN-SUB) NOT EQUAL
                   WS-AN-PROGRAM(WS-TG-SUB)
               OR WS-AN-KEY(WS-AN-SUB) NOT LESS WS-TARGET-KEY
               OR WS-AN-OK(WS-AN-SUB, WS-PART) NOT EQUAL 'Y'
               GO TO 3200-EXIT
           END-IF
           IF WS-AN-VALUE(WS-AN-SUB, WS-PART) LESS 0
               COMPUTE WS-PRIOR-ABS =
                   0 - WS-AN-VALUE(WS-AN-SUB, WS-PART)
           ELSE
               MOVE WS-AN-VALUE(WS-AN-SUB, WS-PART) TO WS-PRIOR-ABS
           END-IF
           ADD 1 TO WS-N-ALL
           IF WS-N-ALL EQUAL 1
               MOVE WS-PRIOR-ABS TO WS-MAX-ABS WS-MIN-ABS
           END-IF
           IF WS-PRIOR-ABS GREATER WS-MAX-ABS
               MOVE WS-PRIOR-ABS TO WS-MAX-ABS
           END-IF
           IF WS-PRIOR-ABS LESS WS-MIN-ABS
               MOVE WS-PRIOR-ABS TO WS-MIN-ABS
           END-IF.

       3200-EXIT.
           EXIT.

      ***************************************************************
      * THE SAME PRIOR ANSWERS, THOSE INSIDE THE ROLLING WINDOW,     *
      * INTO THE MEAN, SPREAD AND PER-RECORD SUMS                    *
      ***************************************************************
       3250-GATHER-WINDOW.

           IF WS-AN-PROGRAM(WS-AN-SUB) NOT EQUAL
                   WS-AN-PROGRAM(WS-TG-SUB)
               OR WS-AN-KEY(WS-AN-SUB) NOT LESS WS-TARGET-KEY
               OR WS-AN-OK(WS-AN-SUB, WS-PART) NOT EQUAL 'Y'
               OR WS-AN-INT(WS-AN-SUB) LESS WS-WINDOW-START
               GO TO 3250-EXIT
           END-IF
           COMPUTE WS-SCALED =
               WS-AN-VALUE(WS-AN-SUB, WS-PART) / WS-MAX-ABS
           ADD 1 TO WS-N-WIN
           ADD WS-SCALED TO WS-SUM
           COMPUTE WS-SUMSQ = WS-SUMSQ + WS-SCALED * WS-SCALED
           IF WS-AN-VOLUME(WS-AN-SUB) GREATER 0
               ADD 1 TO WS-N-RATE
               IF WS-SCALED LESS 0
                   COMPUTE WS-SCALED = 0 - WS-SCALED
               END-IF
               COMPUTE WS-RATE-SUM = WS-RATE-SUM
                   + WS-SCALED / WS-AN-VOLUME(WS-AN-SUB)
           END-IF.

       3250-EXIT.
           EXIT.

      ***************************************************************
      * A RATIO FOR THE FLAG TEXT, WHOLE TIMES, CAPPED AT THE FIELD  *
      ***************************************************************
       3500-EDIT-TIMES.

           IF WS-SCORE GREATER 999999999
               MOVE 999999999 TO WS-SCORE
           END-IF
           MOVE WS-SCORE TO WS-TIMES-EDIT.

       3500-EXIT.
           EXIT.

      ***************************************************************
      * ONE OUTLIER ONTO THE SIGN-OFF FLAG FILE AND THE REPORT       *
      ***************************************************************
       3600-WRITE-FLAG.

           MOVE SPACES TO FLAG-RECORD
           MOVE WS-TARGET-KEY(1:8)       TO PLF-DATE
           MOVE WS-AN-PROGRAM(WS-TG-SUB) TO PLF-PROGRAM
           MOVE WS-TARGET-KEY(9:2)       TO PLF-VERSION
           MOVE WS-PART                  TO PLF-PART
           MOVE WS-FLAG-CHECK            TO PLF-CHECK
           MOVE WS-FLAG-TEXT             TO PLF-TEXT
           WRITE FLAG-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING '      ** PART' WS-PART ' ' WS-FLAG-CHECK ' '
               WS-FLAG-TEXT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           ADD 1 TO WS-OUTLIER-CNT
           MOVE 'Y' TO WS-PART-FLAGGED
           MOVE 'Y' TO WS-ENTRY-FLAGGED.

       3600-EXIT.
           EXIT.

      ***************************************************************
      * THE RUN COULD NOT SCORE: ONE CONTROL FLAG (DATE ZERO, CHECK  *
      * NCHK) TELLS SIGNOFF THAT NO ENTRY WAS CHECKED                *
      ***************************************************************
       3700-WRITE-NOT-CHECKED.

           MOVE SPACES TO FLAG-RECORD
           MOVE 0      TO PLF-DATE
           MOVE '*ALL' TO PLF-PROGRAM
           MOVE 0      TO PLF-VERSION
           MOVE 0      TO PLF-PART
           MOVE 'NCHK' TO PLF-CHECK
           MOVE WS-AN-MAX TO WS-COUNT-EDIT
           STRING 'NOT PLAUSIBILITY-CHECKED - ANSWER TABLE FULL AT'
               WS-COUNT-EDIT ' - SEE PLAUS-REPORT.TXT'
               DELIMITED BY SIZE INTO PLF-TEXT
           END-STRING
           WRITE FLAG-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'NO ANSWER SCORED - THE ANSWERS IN THE WINDOW EXCEED'
               ' THE TABLE OF' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       3700-EXIT.
           EXIT.

      ***************************************************************
      * TOTALS                                                       *
      ***************************************************************
       8000-WRITE-TOTALS.

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'UNSIGNED ANSWERS ' WS-TARGET-CNT
               '   PARTS SCORED ' WS-SCORED-CNT
               '   OUTLIERS ' WS-OUTLIER-CNT
               '   ANSWERS FLAGGED ' WS-FLAGGED-CNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       8000-EXIT.
           EXIT.
