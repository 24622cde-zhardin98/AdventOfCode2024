       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPECTED-MAINT.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * EXPECTED-ANSWER MAINTENANCE                                  *
      *                                                              *
      * EXPECTED-ANSWERS.TXT USED TO BE KEPT BY COPYING THE VALUES A *
      * JOB DISPLAYED INTO COLUMNS 11-40 AND 43-72 BY HAND, AND ONE  *
      * MISCOUNTED LEADING ZERO FAILED VERIFY-DRIVER FOR THAT JOB.   *
      * THIS SCREEN LISTS EVERY JOB WITH ITS EXPECTED VALUES BESIDE  *
      * ITS LATEST SIGNED-OFF ANSWER-MASTER ENTRY, AND PROMOTES AN   *
      * ENTRY INTO EXPECTED-ANSWERS.TXT WITH THE RECORD BUILT BY THE *
      * PROGRAM - THE PART VALUES ARE THE ONES THE JOB POSTED, SO    *
      * THE COLUMNS AND LEADING ZEROS ARE ALWAYS RIGHT.              *
      *                                                              *
      * A PROMOTION IS REFUSED UNLESS:                               *
      *   - THE OPERATOR IS ON OPERATOR-AUTH.TXT FOR THE JOB OR      *
      *     'ALL' (AN UNLISTED ATTEMPT IS LOGGED TO AUTH-LOG.TXT);   *
      *   - THE ENTRY (DATE, PROGRAM, VERSION) IS SIGNED OFF ON      *
      *     SIGNOFF-MASTER.TXT; AND                                  *
      *   - THE JOB'S PROGRAM-ID IS ON FROZEN-INPUTS.TXT, SO THE     *
      *     ANSWER WAS PRODUCED FROM THE INPUT VERIFY-DRIVER RUNS.   *
      * THE LATEST SIGNED-OFF ENTRY IS OFFERED; AN EARLIER ONE MAY   *
      * BE NAMED BY DATE AND VERSION.  EVERY PROMOTION IS RECORDED   *
      * IN EXPECTED-PROMOTIONS.TXT:                                  *
      *   COLS   1-8   DATE            COLS  10-17  TIME             *
      *   COLS  19-26  OPERATOR ID     COLS  28-35  JOB NAME         *
      *   COLS  37-44  ANSWER DATE     COLS  46-69  PROGRAM-ID       *
      *   COLS  71-72  ANSWER VERSION                                *
      *   COLS  74-103 PART 1 BEFORE   COLS 105-134 PART 2 BEFORE    *
      *   COLS 136-165 PART 1 AFTER    COLS 167-196 PART 2 AFTER     *
      * EXPECTED-ANSWERS.TXT IS REWRITTEN WHOLE FROM A 100-RECORD    *
      * TABLE, SO A LONGER FILE REFUSES THE SESSION (RC 8) RATHER    *
      * THAN LOSE ITS TAIL.                                          *
      * STARTED FROM THE OPERATOR MENU (CHOICE E); RUN FROM THE      *
      * WORKSPACE ROOT.                                              *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    AUTHORITATIVE JOB-NAME TO PROGRAM-ID/SOURCE CATALOG
           SELECT JOBCAT-FILE ASSIGN TO 'JOBCAT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBCAT-FST.
      *    OPERATOR AUTHORIZATION ROSTER AND REFUSAL LOG
           SELECT OPTIONAL AUTH-FILE ASSIGN TO 'OPERATOR-AUTH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-FST.
           SELECT OPTIONAL AUTH-LOG-FILE ASSIGN TO 'AUTH-LOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-LOG-FST.
      *    THE EXPECTED-ANSWER MASTER AND ITS REWRITE
           SELECT OPTIONAL EXPECTED-FILE
               ASSIGN TO 'EXPECTED-ANSWERS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPECTED-FST.
           SELECT EXPECTED-OUT-FILE
               ASSIGN TO 'EXPECTED-ANSWERS.TXT.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPECTED-OUT-FST.
      *    POSTED ANSWERS, SUPERVISOR SIGN-OFFS, FROZEN INPUTS
           SELECT OPTIONAL ANSWER-FILE ASSIGN TO 'ANSWER-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANSWER-FST.
           SELECT OPTIONAL SIGNOFF-FILE
               ASSIGN TO 'SIGNOFF-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNOFF-FST.
           SELECT OPTIONAL FROZEN-FILE ASSIGN TO 'FROZEN-INPUTS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FROZEN-FST.
      *    WHO PROMOTED WHICH ANSWER VERSION, AND WHEN
           SELECT OPTIONAL PROMOTION-FILE
               ASSIGN TO 'EXPECTED-PROMOTIONS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMOTION-FST.

       DATA DIVISION.
       FILE SECTION.
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

       FD  EXPECTED-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EXPECTED-RECORD.
       01  EXPECTED-RECORD                        PIC X(80).

       FD  EXPECTED-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EXPECTED-OUT-RECORD.
       01  EXPECTED-OUT-RECORD                    PIC X(80).

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
           05 FILLER                              PIC X(8).

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

       FD  FROZEN-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FROZEN-RECORD.
       01  FROZEN-RECORD                          PIC X(80).

       FD  PROMOTION-FILE
           RECORD CONTAINS 196 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PROMOTION-RECORD.
       01  PROMOTION-RECORD.
           05 PRM-DATE                            PIC 9(8).
           05 FILLER                              PIC X(1).
           05 PRM-TIME                            PIC 9(8).
           05 FILLER                              PIC X(1).
           05 PRM-OPERATOR                        PIC X(8).
           05 FILLER                              PIC X(1).
           05 PRM-JOB                             PIC X(8).
           05 FILLER                              PIC X(1).
           05 PRM-ANSWER-DATE                     PIC 9(8).
           05 FILLER                              PIC X(1).
           05 PRM-PROGRAM                         PIC X(24).
           05 FILLER                              PIC X(1).
           05 PRM-VERSION                         PIC 9(2).
           05 FILLER                              PIC X(1).
           05 PRM-BEFORE-PART1                    PIC X(30).
           05 FILLER                              PIC X(1).
           05 PRM-BEFORE-PART2                    PIC X(30).
           05 FILLER                              PIC X(1).
           05 PRM-AFTER-PART1                     PIC X(30).
           05 FILLER                              PIC X(1).
           05 PRM-AFTER-PART2                     PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
       01  WS-MAINT-DONE                          PIC X(1) VALUE 'N'.
           88 MAINT-DONE                                   VALUE 'Y'.
       01  WS-COMMAND                             PIC X(200).
       01  WS-ACTION                              PIC X(12).
       01  WS-CONFIRM                             PIC X(8).
       01  WS-EOF-FLAG                            PIC X(1).
           88 SCAN-EOF                                     VALUE 'Y'.
           88 NOT-SCAN-EOF                                 VALUE 'N'.

      *    OPERATOR IDENTITY AND AUTHORIZATION
       01  WS-OPERATOR-ID                         PIC X(8)
           VALUE SPACES.
       01  WS-JOBCAT-FST                          PIC X(2) VALUE '00'.
       01  WS-AUTH-FST                            PIC X(2) VALUE '00'.
       01  WS-AUTH-LOG-FST                        PIC X(2) VALUE '00'.
       01  WS-AUTHORIZED                          PIC X(1) VALUE 'N'.
       01  WS-AUTH-HIT                            PIC 9(2).

      *    THE DAY JOBS, WITH THEIR EXPECTED RECORD AND THE LATEST
      *    ANSWER-MASTER ENTRIES - SIGNED OFF AND OVERALL
       01  WS-JOB-CNT                             PIC 9(2) VALUE 0.
       01  WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 30 TIMES.
              10 WS-JOB-NAME                      PIC X(8).
              10 WS-JOB-PROGRAM                   PIC X(24).
              10 WS-JOB-EXP-HIT                   PIC 9(3).
              10 WS-JOB-FROZEN                    PIC X(1).
              10 WS-JOB-SIG-DATE                  PIC 9(8).
              10 WS-JOB-SIG-VERSION               PIC 9(2).
              10 WS-JOB-SIG-PART1                 PIC X(30).
              10 WS-JOB-SIG-PART2                 PIC X(30).
              10 WS-JOB-NEW-DATE                  PIC 9(8).
              10 WS-JOB-NEW-VERSION               PIC 9(2).
       01  WS-JOB-SUB                             PIC 9(2).
       01  WS-PICKED-SUB                          PIC 9(2).

      *    EXPECTED-ANSWERS.TXT HELD AS RECORD IMAGES, COMMENTS AND
      *    ALL, SO THE REWRITE KEEPS EVERYTHING BUT THE CHANGED RECORD
       01  WS-EXPECTED-FST                        PIC X(2) VALUE '00'.
       01  WS-EXPECTED-OUT-FST                    PIC X(2) VALUE '00'.
       01  WS-EXP-CNT                             PIC 9(3) VALUE 0.
       01  WS-EXP-TABLE.
           05 WS-EXP-IMAGE OCCURS 100 TIMES       PIC X(80).
       01  WS-EXP-SUB                             PIC 9(3).
       01  WS-EXP-OVERFLOW                        PIC X(1) VALUE 'N'.
       01  WS-REWRITE-OK                          PIC X(1).
       01  WS-EXP-WORK.
           05 EW-JOB                              PIC X(8).
           05 FILLER                              PIC X(2).
           05 EW-PART1                            PIC X(30).
           05 FILLER                              PIC X(2).
           05 EW-PART2                            PIC X(30).
           05 FILLER                              PIC X(8).

      *    (DATE, PROGRAM, VERSION) ENTRIES A SUPERVISOR SIGNED OFF
       01  WS-ANSWER-FST                          PIC X(2) VALUE '00'.
       01  WS-SIGNOFF-FST                         PIC X(2) VALUE '00'.
       01  WS-FROZEN-FST                          PIC X(2) VALUE '00'.
       01  WS-SGN-CNT                             PIC 9(4) VALUE 0.
       01  WS-SGN-TABLE.
           05 WS-SGN-ENTRY OCCURS 2000 TIMES.
              10 WS-SGN-DATE                      PIC 9(8).
              10 WS-SGN-PROGRAM                   PIC X(24).
              10 WS-SGN-VERSION                   PIC 9(2).
       01  WS-SGN-SUB                             PIC 9(4).
       01  WS-SIGNED-OFF                          PIC X(1).

      *    THE ENTRY BEING PROMOTED
       01  WS-PRO-DATE                            PIC 9(8).
       01  WS-PRO-VERSION                         PIC 9(2).
       01  WS-PRO-PART1                           PIC X(30).
       01  WS-PRO-PART2                           PIC X(30).
       01  WS-PRO-FOUND                           PIC X(1).
       01  WS-PRO-DATE-X                          PIC X(8).
       01  WS-PRO-VERSION-X                       PIC X(2).

       01  WS-SCREEN-LINE.
           05 WS-SL-NUM                           PIC Z9.
           05 FILLER                              PIC X(2) VALUE SPACES.
           05 WS-SL-JOB                           PIC X(8).
           05 FILLER                              PIC X(1) VALUE SPACE.
           05 WS-SL-EXPECTED                      PIC X(7).
           05 FILLER                              PIC X(1) VALUE SPACE.
           05 WS-SL-SIGNED                        PIC X(12).
           05 FILLER                              PIC X(1) VALUE SPACE.
           05 WS-SL-FROZEN                        PIC X(6).
           05 FILLER                              PIC X(1) VALUE SPACE.
           05 WS-SL-STATE                         PIC X(30).

       01  WS-PROMOTION-FST                       PIC X(2) VALUE '00'.
       01  WS-AUD-DATE                            PIC 9(8).
       01  WS-AUD-TIME                            PIC 9(8).

       01  WS-END                                 PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

       PROCEDURE DIVISION.
      ***************************************************************
      * MAINLINE                                                    *
      ***************************************************************
       0000-MAINLINE.

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'AOC_OPERATOR'
           IF WS-OPERATOR-ID EQUAL SPACES
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'USER'
           END-IF
           IF WS-OPERATOR-ID EQUAL SPACES
               MOVE 'UNKNOWN' TO WS-OPERATOR-ID
           END-IF
           PERFORM 1000-LOAD-JOBCAT      THRU 1000-EXIT
           PERFORM 1200-LOAD-EXPECTED    THRU 1200-EXIT
           IF WS-EXP-OVERFLOW EQUAL 'Y'
               DISPLAY 'EXPECTED-ANSWERS.TXT HAS MORE THAN 100 RECORDS'
                   ' - MAINTENANCE REFUSED, NOTHING CHANGED'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-EXIT
           END-IF
           PERFORM 1300-LOAD-SIGNOFFS    THRU 1300-EXIT
           PERFORM 1400-LOAD-ANSWERS     THRU 1400-EXIT
           PERFORM 1500-LOAD-FROZEN      THRU 1500-EXIT
           PERFORM UNTIL MAINT-DONE
               PERFORM 2000-SHOW-SCREEN THRU 2000-EXIT
               PERFORM 3000-TAKE-ACTION THRU 3000-EXIT
           END-PERFORM
           DISPLAY 'EXPECTED-ANSWER MAINTENANCE ENDED'
           .
       0000-EXIT.
           GOBACK.

      ***************************************************************
      * LOAD THE DAY JOBS FROM JOBCAT.TXT                            *
      ***************************************************************
       1000-LOAD-JOBCAT.

           OPEN INPUT JOBCAT-FILE
           IF WS-JOBCAT-FST NOT EQUAL '00'
               DISPLAY 'CANNOT OPEN JOBCAT.TXT - STATUS '
                   WS-JOBCAT-FST ' - RUN FROM THE WORKSPACE ROOT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ JOBCAT-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF JOBCAT-RECORD(1:1) NOT EQUAL '*'
                           AND JOBCAT-RECORD(3:3) EQUAL 'DAY'
                           AND WS-JOB-CNT LESS 30
                           ADD 1 TO WS-JOB-CNT
                           INITIALIZE WS-JOB-ENTRY(WS-JOB-CNT)
                           MOVE JOBCAT-RECORD(3:8)
                               TO WS-JOB-NAME(WS-JOB-CNT)
                           MOVE JOBCAT-RECORD(15:24)
                               TO WS-JOB-PROGRAM(WS-JOB-CNT)
                           MOVE 'N' TO WS-JOB-FROZEN(WS-JOB-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBCAT-FILE
           .
       1000-EXIT.
           EXIT.

      ***************************************************************
      * EXPECTED-ANSWERS.TXT, AND EACH JOB'S RECORD WITHIN IT.  THE  *
      * REWRITE WORKS FROM THIS TABLE, SO A FILE TOO BIG FOR IT IS   *
      * FLAGGED RATHER THAN CUT SHORT                                *
      ***************************************************************
       1200-LOAD-EXPECTED.

           MOVE 0 TO WS-EXP-CNT
           MOVE 'N' TO WS-EXP-OVERFLOW
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB GREATER WS-JOB-CNT
               MOVE 0 TO WS-JOB-EXP-HIT(WS-JOB-SUB)
           END-PERFORM
           OPEN INPUT EXPECTED-FILE
           IF WS-EXPECTED-FST EQUAL '05'
               CLOSE EXPECTED-FILE
               GO TO 1200-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ EXPECTED-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF WS-EXP-CNT LESS 100
                           ADD 1 TO WS-EXP-CNT
                           MOVE EXPECTED-RECORD
                               TO WS-EXP-IMAGE(WS-EXP-CNT)
                           PERFORM 1250-MATCH-EXPECTED THRU 1250-EXIT
                       ELSE
                           MOVE 'Y' TO WS-EXP-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXPECTED-FILE
           .
       1200-EXIT.
           EXIT.

       1250-MATCH-EXPECTED.

           IF EXPECTED-RECORD(1:1) EQUAL '*'
               OR EXPECTED-RECORD EQUAL SPACES
               GO TO 1250-EXIT
           END-IF
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB GREATER WS-JOB-CNT
               IF WS-JOB-NAME(WS-JOB-SUB) EQUAL EXPECTED-RECORD(1:8)
                   MOVE WS-EXP-CNT TO WS-JOB-EXP-HIT(WS-JOB-SUB)
               END-IF
           END-PERFORM
           .
       1250-EXIT.
           EXIT.

       1300-LOAD-SIGNOFFS.

           OPEN INPUT SIGNOFF-FILE
           IF WS-SIGNOFF-FST EQUAL '05'
               CLOSE SIGNOFF-FILE
               GO TO 1300-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ SIGNOFF-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF SO-DATE IS NUMERIC
                           AND SO-VERSION IS NUMERIC
                           AND WS-SGN-CNT LESS 2000
                           ADD 1 TO WS-SGN-CNT
                           MOVE SO-DATE TO WS-SGN-DATE(WS-SGN-CNT)
                           MOVE SO-PROGRAM
                               TO WS-SGN-PROGRAM(WS-SGN-CNT)
                           MOVE SO-VERSION
                               TO WS-SGN-VERSION(WS-SGN-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SIGNOFF-FILE
           .
       1300-EXIT.
           EXIT.

      ***************************************************************
      * EACH JOB'S LATEST ANSWER-MASTER ENTRY, AND ITS LATEST ENTRY  *
      * THAT A SUPERVISOR HAS SIGNED OFF                             *
      ***************************************************************
       1400-LOAD-ANSWERS.

           OPEN INPUT ANSWER-FILE
           IF WS-ANSWER-FST EQUAL '05'
               CLOSE ANSWER-FILE
               GO TO 1400-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ ANSWER-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF AM-DATE IS NUMERIC
                           AND AM-VERSION IS NUMERIC
                           PERFORM 1450-TAKE-ANSWER THRU 1450-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ANSWER-FILE
           .
       1400-EXIT.
           EXIT.

       1450-TAKE-ANSWER.

           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB GREATER WS-JOB-CNT
               IF WS-JOB-PROGRAM(WS-JOB-SUB) EQUAL AM-PROGRAM
                   GO TO 1450-FOUND
               END-IF
           END-PERFORM
           GO TO 1450-EXIT
           .
       1450-FOUND.
           IF AM-DATE GREATER WS-JOB-NEW-DATE(WS-JOB-SUB)
               OR (AM-DATE EQUAL WS-JOB-NEW-DATE(WS-JOB-SUB)
                   AND AM-VERSION GREATER
                       WS-JOB-NEW-VERSION(WS-JOB-SUB))
               MOVE AM-DATE    TO WS-JOB-NEW-DATE(WS-JOB-SUB)
               MOVE AM-VERSION TO WS-JOB-NEW-VERSION(WS-JOB-SUB)
           END-IF
           MOVE AM-DATE    TO WS-PRO-DATE
           MOVE AM-VERSION TO WS-PRO-VERSION
           PERFORM 7100-CHECK-SIGNED THRU 7100-EXIT
           IF WS-SIGNED-OFF NOT EQUAL 'Y'
               GO TO 1450-EXIT
           END-IF
           IF AM-DATE GREATER WS-JOB-SIG-DATE(WS-JOB-SUB)
               OR (AM-DATE EQUAL WS-JOB-SIG-DATE(WS-JOB-SUB)
                   AND AM-VERSION GREATER
                       WS-JOB-SIG-VERSION(WS-JOB-SUB))
               MOVE AM-DATE    TO WS-JOB-SIG-DATE(WS-JOB-SUB)
               MOVE AM-VERSION TO WS-JOB-SIG-VERSION(WS-JOB-SUB)
               MOVE AM-PART1   TO WS-JOB-SIG-PART1(WS-JOB-SUB)
               MOVE AM-PART2   TO WS-JOB-SIG-PART2(WS-JOB-SUB)
           END-IF
           .
       1450-EXIT.
           EXIT.

      ***************************************************************
      * FROZEN-INPUTS.TXT - PROGRAM-ID IN COLS 1-24                  *
      ***************************************************************
       1500-LOAD-FROZEN.

           OPEN INPUT FROZEN-FILE
           IF WS-FROZEN-FST EQUAL '05'
               CLOSE FROZEN-FILE
               GO TO 1500-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ FROZEN-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF FROZEN-RECORD(1:1) NOT EQUAL '*'
                           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                                   UNTIL WS-JOB-SUB GREATER WS-JOB-CNT
                               IF WS-JOB-PROGRAM(WS-JOB-SUB)
                                       EQUAL FROZEN-RECORD(1:24)
                                   MOVE 'Y' TO WS-JOB-FROZEN(WS-JOB-SUB)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FROZEN-FILE
           .
       1500-EXIT.
           EXIT.

      ***************************************************************
      * ONE LINE PER JOB: EXPECTED RECORD PRESENT, LATEST SIGNED-OFF *
      * ENTRY, FROZEN INPUT, AND WHETHER THE TWO AGREE               *
      ***************************************************************
       2000-SHOW-SCREEN.

           DISPLAY ' '
           DISPLAY 'EXPECTED ANSWERS (EXPECTED-ANSWERS.TXT)'
           DISPLAY ' #  JOB      EXPECTD SIGNED-OFF   FROZEN STATE'
           PERFORM 2100-SHOW-JOB-LINE THRU 2100-EXIT
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB GREATER WS-JOB-CNT
           DISPLAY 'nn = SHOW JOB nn BESIDE ITS LATEST SIGNED-OFF'
               ' ANSWER AND PROMOTE IT'
           DISPLAY 'Q = RETURN TO THE OPERATOR MENU'
           .
       2000-EXIT.
           EXIT.

       2100-SHOW-JOB-LINE.

           MOVE WS-JOB-SUB TO WS-SL-NUM
           MOVE WS-JOB-NAME(WS-JOB-SUB) TO WS-SL-JOB
           MOVE SPACES TO WS-SL-EXPECTED WS-SL-SIGNED WS-SL-STATE
           MOVE SPACES TO WS-EXP-WORK
           IF WS-JOB-EXP-HIT(WS-JOB-SUB) GREATER 0
               MOVE WS-EXP-IMAGE(WS-JOB-EXP-HIT(WS-JOB-SUB))
                   TO WS-EXP-WORK
           END-IF
           IF EW-PART1 EQUAL SPACES AND EW-PART2 EQUAL SPACES
               MOVE 'NONE' TO WS-SL-EXPECTED
           ELSE
               MOVE 'SET' TO WS-SL-EXPECTED
           END-IF
           IF WS-JOB-FROZEN(WS-JOB-SUB) EQUAL 'Y'
               MOVE 'YES' TO WS-SL-FROZEN
           ELSE
               MOVE 'NO' TO WS-SL-FROZEN
           END-IF
           IF WS-JOB-SIG-DATE(WS-JOB-SUB) EQUAL 0
               MOVE 'NONE' TO WS-SL-SIGNED
               MOVE 'NO SIGNED-OFF ANSWER' TO WS-SL-STATE
           ELSE
               STRING WS-JOB-SIG-DATE(WS-JOB-SUB) ' V'
                   WS-JOB-SIG-VERSION(WS-JOB-SUB)
                   DELIMITED BY SIZE INTO WS-SL-SIGNED
               END-STRING
               IF EW-PART1 EQUAL WS-JOB-SIG-PART1(WS-JOB-SUB)
                   AND EW-PART2 EQUAL WS-JOB-SIG-PART2(WS-JOB-SUB)
                   MOVE 'MATCHES' TO WS-SL-STATE
               ELSE
                   MOVE 'DIFFERS - MAY BE PROMOTED' TO WS-SL-STATE
                   IF WS-JOB-FROZEN(WS-JOB-SUB) NOT EQUAL 'Y'
                       MOVE 'DIFFERS - INPUT NOT FROZEN'
                           TO WS-SL-STATE
                   END-IF
               END-IF
           END-IF
           DISPLAY WS-SCREEN-LINE
           .
       2100-EXIT.
           EXIT.

      ***************************************************************
      * READ AND DISPATCH ONE ACTION                                 *
      ***************************************************************
       3000-TAKE-ACTION.

           MOVE SPACES TO WS-ACTION
           ACCEPT WS-ACTION
           INSPECT WS-ACTION CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           EVALUATE TRUE
               WHEN WS-ACTION EQUAL 'Q'
                   SET MAINT-DONE TO TRUE
               WHEN WS-ACTION EQUAL SPACES
                   CONTINUE
               WHEN WS-ACTION(1:2) IS NUMERIC
                   AND WS-ACTION(3:1) EQUAL SPACE
                   MOVE WS-ACTION(1:2) TO WS-PICKED-SUB
                   PERFORM 4000-SHOW-JOB THRU 4000-EXIT
               WHEN WS-ACTION(1:1) IS NUMERIC
                   AND WS-ACTION(2:1) EQUAL SPACE
                   MOVE WS-ACTION(1:1) TO WS-PICKED-SUB
                   PERFORM 4000-SHOW-JOB THRU 4000-EXIT
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED ACTION: ' WS-ACTION
           END-EVALUATE
           .
       3000-EXIT.
           EXIT.

      ***************************************************************
      * ONE JOB: EXPECTED VALUES BESIDE THE LATEST SIGNED-OFF ENTRY, *
      * THEN PROMOTE IT OR A NAMED EARLIER ENTRY                     *
      ***************************************************************
       4000-SHOW-JOB.

           IF WS-PICKED-SUB EQUAL 0
               OR WS-PICKED-SUB GREATER WS-JOB-CNT
               DISPLAY 'NO SUCH JOB NUMBER: ' WS-PICKED-SUB
               GO TO 4000-EXIT
           END-IF
           MOVE WS-PICKED-SUB TO WS-JOB-SUB
           MOVE SPACES TO WS-EXP-WORK
           IF WS-JOB-EXP-HIT(WS-JOB-SUB) GREATER 0
               MOVE WS-EXP-IMAGE(WS-JOB-EXP-HIT(WS-JOB-SUB))
                   TO WS-EXP-WORK
           END-IF
           DISPLAY ' '
           DISPLAY WS-JOB-NAME(WS-JOB-SUB) '  '
               WS-JOB-PROGRAM(WS-JOB-SUB)
           DISPLAY '                PART 1                        '
               ' PART 2'
           DISPLAY '  EXPECTED      ' EW-PART1 ' ' EW-PART2
           IF WS-JOB-SIG-DATE(WS-JOB-SUB) EQUAL 0
               DISPLAY '  SIGNED OFF    ** NO SIGNED-OFF ANSWER-MASTER'
                   ' ENTRY **'
           ELSE
               DISPLAY '  SIGNED OFF    '
                   WS-JOB-SIG-PART1(WS-JOB-SUB) ' '
                   WS-JOB-SIG-PART2(WS-JOB-SUB)
               DISPLAY '  (ANSWER-MASTER ENTRY '
                   WS-JOB-SIG-DATE(WS-JOB-SUB) ' V'
                   WS-JOB-SIG-VERSION(WS-JOB-SUB) ')'
           END-IF
           IF WS-JOB-NEW-DATE(WS-JOB-SUB)
                   GREATER WS-JOB-SIG-DATE(WS-JOB-SUB)
               OR (WS-JOB-NEW-DATE(WS-JOB-SUB)
                       EQUAL WS-JOB-SIG-DATE(WS-JOB-SUB)
                   AND WS-JOB-NEW-VERSION(WS-JOB-SUB)
                       GREATER WS-JOB-SIG-VERSION(WS-JOB-SUB))
               DISPLAY '  (A LATER ENTRY, ' WS-JOB-NEW-DATE(WS-JOB-SUB)
                   ' V' WS-JOB-NEW-VERSION(WS-JOB-SUB)
                   ', IS NOT YET SIGNED OFF)'
           END-IF
           IF WS-JOB-FROZEN(WS-JOB-SUB) NOT EQUAL 'Y'
               DISPLAY '  ' WS-JOB-PROGRAM(WS-JOB-SUB)
                   ' IS NOT ON FROZEN-INPUTS.TXT'
           END-IF
           DISPLAY 'P = PROMOTE THE SIGNED-OFF ENTRY SHOWN, '
               'yyyymmdd-vv = PROMOTE THAT ENTRY, BLANK = BACK'
           MOVE SPACES TO WS-ACTION
           ACCEPT WS-ACTION
           INSPECT WS-ACTION CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           EVALUATE TRUE
               WHEN WS-ACTION EQUAL SPACES
                   GO TO 4000-EXIT
               WHEN WS-ACTION EQUAL 'P'
                   IF WS-JOB-SIG-DATE(WS-JOB-SUB) EQUAL 0
                       DISPLAY 'PROMOTION REFUSED - '
                           WS-JOB-NAME(WS-JOB-SUB)
                           ' HAS NO SIGNED-OFF ANSWER'
                       GO TO 4000-EXIT
                   END-IF
                   MOVE WS-JOB-SIG-DATE(WS-JOB-SUB)    TO WS-PRO-DATE
                   MOVE WS-JOB-SIG-VERSION(WS-JOB-SUB)
                       TO WS-PRO-VERSION
               WHEN WS-ACTION(1:8) IS NUMERIC
                   AND WS-ACTION(9:1) EQUAL '-'
                   AND WS-ACTION(10:2) IS NUMERIC
                   MOVE WS-ACTION(1:8)  TO WS-PRO-DATE
                   MOVE WS-ACTION(10:2) TO WS-PRO-VERSION
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED ACTION: ' WS-ACTION
                   GO TO 4000-EXIT
           END-EVALUATE
           PERFORM 5000-PROMOTE THRU 5000-EXIT
           .
       4000-EXIT.
           EXIT.

      ***************************************************************
      * PROMOTE ENTRY WS-PRO-DATE / WS-PRO-VERSION OF THE PICKED JOB *
      ***************************************************************
       5000-PROMOTE.

           PERFORM 5100-CHECK-AUTHORITY THRU 5100-EXIT
           IF WS-AUTHORIZED NOT EQUAL 'Y'
               GO TO 5000-EXIT
           END-IF
           PERFORM 5200-FIND-ENTRY THRU 5200-EXIT
           IF WS-PRO-FOUND NOT EQUAL 'Y'
               DISPLAY 'NO ANSWER-MASTER ENTRY ' WS-PRO-DATE ' V'
                   WS-PRO-VERSION ' FOR ' WS-JOB-PROGRAM(WS-JOB-SUB)
               GO TO 5000-EXIT
           END-IF
           PERFORM 7100-CHECK-SIGNED THRU 7100-EXIT
           IF WS-SIGNED-OFF NOT EQUAL 'Y'
               DISPLAY 'PROMOTION REFUSED - ' WS-PRO-DATE ' V'
                   WS-PRO-VERSION ' IS NOT SIGNED OFF ON'
                   ' SIGNOFF-MASTER.TXT'
               GO TO 5000-EXIT
           END-IF
           IF WS-JOB-FROZEN(WS-JOB-SUB) NOT EQUAL 'Y'
               DISPLAY 'PROMOTION REFUSED - '
                   WS-JOB-PROGRAM(WS-JOB-SUB)
                   ' IS NOT ON FROZEN-INPUTS.TXT'
               GO TO 5000-EXIT
           END-IF
           IF WS-PRO-PART1 EQUAL EW-PART1
               AND WS-PRO-PART2 EQUAL EW-PART2
               DISPLAY 'NO CHANGE - EXPECTED VALUES ALREADY MATCH'
               GO TO 5000-EXIT
           END-IF
           DISPLAY 'NEW EXPECTED ' WS-PRO-PART1 ' ' WS-PRO-PART2
           DISPLAY 'CONFIRM PROMOTION (Y/N)'
           MOVE SPACES TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT EQUAL 'Y' AND WS-CONFIRM NOT EQUAL 'y'
               DISPLAY 'NOT PROMOTED'
               GO TO 5000-EXIT
           END-IF

           MOVE SPACES TO PROMOTION-RECORD
           MOVE EW-PART1 TO PRM-BEFORE-PART1
           MOVE EW-PART2 TO PRM-BEFORE-PART2
           MOVE SPACES TO WS-EXP-WORK
           MOVE WS-JOB-NAME(WS-JOB-SUB) TO EW-JOB
           MOVE WS-PRO-PART1 TO EW-PART1
           MOVE WS-PRO-PART2 TO EW-PART2
           IF WS-JOB-EXP-HIT(WS-JOB-SUB) GREATER 0
               MOVE WS-EXP-WORK
                   TO WS-EXP-IMAGE(WS-JOB-EXP-HIT(WS-JOB-SUB))
           ELSE
               IF WS-EXP-CNT NOT LESS 100
                   DISPLAY 'EXPECTED-ANSWERS.TXT IS FULL - NOT'
                       ' PROMOTED'
                   GO TO 5000-EXIT
               END-IF
               ADD 1 TO WS-EXP-CNT
               MOVE WS-EXP-WORK TO WS-EXP-IMAGE(WS-EXP-CNT)
               MOVE WS-EXP-CNT TO WS-JOB-EXP-HIT(WS-JOB-SUB)
           END-IF
           PERFORM 7600-REWRITE-EXPECTED THRU 7600-EXIT
           IF WS-REWRITE-OK NOT EQUAL 'Y'
               DISPLAY 'NOT PROMOTED - EXPECTED-ANSWERS.TXT LEFT AS'
                   ' IT WAS'
               PERFORM 1200-LOAD-EXPECTED THRU 1200-EXIT
               MOVE WS-PICKED-SUB TO WS-JOB-SUB
               GO TO 5000-EXIT
           END-IF
           PERFORM 7500-WRITE-PROMOTION THRU 7500-EXIT
           DISPLAY WS-JOB-NAME(WS-JOB-SUB) ' EXPECTED ANSWERS'
               ' PROMOTED FROM ' WS-PRO-DATE ' V' WS-PRO-VERSION
           .
       5000-EXIT.
           EXIT.

      ***************************************************************
      * THE OPERATOR MUST BE ON OPERATOR-AUTH.TXT FOR THE JOB OR     *
      * ALL; ANYONE ELSE IS LOGGED TO AUTH-LOG.TXT AND TURNED AWAY   *
      ***************************************************************
       5100-CHECK-AUTHORITY.

           MOVE 'N' TO WS-AUTHORIZED
           OPEN INPUT AUTH-FILE
           IF WS-AUTH-FST EQUAL '05'
               CLOSE AUTH-FILE
               GO TO 5100-REFUSE
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
                           INSPECT AUTH-RECORD(9:72)
                               TALLYING WS-AUTH-HIT FOR ALL
                               WS-JOB-NAME(WS-JOB-SUB)(1:5)
                           IF WS-AUTH-HIT GREATER 0
                               MOVE 'Y' TO WS-AUTHORIZED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTH-FILE
           IF WS-AUTHORIZED EQUAL 'Y'
               GO TO 5100-EXIT
           END-IF
           .
       5100-REFUSE.
           DISPLAY 'OPERATOR ' WS-OPERATOR-ID ' IS NOT AUTHORIZED'
               ' FOR ' WS-JOB-NAME(WS-JOB-SUB) ' ON OPERATOR-AUTH.TXT'
               ' - PROMOTION REFUSED'
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-TIME FROM TIME
           MOVE SPACES TO AUTH-LOG-RECORD
           STRING WS-AUD-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-AUD-TIME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               ' EXPECTED-MAINT REFUSED ' DELIMITED BY SIZE
               WS-JOB-NAME(WS-JOB-SUB) DELIMITED BY SPACE
               INTO AUTH-LOG-RECORD
           END-STRING
           OPEN EXTEND AUTH-LOG-FILE
           WRITE AUTH-LOG-RECORD
           CLOSE AUTH-LOG-FILE
           .
       5100-EXIT.
           EXIT.

      *    THE NAMED ANSWER-MASTER ENTRY'S PART VALUES
       5200-FIND-ENTRY.

           MOVE 'N' TO WS-PRO-FOUND
           OPEN INPUT ANSWER-FILE
           IF WS-ANSWER-FST EQUAL '05'
               CLOSE ANSWER-FILE
               GO TO 5200-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ ANSWER-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF AM-DATE EQUAL WS-PRO-DATE
                           AND AM-PROGRAM
                               EQUAL WS-JOB-PROGRAM(WS-JOB-SUB)
                           AND AM-VERSION EQUAL WS-PRO-VERSION
                           MOVE 'Y' TO WS-PRO-FOUND
                           MOVE AM-PART1 TO WS-PRO-PART1
                           MOVE AM-PART2 TO WS-PRO-PART2
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ANSWER-FILE
           .
       5200-EXIT.
           EXIT.

      *    WS-SIGNED-OFF = 'Y' WHEN THE PICKED JOB'S ENTRY
      *    WS-PRO-DATE / WS-PRO-VERSION IS ON SIGNOFF-MASTER.TXT
       7100-CHECK-SIGNED.

           MOVE 'N' TO WS-SIGNED-OFF
           PERFORM VARYING WS-SGN-SUB FROM 1 BY 1
                   UNTIL WS-SGN-SUB GREATER WS-SGN-CNT
               IF WS-SGN-DATE(WS-SGN-SUB) EQUAL WS-PRO-DATE
                   AND WS-SGN-PROGRAM(WS-SGN-SUB)
                       EQUAL WS-JOB-PROGRAM(WS-JOB-SUB)
                   AND WS-SGN-VERSION(WS-SGN-SUB) EQUAL WS-PRO-VERSION
                   MOVE 'Y' TO WS-SIGNED-OFF
                   GO TO 7100-EXIT
               END-IF
           END-PERFORM
           .
       7100-EXIT.
           EXIT.

      ***************************************************************
      * RECORD WHO PROMOTED WHICH ANSWER VERSION, AND WHEN           *
      ***************************************************************
       7500-WRITE-PROMOTION.

           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-TIME FROM TIME
           MOVE WS-AUD-DATE                TO PRM-DATE
           MOVE WS-AUD-TIME                TO PRM-TIME
           MOVE WS-OPERATOR-ID             TO PRM-OPERATOR
           MOVE WS-JOB-NAME(WS-JOB-SUB)    TO PRM-JOB
           MOVE WS-PRO-DATE                TO PRM-ANSWER-DATE
           MOVE WS-JOB-PROGRAM(WS-JOB-SUB) TO PRM-PROGRAM
           MOVE WS-PRO-VERSION             TO PRM-VERSION
           MOVE WS-PRO-PART1               TO PRM-AFTER-PART1
           MOVE WS-PRO-PART2               TO PRM-AFTER-PART2
           OPEN EXTEND PROMOTION-FILE
           WRITE PROMOTION-RECORD
           CLOSE PROMOTION-FILE
           .
       7500-EXIT.
           EXIT.

      ***************************************************************
      * REWRITE EXPECTED-ANSWERS.TXT FROM THE TABLE: WRITE THE .TMP  *
      * COPY, THEN MOVE IT OVER THE LIVE FILE IN ONE STEP.  A .TMP   *
      * COPY THAT COULD NOT BE WRITTEN WHOLE IS NEVER MOVED          *
      ***************************************************************
       7600-REWRITE-EXPECTED.

           MOVE 'N' TO WS-REWRITE-OK
           OPEN OUTPUT EXPECTED-OUT-FILE
           IF WS-EXPECTED-OUT-FST NOT EQUAL '00'
               DISPLAY 'CANNOT OPEN EXPECTED-ANSWERS.TXT.TMP - STATUS '
                   WS-EXPECTED-OUT-FST
               GO TO 7600-EXIT
           END-IF
           PERFORM VARYING WS-EXP-SUB FROM 1 BY 1
                   UNTIL WS-EXP-SUB GREATER WS-EXP-CNT
                      OR WS-EXPECTED-OUT-FST NOT EQUAL '00'
               MOVE WS-EXP-IMAGE(WS-EXP-SUB) TO EXPECTED-OUT-RECORD
               WRITE EXPECTED-OUT-RECORD
           END-PERFORM
           IF WS-EXPECTED-OUT-FST NOT EQUAL '00'
               DISPLAY 'CANNOT WRITE EXPECTED-ANSWERS.TXT.TMP - STATUS '
                   WS-EXPECTED-OUT-FST
               CLOSE EXPECTED-OUT-FILE
               GO TO 7600-EXIT
           END-IF
           CLOSE EXPECTED-OUT-FILE
           IF WS-EXPECTED-OUT-FST NOT EQUAL '00'
               DISPLAY 'CANNOT CLOSE EXPECTED-ANSWERS.TXT.TMP - STATUS '
                   WS-EXPECTED-OUT-FST
               GO TO 7600-EXIT
           END-IF
           MOVE 'Y' TO WS-REWRITE-OK
           MOVE SPACES TO WS-COMMAND
           STRING 'mv EXPECTED-ANSWERS.TXT.TMP EXPECTED-ANSWERS.TXT'
               DELIMITED BY SIZE INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           .
       7600-EXIT.
           EXIT.
