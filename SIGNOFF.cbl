      *   COLS 38-40  SUPERVISOR INITIALS                            *
      *   COLS 42-49  POSTING DATE                                   *
      *   COLS 51-58  POSTING TIME                                   *
      *                                                              *
      * ON EXIT EVERY ENTRY STILL UNSIGNED THAT HAS NOT BEEN ASKED   *
      * FOR BEFORE IS SENT TO THE SIGN-OFF SUPERVISORS (GROUP        *
      * SIGNOFF) AS A SIGN-OFF REQUEST THROUGH THE AOC-NOTIFY        *
      * SERVICE.  SIGNOFF-REQUESTS.TXT REMEMBERS WHICH ENTRIES HAVE  *
      * BEEN ASKED FOR (ANSWER DATE, PROGRAM-ID, VERSION IN THE      *
      * SIGNOFF-MASTER COLUMNS, NOTIFICATION SEQUENCE IN COLS 38-44, *
      * DATE QUEUED IN COLS 46-53) SO NOBODY IS ASKED TWICE.         *
      *                                                              *
      * ANY OUTLIER PLAUS-CHECK FOUND FOR AN ENTRY (PLAUS-FLAGS.TXT) *
      * IS SHOWN UNDER ITS PART LINES, E.G. '** PART1 SIZE 40 TIMES  *
      * LARGER THAN ANY PRIOR DAY09 ANSWER', SO AN IMPLAUSIBLE       *
      * ANSWER ON A FRESH INPUT IS QUESTIONED BEFORE IT IS SIGNED.   *
      * WHEN PLAUS-CHECK COULD NOT SCORE AT ALL (ITS NCHK FLAG),     *
      * EVERY ENTRY SHOWS '** NOT PLAUSIBILITY-CHECKED' INSTEAD.     *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HOLDOVER-FILE ASSIGN TO 'SIGNOFF-HOLDOVER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDOVER-FST.
           SELECT OPTIONAL REQUEST-FILE
               ASSIGN TO 'SIGNOFF-REQUESTS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FST.
           SELECT OPTIONAL PLAUS-FILE
               ASSIGN TO 'PLAUS-FLAGS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAUS-FST.

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS HOLDOVER-RECORD.
       01  HOLDOVER-RECORD                        PIC X(132).

       FD  REQUEST-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REQUEST-RECORD.
       01  REQUEST-RECORD.
           05 SRQ-DATE                            PIC 9(8).
           05 FILLER                              PIC X(1).
           05 SRQ-PROGRAM                         PIC X(24).
           05 FILLER                              PIC X(1).
           05 SRQ-VERSION                         PIC 9(2).
           05 FILLER                              PIC X(1).
           05 SRQ-SEQ                             PIC 9(7).
           05 FILLER                              PIC X(1).
           05 SRQ-QUEUED                          PIC 9(8).
           05 FILLER                              PIC X(27).

       FD  PLAUS-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PLAUS-RECORD.
       01  PLAUS-RECORD.
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

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
       01  WS-DIGEST-FST                          PIC X(2) VALUE '00'.
       01  WS-SIGNOFF-FST                         PIC X(2) VALUE '00'.
       01  WS-HOLDOVER-FST                        PIC X(2) VALUE '00'.
       01  WS-REQUEST-FST                         PIC X(2) VALUE '00'.
       01  WS-PLAUS-FST                           PIC X(2) VALUE '00'.
       01  WS-EOF-FLAG                            PIC X(1).
           88 SCAN-EOF                                     VALUE 'Y'.
           88 NOT-SCAN-EOF                                 VALUE 'N'.
      *    PROGRAM-TO-JOB MAP FROM JOBCAT
       01  WS-JOB-CNT                             PIC 9(2) VALUE 0.
       01  WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 40 TIMES.
              10 WS-JOB-NAME                      PIC X(8).
              10 WS-JOB-PROGRAM-ID                PIC X(24).
       01  WS-JOB-SUB                             PIC 9(2).
       01  WS-HELD-CNT                            PIC 9(2) VALUE 0.
       01  WS-MATCH-FLAG                          PIC X(1).
       01  WS-EXP1-SHOW                           PIC X(14).
      *    SIGN-OFF REQUESTS ALREADY SENT
       01  WS-ASKED-CNT                           PIC 9(3) VALUE 0.
       01  WS-ASKED-TABLE.
           05 WS-ASKED-ENTRY OCCURS 400 TIMES.
              10 WS-ASK-DATE                      PIC 9(8).
              10 WS-ASK-PROGRAM                   PIC X(24).
              10 WS-ASK-VERSION                   PIC 9(2).
       01  WS-ASK-SUB                             PIC 9(3).
       01  WS-ASKED-NOW                           PIC 9(2) VALUE 0.
       01  WS-NOT-ASKED                           PIC 9(2) VALUE 0.
       COPY NTFPARM.
       01  WS-EXP2-SHOW                           PIC X(14).
      *    PLAUSIBILITY OUTLIERS AGAINST UNSIGNED ENTRIES
       01  WS-PLF-CNT                             PIC 9(3) VALUE 0.
       01  WS-PLF-TABLE.
           05 WS-PLF-ENTRY OCCURS 200 TIMES.
              10 WS-PLF-DATE                      PIC 9(8).
              10 WS-PLF-PROGRAM                   PIC X(24).
              10 WS-PLF-VERSION                   PIC 9(2).
              10 WS-PLF-PART                      PIC 9(1).
              10 WS-PLF-CHECK                     PIC X(4).
              10 WS-PLF-TEXT                      PIC X(88).
       01  WS-PLF-SUB                             PIC 9(3).
      *    SET WHEN THE LAST PLAUS-CHECK COULD NOT SCORE AT ALL
       01  WS-PLAUS-UNCHECKED                     PIC X(1) VALUE 'N'.
           88 PLAUS-UNCHECKED                              VALUE 'Y'.
       01  WS-UNCHECKED-TEXT                      PIC X(88).
       01  WS-MENU-LINE.
           05 WS-ML-NUM                           PIC Z9.
           05 FILLER                              PIC X(2)
           PERFORM 1200-LOAD-EXPECTED  THRU 1200-EXIT
           PERFORM 1300-LOAD-EXC-COUNTS THRU 1300-EXIT
           PERFORM 1400-LOAD-PENDING   THRU 1400-EXIT
           PERFORM 1500-LOAD-PLAUS-FLAGS THRU 1500-EXIT
           IF WS-PEND-CNT EQUAL 0
               DISPLAY 'SIGNOFF: NOTHING AWAITING SIGN-OFF'
           ELSE
               CLOSE SIGNOFF-FILE
           END-IF
           PERFORM 8000-WRITE-HOLDOVER THRU 8000-EXIT
           PERFORM 8100-REQUEST-SIGNOFFS THRU 8100-EXIT
           DISPLAY 'SIGNOFF ENDED - ' WS-POSTED-CNT
               ' POSTED, ' WS-HELD-CNT ' STILL HELD, '
               WS-ASKED-NOW ' SIGN-OFF REQUEST(S) SENT - SEE'
               ' SIGNOFF-HOLDOVER.TXT'
           IF WS-NOT-ASKED GREATER 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      ***************************************************************
                   NOT AT END
                       IF JOBCAT-RECORD(1:2) EQUAL SPACES
                           AND JOBCAT-RECORD(3:1) NOT EQUAL SPACE
                           AND WS-JOB-CNT LESS 40
                           ADD 1 TO WS-JOB-CNT
                           MOVE JOBCAT-RECORD(3:8)
                               TO WS-JOB-NAME(WS-JOB-CNT)
       1450-EXIT.
           EXIT.

      ***************************************************************
      * LOAD THE PLAUSIBILITY OUTLIERS FROM THE LAST PLAUS-CHECK     *
      ***************************************************************
       1500-LOAD-PLAUS-FLAGS.

           OPEN INPUT PLAUS-FILE
           IF WS-PLAUS-FST EQUAL '05'
               CLOSE PLAUS-FILE
               GO TO 1500-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ PLAUS-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF PLF-DATE EQUAL 0
                           AND PLF-CHECK EQUAL 'NCHK'
                           SET PLAUS-UNCHECKED TO TRUE
                           MOVE PLF-TEXT TO WS-UNCHECKED-TEXT
                       END-IF
                       IF PLAUS-RECORD(1:8) IS NUMERIC
                           AND PLF-DATE NOT EQUAL 0
                           AND WS-PLF-CNT LESS 200
                           ADD 1 TO WS-PLF-CNT
                           MOVE PLF-DATE    TO WS-PLF-DATE(WS-PLF-CNT)
                           MOVE PLF-PROGRAM
                               TO WS-PLF-PROGRAM(WS-PLF-CNT)
                           MOVE PLF-VERSION
                               TO WS-PLF-VERSION(WS-PLF-CNT)
                           MOVE PLF-PART    TO WS-PLF-PART(WS-PLF-CNT)
                           MOVE PLF-CHECK   TO WS-PLF-CHECK(WS-PLF-CNT)
                           MOVE PLF-TEXT    TO WS-PLF-TEXT(WS-PLF-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAUS-FILE
           .
       1500-EXIT.
           EXIT.

      ***************************************************************
      * SHOW THE REVIEW LIST AND TAKE ONE ACTION                     *
      ***************************************************************
               ' EXPECTED ' WS-EXP1-SHOW
           DISPLAY '      PART2 ' WS-PND-PART2(WS-PEND-SUB)
               ' EXPECTED ' WS-EXP2-SHOW
           PERFORM VARYING WS-PLF-SUB FROM 1 BY 1
                   UNTIL WS-PLF-SUB GREATER WS-PLF-CNT
               IF WS-PLF-DATE(WS-PLF-SUB)
                       EQUAL WS-PND-DATE(WS-PEND-SUB)
                   AND WS-PLF-PROGRAM(WS-PLF-SUB)
                       EQUAL WS-PND-PROGRAM(WS-PEND-SUB)
                   AND WS-PLF-VERSION(WS-PLF-SUB)
                       EQUAL WS-PND-VERSION(WS-PEND-SUB)
                   DISPLAY '      ** PART' WS-PLF-PART(WS-PLF-SUB)
                       ' ' WS-PLF-CHECK(WS-PLF-SUB)
                       ' ' WS-PLF-TEXT(WS-PLF-SUB)
               END-IF
           END-PERFORM
           IF PLAUS-UNCHECKED
               DISPLAY '      ** ' WS-UNCHECKED-TEXT
           END-IF
           .
       2100-EXIT.
           EXIT.
           .
       8000-EXIT.
           EXIT.

      ***************************************************************
      * ASK THE SIGN-OFF SUPERVISORS FOR EVERY UNSIGNED ENTRY NOT    *
      * ALREADY ASKED FOR                                            *
      ***************************************************************
       8100-REQUEST-SIGNOFFS.

           IF WS-HELD-CNT EQUAL 0
               GO TO 8100-EXIT
           END-IF
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-FST NOT EQUAL '05'
               SET NOT-SCAN-EOF TO TRUE
               PERFORM UNTIL SCAN-EOF
                   READ REQUEST-FILE
                       AT END
                           SET SCAN-EOF TO TRUE
                       NOT AT END
                           IF SRQ-DATE IS NUMERIC
                               AND WS-ASKED-CNT LESS 400
                               ADD 1 TO WS-ASKED-CNT
                               MOVE SRQ-DATE
                                   TO WS-ASK-DATE(WS-ASKED-CNT)
                               MOVE SRQ-PROGRAM
                                   TO WS-ASK-PROGRAM(WS-ASKED-CNT)
                               MOVE SRQ-VERSION
                                   TO WS-ASK-VERSION(WS-ASKED-CNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE REQUEST-FILE
           OPEN EXTEND REQUEST-FILE
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SUB GREATER WS-PEND-CNT
               IF WS-PND-SIGNED(WS-PEND-SUB) EQUAL 'N'
                   PERFORM 8150-REQUEST-ONE THRU 8150-EXIT
               END-IF
           END-PERFORM
           CLOSE REQUEST-FILE
           .
       8100-EXIT.
           EXIT.

       8150-REQUEST-ONE.

           MOVE 'N' TO WS-MATCH-FLAG
           PERFORM VARYING WS-ASK-SUB FROM 1 BY 1
                   UNTIL WS-ASK-SUB GREATER WS-ASKED-CNT
               IF WS-ASK-DATE(WS-ASK-SUB) EQUAL
                       WS-PND-DATE(WS-PEND-SUB)
                   AND WS-ASK-PROGRAM(WS-ASK-SUB) EQUAL
                       WS-PND-PROGRAM(WS-PEND-SUB)
                   AND WS-ASK-VERSION(WS-ASK-SUB) EQUAL
                       WS-PND-VERSION(WS-PEND-SUB)
                   MOVE 'Y' TO WS-MATCH-FLAG
               END-IF
           END-PERFORM
           IF WS-MATCH-FLAG EQUAL 'Y'
               GO TO 8150-EXIT
           END-IF
           MOVE 'SIGNOFF'  TO NTF-GROUP
           MOVE SPACE      TO NTF-SEVERITY
           MOVE 'AOC2301I' TO NTF-MSG-ID
           MOVE WS-PND-JOB(WS-PEND-SUB) TO NTF-SOURCE-JOB
           MOVE SPACES TO NTF-SUBJECT NTF-BODY
           STRING 'SIGN-OFF REQUESTED: ' WS-PND-PROGRAM(WS-PEND-SUB)
               ' ' WS-PND-DATE(WS-PEND-SUB)
               DELIMITED BY SIZE INTO NTF-SUBJECT
           END-STRING
           STRING 'ANSWER SET ' WS-PND-DATE(WS-PEND-SUB) ' '
               WS-PND-PROGRAM(WS-PEND-SUB) ' VERSION '
               WS-PND-VERSION(WS-PEND-SUB) ' AWAITS SUPERVISOR'
               ' SIGN-OFF BEFORE MIS-EXTRACT WILL SHIP IT.'
               DELIMITED BY SIZE INTO NTF-BODY
           END-STRING
           CALL 'AOC-NOTIFY' USING NTF-PARMS
      *    NOT QUEUED - LEAVE IT UNASKED SO THE NEXT RUN ASKS AGAIN
           IF NTF-RC NOT LESS 8
               ADD 1 TO WS-NOT-ASKED
               DISPLAY 'AOC2302W SIGNOFF: SIGN-OFF REQUEST FOR '
                   WS-PND-DATE(WS-PEND-SUB) ' '
                   WS-PND-PROGRAM(WS-PEND-SUB) ' VERSION '
                   WS-PND-VERSION(WS-PEND-SUB)
                   ' NOT QUEUED - ASKED AGAIN NEXT RUN'
               GO TO 8150-EXIT
           END-IF
           DISPLAY 'AOC2301I SIGNOFF: SIGN-OFF REQUESTED FOR '
               WS-PND-DATE(WS-PEND-SUB) ' '
               WS-PND-PROGRAM(WS-PEND-SUB) ' VERSION '
               WS-PND-VERSION(WS-PEND-SUB)
           MOVE SPACES TO REQUEST-RECORD
           MOVE WS-PND-DATE(WS-PEND-SUB) TO SRQ-DATE
           MOVE WS-PND-PROGRAM(WS-PEND-SUB) TO SRQ-PROGRAM
           MOVE WS-PND-VERSION(WS-PEND-SUB) TO SRQ-VERSION
           MOVE NTF-SEQ TO SRQ-SEQ
           MOVE WS-RUN-DATE TO SRQ-QUEUED
           WRITE REQUEST-RECORD
           ADD 1 TO WS-ASKED-NOW
           .
       8150-EXIT.
           EXIT.
