      * CHANGE-CONTROL APPLY PROGRAM FOR THE SHOP CONTROL FILES      *
      *                                                              *
      * JOBCAT.TXT, PARMLIB.TXT, SCHEDULE-CALENDAR.TXT,              *
      * ALERT-THRESHOLDS.TXT, EXCEPTION-FILES.TXT AND               *
      * OPERATOR-AUTH.TXT ARE PRODUCTION DATA: A TYPO IN ANY OF THEM *
      * TAKES DOWN THE BATCH OR LOCKS OUT AN OPERATOR.  CHANGES      *
      * NOW GO THROUGH CHANGE-REQUEST.TXT:                           *
      *   FILE <CONTROL-FILE-NAME>   NAMES THE TARGET                *
      *   ADD <RECORD TEXT>          APPENDS A VALIDATED RECORD      *
      * LOGGED WITH ITS BEFORE/AFTER IMAGE AND OPERATOR IN           *
      * CHANGE-LOG.TXT; AND THE INVERSE OF THE APPLIED SET IS KEPT   *
      * IN CHANGE-BACKOUT.TXT SO THE LAST SET CAN BE BACKED OUT.     *
      * ANY VALIDATION FAILURE REFUSES THE WHOLE SET.  A BACKOUT IS  *
      * A DUAL-CONTROL ACTION: THE FIRST BACKOUT RUN FILES AN        *
      * APPROVAL REQUEST (AOC-APPROVE) AND ENDS RC 4; THE SAME       *
      * OPERATOR'S RESUBMISSION BACKS THE SET OUT ONCE A SECOND      *
      * OPERATOR HAS APPROVED IT.  AN APPLIED OR BACKED-OUT SET IS   *
      * EMPTIED FROM CHANGE-REQUEST.TXT.  RUN FROM THE WORKSPACE     *
      * ROOT.                                                        *
      *                                                              *
      * INSIDE A CHANGE-FREEZE WINDOW (FREEZE RECORDS ON             *
      * SCHEDULE-CALENDAR.TXT) A SET TOUCHING A FROZEN FILE OR JOB   *
      * IS REFUSED WHOLE - BACKOUT INCLUDED - UNLESS THE REQUEST     *
      * CARRIES 'EMERGENCY <REASON>' AND A SECOND OPERATOR APPROVES  *
      * THE OVERRIDE (AOC-FREEZE).  ONCE THE SET HAS BEEN APPLIED    *
      * EACH OVERRIDDEN TARGET IS REGISTERED ON FREEZE-OVERRIDES.TXT *
      * FOR THE MONTHLY OPS PACK.  A BACKOUT ASKS FOR ITS OWN        *
      * APPROVAL BEFORE IT ASKS FOR THE OVERRIDE.                    *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL EXCMAP-FILE ASSIGN TO 'EXCEPTION-FILES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-FST.
           SELECT OPTIONAL AUTH-FILE ASSIGN TO 'OPERATOR-AUTH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-FST.
           SELECT OPTIONAL CHANGE-LOG-FILE ASSIGN TO 'CHANGE-LOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-FST.
           DATA RECORD IS EXCMAP-RECORD.
       01  EXCMAP-RECORD                          PIC X(80).

       FD  AUTH-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUTH-RECORD.
       01  AUTH-RECORD                            PIC X(80).

       FD  CHANGE-LOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           VALUE SPACES.
       01  WS-BACKOUT-REQ                         PIC X(1) VALUE 'N'.
       01  WS-VALID-SET                           PIC X(1) VALUE 'Y'.
       01  WS-EMERGENCY                           PIC X(1) VALUE 'N'.
       01  WS-EMERGENCY-REASON                    PIC X(40)
           VALUE SPACES.
       01  WS-FROZEN-SET                          PIC X(1) VALUE 'N'.
       01  WS-FRZ-JOB                             PIC X(8).
       01  WS-LAST-FRZ-TARGET                     PIC X(24).
       01  WS-LAST-FRZ-JOB                        PIC X(8).
      *    TARGETS LET THROUGH A FREEZE WINDOW BY AN OVERRIDE, EACH
      *    REGISTERED ONCE THE SET HAS BEEN APPLIED
       01  WS-FOV-CNT                             PIC 9(3) VALUE 0.
       01  WS-FOV-TABLE.
           05 WS-FOV-ENTRY OCCURS 100 TIMES.
              10 WS-FOV-TARGET                  PIC X(24).
              10 WS-FOV-JOB                     PIC X(8).
              10 WS-FOV-WINDOW                  PIC X(20).
              10 WS-FOV-APPROVER                PIC X(8).
       01  WS-FOV-SUB                             PIC 9(3).
       01  WS-FOV-FAILED                          PIC X(1) VALUE 'N'.

      *    TARGET FILE IMAGE, HELD WHILE THE SET IS APPLIED
       01  WS-REC-CNT                             PIC 9(3) VALUE 0.
       01  WS-CHECK-TEXT                          PIC X(81).
       01  WS-RULE-OK                             PIC X(1).
       01  WS-PAT-SUB                             PIC 9(2).
       COPY APRPARM.
       COPY FRZPARM.
       01  WS-END                                 PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

               MOVE 8 TO RETURN-CODE
               GO TO 0000-DONE
           END-IF
           PERFORM 2500-CHECK-FREEZE THRU 2500-EXIT
           IF WS-FROZEN-SET EQUAL 'Y'
               GO TO 0000-DONE
           END-IF
           PERFORM 3000-APPLY-SET THRU 3000-EXIT
           PERFORM 2700-LOG-OVERRIDES THRU 2700-EXIT
      *    AN APPLIED SET IS EMPTIED SO THE NEXT REQUEST STARTS CLEAN
           OPEN OUTPUT REQUEST-FILE
           CLOSE REQUEST-FILE
           DISPLAY 'AOC8403I CHANGE-APPLY COMPLETE: ' WS-APPLIED-CNT
               ' CHANGE(S) APPLIED - SEE CHANGE-LOG.TXT'
           .
               MOVE 'Y' TO WS-BACKOUT-REQ
               GO TO 1100-EXIT
           END-IF
      *    'EMERGENCY <REASON>' ASKS FOR A FREEZE-WINDOW OVERRIDE
           IF REQUEST-RECORD(1:10) EQUAL 'EMERGENCY '
               MOVE 'Y' TO WS-EMERGENCY
               MOVE REQUEST-RECORD(11:40) TO WS-EMERGENCY-REASON
               GO TO 1100-EXIT
           END-IF
           IF REQUEST-RECORD(1:5) EQUAL 'FILE '
               MOVE REQUEST-RECORD(6:24) TO WS-CUR-TARGET
               PERFORM 1200-CHECK-TARGET THRU 1200-EXIT
           EXIT.

      ***************************************************************
      * ONLY THE SIX SHOP CONTROL FILES MAY BE CHANGED THIS WAY      *
      ***************************************************************
       1200-CHECK-TARGET.

               WHEN 'SCHEDULE-CALENDAR.TXT'
               WHEN 'ALERT-THRESHOLDS.TXT'
               WHEN 'EXCEPTION-FILES.TXT'
               WHEN 'OPERATOR-AUTH.TXT'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'AOC8407E CHANGE-APPLY: ' WS-CUR-TARGET
                       MOVE 'N' TO WS-RULE-OK
                   END-IF
               WHEN 'SCHEDULE-CALENDAR.TXT'
      *            'HOLIDAY YYYYMMDD' OR 'DAYnn' + SEVEN Y/N COLUMNS,
      *            OR A FREEZE WINDOW - DATES AT 9 AND 18 IN ORDER,
      *            NAME AT 27, SCOPE FROM 48
                   EVALUATE TRUE
                   WHEN WS-CHECK-TEXT(1:8) EQUAL 'HOLIDAY '
                       IF WS-CHECK-TEXT(9:8) NOT NUMERIC
                           MOVE 'N' TO WS-RULE-OK
                       END-IF
                   WHEN WS-CHECK-TEXT(1:8) EQUAL 'FREEZE  '
                       IF WS-CHECK-TEXT(9:8) NOT NUMERIC
                           OR WS-CHECK-TEXT(18:8) NOT NUMERIC
                           OR WS-CHECK-TEXT(18:8)
                               LESS WS-CHECK-TEXT(9:8)
                           OR WS-CHECK-TEXT(27:20) EQUAL SPACES
                           OR WS-CHECK-TEXT(48:33) EQUAL SPACES
                           MOVE 'N' TO WS-RULE-OK
                       END-IF
                   WHEN OTHER
                       IF WS-CHECK-TEXT(1:3) NOT EQUAL 'DAY'
                           OR WS-CHECK-TEXT(4:2) NOT NUMERIC
                           MOVE 'N' TO WS-RULE-OK
                               MOVE 'N' TO WS-RULE-OK
                           END-IF
                       END-PERFORM
                   END-EVALUATE
               WHEN 'ALERT-THRESHOLDS.TXT'
      *            NAME IN COLS 1-8, SIX-DIGIT VALUE IN COLS 11-16
                   IF WS-CHECK-TEXT(1:1) EQUAL SPACE
                       OR WS-CHECK-TEXT(25:1) EQUAL SPACE
                       MOVE 'N' TO WS-RULE-OK
                   END-IF
               WHEN 'OPERATOR-AUTH.TXT'
      *            OPERATOR ID IN COLS 1-8, AUTHORITIES FROM COL 11
                   IF WS-CHECK-TEXT(1:1) EQUAL SPACE
                       OR WS-CHECK-TEXT(9:2) NOT EQUAL SPACES
                       OR WS-CHECK-TEXT(11:1) EQUAL SPACE
                       MOVE 'N' TO WS-RULE-OK
                   END-IF
           END-EVALUATE
           .
       2100-EXIT.
           EXIT.

      ***************************************************************
      * NO FILE OR JOB THE SET TOUCHES MAY BE INSIDE A FREEZE WINDOW *
      * TODAY WITHOUT AN APPROVED EMERGENCY OVERRIDE - THE FIRST     *
      * REFUSAL REFUSES THE WHOLE SET                                *
      ***************************************************************
       2500-CHECK-FREEZE.

           MOVE 'N' TO WS-FROZEN-SET
           MOVE 0 TO WS-FOV-CNT
           MOVE SPACES TO WS-LAST-FRZ-TARGET WS-LAST-FRZ-JOB
           PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
                   UNTIL WS-CHG-SUB GREATER WS-CHG-CNT
                      OR WS-FROZEN-SET EQUAL 'Y'
               PERFORM 2600-FREEZE-ONE THRU 2600-EXIT
           END-PERFORM
           .
       2500-EXIT.
           EXIT.

       2600-FREEZE-ONE.

      *    THE JOB A RECORD BELONGS TO, WHERE THE LAYOUT CARRIES ONE
           MOVE SPACES TO WS-FRZ-JOB
           IF WS-CG-TARGET(WS-CHG-SUB) EQUAL 'JOBCAT.TXT'
               IF WS-CG-TEXT(WS-CHG-SUB)(1:2) EQUAL SPACES
                   MOVE WS-CG-TEXT(WS-CHG-SUB)(3:8) TO WS-FRZ-JOB
               END-IF
           ELSE
               IF WS-CG-TEXT(WS-CHG-SUB)(1:3) EQUAL 'DAY'
                   MOVE WS-CG-TEXT(WS-CHG-SUB)(1:8) TO WS-FRZ-JOB
               END-IF
           END-IF
           IF WS-CG-TARGET(WS-CHG-SUB) EQUAL WS-LAST-FRZ-TARGET
               AND WS-FRZ-JOB EQUAL WS-LAST-FRZ-JOB
               GO TO 2600-EXIT
           END-IF
           MOVE WS-CG-TARGET(WS-CHG-SUB) TO WS-LAST-FRZ-TARGET
           MOVE WS-FRZ-JOB TO WS-LAST-FRZ-JOB

           MOVE 'GATE'                   TO FRZ-OP
           MOVE WS-RUN-DATE              TO FRZ-DATE
           MOVE WS-CG-TARGET(WS-CHG-SUB) TO FRZ-TARGET
           MOVE WS-FRZ-JOB               TO FRZ-JOB
           MOVE 'CHANGE-APPLY'           TO FRZ-PROGRAM
           MOVE WS-OPERATOR-ID           TO FRZ-OPERATOR
           MOVE WS-EMERGENCY             TO FRZ-EMERGENCY
           MOVE WS-EMERGENCY-REASON      TO FRZ-REASON
           CALL 'AOC-FREEZE' USING FRZ-PARMS
           IF FRZ-RC EQUAL 0
               IF FRZ-OVERRIDDEN EQUAL 'Y'
                   ADD 1 TO WS-FOV-CNT
                   MOVE FRZ-TARGET   TO WS-FOV-TARGET(WS-FOV-CNT)
                   MOVE FRZ-JOB      TO WS-FOV-JOB(WS-FOV-CNT)
                   MOVE FRZ-WINDOW   TO WS-FOV-WINDOW(WS-FOV-CNT)
                   MOVE FRZ-APPROVER TO WS-FOV-APPROVER(WS-FOV-CNT)
               END-IF
               GO TO 2600-EXIT
           END-IF
           MOVE 'Y' TO WS-FROZEN-SET
           DISPLAY 'AOC8414E CHANGE-APPLY: SET REFUSED - '
               WS-CG-TARGET(WS-CHG-SUB) ' ' WS-FRZ-JOB ' '
               FRZ-MESSAGE
           IF FRZ-RC EQUAL 4
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       2600-EXIT.
           EXIT.

      ***************************************************************
      * THE SET HAS BEEN APPLIED - REGISTER EVERY TARGET THAT WENT   *
      * THROUGH A FREEZE WINDOW UNDER AN OVERRIDE                    *
      ***************************************************************
       2700-LOG-OVERRIDES.

           MOVE 'N' TO WS-FOV-FAILED
           PERFORM VARYING WS-FOV-SUB FROM 1 BY 1
                   UNTIL WS-FOV-SUB GREATER WS-FOV-CNT
               MOVE 'LOGO'                      TO FRZ-OP
               MOVE WS-RUN-DATE                 TO FRZ-DATE
               MOVE WS-FOV-TARGET(WS-FOV-SUB)   TO FRZ-TARGET
               MOVE WS-FOV-JOB(WS-FOV-SUB)      TO FRZ-JOB
               MOVE 'CHANGE-APPLY'              TO FRZ-PROGRAM
               MOVE WS-OPERATOR-ID              TO FRZ-OPERATOR
               MOVE WS-EMERGENCY-REASON         TO FRZ-REASON
               MOVE WS-FOV-WINDOW(WS-FOV-SUB)   TO FRZ-WINDOW
               MOVE WS-FOV-APPROVER(WS-FOV-SUB) TO FRZ-APPROVER
               MOVE 'Y'                         TO FRZ-OVERRIDDEN
               CALL 'AOC-FREEZE' USING FRZ-PARMS
               IF FRZ-RC NOT EQUAL 0
                   DISPLAY 'AOC8415W CHANGE-APPLY: '
                       WS-FOV-TARGET(WS-FOV-SUB)
                       ' CHANGED BUT OVERRIDE NOT REGISTERED - '
                       FRZ-MESSAGE
                   MOVE 'Y' TO WS-FOV-FAILED
               END-IF
           END-PERFORM
      *    SET AFTER THE LAST CALL, WHICH WOULD RESET IT
           IF WS-FOV-FAILED EQUAL 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       2700-EXIT.
           EXIT.

      ***************************************************************
      * APPLY THE VALIDATED SET, ONE TARGET AT A TIME, LOGGING THE   *
      * BEFORE/AFTER IMAGES AND WRITING THE INVERSE SET FOR BACKOUT  *
                       END-READ
                   END-PERFORM
                   CLOSE EXCMAP-FILE
               WHEN 'OPERATOR-AUTH.TXT'
                   OPEN INPUT AUTH-FILE
                   SET NOT-SCAN-EOF TO TRUE
                   PERFORM UNTIL SCAN-EOF
                       READ AUTH-FILE
                           AT END
                               SET SCAN-EOF TO TRUE
                           NOT AT END
                               MOVE AUTH-RECORD TO JOBCAT-RECORD
                               PERFORM 4100-STORE-RECORD
                                   THRU 4100-EXIT
                       END-READ
                   END-PERFORM
                   CLOSE AUTH-FILE
           END-EVALUATE
           .
       4000-EXIT.
                       WRITE EXCMAP-RECORD
                   END-PERFORM
                   CLOSE EXCMAP-FILE
               WHEN 'OPERATOR-AUTH.TXT'
                   OPEN OUTPUT AUTH-FILE
                   PERFORM VARYING WS-REC-SUB FROM 1 BY 1
                           UNTIL WS-REC-SUB GREATER WS-REC-CNT
                       MOVE WS-REC-ENTRY(WS-REC-SUB)
                           TO AUTH-RECORD
                       WRITE AUTH-RECORD
                   END-PERFORM
                   CLOSE AUTH-FILE
           END-EVALUATE
           .
       4500-EXIT.
               MOVE 8 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF
      *    WITHOUT AN EMERGENCY REQUEST THE FREEZE CHECK SPENDS NO
      *    APPROVAL, SO A FROZEN SET IS REFUSED BEFORE THE BACKOUT
      *    APPROVAL IS USED UP.  AN EMERGENCY OVERRIDE IS ONLY ASKED
      *    FOR ONCE THE BACKOUT ITSELF HAS BEEN APPROVED.
           IF WS-EMERGENCY NOT EQUAL 'Y'
               PERFORM 2500-CHECK-FREEZE THRU 2500-EXIT
               IF WS-FROZEN-SET EQUAL 'Y'
                   GO TO 5000-EXIT
               END-IF
           END-IF
           MOVE 'AUTH'            TO APR-OP
           MOVE 'CHGBKOUT'        TO APR-ACTION
           MOVE 'LAST CHANGE SET' TO APR-TARGET
           MOVE WS-OPERATOR-ID    TO APR-OPERATOR
           MOVE 'CHANGE-APPLY'    TO APR-PROGRAM
           CALL 'AOC-APPROVE' USING APR-PARMS
           IF APR-RC NOT EQUAL 0
               DISPLAY 'AOC8413W CHANGE-APPLY: BACKOUT NOT PERFORMED'
                   ' - ' APR-MESSAGE
               MOVE 4 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF
           IF WS-EMERGENCY EQUAL 'Y'
               PERFORM 2500-CHECK-FREEZE THRU 2500-EXIT
               IF WS-FROZEN-SET EQUAL 'Y'
                   GO TO 5000-EXIT
               END-IF
           END-IF
           PERFORM 3000-APPLY-SET THRU 3000-EXIT
           PERFORM 2700-LOG-OVERRIDES THRU 2700-EXIT
           OPEN OUTPUT REQUEST-FILE
           CLOSE REQUEST-FILE
           DISPLAY 'AOC8412I CHANGE-APPLY: LAST SET BACKED OUT ('
               WS-APPLIED-CNT ' CHANGE(S) REVERSED)'
           .
