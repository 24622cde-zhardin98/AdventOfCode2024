      * PATTERN OR A FORGOTTEN HOLIDAY SILENTLY CHANGES WHAT RUNS.   *
      * THIS JOB:                                                    *
      *   - VALIDATES EVERY CALENDAR RECORD (PATTERNS MUST BE SEVEN  *
      *     Y/N COLUMNS, HOLIDAY DATES MUST BE REAL DATES, FREEZE    *
      *     WINDOWS NEED REAL DATES IN ORDER, A NAME AND A SCOPE)    *
      *   - GENERATES THE NEXT YEAR'S HOLIDAY RECORDS FROM THE       *
      *     RULES LIST IN CALENDAR-RULES.TXT ('FIXED MMDD TEXT'      *
      *     RECORDS; 'YEAR YYYY' OVERRIDES THE TARGET YEAR),         *
               END-IF
               GO TO 1100-EXIT
           END-IF
           IF SCHEDULE-RECORD(1:8) EQUAL 'FREEZE  '
               PERFORM 1200-CHECK-FREEZE THRU 1200-EXIT
               GO TO 1100-EXIT
           END-IF
           IF SCHEDULE-RECORD(1:3) EQUAL 'DAY'
               PERFORM VARYING WS-COL-SUB FROM 11 BY 1
                       UNTIL WS-COL-SUB GREATER 17
       1100-EXIT.
           EXIT.

      ***************************************************************
      * A CHANGE-FREEZE WINDOW: 'FREEZE  ' FROM-DATE TO-DATE, NAME   *
      * AT 27, SCOPE FROM 48 - SEE AOC-FREEZE.cbl                    *
      ***************************************************************
       1200-CHECK-FREEZE.

           IF SCHEDULE-RECORD(9:8) NOT NUMERIC
               OR SCHEDULE-RECORD(18:8) NOT NUMERIC
               ADD 1 TO WS-ERROR-CNT
               DISPLAY 'AOC7606E CALENDAR-SVC: FREEZE WINDOW DATES'
                   ' ARE NOT NUMERIC: ' SCHEDULE-RECORD(1:46)
               GO TO 1200-EXIT
           END-IF
           MOVE SCHEDULE-RECORD(13:2) TO WS-CHECK-MM
           MOVE SCHEDULE-RECORD(15:2) TO WS-CHECK-DD
           IF WS-CHECK-MM LESS 1 OR WS-CHECK-MM GREATER 12
               OR WS-CHECK-DD LESS 1 OR WS-CHECK-DD GREATER 31
               ADD 1 TO WS-ERROR-CNT
               DISPLAY 'AOC7607E CALENDAR-SVC: FREEZE WINDOW DATE IS'
                   ' NOT A REAL DATE: ' SCHEDULE-RECORD(9:8)
               GO TO 1200-EXIT
           END-IF
           MOVE SCHEDULE-RECORD(22:2) TO WS-CHECK-MM
           MOVE SCHEDULE-RECORD(24:2) TO WS-CHECK-DD
           IF WS-CHECK-MM LESS 1 OR WS-CHECK-MM GREATER 12
               OR WS-CHECK-DD LESS 1 OR WS-CHECK-DD GREATER 31
               ADD 1 TO WS-ERROR-CNT
               DISPLAY 'AOC7607E CALENDAR-SVC: FREEZE WINDOW DATE IS'
                   ' NOT A REAL DATE: ' SCHEDULE-RECORD(18:8)
               GO TO 1200-EXIT
           END-IF
           IF SCHEDULE-RECORD(18:8) LESS SCHEDULE-RECORD(9:8)
               OR SCHEDULE-RECORD(27:20) EQUAL SPACES
               OR SCHEDULE-RECORD(48:33) EQUAL SPACES
               ADD 1 TO WS-ERROR-CNT
               DISPLAY 'AOC7608E CALENDAR-SVC: FREEZE WINDOW ENDS'
                   ' BEFORE IT BEGINS, OR HAS NO NAME OR SCOPE: '
                   SCHEDULE-RECORD(1:46)
           END-IF
           .
       1200-EXIT.
           EXIT.

       1500-LOAD-JOBCAT.

           OPEN INPUT JOBCAT-FILE
