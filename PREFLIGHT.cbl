               END-IF
               GO TO 3100-EXIT
           END-IF
           IF SCHEDULE-RECORD(1:8) EQUAL 'FREEZE  '
               MOVE 0 TO WS-CHECK-MM WS-CHECK-DD
               IF SCHEDULE-RECORD(9:8) NUMERIC
                   AND SCHEDULE-RECORD(18:8) NUMERIC
                   AND SCHEDULE-RECORD(18:8)
                       NOT LESS SCHEDULE-RECORD(9:8)
                   AND SCHEDULE-RECORD(27:20) NOT EQUAL SPACES
                   AND SCHEDULE-RECORD(48:33) NOT EQUAL SPACES
                   MOVE SCHEDULE-RECORD(13:2) TO WS-CHECK-MM
                   MOVE SCHEDULE-RECORD(15:2) TO WS-CHECK-DD
                   IF SCHEDULE-RECORD(22:2) LESS '01'
                       OR SCHEDULE-RECORD(22:2) GREATER '12'
                       OR SCHEDULE-RECORD(24:2) LESS '01'
                       OR SCHEDULE-RECORD(24:2) GREATER '31'
                       MOVE 0 TO WS-CHECK-MM
                   END-IF
               END-IF
               IF WS-CHECK-MM LESS 1 OR WS-CHECK-MM GREATER 12
                   OR WS-CHECK-DD LESS 1 OR WS-CHECK-DD GREATER 31
                   PERFORM 9000-FINDING THRU 9000-EXIT
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'CALENDAR FREEZE WINDOW IS MALFORMED: '
                       SCHEDULE-RECORD(1:46) DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
                   WRITE REPORT-RECORD
               END-IF
               GO TO 3100-EXIT
           END-IF
           IF SCHEDULE-RECORD(1:3) EQUAL 'DAY'
               MOVE SCHEDULE-RECORD(1:8) TO WS-CHK-NAME
               PERFORM 6000-FIND-JOB THRU 6000-EXIT
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF EXCMAP-RECORD(1:1) NOT EQUAL '*'
                           AND EXCMAP-RECORD(1:8) NOT EQUAL SPACES
                           MOVE EXCMAP-RECORD(1:8) TO WS-CHK-NAME
                           PERFORM 6000-FIND-JOB THRU 6000-EXIT
                           IF WS-JOB-FOUND NOT EQUAL 'Y'
