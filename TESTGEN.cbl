       01  WS-NUM-5                               PIC 9(5).
       01  WS-NUM-4                               PIC 9(4).
       01  WS-NUM-3                               PIC 9(3).
      *    DAY03 CONTROL-TRAILER TOTALS
       01  WS-TRL-RECS                            PIC 9(9).
       01  WS-TRL-MULS                            PIC 9(9).
       01  WS-TRL-HASH                            PIC 9(18).
       01  WS-NUM-2                               PIC 9(2).
       01  WS-NUM-1                               PIC 9(1).
       01  WS-LEVEL-VAL                           PIC 9(3).

      ***************************************************************
      * DAY03 - SIZE LINES OF CORRUPTED INSTRUCTION STREAM WITH      *
      * EMBEDDED MUL, DO, AND DON'T TOKENS, CLOSED BY THE FEED'S     *
      * CONTROL TRAILER (RECORDS, MUL COUNT, OPERAND HASH TOTAL)     *
      ***************************************************************
       3030-GEN-MULS.

           MOVE 0 TO WS-TRL-MULS
           MOVE 0 TO WS-TRL-HASH
           PERFORM VARYING WS-LINE-NBR FROM 1 BY 1
                   UNTIL WS-LINE-NBR GREATER WS-REQ-SIZE
               MOVE SPACES TO GEN-RECORD
                   MOVE 999 TO WS-RAND-LIMIT
                   PERFORM 6000-NEXT-RANDOM THRU 6000-EXIT
                   COMPUTE WS-NUM-3 = WS-RAND-VALUE + 1
                   ADD 1 TO WS-TRL-MULS
                   ADD WS-NUM-3 TO WS-TRL-HASH
                   STRING '#&mul(' WS-NUM-3 DELIMITED BY SIZE
                       INTO GEN-RECORD
                       WITH POINTER WS-OUT-PTR
                   END-STRING
                   PERFORM 6000-NEXT-RANDOM THRU 6000-EXIT
                   COMPUTE WS-NUM-3 = WS-RAND-VALUE + 1
                   ADD WS-NUM-3 TO WS-TRL-HASH
                   STRING ',' WS-NUM-3 ')' DELIMITED BY SIZE
                       INTO GEN-RECORD
                       WITH POINTER WS-OUT-PTR
               END-PERFORM
               WRITE GEN-RECORD
           END-PERFORM
           MOVE SPACES TO GEN-RECORD
           MOVE 'TRAILER ' TO GEN-RECORD(1:8)
           MOVE WS-REQ-SIZE TO WS-TRL-RECS
           MOVE WS-TRL-RECS TO GEN-RECORD(9:9)
           MOVE WS-TRL-MULS TO GEN-RECORD(19:9)
           MOVE WS-TRL-HASH TO GEN-RECORD(29:18)
           WRITE GEN-RECORD
           .
       3030-EXIT.
           EXIT.
