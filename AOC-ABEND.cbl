      * IN HISTORY NEXT TO GOOD ONES, AND ENDS THE RUN UNIT WITH     *
      * RETURN CODE 16 SO THE DRIVERS SEE A REAL NONZERO EXIT        *
      * INSTEAD OF THE CLEAN STOP AN ABEND USED TO PRODUCE.          *
      * THE JOB'S RUNBOOK ENTRY (AOC-RUNBOOK) FOLLOWS THE DUMP, SO   *
      * THE RECOVERY STEPS ARE IN FRONT OF WHOEVER READS IT.  WHEN   *
      * THE MESSAGE TEXT OPENS WITH A MESSAGE ID, THAT MESSAGE'S     *
      * OWN ENTRY IS USED; OTHERWISE THE JOB'S DEFAULT ENTRY.        *
      *                                                              *
      * LINKED INTO EVERY EXECUTABLE BY aoc-build.sh, SO THE CALL    *
      * RESOLVES STATICALLY AND NEEDS NO RUNTIME LIBRARY PATH.       *
           VALUE 'WORKING STORAGE BEGINS HERE'.
       01  WS-ABEND-DATE                          PIC 9(8).
       01  WS-ABEND-TIME                          PIC 9(8).
       01  WS-RBK-IDX                             PIC 9(3).
           COPY RBKPARM.
       01  WS-END                                 PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

           STRING 'KEY TOTALS: ' AB-TOTALS DELIMITED BY SIZE
               INTO DUMP-RECORD
           WRITE DUMP-RECORD
           PERFORM 2100-WRITE-RUNBOOK THRU 2100-EXIT
           CLOSE DUMP-FILE
           .
       2000-EXIT.
           EXIT.

      ***************************************************************
      * APPEND THE RUNBOOK ENTRY FOR THE JOB AND MESSAGE             *
      ***************************************************************
       2100-WRITE-RUNBOOK.

           MOVE SPACES TO RBK-JOB
           MOVE AB-PROGRAM TO RBK-PROGRAM
           MOVE SPACES TO RBK-MSG-ID
           IF AB-MSG(1:3) EQUAL 'AOC' AND AB-MSG(4:4) IS NUMERIC
               AND (AB-MSG(8:1) EQUAL 'I' OR 'W' OR 'E' OR 'F')
               AND AB-MSG(9:1) EQUAL SPACE
               MOVE AB-MSG(1:8) TO RBK-MSG-ID
           END-IF
           CALL 'AOC-RUNBOOK' USING RBK-PARMS
           MOVE SPACES TO DUMP-RECORD
           EVALUATE TRUE
               WHEN RBK-NO-RUNBOOK
                   MOVE 'RUNBOOK: NO RUNBOOK.TXT ON FILE'
                       TO DUMP-RECORD
                   WRITE DUMP-RECORD
               WHEN RBK-NO-ENTRY
                   IF RBK-JOB EQUAL SPACES
                       MOVE 'UNKNOWN' TO RBK-JOB
                   END-IF
                   STRING 'RUNBOOK: NO ENTRY FOR JOB ' DELIMITED BY SIZE
                       RBK-JOB DELIMITED BY SPACE
                       ' - CALL THE SHIFT SUPERVISOR' DELIMITED BY SIZE
                       INTO DUMP-RECORD
                   END-STRING
                   WRITE DUMP-RECORD
               WHEN OTHER
                   PERFORM VARYING WS-RBK-IDX FROM 1 BY 1
                           UNTIL WS-RBK-IDX GREATER RBK-LINE-CNT
                       MOVE RBK-LINE(WS-RBK-IDX) TO DUMP-RECORD
                       WRITE DUMP-RECORD
                   END-PERFORM
           END-EVALUATE
           .
       2100-EXIT.
           EXIT.

      ***************************************************************
      * RECORD THE FAILED RUN IN THE SHOP-WIDE RUN LEDGER.  START    *
      * AND END CARRY THE ABEND TIME - THE LEDGER'S VALUE HERE IS    *
