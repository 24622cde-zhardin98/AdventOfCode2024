      * EXTRACTED FROM THE CAPTURED CONSOLE OUTPUT WITH grep RATHER  *
      * THAN PARSED IN COBOL, MATCHING BATCH-DRIVER.cbl'S USE OF THE *
      * SHELL FOR JOB PLUMBING AND COBOL FOR CONTROL/COMPARISON.     *
      * A RECONCILIATION THAT FINDS ANY DISAGREEMENT IS REPORTED TO  *
      * OPERATIONS CONTROL (GROUP OPSCNTL) THROUGH AOC-NOTIFY.       *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       COPY SPLPARM.

       COPY NTFPARM.

       PROCEDURE DIVISION.
       0000-MAINLINE.

               DISPLAY 'AOC9105I '
                   'RECONCILIATION COMPLETE - ' WS-MISMATCH-CNT
                   ' OF ' WS-CHECKED-CNT ' TOTAL(S) DISAGREE'
               MOVE 'OPSCNTL'  TO NTF-GROUP
               MOVE 'W'        TO NTF-SEVERITY
               MOVE 'AOC9105I' TO NTF-MSG-ID
               MOVE 'RECONCIL' TO NTF-SOURCE-JOB
               MOVE SPACES TO NTF-SUBJECT NTF-BODY
               STRING 'RECONCILIATION: ' WS-MISMATCH-CNT ' OF '
                   WS-CHECKED-CNT ' TOTAL(S) DISAGREE'
                   DELIMITED BY SIZE INTO NTF-SUBJECT
               END-STRING
               STRING 'DUPLICATE-FOLDER COPIES PRODUCED DIFFERENT'
                   ' TOTALS - SEE THE AOC9103W MISMATCH LINES IN THE'
                   ' RECONCILE-DRIVER OUTPUT.'
                   DELIMITED BY SIZE INTO NTF-BODY
               END-STRING
               CALL 'AOC-NOTIFY' USING NTF-PARMS
           END-IF
           .
       8000-EXIT.
