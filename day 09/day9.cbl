           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO 'RUN-LEDGER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LEDGER-FST.
      *    INPUT FINGERPRINT LEFT BY THE SHELL'S cksum STEP, IN THE
      *    JOB'S OWN FOLDER SO CONCURRENT BATCH STREAMS NEVER SHARE IT
           SELECT OPTIONAL FP-FLAG-FILE ASSIGN TO 'AOC-FP.FLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FP-FLAG-FST.


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
               ' OPERATION ' WS-FST-OPERATION
               ' STATUS ' WS-FST-STATUS
           MOVE SPACES TO WS-ABEND-MSG
           STRING 'AOC5990E FILE ERROR ' DELIMITED BY SIZE
               WS-FST-FILE-NAME DELIMITED BY SPACE
               ' ' WS-FST-OPERATION DELIMITED BY SIZE
               ' STATUS ' WS-FST-STATUS DELIMITED BY SIZE
