               '/root/workspace/TESTROOT/COMMIT-JOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FST.
      *    AND A REPRO-RUN RE-EXECUTION'S, INSIDE ITS OWN AREA
           SELECT OPTIONAL REPRO-JOURNAL-FILE
               ASSIGN TO
               '/root/workspace/REPRO/COMMIT-JOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FST.
      *    PROMOTION OUTCOME LEFT BY THE SHELL MOVE STEP, IN THE
      *    CALLER'S OWN FOLDER SO CONCURRENT BATCH STREAMS NEVER
      *    SHARE IT
           SELECT OPTIONAL CMT-FLAG-FILE
               ASSIGN TO 'AOC-COMMIT.FLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMT-FLAG-FST.

           DATA RECORD IS TEST-JOURNAL-RECORD.
       01  TEST-JOURNAL-RECORD                    PIC X(100).

       FD  REPRO-JOURNAL-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REPRO-JOURNAL-RECORD.
       01  REPRO-JOURNAL-RECORD                   PIC X(100).

       FD  CMT-FLAG-FILE
           RECORD CONTAINS 10 CHARACTERS
           RECORDING MODE IS F
       01  WS-OUTCOME                             PIC X(8).
       01  WS-NOW-DATE                            PIC 9(8).
       01  WS-NOW-TIME                            PIC 9(8).
      *    AOC_ENV=TEST ROUTES THE JOURNAL TO THE TEST ROOT,
      *    AOC_ENV=REPRO TO THE REPRO-RUN AREA
       01  WS-ENV-SETTING                         PIC X(8)
           VALUE SPACES.
       01  WS-END                                 PIC X(25)
           END-IF

           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f AOC-COMMIT.FLG ; if [ -f "'
                   DELIMITED BY SIZE
               CMT-FILE(1:WS-FILE-LEN) DELIMITED BY SIZE
               '.TMP" ] ; then mv -f "' DELIMITED BY SIZE
               CMT-FILE(1:WS-FILE-LEN) DELIMITED BY SIZE
               '" && echo PROMOTED || echo MOVEFAIL ;'
                   DELIMITED BY SIZE
               ' else echo MISSING ; fi > AOC-COMMIT.FLG'
                   DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
               INTO JOURNAL-RECORD
           END-STRING
           ACCEPT WS-ENV-SETTING FROM ENVIRONMENT 'AOC_ENV'
           EVALUATE WS-ENV-SETTING
               WHEN 'TEST'
                   OPEN EXTEND TEST-JOURNAL-FILE
                   WRITE TEST-JOURNAL-RECORD FROM JOURNAL-RECORD
                   CLOSE TEST-JOURNAL-FILE
               WHEN 'REPRO'
                   OPEN EXTEND REPRO-JOURNAL-FILE
                   WRITE REPRO-JOURNAL-RECORD FROM JOURNAL-RECORD
                   CLOSE REPRO-JOURNAL-FILE
               WHEN OTHER
                   OPEN EXTEND JOURNAL-FILE
                   WRITE JOURNAL-RECORD
                   CLOSE JOURNAL-FILE
           END-EVALUATE
           .
       0000-GOBACK.
           GOBACK.
