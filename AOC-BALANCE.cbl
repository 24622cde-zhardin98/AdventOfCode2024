               ASSIGN TO '/root/workspace/TESTROOT/BALANCE-FILE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FST.
      *    A REPRO-RUN RE-EXECUTION POSTS INSIDE ITS OWN AREA TOO
           SELECT OPTIONAL REPRO-BALANCE-FILE
               ASSIGN TO '/root/workspace/REPRO/BALANCE-FILE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FST.

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS TEST-BALANCE-RECORD.
       01  TEST-BALANCE-RECORD                    PIC X(82).

       FD  REPRO-BALANCE-FILE
           RECORD CONTAINS 82 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REPRO-BALANCE-RECORD.
       01  REPRO-BALANCE-RECORD                   PIC X(82).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
       01  WS-BALANCE-FST                         PIC X(2) VALUE '00'.
       01  WS-NOW-DATE                            PIC 9(8).
       01  WS-NOW-TIME                            PIC 9(8).
      *    AOC_ENV=TEST ROUTES THE POSTING TO THE TEST ROOT,
      *    AOC_ENV=REPRO TO THE REPRO-RUN AREA
       01  WS-ENV-SETTING                         PIC X(8)
           VALUE SPACES.
       01  WS-END                                 PIC X(25)
           MOVE BAL-REJECTED  TO BF-REJECTED
           MOVE BAL-WRITTEN   TO BF-WRITTEN
           ACCEPT WS-ENV-SETTING FROM ENVIRONMENT 'AOC_ENV'
           EVALUATE WS-ENV-SETTING
               WHEN 'TEST'
                   OPEN EXTEND TEST-BALANCE-FILE
                   WRITE TEST-BALANCE-RECORD FROM BALANCE-RECORD
                   CLOSE TEST-BALANCE-FILE
               WHEN 'REPRO'
                   OPEN EXTEND REPRO-BALANCE-FILE
                   WRITE REPRO-BALANCE-RECORD FROM BALANCE-RECORD
                   CLOSE REPRO-BALANCE-FILE
               WHEN OTHER
                   OPEN EXTEND BALANCE-FILE
                   WRITE BALANCE-RECORD
                   CLOSE BALANCE-FILE
           END-EVALUATE
           IF WS-BALANCE-FST NOT EQUAL '00'
               DISPLAY 'AOC9890E BALANCE POSTING FAILED - STATUS '
                   WS-BALANCE-FST
