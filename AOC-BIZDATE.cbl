               '/root/workspace/TESTROOT/BUSINESS-DATE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FST.
      *    A REPRO-RUN RE-EXECUTION RUNS UNDER THE PAST DATE IT IS
      *    REPRODUCING, SET IN ITS OWN AREA
           SELECT OPTIONAL REPRO-BIZDATE-FILE
               ASSIGN TO
               '/root/workspace/REPRO/BUSINESS-DATE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FST.

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS TEST-BIZDATE-RECORD.
       01  TEST-BIZDATE-RECORD                    PIC X(80).

       FD  REPRO-BIZDATE-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REPRO-BIZDATE-RECORD.
       01  REPRO-BIZDATE-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
               CLOSE TEST-BIZDATE-FILE
               GOBACK
           END-IF
           IF WS-ENV-SETTING EQUAL 'REPRO'
               OPEN INPUT REPRO-BIZDATE-FILE
               IF WS-BIZDATE-FST EQUAL '05'
                   CLOSE REPRO-BIZDATE-FILE
                   GOBACK
               END-IF
               SET NOT-BIZ-EOF TO TRUE
               PERFORM UNTIL BIZ-EOF
                   READ REPRO-BIZDATE-FILE
                       AT END
                           SET BIZ-EOF TO TRUE
                       NOT AT END
                           IF REPRO-BIZDATE-RECORD(1:5) EQUAL 'DATE '
                               AND REPRO-BIZDATE-RECORD(6:8)
                                   IS NUMERIC
                               MOVE REPRO-BIZDATE-RECORD(6:8)
                                   TO BIZ-DATE
                               MOVE 'OVERRIDE' TO BIZ-SOURCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPRO-BIZDATE-FILE
               GOBACK
           END-IF
           OPEN INPUT BIZDATE-FILE
           IF WS-BIZDATE-FST EQUAL '05'
               CLOSE BIZDATE-FILE
