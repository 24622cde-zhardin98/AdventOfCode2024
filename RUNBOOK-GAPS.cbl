       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNBOOK-GAPS.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * RUNBOOK COVERAGE REPORT                                      *
      *                                                              *
      * AN ABEND WITH NO RUNBOOK ENTRY SENDS THE NIGHT OPERATOR TO   *
      * THE PHONE.  THIS JOB SETS RUNBOOK.TXT AGAINST JOBCAT.TXT AND *
      * MESSAGE-CATALOG.TXT AND WRITES RUNBOOK-GAPS.TXT LISTING:     *
      *   - EVERY CATALOGUED JOB WITH NO DEFAULT ('*') ENTRY, WITH   *
      *     THE NUMBER OF MESSAGE ENTRIES IT DOES HAVE               *
      *   - EVERY ERROR OR FATAL (E/F) MESSAGE IN THE CATALOG WITH   *
      *     NO ENTRY OF ITS OWN, THE JOB THAT ISSUES IT, AND WHETHER *
      *     THAT JOB'S DEFAULT ENTRY WOULD AT LEAST COVER IT         *
      * A MESSAGE IS TIED TO ITS JOB THROUGH THE SOURCE FILE (OR     *
      * PROGRAM-ID) NAMED ON ITS CATALOG LINE; MESSAGES FROM         *
      * PROGRAMS THAT ARE NOT CATALOGUED JOBS SHOW NO JOB.           *
      * RETURN CODE 4 WHEN ANY GAP IS FOUND.  RUN FROM THE           *
      * WORKSPACE ROOT.                                              *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNBOOK-FILE ASSIGN TO 'RUNBOOK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNBOOK-FST.
           SELECT OPTIONAL JOBCAT-FILE ASSIGN TO 'JOBCAT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBCAT-FST.
           SELECT OPTIONAL CATALOG-FILE
               ASSIGN TO 'MESSAGE-CATALOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FST.
           SELECT REPORT-FILE ASSIGN TO 'RUNBOOK-GAPS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FST.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNBOOK-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RUNBOOK-RECORD.
       01  RUNBOOK-RECORD.
           05  RB-JOB                             PIC X(8).
           05  FILLER                             PIC X(1).
           05  RB-MSG-ID                          PIC X(8).
           05  FILLER                             PIC X(83).

       FD  JOBCAT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JOBCAT-RECORD.
       01  JOBCAT-RECORD                          PIC X(80).

       FD  CATALOG-FILE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CATALOG-RECORD.
       01  CATALOG-RECORD                         PIC X(120).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REPORT-RECORD.
       01  REPORT-RECORD                          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
       01  WS-RUNBOOK-FST                         PIC X(2) VALUE '00'.
       01  WS-JOBCAT-FST                          PIC X(2) VALUE '00'.
       01  WS-CATALOG-FST                         PIC X(2) VALUE '00'.
       01  WS-REPORT-FST                          PIC X(2) VALUE '00'.
       01  WS-EOF-FLAG                            PIC X(1).
           88 SCAN-EOF                                     VALUE 'Y'.
           88 NOT-SCAN-EOF                                 VALUE 'N'.
       01  WS-RUN-DATE                            PIC 9(8).

      *    CATALOGUED JOBS, WITH THEIR RUNBOOK COVERAGE
       01  WS-JOB-CNT                             PIC 9(3) VALUE 0.
       01  WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 60 TIMES.
              10 WS-JB-NAME                       PIC X(8).
              10 WS-JB-PROGRAM                    PIC X(24).
              10 WS-JB-SOURCE                     PIC X(26).
              10 WS-JB-DEFAULT                    PIC X(1).
              10 WS-JB-MSG-ENTRIES                PIC 9(3).
       01  WS-JOB-SUB                             PIC 9(3).
       01  WS-JOB-HIT                             PIC 9(3).

      *    MESSAGE IDS THAT HAVE AN ENTRY OF THEIR OWN, BY JOB
       01  WS-RBM-CNT                             PIC 9(3) VALUE 0.
       01  WS-RBM-TABLE.
           05 WS-RBM-ENTRY OCCURS 600 TIMES.
              10 WS-RBM-JOB                       PIC X(8).
              10 WS-RBM-ID                        PIC X(8).
       01  WS-RBM-SUB                             PIC 9(3).
       01  WS-RBM-HIT                             PIC 9(3).

      *    CATALOG LINE BEING CHECKED
       01  WS-MSG-ID                              PIC X(8).
       01  WS-MSG-SOURCE                          PIC X(26).
       01  WS-MSG-PROGRAM                         PIC X(24).
       01  WS-MSG-JOB                             PIC X(8).
       01  WS-FALLBACK                            PIC X(11).
       01  WS-JOB-GAPS                            PIC 9(3) VALUE 0.
       01  WS-ERR-TOTAL                           PIC 9(4) VALUE 0.
       01  WS-MSG-GAPS                            PIC 9(4) VALUE 0.
       01  WS-BARE-GAPS                           PIC 9(4) VALUE 0.

       01  WS-GAP-JOB-LINE.
           05 FILLER                              PIC X(2) VALUE SPACES.
           05 WS-GJ-NAME                          PIC X(8).
           05 FILLER                              PIC X(2) VALUE SPACES.
           05 WS-GJ-PROGRAM                       PIC X(24).
           05 FILLER                              PIC X(2) VALUE SPACES.
           05 WS-GJ-ENTRIES                       PIC ZZ9.
       01  WS-GAP-MSG-LINE.
           05 FILLER                              PIC X(2) VALUE SPACES.
           05 WS-GM-ID                            PIC X(8).
           05 FILLER                              PIC X(2) VALUE SPACES.
           05 WS-GM-JOB                           PIC X(8).
           05 FILLER                              PIC X(2) VALUE SPACES.
           05 WS-GM-FALLBACK                      PIC X(11).
           05 FILLER                              PIC X(2) VALUE SPACES.
           05 WS-GM-SOURCE                        PIC X(26).
       01  WS-END                                 PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

       PROCEDURE DIVISION.
      ***************************************************************
      * MAINLINE                                                    *
      ***************************************************************
       0000-MAINLINE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-LOAD-JOBCAT   THRU 1000-EXIT
           PERFORM 1200-LOAD-RUNBOOK  THRU 1200-EXIT
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING 'RUNBOOK-GAPS  RUNBOOK COVERAGE  RUN DATE '
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           PERFORM 2000-REPORT-JOBS     THRU 2000-EXIT
           PERFORM 3000-REPORT-MESSAGES THRU 3000-EXIT
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'TOTALS: ' WS-JOB-GAPS ' OF ' WS-JOB-CNT
               ' JOB(S) WITHOUT A DEFAULT ENTRY, ' WS-MSG-GAPS
               ' OF ' WS-ERR-TOTAL ' ERROR MESSAGE(S) WITHOUT AN'
               ' ENTRY (' WS-BARE-GAPS ' WITH NO FALLBACK)'
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
           DISPLAY 'AOC3601I RUNBOOK-GAPS COMPLETE: ' WS-JOB-GAPS
               ' JOB(S) WITHOUT A DEFAULT ENTRY, ' WS-MSG-GAPS
               ' ERROR MESSAGE(S) WITHOUT AN ENTRY'
           IF WS-JOB-GAPS GREATER 0 OR WS-MSG-GAPS GREATER 0
               DISPLAY 'AOC3603W RUNBOOK-GAPS: RUNBOOK COVERAGE IS'
                   ' INCOMPLETE - SEE RUNBOOK-GAPS.TXT'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      ***************************************************************
      * JOB NAME IN COLUMNS 3-10, PROGRAM-ID 15-38, SOURCE FROM 40   *
      ***************************************************************
       1000-LOAD-JOBCAT.

           OPEN INPUT JOBCAT-FILE
           IF WS-JOBCAT-FST EQUAL '05'
               DISPLAY 'AOC3602E RUNBOOK-GAPS: NO JOBCAT.TXT ON FILE'
               CLOSE JOBCAT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ JOBCAT-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF JOBCAT-RECORD(1:1) NOT EQUAL '*'
                           AND JOBCAT-RECORD(3:8) NOT EQUAL SPACES
                           AND WS-JOB-CNT LESS 60
                           ADD 1 TO WS-JOB-CNT
                           MOVE JOBCAT-RECORD(3:8)
                               TO WS-JB-NAME(WS-JOB-CNT)
                           MOVE JOBCAT-RECORD(15:24)
                               TO WS-JB-PROGRAM(WS-JOB-CNT)
                           MOVE JOBCAT-RECORD(40:26)
                               TO WS-JB-SOURCE(WS-JOB-CNT)
                           MOVE 'N' TO WS-JB-DEFAULT(WS-JOB-CNT)
                           MOVE 0 TO WS-JB-MSG-ENTRIES(WS-JOB-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBCAT-FILE
           .
       1000-EXIT.
           EXIT.

      ***************************************************************
      * NOTE EACH JOB'S DEFAULT ENTRY AND EACH DISTINCT MESSAGE      *
      * ENTRY - AN ENTRY SPANS SEVERAL LINES, COUNTED ONCE           *
      ***************************************************************
       1200-LOAD-RUNBOOK.

           OPEN INPUT RUNBOOK-FILE
           IF WS-RUNBOOK-FST EQUAL '05'
               DISPLAY 'AOC3604W RUNBOOK-GAPS: NO RUNBOOK.TXT ON FILE'
                   ' - EVERY JOB AND ERROR MESSAGE IS A GAP'
               CLOSE RUNBOOK-FILE
               GO TO 1200-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ RUNBOOK-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF RUNBOOK-RECORD(1:1) NOT EQUAL '*'
                           AND RB-JOB NOT EQUAL SPACES
                           PERFORM 1300-NOTE-ENTRY THRU 1300-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUNBOOK-FILE
           .
       1200-EXIT.
           EXIT.

       1300-NOTE-ENTRY.

           MOVE 0 TO WS-JOB-HIT
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB GREATER WS-JOB-CNT
               IF WS-JB-NAME(WS-JOB-SUB) EQUAL RB-JOB
                   MOVE WS-JOB-SUB TO WS-JOB-HIT
                   MOVE WS-JOB-CNT TO WS-JOB-SUB
               END-IF
           END-PERFORM
           IF RB-MSG-ID EQUAL '*'
               IF WS-JOB-HIT GREATER 0
                   MOVE 'Y' TO WS-JB-DEFAULT(WS-JOB-HIT)
               END-IF
               GO TO 1300-EXIT
           END-IF
           MOVE 0 TO WS-RBM-HIT
           PERFORM VARYING WS-RBM-SUB FROM 1 BY 1
                   UNTIL WS-RBM-SUB GREATER WS-RBM-CNT
               IF WS-RBM-JOB(WS-RBM-SUB) EQUAL RB-JOB
                   AND WS-RBM-ID(WS-RBM-SUB) EQUAL RB-MSG-ID
                   MOVE WS-RBM-SUB TO WS-RBM-HIT
                   MOVE WS-RBM-CNT TO WS-RBM-SUB
               END-IF
           END-PERFORM
           IF WS-RBM-HIT GREATER 0 OR WS-RBM-CNT NOT LESS 600
               GO TO 1300-EXIT
           END-IF
           ADD 1 TO WS-RBM-CNT
           MOVE RB-JOB    TO WS-RBM-JOB(WS-RBM-CNT)
           MOVE RB-MSG-ID TO WS-RBM-ID(WS-RBM-CNT)
           IF WS-JOB-HIT GREATER 0
               ADD 1 TO WS-JB-MSG-ENTRIES(WS-JOB-HIT)
           END-IF
           .
       1300-EXIT.
           EXIT.

      ***************************************************************
      * CATALOGUED JOBS WITH NO DEFAULT ENTRY                        *
      ***************************************************************
       2000-REPORT-JOBS.

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'CATALOGUED JOBS WITH NO RUNBOOK DEFAULT (*) ENTRY:'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE '  JOB       PROGRAM-ID                MSG ENTRIES'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB GREATER WS-JOB-CNT
               IF WS-JB-DEFAULT(WS-JOB-SUB) NOT EQUAL 'Y'
                   ADD 1 TO WS-JOB-GAPS
                   MOVE WS-JB-NAME(WS-JOB-SUB)    TO WS-GJ-NAME
                   MOVE WS-JB-PROGRAM(WS-JOB-SUB) TO WS-GJ-PROGRAM
                   MOVE WS-JB-MSG-ENTRIES(WS-JOB-SUB)
                       TO WS-GJ-ENTRIES
                   MOVE WS-GAP-JOB-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM
           IF WS-JOB-GAPS EQUAL 0
               MOVE '  NONE' TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .
       2000-EXIT.
           EXIT.

      ***************************************************************
      * ERROR AND FATAL CATALOG MESSAGES WITH NO ENTRY OF THEIR OWN. *
      * A CATALOG LINE NAMES ITS SOURCE FILE FROM COLUMN 11, OR ITS  *
      * PROGRAM-ID FROM COLUMN 10                                    *
      ***************************************************************
       3000-REPORT-MESSAGES.

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'ERROR/FATAL MESSAGES WITH NO RUNBOOK ENTRY OF THEIR'
               TO REPORT-RECORD
           MOVE ' OWN:' TO REPORT-RECORD(52:5)
           WRITE REPORT-RECORD
           MOVE '  MESSAGE   JOB       FALLBACK     SOURCE'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-FST EQUAL '05'
               DISPLAY 'AOC3605W RUNBOOK-GAPS: NO MESSAGE-CATALOG.TXT'
                   ' ON FILE - MESSAGES NOT CHECKED'
               CLOSE CATALOG-FILE
               GO TO 3000-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ CATALOG-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF CATALOG-RECORD(1:3) EQUAL 'AOC'
                           AND CATALOG-RECORD(4:4) NUMERIC
                           AND (CATALOG-RECORD(8:1) EQUAL 'E'
                               OR CATALOG-RECORD(8:1) EQUAL 'F')
                           PERFORM 3100-CHECK-MESSAGE THRU 3100-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           IF WS-MSG-GAPS EQUAL 0
               MOVE '  NONE' TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .
       3000-EXIT.
           EXIT.

       3100-CHECK-MESSAGE.

           ADD 1 TO WS-ERR-TOTAL
           MOVE CATALOG-RECORD(1:8) TO WS-MSG-ID
           MOVE SPACES TO WS-MSG-SOURCE WS-MSG-PROGRAM WS-MSG-JOB
           IF CATALOG-RECORD(10:1) EQUAL SPACE
               MOVE CATALOG-RECORD(11:26) TO WS-MSG-SOURCE
           ELSE
               UNSTRING CATALOG-RECORD(10:30) DELIMITED BY SPACE
                   INTO WS-MSG-PROGRAM
               END-UNSTRING
               MOVE WS-MSG-PROGRAM TO WS-MSG-SOURCE
           END-IF
           MOVE 0 TO WS-JOB-HIT
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB GREATER WS-JOB-CNT
               IF (WS-MSG-PROGRAM EQUAL SPACES
                       AND WS-JB-SOURCE(WS-JOB-SUB) EQUAL WS-MSG-SOURCE)
                   OR (WS-MSG-PROGRAM NOT EQUAL SPACES
                       AND WS-JB-PROGRAM(WS-JOB-SUB)
                           EQUAL WS-MSG-PROGRAM)
                   MOVE WS-JOB-SUB TO WS-JOB-HIT
                   MOVE WS-JB-NAME(WS-JOB-SUB) TO WS-MSG-JOB
                   MOVE WS-JOB-CNT TO WS-JOB-SUB
               END-IF
           END-PERFORM
      *    AN ENTRY OF ITS OWN UNDER ITS JOB - OR UNDER ANY JOB WHEN
      *    THE ISSUING PROGRAM IS NOT A CATALOGUED JOB
           MOVE 0 TO WS-RBM-HIT
           PERFORM VARYING WS-RBM-SUB FROM 1 BY 1
                   UNTIL WS-RBM-SUB GREATER WS-RBM-CNT
               IF WS-RBM-ID(WS-RBM-SUB) EQUAL WS-MSG-ID
                   AND (WS-JOB-HIT EQUAL 0
                       OR WS-RBM-JOB(WS-RBM-SUB) EQUAL WS-MSG-JOB)
                   MOVE WS-RBM-SUB TO WS-RBM-HIT
                   MOVE WS-RBM-CNT TO WS-RBM-SUB
               END-IF
           END-PERFORM
           IF WS-RBM-HIT GREATER 0
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-MSG-GAPS
           MOVE 'NONE' TO WS-FALLBACK
           IF WS-JOB-HIT GREATER 0
               IF WS-JB-DEFAULT(WS-JOB-HIT) EQUAL 'Y'
                   MOVE 'JOB DEFAULT' TO WS-FALLBACK
               END-IF
           END-IF
           IF WS-FALLBACK EQUAL 'NONE'
               ADD 1 TO WS-BARE-GAPS
           END-IF
           MOVE WS-MSG-ID     TO WS-GM-ID
           MOVE WS-MSG-JOB    TO WS-GM-JOB
           MOVE WS-FALLBACK   TO WS-GM-FALLBACK
           MOVE WS-MSG-SOURCE TO WS-GM-SOURCE
           MOVE WS-GAP-MSG-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       3100-EXIT.
           EXIT.
