       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-NOTIFY.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * SHARED OUTBOUND NOTIFICATION SERVICE                         *
      *                                                              *
      * ALERTS, ESCALATIONS, SIGN-OFF REQUESTS, DISTRIBUTION         *
      * EXCEPTIONS AND BATCH FAILURES USED TO BE VISIBLE ONLY TO     *
      * WHOEVER OPENED THE RIGHT FILE OR SCREEN.  EVERY PROGRAM THAT *
      * RAISES ONE NOW CALLS THIS SERVICE, WHICH QUEUES ONE FIXED-   *
      * LAYOUT RECORD ON NOTIFY-QUEUE.TXT FOR THE SHOP'S MAIL/PAGING *
      * GATEWAY.  THE GATEWAY RESOLVES THE RECIPIENT GROUP THROUGH   *
      * NOTIFY-GROUPS.TXT, SENDS, AND WRITES ONE CONFIRMATION PER    *
      * SEQUENCE NUMBER TO NOTIFY-CONFIRM.TXT; NOTIFY-RECON READS    *
      * THOSE BACK AND REPORTS EVERY NOTIFICATION NEVER CONFIRMED.   *
      *                                                              *
      * NOTIFY-QUEUE.TXT (CALLER'S WORKING DIRECTORY - THE WORKSPACE *
      * ROOT IN PRODUCTION, TESTROOT/ IN A TEST SESSION, SO A TEST   *
      * BATCH NEVER PAGES ANYBODY), 246 BYTES:                       *
      *   COLS   1-7   SEQUENCE NUMBER                               *
      *   COLS   9-16  DATE QUEUED     COLS  18-23  TIME HHMMSS      *
      *   COLS  25-32  RECIPIENT GROUP                               *
      *   COL   34     SEVERITY - I / W / E / F                      *
      *   COLS  36-43  MESSAGE ID (MESSAGE-CATALOG.TXT)              *
      *   COLS  45-52  SOURCE JOB                                    *
      *   COLS  54-113 SUBJECT                                       *
      *   COLS 115-246 BODY                                          *
      * THE LAST SEQUENCE NUMBER ISSUED IS KEPT ON NOTIFY-SEQ.TXT    *
      * ('LAST=nnnnnnn') SO THE QUEUE MAY BE PURGED UNDER           *
      * RETENTION-POLICY.TXT WITHOUT A NUMBER EVER BEING REUSED.  THE *
      * GATEWAY ONLY READS THE QUEUE.  A MESSAGE ID NOT IN CATALOG   *
      * OR A GROUP NOT ON NOTIFY-GROUPS.TXT IS STILL QUEUED - A PAGE *
      * IS NEVER DROPPED FOR A CALLER'S MISTAKE - BUT IS REPORTED.   *
      * SEE COPYLIB/NTFPARM.cpy FOR THE CALL PROTOCOL.  STATICALLY   *
      * LINKED BY aoc-build.sh LIKE AOC-ENQ.                         *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE OUTBOUND QUEUE THE GATEWAY PICKS UP
           SELECT OPTIONAL QUEUE-FILE ASSIGN TO 'NOTIFY-QUEUE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FST.
      *    LAST SEQUENCE NUMBER ISSUED
           SELECT OPTIONAL SEQ-FILE ASSIGN TO 'NOTIFY-SEQ.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FST.
      *    RECIPIENT GROUPS THE GATEWAY KNOWS
           SELECT OPTIONAL GROUP-FILE ASSIGN TO 'NOTIFY-GROUPS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GROUP-FST.
      *    SHOP MESSAGE CATALOG
           SELECT OPTIONAL CATALOG-FILE
               ASSIGN TO 'MESSAGE-CATALOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FST.

       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-FILE
           RECORD CONTAINS 246 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS QUEUE-RECORD.
       01  QUEUE-RECORD.
           05 NTQ-SEQ                             PIC 9(7).
           05 FILLER                              PIC X(1).
           05 NTQ-DATE                            PIC 9(8).
           05 FILLER                              PIC X(1).
           05 NTQ-TIME                            PIC 9(6).
           05 FILLER                              PIC X(1).
           05 NTQ-GROUP                           PIC X(8).
           05 FILLER                              PIC X(1).
           05 NTQ-SEVERITY                        PIC X(1).
           05 FILLER                              PIC X(1).
           05 NTQ-MSG-ID                          PIC X(8).
           05 FILLER                              PIC X(1).
           05 NTQ-SOURCE-JOB                      PIC X(8).
           05 FILLER                              PIC X(1).
           05 NTQ-SUBJECT                         PIC X(60).
           05 FILLER                              PIC X(1).
           05 NTQ-BODY                            PIC X(132).

       FD  SEQ-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SEQ-RECORD.
       01  SEQ-RECORD.
           05 SEQ-KEYWORD                         PIC X(5).
           05 SEQ-LAST-X                          PIC X(7).
           05 SEQ-LAST REDEFINES SEQ-LAST-X       PIC 9(7).
           05 FILLER                              PIC X(68).

       FD  GROUP-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS GROUP-RECORD.
       01  GROUP-RECORD.
           05 GRP-NAME                            PIC X(8).
           05 FILLER                              PIC X(72).

       FD  CATALOG-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CATALOG-RECORD.
       01  CATALOG-RECORD.
           05 CAT-MSG-ID                          PIC X(8).
           05 FILLER                              PIC X(124).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
       01  WS-QUEUE-FST                           PIC X(2) VALUE '00'.
       01  WS-SEQ-FST                             PIC X(2) VALUE '00'.
       01  WS-GROUP-FST                           PIC X(2) VALUE '00'.
       01  WS-CATALOG-FST                         PIC X(2) VALUE '00'.
       01  WS-EOF-FLAG                            PIC X(1).
           88 SCAN-EOF                                     VALUE 'Y'.
           88 NOT-SCAN-EOF                                 VALUE 'N'.
       01  WS-NOW-DATE                            PIC 9(8).
       01  WS-NOW-TIME                            PIC 9(8).
       01  WS-LAST-SEQ                            PIC 9(7) VALUE 0.
       01  WS-SEVERITY                            PIC X(1).
       01  WS-FOUND-FLAG                          PIC X(1).
           88 ENTRY-FOUND                                  VALUE 'Y'.
       01  WS-END                                 PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

       LINKAGE SECTION.
       COPY NTFPARM.

       PROCEDURE DIVISION USING NTF-PARMS.
      ***************************************************************
      * MAINLINE                                                    *
      ***************************************************************
       0000-MAINLINE.

           MOVE 0 TO NTF-RC
           MOVE 0 TO NTF-SEQ
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE NTF-SEVERITY TO WS-SEVERITY
           IF WS-SEVERITY EQUAL SPACE
               MOVE NTF-MSG-ID(8:1) TO WS-SEVERITY
           END-IF
           PERFORM 1000-CHECK-CATALOG THRU 1000-EXIT
           PERFORM 1100-CHECK-GROUP   THRU 1100-EXIT
           PERFORM 2000-NEXT-SEQUENCE THRU 2000-EXIT
           PERFORM 3000-QUEUE-RECORD  THRU 3000-EXIT
           GOBACK.

      ***************************************************************
      * THE MESSAGE ID MUST BE A CATALOGUED ONE.  NO CATALOG AT ALL  *
      * (A BARE TEST ROOT) IS NOT CHECKED.                           *
      ***************************************************************
       1000-CHECK-CATALOG.

           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-FST EQUAL '05'
               CLOSE CATALOG-FILE
               GO TO 1000-EXIT
           END-IF
           MOVE 'N' TO WS-FOUND-FLAG
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF OR ENTRY-FOUND
               READ CATALOG-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF CAT-MSG-ID EQUAL NTF-MSG-ID
                           SET ENTRY-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           IF NOT ENTRY-FOUND
               DISPLAY 'AOC2101W NOTIFY: MESSAGE ID ' NTF-MSG-ID
                   ' FROM ' NTF-SOURCE-JOB
                   ' IS NOT IN MESSAGE-CATALOG.TXT - QUEUED ANYWAY'
               MOVE 4 TO NTF-RC
           END-IF.

       1000-EXIT.
           EXIT.

      ***************************************************************
      * THE RECIPIENT GROUP MUST BE ONE THE GATEWAY CAN RESOLVE      *
      ***************************************************************
       1100-CHECK-GROUP.

           OPEN INPUT GROUP-FILE
           IF WS-GROUP-FST EQUAL '05'
               CLOSE GROUP-FILE
               GO TO 1100-EXIT
           END-IF
           MOVE 'N' TO WS-FOUND-FLAG
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF OR ENTRY-FOUND
               READ GROUP-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF GRP-NAME(1:1) NOT EQUAL '*'
                           AND GRP-NAME EQUAL NTF-GROUP
                           SET ENTRY-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GROUP-FILE
           IF NOT ENTRY-FOUND
               DISPLAY 'AOC2102W NOTIFY: RECIPIENT GROUP ' NTF-GROUP
                   ' FROM ' NTF-SOURCE-JOB
                   ' IS NOT ON NOTIFY-GROUPS.TXT - QUEUED ANYWAY'
               MOVE 4 TO NTF-RC
           END-IF.

       1100-EXIT.
           EXIT.

      ***************************************************************
      * ISSUE THE NEXT SEQUENCE NUMBER                               *
      ***************************************************************
       2000-NEXT-SEQUENCE.

           OPEN INPUT SEQ-FILE
           IF WS-SEQ-FST NOT EQUAL '05'
               READ SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SEQ-KEYWORD EQUAL 'LAST='
                           AND SEQ-LAST-X IS NUMERIC
                           MOVE SEQ-LAST TO WS-LAST-SEQ
                       END-IF
               END-READ
           END-IF
           CLOSE SEQ-FILE
           IF WS-LAST-SEQ EQUAL 9999999
               MOVE 0 TO WS-LAST-SEQ
           END-IF
           ADD 1 TO WS-LAST-SEQ
           OPEN OUTPUT SEQ-FILE
           MOVE SPACES TO SEQ-RECORD
           MOVE 'LAST=' TO SEQ-KEYWORD
           MOVE WS-LAST-SEQ TO SEQ-LAST
           WRITE SEQ-RECORD
           CLOSE SEQ-FILE.

       2000-EXIT.
           EXIT.

      ***************************************************************
      * APPEND THE NOTIFICATION TO THE OUTBOUND QUEUE                *
      ***************************************************************
       3000-QUEUE-RECORD.

           OPEN EXTEND QUEUE-FILE
           IF WS-QUEUE-FST NOT EQUAL '00'
               AND WS-QUEUE-FST NOT EQUAL '05'
               DISPLAY 'AOC2103E NOTIFY: NOTIFY-QUEUE.TXT OPEN FAILED'
                   ' STATUS ' WS-QUEUE-FST ' - ' NTF-MSG-ID
                   ' FROM ' NTF-SOURCE-JOB ' NOT QUEUED'
               MOVE 8 TO NTF-RC
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES TO QUEUE-RECORD
           MOVE WS-LAST-SEQ TO NTQ-SEQ
           MOVE WS-NOW-DATE TO NTQ-DATE
           MOVE WS-NOW-TIME(1:6) TO NTQ-TIME
           MOVE NTF-GROUP TO NTQ-GROUP
           MOVE WS-SEVERITY TO NTQ-SEVERITY
           MOVE NTF-MSG-ID TO NTQ-MSG-ID
           MOVE NTF-SOURCE-JOB TO NTQ-SOURCE-JOB
           MOVE NTF-SUBJECT TO NTQ-SUBJECT
           MOVE NTF-BODY TO NTQ-BODY
           WRITE QUEUE-RECORD
           CLOSE QUEUE-FILE
           MOVE WS-LAST-SEQ TO NTF-SEQ.

       3000-EXIT.
           EXIT.
