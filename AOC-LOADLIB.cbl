       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-LOADLIB.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * SHARED LOAD-MODULE LIBRARY VERSION SERVICE                   *
      *                                                              *
      * A REBUILT LOADLIB MEMBER USED TO OVERWRITE THE ONE BEFORE    *
      * IT, SO A PROBLEM FOUND A WEEK LATER COULD ONLY BE BACKED OUT *
      * BY REBUILDING FROM WHATEVER THE OLD SOURCE HAD BEEN.  NOW    *
      * aoc-build.sh COPIES THE MEMBER IT IS ABOUT TO REPLACE TO     *
      * LOADLIB/<JOB>.PRV, AND THE DRIVER THAT CATALOGS THE NEW      *
      * BUILD HAS THIS SERVICE FILE THAT COPY AS THE JOB'S NEXT      *
      * PRIOR VERSION, LOADLIB/VERSIONS/<JOB>.nnnn.  THE VERSION     *
      * CARRIES THE SOURCE CHECKSUM AND BUILD DATE OF THE MEMBER     *
      * THAT WAS IN FORCE - ITS LATEST COMPILED ENTRY ON             *
      * COMPILE-CATALOG.TXT, OR, WHEN A BACKOUT PUT IT THERE, THE    *
      * VERSION THE BACKOUT REINSTATED.  EACH JOB KEEPS THE NUMBER   *
      * OF VERSIONS 'RETAIN nn' ON LOADLIB-CONTROL.TXT GIVES         *
      * (DEFAULT 03); OLDER ONES ARE PURGED.  EVERY EVENT IS ON      *
      * LOADLIB-VERSIONS.TXT:                                        *
      *   K  A VERSION KEPT      P  A VERSION PURGED                 *
      *   B  A BACKOUT - THE VERSION REINSTATED, THE CHECKSUM OF THE *
      *      SOURCE BACKED OUT, OPERATOR AND APPROVER (WRITTEN BY    *
      *      LOADLIB-BACKOUT)                                        *
      *   R  A BACKOUT RELEASED (WRITTEN BY LOADLIB-BACKOUT)         *
      * THE COMPILE CATALOG SAYS WHETHER A BACKOUT IS IN FORCE: A    *
      * BACKOUT ENTRY IS ENDED BY A LATER RELEASED OR COMPILED ONE.  *
      * SEE COPYLIB/LIBPARM.cpy FOR THE CALL PROTOCOL.  STATICALLY   *
      * LINKED BY aoc-build.sh LIKE AOC-SPOOL.                       *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CATALOG-FILE
               ASSIGN TO '/root/workspace/COMPILE-CATALOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FST.
           SELECT OPTIONAL VERSION-FILE
               ASSIGN TO '/root/workspace/LOADLIB-VERSIONS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FST.
           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO '/root/workspace/LOADLIB-CONTROL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FST.
      *    WHETHER THERE IS A REPLACED MEMBER, LEFT BY THE SHELL STEP
           SELECT OPTIONAL FLAG-FILE
               ASSIGN TO '/tmp/AOC-LOADLIB.FLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-FST.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE
           RECORD CONTAINS 88 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CATALOG-RECORD.
       01  CATALOG-RECORD.
           05 CC-JOB-NAME                         PIC X(8).
           05 FILLER                              PIC X(1).
           05 CC-ACTION                           PIC X(9).
           05 FILLER                              PIC X(1).
           05 CC-DATE                             PIC 9(8).
           05 FILLER                              PIC X(1).
           05 CC-TIME                             PIC 9(8).
           05 FILLER                              PIC X(1).
           05 CC-SOURCE                           PIC X(40).
           05 FILLER                              PIC X(1).
           05 CC-SRC-CKSUM                        PIC X(10).

       FD  VERSION-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS VERSION-RECORD.
       01  VERSION-RECORD.
           05 LV-TYPE                             PIC X(1).
           05 FILLER                              PIC X(1).
           05 LV-JOB                              PIC X(8).
           05 FILLER                              PIC X(1).
           05 LV-VERSION                          PIC 9(4).
           05 FILLER                              PIC X(1).
           05 LV-BUILD-DATE                       PIC 9(8).
           05 FILLER                              PIC X(1).
           05 LV-BUILD-TIME                       PIC 9(8).
           05 FILLER                              PIC X(1).
           05 LV-SRC-CKSUM                        PIC X(10).
           05 FILLER                              PIC X(1).
           05 LV-DATE                             PIC 9(8).
           05 FILLER                              PIC X(1).
           05 LV-TIME                             PIC 9(8).
           05 FILLER                              PIC X(1).
           05 LV-HELD-CKSUM                       PIC X(10).
           05 FILLER                              PIC X(1).
           05 LV-OPERATOR                         PIC X(8).
           05 FILLER                              PIC X(1).
           05 LV-APPROVER                         PIC X(8).
           05 FILLER                              PIC X(9).

       FD  CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONTROL-RECORD.
       01  CONTROL-RECORD                         PIC X(80).

       FD  FLAG-FILE
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FLAG-RECORD.
       01  FLAG-RECORD                            PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
       01  WS-CATALOG-FST                         PIC X(2) VALUE '00'.
       01  WS-VERSION-FST                         PIC X(2) VALUE '00'.
       01  WS-CONTROL-FST                         PIC X(2) VALUE '00'.
       01  WS-FLAG-FST                            PIC X(2) VALUE '00'.
       01  WS-EOF-FLAG                            PIC X(1).
           88 SCAN-EOF                                     VALUE 'Y'.
           88 NOT-SCAN-EOF                                 VALUE 'N'.
       01  WS-COMMAND                             PIC X(400).
       01  WS-NOW-DATE                            PIC 9(8).
       01  WS-NOW-TIME                            PIC 9(8).
       01  WS-RETAIN                              PIC 9(2) VALUE 3.
       01  WS-FLAG-TEXT                           PIC X(20).

      *    THE MEMBER IN FORCE, FROM THE COMPILE CATALOG: C = ITS
      *    LATEST COMPILED ENTRY, B = A BACKOUT PUT IT THERE
       01  WS-INF-SOURCE                          PIC X(1).
       01  WS-INF-DATE                            PIC 9(8).
       01  WS-INF-TIME                            PIC 9(8).
       01  WS-INF-CKSUM                           PIC X(10).
       01  WS-BACKOUT-ON                          PIC X(1).

      *    THE JOB'S LATEST BACKOUT, FROM THE VERSION LOG
       01  WS-BKO-VERSION                         PIC 9(4).
       01  WS-BKO-BUILD-DATE                      PIC 9(8).
       01  WS-BKO-BUILD-TIME                      PIC 9(8).
       01  WS-BKO-CKSUM                           PIC X(10).
       01  WS-BKO-HELD-CKSUM                      PIC X(10).

      *    THE JOB'S VERSIONS ON HAND (KEPT AND NOT YET PURGED)
       01  WS-MAX-VERSION                         PIC 9(4).
       01  WS-NEW-VERSION                         PIC 9(4).
       01  WS-KPT-CNT                             PIC 9(3).
       01  WS-KPT-LIVE                            PIC 9(3).
       01  WS-KPT-TABLE.
           05 WS-KPT-ENTRY OCCURS 200 TIMES.
              10 WS-KPT-VERSION                   PIC 9(4).
              10 WS-KPT-BUILD-DATE                PIC 9(8).
              10 WS-KPT-BUILD-TIME                PIC 9(8).
              10 WS-KPT-CKSUM                     PIC X(10).
              10 WS-KPT-GONE                      PIC X(1).
       01  WS-KPT-SUB                             PIC 9(3).
       01  WS-KPT-OLDEST                          PIC 9(3).
       01  WS-END                                 PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

       LINKAGE SECTION.
       COPY LIBPARM.

       PROCEDURE DIVISION USING LIB-PARMS.
      ***************************************************************
      * MAINLINE                                                    *
      ***************************************************************
       0000-MAINLINE.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE 0 TO LIB-RC LIB-VERSION LIB-BUILD-DATE LIB-BUILD-TIME
                     LIB-KEPT-CNT
           MOVE SPACES TO LIB-SRC-CKSUM LIB-HELD-CKSUM LIB-MESSAGE
           EVALUATE LIB-OP
               WHEN 'KEEP'
                   PERFORM 1000-READ-CONTROL  THRU 1000-EXIT
                   PERFORM 2000-SCAN-CATALOG  THRU 2000-EXIT
                   PERFORM 2100-SCAN-VERSIONS THRU 2100-EXIT
                   PERFORM 3000-FILE-VERSION  THRU 3000-EXIT
               WHEN 'STAT'
                   PERFORM 2000-SCAN-CATALOG  THRU 2000-EXIT
                   PERFORM 2100-SCAN-VERSIONS THRU 2100-EXIT
                   PERFORM 5000-REPORT-STATE  THRU 5000-EXIT
               WHEN OTHER
                   DISPLAY 'AOC4001E LOADLIB SERVICE: UNKNOWN'
                       ' OPERATION ''' LIB-OP ''''
                   MOVE 8 TO LIB-RC
           END-EVALUATE
           GOBACK.

       1000-READ-CONTROL.

           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FST EQUAL '05'
               CLOSE CONTROL-FILE
               GO TO 1000-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ CONTROL-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF CONTROL-RECORD(1:7) EQUAL 'RETAIN '
                           AND CONTROL-RECORD(8:2) NUMERIC
                           MOVE CONTROL-RECORD(8:2) TO WS-RETAIN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE
           .
       1000-EXIT.
           EXIT.

      ***************************************************************
      * THE MEMBER IN FORCE AND WHETHER A BACKOUT HOLDS IT, FROM THE *
      * JOB'S COMPILE CATALOG ENTRIES IN THE ORDER THEY WERE MADE    *
      ***************************************************************
       2000-SCAN-CATALOG.

           MOVE SPACE TO WS-INF-SOURCE
           MOVE 'N' TO WS-BACKOUT-ON
           MOVE 0 TO WS-INF-DATE WS-INF-TIME
           MOVE SPACES TO WS-INF-CKSUM
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-FST EQUAL '05'
               CLOSE CATALOG-FILE
               GO TO 2000-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ CATALOG-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF CC-JOB-NAME EQUAL LIB-JOB
                           EVALUATE CC-ACTION
                               WHEN 'COMPILED '
                                   MOVE 'C' TO WS-INF-SOURCE
                                   MOVE CC-DATE TO WS-INF-DATE
                                   MOVE CC-TIME TO WS-INF-TIME
                                   MOVE CC-SRC-CKSUM TO WS-INF-CKSUM
                                   MOVE 'N' TO WS-BACKOUT-ON
                               WHEN 'BACKOUT  '
                                   MOVE 'B' TO WS-INF-SOURCE
                                   MOVE 'Y' TO WS-BACKOUT-ON
                               WHEN 'RELEASED '
                                   MOVE 'N' TO WS-BACKOUT-ON
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           .
       2000-EXIT.
           EXIT.

      ***************************************************************
      * THE JOB'S VERSIONS ON HAND, ITS HIGHEST VERSION NUMBER EVER  *
      * USED, AND ITS LATEST BACKOUT, FROM THE VERSION LOG           *
      ***************************************************************
       2100-SCAN-VERSIONS.

           MOVE 0 TO WS-MAX-VERSION WS-KPT-CNT WS-KPT-LIVE
                     WS-BKO-VERSION WS-BKO-BUILD-DATE WS-BKO-BUILD-TIME
           MOVE SPACES TO WS-BKO-CKSUM WS-BKO-HELD-CKSUM
           OPEN INPUT VERSION-FILE
           IF WS-VERSION-FST EQUAL '05'
               CLOSE VERSION-FILE
               GO TO 2100-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ VERSION-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF LV-JOB EQUAL LIB-JOB
                           PERFORM 2150-NOTE-VERSION THRU 2150-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VERSION-FILE
           .
       2100-EXIT.
           EXIT.

       2150-NOTE-VERSION.

           EVALUATE LV-TYPE
               WHEN 'K'
                   IF LV-VERSION GREATER WS-MAX-VERSION
                       MOVE LV-VERSION TO WS-MAX-VERSION
                   END-IF
                   IF WS-KPT-CNT LESS 200
                       ADD 1 TO WS-KPT-CNT WS-KPT-LIVE
                       MOVE LV-VERSION
                           TO WS-KPT-VERSION(WS-KPT-CNT)
                       MOVE LV-BUILD-DATE
                           TO WS-KPT-BUILD-DATE(WS-KPT-CNT)
                       MOVE LV-BUILD-TIME
                           TO WS-KPT-BUILD-TIME(WS-KPT-CNT)
                       MOVE LV-SRC-CKSUM TO WS-KPT-CKSUM(WS-KPT-CNT)
                       MOVE 'N' TO WS-KPT-GONE(WS-KPT-CNT)
                   END-IF
               WHEN 'P'
                   PERFORM VARYING WS-KPT-SUB FROM 1 BY 1
                           UNTIL WS-KPT-SUB GREATER WS-KPT-CNT
                       IF WS-KPT-VERSION(WS-KPT-SUB) EQUAL LV-VERSION
                           AND WS-KPT-GONE(WS-KPT-SUB) EQUAL 'N'
                           MOVE 'Y' TO WS-KPT-GONE(WS-KPT-SUB)
                           SUBTRACT 1 FROM WS-KPT-LIVE
                       END-IF
                   END-PERFORM
               WHEN 'B'
                   MOVE LV-VERSION    TO WS-BKO-VERSION
                   MOVE LV-BUILD-DATE TO WS-BKO-BUILD-DATE
                   MOVE LV-BUILD-TIME TO WS-BKO-BUILD-TIME
                   MOVE LV-SRC-CKSUM  TO WS-BKO-CKSUM
                   MOVE LV-HELD-CKSUM TO WS-BKO-HELD-CKSUM
           END-EVALUATE
           .
       2150-EXIT.
           EXIT.

      ***************************************************************
      * FILE THE REPLACED MEMBER AS THE JOB'S NEXT VERSION, LOG IT,  *
      * AND HOLD THE JOB TO ITS RETENTION COUNT                      *
      ***************************************************************
       3000-FILE-VERSION.

           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-LOADLIB.FLG ; '
               'if [ -f "/root/workspace/LOADLIB/' DELIMITED BY SIZE
               LIB-JOB DELIMITED BY SPACE
               '.PRV" ] ; then echo Y ; else echo N ; fi'
               ' > /tmp/AOC-LOADLIB.FLG' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           PERFORM 8000-READ-FLAG THRU 8000-EXIT
           IF WS-FLAG-TEXT NOT EQUAL 'Y'
               MOVE 4 TO LIB-RC
               MOVE 'NO REPLACED MEMBER TO FILE' TO LIB-MESSAGE
               MOVE WS-KPT-LIVE TO LIB-KEPT-CNT
               GO TO 3000-EXIT
           END-IF

           COMPUTE WS-NEW-VERSION = WS-MAX-VERSION + 1
           EVALUATE WS-INF-SOURCE
               WHEN 'C'
                   MOVE WS-INF-DATE       TO LIB-BUILD-DATE
                   MOVE WS-INF-TIME       TO LIB-BUILD-TIME
                   MOVE WS-INF-CKSUM      TO LIB-SRC-CKSUM
               WHEN 'B'
                   MOVE WS-BKO-BUILD-DATE TO LIB-BUILD-DATE
                   MOVE WS-BKO-BUILD-TIME TO LIB-BUILD-TIME
                   MOVE WS-BKO-CKSUM      TO LIB-SRC-CKSUM
      *        A MEMBER BUILT BEFORE THE CATALOG WAS KEPT
               WHEN OTHER
                   MOVE 'UNKNOWN'         TO LIB-SRC-CKSUM
           END-EVALUATE

           MOVE SPACES TO WS-COMMAND
           STRING 'mkdir -p /root/workspace/LOADLIB/VERSIONS && '
               'mv -f "/root/workspace/LOADLIB/' DELIMITED BY SIZE
               LIB-JOB DELIMITED BY SPACE
               '.PRV" "/root/workspace/LOADLIB/VERSIONS/'
                   DELIMITED BY SIZE
               LIB-JOB DELIMITED BY SPACE
               '.' WS-NEW-VERSION '"' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND

           MOVE SPACES TO VERSION-RECORD
           MOVE 'K'            TO LV-TYPE
           MOVE LIB-JOB        TO LV-JOB
           MOVE WS-NEW-VERSION TO LV-VERSION
           MOVE LIB-BUILD-DATE TO LV-BUILD-DATE
           MOVE LIB-BUILD-TIME TO LV-BUILD-TIME
           MOVE LIB-SRC-CKSUM  TO LV-SRC-CKSUM
           MOVE WS-NOW-DATE    TO LV-DATE
           MOVE WS-NOW-TIME    TO LV-TIME
           PERFORM 8100-LOG-EVENT THRU 8100-EXIT
           IF WS-KPT-CNT LESS 200
               ADD 1 TO WS-KPT-CNT WS-KPT-LIVE
               MOVE WS-NEW-VERSION TO WS-KPT-VERSION(WS-KPT-CNT)
               MOVE LIB-BUILD-DATE TO WS-KPT-BUILD-DATE(WS-KPT-CNT)
               MOVE LIB-BUILD-TIME TO WS-KPT-BUILD-TIME(WS-KPT-CNT)
               MOVE LIB-SRC-CKSUM  TO WS-KPT-CKSUM(WS-KPT-CNT)
               MOVE 'N'            TO WS-KPT-GONE(WS-KPT-CNT)
           END-IF

           PERFORM 4000-ENFORCE-RETAIN THRU 4000-EXIT
               UNTIL WS-KPT-LIVE NOT GREATER WS-RETAIN
           MOVE WS-NEW-VERSION TO LIB-VERSION
           MOVE WS-KPT-LIVE    TO LIB-KEPT-CNT
           STRING 'PRIOR MEMBER KEPT AS VERSION ' WS-NEW-VERSION
               DELIMITED BY SIZE INTO LIB-MESSAGE
           END-STRING
           .
       3000-EXIT.
           EXIT.

      ***************************************************************
      * PURGE THE JOB'S OLDEST VERSION ON HAND; ITS K RECORD STAYS   *
      * ON THE LOG AS HISTORY BEHIND THE P RECORD                    *
      ***************************************************************
       4000-ENFORCE-RETAIN.

           MOVE 0 TO WS-KPT-OLDEST
           PERFORM VARYING WS-KPT-SUB FROM 1 BY 1
                   UNTIL WS-KPT-SUB GREATER WS-KPT-CNT
                   OR WS-KPT-OLDEST NOT EQUAL 0
               IF WS-KPT-GONE(WS-KPT-SUB) EQUAL 'N'
                   MOVE WS-KPT-SUB TO WS-KPT-OLDEST
               END-IF
           END-PERFORM
           IF WS-KPT-OLDEST EQUAL 0
               MOVE 0 TO WS-KPT-LIVE
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f "/root/workspace/LOADLIB/VERSIONS/'
                   DELIMITED BY SIZE
               LIB-JOB DELIMITED BY SPACE
               '.' WS-KPT-VERSION(WS-KPT-OLDEST) '"'
                   DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           MOVE SPACES TO VERSION-RECORD
           MOVE 'P'                              TO LV-TYPE
           MOVE LIB-JOB                          TO LV-JOB
           MOVE WS-KPT-VERSION(WS-KPT-OLDEST)    TO LV-VERSION
           MOVE WS-KPT-BUILD-DATE(WS-KPT-OLDEST) TO LV-BUILD-DATE
           MOVE WS-KPT-BUILD-TIME(WS-KPT-OLDEST) TO LV-BUILD-TIME
           MOVE WS-KPT-CKSUM(WS-KPT-OLDEST)      TO LV-SRC-CKSUM
           MOVE WS-NOW-DATE                      TO LV-DATE
           MOVE WS-NOW-TIME                      TO LV-TIME
           PERFORM 8100-LOG-EVENT THRU 8100-EXIT
           MOVE 'Y' TO WS-KPT-GONE(WS-KPT-OLDEST)
           SUBTRACT 1 FROM WS-KPT-LIVE
           .
       4000-EXIT.
           EXIT.

      ***************************************************************
      * THE STATE OF THE JOB'S MEMBER FOR A STAT CALL                *
      ***************************************************************
       5000-REPORT-STATE.

           MOVE WS-KPT-LIVE TO LIB-KEPT-CNT
           IF WS-BACKOUT-ON EQUAL 'Y'
               MOVE 4                 TO LIB-RC
               MOVE WS-BKO-VERSION    TO LIB-VERSION
               MOVE WS-BKO-BUILD-DATE TO LIB-BUILD-DATE
               MOVE WS-BKO-BUILD-TIME TO LIB-BUILD-TIME
               MOVE WS-BKO-CKSUM      TO LIB-SRC-CKSUM
               MOVE WS-BKO-HELD-CKSUM TO LIB-HELD-CKSUM
               STRING 'BACKED OUT TO VERSION ' WS-BKO-VERSION
                   DELIMITED BY SIZE INTO LIB-MESSAGE
               END-STRING
           ELSE
               MOVE WS-INF-DATE  TO LIB-BUILD-DATE
               MOVE WS-INF-TIME  TO LIB-BUILD-TIME
               MOVE WS-INF-CKSUM TO LIB-SRC-CKSUM
      *        A RELEASED BACKOUT NOT YET REBUILT STILL RUNS THE
      *        VERSION IT REINSTATED
               IF WS-INF-SOURCE EQUAL 'B'
                   MOVE WS-BKO-BUILD-DATE TO LIB-BUILD-DATE
                   MOVE WS-BKO-BUILD-TIME TO LIB-BUILD-TIME
                   MOVE WS-BKO-CKSUM      TO LIB-SRC-CKSUM
               END-IF
               MOVE 'BUILT FROM ITS SOURCE AS CATALOGED'
                   TO LIB-MESSAGE
           END-IF
           .
       5000-EXIT.
           EXIT.

       8000-READ-FLAG.

           MOVE SPACES TO WS-FLAG-TEXT
           OPEN INPUT FLAG-FILE
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ FLAG-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       MOVE FLAG-RECORD TO WS-FLAG-TEXT
               END-READ
           END-PERFORM
           CLOSE FLAG-FILE
           .
       8000-EXIT.
           EXIT.

       8100-LOG-EVENT.

           OPEN EXTEND VERSION-FILE
           WRITE VERSION-RECORD
           CLOSE VERSION-FILE
           .
       8100-EXIT.
           EXIT.
