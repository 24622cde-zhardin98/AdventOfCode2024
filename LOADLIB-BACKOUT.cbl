       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOADLIB-BACKOUT.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * LOAD-MODULE BACKOUT TO A PRIOR LIBRARY VERSION               *
      *                                                              *
      * AOC-LOADLIB KEEPS EACH JOB'S REPLACED LOAD MODULES AS        *
      * NUMBERED PRIOR VERSIONS IN LOADLIB/VERSIONS/, LOGGED ON      *
      * LOADLIB-VERSIONS.TXT.  BACKOUT-REQUEST.TXT NAMES THE JOB     *
      * ('JOB=name' AS ON JOBCAT.TXT) AND WHAT TO DO:                *
      *   VERSION=nnnn  REINSTATE THAT PRIOR VERSION AS THE JOB'S    *
      *                 MEMBER.  THE OPERATOR MUST HOLD THE JOB (OR  *
      *                 'ALL') ON OPERATOR-AUTH.TXT AND A SECOND     *
      *                 OPERATOR MUST APPROVE IT (AOC-APPROVE,       *
      *                 ACTION LIBBKOUT).  THE MEMBER IT REPLACES IS *
      *                 KEPT AS A VERSION IN ITS TURN, SO A BACKOUT  *
      *                 CAN ITSELF BE BACKED OUT.  THE SOURCE        *
      *                 CHECKSUM IS HELD IN LOADLIB/<JOB>.HLD, AND   *
      *                 aoc-build.sh WILL NOT REBUILD THE MEMBER     *
      *                 FROM THAT SAME SOURCE, SO THE NEXT BATCH     *
      *                 RUNS THE REINSTATED VERSION.  CHANGED SOURCE *
      *                 BUILDS NORMALLY AND ENDS THE BACKOUT.        *
      *   RELEASE       END THE JOB'S BACKOUT WITHOUT A SOURCE       *
      *                 CHANGE: THE HOLD IS DROPPED AND THE MEMBER   *
      *                 IS DATED BACK SO THE NEXT RUN REBUILDS IT    *
      *                 FROM ITS CURRENT SOURCE.  AUTHORITY ONLY -   *
      *                 NO SECOND OPERATOR.                          *
      * A BACKOUT OR RELEASE CHANGES THE LIBRARY, SO INSIDE A        *
      * LOADLIB FREEZE WINDOW FOR THE JOB IT IS REFUSED UNLESS THE   *
      * REQUEST CARRIES 'EMERGENCY <REASON>' AND A SECOND OPERATOR   *
      * APPROVES THE OVERRIDE (AOC-FREEZE GATE).  A BACKOUT HAS ITS  *
      * OWN APPROVAL BEFORE THE OVERRIDE IS ASKED FOR, AND THE       *
      * OVERRIDE IS REGISTERED (AOC-FREEZE LOGO) ONLY ONCE THE       *
      * MEMBER HAS BEEN CHANGED.                                     *
      * WITH NEITHER, THE JOB'S VERSIONS ARE ONLY LISTED.  EVERY RUN *
      * LISTS THEM ON LOADLIB-BACKOUT-REPORT.TXT - VERSION, THE      *
      * BUILD DATE AND SOURCE CHECKSUM IT CARRIES, WHEN IT WAS KEPT, *
      * AND WHICH IS IN FORCE.  A BACKOUT OR RELEASE HOLDS THE JOB'S *
      * FOLDER LOCK (AOC-ENQ) WHILE IT CHANGES THE MEMBER, AND IS    *
      * POSTED ON LOADLIB-VERSIONS.TXT (B OR R RECORD) AND ON        *
      * COMPILE-CATALOG.TXT (BACKOUT OR RELEASED ENTRY).  AN         *
      * UNAUTHORIZED ATTEMPT IS LOGGED TO AUTH-LOG.TXT.              *
      * RUN FROM THE WORKSPACE ROOT.  RETURN CODE 4 = AWAITING       *
      * APPROVAL, 8 = REFUSED OR FAILED.                             *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REQUEST-FILE
               ASSIGN TO 'BACKOUT-REQUEST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FST.
           SELECT OPTIONAL JOBCAT-FILE ASSIGN TO 'JOBCAT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBCAT-FST.
           SELECT OPTIONAL AUTH-FILE ASSIGN TO 'OPERATOR-AUTH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-FST.
           SELECT OPTIONAL AUTH-LOG-FILE ASSIGN TO 'AUTH-LOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-LOG-FST.
           SELECT OPTIONAL VERSION-FILE
               ASSIGN TO 'LOADLIB-VERSIONS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-FST.
           SELECT OPTIONAL CATALOG-FILE
               ASSIGN TO 'COMPILE-CATALOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FST.
      *    OUTCOME LEFT BY THE SHELL STEP
           SELECT OPTIONAL FLAG-FILE
               ASSIGN TO '/tmp/AOC-LBK.FLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-FST.
           SELECT REPORT-FILE ASSIGN TO 'LOADLIB-BACKOUT-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FST.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REQUEST-RECORD.
       01  REQUEST-RECORD                         PIC X(80).

       FD  JOBCAT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JOBCAT-RECORD.
       01  JOBCAT-RECORD                          PIC X(80).

       FD  AUTH-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUTH-RECORD.
       01  AUTH-RECORD                            PIC X(80).

       FD  AUTH-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUTH-LOG-RECORD.
       01  AUTH-LOG-RECORD                        PIC X(80).

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

       FD  FLAG-FILE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FLAG-RECORD.
       01  FLAG-RECORD                            PIC X(40).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REPORT-RECORD.
       01  REPORT-RECORD                          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
       01  WS-REQUEST-FST                         PIC X(2) VALUE '00'.
       01  WS-JOBCAT-FST                          PIC X(2) VALUE '00'.
       01  WS-AUTH-FST                            PIC X(2) VALUE '00'.
       01  WS-AUTH-LOG-FST                        PIC X(2) VALUE '00'.
       01  WS-VERSION-FST                         PIC X(2) VALUE '00'.
       01  WS-CATALOG-FST                         PIC X(2) VALUE '00'.
       01  WS-FLAG-FST                            PIC X(2) VALUE '00'.
       01  WS-REPORT-FST                          PIC X(2) VALUE '00'.
       01  WS-EOF-FLAG                            PIC X(1).
           88 SCAN-EOF                                     VALUE 'Y'.
           88 NOT-SCAN-EOF                                 VALUE 'N'.
       01  WS-RUN-DATE                            PIC 9(8).
       01  WS-RUN-TIME                            PIC 9(8).
       01  WS-OPERATOR-ID                         PIC X(8)
           VALUE SPACES.
       01  WS-AUTHORIZED                          PIC X(1) VALUE 'N'.
       01  WS-AUTH-HIT                            PIC 9(2).

      *    WHAT WAS ASKED FOR
       01  WS-REQ-JOB                             PIC X(8)
           VALUE SPACES.
       01  WS-REQ-VERSION-X                       PIC X(4)
           VALUE SPACES.
       01  WS-REQ-VERSION REDEFINES WS-REQ-VERSION-X
                                                  PIC 9(4).
       01  WS-REQ-RELEASE                         PIC X(1) VALUE 'N'.
       01  WS-REQ-ACTION                          PIC X(8)
           VALUE SPACES.
       01  WS-EMERGENCY                           PIC X(1) VALUE 'N'.
       01  WS-EMERGENCY-REASON                    PIC X(40)
           VALUE SPACES.
       01  WS-FROZEN                              PIC X(1) VALUE 'N'.
       01  WS-MEMBER-CHANGED                      PIC X(1) VALUE 'N'.

      *    THE JOB, FROM JOBCAT.TXT
       01  WS-JOB-FOUND                           PIC X(1) VALUE 'N'.
       01  WS-JOB-SOURCE                          PIC X(30)
           VALUE SPACES.
       01  WS-JOB-DIR                             PIC X(30)
           VALUE SPACES.
       01  WS-CAT-FILE                            PIC X(30).
       01  WS-SOURCE-LEN                          PIC 9(2).
       01  WS-JOB-LEN                             PIC 9(2).

      *    THE JOB'S VERSIONS, FROM THE VERSION LOG
       01  WS-VER-CNT                             PIC 9(3) VALUE 0.
       01  WS-VER-LIVE                            PIC 9(3) VALUE 0.
       01  WS-VER-TABLE.
           05 WS-VER-ENTRY OCCURS 200 TIMES.
              10 WS-VER-NUMBER                    PIC 9(4).
              10 WS-VER-BUILD-DATE                PIC 9(8).
              10 WS-VER-BUILD-TIME                PIC 9(8).
              10 WS-VER-CKSUM                     PIC X(10).
              10 WS-VER-KEPT-DATE                 PIC 9(8).
              10 WS-VER-GONE                      PIC X(1).
       01  WS-VER-SUB                             PIC 9(3).
       01  WS-VER-HIT                             PIC 9(3) VALUE 0.
       01  WS-BKO-STATE                           PIC 9(1).
       01  WS-BKO-VERSION                         PIC 9(4) VALUE 0.
       01  WS-BKO-CKSUM                           PIC X(10).
       01  WS-BKO-HELD-CKSUM                      PIC X(10).
       01  WS-HELD-CKSUM                          PIC X(10).
       01  WS-MARK                                PIC X(24).

       01  WS-COMMAND                             PIC X(600).
       01  WS-FLAG-TEXT                           PIC X(40).
       01  WS-TRIM-FIELD                          PIC X(72).
       01  WS-TRIM-LEN                            PIC 9(2).
       COPY APRPARM.
       COPY ENQPARM.
       COPY LIBPARM.
       COPY FRZPARM.
       01  WS-END                                 PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

       PROCEDURE DIVISION.
      ***************************************************************
      * MAINLINE                                                    *
      ***************************************************************
       0000-MAINLINE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'AOC_OPERATOR'
           IF WS-OPERATOR-ID EQUAL SPACES
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'USER'
           END-IF
           IF WS-OPERATOR-ID EQUAL SPACES
               MOVE 'UNKNOWN' TO WS-OPERATOR-ID
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING 'LOADLIB-BACKOUT  RUN DATE ' WS-RUN-DATE
               '  OPERATOR ' WS-OPERATOR-ID
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM 1000-READ-REQUEST THRU 1000-EXIT
           IF WS-REQ-JOB EQUAL SPACES
               DISPLAY 'AOC4102E LOADLIB-BACKOUT: NO JOB= ON'
                   ' BACKOUT-REQUEST.TXT - NOTHING BACKED OUT'
               MOVE 'NO JOB NAMED ON BACKOUT-REQUEST.TXT'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 8 TO RETURN-CODE
               GO TO 0000-DONE
           END-IF
           PERFORM 1100-FIND-JOB THRU 1100-EXIT
           IF WS-JOB-FOUND NOT EQUAL 'Y'
               DISPLAY 'AOC4103E LOADLIB-BACKOUT: JOB ' WS-REQ-JOB
                   ' IS NOT ON JOBCAT.TXT - NOTHING BACKED OUT'
               MOVE SPACES TO REPORT-RECORD
               STRING 'JOB ' WS-REQ-JOB ' IS NOT ON JOBCAT.TXT'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE 8 TO RETURN-CODE
               GO TO 0000-DONE
           END-IF

           PERFORM 1200-LOAD-VERSIONS THRU 1200-EXIT
           PERFORM 3000-LIST-VERSIONS THRU 3000-EXIT
           IF WS-REQ-ACTION EQUAL SPACES
               DISPLAY 'AOC4101I LOADLIB-BACKOUT: ' WS-REQ-JOB
                   ' HAS ' WS-VER-LIVE ' PRIOR VERSION(S) ON HAND -'
                   ' SEE LOADLIB-BACKOUT-REPORT.TXT'
               GO TO 0000-DONE
           END-IF

           PERFORM 2000-CHECK-AUTHORITY THRU 2000-EXIT
           IF WS-AUTHORIZED NOT EQUAL 'Y'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-DONE
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-REQ-RELEASE EQUAL 'Y'
               IF WS-BKO-STATE NOT EQUAL 4
                   DISPLAY 'AOC4105E LOADLIB-BACKOUT: NO BACKOUT IS'
                       ' IN FORCE FOR ' WS-REQ-JOB
                       ' - NOTHING TO RELEASE'
                   MOVE 'NO BACKOUT IN FORCE - NOTHING TO RELEASE'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 8 TO RETURN-CODE
                   GO TO 0000-DONE
               END-IF
               PERFORM 2200-CHECK-FREEZE THRU 2200-EXIT
               IF WS-FROZEN EQUAL 'Y'
                   GO TO 0000-DONE
               END-IF
               PERFORM 4500-ENQ-FOLDER THRU 4500-EXIT
               IF ENQ-RC NOT EQUAL 0
                   MOVE 8 TO RETURN-CODE
                   GO TO 0000-DONE
               END-IF
               PERFORM 6000-RELEASE THRU 6000-EXIT
               PERFORM 4600-DEQ-FOLDER THRU 4600-EXIT
               PERFORM 2300-LOG-OVERRIDE THRU 2300-EXIT
               GO TO 0000-DONE
           END-IF

      *    EVERY REFUSAL TEST RUNS BEFORE APPROVAL IS ASKED FOR, SO A
      *    SECOND OPERATOR IS NEVER ASKED TO APPROVE THE IMPOSSIBLE.
      *    WITHOUT AN EMERGENCY REQUEST THE FREEZE CHECK SPENDS NO
      *    APPROVAL AND RUNS HERE; AN EMERGENCY OVERRIDE IS ONLY ASKED
      *    FOR ONCE THE BACKOUT ITSELF HAS BEEN APPROVED.
           PERFORM 2100-CHECK-VERSION THRU 2100-EXIT
           IF WS-VER-HIT EQUAL 0
               MOVE 8 TO RETURN-CODE
               GO TO 0000-DONE
           END-IF
           IF WS-EMERGENCY NOT EQUAL 'Y'
               PERFORM 2200-CHECK-FREEZE THRU 2200-EXIT
               IF WS-FROZEN EQUAL 'Y'
                   GO TO 0000-DONE
               END-IF
           END-IF

           MOVE 'AUTH'            TO APR-OP
           MOVE 'LIBBKOUT'        TO APR-ACTION
           MOVE SPACES            TO APR-TARGET
           STRING WS-REQ-JOB DELIMITED BY SPACE
               '.' WS-REQ-VERSION DELIMITED BY SIZE
               INTO APR-TARGET
           END-STRING
           MOVE WS-OPERATOR-ID    TO APR-OPERATOR
           MOVE 'LOADLIB-BACKOUT' TO APR-PROGRAM
           CALL 'AOC-APPROVE' USING APR-PARMS
           IF APR-RC NOT EQUAL 0
               DISPLAY 'AOC4108W LOADLIB-BACKOUT: BACKOUT NOT'
                   ' PERFORMED - ' APR-MESSAGE
               MOVE SPACES TO REPORT-RECORD
               STRING 'NOT PERFORMED - ' APR-MESSAGE
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE 4 TO RETURN-CODE
               GO TO 0000-DONE
           END-IF
           IF WS-EMERGENCY EQUAL 'Y'
               PERFORM 2200-CHECK-FREEZE THRU 2200-EXIT
               IF WS-FROZEN EQUAL 'Y'
                   GO TO 0000-DONE
               END-IF
           END-IF

           PERFORM 4500-ENQ-FOLDER THRU 4500-EXIT
           IF ENQ-RC NOT EQUAL 0
               MOVE 8 TO RETURN-CODE
               GO TO 0000-DONE
           END-IF
           PERFORM 5000-BACKOUT THRU 5000-EXIT
           PERFORM 4600-DEQ-FOLDER THRU 4600-EXIT
           PERFORM 2300-LOG-OVERRIDE THRU 2300-EXIT
           .
       0000-DONE.
           CLOSE REPORT-FILE
           STOP RUN.

      ***************************************************************
      * THE JOB AND WHAT TO DO WITH IT                               *
      ***************************************************************
       1000-READ-REQUEST.

           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-FST EQUAL '05'
               CLOSE REQUEST-FILE
               GO TO 1000-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ REQUEST-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN REQUEST-RECORD(1:4) EQUAL 'JOB='
                               MOVE REQUEST-RECORD(5:8) TO WS-REQ-JOB
                           WHEN REQUEST-RECORD(1:8) EQUAL 'VERSION='
                               MOVE REQUEST-RECORD(9:4)
                                   TO WS-REQ-VERSION-X
                               MOVE 'BACKOUT' TO WS-REQ-ACTION
                           WHEN REQUEST-RECORD(1:7) EQUAL 'RELEASE'
                               MOVE 'Y' TO WS-REQ-RELEASE
                               MOVE 'RELEASE' TO WS-REQ-ACTION
      *                    'EMERGENCY <REASON>' ASKS FOR A FREEZE-WINDOW
      *                    OVERRIDE
                           WHEN REQUEST-RECORD(1:10) EQUAL 'EMERGENCY '
                               MOVE 'Y' TO WS-EMERGENCY
                               MOVE REQUEST-RECORD(11:40)
                                   TO WS-EMERGENCY-REASON
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE REQUEST-FILE
      *    A RELEASE NAMED WITH A VERSION IS TAKEN AS THE RELEASE
           IF WS-REQ-RELEASE EQUAL 'Y'
               MOVE 'RELEASE' TO WS-REQ-ACTION
           END-IF
           .
       1000-EXIT.
           EXIT.

      ***************************************************************
      * THE JOB'S SOURCE AND FOLDER, FROM JOBCAT.TXT ('.' FOR THE    *
      * ROOT-LEVEL STEPS)                                            *
      ***************************************************************
       1100-FIND-JOB.

           OPEN INPUT JOBCAT-FILE
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ JOBCAT-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF JOBCAT-RECORD(1:1) NOT EQUAL '*'
                           AND JOBCAT-RECORD(1:2) EQUAL SPACES
                           AND JOBCAT-RECORD(3:8) EQUAL WS-REQ-JOB
                           MOVE 'Y' TO WS-JOB-FOUND
                           MOVE JOBCAT-RECORD(40:30) TO WS-JOB-SOURCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBCAT-FILE
           IF WS-JOB-FOUND NOT EQUAL 'Y'
               GO TO 1100-EXIT
           END-IF
           MOVE SPACES TO WS-JOB-DIR WS-CAT-FILE
           UNSTRING WS-JOB-SOURCE DELIMITED BY '/'
               INTO WS-JOB-DIR WS-CAT-FILE
           END-UNSTRING
           IF WS-CAT-FILE EQUAL SPACES
               MOVE '.' TO WS-JOB-DIR
           END-IF
           MOVE WS-JOB-SOURCE TO WS-TRIM-FIELD
           PERFORM 7000-TRIM THRU 7000-EXIT
           MOVE WS-TRIM-LEN TO WS-SOURCE-LEN
           MOVE WS-REQ-JOB TO WS-TRIM-FIELD
           PERFORM 7000-TRIM THRU 7000-EXIT
           MOVE WS-TRIM-LEN TO WS-JOB-LEN
           .
       1100-EXIT.
           EXIT.

      ***************************************************************
      * THE JOB'S VERSIONS ON HAND, FROM THE VERSION LOG, AND THE    *
      * STATE OF ITS MEMBER, FROM THE LIBRARY SERVICE                *
      ***************************************************************
       1200-LOAD-VERSIONS.

           OPEN INPUT VERSION-FILE
           IF WS-VERSION-FST EQUAL '05'
               CLOSE VERSION-FILE
               GO TO 1200-STATE
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ VERSION-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF LV-JOB EQUAL WS-REQ-JOB
                           PERFORM 1250-NOTE-VERSION THRU 1250-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VERSION-FILE
           .
       1200-STATE.
           MOVE 'STAT'     TO LIB-OP
           MOVE WS-REQ-JOB TO LIB-JOB
           CALL 'AOC-LOADLIB' USING LIB-PARMS
           MOVE LIB-RC TO WS-BKO-STATE
           IF WS-BKO-STATE EQUAL 4
               MOVE LIB-VERSION    TO WS-BKO-VERSION
               MOVE LIB-SRC-CKSUM  TO WS-BKO-CKSUM
               MOVE LIB-HELD-CKSUM TO WS-BKO-HELD-CKSUM
           END-IF
           .
       1200-EXIT.
           EXIT.

       1250-NOTE-VERSION.

           EVALUATE LV-TYPE
               WHEN 'K'
                   IF WS-VER-CNT LESS 200
                       ADD 1 TO WS-VER-CNT WS-VER-LIVE
                       MOVE LV-VERSION
                           TO WS-VER-NUMBER(WS-VER-CNT)
                       MOVE LV-BUILD-DATE
                           TO WS-VER-BUILD-DATE(WS-VER-CNT)
                       MOVE LV-BUILD-TIME
                           TO WS-VER-BUILD-TIME(WS-VER-CNT)
                       MOVE LV-SRC-CKSUM TO WS-VER-CKSUM(WS-VER-CNT)
                       MOVE LV-DATE TO WS-VER-KEPT-DATE(WS-VER-CNT)
                       MOVE 'N' TO WS-VER-GONE(WS-VER-CNT)
                   END-IF
               WHEN 'P'
                   PERFORM VARYING WS-VER-SUB FROM 1 BY 1
                           UNTIL WS-VER-SUB GREATER WS-VER-CNT
                       IF WS-VER-NUMBER(WS-VER-SUB) EQUAL LV-VERSION
                           AND WS-VER-GONE(WS-VER-SUB) EQUAL 'N'
                           MOVE 'Y' TO WS-VER-GONE(WS-VER-SUB)
                           SUBTRACT 1 FROM WS-VER-LIVE
                       END-IF
                   END-PERFORM
           END-EVALUATE
           .
       1250-EXIT.
           EXIT.

      ***************************************************************
      * A LOAD-MODULE BACKOUT OR RELEASE IS AN ACTION ON THE JOB:    *
      * THE OPERATOR MUST HOLD IT (OR 'ALL') ON OPERATOR-AUTH.TXT;   *
      * ANYONE ELSE IS LOGGED TO AUTH-LOG.TXT AND TURNED AWAY        *
      ***************************************************************
       2000-CHECK-AUTHORITY.

           MOVE 'N' TO WS-AUTHORIZED
           OPEN INPUT AUTH-FILE
           IF WS-AUTH-FST EQUAL '05'
               CLOSE AUTH-FILE
               GO TO 2000-REFUSE
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ AUTH-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF AUTH-RECORD(1:1) NOT EQUAL '*'
                           AND AUTH-RECORD(1:8) EQUAL WS-OPERATOR-ID
                           MOVE 0 TO WS-AUTH-HIT
                           INSPECT AUTH-RECORD(9:72)
                               TALLYING WS-AUTH-HIT FOR ALL 'ALL'
                           INSPECT AUTH-RECORD(9:72)
                               TALLYING WS-AUTH-HIT
                               FOR ALL WS-REQ-JOB(1:WS-JOB-LEN)
                           IF WS-AUTH-HIT GREATER 0
                               MOVE 'Y' TO WS-AUTHORIZED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTH-FILE
           IF WS-AUTHORIZED EQUAL 'Y'
               GO TO 2000-EXIT
           END-IF
           .
       2000-REFUSE.
           DISPLAY 'AOC4104E LOADLIB-BACKOUT: OPERATOR ' WS-OPERATOR-ID
               ' IS NOT AUTHORIZED (' WS-REQ-JOB ' OR ALL) ON'
               ' OPERATOR-AUTH.TXT - ' WS-REQ-ACTION ' REFUSED'
           MOVE SPACES TO REPORT-RECORD
           STRING 'OPERATOR ' WS-OPERATOR-ID
               ' NOT AUTHORIZED ON OPERATOR-AUTH.TXT - REFUSED'
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO AUTH-LOG-RECORD
           STRING WS-RUN-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RUN-TIME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               ' LOADLIB-BACKOUT REFUSED ' DELIMITED BY SIZE
               WS-REQ-JOB DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-REQ-ACTION DELIMITED BY SPACE
               INTO AUTH-LOG-RECORD
           END-STRING
           OPEN EXTEND AUTH-LOG-FILE
           WRITE AUTH-LOG-RECORD
           CLOSE AUTH-LOG-FILE
           .
       2000-EXIT.
           EXIT.

      ***************************************************************
      * THE VERSION ASKED FOR MUST STILL BE ON HAND - LOGGED AS KEPT *
      * AND NOT PURGED, WITH ITS FILE IN LOADLIB/VERSIONS/           *
      ***************************************************************
       2100-CHECK-VERSION.

           MOVE 0 TO WS-VER-HIT
           IF WS-REQ-VERSION-X IS NUMERIC
               PERFORM VARYING WS-VER-SUB FROM 1 BY 1
                       UNTIL WS-VER-SUB GREATER WS-VER-CNT
                   IF WS-VER-NUMBER(WS-VER-SUB) EQUAL WS-REQ-VERSION
                       AND WS-VER-GONE(WS-VER-SUB) EQUAL 'N'
                       MOVE WS-VER-SUB TO WS-VER-HIT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-VER-HIT EQUAL 0
               GO TO 2100-REFUSE
           END-IF

           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-LBK.FLG ; '
               'if [ -f "LOADLIB/VERSIONS/' DELIMITED BY SIZE
               WS-REQ-JOB DELIMITED BY SPACE
               '.' WS-REQ-VERSION '" ] ; then echo Y ; else echo N'
               ' ; fi > /tmp/AOC-LBK.FLG' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           PERFORM 8000-READ-FLAG THRU 8000-EXIT
           IF WS-FLAG-TEXT EQUAL 'Y'
               GO TO 2100-EXIT
           END-IF
           MOVE 0 TO WS-VER-HIT
           .
       2100-REFUSE.
           DISPLAY 'AOC4107E LOADLIB-BACKOUT: VERSION '
               WS-REQ-VERSION-X ' OF ' WS-REQ-JOB
               ' IS NOT ON HAND - BACKOUT REFUSED'
           MOVE SPACES TO REPORT-RECORD
           STRING 'VERSION ' WS-REQ-VERSION-X
               ' IS NOT ON HAND IN LOADLIB/VERSIONS/ - REFUSED'
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           .
       2100-EXIT.
           EXIT.

      ***************************************************************
      * THE JOB'S LIBRARY MEMBER MAY NOT BE CHANGED INSIDE A LOADLIB *
      * FREEZE WINDOW WITHOUT AN APPROVED EMERGENCY OVERRIDE         *
      ***************************************************************
       2200-CHECK-FREEZE.

           MOVE 'N' TO WS-FROZEN
           MOVE 'GATE'            TO FRZ-OP
           MOVE WS-RUN-DATE       TO FRZ-DATE
           MOVE 'LOADLIB'         TO FRZ-TARGET
           MOVE WS-REQ-JOB        TO FRZ-JOB
           MOVE 'LOADLIB-BACKOUT' TO FRZ-PROGRAM
           MOVE WS-OPERATOR-ID    TO FRZ-OPERATOR
           MOVE WS-EMERGENCY      TO FRZ-EMERGENCY
           MOVE WS-EMERGENCY-REASON TO FRZ-REASON
           CALL 'AOC-FREEZE' USING FRZ-PARMS
           IF FRZ-RC EQUAL 0
               GO TO 2200-EXIT
           END-IF
           MOVE 'Y' TO WS-FROZEN
           DISPLAY 'AOC4112E LOADLIB-BACKOUT: ' WS-REQ-ACTION ' OF '
               WS-REQ-JOB ' REFUSED - ' FRZ-MESSAGE
           MOVE SPACES TO REPORT-RECORD
           STRING WS-REQ-ACTION DELIMITED BY SPACE
               ' REFUSED - ' FRZ-MESSAGE
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF FRZ-RC EQUAL 4
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       2200-EXIT.
           EXIT.

      ***************************************************************
      * THE MEMBER WAS CHANGED UNDER AN OVERRIDE - REGISTER IT NOW,  *
      * WITH THE FREEZE PARAMETERS AS THE GATE LEFT THEM             *
      ***************************************************************
       2300-LOG-OVERRIDE.

           IF WS-MEMBER-CHANGED NOT EQUAL 'Y'
               OR FRZ-OVERRIDDEN NOT EQUAL 'Y'
               GO TO 2300-EXIT
           END-IF
           MOVE 'LOGO' TO FRZ-OP
           CALL 'AOC-FREEZE' USING FRZ-PARMS
           IF FRZ-RC NOT EQUAL 0
               DISPLAY 'AOC4113W LOADLIB-BACKOUT: ' WS-REQ-ACTION
                   ' OF ' WS-REQ-JOB ' DONE BUT OVERRIDE NOT'
                   ' REGISTERED - ' FRZ-MESSAGE
               MOVE SPACES TO REPORT-RECORD
               STRING 'OVERRIDE NOT REGISTERED - ' FRZ-MESSAGE
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       2300-EXIT.
           EXIT.

      ***************************************************************
      * LIST THE JOB'S VERSIONS ON HAND AND WHICH IS IN FORCE        *
      ***************************************************************
       3000-LIST-VERSIONS.

           MOVE SPACES TO REPORT-RECORD
           STRING 'JOB ' WS-REQ-JOB '  SOURCE '
               WS-JOB-SOURCE(1:WS-SOURCE-LEN)
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF WS-BKO-STATE EQUAL 4
               STRING 'IN FORCE: BACKED OUT TO VERSION '
                   WS-BKO-VERSION ' - SOURCE ' WS-BKO-HELD-CKSUM
                   ' HELD FROM REBUILDING'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           ELSE
               STRING 'IN FORCE: BUILT FROM ITS SOURCE ON '
                   LIB-BUILD-DATE ' AT ' LIB-BUILD-TIME
                   ' - SOURCE CKSUM ' LIB-SRC-CKSUM
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'VERSION  BUILT ON  AT        SOURCE CKSUM  KEPT ON'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-VER-LIVE EQUAL 0
               MOVE '(NO PRIOR VERSIONS ON HAND)' TO REPORT-RECORD
               WRITE REPORT-RECORD
               GO TO 3000-EXIT
           END-IF
           PERFORM VARYING WS-VER-SUB FROM 1 BY 1
                   UNTIL WS-VER-SUB GREATER WS-VER-CNT
               IF WS-VER-GONE(WS-VER-SUB) EQUAL 'N'
                   MOVE SPACES TO WS-MARK
                   IF WS-BKO-STATE EQUAL 4
                       AND WS-VER-NUMBER(WS-VER-SUB)
                           EQUAL WS-BKO-VERSION
                       MOVE 'IN FORCE (REINSTATED)' TO WS-MARK
                   END-IF
                   MOVE SPACES TO REPORT-RECORD
                   STRING WS-VER-NUMBER(WS-VER-SUB) '     '
                       WS-VER-BUILD-DATE(WS-VER-SUB) '  '
                       WS-VER-BUILD-TIME(WS-VER-SUB) '  '
                       WS-VER-CKSUM(WS-VER-SUB) '    '
                       WS-VER-KEPT-DATE(WS-VER-SUB) '  '
                       WS-MARK
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM
           .
       3000-EXIT.
           EXIT.

      ***************************************************************
      * NOBODY ELSE MAY BE IN THE JOB'S FOLDER WHILE ITS MEMBER      *
      * CHANGES                                                      *
      ***************************************************************
       4500-ENQ-FOLDER.

           MOVE 'ENQ '            TO ENQ-OP
           MOVE WS-JOB-DIR        TO ENQ-RESOURCE
           MOVE WS-OPERATOR-ID    TO ENQ-HOLDER
           MOVE 'LOADLIB-BACKOUT' TO ENQ-PROGRAM
           MOVE SPACE             TO ENQ-OVERRIDE
           CALL 'AOC-ENQ' USING ENQ-PARMS
           IF ENQ-RC NOT EQUAL 0
               DISPLAY 'AOC4109E LOADLIB-BACKOUT: ' WS-REQ-JOB
                   ' FOLDER IS LOCKED - HELD BY ' ENQ-HELD-BY
               MOVE SPACES TO REPORT-RECORD
               STRING 'FOLDER LOCKED - HELD BY ' ENQ-HELD-BY
                   ' - NOT PERFORMED'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           .
       4500-EXIT.
           EXIT.

       4600-DEQ-FOLDER.

           MOVE 'DEQ '            TO ENQ-OP
           MOVE WS-JOB-DIR        TO ENQ-RESOURCE
           MOVE WS-OPERATOR-ID    TO ENQ-HOLDER
           MOVE 'LOADLIB-BACKOUT' TO ENQ-PROGRAM
           CALL 'AOC-ENQ' USING ENQ-PARMS
           .
       4600-EXIT.
           EXIT.

      ***************************************************************
      * REINSTATE THE VERSION.  THE MEMBER IN FORCE IS COPIED TO     *
      * <JOB>.PRV FOR THE LIBRARY SERVICE TO KEEP; THE VERSION IS    *
      * COPIED OVER THE MEMBER (A FRESH DATE, SO THE SOURCE IS NOT   *
      * NEWER AND THE DRIVERS DO NOT TRY TO REBUILD IT); AND THE     *
      * SOURCE CHECKSUM IS HELD SO aoc-build.sh WILL NOT REBUILD IT  *
      * FROM THAT SAME SOURCE EITHER                                 *
      ***************************************************************
       5000-BACKOUT.

           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-LBK.FLG ; '
               'if [ -f "LOADLIB/' DELIMITED BY SIZE
               WS-REQ-JOB DELIMITED BY SPACE
               '" ] ; then cp -p "LOADLIB/' DELIMITED BY SIZE
               WS-REQ-JOB DELIMITED BY SPACE
               '" "LOADLIB/' DELIMITED BY SIZE
               WS-REQ-JOB DELIMITED BY SPACE
               '.PRV" ; fi ; cp -f "LOADLIB/VERSIONS/'
                   DELIMITED BY SIZE
               WS-REQ-JOB DELIMITED BY SPACE
               '.' WS-REQ-VERSION '" "LOADLIB/' DELIMITED BY SIZE
               WS-REQ-JOB DELIMITED BY SPACE
               '" && chmod +x "LOADLIB/' DELIMITED BY SIZE
               WS-REQ-JOB DELIMITED BY SPACE
               '" && cksum < "' DELIMITED BY SIZE
               WS-JOB-SOURCE(1:WS-SOURCE-LEN) DELIMITED BY SIZE
               '" | cut -d " " -f 1 > "LOADLIB/' DELIMITED BY SIZE
               WS-REQ-JOB DELIMITED BY SPACE
               '.HLD" && cat "LOADLIB/' DELIMITED BY SIZE
               WS-REQ-JOB DELIMITED BY SPACE
               '.HLD" > /tmp/AOC-LBK.FLG' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           PERFORM 8000-READ-FLAG THRU 8000-EXIT
           IF WS-FLAG-TEXT EQUAL SPACES
               DISPLAY 'AOC4111E LOADLIB-BACKOUT: ' WS-REQ-JOB
                   ' BACKOUT FAILED - VERSION ' WS-REQ-VERSION
                   ' COULD NOT BE REINSTATED'
               MOVE SPACES TO REPORT-RECORD
               STRING 'BACKOUT FAILED - VERSION ' WS-REQ-VERSION
                   ' COULD NOT BE REINSTATED'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE 8 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF
           MOVE WS-FLAG-TEXT(1:10) TO WS-HELD-CKSUM

      *    THE MEMBER THE BACKOUT REPLACED BECOMES A VERSION TOO
           MOVE 'KEEP'     TO LIB-OP
           MOVE WS-REQ-JOB TO LIB-JOB
           CALL 'AOC-LOADLIB' USING LIB-PARMS
           MOVE SPACES TO REPORT-RECORD
           IF LIB-RC EQUAL 0
               STRING 'MEMBER REPLACED: ' LIB-MESSAGE
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           ELSE
               STRING 'NO MEMBER WAS IN FORCE - ' LIB-MESSAGE
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           END-IF
           WRITE REPORT-RECORD

           MOVE SPACES TO VERSION-RECORD
           MOVE 'B'                           TO LV-TYPE
           MOVE WS-REQ-JOB                    TO LV-JOB
           MOVE WS-REQ-VERSION                TO LV-VERSION
           MOVE WS-VER-BUILD-DATE(WS-VER-HIT) TO LV-BUILD-DATE
           MOVE WS-VER-BUILD-TIME(WS-VER-HIT) TO LV-BUILD-TIME
           MOVE WS-VER-CKSUM(WS-VER-HIT)      TO LV-SRC-CKSUM
           MOVE WS-RUN-DATE                   TO LV-DATE
           MOVE WS-RUN-TIME                   TO LV-TIME
           MOVE WS-HELD-CKSUM                 TO LV-HELD-CKSUM
           MOVE WS-OPERATOR-ID                TO LV-OPERATOR
           MOVE APR-APPROVER                  TO LV-APPROVER
           PERFORM 8100-LOG-VERSION THRU 8100-EXIT
           MOVE SPACES                        TO CATALOG-RECORD
           MOVE 'BACKOUT'                     TO CC-ACTION
           MOVE WS-VER-CKSUM(WS-VER-HIT)      TO CC-SRC-CKSUM
           PERFORM 8200-LOG-CATALOG THRU 8200-EXIT

           MOVE SPACES TO REPORT-RECORD
           STRING 'BACKED OUT TO VERSION ' WS-REQ-VERSION
               ' (BUILT ' WS-VER-BUILD-DATE(WS-VER-HIT)
               ', SOURCE CKSUM ' WS-VER-CKSUM(WS-VER-HIT)
               ') - SOURCE ' WS-HELD-CKSUM ' HELD - APPROVED BY '
               APR-APPROVER
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           DISPLAY 'AOC4110I LOADLIB-BACKOUT: ' WS-REQ-JOB
               ' BACKED OUT TO VERSION ' WS-REQ-VERSION ' (BUILT '
               WS-VER-BUILD-DATE(WS-VER-HIT) ') - APPROVED BY '
               APR-APPROVER
           MOVE 'Y' TO WS-MEMBER-CHANGED
           .
       5000-EXIT.
           EXIT.

      ***************************************************************
      * END THE BACKOUT: DROP THE HOLD AND DATE THE MEMBER BACK, SO  *
      * THE NEXT RUN REBUILDS IT FROM ITS CURRENT SOURCE (THE        *
      * REINSTATED VERSION IS KEPT THEN, LIKE ANY REPLACED MEMBER)   *
      ***************************************************************
       6000-RELEASE.

           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f "LOADLIB/' DELIMITED BY SIZE
               WS-REQ-JOB DELIMITED BY SPACE
               '.HLD" ; if [ -f "LOADLIB/' DELIMITED BY SIZE
               WS-REQ-JOB DELIMITED BY SPACE
               '" ] ; then touch -t 200001010000 "LOADLIB/'
                   DELIMITED BY SIZE
               WS-REQ-JOB DELIMITED BY SPACE
               '" ; fi' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND

           MOVE SPACES TO VERSION-RECORD
           MOVE 'R'               TO LV-TYPE
           MOVE WS-REQ-JOB        TO LV-JOB
           MOVE WS-BKO-VERSION    TO LV-VERSION
           MOVE LIB-BUILD-DATE    TO LV-BUILD-DATE
           MOVE LIB-BUILD-TIME    TO LV-BUILD-TIME
           MOVE WS-BKO-CKSUM      TO LV-SRC-CKSUM
           MOVE WS-RUN-DATE       TO LV-DATE
           MOVE WS-RUN-TIME       TO LV-TIME
           MOVE WS-BKO-HELD-CKSUM TO LV-HELD-CKSUM
           MOVE WS-OPERATOR-ID    TO LV-OPERATOR
           PERFORM 8100-LOG-VERSION THRU 8100-EXIT
           MOVE SPACES            TO CATALOG-RECORD
           MOVE 'RELEASED'        TO CC-ACTION
           MOVE WS-BKO-CKSUM      TO CC-SRC-CKSUM
           PERFORM 8200-LOG-CATALOG THRU 8200-EXIT

           MOVE SPACES TO REPORT-RECORD
           STRING 'BACKOUT TO VERSION ' WS-BKO-VERSION
               ' RELEASED - THE NEXT RUN REBUILDS THE MEMBER FROM'
               ' ITS SOURCE'
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           DISPLAY 'AOC4106I LOADLIB-BACKOUT: BACKOUT OF ' WS-REQ-JOB
               ' RELEASED - THE NEXT RUN REBUILDS IT FROM ITS SOURCE'
           MOVE 'Y' TO WS-MEMBER-CHANGED
           .
       6000-EXIT.
           EXIT.

      ***************************************************************
      * FIND THE TRIMMED LENGTH OF WS-TRIM-FIELD                     *
      ***************************************************************
       7000-TRIM.

           MOVE 72 TO WS-TRIM-LEN
           PERFORM UNTIL WS-TRIM-LEN EQUAL 0
                   OR WS-TRIM-FIELD(WS-TRIM-LEN:1) NOT EQUAL SPACE
               SUBTRACT 1 FROM WS-TRIM-LEN
           END-PERFORM
           .
       7000-EXIT.
           EXIT.

      ***************************************************************
      * READ THE SHELL FLAG FILE                                     *
      ***************************************************************
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

       8100-LOG-VERSION.

           OPEN EXTEND VERSION-FILE
           WRITE VERSION-RECORD
           CLOSE VERSION-FILE
           .
       8100-EXIT.
           EXIT.

      *    CC-ACTION AND CC-SRC-CKSUM ARE SET BY THE CALLER
       8200-LOG-CATALOG.

           MOVE WS-REQ-JOB                     TO CC-JOB-NAME
           MOVE WS-RUN-DATE                    TO CC-DATE
           MOVE WS-RUN-TIME                    TO CC-TIME
           MOVE WS-JOB-SOURCE                  TO CC-SOURCE
           OPEN EXTEND CATALOG-FILE
           WRITE CATALOG-RECORD
           CLOSE CATALOG-FILE
           .
       8200-EXIT.
           EXIT.
