      * FIXED LAYOUT IS WHAT ANSWER-INQ SEARCHES; A TRUE INDEXED     *
      * ORGANIZATION IS AVOIDED THE SAME WAY THE REST OF THE SUITE   *
      * AVOIDS IT (SEE THE ASSIGN-CLAUSE NOTES IN THE DAY PROGRAMS). *
      *                                                              *
      * EVERY POSTING ALSO WRITES A PROVENANCE RECORD UNDER THE SAME *
      * KEY TO ../ANSWER-PROVENANCE.TXT: THE INPUT FINGERPRINT AND   *
      * OPERATOR FROM THE RUN-LEDGER RECORD THE PROGRAM HAS JUST     *
      * WRITTEN, THE LOAD MODULE (JOB NAME AND BUILD STAMP) AND THE  *
      * CHECKSUM OF THE SOURCE IT WAS BUILT FROM, THE EFFECTIVE      *
      * PARAMETER STRING AND WHERE IT CAME FROM (PARMLIB, LOCAL      *
      * CONTROL.TXT OR DEFAULT), THE BUSINESS DATE AND THE BATCH ID. *
      * BATCH-DRIVER HANDS THE BATCH ID, MODULE STAMP AND SOURCE     *
      * CHECKSUM DOWN IN THE ENVIRONMENT; AN AD HOC RUN HAS NONE, SO *
      * ITS BATCH ID IS ADHOC AND THE CHECKSUM IS THE ONE CATALOGED  *
      * FOR THE JOB'S LOAD MODULE (ITS LATEST COMPILED OR BACKOUT    *
      * ENTRY ON COMPILE-CATALOG.TXT) - THE SOURCE THE MODULE WAS    *
      * BUILT FROM, NOT THE SOURCE AS IT STANDS NOW.  AN UNREADABLE  *
      * PARMLIB.TXT IS RECORDED AS PARAMETER SOURCE UNKNOWN.         *
      * PROVENANCE-INQ PRINTS THE RECORD AS A CERTIFICATE.           *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO '../ANSWER-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANSWER-MASTER-FST.
           SELECT OPTIONAL PROVENANCE-FILE
               ASSIGN TO '../ANSWER-PROVENANCE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROVENANCE-FST.
      *    THE RUN-LEDGER RECORD THE CALLING PROGRAM HAS JUST WRITTEN
           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO 'RUN-LEDGER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LEDGER-FST.
           SELECT OPTIONAL JOBCAT-FILE ASSIGN TO '../JOBCAT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBCAT-FST.
           SELECT OPTIONAL PARMLIB-FILE ASSIGN TO '../PARMLIB.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMLIB-FST.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'CONTROL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FST.
      *    BUILD HISTORY OF THE LOAD LIBRARY (AD HOC RUNS)
           SELECT OPTIONAL COMPILE-CATALOG-FILE
               ASSIGN TO '../COMPILE-CATALOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPILE-CATALOG-FST.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER                             PIC X(1).
           05 AM-VOLUME                          PIC 9(7).

       FD  PROVENANCE-FILE
           RECORD CONTAINS 225 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PROVENANCE-RECORD.
       01  PROVENANCE-RECORD.
           05 PRV-DATE                           PIC 9(8).
           05 FILLER                             PIC X(1).
           05 PRV-PROGRAM                        PIC X(24).
           05 FILLER                             PIC X(1).
           05 PRV-VERSION                        PIC 9(2).
           05 FILLER                             PIC X(1).
           05 PRV-POST-DATE                      PIC 9(8).
           05 FILLER                             PIC X(1).
           05 PRV-POST-TIME                      PIC 9(8).
           05 FILLER                             PIC X(1).
           05 PRV-OPERATOR                       PIC X(8).
           05 FILLER                             PIC X(1).
           05 PRV-FINGERPRINT                    PIC 9(10).
           05 FILLER                             PIC X(1).
           05 PRV-BATCH-ID                       PIC X(15).
           05 FILLER                             PIC X(1).
           05 PRV-JOB                            PIC X(8).
           05 FILLER                             PIC X(1).
           05 PRV-MODULE-TS                      PIC X(14).
           05 FILLER                             PIC X(1).
           05 PRV-SRC-CKSUM                      PIC X(10).
           05 FILLER                             PIC X(1).
           05 PRV-SOURCE                         PIC X(30).
           05 FILLER                             PIC X(1).
           05 PRV-PARM-SOURCE                    PIC X(7).
           05 FILLER                             PIC X(1).
           05 PRV-PARMS                          PIC X(60).

       FD  RUN-LEDGER-FILE
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LEDGER-RECORD.
       01  LEDGER-RECORD                         PIC X(200).

       FD  JOBCAT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JOBCAT-RECORD.
       01  JOBCAT-RECORD                         PIC X(80).

       FD  PARMLIB-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PARMLIB-RECORD.
       01  PARMLIB-RECORD                        PIC X(80).

       FD  CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONTROL-RECORD.
       01  CONTROL-RECORD                        PIC X(80).

       FD  COMPILE-CATALOG-FILE
           RECORD CONTAINS 88 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS COMPILE-CATALOG-RECORD.
       01  COMPILE-CATALOG-RECORD.
           05 CC-JOB-NAME                        PIC X(8).
           05 FILLER                             PIC X(1).
           05 CC-ACTION                          PIC X(9).
           05 FILLER                             PIC X(1).
           05 CC-DATE                            PIC 9(8).
           05 FILLER                             PIC X(1).
           05 CC-TIME                            PIC 9(8).
           05 FILLER                             PIC X(1).
           05 CC-SOURCE                          PIC X(40).
           05 FILLER                             PIC X(1).
           05 CC-SRC-CKSUM                       PIC X(10).

       WORKING-STORAGE SECTION.
       COPY BIZPARM.

           88 NOT-MASTER-EOF                               VALUE 'N'.
       01  WS-RUN-DATE                            PIC 9(8).
       01  WS-NEXT-VERSION                        PIC 9(2).

      *    PROVENANCE FIELDS
       01  WS-PROVENANCE-FST                      PIC X(2) VALUE '00'.
       01  WS-RUN-LEDGER-FST                      PIC X(2) VALUE '00'.
       01  WS-JOBCAT-FST                          PIC X(2) VALUE '00'.
       01  WS-PARMLIB-FST                         PIC X(2) VALUE '00'.
       01  WS-CONTROL-FST                         PIC X(2) VALUE '00'.
       01  WS-COMPILE-CATALOG-FST                 PIC X(2) VALUE '00'.
       01  WS-PRV-EOF                             PIC X(1) VALUE 'N'.
           88 PRV-EOF                                      VALUE 'Y'.
           88 NOT-PRV-EOF                                  VALUE 'N'.
       01  WS-PRV-BATCH-ID                        PIC X(15).
       01  WS-PRV-JOB                             PIC X(8).
       01  WS-PRV-MODULE-TS                       PIC X(14).
       01  WS-PRV-SRC-CKSUM                       PIC X(10).
       01  WS-PRV-SOURCE                          PIC X(30).
       01  WS-PRV-OPERATOR                        PIC X(8).
       01  WS-PRV-FINGERPRINT                     PIC 9(10).
       01  WS-PRV-PARM-SOURCE                     PIC X(7).
       01  WS-PRV-PARMS                           PIC X(60).
       01  WS-PRV-LEDGER                          PIC X(200).
       01  WS-PGM-LEN                             PIC 9(2).
       01  WS-SCAN-SUB                            PIC 9(3).
       01  WS-TOKEN-SUB                           PIC 9(3).
       01  WS-DIGIT-X                             PIC X(1).
       01  WS-DIGIT-9 REDEFINES WS-DIGIT-X        PIC 9(1).
       01  WS-POST-TIME                           PIC 9(8).
       01  WS-END                                 PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

           MOVE BIZ-DATE TO WS-RUN-DATE
           PERFORM 1000-FIND-NEXT-VERSION THRU 1000-EXIT
           PERFORM 2000-POST-ANSWER       THRU 2000-EXIT
           PERFORM 3000-WRITE-PROVENANCE  THRU 3000-EXIT
           GOBACK.

      ***************************************************************
           .
       2000-EXIT.
           EXIT.

      ***************************************************************
      * THE PROVENANCE RECORD FOR THE VERSION JUST POSTED            *
      ***************************************************************
       3000-WRITE-PROVENANCE.

           ACCEPT WS-POST-TIME FROM TIME
           MOVE SPACES TO WS-PRV-BATCH-ID WS-PRV-JOB WS-PRV-MODULE-TS
               WS-PRV-SRC-CKSUM WS-PRV-SOURCE
           ACCEPT WS-PRV-BATCH-ID FROM ENVIRONMENT 'AOC_BATCH_ID'
           ACCEPT WS-PRV-JOB FROM ENVIRONMENT 'AOC_LOADMOD'
           ACCEPT WS-PRV-MODULE-TS FROM ENVIRONMENT 'AOC_LOADMOD_TS'
           ACCEPT WS-PRV-SRC-CKSUM FROM ENVIRONMENT 'AOC_SRC_CKSUM'
           IF WS-PRV-BATCH-ID EQUAL SPACES
               MOVE 'ADHOC' TO WS-PRV-BATCH-ID
           END-IF
           PERFORM 3100-FIND-JOB         THRU 3100-EXIT
           PERFORM 3200-FIND-PARMS       THRU 3200-EXIT
           PERFORM 3300-FIND-LEDGER      THRU 3300-EXIT
           IF WS-PRV-SRC-CKSUM EQUAL SPACES
               AND WS-PRV-JOB NOT EQUAL SPACES
               PERFORM 3400-SOURCE-CKSUM THRU 3400-EXIT
           END-IF

           OPEN EXTEND PROVENANCE-FILE
           MOVE SPACES TO PROVENANCE-RECORD
           MOVE WS-RUN-DATE        TO PRV-DATE
           MOVE ANS-PROGRAM        TO PRV-PROGRAM
           MOVE WS-NEXT-VERSION    TO PRV-VERSION
           MOVE BIZ-ACTUAL-DATE    TO PRV-POST-DATE
           MOVE WS-POST-TIME       TO PRV-POST-TIME
           MOVE WS-PRV-OPERATOR    TO PRV-OPERATOR
           MOVE WS-PRV-FINGERPRINT TO PRV-FINGERPRINT
           MOVE WS-PRV-BATCH-ID    TO PRV-BATCH-ID
           MOVE WS-PRV-JOB         TO PRV-JOB
           MOVE WS-PRV-MODULE-TS   TO PRV-MODULE-TS
           MOVE WS-PRV-SRC-CKSUM   TO PRV-SRC-CKSUM
           MOVE WS-PRV-SOURCE      TO PRV-SOURCE
           MOVE WS-PRV-PARM-SOURCE TO PRV-PARM-SOURCE
           MOVE WS-PRV-PARMS       TO PRV-PARMS
           WRITE PROVENANCE-RECORD
           IF WS-PROVENANCE-FST NOT EQUAL '00'
               DISPLAY 'AOC9591E ANSWER PROVENANCE WRITE FAILED - '
                   'STATUS ' WS-PROVENANCE-FST
           END-IF
           CLOSE PROVENANCE-FILE
           .
       3000-EXIT.
           EXIT.

      ***************************************************************
      * THE JOBCAT.TXT ENTRY FOR THE POSTING PROGRAM GIVES THE JOB   *
      * NAME (WHEN THE LAUNCHER DID NOT) AND THE SOURCE FILE.  THE   *
      * LAUNCHER'S JOB NAME WINS WHERE A PROGRAM IS CATALOGED TWICE. *
      ***************************************************************
       3100-FIND-JOB.

           OPEN INPUT JOBCAT-FILE
           IF WS-JOBCAT-FST EQUAL '05'
               CLOSE JOBCAT-FILE
               GO TO 3100-EXIT
           END-IF
           SET NOT-PRV-EOF TO TRUE
           PERFORM UNTIL PRV-EOF
               READ JOBCAT-FILE
                   AT END
                       SET PRV-EOF TO TRUE
                   NOT AT END
                       IF JOBCAT-RECORD(1:2) EQUAL SPACES
                           AND JOBCAT-RECORD(3:1) IS ALPHABETIC
                           AND JOBCAT-RECORD(3:1) NOT EQUAL SPACE
                           AND JOBCAT-RECORD(15:24) EQUAL ANS-PROGRAM
                           AND (WS-PRV-JOB EQUAL SPACES
                               OR WS-PRV-JOB EQUAL JOBCAT-RECORD(3:8))
                           MOVE JOBCAT-RECORD(3:8) TO WS-PRV-JOB
                           MOVE JOBCAT-RECORD(40:30) TO WS-PRV-SOURCE
                           SET PRV-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBCAT-FILE
           .
       3100-EXIT.
           EXIT.

      ***************************************************************
      * EFFECTIVE PARAMETERS IN THE SHOP'S LOOKUP ORDER: THE JOB'S   *
      * PARMLIB.TXT RECORD, ELSE ITS LOCAL CONTROL.TXT, ELSE THE     *
      * PROGRAM'S COMPILED-IN DEFAULTS                               *
      ***************************************************************
       3200-FIND-PARMS.

           MOVE 'DEFAULT' TO WS-PRV-PARM-SOURCE
           MOVE SPACES TO WS-PRV-PARMS
           IF WS-PRV-JOB NOT EQUAL SPACES
               OPEN INPUT PARMLIB-FILE
               IF WS-PARMLIB-FST NOT EQUAL '00'
                   AND WS-PARMLIB-FST NOT EQUAL '05'
                   DISPLAY 'AOC9592W ANSWER PROVENANCE: PARMLIB.TXT'
                       ' COULD NOT BE OPENED - STATUS ' WS-PARMLIB-FST
                       ' - PARAMETER SOURCE RECORDED AS UNKNOWN'
                   MOVE 'UNKNOWN' TO WS-PRV-PARM-SOURCE
                   GO TO 3200-EXIT
               END-IF
               SET NOT-PRV-EOF TO TRUE
               PERFORM UNTIL PRV-EOF
                   READ PARMLIB-FILE
                       AT END
                           SET PRV-EOF TO TRUE
                       NOT AT END
                           IF PARMLIB-RECORD(1:8) EQUAL WS-PRV-JOB
                               MOVE PARMLIB-RECORD(11:60)
                                   TO WS-PRV-PARMS
                               MOVE 'PARMLIB' TO WS-PRV-PARM-SOURCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARMLIB-FILE
           END-IF
           IF WS-PRV-PARM-SOURCE EQUAL 'DEFAULT'
               OPEN INPUT CONTROL-FILE
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CONTROL-RECORD(1:60) TO WS-PRV-PARMS
                       MOVE 'LOCAL' TO WS-PRV-PARM-SOURCE
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           .
       3200-EXIT.
           EXIT.

      ***************************************************************
      * OPERATOR (OPER=) AND INPUT FINGERPRINT (FP=) FROM THE LAST   *
      * RUN-LEDGER RECORD FOR THE POSTING PROGRAM                    *
      ***************************************************************
       3300-FIND-LEDGER.

           MOVE 'UNKNOWN' TO WS-PRV-OPERATOR
           MOVE 0 TO WS-PRV-FINGERPRINT
           MOVE SPACES TO WS-PRV-LEDGER
           MOVE 24 TO WS-PGM-LEN
           PERFORM UNTIL WS-PGM-LEN EQUAL 0
                   OR ANS-PROGRAM(WS-PGM-LEN:1) NOT EQUAL SPACE
               SUBTRACT 1 FROM WS-PGM-LEN
           END-PERFORM
           IF WS-PGM-LEN EQUAL 0
               GO TO 3300-EXIT
           END-IF
           OPEN INPUT RUN-LEDGER-FILE
           SET NOT-PRV-EOF TO TRUE
           PERFORM UNTIL PRV-EOF
               READ RUN-LEDGER-FILE
                   AT END
                       SET PRV-EOF TO TRUE
                   NOT AT END
                       IF LEDGER-RECORD(1:WS-PGM-LEN)
                               EQUAL ANS-PROGRAM(1:WS-PGM-LEN)
                           AND LEDGER-RECORD(WS-PGM-LEN + 1:1)
                               EQUAL SPACE
                           MOVE LEDGER-RECORD TO WS-PRV-LEDGER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-LEDGER-FILE

           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB GREATER 194
               IF WS-PRV-LEDGER(WS-SCAN-SUB:6) EQUAL ' OPER='
                   MOVE SPACES TO WS-PRV-OPERATOR
                   COMPUTE WS-TOKEN-SUB = WS-SCAN-SUB + 6
                   UNSTRING WS-PRV-LEDGER(WS-TOKEN-SUB:)
                       DELIMITED BY SPACE INTO WS-PRV-OPERATOR
                   END-UNSTRING
               END-IF
               IF WS-PRV-LEDGER(WS-SCAN-SUB:4) EQUAL ' FP='
                   COMPUTE WS-TOKEN-SUB = WS-SCAN-SUB + 4
                   PERFORM UNTIL WS-TOKEN-SUB GREATER 200
                           OR WS-PRV-LEDGER(WS-TOKEN-SUB:1)
                               NOT NUMERIC
                       MOVE WS-PRV-LEDGER(WS-TOKEN-SUB:1)
                           TO WS-DIGIT-X
                       COMPUTE WS-PRV-FINGERPRINT =
                           (WS-PRV-FINGERPRINT * 10) + WS-DIGIT-9
                       ADD 1 TO WS-TOKEN-SUB
                   END-PERFORM
               END-IF
           END-PERFORM
           .
       3300-EXIT.
           EXIT.

      ***************************************************************
      * AN AD HOC RUN HAS NO LAUNCHER CHECKSUM - TAKE THE ONE        *
      * CATALOGED FOR THE MODULE NOW IN THE LIBRARY: THE JOB'S LAST  *
      * COMPILED OR BACKOUT ENTRY.  A JOB NEVER CATALOGED IS LEFT    *
      * WITHOUT ONE.                                                 *
      ***************************************************************
       3400-SOURCE-CKSUM.

           OPEN INPUT COMPILE-CATALOG-FILE
           IF WS-COMPILE-CATALOG-FST NOT EQUAL '00'
               CLOSE COMPILE-CATALOG-FILE
               GO TO 3400-EXIT
           END-IF
           SET NOT-PRV-EOF TO TRUE
           PERFORM UNTIL PRV-EOF
               READ COMPILE-CATALOG-FILE
                   AT END
                       SET PRV-EOF TO TRUE
                   NOT AT END
                       IF CC-JOB-NAME EQUAL WS-PRV-JOB
                           AND (CC-ACTION EQUAL 'COMPILED'
                               OR CC-ACTION EQUAL 'BACKOUT')
                           MOVE CC-SRC-CKSUM TO WS-PRV-SRC-CKSUM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPILE-CATALOG-FILE
           .
       3400-EXIT.
           EXIT.
