       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFORM-CHECK.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * RECORD-LAYOUT CONFORMANCE CHECK AGAINST THE DATA DICTIONARY  *
      *                                                              *
      * DATA-DICTIONARY.TXT DESCRIBES EVERY PRODUCTION FILE: ITS     *
      * OWNING JOB, RECORD LENGTH, AND EACH FIELD'S NAME, START      *
      * COLUMN, LENGTH, TYPE AND ALLOWED VALUES (SEE THE HEADER OF   *
      * THAT FILE FOR ITS LAYOUT).  RUN AT THE END OF THE BATCH,     *
      * THIS JOB READS EVERY DICTIONARY FILE THE BATCH ACTUALLY      *
      * PRODUCED AND REPORTS, BY FILE AND FIELD:                     *
      *   - NUMERIC (N) FIELDS THAT ARE NOT NUMERIC                  *
      *   - DATE (D) FIELDS THAT ARE NOT REAL YYYYMMDD DATES         *
      *   - FIELDS CARRYING A VALUE OUTSIDE THEIR ALLOWED LIST       *
      *   - RECORDS LONGER THAN THE RECORD LENGTH, OR SHORTER THAN   *
      *     THE MINIMUM LENGTH (LINE SEQUENTIAL FILES DROP TRAILING  *
      *     SPACES, SO ONLY THE MINIMUM IS A FIXED LOWER BOUND)      *
      * A FILE WITH A RECORD-TYPE COLUMN CHECKS EACH RECORD AGAINST  *
      * THE FIELDS FOR ITS TYPE PLUS THE FIELDS COMMON TO ALL TYPES. *
      *                                                              *
      * CONFORMANCE-REPORT.TXT CARRIES ONE BLOCK PER FILE - STATUS,  *
      * RECORD AND VIOLATION COUNTS, THE FIRST VIOLATIONS, AND A     *
      * COUNT FOR EVERY FIELD THAT HAD ANY.  EVERY VIOLATION ALSO    *
      * GOES, ONE LINE EACH, TO CONFORMANCE-EXCEPTIONS.TXT FOR THE   *
      * EXCEPTION DIGEST.  VIOLATIONS ARE DATA-QUALITY FINDINGS FOR  *
      * THE OWNING JOB, NOT A FAILURE OF THIS ONE: THE RUN ENDS      *
      * WITH A WARNING, NOT A NONZERO RETURN CODE.  EACH FILE IS     *
      * STAGED THROUGH A FIXED SCRATCH FILE BY THE SHELL, THE SAME   *
      * CONVENTION AS EXCEPTION-MERGE.  RUN FROM THE WORKSPACE ROOT. *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DICTIONARY-FILE
               ASSIGN TO 'DATA-DICTIONARY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DICTIONARY-FST.
      *    ONE PRODUCED FILE AT A TIME, STAGED BY THE SHELL
           SELECT OPTIONAL STAGE-FILE
               ASSIGN TO '/tmp/AOC-CONFORM-IN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGE-FST.
           SELECT OPTIONAL CONFORM-FLAG-FILE
               ASSIGN TO '/tmp/AOC-CONFORM.FLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-FST.
           SELECT REPORT-FILE ASSIGN TO 'CONFORMANCE-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FST.
           SELECT EXCEPTION-FILE
               ASSIGN TO 'CONFORMANCE-EXCEPTIONS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FST.

       DATA DIVISION.
       FILE SECTION.
       FD  DICTIONARY-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DICTIONARY-RECORD.
       01  DICTIONARY-RECORD.
           05 DD-REC-TYPE                         PIC X(1).
           05 FILLER                              PIC X(131).
       01  DD-FILE-RECORD.
           05 FILLER                              PIC X(2).
           05 DDF-PATH                            PIC X(40).
           05 FILLER                              PIC X(1).
           05 DDF-OWNER                           PIC X(12).
           05 FILLER                              PIC X(1).
           05 DDF-LENGTH-X                        PIC X(3).
           05 DDF-LENGTH REDEFINES DDF-LENGTH-X   PIC 9(3).
           05 FILLER                              PIC X(1).
           05 DDF-MIN-X                           PIC X(3).
           05 DDF-MIN REDEFINES DDF-MIN-X         PIC 9(3).
           05 FILLER                              PIC X(1).
           05 DDF-TYPE-COL-X                      PIC X(3).
           05 DDF-TYPE-COL REDEFINES DDF-TYPE-COL-X
                                                  PIC 9(3).
           05 FILLER                              PIC X(1).
           05 DDF-TYPE-LEN-X                      PIC X(2).
           05 DDF-TYPE-LEN REDEFINES DDF-TYPE-LEN-X
                                                  PIC 9(2).
           05 FILLER                              PIC X(1).
           05 DDF-DESC                            PIC X(60).
       01  DD-FIELD-RECORD.
           05 FILLER                              PIC X(2).
           05 DDD-NAME                            PIC X(18).
           05 FILLER                              PIC X(1).
           05 DDD-START-X                         PIC X(3).
           05 DDD-START REDEFINES DDD-START-X     PIC 9(3).
           05 FILLER                              PIC X(1).
           05 DDD-LENGTH-X                        PIC X(3).
           05 DDD-LENGTH REDEFINES DDD-LENGTH-X   PIC 9(3).
           05 FILLER                              PIC X(1).
           05 DDD-TYPE                            PIC X(1).
           05 FILLER                              PIC X(1).
           05 DDD-REC-TYPE                        PIC X(4).
           05 FILLER                              PIC X(1).
           05 DDD-ALLOWED                         PIC X(40).
           05 FILLER                              PIC X(1).
           05 DDD-DESC                            PIC X(50).
           05 FILLER                              PIC X(5).

       FD  STAGE-FILE
           RECORD CONTAINS 500 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STAGE-RECORD.
       01  STAGE-RECORD                           PIC X(500).

       FD  CONFORM-FLAG-FILE
           RECORD CONTAINS 10 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONFORM-FLAG-RECORD.
       01  CONFORM-FLAG-RECORD                    PIC X(10).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REPORT-RECORD.
       01  REPORT-RECORD                          PIC X(132).

       FD  EXCEPTION-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EXCEPTION-RECORD.
       01  EXCEPTION-RECORD                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
       01  WS-DICTIONARY-FST                      PIC X(2) VALUE '00'.
       01  WS-STAGE-FST                           PIC X(2) VALUE '00'.
       01  WS-FLAG-FST                            PIC X(2) VALUE '00'.
       01  WS-REPORT-FST                          PIC X(2) VALUE '00'.
       01  WS-EXCEPTION-FST                       PIC X(2) VALUE '00'.
       01  WS-EOF-FLAG                            PIC X(1).
           88 SCAN-EOF                                     VALUE 'Y'.
           88 NOT-SCAN-EOF                                 VALUE 'N'.
       01  WS-PASS-FLAG                           PIC X(1).
           88 COUNT-PASS                                   VALUE 'C'.
           88 DETAIL-PASS                                  VALUE 'D'.
       01  WS-COMMAND                             PIC X(300).
       01  WS-RUN-DATE                            PIC 9(8).
       01  WS-RUN-TIME                            PIC 9(8).
       COPY BIZPARM.

      *    DICTIONARY TABLES - FILES, AND THEIR FIELDS IN ONE TABLE
      *    ADDRESSED BY EACH FILE'S FIRST/LAST FIELD SUBSCRIPT
       01  WS-FILE-CNT                            PIC 9(3) VALUE 0.
       01  WS-FILE-TABLE.
           05 WS-FILE-ENTRY OCCURS 120 TIMES.
              10 WS-DF-PATH                       PIC X(40).
              10 WS-DF-OWNER                      PIC X(12).
              10 WS-DF-LENGTH                     PIC 9(3).
              10 WS-DF-MIN                        PIC 9(3).
              10 WS-DF-TYPE-COL                   PIC 9(3).
              10 WS-DF-TYPE-LEN                   PIC 9(2).
              10 WS-DF-FIRST-FLD                  PIC 9(4).
              10 WS-DF-LAST-FLD                   PIC 9(4).
       01  WS-FILE-SUB                            PIC 9(3).
       01  WS-FLD-CNT                             PIC 9(4) VALUE 0.
       01  WS-FLD-TABLE.
           05 WS-FLD-ENTRY OCCURS 1600 TIMES.
              10 WS-FD-NAME                       PIC X(18).
              10 WS-FD-START                      PIC 9(3).
              10 WS-FD-LENGTH                     PIC 9(3).
              10 WS-FD-TYPE                       PIC X(1).
              10 WS-FD-REC-TYPE                   PIC X(4).
              10 WS-FD-ALLOWED                    PIC X(40).
              10 WS-FD-VIOL-CNT                   PIC 9(7).
       01  WS-FLD-SUB                             PIC 9(4).
       01  WS-DICT-BAD-CNT                        PIC 9(3) VALUE 0.
       01  WS-DICT-LINE-NBR                       PIC 9(5) VALUE 0.

      *    THE FILE AND RECORD IN HAND
       01  WS-PATH-LEN                            PIC 9(2).
       01  WS-FLAG-TEXT                           PIC X(10).
       01  WS-FILE-STATUS                         PIC X(12).
       01  WS-REC-NBR                             PIC 9(7).
       01  WS-REC-LEN                             PIC 9(3).
       01  WS-REC-TYPE-VALUE                      PIC X(4).
       01  WS-FIELD-VALUE                         PIC X(40).
       01  WS-DATE-CHECK-X                        PIC X(8).
       01  WS-DATE-CHECK REDEFINES WS-DATE-CHECK-X
                                                  PIC 9(8).
       01  WS-ALLOWED-VALUE                       PIC X(40).
       01  WS-ALLOWED-PTR                         PIC 9(3).
       01  WS-ALLOWED-HIT                         PIC X(1).
           88 VALUE-ALLOWED                                VALUE 'Y'.
       01  WS-VIOL-TEXT                           PIC X(20).
       01  WS-VIOL-FIELD                          PIC X(18).
       01  WS-VIOL-COLS                           PIC X(7).
       01  WS-VIOL-VALUE                          PIC X(40).
       01  WS-VIOL-VAL-LEN                        PIC 9(2).
       01  WS-FILE-RECS                           PIC 9(7).
       01  WS-FILE-VIOLS                          PIC 9(7).
       01  WS-FILE-SHOWN                          PIC 9(3).
       01  WS-SHOW-MAX                            PIC 9(3) VALUE 25.
       01  WS-LENGTH-VIOLS                        PIC 9(7).
       01  WS-MORE-CNT                            PIC 9(7).

      *    RUN TOTALS
       01  WS-FILES-CHECKED                       PIC 9(3) VALUE 0.
       01  WS-FILES-CLEAN                         PIC 9(3) VALUE 0.
       01  WS-FILES-ABSENT                        PIC 9(3) VALUE 0.
       01  WS-FILES-DIRTY                         PIC 9(3) VALUE 0.
       01  WS-TOT-RECS                            PIC 9(8) VALUE 0.
       01  WS-TOT-VIOLS                           PIC 9(8) VALUE 0.

       01  WS-EDIT-NUM                            PIC ZZZ9.
       01  WS-EDIT-END                            PIC ZZZ9.
       01  WS-TRIM-FIELD                          PIC X(40).
       01  WS-TRIM-LEN                            PIC 9(2).
       01  WS-END                                 PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

       PROCEDURE DIVISION.
      ***************************************************************
      * MAINLINE                                                     *
      ***************************************************************
       0000-MAINLINE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO BIZ-ACTUAL-DATE
           CALL 'AOC-BIZDATE' USING BIZ-PARMS
           PERFORM 1000-LOAD-DICTIONARY THRU 1000-EXIT
           IF WS-FILE-CNT EQUAL 0
               DISPLAY 'AOC6402E CONFORM-CHECK: NO FILES DESCRIBED IN'
                   ' DATA-DICTIONARY.TXT - NOTHING CHECKED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT EXCEPTION-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING 'RECORD-LAYOUT CONFORMANCE REPORT  BUSINESS DATE '
               BIZ-DATE '  RUN ' WS-RUN-DATE ' ' WS-RUN-TIME(1:6)
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE 'FILES AS DESCRIBED IN DATA-DICTIONARY.TXT'
               TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB GREATER WS-FILE-CNT
               PERFORM 2000-CHECK-ONE-FILE THRU 2000-EXIT
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           STRING 'TOTALS: FILES CHECKED ' WS-FILES-CHECKED
               '  CLEAN ' WS-FILES-CLEAN
               '  NOT PRODUCED ' WS-FILES-ABSENT
               '  RECORDS ' WS-TOT-RECS
               '  VIOLATIONS ' WS-TOT-VIOLS
               '  DICTIONARY LINES IGNORED ' WS-DICT-BAD-CNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
           CLOSE EXCEPTION-FILE
           MOVE 'rm -f /tmp/AOC-CONFORM-IN.TXT /tmp/AOC-CONFORM.FLG'
               TO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND

           IF WS-TOT-VIOLS GREATER 0
               COMPUTE WS-FILES-DIRTY = WS-FILES-CHECKED
                   - WS-FILES-CLEAN
               DISPLAY 'AOC6403W CONFORM-CHECK: ' WS-TOT-VIOLS
                   ' LAYOUT VIOLATION(S) IN '
                   WS-FILES-DIRTY
                   ' FILE(S) - SEE CONFORMANCE-REPORT.TXT'
           END-IF
           DISPLAY 'AOC6401I CONFORM-CHECK COMPLETE: '
               WS-FILES-CHECKED ' FILE(S) CHECKED, ' WS-FILES-CLEAN
               ' CLEAN, ' WS-FILES-ABSENT ' NOT PRODUCED'
           STOP RUN.

      ***************************************************************
      * LOAD THE DICTIONARY.  A FIELD RECORD BELONGS TO THE FILE     *
      * RECORD BEFORE IT; A RECORD THAT CANNOT BE USED IS REPORTED   *
      * AND SKIPPED SO ONE BAD LINE CANNOT FAIL EVERY FILE.          *
      ***************************************************************
       1000-LOAD-DICTIONARY.

           OPEN INPUT DICTIONARY-FILE
           IF WS-DICTIONARY-FST EQUAL '05'
               CLOSE DICTIONARY-FILE
               GO TO 1000-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ DICTIONARY-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DICT-LINE-NBR
                       EVALUATE DD-REC-TYPE
                           WHEN 'F'
                               PERFORM 1100-TAKE-FILE THRU 1100-EXIT
                           WHEN 'D'
                               PERFORM 1200-TAKE-FIELD THRU 1200-EXIT
                           WHEN '*'
                           WHEN SPACE
                               CONTINUE
                           WHEN OTHER
                               PERFORM 1900-BAD-LINE THRU 1900-EXIT
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE DICTIONARY-FILE
           .
       1000-EXIT.
           EXIT.

       1100-TAKE-FILE.

           IF DDF-PATH EQUAL SPACES
               OR DDF-LENGTH-X NOT NUMERIC
               OR DDF-LENGTH EQUAL 0
               OR DDF-LENGTH GREATER 500
               OR DDF-MIN-X NOT NUMERIC
               OR DDF-MIN GREATER DDF-LENGTH
               OR DDF-TYPE-COL-X NOT NUMERIC
               OR DDF-TYPE-LEN-X NOT NUMERIC
               OR DDF-TYPE-LEN GREATER 4
               OR (DDF-TYPE-COL GREATER 0 AND DDF-TYPE-LEN EQUAL 0)
               OR WS-FILE-CNT NOT LESS 120
               PERFORM 1900-BAD-LINE THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO WS-FILE-CNT
           MOVE DDF-PATH      TO WS-DF-PATH(WS-FILE-CNT)
           MOVE DDF-OWNER     TO WS-DF-OWNER(WS-FILE-CNT)
           MOVE DDF-LENGTH    TO WS-DF-LENGTH(WS-FILE-CNT)
           MOVE DDF-MIN       TO WS-DF-MIN(WS-FILE-CNT)
           MOVE DDF-TYPE-COL  TO WS-DF-TYPE-COL(WS-FILE-CNT)
           MOVE DDF-TYPE-LEN  TO WS-DF-TYPE-LEN(WS-FILE-CNT)
           COMPUTE WS-DF-FIRST-FLD(WS-FILE-CNT) = WS-FLD-CNT + 1
           MOVE WS-FLD-CNT    TO WS-DF-LAST-FLD(WS-FILE-CNT)
           .
       1100-EXIT.
           EXIT.

       1200-TAKE-FIELD.

           IF WS-FILE-CNT EQUAL 0
               OR DDD-NAME EQUAL SPACES
               OR DDD-START-X NOT NUMERIC
               OR DDD-LENGTH-X NOT NUMERIC
               OR DDD-START EQUAL 0
               OR DDD-LENGTH EQUAL 0
               OR (DDD-START + DDD-LENGTH - 1)
                   GREATER WS-DF-LENGTH(WS-FILE-CNT)
               OR (DDD-TYPE NOT EQUAL 'X' AND DDD-TYPE NOT EQUAL 'N'
                   AND DDD-TYPE NOT EQUAL 'D')
               OR (DDD-TYPE EQUAL 'D' AND DDD-LENGTH NOT EQUAL 8)
               OR (DDD-ALLOWED NOT EQUAL SPACES
                   AND DDD-LENGTH GREATER 40)
               OR WS-FLD-CNT NOT LESS 1600
               PERFORM 1900-BAD-LINE THRU 1900-EXIT
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO WS-FLD-CNT
           MOVE DDD-NAME      TO WS-FD-NAME(WS-FLD-CNT)
           MOVE DDD-START     TO WS-FD-START(WS-FLD-CNT)
           MOVE DDD-LENGTH    TO WS-FD-LENGTH(WS-FLD-CNT)
           MOVE DDD-TYPE      TO WS-FD-TYPE(WS-FLD-CNT)
           MOVE DDD-REC-TYPE  TO WS-FD-REC-TYPE(WS-FLD-CNT)
           MOVE DDD-ALLOWED   TO WS-FD-ALLOWED(WS-FLD-CNT)
           MOVE 0             TO WS-FD-VIOL-CNT(WS-FLD-CNT)
           MOVE WS-FLD-CNT    TO WS-DF-LAST-FLD(WS-FILE-CNT)
           .
       1200-EXIT.
           EXIT.

       1900-BAD-LINE.

           ADD 1 TO WS-DICT-BAD-CNT
           DISPLAY 'AOC6404W CONFORM-CHECK: DICTIONARY LINE '
               WS-DICT-LINE-NBR ' IGNORED: ' DICTIONARY-RECORD(1:50)
           .
       1900-EXIT.
           EXIT.

      ***************************************************************
      * CHECK ONE DICTIONARY FILE.  A FILE THE BATCH DID NOT PRODUCE *
      * IS LISTED AS SUCH AND NOT COUNTED AS A VIOLATION.            *
      ***************************************************************
       2000-CHECK-ONE-FILE.

           MOVE WS-DF-PATH(WS-FILE-SUB) TO WS-TRIM-FIELD
           PERFORM 7000-TRIM THRU 7000-EXIT
           MOVE WS-TRIM-LEN TO WS-PATH-LEN
           MOVE 0 TO WS-FILE-RECS WS-FILE-VIOLS WS-FILE-SHOWN
                     WS-LENGTH-VIOLS
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-CONFORM-IN.TXT ; if [ -f "'
                   DELIMITED BY SIZE
               WS-DF-PATH(WS-FILE-SUB)(1:WS-PATH-LEN) DELIMITED BY SIZE
               '" ] ; then cp "' DELIMITED BY SIZE
               WS-DF-PATH(WS-FILE-SUB)(1:WS-PATH-LEN) DELIMITED BY SIZE
               '" /tmp/AOC-CONFORM-IN.TXT && echo PRESENT'
                   DELIMITED BY SIZE
               ' || echo CPFAIL ; else echo ABSENT ; fi'
                   DELIMITED BY SIZE
               ' > /tmp/AOC-CONFORM.FLG' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           PERFORM 2900-READ-FLAG THRU 2900-EXIT
           IF WS-FLAG-TEXT NOT EQUAL 'PRESENT'
               IF WS-FLAG-TEXT EQUAL 'ABSENT'
                   MOVE 'NOT PRODUCED' TO WS-FILE-STATUS
               ELSE
                   MOVE 'UNREADABLE' TO WS-FILE-STATUS
               END-IF
               ADD 1 TO WS-FILES-ABSENT
               PERFORM 2800-PUT-FILE-HEADER THRU 2800-EXIT
               GO TO 2000-EXIT
           END-IF

           ADD 1 TO WS-FILES-CHECKED
           PERFORM VARYING WS-FLD-SUB
                   FROM WS-DF-FIRST-FLD(WS-FILE-SUB) BY 1
                   UNTIL WS-FLD-SUB GREATER WS-DF-LAST-FLD(WS-FILE-SUB)
               MOVE 0 TO WS-FD-VIOL-CNT(WS-FLD-SUB)
           END-PERFORM

      *    THE FILE'S HEADER LINE CARRIES ITS COUNTS AND THE DETAIL
      *    FOLLOWS IT, SO A FIRST PASS COUNTS AND A SECOND WRITES
           SET COUNT-PASS TO TRUE
           PERFORM 2100-SCAN-FILE THRU 2100-EXIT
           IF WS-FILE-VIOLS EQUAL 0
               MOVE 'CLEAN' TO WS-FILE-STATUS
               ADD 1 TO WS-FILES-CLEAN
           ELSE
               MOVE 'VIOLATIONS' TO WS-FILE-STATUS
           END-IF
           PERFORM 2800-PUT-FILE-HEADER THRU 2800-EXIT
           IF WS-FILE-VIOLS EQUAL 0
               GO TO 2000-EXIT
           END-IF
           SET DETAIL-PASS TO TRUE
           MOVE 0 TO WS-FILE-RECS WS-FILE-VIOLS WS-LENGTH-VIOLS
           PERFORM VARYING WS-FLD-SUB
                   FROM WS-DF-FIRST-FLD(WS-FILE-SUB) BY 1
                   UNTIL WS-FLD-SUB GREATER WS-DF-LAST-FLD(WS-FILE-SUB)
               MOVE 0 TO WS-FD-VIOL-CNT(WS-FLD-SUB)
           END-PERFORM
           PERFORM 2100-SCAN-FILE THRU 2100-EXIT
           COMPUTE WS-TOT-VIOLS = WS-TOT-VIOLS + WS-FILE-VIOLS
           IF WS-FILE-VIOLS GREATER WS-FILE-SHOWN
               COMPUTE WS-MORE-CNT = WS-FILE-VIOLS - WS-FILE-SHOWN
               MOVE SPACES TO REPORT-RECORD
               STRING '    ... ' WS-MORE-CNT
                   ' MORE - ALL ARE IN CONFORMANCE-EXCEPTIONS.TXT'
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           PERFORM 2700-PUT-FIELD-COUNTS THRU 2700-EXIT
           .
       2000-EXIT.
           EXIT.

      ***************************************************************
      * ONE PASS OVER THE STAGED FILE.  THE COUNT PASS ONLY COUNTS;  *
      * THE DETAIL PASS ALSO WRITES EACH VIOLATION.  BLANK LINES AND *
      * '*' COMMENT LINES IN THE CONTROL FILES ARE NOT RECORDS.      *
      ***************************************************************
       2100-SCAN-FILE.

           OPEN INPUT STAGE-FILE
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               MOVE SPACES TO STAGE-RECORD
               READ STAGE-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF STAGE-RECORD NOT EQUAL SPACES
                          AND STAGE-RECORD(1:1) NOT EQUAL '*'
                           ADD 1 TO WS-FILE-RECS
                           PERFORM 2200-CHECK-RECORD THRU 2200-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STAGE-FILE
           IF COUNT-PASS
               COMPUTE WS-TOT-RECS = WS-TOT-RECS + WS-FILE-RECS
           END-IF
           .
       2100-EXIT.
           EXIT.

       2200-CHECK-RECORD.

           MOVE 500 TO WS-REC-LEN
           PERFORM UNTIL WS-REC-LEN EQUAL 0
                   OR STAGE-RECORD(WS-REC-LEN:1) NOT EQUAL SPACE
               SUBTRACT 1 FROM WS-REC-LEN
           END-PERFORM
           IF WS-REC-LEN GREATER WS-DF-LENGTH(WS-FILE-SUB)
               MOVE 'RECORD TOO LONG' TO WS-VIOL-TEXT
               PERFORM 2500-LENGTH-VIOLATION THRU 2500-EXIT
           END-IF
           IF WS-REC-LEN LESS WS-DF-MIN(WS-FILE-SUB)
               MOVE 'RECORD TOO SHORT' TO WS-VIOL-TEXT
               PERFORM 2500-LENGTH-VIOLATION THRU 2500-EXIT
           END-IF
           MOVE SPACES TO WS-REC-TYPE-VALUE
           IF WS-DF-TYPE-COL(WS-FILE-SUB) GREATER 0
               MOVE STAGE-RECORD(WS-DF-TYPE-COL(WS-FILE-SUB):
                                 WS-DF-TYPE-LEN(WS-FILE-SUB))
                   TO WS-REC-TYPE-VALUE
           END-IF
           PERFORM VARYING WS-FLD-SUB
                   FROM WS-DF-FIRST-FLD(WS-FILE-SUB) BY 1
                   UNTIL WS-FLD-SUB GREATER WS-DF-LAST-FLD(WS-FILE-SUB)
               IF WS-FD-REC-TYPE(WS-FLD-SUB) EQUAL SPACES
                   OR WS-FD-REC-TYPE(WS-FLD-SUB) EQUAL WS-REC-TYPE-VALUE
                   PERFORM 2300-CHECK-FIELD THRU 2300-EXIT
               END-IF
           END-PERFORM
           .
       2200-EXIT.
           EXIT.

       2300-CHECK-FIELD.

           MOVE SPACES TO WS-VIOL-TEXT
           EVALUATE WS-FD-TYPE(WS-FLD-SUB)
               WHEN 'N'
                   IF STAGE-RECORD(WS-FD-START(WS-FLD-SUB):
                                   WS-FD-LENGTH(WS-FLD-SUB))
                       NOT NUMERIC
                       MOVE 'NOT NUMERIC' TO WS-VIOL-TEXT
                   END-IF
               WHEN 'D'
                   MOVE STAGE-RECORD(WS-FD-START(WS-FLD-SUB):8)
                       TO WS-DATE-CHECK-X
                   IF WS-DATE-CHECK-X NOT NUMERIC
                       MOVE 'NOT A DATE' TO WS-VIOL-TEXT
                   ELSE
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK)
                           NOT EQUAL 0
                           MOVE 'NOT A DATE' TO WS-VIOL-TEXT
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-VIOL-TEXT EQUAL SPACES
               AND WS-FD-ALLOWED(WS-FLD-SUB) NOT EQUAL SPACES
               PERFORM 2400-CHECK-ALLOWED THRU 2400-EXIT
               IF NOT VALUE-ALLOWED
                   MOVE 'VALUE NOT ALLOWED' TO WS-VIOL-TEXT
               END-IF
           END-IF
           IF WS-VIOL-TEXT EQUAL SPACES
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO WS-FD-VIOL-CNT(WS-FLD-SUB)
           MOVE WS-FD-NAME(WS-FLD-SUB) TO WS-VIOL-FIELD
           MOVE WS-FD-START(WS-FLD-SUB) TO WS-EDIT-NUM
           COMPUTE WS-EDIT-END = WS-FD-START(WS-FLD-SUB)
               + WS-FD-LENGTH(WS-FLD-SUB) - 1
           MOVE SPACES TO WS-VIOL-COLS
           STRING WS-EDIT-NUM(2:3) '-' WS-EDIT-END(2:3)
               DELIMITED BY SIZE INTO WS-VIOL-COLS
           END-STRING
           MOVE SPACES TO WS-VIOL-VALUE
           IF WS-FD-LENGTH(WS-FLD-SUB) GREATER 40
               MOVE STAGE-RECORD(WS-FD-START(WS-FLD-SUB):40)
                   TO WS-VIOL-VALUE
               MOVE 40 TO WS-VIOL-VAL-LEN
           ELSE
               MOVE WS-FD-LENGTH(WS-FLD-SUB) TO WS-VIOL-VAL-LEN
               MOVE STAGE-RECORD(WS-FD-START(WS-FLD-SUB):
                                 WS-FD-LENGTH(WS-FLD-SUB))
                   TO WS-VIOL-VALUE
           END-IF
           PERFORM 2600-PUT-VIOLATION THRU 2600-EXIT
           .
       2300-EXIT.
           EXIT.

      *    THE FIELD MUST EQUAL ONE OF THE COMMA-SEPARATED VALUES
       2400-CHECK-ALLOWED.

           MOVE 'N' TO WS-ALLOWED-HIT
           MOVE SPACES TO WS-FIELD-VALUE
           MOVE STAGE-RECORD(WS-FD-START(WS-FLD-SUB):
                             WS-FD-LENGTH(WS-FLD-SUB))
               TO WS-FIELD-VALUE
           MOVE 1 TO WS-ALLOWED-PTR
           PERFORM UNTIL VALUE-ALLOWED OR WS-ALLOWED-PTR GREATER 40
               MOVE SPACES TO WS-ALLOWED-VALUE
               UNSTRING WS-FD-ALLOWED(WS-FLD-SUB) DELIMITED BY ','
                   INTO WS-ALLOWED-VALUE
                   WITH POINTER WS-ALLOWED-PTR
               END-UNSTRING
               IF WS-ALLOWED-VALUE EQUAL WS-FIELD-VALUE
                   SET VALUE-ALLOWED TO TRUE
               END-IF
           END-PERFORM
           .
       2400-EXIT.
           EXIT.

       2500-LENGTH-VIOLATION.

           ADD 1 TO WS-LENGTH-VIOLS
           MOVE '(RECORD)' TO WS-VIOL-FIELD
           MOVE WS-REC-LEN TO WS-EDIT-NUM
           MOVE SPACES TO WS-VIOL-COLS
           MOVE SPACES TO WS-VIOL-VALUE
           STRING 'LENGTH ' WS-EDIT-NUM ', LAYOUT '
               WS-DF-MIN(WS-FILE-SUB) '-' WS-DF-LENGTH(WS-FILE-SUB)
               DELIMITED BY SIZE INTO WS-VIOL-VALUE
           END-STRING
           MOVE 24 TO WS-VIOL-VAL-LEN
           PERFORM 2600-PUT-VIOLATION THRU 2600-EXIT
           .
       2500-EXIT.
           EXIT.

      *    COUNTED ON THE FIRST PASS, WRITTEN ON THE SECOND
       2600-PUT-VIOLATION.

           ADD 1 TO WS-FILE-VIOLS
           IF COUNT-PASS
               GO TO 2600-EXIT
           END-IF
           MOVE SPACES TO EXCEPTION-RECORD
           STRING WS-DF-PATH(WS-FILE-SUB)(1:WS-PATH-LEN) ' REC '
               WS-FILE-RECS ' ' WS-VIOL-FIELD ' ' WS-VIOL-COLS ' '
               WS-VIOL-TEXT ' ''' WS-VIOL-VALUE(1:WS-VIOL-VAL-LEN)
               '''' DELIMITED BY SIZE INTO EXCEPTION-RECORD
           END-STRING
           WRITE EXCEPTION-RECORD
           IF WS-FILE-SHOWN LESS WS-SHOW-MAX
               ADD 1 TO WS-FILE-SHOWN
               MOVE SPACES TO REPORT-RECORD
               STRING '    REC ' WS-FILE-RECS '  ' WS-VIOL-FIELD ' '
                   WS-VIOL-COLS '  ' WS-VIOL-TEXT ' '''
                   WS-VIOL-VALUE(1:WS-VIOL-VAL-LEN) ''''
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           .
       2600-EXIT.
           EXIT.

      *    VIOLATIONS BY FIELD, FOR EVERY FIELD THAT HAD ANY
       2700-PUT-FIELD-COUNTS.

           MOVE SPACES TO REPORT-RECORD
           STRING '    BY FIELD:' DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-LENGTH-VIOLS GREATER 0
               MOVE SPACES TO REPORT-RECORD
               STRING '      (RECORD)           ' WS-LENGTH-VIOLS
                   ' RECORD LENGTH' DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           PERFORM VARYING WS-FLD-SUB
                   FROM WS-DF-FIRST-FLD(WS-FILE-SUB) BY 1
                   UNTIL WS-FLD-SUB GREATER WS-DF-LAST-FLD(WS-FILE-SUB)
               IF WS-FD-VIOL-CNT(WS-FLD-SUB) GREATER 0
                   MOVE SPACES TO REPORT-RECORD
                   STRING '      ' WS-FD-NAME(WS-FLD-SUB) ' '
                       WS-FD-VIOL-CNT(WS-FLD-SUB) ' TYPE '
                       WS-FD-TYPE(WS-FLD-SUB)
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM
           .
       2700-EXIT.
           EXIT.

       2800-PUT-FILE-HEADER.

           MOVE SPACES TO REPORT-RECORD
           IF WS-FILE-STATUS EQUAL 'NOT PRODUCED'
               OR WS-FILE-STATUS EQUAL 'UNREADABLE'
               STRING 'FILE ' WS-DF-PATH(WS-FILE-SUB) ' OWNER '
                   WS-DF-OWNER(WS-FILE-SUB) ' ' WS-FILE-STATUS
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           ELSE
               STRING 'FILE ' WS-DF-PATH(WS-FILE-SUB) ' OWNER '
                   WS-DF-OWNER(WS-FILE-SUB) ' ' WS-FILE-STATUS
                   ' RECORDS ' WS-FILE-RECS
                   ' VIOLATIONS ' WS-FILE-VIOLS
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           END-IF
           WRITE REPORT-RECORD
           .
       2800-EXIT.
           EXIT.

       2900-READ-FLAG.

           MOVE SPACES TO WS-FLAG-TEXT
           OPEN INPUT CONFORM-FLAG-FILE
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ CONFORM-FLAG-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       MOVE CONFORM-FLAG-RECORD TO WS-FLAG-TEXT
               END-READ
           END-PERFORM
           CLOSE CONFORM-FLAG-FILE
           .
       2900-EXIT.
           EXIT.

      ***************************************************************
      * FIND THE TRIMMED LENGTH OF WS-TRIM-FIELD                     *
      ***************************************************************
       7000-TRIM.

           MOVE 40 TO WS-TRIM-LEN
           PERFORM UNTIL WS-TRIM-LEN EQUAL 0
                   OR WS-TRIM-FIELD(WS-TRIM-LEN:1) NOT EQUAL SPACE
               SUBTRACT 1 FROM WS-TRIM-LEN
           END-PERFORM
           .
       7000-EXIT.
           EXIT.
