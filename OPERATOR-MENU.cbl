      * ELAPSED TIME, AND ANSWERS PULLED FROM THAT JOB'S             *
      * RUN-LEDGER.TXT, THEN LETS THE OPERATOR:                      *
      *   nn   COMPILE (IF NEEDED) AND RUN JOB NUMBER nn, WITH ITS   *
      *        CONSOLE OUTPUT SHOWN DIRECTLY.  THE BUILD DECISION    *
      *        GOES ON COMPILE-CATALOG.TXT AS IN THE BATCH, AND A    *
      *        MEMBER IN A LOADLIB FREEZE WINDOW OR UNDER A BACKOUT  *
      *        IS NOT REBUILT - THE MEMBER IN THE LIBRARY RUNS       *
      *   Xnn  VIEW JOB nn'S LATEST EXCEPTION REPORT (PER THE        *
      *        EXCEPTION-FILES.TXT MAP)                              *
      *   B    KICK OFF THE FULL BATCH (BATCH-DRIVER)                *
      *   P    MAINTAIN THE GARDEN-GROUPS PRICING MASTER AND         *
      *        CUSTOMER CROSS-REFERENCE (BILLING-MAINT)              *
      *   E    SHOW EACH JOB'S EXPECTED ANSWERS BESIDE ITS LATEST    *
      *        SIGNED-OFF ANSWER AND PROMOTE IT (EXPECTED-MAINT)     *
      *   D    SHOW A PRODUCTION FILE'S RECORD LAYOUT FROM THE SHOP  *
      *        DATA DICTIONARY (DATA-DICTIONARY.TXT)                 *
      *   H    SHOW THE RUNBOOK ENTRY FOR A JOB AND MESSAGE ID -     *
      *        RESTART SAFETY, WHO TO CALL, FILES, RECOVERY STEPS    *
      *        (RUNBOOK.TXT, VIA AOC-RUNBOOK)                        *
      *   V    LIST DUAL-CONTROL REQUESTS AWAITING A SECOND OPERATOR *
      *   Ynnnnn / Jnnnnn  APPROVE / DECLINE REQUEST nnnnn AS THE    *
      *        SIGNED-ON OPERATOR (AOC-APPROVE; THE APPROVER MUST BE *
      *        ON OPERATOR-AUTH.TXT AND NOT THE REQUESTER)           *
      *   R    REFRESH THE LISTING FROM THE LEDGERS                  *
      *   Q    QUIT                                                  *
      *                                                              *
           SELECT OPTIONAL AUTH-FILE ASSIGN TO 'OPERATOR-AUTH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-FST.
      *    SHOP DATA DICTIONARY - FILE AND FIELD LAYOUTS
           SELECT OPTIONAL DICTIONARY-FILE
               ASSIGN TO 'DATA-DICTIONARY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DICTIONARY-FST.
      *    BUILD DECISION AND SOURCE CHECKSUM LEFT BY THE BUILD STEP
           SELECT OPTIONAL BUILD-FLAG-FILE
               ASSIGN TO '/tmp/AOC-MENU-BUILD.FLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUILD-FLAG-FST.
      *    COMPILE CATALOG - SHARED WITH BATCH-DRIVER
           SELECT OPTIONAL COMPILE-CATALOG-FILE
               ASSIGN TO 'COMPILE-CATALOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPILE-CATALOG-FST.

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS AUTH-RECORD.
       01  AUTH-RECORD                            PIC X(80).

       FD  DICTIONARY-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DICTIONARY-RECORD.
       01  DICTIONARY-RECORD.
           05 DD-REC-TYPE                         PIC X(1).
           05 FILLER                              PIC X(1).
           05 DD-BODY.
              10 DDF-PATH                         PIC X(40).
              10 FILLER                           PIC X(1).
              10 DDF-OWNER                        PIC X(12).
              10 FILLER                           PIC X(1).
              10 DDF-LENGTH                       PIC X(3).
              10 FILLER                           PIC X(1).
              10 DDF-MIN                          PIC X(3).
              10 FILLER                           PIC X(1).
              10 DDF-TYPE-COL                     PIC X(3).
              10 FILLER                           PIC X(1).
              10 DDF-TYPE-LEN                     PIC X(2).
              10 FILLER                           PIC X(1).
              10 DDF-DESC                         PIC X(60).
           05 DD-FIELD-BODY REDEFINES DD-BODY.
              10 DDD-NAME                         PIC X(18).
              10 FILLER                           PIC X(1).
              10 DDD-START                        PIC X(3).
              10 FILLER                           PIC X(1).
              10 DDD-LENGTH                       PIC X(3).
              10 FILLER                           PIC X(1).
              10 DDD-TYPE                         PIC X(1).
              10 FILLER                           PIC X(1).
              10 DDD-REC-TYPE                     PIC X(4).
              10 FILLER                           PIC X(1).
              10 DDD-ALLOWED                      PIC X(40).
              10 FILLER                           PIC X(1).
              10 DDD-DESC                         PIC X(50).

       FD  BUILD-FLAG-FILE
           RECORD CONTAINS 10 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BUILD-FLAG-RECORD.
       01  BUILD-FLAG-RECORD                      PIC X(10).

       FD  COMPILE-CATALOG-FILE
           RECORD CONTAINS 88 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS COMPILE-CATALOG-RECORD.
       01  COMPILE-CATALOG-RECORD.
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

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
       01  WS-TRIM-FIELD                          PIC X(30).
       01  WS-TRIM-LEN                            PIC 9(2).

       01  WS-COMMAND                             PIC X(1000).
       01  WS-CHOICE                              PIC X(8).
       01  WS-CHOICE-NUM                          PIC 9(2).
       01  WS-PICKED-SUB                          PIC 9(2).

       COPY BIZPARM.

       COPY APRPARM.

       COPY RBKPARM.

       COPY LIBPARM.

       COPY FRZPARM.
      *    BUILD DECISION - COMPILED, REUSED, BACKEDOUT, FROZEN OR
      *    BUILDFAIL - AND THE CHECKSUM THE RUN IS PROVENANCED UNDER
       01  WS-BUILD-FLAG-FST                      PIC X(2) VALUE '00'.
       01  WS-COMPILE-CATALOG-FST                 PIC X(2) VALUE '00'.
       01  WS-BUILD-FLAG-EOF                      PIC X(1) VALUE 'N'.
           88 BUILD-FLAG-EOF                               VALUE 'Y'.
           88 NOT-BUILD-FLAG-EOF                           VALUE 'N'.
       01  WS-FREEZE-HOLD                         PIC X(1) VALUE 'N'.
       01  WS-BUILD-ACTION                        PIC X(9).
       01  WS-BUILD-CKSUM                         PIC X(10).
       01  WS-RUN-CKSUM                           PIC X(10).
       01  WS-CC-DATE                             PIC 9(8).
       01  WS-CC-TIME                             PIC 9(8).
       01  WS-RBK-IDX                             PIC 9(3).
       01  WS-RBK-JOB-IN                          PIC X(8).
       01  WS-APR-SUB                             PIC 9(1).
       01  WS-APR-DIGIT-X                         PIC X(1).
       01  WS-APR-DIGIT-9 REDEFINES WS-APR-DIGIT-X
                                                  PIC 9(1).

      *    NOTICE-BOARD FIELDS
       01  WS-NOTICE-FST                          PIC X(2) VALUE '00'.
       01  WS-NOTICE-ACK-FST                      PIC X(2) VALUE '00'.
       01  WS-HI-VERSION                          PIC 9(2).
       01  WS-REASON-INPUT                        PIC X(50).

      *    DATA-DICTIONARY LAYOUT INQUIRY FIELDS
       01  WS-DICTIONARY-FST                      PIC X(2) VALUE '00'.
       01  WS-DICT-EOF                            PIC X(1).
           88 DICT-EOF                                     VALUE 'Y'.
           88 NOT-DICT-EOF                                 VALUE 'N'.
       01  WS-DICT-WANTED                         PIC X(40).
       01  WS-DICT-WANTED-LEN                     PIC 9(2).
       01  WS-DICT-TALLY                          PIC 9(3).
       01  WS-DICT-SHOWING                        PIC X(1).
           88 DICT-SHOWING                                 VALUE 'Y'.
       01  WS-DICT-HITS                           PIC 9(3).
       01  WS-DICT-TYPE-TEXT                      PIC X(9).
       01  WS-DICT-LINE.
           05 FILLER                              PIC X(2) VALUE SPACES.
           05 WS-DL-NAME                          PIC X(18).
           05 FILLER                              PIC X(1) VALUE SPACES.
           05 WS-DL-START                         PIC X(3).
           05 FILLER                              PIC X(1) VALUE '-'.
           05 WS-DL-END                           PIC 9(3).
           05 FILLER                              PIC X(2) VALUE SPACES.
           05 WS-DL-LENGTH                        PIC X(3).
           05 FILLER                              PIC X(2) VALUE SPACES.
           05 WS-DL-TYPE                          PIC X(9).
           05 FILLER                              PIC X(1) VALUE SPACES.
           05 WS-DL-REC-TYPE                      PIC X(4).
           05 FILLER                              PIC X(1) VALUE SPACES.
           05 WS-DL-DESC                          PIC X(50).
       01  WS-DICT-NUM-X                          PIC X(3).
       01  WS-DICT-NUM REDEFINES WS-DICT-NUM-X    PIC 9(3).
       01  WS-DICT-LEN-X                          PIC X(3).
       01  WS-DICT-LEN REDEFINES WS-DICT-LEN-X    PIC 9(3).

      *    FILE-STATUS FIELDS
       01  WS-JOBCAT-FST                          PIC X(2) VALUE '00'.
       01  WS-LEDGER-TAIL-FST                     PIC X(2) VALUE '00'.
               ' RUNNING IN JOB nn''S FOLDER'
           DISPLAY 'NOTICES: N = POST (SUPERVISOR), Ann ='
               ' ACKNOWLEDGE, Wnn = WHO HAS ACKNOWLEDGED'
           DISPLAY 'MASTERS: P = GARDEN-GROUPS PRICES AND CUSTOMER'
               ' ACCOUNTS, E = EXPECTED ANSWERS'
           DISPLAY 'LAYOUTS: D = SHOW A FILE''S RECORD LAYOUT FROM'
               ' THE DATA DICTIONARY'
           DISPLAY 'RUNBOOK: H = RECOVERY STEPS FOR A JOB AND'
               ' MESSAGE ID'
           DISPLAY 'APPROVALS: V = AWAITING A SECOND OPERATOR, Ynnnnn'
               ' = APPROVE, Jnnnnn = DECLINE'
           .
       2000-EXIT.
           EXIT.
                   PERFORM 1500-LOAD-LAST-RUNS THRU 1500-EXIT
               WHEN WS-CHOICE EQUAL 'B' OR WS-CHOICE EQUAL 'b'
                   PERFORM 5000-RUN-FULL-BATCH THRU 5000-EXIT
               WHEN WS-CHOICE EQUAL 'P' OR WS-CHOICE EQUAL 'p'
                   PERFORM 5500-BILLING-MASTERS THRU 5500-EXIT
               WHEN WS-CHOICE EQUAL 'E' OR WS-CHOICE EQUAL 'e'
                   PERFORM 5600-EXPECTED-ANSWERS THRU 5600-EXIT
               WHEN WS-CHOICE EQUAL 'D' OR WS-CHOICE EQUAL 'd'
                   PERFORM 6600-SHOW-LAYOUT THRU 6600-EXIT
               WHEN WS-CHOICE EQUAL 'H' OR WS-CHOICE EQUAL 'h'
                   PERFORM 6650-SHOW-RUNBOOK THRU 6650-EXIT
               WHEN WS-CHOICE EQUAL 'L' OR WS-CHOICE EQUAL 'l'
                   MOVE 'LIST' TO ENQ-OP
                   CALL 'AOC-ENQ' USING ENQ-PARMS
               WHEN WS-CHOICE EQUAL 'N' OR WS-CHOICE EQUAL 'n'
                   PERFORM 6800-POST-NOTICE THRU 6800-EXIT
               WHEN WS-CHOICE EQUAL 'V' OR WS-CHOICE EQUAL 'v'
                   MOVE 'LIST' TO APR-OP
                   CALL 'AOC-APPROVE' USING APR-PARMS
               WHEN (WS-CHOICE(1:1) EQUAL 'Y' OR 'y')
                   AND WS-CHOICE(2:1) IS NUMERIC
                   MOVE 'APPR' TO APR-OP
                   PERFORM 6550-DUAL-CONTROL THRU 6550-EXIT
               WHEN (WS-CHOICE(1:1) EQUAL 'J' OR 'j')
                   AND WS-CHOICE(2:1) IS NUMERIC
                   MOVE 'DENY' TO APR-OP
                   PERFORM 6550-DUAL-CONTROL THRU 6550-EXIT
               WHEN (WS-CHOICE(1:1) EQUAL 'A' OR 'a')
                   AND WS-CHOICE(2:1) IS NUMERIC
                   PERFORM 6840-PARSE-NOTICE-ID THRU 6840-EXIT
           END-IF
           DISPLAY 'RUNNING ' WS-JOB-NAME(WS-JOB-IDX) ' ('
               WS-JOB-PROGRAM-ID(WS-JOB-IDX) ')'
           PERFORM 4100-BUILD-MEMBER THRU 4100-EXIT
           IF WS-BUILD-ACTION EQUAL 'BUILDFAIL'
               DISPLAY WS-JOB-NAME(WS-JOB-IDX) ' DID NOT BUILD - NOT'
                   ' RUN, SEE /tmp/AOC-MENU-COMPILE.LOG'
               MOVE 'DEQ '         TO ENQ-OP
               MOVE WS-JOB-DIR(WS-JOB-IDX) TO ENQ-RESOURCE
               CALL 'AOC-ENQ' USING ENQ-PARMS
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO WS-COMMAND
           STRING
               'cd "' DELIMITED BY SIZE
               WS-JOB-DIR(WS-JOB-IDX)(1:WS-JOB-DIR-LEN(WS-JOB-IDX))
                   DELIMITED BY SIZE
               '" && AOC_LOADMOD=' DELIMITED BY SIZE
               WS-JOB-NAME(WS-JOB-IDX) DELIMITED BY SPACE
               ' AOC_LOADMOD_TS=$(date -r "/root/workspace/LOADLIB/'
                   DELIMITED BY SIZE
               WS-JOB-NAME(WS-JOB-IDX) DELIMITED BY SPACE
               '" +%Y%m%d%H%M%S)' DELIMITED BY SIZE
               ' AOC_SRC_CKSUM=' DELIMITED BY SIZE
               WS-RUN-CKSUM DELIMITED BY SPACE
               ' "/root/workspace/LOADLIB/'
                   DELIMITED BY SIZE
               WS-JOB-NAME(WS-JOB-IDX) DELIMITED BY SPACE
               '" 2>&1 | tee /tmp/AOC-MENU-JOB.OUT'
                   DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
      *    SPOOL THE SESSION'S CONSOLE OUTPUT FOR LATER INQUIRY
           MOVE WS-JOB-NAME(WS-JOB-IDX) TO SPL-JOB
           MOVE '/tmp/AOC-MENU-JOB.OUT' TO SPL-SOURCE
           MOVE 'MENU' TO SPL-RC
           CALL 'AOC-SPOOL' USING SPL-PARMS
           MOVE 'DEQ '         TO ENQ-OP
           MOVE WS-JOB-DIR(WS-JOB-IDX) TO ENQ-RESOURCE
           CALL 'AOC-ENQ' USING ENQ-PARMS
           PERFORM 1600-LOAD-ONE-LAST-RUN THRU 1600-EXIT
           .
       4000-EXIT.
           EXIT.

      ***************************************************************
      * BUILD THE PICKED JOB'S LOAD MODULE WHEN STALE, AS THE BATCH  *
      * DOES: NOT INSIDE A LOADLIB FREEZE WINDOW (FROZEN) NOR FROM   *
      * THE SOURCE A BACKOUT HOLDS (aoc-build.sh EXIT 3, BACKEDOUT). *
      * A COMPILED MEMBER'S PREDECESSOR IS KEPT AS A PRIOR VERSION,  *
      * THE DECISION IS CATALOGED, AND WS-RUN-CKSUM IS SET TO THE    *
      * CHECKSUM OF THE BUILD THAT WILL RUN                          *
      ***************************************************************
       4100-BUILD-MEMBER.

           ACCEPT WS-CC-DATE FROM DATE YYYYMMDD
           MOVE 'CHEK'                  TO FRZ-OP
           MOVE WS-CC-DATE              TO FRZ-DATE
           MOVE 'LOADLIB'               TO FRZ-TARGET
           MOVE WS-JOB-NAME(WS-JOB-IDX) TO FRZ-JOB
           CALL 'AOC-FREEZE' USING FRZ-PARMS
           IF FRZ-RC EQUAL 0
               MOVE 'N' TO WS-FREEZE-HOLD
           ELSE
               MOVE 'Y' TO WS-FREEZE-HOLD
           END-IF
           MOVE SPACES TO WS-COMMAND
           STRING
               'HOLD=' WS-FREEZE-HOLD ' ; ' DELIMITED BY SIZE
               'rm -f /tmp/AOC-MENU-BUILD.FLG ; cd "'
                   DELIMITED BY SIZE
               WS-JOB-DIR(WS-JOB-IDX)(1:WS-JOB-DIR-LEN(WS-JOB-IDX))
                   DELIMITED BY SIZE
               '" && { if [ ! -x "/root/workspace/LOADLIB/'
               ' | head -1)" -nt "/root/workspace/LOADLIB/'
                   DELIMITED BY SIZE
               WS-JOB-NAME(WS-JOB-IDX) DELIMITED BY SPACE
               '" ] ; then if [ "$HOLD" = Y ] ; then echo FROZEN ;'
                   DELIMITED BY SIZE
               ' else /root/workspace/aoc-build.sh "'
                   DELIMITED BY SIZE
               WS-JOB-SRC(WS-JOB-IDX)(1:WS-JOB-SRC-LEN(WS-JOB-IDX))
                   DELIMITED BY SIZE
               '" "/root/workspace/LOADLIB/' DELIMITED BY SIZE
               WS-JOB-NAME(WS-JOB-IDX) DELIMITED BY SPACE
               '" > /tmp/AOC-MENU-COMPILE.LOG 2>&1'
                   DELIMITED BY SIZE
               ' ; case $? in 0) echo COMPILED ;;'
                   DELIMITED BY SIZE
               ' 3) echo BACKEDOUT ;; *) echo BUILDFAIL ;; esac ; fi ;'
                   DELIMITED BY SIZE
               ' else echo REUSED ; fi ; }'
                   DELIMITED BY SIZE
               ' > /tmp/AOC-MENU-BUILD.FLG'
                   DELIMITED BY SIZE
               ' && cksum < "' DELIMITED BY SIZE
               WS-JOB-SRC(WS-JOB-IDX)(1:WS-JOB-SRC-LEN(WS-JOB-IDX))
                   DELIMITED BY SIZE
               '" | cut -d " " -f 1 >> /tmp/AOC-MENU-BUILD.FLG'
                   DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND

           MOVE SPACES TO WS-BUILD-ACTION WS-BUILD-CKSUM
           OPEN INPUT BUILD-FLAG-FILE
           SET NOT-BUILD-FLAG-EOF TO TRUE
           PERFORM UNTIL BUILD-FLAG-EOF
               READ BUILD-FLAG-FILE
                   AT END
                       SET BUILD-FLAG-EOF TO TRUE
                   NOT AT END
      *                THE BUILD DECISION, THEN THE SOURCE CHECKSUM
                       IF WS-BUILD-ACTION EQUAL SPACES
                           MOVE BUILD-FLAG-RECORD(1:9)
                               TO WS-BUILD-ACTION
                       ELSE
                           MOVE BUILD-FLAG-RECORD TO WS-BUILD-CKSUM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUILD-FLAG-FILE
           IF WS-BUILD-ACTION EQUAL SPACES
               MOVE 'NOFLAG' TO WS-BUILD-ACTION
           END-IF

      *    A REBUILT MEMBER'S PREDECESSOR IS FILED AS A PRIOR VERSION
      *    BEFORE THE NEW BUILD IS CATALOGED OVER IT
           IF WS-BUILD-ACTION EQUAL 'COMPILED'
               MOVE 'KEEP'                  TO LIB-OP
               MOVE WS-JOB-NAME(WS-JOB-IDX) TO LIB-JOB
               CALL 'AOC-LOADLIB' USING LIB-PARMS
               IF LIB-RC EQUAL 0
                   DISPLAY WS-JOB-NAME(WS-JOB-IDX) ' ' LIB-MESSAGE
               END-IF
           END-IF
           IF WS-BUILD-ACTION EQUAL 'BACKEDOUT'
               DISPLAY WS-JOB-NAME(WS-JOB-IDX) ' IS BACKED OUT - NOT'
                   ' REBUILT, THE REINSTATED MEMBER RUNS'
           END-IF
           IF WS-BUILD-ACTION EQUAL 'FROZEN'
               DISPLAY WS-JOB-NAME(WS-JOB-IDX) ' NOT REBUILT - '
                   FRZ-MESSAGE
           END-IF
           ACCEPT WS-CC-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CC-TIME FROM TIME
           MOVE SPACES TO COMPILE-CATALOG-RECORD
           MOVE WS-JOB-NAME(WS-JOB-IDX) TO CC-JOB-NAME
           MOVE WS-BUILD-ACTION         TO CC-ACTION
           MOVE WS-CC-DATE              TO CC-DATE
           MOVE WS-CC-TIME              TO CC-TIME
           MOVE WS-BUILD-CKSUM          TO CC-SRC-CKSUM
           STRING
               WS-JOB-DIR(WS-JOB-IDX)(1:WS-JOB-DIR-LEN(WS-JOB-IDX))
                   DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-JOB-SRC(WS-JOB-IDX)(1:WS-JOB-SRC-LEN(WS-JOB-IDX))
                   DELIMITED BY SIZE
               INTO CC-SOURCE
           END-STRING
           OPEN EXTEND COMPILE-CATALOG-FILE
           WRITE COMPILE-CATALOG-RECORD
           CLOSE COMPILE-CATALOG-FILE

      *    A BACKED-OUT OR FROZEN MEMBER RUNS UNDER THE CHECKSUM OF
      *    THE BUILD THE LIBRARY HAS IN FORCE, NOT THE SOURCE ON DISK
           MOVE WS-BUILD-CKSUM TO WS-RUN-CKSUM
           MOVE 'STAT'                  TO LIB-OP
           MOVE WS-JOB-NAME(WS-JOB-IDX) TO LIB-JOB
           CALL 'AOC-LOADLIB' USING LIB-PARMS
           IF LIB-RC EQUAL 4
               OR WS-BUILD-ACTION EQUAL 'FROZEN'
               MOVE LIB-SRC-CKSUM TO WS-RUN-CKSUM
           END-IF
           IF WS-RUN-CKSUM EQUAL SPACES
               MOVE 'UNKNOWN' TO WS-RUN-CKSUM
           END-IF
           .
       4100-EXIT.
           EXIT.

      ***************************************************************
           MOVE WS-OPERATOR-ID TO ENQ-HOLDER
           MOVE 'OPERATOR-MENU' TO ENQ-PROGRAM
           CALL 'AOC-ENQ' USING ENQ-PARMS
           IF ENQ-RC NOT EQUAL 0
               DISPLAY 'A SECOND OPERATOR MUST APPROVE IT (Ynnnnn),'
                   ' THEN REPEAT F' WS-CHOICE-NUM
           END-IF
           .
       6500-EXIT.
           EXIT.

      ***************************************************************
      * APPROVE OR DECLINE A DUAL-CONTROL REQUEST (Ynnnnn / Jnnnnn)  *
      * AS THE SIGNED-ON OPERATOR                                    *
      ***************************************************************
       6550-DUAL-CONTROL.

           MOVE 0 TO APR-ID
           PERFORM VARYING WS-APR-SUB FROM 2 BY 1
                   UNTIL WS-APR-SUB GREATER 6
                       OR WS-CHOICE(WS-APR-SUB:1) NOT NUMERIC
               MOVE WS-CHOICE(WS-APR-SUB:1) TO WS-APR-DIGIT-X
               COMPUTE APR-ID = (APR-ID * 10) + WS-APR-DIGIT-9
           END-PERFORM
           MOVE WS-OPERATOR-ID  TO APR-OPERATOR
           MOVE 'OPERATOR-MENU' TO APR-PROGRAM
           CALL 'AOC-APPROVE' USING APR-PARMS
           .
       6550-EXIT.
           EXIT.

      ***************************************************************
      * KICK OFF THE FULL BATCH THROUGH BATCH-DRIVER                 *
      ***************************************************************
           EXIT.

      ***************************************************************
      * GARDEN-GROUPS BILLING MASTER MAINTENANCE (BILLING-MAINT) -   *
      * IT CHECKS THE OPERATOR'S AUTHORITY AND HOLDS THE DAY 12      *
      * FOLDER ITSELF                                                *
      ***************************************************************
       5500-BILLING-MASTERS.

           MOVE SPACES TO WS-COMMAND
           STRING
               '/root/workspace/aoc-build.sh '
                   DELIMITED BY SIZE
               '/root/workspace/BILLING-MAINT.cbl '
                   DELIMITED BY SIZE
               '/tmp/AOC-MENU-BMAINT && /tmp/AOC-MENU-BMAINT'
                   DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           .
       5500-EXIT.
           EXIT.

      ***************************************************************
      * EXPECTED-ANSWER MAINTENANCE (EXPECTED-MAINT)                 *
      ***************************************************************
       5600-EXPECTED-ANSWERS.

           MOVE SPACES TO WS-COMMAND
           STRING
               '/root/workspace/aoc-build.sh '
                   DELIMITED BY SIZE
               '/root/workspace/EXPECTED-MAINT.cbl '
                   DELIMITED BY SIZE
               '/tmp/AOC-MENU-EXPMAINT && /tmp/AOC-MENU-EXPMAINT'
                   DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           .
       5600-EXIT.
           EXIT.

      ***************************************************************
      * SHOW THE PICKED JOB'S LATEST EXCEPTION REPORT(S) - A JOB     *
      * MAY NAME MORE THAN ONE IN EXCEPTION-FILES.TXT                *
      ***************************************************************
       6000-VIEW-EXCEPTIONS.

                   ' FILE IN EXCEPTION-FILES.TXT'
               GO TO 6000-EXIT
           END-IF
           .
       6000-EXIT.
           EXIT.

       6050-SHOW-EXCEPTION-FILE.

           DISPLAY 'LATEST ' WS-EXC-PATH(1:WS-EXC-PATH-LEN) ':'
           MOVE SPACES TO WS-COMMAND
           STRING 'cat "' DELIMITED BY SIZE
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           .
       6050-EXIT.
           EXIT.

       6100-FIND-EXCEPTION-PATH.
                           PERFORM 7000-TRIM THRU 7000-EXIT
                           MOVE WS-TRIM-LEN TO WS-EXC-PATH-LEN
                           MOVE 'Y' TO WS-EXC-FOUND
                           PERFORM 6050-SHOW-EXCEPTION-FILE
                               THRU 6050-EXIT
                       END-IF
               END-READ
           END-PERFORM
       6100-EXIT.
           EXIT.

      ***************************************************************
      * SHOW THE DATA-DICTIONARY LAYOUT OF EVERY FILE WHOSE PATH     *
      * CONTAINS WHAT THE OPERATOR TYPED - A FILE NAME IS ENOUGH     *
      ***************************************************************
       6600-SHOW-LAYOUT.

           DISPLAY 'FILE NAME OR PATH (BLANK CANCELS):'
           MOVE SPACES TO WS-DICT-WANTED
           ACCEPT WS-DICT-WANTED
           IF WS-DICT-WANTED EQUAL SPACES
               GO TO 6600-EXIT
           END-IF
           MOVE WS-DICT-WANTED TO WS-TRIM-FIELD
           PERFORM 7000-TRIM THRU 7000-EXIT
           MOVE WS-TRIM-LEN TO WS-DICT-WANTED-LEN
           MOVE 0 TO WS-DICT-HITS
           MOVE 'N' TO WS-DICT-SHOWING
           OPEN INPUT DICTIONARY-FILE
           IF WS-DICTIONARY-FST EQUAL '05'
               CLOSE DICTIONARY-FILE
               DISPLAY 'NO DATA-DICTIONARY.TXT ON FILE'
               GO TO 6600-EXIT
           END-IF
           SET NOT-DICT-EOF TO TRUE
           PERFORM UNTIL DICT-EOF
               READ DICTIONARY-FILE
                   AT END
                       SET DICT-EOF TO TRUE
                   NOT AT END
                       IF DD-REC-TYPE EQUAL 'F'
                           PERFORM 6610-LAYOUT-FILE THRU 6610-EXIT
                       END-IF
                       IF DD-REC-TYPE EQUAL 'D' AND DICT-SHOWING
                           PERFORM 6620-LAYOUT-FIELD THRU 6620-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DICTIONARY-FILE
           IF WS-DICT-HITS EQUAL 0
               DISPLAY 'NO DICTIONARY ENTRY FOR '
                   WS-DICT-WANTED(1:WS-DICT-WANTED-LEN)
           END-IF
           .
       6600-EXIT.
           EXIT.

       6610-LAYOUT-FILE.

           MOVE 0 TO WS-DICT-TALLY
           INSPECT DDF-PATH TALLYING WS-DICT-TALLY
               FOR ALL WS-DICT-WANTED(1:WS-DICT-WANTED-LEN)
           IF WS-DICT-TALLY EQUAL 0
               MOVE 'N' TO WS-DICT-SHOWING
               GO TO 6610-EXIT
           END-IF
           MOVE 'Y' TO WS-DICT-SHOWING
           ADD 1 TO WS-DICT-HITS
           DISPLAY ' '
           DISPLAY 'FILE   ' DDF-PATH '  OWNING JOB ' DDF-OWNER
           DISPLAY '       ' DDF-DESC
           IF DDF-TYPE-COL EQUAL '000'
               DISPLAY '       RECORD LENGTH ' DDF-LENGTH
                   '  (MINIMUM ' DDF-MIN ')'
           ELSE
               DISPLAY '       RECORD LENGTH ' DDF-LENGTH
                   '  (MINIMUM ' DDF-MIN ')  RECORD TYPE IN COLUMN '
                   DDF-TYPE-COL ' LENGTH ' DDF-TYPE-LEN
           END-IF
           DISPLAY '  FIELD              COLUMNS  LEN  TYPE     '
               ' RTYP DESCRIPTION'
           .
       6610-EXIT.
           EXIT.

       6620-LAYOUT-FIELD.

           MOVE DDD-NAME   TO WS-DL-NAME
           MOVE DDD-START  TO WS-DL-START
           MOVE DDD-LENGTH TO WS-DL-LENGTH
           MOVE 0 TO WS-DL-END
           MOVE DDD-START  TO WS-DICT-NUM-X
           MOVE DDD-LENGTH TO WS-DICT-LEN-X
           IF WS-DICT-NUM-X IS NUMERIC AND WS-DICT-LEN-X IS NUMERIC
               COMPUTE WS-DL-END = WS-DICT-NUM + WS-DICT-LEN - 1
           END-IF
           EVALUATE DDD-TYPE
               WHEN 'N'
                   MOVE 'NUMERIC' TO WS-DICT-TYPE-TEXT
               WHEN 'D'
                   MOVE 'YYYYMMDD' TO WS-DICT-TYPE-TEXT
               WHEN OTHER
                   MOVE 'TEXT' TO WS-DICT-TYPE-TEXT
           END-EVALUATE
           MOVE WS-DICT-TYPE-TEXT TO WS-DL-TYPE
           MOVE DDD-REC-TYPE TO WS-DL-REC-TYPE
           MOVE DDD-DESC TO WS-DL-DESC
           DISPLAY WS-DICT-LINE
           IF DDD-ALLOWED NOT EQUAL SPACES
               DISPLAY '                     ALLOWED VALUES: '
                   DDD-ALLOWED
           END-IF
           .
       6620-EXIT.
           EXIT.

      ***************************************************************
      * SHOW THE RUNBOOK ENTRY FOR A JOB (BY MENU NUMBER OR NAME)    *
      * AND MESSAGE ID - THE MESSAGE'S OWN ENTRY, ELSE THE JOB'S     *
      * DEFAULT ENTRY                                                *
      ***************************************************************
       6650-SHOW-RUNBOOK.

           DISPLAY 'JOB # OR JOB NAME (BLANK CANCELS):'
           MOVE SPACES TO WS-RBK-JOB-IN
           ACCEPT WS-RBK-JOB-IN
           IF WS-RBK-JOB-IN EQUAL SPACES
               GO TO 6650-EXIT
           END-IF
           MOVE SPACES TO RBK-PARMS
           EVALUATE TRUE
               WHEN WS-RBK-JOB-IN(1:2) IS NUMERIC
                   MOVE WS-RBK-JOB-IN(1:2) TO WS-CHOICE-NUM
               WHEN WS-RBK-JOB-IN(1:1) IS NUMERIC
                   AND WS-RBK-JOB-IN(2:1) EQUAL SPACE
                   MOVE WS-RBK-JOB-IN(1:1) TO WS-CHOICE-NUM
               WHEN OTHER
                   MOVE 0 TO WS-CHOICE-NUM
                   MOVE WS-RBK-JOB-IN TO RBK-JOB
                   INSPECT RBK-JOB CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-EVALUATE
           IF RBK-JOB EQUAL SPACES
               IF WS-CHOICE-NUM EQUAL 0
                   OR WS-CHOICE-NUM GREATER WS-JOB-CNT
                   DISPLAY 'NO SUCH JOB NUMBER: ' WS-CHOICE-NUM
                   GO TO 6650-EXIT
               END-IF
               SET WS-JOB-IDX TO WS-CHOICE-NUM
               MOVE WS-JOB-NAME(WS-JOB-IDX) TO RBK-JOB
           END-IF
           DISPLAY 'MESSAGE ID (BLANK = THE JOB''S DEFAULT ENTRY):'
           ACCEPT RBK-MSG-ID
           INSPECT RBK-MSG-ID CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           CALL 'AOC-RUNBOOK' USING RBK-PARMS
           DISPLAY ' '
           EVALUATE TRUE
               WHEN RBK-NO-RUNBOOK
                   DISPLAY 'NO RUNBOOK.TXT ON FILE'
               WHEN RBK-NO-ENTRY
                   DISPLAY 'NO RUNBOOK ENTRY FOR JOB ' RBK-JOB
                       ' - CALL THE SHIFT SUPERVISOR'
               WHEN OTHER
                   PERFORM VARYING WS-RBK-IDX FROM 1 BY 1
                           UNTIL WS-RBK-IDX GREATER RBK-LINE-CNT
                       DISPLAY RBK-LINE(WS-RBK-IDX)
                   END-PERFORM
           END-EVALUATE
           .
       6650-EXIT.
           EXIT.

      ***************************************************************
      * DROP A STOP-REQUEST FILE IN THE PICKED JOB'S FOLDER - THE    *
      * CHECKPOINTED SEARCHES NOTICE IT AT THEIR NEXT WORK-UNIT      *
