           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO 'RUN-LEDGER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LEDGER-FST.
      *    INPUT FINGERPRINT LEFT BY THE SHELL'S cksum STEP, IN THE
      *    JOB'S OWN FOLDER SO CONCURRENT BATCH STREAMS NEVER SHARE IT
           SELECT OPTIONAL FP-FLAG-FILE ASSIGN TO 'AOC-FP.FLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FP-FLAG-FST.
      *    NAMED PROGRAM LIBRARY - ONE RECORD PER PROGRAM NAME AND
      *    VERSION WITH ITS OPCODE STRING, ASSEMBLER SOURCE, PASSED
      *    TEST-CASE SET AND APPROVAL STATUS.  INFILE.TXT MAY NAME A
      *    LIBRARY ENTRY ('Program: @NAME/VER') INSTEAD OF CARRYING
      *    THE OPCODES INLINE.
           SELECT OPTIONAL PROGRAM-LIBRARY-FILE
               ASSIGN TO 'PROGRAM-LIBRARY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROGRAM-LIB-FST.
      *    ONE RECORD PER RUN OF A LIBRARY PROGRAM, CARRYING THE
      *    ANSWER-MASTER KEY THE RUN POSTED UNDER
           SELECT OPTIONAL LIB-USAGE-FILE
               ASSIGN TO 'PROGRAM-LIB-USAGE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIB-USAGE-FST.
           SELECT LIB-LISTING-FILE
               ASSIGN TO 'PROGRAM-LIBRARY-LISTING.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIB-LISTING-FST.
      *    SHOP ANSWER MASTER (POSTED THROUGH AOC-ANSWER), READ HERE
      *    ONLY TO TIE LIBRARY RUNS TO THEIR ANSWER ENTRIES
           SELECT OPTIONAL ANSWER-MASTER-FILE
               ASSIGN TO '../ANSWER-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANSWER-MASTER-FST.

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS FP-FLAG-RECORD.
       01  FP-FLAG-RECORD                         PIC X(40).

       FD  PROGRAM-LIBRARY-FILE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PROGRAM-LIB-RECORD.
       01  PROGRAM-LIB-RECORD.
           05 PLR-NAME                           PIC X(12).
           05 FILLER                             PIC X(1).
           05 PLR-VERSION-X                      PIC X(3).
           05 PLR-VERSION REDEFINES PLR-VERSION-X
                                                 PIC 9(3).
           05 FILLER                             PIC X(1).
           05 PLR-STATUS                         PIC X(1).
           05 FILLER                             PIC X(1).
           05 PLR-ASM-SOURCE                     PIC X(20).
           05 FILLER                             PIC X(1).
           05 PLR-TEST-SET                       PIC X(20).
           05 FILLER                             PIC X(1).
           05 PLR-OPCODES                        PIC X(50).
           05 FILLER                             PIC X(9).

       FD  LIB-USAGE-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LIB-USAGE-RECORD.
       01  LIB-USAGE-RECORD.
           05 LUR-NAME                           PIC X(12).
           05 FILLER                             PIC X(1).
           05 LUR-VERSION                        PIC 9(3).
           05 FILLER                             PIC X(1).
           05 LUR-STATUS                         PIC X(1).
           05 FILLER                             PIC X(1).
           05 LUR-AM-DATE                        PIC 9(8).
           05 FILLER                             PIC X(1).
           05 LUR-AM-VERSION                     PIC 9(2).
           05 FILLER                             PIC X(1).
           05 LUR-RUN-MODE                       PIC X(1).
           05 FILLER                             PIC X(1).
           05 LUR-OPERATOR                       PIC X(8).
           05 FILLER                             PIC X(39).

       FD  LIB-LISTING-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LIB-LISTING-RECORD.
       01  LIB-LISTING-RECORD                     PIC X(132).

       FD  ANSWER-MASTER-FILE
           RECORD CONTAINS 106 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ANSWER-MASTER-RECORD.
       01  ANSWER-MASTER-RECORD.
           05 AM-DATE                            PIC 9(8).
           05 FILLER                             PIC X(1).
           05 AM-PROGRAM                         PIC X(24).
           05 FILLER                             PIC X(1).
           05 AM-VERSION                         PIC 9(2).
           05 FILLER                             PIC X(1).
           05 AM-PART1                           PIC X(30).
           05 FILLER                             PIC X(1).
           05 AM-PART2                           PIC X(30).
           05 FILLER                             PIC X(1).
           05 AM-VOLUME                          PIC 9(7).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
           88 DISASSEMBLE-MODE                               VALUE 'D'.
           88 TEST-HARNESS-MODE                              VALUE 'T'.
           88 DEBUG-MODE                                     VALUE 'I'.
           88 LIBRARY-LISTING-MODE                           VALUE 'L'.

      *    TRACE SWITCH - CONTROL-RECORD(2:1); 'Y' LOGS EVERY
      *    INSTRUCTION 3000-EXECUTE-PROGRAM RUNS
       01  WS-FP-CHAR-9 REDEFINES WS-FP-CHAR-X    PIC 9(1).


      *    NAMED PROGRAM LIBRARY FIELDS.  A LATER LIBRARY RECORD FOR
      *    THE SAME NAME AND VERSION REPLACES AN EARLIER ONE.  STATUS
      *    A IS APPROVED; ANYTHING ELSE (P PENDING, W WITHDRAWN) IS
      *    REFUSED OUTSIDE AN AOC_ENV=TEST SESSION.
       01  WS-PROGRAM-LIB-FST                     PIC X(2) VALUE '00'.
       01  WS-LIB-USAGE-FST                       PIC X(2) VALUE '00'.
       01  WS-LIB-LISTING-FST                     PIC X(2) VALUE '00'.
       01  WS-ANSWER-MASTER-FST                   PIC X(2) VALUE '00'.
       01  WS-LIB-EOF-FLAG                        PIC X(1) VALUE 'N'.
           88 LIB-EOF                                      VALUE 'Y'.
           88 NOT-LIB-EOF                                  VALUE 'N'.
       01  WS-LIB-LOADED-FLAG                     PIC X(1) VALUE 'N'.
           88 LIB-LOADED                                   VALUE 'Y'.
       01  WS-LIB-CNT                             PIC 9(3) VALUE 0.
       01  WS-LIB-MAX                             PIC 9(3) VALUE 200.
       01  WS-LIB-TABLE.
           05 WS-LIB-ENTRY OCCURS 200 TIMES.
               10 WS-LIB-NAME                    PIC X(12).
               10 WS-LIB-VERSION                 PIC 9(3).
               10 WS-LIB-STATUS                  PIC X(1).
                   88 LIB-APPROVED                         VALUE 'A'.
               10 WS-LIB-ASM-SOURCE              PIC X(20).
               10 WS-LIB-TEST-SET                PIC X(20).
               10 WS-LIB-OPCODES                 PIC X(50).
       01  WS-LIB-SUB                             PIC 9(3).
       01  WS-LIB-FOUND                           PIC 9(3).
       01  WS-LIB-REF                             PIC X(30)
           VALUE SPACES.
       01  WS-LIB-REF-NAME                        PIC X(12).
       01  WS-LIB-REF-VER-X                       PIC X(3).
       01  WS-LIB-REF-VER-TXT                     PIC X(3).
       01  WS-LIB-REF-VER                         PIC 9(3).
       01  WS-LIB-USED-FLAG                       PIC X(1) VALUE 'N'.
           88 LIB-PROGRAM-USED                             VALUE 'Y'.
       01  WS-LIB-USED-SUB                        PIC 9(3) VALUE 0.
       01  WS-ENV-SETTING                         PIC X(8)
           VALUE SPACES.
       01  WS-LIB-BAD-CNT                         PIC 9(3) VALUE 0.
      *    RUNS OF LIBRARY PROGRAMS, FOR THE LIBRARY LISTING
       01  WS-USE-CNT                             PIC 9(4) VALUE 0.
       01  WS-USE-MAX                             PIC 9(4) VALUE 2000.
       01  WS-USE-TABLE.
           05 WS-USE-ENTRY OCCURS 2000 TIMES.
               10 WS-USE-NAME                    PIC X(12).
               10 WS-USE-VERSION                 PIC 9(3).
               10 WS-USE-AM-DATE                 PIC 9(8).
               10 WS-USE-AM-VERSION              PIC 9(2).
               10 WS-USE-RUN-MODE                PIC X(1).
               10 WS-USE-OPERATOR                PIC X(8).
               10 WS-USE-PART1                   PIC X(30).
       01  WS-USE-SUB                             PIC 9(4).
       01  WS-USE-LISTED                          PIC 9(4).
       01  WS-AM-EOF-FLAG                         PIC X(1) VALUE 'N'.
           88 AM-EOF                                       VALUE 'Y'.
           88 NOT-AM-EOF                                   VALUE 'N'.
       01  WS-AM-LAST-VERSION                     PIC 9(2).


       COPY ANSPARM.

       COPY BALPARM.
           PERFORM 1030-GET-OPERATOR  THRU 1030-EXIT
           PERFORM 1040-GET-FINGERPRINT THRU 1040-EXIT
           PERFORM 1500-READ-CONTROL          THRU 1500-EXIT
           IF LIBRARY-LISTING-MODE
               PERFORM 7600-LIBRARY-LISTING   THRU 7600-EXIT
           ELSE
           IF ASSEMBLE-MODE
               PERFORM 6000-ASSEMBLE          THRU 6000-EXIT
           ELSE
           ELSE
               PERFORM 2000-PROCESS-DATA      THRU 2000-EXIT
                   UNTIL END-OF-FILE
               IF WS-LIB-REF NOT EQUAL SPACES
                   PERFORM 2600-RESOLVE-LIBRARY-REF THRU 2600-EXIT
               END-IF
               PERFORM 2500-DERIVE-PROGRAM-INFO THRU 2500-EXIT
               EVALUATE TRUE
                   WHEN DISASSEMBLE-MODE
               END-EVALUATE
           END-IF
           END-IF
           END-IF
           PERFORM 8500-LOG-RUN           THRU 8500-EXIT
           PERFORM 9000-CLOSE-FILE            THRU 9000-EXIT
      *    SET LAST - THE SERVICE-MODULE CALLS ABOVE WOULD CLEAR IT

           ACCEPT WS-LEDGER-START-TS FROM TIME
           MOVE SPACES TO WS-FP-COMMAND
           STRING 'rm -f AOC-FP.FLG ; if [ -f INFILE.TXT ] ;'
                   DELIMITED BY SIZE
               ' then cksum < INFILE.TXT ; else echo 0 0 ; fi'
                   DELIMITED BY SIZE
               ' > AOC-FP.FLG' DELIMITED BY SIZE
               INTO WS-FP-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-FP-COMMAND
       1500-EXIT.
           EXIT.

      ****************************************************************
      * LOAD THE NAMED PROGRAM LIBRARY.  ONE RECORD PER PROGRAM NAME *
      * AND VERSION: NAME(12) VERSION(3) STATUS(1) ASM SOURCE(20)    *
      * TEST-CASE SET(20) OPCODE STRING(50), EACH FIELD FOLLOWED BY  *
      * ONE BLANK.  '*' IN COLUMN 1 IS A COMMENT.  A LATER RECORD    *
      * FOR THE SAME NAME AND VERSION REPLACES AN EARLIER ONE.  AN   *
      * ABSENT LIBRARY LEAVES THE TABLE EMPTY.                       *
      ****************************************************************
       1600-LOAD-LIBRARY.

           IF LIB-LOADED
               GO TO 1600-EXIT
           END-IF
           SET LIB-LOADED TO TRUE
           MOVE 0 TO WS-LIB-CNT
                     WS-LIB-BAD-CNT
           OPEN INPUT PROGRAM-LIBRARY-FILE
           IF WS-PROGRAM-LIB-FST EQUAL '05'
               CLOSE PROGRAM-LIBRARY-FILE
               GO TO 1600-EXIT
           END-IF
           MOVE 'PROGRAM-LIBRARY-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-PROGRAM-LIB-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           SET NOT-LIB-EOF TO TRUE
           PERFORM UNTIL LIB-EOF
               READ PROGRAM-LIBRARY-FILE
                   AT END
                       SET LIB-EOF TO TRUE
                   NOT AT END
                       PERFORM 1650-TAKE-LIB-ENTRY THRU 1650-EXIT
               END-READ
               MOVE 'PROGRAM-LIBRARY-FILE' TO WS-FST-FILE-NAME
               MOVE 'READ' TO WS-FST-OPERATION
               MOVE WS-PROGRAM-LIB-FST TO WS-FST-STATUS
               PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           END-PERFORM
           CLOSE PROGRAM-LIBRARY-FILE
           DISPLAY 'AOC1732I PROGRAM LIBRARY LOADED: ' WS-LIB-CNT
               ' ENTRIES, ' WS-LIB-BAD-CNT ' RECORD(S) IGNORED'
           .
       1600-EXIT.
           EXIT.

       1650-TAKE-LIB-ENTRY.

           IF PROGRAM-LIB-RECORD EQUAL SPACES
               OR PROGRAM-LIB-RECORD(1:1) EQUAL '*'
               GO TO 1650-EXIT
           END-IF
           IF PLR-NAME EQUAL SPACES
               OR PLR-VERSION-X NOT NUMERIC
               OR PLR-OPCODES EQUAL SPACES
               ADD 1 TO WS-LIB-BAD-CNT
               DISPLAY 'AOC1733W MALFORMED PROGRAM-LIBRARY RECORD'
                   ' IGNORED: ' PROGRAM-LIB-RECORD(1:40)
               GO TO 1650-EXIT
           END-IF
           MOVE 0 TO WS-LIB-FOUND
           PERFORM VARYING WS-LIB-SUB FROM 1 BY 1
                   UNTIL WS-LIB-SUB GREATER WS-LIB-CNT
                   OR WS-LIB-FOUND GREATER 0
               IF WS-LIB-NAME(WS-LIB-SUB) EQUAL PLR-NAME
                   AND WS-LIB-VERSION(WS-LIB-SUB) EQUAL PLR-VERSION
                   MOVE WS-LIB-SUB TO WS-LIB-FOUND
               END-IF
           END-PERFORM
           IF WS-LIB-FOUND EQUAL 0
               IF WS-LIB-CNT NOT LESS WS-LIB-MAX
                   ADD 1 TO WS-LIB-BAD-CNT
                   DISPLAY 'AOC1734W PROGRAM LIBRARY TABLE FULL - '
                       PLR-NAME ' VERSION ' PLR-VERSION ' IGNORED'
                   GO TO 1650-EXIT
               END-IF
               ADD 1 TO WS-LIB-CNT
               MOVE WS-LIB-CNT TO WS-LIB-FOUND
           END-IF
           MOVE PLR-NAME       TO WS-LIB-NAME(WS-LIB-FOUND)
           MOVE PLR-VERSION    TO WS-LIB-VERSION(WS-LIB-FOUND)
           MOVE PLR-STATUS     TO WS-LIB-STATUS(WS-LIB-FOUND)
           MOVE PLR-ASM-SOURCE TO WS-LIB-ASM-SOURCE(WS-LIB-FOUND)
           MOVE PLR-TEST-SET   TO WS-LIB-TEST-SET(WS-LIB-FOUND)
           MOVE PLR-OPCODES    TO WS-LIB-OPCODES(WS-LIB-FOUND)
           .
       1650-EXIT.
           EXIT.

      ****************************************************************
      * READ FILE LINE BY LINE                                       *
      ****************************************************************
                           MOVE INPUT-RECORD(13:27) TO WS-REG-INPUT
                           PERFORM 2100-CONVERT-REGISTER THRU 2100-EXIT
                           MOVE WS-REG-NUMERIC TO WS-REG-C
                       WHEN INPUT-RECORD(1:9) EQUAL  'Program: '
                           AND INPUT-RECORD(10:1) EQUAL '@'
                           MOVE INPUT-RECORD(11:30) TO WS-LIB-REF
                       WHEN INPUT-RECORD(1:9) EQUAL  'Program: '
                           MOVE INPUT-RECORD(10:31) TO WS-SOURCE-CODE
                   END-EVALUATE
       2500-EXIT.
           EXIT.

      *****************************************************************
      * RESOLVE A 'Program: @NAME/VER' LIBRARY REFERENCE TO ITS       *
      * OPCODE STRING.  WITHOUT A VERSION THE HIGHEST APPROVED        *
      * VERSION OF THE NAME IS TAKEN (OR, IF NONE IS APPROVED, THE    *
      * HIGHEST VERSION ON FILE).  AN UNAPPROVED VERSION IS REFUSED   *
      * IN PRODUCTION; AN AOC_ENV=TEST SESSION MAY RUN IT.            *
      *****************************************************************
       2600-RESOLVE-LIBRARY-REF.

           PERFORM 1600-LOAD-LIBRARY THRU 1600-EXIT
           IF WS-PROGRAM-LIB-FST EQUAL '05'
               DISPLAY 'AOC1740E ERROR: LIBRARY REFERENCE @'
                   WS-LIB-REF(1:16) ' BUT NO PROGRAM-LIBRARY.TXT'
                   ' ON FILE'
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           MOVE SPACES TO WS-LIB-REF-NAME
                          WS-LIB-REF-VER-X
                          WS-LIB-REF-VER-TXT
           UNSTRING WS-LIB-REF DELIMITED BY '/' OR ALL SPACE
               INTO WS-LIB-REF-NAME
                    WS-LIB-REF-VER-X
           END-UNSTRING
           MOVE 0 TO WS-LIB-REF-VER
           IF WS-LIB-REF-VER-X NOT EQUAL SPACES
      *        RIGHT-JUSTIFY '3' / '03' / '003' TO A THREE-DIGIT KEY
               MOVE '000' TO WS-LIB-REF-VER-TXT
               EVALUATE TRUE
                   WHEN WS-LIB-REF-VER-X(2:2) EQUAL SPACES
                       MOVE WS-LIB-REF-VER-X(1:1)
                           TO WS-LIB-REF-VER-TXT(3:1)
                   WHEN WS-LIB-REF-VER-X(3:1) EQUAL SPACE
                       MOVE WS-LIB-REF-VER-X(1:2)
                           TO WS-LIB-REF-VER-TXT(2:2)
                   WHEN OTHER
                       MOVE WS-LIB-REF-VER-X TO WS-LIB-REF-VER-TXT
               END-EVALUATE
               IF WS-LIB-REF-VER-TXT NOT NUMERIC
                   DISPLAY 'AOC1735E LIBRARY REFERENCE @'
                       WS-LIB-REF(1:16) ' NOT FOUND IN'
                       ' PROGRAM-LIBRARY.TXT'
                   PERFORM 9999-ABEND THRU 9999-EXIT
               END-IF
               MOVE WS-LIB-REF-VER-TXT TO WS-LIB-REF-VER
           END-IF

           MOVE 0 TO WS-LIB-FOUND
           PERFORM VARYING WS-LIB-SUB FROM 1 BY 1
                   UNTIL WS-LIB-SUB GREATER WS-LIB-CNT
               IF WS-LIB-NAME(WS-LIB-SUB) EQUAL WS-LIB-REF-NAME
                   EVALUATE TRUE
                       WHEN WS-LIB-REF-VER GREATER 0
                           IF WS-LIB-VERSION(WS-LIB-SUB)
                               EQUAL WS-LIB-REF-VER
                               MOVE WS-LIB-SUB TO WS-LIB-FOUND
                           END-IF
                       WHEN WS-LIB-FOUND EQUAL 0
                           MOVE WS-LIB-SUB TO WS-LIB-FOUND
                       WHEN LIB-APPROVED(WS-LIB-SUB)
                           AND NOT LIB-APPROVED(WS-LIB-FOUND)
                           MOVE WS-LIB-SUB TO WS-LIB-FOUND
                       WHEN LIB-APPROVED(WS-LIB-SUB)
                           AND WS-LIB-VERSION(WS-LIB-SUB) GREATER
                               WS-LIB-VERSION(WS-LIB-FOUND)
                           MOVE WS-LIB-SUB TO WS-LIB-FOUND
                       WHEN NOT LIB-APPROVED(WS-LIB-FOUND)
                           AND WS-LIB-VERSION(WS-LIB-SUB) GREATER
                               WS-LIB-VERSION(WS-LIB-FOUND)
                           MOVE WS-LIB-SUB TO WS-LIB-FOUND
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-LIB-FOUND EQUAL 0
               DISPLAY 'AOC1735E LIBRARY REFERENCE @'
                   WS-LIB-REF(1:16) ' NOT FOUND IN'
                   ' PROGRAM-LIBRARY.TXT'
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF

           DISPLAY 'AOC1736I PROGRAM ' WS-LIB-NAME(WS-LIB-FOUND)
               ' VERSION ' WS-LIB-VERSION(WS-LIB-FOUND)
               ' STATUS ' WS-LIB-STATUS(WS-LIB-FOUND)
               ' TAKEN FROM PROGRAM LIBRARY'
           IF NOT LIB-APPROVED(WS-LIB-FOUND)
               ACCEPT WS-ENV-SETTING FROM ENVIRONMENT 'AOC_ENV'
               IF WS-ENV-SETTING EQUAL 'TEST'
                   DISPLAY 'AOC1738W UNAPPROVED PROGRAM VERSION RUN'
                       ' IN A TEST SESSION - ANSWER NOT FOR'
                       ' PRODUCTION USE'
               ELSE
                   DISPLAY 'AOC1737E PROGRAM '
                       WS-LIB-NAME(WS-LIB-FOUND) ' VERSION '
                       WS-LIB-VERSION(WS-LIB-FOUND)
                       ' IS NOT APPROVED - REFUSED IN PRODUCTION'
                   PERFORM 9999-ABEND THRU 9999-EXIT
               END-IF
           END-IF
           MOVE SPACES TO WS-SOURCE-CODE
           MOVE WS-LIB-OPCODES(WS-LIB-FOUND) TO WS-SOURCE-CODE
           MOVE WS-LIB-FOUND TO WS-LIB-USED-SUB
           SET LIB-PROGRAM-USED TO TRUE
           .
       2600-EXIT.
           EXIT.

      *****************************************************************
      * PROCESS INSTRUCTIONS                                          *
      *****************************************************************
       7560-EXIT.
           EXIT.

      *****************************************************************
      * PROGRAM LIBRARY LISTING.  EVERY LIBRARY ENTRY WITH ITS        *
      * STATUS, ASSEMBLER SOURCE, TEST-CASE SET AND OPCODES, AND      *
      * UNDER IT EACH ANSWER-MASTER ENTRY A RUN OF THAT VERSION       *
      * POSTED (TAKEN FROM PROGRAM-LIB-USAGE.TXT AND JOINED TO THE    *
      * ANSWER MASTER ON DATE AND ANSWER VERSION).                    *
      *****************************************************************
       7600-LIBRARY-LISTING.

           PERFORM 1600-LOAD-LIBRARY THRU 1600-EXIT
           PERFORM 7620-LOAD-USAGE THRU 7620-EXIT
           PERFORM 7640-JOIN-ANSWERS THRU 7640-EXIT

           OPEN OUTPUT LIB-LISTING-FILE
           MOVE 'LIB-LISTING-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-LIB-LISTING-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           MOVE SPACES TO LIB-LISTING-RECORD
           STRING 'CHRONOSPATIAL-COMPUTER PROGRAM LIBRARY LISTING'
                   DELIMITED BY SIZE
               '   STATUS A=APPROVED P=PENDING W=WITHDRAWN'
                   DELIMITED BY SIZE
               INTO LIB-LISTING-RECORD
           END-STRING
           PERFORM 7690-PUT-LISTING-LINE THRU 7690-EXIT
           MOVE SPACES TO LIB-LISTING-RECORD
           PERFORM 7690-PUT-LISTING-LINE THRU 7690-EXIT

           MOVE 0 TO WS-USE-LISTED
           IF WS-LIB-CNT EQUAL 0
               MOVE 'NO PROGRAM LIBRARY ENTRIES ON FILE'
                   TO LIB-LISTING-RECORD
               PERFORM 7690-PUT-LISTING-LINE THRU 7690-EXIT
           END-IF
           PERFORM VARYING WS-LIB-SUB FROM 1 BY 1
                   UNTIL WS-LIB-SUB GREATER WS-LIB-CNT
               PERFORM 7660-LIST-ONE-ENTRY THRU 7660-EXIT
           END-PERFORM

           MOVE SPACES TO LIB-LISTING-RECORD
           PERFORM 7690-PUT-LISTING-LINE THRU 7690-EXIT
           STRING 'SUMMARY: ' DELIMITED BY SIZE
                   WS-LIB-CNT DELIMITED BY SIZE
                   ' LIBRARY ENTRIES, ' DELIMITED BY SIZE
                   WS-USE-LISTED DELIMITED BY SIZE
                   ' ANSWER-MASTER ENTRIES TRACED' DELIMITED BY SIZE
               INTO LIB-LISTING-RECORD
           END-STRING
           PERFORM 7690-PUT-LISTING-LINE THRU 7690-EXIT
           CLOSE LIB-LISTING-FILE
           DISPLAY 'AOC1739I PROGRAM LIBRARY LISTING WRITTEN: '
               WS-LIB-CNT ' ENTRIES, ' WS-USE-LISTED
               ' ANSWER ENTRIES TRACED'
           .
       7600-EXIT.
           EXIT.

       7620-LOAD-USAGE.

           MOVE 0 TO WS-USE-CNT
           OPEN INPUT LIB-USAGE-FILE
           IF WS-LIB-USAGE-FST EQUAL '05'
               CLOSE LIB-USAGE-FILE
               GO TO 7620-EXIT
           END-IF
           MOVE 'LIB-USAGE-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-LIB-USAGE-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           SET NOT-LIB-EOF TO TRUE
           PERFORM UNTIL LIB-EOF
               READ LIB-USAGE-FILE
                   AT END
                       SET LIB-EOF TO TRUE
                   NOT AT END
                       IF WS-USE-CNT LESS WS-USE-MAX
                           ADD 1 TO WS-USE-CNT
                           MOVE LUR-NAME
                               TO WS-USE-NAME(WS-USE-CNT)
                           MOVE LUR-VERSION
                               TO WS-USE-VERSION(WS-USE-CNT)
                           MOVE LUR-AM-DATE
                               TO WS-USE-AM-DATE(WS-USE-CNT)
                           MOVE LUR-AM-VERSION
                               TO WS-USE-AM-VERSION(WS-USE-CNT)
                           MOVE LUR-RUN-MODE
                               TO WS-USE-RUN-MODE(WS-USE-CNT)
                           MOVE LUR-OPERATOR
                               TO WS-USE-OPERATOR(WS-USE-CNT)
                           MOVE '(NOT IN ANSWER MASTER)'
                               TO WS-USE-PART1(WS-USE-CNT)
                       END-IF
               END-READ
               MOVE 'LIB-USAGE-FILE' TO WS-FST-FILE-NAME
               MOVE 'READ' TO WS-FST-OPERATION
               MOVE WS-LIB-USAGE-FST TO WS-FST-STATUS
               PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           END-PERFORM
           CLOSE LIB-USAGE-FILE
           .
       7620-EXIT.
           EXIT.

       7640-JOIN-ANSWERS.

           IF WS-USE-CNT EQUAL 0
               GO TO 7640-EXIT
           END-IF
           OPEN INPUT ANSWER-MASTER-FILE
           IF WS-ANSWER-MASTER-FST EQUAL '05'
               CLOSE ANSWER-MASTER-FILE
               GO TO 7640-EXIT
           END-IF
           MOVE 'ANSWER-MASTER-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-ANSWER-MASTER-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           SET NOT-AM-EOF TO TRUE
           PERFORM UNTIL AM-EOF
               READ ANSWER-MASTER-FILE
                   AT END
                       SET AM-EOF TO TRUE
                   NOT AT END
                       IF AM-PROGRAM EQUAL 'CHRONOSPATIAL-COMPUTER'
                           PERFORM VARYING WS-USE-SUB FROM 1 BY 1
                                   UNTIL WS-USE-SUB GREATER WS-USE-CNT
                               IF WS-USE-AM-DATE(WS-USE-SUB)
                                   EQUAL AM-DATE
                                   AND WS-USE-AM-VERSION(WS-USE-SUB)
                                   EQUAL AM-VERSION
                                   MOVE AM-PART1
                                       TO WS-USE-PART1(WS-USE-SUB)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
               MOVE 'ANSWER-MASTER-FILE' TO WS-FST-FILE-NAME
               MOVE 'READ' TO WS-FST-OPERATION
               MOVE WS-ANSWER-MASTER-FST TO WS-FST-STATUS
               PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           END-PERFORM
           CLOSE ANSWER-MASTER-FILE
           .
       7640-EXIT.
           EXIT.

       7660-LIST-ONE-ENTRY.

           MOVE SPACES TO LIB-LISTING-RECORD
           PERFORM 7690-PUT-LISTING-LINE THRU 7690-EXIT
           STRING 'PROGRAM ' DELIMITED BY SIZE
                   WS-LIB-NAME(WS-LIB-SUB) DELIMITED BY SIZE
                   ' VERSION ' DELIMITED BY SIZE
                   WS-LIB-VERSION(WS-LIB-SUB) DELIMITED BY SIZE
                   '  STATUS ' DELIMITED BY SIZE
                   WS-LIB-STATUS(WS-LIB-SUB) DELIMITED BY SIZE
                   '  SOURCE ' DELIMITED BY SIZE
                   WS-LIB-ASM-SOURCE(WS-LIB-SUB) DELIMITED BY SIZE
                   ' TESTS ' DELIMITED BY SIZE
                   WS-LIB-TEST-SET(WS-LIB-SUB) DELIMITED BY SIZE
               INTO LIB-LISTING-RECORD
           END-STRING
           PERFORM 7690-PUT-LISTING-LINE THRU 7690-EXIT
           STRING '    OPCODES ' DELIMITED BY SIZE
                   WS-LIB-OPCODES(WS-LIB-SUB) DELIMITED BY SIZE
               INTO LIB-LISTING-RECORD
           END-STRING
           PERFORM 7690-PUT-LISTING-LINE THRU 7690-EXIT
           MOVE 0 TO WS-LIB-FOUND
           PERFORM VARYING WS-USE-SUB FROM 1 BY 1
                   UNTIL WS-USE-SUB GREATER WS-USE-CNT
               IF WS-USE-NAME(WS-USE-SUB) EQUAL WS-LIB-NAME(WS-LIB-SUB)
                   AND WS-USE-VERSION(WS-USE-SUB)
                       EQUAL WS-LIB-VERSION(WS-LIB-SUB)
                   ADD 1 TO WS-LIB-FOUND
                   ADD 1 TO WS-USE-LISTED
                   STRING '    ANSWER ' DELIMITED BY SIZE
                       WS-USE-AM-DATE(WS-USE-SUB) DELIMITED BY SIZE
                       ' VERSION ' DELIMITED BY SIZE
                       WS-USE-AM-VERSION(WS-USE-SUB)
                           DELIMITED BY SIZE
                       '  MODE ' DELIMITED BY SIZE
                       WS-USE-RUN-MODE(WS-USE-SUB) DELIMITED BY SIZE
                       '  OPER ' DELIMITED BY SIZE
                       WS-USE-OPERATOR(WS-USE-SUB) DELIMITED BY SIZE
                       '  PART1 ' DELIMITED BY SIZE
                       WS-USE-PART1(WS-USE-SUB) DELIMITED BY SIZE
                       INTO LIB-LISTING-RECORD
                   END-STRING
                   PERFORM 7690-PUT-LISTING-LINE THRU 7690-EXIT
               END-IF
           END-PERFORM
           IF WS-LIB-FOUND EQUAL 0
               MOVE '    NO ANSWER-MASTER ENTRIES FROM THIS VERSION'
                   TO LIB-LISTING-RECORD
               PERFORM 7690-PUT-LISTING-LINE THRU 7690-EXIT
           END-IF
           .
       7660-EXIT.
           EXIT.

       7690-PUT-LISTING-LINE.

           WRITE LIB-LISTING-RECORD
           MOVE 'LIB-LISTING-FILE' TO WS-FST-FILE-NAME
           MOVE 'WRITE' TO WS-FST-OPERATION
           MOVE WS-LIB-LISTING-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           MOVE SPACES TO LIB-LISTING-RECORD
           .
       7690-EXIT.
           EXIT.

      *****************************************************************
      * REGISTER TEST-CASE HARNESS.  EACH CASE IN VM-TEST-CASES.TXT   *
      * GIVES INITIAL A/B/C, A PROGRAM, AND THE EXPECTED OUTPUT       *
           MOVE SPACES TO ANS-PART2
           MOVE WS-PROGRAM-LEN TO ANS-VOLUME
           CALL 'AOC-ANSWER' USING ANS-PARMS
           IF LIB-PROGRAM-USED
               PERFORM 8600-LOG-LIBRARY-USE THRU 8600-EXIT
           END-IF
      *    POST THE BALANCE RECORD FOR THE BALANCE-CHECK JOB
           MOVE ANS-PROGRAM TO BAL-PROGRAM
           MOVE ANS-VOLUME TO BAL-RECS-IN
       8500-EXIT.
           EXIT.

      *****************************************************************
      * RECORD WHICH LIBRARY VERSION PRODUCED THIS RUN'S ANSWER.  THE *
      * ANSWER-MASTER VERSION AOC-ANSWER JUST ASSIGNED IS THE HIGHEST *
      * ONE ON FILE FOR TODAY'S BUSINESS DATE AND THIS PROGRAM.       *
      *****************************************************************
       8600-LOG-LIBRARY-USE.

           MOVE 0 TO WS-AM-LAST-VERSION
           OPEN INPUT ANSWER-MASTER-FILE
           IF WS-ANSWER-MASTER-FST NOT EQUAL '05'
               SET NOT-AM-EOF TO TRUE
               PERFORM UNTIL AM-EOF
                   READ ANSWER-MASTER-FILE
                       AT END
                           SET AM-EOF TO TRUE
                       NOT AT END
                           IF AM-DATE EQUAL WS-LEDGER-RUN-DATE
                               AND AM-PROGRAM EQUAL ANS-PROGRAM
                               AND AM-VERSION GREATER
                                   WS-AM-LAST-VERSION
                               MOVE AM-VERSION TO WS-AM-LAST-VERSION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ANSWER-MASTER-FILE

           MOVE SPACES TO LIB-USAGE-RECORD
           MOVE WS-LIB-NAME(WS-LIB-USED-SUB)    TO LUR-NAME
           MOVE WS-LIB-VERSION(WS-LIB-USED-SUB) TO LUR-VERSION
           MOVE WS-LIB-STATUS(WS-LIB-USED-SUB)  TO LUR-STATUS
           MOVE WS-LEDGER-RUN-DATE              TO LUR-AM-DATE
           MOVE WS-AM-LAST-VERSION              TO LUR-AM-VERSION
           MOVE WS-RUN-MODE                     TO LUR-RUN-MODE
           MOVE WS-OPERATOR-ID                  TO LUR-OPERATOR
           OPEN EXTEND LIB-USAGE-FILE
           WRITE LIB-USAGE-RECORD
           MOVE 'LIB-USAGE-FILE' TO WS-FST-FILE-NAME
           MOVE 'WRITE' TO WS-FST-OPERATION
           MOVE WS-LIB-USAGE-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           CLOSE LIB-USAGE-FILE
           .
       8600-EXIT.
           EXIT.

      *****************************************************************
      * CLOSE FILE                                                    *
      *****************************************************************
               ' OPERATION ' WS-FST-OPERATION
               ' STATUS ' WS-FST-STATUS
           MOVE SPACES TO WS-ABEND-MSG
           STRING 'AOC1790E FILE ERROR ' DELIMITED BY SIZE
               WS-FST-FILE-NAME DELIMITED BY SPACE
               ' ' WS-FST-OPERATION DELIMITED BY SIZE
               ' STATUS ' WS-FST-STATUS DELIMITED BY SIZE
