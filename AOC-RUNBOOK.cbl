       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-RUNBOOK.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * RUNBOOK LOOKUP SERVICE                                       *
      *                                                              *
      * THE RECOVERY STEPS FOR A FAILED JOB LIVE IN RUNBOOK.TXT AT   *
      * THE WORKSPACE ROOT, KEYED BY JOB AND MESSAGE ID, SO THE      *
      * OPERATOR ON SHIFT HAS THE SAME ANSWER THE SENIOR OPERATOR    *
      * WOULD GIVE.  THIS SERVICE FINDS THE ENTRY FOR A JOB AND      *
      * MESSAGE - FALLING BACK TO THE JOB'S DEFAULT ('*') ENTRY      *
      * WHEN THE MESSAGE HAS NONE OF ITS OWN - AND RETURNS IT AS     *
      * PRINT LINES: RESTART SAFETY, WHO TO CALL, THE FILES TO       *
      * INSPECT, THEN THE NUMBERED RECOVERY STEPS.  AOC-ABEND        *
      * WRITES THEM INTO ABEND-DUMP.TXT AND OPERATOR-MENU SHOWS      *
      * THEM ON REQUEST.  STATICALLY LINKED BY aoc-build.sh LIKE     *
      * AOC-ABEND.  SEE COPYLIB/RBKPARM.cpy.                         *
      *                                                              *
      * RUNBOOK.TXT RECORD (100 BYTES, '*' IN COLUMN 1 = COMMENT):   *
      *   1-8   JOB NAME AS CATALOGUED IN JOBCAT.TXT                 *
      *  10-17  MESSAGE ID (AOCppnnS), OR '*' FOR THE JOB DEFAULT    *
      *  19     LINE TYPE  R = RESTART SAFE (TEXT COLUMN 21 Y OR N,  *
      *                        THEN A NOTE)                          *
      *                    C = WHO TO CALL                           *
      *                    F = FILE TO INSPECT                       *
      *                    S = RECOVERY STEP, IN THE ORDER LISTED    *
      *  21-100 TEXT                                                 *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNBOOK-FILE
               ASSIGN TO '/root/workspace/RUNBOOK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNBOOK-FST.
           SELECT OPTIONAL JOBCAT-FILE
               ASSIGN TO '/root/workspace/JOBCAT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBCAT-FST.

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
           05  FILLER                             PIC X(1).
           05  RB-TYPE                            PIC X(1).
           05  FILLER                             PIC X(1).
           05  RB-TEXT                            PIC X(80).

       FD  JOBCAT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JOBCAT-RECORD.
       01  JOBCAT-RECORD                          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
       01  WS-RUNBOOK-FST                         PIC X(2) VALUE '00'.
       01  WS-JOBCAT-FST                          PIC X(2) VALUE '00'.
       01  WS-RB-EOF                              PIC X(1).
           88 RB-EOF                                       VALUE 'Y'.
           88 NOT-RB-EOF                                   VALUE 'N'.
       01  WS-CAT-EOF                             PIC X(1).
           88 CAT-EOF                                      VALUE 'Y'.
           88 NOT-CAT-EOF                                  VALUE 'N'.
       01  WS-LOADMOD                             PIC X(8)
           VALUE SPACES.

      *    RUNBOOK LINES FOR THE JOB - THE MESSAGE'S OWN AND THE
      *    JOB DEFAULT'S, KEPT APART UNTIL WE KNOW WHICH ONE APPLIES
       01  WS-ENTRY-TABLE.
           05  WS-ENTRY-CNT                       PIC 9(3) VALUE 0.
           05  WS-ENTRY OCCURS 80 TIMES.
               10  WS-ENT-LEVEL                   PIC X(1).
               10  WS-ENT-TYPE                    PIC X(1).
               10  WS-ENT-TEXT                    PIC X(80).
       01  WS-ENT-IDX                             PIC 9(3).
       01  WS-MSG-LINES                           PIC 9(3).
       01  WS-DEFAULT-LINES                       PIC 9(3).
       01  WS-WANT-LEVEL                          PIC X(1).
       01  WS-WANT-TYPE                           PIC X(1).
       01  WS-STEP-NUM                            PIC 9(2).
       01  WS-PRINT-LINE                          PIC X(100).
       01  WS-END                                 PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

       LINKAGE SECTION.
       COPY RBKPARM.

       PROCEDURE DIVISION USING RBK-PARMS.
      ***************************************************************
      * MAINLINE                                                    *
      ***************************************************************
       0000-MAINLINE.

           MOVE 0 TO RBK-LINE-CNT
           MOVE 0 TO WS-ENTRY-CNT
           MOVE 0 TO WS-MSG-LINES
           MOVE 0 TO WS-DEFAULT-LINES
           SET RBK-NO-ENTRY TO TRUE
           IF RBK-JOB EQUAL SPACES
               PERFORM 1000-RESOLVE-JOB THRU 1000-EXIT
           END-IF
           IF RBK-JOB EQUAL SPACES
               GOBACK
           END-IF
           OPEN INPUT RUNBOOK-FILE
           IF WS-RUNBOOK-FST EQUAL '05'
               CLOSE RUNBOOK-FILE
               SET RBK-NO-RUNBOOK TO TRUE
               GOBACK
           END-IF
           SET NOT-RB-EOF TO TRUE
           PERFORM UNTIL RB-EOF
               READ RUNBOOK-FILE
                   AT END
                       SET RB-EOF TO TRUE
                   NOT AT END
                       PERFORM 2000-KEEP-LINE THRU 2000-EXIT
               END-READ
           END-PERFORM
           CLOSE RUNBOOK-FILE
           IF WS-MSG-LINES GREATER 0
               SET RBK-MSG-MATCH TO TRUE
               MOVE 'M' TO WS-WANT-LEVEL
           ELSE
               IF WS-DEFAULT-LINES GREATER 0
                   SET RBK-JOB-MATCH TO TRUE
                   MOVE 'J' TO WS-WANT-LEVEL
               ELSE
                   GOBACK
               END-IF
           END-IF
           PERFORM 3000-FORMAT-ENTRY THRU 3000-EXIT
           GOBACK.

      ***************************************************************
      * NO JOB GIVEN - UNDER BATCH-DRIVER THE LOAD MODULE NAME IS    *
      * THE JOB NAME; OTHERWISE THE FIRST JOBCAT ENTRY CARRYING THE  *
      * CALLER'S PROGRAM-ID (THE DUPLICATE FOLDERS SHARE A           *
      * PROGRAM-ID WITH THE CATALOGUED ONE AND SHARE ITS RUNBOOK)    *
      ***************************************************************
       1000-RESOLVE-JOB.

           ACCEPT WS-LOADMOD FROM ENVIRONMENT 'AOC_LOADMOD'
           IF WS-LOADMOD NOT EQUAL SPACES
               MOVE WS-LOADMOD TO RBK-JOB
               GO TO 1000-EXIT
           END-IF
           IF RBK-PROGRAM EQUAL SPACES
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT JOBCAT-FILE
           IF WS-JOBCAT-FST EQUAL '05'
               CLOSE JOBCAT-FILE
               GO TO 1000-EXIT
           END-IF
           SET NOT-CAT-EOF TO TRUE
           PERFORM UNTIL CAT-EOF
               READ JOBCAT-FILE
                   AT END
                       SET CAT-EOF TO TRUE
                   NOT AT END
                       IF JOBCAT-RECORD(1:1) NOT EQUAL '*'
                           AND JOBCAT-RECORD(15:24) EQUAL RBK-PROGRAM
                           MOVE JOBCAT-RECORD(3:8) TO RBK-JOB
                           SET CAT-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBCAT-FILE
           .
       1000-EXIT.
           EXIT.

      ***************************************************************
      * KEEP ONE RUNBOOK LINE IF IT BELONGS TO THE JOB AND EITHER    *
      * THE MESSAGE ASKED FOR OR THE JOB DEFAULT                     *
      ***************************************************************
       2000-KEEP-LINE.

           IF RUNBOOK-RECORD(1:1) EQUAL '*'
               OR RB-JOB NOT EQUAL RBK-JOB
               GO TO 2000-EXIT
           END-IF
           IF WS-ENTRY-CNT NOT LESS 80
               GO TO 2000-EXIT
           END-IF
           IF RB-MSG-ID EQUAL '*'
               ADD 1 TO WS-ENTRY-CNT
               MOVE 'J' TO WS-ENT-LEVEL(WS-ENTRY-CNT)
               ADD 1 TO WS-DEFAULT-LINES
           ELSE
               IF RBK-MSG-ID EQUAL SPACES
                   OR RB-MSG-ID NOT EQUAL RBK-MSG-ID
                   GO TO 2000-EXIT
               END-IF
               ADD 1 TO WS-ENTRY-CNT
               MOVE 'M' TO WS-ENT-LEVEL(WS-ENTRY-CNT)
               ADD 1 TO WS-MSG-LINES
           END-IF
           MOVE RB-TYPE TO WS-ENT-TYPE(WS-ENTRY-CNT)
           MOVE RB-TEXT TO WS-ENT-TEXT(WS-ENTRY-CNT)
           .
       2000-EXIT.
           EXIT.

      ***************************************************************
      * BUILD THE PRINT LINES: HEADING, RESTART SAFETY, CONTACTS,    *
      * FILES TO INSPECT, THEN THE STEPS NUMBERED IN FILE ORDER      *
      ***************************************************************
       3000-FORMAT-ENTRY.

           MOVE SPACES TO WS-PRINT-LINE
           IF RBK-MSG-MATCH
               STRING 'RUNBOOK  JOB ' DELIMITED BY SIZE
                   RBK-JOB DELIMITED BY SPACE
                   '  MESSAGE ' DELIMITED BY SIZE
                   RBK-MSG-ID DELIMITED BY SPACE
                   INTO WS-PRINT-LINE
               END-STRING
           ELSE
               STRING 'RUNBOOK  JOB ' DELIMITED BY SIZE
                   RBK-JOB DELIMITED BY SPACE
                   '  JOB DEFAULT ENTRY' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               IF RBK-MSG-ID NOT EQUAL SPACES
                   MOVE SPACES TO WS-PRINT-LINE(39:62)
                   STRING ' (NONE FOR ' DELIMITED BY SIZE
                       RBK-MSG-ID DELIMITED BY SPACE
                       ')' DELIMITED BY SIZE
                       INTO WS-PRINT-LINE(39:62)
                   END-STRING
               END-IF
           END-IF
           PERFORM 3900-ADD-LINE THRU 3900-EXIT
           MOVE 'R' TO WS-WANT-TYPE
           PERFORM 3100-FORMAT-TYPE THRU 3100-EXIT
           MOVE 'C' TO WS-WANT-TYPE
           PERFORM 3100-FORMAT-TYPE THRU 3100-EXIT
           MOVE 'F' TO WS-WANT-TYPE
           PERFORM 3100-FORMAT-TYPE THRU 3100-EXIT
           MOVE 0 TO WS-STEP-NUM
           MOVE 'S' TO WS-WANT-TYPE
           PERFORM 3100-FORMAT-TYPE THRU 3100-EXIT
           .
       3000-EXIT.
           EXIT.

       3100-FORMAT-TYPE.

           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX GREATER WS-ENTRY-CNT
               IF WS-ENT-LEVEL(WS-ENT-IDX) EQUAL WS-WANT-LEVEL
                   AND WS-ENT-TYPE(WS-ENT-IDX) EQUAL WS-WANT-TYPE
                   PERFORM 3200-FORMAT-ONE THRU 3200-EXIT
               END-IF
           END-PERFORM
           .
       3100-EXIT.
           EXIT.

       3200-FORMAT-ONE.

           MOVE SPACES TO WS-PRINT-LINE
           EVALUATE WS-WANT-TYPE
               WHEN 'R'
                   IF WS-ENT-TEXT(WS-ENT-IDX)(1:1) EQUAL 'Y'
                       MOVE '  RESTART SAFE : YES' TO WS-PRINT-LINE
                   ELSE
                       MOVE '  RESTART SAFE : NO ' TO WS-PRINT-LINE
                   END-IF
                   IF WS-ENT-TEXT(WS-ENT-IDX)(2:79) NOT EQUAL SPACES
                       MOVE '-' TO WS-PRINT-LINE(22:1)
                       MOVE WS-ENT-TEXT(WS-ENT-IDX)(2:79)
                           TO WS-PRINT-LINE(23:78)
                   END-IF
               WHEN 'C'
                   MOVE '  CALL         :' TO WS-PRINT-LINE
                   MOVE WS-ENT-TEXT(WS-ENT-IDX) TO WS-PRINT-LINE(18:80)
               WHEN 'F'
                   MOVE '  INSPECT      :' TO WS-PRINT-LINE
                   MOVE WS-ENT-TEXT(WS-ENT-IDX) TO WS-PRINT-LINE(18:80)
               WHEN 'S'
                   ADD 1 TO WS-STEP-NUM
                   MOVE '  STEP         :' TO WS-PRINT-LINE
                   MOVE WS-STEP-NUM TO WS-PRINT-LINE(8:2)
                   MOVE WS-ENT-TEXT(WS-ENT-IDX) TO WS-PRINT-LINE(18:80)
           END-EVALUATE
           PERFORM 3900-ADD-LINE THRU 3900-EXIT
           .
       3200-EXIT.
           EXIT.

       3900-ADD-LINE.

           IF RBK-LINE-CNT NOT LESS 40
               GO TO 3900-EXIT
           END-IF
           ADD 1 TO RBK-LINE-CNT
           MOVE WS-PRINT-LINE TO RBK-LINE(RBK-LINE-CNT)
           .
       3900-EXIT.
           EXIT.
