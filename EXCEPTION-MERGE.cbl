       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    JOB CATALOG - A MAP ROW COUNTS ONLY FOR A CATALOGED JOB
           SELECT OPTIONAL JOBCAT-FILE ASSIGN TO 'JOBCAT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBCAT-FST.
      *    JOB-TO-EXCEPTION-FILE MAP (SHARED WITH THE DRIVERS)
           SELECT EXCEPTION-MAP-FILE
               ASSIGN TO 'EXCEPTION-FILES.TXT'

       DATA DIVISION.
       FILE SECTION.
       FD  JOBCAT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JOBCAT-RECORD.
       01  JOBCAT-RECORD                          PIC X(80).

       FD  EXCEPTION-MAP-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
               10 WS-MAP-REC-CNT                  PIC 9(6).
       01  WS-MAP-SUB                             PIC 9(2).

      *    CATALOGED JOB NAMES, FROM JOBCAT.TXT
       01  WS-JOBCAT-EOF                          PIC X(1) VALUE 'N'.
           88 JOBCAT-EOF                                   VALUE 'Y'.
           88 NOT-JOBCAT-EOF                               VALUE 'N'.
       01  WS-JOB-CNT                             PIC 9(2) VALUE 0.
       01  WS-JOB-TABLE.
           05  WS-JOB-NAME OCCURS 40 TIMES        PIC X(8).
       01  WS-JOB-SUB                             PIC 9(2).
       01  WS-JOB-FOUND                           PIC X(1).
       01  WS-CHK-NAME                            PIC X(8).

       01  WS-SEQ-NUM                             PIC 9(6).
       01  WS-TOTAL-CNT                           PIC 9(7) VALUE 0.
       01  WS-COMMAND                             PIC X(300).
           05  WS-DL-DETAIL                       PIC X(100).

      *    FILE-STATUS FIELDS
       01  WS-JOBCAT-FST                          PIC X(2) VALUE '00'.
       01  WS-EXCEPTION-MAP-FST                   PIC X(2) VALUE '00'.
       01  WS-STAGE-FST                           PIC X(2) VALUE '00'.
       01  WS-DIGEST-FST                          PIC X(2) VALUE '00'.
       0000-MAINLINE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-LOAD-JOBCAT    THRU 1100-EXIT
           PERFORM 1000-LOAD-MAP       THRU 1000-EXIT
           PERFORM 2000-COUNT-FILES    THRU 2000-EXIT
           OPEN OUTPUT DIGEST-FILE
                   AT END
                       SET EXCEPTION-MAP-EOF TO TRUE
                   NOT AT END
                       MOVE EXCEPTION-MAP-RECORD(1:8) TO WS-CHK-NAME
                       PERFORM 6000-FIND-JOB THRU 6000-EXIT
                       IF WS-JOB-FOUND EQUAL 'Y'
                           AND WS-MAP-CNT LESS 30
                           ADD 1 TO WS-MAP-CNT
                           MOVE EXCEPTION-MAP-RECORD(1:8)
       1000-EXIT.
           EXIT.

      ***************************************************************
      * LOAD THE CATALOGED JOB NAMES                                 *
      ***************************************************************
       1100-LOAD-JOBCAT.

           OPEN INPUT JOBCAT-FILE
           SET NOT-JOBCAT-EOF TO TRUE
           PERFORM UNTIL JOBCAT-EOF
               READ JOBCAT-FILE
                   AT END
                       SET JOBCAT-EOF TO TRUE
                   NOT AT END
                       IF JOBCAT-RECORD(1:1) NOT EQUAL '*'
                           AND JOBCAT-RECORD(1:2) EQUAL SPACES
                           AND JOBCAT-RECORD(3:1) IS ALPHABETIC
                           AND JOBCAT-RECORD(3:1) NOT EQUAL SPACE
                           AND WS-JOB-CNT LESS 40
                           ADD 1 TO WS-JOB-CNT
                           MOVE JOBCAT-RECORD(3:8)
                               TO WS-JOB-NAME(WS-JOB-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBCAT-FILE
           .
       1100-EXIT.
           EXIT.

      ***************************************************************
      * COUNT EACH MAPPED FILE'S RECORDS (FOR THE SUMMARY BLOCK) BY  *
      * STAGING AND READING IT ONCE                                  *
       4000-EXIT.
           EXIT.

      ***************************************************************
      * IS WS-CHK-NAME A CATALOGED JOB (COMMENT AND BLANK ROWS NEVER *
      * ARE)                                                         *
      ***************************************************************
       6000-FIND-JOB.

           MOVE 'N' TO WS-JOB-FOUND
           IF WS-CHK-NAME(1:1) EQUAL '*'
               OR WS-CHK-NAME EQUAL SPACES
               GO TO 6000-EXIT
           END-IF
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB GREATER WS-JOB-CNT
               IF WS-JOB-NAME(WS-JOB-SUB) EQUAL WS-CHK-NAME
                   MOVE 'Y' TO WS-JOB-FOUND
                   MOVE WS-JOB-CNT TO WS-JOB-SUB
               END-IF
           END-PERFORM
           .
       6000-EXIT.
           EXIT.

      ***************************************************************
      * FIND THE TRIMMED LENGTH OF WS-TRIM-FIELD                     *
      ***************************************************************
