      *   G  Gnnnn DATE TIME FILES=nn      GENERATION HEADER        *
      *   M  Gnnnn MEMBER ORIGINAL-PATH    ONE PER ARCHIVED FILE    *
      *   P  Gnnnn DATE                    GENERATION PURGED        *
      *   H  PURGE-yyyymmdd MEMBER PATH    RECORDS PURGED BY        *
      *      RECORDS=nnnnnnn               MASTER-PURGE (NEVER AGED)*
      *                                                              *
      * RETENTION COMES FROM HOUSEKEEP-CONTROL.TXT ('RETAIN=nn');   *
      * DEFAULT IS 5 GENERATIONS.  FILE PLUMBING (EXISTENCE TESTS,  *
      * MOVES, PURGES) RUNS THROUGH THE SHELL VIA CALL 'SYSTEM',    *
      * THE SAME CONVENTION AS THE DRIVERS, WITH EACH DECISION      *
      * ECHOED TO A FLAG FILE AND READ BACK.                        *
      *                                                              *
      * PURGING GENERATIONS IS A DUAL-CONTROL ACTION.  WHEN ANY ARE *
      * DUE, THE RUN ASKS AOC-APPROVE: WITHOUT A SECOND OPERATOR'S  *
      * APPROVAL IT FILES A REQUEST AND KEEPS EVERY GENERATION (THE *
      * SWEEP ITSELF STILL RUNS); THE SAME OPERATOR'S NEXT RUN       *
      * AFTER APPROVAL PURGES EVERYTHING THEN DUE.                   *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-ARCHIVED-CNT                        PIC 9(3) VALUE 0.
       01  WS-MISSING-CNT                         PIC 9(3) VALUE 0.
       01  WS-PURGED-CNT                          PIC 9(3) VALUE 0.
       01  WS-DUE-CNT                             PIC 9(4) VALUE 0.
       01  WS-OPERATOR-ID                         PIC X(8)
           VALUE SPACES.
       COPY APRPARM.
       01  WS-SWEEP-ACTION                        PIC X(9).

       01  WS-COMMAND                             PIC X(400).

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'AOC_OPERATOR'
           IF WS-OPERATOR-ID EQUAL SPACES
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'USER'
           END-IF
           IF WS-OPERATOR-ID EQUAL SPACES
               MOVE 'UNKNOWN' TO WS-OPERATOR-ID
           END-IF
           PERFORM 1000-READ-CONTROL     THRU 1000-EXIT
           PERFORM 1500-FIND-LAST-GEN    THRU 1500-EXIT
           ADD 1 TO WS-GEN-NBR
      * PURGE GENERATION DIRECTORIES OLDER THAN THE RETENTION        *
      * COUNT, RECORDING EACH PURGE IN THE INDEX.  PURGING AN        *
      * ALREADY-ABSENT DIRECTORY IS HARMLESS, SO NO EXISTENCE TEST   *
      * IS NEEDED.  NOTHING IS PURGED WITHOUT A SECOND OPERATOR'S    *
      * APPROVAL.                                                    *
      ***************************************************************
       4000-PURGE-OLD-GENS.

               GO TO 4000-EXIT
           END-IF
           COMPUTE WS-PURGE-LIMIT = WS-GEN-NBR - WS-RETAIN-CNT
           PERFORM 4100-COUNT-DUE-GENS THRU 4100-EXIT
           IF WS-DUE-CNT EQUAL 0
               GO TO 4000-EXIT
           END-IF
           MOVE 'AUTH'             TO APR-OP
           MOVE 'HKPURGE'          TO APR-ACTION
           MOVE 'ARCHIVE GENERATIONS' TO APR-TARGET
           MOVE WS-OPERATOR-ID     TO APR-OPERATOR
           MOVE 'HOUSEKEEP'        TO APR-PROGRAM
           CALL 'AOC-APPROVE' USING APR-PARMS
           MOVE SPACES TO REPORT-RECORD
           STRING 'PURGE OF ' DELIMITED BY SIZE
               WS-DUE-CNT DELIMITED BY SIZE
               ' GENERATION(S) THROUGH G' DELIMITED BY SIZE
               WS-PURGE-LIMIT DELIMITED BY SIZE
               ': ' DELIMITED BY SIZE
               APR-MESSAGE DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF APR-RC NOT EQUAL 0
               DISPLAY 'HOUSEKEEP: ' WS-DUE-CNT ' GENERATION(S) DUE'
                   ' FOR PURGE KEPT - ' APR-MESSAGE
               GO TO 4000-EXIT
           END-IF
           MOVE 1 TO WS-OLD-GEN-NBR
           PERFORM UNTIL WS-OLD-GEN-NBR GREATER WS-PURGE-LIMIT
               MOVE SPACES TO WS-OLD-GEN-ID
       4000-EXIT.
           EXIT.

      ***************************************************************
      * COUNT THE GENERATION DIRECTORIES STILL ON DISK AT OR BELOW   *
      * THE PURGE LIMIT - NONE MEANS THERE IS NOTHING TO APPROVE     *
      ***************************************************************
       4100-COUNT-DUE-GENS.

           MOVE 0 TO WS-DUE-CNT
           MOVE SPACES TO WS-COMMAND
           STRING 'rm -f /tmp/AOC-HOUSEKEEP.FLG ; N=0 ; for D in '
                   DELIMITED BY SIZE
               'ARCHIVE/G[0-9][0-9][0-9][0-9] ; do if [ -d "$D" ]'
                   DELIMITED BY SIZE
               ' && [ "${D#ARCHIVE/G}" -le ' DELIMITED BY SIZE
               WS-PURGE-LIMIT DELIMITED BY SIZE
               ' ] ; then N=$((N+1)) ; fi ; done ;'
                   DELIMITED BY SIZE
               ' printf "%04d" $N > /tmp/AOC-HOUSEKEEP.FLG'
                   DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           PERFORM 2200-READ-SWEEP-FLAG THRU 2200-EXIT
           IF WS-SWEEP-ACTION(1:4) IS NUMERIC
               MOVE WS-SWEEP-ACTION(1:4) TO WS-DUE-CNT
           END-IF
           .
       4100-EXIT.
           EXIT.

       8000-WRITE-SUMMARY.

           MOVE SPACES TO REPORT-RECORD
