       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT-MGR.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * INCIDENT RECORDS FOR ABENDS AND ESCALATED ALERTS             *
      *                                                              *
      * RUN AT TURNOVER FROM THE WORKSPACE ROOT, AFTER HANDOVER.     *
      * EVERY FRESH ABEND-DUMP HEADER (DATED THE BUSINESS DATE OR    *
      * THE DAY BEFORE) AND EVERY ESCALATED ALERT STILL ON           *
      * ALERT-MASTER.TXT OPENS AN INCIDENT ON INCIDENTS.TXT - UNLESS *
      * THE SAME JOB ALREADY HAS AN OPEN INCIDENT, IN WHICH CASE THE *
      * NEW ABEND OR ALERT IS LINKED TO THAT ONE INSTEAD.  OPEN      *
      * HANDOVER ITEMS WHOSE TEXT NAMES THE JOB OR ITS PROGRAM-ID    *
      * ARE LINKED TO THE JOB'S OPEN INCIDENT AS WELL, SO THE WHOLE  *
      * STORY OF ONE FAILURE HANGS OFF ONE INCIDENT NUMBER.  EVERY   *
      * LINK IS KEPT ON INCIDENT-LINKS.TXT AND NO ABEND, ALERT OR    *
      * ITEM IS EVER LINKED TWICE, SO THE RUN CAN BE REPEATED.       *
      *                                                              *
      * AN INCIDENT IS CLOSED BY AN OPERATOR TRANSACTION ON          *
      * INCIDENT-CLOSE.TXT GIVING THE ROOT-CAUSE CATEGORY AND THE    *
      * TIME SERVICE WAS RESTORED (DEFAULT: NOW).  A TRANSACTION FOR *
      * AN INCIDENT ALREADY CLOSED IS IGNORED, SO THE FILE MAY BE    *
      * LEFT IN PLACE.  ROOT-CAUSE CATEGORIES:                       *
      *   INPUT    INPUT DEFECT          PROGRAM  PROGRAM DEFECT     *
      *   CONFIG   CONFIGURATION         CAPACITY CAPACITY           *
      *   OPERATOR OPERATOR ERROR        OTHER    NONE OF THE ABOVE  *
      *                                                              *
      * INCIDENT-REPORT.TXT IS THE MONTHLY REPORT FOR THE BUSINESS   *
      * MONTH (OR MONTH=yyyymm ON INCIDENT-CONTROL.TXT): INCIDENTS   *
      * OPENED AND RESTORED, THE MEAN TIME TO RESTORE, THE RESTORED  *
      * INCIDENTS BY CAUSE, THE TOP RECURRING CAUSES BY JOB, AND A   *
      * DETAIL LINE FOR EVERY INCIDENT OF THE MONTH OR STILL OPEN.   *
      * AN ALERT CARRIES NO TIME OF DAY, SO ITS INCIDENT OPENS AT    *
      * 00:00 ON THE DAY THE ALERT WAS FIRST RAISED.                 *
      *                                                              *
      * INCIDENTS.TXT (147 BYTES):                                   *
      *   COLS   1-5   INCIDENT NUMBER                               *
      *   COLS   7-12  STATE - OPEN / CLOSED                         *
      *   COLS  14-21  JOB                                           *
      *   COLS  23-46  PROGRAM-ID                                    *
      *   COLS  48-52  RAISED FROM - ABEND / ALERT                   *
      *   COLS  54-61  OPENED DATE      COLS  63-68  OPENED HHMMSS   *
      *   COLS  70-77  RESTORED DATE    COLS  79-84  RESTORED HHMMSS *
      *   COLS  86-93  ROOT CAUSE       COLS  95-102 CLOSED BY       *
      *   COLS 104-106 LINKS            COLS 108-147 CLOSING NOTE    *
      * INCIDENT-LINKS.TXT (80 BYTES):                               *
      *   COLS   1-5   INCIDENT NUMBER                               *
      *   COLS   7-11  LINK TYPE - ABEND / ALERT / ITEM              *
      *   COLS  13-56  KEY - 'PROGRAM DATE TIME' OF THE ABEND,       *
      *                'ALERT nnnn' OR 'ITEM nnnn yyyymmdd text' -   *
      *                THE ITEM'S OPENED DATE AND THE START OF ITS   *
      *                TEXT, AS ITEM NUMBERS ARE REISSUED            *
      *   COLS  58-65  DATE LINKED      COLS  67-74  JOB             *
      * INCIDENT-CLOSE.TXT ('*' IN COLUMN 1 IS A COMMENT):           *
      *   COLS   1-5   INCIDENT NUMBER  COLS   7-14  OPERATOR        *
      *   COLS  16-23  ROOT CAUSE       COLS  25-32  RESTORED DATE   *
      *   COLS  34-39  RESTORED HHMMSS  COLS  41-80  NOTE            *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    REPORT-MONTH OVERRIDE
           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO 'INCIDENT-CONTROL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FST.
      *    JOB NAME TO PROGRAM-ID MAP
           SELECT OPTIONAL JOBCAT-FILE ASSIGN TO 'JOBCAT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBCAT-FST.
      *    THE INCIDENT MASTER AND ITS LINKS
           SELECT OPTIONAL INCIDENT-FILE ASSIGN TO 'INCIDENTS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENT-FST.
           SELECT OPTIONAL LINK-FILE ASSIGN TO 'INCIDENT-LINKS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-FST.
      *    OPERATOR CLOSE TRANSACTIONS
           SELECT OPTIONAL CLOSE-FILE ASSIGN TO 'INCIDENT-CLOSE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-FST.
      *    ABEND-DUMP HEADERS, STAGED BY THE SHELL AS
      *    'PROGRAM DATE TIME'
           SELECT OPTIONAL ABEND-LIST-FILE
               ASSIGN TO '/tmp/AOC-INCIDENT-ABENDS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABEND-FST.
      *    ALERT MASTER KEPT BY ALERT-MONITOR
           SELECT OPTIONAL ALERT-MASTER-FILE
               ASSIGN TO 'ALERT-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-FST.
      *    OPEN ITEMS KEPT BY HANDOVER
           SELECT OPTIONAL ITEMS-FILE ASSIGN TO 'HANDOVER-ITEMS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEMS-FST.
           SELECT REPORT-FILE ASSIGN TO 'INCIDENT-REPORT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FST.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONTROL-RECORD.
       01  CONTROL-RECORD.
           05 CTL-KEYWORD                         PIC X(6).
           05 CTL-MONTH-X                         PIC X(6).
           05 CTL-MONTH REDEFINES CTL-MONTH-X     PIC 9(6).
           05 FILLER                              PIC X(68).

       FD  JOBCAT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JOBCAT-RECORD.
       01  JOBCAT-RECORD.
           05 JCT-FLAG                            PIC X(1).
           05 FILLER                              PIC X(1).
           05 JCT-JOB                             PIC X(8).
           05 FILLER                              PIC X(4).
           05 JCT-PROGRAM                         PIC X(24).
           05 FILLER                              PIC X(42).

       FD  INCIDENT-FILE
           RECORD CONTAINS 147 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS INCIDENT-RECORD.
       01  INCIDENT-RECORD.
           05 INC-ID                              PIC 9(5).
           05 FILLER                              PIC X(1).
           05 INC-STATE                           PIC X(6).
           05 FILLER                              PIC X(1).
           05 INC-JOB                             PIC X(8).
           05 FILLER                              PIC X(1).
           05 INC-PROGRAM                         PIC X(24).
           05 FILLER                              PIC X(1).
           05 INC-SOURCE                          PIC X(5).
           05 FILLER                              PIC X(1).
           05 INC-OPEN-DATE                       PIC 9(8).
           05 FILLER                              PIC X(1).
           05 INC-OPEN-TIME                       PIC 9(6).
           05 FILLER                              PIC X(1).
           05 INC-REST-DATE                       PIC 9(8).
           05 FILLER                              PIC X(1).
           05 INC-REST-TIME                       PIC 9(6).
           05 FILLER                              PIC X(1).
           05 INC-CAUSE                           PIC X(8).
           05 FILLER                              PIC X(1).
           05 INC-CLOSED-BY                       PIC X(8).
           05 FILLER                              PIC X(1).
           05 INC-LINKS                           PIC 9(3).
           05 FILLER                              PIC X(1).
           05 INC-NOTE                            PIC X(40).

       FD  LINK-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LINK-RECORD.
       01  LINK-RECORD.
           05 LNK-ID                              PIC 9(5).
           05 FILLER                              PIC X(1).
           05 LNK-TYPE                            PIC X(5).
           05 FILLER                              PIC X(1).
           05 LNK-KEY                             PIC X(44).
           05 FILLER                              PIC X(1).
           05 LNK-DATE                            PIC 9(8).
           05 FILLER                              PIC X(1).
           05 LNK-JOB                             PIC X(8).
           05 FILLER                              PIC X(6).

       FD  CLOSE-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CLOSE-RECORD.
       01  CLOSE-RECORD.
           05 CLS-ID-X                            PIC X(5).
           05 CLS-ID REDEFINES CLS-ID-X           PIC 9(5).
           05 FILLER                              PIC X(1).
           05 CLS-OPERATOR                        PIC X(8).
           05 FILLER                              PIC X(1).
           05 CLS-CAUSE                           PIC X(8).
           05 FILLER                              PIC X(1).
           05 CLS-DATE-X                          PIC X(8).
           05 CLS-DATE REDEFINES CLS-DATE-X       PIC 9(8).
           05 FILLER                              PIC X(1).
           05 CLS-TIME-X                          PIC X(6).
           05 CLS-TIME REDEFINES CLS-TIME-X       PIC 9(6).
           05 FILLER                              PIC X(1).
           05 CLS-NOTE                            PIC X(40).

       FD  ABEND-LIST-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ABEND-LIST-RECORD.
       01  ABEND-LIST-RECORD                      PIC X(80).

       FD  ALERT-MASTER-FILE
           RECORD CONTAINS 123 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ALERT-MASTER-RECORD.
       01  ALERT-MASTER-RECORD.
           05 ALM-ID                              PIC 9(4).
           05 FILLER                              PIC X(1).
           05 ALM-STATE                           PIC X(12).
           05 FILLER                              PIC X(1).
           05 ALM-JOB                             PIC X(8).
           05 FILLER                              PIC X(1).
           05 ALM-TYPE                            PIC X(12).
           05 FILLER                              PIC X(1).
           05 ALM-FIRST-DATE                      PIC 9(8).
           05 FILLER                              PIC X(1).
           05 ALM-LAST-DATE                       PIC 9(8).
           05 FILLER                              PIC X(1).
           05 ALM-RECUR                           PIC 9(4).
           05 FILLER                              PIC X(1).
           05 ALM-BATCHES-UNACK                   PIC 9(3).
           05 FILLER                              PIC X(1).
           05 ALM-ESCALATED                       PIC X(1).
           05 FILLER                              PIC X(1).
           05 ALM-ACK-OPER                        PIC X(8).
           05 FILLER                              PIC X(1).
           05 ALM-ACK-NOTE                        PIC X(45).

       FD  ITEMS-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ITEMS-RECORD.
       01  ITEMS-RECORD.
           05 ITM-ID                              PIC 9(4).
           05 FILLER                              PIC X(1).
           05 ITM-STATE                           PIC X(6).
           05 FILLER                              PIC X(1).
           05 ITM-OPENED                          PIC 9(8).
           05 FILLER                              PIC X(1).
           05 ITM-TEXT                            PIC X(59).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REPORT-RECORD.
       01  REPORT-RECORD                          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
       01  WS-CONTROL-FST                         PIC X(2) VALUE '00'.
       01  WS-JOBCAT-FST                          PIC X(2) VALUE '00'.
       01  WS-INCIDENT-FST                        PIC X(2) VALUE '00'.
       01  WS-LINK-FST                            PIC X(2) VALUE '00'.
       01  WS-CLOSE-FST                           PIC X(2) VALUE '00'.
       01  WS-ABEND-FST                           PIC X(2) VALUE '00'.
       01  WS-ALERT-FST                           PIC X(2) VALUE '00'.
       01  WS-ITEMS-FST                           PIC X(2) VALUE '00'.
       01  WS-REPORT-FST                          PIC X(2) VALUE '00'.
       01  WS-EOF-FLAG                            PIC X(1).
           88 SCAN-EOF                                     VALUE 'Y'.
           88 NOT-SCAN-EOF                                 VALUE 'N'.
       01  WS-COMMAND                             PIC X(400).
       01  WS-RUN-DATE                            PIC 9(8).
       01  WS-RUN-TIME-FULL                       PIC 9(8).
       01  WS-RUN-TIME                            PIC 9(6).
       01  WS-OPERATOR-ID                         PIC X(8)
           VALUE SPACES.
       01  WS-FRESH-DATE                          PIC 9(8).
       01  WS-REPORT-MONTH                        PIC 9(6).
       COPY BIZPARM.

      *    JOB NAME TO PROGRAM-ID MAP FROM THE JOB CATALOG
       01  WS-CAT-CNT                             PIC 9(3) VALUE 0.
       01  WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 60 TIMES.
              10 WS-CT-JOB                        PIC X(8).
              10 WS-CT-PROGRAM                    PIC X(24).
       01  WS-CAT-SUB                             PIC 9(3).

      *    THE INCIDENT MASTER, HELD WHOLE AND REWRITTEN
       01  WS-INC-CNT                             PIC 9(4) VALUE 0.
       01  WS-INC-MAX                             PIC 9(4) VALUE 2000.
       01  WS-INC-TABLE.
           05 WS-INC-ENTRY OCCURS 2000 TIMES.
              10 WS-IN-ID                         PIC 9(5).
              10 WS-IN-STATE                      PIC X(6).
              10 WS-IN-JOB                        PIC X(8).
              10 WS-IN-PROGRAM                    PIC X(24).
              10 WS-IN-SOURCE                     PIC X(5).
              10 WS-IN-OPEN-DATE                  PIC 9(8).
              10 WS-IN-OPEN-TIME                  PIC 9(6).
              10 WS-IN-REST-DATE                  PIC 9(8).
              10 WS-IN-REST-TIME                  PIC 9(6).
              10 WS-IN-CAUSE                      PIC X(8).
              10 WS-IN-CLOSED-BY                  PIC X(8).
              10 WS-IN-LINKS                      PIC 9(3).
              10 WS-IN-NOTE                       PIC X(40).
       01  WS-INC-SUB                             PIC 9(4).
       01  WS-INC-HIT                             PIC 9(4).
       01  WS-LAST-ID                             PIC 9(5) VALUE 0.

      *    EVERY LINK EVER MADE - NOTHING IS LINKED TWICE
       01  WS-LNK-CNT                             PIC 9(5) VALUE 0.
       01  WS-LNK-MAX                             PIC 9(5) VALUE 9000.
       01  WS-LNK-TABLE.
           05 WS-LNK-ENTRY OCCURS 9000 TIMES.
              10 WS-LK-ID                         PIC 9(5).
              10 WS-LK-TYPE                       PIC X(5).
              10 WS-LK-KEY                        PIC X(44).
              10 WS-LK-DATE                       PIC 9(8).
              10 WS-LK-JOB                        PIC X(8).
       01  WS-LNK-SUB                             PIC 9(5).
       01  WS-LNK-FOUND                           PIC X(1).
           88 ALREADY-LINKED                               VALUE 'Y'.

      *    THE EVENT IN HAND - AN ABEND, ALERT OR HANDOVER ITEM
       01  WS-EV-TYPE                             PIC X(5).
       01  WS-EV-KEY                              PIC X(44).
       01  WS-EV-JOB                              PIC X(8).
       01  WS-EV-PROGRAM                          PIC X(24).
       01  WS-EV-DATE                             PIC 9(8).
       01  WS-EV-TIME                             PIC 9(6).
       01  WS-AB-PROGRAM                          PIC X(24).
       01  WS-AB-DATE-X                           PIC X(8).
       01  WS-AB-DATE REDEFINES WS-AB-DATE-X      PIC 9(8).
       01  WS-AB-TIME-X                           PIC X(8).
       01  WS-AB-TIME REDEFINES WS-AB-TIME-X      PIC 9(8).
       01  WS-ID-EDIT                             PIC Z(4)9.
       01  WS-ITEM-EDIT                           PIC 9(4).
       01  WS-ALERT-EDIT                          PIC 9(4).
       01  WS-MATCH-CNT                           PIC 9(3).
       01  WS-TRIM-FIELD                          PIC X(24).
       01  WS-TRIM-LEN                            PIC 9(2).

      *    CLOSE TRANSACTION VALIDATION
       01  WS-CAUSE-FLAG                          PIC X(1).
           88 CAUSE-VALID                                  VALUE 'Y'.
       01  WS-CLOSE-DATE                          PIC 9(8).
       01  WS-CLOSE-TIME                          PIC 9(6).
       01  WS-CLOSE-OPER                          PIC X(8).

      *    ELAPSED TIME BETWEEN OPENING AND RESTORE
       01  WS-TTR-MINUTES                         PIC S9(9).
       01  WS-TTR-HH                              PIC 9(5).
       01  WS-TTR-MM                              PIC 9(2).
       01  WS-TTR-EDIT.
           05 WS-TTR-EDIT-HH                      PIC ZZZZ9.
           05 FILLER                              PIC X(1) VALUE ':'.
           05 WS-TTR-EDIT-MM                      PIC 9(2).
       01  WS-DAY-FROM                            PIC 9(8).
       01  WS-DAY-TO                              PIC 9(8).
       01  WS-TIME-HHMM.
           05 WS-TIME-HH                          PIC 9(2).
           05 WS-TIME-MM                          PIC 9(2).
           05 WS-TIME-SS                          PIC 9(2).
       01  WS-TIME-6 REDEFINES WS-TIME-HHMM       PIC 9(6).
       01  WS-MIN-FROM                            PIC 9(4).
       01  WS-MIN-TO                              PIC 9(4).

      *    MONTHLY FIGURES
       01  WS-OPENED-MONTH                        PIC 9(5) VALUE 0.
       01  WS-RESTORED-MONTH                      PIC 9(5) VALUE 0.
       01  WS-STILL-OPEN                          PIC 9(5) VALUE 0.
       01  WS-TTR-TOTAL                           PIC 9(11) VALUE 0.
       01  WS-TTR-MEAN                            PIC 9(9) VALUE 0.
       01  WS-CAUSE-NAMES.
           05 FILLER                              PIC X(8)
              VALUE 'INPUT   '.
           05 FILLER                              PIC X(8)
              VALUE 'PROGRAM '.
           05 FILLER                              PIC X(8)
              VALUE 'CONFIG  '.
           05 FILLER                              PIC X(8)
              VALUE 'CAPACITY'.
           05 FILLER                              PIC X(8)
              VALUE 'OPERATOR'.
           05 FILLER                              PIC X(8)
              VALUE 'OTHER   '.
       01  WS-CAUSE-TABLE REDEFINES WS-CAUSE-NAMES.
           05 WS-CAUSE-NAME OCCURS 6 TIMES        PIC X(8).
       01  WS-CAUSE-COUNTS.
           05 WS-CAUSE-CNT OCCURS 6 TIMES         PIC 9(5).
       01  WS-CAUSE-SUB                           PIC 9(1).
       01  WS-CAUSE-HIT                           PIC 9(1).
       01  WS-PAIR-CNT                            PIC 9(3) VALUE 0.
       01  WS-PAIR-TABLE.
           05 WS-PAIR-ENTRY OCCURS 200 TIMES.
              10 WS-PR-JOB                        PIC X(8).
              10 WS-PR-CAUSE                      PIC X(8).
              10 WS-PR-COUNT                      PIC 9(5).
              10 WS-PR-SHOWN                      PIC X(1).
       01  WS-PAIR-SUB                            PIC 9(3).
       01  WS-PAIR-HIT                            PIC 9(3).
       01  WS-PAIR-RANK                           PIC 9(2).
       01  WS-DETAIL-FLAG                         PIC X(1).
           88 SHOW-DETAIL                                  VALUE 'Y'.
       01  WS-COUNT-EDIT                          PIC ZZZZ9.
       01  WS-LINKS-EDIT                          PIC ZZ9.
       01  WS-REST-TEXT                           PIC X(15).
       01  WS-TTR-TEXT                            PIC X(8).

      *    RUN COUNTS
       01  WS-OPENED-CNT                          PIC 9(4) VALUE 0.
       01  WS-LINKED-CNT                          PIC 9(4) VALUE 0.
       01  WS-CLOSED-CNT                          PIC 9(4) VALUE 0.
       01  WS-REJECTED-CNT                        PIC 9(4) VALUE 0.
       01  WS-FULL-FLAG                           PIC X(1) VALUE 'N'.
           88 TABLE-FULL                                   VALUE 'Y'.
       01  WS-END                                 PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

       PROCEDURE DIVISION.
      ***************************************************************
      * MAINLINE                                                    *
      ***************************************************************
       0000-MAINLINE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-FULL FROM TIME
           MOVE WS-RUN-TIME-FULL(1:6) TO WS-RUN-TIME
           MOVE WS-RUN-DATE TO BIZ-ACTUAL-DATE
           CALL 'AOC-BIZDATE' USING BIZ-PARMS
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'AOC_OPERATOR'
           IF WS-OPERATOR-ID EQUAL SPACES
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'USER'
           END-IF
           IF WS-OPERATOR-ID EQUAL SPACES
               MOVE 'UNKNOWN' TO WS-OPERATOR-ID
           END-IF
           COMPUTE WS-FRESH-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(BIZ-DATE) - 1)
           MOVE BIZ-DATE(1:6) TO WS-REPORT-MONTH

           PERFORM 1000-READ-CONTROL     THRU 1000-EXIT
           PERFORM 1100-LOAD-JOBCAT      THRU 1100-EXIT
           PERFORM 1200-LOAD-INCIDENTS   THRU 1200-EXIT
           PERFORM 1300-LOAD-LINKS       THRU 1300-EXIT
           PERFORM 2000-APPLY-CLOSES     THRU 2000-EXIT
           PERFORM 3000-TAKE-ABENDS      THRU 3000-EXIT
           PERFORM 3200-TAKE-ALERTS      THRU 3200-EXIT
           PERFORM 3400-LINK-HANDOVER    THRU 3400-EXIT
           PERFORM 6000-REWRITE-MASTERS  THRU 6000-EXIT
           PERFORM 4000-WRITE-REPORT     THRU 4000-EXIT

           DISPLAY 'AOC2001I INCIDENT-MGR COMPLETE: ' WS-OPENED-CNT
               ' OPENED, ' WS-LINKED-CNT ' LINKED, ' WS-CLOSED-CNT
               ' CLOSED, ' WS-STILL-OPEN ' STILL OPEN - SEE'
               ' INCIDENT-REPORT.TXT'
           IF TABLE-FULL
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ***************************************************************
      * OPTIONAL REPORT-MONTH OVERRIDE: MONTH=yyyymm                 *
      ***************************************************************
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
                       IF CTL-KEYWORD EQUAL 'MONTH='
                           AND CTL-MONTH-X IS NUMERIC
                           MOVE CTL-MONTH TO WS-REPORT-MONTH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE.

       1000-EXIT.
           EXIT.

      ***************************************************************
      * LOAD THE JOB CATALOG SO AN ABENDING PROGRAM-ID CAN BE NAMED  *
      * BY ITS JOB                                                   *
      ***************************************************************
       1100-LOAD-JOBCAT.

           OPEN INPUT JOBCAT-FILE
           IF WS-JOBCAT-FST EQUAL '05'
               CLOSE JOBCAT-FILE
               GO TO 1100-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ JOBCAT-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF JCT-FLAG NOT EQUAL '*'
                           AND JCT-JOB NOT EQUAL SPACES
                           AND WS-CAT-CNT LESS 60
                           ADD 1 TO WS-CAT-CNT
                           MOVE JCT-JOB TO WS-CT-JOB(WS-CAT-CNT)
                           MOVE JCT-PROGRAM
                               TO WS-CT-PROGRAM(WS-CAT-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBCAT-FILE.

       1100-EXIT.
           EXIT.

      ***************************************************************
      * LOAD THE INCIDENT MASTER                                     *
      ***************************************************************
       1200-LOAD-INCIDENTS.

           OPEN INPUT INCIDENT-FILE
           IF WS-INCIDENT-FST EQUAL '05'
               CLOSE INCIDENT-FILE
               GO TO 1200-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ INCIDENT-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF INC-ID IS NUMERIC
                           AND WS-INC-CNT LESS WS-INC-MAX
                           ADD 1 TO WS-INC-CNT
                           MOVE INC-ID TO WS-IN-ID(WS-INC-CNT)
                           MOVE INC-STATE TO WS-IN-STATE(WS-INC-CNT)
                           MOVE INC-JOB TO WS-IN-JOB(WS-INC-CNT)
                           MOVE INC-PROGRAM
                               TO WS-IN-PROGRAM(WS-INC-CNT)
                           MOVE INC-SOURCE TO WS-IN-SOURCE(WS-INC-CNT)
                           MOVE INC-OPEN-DATE
                               TO WS-IN-OPEN-DATE(WS-INC-CNT)
                           MOVE INC-OPEN-TIME
                               TO WS-IN-OPEN-TIME(WS-INC-CNT)
                           MOVE INC-REST-DATE
                               TO WS-IN-REST-DATE(WS-INC-CNT)
                           MOVE INC-REST-TIME
                               TO WS-IN-REST-TIME(WS-INC-CNT)
                           MOVE INC-CAUSE TO WS-IN-CAUSE(WS-INC-CNT)
                           MOVE INC-CLOSED-BY
                               TO WS-IN-CLOSED-BY(WS-INC-CNT)
                           MOVE INC-LINKS TO WS-IN-LINKS(WS-INC-CNT)
                           MOVE INC-NOTE TO WS-IN-NOTE(WS-INC-CNT)
                           IF INC-ID GREATER WS-LAST-ID
                               MOVE INC-ID TO WS-LAST-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INCIDENT-FILE.

       1200-EXIT.
           EXIT.

      ***************************************************************
      * LOAD EVERY LINK ALREADY MADE                                 *
      ***************************************************************
       1300-LOAD-LINKS.

           OPEN INPUT LINK-FILE
           IF WS-LINK-FST EQUAL '05'
               CLOSE LINK-FILE
               GO TO 1300-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ LINK-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF LNK-ID IS NUMERIC
                           AND WS-LNK-CNT LESS WS-LNK-MAX
                           ADD 1 TO WS-LNK-CNT
                           MOVE LNK-ID TO WS-LK-ID(WS-LNK-CNT)
                           MOVE LNK-TYPE TO WS-LK-TYPE(WS-LNK-CNT)
                           MOVE LNK-KEY TO WS-LK-KEY(WS-LNK-CNT)
                           MOVE LNK-DATE TO WS-LK-DATE(WS-LNK-CNT)
                           MOVE LNK-JOB TO WS-LK-JOB(WS-LNK-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LINK-FILE.

       1300-EXIT.
           EXIT.

      ***************************************************************
      * APPLY THE OPERATORS' CLOSE TRANSACTIONS.  ONLY AN OPEN       *
      * INCIDENT IS CLOSED, SO A TRANSACTION LEFT ON THE FILE FROM   *
      * AN EARLIER RUN CHANGES NOTHING.                              *
      ***************************************************************
       2000-APPLY-CLOSES.

           OPEN INPUT CLOSE-FILE
           IF WS-CLOSE-FST EQUAL '05'
               CLOSE CLOSE-FILE
               GO TO 2000-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ CLOSE-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF CLS-ID-X(1:1) NOT EQUAL '*'
                           AND CLOSE-RECORD NOT EQUAL SPACES
                           PERFORM 2100-TAKE-CLOSE THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLOSE-FILE.

       2000-EXIT.
           EXIT.

       2100-TAKE-CLOSE.

           IF CLS-ID-X IS NOT NUMERIC
               DISPLAY 'AOC2003W INCIDENT-CLOSE.TXT: ' CLS-ID-X
                   ' IS NOT AN INCIDENT NUMBER - IGNORED'
               ADD 1 TO WS-REJECTED-CNT
               GO TO 2100-EXIT
           END-IF
           MOVE CLS-ID TO WS-ID-EDIT
           MOVE 0 TO WS-INC-HIT
           PERFORM VARYING WS-INC-SUB FROM 1 BY 1
                   UNTIL WS-INC-SUB GREATER WS-INC-CNT
               IF WS-IN-ID(WS-INC-SUB) EQUAL CLS-ID
                   MOVE WS-INC-SUB TO WS-INC-HIT
               END-IF
           END-PERFORM
           IF WS-INC-HIT EQUAL 0
               DISPLAY 'AOC2003W INCIDENT-CLOSE.TXT: NO INCIDENT '
                   WS-ID-EDIT ' - IGNORED'
               ADD 1 TO WS-REJECTED-CNT
               GO TO 2100-EXIT
           END-IF
           IF WS-IN-STATE(WS-INC-HIT) NOT EQUAL 'OPEN'
               GO TO 2100-EXIT
           END-IF

           MOVE 'N' TO WS-CAUSE-FLAG
           PERFORM VARYING WS-CAUSE-SUB FROM 1 BY 1
                   UNTIL WS-CAUSE-SUB GREATER 6
               IF CLS-CAUSE EQUAL WS-CAUSE-NAME(WS-CAUSE-SUB)
                   SET CAUSE-VALID TO TRUE
               END-IF
           END-PERFORM
           IF NOT CAUSE-VALID
               DISPLAY 'AOC2004W INCIDENT ' WS-ID-EDIT
                   ' NOT CLOSED - ' CLS-CAUSE
                   ' IS NOT A ROOT-CAUSE CATEGORY'
               ADD 1 TO WS-REJECTED-CNT
               GO TO 2100-EXIT
           END-IF

           IF CLS-DATE-X IS NUMERIC
               MOVE CLS-DATE TO WS-CLOSE-DATE
               IF CLS-TIME-X IS NUMERIC
                   MOVE CLS-TIME TO WS-CLOSE-TIME
               ELSE
                   MOVE 0 TO WS-CLOSE-TIME
               END-IF
           ELSE
               MOVE WS-RUN-DATE TO WS-CLOSE-DATE
               MOVE WS-RUN-TIME TO WS-CLOSE-TIME
           END-IF
           IF WS-CLOSE-DATE LESS WS-IN-OPEN-DATE(WS-INC-HIT)
               OR (WS-CLOSE-DATE EQUAL WS-IN-OPEN-DATE(WS-INC-HIT)
                   AND WS-CLOSE-TIME LESS
                       WS-IN-OPEN-TIME(WS-INC-HIT))
               DISPLAY 'AOC2005W INCIDENT ' WS-ID-EDIT
                   ' NOT CLOSED - RESTORE TIME IS BEFORE IT OPENED'
               ADD 1 TO WS-REJECTED-CNT
               GO TO 2100-EXIT
           END-IF
           MOVE CLS-OPERATOR TO WS-CLOSE-OPER
           IF WS-CLOSE-OPER EQUAL SPACES
               MOVE WS-OPERATOR-ID TO WS-CLOSE-OPER
           END-IF

           MOVE 'CLOSED' TO WS-IN-STATE(WS-INC-HIT)
           MOVE WS-CLOSE-DATE TO WS-IN-REST-DATE(WS-INC-HIT)
           MOVE WS-CLOSE-TIME TO WS-IN-REST-TIME(WS-INC-HIT)
           MOVE CLS-CAUSE TO WS-IN-CAUSE(WS-INC-HIT)
           MOVE WS-CLOSE-OPER TO WS-IN-CLOSED-BY(WS-INC-HIT)
           MOVE CLS-NOTE TO WS-IN-NOTE(WS-INC-HIT)
           ADD 1 TO WS-CLOSED-CNT
           DISPLAY 'AOC2007I INCIDENT ' WS-ID-EDIT ' CLOSED - CAUSE '
               CLS-CAUSE ' BY ' WS-CLOSE-OPER.

       2100-EXIT.
           EXIT.

      ***************************************************************
      * FRESH ABEND-DUMP HEADERS FROM THE ROOT AND EVERY JOB FOLDER  *
      ***************************************************************
       3000-TAKE-ABENDS.

           MOVE SPACES TO WS-COMMAND
           STRING 'grep -h "==== ABEND DUMP" ABEND-DUMP.TXT '
               '"day "*/ABEND-DUMP.TXT 2>/dev/null | sed -n '
               '"s/.*PROGRAM=\([^ ]*\) *DATE=\([0-9]*\) '
               'TIME=\([0-9]*\).*/\1 \2 \3/p" '
               '> /tmp/AOC-INCIDENT-ABENDS.TXT'
               DELIMITED BY SIZE INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND

           OPEN INPUT ABEND-LIST-FILE
           IF WS-ABEND-FST EQUAL '05'
               CLOSE ABEND-LIST-FILE
               GO TO 3000-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ ABEND-LIST-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-TAKE-ABEND THRU 3100-EXIT
               END-READ
           END-PERFORM
           CLOSE ABEND-LIST-FILE
           MOVE 'rm -f /tmp/AOC-INCIDENT-ABENDS.TXT' TO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND.

       3000-EXIT.
           EXIT.

       3100-TAKE-ABEND.

           MOVE SPACES TO WS-AB-PROGRAM WS-AB-DATE-X WS-AB-TIME-X
           UNSTRING ABEND-LIST-RECORD DELIMITED BY ALL SPACE
               INTO WS-AB-PROGRAM WS-AB-DATE-X WS-AB-TIME-X
           END-UNSTRING
           IF WS-AB-DATE-X IS NOT NUMERIC
               OR WS-AB-TIME-X IS NOT NUMERIC
               GO TO 3100-EXIT
           END-IF
           IF WS-AB-DATE LESS WS-FRESH-DATE
               GO TO 3100-EXIT
           END-IF
           MOVE 'ABEND' TO WS-EV-TYPE
           MOVE SPACES TO WS-EV-KEY
           STRING WS-AB-PROGRAM DELIMITED BY SPACE
               ' ' WS-AB-DATE-X ' ' WS-AB-TIME-X
               DELIMITED BY SIZE INTO WS-EV-KEY
           END-STRING
           MOVE WS-AB-PROGRAM TO WS-EV-PROGRAM
           MOVE WS-AB-PROGRAM TO WS-EV-JOB
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB GREATER WS-CAT-CNT
               IF WS-CT-PROGRAM(WS-CAT-SUB) EQUAL WS-AB-PROGRAM
                   MOVE WS-CT-JOB(WS-CAT-SUB) TO WS-EV-JOB
               END-IF
           END-PERFORM
           MOVE WS-AB-DATE TO WS-EV-DATE
           MOVE WS-AB-TIME-X(1:6) TO WS-EV-TIME
           PERFORM 3800-RAISE-OR-LINK THRU 3800-EXIT.

       3100-EXIT.
           EXIT.

      ***************************************************************
      * ESCALATED ALERTS NOT YET CLOSED ON THE ALERT MASTER          *
      ***************************************************************
       3200-TAKE-ALERTS.

           OPEN INPUT ALERT-MASTER-FILE
           IF WS-ALERT-FST EQUAL '05'
               CLOSE ALERT-MASTER-FILE
               GO TO 3200-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ ALERT-MASTER-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF ALM-ID IS NUMERIC
                           AND ALM-ESCALATED EQUAL 'E'
                           AND ALM-STATE NOT EQUAL 'CLOSED'
                           PERFORM 3300-TAKE-ALERT THRU 3300-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-MASTER-FILE.

       3200-EXIT.
           EXIT.

       3300-TAKE-ALERT.

           MOVE 'ALERT' TO WS-EV-TYPE
           MOVE ALM-ID TO WS-ALERT-EDIT
           MOVE SPACES TO WS-EV-KEY
           STRING 'ALERT ' WS-ALERT-EDIT ' ' ALM-TYPE
               DELIMITED BY SIZE INTO WS-EV-KEY
           END-STRING
           MOVE ALM-JOB TO WS-EV-JOB
           MOVE SPACES TO WS-EV-PROGRAM
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB GREATER WS-CAT-CNT
               IF WS-CT-JOB(WS-CAT-SUB) EQUAL ALM-JOB
                   MOVE WS-CT-PROGRAM(WS-CAT-SUB) TO WS-EV-PROGRAM
               END-IF
           END-PERFORM
           MOVE ALM-FIRST-DATE TO WS-EV-DATE
           MOVE 0 TO WS-EV-TIME
           PERFORM 3800-RAISE-OR-LINK THRU 3800-EXIT.

       3300-EXIT.
           EXIT.

      ***************************************************************
      * LINK OPEN HANDOVER ITEMS THAT NAME THE JOB OR PROGRAM OF AN  *
      * OPEN INCIDENT.  ITEMS NEVER OPEN AN INCIDENT THEMSELVES.     *
      ***************************************************************
       3400-LINK-HANDOVER.

           OPEN INPUT ITEMS-FILE
           IF WS-ITEMS-FST EQUAL '05'
               CLOSE ITEMS-FILE
               GO TO 3400-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ ITEMS-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF ITM-ID IS NUMERIC
                           AND ITM-STATE EQUAL 'OPEN'
                           PERFORM 3500-TAKE-ITEM THRU 3500-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ITEMS-FILE.

       3400-EXIT.
           EXIT.

       3500-TAKE-ITEM.

           MOVE 'ITEM' TO WS-EV-TYPE
           MOVE ITM-ID TO WS-ITEM-EDIT
      *    ITEM NUMBERS ARE REISSUED ONCE AN ITEM IS CLOSED, SO THE
      *    KEY CARRIES THE OPENED DATE AND THE START OF THE TEXT TOO
           MOVE SPACES TO WS-EV-KEY
           STRING 'ITEM ' WS-ITEM-EDIT ' ' ITM-OPENED ' ' ITM-TEXT
               DELIMITED BY SIZE INTO WS-EV-KEY
           END-STRING
           PERFORM 3950-CHECK-LINKED THRU 3950-EXIT
           IF ALREADY-LINKED
               GO TO 3500-EXIT
           END-IF
           MOVE 0 TO WS-INC-HIT
           PERFORM VARYING WS-INC-SUB FROM 1 BY 1
                   UNTIL WS-INC-SUB GREATER WS-INC-CNT
                      OR WS-INC-HIT GREATER 0
               IF WS-IN-STATE(WS-INC-SUB) EQUAL 'OPEN'
                   MOVE 0 TO WS-MATCH-CNT
                   MOVE WS-IN-JOB(WS-INC-SUB) TO WS-TRIM-FIELD
                   PERFORM 7000-TRIM-LENGTH THRU 7000-EXIT
                   IF WS-TRIM-LEN GREATER 0
                       INSPECT ITM-TEXT TALLYING WS-MATCH-CNT
                           FOR ALL WS-TRIM-FIELD(1:WS-TRIM-LEN)
                   END-IF
                   MOVE WS-IN-PROGRAM(WS-INC-SUB) TO WS-TRIM-FIELD
                   PERFORM 7000-TRIM-LENGTH THRU 7000-EXIT
                   IF WS-TRIM-LEN GREATER 0
                       INSPECT ITM-TEXT TALLYING WS-MATCH-CNT
                           FOR ALL WS-TRIM-FIELD(1:WS-TRIM-LEN)
                   END-IF
                   IF WS-MATCH-CNT GREATER 0
                       MOVE WS-INC-SUB TO WS-INC-HIT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-INC-HIT EQUAL 0
               GO TO 3500-EXIT
           END-IF
           MOVE WS-IN-JOB(WS-INC-HIT) TO WS-EV-JOB
           PERFORM 3900-ADD-LINK THRU 3900-EXIT.

       3500-EXIT.
           EXIT.

      ***************************************************************
      * AN ABEND OR ESCALATED ALERT: LINK IT TO THE JOB'S OPEN       *
      * INCIDENT, OR OPEN A NEW INCIDENT FOR IT                      *
      ***************************************************************
       3800-RAISE-OR-LINK.

           PERFORM 3950-CHECK-LINKED THRU 3950-EXIT
           IF ALREADY-LINKED
               GO TO 3800-EXIT
           END-IF
           MOVE 0 TO WS-INC-HIT
           PERFORM VARYING WS-INC-SUB FROM 1 BY 1
                   UNTIL WS-INC-SUB GREATER WS-INC-CNT
               IF WS-IN-STATE(WS-INC-SUB) EQUAL 'OPEN'
                   AND WS-IN-JOB(WS-INC-SUB) EQUAL WS-EV-JOB
                   MOVE WS-INC-SUB TO WS-INC-HIT
               END-IF
           END-PERFORM
           IF WS-INC-HIT GREATER 0
               PERFORM 3900-ADD-LINK THRU 3900-EXIT
               GO TO 3800-EXIT
           END-IF

           IF WS-INC-CNT NOT LESS WS-INC-MAX
               IF NOT TABLE-FULL
                   DISPLAY 'AOC2006E INCIDENT-MGR: INCIDENT TABLE FULL'
                       ' AT ' WS-INC-MAX ' - NO FURTHER INCIDENTS'
                       ' OPENED'
               END-IF
               SET TABLE-FULL TO TRUE
               GO TO 3800-EXIT
           END-IF
           ADD 1 TO WS-INC-CNT
           ADD 1 TO WS-LAST-ID
           MOVE WS-INC-CNT TO WS-INC-HIT
           MOVE WS-LAST-ID TO WS-IN-ID(WS-INC-HIT)
           MOVE 'OPEN' TO WS-IN-STATE(WS-INC-HIT)
           MOVE WS-EV-JOB TO WS-IN-JOB(WS-INC-HIT)
           MOVE WS-EV-PROGRAM TO WS-IN-PROGRAM(WS-INC-HIT)
           MOVE WS-EV-TYPE TO WS-IN-SOURCE(WS-INC-HIT)
           MOVE WS-EV-DATE TO WS-IN-OPEN-DATE(WS-INC-HIT)
           MOVE WS-EV-TIME TO WS-IN-OPEN-TIME(WS-INC-HIT)
           MOVE 0 TO WS-IN-REST-DATE(WS-INC-HIT)
           MOVE 0 TO WS-IN-REST-TIME(WS-INC-HIT)
           MOVE SPACES TO WS-IN-CAUSE(WS-INC-HIT)
           MOVE SPACES TO WS-IN-CLOSED-BY(WS-INC-HIT)
           MOVE 0 TO WS-IN-LINKS(WS-INC-HIT)
           MOVE SPACES TO WS-IN-NOTE(WS-INC-HIT)
           ADD 1 TO WS-OPENED-CNT
           MOVE WS-LAST-ID TO WS-ID-EDIT
           DISPLAY 'AOC2002W INCIDENT ' WS-ID-EDIT ' OPENED FOR JOB '
               WS-EV-JOB ' FROM ' WS-EV-KEY
           PERFORM 3900-ADD-LINK THRU 3900-EXIT
           SUBTRACT 1 FROM WS-LINKED-CNT.

       3800-EXIT.
           EXIT.

      ***************************************************************
      * RECORD THE EVENT IN HAND AGAINST INCIDENT WS-INC-HIT         *
      ***************************************************************
       3900-ADD-LINK.

           IF WS-LNK-CNT NOT LESS WS-LNK-MAX
               IF NOT TABLE-FULL
                   DISPLAY 'AOC2006E INCIDENT-MGR: LINK TABLE FULL'
                       ' AT ' WS-LNK-MAX ' - NO FURTHER LINKS MADE'
               END-IF
               SET TABLE-FULL TO TRUE
               GO TO 3900-EXIT
           END-IF
           ADD 1 TO WS-LNK-CNT
           MOVE WS-IN-ID(WS-INC-HIT) TO WS-LK-ID(WS-LNK-CNT)
           MOVE WS-EV-TYPE TO WS-LK-TYPE(WS-LNK-CNT)
           MOVE WS-EV-KEY TO WS-LK-KEY(WS-LNK-CNT)
           MOVE WS-RUN-DATE TO WS-LK-DATE(WS-LNK-CNT)
           MOVE WS-EV-JOB TO WS-LK-JOB(WS-LNK-CNT)
           IF WS-IN-LINKS(WS-INC-HIT) LESS 999
               ADD 1 TO WS-IN-LINKS(WS-INC-HIT)
           END-IF
           ADD 1 TO WS-LINKED-CNT.

       3900-EXIT.
           EXIT.

       3950-CHECK-LINKED.

           MOVE 'N' TO WS-LNK-FOUND
           PERFORM VARYING WS-LNK-SUB FROM 1 BY 1
                   UNTIL WS-LNK-SUB GREATER WS-LNK-CNT
                      OR ALREADY-LINKED
               IF WS-LK-TYPE(WS-LNK-SUB) EQUAL WS-EV-TYPE
                   AND WS-LK-KEY(WS-LNK-SUB) EQUAL WS-EV-KEY
                   SET ALREADY-LINKED TO TRUE
               END-IF
           END-PERFORM.

       3950-EXIT.
           EXIT.

      ***************************************************************
      * MONTHLY INCIDENT REPORT                                      *
      ***************************************************************
       4000-WRITE-REPORT.

           INITIALIZE WS-CAUSE-COUNTS
           PERFORM VARYING WS-INC-SUB FROM 1 BY 1
                   UNTIL WS-INC-SUB GREATER WS-INC-CNT
               PERFORM 4100-TALLY-INCIDENT THRU 4100-EXIT
           END-PERFORM
           IF WS-RESTORED-MONTH GREATER 0
               COMPUTE WS-TTR-MEAN =
                   WS-TTR-TOTAL / WS-RESTORED-MONTH
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING 'INCIDENT REPORT  MONTH ' WS-REPORT-MONTH
               '  BUSINESS DATE ' BIZ-DATE '  RUN ' WS-RUN-DATE
               ' ' WS-RUN-TIME
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-OPENED-MONTH TO WS-COUNT-EDIT
           STRING 'INCIDENTS OPENED IN MONTH        ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-RESTORED-MONTH TO WS-COUNT-EDIT
           STRING 'INCIDENTS RESTORED IN MONTH      ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-STILL-OPEN TO WS-COUNT-EDIT
           STRING 'INCIDENTS STILL OPEN             ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-TTR-MEAN TO WS-TTR-MINUTES
           PERFORM 7100-EDIT-DURATION THRU 7100-EXIT
           STRING 'MEAN TIME TO RESTORE (HHHHH:MM) ' WS-TTR-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'RESTORED IN MONTH BY ROOT CAUSE' TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-CAUSE-SUB FROM 1 BY 1
                   UNTIL WS-CAUSE-SUB GREATER 6
               MOVE SPACES TO REPORT-RECORD
               MOVE WS-CAUSE-CNT(WS-CAUSE-SUB) TO WS-COUNT-EDIT
               STRING '  ' WS-CAUSE-NAME(WS-CAUSE-SUB) '  '
                   WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'TOP RECURRING CAUSES BY JOB (RESTORED IN MONTH)'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE '  JOB       CAUSE     INCIDENTS' TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-PAIR-RANK FROM 1 BY 1
                   UNTIL WS-PAIR-RANK GREATER 10
               PERFORM 4300-NEXT-TOP-PAIR THRU 4300-EXIT
           END-PERFORM
           IF WS-PAIR-CNT EQUAL 0
               MOVE '  (NONE)' TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'INCIDENTS OF THE MONTH AND ALL STILL OPEN'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING '   ID STATE  JOB      FROM  OPENED          '
               'RESTORED          TTR     CAUSE    BY       LINKS '
               'NOTE'
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           PERFORM VARYING WS-INC-SUB FROM 1 BY 1
                   UNTIL WS-INC-SUB GREATER WS-INC-CNT
               PERFORM 4400-DETAIL-LINE THRU 4400-EXIT
           END-PERFORM
           CLOSE REPORT-FILE.

       4000-EXIT.
           EXIT.

       4100-TALLY-INCIDENT.

           IF WS-IN-STATE(WS-INC-SUB) EQUAL 'OPEN'
               ADD 1 TO WS-STILL-OPEN
           END-IF
           IF WS-IN-OPEN-DATE(WS-INC-SUB)(1:6) EQUAL WS-REPORT-MONTH
               ADD 1 TO WS-OPENED-MONTH
           END-IF
           IF WS-IN-STATE(WS-INC-SUB) NOT EQUAL 'CLOSED'
               OR WS-IN-REST-DATE(WS-INC-SUB)(1:6)
                   NOT EQUAL WS-REPORT-MONTH
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-RESTORED-MONTH
           PERFORM 7200-TIME-TO-RESTORE THRU 7200-EXIT
           ADD WS-TTR-MINUTES TO WS-TTR-TOTAL
           PERFORM VARYING WS-CAUSE-SUB FROM 1 BY 1
                   UNTIL WS-CAUSE-SUB GREATER 6
               IF WS-IN-CAUSE(WS-INC-SUB)
                   EQUAL WS-CAUSE-NAME(WS-CAUSE-SUB)
                   ADD 1 TO WS-CAUSE-CNT(WS-CAUSE-SUB)
               END-IF
           END-PERFORM
           PERFORM 4200-TALLY-PAIR THRU 4200-EXIT.

       4100-EXIT.
           EXIT.

       4200-TALLY-PAIR.

           MOVE 0 TO WS-PAIR-HIT
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB GREATER WS-PAIR-CNT
               IF WS-PR-JOB(WS-PAIR-SUB) EQUAL WS-IN-JOB(WS-INC-SUB)
                   AND WS-PR-CAUSE(WS-PAIR-SUB)
                       EQUAL WS-IN-CAUSE(WS-INC-SUB)
                   MOVE WS-PAIR-SUB TO WS-PAIR-HIT
               END-IF
           END-PERFORM
           IF WS-PAIR-HIT EQUAL 0
               IF WS-PAIR-CNT NOT LESS 200
                   GO TO 4200-EXIT
               END-IF
               ADD 1 TO WS-PAIR-CNT
               MOVE WS-PAIR-CNT TO WS-PAIR-HIT
               MOVE WS-IN-JOB(WS-INC-SUB) TO WS-PR-JOB(WS-PAIR-HIT)
               MOVE WS-IN-CAUSE(WS-INC-SUB) TO WS-PR-CAUSE(WS-PAIR-HIT)
               MOVE 0 TO WS-PR-COUNT(WS-PAIR-HIT)
               MOVE 'N' TO WS-PR-SHOWN(WS-PAIR-HIT)
           END-IF
           ADD 1 TO WS-PR-COUNT(WS-PAIR-HIT).

       4200-EXIT.
           EXIT.

      *    PRINT THE HIGHEST-COUNT JOB/CAUSE PAIR NOT YET PRINTED
       4300-NEXT-TOP-PAIR.

           MOVE 0 TO WS-PAIR-HIT
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB GREATER WS-PAIR-CNT
               IF WS-PR-SHOWN(WS-PAIR-SUB) EQUAL 'N'
                   IF WS-PAIR-HIT EQUAL 0
                       MOVE WS-PAIR-SUB TO WS-PAIR-HIT
                   ELSE
                       IF WS-PR-COUNT(WS-PAIR-SUB)
                           GREATER WS-PR-COUNT(WS-PAIR-HIT)
                           MOVE WS-PAIR-SUB TO WS-PAIR-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PAIR-HIT EQUAL 0
               GO TO 4300-EXIT
           END-IF
           MOVE 'Y' TO WS-PR-SHOWN(WS-PAIR-HIT)
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-PR-COUNT(WS-PAIR-HIT) TO WS-COUNT-EDIT
           STRING '  ' WS-PR-JOB(WS-PAIR-HIT) '  '
               WS-PR-CAUSE(WS-PAIR-HIT) '      ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       4300-EXIT.
           EXIT.

       4400-DETAIL-LINE.

           MOVE 'N' TO WS-DETAIL-FLAG
           IF WS-IN-STATE(WS-INC-SUB) EQUAL 'OPEN'
               OR WS-IN-OPEN-DATE(WS-INC-SUB)(1:6)
                   EQUAL WS-REPORT-MONTH
               OR WS-IN-REST-DATE(WS-INC-SUB)(1:6)
                   EQUAL WS-REPORT-MONTH
               SET SHOW-DETAIL TO TRUE
           END-IF
           IF NOT SHOW-DETAIL
               GO TO 4400-EXIT
           END-IF
           IF WS-IN-STATE(WS-INC-SUB) EQUAL 'CLOSED'
               MOVE SPACES TO WS-REST-TEXT
               STRING WS-IN-REST-DATE(WS-INC-SUB) ' '
                   WS-IN-REST-TIME(WS-INC-SUB)
                   DELIMITED BY SIZE INTO WS-REST-TEXT
               END-STRING
               PERFORM 7200-TIME-TO-RESTORE THRU 7200-EXIT
               PERFORM 7100-EDIT-DURATION THRU 7100-EXIT
               MOVE WS-TTR-EDIT TO WS-TTR-TEXT
           ELSE
               MOVE '-' TO WS-REST-TEXT
               MOVE '-' TO WS-TTR-TEXT
           END-IF
           MOVE WS-IN-ID(WS-INC-SUB) TO WS-ID-EDIT
           MOVE WS-IN-LINKS(WS-INC-SUB) TO WS-LINKS-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING WS-ID-EDIT ' ' WS-IN-STATE(WS-INC-SUB) ' '
               WS-IN-JOB(WS-INC-SUB) ' ' WS-IN-SOURCE(WS-INC-SUB) ' '
               WS-IN-OPEN-DATE(WS-INC-SUB) ' '
               WS-IN-OPEN-TIME(WS-INC-SUB) ' ' WS-REST-TEXT '  '
               WS-TTR-TEXT ' ' WS-IN-CAUSE(WS-INC-SUB) ' '
               WS-IN-CLOSED-BY(WS-INC-SUB) '  ' WS-LINKS-EDIT ' '
               WS-IN-NOTE(WS-INC-SUB)
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       4400-EXIT.
           EXIT.

      ***************************************************************
      * REWRITE THE INCIDENT MASTER AND THE LINK FILE                *
      ***************************************************************
       6000-REWRITE-MASTERS.

           OPEN OUTPUT INCIDENT-FILE
           PERFORM VARYING WS-INC-SUB FROM 1 BY 1
                   UNTIL WS-INC-SUB GREATER WS-INC-CNT
               MOVE SPACES TO INCIDENT-RECORD
               MOVE WS-IN-ID(WS-INC-SUB) TO INC-ID
               MOVE WS-IN-STATE(WS-INC-SUB) TO INC-STATE
               MOVE WS-IN-JOB(WS-INC-SUB) TO INC-JOB
               MOVE WS-IN-PROGRAM(WS-INC-SUB) TO INC-PROGRAM
               MOVE WS-IN-SOURCE(WS-INC-SUB) TO INC-SOURCE
               MOVE WS-IN-OPEN-DATE(WS-INC-SUB) TO INC-OPEN-DATE
               MOVE WS-IN-OPEN-TIME(WS-INC-SUB) TO INC-OPEN-TIME
               MOVE WS-IN-REST-DATE(WS-INC-SUB) TO INC-REST-DATE
               MOVE WS-IN-REST-TIME(WS-INC-SUB) TO INC-REST-TIME
               MOVE WS-IN-CAUSE(WS-INC-SUB) TO INC-CAUSE
               MOVE WS-IN-CLOSED-BY(WS-INC-SUB) TO INC-CLOSED-BY
               MOVE WS-IN-LINKS(WS-INC-SUB) TO INC-LINKS
               MOVE WS-IN-NOTE(WS-INC-SUB) TO INC-NOTE
               WRITE INCIDENT-RECORD
           END-PERFORM
           CLOSE INCIDENT-FILE

           OPEN OUTPUT LINK-FILE
           PERFORM VARYING WS-LNK-SUB FROM 1 BY 1
                   UNTIL WS-LNK-SUB GREATER WS-LNK-CNT
               MOVE SPACES TO LINK-RECORD
               MOVE WS-LK-ID(WS-LNK-SUB) TO LNK-ID
               MOVE WS-LK-TYPE(WS-LNK-SUB) TO LNK-TYPE
               MOVE WS-LK-KEY(WS-LNK-SUB) TO LNK-KEY
               MOVE WS-LK-DATE(WS-LNK-SUB) TO LNK-DATE
               MOVE WS-LK-JOB(WS-LNK-SUB) TO LNK-JOB
               WRITE LINK-RECORD
           END-PERFORM
           CLOSE LINK-FILE.

       6000-EXIT.
           EXIT.

      ***************************************************************
      * LENGTH OF WS-TRIM-FIELD WITHOUT TRAILING SPACES              *
      ***************************************************************
       7000-TRIM-LENGTH.

           MOVE 24 TO WS-TRIM-LEN
           PERFORM UNTIL WS-TRIM-LEN EQUAL 0
                   OR WS-TRIM-FIELD(WS-TRIM-LEN:1) NOT EQUAL SPACE
               SUBTRACT 1 FROM WS-TRIM-LEN
           END-PERFORM.

       7000-EXIT.
           EXIT.

      ***************************************************************
      * EDIT WS-TTR-MINUTES AS HHHHH:MM                              *
      ***************************************************************
       7100-EDIT-DURATION.

           DIVIDE WS-TTR-MINUTES BY 60 GIVING WS-TTR-HH
               REMAINDER WS-TTR-MM
           END-DIVIDE
           MOVE WS-TTR-HH TO WS-TTR-EDIT-HH
           MOVE WS-TTR-MM TO WS-TTR-EDIT-MM.

       7100-EXIT.
           EXIT.

      ***************************************************************
      * MINUTES FROM OPENING TO RESTORE FOR INCIDENT WS-INC-SUB      *
      ***************************************************************
       7200-TIME-TO-RESTORE.

           MOVE WS-IN-OPEN-DATE(WS-INC-SUB) TO WS-DAY-FROM
           MOVE WS-IN-REST-DATE(WS-INC-SUB) TO WS-DAY-TO
           MOVE WS-IN-OPEN-TIME(WS-INC-SUB) TO WS-TIME-6
           COMPUTE WS-MIN-FROM = WS-TIME-HH * 60 + WS-TIME-MM
           MOVE WS-IN-REST-TIME(WS-INC-SUB) TO WS-TIME-6
           COMPUTE WS-MIN-TO = WS-TIME-HH * 60 + WS-TIME-MM
           COMPUTE WS-TTR-MINUTES =
               (FUNCTION INTEGER-OF-DATE(WS-DAY-TO)
                - FUNCTION INTEGER-OF-DATE(WS-DAY-FROM)) * 1440
               + WS-MIN-TO - WS-MIN-FROM
           IF WS-TTR-MINUTES LESS 0
               MOVE 0 TO WS-TTR-MINUTES
           END-IF.

       7200-EXIT.
           EXIT.
