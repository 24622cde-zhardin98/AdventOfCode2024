       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-INTERFACE.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * GENERAL-LEDGER JOURNAL INTERFACE                             *
      *                                                              *
      * BILLING USED TO RE-KEY THE GARDEN-GROUPS FENCE BILLING AND   *
      * FINANCE THE CHARGEBACK STATEMENTS INTO THE LEDGER BY HAND.   *
      * RUN AFTER DAY12, THIS JOB BUILDS ONE BALANCED JOURNAL FILE   *
      * (GL-JOURNAL.TXT) FROM:                                       *
      *   day 12/STATEMENTS.TXT     THE CYCLE'S STATEMENT AMOUNT PER *
      *                             CUSTOMER ACCOUNT (WHAT THE       *
      *                             BILLING CYCLE POSTED TO          *
      *                             RECEIVABLES)                     *
      *   day 12/FENCE-INVOICE.TXT  INVOICE TOTAL (CONTROL FIGURE)   *
      *   day 12/RECEIVABLES.TXT    OPEN BALANCES CARRIED (MEMO)     *
      *   CHARGEBACK-STATEMENT.TXT  AMOUNT DUE PER DEPARTMENT,       *
      *                             POSTED ON THE PERIOD-CLOSE       *
      *                             JOURNAL OF ITS OWN MONTH ONLY    *
      * EACH ACCOUNT AND DEPARTMENT POSTS ONE DEBIT/CREDIT PAIR      *
      * THROUGH GL-ACCOUNT-MAP.TXT.  THE JOURNAL CARRIES A HEADER    *
      * (BUSINESS DATE, PERIOD, OPEN/CLOSE MARK) AND A CONTROL-TOTAL *
      * TRAILER; A JOURNAL THAT DOES NOT BALANCE IS NEVER RELEASED.  *
      * THE PERIOD IS CLOSING WHEN THE BUSINESS DATE IS THE LAST     *
      * BUSINESS DATE OF ITS MONTH - THE NEXT DATE THAT IS NOT A     *
      * HOLIDAY ON SCHEDULE-CALENDAR.TXT FALLS IN A LATER MONTH.  A  *
      * CLOSE WITHOUT THE MONTH'S CHARGEBACK STATEMENT IS NEITHER    *
      * RELEASED NOR REGISTERED (RETURN CODE 16), SO IT IS RUN AGAIN *
      * ONCE THE STATEMENT ARRIVES.  AN AMOUNT BEYOND THE 200        *
      * POSTINGS THE JOB HOLDS IS REJECTED, NOT DROPPED; A MAP       *
      * LONGER THAN 200 ENTRIES STOPS THE RUN (RETURN CODE 12).      *
      * ANY ACCOUNT IN day 12/CUSTOMER-XREF.TXT OR DEPARTMENT IN     *
      * DEPT-XREF.TXT WITH NO MAPPING, AND ANY AMOUNT THAT COULD     *
      * NOT BE JOURNALED, GOES TO GL-REJECTS.TXT.                    *
      * STATEMENTS ARE JOURNALED ONLY FOR THE BUSINESS DATE THEY     *
      * WERE BILLED FOR - A STATEMENTS FILE LEFT FROM ANOTHER CYCLE  *
      * GOES TO THE REJECTS, NOT THE LEDGER.  EACH RELEASED JOURNAL  *
      * IS POSTED ON GL-JOURNAL-REGISTER.TXT, AND A BUSINESS DATE    *
      * ALREADY ON THE REGISTER IS NEVER JOURNALED AGAIN (RETURN     *
      * CODE 8) - THE LEDGER HAS ALREADY TAKEN IT.                   *
      *                                                              *
      * GL-ACCOUNT-MAP.TXT ('*' IN COLUMN 1 IS A COMMENT):           *
      *   COL   1     TYPE (A CUSTOMER ACCOUNT, D DEPARTMENT)        *
      *   COLS  3-14  ACCOUNT OR DEPARTMENT                          *
      *   COLS 17-26  GL ACCOUNT DEBITED                             *
      *   COLS 29-38  GL ACCOUNT CREDITED                            *
      *                                                              *
      * GL-JOURNAL.TXT RECORD TYPES (COL 1):                         *
      *   H  COLS 3-10 BUSINESS DATE, 12-17 PERIOD, 19-23 OPEN/CLOSE,*
      *      25-32 SOURCE SYSTEM, 34-41 ACTUAL RUN DATE              *
      *   D  COLS 3-8 LINE, 10-19 GL ACCOUNT, 21-22 DR/CR,           *
      *      24-38 AMOUNT (2 DECIMALS), 40-43 SOURCE BILL/CHGB,      *
      *      45-56 ACCOUNT OR DEPARTMENT, 58-63 PAIR NUMBER          *
      *   T  COLS 3-8 LINE COUNT, 10-24 DEBIT TOTAL, 26-40 CREDIT    *
      *      TOTAL, 42-46 OPEN/CLOSE, 48-53 PAIR COUNT               *
      *                                                              *
      * GL-JOURNAL-REGISTER.TXT, ONE RECORD PER RELEASED JOURNAL:    *
      *   COLS 1-8 BUSINESS DATE, 10-17 RUN DATE, 19-26 RUN TIME,    *
      *   28-33 PERIOD, 35-39 OPEN/CLOSE, 41-46 PAIR COUNT, 48-62    *
      *   DEBIT TOTAL (2 DECIMALS)                                   *
      * RUN FROM THE WORKSPACE ROOT.                                 *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MAP-FILE ASSIGN TO 'GL-ACCOUNT-MAP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FST.
           SELECT OPTIONAL CUST-XREF-FILE
               ASSIGN TO 'day 12/CUSTOMER-XREF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-XREF-FST.
           SELECT OPTIONAL DEPT-XREF-FILE ASSIGN TO 'DEPT-XREF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-XREF-FST.
           SELECT OPTIONAL STATEMENTS-FILE
               ASSIGN TO 'day 12/STATEMENTS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENTS-FST.
           SELECT OPTIONAL INVOICE-FILE
               ASSIGN TO 'day 12/FENCE-INVOICE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-FST.
           SELECT OPTIONAL RECEIVABLES-FILE
               ASSIGN TO 'day 12/RECEIVABLES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIVABLES-FST.
           SELECT OPTIONAL CHARGEBACK-FILE
               ASSIGN TO 'CHARGEBACK-STATEMENT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGEBACK-FST.
           SELECT JOURNAL-FILE ASSIGN TO 'GL-JOURNAL.TXT.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FST.
           SELECT REJECT-FILE ASSIGN TO 'GL-REJECTS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FST.
      *    SHOP HOLIDAYS - NO BATCH, SO NO BUSINESS DATE
           SELECT OPTIONAL SCHEDULE-FILE
               ASSIGN TO 'SCHEDULE-CALENDAR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-FST.
      *    EVERY BUSINESS DATE EVER JOURNALED - APPENDED RUN OVER RUN
           SELECT OPTIONAL REGISTER-FILE
               ASSIGN TO 'GL-JOURNAL-REGISTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FST.

       DATA DIVISION.
       FILE SECTION.
       FD  MAP-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MAP-RECORD.
       01  MAP-RECORD.
           05 MAP-TYPE                            PIC X(1).
           05 FILLER                              PIC X(1).
           05 MAP-KEY                             PIC X(12).
           05 FILLER                              PIC X(2).
           05 MAP-DEBIT-GL                        PIC X(10).
           05 FILLER                              PIC X(2).
           05 MAP-CREDIT-GL                       PIC X(10).
           05 FILLER                              PIC X(42).

       FD  CUST-XREF-FILE
           RECORD CONTAINS 10 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CUST-XREF-RECORD.
       01  CUST-XREF-RECORD.
           05 CXR-PLANT                           PIC X(1).
           05 FILLER                              PIC X(1).
           05 CXR-ACCOUNT                         PIC X(8).

       FD  DEPT-XREF-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DEPT-XREF-RECORD.
       01  DEPT-XREF-RECORD                       PIC X(80).

       FD  STATEMENTS-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STATEMENTS-RECORD.
       01  STATEMENTS-RECORD                      PIC X(132).

       FD  INVOICE-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS INVOICE-RECORD.
       01  INVOICE-RECORD                         PIC X(132).

       FD  RECEIVABLES-FILE
           RECORD CONTAINS 47 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECEIVABLES-RECORD.
       01  RECEIVABLES-RECORD.
           05 RCV-ACCOUNT                         PIC X(8).
           05 FILLER                              PIC X(1).
           05 RCV-DATE                            PIC 9(8).
           05 FILLER                              PIC X(1).
           05 RCV-ORIG-AMT                        PIC 9(12)V99.
           05 FILLER                              PIC X(1).
           05 RCV-OPEN-AMT                        PIC 9(12)V99.

       FD  CHARGEBACK-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CHARGEBACK-RECORD.
       01  CHARGEBACK-RECORD                      PIC X(132).

       FD  JOURNAL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORDS ARE JNL-HEADER-RECORD JNL-DETAIL-RECORD
               JNL-TRAILER-RECORD.
       01  JNL-HEADER-RECORD.
           05 JH-TYPE                             PIC X(1).
           05 FILLER                              PIC X(1).
           05 JH-BUSINESS-DATE                    PIC 9(8).
           05 FILLER                              PIC X(1).
           05 JH-PERIOD                           PIC 9(6).
           05 FILLER                              PIC X(1).
           05 JH-PERIOD-STATUS                    PIC X(5).
           05 FILLER                              PIC X(1).
           05 JH-SOURCE-SYSTEM                    PIC X(8).
           05 FILLER                              PIC X(1).
           05 JH-ACTUAL-DATE                      PIC 9(8).
           05 FILLER                              PIC X(39).
       01  JNL-DETAIL-RECORD.
           05 JD-TYPE                             PIC X(1).
           05 FILLER                              PIC X(1).
           05 JD-LINE                             PIC 9(6).
           05 FILLER                              PIC X(1).
           05 JD-GL-ACCOUNT                       PIC X(10).
           05 FILLER                              PIC X(1).
           05 JD-DR-CR                            PIC X(2).
           05 FILLER                              PIC X(1).
           05 JD-AMOUNT                           PIC 9(13)V99.
           05 FILLER                              PIC X(1).
           05 JD-SOURCE                           PIC X(4).
           05 FILLER                              PIC X(1).
           05 JD-REFERENCE                        PIC X(12).
           05 FILLER                              PIC X(1).
           05 JD-PAIR                             PIC 9(6).
           05 FILLER                              PIC X(17).
       01  JNL-TRAILER-RECORD.
           05 JT-TYPE                             PIC X(1).
           05 FILLER                              PIC X(1).
           05 JT-LINE-COUNT                       PIC 9(6).
           05 FILLER                              PIC X(1).
           05 JT-DEBIT-TOTAL                      PIC 9(13)V99.
           05 FILLER                              PIC X(1).
           05 JT-CREDIT-TOTAL                     PIC 9(13)V99.
           05 FILLER                              PIC X(1).
           05 JT-PERIOD-STATUS                    PIC X(5).
           05 FILLER                              PIC X(1).
           05 JT-PAIR-COUNT                       PIC 9(6).
           05 FILLER                              PIC X(27).

       FD  REJECT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REJECT-RECORD.
       01  REJECT-RECORD                          PIC X(132).

       FD  SCHEDULE-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SCHEDULE-RECORD.
       01  SCHEDULE-RECORD                        PIC X(80).

       FD  REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REGISTER-RECORD.
       01  REGISTER-RECORD.
           05 GJR-BUSINESS-DATE                   PIC 9(8).
           05 FILLER                              PIC X(1).
           05 GJR-RUN-DATE                        PIC 9(8).
           05 FILLER                              PIC X(1).
           05 GJR-RUN-TIME                        PIC 9(8).
           05 FILLER                              PIC X(1).
           05 GJR-PERIOD                          PIC 9(6).
           05 FILLER                              PIC X(1).
           05 GJR-PERIOD-STATUS                   PIC X(5).
           05 FILLER                              PIC X(1).
           05 GJR-PAIR-COUNT                      PIC 9(6).
           05 FILLER                              PIC X(1).
           05 GJR-DEBIT-TOTAL                     PIC 9(13)V99.
           05 FILLER                              PIC X(18).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
       01  WS-MAP-FST                             PIC X(2) VALUE '00'.
       01  WS-CUST-XREF-FST                       PIC X(2) VALUE '00'.
       01  WS-DEPT-XREF-FST                       PIC X(2) VALUE '00'.
       01  WS-STATEMENTS-FST                      PIC X(2) VALUE '00'.
       01  WS-INVOICE-FST                         PIC X(2) VALUE '00'.
       01  WS-RECEIVABLES-FST                     PIC X(2) VALUE '00'.
       01  WS-CHARGEBACK-FST                      PIC X(2) VALUE '00'.
       01  WS-JOURNAL-FST                         PIC X(2) VALUE '00'.
       01  WS-REJECT-FST                          PIC X(2) VALUE '00'.
       01  WS-REGISTER-FST                        PIC X(2) VALUE '00'.
       01  WS-SCHEDULE-FST                        PIC X(2) VALUE '00'.
       01  WS-EOF-FLAG                            PIC X(1).
           88 SCAN-EOF                                     VALUE 'Y'.
           88 NOT-SCAN-EOF                                 VALUE 'N'.
       01  WS-COMMAND                             PIC X(200).
       01  WS-RUN-DATE                            PIC 9(8).
       01  WS-RUN-TIME                            PIC 9(8).
       01  WS-NEXT-DATE                           PIC 9(8).
       01  WS-PERIOD                              PIC 9(6).
       01  WS-PERIOD-STATUS                       PIC X(5).
           88 PERIOD-CLOSING                       VALUE 'CLOSE'.
       COPY BIZPARM.

      *    HOLIDAYS LEFT IN THE BUSINESS DATE'S MONTH - AT MOST 30
       01  WS-HOL-CNT                             PIC 9(2) VALUE 0.
       01  WS-HOL-TABLE.
           05 WS-HOL-DATE OCCURS 31 TIMES         PIC 9(8).
       01  WS-HOL-SUB                             PIC 9(2).
       01  WS-IS-HOLIDAY                          PIC X(1).

      *    GL ACCOUNT MAP
       01  WS-MAP-CNT                             PIC 9(3) VALUE 0.
       01  WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 200 TIMES.
              10 WS-MP-TYPE                       PIC X(1).
              10 WS-MP-KEY                        PIC X(12).
              10 WS-MP-DEBIT                      PIC X(10).
              10 WS-MP-CREDIT                     PIC X(10).
       01  WS-MAP-SUB                             PIC 9(3).
       01  WS-MAP-OVER-CNT                        PIC 9(5) VALUE 0.
       01  WS-MAP-HIT                             PIC 9(3).
       01  WS-LOOK-TYPE                           PIC X(1).
       01  WS-LOOK-KEY                            PIC X(12).

      *    KEYS ALREADY CHECKED FOR A MAPPING (ONE REJECT PER KEY)
       01  WS-SEEN-CNT                            PIC 9(3) VALUE 0.
       01  WS-SEEN-TABLE.
           05 WS-SEEN-ENTRY OCCURS 200 TIMES.
              10 WS-SN-TYPE                       PIC X(1).
              10 WS-SN-KEY                        PIC X(12).
       01  WS-SEEN-SUB                            PIC 9(3).
       01  WS-SEEN-HIT                            PIC 9(3).
       01  WS-SEEN-OVER-CNT                       PIC 9(5) VALUE 0.

      *    POSTINGS BEFORE MAPPING (BILLING ACCOUNTS, DEPARTMENTS)
       01  WS-POST-CNT                            PIC 9(3) VALUE 0.
       01  WS-POST-TABLE.
           05 WS-POST-ENTRY OCCURS 200 TIMES.
              10 WS-PS-TYPE                       PIC X(1).
              10 WS-PS-SOURCE                     PIC X(4).
              10 WS-PS-KEY                        PIC X(12).
              10 WS-PS-AMOUNT                     PIC 9(13)V99.
       01  WS-POST-SUB                            PIC 9(3).
       01  WS-POST-OVER-CNT                       PIC 9(5) VALUE 0.
       01  WS-REJECT-SOURCE                       PIC X(4).
       01  WS-REJECT-KEY                          PIC X(12).

      *    MONEY PARSED BACK OUT OF AN EDITED REPORT FIELD
       01  WS-PARSE-FIELD                         PIC X(20).
       01  WS-PARSE-SUB                           PIC 9(2).
       01  WS-PARSE-CHAR-X                        PIC X(1).
       01  WS-PARSE-CHAR-9 REDEFINES WS-PARSE-CHAR-X
                                                  PIC 9(1).
       01  WS-PARSE-CENTS                         PIC 9(15).
       01  WS-PARSE-AMOUNT                        PIC 9(13)V99.

      *    CONTROL FIGURES
       01  WS-INVOICE-TOTAL                       PIC 9(13)V99 VALUE 0.
       01  WS-BILLED-TOTAL                        PIC 9(13)V99 VALUE 0.
       01  WS-AR-OPEN-TOTAL                       PIC 9(13)V99 VALUE 0.
       01  WS-CHGB-TOTAL                          PIC 9(13)V99 VALUE 0.
       01  WS-DEBIT-TOTAL                         PIC 9(13)V99 VALUE 0.
       01  WS-CREDIT-TOTAL                        PIC 9(13)V99 VALUE 0.
       01  WS-REJECT-TOTAL                        PIC 9(13)V99 VALUE 0.
       01  WS-DIFF-AMOUNT                         PIC 9(13)V99.
       01  WS-LINE-CNT                            PIC 9(6) VALUE 0.
       01  WS-PAIR-CNT                            PIC 9(6) VALUE 0.
       01  WS-REJECT-CNT                          PIC 9(5) VALUE 0.
       01  WS-STMT-DATE                           PIC 9(8) VALUE 0.
       01  WS-STMT-BIZ-DATE                       PIC 9(8) VALUE 0.
       01  WS-STMT-STALE-CNT                      PIC 9(3) VALUE 0.
       01  WS-JOURNALED-ON                        PIC 9(8) VALUE 0.
       01  WS-CHGB-MONTH                          PIC 9(6) VALUE 0.
       01  WS-CHGB-DEPT                           PIC X(12).
       01  WS-CHGB-MISSING                        PIC X(1) VALUE 'N'.
           88 CHGB-MISSING                                 VALUE 'Y'.
       01  WS-MONEY-EDIT                          PIC Z(12)9.99.
       01  WS-MONEY-EDIT-2                        PIC Z(12)9.99.
       01  WS-END                                 PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

       PROCEDURE DIVISION.
      ***************************************************************
      * MAINLINE                                                    *
      ***************************************************************
       0000-MAINLINE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO BIZ-ACTUAL-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           CALL 'AOC-BIZDATE' USING BIZ-PARMS
      *    THE LEDGER TAKES ONE JOURNAL PER BUSINESS DATE
           PERFORM 1050-CHECK-REGISTER   THRU 1050-EXIT
           IF WS-JOURNALED-ON NOT EQUAL 0
               DISPLAY 'AOC7806E GL-INTERFACE: BUSINESS DATE ' BIZ-DATE
                   ' WAS JOURNALED ON ' WS-JOURNALED-ON
                   ' - NOT JOURNALED AGAIN'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-SET-PERIOD       THRU 1000-EXIT
           PERFORM 1100-LOAD-MAP         THRU 1100-EXIT
      *    A JOURNAL BUILT AGAINST PART OF THE MAP WOULD REJECT
      *    ACCOUNTS THAT ARE IN FACT MAPPED
           IF WS-MAP-OVER-CNT GREATER 0
               DISPLAY 'AOC7809E GL-INTERFACE: GL-ACCOUNT-MAP.TXT HOLDS'
                   ' ' WS-MAP-OVER-CNT ' MAPPING(S) BEYOND THE 200 THIS'
                   ' JOB HOLDS - NOT JOURNALED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REJECT-FILE
           MOVE SPACES TO REJECT-RECORD
           STRING 'GL INTERFACE REJECTS  BUSINESS DATE ' BIZ-DATE
               '  PERIOD ' WS-PERIOD ' ' WS-PERIOD-STATUS
               DELIMITED BY SIZE INTO REJECT-RECORD
           END-STRING
           WRITE REJECT-RECORD
           MOVE SPACES TO REJECT-RECORD
           WRITE REJECT-RECORD
           PERFORM 1200-CHECK-CUST-XREF  THRU 1200-EXIT
           PERFORM 1300-CHECK-DEPT-XREF  THRU 1300-EXIT
           PERFORM 2000-GATHER-BILLING   THRU 2000-EXIT
           PERFORM 2300-GATHER-CHARGEBACK THRU 2300-EXIT
           PERFORM 3000-WRITE-JOURNAL    THRU 3000-EXIT
           PERFORM 4000-FINISH-REJECTS   THRU 4000-EXIT
           CLOSE REJECT-FILE
      *    A CLOSE JOURNAL WITHOUT THE MONTH'S CHARGEBACKS IS NOT
      *    RELEASED OR REGISTERED, SO THE CLOSE CAN BE RUN AGAIN FOR
      *    THIS BUSINESS DATE ONCE THE STATEMENT ARRIVES
           IF CHGB-MISSING
               MOVE 'rm -f GL-JOURNAL.TXT.TMP' TO WS-COMMAND
               CALL 'SYSTEM' USING WS-COMMAND
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DEBIT-TOTAL NOT EQUAL WS-CREDIT-TOTAL
               MOVE 'rm -f GL-JOURNAL.TXT.TMP' TO WS-COMMAND
               CALL 'SYSTEM' USING WS-COMMAND
               DISPLAY 'AOC7803E GL-INTERFACE: JOURNAL OUT OF BALANCE'
                   ' - NOT RELEASED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'mv GL-JOURNAL.TXT.TMP GL-JOURNAL.TXT' TO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND
           PERFORM 5000-REGISTER-JOURNAL THRU 5000-EXIT
           IF WS-REJECT-CNT GREATER 0
               DISPLAY 'AOC7802W GL-INTERFACE: ' WS-REJECT-CNT
                   ' REJECT(S) - SEE GL-REJECTS.TXT'
           END-IF
           IF WS-POST-OVER-CNT GREATER 0
               DISPLAY 'AOC7810W GL-INTERFACE: ' WS-POST-OVER-CNT
                   ' POSTING(S) BEYOND THE 200 THIS JOB HOLDS - NOT'
                   ' JOURNALED, SEE GL-REJECTS.TXT'
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-SEEN-OVER-CNT GREATER 0
               DISPLAY 'AOC7811W GL-INTERFACE: ' WS-SEEN-OVER-CNT
                   ' KEY(S) BEYOND 200 NOT CHECKED FOR A GL MAPPING'
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-DEBIT-TOTAL TO WS-MONEY-EDIT
           DISPLAY 'AOC7801I GL-INTERFACE COMPLETE FOR ' BIZ-DATE
               ': ' WS-PAIR-CNT ' PAIR(S) TOTALLING ' WS-MONEY-EDIT
               ' PERIOD ' WS-PERIOD ' ' WS-PERIOD-STATUS
           STOP RUN.

      ***************************************************************
      * THE BUSINESS DATE DECIDES THE PERIOD.  THE LAST BUSINESS     *
      * DATE OF ITS MONTH - THE NEXT DATE THE BATCH RUNS, STEPPING   *
      * OVER SHOP HOLIDAYS, IS IN A LATER MONTH - MARKS THE JOURNAL  *
      * AS THE PERIOD-CLOSE JOURNAL                                  *
      ***************************************************************
       1000-SET-PERIOD.

           MOVE BIZ-DATE(1:6) TO WS-PERIOD
           PERFORM 1010-LOAD-HOLIDAYS THRU 1010-EXIT
           MOVE BIZ-DATE TO WS-NEXT-DATE
           MOVE 'Y' TO WS-IS-HOLIDAY
           PERFORM 1020-NEXT-DATE THRU 1020-EXIT
               UNTIL WS-IS-HOLIDAY EQUAL 'N'
           IF WS-NEXT-DATE(1:6) NOT EQUAL WS-PERIOD
               MOVE 'CLOSE' TO WS-PERIOD-STATUS
           ELSE
               MOVE 'OPEN ' TO WS-PERIOD-STATUS
           END-IF
           .
       1000-EXIT.
           EXIT.

      ***************************************************************
      * HOLIDAY RECORDS ('HOLIDAY YYYYMMDD') AFTER THE BUSINESS DATE *
      * AND IN ITS MONTH - NO OTHER HOLIDAY CAN MOVE THE CLOSE       *
      ***************************************************************
       1010-LOAD-HOLIDAYS.

           MOVE 0 TO WS-HOL-CNT
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-FST EQUAL '05'
               CLOSE SCHEDULE-FILE
               GO TO 1010-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ SCHEDULE-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF SCHEDULE-RECORD(1:8) EQUAL 'HOLIDAY '
                           AND SCHEDULE-RECORD(9:8) NUMERIC
                           AND SCHEDULE-RECORD(9:6) EQUAL WS-PERIOD
                           AND SCHEDULE-RECORD(9:8) GREATER BIZ-DATE
                           AND WS-HOL-CNT LESS 31
                           ADD 1 TO WS-HOL-CNT
                           MOVE SCHEDULE-RECORD(9:8)
                               TO WS-HOL-DATE(WS-HOL-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           .
       1010-EXIT.
           EXIT.

       1020-NEXT-DATE.

           COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-DATE) + 1)
           MOVE 'N' TO WS-IS-HOLIDAY
           PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
                   UNTIL WS-HOL-SUB GREATER WS-HOL-CNT
               IF WS-HOL-DATE(WS-HOL-SUB) EQUAL WS-NEXT-DATE
                   MOVE 'Y' TO WS-IS-HOLIDAY
               END-IF
           END-PERFORM
           .
       1020-EXIT.
           EXIT.

      ***************************************************************
      * HAS THIS BUSINESS DATE ALREADY BEEN JOURNALED?  IF SO, THE   *
      * RUN DATE IT WAS JOURNALED ON COMES BACK IN WS-JOURNALED-ON   *
      ***************************************************************
       1050-CHECK-REGISTER.

           MOVE 0 TO WS-JOURNALED-ON
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-FST EQUAL '05'
               CLOSE REGISTER-FILE
               GO TO 1050-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ REGISTER-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF GJR-BUSINESS-DATE EQUAL BIZ-DATE
                           MOVE GJR-RUN-DATE TO WS-JOURNALED-ON
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE
           .
       1050-EXIT.
           EXIT.

       1100-LOAD-MAP.

           OPEN INPUT MAP-FILE
           IF WS-MAP-FST EQUAL '05'
               CLOSE MAP-FILE
               GO TO 1100-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ MAP-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF (MAP-TYPE EQUAL 'A' OR MAP-TYPE EQUAL 'D')
                           AND MAP-KEY NOT EQUAL SPACES
                           AND MAP-DEBIT-GL NOT EQUAL SPACES
                           AND MAP-CREDIT-GL NOT EQUAL SPACES
                           AND WS-MAP-CNT NOT LESS 200
                           ADD 1 TO WS-MAP-OVER-CNT
                       END-IF
                       IF (MAP-TYPE EQUAL 'A' OR MAP-TYPE EQUAL 'D')
                           AND MAP-KEY NOT EQUAL SPACES
                           AND MAP-DEBIT-GL NOT EQUAL SPACES
                           AND MAP-CREDIT-GL NOT EQUAL SPACES
                           AND WS-MAP-CNT LESS 200
                           ADD 1 TO WS-MAP-CNT
                           MOVE MAP-TYPE TO WS-MP-TYPE(WS-MAP-CNT)
                           MOVE MAP-KEY  TO WS-MP-KEY(WS-MAP-CNT)
                           MOVE MAP-DEBIT-GL
                               TO WS-MP-DEBIT(WS-MAP-CNT)
                           MOVE MAP-CREDIT-GL
                               TO WS-MP-CREDIT(WS-MAP-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAP-FILE
           .
       1100-EXIT.
           EXIT.

      ***************************************************************
      * EVERY ACCOUNT THE PLANT CROSS-REFERENCE CAN BILL MUST HAVE A *
      * GL MAPPING, WHETHER OR NOT IT BILLED THIS CYCLE              *
      ***************************************************************
       1200-CHECK-CUST-XREF.

           OPEN INPUT CUST-XREF-FILE
           IF WS-CUST-XREF-FST EQUAL '05'
               CLOSE CUST-XREF-FILE
               GO TO 1200-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ CUST-XREF-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF CXR-PLANT NOT EQUAL SPACE
                           AND CXR-ACCOUNT NOT EQUAL SPACES
                           MOVE 'A' TO WS-LOOK-TYPE
                           MOVE CXR-ACCOUNT TO WS-LOOK-KEY
                           PERFORM 7100-CHECK-MAPPED THRU 7100-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUST-XREF-FILE
           .
       1200-EXIT.
           EXIT.

      ***************************************************************
      * LIKEWISE EVERY CHARGEBACK DEPARTMENT.  JOBS NOT IN THE       *
      * CROSS-REFERENCE BILL TO 'SHOP', WHICH IS CHECKED WHEN THE    *
      * STATEMENT ACTUALLY CARRIES IT.                               *
      ***************************************************************
       1300-CHECK-DEPT-XREF.

           OPEN INPUT DEPT-XREF-FILE
           IF WS-DEPT-XREF-FST EQUAL '05'
               CLOSE DEPT-XREF-FILE
               GO TO 1300-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ DEPT-XREF-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       IF DEPT-XREF-RECORD(1:1) NOT EQUAL '*'
                           AND DEPT-XREF-RECORD NOT EQUAL SPACES
                           AND DEPT-XREF-RECORD(11:12) NOT EQUAL SPACES
                           MOVE 'D' TO WS-LOOK-TYPE
                           MOVE DEPT-XREF-RECORD(11:12) TO WS-LOOK-KEY
                           PERFORM 7100-CHECK-MAPPED THRU 7100-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPT-XREF-FILE
           .
       1300-EXIT.
           EXIT.

      ***************************************************************
      * THE CYCLE'S STATEMENT AMOUNTS PER ACCOUNT, THE INVOICE TOTAL *
      * THEY SHOULD ADD UP TO, AND THE OPEN RECEIVABLES MEMO FIGURE  *
      ***************************************************************
       2000-GATHER-BILLING.

           OPEN INPUT STATEMENTS-FILE
           IF WS-STATEMENTS-FST EQUAL '05'
               CLOSE STATEMENTS-FILE
               DISPLAY 'AOC7804W GL-INTERFACE: NO day 12/STATEMENTS.TXT'
                   ' ON FILE - NO BILLING POSTED'
               GO TO 2000-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ STATEMENTS-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-STATEMENT-LINE THRU 2100-EXIT
               END-READ
           END-PERFORM
           CLOSE STATEMENTS-FILE
           IF WS-STMT-STALE-CNT GREATER 0
               DISPLAY 'AOC7807W GL-INTERFACE: day 12/STATEMENTS.TXT IS'
                   ' FOR BUSINESS DATE ' WS-STMT-BIZ-DATE ', NOT '
                   BIZ-DATE ' - BILLING NOT JOURNALED'
           END-IF

           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-FST NOT EQUAL '05'
               SET NOT-SCAN-EOF TO TRUE
               PERFORM UNTIL SCAN-EOF
                   READ INVOICE-FILE
                       AT END
                           SET SCAN-EOF TO TRUE
                       NOT AT END
                           IF INVOICE-RECORD(1:14) EQUAL
                                   'INVOICE TOTAL '
                               MOVE INVOICE-RECORD(15:20)
                                   TO WS-PARSE-FIELD
                               PERFORM 7000-PARSE-MONEY THRU 7000-EXIT
                               MOVE WS-PARSE-AMOUNT
                                   TO WS-INVOICE-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE INVOICE-FILE

           OPEN INPUT RECEIVABLES-FILE
           IF WS-RECEIVABLES-FST NOT EQUAL '05'
               SET NOT-SCAN-EOF TO TRUE
               PERFORM UNTIL SCAN-EOF
                   READ RECEIVABLES-FILE
                       AT END
                           SET SCAN-EOF TO TRUE
                       NOT AT END
                           IF RCV-OPEN-AMT NUMERIC
                               ADD RCV-OPEN-AMT TO WS-AR-OPEN-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RECEIVABLES-FILE
           .
       2000-EXIT.
           EXIT.

       2100-STATEMENT-LINE.

           IF STATEMENTS-RECORD(1:31) EQUAL
                   'CUSTOMER STATEMENTS - RUN DATE '
               AND STATEMENTS-RECORD(32:8) NUMERIC
               MOVE STATEMENTS-RECORD(32:8) TO WS-STMT-DATE
               IF STATEMENTS-RECORD(40:15) EQUAL ' BUSINESS DATE '
                   AND STATEMENTS-RECORD(55:8) NUMERIC
                   MOVE STATEMENTS-RECORD(55:8) TO WS-STMT-BIZ-DATE
               END-IF
               GO TO 2100-EXIT
           END-IF
           IF STATEMENTS-RECORD(1:8) NOT EQUAL 'ACCOUNT '
               OR STATEMENTS-RECORD(17:18) NOT EQUAL
                   ' STATEMENT AMOUNT '
               GO TO 2100-EXIT
           END-IF
           MOVE STATEMENTS-RECORD(35:20) TO WS-PARSE-FIELD
           PERFORM 7000-PARSE-MONEY THRU 7000-EXIT
           IF WS-PARSE-AMOUNT EQUAL 0
               GO TO 2100-EXIT
           END-IF
      *    A STATEMENT BILLED FOR ANOTHER BUSINESS DATE BELONGS TO
      *    ANOTHER CYCLE'S JOURNAL
           IF WS-STMT-BIZ-DATE NOT EQUAL BIZ-DATE
               ADD 1 TO WS-STMT-STALE-CNT
               ADD 1 TO WS-REJECT-CNT
               ADD WS-PARSE-AMOUNT TO WS-REJECT-TOTAL
               MOVE WS-PARSE-AMOUNT TO WS-MONEY-EDIT
               MOVE SPACES TO REJECT-RECORD
               STRING 'NOT JOURNALED  BILL ' STATEMENTS-RECORD(9:8)
                   '     AMOUNT ' WS-MONEY-EDIT
                   ' - STATEMENT FOR BUSINESS DATE ' WS-STMT-BIZ-DATE
                   DELIMITED BY SIZE INTO REJECT-RECORD
               END-STRING
               WRITE REJECT-RECORD
               GO TO 2100-EXIT
           END-IF
           ADD WS-PARSE-AMOUNT TO WS-BILLED-TOTAL
           IF WS-POST-CNT NOT LESS 200
               MOVE 'BILL' TO WS-REJECT-SOURCE
               MOVE STATEMENTS-RECORD(9:8) TO WS-REJECT-KEY
               PERFORM 7300-REJECT-OVERFLOW THRU 7300-EXIT
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-POST-CNT
           MOVE 'A'    TO WS-PS-TYPE(WS-POST-CNT)
           MOVE 'BILL' TO WS-PS-SOURCE(WS-POST-CNT)
           MOVE STATEMENTS-RECORD(9:8) TO WS-PS-KEY(WS-POST-CNT)
           MOVE WS-PARSE-AMOUNT TO WS-PS-AMOUNT(WS-POST-CNT)
           .
       2100-EXIT.
           EXIT.

      ***************************************************************
      * DEPARTMENT AMOUNTS DUE FROM THE MONTHLY CHARGEBACK STATEMENT *
      * - BOOKED ONLY ON THE CLOSE JOURNAL OF THE STATEMENT'S MONTH  *
      ***************************************************************
       2300-GATHER-CHARGEBACK.

           IF NOT PERIOD-CLOSING
               GO TO 2300-EXIT
           END-IF
           OPEN INPUT CHARGEBACK-FILE
           IF WS-CHARGEBACK-FST EQUAL '05'
               CLOSE CHARGEBACK-FILE
               DISPLAY 'AOC7808E GL-INTERFACE: PERIOD ' WS-PERIOD
                   ' CLOSING BUT NO CHARGEBACK-STATEMENT.TXT ON FILE'
                   ' - CLOSE NOT JOURNALED'
               SET CHGB-MISSING TO TRUE
               GO TO 2300-EXIT
           END-IF
           SET NOT-SCAN-EOF TO TRUE
           PERFORM UNTIL SCAN-EOF
               READ CHARGEBACK-FILE
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       PERFORM 2400-CHARGEBACK-LINE THRU 2400-EXIT
               END-READ
           END-PERFORM
           CLOSE CHARGEBACK-FILE
           IF WS-CHGB-MONTH NOT EQUAL WS-PERIOD
               DISPLAY 'AOC7808E GL-INTERFACE: PERIOD ' WS-PERIOD
                   ' CLOSING BUT CHARGEBACK STATEMENT IS FOR '
                   WS-CHGB-MONTH ' - CLOSE NOT JOURNALED'
               SET CHGB-MISSING TO TRUE
           END-IF
           .
       2300-EXIT.
           EXIT.

       2400-CHARGEBACK-LINE.

           IF CHARGEBACK-RECORD(1:28) EQUAL
                   'DEPARTMENTAL CHARGEBACK FOR '
               AND CHARGEBACK-RECORD(29:6) NUMERIC
               MOVE CHARGEBACK-RECORD(29:6) TO WS-CHGB-MONTH
               GO TO 2400-EXIT
           END-IF
           IF WS-CHGB-MONTH NOT EQUAL WS-PERIOD
               GO TO 2400-EXIT
           END-IF
           IF CHARGEBACK-RECORD(1:11) EQUAL 'DEPARTMENT '
               MOVE CHARGEBACK-RECORD(12:12) TO WS-CHGB-DEPT
               GO TO 2400-EXIT
           END-IF
           IF CHARGEBACK-RECORD(1:13) NOT EQUAL '  TOTAL RUNS '
               OR CHARGEBACK-RECORD(37:12) NOT EQUAL ' AMOUNT DUE '
               GO TO 2400-EXIT
           END-IF
           MOVE CHARGEBACK-RECORD(49:20) TO WS-PARSE-FIELD
           PERFORM 7000-PARSE-MONEY THRU 7000-EXIT
           IF WS-PARSE-AMOUNT EQUAL 0
               GO TO 2400-EXIT
           END-IF
           ADD WS-PARSE-AMOUNT TO WS-CHGB-TOTAL
           IF WS-POST-CNT NOT LESS 200
               MOVE 'CHGB' TO WS-REJECT-SOURCE
               MOVE WS-CHGB-DEPT TO WS-REJECT-KEY
               PERFORM 7300-REJECT-OVERFLOW THRU 7300-EXIT
               GO TO 2400-EXIT
           END-IF
           ADD 1 TO WS-POST-CNT
           MOVE 'D'    TO WS-PS-TYPE(WS-POST-CNT)
           MOVE 'CHGB' TO WS-PS-SOURCE(WS-POST-CNT)
           MOVE WS-CHGB-DEPT TO WS-PS-KEY(WS-POST-CNT)
           MOVE WS-PARSE-AMOUNT TO WS-PS-AMOUNT(WS-POST-CNT)
           .
       2400-EXIT.
           EXIT.

      ***************************************************************
      * ONE DEBIT/CREDIT PAIR PER MAPPED ACCOUNT OR DEPARTMENT,      *
      * BETWEEN THE HEADER AND THE CONTROL-TOTAL TRAILER             *
      ***************************************************************
       3000-WRITE-JOURNAL.

           OPEN OUTPUT JOURNAL-FILE
           MOVE SPACES TO JNL-HEADER-RECORD
           MOVE 'H'              TO JH-TYPE
           MOVE BIZ-DATE         TO JH-BUSINESS-DATE
           MOVE WS-PERIOD        TO JH-PERIOD
           MOVE WS-PERIOD-STATUS TO JH-PERIOD-STATUS
           MOVE 'AOC2024'        TO JH-SOURCE-SYSTEM
           MOVE BIZ-ACTUAL-DATE  TO JH-ACTUAL-DATE
           WRITE JNL-HEADER-RECORD

           PERFORM VARYING WS-POST-SUB FROM 1 BY 1
                   UNTIL WS-POST-SUB GREATER WS-POST-CNT
               PERFORM 3100-POST-PAIR THRU 3100-EXIT
           END-PERFORM

           MOVE SPACES TO JNL-TRAILER-RECORD
           MOVE 'T'              TO JT-TYPE
           MOVE WS-LINE-CNT      TO JT-LINE-COUNT
           MOVE WS-DEBIT-TOTAL   TO JT-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL  TO JT-CREDIT-TOTAL
           MOVE WS-PERIOD-STATUS TO JT-PERIOD-STATUS
           MOVE WS-PAIR-CNT      TO JT-PAIR-COUNT
           WRITE JNL-TRAILER-RECORD
           CLOSE JOURNAL-FILE
           .
       3000-EXIT.
           EXIT.

       3100-POST-PAIR.

           MOVE WS-PS-TYPE(WS-POST-SUB) TO WS-LOOK-TYPE
           MOVE WS-PS-KEY(WS-POST-SUB)  TO WS-LOOK-KEY
           PERFORM 7200-FIND-MAPPING THRU 7200-EXIT
           IF WS-MAP-HIT EQUAL 0
      *        THE UNMAPPED KEY ITSELF IS LISTED BY 7100; THE AMOUNT
      *        LEFT OFF THE JOURNAL IS LISTED HERE
               PERFORM 7100-CHECK-MAPPED THRU 7100-EXIT
               ADD 1 TO WS-REJECT-CNT
               ADD WS-PS-AMOUNT(WS-POST-SUB) TO WS-REJECT-TOTAL
               MOVE WS-PS-AMOUNT(WS-POST-SUB) TO WS-MONEY-EDIT
               MOVE SPACES TO REJECT-RECORD
               STRING 'NOT JOURNALED  ' WS-PS-SOURCE(WS-POST-SUB)
                   ' ' WS-PS-KEY(WS-POST-SUB) ' AMOUNT '
                   WS-MONEY-EDIT ' - NO GL MAPPING'
                   DELIMITED BY SIZE INTO REJECT-RECORD
               END-STRING
               WRITE REJECT-RECORD
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-PAIR-CNT

           ADD 1 TO WS-LINE-CNT
           MOVE SPACES TO JNL-DETAIL-RECORD
           MOVE 'D'                          TO JD-TYPE
           MOVE WS-LINE-CNT                  TO JD-LINE
           MOVE WS-MP-DEBIT(WS-MAP-HIT)      TO JD-GL-ACCOUNT
           MOVE 'DR'                         TO JD-DR-CR
           MOVE WS-PS-AMOUNT(WS-POST-SUB)    TO JD-AMOUNT
           MOVE WS-PS-SOURCE(WS-POST-SUB)    TO JD-SOURCE
           MOVE WS-PS-KEY(WS-POST-SUB)       TO JD-REFERENCE
           MOVE WS-PAIR-CNT                  TO JD-PAIR
           WRITE JNL-DETAIL-RECORD
           ADD WS-PS-AMOUNT(WS-POST-SUB) TO WS-DEBIT-TOTAL

           ADD 1 TO WS-LINE-CNT
           MOVE WS-LINE-CNT                  TO JD-LINE
           MOVE WS-MP-CREDIT(WS-MAP-HIT)     TO JD-GL-ACCOUNT
           MOVE 'CR'                         TO JD-DR-CR
           WRITE JNL-DETAIL-RECORD
           ADD WS-PS-AMOUNT(WS-POST-SUB) TO WS-CREDIT-TOTAL
           .
       3100-EXIT.
           EXIT.

      ***************************************************************
      * CONTROL FIGURES AT THE FOOT OF THE REJECT REPORT: INVOICE    *
      * AGAINST STATEMENTS (A CROP WITH NO ACCOUNT IS INVOICED BUT   *
      * NEVER BILLED), AND WHAT WAS AND WAS NOT JOURNALED            *
      ***************************************************************
       4000-FINISH-REJECTS.

      *    STALE STATEMENTS ARE ALREADY LISTED LINE BY LINE
           IF WS-INVOICE-TOTAL GREATER WS-BILLED-TOTAL
               AND WS-STMT-STALE-CNT EQUAL 0
               ADD 1 TO WS-REJECT-CNT
               COMPUTE WS-DIFF-AMOUNT =
                   WS-INVOICE-TOTAL - WS-BILLED-TOTAL
               MOVE WS-DIFF-AMOUNT TO WS-MONEY-EDIT
               MOVE SPACES TO REJECT-RECORD
               STRING 'UNBILLED       INVOICE TOTAL EXCEEDS STATEMENTS'
                   ' BY ' WS-MONEY-EDIT
                   ' - CROP(S) WITH NO CUSTOMER ACCOUNT'
                   DELIMITED BY SIZE INTO REJECT-RECORD
               END-STRING
               WRITE REJECT-RECORD
           END-IF
           IF WS-REJECT-CNT EQUAL 0
               MOVE '(NO REJECTS)' TO REJECT-RECORD
               WRITE REJECT-RECORD
           END-IF
           MOVE SPACES TO REJECT-RECORD
           WRITE REJECT-RECORD
           MOVE WS-INVOICE-TOTAL TO WS-MONEY-EDIT
           MOVE WS-BILLED-TOTAL  TO WS-MONEY-EDIT-2
           MOVE SPACES TO REJECT-RECORD
           STRING 'CONTROL: INVOICE TOTAL ' WS-MONEY-EDIT
               '  STATEMENTS ' WS-MONEY-EDIT-2
               '  STATEMENT DATE ' WS-STMT-DATE
               ' FOR ' WS-STMT-BIZ-DATE
               DELIMITED BY SIZE INTO REJECT-RECORD
           END-STRING
           WRITE REJECT-RECORD
           MOVE WS-CHGB-TOTAL    TO WS-MONEY-EDIT
           MOVE WS-AR-OPEN-TOTAL TO WS-MONEY-EDIT-2
           MOVE SPACES TO REJECT-RECORD
           STRING 'CONTROL: CHARGEBACK   ' WS-MONEY-EDIT
               '  RECEIVABLES OPEN ' WS-MONEY-EDIT-2
               DELIMITED BY SIZE INTO REJECT-RECORD
           END-STRING
           WRITE REJECT-RECORD
           MOVE WS-DEBIT-TOTAL  TO WS-MONEY-EDIT
           MOVE WS-REJECT-TOTAL TO WS-MONEY-EDIT-2
           MOVE SPACES TO REJECT-RECORD
           STRING 'CONTROL: JOURNALED    ' WS-MONEY-EDIT
               '  NOT JOURNALED ' WS-MONEY-EDIT-2
               '  PAIRS ' WS-PAIR-CNT
               DELIMITED BY SIZE INTO REJECT-RECORD
           END-STRING
           WRITE REJECT-RECORD
           .
       4000-EXIT.
           EXIT.

      ***************************************************************
      * POST THE RELEASED JOURNAL ON THE REGISTER                    *
      ***************************************************************
       5000-REGISTER-JOURNAL.

           OPEN EXTEND REGISTER-FILE
           MOVE SPACES TO REGISTER-RECORD
           MOVE BIZ-DATE         TO GJR-BUSINESS-DATE
           MOVE WS-RUN-DATE      TO GJR-RUN-DATE
           MOVE WS-RUN-TIME      TO GJR-RUN-TIME
           MOVE WS-PERIOD        TO GJR-PERIOD
           MOVE WS-PERIOD-STATUS TO GJR-PERIOD-STATUS
           MOVE WS-PAIR-CNT      TO GJR-PAIR-COUNT
           MOVE WS-DEBIT-TOTAL   TO GJR-DEBIT-TOTAL
           WRITE REGISTER-RECORD
           CLOSE REGISTER-FILE
           .
       5000-EXIT.
           EXIT.

      ***************************************************************
      * PARSE AN EDITED MONEY FIELD (Z...9.99) IN WS-PARSE-FIELD     *
      * BACK INTO WS-PARSE-AMOUNT                                    *
      ***************************************************************
       7000-PARSE-MONEY.

           MOVE 0 TO WS-PARSE-CENTS
           PERFORM VARYING WS-PARSE-SUB FROM 1 BY 1
                   UNTIL WS-PARSE-SUB GREATER 20
               MOVE WS-PARSE-FIELD(WS-PARSE-SUB:1) TO WS-PARSE-CHAR-X
               IF WS-PARSE-CHAR-X NUMERIC
                   COMPUTE WS-PARSE-CENTS =
                       (WS-PARSE-CENTS * 10) + WS-PARSE-CHAR-9
               ELSE
                   IF WS-PARSE-CHAR-X NOT EQUAL SPACE
                       AND WS-PARSE-CHAR-X NOT EQUAL '.'
                       AND WS-PARSE-CHAR-X NOT EQUAL ','
                       MOVE 20 TO WS-PARSE-SUB
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-PARSE-AMOUNT = WS-PARSE-CENTS / 100
           .
       7000-EXIT.
           EXIT.

      ***************************************************************
      * LIST A KEY WITH NO GL MAPPING ON THE REJECT REPORT, ONCE     *
      ***************************************************************
       7100-CHECK-MAPPED.

           MOVE 0 TO WS-SEEN-HIT
           PERFORM VARYING WS-SEEN-SUB FROM 1 BY 1
                   UNTIL WS-SEEN-SUB GREATER WS-SEEN-CNT
               IF WS-SN-TYPE(WS-SEEN-SUB) EQUAL WS-LOOK-TYPE
                   AND WS-SN-KEY(WS-SEEN-SUB) EQUAL WS-LOOK-KEY
                   MOVE WS-SEEN-SUB TO WS-SEEN-HIT
               END-IF
           END-PERFORM
           IF WS-SEEN-HIT GREATER 0
               GO TO 7100-EXIT
           END-IF
           IF WS-SEEN-CNT NOT LESS 200
               ADD 1 TO WS-SEEN-OVER-CNT
               GO TO 7100-EXIT
           END-IF
           ADD 1 TO WS-SEEN-CNT
           MOVE WS-LOOK-TYPE TO WS-SN-TYPE(WS-SEEN-CNT)
           MOVE WS-LOOK-KEY  TO WS-SN-KEY(WS-SEEN-CNT)
           PERFORM 7200-FIND-MAPPING THRU 7200-EXIT
           IF WS-MAP-HIT GREATER 0
               GO TO 7100-EXIT
           END-IF
           ADD 1 TO WS-REJECT-CNT
           MOVE SPACES TO REJECT-RECORD
           IF WS-LOOK-TYPE EQUAL 'A'
               STRING 'NO GL MAPPING  CUSTOMER ACCOUNT ' WS-LOOK-KEY
                   ' (day 12/CUSTOMER-XREF.TXT)'
                   DELIMITED BY SIZE INTO REJECT-RECORD
               END-STRING
           ELSE
               STRING 'NO GL MAPPING  DEPARTMENT       ' WS-LOOK-KEY
                   ' (DEPT-XREF.TXT)'
                   DELIMITED BY SIZE INTO REJECT-RECORD
               END-STRING
           END-IF
           WRITE REJECT-RECORD
           .
       7100-EXIT.
           EXIT.

       7200-FIND-MAPPING.

           MOVE 0 TO WS-MAP-HIT
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB GREATER WS-MAP-CNT
               IF WS-MP-TYPE(WS-MAP-SUB) EQUAL WS-LOOK-TYPE
                   AND WS-MP-KEY(WS-MAP-SUB) EQUAL WS-LOOK-KEY
                   MOVE WS-MAP-SUB TO WS-MAP-HIT
                   MOVE WS-MAP-CNT TO WS-MAP-SUB
               END-IF
           END-PERFORM
           .
       7200-EXIT.
           EXIT.

      ***************************************************************
      * AN AMOUNT WITH NO ROOM LEFT IN THE POSTING TABLE IS LISTED   *
      * AND COUNTED AS NOT JOURNALED, NEVER DROPPED                  *
      ***************************************************************
       7300-REJECT-OVERFLOW.

           ADD 1 TO WS-POST-OVER-CNT
           ADD 1 TO WS-REJECT-CNT
           ADD WS-PARSE-AMOUNT TO WS-REJECT-TOTAL
           MOVE WS-PARSE-AMOUNT TO WS-MONEY-EDIT
           MOVE SPACES TO REJECT-RECORD
           STRING 'NOT JOURNALED  ' WS-REJECT-SOURCE
               ' ' WS-REJECT-KEY ' AMOUNT '
               WS-MONEY-EDIT ' - POSTING TABLE FULL'
               DELIMITED BY SIZE INTO REJECT-RECORD
           END-STRING
           WRITE REJECT-RECORD
           .
       7300-EXIT.
           EXIT.
