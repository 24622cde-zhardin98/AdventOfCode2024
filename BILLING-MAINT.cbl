       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLING-MAINT.
       AUTHOR. ZACHARY HARDIN.
       DATE-WRITTEN. OCT 15 2026.
      ***************************************************************
      * GARDEN-GROUPS BILLING MASTER MAINTENANCE                    *
      *                                                              *
      * ADD / CHANGE / DELETE SCREENS FOR THE TWO MASTERS THE DAY 12 *
      * BILLING CYCLE PRICES AND BILLS FROM, SO NEITHER IS EVER      *
      * HAND-EDITED AGAIN:                                           *
      *   day 12/PRICE-MASTER.TXT  CROP, PRICE PER FENCE UNIT,       *
      *                            MINIMUM CHARGE                    *
      *   day 12/CUSTOMER-XREF.TXT CROP TO CUSTOMER ACCOUNT          *
      * EVERY FIELD IS VALIDATED AND THE RECORD IS BUILT BY THE      *
      * PROGRAM, SO A COLUMN CAN NO LONGER SLIP.  THE TWO MASTERS    *
      * ARE KEPT IN STEP: A CROP MAY NOT BE GIVEN AN ACCOUNT WITHOUT *
      * A PRICE, OR A PRICE WITHOUT AN ACCOUNT (ITS OWN OR THE '*'   *
      * DEFAULT) - WHEN THE OTHER HALF IS MISSING IT IS TAKEN IN THE *
      * SAME TRANSACTION OR NOTHING IS ADDED - AND A DELETE THAT     *
      * WOULD STRAND THE OTHER HALF IS REFUSED.                      *
      *                                                              *
      * ONLY AN OPERATOR LISTED ON OPERATOR-AUTH.TXT FOR DAY12 (OR   *
      * 'ALL') MAY MAINTAIN THE MASTERS; AN UNLISTED ATTEMPT IS      *
      * LOGGED TO AUTH-LOG.TXT AND REFUSED.  THE DAY 12 FOLDER IS    *
      * HELD THROUGH AOC-ENQ FOR THE SESSION SO A BILLING RUN CANNOT *
      * READ A MASTER MID-CHANGE.  EVERY CHANGE APPENDS A BEFORE/    *
      * AFTER IMAGE TO MASTER-AUDIT.TXT:                             *
      *   COLS  1-8   DATE             COLS 10-17  TIME              *
      *   COLS 19-26  OPERATOR ID      COLS 28-39  MASTER            *
      *   COLS 41-43  ADD / CHG / DEL                                *
      *   COLS 45-64  RECORD BEFORE    COLS 66-85  RECORD AFTER      *
      * STARTED FROM THE OPERATOR MENU (CHOICE P); RUN FROM THE      *
      * WORKSPACE ROOT.                                              *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    OPERATOR AUTHORIZATION ROSTER AND REFUSAL LOG
           SELECT OPTIONAL AUTH-FILE ASSIGN TO 'OPERATOR-AUTH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-FST.
           SELECT OPTIONAL AUTH-LOG-FILE ASSIGN TO 'AUTH-LOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-LOG-FST.
      *    FENCE PRICING MASTER AND ITS REWRITE
           SELECT OPTIONAL PRICE-MASTER-FILE
               ASSIGN TO 'day 12/PRICE-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-MASTER-FST.
           SELECT PRICE-OUT-FILE
               ASSIGN TO 'day 12/PRICE-MASTER.TXT.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-OUT-FST.
      *    CROP TO CUSTOMER-ACCOUNT CROSS-REFERENCE AND ITS REWRITE
           SELECT OPTIONAL CUST-XREF-FILE
               ASSIGN TO 'day 12/CUSTOMER-XREF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-XREF-FST.
           SELECT XREF-OUT-FILE
               ASSIGN TO 'day 12/CUSTOMER-XREF.TXT.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-OUT-FST.
      *    BEFORE/AFTER AUDIT TRAIL OF EVERY MASTER CHANGE
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO 'MASTER-AUDIT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FST.

       DATA DIVISION.
       FILE SECTION.
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

       FD  PRICE-MASTER-FILE
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRICE-MASTER-RECORD.
       01  PRICE-MASTER-RECORD                    PIC X(20).

       FD  PRICE-OUT-FILE
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRICE-OUT-RECORD.
       01  PRICE-OUT-RECORD                       PIC X(20).

       FD  CUST-XREF-FILE
           RECORD CONTAINS 10 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CUST-XREF-RECORD.
       01  CUST-XREF-RECORD                       PIC X(10).

       FD  XREF-OUT-FILE
           RECORD CONTAINS 10 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS XREF-OUT-RECORD.
       01  XREF-OUT-RECORD                        PIC X(10).

       FD  AUDIT-FILE
           RECORD CONTAINS 85 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-RECORD.
       01  AUDIT-RECORD.
           05 MAU-DATE                            PIC 9(8).
           05 FILLER                              PIC X(1).
           05 MAU-TIME                            PIC 9(8).
           05 FILLER                              PIC X(1).
           05 MAU-OPERATOR                        PIC X(8).
           05 FILLER                              PIC X(1).
           05 MAU-MASTER                          PIC X(12).
           05 FILLER                              PIC X(1).
           05 MAU-ACTION                          PIC X(3).
           05 FILLER                              PIC X(1).
           05 MAU-BEFORE                          PIC X(20).
           05 FILLER                              PIC X(1).
           05 MAU-AFTER                           PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-BEGIN                               PIC X(27)
           VALUE 'WORKING STORAGE BEGINS HERE'.
       01  WS-MAINT-DONE                          PIC X(1) VALUE 'N'.
           88 MAINT-DONE                                   VALUE 'Y'.
       01  WS-COMMAND                             PIC X(200).
       01  WS-ACTION                              PIC X(8).

      *    OPERATOR IDENTITY AND AUTHORIZATION
       01  WS-OPERATOR-ID                         PIC X(8)
           VALUE SPACES.
       01  WS-AUTH-FST                            PIC X(2) VALUE '00'.
       01  WS-AUTH-LOG-FST                        PIC X(2) VALUE '00'.
       01  WS-AUTH-EOF                            PIC X(1).
           88 AUTH-EOF                                     VALUE 'Y'.
           88 NOT-AUTH-EOF                                 VALUE 'N'.
       01  WS-AUTHORIZED                          PIC X(1) VALUE 'N'.
       01  WS-AUTH-HIT                            PIC 9(2).

       COPY ENQPARM.

      *    PRICING MASTER, HELD AS RECORD IMAGES SO A RECORD THAT
      *    CANNOT BE READ IS SHOWN AND CAN BE CORRECTED, NOT LOST
       01  WS-PRICE-MASTER-FST                    PIC X(2) VALUE '00'.
       01  WS-PRICE-OUT-FST                       PIC X(2) VALUE '00'.
       01  WS-PRICE-EOF                           PIC X(1).
           88 PRICE-EOF                                    VALUE 'Y'.
           88 NOT-PRICE-EOF                                VALUE 'N'.
       01  WS-PRC-CNT                             PIC 9(3) VALUE 0.
       01  WS-PRC-TABLE.
           05 WS-PRC-IMAGE OCCURS 100 TIMES       PIC X(20).
       01  WS-PRC-SUB                             PIC 9(3).
       01  WS-PRC-HIT                             PIC 9(3).
       01  WS-PRC-DFLT                            PIC 9(3).
       01  WS-PRICE-WORK.
           05 PW-PLANT                            PIC X(1).
           05 FILLER                              PIC X(1).
           05 PW-UNIT-PRICE                       PIC 9(4)V99.
           05 FILLER                              PIC X(1).
           05 PW-MIN-CHARGE                       PIC 9(6)V99.
           05 FILLER                              PIC X(3).

      *    CUSTOMER CROSS-REFERENCE, HELD THE SAME WAY
       01  WS-CUST-XREF-FST                       PIC X(2) VALUE '00'.
       01  WS-XREF-OUT-FST                        PIC X(2) VALUE '00'.
       01  WS-XREF-EOF                            PIC X(1).
           88 XREF-EOF                                     VALUE 'Y'.
           88 NOT-XREF-EOF                                 VALUE 'N'.
       01  WS-XRF-CNT                             PIC 9(3) VALUE 0.
       01  WS-XRF-TABLE.
           05 WS-XRF-IMAGE OCCURS 100 TIMES       PIC X(10).
       01  WS-XRF-SUB                             PIC 9(3).
       01  WS-XRF-HIT                             PIC 9(3).
       01  WS-XRF-DFLT                            PIC 9(3).
       01  WS-XREF-WORK.
           05 XW-PLANT                            PIC X(1).
           05 FILLER                              PIC X(1).
           05 XW-ACCOUNT                          PIC X(8).

      *    SCREEN INPUT FIELDS
       01  WS-CROP-INPUT                          PIC X(8).
       01  WS-CROP                                PIC X(1).
       01  WS-CHECK-CROP                          PIC X(1).
       01  WS-INPUT-OK                            PIC X(1).
       01  WS-COVERED                             PIC X(1).
       01  WS-PAIR-ADD                            PIC X(1).
       01  WS-CONFIRM                             PIC X(8).
       01  WS-NEW-UNIT                            PIC 9(4)V99.
       01  WS-NEW-MIN                             PIC 9(6)V99.
       01  WS-NEW-ACCOUNT                         PIC X(8).
       01  WS-ACCT-INPUT                          PIC X(20).
       01  WS-ACCT-LEN                            PIC 9(2).
       01  WS-ACCT-SUB                            PIC 9(2).

      *    FREE-FORM AMOUNT PARSE (E.G. 12.5, 0.75, 1200)
       01  WS-AMT-INPUT                           PIC X(12).
       01  WS-AMT-MAX-WHOLE                       PIC 9(1).
       01  WS-AMT-VALUE                           PIC 9(6)V99.
       01  WS-AMT-WHOLE                           PIC 9(6).
       01  WS-AMT-FRAC                            PIC 9(2).
       01  WS-AMT-WHOLE-DIGITS                    PIC 9(2).
       01  WS-AMT-FRAC-DIGITS                     PIC 9(2).
       01  WS-AMT-SUB                             PIC 9(2).
       01  WS-AMT-STATE                           PIC X(1).
           88 AMT-LEADING                                  VALUE 'L'.
           88 AMT-WHOLE                                    VALUE 'W'.
           88 AMT-FRACTION                                 VALUE 'F'.
           88 AMT-TRAILING                                 VALUE 'T'.
       01  WS-AMT-CHAR-X                          PIC X(1).
       01  WS-AMT-CHAR-9 REDEFINES WS-AMT-CHAR-X  PIC 9(1).

      *    SCREEN LINE
       01  WS-SCREEN-LINE.
           05 FILLER                              PIC X(2) VALUE SPACES.
           05 WS-SL-CROP                          PIC X(1).
           05 FILLER                              PIC X(3) VALUE SPACES.
           05 WS-SL-UNIT                          PIC X(10).
           05 FILLER                              PIC X(2) VALUE SPACES.
           05 WS-SL-MIN                           PIC X(12).
           05 FILLER                              PIC X(2) VALUE SPACES.
           05 WS-SL-ACCOUNT                       PIC X(30).
       01  WS-UNIT-EDIT                           PIC Z(3)9.99.
       01  WS-MIN-EDIT                            PIC Z(5)9.99.

      *    AUDIT FIELDS
       01  WS-AUDIT-FST                           PIC X(2) VALUE '00'.
       01  WS-AUD-MASTER                          PIC X(12).
       01  WS-AUD-ACTION                          PIC X(3).
       01  WS-AUD-BEFORE                          PIC X(20).
       01  WS-AUD-AFTER                           PIC X(20).
       01  WS-AUD-DATE                            PIC 9(8).
       01  WS-AUD-TIME                            PIC 9(8).

       01  WS-END                                 PIC X(25)
           VALUE 'WORKING STORAGE ENDS HERE'.

       PROCEDURE DIVISION.
      ***************************************************************
      * MAINLINE                                                    *
      ***************************************************************
       0000-MAINLINE.

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'AOC_OPERATOR'
           IF WS-OPERATOR-ID EQUAL SPACES
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'USER'
           END-IF
           IF WS-OPERATOR-ID EQUAL SPACES
               MOVE 'UNKNOWN' TO WS-OPERATOR-ID
           END-IF
           PERFORM 1000-CHECK-AUTHORITY THRU 1000-EXIT
           PERFORM 1100-HOLD-FOLDER     THRU 1100-EXIT
           PERFORM 1200-LOAD-PRICES     THRU 1200-EXIT
           PERFORM 1300-LOAD-XREF       THRU 1300-EXIT
           PERFORM UNTIL MAINT-DONE
               PERFORM 2000-SHOW-SCREEN THRU 2000-EXIT
               PERFORM 3000-TAKE-ACTION THRU 3000-EXIT
           END-PERFORM
           MOVE 'DEQ '    TO ENQ-OP
           MOVE 'day 12'  TO ENQ-RESOURCE
           CALL 'AOC-ENQ' USING ENQ-PARMS
           DISPLAY 'BILLING MASTER MAINTENANCE ENDED'
           .
       0000-EXIT.
           GOBACK.

      ***************************************************************
      * THE OPERATOR MUST BE ON OPERATOR-AUTH.TXT FOR DAY12 OR ALL;  *
      * ANYONE ELSE IS LOGGED TO AUTH-LOG.TXT AND TURNED AWAY        *
      ***************************************************************
       1000-CHECK-AUTHORITY.

           MOVE 'N' TO WS-AUTHORIZED
           OPEN INPUT AUTH-FILE
           IF WS-AUTH-FST EQUAL '05'
               CLOSE AUTH-FILE
               GO TO 1000-REFUSE
           END-IF
           SET NOT-AUTH-EOF TO TRUE
           PERFORM UNTIL AUTH-EOF
               READ AUTH-FILE
                   AT END
                       SET AUTH-EOF TO TRUE
                   NOT AT END
                       IF AUTH-RECORD(1:1) NOT EQUAL '*'
                           AND AUTH-RECORD(1:8) EQUAL WS-OPERATOR-ID
                           MOVE 0 TO WS-AUTH-HIT
                           INSPECT AUTH-RECORD(9:72)
                               TALLYING WS-AUTH-HIT FOR ALL 'ALL'
                           INSPECT AUTH-RECORD(9:72)
                               TALLYING WS-AUTH-HIT FOR ALL 'DAY12'
                           IF WS-AUTH-HIT GREATER 0
                               MOVE 'Y' TO WS-AUTHORIZED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTH-FILE
           IF WS-AUTHORIZED EQUAL 'Y'
               GO TO 1000-EXIT
           END-IF
           .
       1000-REFUSE.
           DISPLAY 'OPERATOR ' WS-OPERATOR-ID ' IS NOT AUTHORIZED'
               ' FOR DAY12 ON OPERATOR-AUTH.TXT - BILLING MASTER'
               ' MAINTENANCE REFUSED'
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-TIME FROM TIME
           MOVE SPACES TO AUTH-LOG-RECORD
           STRING WS-AUD-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-AUD-TIME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               ' BILLING-MAINT REFUSED' DELIMITED BY SIZE
               INTO AUTH-LOG-RECORD
           END-STRING
           OPEN EXTEND AUTH-LOG-FILE
           WRITE AUTH-LOG-RECORD
           CLOSE AUTH-LOG-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       1000-EXIT.
           EXIT.

      ***************************************************************
      * HOLD THE DAY 12 FOLDER FOR THE SESSION - A BILLING RUN MUST  *
      * NOT READ A MASTER WHILE IT IS BEING REWRITTEN                *
      ***************************************************************
       1100-HOLD-FOLDER.

           MOVE 'ENQ '          TO ENQ-OP
           MOVE 'day 12'        TO ENQ-RESOURCE
           MOVE WS-OPERATOR-ID  TO ENQ-HOLDER
           MOVE 'BILLING-MAINT' TO ENQ-PROGRAM
           MOVE SPACE           TO ENQ-OVERRIDE
           CALL 'AOC-ENQ' USING ENQ-PARMS
           IF ENQ-RC NOT EQUAL 0
               DISPLAY 'DAY 12 FOLDER IS IN USE - HELD BY '
                   ENQ-HELD-BY
               DISPLAY 'BILLING MASTER MAINTENANCE NOT STARTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       1100-EXIT.
           EXIT.

       1200-LOAD-PRICES.

           MOVE 0 TO WS-PRC-CNT
           OPEN INPUT PRICE-MASTER-FILE
           IF WS-PRICE-MASTER-FST EQUAL '05'
               CLOSE PRICE-MASTER-FILE
               GO TO 1200-EXIT
           END-IF
           SET NOT-PRICE-EOF TO TRUE
           PERFORM UNTIL PRICE-EOF
               READ PRICE-MASTER-FILE
                   AT END
                       SET PRICE-EOF TO TRUE
                   NOT AT END
                       IF PRICE-MASTER-RECORD NOT EQUAL SPACES
                           AND WS-PRC-CNT LESS 100
                           ADD 1 TO WS-PRC-CNT
                           MOVE PRICE-MASTER-RECORD
                               TO WS-PRC-IMAGE(WS-PRC-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRICE-MASTER-FILE
           .
       1200-EXIT.
           EXIT.

       1300-LOAD-XREF.

           MOVE 0 TO WS-XRF-CNT
           OPEN INPUT CUST-XREF-FILE
           IF WS-CUST-XREF-FST EQUAL '05'
               CLOSE CUST-XREF-FILE
               GO TO 1300-EXIT
           END-IF
           SET NOT-XREF-EOF TO TRUE
           PERFORM UNTIL XREF-EOF
               READ CUST-XREF-FILE
                   AT END
                       SET XREF-EOF TO TRUE
                   NOT AT END
                       IF CUST-XREF-RECORD NOT EQUAL SPACES
                           AND WS-XRF-CNT LESS 100
                           ADD 1 TO WS-XRF-CNT
                           MOVE CUST-XREF-RECORD
                               TO WS-XRF-IMAGE(WS-XRF-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUST-XREF-FILE
           .
       1300-EXIT.
           EXIT.

      ***************************************************************
      * SHOW BOTH MASTERS CROP BY CROP AND THE COMMAND PROMPT        *
      ***************************************************************
       2000-SHOW-SCREEN.

           DISPLAY ' '
           DISPLAY 'GARDEN-GROUPS BILLING MASTERS'
           DISPLAY 'CROP  UNIT PRICE  MIN CHARGE    CUSTOMER ACCOUNT'
           PERFORM 2100-SHOW-PRICE-LINE THRU 2100-EXIT
               VARYING WS-PRC-SUB FROM 1 BY 1
               UNTIL WS-PRC-SUB GREATER WS-PRC-CNT
      *    CROSS-REFERENCE ENTRIES WITH NO PRICE RECORD OF THEIR OWN
           PERFORM VARYING WS-XRF-SUB FROM 1 BY 1
                   UNTIL WS-XRF-SUB GREATER WS-XRF-CNT
               MOVE WS-XRF-IMAGE(WS-XRF-SUB) TO WS-XREF-WORK
               MOVE XW-PLANT TO WS-CROP
               PERFORM 7100-FIND-PRICE THRU 7100-EXIT
               IF WS-PRC-HIT EQUAL 0
                   MOVE XW-PLANT TO WS-SL-CROP
                   MOVE SPACES TO WS-SL-MIN
                   IF WS-PRC-DFLT GREATER 0
                       MOVE ' (DEFAULT)' TO WS-SL-UNIT
                   ELSE
                       MOVE '** NONE **' TO WS-SL-UNIT
                   END-IF
                   MOVE XW-ACCOUNT TO WS-SL-ACCOUNT
                   DISPLAY WS-SCREEN-LINE
               END-IF
           END-PERFORM
           DISPLAY 'PRICES:   PA = ADD, PC = CHANGE, PD = DELETE'
           DISPLAY 'ACCOUNTS: XA = ADD, XC = CHANGE, XD = DELETE'
           DISPLAY 'Q = RETURN TO THE OPERATOR MENU'
           .
       2000-EXIT.
           EXIT.

      *    ONE PRICING RECORD WITH THE ACCOUNT IT BILLS TO
       2100-SHOW-PRICE-LINE.

           MOVE WS-PRC-IMAGE(WS-PRC-SUB) TO WS-PRICE-WORK
           IF PW-UNIT-PRICE NOT NUMERIC
               OR PW-MIN-CHARGE NOT NUMERIC
               DISPLAY '  ' PW-PLANT '   ** UNREADABLE RECORD '''
                   WS-PRC-IMAGE(WS-PRC-SUB)
                   ''' - REPAIR IT WITH PC **'
               GO TO 2100-EXIT
           END-IF
           MOVE PW-PLANT      TO WS-SL-CROP WS-CROP
           MOVE PW-UNIT-PRICE TO WS-UNIT-EDIT
           MOVE WS-UNIT-EDIT  TO WS-SL-UNIT
           MOVE PW-MIN-CHARGE TO WS-MIN-EDIT
           MOVE WS-MIN-EDIT   TO WS-SL-MIN
           PERFORM 7200-FIND-XREF THRU 7200-EXIT
           EVALUATE TRUE
               WHEN WS-XRF-HIT GREATER 0
                   MOVE WS-XRF-IMAGE(WS-XRF-HIT) TO WS-XREF-WORK
                   MOVE XW-ACCOUNT TO WS-SL-ACCOUNT
               WHEN WS-XRF-DFLT GREATER 0
                   MOVE WS-XRF-IMAGE(WS-XRF-DFLT) TO WS-XREF-WORK
                   MOVE SPACES TO WS-SL-ACCOUNT
                   STRING XW-ACCOUNT DELIMITED BY SPACE
                       ' (DEFAULT)' DELIMITED BY SIZE
                       INTO WS-SL-ACCOUNT
                   END-STRING
               WHEN OTHER
                   MOVE '** NO ACCOUNT **' TO WS-SL-ACCOUNT
           END-EVALUATE
           DISPLAY WS-SCREEN-LINE
           .
       2100-EXIT.
           EXIT.

      ***************************************************************
      * READ AND DISPATCH ONE MAINTENANCE ACTION                     *
      ***************************************************************
       3000-TAKE-ACTION.

           MOVE SPACES TO WS-ACTION
           ACCEPT WS-ACTION
           INSPECT WS-ACTION CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           EVALUATE WS-ACTION
               WHEN 'Q'
                   SET MAINT-DONE TO TRUE
               WHEN SPACES
                   CONTINUE
               WHEN 'PA'
                   PERFORM 4100-ADD-PRICE     THRU 4100-EXIT
               WHEN 'PC'
                   PERFORM 4200-CHANGE-PRICE  THRU 4200-EXIT
               WHEN 'PD'
                   PERFORM 4300-DELETE-PRICE  THRU 4300-EXIT
               WHEN 'XA'
                   PERFORM 4400-ADD-XREF      THRU 4400-EXIT
               WHEN 'XC'
                   PERFORM 4500-CHANGE-XREF   THRU 4500-EXIT
               WHEN 'XD'
                   PERFORM 4600-DELETE-XREF   THRU 4600-EXIT
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED ACTION: ' WS-ACTION
           END-EVALUATE
           .
       3000-EXIT.
           EXIT.

      ***************************************************************
      * ADD A PRICE.  A CROP WITH NO ACCOUNT (OWN OR DEFAULT) MUST   *
      * BE GIVEN ONE IN THE SAME TRANSACTION.                        *
      ***************************************************************
       4100-ADD-PRICE.

           PERFORM 5000-GET-CROP THRU 5000-EXIT
           IF WS-INPUT-OK NOT EQUAL 'Y'
               GO TO 4100-EXIT
           END-IF
           PERFORM 7100-FIND-PRICE THRU 7100-EXIT
           IF WS-PRC-HIT GREATER 0
               DISPLAY 'CROP ' WS-CROP ' IS ALREADY PRICED - USE PC'
                   ' TO CHANGE IT'
               GO TO 4100-EXIT
           END-IF
           IF WS-PRC-CNT NOT LESS 100
               DISPLAY 'PRICING MASTER IS FULL (100 CROPS)'
               GO TO 4100-EXIT
           END-IF
           PERFORM 5100-GET-PRICES THRU 5100-EXIT
           IF WS-INPUT-OK NOT EQUAL 'Y'
               GO TO 4100-EXIT
           END-IF
           MOVE 'N' TO WS-PAIR-ADD
           PERFORM 7200-FIND-XREF THRU 7200-EXIT
           IF WS-XRF-HIT EQUAL 0 AND WS-XRF-DFLT EQUAL 0
               IF WS-XRF-CNT NOT LESS 100
                   DISPLAY 'CROP ' WS-CROP ' HAS NO CUSTOMER ACCOUNT'
                       ' AND THE CROSS-REFERENCE IS FULL - PRICE NOT'
                       ' ADDED'
                   GO TO 4100-EXIT
               END-IF
               DISPLAY 'CROP ' WS-CROP ' HAS NO CUSTOMER ACCOUNT -'
                   ' A PRICE CANNOT STAND WITHOUT ONE'
               PERFORM 5200-GET-ACCOUNT THRU 5200-EXIT
               IF WS-INPUT-OK NOT EQUAL 'Y'
                   DISPLAY 'PRICE NOT ADDED'
                   GO TO 4100-EXIT
               END-IF
               MOVE 'Y' TO WS-PAIR-ADD
           END-IF

           PERFORM 6100-BUILD-PRICE THRU 6100-EXIT
           ADD 1 TO WS-PRC-CNT
           MOVE WS-PRICE-WORK TO WS-PRC-IMAGE(WS-PRC-CNT)
           PERFORM 7600-REWRITE-PRICES THRU 7600-EXIT
           MOVE 'PRICE-MASTER' TO WS-AUD-MASTER
           MOVE 'ADD'          TO WS-AUD-ACTION
           MOVE SPACES         TO WS-AUD-BEFORE
           MOVE WS-PRICE-WORK  TO WS-AUD-AFTER
           PERFORM 7500-WRITE-AUDIT THRU 7500-EXIT
           DISPLAY 'PRICE FOR CROP ' WS-CROP ' ADDED'
           IF WS-PAIR-ADD EQUAL 'Y'
               PERFORM 6200-ADD-XREF-ENTRY THRU 6200-EXIT
           END-IF
           .
       4100-EXIT.
           EXIT.

      ***************************************************************
      * CHANGE A PRICE (ALSO THE WAY TO REPAIR AN UNREADABLE ONE)    *
      ***************************************************************
       4200-CHANGE-PRICE.

           PERFORM 5000-GET-CROP THRU 5000-EXIT
           IF WS-INPUT-OK NOT EQUAL 'Y'
               GO TO 4200-EXIT
           END-IF
           PERFORM 7100-FIND-PRICE THRU 7100-EXIT
           IF WS-PRC-HIT EQUAL 0
               DISPLAY 'NO PRICE FOR CROP ' WS-CROP ' - USE PA TO'
                   ' ADD ONE'
               GO TO 4200-EXIT
           END-IF
           DISPLAY 'CURRENT RECORD: ' WS-PRC-IMAGE(WS-PRC-HIT)
           PERFORM 5100-GET-PRICES THRU 5100-EXIT
           IF WS-INPUT-OK NOT EQUAL 'Y'
               GO TO 4200-EXIT
           END-IF
           PERFORM 6100-BUILD-PRICE THRU 6100-EXIT
           IF WS-PRICE-WORK EQUAL WS-PRC-IMAGE(WS-PRC-HIT)
               DISPLAY 'NO CHANGE - NOTHING WRITTEN'
               GO TO 4200-EXIT
           END-IF
           MOVE 'PRICE-MASTER'           TO WS-AUD-MASTER
           MOVE 'CHG'                    TO WS-AUD-ACTION
           MOVE WS-PRC-IMAGE(WS-PRC-HIT) TO WS-AUD-BEFORE
           MOVE WS-PRICE-WORK            TO WS-AUD-AFTER
           MOVE WS-PRICE-WORK TO WS-PRC-IMAGE(WS-PRC-HIT)
           PERFORM 7600-REWRITE-PRICES THRU 7600-EXIT
           PERFORM 7500-WRITE-AUDIT THRU 7500-EXIT
           DISPLAY 'PRICE FOR CROP ' WS-CROP ' CHANGED'
           .
       4200-EXIT.
           EXIT.

      ***************************************************************
      * DELETE A PRICE - REFUSED WHILE AN ACCOUNT STILL NEEDS IT     *
      ***************************************************************
       4300-DELETE-PRICE.

           PERFORM 5000-GET-CROP THRU 5000-EXIT
           IF WS-INPUT-OK NOT EQUAL 'Y'
               GO TO 4300-EXIT
           END-IF
           PERFORM 7100-FIND-PRICE THRU 7100-EXIT
           IF WS-PRC-HIT EQUAL 0
               DISPLAY 'NO PRICE FOR CROP ' WS-CROP
               GO TO 4300-EXIT
           END-IF
      *    THE DEFAULT PRICE GOES ONLY IF EVERY ACCOUNT-HOLDING CROP
      *    HAS A PRICE OF ITS OWN; ANY OTHER GOES ONLY IF ITS CROP
      *    HAS NO ACCOUNT OR THE DEFAULT PRICE WILL COVER IT
           IF WS-CROP EQUAL '*'
               PERFORM VARYING WS-XRF-SUB FROM 1 BY 1
                       UNTIL WS-XRF-SUB GREATER WS-XRF-CNT
                   MOVE WS-XRF-IMAGE(WS-XRF-SUB) TO WS-XREF-WORK
                   IF XW-PLANT NOT EQUAL '*'
                       MOVE XW-PLANT TO WS-CHECK-CROP
                       PERFORM 7150-CHECK-OWN-PRICE THRU 7150-EXIT
                       IF WS-COVERED NOT EQUAL 'Y'
                           DISPLAY 'CROP ' XW-PLANT ' (ACCOUNT '
                               XW-ACCOUNT ') IS PRICED BY THE DEFAULT'
                               ' - DELETE REFUSED'
                           GO TO 4300-EXIT
                       END-IF
                   END-IF
               END-PERFORM
           ELSE
               PERFORM 7200-FIND-XREF THRU 7200-EXIT
               IF WS-XRF-HIT GREATER 0 AND WS-PRC-DFLT EQUAL 0
                   DISPLAY 'CROP ' WS-CROP ' STILL HAS A CUSTOMER'
                       ' ACCOUNT AND THERE IS NO DEFAULT PRICE -'
                       ' DELETE REFUSED (DELETE THE ACCOUNT FIRST)'
                   GO TO 4300-EXIT
               END-IF
           END-IF
           DISPLAY 'DELETE ' WS-PRC-IMAGE(WS-PRC-HIT) ' - CONFIRM'
               ' (Y/N):'
           MOVE SPACES TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT EQUAL 'Y' AND WS-CONFIRM NOT EQUAL 'y'
               DISPLAY 'DELETE CANCELLED'
               GO TO 4300-EXIT
           END-IF
           MOVE 'PRICE-MASTER'           TO WS-AUD-MASTER
           MOVE 'DEL'                    TO WS-AUD-ACTION
           MOVE WS-PRC-IMAGE(WS-PRC-HIT) TO WS-AUD-BEFORE
           MOVE SPACES                   TO WS-AUD-AFTER
           PERFORM VARYING WS-PRC-SUB FROM WS-PRC-HIT BY 1
                   UNTIL WS-PRC-SUB NOT LESS WS-PRC-CNT
               MOVE WS-PRC-IMAGE(WS-PRC-SUB + 1)
                   TO WS-PRC-IMAGE(WS-PRC-SUB)
           END-PERFORM
           SUBTRACT 1 FROM WS-PRC-CNT
           PERFORM 7600-REWRITE-PRICES THRU 7600-EXIT
           PERFORM 7500-WRITE-AUDIT THRU 7500-EXIT
           DISPLAY 'PRICE FOR CROP ' WS-CROP ' DELETED'
           .
       4300-EXIT.
           EXIT.

      ***************************************************************
      * ADD AN ACCOUNT.  A CROP WITH NO PRICE (OWN OR DEFAULT) MUST  *
      * BE PRICED IN THE SAME TRANSACTION.                           *
      ***************************************************************
       4400-ADD-XREF.

           PERFORM 5000-GET-CROP THRU 5000-EXIT
           IF WS-INPUT-OK NOT EQUAL 'Y'
               GO TO 4400-EXIT
           END-IF
           PERFORM 7200-FIND-XREF THRU 7200-EXIT
           IF WS-XRF-HIT GREATER 0
               DISPLAY 'CROP ' WS-CROP ' ALREADY HAS AN ACCOUNT -'
                   ' USE XC TO CHANGE IT'
               GO TO 4400-EXIT
           END-IF
           IF WS-XRF-CNT NOT LESS 100
               DISPLAY 'CUSTOMER CROSS-REFERENCE IS FULL (100 CROPS)'
               GO TO 4400-EXIT
           END-IF
           PERFORM 5200-GET-ACCOUNT THRU 5200-EXIT
           IF WS-INPUT-OK NOT EQUAL 'Y'
               GO TO 4400-EXIT
           END-IF
           MOVE 'N' TO WS-PAIR-ADD
           MOVE WS-CROP TO WS-CHECK-CROP
           PERFORM 7150-CHECK-OWN-PRICE THRU 7150-EXIT
           PERFORM 7100-FIND-PRICE THRU 7100-EXIT
           IF WS-COVERED NOT EQUAL 'Y' AND WS-PRC-DFLT EQUAL 0
               IF WS-PRC-HIT GREATER 0
                   DISPLAY 'CROP ' WS-CROP '''S PRICE RECORD IS'
                       ' UNREADABLE - REPAIR IT WITH PC FIRST'
                   GO TO 4400-EXIT
               END-IF
               IF WS-PRC-CNT NOT LESS 100
                   DISPLAY 'CROP ' WS-CROP ' HAS NO PRICE AND THE'
                       ' PRICING MASTER IS FULL - ACCOUNT NOT ADDED'
                   GO TO 4400-EXIT
               END-IF
               DISPLAY 'CROP ' WS-CROP ' HAS NO PRICE - AN ACCOUNT'
                   ' CANNOT STAND WITHOUT ONE'
               PERFORM 5100-GET-PRICES THRU 5100-EXIT
               IF WS-INPUT-OK NOT EQUAL 'Y'
                   DISPLAY 'ACCOUNT NOT ADDED'
                   GO TO 4400-EXIT
               END-IF
               MOVE 'Y' TO WS-PAIR-ADD
           END-IF

           PERFORM 6200-ADD-XREF-ENTRY THRU 6200-EXIT
           IF WS-PAIR-ADD EQUAL 'Y'
               PERFORM 6100-BUILD-PRICE THRU 6100-EXIT
               ADD 1 TO WS-PRC-CNT
               MOVE WS-PRICE-WORK TO WS-PRC-IMAGE(WS-PRC-CNT)
               PERFORM 7600-REWRITE-PRICES THRU 7600-EXIT
               MOVE 'PRICE-MASTER' TO WS-AUD-MASTER
               MOVE 'ADD'          TO WS-AUD-ACTION
               MOVE SPACES         TO WS-AUD-BEFORE
               MOVE WS-PRICE-WORK  TO WS-AUD-AFTER
               PERFORM 7500-WRITE-AUDIT THRU 7500-EXIT
               DISPLAY 'PRICE FOR CROP ' WS-CROP ' ADDED'
           END-IF
           .
       4400-EXIT.
           EXIT.

      ***************************************************************
      * CHANGE AN ACCOUNT                                            *
      ***************************************************************
       4500-CHANGE-XREF.

           PERFORM 5000-GET-CROP THRU 5000-EXIT
           IF WS-INPUT-OK NOT EQUAL 'Y'
               GO TO 4500-EXIT
           END-IF
           PERFORM 7200-FIND-XREF THRU 7200-EXIT
           IF WS-XRF-HIT EQUAL 0
               DISPLAY 'NO ACCOUNT FOR CROP ' WS-CROP ' - USE XA TO'
                   ' ADD ONE'
               GO TO 4500-EXIT
           END-IF
           DISPLAY 'CURRENT RECORD: ' WS-XRF-IMAGE(WS-XRF-HIT)
           PERFORM 5200-GET-ACCOUNT THRU 5200-EXIT
           IF WS-INPUT-OK NOT EQUAL 'Y'
               GO TO 4500-EXIT
           END-IF
           MOVE SPACES         TO WS-XREF-WORK
           MOVE WS-CROP        TO XW-PLANT
           MOVE WS-NEW-ACCOUNT TO XW-ACCOUNT
           IF WS-XREF-WORK EQUAL WS-XRF-IMAGE(WS-XRF-HIT)
               DISPLAY 'NO CHANGE - NOTHING WRITTEN'
               GO TO 4500-EXIT
           END-IF
           MOVE 'CUST-XREF'              TO WS-AUD-MASTER
           MOVE 'CHG'                    TO WS-AUD-ACTION
           MOVE WS-XRF-IMAGE(WS-XRF-HIT) TO WS-AUD-BEFORE
           MOVE WS-XREF-WORK             TO WS-AUD-AFTER
           MOVE WS-XREF-WORK TO WS-XRF-IMAGE(WS-XRF-HIT)
           PERFORM 7700-REWRITE-XREF THRU 7700-EXIT
           PERFORM 7500-WRITE-AUDIT THRU 7500-EXIT
           DISPLAY 'ACCOUNT FOR CROP ' WS-CROP ' CHANGED'
           .
       4500-EXIT.
           EXIT.

      ***************************************************************
      * DELETE AN ACCOUNT - REFUSED WHILE A PRICE STILL NEEDS IT     *
      ***************************************************************
       4600-DELETE-XREF.

           PERFORM 5000-GET-CROP THRU 5000-EXIT
           IF WS-INPUT-OK NOT EQUAL 'Y'
               GO TO 4600-EXIT
           END-IF
           PERFORM 7200-FIND-XREF THRU 7200-EXIT
           IF WS-XRF-HIT EQUAL 0
               DISPLAY 'NO ACCOUNT FOR CROP ' WS-CROP
               GO TO 4600-EXIT
           END-IF
      *    THE DEFAULT ACCOUNT GOES ONLY IF EVERY PRICED CROP HAS AN
      *    ACCOUNT OF ITS OWN; ANY OTHER GOES ONLY IF ITS CROP HAS
      *    NO PRICE OR THE DEFAULT ACCOUNT WILL COVER IT
           IF WS-CROP EQUAL '*'
               PERFORM VARYING WS-PRC-SUB FROM 1 BY 1
                       UNTIL WS-PRC-SUB GREATER WS-PRC-CNT
                   MOVE WS-PRC-IMAGE(WS-PRC-SUB) TO WS-PRICE-WORK
                   IF PW-PLANT NOT EQUAL '*'
                       MOVE PW-PLANT TO WS-CHECK-CROP
                       PERFORM 7250-CHECK-OWN-XREF THRU 7250-EXIT
                       IF WS-COVERED NOT EQUAL 'Y'
                           DISPLAY 'CROP ' PW-PLANT ' IS BILLED TO'
                               ' THE DEFAULT ACCOUNT - DELETE REFUSED'
                           GO TO 4600-EXIT
                       END-IF
                   END-IF
               END-PERFORM
           ELSE
               PERFORM 7100-FIND-PRICE THRU 7100-EXIT
               IF WS-PRC-HIT GREATER 0 AND WS-XRF-DFLT EQUAL 0
                   DISPLAY 'CROP ' WS-CROP ' STILL HAS A PRICE AND'
                       ' THERE IS NO DEFAULT ACCOUNT - DELETE'
                       ' REFUSED (DELETE THE PRICE FIRST)'
                   GO TO 4600-EXIT
               END-IF
           END-IF
           DISPLAY 'DELETE ' WS-XRF-IMAGE(WS-XRF-HIT) ' - CONFIRM'
               ' (Y/N):'
           MOVE SPACES TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT EQUAL 'Y' AND WS-CONFIRM NOT EQUAL 'y'
               DISPLAY 'DELETE CANCELLED'
               GO TO 4600-EXIT
           END-IF
           MOVE 'CUST-XREF'              TO WS-AUD-MASTER
           MOVE 'DEL'                    TO WS-AUD-ACTION
           MOVE WS-XRF-IMAGE(WS-XRF-HIT) TO WS-AUD-BEFORE
           MOVE SPACES                   TO WS-AUD-AFTER
           PERFORM VARYING WS-XRF-SUB FROM WS-XRF-HIT BY 1
                   UNTIL WS-XRF-SUB NOT LESS WS-XRF-CNT
               MOVE WS-XRF-IMAGE(WS-XRF-SUB + 1)
                   TO WS-XRF-IMAGE(WS-XRF-SUB)
           END-PERFORM
           SUBTRACT 1 FROM WS-XRF-CNT
           PERFORM 7700-REWRITE-XREF THRU 7700-EXIT
           PERFORM 7500-WRITE-AUDIT THRU 7500-EXIT
           DISPLAY 'ACCOUNT FOR CROP ' WS-CROP ' DELETED'
           .
       4600-EXIT.
           EXIT.

      ***************************************************************
      * CROP LETTER: ONE UPPER-CASE LETTER, OR '*' FOR THE DEFAULT   *
      ***************************************************************
       5000-GET-CROP.

           MOVE 'N' TO WS-INPUT-OK
           DISPLAY 'CROP LETTER (A-Z, * = DEFAULT, BLANK CANCELS):'
           MOVE SPACES TO WS-CROP-INPUT
           ACCEPT WS-CROP-INPUT
           IF WS-CROP-INPUT EQUAL SPACES
               DISPLAY 'CANCELLED'
               GO TO 5000-EXIT
           END-IF
           IF WS-CROP-INPUT(2:7) NOT EQUAL SPACES
               DISPLAY 'CROP MUST BE A SINGLE CHARACTER'
               GO TO 5000-EXIT
           END-IF
           MOVE WS-CROP-INPUT(1:1) TO WS-CROP
           IF WS-CROP NOT EQUAL '*'
               AND (WS-CROP NOT ALPHABETIC-UPPER
                    OR WS-CROP EQUAL SPACE)
               DISPLAY 'CROP MUST BE AN UPPER-CASE LETTER A-Z OR *'
               GO TO 5000-EXIT
           END-IF
           MOVE 'Y' TO WS-INPUT-OK
           .
       5000-EXIT.
           EXIT.

      ***************************************************************
      * UNIT PRICE AND MINIMUM CHARGE.  A PRICE THAT WOULD BILL THE  *
      * CROP AT ZERO (BOTH AMOUNTS ZERO) IS REFUSED.                 *
      ***************************************************************
       5100-GET-PRICES.

           MOVE 'N' TO WS-INPUT-OK
           DISPLAY 'PRICE PER FENCE UNIT FOR CROP ' WS-CROP
               ' (0.00 - 9999.99):'
           MOVE SPACES TO WS-AMT-INPUT
           ACCEPT WS-AMT-INPUT
           MOVE 4 TO WS-AMT-MAX-WHOLE
           PERFORM 7300-PARSE-AMOUNT THRU 7300-EXIT
           IF WS-INPUT-OK NOT EQUAL 'Y'
               DISPLAY 'UNIT PRICE MUST BE AN AMOUNT FROM 0.00 TO'
                   ' 9999.99'
               GO TO 5100-EXIT
           END-IF
           MOVE WS-AMT-VALUE TO WS-NEW-UNIT
           DISPLAY 'MINIMUM CHARGE FOR CROP ' WS-CROP
               ' (0.00 - 999999.99):'
           MOVE SPACES TO WS-AMT-INPUT
           ACCEPT WS-AMT-INPUT
           MOVE 6 TO WS-AMT-MAX-WHOLE
           PERFORM 7300-PARSE-AMOUNT THRU 7300-EXIT
           IF WS-INPUT-OK NOT EQUAL 'Y'
               DISPLAY 'MINIMUM CHARGE MUST BE AN AMOUNT FROM 0.00'
                   ' TO 999999.99'
               GO TO 5100-EXIT
           END-IF
           MOVE WS-AMT-VALUE TO WS-NEW-MIN
           IF WS-NEW-UNIT EQUAL 0 AND WS-NEW-MIN EQUAL 0
               DISPLAY 'UNIT PRICE AND MINIMUM CHARGE ARE BOTH ZERO -'
                   ' CROP ' WS-CROP ' WOULD BE BILLED AT ZERO'
               MOVE 'N' TO WS-INPUT-OK
               GO TO 5100-EXIT
           END-IF
           .
       5100-EXIT.
           EXIT.

      ***************************************************************
      * CUSTOMER ACCOUNT: 1-8 CHARACTERS, NO EMBEDDED SPACES         *
      ***************************************************************
       5200-GET-ACCOUNT.

           MOVE 'N' TO WS-INPUT-OK
           DISPLAY 'CUSTOMER ACCOUNT FOR CROP ' WS-CROP
               ' (UP TO 8 CHARACTERS, BLANK CANCELS):'
           MOVE SPACES TO WS-ACCT-INPUT
           ACCEPT WS-ACCT-INPUT
           IF WS-ACCT-INPUT EQUAL SPACES
               DISPLAY 'CANCELLED'
               GO TO 5200-EXIT
           END-IF
           IF WS-ACCT-INPUT(1:1) EQUAL SPACE
               DISPLAY 'ACCOUNT MUST START IN THE FIRST POSITION'
               GO TO 5200-EXIT
           END-IF
           MOVE 0 TO WS-ACCT-LEN
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB GREATER 20
                       OR WS-ACCT-INPUT(WS-ACCT-SUB:1) EQUAL SPACE
               MOVE WS-ACCT-SUB TO WS-ACCT-LEN
           END-PERFORM
           IF WS-ACCT-LEN GREATER 8
               DISPLAY 'ACCOUNT IS LONGER THAN 8 CHARACTERS'
               GO TO 5200-EXIT
           END-IF
           IF WS-ACCT-INPUT(WS-ACCT-LEN + 1:) NOT EQUAL SPACES
               DISPLAY 'ACCOUNT MAY NOT CONTAIN SPACES'
               GO TO 5200-EXIT
           END-IF
           MOVE WS-ACCT-INPUT(1:8) TO WS-NEW-ACCOUNT
           MOVE 'Y' TO WS-INPUT-OK
           .
       5200-EXIT.
           EXIT.

      ***************************************************************
      * BUILD A PRICING RECORD FROM THE VALIDATED FIELDS             *
      ***************************************************************
       6100-BUILD-PRICE.

           MOVE SPACES      TO WS-PRICE-WORK
           MOVE WS-CROP     TO PW-PLANT
           MOVE WS-NEW-UNIT TO PW-UNIT-PRICE
           MOVE WS-NEW-MIN  TO PW-MIN-CHARGE
           .
       6100-EXIT.
           EXIT.

      ***************************************************************
      * ADD THE CROSS-REFERENCE ENTRY FOR WS-CROP / WS-NEW-ACCOUNT   *
      ***************************************************************
       6200-ADD-XREF-ENTRY.

           MOVE SPACES         TO WS-XREF-WORK
           MOVE WS-CROP        TO XW-PLANT
           MOVE WS-NEW-ACCOUNT TO XW-ACCOUNT
           ADD 1 TO WS-XRF-CNT
           MOVE WS-XREF-WORK TO WS-XRF-IMAGE(WS-XRF-CNT)
           PERFORM 7700-REWRITE-XREF THRU 7700-EXIT
           MOVE 'CUST-XREF'  TO WS-AUD-MASTER
           MOVE 'ADD'        TO WS-AUD-ACTION
           MOVE SPACES       TO WS-AUD-BEFORE
           MOVE WS-XREF-WORK TO WS-AUD-AFTER
           PERFORM 7500-WRITE-AUDIT THRU 7500-EXIT
           DISPLAY 'ACCOUNT FOR CROP ' WS-CROP ' ADDED'
           .
       6200-EXIT.
           EXIT.

      ***************************************************************
      * LOCATE WS-CROP'S OWN PRICE RECORD (ANY STATE) AND A READABLE *
      * DEFAULT PRICE                                                *
      ***************************************************************
       7100-FIND-PRICE.

           MOVE 0 TO WS-PRC-HIT WS-PRC-DFLT
           PERFORM VARYING WS-PRC-SUB FROM 1 BY 1
                   UNTIL WS-PRC-SUB GREATER WS-PRC-CNT
               MOVE WS-PRC-IMAGE(WS-PRC-SUB) TO WS-PRICE-WORK
               IF PW-PLANT EQUAL WS-CROP
                   MOVE WS-PRC-SUB TO WS-PRC-HIT
               END-IF
               IF PW-PLANT EQUAL '*'
                   AND PW-UNIT-PRICE NUMERIC
                   AND PW-MIN-CHARGE NUMERIC
                   MOVE WS-PRC-SUB TO WS-PRC-DFLT
               END-IF
           END-PERFORM
           .
       7100-EXIT.
           EXIT.

      *    DOES WS-CHECK-CROP HAVE A READABLE PRICE OF ITS OWN
       7150-CHECK-OWN-PRICE.

           MOVE 'N' TO WS-COVERED
           PERFORM VARYING WS-PRC-SUB FROM 1 BY 1
                   UNTIL WS-PRC-SUB GREATER WS-PRC-CNT
               MOVE WS-PRC-IMAGE(WS-PRC-SUB) TO WS-PRICE-WORK
               IF PW-PLANT EQUAL WS-CHECK-CROP
                   AND PW-UNIT-PRICE NUMERIC
                   AND PW-MIN-CHARGE NUMERIC
                   MOVE 'Y' TO WS-COVERED
               END-IF
           END-PERFORM
           .
       7150-EXIT.
           EXIT.

      *    LOCATE WS-CROP'S OWN ACCOUNT AND THE DEFAULT ACCOUNT
       7200-FIND-XREF.

           MOVE 0 TO WS-XRF-HIT WS-XRF-DFLT
           PERFORM VARYING WS-XRF-SUB FROM 1 BY 1
                   UNTIL WS-XRF-SUB GREATER WS-XRF-CNT
               MOVE WS-XRF-IMAGE(WS-XRF-SUB) TO WS-XREF-WORK
               IF XW-PLANT EQUAL WS-CROP
                   MOVE WS-XRF-SUB TO WS-XRF-HIT
               END-IF
               IF XW-PLANT EQUAL '*'
                   MOVE WS-XRF-SUB TO WS-XRF-DFLT
               END-IF
           END-PERFORM
           .
       7200-EXIT.
           EXIT.

      *    DOES WS-CHECK-CROP HAVE AN ACCOUNT OF ITS OWN
       7250-CHECK-OWN-XREF.

           MOVE 'N' TO WS-COVERED
           PERFORM VARYING WS-XRF-SUB FROM 1 BY 1
                   UNTIL WS-XRF-SUB GREATER WS-XRF-CNT
               MOVE WS-XRF-IMAGE(WS-XRF-SUB) TO WS-XREF-WORK
               IF XW-PLANT EQUAL WS-CHECK-CROP
                   MOVE 'Y' TO WS-COVERED
               END-IF
           END-PERFORM
           .
       7250-EXIT.
           EXIT.

      ***************************************************************
      * PARSE A KEYED AMOUNT (DIGITS, OPTIONAL POINT, AT MOST TWO    *
      * DECIMALS, AT MOST WS-AMT-MAX-WHOLE WHOLE DIGITS) INTO        *
      * WS-AMT-VALUE; WS-INPUT-OK SAYS WHETHER IT WAS VALID          *
      ***************************************************************
       7300-PARSE-AMOUNT.

           MOVE 'N' TO WS-INPUT-OK
           MOVE 0 TO WS-AMT-WHOLE WS-AMT-FRAC WS-AMT-VALUE
                     WS-AMT-WHOLE-DIGITS WS-AMT-FRAC-DIGITS
           SET AMT-LEADING TO TRUE
           PERFORM VARYING WS-AMT-SUB FROM 1 BY 1
                   UNTIL WS-AMT-SUB GREATER 12
               MOVE WS-AMT-INPUT(WS-AMT-SUB:1) TO WS-AMT-CHAR-X
               EVALUATE TRUE
                   WHEN WS-AMT-CHAR-X EQUAL SPACE
                       IF NOT AMT-LEADING
                           SET AMT-TRAILING TO TRUE
                       END-IF
                   WHEN AMT-TRAILING
                       GO TO 7300-EXIT
                   WHEN WS-AMT-CHAR-X EQUAL '.'
                       IF AMT-FRACTION
                           GO TO 7300-EXIT
                       END-IF
                       SET AMT-FRACTION TO TRUE
                   WHEN WS-AMT-CHAR-X IS NUMERIC
                       IF AMT-FRACTION
                           ADD 1 TO WS-AMT-FRAC-DIGITS
                           IF WS-AMT-FRAC-DIGITS GREATER 2
                               GO TO 7300-EXIT
                           END-IF
                           COMPUTE WS-AMT-FRAC = (WS-AMT-FRAC * 10)
                               + WS-AMT-CHAR-9
                       ELSE
                           SET AMT-WHOLE TO TRUE
                           ADD 1 TO WS-AMT-WHOLE-DIGITS
                           IF WS-AMT-WHOLE-DIGITS
                                   GREATER WS-AMT-MAX-WHOLE
                               GO TO 7300-EXIT
                           END-IF
                           COMPUTE WS-AMT-WHOLE = (WS-AMT-WHOLE * 10)
                               + WS-AMT-CHAR-9
                       END-IF
                   WHEN OTHER
                       GO TO 7300-EXIT
               END-EVALUATE
           END-PERFORM
           IF WS-AMT-WHOLE-DIGITS EQUAL 0 AND WS-AMT-FRAC-DIGITS EQUAL 0
               GO TO 7300-EXIT
           END-IF
           IF WS-AMT-FRAC-DIGITS EQUAL 1
               COMPUTE WS-AMT-FRAC = WS-AMT-FRAC * 10
           END-IF
           COMPUTE WS-AMT-VALUE = WS-AMT-WHOLE + (WS-AMT-FRAC / 100)
           MOVE 'Y' TO WS-INPUT-OK
           .
       7300-EXIT.
           EXIT.

      ***************************************************************
      * APPEND ONE BEFORE/AFTER IMAGE, STAMPED WITH THE OPERATOR     *
      ***************************************************************
       7500-WRITE-AUDIT.

           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-TIME FROM TIME
           OPEN EXTEND AUDIT-FILE
           MOVE SPACES         TO AUDIT-RECORD
           MOVE WS-AUD-DATE    TO MAU-DATE
           MOVE WS-AUD-TIME    TO MAU-TIME
           MOVE WS-OPERATOR-ID TO MAU-OPERATOR
           MOVE WS-AUD-MASTER  TO MAU-MASTER
           MOVE WS-AUD-ACTION  TO MAU-ACTION
           MOVE WS-AUD-BEFORE  TO MAU-BEFORE
           MOVE WS-AUD-AFTER   TO MAU-AFTER
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE
           .
       7500-EXIT.
           EXIT.

      ***************************************************************
      * REWRITE A MASTER FROM THE TABLE: WRITE THE .TMP COPY, THEN   *
      * MOVE IT OVER THE LIVE FILE IN ONE STEP                       *
      ***************************************************************
       7600-REWRITE-PRICES.

           OPEN OUTPUT PRICE-OUT-FILE
           PERFORM VARYING WS-PRC-SUB FROM 1 BY 1
                   UNTIL WS-PRC-SUB GREATER WS-PRC-CNT
               MOVE WS-PRC-IMAGE(WS-PRC-SUB) TO PRICE-OUT-RECORD
               WRITE PRICE-OUT-RECORD
           END-PERFORM
           CLOSE PRICE-OUT-FILE
           MOVE SPACES TO WS-COMMAND
           STRING 'mv "day 12/PRICE-MASTER.TXT.TMP"' DELIMITED BY SIZE
               ' "day 12/PRICE-MASTER.TXT"' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           .
       7600-EXIT.
           EXIT.

       7700-REWRITE-XREF.

           OPEN OUTPUT XREF-OUT-FILE
           PERFORM VARYING WS-XRF-SUB FROM 1 BY 1
                   UNTIL WS-XRF-SUB GREATER WS-XRF-CNT
               MOVE WS-XRF-IMAGE(WS-XRF-SUB) TO XREF-OUT-RECORD
               WRITE XREF-OUT-RECORD
           END-PERFORM
           CLOSE XREF-OUT-FILE
           MOVE SPACES TO WS-COMMAND
           STRING 'mv "day 12/CUSTOMER-XREF.TXT.TMP"' DELIMITED BY SIZE
               ' "day 12/CUSTOMER-XREF.TXT"' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           .
       7700-EXIT.
           EXIT.
