               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIVABLES-FST.
      *    PAYMENT TRANSACTIONS KEYED BY THE OFFICE, APPLIED TO THE
      *    OLDEST OPEN BALANCE FIRST.  EACH BATCH OPENS WITH A
      *    BATCHHDR RECORD CARRYING ITS BATCH NUMBER, ITEM COUNT, AND
      *    AMOUNT TOTAL.
           SELECT OPTIONAL PAYMENTS-FILE ASSIGN TO 'PAYMENTS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENTS-FST.
      *    PAYMENT-BATCH REGISTER - EVERY BATCH EVER APPLIED, AND EVERY
      *    BUSINESS DATE WHOSE BILLING CYCLE HAS BEEN POSTED, SO A
      *    BATCH OR A CYCLE CAN NEVER MOVE MONEY TWICE
           SELECT OPTIONAL PAY-REGISTER-FILE
               ASSIGN TO 'PAYMENT-REGISTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-REGISTER-FST.
      *    PAYMENT BATCHES REFUSED OR REJECTED THIS CYCLE, ONE LINE
      *    PER BATCH
           SELECT PAY-EXCEPTION-FILE ASSIGN TO 'PAYMENT-EXCEPTIONS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-EXCEPTION-FST.
      *    INVOICE FOR ACCOUNTS PAYABLE
           SELECT INVOICE-FILE ASSIGN TO 'FENCE-INVOICE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT OPTIONAL RUN-LEDGER-FILE ASSIGN TO 'RUN-LEDGER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LEDGER-FST.
      *    INPUT FINGERPRINT LEFT BY THE SHELL'S cksum STEP, IN THE
      *    JOB'S OWN FOLDER SO CONCURRENT BATCH STREAMS NEVER SHARE IT
           SELECT OPTIONAL FP-FLAG-FILE ASSIGN TO 'AOC-FP.FLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FP-FLAG-FST.

       FILE SECTION.
       FD  INPUT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 300 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS INPUT-RECORD.
       01  INPUT-RECORD                           PIC X(300).

       FD  REGION-REPORT-FILE
           BLOCK CONTAINS 0 RECORDS
           05 RCV-OPEN-AMT                       PIC 9(12)V99.

       FD  PAYMENTS-FILE
           RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORDS ARE PAYMENTS-RECORD PAYMENT-HEADER-RECORD.
       01  PAYMENTS-RECORD.
           05 PAY-ACCOUNT                        PIC X(8).
           05 FILLER                             PIC X(1).
           05 PAY-AMOUNT                         PIC 9(12)V99.
           05 FILLER                             PIC X(15).
       01  PAYMENT-HEADER-RECORD.
           05 PAYH-TAG                           PIC X(8).
               88 PAYH-IS-HEADER                      VALUE 'BATCHHDR'.
           05 FILLER                             PIC X(1).
           05 PAYH-BATCH                         PIC X(8).
           05 FILLER                             PIC X(1).
           05 PAYH-ITEM-CNT                      PIC 9(5).
           05 FILLER                             PIC X(1).
           05 PAYH-AMOUNT                        PIC 9(12)V99.

       FD  PAY-REGISTER-FILE
           RECORD CONTAINS 67 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PAY-REGISTER-RECORD.
       01  PAY-REGISTER-RECORD.
           05 PRG-TYPE                           PIC X(1).
               88 PRG-BATCH-APPLIED                   VALUE 'B'.
               88 PRG-CYCLE-POSTED                    VALUE 'C'.
           05 FILLER                             PIC X(1).
           05 PRG-BATCH                          PIC X(8).
           05 FILLER                             PIC X(1).
           05 PRG-BIZ-DATE                       PIC 9(8).
           05 FILLER                             PIC X(1).
           05 PRG-RUN-DATE                       PIC 9(8).
           05 FILLER                             PIC X(1).
           05 PRG-RUN-TIME                       PIC 9(8).
           05 FILLER                             PIC X(1).
           05 PRG-ITEM-CNT                       PIC 9(5).
           05 FILLER                             PIC X(1).
           05 PRG-AMOUNT                         PIC 9(12)V99.
           05 FILLER                             PIC X(1).
           05 PRG-OPERATOR                       PIC X(8).

       FD  PAY-EXCEPTION-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PAY-EXCEPTION-RECORD.
       01  PAY-EXCEPTION-RECORD.
           05 PEX-BATCH                          PIC X(8).
           05 FILLER                             PIC X(1).
           05 PEX-REASON                         PIC X(4).
           05 FILLER                             PIC X(1).
           05 PEX-HDR-CNT                        PIC Z(4)9.
           05 FILLER                             PIC X(1).
           05 PEX-HDR-AMT                        PIC Z(11)9.99.
           05 FILLER                             PIC X(1).
           05 PEX-DTL-CNT                        PIC Z(4)9.
           05 FILLER                             PIC X(1).
           05 PEX-DTL-AMT                        PIC Z(11)9.99.
           05 FILLER                             PIC X(1).
           05 PEX-TEXT                           PIC X(42).

       FD  INVOICE-FILE
           RECORD CONTAINS 132 CHARACTERS
           88 NOT-FINISH-PROCESSING                         VALUE 'N'.


      *    THE GARDEN NEED NOT BE SQUARE: ARR-LENGTH COUNTS ROWS AND
      *    ARR-WIDTH IS THE WIDEST ROW, EACH UP TO 300
       01  WS-MAP-ARR.
           05 WS-MAP OCCURS 1 TO 300 TIMES DEPENDING ON ARR-LENGTH
                                                  PIC X(300).
       01  WS-MAP-ARR-SUBSCRIPTS.
           05  ARR-LENGTH                          PIC 9(3)  VALUE 0.
           05  ARR-WIDTH                           PIC 9(3)  VALUE 0.
           05  ARR-MAX                             PIC 9(3)  VALUE 300.
           05  MAP-ARR-SUB                         PIC 9(3)  VALUE 1.
           05  MAP-SUB-CHAR                        PIC 9(3).
           05  MAP-ROW-WIDTH                       PIC 9(3).

      *    EACH CELL HOLDS THE NUMERIC ID OF THE REGION IT BELONGS TO
      *    (0 MEANS NOT YET ASSIGNED) INSTEAD OF A SINGLE PRINTABLE
      *    CHARACTER, SO THE ID SPACE ISN'T CAPPED AT THE SIZE OF ANY
      *    ONE CHARACTER SET
       01  WS-ID-ARR.
           05 WS-ID-ROW OCCURS 1 TO 300 TIMES DEPENDING ON ARR-LENGTH.
               10 WS-ID-COL OCCURS 300 TIMES     PIC 9(4).
       01  WS-REGION-VALUE                        PIC X(1).

       01  WS-CURRENT-NODE.
       01  WS-REGION-PLANT-ARR.
           05 WS-REGION-PLANT OCCURS 9999 TIMES   PIC X(1).

      *    STACK OF CELLS LABELLED BUT NOT YET EXAMINED - A CELL IS
      *    PUSHED ONLY ONCE, SO THE WHOLE MAP IS THE MOST IT CAN HOLD
       01  WS-STACK-TABLE.
           05 WS-STACK-ITEM
           OCCURS 1 TO 90000 TIMES DEPENDING ON WS-STACK-CNT.
               10 WS-STACK-ITEM-ROW               PIC 9(3).
               10 WS-STACK-ITEM-COL               PIC 9(3).
       01  WS-STACK-CNT                           PIC 9(5) VALUE 0.

       01  WS-STACK-IO.
           05 WS-STACK-IO-ROW                     PIC 9(3).
       01  WS-NODE-DIFF-ROW                       PIC S9(3).
       01  WS-NODE-DIFF-COL                       PIC S9(3).

       01  WS-NEXT-NODE.
           05 WS-NEXT-NODE-ROW                    PIC S9(4).
           05 WS-NEXT-NODE-COL                    PIC S9(4).

       01  WS-PERM-ARR.
           05 WS-PERM OCCURS 9999 TIMES           PIC 9(10).
       01  WS-BILLING-FLAG                        PIC X(1) VALUE 'N'.
           88 BILLING-ON                                   VALUE 'Y'.

      *    PAYMENT-BATCH CONTROL FIELDS.  THE WHOLE PAYMENT FILE IS
      *    TAKEN IN AND EVERY BATCH PROVED AGAINST ITS HEADER AND THE
      *    REGISTER BEFORE A SINGLE PAYMENT IS APPLIED.
       01  WS-PAY-REGISTER-FST                    PIC X(2) VALUE '00'.
       01  WS-PAY-EXCEPTION-FST                   PIC X(2) VALUE '00'.
       01  WS-PRG-EOF                             PIC X(1) VALUE 'N'.
           88 PRG-EOF                                      VALUE 'Y'.
           88 NOT-PRG-EOF                                  VALUE 'N'.
       01  WS-RERUN-FLAG                          PIC X(1) VALUE 'N'.
           88 ANSWERS-RERUN                                VALUE 'Y'.
       01  WS-REG-FULL-FLAG                       PIC X(1) VALUE 'N'.
           88 REGISTER-FULL                                VALUE 'Y'.
       01  WS-CYCLE-POSTED-AT                     PIC 9(8) VALUE 0.
       01  WS-REG-CNT                             PIC 9(4) VALUE 0.
       01  WS-REG-TABLE.
           05 WS-REG-ENTRY OCCURS 2000 TIMES.
              10 WS-REG-BATCH                   PIC X(8).
              10 WS-REG-DATE                    PIC 9(8).
       01  WS-REG-SUB                             PIC 9(4).
       01  WS-PBT-CNT                             PIC 9(2) VALUE 0.
       01  WS-PBT-TABLE.
           05 WS-PBT-ENTRY OCCURS 50 TIMES.
              10 WS-PBT-BATCH                   PIC X(8).
              10 WS-PBT-HDR-CNT                 PIC 9(5).
              10 WS-PBT-HDR-AMT                 PIC 9(12)V99.
              10 WS-PBT-DTL-CNT                 PIC 9(5).
              10 WS-PBT-DTL-AMT                 PIC 9(12)V99.
              10 WS-PBT-STATUS                  PIC X(1).
                 88 PBT-ACCEPTED                         VALUE 'A'.
                 88 PBT-DUPLICATE                        VALUE 'D'.
                 88 PBT-REJECTED                         VALUE 'R'.
              10 WS-PBT-REASON                  PIC X(4).
              10 WS-PBT-TEXT                    PIC X(42).
       01  WS-PBT-SUB                             PIC 9(2).
       01  WS-PBT-CUR                             PIC 9(2).
       01  WS-PBT-PRIOR                           PIC 9(2).
       01  WS-PAY-INTAKE-MODE                     PIC X(1).
           88 PAY-INTAKE-KEEP                              VALUE 'K'.
           88 PAY-INTAKE-SKIP                              VALUE 'S'.
       01  WS-PYT-CNT                             PIC 9(4) VALUE 0.
       01  WS-PYT-TABLE.
           05 WS-PYT-ENTRY OCCURS 1000 TIMES.
              10 WS-PYT-BATCH-SUB               PIC 9(2).
              10 WS-PYT-ACCOUNT                 PIC X(8).
              10 WS-PYT-AMOUNT                  PIC 9(12)V99.
       01  WS-PYT-SUB                             PIC 9(4).
       01  WS-PAY-REFUSED-CNT                     PIC 9(2) VALUE 0.
       01  WS-PAY-REJECTED-CNT                    PIC 9(2) VALUE 0.
       01  WS-PAY-BATCHES-APPLIED                 PIC 9(2) VALUE 0.
       01  WS-POSTED-CNT                          PIC 9(5) VALUE 0.
       01  WS-POSTED-TOTAL                        PIC 9(12)V99 VALUE 0.
       01  WS-PRG-NOW                             PIC 9(8).

      *    MASTER COVERAGE PROOF FIELDS - SET BEFORE ANYTHING IS PRICED
       01  WS-PRICE-ON-FILE-FLAG                  PIC X(1) VALUE 'N'.
           88 PRICE-MASTER-ON-FILE                         VALUE 'Y'.
       01  WS-XREF-ON-FILE-FLAG                   PIC X(1) VALUE 'N'.
           88 CUST-XREF-ON-FILE                            VALUE 'Y'.
       01  WS-PROOF-FLAG                          PIC X(1) VALUE 'Y'.
           88 MASTERS-PROVEN                               VALUE 'Y'.
           88 MASTERS-NOT-PROVEN                           VALUE 'N'.
       01  WS-COVER-CNT                           PIC 9(3) VALUE 0.
       01  WS-COVER-TABLE.
           05 WS-COVER-PLANT OCCURS 100 TIMES     PIC X(1).
       01  WS-COVER-SUB                           PIC 9(3).
       01  WS-COVER-HIT                           PIC X(1).

      *    SECOND REPORT CONTROL AREA FOR THE PRICING INVOICE
       COPY RPTCTL REPLACING LEADING ==RPT-== BY ==INV-==.

           PERFORM 3000-IDENTIFY-REGIONS      THRU 3000-EXIT
           MOVE WS-MAP-ID TO WS-MAX-REGION-ID
           PERFORM 4000-CALCULATIONS          THRU 4000-EXIT
           PERFORM 5900-PROVE-MASTERS         THRU 5900-EXIT
           PERFORM 6000-PRICE-INVOICE         THRU 6000-EXIT
           PERFORM 6600-BILLING-CYCLE         THRU 6600-EXIT
           PERFORM 6500-DRIFT-REPORT          THRU 6500-EXIT
           PERFORM 8000-DISPLAY-RESULTS       THRU 8000-EXIT
           PERFORM 8500-LOG-RUN           THRU 8500-EXIT
           PERFORM 9000-CLOSE-FILE            THRU 9000-EXIT
      *    SET LAST - THE SERVICE-MODULE CALLS ABOVE WOULD CLEAR IT
           IF MASTERS-NOT-PROVEN
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       0000-EXIT.
           GOBACK.

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
               AT END 
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF ARR-LENGTH NOT LESS ARR-MAX
                       DISPLAY 'AOC1225E MAP HAS MORE THAN ' ARR-MAX
                           ' ROWS'
                       PERFORM 9999-ABEND THRU 9999-EXIT
                   END-IF
                   ADD 1 TO ARR-LENGTH
                   MOVE INPUT-RECORD TO WS-MAP(MAP-ARR-SUB)
      *            THE WIDEST ROW SETS THE MAP WIDTH
                   MOVE ARR-MAX TO MAP-ROW-WIDTH
                   PERFORM UNTIL MAP-ROW-WIDTH EQUAL 0
                           OR INPUT-RECORD(MAP-ROW-WIDTH:1)
                               NOT EQUAL SPACE
                       SUBTRACT 1 FROM MAP-ROW-WIDTH
                   END-PERFORM
                   IF MAP-ROW-WIDTH GREATER ARR-WIDTH
                       MOVE MAP-ROW-WIDTH TO ARR-WIDTH
                   END-IF
                   ADD 1 TO MAP-ARR-SUB
           END-READ
           MOVE 'INPUT-FILE' TO WS-FST-FILE-NAME
           MOVE 'READ' TO WS-FST-OPERATION
           EXIT.

      *****************************************************************
      * IDENTIFY UNIQUE REGIONS IN ONE SWEEP OF THE MAP.  CELLS ARE   *
      * TAKEN IN ROW/COLUMN ORDER; THE FIRST UNLABELLED CELL MET      *
      * STARTS A NEW REGION, WHICH IS FLOODED THROUGH ITS SAME-CROP   *
      * NEIGHBOURS THEN AND THERE.  EVERY CELL IS LABELLED ONCE, AND  *
      * ITS AREA AND FENCE SIDES ARE ADDED TO ITS REGION AS IT IS     *
      * EXAMINED, SO NO SECOND PASS IS NEEDED FOR THE CALCULATIONS.   *
      *****************************************************************
       3000-IDENTIFY-REGIONS.

           PERFORM 4100-INITIALIZE-CALC-ARRAYS THRU 4100-EXIT
           PERFORM 3010-INITIALIZE-MAP THRU 3010-EXIT
           PERFORM VARYING MAP-ARR-SUB FROM 1 BY 1
                   UNTIL MAP-ARR-SUB GREATER ARR-LENGTH
               PERFORM VARYING MAP-SUB-CHAR FROM 1 BY 1
                       UNTIL MAP-SUB-CHAR GREATER ARR-WIDTH
                   IF WS-ID-COL(MAP-ARR-SUB, MAP-SUB-CHAR) EQUAL 0
                       PERFORM 3100-LABEL-REGION THRU 3100-EXIT
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *****************************************************************
       3005-INCREMENT-MAP-ID.

           IF WS-MAP-ID NOT LESS 9999
               DISPLAY 'AOC1201I END OF ID SEQUENCE'
               PERFORM 9999-ABEND THRU 9999-EXIT
           END-IF
           ADD 1 TO WS-MAP-ID
           .
       3005-EXIT.
           EXIT.


      *****************************************************************
      * INTIALIZE ID MAP WITH 0 FOR NO REGION                         *
      *****************************************************************
       3010-INITIALIZE-MAP.

           MOVE 1 TO MAP-ARR-SUB
           PERFORM UNTIL MAP-ARR-SUB GREATER ARR-LENGTH
               MOVE 1 TO MAP-SUB-CHAR
               PERFORM UNTIL MAP-SUB-CHAR GREATER ARR-WIDTH
                   MOVE 0 TO WS-ID-COL(MAP-ARR-SUB, MAP-SUB-CHAR)
                   ADD 1 TO MAP-SUB-CHAR
               END-PERFORM
           EXIT.

      *****************************************************************
      * LABEL ONE NEW REGION STARTING FROM THE SWEEP'S CURRENT CELL,  *
      * WHICH BECOMES THE REGION'S REPRESENTATIVE IN THE SNAPSHOT     *
      *****************************************************************
       3100-LABEL-REGION.

           PERFORM 3005-INCREMENT-MAP-ID THRU 3005-EXIT
           MOVE WS-MAP(MAP-ARR-SUB)(MAP-SUB-CHAR:1) TO WS-REGION-VALUE
           MOVE WS-REGION-VALUE TO WS-REGION-PLANT(WS-MAP-ID)
           MOVE MAP-ARR-SUB     TO WS-REP-ROW(WS-MAP-ID)
           MOVE MAP-SUB-CHAR    TO WS-REP-COL(WS-MAP-ID)
           MOVE WS-MAP-ID TO WS-ID-COL(MAP-ARR-SUB, MAP-SUB-CHAR)
           MOVE MAP-ARR-SUB     TO WS-STACK-IO-ROW
           MOVE MAP-SUB-CHAR    TO WS-STACK-IO-COL
           PERFORM 7000-STACK-PUSH THRU 7000-EXIT
           PERFORM UNTIL WS-STACK-CNT EQUAL 0
               PERFORM 7100-STACK-POP THRU 7100-EXIT
               MOVE WS-STACK-IO-ROW TO WS-CURR-NODE-ROW
               MOVE WS-STACK-IO-COL TO WS-CURR-NODE-COL
               ADD 1 TO WS-AREA(WS-MAP-ID)
      *        UP, RIGHT, DOWN, LEFT
               MOVE -1 TO WS-NODE-DIFF-ROW
               MOVE  0 TO WS-NODE-DIFF-COL
               PERFORM 3110-CHECK-NEIGHBOR THRU 3110-EXIT
               MOVE  0 TO WS-NODE-DIFF-ROW
               MOVE  1 TO WS-NODE-DIFF-COL
               PERFORM 3110-CHECK-NEIGHBOR THRU 3110-EXIT
               MOVE  1 TO WS-NODE-DIFF-ROW
               MOVE  0 TO WS-NODE-DIFF-COL
               PERFORM 3110-CHECK-NEIGHBOR THRU 3110-EXIT
               MOVE  0 TO WS-NODE-DIFF-ROW
               MOVE -1 TO WS-NODE-DIFF-COL
               PERFORM 3110-CHECK-NEIGHBOR THRU 3110-EXIT
           END-PERFORM
           .
       3100-EXIT.
           EXIT.

      *****************************************************************
      * LOOK ONE STEP FROM THE CURRENT CELL.  THE MAP EDGE OR A       *
      * DIFFERENT CROP IS ONE SIDE OF FENCE; AN UNLABELLED CELL OF    *
      * THE SAME CROP JOINS THE REGION AND WAITS ON THE STACK         *
      *****************************************************************
       3110-CHECK-NEIGHBOR.

           COMPUTE WS-NEXT-NODE-ROW = WS-CURR-NODE-ROW
                                    + WS-NODE-DIFF-ROW
           COMPUTE WS-NEXT-NODE-COL = WS-CURR-NODE-COL
                                    + WS-NODE-DIFF-COL
           IF WS-NEXT-NODE-ROW LESS 1
               OR WS-NEXT-NODE-ROW GREATER ARR-LENGTH
               OR WS-NEXT-NODE-COL LESS 1
               OR WS-NEXT-NODE-COL GREATER ARR-WIDTH
               ADD 1 TO WS-PERM(WS-MAP-ID)
               GO TO 3110-EXIT
           END-IF
           IF WS-MAP(WS-NEXT-NODE-ROW)(WS-NEXT-NODE-COL:1)
                   NOT EQUAL WS-REGION-VALUE
               ADD 1 TO WS-PERM(WS-MAP-ID)
               GO TO 3110-EXIT
           END-IF
           IF WS-ID-COL(WS-NEXT-NODE-ROW, WS-NEXT-NODE-COL) EQUAL 0
               MOVE WS-MAP-ID
                   TO WS-ID-COL(WS-NEXT-NODE-ROW, WS-NEXT-NODE-COL)
               MOVE WS-NEXT-NODE-ROW TO WS-STACK-IO-ROW
               MOVE WS-NEXT-NODE-COL TO WS-STACK-IO-COL
               PERFORM 7000-STACK-PUSH THRU 7000-EXIT
           END-IF
           .
       3110-EXIT.
           EXIT.

      *****************************************************************
      * PROCESS CALCULATIONS - AREA AND PERIMETER WERE GATHERED AS    *
      * THE REGIONS WERE LABELLED; PRICE AND LOG EACH REGION          *
      *****************************************************************
       4000-CALCULATIONS.

           MOVE 1 TO WS-CALC-SUB
           PERFORM UNTIL WS-CALC-SUB GREATER WS-MAX-REGION-ID
                  PERFORM 4400-LOG-REGION             THRU 4400-EXIT
                  ADD 1 TO WS-CALC-SUB
           END-PERFORM
       4100-EXIT.
           EXIT.

      *****************************************************************
      * LOG ONE REGION'S PLANT TYPE, AREA, PERIMETER, AND PRICE TO    *
      * THE REGION INVENTORY REPORT                                  *
           EXIT.

      *****************************************************************
      * MASTER COVERAGE PROOF.  BOTH BILLING MASTERS ARE LOADED UP    *
      * FRONT AND, BEFORE ANYTHING IS PRICED, EVERY CROP LETTER SEEN  *
      * IN THE MAP MUST HAVE A PRICE (ITS OWN OR THE '*' DEFAULT) AND *
      * - WHEN THE CROSS-REFERENCE IS ON FILE - A CUSTOMER ACCOUNT    *
      * (ITS OWN OR THE '*' DEFAULT).  A GAP IS LISTED CROP BY CROP   *
      * AND THE INVOICE AND BILLING CYCLE ARE BOTH SKIPPED, SO A BAD  *
      * MASTER STOPS THE CYCLE INSTEAD OF BILLING A CROP AT ZERO.     *
      * A MASTER RECORD WHOSE AMOUNTS ARE NOT NUMERIC (A SHIFTED      *
      * COLUMN) IS REPORTED HERE RATHER THAN DROPPED SILENTLY.        *
      *****************************************************************
       5900-PROVE-MASTERS.

           PERFORM 5910-LOAD-PRICE-MASTER THRU 5910-EXIT
           PERFORM 5920-LOAD-CUST-XREF    THRU 5920-EXIT
           IF NOT PRICE-MASTER-ON-FILE
               GO TO 5900-EXIT
           END-IF
           MOVE 0 TO WS-COVER-CNT
           PERFORM VARYING WS-CALC-SUB FROM 1 BY 1
                   UNTIL WS-CALC-SUB GREATER WS-MAX-REGION-ID
               PERFORM 5930-PROVE-ONE-CROP THRU 5930-EXIT
           END-PERFORM
           IF MASTERS-NOT-PROVEN
               DISPLAY 'AOC1218E BILLING MASTERS DO NOT COVER EVERY'
                   ' CROP IN THE MAP - INVOICE AND BILLING CYCLE'
                   ' SKIPPED'
           END-IF
           .
       5900-EXIT.
           EXIT.

       5910-LOAD-PRICE-MASTER.

           OPEN INPUT PRICE-MASTER-FILE
           IF WS-PRICE-MASTER-FST EQUAL '05'
               CLOSE PRICE-MASTER-FILE
               GO TO 5910-EXIT
           END-IF
           SET PRICE-MASTER-ON-FILE TO TRUE
           MOVE 'N' TO WS-PRICE-EOF-FLAG
           PERFORM UNTIL PRICE-EOF
               READ PRICE-MASTER-FILE
                   AT END
                       SET PRICE-EOF TO TRUE
                   NOT AT END
                       IF PRC-PLANT NOT EQUAL SPACE
                           AND (PRC-UNIT-PRICE NOT NUMERIC
                             OR PRC-MIN-CHARGE NOT NUMERIC)
                           DISPLAY 'AOC1219W PRICE-MASTER RECORD '''
                               PRICE-MASTER-RECORD
                               ''' HAS A NON-NUMERIC AMOUNT - IGNORED'
                       END-IF
                       IF PRC-PLANT NOT EQUAL SPACE
                           AND PRC-UNIT-PRICE NUMERIC
                           AND PRC-MIN-CHARGE NUMERIC
               END-READ
           END-PERFORM
           CLOSE PRICE-MASTER-FILE
           .
       5910-EXIT.
           EXIT.

       5920-LOAD-CUST-XREF.

           OPEN INPUT CUST-XREF-FILE
           IF WS-CUST-XREF-FST EQUAL '05'
               CLOSE CUST-XREF-FILE
               GO TO 5920-EXIT
           END-IF
           SET CUST-XREF-ON-FILE TO TRUE
           SET NOT-XREF-EOF TO TRUE
           PERFORM UNTIL XREF-EOF
               READ CUST-XREF-FILE
                   AT END
                       SET XREF-EOF TO TRUE
                   NOT AT END
                       IF CXR-PLANT NOT EQUAL SPACE
                           AND CXR-ACCOUNT NOT EQUAL SPACES
                           AND WS-XREF-CNT LESS 100
                           ADD 1 TO WS-XREF-CNT
                           MOVE CXR-PLANT
                               TO WS-XREF-PLANT(WS-XREF-CNT)
                           MOVE CXR-ACCOUNT
                               TO WS-XREF-ACCT(WS-XREF-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUST-XREF-FILE
           .
       5920-EXIT.
           EXIT.

      *    ONE REGION'S CROP - EACH LETTER IS PROVED ONLY ONCE
       5930-PROVE-ONE-CROP.

           PERFORM VARYING WS-COVER-SUB FROM 1 BY 1
                   UNTIL WS-COVER-SUB GREATER WS-COVER-CNT
               IF WS-COVER-PLANT(WS-COVER-SUB) EQUAL
                       WS-REGION-PLANT(WS-CALC-SUB)
                   GO TO 5930-EXIT
               END-IF
           END-PERFORM
           IF WS-COVER-CNT LESS 100
               ADD 1 TO WS-COVER-CNT
               MOVE WS-REGION-PLANT(WS-CALC-SUB)
                   TO WS-COVER-PLANT(WS-COVER-CNT)
           END-IF

           MOVE 'N' TO WS-COVER-HIT
           PERFORM VARYING WS-PRICE-SUB FROM 1 BY 1
                   UNTIL WS-PRICE-SUB GREATER WS-PRICE-CNT
               IF WS-PRICE-PLANT(WS-PRICE-SUB) EQUAL
                       WS-REGION-PLANT(WS-CALC-SUB)
                   OR WS-PRICE-PLANT(WS-PRICE-SUB) EQUAL '*'
                   MOVE 'Y' TO WS-COVER-HIT
               END-IF
           END-PERFORM
           IF WS-COVER-HIT EQUAL 'N'
               DISPLAY 'AOC1217E CROP ''' WS-REGION-PLANT(WS-CALC-SUB)
                   ''' HAS NO PRICE ON THE PRICING MASTER AND NO'
                   ' DEFAULT'
               SET MASTERS-NOT-PROVEN TO TRUE
           END-IF

           IF NOT CUST-XREF-ON-FILE
               GO TO 5930-EXIT
           END-IF
           MOVE 'N' TO WS-COVER-HIT
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
                   UNTIL WS-XREF-SUB GREATER WS-XREF-CNT
               IF WS-XREF-PLANT(WS-XREF-SUB) EQUAL
                       WS-REGION-PLANT(WS-CALC-SUB)
                   OR WS-XREF-PLANT(WS-XREF-SUB) EQUAL '*'
                   MOVE 'Y' TO WS-COVER-HIT
               END-IF
           END-PERFORM
           IF WS-COVER-HIT EQUAL 'N'
               DISPLAY 'AOC1217E CROP ''' WS-REGION-PLANT(WS-CALC-SUB)
                   ''' HAS NO CUSTOMER ACCOUNT ON THE CROSS-REFERENCE'
                   ' AND NO DEFAULT'
               SET MASTERS-NOT-PROVEN TO TRUE
           END-IF
           .
       5930-EXIT.
           EXIT.

      *****************************************************************
      * FENCE PRICING INVOICE.  THE PRICING MASTER GIVES EACH CROP    *
      * LETTER A PRICE PER FENCE UNIT AND A MINIMUM CHARGE; A '*'     *
      * RECORD PRICES ANY CROP NOT LISTED.  EACH REGION IS BILLED     *
      * PERIMETER TIMES UNIT PRICE, RAISED TO THE CROP'S MINIMUM      *
      * CHARGE WHEN THE EXTENDED COST FALLS SHORT, WITH CROP          *
      * SUBTOTALS AND AN INVOICE TOTAL.  NO MASTER ON FILE MEANS NO   *
      * INVOICE, EXACTLY AS BEFORE.                                   *
      *****************************************************************
       6000-PRICE-INVOICE.

           IF NOT PRICE-MASTER-ON-FILE
               DISPLAY 'AOC1205I NO FENCE PRICING MASTER ON FILE -'
                   ' INVOICE SKIPPED'
               GO TO 6000-EXIT
           END-IF
           IF MASTERS-NOT-PROVEN
               GO TO 6000-EXIT
           END-IF

           OPEN OUTPUT INVOICE-FILE
           MOVE 'INVOICE-FILE' TO WS-FST-FILE-NAME
      * (OLDEST FIRST), POST THE NEW STATEMENTS, AGE THE OPEN ITEMS   *
      * 30/60/90, AND REWRITE THE LEDGER.  NO CROSS-REFERENCE ON      *
      * FILE MEANS NO BILLING CYCLE, JUST AS NO PRICING MASTER MEANS  *
      * NO INVOICE.  A BUSINESS DATE ALREADY ON THE PAYMENT-BATCH     *
      * REGISTER IS A RERUN FOR ANSWERS: THE STATEMENTS ARE PRINTED   *
      * AGAIN BUT NO PAYMENT IS APPLIED AND THE LEDGER IS LEFT ALONE.  *
      *****************************************************************
       6600-BILLING-CYCLE.

           IF NOT CUST-XREF-ON-FILE
               DISPLAY 'AOC1210I NO CUSTOMER CROSS-REFERENCE ON FILE'
                   ' - BILLING CYCLE SKIPPED'
               GO TO 6600-EXIT
           END-IF
           IF MASTERS-NOT-PROVEN
               GO TO 6600-EXIT
           END-IF
           IF WS-XREF-CNT EQUAL 0
               DISPLAY 'AOC1211W CUSTOMER CROSS-REFERENCE IS EMPTY -'
                   ' BILLING CYCLE SKIPPED'
           END-IF
           SET BILLING-ON TO TRUE
           ACCEPT WS-AR-RUN-DATE FROM DATE YYYYMMDD
      *    A CYCLE ALREADY POSTED FOR THIS BUSINESS DATE MAKES THIS AN
      *    ANSWERS-ONLY RERUN: STATEMENTS ARE REPRINTED, NO MONEY MOVES
           CALL 'AOC-BIZDATE' USING BIZ-PARMS
           PERFORM 6625-LOAD-REGISTER THRU 6625-EXIT
           IF ANSWERS-RERUN
               DISPLAY 'AOC1222W BILLING CYCLE FOR BUSINESS DATE '
                   BIZ-DATE ' WAS POSTED ON ' WS-CYCLE-POSTED-AT
                   ' - RERUN POSTS NO STATEMENTS OR PAYMENTS'
           END-IF

      *    ROLL THE CROP SUBTOTALS UP TO CUSTOMER ACCOUNTS
           PERFORM VARYING WS-CROP-SUB FROM 1 BY 1
           END-PERFORM

           PERFORM 6620-LOAD-RECEIVABLES THRU 6620-EXIT
           IF NOT ANSWERS-RERUN
               PERFORM 6630-APPLY-PAYMENTS THRU 6630-EXIT
           END-IF

      *    THIS RUN'S STATEMENTS BECOME NEW OPEN ITEMS
           PERFORM VARYING WS-STMT-SUB FROM 1 BY 1
                   UNTIL WS-STMT-SUB GREATER WS-STMT-CNT
                       OR ANSWERS-RERUN
               IF WS-STMT-AMT(WS-STMT-SUB) GREATER 0
                   IF WS-RCV-CNT LESS WS-RCV-MAX
                       ADD 1 TO WS-RCV-CNT
                           TO WS-RCV-T-ORIG(WS-RCV-CNT)
                       MOVE WS-STMT-AMT(WS-STMT-SUB)
                           TO WS-RCV-T-OPEN(WS-RCV-CNT)
                       ADD 1 TO WS-POSTED-CNT
                       ADD WS-STMT-AMT(WS-STMT-SUB) TO WS-POSTED-TOTAL
                   ELSE
                       DISPLAY 'AOC1212W RECEIVABLES LEDGER FULL -'
                           ' STATEMENT FOR '
           END-PERFORM

           PERFORM 6640-WRITE-STATEMENTS THRU 6640-EXIT
           IF ANSWERS-RERUN
               CLOSE STATEMENTS-FILE
           ELSE
               PERFORM 6660-REWRITE-LEDGER     THRU 6660-EXIT
               PERFORM 6670-REGISTER-POSTINGS  THRU 6670-EXIT
           END-IF
           MOVE WS-AR-TOTAL-OPEN TO WS-AR-MONEY-EDIT
           DISPLAY 'AOC1213I RECEIVABLES OPEN BALANCE = '
               WS-AR-MONEY-EDIT
           EXIT.

      *****************************************************************
      * LOAD THE PAYMENT-BATCH REGISTER: THE BATCH NUMBERS ALREADY    *
      * APPLIED, AND WHETHER THIS BUSINESS DATE'S CYCLE HAS ALREADY   *
      * BEEN POSTED (IN WHICH CASE THIS RUN IS FOR ANSWERS ONLY)      *
      *****************************************************************
       6625-LOAD-REGISTER.

           OPEN INPUT PAY-REGISTER-FILE
           MOVE 'PAY-REGISTER-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-PAY-REGISTER-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           IF WS-PAY-REGISTER-FST EQUAL '05'
               CLOSE PAY-REGISTER-FILE
               GO TO 6625-EXIT
           END-IF
           SET NOT-PRG-EOF TO TRUE
           PERFORM UNTIL PRG-EOF
               READ PAY-REGISTER-FILE
                   AT END
                       SET PRG-EOF TO TRUE
                   NOT AT END
                       IF PRG-CYCLE-POSTED
                           AND PRG-BIZ-DATE EQUAL BIZ-DATE
                           SET ANSWERS-RERUN TO TRUE
                           MOVE PRG-RUN-DATE TO WS-CYCLE-POSTED-AT
                       END-IF
                       IF PRG-BATCH-APPLIED
                           IF WS-REG-CNT LESS 2000
                               ADD 1 TO WS-REG-CNT
                               MOVE PRG-BATCH
                                   TO WS-REG-BATCH(WS-REG-CNT)
                               MOVE PRG-RUN-DATE
                                   TO WS-REG-DATE(WS-REG-CNT)
                           ELSE
                               SET REGISTER-FULL TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-REGISTER-FILE
           IF REGISTER-FULL
               DISPLAY 'AOC1224E PAYMENT REGISTER EXCEEDS 2000 BATCHES'
                   ' - NO PAYMENT BATCH CAN BE PROVED NEW'
           END-IF
           .
       6625-EXIT.
           EXIT.

      *****************************************************************
      * APPLY PAYMENT TRANSACTIONS.  THE WHOLE FILE IS TAKEN IN       *
      * FIRST AND EACH BATCH IS PROVED: A BATCH ALREADY ON THE        *
      * REGISTER (OR REPEATED IN THE FILE) IS REFUSED, AND A BATCH    *
      * WHOSE DETAIL DOES NOT AGREE WITH ITS HEADER COUNT AND TOTAL   *
      * IS REJECTED WHOLE - BOTH ARE LISTED ON PAYMENT-EXCEPTIONS.    *
      * ONLY THEN DOES EACH PAYMENT OF A GOOD BATCH CLEAR ITS         *
      * ACCOUNT'S OLDEST OPEN BALANCES FIRST; ANYTHING LEFT OVER IS   *
      * REPORTED AS AN UNAPPLIED CREDIT.                              *
      *****************************************************************
       6630-APPLY-PAYMENTS.

           OPEN OUTPUT PAY-EXCEPTION-FILE
           MOVE 'PAY-EXCEPTION-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-PAY-EXCEPTION-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           OPEN INPUT PAYMENTS-FILE
           IF WS-PAYMENTS-FST EQUAL '05'
               CLOSE PAYMENTS-FILE
               CLOSE PAY-EXCEPTION-FILE
               GO TO 6630-EXIT
           END-IF
           MOVE 0 TO WS-PBT-CUR
           SET PAY-INTAKE-KEEP TO TRUE
           SET NOT-PAY-EOF TO TRUE
           PERFORM UNTIL PAY-EOF
               READ PAYMENTS-FILE
                   AT END
                       SET PAY-EOF TO TRUE
                   NOT AT END
                       PERFORM 6631-TAKE-PAYMENT-RECORD THRU 6631-EXIT
               END-READ
           END-PERFORM
           CLOSE PAYMENTS-FILE

           PERFORM VARYING WS-PBT-SUB FROM 1 BY 1
                   UNTIL WS-PBT-SUB GREATER WS-PBT-CNT
               PERFORM 6632-SETTLE-BATCH THRU 6632-EXIT
           END-PERFORM
           CLOSE PAY-EXCEPTION-FILE

           PERFORM VARYING WS-PYT-SUB FROM 1 BY 1
                   UNTIL WS-PYT-SUB GREATER WS-PYT-CNT
               IF PBT-ACCEPTED(WS-PYT-BATCH-SUB(WS-PYT-SUB))
                   PERFORM 6634-APPLY-ONE-PAYMENT THRU 6634-EXIT
               END-IF
           END-PERFORM
           DISPLAY 'AOC1223I PAYMENT BATCHES APPLIED = '
               WS-PAY-BATCHES-APPLIED ' REFUSED = '
               WS-PAY-REFUSED-CNT ' REJECTED = ' WS-PAY-REJECTED-CNT
           .
       6630-EXIT.
           EXIT.

      *****************************************************************
      * TAKE ONE PAYMENT RECORD INTO THE BATCH AND DETAIL TABLES.     *
      * DETAIL AHEAD OF ANY HEADER IS GATHERED INTO A '(NONE)' BATCH  *
      * THAT IS REJECTED; A BATCH THAT WILL NOT FIT IS REJECTED WHOLE *
      *****************************************************************
       6631-TAKE-PAYMENT-RECORD.

           IF PAYH-IS-HEADER
               IF WS-PBT-CNT NOT LESS 50
                   SET PAY-INTAKE-SKIP TO TRUE
                   MOVE SPACES TO PAY-EXCEPTION-RECORD
                   MOVE PAYH-BATCH TO PEX-BATCH
                   MOVE 'FULL' TO PEX-REASON
                   MOVE 0 TO PEX-HDR-CNT PEX-HDR-AMT
                             PEX-DTL-CNT PEX-DTL-AMT
                   MOVE 'MORE THAN 50 BATCHES IN ONE PAYMENT FILE'
                       TO PEX-TEXT
                   PERFORM 6633-WRITE-EXCEPTION THRU 6633-EXIT
                   ADD 1 TO WS-PAY-REJECTED-CNT
                   DISPLAY 'AOC1221E PAYMENT BATCH ' PAYH-BATCH
                       ' REJECTED - SEE PAYMENT-EXCEPTIONS.TXT'
                   GO TO 6631-EXIT
               END-IF
               SET PAY-INTAKE-KEEP TO TRUE
               ADD 1 TO WS-PBT-CNT
               MOVE WS-PBT-CNT TO WS-PBT-CUR
               MOVE PAYH-BATCH TO WS-PBT-BATCH(WS-PBT-CUR)
               MOVE 0 TO WS-PBT-DTL-CNT(WS-PBT-CUR)
                         WS-PBT-DTL-AMT(WS-PBT-CUR)
               MOVE SPACES TO WS-PBT-REASON(WS-PBT-CUR)
                              WS-PBT-TEXT(WS-PBT-CUR)
               SET PBT-ACCEPTED(WS-PBT-CUR) TO TRUE
               IF PAYH-ITEM-CNT IS NUMERIC
                   AND PAYH-AMOUNT IS NUMERIC
                   AND PAYH-BATCH NOT EQUAL SPACES
                   MOVE PAYH-ITEM-CNT TO WS-PBT-HDR-CNT(WS-PBT-CUR)
                   MOVE PAYH-AMOUNT TO WS-PBT-HDR-AMT(WS-PBT-CUR)
               ELSE
                   MOVE 0 TO WS-PBT-HDR-CNT(WS-PBT-CUR)
                             WS-PBT-HDR-AMT(WS-PBT-CUR)
                   SET PBT-REJECTED(WS-PBT-CUR) TO TRUE
                   MOVE 'BADH' TO WS-PBT-REASON(WS-PBT-CUR)
                   MOVE 'BATCH HEADER IS UNREADABLE'
                       TO WS-PBT-TEXT(WS-PBT-CUR)
               END-IF
               GO TO 6631-EXIT
           END-IF

           IF PAY-INTAKE-SKIP
               GO TO 6631-EXIT
           END-IF
           IF WS-PBT-CUR EQUAL 0
               IF WS-PBT-CNT NOT LESS 50
                   SET PAY-INTAKE-SKIP TO TRUE
                   GO TO 6631-EXIT
               END-IF
               ADD 1 TO WS-PBT-CNT
               MOVE WS-PBT-CNT TO WS-PBT-CUR
               MOVE '(NONE)' TO WS-PBT-BATCH(WS-PBT-CUR)
               MOVE 0 TO WS-PBT-HDR-CNT(WS-PBT-CUR)
                         WS-PBT-HDR-AMT(WS-PBT-CUR)
                         WS-PBT-DTL-CNT(WS-PBT-CUR)
                         WS-PBT-DTL-AMT(WS-PBT-CUR)
               SET PBT-REJECTED(WS-PBT-CUR) TO TRUE
               MOVE 'NOHD' TO WS-PBT-REASON(WS-PBT-CUR)
               MOVE 'PAYMENTS WITH NO BATCH HEADER AHEAD OF THEM'
                   TO WS-PBT-TEXT(WS-PBT-CUR)
           END-IF

           ADD 1 TO WS-PBT-DTL-CNT(WS-PBT-CUR)
           IF PAY-AMOUNT IS NOT NUMERIC
               IF NOT PBT-REJECTED(WS-PBT-CUR)
                   SET PBT-REJECTED(WS-PBT-CUR) TO TRUE
                   MOVE 'BADD' TO WS-PBT-REASON(WS-PBT-CUR)
                   MOVE 'PAYMENT AMOUNT IS NOT NUMERIC'
                       TO WS-PBT-TEXT(WS-PBT-CUR)
               END-IF
               GO TO 6631-EXIT
           END-IF
           ADD PAY-AMOUNT TO WS-PBT-DTL-AMT(WS-PBT-CUR)
           IF PBT-REJECTED(WS-PBT-CUR)
               GO TO 6631-EXIT
           END-IF
           IF WS-PYT-CNT NOT LESS 1000
               SET PBT-REJECTED(WS-PBT-CUR) TO TRUE
               MOVE 'FULL' TO WS-PBT-REASON(WS-PBT-CUR)
               MOVE 'MORE THAN 1000 PAYMENTS IN ONE PAYMENT FILE'
                   TO WS-PBT-TEXT(WS-PBT-CUR)
               GO TO 6631-EXIT
           END-IF
           ADD 1 TO WS-PYT-CNT
           MOVE WS-PBT-CUR TO WS-PYT-BATCH-SUB(WS-PYT-CNT)
           MOVE PAY-ACCOUNT TO WS-PYT-ACCOUNT(WS-PYT-CNT)
           MOVE PAY-AMOUNT TO WS-PYT-AMOUNT(WS-PYT-CNT)
           .
       6631-EXIT.
           EXIT.

      *****************************************************************
      * PROVE ONE BATCH AGAINST THE REGISTER, THE BATCHES AHEAD OF IT *
      * IN THE FILE, AND ITS OWN HEADER COUNT AND TOTAL               *
      *****************************************************************
       6632-SETTLE-BATCH.

           IF PBT-ACCEPTED(WS-PBT-SUB)
               AND REGISTER-FULL
               SET PBT-DUPLICATE(WS-PBT-SUB) TO TRUE
               MOVE 'RFUL' TO WS-PBT-REASON(WS-PBT-SUB)
               MOVE 'REGISTER FULL - CANNOT PROVE NOT YET APPLIED'
                   TO WS-PBT-TEXT(WS-PBT-SUB)
           END-IF
           IF PBT-ACCEPTED(WS-PBT-SUB)
               PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                       UNTIL WS-REG-SUB GREATER WS-REG-CNT
                       OR NOT PBT-ACCEPTED(WS-PBT-SUB)
                   IF WS-REG-BATCH(WS-REG-SUB)
                           EQUAL WS-PBT-BATCH(WS-PBT-SUB)
                       SET PBT-DUPLICATE(WS-PBT-SUB) TO TRUE
                       MOVE 'DUPL' TO WS-PBT-REASON(WS-PBT-SUB)
                       STRING 'ALREADY APPLIED ON '
                              WS-REG-DATE(WS-REG-SUB)
                           DELIMITED BY SIZE
                           INTO WS-PBT-TEXT(WS-PBT-SUB)
                   END-IF
               END-PERFORM
           END-IF
           IF PBT-ACCEPTED(WS-PBT-SUB)
               PERFORM VARYING WS-PBT-PRIOR FROM 1 BY 1
                       UNTIL WS-PBT-PRIOR NOT LESS WS-PBT-SUB
                       OR NOT PBT-ACCEPTED(WS-PBT-SUB)
                   IF WS-PBT-BATCH(WS-PBT-PRIOR)
                           EQUAL WS-PBT-BATCH(WS-PBT-SUB)
                       SET PBT-DUPLICATE(WS-PBT-SUB) TO TRUE
                       MOVE 'DUPL' TO WS-PBT-REASON(WS-PBT-SUB)
                       MOVE 'BATCH NUMBER REPEATED IN PAYMENTS.TXT'
                           TO WS-PBT-TEXT(WS-PBT-SUB)
                   END-IF
               END-PERFORM
           END-IF
           IF PBT-ACCEPTED(WS-PBT-SUB)
               IF WS-PBT-DTL-CNT(WS-PBT-SUB)
                       NOT EQUAL WS-PBT-HDR-CNT(WS-PBT-SUB)
                   SET PBT-REJECTED(WS-PBT-SUB) TO TRUE
                   MOVE 'NCNT' TO WS-PBT-REASON(WS-PBT-SUB)
                   MOVE 'DETAIL COUNT DOES NOT MATCH HEADER'
                       TO WS-PBT-TEXT(WS-PBT-SUB)
               ELSE
                   IF WS-PBT-DTL-AMT(WS-PBT-SUB)
                           NOT EQUAL WS-PBT-HDR-AMT(WS-PBT-SUB)
                       SET PBT-REJECTED(WS-PBT-SUB) TO TRUE
                       MOVE 'NAMT' TO WS-PBT-REASON(WS-PBT-SUB)
                       MOVE 'DETAIL TOTAL DOES NOT MATCH HEADER'
                           TO WS-PBT-TEXT(WS-PBT-SUB)
                   END-IF
               END-IF
           END-IF

           IF PBT-ACCEPTED(WS-PBT-SUB)
               ADD 1 TO WS-PAY-BATCHES-APPLIED
               GO TO 6632-EXIT
           END-IF
           IF PBT-DUPLICATE(WS-PBT-SUB)
               ADD 1 TO WS-PAY-REFUSED-CNT
               DISPLAY 'AOC1220W PAYMENT BATCH '
                   WS-PBT-BATCH(WS-PBT-SUB) ' REFUSED - '
                   WS-PBT-TEXT(WS-PBT-SUB)
           ELSE
               ADD 1 TO WS-PAY-REJECTED-CNT
               DISPLAY 'AOC1221E PAYMENT BATCH '
                   WS-PBT-BATCH(WS-PBT-SUB)
                   ' REJECTED - SEE PAYMENT-EXCEPTIONS.TXT'
           END-IF
           MOVE SPACES TO PAY-EXCEPTION-RECORD
           MOVE WS-PBT-BATCH(WS-PBT-SUB)   TO PEX-BATCH
           MOVE WS-PBT-REASON(WS-PBT-SUB)  TO PEX-REASON
           MOVE WS-PBT-HDR-CNT(WS-PBT-SUB) TO PEX-HDR-CNT
           MOVE WS-PBT-HDR-AMT(WS-PBT-SUB) TO PEX-HDR-AMT
           MOVE WS-PBT-DTL-CNT(WS-PBT-SUB) TO PEX-DTL-CNT
           MOVE WS-PBT-DTL-AMT(WS-PBT-SUB) TO PEX-DTL-AMT
           MOVE WS-PBT-TEXT(WS-PBT-SUB)    TO PEX-TEXT
           PERFORM 6633-WRITE-EXCEPTION THRU 6633-EXIT
           .
       6632-EXIT.
           EXIT.

      *****************************************************************
      * WRITE ONE PAYMENT-EXCEPTIONS LINE                             *
      *****************************************************************
       6633-WRITE-EXCEPTION.

           WRITE PAY-EXCEPTION-RECORD
           MOVE 'PAY-EXCEPTION-FILE' TO WS-FST-FILE-NAME
           MOVE 'WRITE' TO WS-FST-OPERATION
           MOVE WS-PAY-EXCEPTION-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           .
       6633-EXIT.
           EXIT.

      *****************************************************************
      * APPLY ONE PAYMENT OF AN ACCEPTED BATCH - OLDEST OPEN BALANCE  *
      * FIRST                                                         *
      *****************************************************************
       6634-APPLY-ONE-PAYMENT.

           MOVE WS-PYT-AMOUNT(WS-PYT-SUB) TO WS-PAY-LEFT
           PERFORM VARYING WS-RCV-SUB FROM 1 BY 1
                   UNTIL WS-RCV-SUB GREATER WS-RCV-CNT
                   OR WS-PAY-LEFT EQUAL 0
               IF WS-RCV-T-ACCT(WS-RCV-SUB) EQUAL
                       WS-PYT-ACCOUNT(WS-PYT-SUB)
                   AND WS-RCV-T-OPEN(WS-RCV-SUB) GREATER 0
                   IF WS-PAY-LEFT NOT LESS WS-RCV-T-OPEN(WS-RCV-SUB)
                       SUBTRACT WS-RCV-T-OPEN(WS-RCV-SUB)
                           FROM WS-PAY-LEFT
                       MOVE 0 TO WS-RCV-T-OPEN(WS-RCV-SUB)
                   ELSE
                       SUBTRACT WS-PAY-LEFT
                           FROM WS-RCV-T-OPEN(WS-RCV-SUB)
                       MOVE 0 TO WS-PAY-LEFT
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO WS-PAY-APPLIED-CNT
           IF WS-PAY-LEFT GREATER 0
               MOVE WS-PAY-LEFT TO WS-AR-MONEY-EDIT
               DISPLAY 'AOC1215W PAYMENT FOR '
                   WS-PYT-ACCOUNT(WS-PYT-SUB) ' LEAVES '
                   WS-AR-MONEY-EDIT
                   ' UNAPPLIED - NO OPEN BALANCE'
           END-IF
           .
       6634-EXIT.
           EXIT.

      *****************************************************************
      * WRITE THE STATEMENTS AND THE RECEIVABLES AGING SECTION        *
      *****************************************************************
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           MOVE SPACES TO STATEMENTS-RECORD
           STRING 'CUSTOMER STATEMENTS - RUN DATE '
               WS-AR-RUN-DATE ' BUSINESS DATE ' BIZ-DATE
               DELIMITED BY SIZE
               INTO STATEMENTS-RECORD
           END-STRING
           PERFORM 6650-PUT-STATEMENT-LINE THRU 6650-EXIT
       6660-EXIT.
           EXIT.

      *****************************************************************
      * RECORD THE POSTING ON THE PAYMENT-BATCH REGISTER: ONE LINE    *
      * PER BATCH APPLIED AND ONE FOR THE CYCLE ITSELF, SO NEITHER    *
      * CAN MOVE MONEY AGAIN                                          *
      *****************************************************************
       6670-REGISTER-POSTINGS.

           OPEN EXTEND PAY-REGISTER-FILE
           MOVE 'PAY-REGISTER-FILE' TO WS-FST-FILE-NAME
           MOVE 'OPEN' TO WS-FST-OPERATION
           MOVE WS-PAY-REGISTER-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           ACCEPT WS-PRG-NOW FROM TIME
           PERFORM VARYING WS-PBT-SUB FROM 1 BY 1
                   UNTIL WS-PBT-SUB GREATER WS-PBT-CNT
               IF PBT-ACCEPTED(WS-PBT-SUB)
                   MOVE SPACES TO PAY-REGISTER-RECORD
                   SET PRG-BATCH-APPLIED TO TRUE
                   MOVE WS-PBT-BATCH(WS-PBT-SUB)   TO PRG-BATCH
                   MOVE WS-PBT-DTL-CNT(WS-PBT-SUB) TO PRG-ITEM-CNT
                   MOVE WS-PBT-DTL-AMT(WS-PBT-SUB) TO PRG-AMOUNT
                   PERFORM 6675-PUT-REGISTER-LINE THRU 6675-EXIT
               END-IF
           END-PERFORM
           MOVE SPACES TO PAY-REGISTER-RECORD
           SET PRG-CYCLE-POSTED TO TRUE
           MOVE 'CYCLE' TO PRG-BATCH
           MOVE WS-POSTED-CNT TO PRG-ITEM-CNT
           MOVE WS-POSTED-TOTAL TO PRG-AMOUNT
           PERFORM 6675-PUT-REGISTER-LINE THRU 6675-EXIT
           CLOSE PAY-REGISTER-FILE
           .
       6670-EXIT.
           EXIT.

      *****************************************************************
      * STAMP AND WRITE ONE REGISTER LINE                             *
      *****************************************************************
       6675-PUT-REGISTER-LINE.

           MOVE BIZ-DATE       TO PRG-BIZ-DATE
           MOVE WS-AR-RUN-DATE TO PRG-RUN-DATE
           MOVE WS-PRG-NOW     TO PRG-RUN-TIME
           MOVE WS-OPERATOR-ID TO PRG-OPERATOR
           WRITE PAY-REGISTER-RECORD
           MOVE 'PAY-REGISTER-FILE' TO WS-FST-FILE-NAME
           MOVE 'WRITE' TO WS-FST-OPERATION
           MOVE WS-PAY-REGISTER-FST TO WS-FST-STATUS
           PERFORM 9800-CHECK-FILE-STATUS THRU 9800-EXIT
           .
       6675-EXIT.
           EXIT.

      *****************************************************************
      * PRICE ONE REGION: PERIMETER TIMES THE CROP'S UNIT PRICE,      *
      * RAISED TO THE MINIMUM CHARGE IF SHORT, AND ROLLED INTO THE    *
                   UNTIL WS-PR-SUB GREATER WS-PRIOR-REGION-CNT
               MOVE 0 TO WS-PR-TODAY-ID(WS-PR-SUB)
               IF WS-PR-ROW(WS-PR-SUB) NOT GREATER ARR-LENGTH
                   AND WS-PR-COL(WS-PR-SUB) NOT GREATER ARR-WIDTH
                   AND WS-PR-ROW(WS-PR-SUB) GREATER 0
                   AND WS-PR-COL(WS-PR-SUB) GREATER 0
                   MOVE WS-ID-COL(WS-PR-ROW(WS-PR-SUB),
       7100-EXIT.
           EXIT.

      *****************************************************************
      * DISPLAY AMOUNT OF STONES                                      *
      *****************************************************************
               ' OPERATION ' WS-FST-OPERATION
               ' STATUS ' WS-FST-STATUS
           MOVE SPACES TO WS-ABEND-MSG
           STRING 'AOC1290E FILE ERROR ' DELIMITED BY SIZE
               WS-FST-FILE-NAME DELIMITED BY SPACE
               ' ' WS-FST-OPERATION DELIMITED BY SIZE
               ' STATUS ' WS-FST-STATUS DELIMITED BY SIZE
