      *================================================================
      * PROGRAM:    ARRMA01
      * DESCRIPTION: Customer Returns (RMA) and AR Credit Memos
      *              - Reads the day's return authorizations (an RMA
      *                header naming the original AR_INVOICE, then
      *                one record per returned order line) and ties
      *                each return back to the SALES_ORDER_LINE it
      *                shipped and billed on - no more than the
      *                billed quantity less earlier returns can come
      *                back against a line
      *              - Receives the goods into a quarantine lot
      *                (LOT_STATUS 'H', so INVCTR01's FIFO issue
      *                cannot pick them until QC keys a QREL) with
      *                the disposition on RMA_LINE: R restock, V
      *                return to vendor, or S scrap - scrapped goods
      *                are logged on INVENTORY_TRANSACTION but never
      *                reach on-hand and their cost stays in COGS
      *              - Issues one credit memo per RMA on AR_INVOICE
      *                (INVOICE_TYPE 'CM', negative total) at the
      *                original invoice's prices, reversing the sales
      *                tax in proportion on AR_TAX_HISTORY so ARTAX01
      *                nets it out of the month's liability; ARCASH01
      *                applies the open credit like cash
      *              - Posts DR 4000 sales revenue / DR 2400 sales tax
      *                payable / CR 1200 accounts receivable, and
      *                DR 1400 inventory / CR 5000 COGS at standard
      *                cost for goods received back into stock, as a
      *                staged-OPEN journal through the maker-checker
      *                gate in GLPOST01
      *              - Prints a returns register and the customer's
      *                credit memo
      *              - A return against a deferred-revenue line
      *                (ITEM_MASTER DEFERRED_FLAG 'Y') takes back the
      *                part not yet recognized from 2450 deferred
      *                revenue instead of 4000, and cancels or scales
      *                down the line's PENDING DEFERRED_REV_SCHEDULE
      *                slices so REVREC01 never releases it
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRMA01.
       AUTHOR. ACME-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RMA-FILE    ASSIGN TO RMAIN
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.
           SELECT MEMO-FILE   ASSIGN TO CMOUT
                              ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
                              ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    One 'H' record per authorization followed by its 'L'
      *    return lines, in RMA order.
       FD  RMA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS.
       01  RMA-RECORD.
           05  RM-RECORD-TYPE      PIC X(1).
                   88  RM-HEADER          VALUE 'H'.
                   88  RM-LINE            VALUE 'L'.
           05  RM-HEADER-FIELDS.
               10  RM-RMA-NUMBER       PIC X(10).
               10  RM-AR-INVOICE-ID    PIC 9(9).
               10  RM-CUST-NUMBER      PIC X(10).
               10  RM-REASON-CODE      PIC X(4).
               10  RM-RMA-DATE         PIC X(10).
               10  FILLER              PIC X(56).
           05  RM-LINE-FIELDS REDEFINES RM-HEADER-FIELDS.
               10  RM-LINE-SEQ         PIC 9(5).
               10  RM-ITEM-NUMBER      PIC X(10).
               10  RM-WAREHOUSE-ID     PIC X(4).
               10  RM-RETURN-QTY       PIC S9(7)V99 COMP-3.
               10  RM-DISPOSITION      PIC X(1).
                   88  RM-RESTOCK             VALUE 'R'.
                   88  RM-RETURN-TO-VENDOR    VALUE 'V'.
                   88  RM-SCRAP               VALUE 'S'.
               10  RM-LOT-NUMBER       PIC X(12).
               10  FILLER              PIC X(62).

       FD  MEMO-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  MEMO-LINE               PIC X(133).

       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  REPORT-LINE             PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-RMA-OPEN-SWITCH   PIC X(1) VALUE 'N'.
               88  WS-RMA-OPEN               VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LINE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-PAGE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-RMAS-READ         PIC S9(7) COMP VALUE ZEROS.
           05  WS-RMAS-REJECTED     PIC S9(7) COMP VALUE ZEROS.
           05  WS-LINES-RETURNED    PIC S9(7) COMP VALUE ZEROS.
           05  WS-LINES-REJECTED    PIC S9(7) COMP VALUE ZEROS.
           05  WS-MEMOS-ISSUED      PIC S9(7) COMP VALUE ZEROS.
           05  WS-MEMO-LINE-SEQ     PIC S9(5) COMP VALUE ZEROS.
           05  WS-JRNL-SEQ          PIC S9(5) COMP VALUE ZEROS.

       01  WS-TOTALS.
           05  WS-RMA-MERCH         PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05  WS-RMA-TAXABLE       PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05  WS-RMA-TAX           PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05  WS-RMA-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05  WS-EXT-CREDIT        PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05  WS-EXT-COST          PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05  WS-EXT-DEFERRED      PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05  WS-RMA-DEFERRED      PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05  WS-RUN-DEFERRED      PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-RUN-MERCH         PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-RUN-TAX           PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-RUN-COST          PIC S9(13)V99 COMP-3 VALUE ZEROS.

       01  WS-WORK.
           05  WS-CURRENT-DATE      PIC X(10).
           05  WS-AR-ACCT           PIC X(6)  VALUE '1200'.
           05  WS-INVENTORY-ACCT    PIC X(6)  VALUE '1400'.
           05  WS-TAX-PAYABLE-ACCT  PIC X(6)  VALUE '2400'.
           05  WS-REVENUE-ACCT      PIC X(6)  VALUE '4000'.
           05  WS-DEFERRED-ACCT     PIC X(6)  VALUE '2450'.
           05  WS-COGS-ACCT         PIC X(6)  VALUE '5000'.
           05  WS-SALES-DEPT        PIC X(4)  VALUE 'D100'.
           05  WS-RETURNABLE-QTY    PIC S9(9)V99 COMP-3 VALUE ZEROS.
           05  WS-REJECT-REASON     PIC X(30) VALUE SPACES.

      *--- SQLCA ---
       01  SQLCA.
           05  SQLCAID              PIC X(8).
           05  SQLCABC              PIC S9(9) COMP.
           05  SQLCODE              PIC S9(9) COMP.
           05  SQLERRM.
               10  SQLERRML         PIC S9(4) COMP.
               10  SQLERRMC         PIC X(70).

      *--- HOST VARIABLES ---
       01  HV-RMA.
           05  HV-PERIOD-ID         PIC X(6).
           05  HV-ENTITY-ID         PIC X(4).
           05  HV-RMA-NUMBER        PIC X(10).
           05  HV-RMA-DATE          PIC X(10).
           05  HV-REASON-CODE       PIC X(4).
           05  HV-ORIG-INVOICE-ID   PIC S9(9) COMP.
           05  HV-MEMO-ID           PIC S9(9) COMP.
           05  HV-ORDER-NUMBER      PIC X(10).
           05  HV-CUST-NUMBER       PIC X(10).
           05  HV-INV-CUST          PIC X(10).
           05  HV-CUST-NAME         PIC X(30).
           05  HV-INVOICE-TYPE      PIC X(2).
           05  HV-CURRENCY-CODE     PIC X(3).
           05  HV-FX-RATE           PIC S9(4)V9999999 COMP-3.
           05  HV-ORIG-TOTAL        PIC S9(11)V99 COMP-3.
           05  HV-INVOICE-TOTAL     PIC S9(11)V99 COMP-3.
           05  HV-DUP-COUNT         PIC S9(9) COMP.
           05  HV-LINE-SEQ          PIC S9(5) COMP.
           05  HV-ITEM-NUMBER       PIC X(10).
           05  HV-ITEM-DESC         PIC X(40).
           05  HV-WAREHOUSE-ID      PIC X(4).
           05  HV-LOT-NUMBER        PIC X(12).
           05  HV-DISPOSITION       PIC X(1).
           05  HV-RETURN-QTY        PIC S9(9)V99 COMP-3.
           05  HV-QTY-BILLED        PIC S9(9)V99 COMP-3.
           05  HV-QTY-RETURNED      PIC S9(9)V99 COMP-3.
           05  HV-STD-COST          PIC S9(7)V9999 COMP-3.
           05  HV-TAXABLE-FLAG      PIC X(1).
           05  HV-DEFERRED-FLAG     PIC X(1).
           05  HV-INV-LINE-SEQ      PIC S9(5) COMP.
           05  HV-DEFER-AMT         PIC S9(11)V99 COMP-3.
           05  HV-PENDING-AMT       PIC S9(11)V99 COMP-3.
           05  HV-PENDING-AFTER     PIC S9(11)V99 COMP-3.
           05  HV-RETURN-RATIO      PIC S9V9(9) COMP-3.
           05  HV-DEFER-CREDIT      PIC S9(11)V99 COMP-3.
           05  HV-UNIT-PRICE        PIC S9(7)V99 COMP-3.
           05  HV-SELL-FACTOR       PIC S9(5)V9999 COMP-3.
           05  HV-SELL-QTY          PIC S9(9)V99 COMP-3.
           05  HV-CREDIT-AMT        PIC S9(11)V99 COMP-3.
           05  HV-TRANS-TYPE        PIC X(4).
           05  HV-TAX-JURIS         PIC X(6).
           05  HV-ORIG-TAXABLE      PIC S9(11)V99 COMP-3.
           05  HV-ORIG-TAX          PIC S9(11)V99 COMP-3.
           05  HV-TAXABLE-AMT       PIC S9(11)V99 COMP-3.
           05  HV-TAX-AMT           PIC S9(11)V99 COMP-3.
           05  HV-NEXT-JOURNAL-ID   PIC S9(9) COMP.
           05  HV-GL-AMT            PIC S9(13)V99 COMP-3.
           05  HV-AUDIT-SEQ         PIC S9(5) COMP.
           05  HV-EXC-SEVERITY      PIC X(1).
           05  HV-EXC-REASON        PIC X(12).
           05  HV-EXC-KEY           PIC X(30).
           05  HV-EXC-DUP-COUNT     PIC S9(9) COMP.

      *--- REGISTER HEADER LINES ---
       01  HDR1.
           05  FILLER  PIC X(25) VALUE SPACES.
           05  FILLER  PIC X(45)
               VALUE 'ACME CORPORATION - CUSTOMER RETURNS REGISTER'.
           05  FILLER  PIC X(33) VALUE SPACES.
           05  FILLER  PIC X(5) VALUE 'PAGE:'.
           05  H1-PAGE PIC ZZZZZ.
           05  FILLER  PIC X(20) VALUE SPACES.

       01  HDR2.
           05  FILLER  PIC X(6)  VALUE 'DATE: '.
           05  H2-DATE PIC X(10).
           05  FILLER  PIC X(117) VALUE SPACES.

       01  HDR3.
           05  FILLER  PIC X(11) VALUE 'RMA'.
           05  FILLER  PIC X(11) VALUE 'ORDER'.
           05  FILLER  PIC X(6)  VALUE 'LINE'.
           05  FILLER  PIC X(11) VALUE 'ITEM'.
           05  FILLER  PIC X(12) VALUE '  RETURNED'.
           05  FILLER  PIC X(4)  VALUE 'DSP'.
           05  FILLER  PIC X(16) VALUE '         CREDIT'.
           05  FILLER  PIC X(62) VALUE 'STATUS'.

      *--- REGISTER DETAIL LINE ---
       01  REG-DET-LINE.
           05  RG-RMA      PIC X(10).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RG-ORDER    PIC X(10).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RG-LINE     PIC ZZZZ9.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RG-ITEM     PIC X(10).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RG-QTY      PIC ZZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  RG-DISP     PIC X(1).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  RG-CREDIT   PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  RG-STATUS   PIC X(30).
           05  FILLER      PIC X(32) VALUE SPACES.

      *--- PRINTED CREDIT MEMO LINES ---
       01  CM-HDR1.
           05  FILLER      PIC X(30) VALUE SPACES.
           05  FILLER      PIC X(30)
               VALUE 'ACME CORPORATION - CREDIT MEMO'.
           05  FILLER      PIC X(73) VALUE SPACES.

       01  CM-HDR2.
           05  FILLER      PIC X(8)  VALUE 'MEMO:   '.
           05  CH-MEMO     PIC ZZZZZZZZ9.
           05  FILLER      PIC X(11) VALUE '  CUSTOMER:'.
           05  CH-CUST     PIC X(10).
           05  FILLER      PIC X(1)  VALUE SPACES.
           05  CH-NAME     PIC X(30).
           05  FILLER      PIC X(8)  VALUE '  DATE: '.
           05  CH-DATE     PIC X(10).
           05  FILLER      PIC X(46) VALUE SPACES.

       01  CM-HDR3.
           05  FILLER      PIC X(8)  VALUE 'RMA:    '.
           05  CH-RMA      PIC X(10).
           05  FILLER      PIC X(19) VALUE '  ORIGINAL INVOICE:'.
           05  CH-INVOICE  PIC ZZZZZZZZ9.
           05  FILLER      PIC X(9)  VALUE '  ORDER: '.
           05  CH-ORDER    PIC X(10).
           05  FILLER      PIC X(68) VALUE SPACES.

       01  CM-COL-LINE.
           05  FILLER      PIC X(11) VALUE 'ITEM'.
           05  FILLER      PIC X(41) VALUE 'DESCRIPTION'.
           05  FILLER      PIC X(12) VALUE '   QUANTITY'.
           05  FILLER      PIC X(12) VALUE ' UNIT PRICE'.
           05  FILLER      PIC X(16) VALUE '         CREDIT'.
           05  FILLER      PIC X(41) VALUE SPACES.

       01  CM-DET-LINE.
           05  CD-ITEM     PIC X(10).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  CD-DESC     PIC X(40).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  CD-QTY      PIC ZZZ,ZZ9.99-.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  CD-PRICE    PIC ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  CD-EXT      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(52) VALUE SPACES.

       01  CM-TAX-LINE.
           05  FILLER      PIC X(52) VALUE SPACES.
           05  FILLER      PIC X(14) VALUE 'SALES TAX'.
           05  CX-AMOUNT   PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(52) VALUE SPACES.

       01  CM-TOT-LINE.
           05  FILLER      PIC X(52) VALUE SPACES.
           05  FILLER      PIC X(14) VALUE 'CREDIT TOTAL'.
           05  CT-TOTAL    PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(52) VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER      PIC X(10) VALUE SPACES.
           05  SL-LABEL    PIC X(30).
           05  SL-COUNT    PIC ZZZ,ZZ9.
           05  FILLER      PIC X(87) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RMA-FILE
               UNTIL WS-EOF
           IF WS-RMA-OPEN
               PERFORM 2600-ISSUE-CREDIT-MEMO
                   THRU 2699-MEMO-EXIT
           END-IF
           PERFORM 2800-POST-RETURNS-JOURNAL
               THRU 2899-POST-EXIT
           PERFORM 3000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  RMA-FILE
                OUTPUT MEMO-FILE
                       REPORT-FILE

           EXEC SQL
               SELECT PERIOD_ID
               INTO :HV-PERIOD-ID
               FROM FISCAL_PERIOD
               WHERE STATUS = 'OPEN'
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EXEC SQL
               SELECT ENTITY_ID
               INTO   :HV-ENTITY-ID
               FROM   ENTITY_MASTER
               ORDER BY ENTITY_ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
               INTO :WS-CURRENT-DATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE WS-CURRENT-DATE TO H2-DATE
           PERFORM 9100-PRINT-HEADERS

           READ RMA-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *--- 2000 PROCESS ONE RMA RECORD ---
      *    An 'H' record closes out the prior authorization (issuing
      *    its credit memo) and opens a new one; each 'L' record
      *    returns one order line against the open authorization.
      *    Lines under a rejected header are rejected with it.
       2000-PROCESS-RMA-FILE.
           EVALUATE TRUE
               WHEN RM-HEADER
                   IF WS-RMA-OPEN
                       PERFORM 2600-ISSUE-CREDIT-MEMO
                           THRU 2699-MEMO-EXIT
                   END-IF
                   PERFORM 2100-START-RMA
                       THRU 2199-START-EXIT
               WHEN RM-LINE
                   IF WS-RMA-OPEN
                       PERFORM 2300-RETURN-ONE-LINE
                           THRU 2399-RETURN-EXIT
                   ELSE
                       ADD 1 TO WS-LINES-REJECTED
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-LINES-REJECTED
           END-EVALUATE

           READ RMA-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *--- 2100 START A NEW RETURN AUTHORIZATION ---
      *    The authorization must name a billed invoice (not a
      *    finance charge or another credit memo) for the customer
      *    keyed on it, and an RMA number already on file is a
      *    re-feed of yesterday's batch, not a second return.
       2100-START-RMA.
           ADD 1 TO WS-RMAS-READ
           MOVE 'N' TO WS-RMA-OPEN-SWITCH

           MOVE RM-RMA-NUMBER    TO HV-RMA-NUMBER
           MOVE RM-AR-INVOICE-ID TO HV-ORIG-INVOICE-ID
           MOVE RM-CUST-NUMBER   TO HV-CUST-NUMBER
           MOVE RM-REASON-CODE   TO HV-REASON-CODE
           MOVE RM-RMA-DATE      TO HV-RMA-DATE
           IF HV-RMA-DATE = SPACES
               MOVE WS-CURRENT-DATE TO HV-RMA-DATE
           END-IF
           MOVE SPACES TO HV-ORDER-NUMBER

           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-DUP-COUNT
               FROM   RMA_HEADER
               WHERE  RMA_NUMBER = :HV-RMA-NUMBER
           END-EXEC

           IF HV-DUP-COUNT > ZEROS
               MOVE 'DUPLICATE RMA - REJECTED' TO WS-REJECT-REASON
               PERFORM 2150-REJECT-RMA
               GO TO 2199-START-EXIT
           END-IF

           EXEC SQL
               SELECT I.CUST_NUMBER, I.ORDER_NUMBER,
                      COALESCE(I.INVOICE_TYPE, 'IN'),
                      COALESCE(I.CURRENCY_CODE, 'USD'),
                      COALESCE(I.FX_RATE, 1), C.CUST_NAME
               INTO   :HV-INV-CUST, :HV-ORDER-NUMBER,
                      :HV-INVOICE-TYPE, :HV-CURRENCY-CODE,
                      :HV-FX-RATE, :HV-CUST-NAME
               FROM   AR_INVOICE I
               JOIN   CUSTOMER_MASTER C
                      ON C.CUST_NUMBER = I.CUST_NUMBER
               WHERE  I.AR_INVOICE_ID = :HV-ORIG-INVOICE-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'INVOICE NOT ON FILE - REJECTED'
                   TO WS-REJECT-REASON
               PERFORM 2150-REJECT-RMA
               GO TO 2199-START-EXIT
           END-IF

           IF HV-INV-CUST NOT = HV-CUST-NUMBER
               MOVE 'INVOICE NOT THIS CUST-REJECTED'
                   TO WS-REJECT-REASON
               PERFORM 2150-REJECT-RMA
               GO TO 2199-START-EXIT
           END-IF

           IF HV-INVOICE-TYPE NOT = 'IN'
               MOVE 'NOT A SALES INVOICE - REJECTED'
                   TO WS-REJECT-REASON
               PERFORM 2150-REJECT-RMA
               GO TO 2199-START-EXIT
           END-IF

           IF HV-FX-RATE NOT > ZEROS
               MOVE 1 TO HV-FX-RATE
           END-IF

      *    The credit memo number is taken now so every RMA_LINE
      *    and AR_INVOICE_LINE below carries it; the AR_INVOICE row
      *    itself is written when the authorization closes.
           EXEC SQL
               SELECT COALESCE(MAX(AR_INVOICE_ID), 0) + 1
               INTO   :HV-MEMO-ID
               FROM   AR_INVOICE
           END-EXEC

           EXEC SQL
               INSERT INTO RMA_HEADER
               (RMA_NUMBER, AR_INVOICE_ID, ORDER_NUMBER,
                CUST_NUMBER, RMA_DATE, REASON_CODE, STATUS,
                CREDIT_MEMO_ID, CREATED_BY)
               VALUES
               (:HV-RMA-NUMBER, :HV-ORIG-INVOICE-ID, :HV-ORDER-NUMBER,
                :HV-CUST-NUMBER, DATE(:HV-RMA-DATE), :HV-REASON-CODE,
                'OPEN', :HV-MEMO-ID, 'ARRMA01')
           END-EXEC

           MOVE 'Y'   TO WS-RMA-OPEN-SWITCH
           MOVE ZEROS TO WS-RMA-MERCH
                         WS-RMA-TAXABLE
                         WS-RMA-TAX
                         WS-RMA-TOTAL
                         WS-RMA-DEFERRED
                         WS-MEMO-LINE-SEQ.

       2199-START-EXIT.
           EXIT.

      *--- 2150 REJECT THE WHOLE AUTHORIZATION ---
       2150-REJECT-RMA.
           ADD 1 TO WS-RMAS-REJECTED
           MOVE HV-RMA-NUMBER    TO RG-RMA
           MOVE HV-ORDER-NUMBER  TO RG-ORDER
           MOVE ZEROS            TO RG-LINE
           MOVE SPACES           TO RG-ITEM
           MOVE ZEROS            TO RG-QTY
           MOVE SPACES           TO RG-DISP
           MOVE ZEROS            TO RG-CREDIT
           MOVE WS-REJECT-REASON TO RG-STATUS
           PERFORM 2700-WRITE-REGISTER-LINE

           MOVE 'E'           TO HV-EXC-SEVERITY
           MOVE 'RMA-REJECT'  TO HV-EXC-REASON
           MOVE HV-RMA-NUMBER TO HV-EXC-KEY
           PERFORM 9700-LOG-EXCEPTION.

      *--- 2300 RETURN ONE ORDER LINE ---
      *    The line must be on the invoice's order and billed; the
      *    quantity coming back is capped by what was billed less
      *    what earlier authorizations already took back, so one
      *    shipment can't be credited twice.
       2300-RETURN-ONE-LINE.
           MOVE RM-LINE-SEQ     TO HV-LINE-SEQ
           MOVE RM-ITEM-NUMBER  TO HV-ITEM-NUMBER
           MOVE RM-WAREHOUSE-ID TO HV-WAREHOUSE-ID
           MOVE RM-RETURN-QTY   TO HV-RETURN-QTY
           MOVE RM-DISPOSITION  TO HV-DISPOSITION
           MOVE ZEROS           TO WS-EXT-CREDIT

           IF NOT RM-RESTOCK AND NOT RM-RETURN-TO-VENDOR
               AND NOT RM-SCRAP
               MOVE 'BAD DISPOSITION - REJECTED' TO WS-REJECT-REASON
               PERFORM 2350-REJECT-LINE
               GO TO 2399-RETURN-EXIT
           END-IF

           IF HV-RETURN-QTY NOT > ZEROS
               MOVE 'NO QUANTITY - REJECTED' TO WS-REJECT-REASON
               PERFORM 2350-REJECT-LINE
               GO TO 2399-RETURN-EXIT
           END-IF

           EXEC SQL
               SELECT COALESCE(L.QTY_BILLED, 0), I.ITEM_DESC,
                      I.STD_COST, COALESCE(I.TAXABLE_FLAG, 'Y'),
                      COALESCE(I.DEFERRED_FLAG, 'N')
               INTO   :HV-QTY-BILLED, :HV-ITEM-DESC,
                      :HV-STD-COST, :HV-TAXABLE-FLAG,
                      :HV-DEFERRED-FLAG
               FROM   SALES_ORDER_LINE L
               JOIN   ITEM_MASTER I
                      ON I.ITEM_NUMBER = L.ITEM_NUMBER
               WHERE  L.ORDER_NUMBER = :HV-ORDER-NUMBER
               AND    L.LINE_SEQ     = :HV-LINE-SEQ
               AND    L.ITEM_NUMBER  = :HV-ITEM-NUMBER
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ORDER LINE NOT FOUND-REJECTED'
                   TO WS-REJECT-REASON
               PERFORM 2350-REJECT-LINE
               GO TO 2399-RETURN-EXIT
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(RETURN_QTY), 0)
               INTO   :HV-QTY-RETURNED
               FROM   RMA_LINE
               WHERE  ORDER_NUMBER = :HV-ORDER-NUMBER
               AND    LINE_SEQ     = :HV-LINE-SEQ
           END-EXEC

           COMPUTE WS-RETURNABLE-QTY =
               HV-QTY-BILLED - HV-QTY-RETURNED
           IF HV-RETURN-QTY > WS-RETURNABLE-QTY
               MOVE 'EXCEEDS BILLED QTY - REJECTED'
                   TO WS-REJECT-REASON
               PERFORM 2350-REJECT-LINE
               MOVE 'W'           TO HV-EXC-SEVERITY
               MOVE 'RMA-OVRQTY'  TO HV-EXC-REASON
               MOVE SPACES        TO HV-EXC-KEY
               STRING HV-RMA-NUMBER ' ' HV-ITEM-NUMBER
                   DELIMITED SIZE INTO HV-EXC-KEY
               PERFORM 9700-LOG-EXCEPTION
               GO TO 2399-RETURN-EXIT
           END-IF

      *    Credit at the price the customer was actually billed -
      *    the original invoice's line for the item, in the same
      *    selling units ARBILL01's 2300-BILL-ONE-LINE billed it in.
           EXEC SQL
               SELECT UNIT_PRICE, LINE_SEQ
               INTO   :HV-UNIT-PRICE, :HV-INV-LINE-SEQ
               FROM   AR_INVOICE_LINE
               WHERE  AR_INVOICE_ID = :HV-ORIG-INVOICE-ID
               AND    ITEM_NUMBER   = :HV-ITEM-NUMBER
               AND    COALESCE(LINE_TYPE, ' ') <> 'TX'
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ITEM NOT ON INVOICE - REJECTED'
                   TO WS-REJECT-REASON
               PERFORM 2350-REJECT-LINE
               GO TO 2399-RETURN-EXIT
           END-IF

           MOVE 1 TO HV-SELL-FACTOR
           EXEC SQL
               SELECT FACTOR_TO_STOCK
               INTO   :HV-SELL-FACTOR
               FROM   UOM_CONVERSION
               WHERE  ITEM_NUMBER = :HV-ITEM-NUMBER
               AND    UOM_ROLE    = 'S'
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0 OR HV-SELL-FACTOR NOT > ZEROS
               MOVE 1 TO HV-SELL-FACTOR
           END-IF
           COMPUTE HV-SELL-QTY ROUNDED =
               HV-RETURN-QTY / HV-SELL-FACTOR
           COMPUTE WS-EXT-CREDIT ROUNDED =
               HV-SELL-QTY * HV-UNIT-PRICE
           MOVE WS-EXT-CREDIT TO HV-CREDIT-AMT

           MOVE ZEROS TO WS-EXT-DEFERRED
           IF HV-DEFERRED-FLAG = 'Y'
               PERFORM 2450-CANCEL-DEFERRED-REV
                  THRU 2459-DEFER-EXIT
           END-IF
           ADD WS-EXT-DEFERRED TO WS-RMA-DEFERRED

           ADD WS-EXT-CREDIT TO WS-RMA-MERCH
           IF HV-TAXABLE-FLAG = 'Y'
               ADD WS-EXT-CREDIT TO WS-RMA-TAXABLE
           END-IF

           PERFORM 2400-RECEIVE-RETURNED-GOODS

           EXEC SQL
               INSERT INTO RMA_LINE
               (RMA_NUMBER, ORDER_NUMBER, LINE_SEQ, ITEM_NUMBER,
                WAREHOUSE_ID, LOT_NUMBER, RETURN_QTY, DISPOSITION,
                CREDIT_AMOUNT, CREDIT_MEMO_ID, CREATED_BY)
               VALUES
               (:HV-RMA-NUMBER, :HV-ORDER-NUMBER, :HV-LINE-SEQ,
                :HV-ITEM-NUMBER, :HV-WAREHOUSE-ID, :HV-LOT-NUMBER,
                :HV-RETURN-QTY, :HV-DISPOSITION, :HV-CREDIT-AMT,
                :HV-MEMO-ID, 'ARRMA01')
           END-EXEC

      *    The credit memo's line carries the returned quantity as a
      *    negative so the memo's lines extend to its negative total.
           ADD 1 TO WS-MEMO-LINE-SEQ
           COMPUTE HV-SELL-QTY = ZEROS - HV-SELL-QTY
           EXEC SQL
               INSERT INTO AR_INVOICE_LINE
               (AR_INVOICE_ID, LINE_SEQ, ITEM_NUMBER, QUANTITY,
                UNIT_PRICE, LINE_TYPE)
               VALUES
               (:HV-MEMO-ID, :WS-MEMO-LINE-SEQ, :HV-ITEM-NUMBER,
                :HV-SELL-QTY, :HV-UNIT-PRICE, 'CM')
           END-EXEC

           EXEC SQL  COMMIT  END-EXEC

           IF WS-MEMO-LINE-SEQ = 1
               PERFORM 2650-START-MEMO-DOCUMENT
           END-IF
           MOVE HV-ITEM-NUMBER TO CD-ITEM
           MOVE HV-ITEM-DESC   TO CD-DESC
           MOVE HV-SELL-QTY    TO CD-QTY
           MOVE HV-UNIT-PRICE  TO CD-PRICE
           COMPUTE CD-EXT = ZEROS - WS-EXT-CREDIT
           WRITE MEMO-LINE FROM CM-DET-LINE

           ADD 1 TO WS-LINES-RETURNED
           MOVE HV-RMA-NUMBER  TO RG-RMA
           MOVE HV-ORDER-NUMBER TO RG-ORDER
           MOVE HV-LINE-SEQ    TO RG-LINE
           MOVE HV-ITEM-NUMBER TO RG-ITEM
           MOVE HV-RETURN-QTY  TO RG-QTY
           MOVE HV-DISPOSITION TO RG-DISP
           MOVE WS-EXT-CREDIT  TO RG-CREDIT
           EVALUATE TRUE
               WHEN RM-RESTOCK
                   MOVE 'RECEIVED - QUARANTINE/RESTOCK'
                       TO RG-STATUS
               WHEN RM-RETURN-TO-VENDOR
                   MOVE 'RECEIVED - QUARANTINE/RTV'
                       TO RG-STATUS
               WHEN OTHER
                   MOVE 'RECEIVED - SCRAPPED' TO RG-STATUS
           END-EVALUATE
           PERFORM 2700-WRITE-REGISTER-LINE.

       2399-RETURN-EXIT.
           EXIT.

      *--- 2350 REJECT ONE RETURN LINE ---
       2350-REJECT-LINE.
           ADD 1 TO WS-LINES-REJECTED
           MOVE HV-RMA-NUMBER    TO RG-RMA
           MOVE HV-ORDER-NUMBER  TO RG-ORDER
           MOVE RM-LINE-SEQ      TO RG-LINE
           MOVE RM-ITEM-NUMBER   TO RG-ITEM
           MOVE RM-RETURN-QTY    TO RG-QTY
           MOVE RM-DISPOSITION   TO RG-DISP
           MOVE ZEROS            TO RG-CREDIT
           MOVE WS-REJECT-REASON TO RG-STATUS
           PERFORM 2700-WRITE-REGISTER-LINE.

      *--- 2400 RECEIVE THE RETURNED GOODS ---
      *    Restock and return-to-vendor goods come back on-hand in a
      *    held lot - the RMA number names the lot when the dock
      *    keys none - and their standard cost comes back out of
      *    COGS. Scrapped goods are only logged: they never reach
      *    on-hand and their cost stays where the issue put it.
       2400-RECEIVE-RETURNED-GOODS.
           MOVE RM-LOT-NUMBER TO HV-LOT-NUMBER
           IF HV-LOT-NUMBER = SPACES
               STRING 'R' HV-RMA-NUMBER DELIMITED SIZE
                   INTO HV-LOT-NUMBER
           END-IF
           COMPUTE WS-EXT-COST ROUNDED =
               HV-RETURN-QTY * HV-STD-COST

           IF RM-SCRAP
               MOVE 'RTSC' TO HV-TRANS-TYPE
           ELSE
               MOVE 'RTRN' TO HV-TRANS-TYPE

               EXEC SQL
                   UPDATE INVENTORY_BALANCE
                   SET    QTY_ON_HAND     = QTY_ON_HAND
                                            + :HV-RETURN-QTY,
                          LAST_TRANS_DATE = CURRENT DATE
                   WHERE  ITEM_NUMBER  = :HV-ITEM-NUMBER
                   AND    WAREHOUSE_ID = :HV-WAREHOUSE-ID
               END-EXEC

               IF SQLCODE = 100
                   EXEC SQL
                       INSERT INTO INVENTORY_BALANCE
                       (ITEM_NUMBER, WAREHOUSE_ID,
                        QTY_ON_HAND, QTY_ON_ORDER, QTY_ALLOCATED,
                        LAST_TRANS_DATE)
                       VALUES
                       (:HV-ITEM-NUMBER, :HV-WAREHOUSE-ID,
                        :HV-RETURN-QTY, 0, 0, CURRENT DATE)
                   END-EXEC
               END-IF

               EXEC SQL
                   UPDATE LOT_BALANCE
                   SET    QTY_ON_HAND = QTY_ON_HAND + :HV-RETURN-QTY,
                          LOT_STATUS  = 'H'
                   WHERE  ITEM_NUMBER  = :HV-ITEM-NUMBER
                   AND    WAREHOUSE_ID = :HV-WAREHOUSE-ID
                   AND    LOT_NUMBER   = :HV-LOT-NUMBER
               END-EXEC

               IF SQLCODE = 100
                   EXEC SQL
                       INSERT INTO LOT_BALANCE
                       (ITEM_NUMBER, WAREHOUSE_ID, LOT_NUMBER,
                        QTY_ON_HAND, RECEIPT_DATE, EXPIRY_DATE,
                        LOT_STATUS)
                       VALUES
                       (:HV-ITEM-NUMBER, :HV-WAREHOUSE-ID,
                        :HV-LOT-NUMBER, :HV-RETURN-QTY, CURRENT DATE,
                        DATE('9999-12-31'), 'H')
                   END-EXEC
               END-IF

               ADD WS-EXT-COST TO WS-RUN-COST
           END-IF

           EXEC SQL
               INSERT INTO INVENTORY_TRANSACTION
               (ITEM_NUMBER, WAREHOUSE_ID, TRANS_TYPE, TRANS_DATE,
                QUANTITY, UNIT_COST, REFERENCE_NO, LOT_NUMBER,
                PO_NUMBER, CREATED_BY)
               VALUES
               (:HV-ITEM-NUMBER, :HV-WAREHOUSE-ID, :HV-TRANS-TYPE,
                CURRENT DATE, :HV-RETURN-QTY, :HV-STD-COST,
                :HV-RMA-NUMBER, :HV-LOT-NUMBER, 0, 'ARRMA01')
           END-EXEC.

      *--- 2450 TAKE BACK THE LINE'S UNRECOGNIZED REVENUE ---
      *    A deferred line's billed value sits partly in 4000 (the
      *    slices REVREC01 has released) and partly in 2450 (the
      *    PENDING slices). The returned goods carry the same mix,
      *    so the credit comes out of 2450 in the proportion the
      *    line still holds unrecognized. Taking back everything
      *    left on the line cancels its PENDING slices outright;
      *    a partial return scales each PENDING slice down by the
      *    share returned, and what the slices lost is exactly what
      *    comes out of 2450, so the waterfall still ties to the
      *    GL. DEFERRED_REVENUE carries the value still held, less
      *    what each return took back, so the next return against
      *    the line splits on the same basis.
       2450-CANCEL-DEFERRED-REV.
           EXEC SQL
               SELECT D.DEFERRED_AMOUNT, COALESCE(SUM(S.AMOUNT), 0)
               INTO   :HV-DEFER-AMT, :HV-PENDING-AMT
               FROM   DEFERRED_REVENUE D
               LEFT JOIN DEFERRED_REV_SCHEDULE S
                      ON  S.AR_INVOICE_ID = D.AR_INVOICE_ID
                      AND S.LINE_SEQ      = D.LINE_SEQ
                      AND S.STATUS        = 'PENDING'
               WHERE  D.AR_INVOICE_ID = :HV-ORIG-INVOICE-ID
               AND    D.LINE_SEQ      = :HV-INV-LINE-SEQ
               GROUP BY D.DEFERRED_AMOUNT
           END-EXEC

           IF SQLCODE NOT = 0 OR HV-PENDING-AMT NOT > ZEROS
               OR HV-DEFER-AMT NOT > ZEROS
               GO TO 2459-DEFER-EXIT
           END-IF

           IF WS-EXT-CREDIT >= HV-DEFER-AMT
               EXEC SQL
                   UPDATE DEFERRED_REV_SCHEDULE
                   SET    STATUS = 'CANCELLED'
                   WHERE  AR_INVOICE_ID = :HV-ORIG-INVOICE-ID
                   AND    LINE_SEQ      = :HV-INV-LINE-SEQ
                   AND    STATUS        = 'PENDING'
               END-EXEC
               MOVE HV-PENDING-AMT TO WS-EXT-DEFERRED
           ELSE
               COMPUTE HV-RETURN-RATIO ROUNDED =
                   WS-EXT-CREDIT / HV-DEFER-AMT
               EXEC SQL
                   UPDATE DEFERRED_REV_SCHEDULE
                   SET    AMOUNT = AMOUNT
                                   - ROUND(AMOUNT * :HV-RETURN-RATIO,
                                           2)
                   WHERE  AR_INVOICE_ID = :HV-ORIG-INVOICE-ID
                   AND    LINE_SEQ      = :HV-INV-LINE-SEQ
                   AND    STATUS        = 'PENDING'
               END-EXEC
               EXEC SQL
                   SELECT COALESCE(SUM(AMOUNT), 0)
                   INTO   :HV-PENDING-AFTER
                   FROM   DEFERRED_REV_SCHEDULE
                   WHERE  AR_INVOICE_ID = :HV-ORIG-INVOICE-ID
                   AND    LINE_SEQ      = :HV-INV-LINE-SEQ
                   AND    STATUS        = 'PENDING'
               END-EXEC
               COMPUTE WS-EXT-DEFERRED =
                   HV-PENDING-AMT - HV-PENDING-AFTER
           END-IF

           IF WS-EXT-DEFERRED > WS-EXT-CREDIT
               MOVE WS-EXT-CREDIT TO WS-EXT-DEFERRED
           END-IF
           MOVE WS-EXT-DEFERRED TO HV-DEFER-CREDIT

           EXEC SQL
               UPDATE DEFERRED_REVENUE
               SET    DEFERRED_AMOUNT   = DEFERRED_AMOUNT
                                          - :HV-CREDIT-AMT,
                      RECOGNIZED_AMOUNT = RECOGNIZED_AMOUNT
                                          - (:HV-CREDIT-AMT
                                             - :HV-DEFER-CREDIT),
                      STATUS = CASE WHEN :HV-CREDIT-AMT
                                         >= DEFERRED_AMOUNT
                                    THEN 'CANCELLED'
                                    ELSE STATUS
                               END
               WHERE  AR_INVOICE_ID = :HV-ORIG-INVOICE-ID
               AND    LINE_SEQ      = :HV-INV-LINE-SEQ
           END-EXEC.

       2459-DEFER-EXIT.
           EXIT.

      *--- 2600 ISSUE THE AUTHORIZATION'S CREDIT MEMO ---
      *    Tax comes back in the same proportion the original
      *    invoice charged it: the returned taxable amount over the
      *    invoice's taxable amount, times the tax it billed. The
      *    reversal lands on AR_TAX_HISTORY as a negative row under
      *    the memo so ARTAX01's monthly total nets it. A memo with
      *    no accepted lines is not written and the RMA closes
      *    empty.
       2600-ISSUE-CREDIT-MEMO.
           MOVE 'N' TO WS-RMA-OPEN-SWITCH

           IF WS-MEMO-LINE-SEQ = ZEROS
               EXEC SQL
                   UPDATE RMA_HEADER
                   SET    STATUS         = 'CLOSED',
                          CREDIT_MEMO_ID = 0
                   WHERE  RMA_NUMBER = :HV-RMA-NUMBER
               END-EXEC
               EXEC SQL  COMMIT  END-EXEC
               GO TO 2699-MEMO-EXIT
           END-IF

           MOVE ZEROS TO WS-RMA-TAX
           IF WS-RMA-TAXABLE > ZEROS
               EXEC SQL
                   SELECT JURIS_CODE, TAXABLE_AMOUNT, TAX_AMOUNT
                   INTO   :HV-TAX-JURIS, :HV-ORIG-TAXABLE,
                          :HV-ORIG-TAX
                   FROM   AR_TAX_HISTORY
                   WHERE  AR_INVOICE_ID = :HV-ORIG-INVOICE-ID
                   FETCH FIRST 1 ROW ONLY
               END-EXEC
               IF SQLCODE = 0 AND HV-ORIG-TAXABLE > ZEROS
                   COMPUTE WS-RMA-TAX ROUNDED =
                       HV-ORIG-TAX * WS-RMA-TAXABLE
                       / HV-ORIG-TAXABLE
                   IF WS-RMA-TAX > HV-ORIG-TAX
                       MOVE HV-ORIG-TAX TO WS-RMA-TAX
                   END-IF
               END-IF
           END-IF

           IF WS-RMA-TAX > ZEROS
               ADD 1 TO WS-MEMO-LINE-SEQ
               MOVE WS-RMA-TAX TO HV-TAX-AMT
               EXEC SQL
                   INSERT INTO AR_INVOICE_LINE
                   (AR_INVOICE_ID, LINE_SEQ, ITEM_NUMBER, QUANTITY,
                    UNIT_PRICE, LINE_TYPE)
                   VALUES
                   (:HV-MEMO-ID, :WS-MEMO-LINE-SEQ, ' ', -1,
                    :HV-TAX-AMT, 'TX')
               END-EXEC

               COMPUTE HV-TAXABLE-AMT = ZEROS - WS-RMA-TAXABLE
               COMPUTE HV-TAX-AMT     = ZEROS - WS-RMA-TAX
               EXEC SQL
                   INSERT INTO AR_TAX_HISTORY
                   (AR_INVOICE_ID, JURIS_CODE, CUST_NUMBER,
                    TAXABLE_AMOUNT, TAX_AMOUNT, TAX_DATE, CREATED_BY)
                   VALUES
                   (:HV-MEMO-ID, :HV-TAX-JURIS, :HV-CUST-NUMBER,
                    :HV-TAXABLE-AMT, :HV-TAX-AMT, CURRENT DATE,
                    'ARRMA01')
               END-EXEC

               COMPUTE CX-AMOUNT = ZEROS - WS-RMA-TAX
               WRITE MEMO-LINE FROM CM-TAX-LINE
           END-IF

           COMPUTE WS-RMA-TOTAL = WS-RMA-MERCH + WS-RMA-TAX
           COMPUTE HV-INVOICE-TOTAL = ZEROS - WS-RMA-TOTAL
           COMPUTE HV-ORIG-TOTAL ROUNDED =
               HV-INVOICE-TOTAL / HV-FX-RATE

           EXEC SQL
               INSERT INTO AR_INVOICE
               (AR_INVOICE_ID, CUST_NUMBER, ORDER_NUMBER,
                INVOICE_DATE, INVOICE_TOTAL, CURRENCY_CODE,
                ORIG_AMOUNT, FX_RATE, AMOUNT_PAID, STATUS,
                INVOICE_TYPE, CREATED_BY)
               VALUES
               (:HV-MEMO-ID, :HV-CUST-NUMBER, :HV-ORDER-NUMBER,
                CURRENT DATE, :HV-INVOICE-TOTAL, :HV-CURRENCY-CODE,
                :HV-ORIG-TOTAL, :HV-FX-RATE, 0, 'OPEN',
                'CM', 'ARRMA01')
           END-EXEC

           EXEC SQL
               UPDATE RMA_HEADER
               SET    STATUS = 'CREDITED'
               WHERE  RMA_NUMBER = :HV-RMA-NUMBER
           END-EXEC

           EXEC SQL  COMMIT  END-EXEC

           MOVE HV-INVOICE-TOTAL TO CT-TOTAL
           WRITE MEMO-LINE FROM CM-TOT-LINE
           WRITE MEMO-LINE FROM SPACES

           ADD WS-RMA-MERCH    TO WS-RUN-MERCH
           ADD WS-RMA-DEFERRED TO WS-RUN-DEFERRED
           ADD WS-RMA-TAX   TO WS-RUN-TAX
           ADD 1 TO WS-MEMOS-ISSUED.

       2699-MEMO-EXIT.
           EXIT.

      *--- 2650 START THE PRINTED CREDIT MEMO ---
       2650-START-MEMO-DOCUMENT.
           WRITE MEMO-LINE FROM CM-HDR1 AFTER PAGE
           MOVE HV-MEMO-ID         TO CH-MEMO
           MOVE HV-CUST-NUMBER     TO CH-CUST
           MOVE HV-CUST-NAME       TO CH-NAME
           MOVE WS-CURRENT-DATE    TO CH-DATE
           WRITE MEMO-LINE FROM CM-HDR2
           MOVE HV-RMA-NUMBER      TO CH-RMA
           MOVE HV-ORIG-INVOICE-ID TO CH-INVOICE
           MOVE HV-ORDER-NUMBER    TO CH-ORDER
           WRITE MEMO-LINE FROM CM-HDR3
           WRITE MEMO-LINE FROM SPACES
           WRITE MEMO-LINE FROM CM-COL-LINE
           WRITE MEMO-LINE FROM SPACES.

      *--- 2700 WRITE ONE RETURNS REGISTER LINE ---
       2700-WRITE-REGISTER-LINE.
           IF WS-LINE-COUNT > 55
               PERFORM 9100-PRINT-HEADERS
           END-IF
           MOVE REG-DET-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

      *--- 2800 POST THE RUN'S RETURNS JOURNAL ---
      *    The billing entry in reverse - DR 4000 sales revenue (to
      *    the sales department, as ARBILL01 credited it) and DR
      *    2400 sales tax payable / CR 1200 AR for the memos issued
      *    - plus DR 1400 inventory / CR 5000 COGS at standard for
      *    the goods that came back on-hand. The unrecognized part
      *    of a deferred line's credit (2450-CANCEL-DEFERRED-REV)
      *    debits 2450 deferred revenue instead of 4000. Left OPEN
      *    for a checker like GLPOST01's 2520-POST-FX-ADJUSTMENT.
       2800-POST-RETURNS-JOURNAL.
           IF WS-RUN-MERCH = ZEROS AND WS-RUN-COST = ZEROS
               GO TO 2899-POST-EXIT
           END-IF

           EXEC SQL
               SELECT COALESCE(MAX(JOURNAL_ID), 0) + 1
               INTO   :HV-NEXT-JOURNAL-ID
               FROM   GL_JOURNAL
           END-EXEC

           EXEC SQL
               INSERT INTO GL_JOURNAL
               (JOURNAL_ID, PERIOD_ID, ENTITY_ID, JOURNAL_DATE,
                JOURNAL_TYPE, DESCRIPTION, STATUS, CREATED_BY)
               VALUES
               (:HV-NEXT-JOURNAL-ID, :HV-PERIOD-ID, :HV-ENTITY-ID,
                CURRENT DATE, 'AR', 'AR CUSTOMER RETURNS', 'OPEN',
                'ARRMA01')
           END-EXEC

           MOVE ZEROS TO WS-JRNL-SEQ

           IF WS-RUN-MERCH > ZEROS
               IF WS-RUN-MERCH > WS-RUN-DEFERRED
                   ADD 1 TO WS-JRNL-SEQ
                   COMPUTE HV-GL-AMT = WS-RUN-MERCH - WS-RUN-DEFERRED
                   EXEC SQL
                       INSERT INTO GL_JOURNAL_LINE
                       (JOURNAL_ID, LINE_SEQ, ACCT_NUMBER, DR_CR_IND,
                        AMOUNT, DESCRIPTION, DEPT_CODE)
                       VALUES
                       (:HV-NEXT-JOURNAL-ID, :WS-JRNL-SEQ,
                        :WS-REVENUE-ACCT, 'D', :HV-GL-AMT,
                        'AR CUSTOMER RETURNS', :WS-SALES-DEPT)
                   END-EXEC
                   MOVE WS-JRNL-SEQ TO HV-AUDIT-SEQ
                   PERFORM 2850-LOG-LINE-AUDIT
               END-IF

               IF WS-RUN-DEFERRED > ZEROS
                   ADD 1 TO WS-JRNL-SEQ
                   MOVE WS-RUN-DEFERRED TO HV-GL-AMT
                   EXEC SQL
                       INSERT INTO GL_JOURNAL_LINE
                       (JOURNAL_ID, LINE_SEQ, ACCT_NUMBER, DR_CR_IND,
                        AMOUNT, DESCRIPTION)
                       VALUES
                       (:HV-NEXT-JOURNAL-ID, :WS-JRNL-SEQ,
                        :WS-DEFERRED-ACCT, 'D', :HV-GL-AMT,
                        'DEFERRED REVENUE RETURNED')
                   END-EXEC
                   MOVE WS-JRNL-SEQ TO HV-AUDIT-SEQ
                   PERFORM 2850-LOG-LINE-AUDIT
               END-IF

               IF WS-RUN-TAX > ZEROS
                   ADD 1 TO WS-JRNL-SEQ
                   MOVE WS-RUN-TAX TO HV-GL-AMT
                   EXEC SQL
                       INSERT INTO GL_JOURNAL_LINE
                       (JOURNAL_ID, LINE_SEQ, ACCT_NUMBER, DR_CR_IND,
                        AMOUNT, DESCRIPTION)
                       VALUES
                       (:HV-NEXT-JOURNAL-ID, :WS-JRNL-SEQ,
                        :WS-TAX-PAYABLE-ACCT, 'D', :HV-GL-AMT,
                        'AR SALES TAX RETURNED')
                   END-EXEC
                   MOVE WS-JRNL-SEQ TO HV-AUDIT-SEQ
                   PERFORM 2850-LOG-LINE-AUDIT
               END-IF

               ADD 1 TO WS-JRNL-SEQ
               COMPUTE HV-GL-AMT = WS-RUN-MERCH + WS-RUN-TAX
               EXEC SQL
                   INSERT INTO GL_JOURNAL_LINE
                   (JOURNAL_ID, LINE_SEQ, ACCT_NUMBER, DR_CR_IND,
                    AMOUNT, DESCRIPTION)
                   VALUES
                   (:HV-NEXT-JOURNAL-ID, :WS-JRNL-SEQ, :WS-AR-ACCT,
                    'C', :HV-GL-AMT, 'AR CREDIT MEMOS')
               END-EXEC
               MOVE WS-JRNL-SEQ TO HV-AUDIT-SEQ
               PERFORM 2850-LOG-LINE-AUDIT
           END-IF

           IF WS-RUN-COST > ZEROS
               ADD 1 TO WS-JRNL-SEQ
               MOVE WS-RUN-COST TO HV-GL-AMT
               EXEC SQL
                   INSERT INTO GL_JOURNAL_LINE
                   (JOURNAL_ID, LINE_SEQ, ACCT_NUMBER, DR_CR_IND,
                    AMOUNT, DESCRIPTION)
                   VALUES
                   (:HV-NEXT-JOURNAL-ID, :WS-JRNL-SEQ,
                    :WS-INVENTORY-ACCT, 'D', :HV-GL-AMT,
                    'RETURNED GOODS TO STOCK')
               END-EXEC
               MOVE WS-JRNL-SEQ TO HV-AUDIT-SEQ
               PERFORM 2850-LOG-LINE-AUDIT

               ADD 1 TO WS-JRNL-SEQ
               EXEC SQL
                   INSERT INTO GL_JOURNAL_LINE
                   (JOURNAL_ID, LINE_SEQ, ACCT_NUMBER, DR_CR_IND,
                    AMOUNT, DESCRIPTION)
                   VALUES
                   (:HV-NEXT-JOURNAL-ID, :WS-JRNL-SEQ,
                    :WS-COGS-ACCT, 'C', :HV-GL-AMT,
                    'COGS REVERSED ON RETURNS')
               END-EXEC
               MOVE WS-JRNL-SEQ TO HV-AUDIT-SEQ
               PERFORM 2850-LOG-LINE-AUDIT
           END-IF

           EXEC SQL  COMMIT  END-EXEC.

       2899-POST-EXIT.
           EXIT.

      *--- 2850 RECORD AN AUDIT TRAIL ENTRY FOR A LINE INSERT ---
       2850-LOG-LINE-AUDIT.
           EXEC SQL
               INSERT INTO GL_AUDIT_LOG
               (JOURNAL_ID, LINE_SEQ, ACTION, OLD_AMOUNT, NEW_AMOUNT,
                CHANGED_BY, CHANGED_DATE, CHANGED_TIME)
               VALUES
               (:HV-NEXT-JOURNAL-ID, :HV-AUDIT-SEQ, 'INSERT',
                0, :HV-GL-AMT, 'ARRMA01',
                CURRENT DATE, CURRENT TIME)
           END-EXEC.

      *--- 3000 PRINT SUMMARY ---
       3000-PRINT-SUMMARY.
           WRITE REPORT-LINE FROM SPACES
           MOVE 'RMAs Read:          '  TO SL-LABEL
           MOVE WS-RMAS-READ           TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'RMAs Rejected:      '  TO SL-LABEL
           MOVE WS-RMAS-REJECTED       TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Lines Returned:     '  TO SL-LABEL
           MOVE WS-LINES-RETURNED      TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Lines Rejected:     '  TO SL-LABEL
           MOVE WS-LINES-REJECTED      TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Credit Memos Issued:'  TO SL-LABEL
           MOVE WS-MEMOS-ISSUED        TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE.

      *--- 9000 TERMINATE ---
       9000-TERMINATE.
           CLOSE RMA-FILE
                 MEMO-FILE
                 REPORT-FILE.

      *--- 9100 PRINT HEADERS ---
       9100-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO H1-PAGE
           WRITE REPORT-LINE FROM HDR1 AFTER PAGE
           WRITE REPORT-LINE FROM HDR2
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM HDR3
           WRITE REPORT-LINE FROM SPACES
           MOVE 6 TO WS-LINE-COUNT.

      *--- 9700 LOG A STANDARD EXCEPTION ROW ---
      *    Same EXCEPTION_LOG shape and no-duplicate rule as the
      *    other nightly programs, so EXCRPT01 picks these up.
       9700-LOG-EXCEPTION.
           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-EXC-DUP-COUNT
               FROM   EXCEPTION_LOG
               WHERE  REASON_CODE   = :HV-EXC-REASON
               AND    KEY_VALUE     = :HV-EXC-KEY
               AND    RESOLVED_FLAG = 'N'
           END-EXEC

           IF HV-EXC-DUP-COUNT = ZEROS
               EXEC SQL
                   INSERT INTO EXCEPTION_LOG
                   (PROGRAM_NAME, RUN_DATE, PERIOD_ID, SEVERITY,
                    REASON_CODE, KEY_VALUE, RESOLVED_FLAG,
                    CREATED_TIME)
                   VALUES
                   ('ARRMA01', CURRENT DATE, :HV-PERIOD-ID,
                    :HV-EXC-SEVERITY, :HV-EXC-REASON, :HV-EXC-KEY,
                    'N', CURRENT TIME)
               END-EXEC
           END-IF.
