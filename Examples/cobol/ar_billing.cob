      *              - Prices each shipped line from ITEM_PRICE at the
      *                customer's price level, falling back to the
      *                item's base level when no level price exists
      *              - Customer and group contract prices, dated
      *                promotions and quantity breaks on PRICE_RULE
      *                take precedence over the list price, priced as
      *                of the order date at the quantity ordered - the
      *                same precedence SORDIN01 quotes by - and each
      *                invoice line records the rule it billed at
      *              - The price lookup itself is PRCLKP01, CALLed by
      *                both programs, so quote and bill cannot drift
      *              - Prints a customer invoice per order and records
      *                it on AR_INVOICE/AR_INVOICE_LINE
      *              - Customers flagged as EDI trading partners on
      *                CUSTOMER_MASTER also get the invoice as an 810
      *                extract (EDI810) for the EDI translator, logged
      *                on EDI_DOC_LOG for EDIACK01 to match to the
      *                partner's 997 acknowledgement
      *              - Computes sales tax on taxable lines from the
      *                customer's TAX_JURISDICTION rates (customers
      *                holding an exemption certificate bill
      *                sales revenue as a staged-OPEN journal through
      *                the same maker-checker gate as GLPOST01's
      *                2100-VALIDATE-AND-POST
      *              - Items flagged deferred on ITEM_MASTER (service
      *                contracts, extended support) credit 2450
      *                deferred revenue instead of 4000, and each such
      *                invoice line gets a straight-line monthly
      *                recognition schedule over the item's term for
      *                REVREC01 to release
      *              - Freight SHIPCF01 rated on a prepaid-and-add
      *                shipment bills as its own 'FR' line at the
      *                rated charge, untaxed, and credits 4800 freight
      *                billed
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARBILL01.
                               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE  ASSIGN TO RPTOUT
                               ORGANIZATION IS SEQUENTIAL.
           SELECT EDI810-FILE  ASSIGN TO EDI810
                               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 133 CHARACTERS.
       01  REPORT-LINE             PIC X(133).

      *    Outbound 810 invoice extract for the EDI translator: one
      *    header, a detail per invoice line (tax and freight lines
      *    included) and a trailer carrying the control totals.
       FD  EDI810-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 200 CHARACTERS.
       01  EDI810-RECORD.
           05  E8-RECORD-TYPE      PIC X(1).
                   88  E8-HEADER          VALUE 'H'.
                   88  E8-DETAIL          VALUE 'D'.
                   88  E8-TRAILER         VALUE 'T'.
           05  E8-HEADER-FIELDS.
               10  E8-PARTNER-ID       PIC X(15).
               10  E8-CONTROL-NO       PIC 9(9).
               10  E8-INVOICE-ID       PIC 9(9).
               10  E8-ORDER-NUMBER     PIC X(10).
               10  E8-CUST-NUMBER      PIC X(10).
               10  E8-INVOICE-DATE     PIC X(10).
               10  E8-CURRENCY         PIC X(3).
               10  FILLER              PIC X(133).
           05  E8-DETAIL-FIELDS REDEFINES E8-HEADER-FIELDS.
               10  E8-D-CONTROL-NO     PIC 9(9).
               10  E8-LINE-SEQ         PIC 9(5).
               10  E8-LINE-TYPE        PIC X(2).
               10  E8-ITEM-NUMBER      PIC X(10).
               10  E8-QUANTITY         PIC S9(7)V99.
               10  E8-UNIT-PRICE       PIC S9(7)V99.
               10  E8-EXT-AMOUNT       PIC S9(11)V99.
               10  FILLER              PIC X(142).
           05  E8-TRAILER-FIELDS REDEFINES E8-HEADER-FIELDS.
               10  E8-T-CONTROL-NO     PIC 9(9).
               10  E8-LINE-COUNT       PIC 9(5).
               10  E8-INVOICE-TOTAL    PIC S9(11)V99.
               10  FILLER              PIC X(172).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
               88  WS-ORDER-UNPRICED         VALUE 'Y'.
           05  WS-EXEMPT-SWITCH     PIC X(1) VALUE 'N'.
               88  WS-CUST-EXEMPT            VALUE 'Y'.
           05  WS-EDI-LINE-EOF-SW   PIC X(1) VALUE 'N'.
               88  WS-EDI-LINE-EOF           VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LINE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-LINES-BILLED      PIC S9(7) COMP VALUE ZEROS.
           05  WS-ORDERS-SKIPPED    PIC S9(7) COMP VALUE ZEROS.
           05  WS-INV-LINE-SEQ      PIC S9(5) COMP VALUE ZEROS.
           05  WS-SCHEDULES-BUILT   PIC S9(7) COMP VALUE ZEROS.
           05  WS-ORDER-SCHEDULES   PIC S9(7) COMP VALUE ZEROS.
           05  WS-SCHED-SEQ         PIC S9(4) COMP VALUE ZEROS.
           05  WS-EDI-INVOICES      PIC S9(7) COMP VALUE ZEROS.
           05  WS-EDI-LINE-COUNT    PIC S9(5) COMP VALUE ZEROS.

       01  WS-TOTALS.
           05  WS-RUN-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-TAXABLE-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05  WS-TAX-AMT           PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05  WS-TAX-RUN-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-ORDER-DEFERRED    PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05  WS-DEFER-RUN-TOTAL   PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-SLICE-AMT         PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05  WS-FREIGHT-AMT       PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05  WS-FRT-RUN-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZEROS.

       01  WS-WORK.
           05  WS-CURRENT-DATE      PIC X(10).
           05  WS-AR-ACCT           PIC X(6)  VALUE '1200'.
           05  WS-REVENUE-ACCT      PIC X(6)  VALUE '4000'.
           05  WS-TAX-PAYABLE-ACCT  PIC X(6)  VALUE '2400'.
           05  WS-DEFERRED-ACCT     PIC X(6)  VALUE '2450'.
           05  WS-FREIGHT-REV-ACCT  PIC X(6)  VALUE '4800'.
           05  WS-SALES-DEPT        PIC X(4)  VALUE 'D100'.
           05  WS-UNPRICED-ITEM     PIC X(10) VALUE SPACES.
           05  WS-EDI-DOC-NUM       PIC 9(9)  VALUE ZEROS.
           05  WS-COMBINED-RATE     PIC S9V9(6) COMP-3 VALUE ZEROS.
           05  WS-SCHED-PERIOD.
               10  WS-SCHED-YEAR    PIC 9(4).
               10  WS-SCHED-MONTH   PIC 9(2).

      *--- Price request / result block (PRCLKP01) ---
       01  PRS-PARMS.
           05  PRS-ITEM-NUMBER      PIC X(10).
           05  PRS-CUST-NUMBER      PIC X(10).
           05  PRS-CUST-GROUP       PIC X(6).
           05  PRS-PRICE-LEVEL      PIC X(2).
           05  PRS-PRICE-DATE       PIC X(10).
           05  PRS-PRICE-QTY        PIC S9(9)V99 COMP-3.
           05  PRS-UNIT-PRICE       PIC S9(7)V99 COMP-3.
           05  PRS-PRICE-RULE-ID    PIC S9(9) COMP.
           05  PRS-PRICE-SOURCE     PIC X(8).
           05  PRS-RETURN-CODE      PIC 9(2).
               88  PRS-OK                    VALUE 00.
               88  PRS-NO-PRICE              VALUE 04.

      *--- SQLCA ---
       01  SQLCA.
           05  HV-CUST-NUMBER       PIC X(10).
           05  HV-CUST-NAME         PIC X(30).
           05  HV-PRICE-LEVEL       PIC X(2).
           05  HV-CUST-GROUP        PIC X(6).
           05  HV-PRICE-DATE        PIC X(10).
           05  HV-PRICE-QTY         PIC S9(9)V99 COMP-3.
           05  HV-PRICE-RULE-ID     PIC S9(9) COMP.
           05  HV-PRICE-SOURCE      PIC X(8).
           05  HV-ORDER-STATUS      PIC X(8).
           05  HV-TAX-JURIS         PIC X(6).
           05  HV-EXEMPT-CERT       PIC X(15).
           05  HV-SELL-UOM          PIC X(4).
           05  HV-SELL-FACTOR       PIC S9(5)V9999 COMP-3.
           05  HV-SELL-QTY          PIC S9(9)V99 COMP-3.
           05  HV-DEFERRED-FLAG     PIC X(1).
           05  HV-DEFER-MONTHS      PIC S9(4) COMP.
           05  HV-DEFER-AMT         PIC S9(11)V99 COMP-3.
           05  HV-START-PERIOD      PIC X(6).
           05  HV-RECOG-PERIOD      PIC X(6).
           05  HV-SLICE-AMT         PIC S9(11)V99 COMP-3.
           05  HV-FREIGHT-AMT       PIC S9(11)V99 COMP-3.
           05  HV-EDI-FLAG          PIC X(1).
           05  HV-EDI-PARTNER-ID    PIC X(15).
           05  HV-EDI-CONTROL-NO    PIC S9(9) COMP.
           05  HV-EDI-LINE-SEQ      PIC S9(5) COMP.
           05  HV-EDI-LINE-TYPE     PIC X(2).
           05  HV-EDI-DOC-KEY       PIC X(20).

      *--- REGISTER HEADER LINES ---
       01  HDR1.
           05  IX-AMOUNT   PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(52) VALUE SPACES.

       01  INV-FRT-LINE.
           05  FILLER      PIC X(52) VALUE SPACES.
           05  FILLER      PIC X(14) VALUE 'FREIGHT'.
           05  IF-AMOUNT   PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(52) VALUE SPACES.

       01  INV-TOT-LINE.
           05  FILLER      PIC X(52) VALUE SPACES.
           05  FILLER      PIC X(14) VALUE 'INVOICE TOTAL'.
       1000-INITIALIZE.
           OPEN OUTPUT INVOICE-FILE
                       REPORT-FILE
                       EDI810-FILE

           EXEC SQL
               SELECT PERIOD_ID
               SELECT S.CUST_NUMBER, C.CUST_NAME, C.PRICE_LEVEL,
                      S.STATUS, COALESCE(C.TAX_JURISDICTION, ' '),
                      COALESCE(C.EXEMPT_CERT_NO, ' '),
                      COALESCE(C.CURRENCY_CODE, 'USD'),
                      COALESCE(C.CUST_GROUP, ' '),
                      CHAR(COALESCE(S.ORDER_DATE, CURRENT DATE), ISO),
                      COALESCE(C.EDI_PARTNER_FLAG, 'N'),
                      COALESCE(C.EDI_PARTNER_ID, ' ')
               INTO   :HV-CUST-NUMBER, :HV-CUST-NAME, :HV-PRICE-LEVEL,
                      :HV-ORDER-STATUS, :HV-TAX-JURIS,
                      :HV-EXEMPT-CERT, :HV-CURRENCY-CODE,
                      :HV-CUST-GROUP, :HV-PRICE-DATE,
                      :HV-EDI-FLAG, :HV-EDI-PARTNER-ID
               FROM   SALES_ORDER S
               JOIN   CUSTOMER_MASTER C
                      ON C.CUST_NUMBER = S.CUST_NUMBER
           MOVE ZEROS TO WS-INV-LINE-SEQ
           MOVE ZEROS TO WS-TAXABLE-TOTAL
           MOVE ZEROS TO WS-TAX-AMT
           MOVE ZEROS TO WS-ORDER-DEFERRED
           MOVE ZEROS TO WS-ORDER-SCHEDULES
           MOVE ZEROS TO WS-FREIGHT-AMT
           MOVE 'N'   TO WS-UNPRICED-SWITCH

      *    A customer holding an exemption certificate bills every
                   DELETE FROM AR_INVOICE_LINE
                   WHERE  AR_INVOICE_ID = :HV-AR-INVOICE-ID
               END-EXEC
               EXEC SQL
                   DELETE FROM DEFERRED_REV_SCHEDULE
                   WHERE  AR_INVOICE_ID = :HV-AR-INVOICE-ID
               END-EXEC
               EXEC SQL
                   DELETE FROM DEFERRED_REVENUE
                   WHERE  AR_INVOICE_ID = :HV-AR-INVOICE-ID
               END-EXEC
               SUBTRACT WS-INV-LINE-SEQ FROM WS-LINES-BILLED
               ADD 1 TO WS-ORDERS-SKIPPED
               MOVE 'E'        TO HV-EXC-SEVERITY

           PERFORM 2600-COMPUTE-ORDER-TAX
               THRU 2699-TAX-EXIT
           PERFORM 2750-BILL-ORDER-FREIGHT
               THRU 2759-FREIGHT-EXIT

           MOVE WS-INVOICE-TOTAL TO IT-TOTAL
           WRITE INVOICE-LINE FROM INV-TOT-LINE
                'ARBILL01')
           END-EXEC

           IF HV-EDI-FLAG = 'Y'
               PERFORM 2780-WRITE-EDI-INVOICE
           END-IF

      *    Roll the billed quantity up to what has shipped so
      *    tomorrow's run can't invoice the same units again -
      *    while anything shipped after this pass reopens the gap
               AND    REFERENCE_NO = :HV-ORDER-NUMBER
           END-EXEC

           IF WS-FREIGHT-AMT NOT = ZEROS
               EXEC SQL
                   UPDATE SHIPMENT_FREIGHT
                   SET    BILLED_FLAG   = 'Y',
                          AR_INVOICE_ID = :HV-AR-INVOICE-ID
                   WHERE  ORDER_NUMBER  = :HV-ORDER-NUMBER
                   AND    FREIGHT_TERMS = 'PA'
                   AND    BILLED_FLAG   = 'N'
                   AND    SHIP_DATE    <= DATE(:HV-BILL-DATE)
               END-EXEC
           END-IF

           EXEC SQL  COMMIT  END-EXEC

           ADD WS-INVOICE-TOTAL TO WS-RUN-TOTAL
           ADD WS-FREIGHT-AMT TO WS-FRT-RUN-TOTAL
           ADD WS-ORDER-DEFERRED TO WS-DEFER-RUN-TOTAL
           ADD WS-ORDER-SCHEDULES TO WS-SCHEDULES-BUILT
           ADD 1 TO WS-ORDERS-BILLED
           PERFORM 2700-WRITE-REGISTER-LINE.

               DECLARE SHIP-CUR CURSOR FOR
               SELECT L.ITEM_NUMBER, I.ITEM_DESC,
                      SUM(L.QTY_SHIPPED - COALESCE(L.QTY_BILLED, 0)),
                      COALESCE(I.TAXABLE_FLAG, 'Y'),
                      COALESCE(I.DEFERRED_FLAG, 'N'),
                      COALESCE(I.DEFER_MONTHS, 0)
               FROM   SALES_ORDER_LINE L
               JOIN   ITEM_MASTER I
                      ON I.ITEM_NUMBER = L.ITEM_NUMBER
               AND    L.SHIP_CONFIRM_FLAG = 'Y'
               AND    L.SHIP_DATE <= DATE(:HV-BILL-DATE)
               AND    L.QTY_SHIPPED - COALESCE(L.QTY_BILLED, 0) > 0
               GROUP BY L.ITEM_NUMBER, I.ITEM_DESC, I.TAXABLE_FLAG,
                        I.DEFERRED_FLAG, I.DEFER_MONTHS
               ORDER BY L.ITEM_NUMBER
           END-EXEC

               EXEC SQL
                   FETCH SHIP-CUR
                   INTO :HV-ITEM-NUMBER, :HV-ITEM-DESC, :HV-QUANTITY,
                        :HV-TAXABLE-FLAG, :HV-DEFERRED-FLAG,
                        :HV-DEFER-MONTHS
               END-EXEC

               IF SQLCODE = 100

      *--- 2300 PRICE AND BILL ONE SHIPPED LINE ---
       2300-BILL-ONE-LINE.
      *    The shipped quantity is in stocking units; the item's
      *    selling unit ('S' role on UOM_CONVERSION, when one
      *    exists) converts it for pricing, since ITEM_PRICE and
      *    PRICE_RULE carry selling-unit prices - a customer who
      *    buys by the hundred is billed hundreds, not eaches.
           MOVE 1 TO HV-SELL-FACTOR
           EXEC SQL
               SELECT UOM_CODE, FACTOR_TO_STOCK
               INTO   :HV-SELL-UOM, :HV-SELL-FACTOR
               FROM   UOM_CONVERSION
               WHERE  ITEM_NUMBER = :HV-ITEM-NUMBER
               AND    UOM_ROLE    = 'S'
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0 OR HV-SELL-FACTOR NOT > ZEROS
               MOVE 1 TO HV-SELL-FACTOR
           END-IF
           COMPUTE HV-SELL-QTY ROUNDED =
               HV-QUANTITY / HV-SELL-FACTOR

      *    Quantity breaks go by what the customer ordered, so a
      *    short pick that ships in pieces keeps the break it was
      *    quoted at.
           EXEC SQL
               SELECT COALESCE(SUM(QTY_ORDERED), 0)
               INTO   :HV-PRICE-QTY
               FROM   SALES_ORDER_LINE
               WHERE  ORDER_NUMBER = :HV-ORDER-NUMBER
               AND    ITEM_NUMBER  = :HV-ITEM-NUMBER
           END-EXEC
           COMPUTE HV-PRICE-QTY ROUNDED =
               HV-PRICE-QTY / HV-SELL-FACTOR
           IF HV-PRICE-QTY < HV-SELL-QTY
               MOVE HV-SELL-QTY TO HV-PRICE-QTY
           END-IF

           PERFORM 2350-LOOKUP-UNIT-PRICE

           IF NOT WS-ORDER-UNPRICED
               COMPUTE WS-EXT-PRICE ROUNDED =
                   HV-SELL-QTY * HV-UNIT-PRICE
               ADD WS-EXT-PRICE TO WS-INVOICE-TOTAL
               EXEC SQL
                   INSERT INTO AR_INVOICE_LINE
                   (AR_INVOICE_ID, LINE_SEQ, ITEM_NUMBER, QUANTITY,
                    UNIT_PRICE, PRICE_RULE_ID, PRICE_SOURCE)
                   VALUES
                   (:HV-AR-INVOICE-ID, :WS-INV-LINE-SEQ,
                    :HV-ITEM-NUMBER, :HV-SELL-QTY, :HV-UNIT-PRICE,
                    :HV-PRICE-RULE-ID, :HV-PRICE-SOURCE)
               END-EXEC

               IF HV-DEFERRED-FLAG = 'Y' AND HV-DEFER-MONTHS > ZEROS
                   PERFORM 2400-BUILD-REV-SCHEDULE
               END-IF

               MOVE HV-ITEM-NUMBER TO IV-ITEM
               MOVE HV-ITEM-DESC   TO IV-DESC
               MOVE HV-SELL-QTY    TO IV-QTY
           END-IF.

      *--- 2350 LOOK UP THE CUSTOMER'S UNIT PRICE ---
      *    PRCLKP01 prices the item by the PRICE_RULE precedence
      *    SORDIN01 quoted it by (customer contract, group contract,
      *    promotion, quantity break, then the level / base list
      *    price) as of the order date at the quantity ordered in
      *    selling units. An item with no price at either level
      *    marks the whole order unpriced - billing it at 0.00
      *    would silently give the shipment away, so 2100 holds the
      *    order instead.
       2350-LOOKUP-UNIT-PRICE.
           MOVE HV-ITEM-NUMBER TO PRS-ITEM-NUMBER
           MOVE HV-CUST-NUMBER TO PRS-CUST-NUMBER
           MOVE HV-CUST-GROUP  TO PRS-CUST-GROUP
           MOVE HV-PRICE-LEVEL TO PRS-PRICE-LEVEL
           MOVE HV-PRICE-DATE  TO PRS-PRICE-DATE
           MOVE HV-PRICE-QTY   TO PRS-PRICE-QTY
           CALL 'PRCLKP01' USING PRS-PARMS

           MOVE PRS-UNIT-PRICE    TO HV-UNIT-PRICE
           MOVE PRS-PRICE-RULE-ID TO HV-PRICE-RULE-ID
           MOVE PRS-PRICE-SOURCE  TO HV-PRICE-SOURCE
           IF PRS-NO-PRICE
               IF NOT WS-ORDER-UNPRICED
                   MOVE HV-ITEM-NUMBER TO WS-UNPRICED-ITEM
               END-IF
               MOVE 'Y' TO WS-UNPRICED-SWITCH
           END-IF.

      *--- 2400 BUILD A DEFERRED REVENUE SCHEDULE ---
      *    The line's extended price is spread straight-line over
      *    the item's term, one slice per fiscal period starting
      *    with the billing month; the last slice takes the
      *    rounding so the schedule foots to the line exactly.
      *    DEFERRED_REVENUE carries the line's balance for the
      *    waterfall, DEFERRED_REV_SCHEDULE the slices REVREC01
      *    releases to 4000 each month.
       2400-BUILD-REV-SCHEDULE.
           MOVE WS-EXT-PRICE TO HV-DEFER-AMT
           ADD WS-EXT-PRICE TO WS-ORDER-DEFERRED
           ADD 1 TO WS-ORDER-SCHEDULES

           MOVE HV-BILL-DATE (1:4) TO WS-SCHED-YEAR
           MOVE HV-BILL-DATE (6:2) TO WS-SCHED-MONTH
           MOVE WS-SCHED-PERIOD    TO HV-START-PERIOD

           EXEC SQL
               INSERT INTO DEFERRED_REVENUE
               (AR_INVOICE_ID, LINE_SEQ, CUST_NUMBER, ITEM_NUMBER,
                DEFERRED_AMOUNT, TERM_MONTHS, START_PERIOD,
                RECOGNIZED_AMOUNT, STATUS, CREATED_BY)
               VALUES
               (:HV-AR-INVOICE-ID, :WS-INV-LINE-SEQ, :HV-CUST-NUMBER,
                :HV-ITEM-NUMBER, :HV-DEFER-AMT, :HV-DEFER-MONTHS,
                :HV-START-PERIOD, 0, 'OPEN', 'ARBILL01')
           END-EXEC

           COMPUTE WS-SLICE-AMT ROUNDED =
               HV-DEFER-AMT / HV-DEFER-MONTHS

           PERFORM VARYING WS-SCHED-SEQ FROM 1 BY 1
                   UNTIL WS-SCHED-SEQ > HV-DEFER-MONTHS
               IF WS-SCHED-SEQ = HV-DEFER-MONTHS
                   COMPUTE HV-SLICE-AMT = HV-DEFER-AMT
                       - (WS-SLICE-AMT * (HV-DEFER-MONTHS - 1))
               ELSE
                   MOVE WS-SLICE-AMT TO HV-SLICE-AMT
               END-IF
               MOVE WS-SCHED-PERIOD TO HV-RECOG-PERIOD

               EXEC SQL
                   INSERT INTO DEFERRED_REV_SCHEDULE
                   (AR_INVOICE_ID, LINE_SEQ, SCHED_SEQ,
                    RECOG_PERIOD, AMOUNT, STATUS)
                   VALUES
                   (:HV-AR-INVOICE-ID, :WS-INV-LINE-SEQ,
                    :WS-SCHED-SEQ, :HV-RECOG-PERIOD,
                    :HV-SLICE-AMT, 'PENDING')
               END-EXEC

               ADD 1 TO WS-SCHED-MONTH
               IF WS-SCHED-MONTH > 12
                   MOVE 1 TO WS-SCHED-MONTH
                   ADD 1 TO WS-SCHED-YEAR
               END-IF
           END-PERFORM.

      *--- 2600 COMPUTE AND BILL THE ORDER'S SALES TAX ---
      *    The combined state/county/city rate comes from the
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

      *--- 2750 BILL THE ORDER'S PREPAID-AND-ADD FREIGHT ---
      *    Freight SHIPCF01 rated on the order's prepaid-and-add
      *    shipments through the billing date, not yet billed. It
      *    bills as one 'FR' line after the tax - separately stated
      *    freight is not part of the taxable sale.
       2750-BILL-ORDER-FREIGHT.
           EXEC SQL
               SELECT COALESCE(SUM(FREIGHT_AMOUNT), 0)
               INTO   :HV-FREIGHT-AMT
               FROM   SHIPMENT_FREIGHT
               WHERE  ORDER_NUMBER  = :HV-ORDER-NUMBER
               AND    FREIGHT_TERMS = 'PA'
               AND    BILLED_FLAG   = 'N'
               AND    SHIP_DATE    <= DATE(:HV-BILL-DATE)
           END-EXEC

           IF HV-FREIGHT-AMT NOT > ZEROS
               GO TO 2759-FREIGHT-EXIT
           END-IF

           MOVE HV-FREIGHT-AMT TO WS-FREIGHT-AMT
           ADD WS-FREIGHT-AMT TO WS-INVOICE-TOTAL
           ADD 1 TO WS-INV-LINE-SEQ

           EXEC SQL
               INSERT INTO AR_INVOICE_LINE
               (AR_INVOICE_ID, LINE_SEQ, ITEM_NUMBER, QUANTITY,
                UNIT_PRICE, LINE_TYPE)
               VALUES
               (:HV-AR-INVOICE-ID, :WS-INV-LINE-SEQ, ' ', 1,
                :HV-FREIGHT-AMT, 'FR')
           END-EXEC

           MOVE WS-FREIGHT-AMT TO IF-AMOUNT
           WRITE INVOICE-LINE FROM INV-FRT-LINE.

       2759-FREIGHT-EXIT.
           EXIT.

      *--- 2780 WRITE THE 810 EXTRACT FOR AN EDI PARTNER ---
      *    Built from the AR_INVOICE_LINE rows just inserted, so the
      *    810 carries exactly what was billed - item lines at the
      *    billed unit price, then the 'TX' and 'FR' lines. The
      *    EDI_DOC_LOG row commits with the invoice and starts the
      *    997 acknowledgement clock EDIACK01 watches.
       2780-WRITE-EDI-INVOICE.
           EXEC SQL
               SELECT COALESCE(MAX(CONTROL_NUMBER), 0) + 1
               INTO   :HV-EDI-CONTROL-NO
               FROM   EDI_DOC_LOG
           END-EXEC

           MOVE SPACES            TO EDI810-RECORD
           MOVE 'H'               TO E8-RECORD-TYPE
           MOVE HV-EDI-PARTNER-ID TO E8-PARTNER-ID
           MOVE HV-EDI-CONTROL-NO TO E8-CONTROL-NO
           MOVE HV-AR-INVOICE-ID  TO E8-INVOICE-ID
           MOVE HV-ORDER-NUMBER   TO E8-ORDER-NUMBER
           MOVE HV-CUST-NUMBER    TO E8-CUST-NUMBER
           MOVE WS-CURRENT-DATE   TO E8-INVOICE-DATE
           MOVE HV-CURRENCY-CODE  TO E8-CURRENCY
           WRITE EDI810-RECORD

           MOVE ZEROS TO WS-EDI-LINE-COUNT
           MOVE 'N'   TO WS-EDI-LINE-EOF-SW

           EXEC SQL
               DECLARE EDI-LINE-CUR CURSOR FOR
               SELECT LINE_SEQ, COALESCE(LINE_TYPE, 'IT'),
                      ITEM_NUMBER, QUANTITY, UNIT_PRICE
               FROM   AR_INVOICE_LINE
               WHERE  AR_INVOICE_ID = :HV-AR-INVOICE-ID
               ORDER BY LINE_SEQ
           END-EXEC

           EXEC SQL  OPEN EDI-LINE-CUR  END-EXEC

           PERFORM UNTIL WS-EDI-LINE-EOF
               EXEC SQL
                   FETCH EDI-LINE-CUR
                   INTO :HV-EDI-LINE-SEQ, :HV-EDI-LINE-TYPE,
                        :HV-ITEM-NUMBER, :HV-SELL-QTY,
                        :HV-UNIT-PRICE
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-EDI-LINE-EOF-SW
               ELSE
                   ADD 1 TO WS-EDI-LINE-COUNT
                   MOVE SPACES            TO EDI810-RECORD
                   MOVE 'D'               TO E8-RECORD-TYPE
                   MOVE HV-EDI-CONTROL-NO TO E8-D-CONTROL-NO
                   MOVE HV-EDI-LINE-SEQ   TO E8-LINE-SEQ
                   MOVE HV-EDI-LINE-TYPE  TO E8-LINE-TYPE
                   MOVE HV-ITEM-NUMBER    TO E8-ITEM-NUMBER
                   MOVE HV-SELL-QTY       TO E8-QUANTITY
                   MOVE HV-UNIT-PRICE     TO E8-UNIT-PRICE
                   COMPUTE E8-EXT-AMOUNT ROUNDED =
                       HV-SELL-QTY * HV-UNIT-PRICE
                   WRITE EDI810-RECORD
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE EDI-LINE-CUR  END-EXEC

           MOVE SPACES            TO EDI810-RECORD
           MOVE 'T'               TO E8-RECORD-TYPE
           MOVE HV-EDI-CONTROL-NO TO E8-T-CONTROL-NO
           MOVE WS-EDI-LINE-COUNT TO E8-LINE-COUNT
           MOVE WS-INVOICE-TOTAL  TO E8-INVOICE-TOTAL
           WRITE EDI810-RECORD

           MOVE HV-AR-INVOICE-ID TO WS-EDI-DOC-NUM
           MOVE SPACES           TO HV-EDI-DOC-KEY
           MOVE WS-EDI-DOC-NUM   TO HV-EDI-DOC-KEY
           EXEC SQL
               INSERT INTO EDI_DOC_LOG
               (CONTROL_NUMBER, DOC_TYPE, PARTNER_ID, CUST_NUMBER,
                DOC_KEY, ORDER_NUMBER, SENT_TIMESTAMP, ACK_STATUS,
                CREATED_BY)
               VALUES
               (:HV-EDI-CONTROL-NO, '810', :HV-EDI-PARTNER-ID,
                :HV-CUST-NUMBER, :HV-EDI-DOC-KEY, :HV-ORDER-NUMBER,
                CURRENT TIMESTAMP, 'PENDING', 'ARBILL01')
           END-EXEC

           ADD 1 TO WS-EDI-INVOICES.

      *--- 2800 POST THE RUN'S REVENUE JOURNAL ---
      *    DR 1200 AR for everything billed / CR 4000 sales revenue
      *    for the pre-tax amount / CR 2400 sales tax payable for
      *    the tax collected / CR 2450 deferred revenue for the
      *    scheduled lines / CR 4800 for freight billed, left OPEN
      *    for a checker the same way 2520-POST-FX-ADJUSTMENT
      *    stages its journal in GLPOST01.
       2800-POST-REVENUE-JOURNAL.
           IF WS-RUN-TOTAL = ZEROS
               GO TO 2899-POST-EXIT
      *    GLDEPT01's departmental P&L sees billed revenue without
      *    anyone keying a dimension.
           COMPUTE HV-GL-AMT = WS-RUN-TOTAL - WS-TAX-RUN-TOTAL
                             - WS-DEFER-RUN-TOTAL - WS-FRT-RUN-TOTAL
           IF HV-GL-AMT NOT = ZEROS
               EXEC SQL
                   INSERT INTO GL_JOURNAL_LINE
                   (JOURNAL_ID, LINE_SEQ, ACCT_NUMBER, DR_CR_IND,
                    AMOUNT, DESCRIPTION, DEPT_CODE)
                   VALUES
                   (:HV-NEXT-JOURNAL-ID, 2, :WS-REVENUE-ACCT, 'C',
                    :HV-GL-AMT, 'AR BILLING RUN', :WS-SALES-DEPT)
               END-EXEC

               MOVE 2 TO HV-AUDIT-SEQ
               PERFORM 2850-LOG-LINE-AUDIT
           END-IF

           IF WS-TAX-RUN-TOTAL > ZEROS
               MOVE WS-TAX-RUN-TOTAL TO HV-GL-AMT
               PERFORM 2850-LOG-LINE-AUDIT
           END-IF

           IF WS-DEFER-RUN-TOTAL > ZEROS
               MOVE WS-DEFER-RUN-TOTAL TO HV-GL-AMT
               EXEC SQL
                   INSERT INTO GL_JOURNAL_LINE
                   (JOURNAL_ID, LINE_SEQ, ACCT_NUMBER, DR_CR_IND,
                    AMOUNT, DESCRIPTION)
                   VALUES
                   (:HV-NEXT-JOURNAL-ID, 4, :WS-DEFERRED-ACCT,
                    'C', :HV-GL-AMT, 'AR DEFERRED REVENUE BILLED')
               END-EXEC

               MOVE 4 TO HV-AUDIT-SEQ
               PERFORM 2850-LOG-LINE-AUDIT
           END-IF

           IF WS-FRT-RUN-TOTAL > ZEROS
               MOVE WS-FRT-RUN-TOTAL TO HV-GL-AMT
               EXEC SQL
                   INSERT INTO GL_JOURNAL_LINE
                   (JOURNAL_ID, LINE_SEQ, ACCT_NUMBER, DR_CR_IND,
                    AMOUNT, DESCRIPTION, DEPT_CODE)
                   VALUES
                   (:HV-NEXT-JOURNAL-ID, 5, :WS-FREIGHT-REV-ACCT,
                    'C', :HV-GL-AMT, 'AR FREIGHT BILLED',
                    :WS-SALES-DEPT)
               END-EXEC

               MOVE 5 TO HV-AUDIT-SEQ
               PERFORM 2850-LOG-LINE-AUDIT
           END-IF

           EXEC SQL  COMMIT  END-EXEC.

       2899-POST-EXIT.
           MOVE 'Orders Skipped:     '  TO SL-LABEL
           MOVE WS-ORDERS-SKIPPED      TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Deferred Schedules: '  TO SL-LABEL
           MOVE WS-SCHEDULES-BUILT     TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'EDI 810 Invoices:   '  TO SL-LABEL
           MOVE WS-EDI-INVOICES        TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE.

      *--- 9000 TERMINATE ---
       9000-TERMINATE.
           CLOSE INVOICE-FILE
                 REPORT-FILE
                 EDI810-FILE.

      *--- 9100 PRINT HEADERS ---
       9100-PRINT-HEADERS.
