      *                quantity for INVALL01 to re-allocate
      *              - Prints a bill of lading and packing slip per
      *                order from the confirmed lines
      *              - Drop-ship lines (LINE_TYPE 'DS', cut to a
      *                vendor PO by SORDIN01) are confirmed by the
      *                vendor's ship notice keyed in this same layout:
      *                no ISSU check, no shortfall and no warehouse
      *                documents - a DSHP history row with no balance
      *                movement ties the shipment to the PO for
      *                APINV01's match, and COGS is booked at the PO
      *                price against the receipt accrual
      *                (DR 5000 / CR 2100)
      *              - Outbound freight is rated per shipment from the
      *                carrier's CARRIER_RATE row (base charge plus a
      *                rate per pound on ITEM_MASTER UNIT_WEIGHT, never
      *                under the minimum) and recorded on
      *                SHIPMENT_FREIGHT by carrier and tracking number
      *                under the customer's FREIGHT_TERMS: prepaid
      *                ('PP') is absorbed, prepaid-and-add ('PA') is
      *                also billed to the customer by ARBILL01, and
      *                collect ('CC') is the customer's carrier
      *                account so nothing is rated. Prepaid freight
      *                accrues at ship time (DR 6175 / CR 2150) for
      *                FRTAUD01 to clear against the carrier's bill
      *              - Customers flagged as EDI trading partners on
      *                CUSTOMER_MASTER get an 856 advance ship notice
      *                extract (EDI856) per shipment - carrier and
      *                tracking, then lot, cartons and quantity by
      *                order line - logged on EDI_DOC_LOG for
      *                EDIACK01 to match to the partner's 997
      *              - TRANSOUT carries the standard interface header
      *                (FHDR) and trailer (FTRL): record count,
      *                quantity hash and this run's source run ID.
      *                The file is registered SENT on
      *                BATCH_RUN_CONTROL under its interface name so
      *                INVCTR01 and IFBAL01 can prove what arrived
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIPCF01.
                              ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
                              ORGANIZATION IS SEQUENTIAL.
           SELECT ASN-FILE    ASSIGN TO EDI856
                              ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  SC-CARRIER          PIC X(10).
           05  SC-TRACKING-NO      PIC X(20).
           05  SC-SHIP-DATE        PIC X(10).
      *    Lot picked and cartons packed for the line, as the dock
      *    scanned them - carried to the 856 for EDI customers.
           05  SC-LOT-NUMBER       PIC X(12).
           05  SC-CARTONS          PIC S9(5) COMP-3.
           05  FILLER              PIC X(10).

       FD  BOL-FILE
           RECORDING MODE IS F
           05  TR-TO-BIN           PIC X(8).
           05  FILLER              PIC X(86).

      *    Standard interface header (FHDR) and trailer (FTRL), in
      *    the layout INVCTR01 verifies before it posts TRANSIN.
       01  TRANS-CONTROL-RECORD.
           05  TC-RECORD-ID        PIC X(4).
           05  TC-INTERFACE-NAME   PIC X(8).
           05  TC-SOURCE-JOB       PIC X(8).
           05  TC-SOURCE-RUN-ID    PIC X(26).
           05  TC-RECORD-COUNT     PIC 9(9).
           05  TC-AMOUNT-HASH      PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC X(129).

       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  REPORT-LINE             PIC X(133).

      *    Outbound 856 advance ship notice for the EDI translator:
      *    a header per shipment, a detail per confirmed order line
      *    and a trailer carrying the control totals.
       FD  ASN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 200 CHARACTERS.
       01  ASN-RECORD.
           05  AS-RECORD-TYPE      PIC X(1).
                   88  AS-HEADER          VALUE 'H'.
                   88  AS-DETAIL          VALUE 'D'.
                   88  AS-TRAILER         VALUE 'T'.
           05  AS-HEADER-FIELDS.
               10  AS-PARTNER-ID       PIC X(15).
               10  AS-CONTROL-NO       PIC 9(9).
               10  AS-ORDER-NUMBER     PIC X(10).
               10  AS-CUST-NUMBER      PIC X(10).
               10  AS-SHIP-DATE        PIC X(10).
               10  AS-CARRIER          PIC X(10).
               10  AS-TRACKING-NO      PIC X(20).
               10  FILLER              PIC X(115).
           05  AS-DETAIL-FIELDS REDEFINES AS-HEADER-FIELDS.
               10  AS-D-CONTROL-NO     PIC 9(9).
               10  AS-LINE-SEQ         PIC 9(5).
               10  AS-ITEM-NUMBER      PIC X(10).
               10  AS-LOT-NUMBER       PIC X(12).
               10  AS-CARTONS          PIC 9(5).
               10  AS-QTY-SHIPPED      PIC 9(7)V99.
               10  AS-D-TRACKING-NO    PIC X(20).
               10  FILLER              PIC X(129).
           05  AS-TRAILER-FIELDS REDEFINES AS-HEADER-FIELDS.
               10  AS-T-CONTROL-NO     PIC 9(9).
               10  AS-LINE-COUNT       PIC 9(5).
               10  AS-TOTAL-CARTONS    PIC 9(7).
               10  AS-TOTAL-QTY        PIC 9(9)V99.
               10  FILLER              PIC X(167).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-BOL-OPEN-SWITCH   PIC X(1) VALUE 'N'.
               88  WS-BOL-OPEN               VALUE 'Y'.
           05  WS-EDI-PARTNER-SW    PIC X(1) VALUE 'N'.
               88  WS-EDI-PARTNER            VALUE 'Y'.
           05  WS-ASN-OPEN-SWITCH   PIC X(1) VALUE 'N'.
               88  WS-ASN-OPEN               VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CONFIRMS-READ     PIC S9(7) COMP VALUE ZEROS.
           05  WS-SHORT-COUNT       PIC S9(7) COMP VALUE ZEROS.
           05  WS-REJECT-COUNT      PIC S9(7) COMP VALUE ZEROS.
           05  WS-ORDERS-SHIPPED    PIC S9(7) COMP VALUE ZEROS.
           05  WS-DROP-SHIP-COUNT   PIC S9(7) COMP VALUE ZEROS.
           05  WS-FREIGHT-COUNT     PIC S9(7) COMP VALUE ZEROS.
           05  WS-FRT-LINES         PIC S9(5) COMP VALUE ZEROS.
           05  WS-JRNL-SEQ          PIC S9(5) COMP VALUE ZEROS.
           05  WS-BOL-LINE-SEQ      PIC S9(5) COMP VALUE ZEROS.
           05  WS-ASN-COUNT         PIC S9(7) COMP VALUE ZEROS.
           05  WS-ASN-LINES         PIC S9(5) COMP VALUE ZEROS.
           05  WS-ASN-CARTONS       PIC S9(7) COMP VALUE ZEROS.

       01  WS-WORK.
           05  WS-CURRENT-DATE      PIC X(10).
           05  WS-ISSUED-QTY        PIC S9(9)V99 COMP-3.
           05  WS-SHORT-QTY         PIC S9(9)V99 COMP-3.
           05  WS-BOL-TOTAL-QTY     PIC S9(9)V99 COMP-3.
           05  WS-RUN-DS-COST       PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-COGS-ACCT         PIC X(6)  VALUE '5000'.
           05  WS-ACCRUAL-ACCT      PIC X(6)  VALUE '2100'.
           05  WS-FREIGHT-OUT-ACCT  PIC X(6)  VALUE '6175'.
           05  WS-FRT-ACCRUAL-ACCT  PIC X(6)  VALUE '2150'.
           05  WS-SALES-DEPT        PIC X(4)  VALUE 'D100'.
           05  WS-RUN-FRT-ACCRUAL   PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-FRT-WEIGHT        PIC S9(9)V99 COMP-3.
           05  WS-ASN-QTY           PIC S9(9)V99 COMP-3 VALUE ZEROS.

      *--- TRANSOUT interface controls ---
       01  WS-IF-CONTROLS.
           05  WS-IF-NAME           PIC X(8)  VALUE 'TRANSOUT'.
           05  WS-IF-RUN-ID         PIC X(26) VALUE SPACES.
           05  WS-IF-REC-COUNT      PIC S9(9) COMP VALUE ZEROS.
           05  WS-IF-HASH           PIC S9(13)V99 COMP-3 VALUE ZEROS.

      *--- SQLCA ---
       01  SQLCA.
           05  HV-CUST-NUMBER       PIC X(10).
           05  HV-CUST-NAME         PIC X(30).
           05  HV-BACKORDER-ID      PIC S9(9) COMP.
           05  HV-LINE-TYPE         PIC X(2).
           05  HV-QTY-SHIPPED       PIC S9(9)V99 COMP-3.
           05  HV-DS-PO-NUMBER      PIC S9(9) COMP.
           05  HV-POL-COST          PIC S9(7)V9999 COMP-3.
           05  HV-POL-UOM           PIC X(4).
           05  HV-POL-FACTOR        PIC S9(5)V9999 COMP-3.
           05  HV-POL-QTY           PIC S9(7)V99 COMP-3.
           05  HV-DS-UNIT-COST      PIC S9(7)V9999 COMP-3.
           05  HV-DS-EXT-COST       PIC S9(11)V99 COMP-3.
           05  HV-ENTITY-ID         PIC X(4).
           05  HV-NEXT-JOURNAL-ID   PIC S9(9) COMP.
           05  HV-GL-AMT            PIC S9(13)V99 COMP-3.
           05  HV-AUDIT-SEQ         PIC S9(5) COMP.
           05  HV-EXC-SEVERITY      PIC X(1).
           05  HV-EXC-REASON        PIC X(12).
           05  HV-EXC-KEY           PIC X(30).
           05  HV-EXC-DUP-COUNT     PIC S9(9) COMP.
           05  HV-UNIT-WEIGHT       PIC S9(5)V9999 COMP-3.
           05  HV-FREIGHT-TERMS     PIC X(2).
           05  HV-FRT-CUST          PIC X(10).
           05  HV-FRT-CARRIER       PIC X(10).
           05  HV-FRT-TRACKING      PIC X(20).
           05  HV-FRT-SHIP-DATE     PIC X(10).
           05  HV-SHIP-WEIGHT       PIC S9(9)V99 COMP-3.
           05  HV-BASE-CHARGE       PIC S9(7)V99 COMP-3.
           05  HV-RATE-PER-LB       PIC S9(3)V9999 COMP-3.
           05  HV-MIN-CHARGE        PIC S9(7)V99 COMP-3.
           05  HV-FREIGHT-AMT       PIC S9(9)V99 COMP-3.
           05  HV-EDI-FLAG          PIC X(1).
           05  HV-EDI-PARTNER-ID    PIC X(15).
           05  HV-EDI-CONTROL-NO    PIC S9(9) COMP.
           05  HV-IF-NAME           PIC X(8).
           05  HV-IF-RUN-ID         PIC X(26).
           05  HV-IF-SENT-COUNT     PIC S9(9) COMP.
           05  HV-IF-SENT-HASH      PIC S9(13)V99 COMP-3.

      *--- REGISTER HEADER LINES ---
       01  HDR1.
           05  BT-QTY      PIC ZZZ,ZZ9.99.
           05  FILLER      PIC X(71) VALUE SPACES.

       01  BOL-FRT-LINE.
           05  FILLER      PIC X(15) VALUE 'FREIGHT TERMS: '.
           05  BF-TERMS    PIC X(2).
           05  FILLER      PIC X(10) VALUE '  WEIGHT: '.
           05  BF-WEIGHT   PIC ZZZ,ZZ9.99.
           05  FILLER      PIC X(10) VALUE '  CHARGE: '.
           05  BF-CHARGE   PIC ZZZ,ZZ9.99.
           05  FILLER      PIC X(76) VALUE SPACES.

       01  PSLIP-HDR.
           05  FILLER      PIC X(30) VALUE SPACES.
           05  FILLER      PIC X(35)
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CONFIRMATIONS UNTIL WS-EOF
           PERFORM 2900-CLOSE-LAST-ORDER
           PERFORM 2600-POST-DROP-SHIP-COGS
               THRU 2699-POST-EXIT
           PERFORM 2680-POST-FREIGHT-ACCRUAL
               THRU 2689-FREIGHT-EXIT
           PERFORM 3000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.
           OPEN OUTPUT BOL-FILE
                       TRANS-FILE
                       REPORT-FILE
                       ASN-FILE

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EXEC SQL
               SELECT ENTITY_ID
               INTO   :HV-ENTITY-ID
               FROM   ENTITY_MASTER
               ORDER BY ENTITY_ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           MOVE WS-CURRENT-DATE (1:4) TO WS-TRANS-DATE (1:4)
           MOVE WS-CURRENT-DATE (6:2) TO WS-TRANS-DATE (5:2)
           MOVE WS-CURRENT-DATE (9:2) TO WS-TRANS-DATE (7:2)

           PERFORM 1100-WRITE-INTERFACE-HEADER

           MOVE WS-CURRENT-DATE TO H1-DATE
           WRITE REPORT-LINE FROM HDR1
           WRITE REPORT-LINE FROM SPACES
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *--- 1100 OPEN TRANSOUT WITH ITS INTERFACE HEADER ---
      *    The run's timestamp is its source run ID: it rides the
      *    header, the trailer and the BATCH_RUN_CONTROL row, so the
      *    receiver can tie all three together.
       1100-WRITE-INTERFACE-HEADER.
           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
               INTO   :WS-IF-RUN-ID
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE SPACES       TO TRANS-CONTROL-RECORD
           MOVE 'FHDR'       TO TC-RECORD-ID
           MOVE WS-IF-NAME   TO TC-INTERFACE-NAME
           MOVE 'SHIPCF01'   TO TC-SOURCE-JOB
           MOVE WS-IF-RUN-ID TO TC-SOURCE-RUN-ID
           MOVE ZEROS        TO TC-RECORD-COUNT
           MOVE ZEROS        TO TC-AMOUNT-HASH
           WRITE TRANS-CONTROL-RECORD.

      *--- 2000 PROCESS ONE CONFIRMATION RECORD ---
      *    Input is sorted by order; the order break closes the
      *    previous order's bill of lading and packing slip.
           MOVE 'N'   TO WS-BOL-OPEN-SWITCH
           MOVE ZEROS TO WS-BOL-TOTAL-QTY
           MOVE ZEROS TO WS-BOL-LINE-SEQ
           MOVE ZEROS TO WS-FRT-WEIGHT
           MOVE ZEROS TO WS-FRT-LINES
           MOVE 'N'   TO WS-EDI-PARTNER-SW
           MOVE 'N'   TO WS-ASN-OPEN-SWITCH
           MOVE SC-ORDER-NUMBER TO HV-ORDER-NUMBER

           EXEC SQL
               SELECT S.CUST_NUMBER, C.CUST_NAME,
                      COALESCE(C.FREIGHT_TERMS, 'PP'),
                      COALESCE(C.EDI_PARTNER_FLAG, 'N'),
                      COALESCE(C.EDI_PARTNER_ID, ' ')
               INTO   :HV-CUST-NUMBER, :HV-CUST-NAME,
                      :HV-FREIGHT-TERMS, :HV-EDI-FLAG,
                      :HV-EDI-PARTNER-ID
               FROM   SALES_ORDER S
               JOIN   CUSTOMER_MASTER C
                      ON C.CUST_NUMBER = S.CUST_NUMBER
               WRITE BOL-LINE FROM SPACES
               WRITE BOL-LINE FROM BOL-COL-LINE
               WRITE BOL-LINE FROM SPACES
      *        The shipment's freight is rated under the carrier and
      *        tracking number on the order's first confirmation.
               MOVE HV-CUST-NUMBER  TO HV-FRT-CUST
               MOVE SC-CARRIER      TO HV-FRT-CARRIER
               MOVE SC-TRACKING-NO  TO HV-FRT-TRACKING
               MOVE SC-SHIP-DATE    TO HV-FRT-SHIP-DATE
               IF HV-FRT-SHIP-DATE = SPACES
                   MOVE WS-CURRENT-DATE TO HV-FRT-SHIP-DATE
               END-IF
               IF HV-EDI-FLAG = 'Y'
                   MOVE 'Y' TO WS-EDI-PARTNER-SW
               END-IF
           END-IF.

      *--- 2200 CONFIRM ONE ORDER LINE ---
           END-IF

           EXEC SQL
               SELECT L.QTY_ORDERED, I.ITEM_DESC, I.STD_COST,
                      COALESCE(L.LINE_TYPE, 'ST'),
                      COALESCE(L.QTY_SHIPPED, 0),
                      COALESCE(L.DROP_SHIP_PO, 0),
                      COALESCE(I.UNIT_WEIGHT, 0)
               INTO   :HV-QTY-ORDERED, :HV-ITEM-DESC, :HV-STD-COST,
                      :HV-LINE-TYPE, :HV-QTY-SHIPPED,
                      :HV-DS-PO-NUMBER, :HV-UNIT-WEIGHT
               FROM   SALES_ORDER_LINE L
               JOIN   ITEM_MASTER I
                      ON I.ITEM_NUMBER = L.ITEM_NUMBER
               GO TO 2299-CONFIRM-EXIT
           END-IF

      *    The vendor shipped a drop-ship line straight to the
      *    customer - nothing was picked or issued here.
           IF HV-LINE-TYPE = 'DS'
               PERFORM 2500-CONFIRM-DROP-SHIP
                   THRU 2599-DROP-EXIT
               GO TO 2299-CONFIRM-EXIT
           END-IF

      *    The issued quantity is what pick release took out of
      *    stock for this order/item - the most the dock could have
      *    shipped. Picked above issued is a data error, not an

           ADD 1 TO WS-LINES-CONFIRMED
           PERFORM 2800-WRITE-REGISTER-LINE
           IF WS-EDI-PARTNER AND HV-PICKED-QTY > ZEROS
               PERFORM 2750-WRITE-ASN-DETAIL
           END-IF
           IF WS-BOL-OPEN AND HV-PICKED-QTY > ZEROS
               PERFORM 2700-WRITE-BOL-DETAIL
               COMPUTE WS-FRT-WEIGHT = WS-FRT-WEIGHT
                   + (HV-PICKED-QTY * HV-UNIT-WEIGHT)
               ADD 1 TO WS-FRT-LINES
           END-IF.

       2299-CONFIRM-EXIT.
           MOVE SPACES           TO TR-BIN-LOCATION
           MOVE SPACES           TO TR-TO-BIN
           WRITE TRANS-RECORD
           ADD 1                 TO WS-IF-REC-COUNT
           ADD TR-QUANTITY       TO WS-IF-HASH

           EXEC SQL
               SELECT COALESCE(MAX(BACKORDER_ID), 0) + 1
               DELIMITED SIZE INTO HV-EXC-KEY
           PERFORM 9700-LOG-EXCEPTION.

      *--- 2500 CONFIRM A DROP-SHIP LINE FROM THE VENDOR NOTICE ---
      *    The notice can't ship more than is still open on the
      *    order line, and the line must still have its vendor PO.
      *    The shipment is received against PO_LINE in buying
      *    units and logged as a DSHP transaction (stock units,
      *    PO cost per stock unit) that moves no balance; APINV01
      *    matches the vendor's invoice to these rows the way it
      *    matches RECV rows for warehouse receipts.
       2500-CONFIRM-DROP-SHIP.
           IF HV-PICKED-QTY > HV-QTY-ORDERED - HV-QTY-SHIPPED
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'DROP-SHIP EXCEEDS OPEN QTY - REJECTED'
                   TO RG-STATUS
               PERFORM 2800-WRITE-REGISTER-LINE
               MOVE 'E'           TO HV-EXC-SEVERITY
               MOVE 'SHIP-DSOVER' TO HV-EXC-REASON
               MOVE SPACES        TO HV-EXC-KEY
               STRING SC-ORDER-NUMBER ' ' SC-ITEM-NUMBER
                   DELIMITED SIZE INTO HV-EXC-KEY
               PERFORM 9700-LOG-EXCEPTION
               GO TO 2599-DROP-EXIT
           END-IF

           EXEC SQL
               SELECT PL.UNIT_COST, COALESCE(PL.UOM_CODE, ' ')
               INTO   :HV-POL-COST, :HV-POL-UOM
               FROM   PO_LINE PL
               JOIN   PURCHASE_ORDER P
                      ON P.PO_NUMBER = PL.PO_NUMBER
               WHERE  PL.PO_NUMBER = :HV-DS-PO-NUMBER
               AND    PL.ITEM_NUMBER = :HV-ITEM-NUMBER
               AND    P.DROP_SHIP_FLAG = 'Y'
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT = 0
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'DROP-SHIP PO NOT ON FILE - REJECTED'
                   TO RG-STATUS
               PERFORM 2800-WRITE-REGISTER-LINE
               MOVE 'E'           TO HV-EXC-SEVERITY
               MOVE 'SHIP-DSNOPO' TO HV-EXC-REASON
               MOVE SPACES        TO HV-EXC-KEY
               STRING SC-ORDER-NUMBER ' ' SC-ITEM-NUMBER
                   DELIMITED SIZE INTO HV-EXC-KEY
               PERFORM 9700-LOG-EXCEPTION
               GO TO 2599-DROP-EXIT
           END-IF

      *    Same buying-unit conversion INVCTR01 uses against
      *    PO_LINE; an unknown PO unit is taken at par.
           MOVE 1 TO HV-POL-FACTOR
           IF HV-POL-UOM NOT = SPACES
               EXEC SQL
                   SELECT FACTOR_TO_STOCK
                   INTO   :HV-POL-FACTOR
                   FROM   UOM_CONVERSION
                   WHERE  ITEM_NUMBER = :HV-ITEM-NUMBER
                   AND    UOM_CODE    = :HV-POL-UOM
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 1 TO HV-POL-FACTOR
               END-IF
           END-IF
           IF HV-POL-FACTOR NOT > ZEROS
               MOVE 1 TO HV-POL-FACTOR
           END-IF

           COMPUTE HV-POL-QTY ROUNDED =
               HV-PICKED-QTY / HV-POL-FACTOR
           COMPUTE HV-DS-UNIT-COST ROUNDED =
               HV-POL-COST / HV-POL-FACTOR
           COMPUTE HV-DS-EXT-COST ROUNDED =
               HV-PICKED-QTY * HV-DS-UNIT-COST

           EXEC SQL
               UPDATE SALES_ORDER_LINE
               SET    QTY_SHIPPED = COALESCE(QTY_SHIPPED, 0)
                                    + :HV-PICKED-QTY,
                      SHIP_DATE         = DATE(:HV-SHIP-DATE),
                      CARRIER           = :HV-CARRIER,
                      TRACKING_NO       = :HV-TRACKING-NO,
                      SHIP_CONFIRM_FLAG = 'Y'
               WHERE  ORDER_NUMBER = :HV-ORDER-NUMBER
               AND    LINE_SEQ     = :HV-LINE-SEQ
           END-EXEC

           EXEC SQL
               UPDATE PO_LINE
               SET    QTY_RECEIVED = COALESCE(QTY_RECEIVED, 0)
                                     + :HV-POL-QTY
               WHERE  PO_NUMBER   = :HV-DS-PO-NUMBER
               AND    ITEM_NUMBER = :HV-ITEM-NUMBER
           END-EXEC

           EXEC SQL
               INSERT INTO INVENTORY_TRANSACTION
               (ITEM_NUMBER, WAREHOUSE_ID, TRANS_TYPE,
                TRANS_DATE, QUANTITY, UNIT_COST,
                REFERENCE_NO, PO_NUMBER, SHIP_CONFIRM_FLAG,
                CREATED_BY)
               VALUES
               (:HV-ITEM-NUMBER, :HV-WAREHOUSE-ID, 'DSHP',
                DATE(:HV-SHIP-DATE), :HV-PICKED-QTY,
                :HV-DS-UNIT-COST, :HV-ORDER-NUMBER,
                :HV-DS-PO-NUMBER, 'Y', 'SHIPCF01')
           END-EXEC

           EXEC SQL  COMMIT  END-EXEC

           ADD HV-DS-EXT-COST TO WS-RUN-DS-COST
           ADD 1 TO WS-LINES-CONFIRMED
           ADD 1 TO WS-DROP-SHIP-COUNT
           MOVE 'DROP-SHIP CONFIRMED - VENDOR NOTICE' TO RG-STATUS
           PERFORM 2800-WRITE-REGISTER-LINE
           IF WS-EDI-PARTNER AND HV-PICKED-QTY > ZEROS
               PERFORM 2750-WRITE-ASN-DETAIL
           END-IF.

       2599-DROP-EXIT.
           EXIT.

      *--- 2600 POST THE RUN'S DROP-SHIP COST OF SALES ---
      *    The goods went from the vendor to the customer without
      *    passing through inventory, so cost of sales is booked at
      *    the PO price straight against the receipt accrual:
      *    DR 5000 COGS / CR 2100. APINV01's DR 2100 / CR 2000 on
      *    the vendor invoice then clears the accrual. Left OPEN
      *    for a checker like the other subledger journals.
       2600-POST-DROP-SHIP-COGS.
           IF WS-RUN-DS-COST = ZEROS
               GO TO 2699-POST-EXIT
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
                CURRENT DATE, 'INV', 'DROP-SHIP COST OF SALES',
                'OPEN', 'SHIPCF01')
           END-EXEC

           MOVE ZEROS TO WS-JRNL-SEQ
           MOVE WS-RUN-DS-COST TO HV-GL-AMT

           ADD 1 TO WS-JRNL-SEQ
           EXEC SQL
               INSERT INTO GL_JOURNAL_LINE
               (JOURNAL_ID, LINE_SEQ, ACCT_NUMBER, DR_CR_IND,
                AMOUNT, DESCRIPTION)
               VALUES
               (:HV-NEXT-JOURNAL-ID, :WS-JRNL-SEQ,
                :WS-COGS-ACCT, 'D', :HV-GL-AMT,
                'DROP-SHIP COST OF SALES')
           END-EXEC
           MOVE WS-JRNL-SEQ TO HV-AUDIT-SEQ
           PERFORM 2650-LOG-LINE-AUDIT

           ADD 1 TO WS-JRNL-SEQ
           EXEC SQL
               INSERT INTO GL_JOURNAL_LINE
               (JOURNAL_ID, LINE_SEQ, ACCT_NUMBER, DR_CR_IND,
                AMOUNT, DESCRIPTION)
               VALUES
               (:HV-NEXT-JOURNAL-ID, :WS-JRNL-SEQ,
                :WS-ACCRUAL-ACCT, 'C', :HV-GL-AMT,
                'DROP-SHIP RECEIPT ACCRUAL')
           END-EXEC
           MOVE WS-JRNL-SEQ TO HV-AUDIT-SEQ
           PERFORM 2650-LOG-LINE-AUDIT

           EXEC SQL  COMMIT  END-EXEC.

       2699-POST-EXIT.
           EXIT.

      *--- 2680 POST THE RUN'S OUTBOUND FREIGHT ACCRUAL ---
      *    Freight we pay the carrier (prepaid and prepaid-and-add
      *    terms) is expensed when the goods leave: DR 6175
      *    outbound freight on the sales department / CR 2150
      *    freight accrual. FRTAUD01 relieves 2150 when the
      *    carrier's bill is audited and vouchered. Left OPEN for
      *    a checker like the drop-ship journal above.
       2680-POST-FREIGHT-ACCRUAL.
           IF WS-RUN-FRT-ACCRUAL = ZEROS
               GO TO 2689-FREIGHT-EXIT
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
                CURRENT DATE, 'INV', 'OUTBOUND FREIGHT ACCRUAL',
                'OPEN', 'SHIPCF01')
           END-EXEC

           MOVE ZEROS TO WS-JRNL-SEQ
           MOVE WS-RUN-FRT-ACCRUAL TO HV-GL-AMT

           ADD 1 TO WS-JRNL-SEQ
           EXEC SQL
               INSERT INTO GL_JOURNAL_LINE
               (JOURNAL_ID, LINE_SEQ, ACCT_NUMBER, DR_CR_IND,
                AMOUNT, DESCRIPTION, DEPT_CODE)
               VALUES
               (:HV-NEXT-JOURNAL-ID, :WS-JRNL-SEQ,
                :WS-FREIGHT-OUT-ACCT, 'D', :HV-GL-AMT,
                'OUTBOUND FREIGHT', :WS-SALES-DEPT)
           END-EXEC
           MOVE WS-JRNL-SEQ TO HV-AUDIT-SEQ
           PERFORM 2650-LOG-LINE-AUDIT

           ADD 1 TO WS-JRNL-SEQ
           EXEC SQL
               INSERT INTO GL_JOURNAL_LINE
               (JOURNAL_ID, LINE_SEQ, ACCT_NUMBER, DR_CR_IND,
                AMOUNT, DESCRIPTION)
               VALUES
               (:HV-NEXT-JOURNAL-ID, :WS-JRNL-SEQ,
                :WS-FRT-ACCRUAL-ACCT, 'C', :HV-GL-AMT,
                'OUTBOUND FREIGHT ACCRUAL')
           END-EXEC
           MOVE WS-JRNL-SEQ TO HV-AUDIT-SEQ
           PERFORM 2650-LOG-LINE-AUDIT

           EXEC SQL  COMMIT  END-EXEC.

       2689-FREIGHT-EXIT.
           EXIT.

      *--- 2650 RECORD AN AUDIT TRAIL ENTRY FOR A LINE INSERT ---
       2650-LOG-LINE-AUDIT.
           EXEC SQL
               INSERT INTO GL_AUDIT_LOG
               (JOURNAL_ID, LINE_SEQ, ACTION, OLD_AMOUNT, NEW_AMOUNT,
                CHANGED_BY, CHANGED_DATE, CHANGED_TIME)
               VALUES
               (:HV-NEXT-JOURNAL-ID, :HV-AUDIT-SEQ, 'INSERT',
                0, :HV-GL-AMT, 'SHIPCF01',
                CURRENT DATE, CURRENT TIME)
           END-EXEC.

      *--- 2700 ONE BILL-OF-LADING DETAIL LINE ---
       2700-WRITE-BOL-DETAIL.
           MOVE HV-ITEM-NUMBER TO BD-ITEM
           ADD 1 TO WS-BOL-LINE-SEQ
           ADD HV-PICKED-QTY TO WS-BOL-TOTAL-QTY.

      *--- 2750 ONE 856 DETAIL FOR AN EDI PARTNER'S LINE ---
      *    The shipment header goes out with the order's first
      *    confirmed line, so an order whose lines all reject sends
      *    no empty notice.
       2750-WRITE-ASN-DETAIL.
           IF NOT WS-ASN-OPEN
               EXEC SQL
                   SELECT COALESCE(MAX(CONTROL_NUMBER), 0) + 1
                   INTO   :HV-EDI-CONTROL-NO
                   FROM   EDI_DOC_LOG
               END-EXEC
               MOVE SPACES            TO ASN-RECORD
               MOVE 'H'               TO AS-RECORD-TYPE
               MOVE HV-EDI-PARTNER-ID TO AS-PARTNER-ID
               MOVE HV-EDI-CONTROL-NO TO AS-CONTROL-NO
               MOVE SC-ORDER-NUMBER   TO AS-ORDER-NUMBER
               MOVE HV-FRT-CUST       TO AS-CUST-NUMBER
               MOVE HV-FRT-SHIP-DATE  TO AS-SHIP-DATE
               MOVE HV-FRT-CARRIER    TO AS-CARRIER
               MOVE HV-FRT-TRACKING   TO AS-TRACKING-NO
               WRITE ASN-RECORD
               MOVE 'Y'   TO WS-ASN-OPEN-SWITCH
               MOVE ZEROS TO WS-ASN-LINES
               MOVE ZEROS TO WS-ASN-CARTONS
               MOVE ZEROS TO WS-ASN-QTY
           END-IF

           MOVE SPACES            TO ASN-RECORD
           MOVE 'D'               TO AS-RECORD-TYPE
           MOVE HV-EDI-CONTROL-NO TO AS-D-CONTROL-NO
           MOVE SC-LINE-SEQ       TO AS-LINE-SEQ
           MOVE SC-ITEM-NUMBER    TO AS-ITEM-NUMBER
           MOVE SC-LOT-NUMBER     TO AS-LOT-NUMBER
           MOVE ZEROS             TO AS-CARTONS
           IF SC-CARTONS NUMERIC AND SC-CARTONS > ZEROS
               MOVE SC-CARTONS    TO AS-CARTONS
               ADD SC-CARTONS     TO WS-ASN-CARTONS
           END-IF
           MOVE HV-PICKED-QTY     TO AS-QTY-SHIPPED
           MOVE SC-TRACKING-NO    TO AS-D-TRACKING-NO
           WRITE ASN-RECORD
           ADD 1 TO WS-ASN-LINES
           ADD HV-PICKED-QTY TO WS-ASN-QTY.

      *--- 2780 CLOSE THE SHIPMENT'S 856 ---
      *    The trailer's counts let the translator prove the notice
      *    arrived whole; the EDI_DOC_LOG row starts the 997 clock
      *    EDIACK01 watches.
       2780-CLOSE-ASN.
           MOVE SPACES            TO ASN-RECORD
           MOVE 'T'               TO AS-RECORD-TYPE
           MOVE HV-EDI-CONTROL-NO TO AS-T-CONTROL-NO
           MOVE WS-ASN-LINES      TO AS-LINE-COUNT
           MOVE WS-ASN-CARTONS    TO AS-TOTAL-CARTONS
           MOVE WS-ASN-QTY        TO AS-TOTAL-QTY
           WRITE ASN-RECORD

           EXEC SQL
               INSERT INTO EDI_DOC_LOG
               (CONTROL_NUMBER, DOC_TYPE, PARTNER_ID, CUST_NUMBER,
                DOC_KEY, ORDER_NUMBER, SENT_TIMESTAMP, ACK_STATUS,
                CREATED_BY)
               VALUES
               (:HV-EDI-CONTROL-NO, '856', :HV-EDI-PARTNER-ID,
                :HV-FRT-CUST, :WS-PREV-ORDER, :WS-PREV-ORDER,
                CURRENT TIMESTAMP, 'PENDING', 'SHIPCF01')
           END-EXEC

           EXEC SQL  COMMIT  END-EXEC

           ADD 1 TO WS-ASN-COUNT
           MOVE 'N' TO WS-ASN-OPEN-SWITCH.

      *--- 2800 ONE REGISTER LINE ---
       2800-WRITE-REGISTER-LINE.
           MOVE SC-ORDER-NUMBER TO RG-ORDER
      *    Totals the bill of lading, then prints the packing slip
      *    as a second copy of the confirmed lines for the box.
       2900-CLOSE-LAST-ORDER.
           IF WS-ASN-OPEN
               PERFORM 2780-CLOSE-ASN
           END-IF

           IF WS-BOL-OPEN
               WRITE BOL-LINE FROM SPACES
               MOVE WS-BOL-TOTAL-QTY TO BT-QTY
               WRITE BOL-LINE FROM BOL-TOT-LINE
               IF WS-FRT-LINES > ZEROS
                   PERFORM 2960-RATE-SHIPMENT-FREIGHT
                       THRU 2969-RATE-EXIT
               END-IF

               WRITE BOL-LINE FROM PSLIP-HDR AFTER PAGE
               WRITE BOL-LINE FROM BOL-HDR2
               WHERE  L.ORDER_NUMBER = :HV-ORDER-NUMBER
               AND    L.SHIP_CONFIRM_FLAG = 'Y'
               AND    L.QTY_SHIPPED > 0
               AND    COALESCE(L.LINE_TYPE, 'ST') <> 'DS'
               ORDER BY L.LINE_SEQ
           END-EXEC


           EXEC SQL  CLOSE PSL-CUR  END-EXEC.

      *--- 2960 RATE AND RECORD THE SHIPMENT'S FREIGHT ---
      *    Weight is the confirmed warehouse lines' shipped units
      *    times UNIT_WEIGHT (drop-ship freight is the vendor's).
      *    The charge is the carrier's rate in effect on the ship
      *    date: base charge plus weight times the per-pound rate,
      *    raised to the minimum. A collect shipment is recorded
      *    with no charge so FRTAUD01 can reject any bill for it;
      *    a will-call pickup (no carrier) records nothing. No rate
      *    on file is logged for the traffic desk and the shipment
      *    is left unrated rather than accrued at zero.
       2960-RATE-SHIPMENT-FREIGHT.
           IF HV-FRT-CARRIER = SPACES
               GO TO 2969-RATE-EXIT
           END-IF

           MOVE WS-PREV-ORDER TO HV-ORDER-NUMBER
           MOVE WS-FRT-WEIGHT TO HV-SHIP-WEIGHT
           MOVE ZEROS         TO HV-FREIGHT-AMT

           IF HV-FREIGHT-TERMS NOT = 'CC'
               EXEC SQL
                   SELECT BASE_CHARGE, RATE_PER_LB,
                          COALESCE(MIN_CHARGE, 0)
                   INTO   :HV-BASE-CHARGE, :HV-RATE-PER-LB,
                          :HV-MIN-CHARGE
                   FROM   CARRIER_RATE
                   WHERE  CARRIER        = :HV-FRT-CARRIER
                   AND    EFFECTIVE_DATE <= DATE(:HV-FRT-SHIP-DATE)
                   ORDER BY EFFECTIVE_DATE DESC
                   FETCH FIRST 1 ROW ONLY
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'W'          TO HV-EXC-SEVERITY
                   MOVE 'NO-FRTRATE' TO HV-EXC-REASON
                   MOVE SPACES       TO HV-EXC-KEY
                   STRING HV-ORDER-NUMBER ' ' HV-FRT-CARRIER
                       DELIMITED SIZE INTO HV-EXC-KEY
                   PERFORM 9700-LOG-EXCEPTION
                   GO TO 2969-RATE-EXIT
               END-IF

               COMPUTE HV-FREIGHT-AMT ROUNDED = HV-BASE-CHARGE
                   + (HV-SHIP-WEIGHT * HV-RATE-PER-LB)
               IF HV-FREIGHT-AMT < HV-MIN-CHARGE
                   MOVE HV-MIN-CHARGE TO HV-FREIGHT-AMT
               END-IF
           END-IF

           EXEC SQL
               INSERT INTO SHIPMENT_FREIGHT
               (CARRIER, TRACKING_NO, ORDER_NUMBER, CUST_NUMBER,
                SHIP_DATE, FREIGHT_TERMS, SHIP_WEIGHT,
                FREIGHT_AMOUNT, BILLED_FLAG, AUDIT_STATUS,
                CREATED_BY)
               VALUES
               (:HV-FRT-CARRIER, :HV-FRT-TRACKING, :HV-ORDER-NUMBER,
                :HV-FRT-CUST, DATE(:HV-FRT-SHIP-DATE),
                :HV-FREIGHT-TERMS, :HV-SHIP-WEIGHT,
                :HV-FREIGHT-AMT, 'N', 'OPEN', 'SHIPCF01')
           END-EXEC

           EXEC SQL  COMMIT  END-EXEC

           ADD HV-FREIGHT-AMT TO WS-RUN-FRT-ACCRUAL
           ADD 1 TO WS-FREIGHT-COUNT

           MOVE HV-FREIGHT-TERMS TO BF-TERMS
           MOVE HV-SHIP-WEIGHT   TO BF-WEIGHT
           MOVE HV-FREIGHT-AMT   TO BF-CHARGE
           WRITE BOL-LINE FROM BOL-FRT-LINE.

       2969-RATE-EXIT.
           EXIT.

      *--- 3000 PRINT SUMMARY ---
       3000-PRINT-SUMMARY.
           WRITE REPORT-LINE FROM SPACES
           MOVE WS-ORDERS-SHIPPED TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Drop-Ship Confirmed:  ' TO SL-LABEL
           MOVE WS-DROP-SHIP-COUNT TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Shipments Freight Rated:' TO SL-LABEL
           MOVE WS-FREIGHT-COUNT TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'EDI 856 Ship Notices: ' TO SL-LABEL
           MOVE WS-ASN-COUNT TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Short Picks:          ' TO SL-LABEL
           MOVE WS-SHORT-COUNT TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-LINE

      *--- 9000 TERMINATE ---
       9000-TERMINATE.
           PERFORM 9050-WRITE-INTERFACE-TRAILER
           CLOSE SHIP-FILE
                 BOL-FILE
                 TRANS-FILE
                 REPORT-FILE
                 ASN-FILE.

      *--- 9050 CLOSE TRANSOUT WITH ITS TRAILER AND REGISTER IT ---
      *    One BATCH_RUN_CONTROL row per file sent, keyed by the
      *    interface name and this run's ID, so every run's file
      *    keeps its own history: INVCTR01 stamps its received and
      *    posted totals on the same row and checks it for repeats.
       9050-WRITE-INTERFACE-TRAILER.
           MOVE SPACES          TO TRANS-CONTROL-RECORD
           MOVE 'FTRL'          TO TC-RECORD-ID
           MOVE WS-IF-NAME      TO TC-INTERFACE-NAME
           MOVE 'SHIPCF01'      TO TC-SOURCE-JOB
           MOVE WS-IF-RUN-ID    TO TC-SOURCE-RUN-ID
           MOVE WS-IF-REC-COUNT TO TC-RECORD-COUNT
           MOVE WS-IF-HASH      TO TC-AMOUNT-HASH
           WRITE TRANS-CONTROL-RECORD

           MOVE WS-IF-NAME      TO HV-IF-NAME
           MOVE WS-IF-RUN-ID    TO HV-IF-RUN-ID
           MOVE WS-IF-REC-COUNT TO HV-IF-SENT-COUNT
           MOVE WS-IF-HASH      TO HV-IF-SENT-HASH

           EXEC SQL
               INSERT INTO BATCH_RUN_CONTROL
               (JOB_NAME, PERIOD_ID, RUN_STATUS,
                START_DATE, START_TIME,
                SOURCE_JOB, SOURCE_RUN_ID,
                SENT_COUNT, SENT_HASH,
                RECV_COUNT, RECV_HASH,
                POSTED_COUNT, POSTED_HASH)
               VALUES
               (:HV-IF-NAME, :HV-PERIOD-ID, 'SENT',
                CURRENT DATE, CURRENT TIME,
                'SHIPCF01', :HV-IF-RUN-ID,
                :HV-IF-SENT-COUNT, :HV-IF-SENT-HASH,
                0, 0, 0, 0)
           END-EXEC

           EXEC SQL  COMMIT  END-EXEC.

      *--- 9700 LOG A STANDARD EXCEPTION ROW ---
      *    Same EXCEPTION_LOG shape and no-duplicate rule as the
