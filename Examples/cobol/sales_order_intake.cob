      *                trust what it finds
      *              - Prints an intake register with control totals
      *                so order entry can prove the batch balanced
      *              - Drop-ship lines (line type 'D') never touch the
      *                warehouse: each cuts its own PURCHASE_ORDER to
      *                the item's vendor, shipping to the customer,
      *                instead of waiting for INVALL01 to allocate;
      *                the vendor's ship notice then confirms the line
      *                through SHIPCF01
      *              - Each drop-ship PO commits its value against the
      *                cost-of-sales budget (ENCUMBRANCE) for the
      *                purchasing department after the same funds
      *                check INVCTR01 makes on its reorder POs: a
      *                small overrun warns, a large one holds the PO
      *              - Prices each line through the PRICE_RULE
      *                precedence ARBILL01 bills by (customer
      *                contract, group contract, dated promotion,
      *                quantity break, then the level / base list
      *                price) as of the order date, and records the
      *                rule applied on the SALES_ORDER_LINE
      *              - The price comes from PRCLKP01, the lookup
      *                ARBILL01 also CALLs, at the line's quantity
      *                converted to the item's selling unit - keyed
      *                unit to stocking unit, then to the 'S' role
      *                on UOM_CONVERSION - as ARBILL01 converts it
      *              - The upload carries the standard interface
      *                header (FHDR) and trailer (FTRL) with record
      *                count, line-quantity hash and the sending
      *                system's run ID. The whole file is proven
      *                against its trailer before any order is
      *                accepted; a mismatch rejects the file (E11) and
      *                nothing is accepted. Sent, received and posted
      *                totals go on the ORDIN row of BATCH_RUN_CONTROL
      *                for IFBAL01
      *
      *              Reason codes:
      *                E01 CUSTOMER NOT ON FILE
      *                E07 ORDER HAS NO LINES
      *                E08 DUPLICATE ORDER NUMBER
      *                E09 UNIT OF MEASURE NOT ON FILE
      *                E10 DROP-SHIP ITEM HAS NO VENDOR
      *                E11 INTERFACE CONTROL FAILED - FILE REJECTED
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORDIN01.
      *        units for allocation, the keyed unit rides the line
      *        for billing.
               10  OR-UOM-CODE         PIC X(4).
      *        'D' ships the line straight from the vendor; blank or
      *        'S' is a normal stock line.
               10  OR-LINE-TYPE        PIC X(1).
                       88  OR-DROP-SHIP       VALUE 'D'.
               10  FILLER              PIC X(75).

      *    Standard interface header (FHDR) and trailer (FTRL). The
      *    trailer counts every record between the pair and hashes
      *    OR-QUANTITY over the line records.
       01  ORDER-CONTROL-RECORD.
           05  OC-RECORD-ID        PIC X(4).
                   88  OC-FILE-HEADER     VALUE 'FHDR'.
                   88  OC-FILE-TRAILER    VALUE 'FTRL'.
           05  OC-INTERFACE-NAME   PIC X(8).
           05  OC-SOURCE-JOB       PIC X(8).
           05  OC-SOURCE-RUN-ID    PIC X(26).
           05  OC-RECORD-COUNT     PIC 9(9).
           05  OC-AMOUNT-HASH      PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC X(29).

       FD  REPORT-FILE
           RECORDING MODE IS F
           05  WS-ORDS-STAGED       PIC S9(7) COMP VALUE ZEROS.
           05  WS-ORDS-REJECTED     PIC S9(7) COMP VALUE ZEROS.
           05  WS-LINES-READ        PIC S9(7) COMP VALUE ZEROS.
           05  WS-DROP-POS-CUT      PIC S9(7) COMP VALUE ZEROS.
           05  WS-BUDGET-WARN-COUNT PIC S9(7) COMP VALUE ZEROS.
           05  WS-BUDGET-HOLD-COUNT PIC S9(7) COMP VALUE ZEROS.

       01  WS-TOTALS.
           05  WS-BATCH-VALUE       PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-ORD-MAX-LINES     PIC S9(5) COMP VALUE 50.
           05  WS-LINE-IDX          PIC S9(5) COMP VALUE ZEROS.
           05  WS-CUST-PRICE-LEVEL  PIC X(2)  VALUE SPACES.
           05  WS-CUST-GROUP        PIC X(6)  VALUE SPACES.
           05  WS-ORD-QTY-HASH      PIC S9(11)V99 COMP-3 VALUE ZEROS.

      *--- One keyed order is buffered here until every line has
      *    been validated; only a fully clean order is inserted.
               10  WS-OL-PRICE      PIC S9(7)V99 COMP-3.
               10  WS-OL-UOM        PIC X(4).
               10  WS-OL-STOCK-QTY  PIC S9(9)V99 COMP-3.
               10  WS-OL-TYPE       PIC X(1).
               10  WS-OL-RULE-ID    PIC S9(9) COMP.
               10  WS-OL-SOURCE     PIC X(8).

       01  WS-WORK.
           05  WS-CURRENT-DATE      PIC X(10).
           05  WS-DATE-ISO          PIC X(10).

      *--- Upload interface controls: what the trailer claims,
      *    what was actually read, and what was accepted.
       01  WS-IF-CONTROLS.
           05  WS-IF-REJECT-SW      PIC X(1) VALUE 'N'.
               88  WS-IF-REJECTED            VALUE 'Y'.
           05  WS-IF-HEADER-SW      PIC X(1) VALUE 'N'.
               88  WS-IF-HEADER-SEEN         VALUE 'Y'.
           05  WS-IF-TRAILER-SW     PIC X(1) VALUE 'N'.
               88  WS-IF-TRAILER-SEEN        VALUE 'Y'.
           05  WS-IF-STRAY-COUNT    PIC S9(7) COMP VALUE ZEROS.
      *        'L' leaves the control row alone - it belongs to an
      *        earlier receipt of the same run ID.
           05  WS-IF-ROW-SW         PIC X(1) VALUE SPACES.
               88  WS-IF-ROW-LEAVE           VALUE 'L'.
           05  WS-IF-NAME           PIC X(8)  VALUE 'ORDIN'.
           05  WS-IF-SOURCE-JOB     PIC X(8)  VALUE SPACES.
           05  WS-IF-RUN-ID         PIC X(26) VALUE SPACES.
           05  WS-IF-SENT-COUNT     PIC S9(9) COMP VALUE ZEROS.
           05  WS-IF-SENT-HASH      PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-IF-RECV-COUNT     PIC S9(9) COMP VALUE ZEROS.
           05  WS-IF-RECV-HASH      PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-IF-POST-COUNT     PIC S9(9) COMP VALUE ZEROS.
           05  WS-IF-POST-HASH      PIC S9(13)V99 COMP-3 VALUE ZEROS.

      *--- Budget commitment controls: drop-shipped goods go
      *    straight to cost of sales, bought by purchasing; the
      *    overrun tolerance matches INVCTR01's.
       01  WS-BUDGET-CONTROLS.
           05  WS-ENC-DS-ACCT       PIC X(6)  VALUE '5000'.
           05  WS-PURCH-DEPT        PIC X(4)  VALUE 'D200'.
           05  WS-BUDGET-TOL-PCT    PIC S9(3)V99 COMP-3 VALUE 10.
           05  WS-FUNDS-SHORT       PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-FUNDS-TOLERANCE   PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-EXC-PO-NUMBER     PIC 9(9)  VALUE ZEROS.

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
           05  SQLCAID              PIC X(8).
           05  HV-ORDER-NUMBER      PIC X(10).
           05  HV-CUST-NUMBER       PIC X(10).
           05  HV-PRICE-LEVEL       PIC X(2).
           05  HV-CUST-GROUP        PIC X(6).
           05  HV-PRICE-RULE-ID     PIC S9(9) COMP.
           05  HV-PRICE-SOURCE      PIC X(8).
           05  HV-ITEM-NUMBER       PIC X(10).
           05  HV-WAREHOUSE-ID      PIC X(4).
           05  HV-UNIT-PRICE        PIC S9(7)V99 COMP-3.
           05  HV-REQUEST-ISO       PIC X(10).
           05  HV-UOM-CODE          PIC X(4).
           05  HV-UOM-FACTOR        PIC S9(5)V9999 COMP-3.
           05  HV-SELL-FACTOR       PIC S9(5)V9999 COMP-3.
           05  HV-SELL-QTY          PIC S9(9)V99 COMP-3.
           05  HV-STOCK-QTY         PIC S9(9)V99 COMP-3.
           05  HV-LINE-TYPE         PIC X(2).
           05  HV-VENDOR-NUMBER     PIC X(10).
           05  HV-STD-COST          PIC S9(7)V9999 COMP-3.
           05  HV-PO-NUMBER         PIC S9(9) COMP.
           05  HV-BUY-UOM           PIC X(4).
           05  HV-BUY-FACTOR        PIC S9(5)V9999 COMP-3.
           05  HV-PO-QTY-BUY        PIC S9(7)V99 COMP-3.
           05  HV-PO-COST-BUY       PIC S9(7)V9999 COMP-3.
           05  HV-SHIP-TO-NAME      PIC X(30).
           05  HV-SHIP-TO-ADDR      PIC X(60).
           05  HV-PO-STATUS         PIC X(8).
           05  HV-PO-AMOUNT         PIC S9(11)V99 COMP-3.
           05  HV-ENC-ACCT          PIC X(6).
           05  HV-ENC-DEPT          PIC X(4).
           05  HV-BUD-DEPT          PIC X(4).
           05  HV-PERIOD-ID         PIC X(6).
           05  HV-BUDGET-ROWS       PIC S9(9) COMP.
           05  HV-BUDGET-AMT        PIC S9(13)V99 COMP-3.
           05  HV-ACTUAL-AMT        PIC S9(13)V99 COMP-3.
           05  HV-COMMITTED-AMT     PIC S9(13)V99 COMP-3.
           05  HV-FUNDS-AVAIL       PIC S9(13)V99 COMP-3.
           05  HV-EXC-SEVERITY      PIC X(1).
           05  HV-EXC-REASON        PIC X(12).
           05  HV-EXC-KEY           PIC X(30).
           05  HV-IF-NAME           PIC X(8).
           05  HV-IF-SOURCE-JOB     PIC X(8).
           05  HV-IF-RUN-ID         PIC X(26).
           05  HV-IF-STATUS         PIC X(8).
           05  HV-IF-COUNT          PIC S9(9) COMP.
           05  HV-IF-SENT-COUNT     PIC S9(9) COMP.
           05  HV-IF-SENT-HASH      PIC S9(13)V99 COMP-3.
           05  HV-IF-RECV-COUNT     PIC S9(9) COMP.
           05  HV-IF-RECV-HASH      PIC S9(13)V99 COMP-3.
           05  HV-IF-POST-COUNT     PIC S9(9) COMP.
           05  HV-IF-POST-HASH      PIC S9(13)V99 COMP-3.

      *--- HEADER LINES ---
       01  HDR1.
           IF WS-ORD-OPEN
               PERFORM 2600-FINISH-ORDER
           END-IF
           PERFORM 9650-RECORD-POSTED-TOTALS
           PERFORM 3000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           EXEC SQL
               SELECT PERIOD_ID
               INTO   :HV-PERIOD-ID
               FROM   FISCAL_PERIOD
               WHERE  STATUS = 'OPEN'
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           MOVE WS-CURRENT-DATE TO H2-DATE
           PERFORM 9100-PRINT-HEADERS
           PERFORM 1500-VERIFY-INTERFACE-FILE

           READ ORDER-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *--- 1500 PROVE THE UPLOAD AGAINST ITS TRAILER ---
      *    A full pass before any order is accepted: the file must
      *    open on its FHDR, close on its FTRL, and the FTRL's count
      *    and hash must match what was read. Any failure rejects the
      *    whole upload - a part-loaded file is worse than none.
       1500-VERIFY-INTERFACE-FILE.
           READ ORDER-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ

           PERFORM 1510-VERIFY-ONE-RECORD
               UNTIL WS-EOF

           IF NOT WS-IF-HEADER-SEEN
               AND WS-IF-STRAY-COUNT = ZEROS
               MOVE 'IF-EMPTY' TO HV-EXC-REASON
               MOVE WS-IF-NAME TO HV-EXC-KEY
               PERFORM 1580-REJECT-INTERFACE-FILE
           END-IF

           IF WS-IF-HEADER-SEEN
               AND NOT WS-IF-TRAILER-SEEN
               MOVE 'IF-NO-TRLR' TO HV-EXC-REASON
               PERFORM 1570-BUILD-UPLOAD-KEY
               PERFORM 1580-REJECT-INTERFACE-FILE
           END-IF

           PERFORM 1600-RECORD-RECEIVED-TOTALS
               THRU 1699-RECEIVED-EXIT

           CLOSE ORDER-FILE
           OPEN INPUT ORDER-FILE
           MOVE 'N' TO WS-EOF-SWITCH

           IF WS-IF-REJECTED
               DISPLAY 'SORDIN01: ORDIN FAILED INTERFACE CONTROLS'
                   ' - FILE REJECTED, NOTHING ACCEPTED'
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

      *--- 1510 VERIFY ONE UPLOAD RECORD ---
      *    A record before the FHDR, a second FHDR, or anything
      *    after the FTRL is a stray; the first one rejects the file.
       1510-VERIFY-ONE-RECORD.
           EVALUATE TRUE
               WHEN WS-IF-TRAILER-SEEN
                   ADD 1 TO WS-IF-STRAY-COUNT
                   IF WS-IF-STRAY-COUNT = 1
                       MOVE 'IF-BAD-TRLR' TO HV-EXC-REASON
                       PERFORM 1570-BUILD-UPLOAD-KEY
                       PERFORM 1580-REJECT-INTERFACE-FILE
                   END-IF
               WHEN OC-FILE-HEADER
                   IF WS-IF-HEADER-SEEN
                       ADD 1 TO WS-IF-STRAY-COUNT
                       IF WS-IF-STRAY-COUNT = 1
                           MOVE 'IF-NO-TRLR' TO HV-EXC-REASON
                           PERFORM 1570-BUILD-UPLOAD-KEY
                           PERFORM 1580-REJECT-INTERFACE-FILE
                       END-IF
                   ELSE
                       PERFORM 1520-OPEN-UPLOAD
                   END-IF
               WHEN OC-FILE-TRAILER
                   PERFORM 1530-CLOSE-UPLOAD
                       THRU 1539-CLOSE-UPLOAD-EXIT
               WHEN WS-IF-HEADER-SEEN
                   ADD 1 TO WS-IF-RECV-COUNT
                   IF OR-LINE
                       ADD OR-QUANTITY TO WS-IF-RECV-HASH
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-IF-STRAY-COUNT
                   IF WS-IF-STRAY-COUNT = 1
                       MOVE 'IF-NO-HEADER' TO HV-EXC-REASON
                       MOVE WS-IF-NAME     TO HV-EXC-KEY
                       PERFORM 1580-REJECT-INTERFACE-FILE
                   END-IF
           END-EVALUATE

           READ ORDER-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *--- 1520 OPEN THE UPLOAD ON ITS FHDR ---
      *    The header must name this interface, and a run ID some
      *    earlier run already received (and did not reject) is the
      *    same upload twice.
       1520-OPEN-UPLOAD.
           MOVE 'Y'               TO WS-IF-HEADER-SW
           MOVE OC-SOURCE-JOB     TO WS-IF-SOURCE-JOB
           MOVE OC-SOURCE-RUN-ID  TO WS-IF-RUN-ID

           IF OC-INTERFACE-NAME NOT = WS-IF-NAME
               MOVE 'IF-BAD-NAME' TO HV-EXC-REASON
               PERFORM 1570-BUILD-UPLOAD-KEY
               PERFORM 1580-REJECT-INTERFACE-FILE
           END-IF

           MOVE WS-IF-NAME   TO HV-IF-NAME
           MOVE WS-IF-RUN-ID TO HV-IF-RUN-ID
           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-IF-COUNT
               FROM   BATCH_RUN_CONTROL
               WHERE  JOB_NAME      = :HV-IF-NAME
               AND    SOURCE_RUN_ID = :HV-IF-RUN-ID
               AND    RECV_JOB IS NOT NULL
               AND    RUN_STATUS   <> 'REJECTED'
           END-EXEC
           IF HV-IF-COUNT > ZEROS
               MOVE 'L' TO WS-IF-ROW-SW
               MOVE 'IF-DUP-FILE' TO HV-EXC-REASON
               PERFORM 1570-BUILD-UPLOAD-KEY
               PERFORM 1580-REJECT-INTERFACE-FILE
           END-IF.

      *--- 1530 CLOSE THE UPLOAD ON ITS FTRL ---
       1530-CLOSE-UPLOAD.
           MOVE 'Y' TO WS-IF-TRAILER-SW

           IF NOT WS-IF-HEADER-SEEN
               ADD 1 TO WS-IF-STRAY-COUNT
               IF WS-IF-STRAY-COUNT = 1
                   MOVE 'IF-NO-HEADER' TO HV-EXC-REASON
                   MOVE WS-IF-NAME     TO HV-EXC-KEY
                   PERFORM 1580-REJECT-INTERFACE-FILE
               END-IF
               GO TO 1539-CLOSE-UPLOAD-EXIT
           END-IF

           IF OC-INTERFACE-NAME NOT = WS-IF-NAME
               OR OC-SOURCE-RUN-ID NOT = WS-IF-RUN-ID
               OR OC-RECORD-COUNT NOT NUMERIC
               OR OC-AMOUNT-HASH NOT NUMERIC
               MOVE 'IF-BAD-TRLR' TO HV-EXC-REASON
               PERFORM 1570-BUILD-UPLOAD-KEY
               PERFORM 1580-REJECT-INTERFACE-FILE
               GO TO 1539-CLOSE-UPLOAD-EXIT
           END-IF

           MOVE OC-RECORD-COUNT TO WS-IF-SENT-COUNT
           MOVE OC-AMOUNT-HASH  TO WS-IF-SENT-HASH

           IF WS-IF-SENT-COUNT NOT = WS-IF-RECV-COUNT
               MOVE 'IF-COUNT-OOB' TO HV-EXC-REASON
               PERFORM 1570-BUILD-UPLOAD-KEY
               PERFORM 1580-REJECT-INTERFACE-FILE
           END-IF

           IF WS-IF-SENT-HASH NOT = WS-IF-RECV-HASH
               MOVE 'IF-HASH-OOB' TO HV-EXC-REASON
               PERFORM 1570-BUILD-UPLOAD-KEY
               PERFORM 1580-REJECT-INTERFACE-FILE
           END-IF.

       1539-CLOSE-UPLOAD-EXIT.
           EXIT.

      *--- 1570 EXCEPTION KEY FOR THE UPLOAD ---
       1570-BUILD-UPLOAD-KEY.
           MOVE SPACES TO HV-EXC-KEY
           STRING WS-IF-NAME   DELIMITED BY SPACE
                  ' '          DELIMITED BY SIZE
                  WS-IF-RUN-ID DELIMITED BY SIZE
               INTO HV-EXC-KEY.

      *--- 1580 REJECT THE WHOLE UPLOAD ---
       1580-REJECT-INTERFACE-FILE.
           MOVE 'Y' TO WS-IF-REJECT-SW
           MOVE 'E11' TO ER-CODE
           MOVE SPACES TO ER-TEXT
           STRING 'FILE REJECTED ' HV-EXC-REASON
               DELIMITED BY SIZE INTO ER-TEXT
           MOVE WS-IF-NAME   TO ER-ORDER
           MOVE SPACES       TO ER-KEY
           MOVE ERR-DET-LINE TO ERROR-LINE
           WRITE ERROR-LINE
           MOVE 'E' TO HV-EXC-SEVERITY
           PERFORM 9700-LOG-EXCEPTION.

      *--- 1600 RECORD THE UPLOAD'S RECEIVED TOTALS ---
      *    Receipt is stamped on the sender's ORDIN row for this
      *    run ID, and only while no other receipt owns it (a
      *    rejected receipt posted nothing, so a re-sent upload may
      *    take its row over). An upload with no sender row gets a
      *    row of its own, with the trailer's figures as the sent
      *    totals. A duplicate leaves the earlier receipt's row
      *    alone, and an upload with no FHDR has no run ID to file
      *    under; both stand on the exception log only.
       1600-RECORD-RECEIVED-TOTALS.
           IF WS-IF-ROW-LEAVE
               OR WS-IF-RUN-ID = SPACES
               GO TO 1699-RECEIVED-EXIT
           END-IF

           MOVE WS-IF-NAME       TO HV-IF-NAME
           MOVE WS-IF-SOURCE-JOB TO HV-IF-SOURCE-JOB
           MOVE WS-IF-RUN-ID     TO HV-IF-RUN-ID
           MOVE WS-IF-SENT-COUNT TO HV-IF-SENT-COUNT
           MOVE WS-IF-SENT-HASH  TO HV-IF-SENT-HASH
           MOVE WS-IF-RECV-COUNT TO HV-IF-RECV-COUNT
           MOVE WS-IF-RECV-HASH  TO HV-IF-RECV-HASH
           IF WS-IF-REJECTED
               MOVE 'REJECTED' TO HV-IF-STATUS
           ELSE
               MOVE 'RECEIVED' TO HV-IF-STATUS
           END-IF

           EXEC SQL
               UPDATE BATCH_RUN_CONTROL
               SET    RUN_STATUS   = :HV-IF-STATUS,
                      RECV_JOB     = 'SORDIN01',
                      RECV_COUNT   = :HV-IF-RECV-COUNT,
                      RECV_HASH    = :HV-IF-RECV-HASH,
                      POSTED_COUNT = 0,
                      POSTED_HASH  = 0,
                      END_DATE     = CURRENT DATE,
                      END_TIME     = CURRENT TIME
               WHERE  JOB_NAME      = :HV-IF-NAME
               AND    SOURCE_RUN_ID = :HV-IF-RUN-ID
               AND   (RECV_JOB IS NULL
                  OR  RUN_STATUS    = 'REJECTED')
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO BATCH_RUN_CONTROL
                   (JOB_NAME, PERIOD_ID, RUN_STATUS,
                    START_DATE, START_TIME, END_DATE, END_TIME,
                    SOURCE_JOB, SOURCE_RUN_ID,
                    SENT_COUNT, SENT_HASH, RECV_JOB,
                    RECV_COUNT, RECV_HASH,
                    POSTED_COUNT, POSTED_HASH)
                   VALUES
                   (:HV-IF-NAME, :HV-PERIOD-ID, :HV-IF-STATUS,
                    CURRENT DATE, CURRENT TIME,
                    CURRENT DATE, CURRENT TIME,
                    :HV-IF-SOURCE-JOB, :HV-IF-RUN-ID,
                    :HV-IF-SENT-COUNT, :HV-IF-SENT-HASH, 'SORDIN01',
                    :HV-IF-RECV-COUNT, :HV-IF-RECV-HASH,
                    0, 0)
               END-EXEC
           END-IF

           EXEC SQL  COMMIT  END-EXEC.

       1699-RECEIVED-EXIT.
           EXIT.

      *--- 2000 PROCESS ONE UPLOAD RECORD ---
       2000-PROCESS-ORDER-FILE.
           EVALUATE TRUE
               WHEN OC-FILE-HEADER OR OC-FILE-TRAILER
                   CONTINUE
               WHEN OR-HEADER
                   IF WS-ORD-OPEN
                       PERFORM 2600-FINISH-ORDER
           MOVE OR-REQUEST-DATE TO WS-ORD-REQUEST
           MOVE ZEROS  TO WS-ORD-LINE-CNT
           MOVE ZEROS  TO WS-ORDER-VALUE
           MOVE ZEROS  TO WS-ORD-QTY-HASH
           MOVE SPACES TO WS-CUST-PRICE-LEVEL
           MOVE SPACES TO WS-CUST-GROUP

           MOVE WS-ORD-CUST TO HV-CUST-NUMBER
           EXEC SQL
               SELECT PRICE_LEVEL, COALESCE(CUST_GROUP, ' ')
               INTO   :HV-PRICE-LEVEL, :HV-CUST-GROUP
               FROM   CUSTOMER_MASTER
               WHERE  CUST_NUMBER = :HV-CUST-NUMBER
           END-EXEC
               PERFORM 2900-WRITE-ERROR-LINE
           ELSE
               MOVE HV-PRICE-LEVEL TO WS-CUST-PRICE-LEVEL
               MOVE HV-CUST-GROUP  TO WS-CUST-GROUP
           END-IF

           MOVE WS-ORD-NUMBER TO HV-ORDER-NUMBER
               PERFORM 2900-WRITE-ERROR-LINE
           END-IF

           PERFORM 2380-VALIDATE-LINE-UOM
           PERFORM 2350-LOOKUP-UNIT-PRICE
           IF OR-DROP-SHIP
               PERFORM 2390-VALIDATE-DROP-SHIP
           END-IF

           ADD 1 TO WS-ORD-LINE-CNT
           MOVE WS-ORD-LINE-CNT TO WS-LINE-IDX
           MOVE OR-QUANTITY     TO WS-OL-QTY (WS-LINE-IDX)
           MOVE HV-UNIT-PRICE   TO WS-OL-PRICE (WS-LINE-IDX)
           MOVE OR-UOM-CODE     TO WS-OL-UOM (WS-LINE-IDX)
           MOVE OR-LINE-TYPE    TO WS-OL-TYPE (WS-LINE-IDX)
           MOVE HV-PRICE-RULE-ID TO WS-OL-RULE-ID (WS-LINE-IDX)
           MOVE HV-PRICE-SOURCE TO WS-OL-SOURCE (WS-LINE-IDX)
           COMPUTE WS-OL-STOCK-QTY (WS-LINE-IDX) ROUNDED =
               OR-QUANTITY * HV-UOM-FACTOR

      *    The line values at its quantity in selling units -
      *    ITEM_PRICE carries selling-unit prices.
           COMPUTE WS-ORDER-VALUE = WS-ORDER-VALUE
               + (HV-SELL-QTY * HV-UNIT-PRICE)
           ADD OR-QUANTITY TO WS-ORD-QTY-HASH.

       2399-LINE-EXIT.
           EXIT.

      *--- 2350 LOOK UP THE CUSTOMER'S UNIT PRICE ---
      *    PRCLKP01 prices the item by the same PRICE_RULE
      *    precedence ARBILL01 bills by, as of the order date. The
      *    quantity is converted the way ARBILL01's 2300 converts
      *    it: the keyed quantity to stocking units by 2380's
      *    factor, then to the item's selling unit ('S' role on
      *    UOM_CONVERSION), since PRICE_RULE breaks and ITEM_PRICE
      *    are in selling units. No price at either level is a hard
      *    reject here, so the order never reaches the tables only
      *    to be held unpriced at billing time.
       2350-LOOKUP-UNIT-PRICE.
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
               OR-QUANTITY * HV-UOM-FACTOR / HV-SELL-FACTOR

           MOVE HV-ITEM-NUMBER      TO PRS-ITEM-NUMBER
           MOVE HV-CUST-NUMBER      TO PRS-CUST-NUMBER
           MOVE WS-CUST-GROUP       TO PRS-CUST-GROUP
           MOVE WS-CUST-PRICE-LEVEL TO PRS-PRICE-LEVEL
           MOVE HV-SELL-QTY         TO PRS-PRICE-QTY
           MOVE WS-CURRENT-DATE     TO PRS-PRICE-DATE
           IF WS-ORD-DATE NUMERIC
               MOVE SPACES TO PRS-PRICE-DATE
               STRING WS-ORD-DATE(1:4) '-'
                      WS-ORD-DATE(5:2) '-'
                      WS-ORD-DATE(7:2)
                   DELIMITED SIZE INTO PRS-PRICE-DATE
           END-IF
           CALL 'PRCLKP01' USING PRS-PARMS

           MOVE PRS-UNIT-PRICE    TO HV-UNIT-PRICE
           MOVE PRS-PRICE-RULE-ID TO HV-PRICE-RULE-ID
           MOVE PRS-PRICE-SOURCE  TO HV-PRICE-SOURCE
           IF PRS-NO-PRICE
               MOVE 'N' TO WS-ORD-GOOD-SWITCH
               MOVE 'E03' TO ER-CODE
               MOVE 'NO PRICE ON FILE' TO ER-TEXT
               MOVE OR-ITEM-NUMBER TO ER-KEY
               PERFORM 2900-WRITE-ERROR-LINE
           END-IF.

      *--- 2380 VALIDATE THE LINE'S UNIT OF MEASURE ---
               END-IF
           END-IF.

      *--- 2390 VALIDATE A DROP-SHIP LINE ---
      *    The PO goes to the item's own vendor (the same
      *    ITEM_MASTER.VENDOR_NUMBER INVCTR01's reorder PO uses);
      *    an item with none cannot be drop-shipped.
       2390-VALIDATE-DROP-SHIP.
           MOVE SPACES TO HV-VENDOR-NUMBER
           EXEC SQL
               SELECT COALESCE(VENDOR_NUMBER, ' ')
               INTO   :HV-VENDOR-NUMBER
               FROM   ITEM_MASTER
               WHERE  ITEM_NUMBER = :HV-ITEM-NUMBER
           END-EXEC

           IF HV-VENDOR-NUMBER = SPACES
               MOVE 'N' TO WS-ORD-GOOD-SWITCH
               MOVE 'E10' TO ER-CODE
               MOVE 'DROP-SHIP ITEM HAS NO VENDOR' TO ER-TEXT
               MOVE OR-ITEM-NUMBER TO ER-KEY
               PERFORM 2900-WRITE-ERROR-LINE
           END-IF.

      *--- 2600 FINISH THE OPEN ORDER ---
       2600-FINISH-ORDER.
           MOVE 'N' TO WS-ORD-OPEN-SWITCH
               PERFORM 2700-STAGE-ORDER
               ADD 1 TO WS-ORDS-STAGED
               ADD WS-ORDER-VALUE TO WS-BATCH-VALUE
               COMPUTE WS-IF-POST-COUNT =
                   WS-IF-POST-COUNT + 1 + WS-ORD-LINE-CNT
               ADD WS-ORD-QTY-HASH TO WS-IF-POST-HASH
               MOVE 'ACCEPTED' TO RG-STATUS
           ELSE
               ADD 1 TO WS-ORDS-REJECTED
               MOVE WS-OL-WH (WS-LINE-IDX)   TO HV-WAREHOUSE-ID
               MOVE WS-OL-STOCK-QTY (WS-LINE-IDX) TO HV-STOCK-QTY
               MOVE WS-OL-UOM (WS-LINE-IDX)  TO HV-UOM-CODE
               MOVE WS-OL-RULE-ID (WS-LINE-IDX) TO HV-PRICE-RULE-ID
               MOVE WS-OL-SOURCE (WS-LINE-IDX)  TO HV-PRICE-SOURCE
               MOVE 'ST'  TO HV-LINE-TYPE
               MOVE ZEROS TO HV-PO-NUMBER
               IF WS-OL-TYPE (WS-LINE-IDX) = 'D'
                   MOVE 'DS' TO HV-LINE-TYPE
                   PERFORM 2750-CUT-DROP-SHIP-PO
               END-IF

               EXEC SQL
                   INSERT INTO SALES_ORDER_LINE
                   (ORDER_NUMBER, LINE_SEQ, ITEM_NUMBER,
                    WAREHOUSE_ID, QTY_ORDERED, QTY_ALLOCATED,
                    UOM_CODE, LINE_TYPE, DROP_SHIP_PO,
                    PRICE_RULE_ID, PRICE_SOURCE)
                   VALUES
                   (:HV-ORDER-NUMBER, :HV-LINE-SEQ,
                    :HV-ITEM-NUMBER, :HV-WAREHOUSE-ID,
                    :HV-STOCK-QTY, 0, :HV-UOM-CODE,
                    :HV-LINE-TYPE, :HV-PO-NUMBER,
                    :HV-PRICE-RULE-ID, :HV-PRICE-SOURCE)
               END-EXEC
           END-PERFORM

           EXEC SQL  COMMIT  END-EXEC.

      *--- 2750 CUT THE VENDOR PO FOR A DROP-SHIP LINE ---
      *    One PO per drop-ship line, flagged DROP_SHIP_FLAG 'Y'
      *    and carrying the customer's ship-to and the order line it
      *    fills, so the vendor ships to the customer and SHIPCF01
      *    can tie the vendor's ship notice back to the line. Same
      *    buying-unit conversion and standard-cost pricing as
      *    INVCTR01's 3150-GENERATE-PURCHASE-ORDER, but nothing goes
      *    on QTY_ON_ORDER - these goods never arrive here.
       2750-CUT-DROP-SHIP-PO.
           EXEC SQL
               SELECT I.VENDOR_NUMBER, COALESCE(I.STD_COST, 0),
                      C.CUST_NAME, COALESCE(C.SHIP_TO_ADDRESS, ' ')
               INTO   :HV-VENDOR-NUMBER, :HV-STD-COST,
                      :HV-SHIP-TO-NAME, :HV-SHIP-TO-ADDR
               FROM   ITEM_MASTER I, CUSTOMER_MASTER C
               WHERE  I.ITEM_NUMBER = :HV-ITEM-NUMBER
               AND    C.CUST_NUMBER = :HV-CUST-NUMBER
           END-EXEC

           EXEC SQL
               SELECT COALESCE(MAX(PO_NUMBER), 0) + 1
               INTO   :HV-PO-NUMBER
               FROM   PURCHASE_ORDER
           END-EXEC

           MOVE SPACES TO HV-BUY-UOM
           MOVE 1      TO HV-BUY-FACTOR
           EXEC SQL
               SELECT UOM_CODE, FACTOR_TO_STOCK
               INTO   :HV-BUY-UOM, :HV-BUY-FACTOR
               FROM   UOM_CONVERSION
               WHERE  ITEM_NUMBER = :HV-ITEM-NUMBER
               AND    UOM_ROLE    = 'B'
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SPACES TO HV-BUY-UOM
               MOVE 1      TO HV-BUY-FACTOR
           END-IF
           IF HV-BUY-FACTOR NOT > ZEROS
               MOVE 1 TO HV-BUY-FACTOR
           END-IF
           COMPUTE HV-PO-QTY-BUY ROUNDED =
               HV-STOCK-QTY / HV-BUY-FACTOR
           COMPUTE HV-PO-COST-BUY ROUNDED =
               HV-STD-COST * HV-BUY-FACTOR

           PERFORM 2760-CHECK-FUNDS-AVAILABLE
               THRU 2769-FUNDS-EXIT

           EXEC SQL
               INSERT INTO PURCHASE_ORDER
               (PO_NUMBER, VENDOR_NUMBER, ORDER_DATE, STATUS,
                DROP_SHIP_FLAG, SHIP_TO_CUST, SHIP_TO_NAME,
                SHIP_TO_ADDRESS, SO_ORDER_NUMBER, SO_LINE_SEQ,
                CREATED_BY)
               VALUES
               (:HV-PO-NUMBER, :HV-VENDOR-NUMBER, CURRENT DATE,
                :HV-PO-STATUS, 'Y', :HV-CUST-NUMBER,
                :HV-SHIP-TO-NAME, :HV-SHIP-TO-ADDR,
                :HV-ORDER-NUMBER, :HV-LINE-SEQ, 'SORDIN01')
           END-EXEC

           EXEC SQL
               INSERT INTO PO_LINE
               (PO_NUMBER, LINE_SEQ, ITEM_NUMBER, QUANTITY,
                UNIT_COST, UOM_CODE)
               VALUES
               (:HV-PO-NUMBER, 1, :HV-ITEM-NUMBER,
                :HV-PO-QTY-BUY, :HV-PO-COST-BUY, :HV-BUY-UOM)
           END-EXEC

           EXEC SQL
               INSERT INTO ENCUMBRANCE
               (PO_NUMBER, LINE_SEQ, ACCT_NUMBER, DEPT_CODE,
                PERIOD_ID, COMMIT_DATE, COMMIT_AMOUNT,
                RELIEVED_AMOUNT, STATUS, CREATED_BY)
               VALUES
               (:HV-PO-NUMBER, 1, :HV-ENC-ACCT, :HV-ENC-DEPT,
                :HV-PERIOD-ID, CURRENT DATE, :HV-PO-AMOUNT,
                0, 'OPEN', 'SORDIN01')
           END-EXEC

           ADD 1 TO WS-DROP-POS-CUT.

      *--- 2760 CHECK FUNDS AVAILABLE FOR A DROP-SHIP PO ---
      *    Same test as INVCTR01's 3160: the period's ORIG budget
      *    for the account, less actual posted this period, less
      *    open commitments. No budget row means no budget control.
      *    The order itself still stages - a held PO only waits on
      *    the budget owner before it goes to the vendor.
       2760-CHECK-FUNDS-AVAILABLE.
           MOVE 'OPEN' TO HV-PO-STATUS
           MOVE WS-ENC-DS-ACCT TO HV-ENC-ACCT
           MOVE WS-PURCH-DEPT  TO HV-ENC-DEPT
           COMPUTE HV-PO-AMOUNT ROUNDED =
               HV-PO-QTY-BUY * HV-PO-COST-BUY

      *    The department's own budget for the account governs when
      *    GLBUDG01 loaded one; otherwise the company-wide (blank
      *    department) budget does, and every department's actual
      *    and commitments count against it.
           MOVE HV-ENC-DEPT TO HV-BUD-DEPT
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(BUDGET_AMOUNT), 0)
               INTO   :HV-BUDGET-ROWS, :HV-BUDGET-AMT
               FROM   BUDGET
               WHERE  ACCT_NUMBER    = :HV-ENC-ACCT
               AND    DEPT_CODE      = :HV-BUD-DEPT
               AND    PERIOD_ID      = :HV-PERIOD-ID
               AND    BUDGET_VERSION = 'ORIG'
           END-EXEC

           IF SQLCODE = 0 AND HV-BUDGET-ROWS = ZEROS
               MOVE SPACES TO HV-BUD-DEPT
               EXEC SQL
                   SELECT COUNT(*), COALESCE(SUM(BUDGET_AMOUNT), 0)
                   INTO   :HV-BUDGET-ROWS, :HV-BUDGET-AMT
                   FROM   BUDGET
                   WHERE  ACCT_NUMBER    = :HV-ENC-ACCT
                   AND    DEPT_CODE      = :HV-BUD-DEPT
                   AND    PERIOD_ID      = :HV-PERIOD-ID
                   AND    BUDGET_VERSION = 'ORIG'
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0 OR HV-BUDGET-ROWS = ZEROS
               GO TO 2769-FUNDS-EXIT
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(CASE JL.DR_CR_IND
                                   WHEN 'D' THEN JL.AMOUNT
                                   ELSE 0 - JL.AMOUNT END), 0)
               INTO   :HV-ACTUAL-AMT
               FROM   GL_JOURNAL_LINE JL
               JOIN   GL_JOURNAL GJ
                      ON GJ.JOURNAL_ID = JL.JOURNAL_ID
               WHERE  GJ.PERIOD_ID   = :HV-PERIOD-ID
               AND    GJ.STATUS IN ('OPEN', 'POSTED')
               AND    JL.ACCT_NUMBER = :HV-ENC-ACCT
               AND   (:HV-BUD-DEPT = '    '
                      OR COALESCE(JL.DEPT_CODE, '    ')
                         = :HV-BUD-DEPT)
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(COMMIT_AMOUNT
                                   - RELIEVED_AMOUNT), 0)
               INTO   :HV-COMMITTED-AMT
               FROM   ENCUMBRANCE
               WHERE  ACCT_NUMBER = :HV-ENC-ACCT
               AND    STATUS      = 'OPEN'
               AND   (:HV-BUD-DEPT = '    '
                      OR DEPT_CODE = :HV-BUD-DEPT)
           END-EXEC

           COMPUTE HV-FUNDS-AVAIL =
               HV-BUDGET-AMT - HV-ACTUAL-AMT - HV-COMMITTED-AMT

           IF HV-PO-AMOUNT NOT > HV-FUNDS-AVAIL
               GO TO 2769-FUNDS-EXIT
           END-IF

           COMPUTE WS-FUNDS-SHORT = HV-PO-AMOUNT - HV-FUNDS-AVAIL
           COMPUTE WS-FUNDS-TOLERANCE ROUNDED =
               HV-BUDGET-AMT * WS-BUDGET-TOL-PCT / 100
           MOVE HV-PO-NUMBER     TO WS-EXC-PO-NUMBER
           MOVE WS-EXC-PO-NUMBER TO HV-EXC-KEY

           IF WS-FUNDS-SHORT > WS-FUNDS-TOLERANCE
               MOVE 'HOLD' TO HV-PO-STATUS
               ADD 1 TO WS-BUDGET-HOLD-COUNT
               MOVE 'E'           TO HV-EXC-SEVERITY
               MOVE 'BUDGET-HOLD' TO HV-EXC-REASON
           ELSE
               ADD 1 TO WS-BUDGET-WARN-COUNT
               MOVE 'W'           TO HV-EXC-SEVERITY
               MOVE 'OVER-BUDGET' TO HV-EXC-REASON
           END-IF
           PERFORM 9700-LOG-EXCEPTION.

       2769-FUNDS-EXIT.
           EXIT.

      *--- 2900 WRITE ONE ERROR REPORT LINE ---
       2900-WRITE-ERROR-LINE.
           MOVE WS-ORD-NUMBER TO ER-ORDER
           MOVE 'Accepted Value:     '  TO SL-LABEL
           MOVE WS-BATCH-VALUE         TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Drop-Ship POs Cut:  '  TO SL-LABEL
           MOVE WS-DROP-POS-CUT        TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'POs Over Budget:    '  TO SL-LABEL
           MOVE WS-BUDGET-WARN-COUNT   TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'POs Held on Budget: '  TO SL-LABEL
           MOVE WS-BUDGET-HOLD-COUNT   TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Upload Records:     '  TO SL-LABEL
           MOVE WS-IF-RECV-COUNT       TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-IF-REJECTED
               MOVE '*** UPLOAD REJECTED ON INTERFACE CONTROLS ***'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *--- 9650 STAMP WHAT POSTED ON THE UPLOAD'S CONTROL ROW ---
      *    Records of accepted orders and their line quantities; the
      *    gap to the received totals is what the edits turned away.
       9650-RECORD-POSTED-TOTALS.
           IF NOT WS-IF-REJECTED
               MOVE WS-IF-NAME       TO HV-IF-NAME
               MOVE WS-IF-RUN-ID     TO HV-IF-RUN-ID
               MOVE WS-IF-POST-COUNT TO HV-IF-POST-COUNT
               MOVE WS-IF-POST-HASH  TO HV-IF-POST-HASH
               EXEC SQL
                   UPDATE BATCH_RUN_CONTROL
                   SET    POSTED_COUNT = :HV-IF-POST-COUNT,
                          POSTED_HASH  = :HV-IF-POST-HASH,
                          RUN_STATUS   = 'POSTED',
                          END_DATE     = CURRENT DATE,
                          END_TIME     = CURRENT TIME
                   WHERE  JOB_NAME      = :HV-IF-NAME
                   AND    SOURCE_RUN_ID = :HV-IF-RUN-ID
                   AND    RECV_JOB      = 'SORDIN01'
               END-EXEC
               EXEC SQL  COMMIT  END-EXEC
           END-IF.

      *--- 9700 LOG A STANDARD EXCEPTION ROW ---
      *    Same EXCEPTION_LOG shape the other nightly programs
      *    write, so a budget hold reaches EXCRPT01's morning report.
       9700-LOG-EXCEPTION.
           EXEC SQL
               INSERT INTO EXCEPTION_LOG
               (PROGRAM_NAME, RUN_DATE, PERIOD_ID, SEVERITY,
                REASON_CODE, KEY_VALUE, RESOLVED_FLAG,
                CREATED_TIME)
               VALUES
               ('SORDIN01', CURRENT DATE, :HV-PERIOD-ID,
                :HV-EXC-SEVERITY, :HV-EXC-REASON, :HV-EXC-KEY,
                'N', CURRENT TIME)
           END-EXEC.

      *--- 9000 TERMINATE ---
       9000-TERMINATE.
