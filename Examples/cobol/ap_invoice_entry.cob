      *                FX_RATE_TABLE rate for the invoice date;
      *                APPAY01 computes realized gain/loss against
      *                that booking rate at settlement
      *              - A drop-ship PO (DROP_SHIP_FLAG 'Y') is never
      *                received here: its receipt leg matches the
      *                DSHP rows SHIPCF01 writes from the vendor's
      *                ship notice instead of RECV rows
      *              - A prepaid line (insurance, annual licenses,
      *                rent billed ahead) carries its service start
      *                and end period and the expense account and
      *                department it belongs to; it debits the 1300
      *                prepaid asset instead of expense and builds a
      *                PREPAID_SCHEDULE that PPDAMR01 amortizes
      *              - Goods the vendor charged no tax on are checked
      *                for use tax: a purchase-taxable item received
      *                into a warehouse accrues its TAX_JURISDICTION
      *                rate to 2410 use tax payable, grossing up 6190
      *                tax expense, and lands on AP_USE_TAX_HISTORY
      *                for APUTX01's monthly use-tax return
      *              - A matched invoice relieves the budget
      *                commitment (ENCUMBRANCE) its PO lines carry,
      *                at the PO price for the quantity vouchered; an
      *                invoice against a PO still on budget HOLD is
      *                held until the budget owner releases the PO
      *              - The batch carries the standard interface header
      *                (FHDR) and trailer (FTRL) with record count,
      *                invoice-total hash and the sending system's run
      *                ID. The whole file is proven against its
      *                trailer before any invoice records; a mismatch
      *                rejects the file and nothing posts. Sent,
      *                received and posted totals go on the APINVIN
      *                row of BATCH_RUN_CONTROL for IFBAL01
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APINV01.
      *        FAREG01's capitalization pass picks these up off
      *        AP_INVOICE_LINE.ASSET_FLAG once the invoice matches.
               10  IR-ASSET-FLAG       PIC X(1).
      *        'Y' marks a service billed in advance. Start and end
      *        are YYYYMM service periods; the expense account and
      *        department are where each month's share lands.
               10  IR-PREPAID-FLAG     PIC X(1).
                       88  IR-PREPAID         VALUE 'Y'.
               10  IR-SVC-START        PIC X(6).
               10  IR-SVC-END          PIC X(6).
               10  IR-EXPENSE-ACCT     PIC X(6).
               10  IR-EXPENSE-DEPT     PIC X(4).
      *        Sales tax the vendor billed on the line, if any; it
      *        foots into the invoice total with the line.
               10  IR-VENDOR-TAX       PIC S9(7)V99 COMP-3.
               10  FILLER              PIC X(65).

      *    Standard interface header (FHDR) and trailer (FTRL). The
      *    trailer counts every record between the pair and hashes
      *    IR-INVOICE-TOTAL over the header records.
       01  INVOICE-CONTROL-RECORD.
           05  IC-RECORD-ID        PIC X(4).
                   88  IC-FILE-HEADER     VALUE 'FHDR'.
                   88  IC-FILE-TRAILER    VALUE 'FTRL'.
           05  IC-INTERFACE-NAME   PIC X(8).
           05  IC-SOURCE-JOB       PIC X(8).
           05  IC-SOURCE-RUN-ID    PIC X(26).
           05  IC-RECORD-COUNT     PIC 9(9).
           05  IC-AMOUNT-HASH      PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC X(49).

       FD  REPORT-FILE
           RECORDING MODE IS F
               88  WS-INV-OPEN               VALUE 'Y'.
           05  WS-MATCH-SWITCH      PIC X(1) VALUE 'Y'.
               88  WS-INV-MATCHED            VALUE 'Y'.
           05  WS-PPD-EOF-SWITCH    PIC X(1) VALUE 'N'.
               88  WS-PPD-EOF                VALUE 'Y'.
           05  WS-ENC-EOF-SWITCH    PIC X(1) VALUE 'N'.
               88  WS-ENC-EOF                VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LINE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-INV-MATCHED-CNT   PIC S9(7) COMP VALUE ZEROS.
           05  WS-INV-HELD-CNT      PIC S9(7) COMP VALUE ZEROS.
           05  WS-ERROR-COUNT       PIC S9(7) COMP VALUE ZEROS.
           05  WS-SCHEDULES-BUILT   PIC S9(7) COMP VALUE ZEROS.
           05  WS-USE-TAX-LINES     PIC S9(7) COMP VALUE ZEROS.
           05  WS-INV-USE-TAX-LINES PIC S9(7) COMP VALUE ZEROS.

       01  WS-WORK.
           05  WS-CURRENT-DATE      PIC X(8).
           05  WS-FREIGHT-EXP-ACCT  PIC X(6) VALUE '6170'.
           05  WS-PURCH-DEPT        PIC X(4) VALUE 'D200'.
           05  WS-LANDED-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05  WS-PREPAID-ACCT      PIC X(6) VALUE '1300'.
           05  WS-USE-TAX-ACCT      PIC X(6) VALUE '2410'.
           05  WS-TAX-EXP-ACCT      PIC X(6) VALUE '6190'.
           05  WS-VENDOR-TAX-TOTAL  PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05  WS-USE-TAX-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05  WS-COMBINED-RATE     PIC S9V9(6) COMP-3 VALUE ZEROS.
           05  WS-PREPAID-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05  WS-PREPAID-USD       PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05  WS-SLICE-AMT         PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05  WS-SCHED-SEQ         PIC S9(4) COMP VALUE ZEROS.
           05  WS-SVC-START-PERIOD.
               10  WS-SVC-START-YEAR  PIC 9(4).
               10  WS-SVC-START-MONTH PIC 9(2).
           05  WS-SVC-END-PERIOD.
               10  WS-SVC-END-YEAR    PIC 9(4).
               10  WS-SVC-END-MONTH   PIC 9(2).

      *--- Upload interface controls: what the trailer claims,
      *    what was actually read, and what was recorded.
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
           05  WS-IF-NAME           PIC X(8)  VALUE 'APINVIN'.
           05  WS-IF-SOURCE-JOB     PIC X(8)  VALUE SPACES.
           05  WS-IF-RUN-ID         PIC X(26) VALUE SPACES.
           05  WS-IF-SENT-COUNT     PIC S9(9) COMP VALUE ZEROS.
           05  WS-IF-SENT-HASH      PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-IF-RECV-COUNT     PIC S9(9) COMP VALUE ZEROS.
           05  WS-IF-RECV-HASH      PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-IF-POST-COUNT     PIC S9(9) COMP VALUE ZEROS.
           05  WS-IF-POST-HASH      PIC S9(13)V99 COMP-3 VALUE ZEROS.

      *--- SQLCA ---
       01  SQLCA.
           05  HV-PO-NUMBER         PIC S9(9) COMP.
           05  HV-PO-VENDOR         PIC X(10).
           05  HV-PO-STATUS         PIC X(8).
           05  HV-PO-DROP-SHIP      PIC X(1).
           05  HV-RECEIPT-TYPE      PIC X(4).
           05  HV-INVOICE-DATE      PIC X(8).
           05  HV-INVOICE-ISO       PIC X(10).
           05  HV-INVOICE-TOTAL     PIC S9(9)V99 COMP-3.
           05  HV-USD-TOTAL         PIC S9(9)V99 COMP-3.
           05  HV-GOODS-AMT         PIC S9(11)V99 COMP-3.
           05  HV-LANDED-AMT        PIC S9(11)V99 COMP-3.
           05  HV-PREPAID-FLAG      PIC X(1).
           05  HV-SVC-START         PIC X(6).
           05  HV-SVC-END           PIC X(6).
           05  HV-EXPENSE-ACCT      PIC X(6).
           05  HV-EXPENSE-DEPT      PIC X(4).
           05  HV-ACCT-COUNT        PIC S9(9) COMP.
           05  HV-PREPAID-AMT       PIC S9(11)V99 COMP-3.
           05  HV-TERM-MONTHS       PIC S9(4) COMP.
           05  HV-AMORT-PERIOD      PIC X(6).
           05  HV-SLICE-AMT         PIC S9(11)V99 COMP-3.
           05  HV-VENDOR-TAX        PIC S9(7)V99 COMP-3.
           05  HV-VENDOR-TAX-USD    PIC S9(11)V99 COMP-3.
           05  HV-PURCH-TAXABLE     PIC X(1).
           05  HV-WAREHOUSE-ID      PIC X(4).
           05  HV-USE-TAX-JURIS     PIC X(6).
           05  HV-USE-TAX-BASE      PIC S9(11)V99 COMP-3.
           05  HV-USE-TAX-AMT       PIC S9(11)V99 COMP-3.
           05  HV-USE-TAX-USD       PIC S9(11)V99 COMP-3.
           05  HV-STATE-RATE        PIC S9V9(6) COMP-3.
           05  HV-COUNTY-RATE       PIC S9V9(6) COMP-3.
           05  HV-CITY-RATE         PIC S9V9(6) COMP-3.
           05  HV-EXC-SEVERITY      PIC X(1).
           05  HV-EXC-REASON        PIC X(12).
           05  HV-EXC-KEY           PIC X(30).
           05  HV-EXC-DUP-COUNT     PIC S9(9) COMP.
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
           05  HV-ENC-LINE-SEQ      PIC S9(5) COMP.
           05  HV-ENC-RELIEF        PIC S9(11)V99 COMP-3.

      *--- HEADER LINES ---
       01  HDR1.
           IF WS-INV-OPEN
               PERFORM 2700-FINISH-INVOICE
           END-IF
           PERFORM 9650-RECORD-POSTED-TOTALS
           PERFORM 3000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

           MOVE WS-CURRENT-DATE TO H2-DATE
           PERFORM 9100-PRINT-HEADERS
           PERFORM 1500-VERIFY-INTERFACE-FILE

           READ INVOICE-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *--- 1500 PROVE THE UPLOAD AGAINST ITS TRAILER ---
      *    A full pass before anything posts: the file must open on
      *    its FHDR, close on its FTRL, and the FTRL's count and
      *    hash must match what was read. Any failure rejects the
      *    whole upload - a part-loaded file is worse than none.
       1500-VERIFY-INTERFACE-FILE.
           READ INVOICE-FILE
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

           CLOSE INVOICE-FILE
           OPEN INPUT INVOICE-FILE
           MOVE 'N' TO WS-EOF-SWITCH

           IF WS-IF-REJECTED
               DISPLAY 'APINV01: APINVIN FAILED INTERFACE CONTROLS'
                   ' - FILE REJECTED, NOTHING POSTED'
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
               WHEN IC-FILE-HEADER
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
               WHEN IC-FILE-TRAILER
                   PERFORM 1530-CLOSE-UPLOAD
                       THRU 1539-CLOSE-UPLOAD-EXIT
               WHEN WS-IF-HEADER-SEEN
                   ADD 1 TO WS-IF-RECV-COUNT
                   IF IR-HEADER
                       ADD IR-INVOICE-TOTAL TO WS-IF-RECV-HASH
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-IF-STRAY-COUNT
                   IF WS-IF-STRAY-COUNT = 1
                       MOVE 'IF-NO-HEADER' TO HV-EXC-REASON
                       MOVE WS-IF-NAME     TO HV-EXC-KEY
                       PERFORM 1580-REJECT-INTERFACE-FILE
                   END-IF
           END-EVALUATE

           READ INVOICE-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *--- 1520 OPEN THE UPLOAD ON ITS FHDR ---
      *    The header must name this interface, and a run ID some
      *    earlier run already received (and did not reject) is the
      *    same upload twice.
       1520-OPEN-UPLOAD.
           MOVE 'Y'               TO WS-IF-HEADER-SW
           MOVE IC-SOURCE-JOB     TO WS-IF-SOURCE-JOB
           MOVE IC-SOURCE-RUN-ID  TO WS-IF-RUN-ID

           IF IC-INTERFACE-NAME NOT = WS-IF-NAME
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

           IF IC-INTERFACE-NAME NOT = WS-IF-NAME
               OR IC-SOURCE-RUN-ID NOT = WS-IF-RUN-ID
               OR IC-RECORD-COUNT NOT NUMERIC
               OR IC-AMOUNT-HASH NOT NUMERIC
               MOVE 'IF-BAD-TRLR' TO HV-EXC-REASON
               PERFORM 1570-BUILD-UPLOAD-KEY
               PERFORM 1580-REJECT-INTERFACE-FILE
               GO TO 1539-CLOSE-UPLOAD-EXIT
           END-IF

           MOVE IC-RECORD-COUNT TO WS-IF-SENT-COUNT
           MOVE IC-AMOUNT-HASH  TO WS-IF-SENT-HASH

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
           MOVE SPACES TO REPORT-LINE
           STRING '*** APINVIN REJECTED - INTERFACE CONTROL '
                  HV-EXC-REASON ' ' HV-EXC-KEY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE 'E' TO HV-EXC-SEVERITY
           PERFORM 9700-LOG-EXCEPTION.

      *--- 1600 RECORD THE UPLOAD'S RECEIVED TOTALS ---
      *    Receipt is stamped on the sender's APINVIN row for this
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
                      RECV_JOB     = 'APINV01',
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
                    :HV-IF-SENT-COUNT, :HV-IF-SENT-HASH, 'APINV01',
                    :HV-IF-RECV-COUNT, :HV-IF-RECV-HASH,
                    0, 0)
               END-EXEC
           END-IF

           EXEC SQL  COMMIT  END-EXEC.

       1699-RECEIVED-EXIT.
           EXIT.

      *--- 2000 PROCESS ONE INVOICE-FILE RECORD ---
      *    An 'H' record closes out the prior invoice (posting or
      *    holding it) and opens a new one; each 'L' record is matched
      *    as it arrives so a bad line flips the whole invoice to HOLD.
       2000-PROCESS-INVOICE-FILE.
           EVALUATE TRUE
               WHEN IC-FILE-HEADER OR IC-FILE-TRAILER
                   CONTINUE
               WHEN IR-HEADER
                   IF WS-INV-OPEN
                       PERFORM 2700-FINISH-INVOICE
                   END-IF
                   PERFORM 2100-START-INVOICE
                   ADD 1 TO WS-IF-POST-COUNT
                   ADD IR-INVOICE-TOTAL TO WS-IF-POST-HASH
               WHEN IR-LINE
                   IF WS-INV-OPEN
                       PERFORM 2300-MATCH-INVOICE-LINE
                           THRU 2399-MATCH-LINE-EXIT
                       ADD 1 TO WS-IF-POST-COUNT
                   ELSE
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
           MOVE SPACES TO WS-HOLD-REASON
           MOVE ZEROS  TO WS-INV-LINE-TOTAL
           MOVE ZEROS  TO WS-LANDED-TOTAL
           MOVE ZEROS  TO WS-PREPAID-TOTAL
           MOVE ZEROS  TO WS-PREPAID-USD
           MOVE ZEROS  TO WS-VENDOR-TAX-TOTAL
           MOVE ZEROS  TO WS-USE-TAX-TOTAL
           MOVE ZEROS  TO WS-INV-USE-TAX-LINES

           MOVE IR-VENDOR-NUMBER TO HV-VENDOR-NUMBER
           MOVE IR-INVOICE-NO    TO HV-INVOICE-NO
               HV-INVOICE-TOTAL * HV-FX-RATE

      *    The PO must exist and belong to the invoicing vendor.
           MOVE 'N' TO HV-PO-DROP-SHIP
           EXEC SQL
               SELECT VENDOR_NUMBER, STATUS,
                      COALESCE(DROP_SHIP_FLAG, 'N')
               INTO   :HV-PO-VENDOR, :HV-PO-STATUS,
                      :HV-PO-DROP-SHIP
               FROM   PURCHASE_ORDER
               WHERE  PO_NUMBER = :HV-PO-NUMBER
           END-EXEC
                   MOVE 'N' TO WS-MATCH-SWITCH
                   MOVE 'VENDOR/PO MISMATCH' TO WS-HOLD-REASON
               END-IF
               IF HV-PO-STATUS = 'HOLD'
                   MOVE 'N' TO WS-MATCH-SWITCH
                   MOVE 'PO ON BUDGET HOLD' TO WS-HOLD-REASON
               END-IF
           END-IF

           EXEC SQL
           MOVE IR-ITEM-NUMBER TO HV-ITEM-NUMBER
           MOVE IR-QUANTITY    TO HV-QUANTITY
           MOVE IR-UNIT-COST   TO HV-UNIT-COST
           MOVE ZEROS          TO HV-VENDOR-TAX
           IF IR-VENDOR-TAX NUMERIC
               MOVE IR-VENDOR-TAX TO HV-VENDOR-TAX
           END-IF

           COMPUTE WS-LINE-TOTAL = HV-QUANTITY * HV-UNIT-COST
           ADD WS-LINE-TOTAL TO WS-INV-LINE-TOTAL
           ADD HV-VENDOR-TAX TO WS-INV-LINE-TOTAL
           ADD HV-VENDOR-TAX TO WS-VENDOR-TAX-TOTAL

           MOVE 'MATCHED' TO HV-MATCH-STATUS

               GO TO 2399-MATCH-LINE-EXIT
           END-IF

      *    A prepaid service is billed ahead of delivery - there is
      *    no receipt to match it to either, so it records against
      *    its service period and expense coding instead.
           IF IR-PREPAID
               PERFORM 2370-INSERT-PREPAID-LINE
                   THRU 2379-PREPAID-EXIT
               GO TO 2399-MATCH-LINE-EXIT
           END-IF

           EXEC SQL
               SELECT QUANTITY, UNIT_COST, COALESCE(UOM_CODE, ' ')
               INTO   :HV-PO-QUANTITY, :HV-PO-UNIT-COST,
               MOVE 'Y' TO HV-ASSET-FLAG
           END-IF

           PERFORM 2360-EVALUATE-USE-TAX
               THRU 2369-USE-TAX-EXIT

           EXEC SQL
               INSERT INTO AP_INVOICE_LINE
               (INVOICE_ID, LINE_SEQ, PO_LINE_SEQ, ITEM_NUMBER,
                QUANTITY, UNIT_COST, MATCH_STATUS, ASSET_FLAG,
                VENDOR_TAX_AMT, USE_TAX_JURIS, USE_TAX_BASE,
                USE_TAX_AMT)
               VALUES
               (:HV-INVOICE-ID, :HV-LINE-SEQ, :HV-LINE-SEQ,
                :HV-ITEM-NUMBER, :HV-QUANTITY, :HV-UNIT-COST,
                :HV-MATCH-STATUS, :HV-ASSET-FLAG,
                :HV-VENDOR-TAX, :HV-USE-TAX-JURIS, :HV-USE-TAX-BASE,
                :HV-USE-TAX-USD)
           END-EXEC.

       2399-MATCH-LINE-EXIT.
           EXIT.

      *--- 2360 EVALUATE USE TAX ON A GOODS LINE ---
      *    Only when the vendor billed no tax of its own, the item
      *    is flagged purchase-taxable on ITEM_MASTER (consumed
      *    here, not bought for resale), and the goods came into
      *    one of our warehouses - a drop-ship PO's goods go
      *    straight to the customer. The rate is the combined
      *    state/county/city rate on the receiving warehouse's
      *    TAX_JURISDICTION in effect on the invoice date, the same
      *    effective-date pick ARBILL01's 2600-COMPUTE-ORDER-TAX
      *    makes for sales tax. Base and tax are carried in booked
      *    USD on the line; a warehouse with no jurisdiction or no
      *    rate is logged rather than silently skipped.
       2360-EVALUATE-USE-TAX.
           MOVE SPACES TO HV-USE-TAX-JURIS
           MOVE ZEROS  TO HV-USE-TAX-BASE
           MOVE ZEROS  TO HV-USE-TAX-USD

           IF HV-VENDOR-TAX NOT = ZEROS
               OR HV-PO-DROP-SHIP = 'Y'
               GO TO 2369-USE-TAX-EXIT
           END-IF

           MOVE 'N' TO HV-PURCH-TAXABLE
           EXEC SQL
               SELECT COALESCE(PURCH_TAXABLE_FLAG, 'N')
               INTO   :HV-PURCH-TAXABLE
               FROM   ITEM_MASTER
               WHERE  ITEM_NUMBER = :HV-ITEM-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0 OR HV-PURCH-TAXABLE NOT = 'Y'
               GO TO 2369-USE-TAX-EXIT
           END-IF

           EXEC SQL
               SELECT WAREHOUSE_ID
               INTO   :HV-WAREHOUSE-ID
               FROM   INVENTORY_TRANSACTION
               WHERE  ITEM_NUMBER = :HV-ITEM-NUMBER
               AND    TRANS_TYPE  = 'RECV'
               AND    PO_NUMBER   = :HV-PO-NUMBER
               ORDER BY TRANS_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0
               GO TO 2369-USE-TAX-EXIT
           END-IF

           EXEC SQL
               SELECT COALESCE(TAX_JURISDICTION, ' ')
               INTO   :HV-USE-TAX-JURIS
               FROM   WAREHOUSE_MASTER
               WHERE  WAREHOUSE_ID = :HV-WAREHOUSE-ID
           END-EXEC
           IF SQLCODE NOT = 0 OR HV-USE-TAX-JURIS = SPACES
               MOVE SPACES          TO HV-USE-TAX-JURIS
               MOVE 'W'             TO HV-EXC-SEVERITY
               MOVE 'NO-WHSEJURIS'  TO HV-EXC-REASON
               MOVE HV-WAREHOUSE-ID TO HV-EXC-KEY
               PERFORM 9700-LOG-EXCEPTION
               GO TO 2369-USE-TAX-EXIT
           END-IF

           EXEC SQL
               SELECT STATE_RATE, COALESCE(COUNTY_RATE, 0),
                      COALESCE(CITY_RATE, 0)
               INTO   :HV-STATE-RATE, :HV-COUNTY-RATE,
                      :HV-CITY-RATE
               FROM   TAX_JURISDICTION
               WHERE  JURIS_CODE     = :HV-USE-TAX-JURIS
               AND    EFFECTIVE_DATE <= DATE(:HV-INVOICE-ISO)
               ORDER BY EFFECTIVE_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'W'              TO HV-EXC-SEVERITY
               MOVE 'NO-TAXJURIS'    TO HV-EXC-REASON
               MOVE HV-USE-TAX-JURIS TO HV-EXC-KEY
               MOVE SPACES           TO HV-USE-TAX-JURIS
               PERFORM 9700-LOG-EXCEPTION
               GO TO 2369-USE-TAX-EXIT
           END-IF

           COMPUTE WS-COMBINED-RATE =
               HV-STATE-RATE + HV-COUNTY-RATE + HV-CITY-RATE
           COMPUTE HV-USE-TAX-BASE ROUNDED =
               WS-LINE-TOTAL * HV-FX-RATE
           COMPUTE HV-USE-TAX-USD ROUNDED =
               HV-USE-TAX-BASE * WS-COMBINED-RATE
           ADD HV-USE-TAX-USD TO WS-USE-TAX-TOTAL
           ADD 1 TO WS-INV-USE-TAX-LINES.

       2369-USE-TAX-EXIT.
           EXIT.

      *--- 2370 RECORD A PREPAID SERVICE LINE ---
      *    The service period must be two real YYYYMM periods in
      *    order and the expense account must be on the chart - a
      *    line that would amortize nowhere holds the invoice. The
      *    schedule itself is only built in 2750 once the whole
      *    invoice matches, so a held invoice never amortizes.
       2370-INSERT-PREPAID-LINE.
           MOVE 'PREPAID'       TO HV-MATCH-STATUS
           MOVE 'Y'             TO HV-PREPAID-FLAG
           MOVE IR-SVC-START    TO HV-SVC-START
           MOVE IR-SVC-END      TO HV-SVC-END
           MOVE IR-EXPENSE-ACCT TO HV-EXPENSE-ACCT
           MOVE IR-EXPENSE-DEPT TO HV-EXPENSE-DEPT
           ADD WS-LINE-TOTAL    TO WS-PREPAID-TOTAL

           MOVE ZEROS TO HV-ACCT-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-ACCT-COUNT
               FROM   CHART_OF_ACCOUNTS
               WHERE  ACCT_NUMBER = :HV-EXPENSE-ACCT
           END-EXEC

           IF IR-SVC-START NOT NUMERIC
               OR IR-SVC-END NOT NUMERIC
               OR HV-ACCT-COUNT = ZEROS
               MOVE 'PPD-BAD' TO HV-MATCH-STATUS
           ELSE
               MOVE IR-SVC-START TO WS-SVC-START-PERIOD
               MOVE IR-SVC-END   TO WS-SVC-END-PERIOD
               IF WS-SVC-START-MONTH < 1 OR WS-SVC-START-MONTH > 12
                   OR WS-SVC-END-MONTH < 1 OR WS-SVC-END-MONTH > 12
                   OR IR-SVC-END < IR-SVC-START
                   MOVE 'PPD-BAD' TO HV-MATCH-STATUS
               END-IF
           END-IF

           IF HV-MATCH-STATUS = 'PPD-BAD'
               PERFORM 2350-HOLD-INVOICE-LINE
           END-IF

           EXEC SQL
               INSERT INTO AP_INVOICE_LINE
               (INVOICE_ID, LINE_SEQ, PO_LINE_SEQ, ITEM_NUMBER,
                QUANTITY, UNIT_COST, MATCH_STATUS, PREPAID_FLAG,
                SVC_START_PERIOD, SVC_END_PERIOD, EXPENSE_ACCT,
                DEPT_CODE, VENDOR_TAX_AMT)
               VALUES
               (:HV-INVOICE-ID, :HV-LINE-SEQ, 0,
                :HV-ITEM-NUMBER, :HV-QUANTITY, :HV-UNIT-COST,
                :HV-MATCH-STATUS, :HV-PREPAID-FLAG,
                :HV-SVC-START, :HV-SVC-END, :HV-EXPENSE-ACCT,
                :HV-EXPENSE-DEPT, :HV-VENDOR-TAX)
           END-EXEC.

       2379-PREPAID-EXIT.
           EXIT.

      *--- 2380 RECORD A FREIGHT/DUTY LINE FOR APPORTIONMENT ---
      *    The landed value accumulates separately: 2800 debits it
      *    to freight expense, not to the 2100 receipt accrual -
               INSERT INTO AP_INVOICE_LINE
               (INVOICE_ID, LINE_SEQ, PO_LINE_SEQ, ITEM_NUMBER,
                QUANTITY, UNIT_COST, MATCH_STATUS,
                LANDED_COST_TYPE, APPORTIONED_FLAG, VENDOR_TAX_AMT)
               VALUES
               (:HV-INVOICE-ID, :HV-LINE-SEQ, 0,
                :HV-ITEM-NUMBER, :HV-QUANTITY, :HV-UNIT-COST,
                :HV-MATCH-STATUS, :HV-LANDED-TYPE, 'N',
                :HV-VENDOR-TAX)
           END-EXEC.

      *--- 2350 FLAG THE LINE MISMATCH ON THE INVOICE ---
                           TO WS-HOLD-REASON
                   WHEN 'QTY-RECV'
                       MOVE 'QTY EXCEEDS RECEIPTS' TO WS-HOLD-REASON
                   WHEN 'PPD-BAD'
                       MOVE 'PREPAID TERMS INVALID' TO WS-HOLD-REASON
               END-EVALUATE
           END-IF.

      *--- 2400 MATCH THE INVOICE LINE TO RECEIPTS ---
      *    Received-to-date for the item on this PO, less quantity
      *    already vouchered by prior matched invoice lines, must
      *    cover what this line bills. A drop-ship PO's receipts
      *    are the vendor-confirmed DSHP shipments.
       2400-MATCH-RECEIPTS.
           MOVE 'RECV' TO HV-RECEIPT-TYPE
           IF HV-PO-DROP-SHIP = 'Y'
               MOVE 'DSHP' TO HV-RECEIPT-TYPE
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(QUANTITY), 0)
               INTO   :HV-RECV-QUANTITY
               FROM   INVENTORY_TRANSACTION
               WHERE  ITEM_NUMBER = :HV-ITEM-NUMBER
               AND    TRANS_TYPE  = :HV-RECEIPT-TYPE
               AND    PO_NUMBER   = :HV-PO-NUMBER
           END-EXEC

                          MATCH_DATE = CURRENT DATE
                   WHERE  INVOICE_ID = :HV-INVOICE-ID
               END-EXEC
               IF WS-PREPAID-TOTAL NOT = ZEROS
                   PERFORM 2750-BUILD-PREPAID-SCHEDULES
               END-IF
               IF WS-USE-TAX-TOTAL NOT = ZEROS
                   PERFORM 2770-RECORD-USE-TAX
               END-IF
               PERFORM 2780-RELIEVE-ENCUMBRANCE
               PERFORM 2800-POST-ACCRUAL-RELIEF
               ADD 1 TO WS-INV-MATCHED-CNT
               MOVE 'MATCHED' TO ID-STATUS

           PERFORM 2900-WRITE-INVOICE-DETAIL.

      *--- 2750 BUILD AMORTIZATION SCHEDULES FOR PREPAID LINES ---
      *    One PREPAID_EXPENSE row per prepaid line, at its booked
      *    USD value, and one PENDING PREPAID_SCHEDULE slice per
      *    service month; the last slice takes the rounding so the
      *    slices foot to the line. The rounded line values also
      *    accumulate into WS-PREPAID-USD, the 1300 debit 2800
      *    books, so the asset and its schedules agree to the cent.
       2750-BUILD-PREPAID-SCHEDULES.
           MOVE 'N' TO WS-PPD-EOF-SWITCH

           EXEC SQL
               DECLARE PPD-CUR CURSOR FOR
               SELECT LINE_SEQ, QUANTITY, UNIT_COST,
                      SVC_START_PERIOD, SVC_END_PERIOD,
                      EXPENSE_ACCT, COALESCE(DEPT_CODE, ' ')
               FROM   AP_INVOICE_LINE
               WHERE  INVOICE_ID   = :HV-INVOICE-ID
               AND    PREPAID_FLAG = 'Y'
               ORDER BY LINE_SEQ
           END-EXEC

           EXEC SQL  OPEN PPD-CUR  END-EXEC

           PERFORM UNTIL WS-PPD-EOF
               EXEC SQL
                   FETCH PPD-CUR
                   INTO :HV-LINE-SEQ, :HV-QUANTITY, :HV-UNIT-COST,
                        :HV-SVC-START, :HV-SVC-END,
                        :HV-EXPENSE-ACCT, :HV-EXPENSE-DEPT
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-PPD-EOF-SWITCH
               ELSE
                   PERFORM 2760-BUILD-ONE-SCHEDULE
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE PPD-CUR  END-EXEC.

      *--- 2760 SCHEDULE ONE PREPAID LINE ---
       2760-BUILD-ONE-SCHEDULE.
           COMPUTE HV-PREPAID-AMT ROUNDED =
               HV-QUANTITY * HV-UNIT-COST * HV-FX-RATE
           ADD HV-PREPAID-AMT TO WS-PREPAID-USD
           ADD 1 TO WS-SCHEDULES-BUILT

           MOVE HV-SVC-START TO WS-SVC-START-PERIOD
           MOVE HV-SVC-END   TO WS-SVC-END-PERIOD
           COMPUTE HV-TERM-MONTHS =
               ((WS-SVC-END-YEAR - WS-SVC-START-YEAR) * 12)
               + WS-SVC-END-MONTH - WS-SVC-START-MONTH + 1

           EXEC SQL
               INSERT INTO PREPAID_EXPENSE
               (AP_INVOICE_ID, LINE_SEQ, VENDOR_NUMBER, INVOICE_NO,
                EXPENSE_ACCT, DEPT_CODE, PREPAID_AMOUNT,
                TERM_MONTHS, START_PERIOD, END_PERIOD,
                BOOKED_PERIOD, AMORTIZED_AMOUNT, STATUS, CREATED_BY)
               VALUES
               (:HV-INVOICE-ID, :HV-LINE-SEQ, :HV-VENDOR-NUMBER,
                :HV-INVOICE-NO, :HV-EXPENSE-ACCT, :HV-EXPENSE-DEPT,
                :HV-PREPAID-AMT, :HV-TERM-MONTHS, :HV-SVC-START,
                :HV-SVC-END, :HV-PERIOD-ID, 0, 'OPEN', 'APINV01')
           END-EXEC

           COMPUTE WS-SLICE-AMT ROUNDED =
               HV-PREPAID-AMT / HV-TERM-MONTHS

           PERFORM VARYING WS-SCHED-SEQ FROM 1 BY 1
                   UNTIL WS-SCHED-SEQ > HV-TERM-MONTHS
               IF WS-SCHED-SEQ = HV-TERM-MONTHS
                   COMPUTE HV-SLICE-AMT = HV-PREPAID-AMT
                       - (WS-SLICE-AMT * (HV-TERM-MONTHS - 1))
               ELSE
                   MOVE WS-SLICE-AMT TO HV-SLICE-AMT
               END-IF
               MOVE WS-SVC-START-PERIOD TO HV-AMORT-PERIOD

               EXEC SQL
                   INSERT INTO PREPAID_SCHEDULE
                   (AP_INVOICE_ID, LINE_SEQ, SCHED_SEQ,
                    AMORT_PERIOD, AMOUNT, STATUS)
                   VALUES
                   (:HV-INVOICE-ID, :HV-LINE-SEQ, :WS-SCHED-SEQ,
                    :HV-AMORT-PERIOD, :HV-SLICE-AMT, 'PENDING')
               END-EXEC

               ADD 1 TO WS-SVC-START-MONTH
               IF WS-SVC-START-MONTH > 12
                   MOVE 1 TO WS-SVC-START-MONTH
                   ADD 1 TO WS-SVC-START-YEAR
               END-IF
           END-PERFORM.

      *--- 2770 RECORD THE INVOICE'S USE TAX FOR THE RETURN ---
      *    One AP_USE_TAX_HISTORY row per accruing line, dated the
      *    day it posts, which is what APUTX01 files the monthly
      *    return from - the AP counterpart of AR_TAX_HISTORY.
       2770-RECORD-USE-TAX.
           EXEC SQL
               INSERT INTO AP_USE_TAX_HISTORY
               (AP_INVOICE_ID, LINE_SEQ, JURIS_CODE, VENDOR_NUMBER,
                TAXABLE_AMOUNT, TAX_AMOUNT, TAX_DATE, CREATED_BY)
               SELECT INVOICE_ID, LINE_SEQ, USE_TAX_JURIS,
                      :HV-VENDOR-NUMBER, USE_TAX_BASE, USE_TAX_AMT,
                      CURRENT DATE, 'APINV01'
               FROM   AP_INVOICE_LINE
               WHERE  INVOICE_ID  = :HV-INVOICE-ID
               AND    USE_TAX_AMT <> 0
           END-EXEC

           ADD WS-INV-USE-TAX-LINES TO WS-USE-TAX-LINES.

      *--- 2780 RELIEVE THE PO'S BUDGET COMMITMENT ---
      *    Each matched goods line takes its quantity at the PO line
      *    price off the ENCUMBRANCE row INVCTR01 or SORDIN01 wrote
      *    when the PO was cut - the commitment was made at the PO
      *    price, so the price variance is actual, not commitment.
      *    Relief is capped at what is still committed, and a fully
      *    relieved row closes. A PO already closed by INVCTR01's
      *    2180 has nothing left OPEN and is untouched.
       2780-RELIEVE-ENCUMBRANCE.
           MOVE 'N' TO WS-ENC-EOF-SWITCH

           EXEC SQL
               DECLARE ENC-CUR CURSOR FOR
               SELECT L.PO_LINE_SEQ, L.QUANTITY * P.UNIT_COST
               FROM   AP_INVOICE_LINE L
               JOIN   PO_LINE P
                      ON  P.PO_NUMBER = :HV-PO-NUMBER
                      AND P.LINE_SEQ  = L.PO_LINE_SEQ
               WHERE  L.INVOICE_ID   = :HV-INVOICE-ID
               AND    L.MATCH_STATUS = 'MATCHED'
           END-EXEC

           EXEC SQL  OPEN ENC-CUR  END-EXEC

           PERFORM UNTIL WS-ENC-EOF
               EXEC SQL
                   FETCH ENC-CUR
                   INTO :HV-ENC-LINE-SEQ, :HV-ENC-RELIEF
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-ENC-EOF-SWITCH
               ELSE
                   EXEC SQL
                       UPDATE ENCUMBRANCE
                       SET    RELIEVED_AMOUNT =
                                CASE WHEN RELIEVED_AMOUNT
                                          + :HV-ENC-RELIEF
                                          >= COMMIT_AMOUNT
                                     THEN COMMIT_AMOUNT
                                     ELSE RELIEVED_AMOUNT
                                          + :HV-ENC-RELIEF
                                END,
                              STATUS =
                                CASE WHEN RELIEVED_AMOUNT
                                          + :HV-ENC-RELIEF
                                          >= COMMIT_AMOUNT
                                     THEN 'CLOSED'
                                     ELSE 'OPEN'
                                END,
                              CLOSED_DATE =
                                CASE WHEN RELIEVED_AMOUNT
                                          + :HV-ENC-RELIEF
                                          >= COMMIT_AMOUNT
                                     THEN CURRENT DATE
                                     ELSE NULL
                                END
                       WHERE  PO_NUMBER = :HV-PO-NUMBER
                       AND    LINE_SEQ  = :HV-ENC-LINE-SEQ
                       AND    STATUS    = 'OPEN'
                   END-EXEC
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE ENC-CUR  END-EXEC.

      *--- 2800 RELIEVE THE RECEIPT ACCRUAL FOR A MATCHED INVOICE ---
      *    DR 2100 for the goods only - that is all INVCTR01 ever
      *    credited there at receipt. Freight/duty lines debit 6170
      *    freight expense instead (the balance APLAND01's reclass
      *    later credits when it moves the cost onto inventory), so
      *    2100 washes to zero and 6170 never carries a naked
      *    credit. Prepaid lines debit the 1300 prepaid asset at
      *    the value 2750 scheduled. Tax the vendor billed, and any
      *    use tax 2360 accrued, debit 6190 tax expense; the use
      *    tax credits 2410 use tax payable. CR 2000 AP trade for
      *    the full amount owed. The journal is left OPEN, same as
      *    GLPOST01's 2520-POST-FX-ADJUSTMENT, so a checker must
      *    still approve it before 2100-VALIDATE-AND-POST will post
      *    it.
       2800-POST-ACCRUAL-RELIEF.
      *    The GL posts booked USD amounts, not the document-
      *    currency figures the lines were matched in.
           COMPUTE HV-LANDED-AMT ROUNDED =
               WS-LANDED-TOTAL * HV-FX-RATE
           COMPUTE HV-VENDOR-TAX-USD ROUNDED =
               WS-VENDOR-TAX-TOTAL * HV-FX-RATE
           COMPUTE HV-GOODS-AMT =
               HV-USD-TOTAL - HV-LANDED-AMT - WS-PREPAID-USD
                            - HV-VENDOR-TAX-USD
           STRING 'AP INVOICE ' HV-INVOICE-NO
               DELIMITED SIZE INTO HV-GL-DESC

               PERFORM 2850-LOG-LINE-AUDIT
           END-IF

           IF WS-PREPAID-USD NOT = ZEROS
               MOVE WS-PREPAID-USD TO HV-GL-AMT
               EXEC SQL
                   INSERT INTO GL_JOURNAL_LINE
                   (JOURNAL_ID, LINE_SEQ, ACCT_NUMBER, DR_CR_IND,
                    AMOUNT, DESCRIPTION)
                   VALUES
                   (:HV-NEXT-JOURNAL-ID, 4, :WS-PREPAID-ACCT,
                    'D', :HV-GL-AMT, :HV-GL-DESC)
               END-EXEC

               MOVE 4 TO HV-AUDIT-SEQ
               PERFORM 2850-LOG-LINE-AUDIT
           END-IF

           IF HV-VENDOR-TAX-USD NOT = ZEROS
               OR WS-USE-TAX-TOTAL NOT = ZEROS
               COMPUTE HV-GL-AMT =
                   HV-VENDOR-TAX-USD + WS-USE-TAX-TOTAL
               EXEC SQL
                   INSERT INTO GL_JOURNAL_LINE
                   (JOURNAL_ID, LINE_SEQ, ACCT_NUMBER, DR_CR_IND,
                    AMOUNT, DESCRIPTION, DEPT_CODE)
                   VALUES
                   (:HV-NEXT-JOURNAL-ID, 5, :WS-TAX-EXP-ACCT,
                    'D', :HV-GL-AMT, :HV-GL-DESC, :WS-PURCH-DEPT)
               END-EXEC

               MOVE 5 TO HV-AUDIT-SEQ
               PERFORM 2850-LOG-LINE-AUDIT
           END-IF

           IF WS-USE-TAX-TOTAL NOT = ZEROS
               MOVE WS-USE-TAX-TOTAL TO HV-GL-AMT
               EXEC SQL
                   INSERT INTO GL_JOURNAL_LINE
                   (JOURNAL_ID, LINE_SEQ, ACCT_NUMBER, DR_CR_IND,
                    AMOUNT, DESCRIPTION)
                   VALUES
                   (:HV-NEXT-JOURNAL-ID, 6, :WS-USE-TAX-ACCT,
                    'C', :HV-GL-AMT, :HV-GL-DESC)
               END-EXEC

               MOVE 6 TO HV-AUDIT-SEQ
               PERFORM 2850-LOG-LINE-AUDIT
           END-IF

           MOVE HV-USD-TOTAL TO HV-GL-AMT
           EXEC SQL
               INSERT INTO GL_JOURNAL_LINE
           MOVE WS-INV-HELD-CNT        TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Prepaid Schedules:  '  TO SL-LABEL
           MOVE WS-SCHEDULES-BUILT     TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Use Tax Lines:      '  TO SL-LABEL
           MOVE WS-USE-TAX-LINES       TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Errors:             '  TO SL-LABEL
           MOVE WS-ERROR-COUNT         TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Upload Records:     '  TO SL-LABEL
           MOVE WS-IF-RECV-COUNT       TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-IF-REJECTED
               MOVE '*** UPLOAD REJECTED ON INTERFACE CONTROLS ***'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *--- 9000 TERMINATE ---
       9000-TERMINATE.
           WRITE REPORT-LINE FROM HDR3
           WRITE REPORT-LINE FROM SPACES
           MOVE 6 TO WS-LINE-COUNT.

      *--- 9650 STAMP WHAT POSTED ON THE UPLOAD'S CONTROL ROW ---
      *    Every invoice recorded on AP_INVOICE (matched or held for
      *    AP review) counts with its lines and its invoice total;
      *    the gap to the received totals is what could not record.
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
                   AND    RECV_JOB      = 'APINV01'
               END-EXEC
               EXEC SQL  COMMIT  END-EXEC
           END-IF.

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
                   ('APINV01', CURRENT DATE, :HV-PERIOD-ID,
                    :HV-EXC-SEVERITY, :HV-EXC-REASON, :HV-EXC-KEY,
                    'N', CURRENT TIME)
               END-EXEC
           END-IF.
