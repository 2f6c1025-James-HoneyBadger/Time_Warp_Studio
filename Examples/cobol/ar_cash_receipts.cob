      *              - Posts DR 1010 cash / CR 1200 accounts
      *                receivable as a staged-OPEN journal through the
      *                maker-checker gate in GLPOST01
      *              - A 'C' record draws down an open credit memo
      *                (ARRMA01's customer returns) for the customer
      *                and adds it to the receipt's funds, so the
      *                credit pays the invoice references that follow
      *                the same way the check does - a credit-only
      *                remittance is an 'R' record with zero amount
      *              - Prints an aged open-receivables report
      *                (current/30/60/90+) by customer, open credits
      *                aging as negative balances against the
      *                customer's invoices
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCASH01.
           05  RR-RECORD-TYPE      PIC X(1).
                   88  RR-RECEIPT         VALUE 'R'.
                   88  RR-INVOICE-REF     VALUE 'I'.
                   88  RR-CREDIT-MEMO     VALUE 'C'.
           05  RR-RECEIPT-FIELDS.
               10  RR-CHECK-NUMBER     PIC X(12).
               10  RR-CUST-NUMBER      PIC X(10).
           05  WS-RECEIPTS-READ     PIC S9(7) COMP VALUE ZEROS.
           05  WS-INVOICES-APPLIED  PIC S9(7) COMP VALUE ZEROS.
           05  WS-ON-ACCOUNT-COUNT  PIC S9(7) COMP VALUE ZEROS.
           05  WS-CREDITS-APPLIED   PIC S9(7) COMP VALUE ZEROS.
           05  WS-ERROR-COUNT       PIC S9(7) COMP VALUE ZEROS.

       01  WS-TOTALS.
           05  HV-APPLY-AMT         PIC S9(11)V99 COMP-3.
           05  HV-ON-ACCT-AMT       PIC S9(11)V99 COMP-3.
           05  HV-INV-CUST          PIC X(10).
           05  HV-INVOICE-TYPE      PIC X(2).
           05  HV-INVOICE-DATE     PIC X(10).
           05  HV-OPEN-AMT          PIC S9(11)V99 COMP-3.
           05  HV-AGE-DAYS          PIC S9(9) COMP.
      *    An 'R' record closes out the prior receipt (posting any
      *    unapplied remainder on-account) and opens a new one; each
      *    'I' record applies part of the open receipt to an invoice.
      *    A 'C' record adds an open credit memo to the receipt's
      *    funds ahead of the 'I' records it is meant to pay.
       2000-PROCESS-REMIT-FILE.
           EVALUATE TRUE
               WHEN RR-RECEIPT
                   ELSE
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               WHEN RR-CREDIT-MEMO
                   IF WS-RCPT-OPEN
                       PERFORM 2200-TAKE-CREDIT-MEMO
                           THRU 2299-CREDIT-EXIT
                   ELSE
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE

           ADD RR-AMOUNT TO WS-RUN-TOTAL.

      *--- 2200 DRAW DOWN AN OPEN CREDIT MEMO ---
      *    The memo's open credit (a negative INVOICE_TOTAL less
      *    what has been drawn) is consumed up to the amount keyed,
      *    and that much joins the receipt's remaining funds. Both
      *    sides are receivables, so the draw moves nothing in the
      *    GL: WS-RUN-TOTAL stays the cash banked. Credit the 'I'
      *    records don't use goes on-account with any leftover cash
      *    in 2600.
       2200-TAKE-CREDIT-MEMO.
           MOVE RR-AR-INVOICE-ID TO HV-AR-INVOICE-ID

           EXEC SQL
               SELECT CUST_NUMBER, INVOICE_TOTAL, AMOUNT_PAID,
                      COALESCE(INVOICE_TYPE, 'IN')
               INTO   :HV-INV-CUST, :HV-INVOICE-TOTAL,
                      :HV-AMOUNT-PAID, :HV-INVOICE-TYPE
               FROM   AR_INVOICE
               WHERE  AR_INVOICE_ID = :HV-AR-INVOICE-ID
           END-EXEC

           IF SQLCODE NOT = 0
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'CREDIT MEMO NOT ON FILE' TO AP-NOTE
               MOVE ZEROS TO WS-APPLY-AMT
               PERFORM 2500-WRITE-APPLY-DETAIL
               GO TO 2299-CREDIT-EXIT
           END-IF

           IF HV-INV-CUST NOT = HV-CUST-NUMBER
               OR HV-INVOICE-TYPE NOT = 'CM'
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'NOT A CREDIT FOR CUST' TO AP-NOTE
               MOVE ZEROS TO WS-APPLY-AMT
               PERFORM 2500-WRITE-APPLY-DETAIL
               GO TO 2299-CREDIT-EXIT
           END-IF

           COMPUTE WS-OPEN-AMT = HV-AMOUNT-PAID - HV-INVOICE-TOTAL
           MOVE RR-APPLY-AMOUNT TO WS-APPLY-AMT
           IF WS-APPLY-AMT > WS-OPEN-AMT
               OR WS-APPLY-AMT NOT > ZEROS
               MOVE WS-OPEN-AMT TO WS-APPLY-AMT
           END-IF

           IF WS-APPLY-AMT NOT > ZEROS
               MOVE 'NO OPEN CREDIT' TO AP-NOTE
               PERFORM 2500-WRITE-APPLY-DETAIL
               GO TO 2299-CREDIT-EXIT
           END-IF

           MOVE WS-APPLY-AMT TO HV-APPLY-AMT

           IF WS-APPLY-AMT = WS-OPEN-AMT
               EXEC SQL
                   UPDATE AR_INVOICE
                   SET    AMOUNT_PAID = AMOUNT_PAID - :HV-APPLY-AMT,
                          STATUS      = 'PAID'
                   WHERE  AR_INVOICE_ID = :HV-AR-INVOICE-ID
               END-EXEC
               MOVE 'CREDIT MEMO USED' TO AP-NOTE
           ELSE
               EXEC SQL
                   UPDATE AR_INVOICE
                   SET    AMOUNT_PAID = AMOUNT_PAID - :HV-APPLY-AMT,
                          STATUS      = 'PARTIAL'
                   WHERE  AR_INVOICE_ID = :HV-AR-INVOICE-ID
               END-EXEC
               MOVE 'CREDIT MEMO PARTIAL' TO AP-NOTE
           END-IF

      *    The draw is recorded as a negative application against
      *    the memo so the check's applications still sum to cash.
           COMPUTE HV-APPLY-AMT = ZEROS - WS-APPLY-AMT
           EXEC SQL
               INSERT INTO AR_CASH_APPLICATION
               (CHECK_NUMBER, CUST_NUMBER, AR_INVOICE_ID,
                APPLIED_AMOUNT, APPLIED_DATE, CREATED_BY)
               VALUES
               (:HV-CHECK-NUMBER, :HV-CUST-NUMBER, :HV-AR-INVOICE-ID,
                :HV-APPLY-AMT, CURRENT DATE, 'ARCASH01')
           END-EXEC

           ADD WS-APPLY-AMT TO WS-RCPT-REMAINING
           ADD 1 TO WS-CREDITS-APPLIED
           PERFORM 2500-WRITE-APPLY-DETAIL.

       2299-CREDIT-EXIT.
           EXIT.

      *--- 2300 APPLY THE RECEIPT TO ONE REFERENCED INVOICE ---
      *    The application amount is the least of: what the remitter
      *    said to apply, what is still open on the invoice, and what
      *--- 2600 FINISH THE OPEN RECEIPT ---
      *    Anything the invoice references didn't absorb is recorded
      *    on-account for the customer - the money is banked either
      *    way, so the GL entry is for the full check. Credit-memo
      *    funds the references left unused land here as well and
      *    stay the customer's credit.
       2600-FINISH-RECEIPT.
           MOVE 'N' TO WS-RCPT-OPEN-SWITCH

      *--- 3000 PRINT AGED OPEN RECEIVABLES ---
      *    Every invoice with an open balance, aged from invoice
      *    date, rolled up one line per customer with grand totals.
      *    An unused credit memo is an open balance too - it ages
      *    negative from its memo date and nets the customer's line.
       3000-PRINT-AGED-RECEIVABLES.
           MOVE 'ACME CORPORATION - AGED RECEIVABLES   ' TO H1-TITLE
           PERFORM 9100-PRINT-HEADERS
               FROM   AR_INVOICE I
               JOIN   CUSTOMER_MASTER C
                      ON C.CUST_NUMBER = I.CUST_NUMBER
               WHERE  I.INVOICE_TOTAL - I.AMOUNT_PAID <> 0
               ORDER BY I.CUST_NUMBER, I.INVOICE_DATE
           END-EXEC

           MOVE WS-ON-ACCOUNT-COUNT    TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Credit Memos Drawn: '  TO SL-LABEL
           MOVE WS-CREDITS-APPLIED     TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Errors:             '  TO SL-LABEL
           MOVE WS-ERROR-COUNT         TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
