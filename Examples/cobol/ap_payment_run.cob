      *                staged-OPEN journal, same maker-checker path as
      *                GLPOST01's 2520-POST-FX-ADJUSTMENT, so the cash
      *                disbursement still needs a checker's approval
      *              - Nets the vendor's open AP_DEBIT_MEMO rows (the
      *                INVCTR01 return-to-vendor credits) against the
      *                invoices being paid; the remittance shows each
      *                deduction and a fully offset vendor gets no
      *                check or ACH entry
      *              - Lists debit memos still unrecovered after the
      *                SYSIN age in days (default 30)
      *              - Early-payment discount terms (VENDOR_MASTER
      *                DISC_PERCENT within DISC_DAYS of the invoice
      *                date): an invoice whose discount window closes
      *                by the pay-through date is pulled forward and
      *                paid net of the discount, which is credited to
      *                5150 purchase discounts; a discount invoice
      *                paid after its window records the discount
      *                lost for APDSC01's taken-vs-lost report
      *              - Business days come from BUSDAY01: the ACH
      *                effective date is today rolled forward to a
      *                BANK business day (a moved date prints a
      *                warning and logs DATE-ROLLED), and a due date
      *                on a non-business day is paid on the business
      *                day before it, so the run before a weekend or
      *                holiday also pays what falls due across it
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAY01.
               88  WS-INV-EOF                VALUE 'Y'.
           05  WS-ACH-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-VENDOR-HAS-ACH         VALUE 'Y'.
           05  WS-DM-EOF-SWITCH     PIC X(1) VALUE 'N'.
               88  WS-DM-EOF                 VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LINE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-INVOICES-PAID     PIC S9(7) COMP VALUE ZEROS.
           05  WS-CHECKS-CUT        PIC S9(7) COMP VALUE ZEROS.
           05  WS-ACH-CUT           PIC S9(7) COMP VALUE ZEROS.
           05  WS-MEMOS-NETTED      PIC S9(7) COMP VALUE ZEROS.
           05  WS-NET-SETTLED       PIC S9(7) COMP VALUE ZEROS.
           05  WS-MEMOS-AGED        PIC S9(7) COMP VALUE ZEROS.
           05  WS-DISCS-TAKEN       PIC S9(7) COMP VALUE ZEROS.
           05  WS-DISCS-LOST        PIC S9(7) COMP VALUE ZEROS.

      *    Run totals split two ways for foreign invoices: the
      *    booked USD relieved off 2000 AP trade, and the cash USD
           05  WS-VENDOR-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05  WS-VENDOR-BOOKED     PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05  WS-CASH-PAID         PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05  WS-DM-APPLY          PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05  WS-RUN-DM-NETTED     PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-RUN-DM-AGED       PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-RUN-DISC-TAKEN    PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-RUN-DISC-LOST     PIC S9(13)V99 COMP-3 VALUE ZEROS.

       01  WS-WORK.
           05  WS-CURRENT-DATE      PIC X(10).
           05  WS-PAY-THRU-PARM     PIC X(10) VALUE SPACES.
           05  WS-ACH-EFFECT-DATE   PIC X(10).
           05  WS-WARNING-TEXT      PIC X(100).
           05  WS-AP-TRADE-ACCT     PIC X(6)  VALUE '2000'.
           05  WS-CASH-ACCT         PIC X(6)  VALUE '1010'.
           05  WS-FX-GAIN-LOSS-ACCT PIC X(6)  VALUE '7900'.
           05  WS-PURCH-DISC-ACCT   PIC X(6)  VALUE '5150'.
           05  WS-CHECK-SEED        PIC 9(8)  VALUE 20070001.
           05  WS-CHECK-NO          PIC X(12).
           05  WS-DM-AGE-PARM       PIC 9(3)  VALUE ZEROS.
           05  WS-DM-AGE-DAYS       PIC 9(3)  VALUE 30.
           05  WS-DM-ID-DISP        PIC 9(9).

      *--- NACHA Controls (vendor CCD batch; same control shape as
      *    PAYPRO01's WS-DD-CONTROLS)
           05  WS-ACH-BLOCK-REM     PIC 9(6)  VALUE ZEROS.
           05  WS-ACH-PAD-COUNT     PIC 9(6)  VALUE ZEROS.

      *--- Business-day request / result block (BUSDAY01) ---
       01  BDS-PARMS.
           05  BDS-FUNCTION         PIC X(1).
               88  BDS-CHECK                 VALUE 'C'.
               88  BDS-NEXT                  VALUE 'N'.
               88  BDS-PREVIOUS              VALUE 'P'.
               88  BDS-ADD                   VALUE 'A'.
               88  BDS-ROLL                  VALUE 'R'.
           05  BDS-CALLER           PIC X(8).
           05  BDS-USAGE            PIC X(8).
           05  BDS-CALENDAR-ID      PIC X(4).
           05  BDS-ROLL-RULE        PIC X(1).
               88  BDS-ROLL-FOLLOWING        VALUE 'F'.
               88  BDS-ROLL-PRECEDING        VALUE 'P'.
               88  BDS-ROLL-MOD-FOLLOWING    VALUE 'M'.
           05  BDS-LOG-SW           PIC X(1).
               88  BDS-LOG-MOVES             VALUE 'Y'.
           05  BDS-IN-DATE          PIC X(10).
           05  BDS-DAY-COUNT        PIC S9(4) COMP.
           05  BDS-OUT-DATE         PIC X(10).
           05  BDS-BUSINESS-DAY-SW  PIC X(1).
               88  BDS-BUSINESS-DAY          VALUE 'Y'.
           05  BDS-WEEKEND-SW       PIC X(1).
               88  BDS-WEEKEND               VALUE 'Y'.
           05  BDS-HOLIDAY-SW       PIC X(1).
               88  BDS-HOLIDAY               VALUE 'Y'.
           05  BDS-HOLIDAY-NAME     PIC X(30).
           05  BDS-MOVED-SW         PIC X(1).
               88  BDS-MOVED                 VALUE 'Y'.
           05  BDS-RETURN-CODE      PIC 9(2).
               88  BDS-OK                    VALUE 00.
               88  BDS-BAD-REQUEST           VALUE 08.
               88  BDS-NO-BUSINESS-DAY       VALUE 12.

      *--- SQLCA ---
       01  SQLCA.
           05  SQLCAID              PIC X(8).
       01  HV-AP.
           05  HV-PERIOD-ID         PIC X(6).
           05  HV-ENTITY-ID         PIC X(4).
           05  HV-PAY-THRU-DATE     PIC X(10).
           05  HV-DUE-THRU-DATE     PIC X(10).
           05  HV-VENDOR-NUMBER     PIC X(10).
           05  HV-VENDOR-NAME       PIC X(30).
           05  HV-TERMS-DAYS        PIC S9(5) COMP.
           05  HV-ORIG-AMOUNT       PIC S9(9)V99 COMP-3.
           05  HV-BOOK-RATE         PIC S9(4)V9999999 COMP-3.
           05  HV-SETTLE-RATE       PIC S9(4)V9999999 COMP-3.
           05  HV-DEBIT-MEMO-ID     PIC S9(9) COMP.
           05  HV-DM-DATE           PIC X(10).
           05  HV-DM-OPEN           PIC S9(9)V99 COMP-3.
           05  HV-DM-PO-NUMBER      PIC S9(9) COMP.
           05  HV-DM-AGE            PIC S9(5) COMP.
           05  HV-DM-AGE-DAYS       PIC S9(5) COMP.
           05  HV-DISC-PERCENT      PIC S9(3)V999 COMP-3.
           05  HV-DISC-DAYS         PIC S9(5) COMP.
           05  HV-DISC-OK           PIC X(1).
           05  HV-DISC-TAKEN        PIC S9(9)V99 COMP-3.
           05  HV-DISC-LOST         PIC S9(9)V99 COMP-3.

      *--- NACHA Record Templates (94-byte fixed records) ---
       01  NACHA-FILE-HEADER.
           05  RT-AMOUNT   PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(87) VALUE SPACES.

       01  DISC-SUM-LINE.
           05  FILLER      PIC X(10) VALUE SPACES.
           05  FILLER      PIC X(22) VALUE 'Discount Amount Taken:'.
           05  DS-TAKEN    PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(10) VALUE '    Lost: '.
           05  DS-LOST     PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(61) VALUE SPACES.

      *--- UNRECOVERED DEBIT MEMO LINES ---
       01  DMA-TITLE-LINE.
           05  FILLER      PIC X(30)
               VALUE 'DEBIT MEMOS UNRECOVERED AFTER'.
           05  DT-DAYS     PIC ZZ9.
           05  FILLER      PIC X(5)  VALUE ' DAYS'.
           05  FILLER      PIC X(95) VALUE SPACES.

       01  DMA-HDR-LINE.
           05  FILLER      PIC X(11) VALUE 'VENDOR'.
           05  FILLER      PIC X(31) VALUE 'VENDOR NAME'.
           05  FILLER      PIC X(11) VALUE 'MEMO'.
           05  FILLER      PIC X(12) VALUE 'MEMO DATE'.
           05  FILLER      PIC X(6)  VALUE '  AGE'.
           05  FILLER      PIC X(11) VALUE 'PO'.
           05  FILLER      PIC X(16) VALUE '    OPEN AMOUNT'.
           05  FILLER      PIC X(35) VALUE SPACES.

       01  DMA-DET-LINE.
           05  DA-VENDOR   PIC X(10).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  DA-NAME     PIC X(30).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  DA-MEMO     PIC Z(8)9.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  DA-DATE     PIC X(10).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  DA-AGE      PIC ZZZZ9.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  DA-PO       PIC Z(8)9.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  DA-AMOUNT   PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(36) VALUE SPACES.

       01  DMA-TOT-LINE.
           05  FILLER      PIC X(42) VALUE SPACES.
           05  FILLER      PIC X(30) VALUE 'TOTAL UNRECOVERED'.
           05  FILLER      PIC X(11) VALUE SPACES.
           05  DM-TOT-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(35) VALUE SPACES.

      *--- RUN WARNING LINE ---
       01  WARNING-LINE.
           05  FILLER      PIC X(4)  VALUE '*** '.
           05  WL-TEXT     PIC X(100).
           05  FILLER      PIC X(29) VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER      PIC X(10) VALUE SPACES.
           05  SL-LABEL    PIC X(30).
           PERFORM 2800-POST-PAYMENT-JOURNAL
               THRU 2899-POST-EXIT
           PERFORM 3000-PRINT-SUMMARY
           PERFORM 3100-PRINT-AGED-DEBIT-MEMOS
           PERFORM 9000-TERMINATE
           STOP RUN.

      *--- 1000 INITIALIZE ---
      *    Pay-through date comes from SYSIN; blank defaults to the
      *    current date so an unparameterized run pays exactly what
      *    is due today. A second SYSIN card carries the age in
      *    days past which an unrecovered debit memo is listed.
      *    The business-day dates are settled here, before the
      *    headers, so a moved date prints at the top of the run.
       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE
                       REMIT-FILE
           END-IF
           MOVE WS-PAY-THRU-PARM TO HV-PAY-THRU-DATE

           ACCEPT WS-DM-AGE-PARM FROM SYSIN
           IF WS-DM-AGE-PARM NUMERIC AND WS-DM-AGE-PARM > ZEROS
               MOVE WS-DM-AGE-PARM TO WS-DM-AGE-DAYS
           END-IF

           PERFORM 1050-SET-BUSINESS-DATES

           MOVE WS-CURRENT-DATE  TO H2-DATE
           MOVE WS-PAY-THRU-PARM TO H2-THRU
           PERFORM 9100-PRINT-HEADERS
           IF BDS-MOVED
               MOVE WS-WARNING-TEXT TO WL-TEXT
               WRITE REPORT-LINE FROM WARNING-LINE
               WRITE REPORT-LINE FROM SPACES
               ADD 2 TO WS-LINE-COUNT
           END-IF
           PERFORM 1100-WRITE-ACH-FILE-HEADER.

      *--- 1050 SETTLE THE BUSINESS-DAY DATES ---
      *    Due-date cut-off (usage DUEDATE, CORP calendar, default
      *    roll preceding): a due date on a weekend or holiday is
      *    paid the business day before, so the cut-off runs up to
      *    the day before the next business day after the pay-
      *    through date. Rolled following, the cut-off is the pay-
      *    through date itself.
      *    ACH effective date (usage ACHEFF, BANK calendar, default
      *    roll following): today, moved off a bank holiday or
      *    weekend with a warning. The ACHEFF call is made last so
      *    BDS-MOVED still describes it when the headers print.
       1050-SET-BUSINESS-DATES.
           MOVE HV-PAY-THRU-DATE TO HV-DUE-THRU-DATE
           MOVE 'N'              TO BDS-FUNCTION
           MOVE 'APPAY01'        TO BDS-CALLER
           MOVE 'DUEDATE'        TO BDS-USAGE
           MOVE 'CORP'           TO BDS-CALENDAR-ID
           MOVE 'P'              TO BDS-ROLL-RULE
           MOVE 'N'              TO BDS-LOG-SW
           MOVE HV-PAY-THRU-DATE TO BDS-IN-DATE
           MOVE ZEROS            TO BDS-DAY-COUNT
           CALL 'BUSDAY01' USING BDS-PARMS
           IF BDS-OK AND BDS-ROLL-PRECEDING
               MOVE BDS-OUT-DATE TO HV-DUE-THRU-DATE
               EXEC SQL
                   SELECT CHAR(DATE(:HV-DUE-THRU-DATE) - 1 DAY, ISO)
                   INTO   :HV-DUE-THRU-DATE
                   FROM   SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF

           MOVE WS-CURRENT-DATE TO WS-ACH-EFFECT-DATE
           MOVE 'R'             TO BDS-FUNCTION
           MOVE 'ACHEFF'        TO BDS-USAGE
           MOVE 'BANK'          TO BDS-CALENDAR-ID
           MOVE 'F'             TO BDS-ROLL-RULE
           MOVE 'Y'             TO BDS-LOG-SW
           MOVE WS-CURRENT-DATE TO BDS-IN-DATE
           CALL 'BUSDAY01' USING BDS-PARMS
           IF BDS-OK
               MOVE BDS-OUT-DATE TO WS-ACH-EFFECT-DATE
           END-IF
           IF BDS-MOVED
               MOVE SPACES TO WS-WARNING-TEXT
               STRING 'WARNING: ACH EFFECTIVE DATE ' BDS-IN-DATE
                      ' IS NOT A BANK BUSINESS DAY - MOVED TO '
                      BDS-OUT-DATE
                   DELIMITED SIZE INTO WS-WARNING-TEXT
           END-IF.

      *--- 1100 WRITE NACHA FILE AND BATCH HEADERS ---
       1100-WRITE-ACH-FILE-HEADER.
           MOVE WS-ACH-IMMED-DEST     TO NFH-IMMED-DEST

           MOVE WS-ACH-ORIGIN-NAME    TO NBH-COMPANY-NAME
           MOVE WS-ACH-COMPANY-ID     TO NBH-COMPANY-ID
           MOVE WS-ACH-EFFECT-DATE(3:2) TO NBH-EFFECT-DATE(1:2)
           MOVE WS-ACH-EFFECT-DATE(6:2) TO NBH-EFFECT-DATE(3:2)
           MOVE WS-ACH-EFFECT-DATE(9:2) TO NBH-EFFECT-DATE(5:2)
           MOVE WS-ACH-ORIGIN-DFI     TO NBH-ORIGIN-DFI
           MOVE WS-ACH-BATCH-NO       TO NBH-BATCH-NO
           WRITE ACH-RECORD FROM NACHA-BATCH-HEADER.
      *--- 2000 PROCESS VENDORS WITH INVOICES DUE ---
      *    One pass per vendor carrying at least one MATCHED invoice
      *    due by the pay-through date; due date is the invoice date
      *    plus the vendor's payment terms, tested against the
      *    business-day cut-off 1050 set. A discount-terms invoice
      *    also qualifies while its window is still open and closes
      *    by the pay-through date - run with the pay-through set
      *    to the next run's date and no discount falls between
      *    runs.
       2000-PROCESS-VENDORS.
           MOVE 'N' TO WS-VEND-EOF-SWITCH

               SELECT V.VENDOR_NUMBER, V.VENDOR_NAME,
                      V.PAYMENT_TERMS_DAYS,
                      COALESCE(V.BANK_ROUTING_NO, ' '),
                      COALESCE(V.BANK_ACCOUNT_NO, ' '),
                      COALESCE(V.DISC_PERCENT, 0),
                      COALESCE(V.DISC_DAYS, 0)
               FROM   VENDOR_MASTER V
               WHERE  EXISTS
                      (SELECT 1 FROM AP_INVOICE I
                       WHERE  I.VENDOR_NUMBER = V.VENDOR_NUMBER
                       AND    I.STATUS = 'MATCHED'
                       AND   (I.INVOICE_DATE + V.PAYMENT_TERMS_DAYS
                                  DAYS <= DATE(:HV-DUE-THRU-DATE)
                          OR (COALESCE(V.DISC_PERCENT, 0) > 0
                          AND I.INVOICE_DATE
                              + COALESCE(V.DISC_DAYS, 0) DAYS
                                  >= CURRENT DATE
                          AND I.INVOICE_DATE
                              + COALESCE(V.DISC_DAYS, 0) DAYS
                                  <= DATE(:HV-PAY-THRU-DATE))))
               ORDER BY V.VENDOR_NUMBER
           END-EXEC

                   FETCH VEND-CUR
                   INTO :HV-VENDOR-NUMBER, :HV-VENDOR-NAME,
                        :HV-TERMS-DAYS, :HV-BANK-ROUTING,
                        :HV-BANK-ACCOUNT, :HV-DISC-PERCENT,
                        :HV-DISC-DAYS
               END-EXEC

               IF SQLCODE = 100
      *    Assigns the payment number first so every remittance line
      *    and the AP_INVOICE rows reference it, then walks the due
      *    invoices, then cuts the check or ACH entry for the total.
      *    When the vendor's debit memos absorb the whole amount
      *    there is nothing to send; the settlement is still
      *    recorded (method NET) so the memos tie to a payment.
       2100-PAY-ONE-VENDOR.
           MOVE ZEROS TO WS-VENDOR-TOTAL
           MOVE ZEROS TO WS-VENDOR-BOOKED
           WRITE REMIT-LINE FROM RMT-TOT-LINE
           WRITE REMIT-LINE FROM SPACES

           IF WS-VENDOR-TOTAL = ZEROS
               MOVE 'NET' TO HV-PAY-METHOD
               ADD 1 TO WS-NET-SETTLED
           ELSE
               IF WS-VENDOR-HAS-ACH
                   MOVE 'ACH' TO HV-PAY-METHOD
                   PERFORM 2400-WRITE-ACH-ENTRY
                   ADD 1 TO WS-ACH-CUT
               ELSE
                   MOVE 'CHK' TO HV-PAY-METHOD
                   ADD 1 TO WS-CHECKS-CUT
               END-IF
           END-IF

           PERFORM 2500-RECORD-PAYMENT
           EXEC SQL  COMMIT  END-EXEC.

      *--- 2200 PAY EVERY DUE INVOICE FOR THE VENDOR ---
      *    Once the due invoices are totalled, the vendor's open
      *    debit memos are taken off what is about to be sent.
       2200-PAY-VENDOR-INVOICES.
           MOVE 'N' TO WS-INV-EOF-SWITCH

                      CHAR(INVOICE_DATE, ISO), INVOICE_TOTAL,
                      COALESCE(CURRENCY_CODE, 'USD'),
                      COALESCE(ORIG_AMOUNT, 0),
                      COALESCE(FX_RATE, 1),
                      CASE WHEN :HV-DISC-PERCENT > 0
                           AND  INVOICE_DATE + :HV-DISC-DAYS DAYS
                                    >= CURRENT DATE
                           THEN 'Y' ELSE 'N' END
               FROM   AP_INVOICE
               WHERE  VENDOR_NUMBER = :HV-VENDOR-NUMBER
               AND    STATUS = 'MATCHED'
               AND   (INVOICE_DATE + :HV-TERMS-DAYS DAYS
                          <= DATE(:HV-DUE-THRU-DATE)
                  OR (:HV-DISC-PERCENT > 0
                  AND INVOICE_DATE + :HV-DISC-DAYS DAYS
                          >= CURRENT DATE
                  AND INVOICE_DATE + :HV-DISC-DAYS DAYS
                          <= DATE(:HV-PAY-THRU-DATE)))
               ORDER BY INVOICE_DATE
           END-EXEC

                   INTO :HV-INVOICE-ID, :HV-INVOICE-NO,
                        :HV-INVOICE-DATE, :HV-INVOICE-TOTAL,
                        :HV-CURRENCY-CODE, :HV-ORIG-AMOUNT,
                        :HV-BOOK-RATE, :HV-DISC-OK
               END-EXEC

               IF SQLCODE = 100
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE PAYINV-CUR  END-EXEC

           PERFORM 2250-NET-DEBIT-MEMOS
               THRU 2259-NET-EXIT.

      *--- 2250 NET OPEN DEBIT MEMOS AGAINST THE PAYMENT ---
      *    Oldest memo first, each taken up to what is left of the
      *    payment - a memo bigger than the payment applies in part
      *    and stays PARTIAL for the next run, so a payment never
      *    goes negative. The memo already relieved 2000 AP trade
      *    when INVCTR01 shipped the goods back (DR 2000 / CR 1400),
      *    so the applied amount comes off both the cash sent and
      *    the AP relieved here; otherwise the journal would draw
      *    the payable down twice.
       2250-NET-DEBIT-MEMOS.
           IF WS-VENDOR-TOTAL NOT > ZEROS
               GO TO 2259-NET-EXIT
           END-IF

           MOVE 'N' TO WS-DM-EOF-SWITCH

           EXEC SQL
               DECLARE NETDM-CUR CURSOR FOR
               SELECT DEBIT_MEMO_ID, CHAR(MEMO_DATE, ISO),
                      AMOUNT - COALESCE(AMOUNT_APPLIED, 0)
               FROM   AP_DEBIT_MEMO
               WHERE  VENDOR_NUMBER = :HV-VENDOR-NUMBER
               AND    STATUS IN ('OPEN', 'PARTIAL')
               ORDER BY MEMO_DATE, DEBIT_MEMO_ID
           END-EXEC

           EXEC SQL  OPEN NETDM-CUR  END-EXEC

           PERFORM UNTIL WS-DM-EOF
               EXEC SQL
                   FETCH NETDM-CUR
                   INTO :HV-DEBIT-MEMO-ID, :HV-DM-DATE, :HV-DM-OPEN
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-DM-EOF-SWITCH
               ELSE
                   IF HV-DM-OPEN > ZEROS
                       PERFORM 2260-APPLY-ONE-DEBIT-MEMO
                   END-IF
                   IF WS-VENDOR-TOTAL NOT > ZEROS
                       MOVE 'Y' TO WS-DM-EOF-SWITCH
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE NETDM-CUR  END-EXEC.

       2259-NET-EXIT.
           EXIT.

      *--- 2260 APPLY ONE DEBIT MEMO ---
       2260-APPLY-ONE-DEBIT-MEMO.
           IF HV-DM-OPEN > WS-VENDOR-TOTAL
               MOVE WS-VENDOR-TOTAL TO WS-DM-APPLY
           ELSE
               MOVE HV-DM-OPEN      TO WS-DM-APPLY
           END-IF

           EXEC SQL
               UPDATE AP_DEBIT_MEMO
               SET    AMOUNT_APPLIED = COALESCE(AMOUNT_APPLIED, 0)
                                       + :WS-DM-APPLY,
                      STATUS         = CASE
                          WHEN AMOUNT - COALESCE(AMOUNT_APPLIED, 0)
                               - :WS-DM-APPLY <= 0
                          THEN 'APPLIED' ELSE 'PARTIAL' END,
                      APPLIED_DATE   = CURRENT DATE,
                      CHECK_NO       = :HV-CHECK-NO
               WHERE  DEBIT_MEMO_ID  = :HV-DEBIT-MEMO-ID
           END-EXEC

           SUBTRACT WS-DM-APPLY FROM WS-VENDOR-TOTAL
           SUBTRACT WS-DM-APPLY FROM WS-VENDOR-BOOKED
           ADD WS-DM-APPLY TO WS-RUN-DM-NETTED
           ADD 1 TO WS-MEMOS-NETTED

           MOVE HV-DEBIT-MEMO-ID TO WS-DM-ID-DISP
           MOVE SPACES           TO RM-INVOICE
           STRING 'DM' WS-DM-ID-DISP
               DELIMITED SIZE INTO RM-INVOICE
           MOVE HV-DM-DATE       TO RM-INV-DATE
           COMPUTE RM-AMOUNT = ZEROS - WS-DM-APPLY
           WRITE REMIT-LINE FROM RMT-DET-LINE.

      *--- 2300 PAY ONE INVOICE ---
      *    A foreign invoice settles at today's rate: the cash out
      *    account GLPOST01's revaluation already uses. No
      *    settlement rate on file pays at the booking rate (zero
      *    gain/loss) rather than skipping the vendor.
      *    The early-payment discount comes off the settlement cash
      *    after the FX spread is taken, so the liability relieved
      *    stays the full booked amount and DR 2000 = CR 1010 +
      *    CR 5150 + the FX line. Paying a discount invoice after
      *    its window costs the discount; that is recorded on the
      *    invoice for APDSC01.
       2300-PAY-ONE-INVOICE.
           MOVE ZEROS TO HV-DISC-TAKEN
           MOVE ZEROS TO HV-DISC-LOST

           IF HV-CURRENCY-CODE = 'USD'
               MOVE HV-INVOICE-TOTAL TO WS-CASH-PAID
               SUBTRACT WS-CASH-PAID FROM WS-RUN-FX-GL
           END-IF

           IF HV-DISC-PERCENT > ZEROS
               IF HV-DISC-OK = 'Y'
                   COMPUTE HV-DISC-TAKEN ROUNDED =
                       WS-CASH-PAID * HV-DISC-PERCENT / 100
                   SUBTRACT HV-DISC-TAKEN FROM WS-CASH-PAID
                   ADD HV-DISC-TAKEN TO WS-RUN-DISC-TAKEN
                   ADD 1 TO WS-DISCS-TAKEN
               ELSE
                   COMPUTE HV-DISC-LOST ROUNDED =
                       HV-INVOICE-TOTAL * HV-DISC-PERCENT / 100
                   ADD HV-DISC-LOST TO WS-RUN-DISC-LOST
                   ADD 1 TO WS-DISCS-LOST
               END-IF
           END-IF

           EXEC SQL
               UPDATE AP_INVOICE
               SET    STATUS         = 'PAID',
                      PAYMENT_DATE   = CURRENT DATE,
                      CHECK_NO       = :HV-CHECK-NO,
                      DISCOUNT_TAKEN = :HV-DISC-TAKEN,
                      DISCOUNT_LOST  = :HV-DISC-LOST
               WHERE  INVOICE_ID     = :HV-INVOICE-ID
           END-EXEC

           ADD WS-CASH-PAID     TO WS-VENDOR-TOTAL
           ADD HV-INVOICE-TOTAL TO WS-VENDOR-BOOKED
           ADD 1 TO WS-INVOICES-PAID
      *    APINV01's match put there) / CR 1010 cash for what was
      *    actually disbursed at settlement rates, with the spread
      *    realized on 7900 - CR for a gain (paid less than booked),
      *    DR for a loss. Discounts taken credit 5150 purchase
      *    discounts. Left OPEN for a checker, same as
      *    GLPOST01's 2520-POST-FX-ADJUSTMENT.
       2800-POST-PAYMENT-JOURNAL.
           IF WS-RUN-TOTAL = ZEROS AND WS-RUN-BOOKED = ZEROS
               PERFORM 2850-LOG-LINE-AUDIT
           END-IF

           IF WS-RUN-DISC-TAKEN > ZEROS
               MOVE WS-RUN-DISC-TAKEN TO HV-GL-AMT
               EXEC SQL
                   INSERT INTO GL_JOURNAL_LINE
                   (JOURNAL_ID, LINE_SEQ, ACCT_NUMBER, DR_CR_IND,
                    AMOUNT, DESCRIPTION)
                   VALUES
                   (:HV-NEXT-JOURNAL-ID, 4, :WS-PURCH-DISC-ACCT, 'C',
                    :HV-GL-AMT, 'PURCHASE DISCOUNTS TAKEN')
               END-EXEC
               MOVE 4 TO HV-AUDIT-SEQ
               PERFORM 2850-LOG-LINE-AUDIT
           END-IF

           EXEC SQL  COMMIT  END-EXEC.

       2899-POST-EXIT.
           MOVE 'ACH Entries:        '  TO SL-LABEL
           MOVE WS-ACH-CUT             TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Debit Memos Netted: '  TO SL-LABEL
           MOVE WS-MEMOS-NETTED        TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Settled By Netting: '  TO SL-LABEL
           MOVE WS-NET-SETTLED         TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Discounts Taken:    '  TO SL-LABEL
           MOVE WS-DISCS-TAKEN         TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Discounts Lost:     '  TO SL-LABEL
           MOVE WS-DISCS-LOST          TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RUN-DISC-TAKEN      TO DS-TAKEN
           MOVE WS-RUN-DISC-LOST       TO DS-LOST
           MOVE DISC-SUM-LINE          TO REPORT-LINE
           WRITE REPORT-LINE.

      *--- 3100 LIST DEBIT MEMOS STILL UNRECOVERED ---
      *    After this run's netting, any memo still open past the
      *    SYSIN age is money owed back for goods we returned that
      *    no invoice has absorbed - a vendor we no longer buy from,
      *    or one whose invoices are on HOLD. Purchasing chases
      *    these for a refund check.
       3100-PRINT-AGED-DEBIT-MEMOS.
           MOVE 'N' TO WS-DM-EOF-SWITCH
           MOVE WS-DM-AGE-DAYS TO HV-DM-AGE-DAYS
           MOVE WS-DM-AGE-DAYS TO DT-DAYS
           PERFORM 9100-PRINT-HEADERS
           PERFORM 3150-PRINT-DM-HEADERS

           EXEC SQL
               DECLARE AGEDM-CUR CURSOR FOR
               SELECT D.VENDOR_NUMBER, V.VENDOR_NAME,
                      D.DEBIT_MEMO_ID, CHAR(D.MEMO_DATE, ISO),
                      DAYS(CURRENT DATE) - DAYS(D.MEMO_DATE),
                      COALESCE(D.PO_NUMBER, 0),
                      D.AMOUNT - COALESCE(D.AMOUNT_APPLIED, 0)
               FROM   AP_DEBIT_MEMO D
               JOIN   VENDOR_MASTER V
                      ON V.VENDOR_NUMBER = D.VENDOR_NUMBER
               WHERE  D.STATUS IN ('OPEN', 'PARTIAL')
               AND    D.MEMO_DATE + :HV-DM-AGE-DAYS DAYS
                          < CURRENT DATE
               ORDER BY D.VENDOR_NUMBER, D.MEMO_DATE
           END-EXEC

           EXEC SQL  OPEN AGEDM-CUR  END-EXEC

           PERFORM UNTIL WS-DM-EOF
               EXEC SQL
                   FETCH AGEDM-CUR
                   INTO :HV-VENDOR-NUMBER, :HV-VENDOR-NAME,
                        :HV-DEBIT-MEMO-ID, :HV-DM-DATE,
                        :HV-DM-AGE, :HV-DM-PO-NUMBER, :HV-DM-OPEN
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-DM-EOF-SWITCH
               ELSE
                   IF WS-LINE-COUNT > 55
                       PERFORM 9100-PRINT-HEADERS
                       PERFORM 3150-PRINT-DM-HEADERS
                   END-IF
                   MOVE HV-VENDOR-NUMBER TO DA-VENDOR
                   MOVE HV-VENDOR-NAME   TO DA-NAME
                   MOVE HV-DEBIT-MEMO-ID TO DA-MEMO
                   MOVE HV-DM-DATE       TO DA-DATE
                   MOVE HV-DM-AGE        TO DA-AGE
                   MOVE HV-DM-PO-NUMBER  TO DA-PO
                   MOVE HV-DM-OPEN       TO DA-AMOUNT
                   MOVE DMA-DET-LINE     TO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD 1 TO WS-LINE-COUNT
                   ADD 1 TO WS-MEMOS-AGED
                   ADD HV-DM-OPEN TO WS-RUN-DM-AGED
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE AGEDM-CUR  END-EXEC

           WRITE REPORT-LINE FROM SPACES
           MOVE WS-RUN-DM-AGED TO DM-TOT-AMOUNT
           MOVE DMA-TOT-LINE   TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Memos Unrecovered:  '  TO SL-LABEL
           MOVE WS-MEMOS-AGED          TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE.

      *--- 3150 UNRECOVERED DEBIT MEMO HEADINGS ---
       3150-PRINT-DM-HEADERS.
           WRITE REPORT-LINE FROM DMA-TITLE-LINE
           WRITE REPORT-LINE FROM DMA-HDR-LINE
           WRITE REPORT-LINE FROM SPACES
           ADD 3 TO WS-LINE-COUNT.

      *--- 9000 TERMINATE ---
       9000-TERMINATE.
           PERFORM 9050-WRITE-ACH-FILE-TRAILER
