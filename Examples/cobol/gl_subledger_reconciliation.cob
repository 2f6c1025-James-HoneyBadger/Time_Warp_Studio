      *              - Garnishments payable (2340) is reconciled
      *                against the outstanding GARNISHMENT_REMIT rows
      *                carried by PAYPRO01
      *              - Employee loans receivable (1250) is reconciled
      *                against the open EMPLOYEE_LOAN balances booked
      *                by PAYLOAN1 and recovered by PAYPRO01
      *              - Accounts receivable (1200) is reconciled against
      *                the open AR_INVOICE balances, and AP trade
      *                (2000) against the unpaid AP_INVOICE totals
      *              - Each subledger balance is saved on
      *                GL_SUBLEDGER_BALANCE for the period, where
      *                GLCERT01 picks it up as the supporting amount
      *                on the account's reconciliation
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRECON01.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RECONCILE-INVENTORY
           PERFORM 3000-RECONCILE-GARNISHMENTS
           PERFORM 3500-RECONCILE-EMPLOYEE-LOANS
           PERFORM 3600-RECONCILE-RECEIVABLES
           PERFORM 3700-RECONCILE-PAYABLES
           PERFORM 4000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.
           MOVE HV-SUB-TOTAL TO WS-SUB-BALANCE
           PERFORM 8000-WRITE-RECON-DETAIL.

      *    Employee loans receivable control account vs. the loan
      *    and pay advance balances still open on EMPLOYEE_LOAN,
      *    including those left uncollected after a final check.
       3500-RECONCILE-EMPLOYEE-LOANS.
           MOVE '1250' TO HV-ACCT-NUMBER

           EXEC SQL
               SELECT ACCT_DESC, NORMAL_BAL
               INTO   :HV-ACCT-DESC, :HV-NORMAL-BAL
               FROM   CHART_OF_ACCOUNTS
               WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
           END-EXEC

           EXEC SQL
               SELECT
                   COALESCE((SELECT ENDING_BALANCE
                             FROM   GL_PERIOD_BALANCE
                             WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
                             AND    PERIOD_SEQ  =
                                    :HV-PERIOD-SEQ - 1), 0),
                   COALESCE(SUM(CASE JL.DR_CR_IND
                                WHEN 'D' THEN JL.AMOUNT
                                ELSE 0 END), 0),
                   COALESCE(SUM(CASE JL.DR_CR_IND
                                WHEN 'C' THEN JL.AMOUNT
                                ELSE 0 END), 0)
               INTO   :HV-BEG-BAL, :HV-DR-TOTAL, :HV-CR-TOTAL
               FROM   GL_JOURNAL_LINE JL
               JOIN   GL_JOURNAL GJ
                      ON  GJ.JOURNAL_ID = JL.JOURNAL_ID
                      AND GJ.PERIOD_ID  = :HV-PERIOD-ID
                      AND GJ.STATUS     = 'POSTED'
               WHERE  JL.ACCT_NUMBER = :HV-ACCT-NUMBER
           END-EXEC

           PERFORM 8100-COMPUTE-GL-BALANCE

           EXEC SQL
               SELECT COALESCE(SUM(BALANCE), 0)
               INTO   :HV-SUB-TOTAL
               FROM   EMPLOYEE_LOAN
               WHERE  STATUS IN ('ACTIVE', 'UNCOLL')
           END-EXEC

           MOVE HV-SUB-TOTAL TO WS-SUB-BALANCE
           PERFORM 8000-WRITE-RECON-DETAIL.

      *    Accounts receivable control account vs. what is still
      *    owed on open and part-paid customer invoices - the same
      *    open-item rule FXREVAL1's AR revaluation uses.
       3600-RECONCILE-RECEIVABLES.
           MOVE '1200' TO HV-ACCT-NUMBER

           EXEC SQL
               SELECT ACCT_DESC, NORMAL_BAL
               INTO   :HV-ACCT-DESC, :HV-NORMAL-BAL
               FROM   CHART_OF_ACCOUNTS
               WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
           END-EXEC

           EXEC SQL
               SELECT
                   COALESCE((SELECT ENDING_BALANCE
                             FROM   GL_PERIOD_BALANCE
                             WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
                             AND    PERIOD_SEQ  =
                                    :HV-PERIOD-SEQ - 1), 0),
                   COALESCE(SUM(CASE JL.DR_CR_IND
                                WHEN 'D' THEN JL.AMOUNT
                                ELSE 0 END), 0),
                   COALESCE(SUM(CASE JL.DR_CR_IND
                                WHEN 'C' THEN JL.AMOUNT
                                ELSE 0 END), 0)
               INTO   :HV-BEG-BAL, :HV-DR-TOTAL, :HV-CR-TOTAL
               FROM   GL_JOURNAL_LINE JL
               JOIN   GL_JOURNAL GJ
                      ON  GJ.JOURNAL_ID = JL.JOURNAL_ID
                      AND GJ.PERIOD_ID  = :HV-PERIOD-ID
                      AND GJ.STATUS     = 'POSTED'
               WHERE  JL.ACCT_NUMBER = :HV-ACCT-NUMBER
           END-EXEC

           PERFORM 8100-COMPUTE-GL-BALANCE

           EXEC SQL
               SELECT COALESCE(SUM(INVOICE_TOTAL - AMOUNT_PAID), 0)
               INTO   :HV-SUB-TOTAL
               FROM   AR_INVOICE
               WHERE  STATUS IN ('OPEN', 'PARTIAL')
           END-EXEC

           MOVE HV-SUB-TOTAL TO WS-SUB-BALANCE
           PERFORM 8000-WRITE-RECON-DETAIL.

      *    AP trade control account vs. the vendor invoices entered
      *    but not yet paid by APPAY01 - the open statuses FXREVAL1
      *    revalues.
       3700-RECONCILE-PAYABLES.
           MOVE '2000' TO HV-ACCT-NUMBER

           EXEC SQL
               SELECT ACCT_DESC, NORMAL_BAL
               INTO   :HV-ACCT-DESC, :HV-NORMAL-BAL
               FROM   CHART_OF_ACCOUNTS
               WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
           END-EXEC

           EXEC SQL
               SELECT
                   COALESCE((SELECT ENDING_BALANCE
                             FROM   GL_PERIOD_BALANCE
                             WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
                             AND    PERIOD_SEQ  =
                                    :HV-PERIOD-SEQ - 1), 0),
                   COALESCE(SUM(CASE JL.DR_CR_IND
                                WHEN 'D' THEN JL.AMOUNT
                                ELSE 0 END), 0),
                   COALESCE(SUM(CASE JL.DR_CR_IND
                                WHEN 'C' THEN JL.AMOUNT
                                ELSE 0 END), 0)
               INTO   :HV-BEG-BAL, :HV-DR-TOTAL, :HV-CR-TOTAL
               FROM   GL_JOURNAL_LINE JL
               JOIN   GL_JOURNAL GJ
                      ON  GJ.JOURNAL_ID = JL.JOURNAL_ID
                      AND GJ.PERIOD_ID  = :HV-PERIOD-ID
                      AND GJ.STATUS     = 'POSTED'
               WHERE  JL.ACCT_NUMBER = :HV-ACCT-NUMBER
           END-EXEC

           PERFORM 8100-COMPUTE-GL-BALANCE

           EXEC SQL
               SELECT COALESCE(SUM(INVOICE_TOTAL), 0)
               INTO   :HV-SUB-TOTAL
               FROM   AP_INVOICE
               WHERE  STATUS IN ('ENTERED', 'MATCHED', 'HOLD')
           END-EXEC

           MOVE HV-SUB-TOTAL TO WS-SUB-BALANCE
           PERFORM 8000-WRITE-RECON-DETAIL.

       4000-PRINT-SUMMARY.
           MOVE WS-RECON-COUNT     TO SL-COUNT
           MOVE WS-EXCEPTION-COUNT TO SL-EXCEPT
           WRITE REPORT-LINE FROM SUM-LINE.

       9000-TERMINATE.
           EXEC SQL  COMMIT  END-EXEC
           CLOSE REPORT-FILE.

       9100-PRINT-HEADERS.

           WRITE REPORT-LINE FROM RECON-DET-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-RECON-COUNT

      *    Latest subledger figure for the period, replaced on every
      *    rerun, as the supporting amount for GLCERT01.
           MOVE WS-SUB-BALANCE TO HV-SUB-TOTAL
           EXEC SQL
               DELETE FROM GL_SUBLEDGER_BALANCE
               WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
               AND    PERIOD_ID   = :HV-PERIOD-ID
           END-EXEC

           EXEC SQL
               INSERT INTO GL_SUBLEDGER_BALANCE
               (ACCT_NUMBER, PERIOD_ID, SUB_BALANCE, RUN_DATE)
               VALUES
               (:HV-ACCT-NUMBER, :HV-PERIOD-ID, :HV-SUB-TOTAL,
                CURRENT DATE)
           END-EXEC.
