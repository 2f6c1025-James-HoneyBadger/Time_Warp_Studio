      *================================================================
      * PROGRAM:    GLCLOSE01
      * DESCRIPTION: General Ledger Period-End Close
      *              - Refuse to close until the subledger feeds,
      *                REVREC01's deferred revenue release and
      *                PPDAMR01's prepaid amortization are COMPLETE
      *                for the period on BATCH_RUN_CONTROL
      *              - Refuse to close until PAYACR01 has accrued the
      *                period's unpaid wages (and staged their
      *                reversal into the next period)
      *              - Refuse to close until every active balance-
      *                sheet account's reconciliation for the period
      *                is CERTIFIED on GL_ACCT_RECON (GLCERT01)
      *              - Refuse to close until LSEREG01 has posted the
      *                period's lease accretion and ROU amortization
      *              - Validate every journal in the period is POSTED
      *              - Snapshot ending balances into GL_PERIOD_BALANCE
      *              - Snapshot each entity's cumulative signed

      *--- 1500 ENFORCE PREREQUISITE JOBS VIA BATCH_RUN_CONTROL ---
      *    The period cannot close until the subledger feeds have
      *    finished posting into it: PAYPRO01, INVCTR01, REVREC01
      *    (the period's deferred revenue release) and PPDAMR01
      *    (the period's prepaid expense amortization) must show
      *    COMPLETE on BATCH_RUN_CONTROL for this period (their
      *    run-control period IDs share the period's YYYYMM stem).
      *    PAYACR01's month-end wage accrual is gated the same way,
      *    so unpaid days worked are in the period before it closes.
      *    LSEREG01's lease posting is gated too, so the lease
      *    liability and ROU assets roll before the period closes.
      *    Every active balance-sheet account must also have a
      *    reconciliation for the period that GLCERT01 has taken
      *    through preparer and reviewer sign-off to CERTIFIED.
      *    One mis-sequenced close used to cost a day of backing
      *    out; now it refuses up front.
       1500-ENFORCE-PREREQUISITE-JOBS.
               WRITE REPORT-LINE FROM MSG-LINE
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-PREREQ-COUNT
               FROM   BATCH_RUN_CONTROL
               WHERE  JOB_NAME   = 'REVREC01'
               AND    PERIOD_ID LIKE :HV-PERIOD-LIKE
               AND    RUN_STATUS = 'COMPLETE'
           END-EXEC

           IF HV-PREREQ-COUNT = ZEROS
               MOVE 'N' TO WS-CLOSE-OK-SWITCH
               MOVE 'PREREQUISITE NOT MET: REVREC01 NOT COMPLETE'
                   TO ML-TEXT
               WRITE REPORT-LINE FROM MSG-LINE
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-PREREQ-COUNT
               FROM   BATCH_RUN_CONTROL
               WHERE  JOB_NAME   = 'PPDAMR01'
               AND    PERIOD_ID LIKE :HV-PERIOD-LIKE
               AND    RUN_STATUS = 'COMPLETE'
           END-EXEC

           IF HV-PREREQ-COUNT = ZEROS
               MOVE 'N' TO WS-CLOSE-OK-SWITCH
               MOVE 'PREREQUISITE NOT MET: PPDAMR01 NOT COMPLETE'
                   TO ML-TEXT
               WRITE REPORT-LINE FROM MSG-LINE
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-PREREQ-COUNT
               FROM   BATCH_RUN_CONTROL
               WHERE  JOB_NAME   = 'PAYACR01'
               AND    PERIOD_ID LIKE :HV-PERIOD-LIKE
               AND    RUN_STATUS = 'COMPLETE'
           END-EXEC

           IF HV-PREREQ-COUNT = ZEROS
               MOVE 'N' TO WS-CLOSE-OK-SWITCH
               MOVE 'PREREQUISITE NOT MET: PAYACR01 NOT COMPLETE'
                   TO ML-TEXT
               WRITE REPORT-LINE FROM MSG-LINE
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-PREREQ-COUNT
               FROM   BATCH_RUN_CONTROL
               WHERE  JOB_NAME   = 'LSEREG01'
               AND    PERIOD_ID LIKE :HV-PERIOD-LIKE
               AND    RUN_STATUS = 'COMPLETE'
           END-EXEC

           IF HV-PREREQ-COUNT = ZEROS
               MOVE 'N' TO WS-CLOSE-OK-SWITCH
               MOVE 'PREREQUISITE NOT MET: LSEREG01 NOT COMPLETE'
                   TO ML-TEXT
               WRITE REPORT-LINE FROM MSG-LINE
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-PREREQ-COUNT
               FROM   CHART_OF_ACCOUNTS COA
               WHERE  COA.ACTIVE_FLAG = 'Y'
               AND    COA.ACCT_TYPE NOT IN ('R', 'X')
               AND    NOT EXISTS
                      (SELECT 1
                       FROM   GL_ACCT_RECON R
                       WHERE  R.ACCT_NUMBER  = COA.ACCT_NUMBER
                       AND    R.PERIOD_ID    = :HV-PERIOD-ID
                       AND    R.RECON_STATUS = 'CERTIFIED')
           END-EXEC

           IF HV-PREREQ-COUNT > ZEROS
               MOVE 'N' TO WS-CLOSE-OK-SWITCH
               MOVE HV-PREREQ-COUNT TO WS-ACCT-COUNT-DISP
               MOVE SPACES TO ML-TEXT
               STRING 'PREREQUISITE NOT MET: ' WS-ACCT-COUNT-DISP
                      ' BALANCE SHEET RECONCILIATIONS NOT CERTIFIED'
                      ' (SEE GLCERT01)'
                      DELIMITED SIZE INTO ML-TEXT
               WRITE REPORT-LINE FROM MSG-LINE
           END-IF

      *    The close itself registers like every other job.
           EXEC SQL
               DELETE FROM BATCH_RUN_CONTROL
