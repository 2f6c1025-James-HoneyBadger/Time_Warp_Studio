      *    The one aggregation over GL_JOURNAL_LINE for the whole
      *    report pack: the trial-balance rollup plus the budget
      *    amount, fetched once per active account and held in
      *    WS-BAL-TABLE for every report section below. BUDGET may
      *    hold one row per department for an account, so the
      *    account's budget is summed across departments before it
      *    joins - joining the raw rows would repeat the account.
       2900-BUILD-ACCOUNT-BALANCES.
           MOVE ZEROS TO WS-BAL-COUNT

                       FROM   FISCAL_PERIOD
                       WHERE  PERIOD_ID = :HV-PERIOD-ID)
               ) BP ON BP.ACCT_NUMBER = COA.ACCT_NUMBER
               LEFT JOIN (
                   SELECT ACCT_NUMBER,
                          SUM(BUDGET_AMOUNT) AS BUDGET_AMOUNT
                   FROM   BUDGET
                   WHERE  PERIOD_ID      = :HV-PERIOD-ID
                   AND    BUDGET_VERSION = 'ORIG'
                   GROUP BY ACCT_NUMBER
               ) B ON B.ACCT_NUMBER = COA.ACCT_NUMBER
               WHERE COA.ACTIVE_FLAG = 'Y'
               GROUP BY COA.ACCT_NUMBER, COA.ACCT_DESC,
                        COA.ACCT_TYPE,   COA.NORMAL_BAL,
