      *            line for line at check granularity, and the
      *            number drops off PAYRECN1's outstanding list the
      *            same way (its queries exclude voided checks). A
      *            check the bank already cleared is refused. Any
      *            employee loan recovery the check carried goes
      *            back onto the loan balance and the 1250 employee
      *            receivable.
      *
      *          RISS - reissue a lost check under a new number with
      *            no re-taxing and no GL effect: the original is
      *            voided and an identical replacement inserted, the
      *            register pattern PAYRECN1's 2500-VOID-AND-REISSUE
      *            established ('RI' number series shared). Loan
      *            recovery rows follow the replacement check.
      *
      *          MANL - cut an off-cycle manual check for a missed
      *            payment: full tax calculation on the keyed gross
       01  HV-EXC-SEVERITY        PIC X(1).
       01  HV-EXC-REASON          PIC X(12).
       01  HV-EXC-KEY             PIC X(30).
       01  HV-LOAN-PRIN-AMT       PIC 9(8)V99 USAGE COMP-3.
       01  HV-LOAN-INT-AMT        PIC 9(8)V99 USAGE COMP-3.
           EXEC SQL END DECLARE SECTION END-EXEC.

      *--- Print Line Templates
           END-EXEC

           PERFORM 3500-POST-VOID-REVERSAL
           PERFORM 3520-RESTORE-LOAN-BALANCES
           PERFORM 8000-LOG-RUN-ACTION

           EXEC SQL COMMIT END-EXEC
               PERFORM 8200-LOG-LINE-AUDIT
           END-IF

      *    Employee loan recovery on the check: Dr the receivable
      *    (1250) and loan interest income (4910) back.
           EXEC SQL
               SELECT COALESCE(SUM(PRINCIPAL_AMT), 0),
                      COALESCE(SUM(INTEREST_AMT), 0)
               INTO   :HV-LOAN-PRIN-AMT, :HV-LOAN-INT-AMT
               FROM   EMPLOYEE_LOAN_RECOVERY
               WHERE  CHECK_ID      = :HV-CHECK-ID
               AND    REVERSED_FLAG = 'N'
           END-EXEC

           MOVE HV-LOAN-PRIN-AMT TO HV-GL-AMT
           IF HV-GL-AMT > ZEROS
               ADD 1 TO WS-GL-LINE-NO
               EXEC SQL
                   INSERT INTO GL_JOURNAL_LINE VALUES (
                       :WS-JOURNAL-ID, :WS-GL-LINE-NO, '1250', NULL,
                       'VOID - EMPLOYEE LOAN RECOVERY',
                       :HV-GL-AMT, 0.00, :HV-PERIOD-ID
                   )
               END-EXEC
               PERFORM 8200-LOG-LINE-AUDIT
           END-IF

           MOVE HV-LOAN-INT-AMT TO HV-GL-AMT
           IF HV-GL-AMT > ZEROS
               ADD 1 TO WS-GL-LINE-NO
               EXEC SQL
                   INSERT INTO GL_JOURNAL_LINE VALUES (
                       :WS-JOURNAL-ID, :WS-GL-LINE-NO, '4910', NULL,
                       'VOID - EMPLOYEE LOAN INTEREST',
                       :HV-GL-AMT, 0.00, :HV-PERIOD-ID
                   )
               END-EXEC
               PERFORM 8200-LOG-LINE-AUDIT
           END-IF

           MOVE HV-GROSS-PAY TO HV-GL-AMT
           ADD 1 TO WS-GL-LINE-NO
           EXEC SQL
           END-EXEC
           PERFORM 8200-LOG-LINE-AUDIT.

      *================================================================
      *    Principal the voided check recovered goes back onto each
      *    loan (a paid-off loan reopens); the recovery rows are kept
      *    and flagged so PAYLOAN1 and a second void ignore them.
       3520-RESTORE-LOAN-BALANCES.
           EXEC SQL
               UPDATE EMPLOYEE_LOAN L
               SET    BALANCE = BALANCE +
                      (SELECT SUM(R.PRINCIPAL_AMT)
                       FROM   EMPLOYEE_LOAN_RECOVERY R
                       WHERE  R.LOAN_ID       = L.LOAN_ID
                       AND    R.CHECK_ID      = :HV-CHECK-ID
                       AND    R.REVERSED_FLAG = 'N'),
                      STATUS  = CASE WHEN STATUS = 'UNCOLL'
                                     THEN 'UNCOLL'
                                     ELSE 'ACTIVE' END
               WHERE  LOAN_ID IN
                      (SELECT R.LOAN_ID
                       FROM   EMPLOYEE_LOAN_RECOVERY R
                       WHERE  R.CHECK_ID      = :HV-CHECK-ID
                       AND    R.REVERSED_FLAG = 'N')
           END-EXEC

           EXEC SQL
               UPDATE EMPLOYEE_LOAN_RECOVERY
               SET    REVERSED_FLAG = 'Y'
               WHERE  CHECK_ID      = :HV-CHECK-ID
               AND    REVERSED_FLAG = 'N'
           END-EXEC.

      *================================================================
      *    REISSUE: void plus identical replacement under the shared
      *    'RI' series - no re-tax (the withholding already stands)
                   SOC_SEC, MEDICARE, HEALTH_INS, DENTAL_INS,
                   RETIREMENT_401K, OTHER_DED, NET_PAY,
                   REG_EARNINGS, OT_EARNINGS, DT_EARNINGS,
                   LOAN_DED, VOID_FLAG, POSTED_FLAG
               )
               SELECT :HV-NEW-CHECK-ID, EMP_ID, PERIOD_ID,
                      CURRENT DATE,
                      COALESCE(REG_EARNINGS, GROSS_PAY),
                      COALESCE(OT_EARNINGS, 0),
                      COALESCE(DT_EARNINGS, 0),
                      COALESCE(LOAN_DED, 0), 'N', POSTED_FLAG
               FROM   PAYCHECK
               WHERE  CHECK_ID = :HV-CHECK-ID
           END-EXEC
               GO TO 4099-REISSUE-EXIT
           END-IF

           EXEC SQL
               UPDATE EMPLOYEE_LOAN_RECOVERY
               SET    CHECK_ID      = :HV-NEW-CHECK-ID
               WHERE  CHECK_ID      = :HV-CHECK-ID
               AND    REVERSED_FLAG = 'N'
           END-EXEC

           EXEC SQL
               INSERT INTO PAYCHECK_EARNING_LINE (
                   CHECK_ID, LINE_NO, EARN_TYPE, JOB_CODE,
                   SHIFT_CODE, HOURS, RATE, AMOUNT
               )
               SELECT :HV-NEW-CHECK-ID, LINE_NO, EARN_TYPE, JOB_CODE,
                      SHIFT_CODE, HOURS, RATE, AMOUNT
               FROM   PAYCHECK_EARNING_LINE
               WHERE  CHECK_ID = :HV-CHECK-ID
           END-EXEC

           PERFORM 8000-LOG-RUN-ACTION
           EXEC SQL COMMIT END-EXEC

