      * Purpose: Itemized employee pay statements. For every PAYCHECK
      *          in the requested period, prints a formatted stub:
      *          earnings split (regular / overtime / double-time as
      *          carried on the check row by PAYPRO01) with each
      *          job/shift rate line, shift differential, bonus and
      *          regular-rate OT premium behind it, every tax and
      *          deduction amount, the garnishment detail recorded on
      *          GARNISHMENT_REMIT, employee loan repayment,
      *          PTO balances from PTO_BALANCE,
      *          and year-to-date totals accumulated from prior
      *          PAYCHECK rows.
      *
           88  WS-CHECK-EOF                  VALUE 'Y'.
       01  WS-GARN-EOF-SWITCH     PIC X(1)   VALUE 'N'.
           88  WS-GARN-EOF                   VALUE 'Y'.
       01  WS-RATE-EOF-SWITCH     PIC X(1)   VALUE 'N'.
           88  WS-RATE-EOF                   VALUE 'Y'.

       01  WS-STUBS-PRINTED       PIC 9(6)   VALUE ZEROS.

       01  HV-RETIRE-401K         PIC 9(6)V99 USAGE COMP-3.
       01  HV-OTHER-DED           PIC 9(6)V99 USAGE COMP-3.
       01  HV-NET-PAY             PIC 9(8)V99 USAGE COMP-3.
       01  HV-LOAN-DED            PIC 9(6)V99 USAGE COMP-3.
       01  HV-GARN-ID             PIC X(10).
       01  HV-GARN-TYPE           PIC X(4).
       01  HV-GARN-AMT            PIC 9(6)V99 USAGE COMP-3.
       01  HV-EL-TYPE             PIC X(4).
       01  HV-EL-JOB              PIC X(6).
       01  HV-EL-SHIFT            PIC X(2).
       01  HV-EL-HOURS            PIC 9(3)V99 USAGE COMP-3.
       01  HV-EL-RATE             PIC 9(6)V9999 USAGE COMP-3.
       01  HV-EL-AMOUNT           PIC 9(8)V99 USAGE COMP-3.
       01  HV-VAC-BALANCE         PIC S9(5)V99 USAGE COMP-3.
       01  HV-SICK-BALANCE        PIC S9(5)V99 USAGE COMP-3.
       01  HV-YTD-GROSS           PIC 9(10)V99 USAGE COMP-3.
           05  SB-G-AMOUNT    PIC ZZ,ZZ9.99.
           05  FILLER         PIC X(88)  VALUE SPACES.

       01  SB-RATE-LINE.
           05  FILLER         PIC X(6)   VALUE SPACES.
           05  SB-R-LABEL     PIC X(14).
           05  SB-R-JOB       PIC X(6).
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  SB-R-SHIFT-LIT PIC X(6).
           05  SB-R-SHIFT     PIC X(2).
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  SB-R-HOURS     PIC ZZ9.99.
           05  FILLER         PIC X(4)   VALUE ' @  '.
           05  SB-R-RATE      PIC ZZZ,ZZ9.9999.
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  SB-R-AMOUNT    PIC ZZZ,ZZ9.99.
           05  FILLER         PIC X(61)  VALUE SPACES.

       01  SB-PTO-LINE.
           05  FILLER         PIC X(4)   VALUE SPACES.
           05  FILLER         PIC X(22)  VALUE 'PTO BALANCES:  VAC '.
                      COALESCE(P.DT_EARNINGS, 0),
                      P.FED_TAX, P.STATE_TAX, P.SOC_SEC,
                      P.MEDICARE, P.HEALTH_INS, P.DENTAL_INS,
                      P.RETIREMENT_401K, P.OTHER_DED, P.NET_PAY,
                      COALESCE(P.LOAN_DED, 0)
               FROM   PAYCHECK P
               JOIN   EMPLOYEE E ON E.EMP_ID = P.EMP_ID
               WHERE  P.PERIOD_ID = :HV-PERIOD-ID
                        :HV-DT-EARN, :HV-FED-TAX, :HV-STATE-TAX,
                        :HV-SOC-SEC, :HV-MEDICARE, :HV-HEALTH-INS,
                        :HV-DENTAL-INS, :HV-RETIRE-401K,
                        :HV-OTHER-DED, :HV-NET-PAY, :HV-LOAN-DED
               END-EXEC

               IF SQLCODE = 100
               MOVE HV-DT-EARN                  TO SB-A-AMOUNT
               WRITE PRINT-RECORD FROM SB-AMT-LINE
           END-IF
           PERFORM 2250-PRINT-RATE-DETAIL
           MOVE 'GROSS PAY'         TO SB-A-LABEL
           MOVE HV-GROSS-PAY        TO SB-A-AMOUNT
           WRITE PRINT-RECORD FROM SB-AMT-LINE
               WRITE PRINT-RECORD FROM SB-AMT-LINE
               PERFORM 2200-PRINT-GARNISH-DETAIL
           END-IF
           IF HV-LOAN-DED > ZEROS
               MOVE 'EMPLOYEE LOAN REPAYMENT' TO SB-A-LABEL
               MOVE HV-LOAN-DED      TO SB-A-AMOUNT
               WRITE PRINT-RECORD FROM SB-AMT-LINE
           END-IF
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD


           EXEC SQL CLOSE SGARN-CUR END-EXEC.

      *================================================================
      *    The rate lines PAYPRO01 recorded on PAYCHECK_EARNING_LINE
      *    for the check: hours at each job/shift rate, the shift
      *    differential, production bonus, and the OT / double-time
      *    premium at the FLSA regular rate. Salaried checks and
      *    checks paid before rate lines were kept have none.
       2250-PRINT-RATE-DETAIL.
           MOVE 'N' TO WS-RATE-EOF-SWITCH

           EXEC SQL
               DECLARE SRATE-CUR CURSOR FOR
               SELECT EARN_TYPE, COALESCE(JOB_CODE, ' '),
                      COALESCE(SHIFT_CODE, ' '),
                      HOURS, RATE, AMOUNT
               FROM   PAYCHECK_EARNING_LINE
               WHERE  CHECK_ID = :HV-CHECK-ID
               ORDER BY LINE_NO
           END-EXEC

           EXEC SQL OPEN SRATE-CUR END-EXEC

           PERFORM UNTIL WS-RATE-EOF
               EXEC SQL
                   FETCH SRATE-CUR
                   INTO :HV-EL-TYPE, :HV-EL-JOB, :HV-EL-SHIFT,
                        :HV-EL-HOURS, :HV-EL-RATE, :HV-EL-AMOUNT
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-RATE-EOF-SWITCH
               ELSE
                   MOVE SPACES TO SB-R-JOB SB-R-SHIFT-LIT SB-R-SHIFT
                   EVALUATE HV-EL-TYPE
                       WHEN 'RATE'
                           MOVE 'JOB'           TO SB-R-LABEL
                       WHEN 'SDIF'
                           MOVE 'SHIFT DIFF'    TO SB-R-LABEL
                       WHEN 'BONS'
                           MOVE 'PROD BONUS'    TO SB-R-LABEL
                       WHEN 'OTPR'
                           MOVE 'OT PREMIUM'    TO SB-R-LABEL
                       WHEN 'DTPR'
                           MOVE 'DT PREMIUM'    TO SB-R-LABEL
                       WHEN OTHER
                           MOVE HV-EL-TYPE      TO SB-R-LABEL
                   END-EVALUATE
                   IF HV-EL-TYPE = 'RATE' OR 'SDIF'
                       MOVE HV-EL-JOB   TO SB-R-JOB
                       MOVE 'SHIFT '    TO SB-R-SHIFT-LIT
                       MOVE HV-EL-SHIFT TO SB-R-SHIFT
                   END-IF
                   MOVE HV-EL-HOURS  TO SB-R-HOURS
                   MOVE HV-EL-RATE   TO SB-R-RATE
                   MOVE HV-EL-AMOUNT TO SB-R-AMOUNT
                   WRITE PRINT-RECORD FROM SB-RATE-LINE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE SRATE-CUR END-EXEC.

      *================================================================
       2300-PRINT-PTO-BALANCES.
           EXEC SQL
