      * Date:    2025-12-26
      * Purpose: Read EMPLOYEE and TIMECARD tables, compute gross
      *          pay, all deductions, and net pay. Write PAYCHECK
      *          records and GL journal entries. Hourly pay is built
      *          from job/shift rate lines with shift differentials,
      *          and overtime is paid at the FLSA regular rate.
      *          Checks are dated, and direct deposits settle, on
      *          the pay date: the run date rolled to a bank
      *          business day by BUSDAY01, with a console warning
      *          when it had to be moved.
      *
      * Input:   WS-PERIOD-ID (pay period from JCL PARM or SYSIN)
      *          WS-GROUP-PARM (pay group; blank = all employees on
       01  WS-PROGRAM-NAME        PIC X(8)   VALUE 'PAYPRO01'.
       01  WS-PERIOD-ID           PIC X(8)   VALUE '2025122BI'.
       01  WS-RUN-DATE            PIC X(10)  VALUE SPACES.
       01  WS-RUN-DATE-ISO        PIC X(10)  VALUE SPACES.
       01  WS-PAY-DATE            PIC X(10)  VALUE SPACES.
       01  WS-PROCESS-STATUS      PIC X(1)   VALUE 'G'.
           88  PROCESS-GOOD                  VALUE 'G'.
           88  PROCESS-ERROR                 VALUE 'E'.
           05  WS-GARN-THIS-AMT   PIC 9(8)V99.
       01  WS-GARN-REMIT-SEED     PIC 9(9)   VALUE ZEROS.

      *--- Employee Loan / Pay Advance Recovery Work Fields
      *    Installments on EMPLOYEE_LOAN come out after taxes and
      *    garnishments and never drive net pay below the protected
      *    minimum: a weekly floor of 30 x the federal minimum wage,
      *    restated for the pay group's frequency. Interest is only
      *    charged as it is collected, so the loan balances and the
      *    1250 employee receivable always move together.
       01  WS-LOAN-WORK.
           05  WS-LOAN-MIN-NET-WKLY PIC 9(6)V99 VALUE 217.50.
           05  WS-LOAN-NET-FLOOR  PIC 9(8)V99  VALUE ZEROS.
           05  WS-LOAN-AVAILABLE  PIC S9(8)V99 VALUE ZEROS.
           05  WS-LOAN-DED        PIC 9(6)V99  VALUE ZEROS.
           05  WS-LOAN-INT-DUE    PIC 9(6)V99  VALUE ZEROS.
           05  WS-LOAN-DUE        PIC 9(8)V99  VALUE ZEROS.
           05  WS-LOAN-TAKE       PIC 9(8)V99  VALUE ZEROS.
           05  WS-LOAN-RECOVER-SW PIC X(1)     VALUE 'Y'.
               88  WS-LOAN-RECOVER-OK          VALUE 'Y'.
           05  WS-LOAN-COUNT      PIC S9(4) COMP VALUE ZEROS.
           05  WS-LOAN-IDX        PIC S9(4) COMP VALUE ZEROS.
       01  WS-LOAN-TABLE.
           05  WS-LN-ENTRY OCCURS 10 TIMES.
               10  WS-LN-LOAN-ID   PIC X(10).
               10  WS-LN-INTEREST  PIC 9(6)V99.
               10  WS-LN-PRINCIPAL PIC 9(8)V99.
               10  WS-LN-BALANCE   PIC 9(8)V99.
               10  WS-LN-STATUS    PIC X(8).
       01  WS-LOAN-TOTALS.
           05  WS-TOTAL-LOAN-PRIN PIC 9(10)V99 VALUE ZEROS.
           05  WS-TOTAL-LOAN-INT  PIC 9(10)V99 VALUE ZEROS.
           05  WS-LOAN-UNCOLL-CT  PIC 9(6)     VALUE ZEROS.
           05  WS-LOAN-UNCOLL-AMT PIC 9(10)V99 VALUE ZEROS.

      *--- Termination / Final-Pay Work Fields
      *    Driven by TERM_DATE on EMPLOYEE: the employee's last
      *    regular run prorates salaried pay, pays out the vacation
       01  WS-DT-RATE             PIC 9(6)V99 VALUE ZEROS.
       01  WS-DT-EARNINGS         PIC 9(8)V99 VALUE ZEROS.

      *--- Multiple Rate / FLSA Regular Rate Work Fields
      *    TIMECARD_DAILY hours carry the job worked and the shift.
      *    Each job/shift pair pays straight time at the employee's
      *    EMP_JOB_RATE for the job (else the base PAY_RATE) plus
      *    the SHIFT_DIFFERENTIAL; overtime and double-time premium
      *    is then paid at the regular rate - all straight-time pay
      *    plus nondiscretionary production bonus, over all hours.
       01  WS-RATE-WORK.
           05  WS-RL-COUNT        PIC S9(4) COMP VALUE ZEROS.
           05  WS-RL-IDX          PIC S9(4) COMP VALUE ZEROS.
           05  WS-RL-EOF-SW       PIC X(1)   VALUE 'N'.
               88  WS-RL-EOF                 VALUE 'Y'.
           05  WS-TOTAL-HOURS     PIC 9(3)V99 VALUE ZEROS.
           05  WS-DAILY-HOURS     PIC 9(3)V99 VALUE ZEROS.
           05  WS-STRAIGHT-TIME   PIC 9(8)V99 VALUE ZEROS.
           05  WS-BONUS-AMT       PIC 9(8)V99 VALUE ZEROS.
           05  WS-REGULAR-RATE    PIC 9(6)V9999 VALUE ZEROS.
           05  WS-OT-PREM-AMT     PIC 9(8)V99 VALUE ZEROS.
           05  WS-DT-PREM-AMT     PIC 9(8)V99 VALUE ZEROS.
           05  WS-REG-CHECK       PIC S9(8)V99 VALUE ZEROS.
           05  WS-EL-LINE-NO      PIC S9(4) COMP VALUE ZEROS.
       01  WS-RATE-LINE-TABLE.
           05  WS-RL-ENTRY OCCURS 20 TIMES.
               10  WS-RL-JOB      PIC X(6).
               10  WS-RL-SHIFT    PIC X(2).
               10  WS-RL-HOURS    PIC 9(3)V99.
               10  WS-RL-RATE     PIC 9(6)V9999.
               10  WS-RL-DIFF     PIC 9(4)V9999.
               10  WS-RL-AMOUNT   PIC 9(8)V99.
               10  WS-RL-DIFF-AMT PIC 9(8)V99.

      *--- Tax Rate Constants
      *    The employer matches the employee's Social Security and
      *    Medicare rates; FUTA and SUTA are employer-only, each
           05  WS-DD-BLOCK-REM    PIC 9(6)   VALUE ZEROS.
           05  WS-DD-PAD-COUNT    PIC 9(6)   VALUE ZEROS.

      *--- Business-Day Request / Result Block (BUSDAY01)
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

      *--- Federal Tax Table (bi-weekly, simplified withholding)
       01  WS-FED-TAX-TABLE.
           05  FILLER             PIC 9(6)V99 VALUE 0.
       01  HV-REG-EARN            PIC 9(8)V99 USAGE COMP-3.
       01  HV-OT-EARN             PIC 9(8)V99 USAGE COMP-3.
       01  HV-DT-EARN             PIC 9(8)V99 USAGE COMP-3.
       01  HV-LOAN-ID             PIC X(10).
       01  HV-LOAN-BALANCE        PIC 9(8)V99 USAGE COMP-3.
       01  HV-LOAN-INSTALL        PIC 9(6)V99 USAGE COMP-3.
       01  HV-LOAN-RATE           PIC V9999   USAGE COMP-3.
       01  HV-LOAN-STATUS         PIC X(8).
       01  HV-LOAN-INT-AMT        PIC 9(6)V99 USAGE COMP-3.
       01  HV-LOAN-PRIN-AMT       PIC 9(8)V99 USAGE COMP-3.
       01  HV-LOAN-DED            PIC 9(6)V99 USAGE COMP-3.
       01  HV-LOAN-RECOVER        PIC X(1).
       01  HV-WC-CLASS            PIC X(4).
       01  HV-WC-STATE            PIC X(2).
       01  HV-RL-JOB              PIC X(6).
       01  HV-RL-SHIFT            PIC X(2).
       01  HV-RL-HOURS            PIC 9(3)V99 USAGE COMP-3.
       01  HV-RL-RATE             PIC 9(6)V9999 USAGE COMP-3.
       01  HV-DIFF-TYPE           PIC X(1).
       01  HV-DIFF-VALUE          PIC 9(4)V9999 USAGE COMP-3.
       01  HV-BONUS-AMT           PIC 9(8)V99 USAGE COMP-3.
       01  HV-EL-LINE-NO          PIC S9(4)   USAGE COMP.
       01  HV-EL-TYPE             PIC X(4).
       01  HV-EL-AMOUNT           PIC 9(8)V99 USAGE COMP-3.
           EXEC SQL END DECLARE SECTION END-EXEC.

      *--- Print Line Templates
           05  PG-D-AMOUNT    PIC ZZ,ZZ9.99.
           05  FILLER         PIC X(82)  VALUE SPACES.

      *--- Employee Loan Recovery Detail Line
       01  PL-LOAN-DETAIL.
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  FILLER         PIC X(12)  VALUE 'LOAN RECOV: '.
           05  PN-D-EMPID     PIC X(8).
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  PN-D-LOANID    PIC X(10).
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  PN-D-STATUS    PIC X(8).
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  PN-D-AMOUNT    PIC ZZ,ZZ9.99.
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  FILLER         PIC X(8)   VALUE 'BALANCE:'.
           05  PN-D-BALANCE   PIC ZZZ,ZZ9.99.
           05  FILLER         PIC X(58)  VALUE SPACES.

      *--- Labor Distribution Detail Line
       01  PL-LABOR-DETAIL.
           05  FILLER         PIC X(2)   VALUE SPACES.
      *================================================================
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RUN-DATE
      *    CURRENT-DATE is YYYYMMDDhh; DB2, BUSDAY01 and the NACHA
      *    date slices all want YYYY-MM-DD.
           MOVE SPACES TO WS-RUN-DATE-ISO
           STRING WS-RUN-DATE(1:4) '-'
                  WS-RUN-DATE(5:2) '-'
                  WS-RUN-DATE(7:2)
               DELIMITED SIZE INTO WS-RUN-DATE-ISO

      *    Pay period, rerun-override, and retro-mode flag come from
      *    JCL PARM/SYSIN. Blank PARM keeps the compiled-in default
           MOVE WS-PERIOD-ID  TO HV-PERIOD-ID
           MOVE WS-GROUP-CODE TO HV-GROUP-CODE

           PERFORM 1010-SET-PAY-DATE

           IF WS-RUN-RETRO OR WS-RUN-COMMISSIONS
               GO TO 1000-INITIALIZE-EXIT
           END-IF
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================
      *    Pay date: the run date rolled to a bank business day by
      *    BUSDAY01 (usage PAYDATE, BANK calendar, roll following
      *    unless HOLCAL01 has set a rule for PAYPRO01). Regular,
      *    retro and commission checks are all dated on it and the
      *    direct-deposit batch settles on it. A moved date is
      *    warned here and logged DATE-ROLLED by BUSDAY01.
      *================================================================
       1010-SET-PAY-DATE.
           MOVE WS-RUN-DATE-ISO TO WS-PAY-DATE
           MOVE 'R'             TO BDS-FUNCTION
           MOVE WS-PROGRAM-NAME TO BDS-CALLER
           MOVE 'PAYDATE'       TO BDS-USAGE
           MOVE 'BANK'          TO BDS-CALENDAR-ID
           MOVE 'F'             TO BDS-ROLL-RULE
           MOVE 'Y'             TO BDS-LOG-SW
           MOVE WS-RUN-DATE-ISO TO BDS-IN-DATE
           MOVE ZEROS           TO BDS-DAY-COUNT
           CALL 'BUSDAY01' USING BDS-PARMS

           IF BDS-OK
               MOVE BDS-OUT-DATE TO WS-PAY-DATE
           ELSE
               DISPLAY 'PAYPRO01 WARNING: Pay date not checked'
                   ' against the bank calendar, RC='
                   BDS-RETURN-CODE
           END-IF

           IF BDS-MOVED
               DISPLAY 'PAYPRO01 WARNING: Pay date ' BDS-IN-DATE
                   ' is not a bank business day - moved to '
                   BDS-OUT-DATE
           END-IF.

      *================================================================
      *    PAY_GROUP carries each group's frequency, pay calendar
      *    periods per year, and default labor account. The
               INSERT INTO PAYROLL_RUN_LOG
                   (PERIOD_ID, GROUP_CODE, RUN_DATE, RUN_STATUS)
               VALUES
                   (:HV-PERIOD-ID, :HV-GROUP-CODE, :WS-RUN-DATE-ISO,
                    'RUNNING')
           END-EXEC.

       1100-WRITE-DD-FILE-HEADER.
           MOVE WS-DD-IMMED-DEST     TO NFH-IMMED-DEST
           MOVE WS-DD-IMMED-ORIGIN   TO NFH-IMMED-ORIGIN
           MOVE WS-RUN-DATE-ISO(3:2) TO NFH-FILE-DATE(1:2)
           MOVE WS-RUN-DATE-ISO(6:2) TO NFH-FILE-DATE(3:2)
           MOVE WS-RUN-DATE-ISO(9:2) TO NFH-FILE-DATE(5:2)
           MOVE '0000'               TO NFH-FILE-TIME
           MOVE WS-DD-DEST-NAME      TO NFH-DEST-NAME
           MOVE WS-DD-ORIGIN-NAME    TO NFH-ORIGIN-NAME

           MOVE WS-DD-ORIGIN-NAME    TO NBH-COMPANY-NAME
           MOVE WS-DD-COMPANY-ID     TO NBH-COMPANY-ID
           MOVE WS-PAY-DATE(3:2)     TO NBH-EFFECT-DATE(1:2)
           MOVE WS-PAY-DATE(6:2)     TO NBH-EFFECT-DATE(3:2)
           MOVE WS-PAY-DATE(9:2)     TO NBH-EFFECT-DATE(5:2)
           MOVE WS-DD-ORIGIN-DFI     TO NBH-ORIGIN-DFI
           MOVE WS-DD-BATCH-NO       TO NBH-BATCH-NO
           WRITE DD-RECORD FROM NACHA-BATCH-HEADER.
                       PERFORM 2300-CALCULATE-TAXES
                       PERFORM 2350-CALCULATE-EMPLOYER-TAXES
                       PERFORM 2450-CALCULATE-GARNISHMENTS
                       PERFORM 2470-CALCULATE-LOAN-RECOVERY
                       PERFORM 2500-COMPUTE-NET
                       PERFORM 2600-WRITE-PAYCHECK
                       PERFORM 2650-WRITE-DD-ENTRY
      *================================================================
       2200-CALCULATE-GROSS.
           MOVE ZEROS TO WS-DT-EARNINGS
           MOVE ZEROS TO WS-RL-COUNT
           PERFORM 2205-GET-PRODUCTION-BONUS
           IF SALARIED
      *        Salary per period = annual / the pay group's periods
      *        per year (26 on the default bi-weekly calendar). A
                       WS-PERIOD-RATE * WS-REG-HOURS
                           / (WS-STD-HOURS * 2)
               END-IF
               ADD WS-PERIOD-RATE WS-BONUS-AMT
                   GIVING WS-REG-EARNINGS
               MOVE ZEROS          TO WS-OT-EARNINGS
           ELSE
      *        Hourly: straight time for every hour at its job rate
      *        plus shift differential, then the OT (1.5x) and CA
      *        double-time (2x, hours from 2120-APPLY-CA-DAILY-OT)
      *        premium at the FLSA regular rate
               PERFORM 2210-BUILD-RATE-LINES
               PERFORM 2240-APPLY-REGULAR-RATE
           END-IF

           ADD WS-REG-EARNINGS WS-OT-EARNINGS WS-DT-EARNINGS
               ADD WS-VAC-PAYOUT TO WS-GROSS-PAY
           END-IF.

      *================================================================
      *    Production bonuses earned in the period. They are
      *    nondiscretionary (paid on output against a set formula),
      *    so for hourly staff they enter the regular rate.
       2205-GET-PRODUCTION-BONUS.
           MOVE ZEROS TO HV-BONUS-AMT
           EXEC SQL
               SELECT COALESCE(SUM(BONUS_AMT), 0)
               INTO   :HV-BONUS-AMT
               FROM   PRODUCTION_BONUS
               WHERE  EMP_ID    = :HV-EMP-ID
               AND    PERIOD_ID = :HV-PERIOD-ID
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE ZEROS TO HV-BONUS-AMT
           END-IF
           MOVE HV-BONUS-AMT TO WS-BONUS-AMT.

      *================================================================
      *    One rate line per job/shift worked in the period, from
      *    TIMECARD_DAILY (an uncoded day is the employee's own job
      *    on shift 1). If the daily hours do not account for every
      *    hour on the period's TIMECARD, or there are none, the
      *    period pays as a single line at the base rate.
       2210-BUILD-RATE-LINES.
           MOVE ZEROS TO WS-DAILY-HOURS
           MOVE ZEROS TO WS-STRAIGHT-TIME
           MOVE 'N'   TO WS-RL-EOF-SW
           COMPUTE WS-TOTAL-HOURS =
               WS-REG-HOURS + WS-OT-HOURS + WS-DT-HOURS

           EXEC SQL
               DECLARE RATE-LINE-CUR CURSOR FOR
               SELECT X.JOB_CODE, X.SHIFT_CODE, SUM(X.HOURS)
               FROM  (SELECT COALESCE(D.JOB_CODE, E.JOB_CODE)
                                 AS JOB_CODE,
                             COALESCE(D.SHIFT_CODE, '1')
                                 AS SHIFT_CODE,
                             D.HOURS_WORKED AS HOURS
                      FROM   TIMECARD_DAILY D
                      JOIN   EMPLOYEE E ON E.EMP_ID = D.EMP_ID
                      WHERE  D.EMP_ID    = :HV-EMP-ID
                      AND    D.PERIOD_ID = :HV-PERIOD-ID) X
               GROUP BY X.JOB_CODE, X.SHIFT_CODE
               ORDER BY X.JOB_CODE, X.SHIFT_CODE
           END-EXEC

           EXEC SQL OPEN RATE-LINE-CUR END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-RL-EOF-SW
           END-IF

           PERFORM 2215-FETCH-RATE-LINE
               UNTIL WS-RL-EOF

           EXEC SQL CLOSE RATE-LINE-CUR END-EXEC

           IF WS-RL-COUNT = ZEROS
           OR WS-DAILY-HOURS NOT = WS-TOTAL-HOURS
               IF WS-RL-COUNT > ZEROS
                   MOVE 'W'           TO HV-EXC-SEVERITY
                   MOVE 'TCDAILYDIFF' TO HV-EXC-REASON
                   MOVE WS-EMP-ID     TO HV-EXC-KEY
                   PERFORM 9700-LOG-EXCEPTION
               END-IF
               MOVE 1              TO WS-RL-COUNT
               MOVE HV-JOB-CODE    TO WS-RL-JOB (1)
               MOVE '1'            TO WS-RL-SHIFT (1)
               MOVE WS-TOTAL-HOURS TO WS-RL-HOURS (1)
               MOVE WS-PAY-RATE    TO WS-RL-RATE (1)
               MOVE ZEROS          TO WS-RL-DIFF (1)
               MOVE ZEROS          TO WS-RL-DIFF-AMT (1)
               COMPUTE WS-RL-AMOUNT (1) ROUNDED =
                   WS-TOTAL-HOURS * WS-PAY-RATE
               MOVE WS-RL-AMOUNT (1) TO WS-STRAIGHT-TIME
           END-IF.

       2215-FETCH-RATE-LINE.
           EXEC SQL
               FETCH RATE-LINE-CUR
               INTO :HV-RL-JOB, :HV-RL-SHIFT, :HV-RL-HOURS
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-RL-EOF-SW
           ELSE
               IF WS-RL-COUNT < 20
                   PERFORM 2220-PRICE-RATE-LINE
               END-IF
           END-IF.

      *================================================================
      *    Job rate from EMP_JOB_RATE, else the base rate; the shift
      *    differential is a flat amount per hour (type A) or a
      *    percentage of the job rate (type P).
       2220-PRICE-RATE-LINE.
           ADD 1 TO WS-RL-COUNT
           MOVE WS-RL-COUNT TO WS-RL-IDX
           MOVE HV-RL-JOB   TO WS-RL-JOB (WS-RL-IDX)
           MOVE HV-RL-SHIFT TO WS-RL-SHIFT (WS-RL-IDX)
           MOVE HV-RL-HOURS TO WS-RL-HOURS (WS-RL-IDX)

           EXEC SQL
               SELECT PAY_RATE
               INTO   :HV-RL-RATE
               FROM   EMP_JOB_RATE
               WHERE  EMP_ID   = :HV-EMP-ID
               AND    JOB_CODE = :HV-RL-JOB
           END-EXEC
           IF SQLCODE = 0
               MOVE HV-RL-RATE  TO WS-RL-RATE (WS-RL-IDX)
           ELSE
               MOVE WS-PAY-RATE TO WS-RL-RATE (WS-RL-IDX)
           END-IF

           MOVE ZEROS TO WS-RL-DIFF (WS-RL-IDX)
           EXEC SQL
               SELECT DIFF_TYPE, DIFF_VALUE
               INTO   :HV-DIFF-TYPE, :HV-DIFF-VALUE
               FROM   SHIFT_DIFFERENTIAL
               WHERE  SHIFT_CODE = :HV-RL-SHIFT
           END-EXEC
           IF SQLCODE = 0
               IF HV-DIFF-TYPE = 'P'
                   COMPUTE WS-RL-DIFF (WS-RL-IDX) ROUNDED =
                       WS-RL-RATE (WS-RL-IDX) * HV-DIFF-VALUE
               ELSE
                   MOVE HV-DIFF-VALUE TO WS-RL-DIFF (WS-RL-IDX)
               END-IF
           END-IF

           COMPUTE WS-RL-AMOUNT (WS-RL-IDX) ROUNDED =
               WS-RL-HOURS (WS-RL-IDX) * WS-RL-RATE (WS-RL-IDX)
           COMPUTE WS-RL-DIFF-AMT (WS-RL-IDX) ROUNDED =
               WS-RL-HOURS (WS-RL-IDX) * WS-RL-DIFF (WS-RL-IDX)

           ADD WS-RL-HOURS (WS-RL-IDX) TO WS-DAILY-HOURS
           ADD WS-RL-AMOUNT (WS-RL-IDX) WS-RL-DIFF-AMT (WS-RL-IDX)
               TO WS-STRAIGHT-TIME.

      *================================================================
      *    FLSA regular rate = (straight-time pay for all hours +
      *    production bonus) / all hours worked. The straight-time
      *    half of OT/DT hours is already in the rate lines, so only
      *    the premium is added: half the regular rate per OT hour,
      *    the full regular rate per double-time hour. OT_EARNINGS
      *    and DT_EARNINGS on the check stay the full 1.5x / 2x pay
      *    at the regular rate (the premium is 1/3 and 1/2 of them,
      *    the basis PAYWC01 excludes); REG_EARNINGS is the rest.
       2240-APPLY-REGULAR-RATE.
           IF WS-TOTAL-HOURS > ZEROS
               COMPUTE WS-REGULAR-RATE ROUNDED =
                   (WS-STRAIGHT-TIME + WS-BONUS-AMT) / WS-TOTAL-HOURS
           ELSE
               MOVE WS-PAY-RATE TO WS-REGULAR-RATE
           END-IF

           COMPUTE WS-OT-PREM-AMT ROUNDED =
               WS-REGULAR-RATE * 0.5 * WS-OT-HOURS
           COMPUTE WS-DT-PREM-AMT ROUNDED =
               WS-REGULAR-RATE * WS-DT-HOURS
           COMPUTE WS-OT-EARNINGS = WS-OT-PREM-AMT * 3
           COMPUTE WS-DT-EARNINGS = WS-DT-PREM-AMT * 2

           COMPUTE WS-REG-CHECK =
               WS-STRAIGHT-TIME + WS-BONUS-AMT
               + WS-OT-PREM-AMT + WS-DT-PREM-AMT
               - WS-OT-EARNINGS - WS-DT-EARNINGS
           IF WS-REG-CHECK < ZEROS
               ADD WS-REG-CHECK TO WS-OT-EARNINGS
               MOVE ZEROS TO WS-REG-CHECK
           END-IF
           MOVE WS-REG-CHECK TO WS-REG-EARNINGS.

      *================================================================
       2300-CALCULATE-TAXES.
      *    Federal withholding - simplified percentage method, on
           MOVE WS-GARN-THIS-AMT TO PG-D-AMOUNT
           WRITE PRINT-RECORD FROM PL-GARNISH-DETAIL.

      *================================================================
      *    Employee loans and pay advances from EMPLOYEE_LOAN, oldest
      *    first. Each takes its per-period installment plus the
      *    period's interest on the declining balance (the interest
      *    comes out of the installment first), limited to what is
      *    left after taxes, benefit deductions and garnishments
      *    above the protected minimum net. A short installment just
      *    leaves more balance for later periods.
      *
      *    Final pay recovers the whole remaining balance, but only
      *    where FINAL_PAY_STATE_RULE allows deductions from final
      *    wages in the work state; whatever cannot be taken is left
      *    UNCOLL for PAYLOAN1's balance report and HR to pursue.
       2470-CALCULATE-LOAN-RECOVERY.
           MOVE ZEROS TO WS-LOAN-DED
           MOVE ZEROS TO WS-LOAN-COUNT

           COMPUTE WS-LOAN-NET-FLOOR ROUNDED =
               WS-LOAN-MIN-NET-WKLY * 52 / WS-PERIODS-PER-YEAR
           COMPUTE WS-LOAN-AVAILABLE =
               WS-GROSS-PAY - WS-FEDERAL-TAX - WS-STATE-TAX
               - WS-SOC-SEC-TAX - WS-MEDICARE-TAX
               - WS-HEALTH-DED - WS-DENTAL-DED - WS-RETIRE-DED
               - WS-GARNISH-TOTAL - WS-LOAN-NET-FLOOR
           IF WS-LOAN-AVAILABLE < ZEROS
               MOVE ZEROS TO WS-LOAN-AVAILABLE
           END-IF

           MOVE 'Y' TO WS-LOAN-RECOVER-SW
           IF WS-FINAL-PAY
               MOVE 'N' TO HV-LOAN-RECOVER
               MOVE WS-WORK-STATE TO HV-WORK-STATE
               EXEC SQL
                   SELECT COALESCE(LOAN_RECOVERY_OK, 'N')
                   INTO   :HV-LOAN-RECOVER
                   FROM   FINAL_PAY_STATE_RULE
                   WHERE  STATE_CODE = :HV-WORK-STATE
               END-EXEC
               MOVE HV-LOAN-RECOVER TO WS-LOAN-RECOVER-SW
           END-IF

           EXEC SQL
               DECLARE LOAN-CUR CURSOR FOR
               SELECT LOAN_ID, BALANCE, INSTALLMENT_AMT,
                      COALESCE(INTEREST_RATE, 0)
               FROM   EMPLOYEE_LOAN
               WHERE  EMP_ID  = :HV-EMP-ID
               AND    STATUS  = 'ACTIVE'
               AND    BALANCE > 0
               ORDER BY START_DATE, LOAN_ID
           END-EXEC

           EXEC SQL OPEN LOAN-CUR END-EXEC

           IF SQLCODE = 0
               PERFORM 2472-APPLY-LOANS
                   UNTIL SQLCODE = 100
               EXEC SQL CLOSE LOAN-CUR END-EXEC
           END-IF.

       2472-APPLY-LOANS.
           EXEC SQL
               FETCH LOAN-CUR
               INTO :HV-LOAN-ID, :HV-LOAN-BALANCE, :HV-LOAN-INSTALL,
                    :HV-LOAN-RATE
           END-EXEC

           IF SQLCODE = 0 AND WS-LOAN-COUNT < 10
               PERFORM 2474-APPLY-ONE-LOAN
           END-IF.

       2474-APPLY-ONE-LOAN.
           COMPUTE WS-LOAN-INT-DUE ROUNDED =
               HV-LOAN-BALANCE * HV-LOAN-RATE / WS-PERIODS-PER-YEAR

           IF WS-FINAL-PAY
               COMPUTE WS-LOAN-DUE =
                   HV-LOAN-BALANCE + WS-LOAN-INT-DUE
               IF NOT WS-LOAN-RECOVER-OK
                   MOVE ZEROS TO WS-LOAN-DUE
               END-IF
           ELSE
               MOVE HV-LOAN-INSTALL TO WS-LOAN-DUE
               IF WS-LOAN-DUE > HV-LOAN-BALANCE + WS-LOAN-INT-DUE
                   COMPUTE WS-LOAN-DUE =
                       HV-LOAN-BALANCE + WS-LOAN-INT-DUE
               END-IF
           END-IF

           MOVE WS-LOAN-DUE TO WS-LOAN-TAKE
           IF WS-LOAN-TAKE > WS-LOAN-AVAILABLE
               MOVE WS-LOAN-AVAILABLE TO WS-LOAN-TAKE
           END-IF

           ADD 1 TO WS-LOAN-COUNT
           MOVE WS-LOAN-COUNT TO WS-LOAN-IDX
           MOVE HV-LOAN-ID    TO WS-LN-LOAN-ID (WS-LOAN-IDX)
           IF WS-LOAN-TAKE > WS-LOAN-INT-DUE
               MOVE WS-LOAN-INT-DUE TO WS-LN-INTEREST (WS-LOAN-IDX)
           ELSE
               MOVE WS-LOAN-TAKE    TO WS-LN-INTEREST (WS-LOAN-IDX)
           END-IF
           COMPUTE WS-LN-PRINCIPAL (WS-LOAN-IDX) =
               WS-LOAN-TAKE - WS-LN-INTEREST (WS-LOAN-IDX)
           COMPUTE WS-LN-BALANCE (WS-LOAN-IDX) =
               HV-LOAN-BALANCE - WS-LN-PRINCIPAL (WS-LOAN-IDX)

           SUBTRACT WS-LOAN-TAKE FROM WS-LOAN-AVAILABLE
           ADD WS-LOAN-TAKE TO WS-LOAN-DED
           ADD WS-LN-PRINCIPAL (WS-LOAN-IDX) TO WS-TOTAL-LOAN-PRIN
           ADD WS-LN-INTEREST (WS-LOAN-IDX)  TO WS-TOTAL-LOAN-INT

           EVALUATE TRUE
               WHEN WS-LN-BALANCE (WS-LOAN-IDX) = ZEROS
                   MOVE 'PAIDOFF' TO WS-LN-STATUS (WS-LOAN-IDX)
               WHEN WS-FINAL-PAY
                   MOVE 'UNCOLL'  TO WS-LN-STATUS (WS-LOAN-IDX)
                   ADD 1 TO WS-LOAN-UNCOLL-CT
                   ADD WS-LN-BALANCE (WS-LOAN-IDX)
                       TO WS-LOAN-UNCOLL-AMT
                   DISPLAY 'PAYPRO01 LOAN UNCOLLECTED: EMP '
                       WS-EMP-ID ' LOAN ' HV-LOAN-ID
                       ' BALANCE ' WS-LN-BALANCE (WS-LOAN-IDX)
                   MOVE 'W'           TO HV-EXC-SEVERITY
                   MOVE 'LOAN-UNCOLL' TO HV-EXC-REASON
                   MOVE HV-LOAN-ID    TO HV-EXC-KEY
                   PERFORM 9700-LOG-EXCEPTION
               WHEN OTHER
                   MOVE 'ACTIVE'  TO WS-LN-STATUS (WS-LOAN-IDX)
                   IF WS-LOAN-TAKE < WS-LOAN-DUE
                       MOVE 'W'          TO HV-EXC-SEVERITY
                       MOVE 'LOAN-SHORT' TO HV-EXC-REASON
                       MOVE HV-LOAN-ID   TO HV-EXC-KEY
                       PERFORM 9700-LOG-EXCEPTION
                   END-IF
           END-EVALUATE.

      *================================================================
       2500-COMPUTE-NET.
           ADD WS-FEDERAL-TAX WS-STATE-TAX WS-SOC-SEC-TAX
               WS-MEDICARE-TAX WS-HEALTH-DED WS-DENTAL-DED
               WS-RETIRE-DED WS-GARNISH-TOTAL WS-LOAN-DED
               GIVING WS-TOTAL-DEDS

           SUBTRACT WS-TOTAL-DEDS FROM WS-GROSS-PAY
               DELIMITED SIZE INTO WS-CHECK-NO

           MOVE WS-CHECK-NO      TO HV-CHECK-ID
           MOVE WS-PAY-DATE      TO HV-CHECK-DATE
           MOVE WS-GROSS-PAY     TO HV-GROSS-PAY
           MOVE WS-FEDERAL-TAX   TO HV-FED-TAX
           MOVE WS-STATE-TAX     TO HV-STATE-TAX
           MOVE WS-DENTAL-DED    TO HV-DENTAL-INS
           MOVE WS-RETIRE-DED    TO HV-RETIRE-401K
           MOVE WS-GARNISH-TOTAL TO HV-OTHER-DED
           MOVE WS-LOAN-DED      TO HV-LOAN-DED
           MOVE WS-NET-PAY       TO HV-NET-PAY

      *    The earnings split (including the CA daily-OT double-time
           MOVE WS-OT-EARNINGS   TO HV-OT-EARN
           MOVE WS-DT-EARNINGS   TO HV-DT-EARN

           PERFORM 2610-RESOLVE-WC-CLASS

           EXEC SQL
               INSERT INTO PAYCHECK (
                   CHECK_ID, EMP_ID, PERIOD_ID, CHECK_DATE,
                   SOC_SEC, MEDICARE, HEALTH_INS, DENTAL_INS,
                   RETIREMENT_401K, OTHER_DED, NET_PAY,
                   REG_EARNINGS, OT_EARNINGS, DT_EARNINGS,
                   LOAN_DED, WC_CLASS_CODE, WC_STATE,
                   VOID_FLAG, POSTED_FLAG
               ) VALUES (
                   :HV-CHECK-ID, :HV-EMP-ID, :HV-PERIOD-ID,
                   :HV-DENTAL-INS, :HV-RETIRE-401K, :HV-OTHER-DED,
                   :HV-NET-PAY,
                   :HV-REG-EARN, :HV-OT-EARN, :HV-DT-EARN,
                   :HV-LOAN-DED, :HV-WC-CLASS, :HV-WC-STATE,
                   'N', 'N'
               )
           END-EXEC
               MOVE 'CHKINSERT' TO HV-EXC-REASON
               MOVE WS-EMP-ID   TO HV-EXC-KEY
               PERFORM 9700-LOG-EXCEPTION
           ELSE
               PERFORM 2620-RECORD-LOAN-RECOVERY
                   VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               PERFORM 2630-RECORD-EARNING-LINES
           END-IF.

      *================================================================
      *    Workers' comp class and state in force when the wages were
      *    paid, stamped on the check so PAYWC01's class-code payroll
      *    for the carrier's audit does not shift when an employee
      *    later changes jobs: the employee's own WC_CLASS_CODE, else
      *    the class WC_JOB_CLASS assigns to the job code; the WC
      *    state, else the work state.
       2610-RESOLVE-WC-CLASS.
           MOVE SPACES        TO HV-WC-CLASS
           MOVE WS-WORK-STATE TO HV-WC-STATE

           EXEC SQL
               SELECT COALESCE(E.WC_CLASS_CODE, J.WC_CLASS_CODE, ' '),
                      COALESCE(E.WC_STATE, E.WORK_STATE)
               INTO   :HV-WC-CLASS, :HV-WC-STATE
               FROM   EMPLOYEE E
               LEFT JOIN WC_JOB_CLASS J
                      ON J.JOB_CODE = E.JOB_CODE
               WHERE  E.EMP_ID = :HV-EMP-ID
           END-EXEC.

      *================================================================
      *    Each loan touched by this check: the recovery row (tied to
      *    the check so PAYCHKM1 can give it back on a void) and the
      *    loan's new balance and status.
       2620-RECORD-LOAN-RECOVERY.
           MOVE WS-LN-LOAN-ID (WS-LOAN-IDX)   TO HV-LOAN-ID
           MOVE WS-LN-INTEREST (WS-LOAN-IDX)  TO HV-LOAN-INT-AMT
           MOVE WS-LN-PRINCIPAL (WS-LOAN-IDX) TO HV-LOAN-PRIN-AMT
           MOVE WS-LN-BALANCE (WS-LOAN-IDX)   TO HV-LOAN-BALANCE
           MOVE WS-LN-STATUS (WS-LOAN-IDX)    TO HV-LOAN-STATUS

           IF HV-LOAN-INT-AMT + HV-LOAN-PRIN-AMT > ZEROS
               EXEC SQL
                   INSERT INTO EMPLOYEE_LOAN_RECOVERY (
                       LOAN_ID, EMP_ID, PERIOD_ID, CHECK_ID,
                       INTEREST_AMT, PRINCIPAL_AMT, BALANCE_AFTER,
                       REVERSED_FLAG
                   ) VALUES (
                       :HV-LOAN-ID, :HV-EMP-ID, :HV-PERIOD-ID,
                       :HV-CHECK-ID, :HV-LOAN-INT-AMT,
                       :HV-LOAN-PRIN-AMT, :HV-LOAN-BALANCE, 'N'
                   )
               END-EXEC
           END-IF

           EXEC SQL
               UPDATE EMPLOYEE_LOAN
               SET    BALANCE              = :HV-LOAN-BALANCE,
                      STATUS               = :HV-LOAN-STATUS,
                      LAST_RECOVERY_PERIOD = :HV-PERIOD-ID
               WHERE  LOAN_ID = :HV-LOAN-ID
           END-EXEC

           MOVE WS-EMP-ID      TO PN-D-EMPID
           MOVE HV-LOAN-ID     TO PN-D-LOANID
           MOVE HV-LOAN-STATUS TO PN-D-STATUS
           COMPUTE PN-D-AMOUNT = HV-LOAN-INT-AMT + HV-LOAN-PRIN-AMT
           MOVE HV-LOAN-BALANCE TO PN-D-BALANCE
           WRITE PRINT-RECORD FROM PL-LOAN-DETAIL.

      *================================================================
      *    The check's earnings by rate line for PAYSTUB1: straight
      *    time per job/shift (RATE), its shift differential (SDIF),
      *    production bonus (BONS), and the OT / double-time premium
      *    at the regular rate (OTPR / DTPR).
       2630-RECORD-EARNING-LINES.
           MOVE ZEROS TO WS-EL-LINE-NO
           PERFORM 2635-RECORD-RATE-LINE
               VARYING WS-RL-IDX FROM 1 BY 1
               UNTIL WS-RL-IDX > WS-RL-COUNT

           MOVE SPACES TO HV-RL-JOB HV-RL-SHIFT
           MOVE ZEROS  TO HV-RL-HOURS HV-RL-RATE
           IF WS-BONUS-AMT > ZEROS
               MOVE 'BONS'       TO HV-EL-TYPE
               MOVE WS-BONUS-AMT TO HV-EL-AMOUNT
               PERFORM 2638-INSERT-EARNING-LINE
           END-IF

           MOVE WS-REGULAR-RATE TO HV-RL-RATE
           IF WS-OT-PREM-AMT > ZEROS
               MOVE 'OTPR'         TO HV-EL-TYPE
               MOVE WS-OT-HOURS    TO HV-RL-HOURS
               MOVE WS-OT-PREM-AMT TO HV-EL-AMOUNT
               PERFORM 2638-INSERT-EARNING-LINE
           END-IF
           IF WS-DT-PREM-AMT > ZEROS
               MOVE 'DTPR'         TO HV-EL-TYPE
               MOVE WS-DT-HOURS    TO HV-RL-HOURS
               MOVE WS-DT-PREM-AMT TO HV-EL-AMOUNT
               PERFORM 2638-INSERT-EARNING-LINE
           END-IF.

       2635-RECORD-RATE-LINE.
           MOVE WS-RL-JOB (WS-RL-IDX)    TO HV-RL-JOB
           MOVE WS-RL-SHIFT (WS-RL-IDX)  TO HV-RL-SHIFT
           MOVE WS-RL-HOURS (WS-RL-IDX)  TO HV-RL-HOURS
           MOVE WS-RL-RATE (WS-RL-IDX)   TO HV-RL-RATE
           MOVE 'RATE'                   TO HV-EL-TYPE
           MOVE WS-RL-AMOUNT (WS-RL-IDX) TO HV-EL-AMOUNT
           PERFORM 2638-INSERT-EARNING-LINE

           IF WS-RL-DIFF-AMT (WS-RL-IDX) > ZEROS
               MOVE WS-RL-DIFF (WS-RL-IDX)     TO HV-RL-RATE
               MOVE 'SDIF'                     TO HV-EL-TYPE
               MOVE WS-RL-DIFF-AMT (WS-RL-IDX) TO HV-EL-AMOUNT
               PERFORM 2638-INSERT-EARNING-LINE
           END-IF.

       2638-INSERT-EARNING-LINE.
           ADD 1 TO WS-EL-LINE-NO
           MOVE WS-EL-LINE-NO TO HV-EL-LINE-NO
           EXEC SQL
               INSERT INTO PAYCHECK_EARNING_LINE (
                   CHECK_ID, LINE_NO, EARN_TYPE, JOB_CODE,
                   SHIFT_CODE, HOURS, RATE, AMOUNT
               ) VALUES (
                   :HV-CHECK-ID, :HV-EL-LINE-NO, :HV-EL-TYPE,
                   :HV-RL-JOB, :HV-RL-SHIFT, :HV-RL-HOURS,
                   :HV-RL-RATE, :HV-EL-AMOUNT
               )
           END-EXEC.

      *================================================================
       2650-WRITE-DD-ENTRY.
      *    Employees without bank information on file are paid by
               END-EXEC
           END-IF

      *    Employee loan recovery: Cr Employee Loans Receivable
      *    (1250) for the principal, Cr Interest Income (4910) for
      *    the interest collected.
           IF WS-TOTAL-LOAN-PRIN > ZEROS
               ADD 1 TO WS-GL-LINE-NO
               EXEC SQL
                   INSERT INTO GL_JOURNAL_LINE VALUES (
                       :WS-JOURNAL-ID, :WS-GL-LINE-NO, '1250', NULL,
                       'EMPLOYEE LOAN RECOVERY',
                       0.00, :WS-TOTAL-LOAN-PRIN, :HV-PERIOD-ID
                   )
               END-EXEC
           END-IF

           IF WS-TOTAL-LOAN-INT > ZEROS
               ADD 1 TO WS-GL-LINE-NO
               EXEC SQL
                   INSERT INTO GL_JOURNAL_LINE VALUES (
                       :WS-JOURNAL-ID, :WS-GL-LINE-NO, '4910', NULL,
                       'EMPLOYEE LOAN INTEREST',
                       0.00, :WS-TOTAL-LOAN-INT, :HV-PERIOD-ID
                   )
               END-EXEC
           END-IF

      *    Employer-side accrual from 2350-CALCULATE-EMPLOYER-TAXES:
      *    Dr Payroll Tax Expense (6150) for the lot, Cr the FICA
      *    match into the same 2320 liability the withheld FICA

           MOVE WS-CHECK-NO            TO HV-CHECK-ID
           MOVE WS-RETRO-ORIG-PERIOD   TO HV-PERIOD-ID
           MOVE WS-PAY-DATE            TO HV-CHECK-DATE
           MOVE WS-RETRO-DELTA-GROSS   TO HV-GROSS-PAY
           MOVE WS-RETRO-DELTA-FED     TO HV-FED-TAX
           MOVE WS-RETRO-DELTA-STATE   TO HV-STATE-TAX
               DELIMITED SIZE INTO WS-CHECK-NO

           MOVE WS-CHECK-NO    TO HV-CHECK-ID
           MOVE WS-PAY-DATE    TO HV-CHECK-DATE
           MOVE WS-COMM-GROSS  TO HV-GROSS-PAY
           MOVE WS-COMM-FED    TO HV-FED-TAX
           MOVE WS-COMM-STATE  TO HV-STATE-TAX
           DISPLAY '  TOTAL GROSS:    $' WS-TOTAL-GROSS
           DISPLAY '  TOTAL NET PAY:  $' WS-TOTAL-NET
           DISPLAY '  DIRECT DEPOSITS: ' WS-DD-ENTRY-COUNT
           DISPLAY '  LOAN PRINCIPAL: $' WS-TOTAL-LOAN-PRIN
           DISPLAY '  LOAN INTEREST:  $' WS-TOTAL-LOAN-INT
           DISPLAY '  LOANS UNCOLLECTED AT FINAL PAY: '
               WS-LOAN-UNCOLL-CT ' $' WS-LOAN-UNCOLL-AMT
           DISPLAY '  RETURN CODE: 0'.

      *================================================================
