      *================================================================
      * ACME CORPORATION - PAYROLL PROCESSING SYSTEM
      * Program: PAYACR01
      * Author:  ACME Data Center
      * Date:    2026-10-15
      * Purpose: Month-end accrued wages. Run after the last pay
      *          run of the month and ahead of GLCLOSE01 (which
      *          will not close the period until this job shows
      *          COMPLETE on BATCH_RUN_CONTROL). For every active
      *          employee it finds the last day already paid - the
      *          latest TIMECARD_DAILY work date on a pay period
      *          with an unvoided PAYCHECK, else the latest check
      *          date - and accrues the days from there through the
      *          FISCAL_PERIOD end date:
      *
      *          - hourly staff on the TIMECARD_DAILY hours worked,
      *            priced like PAYPRO01's rate lines: EMP_JOB_RATE
      *            for the job (else PAY_RATE) plus the shift's
      *            SHIFT_DIFFERENTIAL, hours over 40 in a week
      *            paid the half-time premium at the FLSA regular
      *            rate
      *          - salaried staff prorated on the annual rate by the
      *            calendar days unpaid
      *          - employer SS/Medicare/FUTA/SUTA on top, with the
      *            YTD wage-base caps PAYPRO01 and PAYCHKM1 apply
      *
      *          The accrual posts through the same department
      *          labor distribution as PAYPRO01's 3100-POST-DEPT-
      *          LABOR-LINE (DEPT_GL_MAP, else the employee's pay
      *          group default labor account), employer tax to 6150,
      *          credited to accrued wages (2380) and accrued payroll
      *          taxes (2390). A mirror-image reversing journal is
      *          dated the first day of the next period so the pay
      *          run that actually pays those days nets to zero.
      *          A rerun replaces the period's unposted accrual and
      *          reversal; if either has posted it stops and logs
      *          the exception instead of touching its lines.
      *
      * Input:   SYSIN - fiscal period (blank = the OPEN period)
      * Output:  GL journals (accrual and reversal), PRNTFILE
      *          accrual register and labor distribution
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYACR01.
       AUTHOR. ACME-DATACENTER.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRNTFILE ASSIGN TO UT-S-PRNTFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRNTFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS.
       01  PRINT-RECORD           PIC X(133).

       WORKING-STORAGE SECTION.
      *--- Program Control
       01  WS-PROGRAM-NAME        PIC X(8)   VALUE 'PAYACR01'.
       01  WS-RUN-DATE            PIC X(10)  VALUE SPACES.
       01  WS-PERIOD-PARM         PIC X(6)   VALUE SPACES.

      *--- Fiscal period being accrued, and the reversal date (the
      *    first day of the following period) with numeric views
      *    for the journal headers' fiscal year / period columns.
       01  WS-PERIOD-ID           PIC X(6)   VALUE SPACES.
       01  WS-PERIOD-NUM REDEFINES WS-PERIOD-ID.
           05  WS-PER-YYYY        PIC 9(4).
           05  WS-PER-MM          PIC 9(2).
       01  WS-PERIOD-START        PIC X(10)  VALUE SPACES.
       01  WS-PERIOD-END          PIC X(10)  VALUE SPACES.
       01  WS-REVERSE-DATE        PIC X(10)  VALUE SPACES.
       01  WS-REVERSE-PARTS REDEFINES WS-REVERSE-DATE.
           05  WS-REV-YYYY        PIC 9(4).
           05  FILLER             PIC X(1).
           05  WS-REV-MM          PIC 9(2).
           05  FILLER             PIC X(3).
       01  WS-REVERSE-PERIOD      PIC X(6)   VALUE SPACES.
       01  WS-YEAR-LIKE           PIC X(8)   VALUE SPACES.

       01  WS-EOF-SWITCH          PIC X(1)   VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       01  WS-REVERSING-SW        PIC X(1)   VALUE 'N'.
           88  WS-REVERSING                  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-EMPS-READ       PIC 9(6)   VALUE ZEROS.
           05  WS-EMPS-ACCRUED    PIC 9(6)   VALUE ZEROS.
           05  WS-EMPS-CURRENT    PIC 9(6)   VALUE ZEROS.
           05  WS-EMPS-NO-RATE    PIC 9(6)   VALUE ZEROS.

      *--- Employer tax rates and annual wage bases, kept in step
      *    with PAYPRO01's WS-TAX-RATES.
       01  WS-TAX-RATES.
           05  WS-SOC-SEC-RATE    PIC V9999  VALUE .0620.
           05  WS-MEDICARE-RATE   PIC V9999  VALUE .0145.
           05  WS-SOC-SEC-WAGE-BASE PIC 9(7)V99 VALUE 168600.00.
           05  WS-FUTA-RATE       PIC V9999  VALUE .0060.
           05  WS-FUTA-WAGE-BASE  PIC 9(7)V99 VALUE 7000.00.
           05  WS-SUTA-RATE       PIC V9999  VALUE .0270.
           05  WS-SUTA-WAGE-BASE  PIC 9(7)V99 VALUE 9000.00.

      *--- Accrual accounts. The labor side follows PAYPRO01's
      *    department distribution; 6150 is the same employer
      *    payroll tax expense the pay run debits.
       01  WS-ACCRUAL-ACCOUNTS.
           05  WS-ER-TAX-EXP-ACCT PIC X(6)   VALUE '6150'.
           05  WS-ACCR-WAGE-ACCT  PIC X(6)   VALUE '2380'.
           05  WS-ACCR-TAX-ACCT   PIC X(6)   VALUE '2390'.

      *--- Per-employee accrual work fields
       01  WS-EMP-WORK.
           05  WS-EMP-ID          PIC X(8).
           05  WS-DEPT-ID         PIC X(4).
           05  WS-PAY-TYPE        PIC X(1).
               88  SALARIED                  VALUE 'S'.
               88  HOURLY                    VALUE 'H'.
           05  WS-PAY-RATE        PIC 9(8)V99 VALUE ZEROS.
           05  WS-EMP-LABOR-ACCT  PIC X(6).
           05  WS-LAST-PAID       PIC X(10).
           05  WS-REG-HOURS       PIC 9(5)V99 VALUE ZEROS.
           05  WS-OT-HOURS        PIC 9(5)V99 VALUE ZEROS.
           05  WS-UNPAID-DAYS     PIC S9(5)  COMP VALUE ZEROS.
           05  WS-OT-PREM-AMT     PIC 9(8)V99 VALUE ZEROS.
           05  WS-ACCR-WAGES      PIC 9(8)V99 VALUE ZEROS.
           05  WS-YTD-GROSS       PIC 9(10)V99 VALUE ZEROS.
           05  WS-ER-TAXABLE      PIC 9(8)V99  VALUE ZEROS.
           05  WS-ER-SS-TAX       PIC 9(6)V99  VALUE ZEROS.
           05  WS-ER-MED-TAX      PIC 9(6)V99  VALUE ZEROS.
           05  WS-ER-FUTA-TAX     PIC 9(6)V99  VALUE ZEROS.
           05  WS-ER-SUTA-TAX     PIC 9(6)V99  VALUE ZEROS.
           05  WS-ER-TOTAL-EXP    PIC 9(8)V99  VALUE ZEROS.

      *--- Straight-time pricing of the unpaid hours, one job/shift
      *    rate line at a time the way PAYPRO01's 2220-PRICE-RATE-
      *    LINE prices the pay run's, and the FLSA regular rate the
      *    overtime premium is paid at.
       01  WS-RATE-WORK.
           05  WS-RL-EOF-SW       PIC X(1)   VALUE 'N'.
               88  WS-RL-EOF                 VALUE 'Y'.
           05  WS-RL-RATE         PIC 9(6)V9999 VALUE ZEROS.
           05  WS-RL-DIFF         PIC 9(4)V9999 VALUE ZEROS.
           05  WS-RL-AMOUNT       PIC 9(8)V99 VALUE ZEROS.
           05  WS-ALL-HOURS       PIC 9(5)V99 VALUE ZEROS.
           05  WS-DAILY-HOURS     PIC 9(5)V99 VALUE ZEROS.
           05  WS-STRAIGHT-TIME   PIC 9(8)V99 VALUE ZEROS.
           05  WS-REGULAR-RATE    PIC 9(6)V9999 VALUE ZEROS.

       01  WS-ACCRUAL-TOTALS.
           05  WS-TOTAL-WAGES     PIC 9(10)V99 VALUE ZEROS.
           05  WS-TOTAL-ER-TAX    PIC 9(10)V99 VALUE ZEROS.
           05  WS-TOTAL-HOURS     PIC 9(8)V99  VALUE ZEROS.

      *--- Accrued labor by department, posted one line per
      *    department the way PAYPRO01's WS-DEPT-TABLE is.
       01  WS-DEPT-CONTROL.
           05  WS-DEPT-COUNT      PIC S9(4) COMP VALUE ZEROS.
           05  WS-DEPT-IDX        PIC S9(4) COMP VALUE ZEROS.
           05  WS-DEPT-FOUND-SW   PIC X(1)  VALUE 'N'.
               88  WS-DEPT-FOUND             VALUE 'Y'.

       01  WS-DEPT-TABLE.
           05  WS-AD-ENTRY OCCURS 50 TIMES.
               10  WS-AD-DEPT     PIC X(4).
               10  WS-AD-ACCT     PIC X(6).
               10  WS-AD-WAGES    PIC 9(10)V99.
               10  WS-AD-TAXES    PIC 9(10)V99.

      *--- Journal being written (accrual, then its reversal)
       01  WS-JOURNAL-ID          PIC X(12).
       01  WS-ACCRUAL-JRNL-ID     PIC X(12).
       01  WS-REVERSE-JRNL-ID     PIC X(12).
       01  WS-GL-LINE-NO          PIC 99     VALUE 0.
       01  WS-GL-LINE-AMT         PIC 9(10)V99 VALUE ZEROS.
       01  WS-GL-DEBIT-SW         PIC X(1)   VALUE 'D'.
           88  WS-GL-DEBIT                   VALUE 'D'.
           88  WS-GL-CREDIT                  VALUE 'C'.
       01  WS-GL-DEPT-SW          PIC X(1)   VALUE 'N'.
           88  WS-GL-DEPT-LINE               VALUE 'Y'.

      *--- SQL Communication Area
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *--- Embedded SQL Host Variables
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-PERIOD-ID           PIC X(6).
       01  HV-PERIOD-START        PIC X(10).
       01  HV-PERIOD-END          PIC X(10).
       01  HV-REVERSE-DATE        PIC X(10).
       01  HV-EMP-ID              PIC X(8).
       01  HV-LAST-NAME           PIC X(20).
       01  HV-DEPT-ID             PIC X(4).
       01  HV-PAY-TYPE            PIC X(1).
       01  HV-PAY-RATE            PIC 9(8)V99 USAGE COMP-3.
       01  HV-GROUP-ACCT          PIC X(6).
       01  HV-LAST-PAID           PIC X(10).
       01  HV-REG-HOURS           PIC 9(5)V99 USAGE COMP-3.
       01  HV-OT-HOURS            PIC 9(5)V99 USAGE COMP-3.
       01  HV-UNPAID-DAYS         PIC S9(5)   USAGE COMP.
       01  HV-RL-JOB              PIC X(6).
       01  HV-RL-SHIFT            PIC X(2).
       01  HV-RL-HOURS            PIC 9(5)V99 USAGE COMP-3.
       01  HV-RL-RATE             PIC 9(6)V9999 USAGE COMP-3.
       01  HV-DIFF-TYPE           PIC X(1).
       01  HV-DIFF-VALUE          PIC 9(4)V9999 USAGE COMP-3.
       01  HV-YEAR-LIKE           PIC X(8).
       01  HV-YTD-GROSS           PIC 9(10)V99 USAGE COMP-3.
       01  HV-DEPT-ACCT           PIC X(6).
       01  HV-JRNL-ID             PIC X(12).
       01  HV-JRNL-DATE           PIC X(10).
       01  HV-FISCAL-YEAR         PIC S9(4)   USAGE COMP.
       01  HV-FISCAL-PERIOD       PIC S9(4)   USAGE COMP.
       01  HV-JRNL-DESC           PIC X(40).
       01  HV-JRNL-TYPE           PIC X(4).
       01  HV-POSTED-FLAG         PIC X(1).
       01  HV-LINE-PERIOD         PIC X(8).
       01  HV-LINE-ACCT           PIC X(6).
       01  HV-LINE-DESC           PIC X(40).
       01  HV-LINE-DEBIT          PIC 9(10)V99 USAGE COMP-3.
       01  HV-LINE-CREDIT         PIC 9(10)V99 USAGE COMP-3.
       01  HV-GL-AMT              PIC 9(10)V99 USAGE COMP-3.
       01  HV-AUDIT-SEQ           PIC S9(5)   USAGE COMP.
       01  HV-EXC-SEVERITY        PIC X(1).
       01  HV-EXC-REASON          PIC X(12).
       01  HV-EXC-KEY             PIC X(30).
           EXEC SQL END DECLARE SECTION END-EXEC.

      *--- Print Line Templates
       01  PL-HEADER1.
           05  FILLER PIC X(60) VALUE
           '     ACME CORPORATION - MONTH-END ACCRUED WAGES'.
           05  FILLER PIC X(73) VALUE SPACES.

       01  PL-HEADER2.
           05  FILLER     PIC X(8)  VALUE 'PERIOD: '.
           05  PH-PERIOD  PIC X(6).
           05  FILLER     PIC X(11) VALUE '  THROUGH: '.
           05  PH-END     PIC X(10).
           05  FILLER     PIC X(12) VALUE '  RUN DATE: '.
           05  PH-DATE    PIC X(10).
           05  FILLER     PIC X(76) VALUE SPACES.

       01  PL-COLHDR.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE 'EMP ID'.
           05  FILLER PIC X(22) VALUE 'NAME'.
           05  FILLER PIC X(6)  VALUE 'DEPT'.
           05  FILLER PIC X(3)  VALUE 'T'.
           05  FILLER PIC X(12) VALUE 'LAST PAID'.
           05  FILLER PIC X(11) VALUE '    HOURS'.
           05  FILLER PIC X(5)  VALUE 'DAYS'.
           05  FILLER PIC X(12) VALUE '     WAGES'.
           05  FILLER PIC X(11) VALUE '   ER TAX'.
           05  FILLER PIC X(39) VALUE 'NOTE'.

       01  PL-DETAIL.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PD-EMP         PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PD-NAME        PIC X(20).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PD-DEPT        PIC X(4).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PD-TYPE        PIC X(1).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PD-LAST-PAID   PIC X(10).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PD-HOURS       PIC ZZ,ZZ9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PD-DAYS        PIC ZZ9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PD-WAGES       PIC ZZZ,ZZ9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PD-ER-TAX      PIC ZZ,ZZ9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PD-NOTE        PIC X(30).
           05  FILLER         PIC X(9)  VALUE SPACES.

       01  PL-LD-COLHDR.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(8)  VALUE 'DEPT'.
           05  FILLER PIC X(8)  VALUE 'ACCOUNT'.
           05  FILLER PIC X(16) VALUE '   ACCRUED WAGES'.
           05  FILLER PIC X(16) VALUE '    EMPLOYER TAX'.
           05  FILLER PIC X(16) VALUE '    TOTAL BURDEN'.
           05  FILLER PIC X(67) VALUE SPACES.

       01  PL-LD-DETAIL.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  LD-D-DEPT      PIC X(4).
           05  FILLER         PIC X(4)  VALUE SPACES.
           05  LD-D-ACCT      PIC X(6).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  LD-D-WAGES     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  LD-D-TAXES     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  LD-D-TOTAL     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(69) VALUE SPACES.

       01  PL-COUNT-LINE.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PC-LABEL       PIC X(30).
           05  PC-COUNT       PIC ZZZ,ZZ9.
           05  FILLER         PIC X(94) VALUE SPACES.

       01  PL-AMOUNT-LINE.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PA-LABEL       PIC X(30).
           05  PA-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(87) VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCRUE-EMPLOYEES
           PERFORM 3000-POST-ACCRUAL-JOURNALS
               THRU 3049-POST-EXIT
           PERFORM 3500-PRINT-LABOR-DISTRIBUTION
           PERFORM 9000-FINALIZE
           STOP RUN.

      *================================================================
      *    The period comes from SYSIN (blank = the OPEN period) and
      *    its start/end dates from FISCAL_PERIOD. The reversal
      *    lands the day after the period end, which by definition
      *    is the first day of the next period.
      *================================================================
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RUN-DATE

           ACCEPT WS-PERIOD-PARM FROM SYSIN
           IF WS-PERIOD-PARM = SPACES
               EXEC SQL
                   SELECT PERIOD_ID
                   INTO   :HV-PERIOD-ID
                   FROM   FISCAL_PERIOD
                   WHERE  STATUS = 'OPEN'
                   FETCH FIRST 1 ROW ONLY
               END-EXEC
           ELSE
               MOVE WS-PERIOD-PARM TO HV-PERIOD-ID
           END-IF

           EXEC SQL
               SELECT CHAR(DATE_FROM, ISO), CHAR(DATE_TO, ISO),
                      CHAR(DATE_TO + 1 DAY, ISO)
               INTO   :HV-PERIOD-START, :HV-PERIOD-END,
                      :HV-REVERSE-DATE
               FROM   FISCAL_PERIOD
               WHERE  PERIOD_ID = :HV-PERIOD-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'PAYACR01 ERROR: Fiscal period '
                   HV-PERIOD-ID ' not on FISCAL_PERIOD'
                   ' SQLCODE=' SQLCODE
               STOP RUN
           END-IF

           MOVE HV-PERIOD-ID     TO WS-PERIOD-ID
           MOVE HV-PERIOD-START  TO WS-PERIOD-START
           MOVE HV-PERIOD-END    TO WS-PERIOD-END
           MOVE HV-REVERSE-DATE  TO WS-REVERSE-DATE
           MOVE WS-REVERSE-DATE(1:4) TO WS-REVERSE-PERIOD(1:4)
           MOVE WS-REVERSE-DATE(6:2) TO WS-REVERSE-PERIOD(5:2)

           MOVE SPACES TO WS-YEAR-LIKE
           STRING WS-PERIOD-END(1:4) '%'
               DELIMITED SIZE INTO WS-YEAR-LIKE
           MOVE WS-YEAR-LIKE TO HV-YEAR-LIKE

           MOVE SPACES TO WS-ACCRUAL-JRNL-ID
           STRING 'ACR' WS-PERIOD-ID
               DELIMITED SIZE INTO WS-ACCRUAL-JRNL-ID
           MOVE SPACES TO WS-REVERSE-JRNL-ID
           STRING 'ACV' WS-PERIOD-ID
               DELIMITED SIZE INTO WS-REVERSE-JRNL-ID

           PERFORM 1050-CHECK-PRIOR-ACCRUAL
           PERFORM 1080-REGISTER-RUN-START

           OPEN OUTPUT PRNTFILE
           MOVE WS-PERIOD-ID  TO PH-PERIOD
           MOVE WS-PERIOD-END TO PH-END
           MOVE WS-RUN-DATE   TO PH-DATE
           WRITE PRINT-RECORD FROM PL-HEADER1
           WRITE PRINT-RECORD FROM PL-HEADER2
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           WRITE PRINT-RECORD FROM PL-COLHDR.

      *================================================================
      *    A rerun replaces the period's accrual and reversal while
      *    they are still unposted. Once GLPOST has posted either
      *    one the figures are in the books and a rerun would
      *    double them, so the job stops instead. Both journals are
      *    checked before anything is removed.
      *================================================================
       1050-CHECK-PRIOR-ACCRUAL.
           MOVE WS-ACCRUAL-JRNL-ID TO HV-JRNL-ID
           PERFORM 1055-CHECK-JOURNAL-POSTED
           MOVE WS-REVERSE-JRNL-ID TO HV-JRNL-ID
           PERFORM 1055-CHECK-JOURNAL-POSTED

           MOVE WS-ACCRUAL-JRNL-ID TO HV-JRNL-ID
           PERFORM 1060-REMOVE-UNPOSTED-JOURNAL
           MOVE WS-REVERSE-JRNL-ID TO HV-JRNL-ID
           PERFORM 1060-REMOVE-UNPOSTED-JOURNAL.

      *================================================================
       1055-CHECK-JOURNAL-POSTED.
           MOVE SPACES TO HV-POSTED-FLAG

           EXEC SQL
               SELECT POSTED_FLAG
               INTO   :HV-POSTED-FLAG
               FROM   GL_JOURNAL
               WHERE  JOURNAL_ID = :HV-JRNL-ID
           END-EXEC

           IF SQLCODE = 0 AND HV-POSTED-FLAG = 'Y'
               DISPLAY 'PAYACR01 ERROR: Accrual journal '
                   HV-JRNL-ID ' is already posted.'
               MOVE 'E'            TO HV-EXC-SEVERITY
               MOVE 'ACRPOSTED'    TO HV-EXC-REASON
               MOVE HV-JRNL-ID     TO HV-EXC-KEY
               PERFORM 9700-LOG-EXCEPTION
               EXEC SQL COMMIT END-EXEC
               STOP RUN
           END-IF.

      *================================================================
      *    Lines go only with an unposted header, so a journal
      *    GLPOST reaches between the check and here keeps them.
       1060-REMOVE-UNPOSTED-JOURNAL.
           EXEC SQL
               DELETE FROM GL_JOURNAL_LINE
               WHERE  JOURNAL_ID = :HV-JRNL-ID
               AND    EXISTS (
                      SELECT 1
                      FROM   GL_JOURNAL J
                      WHERE  J.JOURNAL_ID  = :HV-JRNL-ID
                      AND    J.POSTED_FLAG = 'N')
           END-EXEC

           EXEC SQL
               DELETE FROM GL_JOURNAL
               WHERE  JOURNAL_ID  = :HV-JRNL-ID
               AND    POSTED_FLAG = 'N'
           END-EXEC.

      *================================================================
      *    Registers on BATCH_RUN_CONTROL under the fiscal period so
      *    GLCLOSE01's prerequisite gate can see the accrual ran.
      *================================================================
       1080-REGISTER-RUN-START.
           EXEC SQL
               DELETE FROM BATCH_RUN_CONTROL
               WHERE  JOB_NAME  = 'PAYACR01'
               AND    PERIOD_ID = :HV-PERIOD-ID
           END-EXEC

           EXEC SQL
               INSERT INTO BATCH_RUN_CONTROL
               (JOB_NAME, PERIOD_ID, RUN_STATUS,
                START_DATE, START_TIME)
               VALUES
               ('PAYACR01', :HV-PERIOD-ID, 'RUNNING',
                CURRENT DATE, CURRENT TIME)
           END-EXEC.

      *================================================================
      *    Every active employee, with the pay group's default labor
      *    account carried along for departments DEPT_GL_MAP does
      *    not map (6100 for an employee in no group, as on
      *    PAYPRO01's groupless run).
      *================================================================
       2000-ACCRUE-EMPLOYEES.
           EXEC SQL
               DECLARE ACR-EMP-CURSOR CURSOR FOR
               SELECT E.EMP_ID, E.LAST_NAME, E.DEPT_ID,
                      E.PAY_TYPE, E.PAY_RATE,
                      COALESCE(G.DEFAULT_LABOR_ACCT, '6100')
               FROM   EMPLOYEE E
               LEFT JOIN PAY_GROUP G
                      ON G.GROUP_CODE = E.PAY_GROUP
               WHERE  E.ACTIVE_FLAG = 'Y'
               ORDER BY E.DEPT_ID, E.LAST_NAME
           END-EXEC

           EXEC SQL OPEN ACR-EMP-CURSOR END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'PAYACR01 ERROR: Cannot open ACR-EMP-CURSOR'
                   ' SQLCODE=' SQLCODE
               STOP RUN
           END-IF

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH ACR-EMP-CURSOR
                   INTO :HV-EMP-ID, :HV-LAST-NAME, :HV-DEPT-ID,
                        :HV-PAY-TYPE, :HV-PAY-RATE, :HV-GROUP-ACCT
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-EMPS-READ
                   PERFORM 2100-ACCRUE-ONE-EMPLOYEE
                       THRU 2199-ACCRUE-EXIT
               END-IF
           END-PERFORM

           EXEC SQL CLOSE ACR-EMP-CURSOR END-EXEC.

      *================================================================
       2100-ACCRUE-ONE-EMPLOYEE.
           MOVE HV-EMP-ID     TO WS-EMP-ID
           MOVE HV-DEPT-ID    TO WS-DEPT-ID
           MOVE HV-PAY-TYPE   TO WS-PAY-TYPE
           MOVE HV-PAY-RATE   TO WS-PAY-RATE
           MOVE HV-GROUP-ACCT TO WS-EMP-LABOR-ACCT
           MOVE ZEROS TO WS-REG-HOURS WS-OT-HOURS WS-UNPAID-DAYS
                         WS-ACCR-WAGES WS-ER-TOTAL-EXP

           MOVE SPACES        TO PL-DETAIL
           MOVE WS-EMP-ID     TO PD-EMP
           MOVE HV-LAST-NAME  TO PD-NAME
           MOVE WS-DEPT-ID    TO PD-DEPT
           MOVE WS-PAY-TYPE   TO PD-TYPE

           PERFORM 2110-FIND-LAST-PAID-DATE
           MOVE WS-LAST-PAID TO PD-LAST-PAID

           IF WS-LAST-PAID NOT < WS-PERIOD-END
               ADD 1 TO WS-EMPS-CURRENT
               GO TO 2199-ACCRUE-EXIT
           END-IF

           IF WS-PAY-RATE = ZEROS
               ADD 1 TO WS-EMPS-NO-RATE
               MOVE 'NO PAY RATE - NOT ACCRUED' TO PD-NOTE
               WRITE PRINT-RECORD FROM PL-DETAIL
               MOVE 'W'          TO HV-EXC-SEVERITY
               MOVE 'ACRNORATE'  TO HV-EXC-REASON
               MOVE WS-EMP-ID    TO HV-EXC-KEY
               PERFORM 9700-LOG-EXCEPTION
               GO TO 2199-ACCRUE-EXIT
           END-IF

           IF SALARIED
               PERFORM 2300-ACCRUE-SALARIED
           ELSE
               PERFORM 2200-ACCRUE-HOURLY
           END-IF

           IF WS-ACCR-WAGES = ZEROS
               ADD 1 TO WS-EMPS-CURRENT
               GO TO 2199-ACCRUE-EXIT
           END-IF

           PERFORM 2400-ACCRUE-EMPLOYER-TAXES
           PERFORM 2500-ACCUMULATE-DEPT-ACCRUAL

           ADD 1 TO WS-EMPS-ACCRUED
           ADD WS-ACCR-WAGES   TO WS-TOTAL-WAGES
           ADD WS-ER-TOTAL-EXP TO WS-TOTAL-ER-TAX

           MOVE WS-UNPAID-DAYS  TO PD-DAYS
           MOVE WS-ACCR-WAGES   TO PD-WAGES
           MOVE WS-ER-TOTAL-EXP TO PD-ER-TAX
           WRITE PRINT-RECORD FROM PL-DETAIL.

       2199-ACCRUE-EXIT.
           EXIT.

      *================================================================
      *    Last day paid: the latest TIMECARD_DAILY work date that
      *    sits on a pay period the employee holds an unvoided
      *    PAYCHECK for. Salaried staff with no daily cards fall
      *    back to their latest check date, and someone never paid
      *    at all (a new hire) accrues from the period start.
      *================================================================
       2110-FIND-LAST-PAID-DATE.
           MOVE SPACES TO HV-LAST-PAID

           EXEC SQL
               SELECT COALESCE(CHAR(MAX(T.WORK_DATE), ISO), ' ')
               INTO   :HV-LAST-PAID
               FROM   TIMECARD_DAILY T
               WHERE  T.EMP_ID = :HV-EMP-ID
               AND    T.WORK_DATE <= DATE(:HV-PERIOD-END)
               AND    EXISTS (
                      SELECT 1
                      FROM   PAYCHECK C
                      WHERE  C.EMP_ID    = T.EMP_ID
                      AND    C.PERIOD_ID = T.PERIOD_ID
                      AND    C.VOID_FLAG = 'N')
           END-EXEC

           IF HV-LAST-PAID = SPACES
               EXEC SQL
                   SELECT COALESCE(CHAR(MAX(CHECK_DATE), ISO), ' ')
                   INTO   :HV-LAST-PAID
                   FROM   PAYCHECK
                   WHERE  EMP_ID     = :HV-EMP-ID
                   AND    VOID_FLAG  = 'N'
                   AND    CHECK_DATE <= DATE(:HV-PERIOD-END)
               END-EXEC
           END-IF

           IF HV-LAST-PAID = SPACES
               EXEC SQL
                   SELECT CHAR(DATE(:HV-PERIOD-START) - 1 DAY, ISO)
                   INTO   :HV-LAST-PAID
                   FROM   SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF

           MOVE HV-LAST-PAID TO WS-LAST-PAID.

      *================================================================
      *    Hourly: the unpaid TIMECARD_DAILY hours priced the way
      *    PAYPRO01 will pay them - straight time for every hour at
      *    its job rate plus shift differential (2210), then the
      *    half-time premium on hours over 40 in an ISO week at the
      *    FLSA regular rate (straight-time pay over all hours). A
      *    week that straddles the last paid date is only counted
      *    from the unpaid days on, so its overtime is the overtime
      *    those days carry on their own. Production bonus is not
      *    known until the pay run and is left to it.
      *================================================================
       2200-ACCRUE-HOURLY.
           MOVE WS-LAST-PAID TO HV-LAST-PAID

           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN W.WK_HRS > 40
                                        THEN 40
                                        ELSE W.WK_HRS END), 0),
                      COALESCE(SUM(CASE WHEN W.WK_HRS > 40
                                        THEN W.WK_HRS - 40
                                        ELSE 0 END), 0)
               INTO   :HV-REG-HOURS, :HV-OT-HOURS
               FROM  (SELECT YEAR(WORK_DATE)     AS WK_YR,
                             WEEK_ISO(WORK_DATE) AS WK_NO,
                             SUM(HOURS_WORKED)   AS WK_HRS
                      FROM   TIMECARD_DAILY
                      WHERE  EMP_ID    = :HV-EMP-ID
                      AND    WORK_DATE > DATE(:HV-LAST-PAID)
                      AND    WORK_DATE <= DATE(:HV-PERIOD-END)
                      GROUP BY YEAR(WORK_DATE),
                               WEEK_ISO(WORK_DATE)) W
           END-EXEC

           MOVE HV-REG-HOURS TO WS-REG-HOURS
           MOVE HV-OT-HOURS  TO WS-OT-HOURS
           ADD WS-REG-HOURS WS-OT-HOURS GIVING PD-HOURS
           ADD WS-REG-HOURS WS-OT-HOURS TO WS-TOTAL-HOURS

           PERFORM 2350-COUNT-UNPAID-DAYS

           ADD WS-REG-HOURS WS-OT-HOURS GIVING WS-ALL-HOURS
           PERFORM 2210-PRICE-STRAIGHT-TIME

           IF WS-ALL-HOURS > ZEROS
               COMPUTE WS-REGULAR-RATE ROUNDED =
                   WS-STRAIGHT-TIME / WS-ALL-HOURS
           ELSE
               MOVE WS-PAY-RATE TO WS-REGULAR-RATE
           END-IF

           COMPUTE WS-OT-PREM-AMT ROUNDED =
               WS-REGULAR-RATE * 0.5 * WS-OT-HOURS
           ADD WS-STRAIGHT-TIME WS-OT-PREM-AMT
               GIVING WS-ACCR-WAGES

           IF WS-OT-HOURS > ZEROS
               MOVE 'OT PREMIUM AT REGULAR RATE' TO PD-NOTE
           END-IF.

      *================================================================
      *    One rate line per job/shift in the unpaid days (an
      *    uncoded day is the employee's own job on shift 1): job
      *    rate from EMP_JOB_RATE, else the base rate, plus the
      *    SHIFT_DIFFERENTIAL - a flat amount per hour (type A) or
      *    a percentage of the job rate (type P). If the daily cards
      *    carry no job/shift detail for every hour, the hours price
      *    at the base rate as PAYPRO01's single-line fallback does.
       2210-PRICE-STRAIGHT-TIME.
           MOVE ZEROS TO WS-STRAIGHT-TIME WS-DAILY-HOURS
           MOVE 'N'   TO WS-RL-EOF-SW

           EXEC SQL
               DECLARE ACR-RATE-CURSOR CURSOR FOR
               SELECT X.JOB_CODE, X.SHIFT_CODE, SUM(X.HOURS)
               FROM  (SELECT COALESCE(D.JOB_CODE, E.JOB_CODE)
                                 AS JOB_CODE,
                             COALESCE(D.SHIFT_CODE, '1')
                                 AS SHIFT_CODE,
                             D.HOURS_WORKED AS HOURS
                      FROM   TIMECARD_DAILY D
                      JOIN   EMPLOYEE E ON E.EMP_ID = D.EMP_ID
                      WHERE  D.EMP_ID     = :HV-EMP-ID
                      AND    D.WORK_DATE  > DATE(:HV-LAST-PAID)
                      AND    D.WORK_DATE <= DATE(:HV-PERIOD-END)) X
               GROUP BY X.JOB_CODE, X.SHIFT_CODE
           END-EXEC

           EXEC SQL OPEN ACR-RATE-CURSOR END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-RL-EOF-SW
           END-IF

           PERFORM 2220-PRICE-RATE-LINE
               UNTIL WS-RL-EOF

           EXEC SQL CLOSE ACR-RATE-CURSOR END-EXEC

           IF WS-DAILY-HOURS NOT = WS-ALL-HOURS
               COMPUTE WS-STRAIGHT-TIME ROUNDED =
                   WS-ALL-HOURS * WS-PAY-RATE
           END-IF.

      *================================================================
       2220-PRICE-RATE-LINE.
           EXEC SQL
               FETCH ACR-RATE-CURSOR
               INTO :HV-RL-JOB, :HV-RL-SHIFT, :HV-RL-HOURS
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-RL-EOF-SW
           ELSE
               EXEC SQL
                   SELECT PAY_RATE
                   INTO   :HV-RL-RATE
                   FROM   EMP_JOB_RATE
                   WHERE  EMP_ID   = :HV-EMP-ID
                   AND    JOB_CODE = :HV-RL-JOB
               END-EXEC
               IF SQLCODE = 0
                   MOVE HV-RL-RATE  TO WS-RL-RATE
               ELSE
                   MOVE WS-PAY-RATE TO WS-RL-RATE
               END-IF

               MOVE ZEROS TO WS-RL-DIFF
               EXEC SQL
                   SELECT DIFF_TYPE, DIFF_VALUE
                   INTO   :HV-DIFF-TYPE, :HV-DIFF-VALUE
                   FROM   SHIFT_DIFFERENTIAL
                   WHERE  SHIFT_CODE = :HV-RL-SHIFT
               END-EXEC
               IF SQLCODE = 0
                   IF HV-DIFF-TYPE = 'P'
                       COMPUTE WS-RL-DIFF ROUNDED =
                           WS-RL-RATE * HV-DIFF-VALUE
                   ELSE
                       MOVE HV-DIFF-VALUE TO WS-RL-DIFF
                   END-IF
               END-IF

               COMPUTE WS-RL-AMOUNT ROUNDED =
                   HV-RL-HOURS * (WS-RL-RATE + WS-RL-DIFF)
               ADD HV-RL-HOURS  TO WS-DAILY-HOURS
               ADD WS-RL-AMOUNT TO WS-STRAIGHT-TIME
           END-IF.

      *================================================================
      *    Salaried: the annual rate prorated over the calendar days
      *    between the last paid date and the period end.
      *================================================================
       2300-ACCRUE-SALARIED.
           PERFORM 2350-COUNT-UNPAID-DAYS
           MOVE ZEROS TO PD-HOURS

           COMPUTE WS-ACCR-WAGES ROUNDED =
               WS-PAY-RATE * WS-UNPAID-DAYS / 365

           MOVE 'SALARY PRORATED BY DAYS' TO PD-NOTE.

      *================================================================
       2350-COUNT-UNPAID-DAYS.
           MOVE WS-LAST-PAID TO HV-LAST-PAID

           EXEC SQL
               SELECT DAYS(DATE(:HV-PERIOD-END))
                      - DAYS(DATE(:HV-LAST-PAID))
               INTO   :HV-UNPAID-DAYS
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE HV-UNPAID-DAYS TO WS-UNPAID-DAYS.

      *================================================================
      *    Employer SS, Medicare, FUTA and SUTA on the accrued wages,
      *    with the YTD wage-base caps measured against the year's
      *    unvoided checks the same way PAYCHKM1 measures them.
      *================================================================
       2400-ACCRUE-EMPLOYER-TAXES.
           EXEC SQL
               SELECT COALESCE(SUM(GROSS_PAY
                               - HEALTH_INS - DENTAL_INS), 0)
               INTO   :HV-YTD-GROSS
               FROM   PAYCHECK
               WHERE  EMP_ID = :HV-EMP-ID
               AND    PERIOD_ID LIKE :HV-YEAR-LIKE
               AND    VOID_FLAG = 'N'
           END-EXEC
           MOVE HV-YTD-GROSS TO WS-YTD-GROSS

           MOVE WS-SOC-SEC-WAGE-BASE TO WS-ER-TAXABLE
           PERFORM 2450-CAP-TAXABLE-TO-BASE
           COMPUTE WS-ER-SS-TAX ROUNDED =
               WS-ER-TAXABLE * WS-SOC-SEC-RATE

           COMPUTE WS-ER-MED-TAX ROUNDED =
               WS-ACCR-WAGES * WS-MEDICARE-RATE

           MOVE WS-FUTA-WAGE-BASE TO WS-ER-TAXABLE
           PERFORM 2450-CAP-TAXABLE-TO-BASE
           COMPUTE WS-ER-FUTA-TAX ROUNDED =
               WS-ER-TAXABLE * WS-FUTA-RATE

           MOVE WS-SUTA-WAGE-BASE TO WS-ER-TAXABLE
           PERFORM 2450-CAP-TAXABLE-TO-BASE
           COMPUTE WS-ER-SUTA-TAX ROUNDED =
               WS-ER-TAXABLE * WS-SUTA-RATE

           COMPUTE WS-ER-TOTAL-EXP =
               WS-ER-SS-TAX + WS-ER-MED-TAX
               + WS-ER-FUTA-TAX + WS-ER-SUTA-TAX.

      *================================================================
      *    On entry WS-ER-TAXABLE holds the annual base; on exit it
      *    holds the accrued wages that still fall under that base.
       2450-CAP-TAXABLE-TO-BASE.
           IF WS-YTD-GROSS >= WS-ER-TAXABLE
               MOVE ZEROS TO WS-ER-TAXABLE
           ELSE
               SUBTRACT WS-YTD-GROSS FROM WS-ER-TAXABLE
               IF WS-ER-TAXABLE > WS-ACCR-WAGES
                   MOVE WS-ACCR-WAGES TO WS-ER-TAXABLE
               END-IF
           END-IF.

      *================================================================
       2500-ACCUMULATE-DEPT-ACCRUAL.
           MOVE 'N' TO WS-DEPT-FOUND-SW
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                  OR WS-DEPT-FOUND
               IF WS-AD-DEPT (WS-DEPT-IDX) = WS-DEPT-ID
                   MOVE 'Y' TO WS-DEPT-FOUND-SW
               END-IF
           END-PERFORM

           IF WS-DEPT-FOUND
               SUBTRACT 1 FROM WS-DEPT-IDX
           ELSE
      *        A fifty-first department folds into the last slot,
      *        as PAYPRO01's distribution does.
               IF WS-DEPT-COUNT < 50
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-IDX
                   MOVE WS-DEPT-ID TO WS-AD-DEPT (WS-DEPT-IDX)
                   MOVE WS-EMP-LABOR-ACCT
                                   TO WS-AD-ACCT (WS-DEPT-IDX)
                   MOVE ZEROS TO WS-AD-WAGES (WS-DEPT-IDX)
                   MOVE ZEROS TO WS-AD-TAXES (WS-DEPT-IDX)
               ELSE
                   MOVE WS-DEPT-COUNT TO WS-DEPT-IDX
               END-IF
           END-IF

           ADD WS-ACCR-WAGES   TO WS-AD-WAGES (WS-DEPT-IDX)
           ADD WS-ER-TOTAL-EXP TO WS-AD-TAXES (WS-DEPT-IDX).

      *================================================================
      *    The accrual journal is dated the period end; its mirror
      *    image is dated the first day of the next period with every
      *    debit and credit swapped, so the next pay run's expense
      *    for these days is offset and nothing is counted twice.
      *================================================================
       3000-POST-ACCRUAL-JOURNALS.
           IF WS-TOTAL-WAGES = ZEROS
               GO TO 3049-POST-EXIT
           END-IF

           MOVE 'N'                  TO WS-REVERSING-SW
           MOVE WS-ACCRUAL-JRNL-ID   TO WS-JOURNAL-ID
           MOVE WS-PERIOD-END        TO HV-JRNL-DATE
           MOVE WS-PER-YYYY          TO HV-FISCAL-YEAR
           MOVE WS-PER-MM            TO HV-FISCAL-PERIOD
           MOVE WS-PERIOD-ID         TO HV-LINE-PERIOD
           MOVE 'PACR'               TO HV-JRNL-TYPE
           MOVE 'MONTH-END ACCRUED WAGES' TO HV-JRNL-DESC
           PERFORM 3050-POST-ONE-JOURNAL

           MOVE 'Y'                  TO WS-REVERSING-SW
           MOVE WS-REVERSE-JRNL-ID   TO WS-JOURNAL-ID
           MOVE WS-REVERSE-DATE      TO HV-JRNL-DATE
           MOVE WS-REV-YYYY          TO HV-FISCAL-YEAR
           MOVE WS-REV-MM            TO HV-FISCAL-PERIOD
           MOVE WS-REVERSE-PERIOD    TO HV-LINE-PERIOD
           MOVE 'PACV'               TO HV-JRNL-TYPE
           MOVE 'REVERSAL OF ACCRUED WAGES' TO HV-JRNL-DESC
           PERFORM 3050-POST-ONE-JOURNAL

           EXEC SQL COMMIT END-EXEC.

       3049-POST-EXIT.
           EXIT.

      *================================================================
      *    Dr each department's labor account and 6150 employer tax;
      *    Cr accrued wages (2380) and accrued payroll taxes (2390).
      *    On the reversal 3900 swaps every side.
       3050-POST-ONE-JOURNAL.
           MOVE WS-JOURNAL-ID TO HV-JRNL-ID

           EXEC SQL
               INSERT INTO GL_JOURNAL (
                   JOURNAL_ID, JOURNAL_DATE, FISCAL_YEAR,
                   FISCAL_PERIOD, DESCRIPTION, JOURNAL_TYPE,
                   SOURCE_DOC, POSTED_FLAG, CREATED_BY
               ) VALUES (
                   :HV-JRNL-ID, DATE(:HV-JRNL-DATE),
                   :HV-FISCAL-YEAR, :HV-FISCAL-PERIOD,
                   :HV-JRNL-DESC,
                   :HV-JRNL-TYPE, :HV-PERIOD-ID, 'N', 'PAYACR01'
               )
           END-EXEC

           MOVE ZEROS TO WS-GL-LINE-NO
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               PERFORM 3100-POST-DEPT-LABOR-LINE
           END-PERFORM

           MOVE WS-ER-TAX-EXP-ACCT TO HV-LINE-ACCT
           MOVE 'ACCRUED EMPLOYER PAYROLL TAX' TO HV-LINE-DESC
           MOVE WS-TOTAL-ER-TAX    TO WS-GL-LINE-AMT
           MOVE 'D' TO WS-GL-DEBIT-SW
           MOVE 'Y' TO WS-GL-DEPT-SW
           PERFORM 3900-WRITE-JOURNAL-LINE
               THRU 3999-WRITE-EXIT

           MOVE WS-ACCR-WAGE-ACCT  TO HV-LINE-ACCT
           MOVE 'ACCRUED WAGES PAYABLE' TO HV-LINE-DESC
           MOVE WS-TOTAL-WAGES     TO WS-GL-LINE-AMT
           MOVE 'C' TO WS-GL-DEBIT-SW
           MOVE 'N' TO WS-GL-DEPT-SW
           PERFORM 3900-WRITE-JOURNAL-LINE
               THRU 3999-WRITE-EXIT

           MOVE WS-ACCR-TAX-ACCT   TO HV-LINE-ACCT
           MOVE 'ACCRUED PAYROLL TAXES PAYABLE' TO HV-LINE-DESC
           MOVE WS-TOTAL-ER-TAX    TO WS-GL-LINE-AMT
           MOVE 'C' TO WS-GL-DEBIT-SW
           MOVE 'N' TO WS-GL-DEPT-SW
           PERFORM 3900-WRITE-JOURNAL-LINE
               THRU 3999-WRITE-EXIT.

      *================================================================
      *    Same department-to-account resolution as PAYPRO01's
      *    3100-POST-DEPT-LABOR-LINE: DEPT_GL_MAP first, the pay
      *    group's default labor account when the department has no
      *    mapping.
       3100-POST-DEPT-LABOR-LINE.
           MOVE WS-AD-DEPT (WS-DEPT-IDX) TO HV-DEPT-ID

           EXEC SQL
               SELECT LABOR_ACCT
               INTO   :HV-DEPT-ACCT
               FROM   DEPT_GL_MAP
               WHERE  DEPT_ID = :HV-DEPT-ID
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE WS-AD-ACCT (WS-DEPT-IDX) TO HV-DEPT-ACCT
           END-IF

           MOVE HV-DEPT-ACCT TO HV-LINE-ACCT
           MOVE 'ACCRUED GROSS PAYROLL BY DEPT' TO HV-LINE-DESC
           MOVE WS-AD-WAGES (WS-DEPT-IDX) TO WS-GL-LINE-AMT
           MOVE 'D' TO WS-GL-DEBIT-SW
           MOVE 'Y' TO WS-GL-DEPT-SW
           PERFORM 3900-WRITE-JOURNAL-LINE
               THRU 3999-WRITE-EXIT.

      *================================================================
      *    One line per department: accrued wages, employer tax, and
      *    the burdened total, with a grand total that ties to the
      *    journal's 2380 and 2390 credits.
       3500-PRINT-LABOR-DISTRIBUTION.
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE '  ACCRUED LABOR DISTRIBUTION BY DEPARTMENT'
               TO PRINT-RECORD
           WRITE PRINT-RECORD
           WRITE PRINT-RECORD FROM PL-LD-COLHDR

           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE WS-AD-DEPT (WS-DEPT-IDX)  TO LD-D-DEPT
               MOVE WS-AD-ACCT (WS-DEPT-IDX)  TO LD-D-ACCT
               MOVE WS-AD-DEPT (WS-DEPT-IDX)  TO HV-DEPT-ID
               EXEC SQL
                   SELECT LABOR_ACCT
                   INTO   :HV-DEPT-ACCT
                   FROM   DEPT_GL_MAP
                   WHERE  DEPT_ID = :HV-DEPT-ID
               END-EXEC
               IF SQLCODE = 0
                   MOVE HV-DEPT-ACCT TO LD-D-ACCT
               END-IF
               MOVE WS-AD-WAGES (WS-DEPT-IDX) TO LD-D-WAGES
               MOVE WS-AD-TAXES (WS-DEPT-IDX) TO LD-D-TAXES
               COMPUTE LD-D-TOTAL =
                   WS-AD-WAGES (WS-DEPT-IDX)
                   + WS-AD-TAXES (WS-DEPT-IDX)
               WRITE PRINT-RECORD FROM PL-LD-DETAIL
           END-PERFORM

           MOVE SPACES  TO LD-D-DEPT
           MOVE 'TOTAL' TO LD-D-ACCT
           MOVE WS-TOTAL-WAGES  TO LD-D-WAGES
           MOVE WS-TOTAL-ER-TAX TO LD-D-TAXES
           COMPUTE LD-D-TOTAL = WS-TOTAL-WAGES + WS-TOTAL-ER-TAX
           WRITE PRINT-RECORD FROM PL-LD-DETAIL.

      *================================================================
      *    One line of the current journal. Expense lines carry the
      *    D001 cost-center code the pay run's expense lines carry;
      *    liability lines carry none.
       3900-WRITE-JOURNAL-LINE.
           IF WS-GL-LINE-AMT = ZEROS
               GO TO 3999-WRITE-EXIT
           END-IF

           IF WS-REVERSING
               IF WS-GL-DEBIT
                   MOVE 'C' TO WS-GL-DEBIT-SW
               ELSE
                   MOVE 'D' TO WS-GL-DEBIT-SW
               END-IF
           END-IF

           MOVE ZEROS TO HV-LINE-DEBIT HV-LINE-CREDIT
           IF WS-GL-DEBIT
               MOVE WS-GL-LINE-AMT TO HV-LINE-DEBIT
           ELSE
               MOVE WS-GL-LINE-AMT TO HV-LINE-CREDIT
           END-IF

           ADD 1 TO WS-GL-LINE-NO
           IF WS-GL-DEPT-LINE
               EXEC SQL
                   INSERT INTO GL_JOURNAL_LINE VALUES (
                       :HV-JRNL-ID, :WS-GL-LINE-NO, :HV-LINE-ACCT,
                       'D001', :HV-LINE-DESC,
                       :HV-LINE-DEBIT, :HV-LINE-CREDIT,
                       :HV-LINE-PERIOD
                   )
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO GL_JOURNAL_LINE VALUES (
                       :HV-JRNL-ID, :WS-GL-LINE-NO, :HV-LINE-ACCT,
                       NULL, :HV-LINE-DESC,
                       :HV-LINE-DEBIT, :HV-LINE-CREDIT,
                       :HV-LINE-PERIOD
                   )
               END-EXEC
           END-IF

           MOVE WS-GL-LINE-AMT TO HV-GL-AMT
           PERFORM 8200-LOG-LINE-AUDIT.

       3999-WRITE-EXIT.
           EXIT.

      *================================================================
      *    Same GL_AUDIT_LOG row every journal-writing program
      *    leaves behind a line insert.
       8200-LOG-LINE-AUDIT.
           MOVE WS-GL-LINE-NO TO HV-AUDIT-SEQ
           EXEC SQL
               INSERT INTO GL_AUDIT_LOG
               (JOURNAL_ID, LINE_SEQ, ACTION, OLD_AMOUNT, NEW_AMOUNT,
                CHANGED_BY, CHANGED_DATE, CHANGED_TIME)
               VALUES
               (:HV-JRNL-ID, :HV-AUDIT-SEQ, 'INSERT',
                0, :HV-GL-AMT, 'PAYACR01',
                CURRENT DATE, CURRENT TIME)
           END-EXEC.

      *================================================================
       9000-FINALIZE.
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 'Employees Read:          ' TO PC-LABEL
           MOVE WS-EMPS-READ TO PC-COUNT
           WRITE PRINT-RECORD FROM PL-COUNT-LINE
           MOVE 'Employees Accrued:       ' TO PC-LABEL
           MOVE WS-EMPS-ACCRUED TO PC-COUNT
           WRITE PRINT-RECORD FROM PL-COUNT-LINE
           MOVE 'Paid Through Period End: ' TO PC-LABEL
           MOVE WS-EMPS-CURRENT TO PC-COUNT
           WRITE PRINT-RECORD FROM PL-COUNT-LINE
           MOVE 'No Pay Rate On File:     ' TO PC-LABEL
           MOVE WS-EMPS-NO-RATE TO PC-COUNT
           WRITE PRINT-RECORD FROM PL-COUNT-LINE
           MOVE 'Hourly Hours Accrued:    ' TO PA-LABEL
           MOVE WS-TOTAL-HOURS TO PA-AMOUNT
           WRITE PRINT-RECORD FROM PL-AMOUNT-LINE
           MOVE 'Accrued Wages (2380):    ' TO PA-LABEL
           MOVE WS-TOTAL-WAGES TO PA-AMOUNT
           WRITE PRINT-RECORD FROM PL-AMOUNT-LINE
           MOVE 'Accrued ER Taxes (2390): ' TO PA-LABEL
           MOVE WS-TOTAL-ER-TAX TO PA-AMOUNT
           WRITE PRINT-RECORD FROM PL-AMOUNT-LINE

           EXEC SQL
               UPDATE BATCH_RUN_CONTROL
               SET    RUN_STATUS = 'COMPLETE',
                      END_DATE   = CURRENT DATE,
                      END_TIME   = CURRENT TIME
               WHERE  JOB_NAME  = 'PAYACR01'
               AND    PERIOD_ID = :HV-PERIOD-ID
           END-EXEC

           EXEC SQL COMMIT END-EXEC
           CLOSE PRNTFILE

           DISPLAY 'PAYACR01 COMPLETE'
           DISPLAY '  EMPLOYEES ACCRUED: ' WS-EMPS-ACCRUED
           DISPLAY '  ACCRUAL JOURNAL:   ' WS-ACCRUAL-JRNL-ID
           DISPLAY '  REVERSAL JOURNAL:  ' WS-REVERSE-JRNL-ID.

      *================================================================
      *    Common EXCEPTION_LOG shape every nightly program writes,
      *    so operations reads one morning report (EXCRPT01)
      *    instead of five different outputs.
       9700-LOG-EXCEPTION.
           EXEC SQL
               INSERT INTO EXCEPTION_LOG
               (PROGRAM_NAME, RUN_DATE, PERIOD_ID, SEVERITY,
                REASON_CODE, KEY_VALUE, RESOLVED_FLAG,
                CREATED_TIME)
               VALUES
               ('PAYACR01', CURRENT DATE, :HV-PERIOD-ID,
                :HV-EXC-SEVERITY, :HV-EXC-REASON, :HV-EXC-KEY,
                'N', CURRENT TIME)
           END-EXEC.
