      *================================================================
      * ACME CORPORATION - PAYROLL PROCESSING SYSTEM
      * Program: PAYWC01
      * Author:  ACME Data Center
      * Date:    2026-10-15
      * Purpose: Workers' compensation payroll by class code and the
      *          estimated premium on it, for the carrier's annual
      *          payroll audit. Wages come off unvoided PAYCHECK rows
      *          under the WC class and state PAYPRO01 stamped on
      *          the check (2610-RESOLVE-WC-CLASS); a check without a
      *          stamp falls back to the employee's WC_CLASS_CODE,
      *          else the job code's WC_JOB_CLASS class, and the WC
      *          state, else the work state.
      *
      *          The rating bureaus exclude the overtime premium
      *          portion from WC payroll: one third of overtime
      *          earnings (paid at 1.5x) and one half of double-time
      *          earnings (paid at 2x) come off the gross. Premium is
      *          subject payroll x WC_CLASS_RATE per $100 for the
      *          class, state and policy (calendar) year.
      *
      *          Run types (SYSIN):
      *          Q - quarterly class-code summary
      *          A - annual audit report: the full year by class,
      *              premium accrued to date and the expected audit
      *              adjustment against the policy's deposit premium
      *          M - monthly premium accrual: the year-to-date
      *              premium through the month less what earlier
      *              months accrued is journaled Dr workers' comp
      *              expense (6155) / Cr accrued WC premium (2395),
      *              so voids, late class changes and rate updates
      *              true up each month instead of at audit
      *
      * Input:   SYSIN - run type (Q/A/M), year (YYYY), and the
      *          quarter (1-4) or month (01-12)
      * Output:  PRNTFILE class-code report, GL journal and
      *          WC_PREMIUM_ACCRUAL history (run type M)
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYWC01.
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
       01  WS-PROGRAM-NAME        PIC X(8)   VALUE 'PAYWC01'.
       01  WS-RUN-DATE            PIC X(10)  VALUE SPACES.
       01  WS-RUN-TYPE            PIC X(1)   VALUE SPACES.
           88  WS-RUN-QUARTERLY              VALUE 'Q'.
           88  WS-RUN-ANNUAL                 VALUE 'A'.
           88  WS-RUN-MONTHLY                VALUE 'M'.
       01  WS-YEAR-PARM           PIC 9(4)   VALUE ZEROS.
       01  WS-SUB-PARM            PIC 9(2)   VALUE ZEROS.
       01  WS-MONTH-FROM          PIC 9(2)   VALUE ZEROS.
       01  WS-MONTH-TO            PIC 9(2)   VALUE ZEROS.
       01  WS-ACCRUAL-PERIOD      PIC X(6)   VALUE SPACES.
       01  WS-ACCRUAL-PERIOD-NUM REDEFINES WS-ACCRUAL-PERIOD.
           05  WS-ACR-YYYY        PIC 9(4).
           05  WS-ACR-MM          PIC 9(2).

       01  WS-EOF-SWITCH          PIC X(1)   VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CLASS-LINES     PIC 9(6)   VALUE ZEROS.
           05  WS-NO-RATE-LINES   PIC 9(6)   VALUE ZEROS.
           05  WS-NO-CLASS-LINES  PIC 9(6)   VALUE ZEROS.

      *--- Per class / state line
       01  WS-CLASS-WORK.
           05  WS-OT-PREMIUM      PIC 9(10)V99 VALUE ZEROS.
           05  WS-SUBJECT-WAGES   PIC 9(12)V99 VALUE ZEROS.
           05  WS-CLASS-PREMIUM   PIC 9(10)V99 VALUE ZEROS.

       01  WS-REPORT-TOTALS.
           05  WS-TOTAL-GROSS     PIC 9(12)V99 VALUE ZEROS.
           05  WS-TOTAL-OT-PREM   PIC 9(10)V99 VALUE ZEROS.
           05  WS-TOTAL-SUBJECT   PIC 9(12)V99 VALUE ZEROS.
           05  WS-TOTAL-PREMIUM   PIC 9(10)V99 VALUE ZEROS.

      *--- Accrual and audit projection
       01  WS-ACCRUAL-WORK.
           05  WS-PRIOR-ACCRUED   PIC S9(10)V99 VALUE ZEROS.
           05  WS-MONTH-ACCRUAL   PIC S9(10)V99 VALUE ZEROS.
           05  WS-DEPOSIT-PREMIUM PIC S9(10)V99 VALUE ZEROS.
           05  WS-ACCRUAL-GAP     PIC S9(10)V99 VALUE ZEROS.
           05  WS-AUDIT-ADJUST    PIC S9(10)V99 VALUE ZEROS.

       01  WS-WC-ACCOUNTS.
           05  WS-WC-EXPENSE-ACCT PIC X(6)   VALUE '6155'.
           05  WS-WC-ACCRUED-ACCT PIC X(6)   VALUE '2395'.

       01  WS-JOURNAL-ID          PIC X(12).
       01  WS-GL-LINE-NO          PIC 99     VALUE 0.

      *--- SQL Communication Area
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *--- Embedded SQL Host Variables
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-YEAR-LIKE           PIC X(8).
       01  HV-MONTH-FROM          PIC X(2).
       01  HV-MONTH-TO            PIC X(2).
       01  HV-RATE-YEAR           PIC S9(4)   USAGE COMP.
       01  HV-ACCRUAL-MONTH       PIC S9(4)   USAGE COMP.
       01  HV-PERIOD-ID           PIC X(8).
       01  HV-WC-STATE            PIC X(2).
       01  HV-WC-CLASS            PIC X(4).
       01  HV-CLASS-DESC          PIC X(25).
       01  HV-EMP-COUNT           PIC S9(9)   USAGE COMP.
       01  HV-GROSS-WAGES         PIC 9(12)V99 USAGE COMP-3.
       01  HV-OT-EARN             PIC 9(10)V99 USAGE COMP-3.
       01  HV-DT-EARN             PIC 9(10)V99 USAGE COMP-3.
       01  HV-RATE-PER-100        PIC 9(3)V9999 USAGE COMP-3.
       01  HV-PRIOR-ACCRUED       PIC S9(10)V99 USAGE COMP-3.
       01  HV-DEPOSIT-PREMIUM     PIC S9(10)V99 USAGE COMP-3.
       01  HV-SUBJECT-WAGES       PIC 9(12)V99 USAGE COMP-3.
       01  HV-YTD-PREMIUM         PIC 9(10)V99 USAGE COMP-3.
       01  HV-MONTH-ACCRUAL       PIC S9(10)V99 USAGE COMP-3.
       01  HV-JRNL-ID             PIC X(12).
       01  HV-POSTED-FLAG         PIC X(1).
       01  HV-FISCAL-YEAR         PIC S9(4)   USAGE COMP.
       01  HV-FISCAL-PERIOD       PIC S9(4)   USAGE COMP.
       01  HV-GL-AMT              PIC 9(10)V99 USAGE COMP-3.
       01  HV-AUDIT-SEQ           PIC S9(5)   USAGE COMP.
       01  HV-EXC-SEVERITY        PIC X(1).
       01  HV-EXC-REASON          PIC X(12).
       01  HV-EXC-KEY             PIC X(30).
           EXEC SQL END DECLARE SECTION END-EXEC.

      *--- Print Line Templates
       01  PL-HEADER1.
           05  FILLER PIC X(60) VALUE
           '     ACME CORPORATION - WORKERS COMP PAYROLL BY CLASS'.
           05  FILLER PIC X(73) VALUE SPACES.

       01  PL-HEADER2.
           05  FILLER     PIC X(8)  VALUE '  YEAR: '.
           05  PH-YEAR    PIC 9(4).
           05  FILLER     PIC X(10) VALUE '  MONTHS: '.
           05  PH-FROM    PIC 9(2).
           05  FILLER     PIC X(4)  VALUE ' TO '.
           05  PH-TO      PIC 9(2).
           05  FILLER     PIC X(2)  VALUE SPACES.
           05  PH-TITLE   PIC X(40).
           05  FILLER     PIC X(12) VALUE '  RUN DATE: '.
           05  PH-DATE    PIC X(10).
           05  FILLER     PIC X(39) VALUE SPACES.

       01  PL-COLHDR.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(4)  VALUE 'ST'.
           05  FILLER PIC X(6)  VALUE 'CLASS'.
           05  FILLER PIC X(27) VALUE 'DESCRIPTION'.
           05  FILLER PIC X(8)  VALUE '  EMPS'.
           05  FILLER PIC X(16) VALUE '   GROSS WAGES'.
           05  FILLER PIC X(15) VALUE '  OT PREM EXCL'.
           05  FILLER PIC X(16) VALUE '  WC PAYROLL'.
           05  FILLER PIC X(10) VALUE 'RATE/100'.
           05  FILLER PIC X(14) VALUE ' EST PREMIUM'.
           05  FILLER PIC X(15) VALUE 'NOTE'.

       01  PL-DETAIL.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PD-STATE       PIC X(2).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PD-CLASS       PIC X(4).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PD-DESC        PIC X(25).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PD-EMPS        PIC ZZ,ZZ9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PD-GROSS       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PD-OT-PREM     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PD-SUBJECT     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PD-RATE        PIC ZZ9.9999.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PD-PREMIUM     PIC Z,ZZZ,ZZ9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PD-NOTE        PIC X(15).

       01  PL-TOTAL-LINE.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  FILLER         PIC X(45) VALUE 'TOTAL ALL CLASSES'.
           05  PT-GROSS       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PT-OT-PREM     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PT-SUBJECT     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(12) VALUE SPACES.
           05  PT-PREMIUM     PIC Z,ZZZ,ZZ9.99.
           05  FILLER         PIC X(17) VALUE SPACES.

       01  PL-AMOUNT-LINE.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PA-LABEL       PIC X(40).
           05  PA-AMOUNT      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PA-NOTE        PIC X(30).
           05  FILLER         PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SUMMARIZE-BY-CLASS
           EVALUATE TRUE
               WHEN WS-RUN-ANNUAL
                   PERFORM 3000-PRINT-AUDIT-PROJECTION
               WHEN WS-RUN-MONTHLY
                   PERFORM 4000-POST-MONTHLY-ACCRUAL
                       THRU 4099-ACCRUAL-EXIT
           END-EVALUATE
           PERFORM 9000-FINALIZE
           STOP RUN.

      *================================================================
      *    Period IDs carry YYYYMM in their first six positions, so
      *    each run type is a month slice of the year, as in
      *    PAYQTR01. The monthly accrual always reports year-to-date
      *    through the month - the true-up needs the whole year.
      *================================================================
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RUN-DATE

           ACCEPT WS-RUN-TYPE  FROM SYSIN
           ACCEPT WS-YEAR-PARM FROM SYSIN
           IF NOT WS-RUN-ANNUAL
               ACCEPT WS-SUB-PARM FROM SYSIN
           END-IF

           IF WS-YEAR-PARM NOT NUMERIC OR WS-YEAR-PARM = ZEROS
               DISPLAY 'PAYWC01 ERROR: year PARM required'
               STOP RUN
           END-IF

           EVALUATE TRUE
               WHEN WS-RUN-QUARTERLY
                   IF WS-SUB-PARM < 1 OR WS-SUB-PARM > 4
                       DISPLAY 'PAYWC01 ERROR: quarter PARM (1-4)'
                           ' required'
                       STOP RUN
                   END-IF
                   COMPUTE WS-MONTH-FROM = (WS-SUB-PARM - 1) * 3 + 1
                   COMPUTE WS-MONTH-TO   = WS-SUB-PARM * 3
                   MOVE 'QUARTERLY CLASS-CODE SUMMARY' TO PH-TITLE
               WHEN WS-RUN-ANNUAL
                   MOVE 1  TO WS-MONTH-FROM
                   MOVE 12 TO WS-MONTH-TO
                   MOVE 'ANNUAL PAYROLL AUDIT REPORT' TO PH-TITLE
               WHEN WS-RUN-MONTHLY
                   IF WS-SUB-PARM < 1 OR WS-SUB-PARM > 12
                       DISPLAY 'PAYWC01 ERROR: month PARM (01-12)'
                           ' required'
                       STOP RUN
                   END-IF
                   MOVE 1           TO WS-MONTH-FROM
                   MOVE WS-SUB-PARM TO WS-MONTH-TO
                   MOVE 'MONTHLY PREMIUM ACCRUAL (YEAR TO DATE)'
                       TO PH-TITLE
               WHEN OTHER
                   DISPLAY 'PAYWC01 ERROR: run type must be Q, A'
                       ' or M'
                   STOP RUN
           END-EVALUATE

           MOVE SPACES TO HV-YEAR-LIKE
           STRING WS-YEAR-PARM '%' DELIMITED SIZE INTO HV-YEAR-LIKE
           MOVE WS-MONTH-FROM TO HV-MONTH-FROM
           MOVE WS-MONTH-TO   TO HV-MONTH-TO
           MOVE WS-YEAR-PARM  TO HV-RATE-YEAR

           MOVE WS-YEAR-PARM  TO WS-ACR-YYYY
           MOVE WS-MONTH-TO   TO WS-ACR-MM
           MOVE WS-ACCRUAL-PERIOD TO HV-PERIOD-ID

           OPEN OUTPUT PRNTFILE
           MOVE WS-YEAR-PARM  TO PH-YEAR
           MOVE WS-MONTH-FROM TO PH-FROM
           MOVE WS-MONTH-TO   TO PH-TO
           MOVE WS-RUN-DATE   TO PH-DATE
           WRITE PRINT-RECORD FROM PL-HEADER1
           WRITE PRINT-RECORD FROM PL-HEADER2
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           WRITE PRINT-RECORD FROM PL-COLHDR.

      *================================================================
      *    Unvoided checks in the month slice, each under its
      *    stamped class and state (or the fallback for checks
      *    written before the stamp or by the off-cycle programs),
      *    summed by state and class.
      *================================================================
       2000-SUMMARIZE-BY-CLASS.
           EXEC SQL
               DECLARE WC-CLASS-CUR CURSOR FOR
               SELECT X.WC_STATE, X.WC_CLASS,
                      COUNT(DISTINCT X.EMP_ID),
                      COALESCE(SUM(X.GROSS_PAY), 0),
                      COALESCE(SUM(X.OT_EARN), 0),
                      COALESCE(SUM(X.DT_EARN), 0)
               FROM  (SELECT P.EMP_ID, P.GROSS_PAY,
                             COALESCE(P.OT_EARNINGS, 0) AS OT_EARN,
                             COALESCE(P.DT_EARNINGS, 0) AS DT_EARN,
                             COALESCE(NULLIF(P.WC_CLASS_CODE, ' '),
                                      E.WC_CLASS_CODE,
                                      J.WC_CLASS_CODE,
                                      'NONE') AS WC_CLASS,
                             COALESCE(NULLIF(P.WC_STATE, ' '),
                                      E.WC_STATE,
                                      E.WORK_STATE) AS WC_STATE
                      FROM   PAYCHECK P
                      JOIN   EMPLOYEE E ON E.EMP_ID = P.EMP_ID
                      LEFT JOIN WC_JOB_CLASS J
                             ON J.JOB_CODE = E.JOB_CODE
                      WHERE  P.PERIOD_ID LIKE :HV-YEAR-LIKE
                      AND    SUBSTR(P.PERIOD_ID, 5, 2)
                                 BETWEEN :HV-MONTH-FROM
                                     AND :HV-MONTH-TO
                      AND    P.VOID_FLAG = 'N') X
               GROUP BY X.WC_STATE, X.WC_CLASS
               ORDER BY X.WC_STATE, X.WC_CLASS
           END-EXEC

           EXEC SQL OPEN WC-CLASS-CUR END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'PAYWC01 ERROR: Cannot open WC-CLASS-CUR'
                   ' SQLCODE=' SQLCODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF
               EXEC SQL
                   FETCH WC-CLASS-CUR
                   INTO :HV-WC-STATE, :HV-WC-CLASS, :HV-EMP-COUNT,
                        :HV-GROSS-WAGES, :HV-OT-EARN, :HV-DT-EARN
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-EOF-SWITCH
               ELSE
                   PERFORM 2100-PRICE-ONE-CLASS
               END-IF
           END-PERFORM

           EXEC SQL CLOSE WC-CLASS-CUR END-EXEC

           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE WS-TOTAL-GROSS   TO PT-GROSS
           MOVE WS-TOTAL-OT-PREM TO PT-OT-PREM
           MOVE WS-TOTAL-SUBJECT TO PT-SUBJECT
           MOVE WS-TOTAL-PREMIUM TO PT-PREMIUM
           WRITE PRINT-RECORD FROM PL-TOTAL-LINE.

      *================================================================
      *    Overtime premium exclusion: the half-time third of OT
      *    pay and the straight-time half of double-time pay. A
      *    class with no rate on file for the year, or wages with
      *    no class at all, still print - with no premium - and
      *    land on the exception report for HR to fix before the
      *    audit.
       2100-PRICE-ONE-CLASS.
           ADD 1 TO WS-CLASS-LINES
           COMPUTE WS-OT-PREMIUM ROUNDED =
               HV-OT-EARN / 3 + HV-DT-EARN / 2
           COMPUTE WS-SUBJECT-WAGES =
               HV-GROSS-WAGES - WS-OT-PREMIUM

           MOVE SPACES TO HV-CLASS-DESC PD-NOTE
           MOVE ZEROS  TO HV-RATE-PER-100
           EXEC SQL
               SELECT RATE_PER_100, CLASS_DESC
               INTO   :HV-RATE-PER-100, :HV-CLASS-DESC
               FROM   WC_CLASS_RATE
               WHERE  CLASS_CODE = :HV-WC-CLASS
               AND    STATE_CODE = :HV-WC-STATE
               AND    RATE_YEAR  = :HV-RATE-YEAR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZEROS TO HV-RATE-PER-100
               MOVE SPACES TO HV-EXC-KEY
               STRING HV-WC-STATE ' ' HV-WC-CLASS
                   DELIMITED SIZE INTO HV-EXC-KEY
               MOVE 'W' TO HV-EXC-SEVERITY
               IF HV-WC-CLASS = 'NONE'
                   ADD 1 TO WS-NO-CLASS-LINES
                   MOVE 'NO CLASS CODE' TO PD-NOTE
                   MOVE 'WCNOCLASS' TO HV-EXC-REASON
               ELSE
                   ADD 1 TO WS-NO-RATE-LINES
                   MOVE 'NO RATE ON FILE' TO PD-NOTE
                   MOVE 'WCNORATE'  TO HV-EXC-REASON
               END-IF
               PERFORM 9700-LOG-EXCEPTION
           END-IF

           COMPUTE WS-CLASS-PREMIUM ROUNDED =
               WS-SUBJECT-WAGES * HV-RATE-PER-100 / 100

           ADD HV-GROSS-WAGES   TO WS-TOTAL-GROSS
           ADD WS-OT-PREMIUM    TO WS-TOTAL-OT-PREM
           ADD WS-SUBJECT-WAGES TO WS-TOTAL-SUBJECT
           ADD WS-CLASS-PREMIUM TO WS-TOTAL-PREMIUM

           MOVE HV-WC-STATE      TO PD-STATE
           MOVE HV-WC-CLASS      TO PD-CLASS
           MOVE HV-CLASS-DESC    TO PD-DESC
           MOVE HV-EMP-COUNT     TO PD-EMPS
           MOVE HV-GROSS-WAGES   TO PD-GROSS
           MOVE WS-OT-PREMIUM    TO PD-OT-PREM
           MOVE WS-SUBJECT-WAGES TO PD-SUBJECT
           MOVE HV-RATE-PER-100  TO PD-RATE
           MOVE WS-CLASS-PREMIUM TO PD-PREMIUM
           WRITE PRINT-RECORD FROM PL-DETAIL.

      *================================================================
      *    Annual audit view: the estimated premium on the year's
      *    class-code payroll against what the monthly accruals
      *    booked to 2395, and against the deposit premium billed
      *    on the policy (WC_POLICY) - the difference is the audit
      *    adjustment the carrier can be expected to bill or refund.
      *================================================================
       3000-PRINT-AUDIT-PROJECTION.
           EXEC SQL
               SELECT COALESCE(SUM(MONTH_ACCRUAL), 0)
               INTO   :HV-PRIOR-ACCRUED
               FROM   WC_PREMIUM_ACCRUAL
               WHERE  ACCRUAL_YEAR = :HV-RATE-YEAR
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE ZEROS TO HV-PRIOR-ACCRUED
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(DEPOSIT_PREMIUM), 0)
               INTO   :HV-DEPOSIT-PREMIUM
               FROM   WC_POLICY
               WHERE  POLICY_YEAR = :HV-RATE-YEAR
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE ZEROS TO HV-DEPOSIT-PREMIUM
           END-IF

           MOVE HV-PRIOR-ACCRUED   TO WS-PRIOR-ACCRUED
           MOVE HV-DEPOSIT-PREMIUM TO WS-DEPOSIT-PREMIUM
           COMPUTE WS-ACCRUAL-GAP =
               WS-TOTAL-PREMIUM - WS-PRIOR-ACCRUED
           COMPUTE WS-AUDIT-ADJUST =
               WS-TOTAL-PREMIUM - WS-DEPOSIT-PREMIUM

           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PA-NOTE
           MOVE 'ESTIMATED AUDITED PREMIUM' TO PA-LABEL
           MOVE WS-TOTAL-PREMIUM TO PA-AMOUNT
           WRITE PRINT-RECORD FROM PL-AMOUNT-LINE
           MOVE 'PREMIUM ACCRUED TO DATE (2395)' TO PA-LABEL
           MOVE WS-PRIOR-ACCRUED TO PA-AMOUNT
           WRITE PRINT-RECORD FROM PL-AMOUNT-LINE
           MOVE 'ACCRUAL STILL TO BOOK' TO PA-LABEL
           MOVE WS-ACCRUAL-GAP TO PA-AMOUNT
           IF WS-ACCRUAL-GAP NOT = ZEROS
               MOVE 'RUN THE DECEMBER ACCRUAL' TO PA-NOTE
           END-IF
           WRITE PRINT-RECORD FROM PL-AMOUNT-LINE
           MOVE SPACES TO PA-NOTE
           MOVE 'DEPOSIT PREMIUM BILLED (WC_POLICY)' TO PA-LABEL
           MOVE WS-DEPOSIT-PREMIUM TO PA-AMOUNT
           WRITE PRINT-RECORD FROM PL-AMOUNT-LINE
           MOVE 'EXPECTED AUDIT ADJUSTMENT' TO PA-LABEL
           MOVE WS-AUDIT-ADJUST TO PA-AMOUNT
           EVALUATE TRUE
               WHEN WS-AUDIT-ADJUST > ZEROS
                   MOVE 'ADDITIONAL PREMIUM DUE' TO PA-NOTE
               WHEN WS-AUDIT-ADJUST < ZEROS
                   MOVE 'RETURN PREMIUM EXPECTED' TO PA-NOTE
           END-EVALUATE
           WRITE PRINT-RECORD FROM PL-AMOUNT-LINE.

      *================================================================
      *    Monthly accrual: year-to-date premium less what January
      *    through the prior month already accrued. A rerun of the
      *    month replaces its own unposted journal and history row;
      *    once GLPOST has posted the journal the month is closed
      *    to this job. A negative true-up (voids, a rate cut)
      *    posts with the sides swapped.
      *================================================================
       4000-POST-MONTHLY-ACCRUAL.
           MOVE SPACES TO WS-JOURNAL-ID
           STRING 'WCA' WS-ACCRUAL-PERIOD
               DELIMITED SIZE INTO WS-JOURNAL-ID
           MOVE WS-JOURNAL-ID TO HV-JRNL-ID
           MOVE WS-SUB-PARM   TO HV-ACCRUAL-MONTH

           MOVE SPACES TO HV-POSTED-FLAG
           EXEC SQL
               SELECT POSTED_FLAG
               INTO   :HV-POSTED-FLAG
               FROM   GL_JOURNAL
               WHERE  JOURNAL_ID = :HV-JRNL-ID
           END-EXEC

           IF SQLCODE = 0 AND HV-POSTED-FLAG = 'Y'
               DISPLAY 'PAYWC01 ERROR: Accrual journal '
                   WS-JOURNAL-ID ' is already posted.'
               MOVE 'E'           TO HV-EXC-SEVERITY
               MOVE 'WCACRPOSTED' TO HV-EXC-REASON
               MOVE WS-JOURNAL-ID TO HV-EXC-KEY
               PERFORM 9700-LOG-EXCEPTION
               GO TO 4099-ACCRUAL-EXIT
           END-IF

           IF SQLCODE = 0
               EXEC SQL
                   DELETE FROM GL_JOURNAL_LINE
                   WHERE  JOURNAL_ID = :HV-JRNL-ID
               END-EXEC
               EXEC SQL
                   DELETE FROM GL_JOURNAL
                   WHERE  JOURNAL_ID  = :HV-JRNL-ID
                   AND    POSTED_FLAG = 'N'
               END-EXEC
           END-IF

           EXEC SQL
               DELETE FROM WC_PREMIUM_ACCRUAL
               WHERE  ACCRUAL_YEAR  = :HV-RATE-YEAR
               AND    ACCRUAL_MONTH = :HV-ACCRUAL-MONTH
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(MONTH_ACCRUAL), 0)
               INTO   :HV-PRIOR-ACCRUED
               FROM   WC_PREMIUM_ACCRUAL
               WHERE  ACCRUAL_YEAR  = :HV-RATE-YEAR
               AND    ACCRUAL_MONTH < :HV-ACCRUAL-MONTH
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE ZEROS TO HV-PRIOR-ACCRUED
           END-IF

           MOVE HV-PRIOR-ACCRUED TO WS-PRIOR-ACCRUED
           COMPUTE WS-MONTH-ACCRUAL =
               WS-TOTAL-PREMIUM - WS-PRIOR-ACCRUED

           MOVE WS-TOTAL-SUBJECT TO HV-SUBJECT-WAGES
           MOVE WS-TOTAL-PREMIUM TO HV-YTD-PREMIUM
           MOVE WS-MONTH-ACCRUAL TO HV-MONTH-ACCRUAL
           EXEC SQL
               INSERT INTO WC_PREMIUM_ACCRUAL (
                   ACCRUAL_YEAR, ACCRUAL_MONTH, SUBJECT_WAGES,
                   YTD_PREMIUM, MONTH_ACCRUAL, JOURNAL_ID,
                   CREATED_DATE
               ) VALUES (
                   :HV-RATE-YEAR, :HV-ACCRUAL-MONTH,
                   :HV-SUBJECT-WAGES, :HV-YTD-PREMIUM,
                   :HV-MONTH-ACCRUAL, :HV-JRNL-ID, CURRENT DATE
               )
           END-EXEC

           IF WS-MONTH-ACCRUAL NOT = ZEROS
               PERFORM 4100-WRITE-ACCRUAL-JOURNAL
           END-IF

           EXEC SQL COMMIT END-EXEC

           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PA-NOTE
           MOVE 'YEAR-TO-DATE ESTIMATED PREMIUM' TO PA-LABEL
           MOVE WS-TOTAL-PREMIUM TO PA-AMOUNT
           WRITE PRINT-RECORD FROM PL-AMOUNT-LINE
           MOVE 'ACCRUED THROUGH PRIOR MONTH' TO PA-LABEL
           MOVE WS-PRIOR-ACCRUED TO PA-AMOUNT
           WRITE PRINT-RECORD FROM PL-AMOUNT-LINE
           MOVE 'ACCRUAL THIS MONTH' TO PA-LABEL
           MOVE WS-MONTH-ACCRUAL TO PA-AMOUNT
           MOVE WS-JOURNAL-ID TO PA-NOTE
           WRITE PRINT-RECORD FROM PL-AMOUNT-LINE.

       4099-ACCRUAL-EXIT.
           EXIT.

      *================================================================
      *    Dr workers' comp expense (6155, carrying the D001 cost
      *    center the payroll expense lines carry) / Cr accrued WC
      *    premium (2395); sides swap on a negative true-up.
       4100-WRITE-ACCRUAL-JOURNAL.
           MOVE WS-YEAR-PARM TO HV-FISCAL-YEAR
           MOVE WS-SUB-PARM  TO HV-FISCAL-PERIOD

           EXEC SQL
               INSERT INTO GL_JOURNAL (
                   JOURNAL_ID, JOURNAL_DATE, FISCAL_YEAR,
                   FISCAL_PERIOD, DESCRIPTION, JOURNAL_TYPE,
                   SOURCE_DOC, POSTED_FLAG, CREATED_BY
               ) VALUES (
                   :HV-JRNL-ID, CURRENT DATE,
                   :HV-FISCAL-YEAR, :HV-FISCAL-PERIOD,
                   'WORKERS COMP PREMIUM ACCRUAL',
                   'PWCA', :HV-PERIOD-ID, 'N', 'PAYWC01'
               )
           END-EXEC

           MOVE ZEROS TO WS-GL-LINE-NO
           IF WS-MONTH-ACCRUAL > ZEROS
               MOVE WS-MONTH-ACCRUAL TO HV-GL-AMT
               ADD 1 TO WS-GL-LINE-NO
               EXEC SQL
                   INSERT INTO GL_JOURNAL_LINE VALUES (
                       :HV-JRNL-ID, :WS-GL-LINE-NO,
                       :WS-WC-EXPENSE-ACCT, 'D001',
                       'WORKERS COMP PREMIUM EXPENSE',
                       :HV-GL-AMT, 0.00, :HV-PERIOD-ID
                   )
               END-EXEC
               PERFORM 8200-LOG-LINE-AUDIT
               ADD 1 TO WS-GL-LINE-NO
               EXEC SQL
                   INSERT INTO GL_JOURNAL_LINE VALUES (
                       :HV-JRNL-ID, :WS-GL-LINE-NO,
                       :WS-WC-ACCRUED-ACCT, NULL,
                       'ACCRUED WORKERS COMP PREMIUM',
                       0.00, :HV-GL-AMT, :HV-PERIOD-ID
                   )
               END-EXEC
               PERFORM 8200-LOG-LINE-AUDIT
           ELSE
               COMPUTE HV-GL-AMT = 0 - WS-MONTH-ACCRUAL
               ADD 1 TO WS-GL-LINE-NO
               EXEC SQL
                   INSERT INTO GL_JOURNAL_LINE VALUES (
                       :HV-JRNL-ID, :WS-GL-LINE-NO,
                       :WS-WC-ACCRUED-ACCT, NULL,
                       'ACCRUED WORKERS COMP PREMIUM TRUE-UP',
                       :HV-GL-AMT, 0.00, :HV-PERIOD-ID
                   )
               END-EXEC
               PERFORM 8200-LOG-LINE-AUDIT
               ADD 1 TO WS-GL-LINE-NO
               EXEC SQL
                   INSERT INTO GL_JOURNAL_LINE VALUES (
                       :HV-JRNL-ID, :WS-GL-LINE-NO,
                       :WS-WC-EXPENSE-ACCT, 'D001',
                       'WORKERS COMP PREMIUM TRUE-UP',
                       0.00, :HV-GL-AMT, :HV-PERIOD-ID
                   )
               END-EXEC
               PERFORM 8200-LOG-LINE-AUDIT
           END-IF.

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
                0, :HV-GL-AMT, 'PAYWC01',
                CURRENT DATE, CURRENT TIME)
           END-EXEC.

      *================================================================
       9000-FINALIZE.
           EXEC SQL COMMIT END-EXEC
           CLOSE PRNTFILE

           DISPLAY 'PAYWC01 COMPLETE FOR ' WS-YEAR-PARM
               ' TYPE ' WS-RUN-TYPE ' MONTHS ' WS-MONTH-FROM
               '-' WS-MONTH-TO
           DISPLAY '  CLASS LINES:      ' WS-CLASS-LINES
           DISPLAY '  NO RATE ON FILE:  ' WS-NO-RATE-LINES
           DISPLAY '  NO CLASS CODE:    ' WS-NO-CLASS-LINES
           DISPLAY '  WC PAYROLL:      $' WS-TOTAL-SUBJECT
           DISPLAY '  EST PREMIUM:     $' WS-TOTAL-PREMIUM.

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
               ('PAYWC01', CURRENT DATE, :HV-PERIOD-ID,
                :HV-EXC-SEVERITY, :HV-EXC-REASON, :HV-EXC-KEY,
                'N', CURRENT TIME)
           END-EXEC.
