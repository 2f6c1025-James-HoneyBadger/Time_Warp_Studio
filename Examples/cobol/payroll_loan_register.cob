      *================================================================
      * ACME CORPORATION - PAYROLL PROCESSING SYSTEM
      * Program: PAYLOAN1
      * Author:  ACME Data Center
      * Date:    2026-10-15
      * Purpose: Employee loan and pay advance register. HR keys
      *          each new loan or advance on the LOANIN file:
      *          principal, repayment per pay period and an optional
      *          annual interest rate. The loan is booked ACTIVE on
      *          EMPLOYEE_LOAN and the disbursement posted Dr
      *          employee loans receivable (1250) / Cr cash (1020).
      *
      *          PAYPRO01's 2470-CALCULATE-LOAN-RECOVERY then takes
      *          the installment every pay run (after taxes and
      *          garnishments, never below the protected minimum
      *          net) and credits 1250 / loan interest income 4910;
      *          a final check recovers the rest where the state
      *          allows it and leaves the remainder UNCOLL.
      *
      *          The loan balance report lists every open loan by
      *          employee - ACTIVE and UNCOLL - and reconciles the
      *          register total to the 1250 balance the way
      *          GLRECON01 computes it (prior period ending balance
      *          plus this period's posted activity), so it is run
      *          after GLPOST01 has posted the period's payroll and
      *          loan journals. Any difference is an exception for
      *          the morning report.
      *
      * Input:   LOANIN new loan / advance transactions
      * Output:  EMPLOYEE_LOAN rows, GL journals, RPTOUT register
      *          and loan balance report
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYLOAN1.
       AUTHOR. ACME-DATACENTER.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE   ASSIGN TO LOANIN
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
                              ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  LOAN-RECORD.
           05  LN-ACTION           PIC X(4).
                   88  LN-ADD             VALUE 'ADD '.
           05  LN-LOAN-ID          PIC X(10).
           05  LN-EMP-ID           PIC X(8).
           05  LN-LOAN-TYPE        PIC X(4).
                   88  LN-TYPE-VALID      VALUE 'LOAN' 'ADVN'.
           05  LN-PRINCIPAL        PIC S9(7)V99 COMP-3.
           05  LN-INSTALLMENT      PIC S9(6)V99 COMP-3.
           05  LN-INTEREST-RATE    PIC SV9999   COMP-3.
           05  LN-REQUESTED-BY     PIC X(8).
           05  FILLER              PIC X(33).

       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  REPORT-LINE             PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-PROGRAM-NAME        PIC X(8)   VALUE 'PAYLOAN1'.
       01  WS-RUN-DATE            PIC X(10)  VALUE SPACES.

      *--- Open fiscal period, with numeric views for the journal
      *    header's fiscal year / period columns.
       01  WS-PERIOD-ID           PIC X(6)   VALUE SPACES.
       01  WS-PERIOD-NUM REDEFINES WS-PERIOD-ID.
           05  WS-PER-YYYY        PIC 9(4).
           05  WS-PER-MM          PIC 9(2).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-LOAN-EOF-SWITCH   PIC X(1) VALUE 'N'.
               88  WS-LOAN-EOF               VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-TRANS-READ        PIC 9(6) VALUE ZEROS.
           05  WS-LOANS-ADDED       PIC 9(6) VALUE ZEROS.
           05  WS-REJECT-COUNT      PIC 9(6) VALUE ZEROS.
           05  WS-OPEN-LOANS        PIC 9(6) VALUE ZEROS.
           05  WS-UNCOLL-LOANS      PIC 9(6) VALUE ZEROS.

      *--- Register totals and the GL reconciliation
       01  WS-BALANCE-TOTALS.
           05  WS-ACTIVE-BALANCE  PIC 9(10)V99  VALUE ZEROS.
           05  WS-UNCOLL-BALANCE  PIC 9(10)V99  VALUE ZEROS.
           05  WS-REGISTER-TOTAL  PIC 9(10)V99  VALUE ZEROS.
           05  WS-ADDED-PRINCIPAL PIC 9(10)V99  VALUE ZEROS.
           05  WS-GL-BALANCE      PIC S9(10)V99 VALUE ZEROS.
           05  WS-GL-DIFFERENCE   PIC S9(10)V99 VALUE ZEROS.

       01  WS-JOURNAL-ID          PIC X(12).
       01  WS-GL-LINE-NO          PIC 99     VALUE 0.

      *--- SQL Communication Area
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *--- Embedded SQL Host Variables
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-PERIOD-ID           PIC X(6).
       01  HV-PERIOD-SEQ          PIC S9(9)   USAGE COMP.
       01  HV-LINE-PERIOD         PIC X(8).
       01  HV-FISCAL-YEAR         PIC S9(4)   USAGE COMP.
       01  HV-FISCAL-PERIOD       PIC S9(4)   USAGE COMP.
       01  HV-LOAN-ID             PIC X(10).
       01  HV-EMP-ID              PIC X(8).
       01  HV-LAST-NAME           PIC X(20).
       01  HV-ACTIVE-FLAG         PIC X(1).
       01  HV-LOAN-TYPE           PIC X(4).
       01  HV-PRINCIPAL           PIC 9(8)V99 USAGE COMP-3.
       01  HV-INSTALLMENT         PIC 9(6)V99 USAGE COMP-3.
       01  HV-INTEREST-RATE       PIC V9999   USAGE COMP-3.
       01  HV-BALANCE             PIC 9(8)V99 USAGE COMP-3.
       01  HV-LOAN-STATUS         PIC X(8).
       01  HV-LAST-RECOVERY       PIC X(8).
       01  HV-REQUESTED-BY        PIC X(8).
       01  HV-LOAN-COUNT          PIC S9(9)   USAGE COMP.
       01  HV-GL-AMT              PIC 9(10)V99 USAGE COMP-3.
       01  HV-BEG-BAL             PIC S9(9)V99 USAGE COMP-3.
       01  HV-DR-TOTAL            PIC S9(9)V99 USAGE COMP-3.
       01  HV-CR-TOTAL            PIC S9(9)V99 USAGE COMP-3.
       01  HV-AUDIT-SEQ           PIC S9(5)   USAGE COMP.
       01  HV-EXC-SEVERITY        PIC X(1).
       01  HV-EXC-REASON          PIC X(12).
       01  HV-EXC-KEY             PIC X(30).
           EXEC SQL END DECLARE SECTION END-EXEC.

      *--- Print Line Templates
       01  PL-HEADER1.
           05  FILLER PIC X(60) VALUE
           '     ACME CORPORATION - EMPLOYEE LOAN REGISTER'.
           05  FILLER PIC X(73) VALUE SPACES.

       01  PL-HEADER2.
           05  FILLER     PIC X(6)  VALUE 'DATE: '.
           05  PH-DATE    PIC X(10).
           05  FILLER     PIC X(10) VALUE '  PERIOD: '.
           05  PH-PERIOD  PIC X(6).
           05  FILLER     PIC X(101) VALUE SPACES.

       01  PL-SECTION-LINE.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PS-TITLE       PIC X(50).
           05  FILLER         PIC X(81) VALUE SPACES.

       01  PL-DETAIL.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PD-ACTION      PIC X(4).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PD-LOAN        PIC X(10).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PD-EMP         PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PD-AMOUNT      PIC ZZZ,ZZ9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PD-STATUS      PIC X(45).
           05  FILLER         PIC X(46) VALUE SPACES.

       01  PL-BAL-COLHDR.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE 'EMP ID'.
           05  FILLER PIC X(22) VALUE 'NAME'.
           05  FILLER PIC X(12) VALUE 'LOAN ID'.
           05  FILLER PIC X(6)  VALUE 'TYPE'.
           05  FILLER PIC X(12) VALUE ' PRINCIPAL'.
           05  FILLER PIC X(11) VALUE 'INSTALLMNT'.
           05  FILLER PIC X(7)  VALUE ' RATE%'.
           05  FILLER PIC X(12) VALUE '   BALANCE'.
           05  FILLER PIC X(10) VALUE 'STATUS'.
           05  FILLER PIC X(10) VALUE 'LAST REC'.
           05  FILLER PIC X(19) VALUE 'NOTE'.

       01  PL-BAL-DETAIL.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PB-EMP         PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PB-NAME        PIC X(20).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PB-LOAN        PIC X(10).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PB-TYPE        PIC X(4).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PB-PRINCIPAL   PIC ZZZ,ZZ9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PB-INSTALL     PIC ZZ,ZZ9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PB-RATE        PIC Z9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PB-BALANCE     PIC ZZZ,ZZ9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PB-STATUS      PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PB-LAST-REC    PIC X(8).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PB-NOTE        PIC X(19).

       01  PL-COUNT-LINE.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PC-LABEL       PIC X(30).
           05  PC-COUNT       PIC ZZZ,ZZ9.
           05  FILLER         PIC X(94) VALUE SPACES.

       01  PL-AMOUNT-LINE.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PA-LABEL       PIC X(30).
           05  PA-AMOUNT      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PA-NOTE        PIC X(30).
           05  FILLER         PIC X(54) VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS UNTIL WS-EOF
           PERFORM 4000-PRINT-LOAN-BALANCES
           PERFORM 5000-RECONCILE-TO-GL
           PERFORM 9000-FINALIZE
           STOP RUN.

      *================================================================
      *    Disbursements post to the OPEN fiscal period, the same
      *    period the pay runs' recovery lines land in.
      *================================================================
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RUN-DATE

           EXEC SQL
               SELECT PERIOD_ID, PERIOD_SEQ
               INTO   :HV-PERIOD-ID, :HV-PERIOD-SEQ
               FROM   FISCAL_PERIOD
               WHERE  STATUS = 'OPEN'
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'PAYLOAN1 ERROR: No OPEN fiscal period'
                   ' SQLCODE=' SQLCODE
               STOP RUN
           END-IF

           MOVE HV-PERIOD-ID TO WS-PERIOD-ID
           MOVE HV-PERIOD-ID TO HV-LINE-PERIOD
           MOVE WS-PER-YYYY  TO HV-FISCAL-YEAR
           MOVE WS-PER-MM    TO HV-FISCAL-PERIOD

           OPEN INPUT  LOAN-FILE
           OPEN OUTPUT REPORT-FILE

           MOVE WS-RUN-DATE  TO PH-DATE
           MOVE WS-PERIOD-ID TO PH-PERIOD
           WRITE REPORT-LINE FROM PL-HEADER1
           WRITE REPORT-LINE FROM PL-HEADER2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'NEW LOANS AND ADVANCES' TO PS-TITLE
           WRITE REPORT-LINE FROM PL-SECTION-LINE

           READ LOAN-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *================================================================
       2000-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-TRANS-READ
           MOVE LN-ACTION   TO PD-ACTION
           MOVE LN-LOAN-ID  TO PD-LOAN
           MOVE LN-EMP-ID   TO PD-EMP
           MOVE ZEROS       TO PD-AMOUNT

           IF LN-ADD
               PERFORM 3000-ADD-LOAN
                   THRU 3099-ADD-EXIT
           ELSE
               MOVE 'UNKNOWN ACTION - REJECTED' TO PD-STATUS
               PERFORM 8100-REJECT-TRANSACTION
           END-IF

           READ LOAN-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *================================================================
      *    ADD: the employee must be active, the loan number new,
      *    and the terms sensible - a positive principal repaid by
      *    a positive installment no larger than the principal.
      *    The loan and its disbursement journal commit together.
      *================================================================
       3000-ADD-LOAN.
           MOVE LN-PRINCIPAL TO PD-AMOUNT

           IF NOT LN-TYPE-VALID
               MOVE 'LOAN TYPE NOT LOAN/ADVN - REJECTED' TO PD-STATUS
               PERFORM 8100-REJECT-TRANSACTION
               GO TO 3099-ADD-EXIT
           END-IF
           IF LN-PRINCIPAL NOT > ZEROS
           OR LN-INSTALLMENT NOT > ZEROS
           OR LN-INSTALLMENT > LN-PRINCIPAL
           OR LN-INTEREST-RATE < ZEROS
               MOVE 'INVALID LOAN TERMS - REJECTED' TO PD-STATUS
               PERFORM 8100-REJECT-TRANSACTION
               GO TO 3099-ADD-EXIT
           END-IF

           MOVE LN-EMP-ID TO HV-EMP-ID
           MOVE SPACES    TO HV-ACTIVE-FLAG
           EXEC SQL
               SELECT ACTIVE_FLAG
               INTO   :HV-ACTIVE-FLAG
               FROM   EMPLOYEE
               WHERE  EMP_ID = :HV-EMP-ID
           END-EXEC
           IF SQLCODE NOT = 0 OR HV-ACTIVE-FLAG NOT = 'Y'
               MOVE 'EMPLOYEE NOT ACTIVE - REJECTED' TO PD-STATUS
               PERFORM 8100-REJECT-TRANSACTION
               GO TO 3099-ADD-EXIT
           END-IF

           MOVE LN-LOAN-ID TO HV-LOAN-ID
           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-LOAN-COUNT
               FROM   EMPLOYEE_LOAN
               WHERE  LOAN_ID = :HV-LOAN-ID
           END-EXEC
           IF HV-LOAN-COUNT > ZEROS
               MOVE 'LOAN ID ALREADY ON FILE - REJECTED' TO PD-STATUS
               PERFORM 8100-REJECT-TRANSACTION
               GO TO 3099-ADD-EXIT
           END-IF

           MOVE LN-LOAN-TYPE     TO HV-LOAN-TYPE
           MOVE LN-PRINCIPAL     TO HV-PRINCIPAL
           MOVE LN-INSTALLMENT   TO HV-INSTALLMENT
           MOVE LN-INTEREST-RATE TO HV-INTEREST-RATE
           MOVE LN-REQUESTED-BY  TO HV-REQUESTED-BY

           EXEC SQL
               INSERT INTO EMPLOYEE_LOAN (
                   LOAN_ID, EMP_ID, LOAN_TYPE, PRINCIPAL,
                   INTEREST_RATE, INSTALLMENT_AMT, BALANCE,
                   STATUS, START_DATE, LAST_RECOVERY_PERIOD,
                   CREATED_BY
               ) VALUES (
                   :HV-LOAN-ID, :HV-EMP-ID, :HV-LOAN-TYPE,
                   :HV-PRINCIPAL, :HV-INTEREST-RATE,
                   :HV-INSTALLMENT, :HV-PRINCIPAL,
                   'ACTIVE', CURRENT DATE, NULL,
                   :HV-REQUESTED-BY
               )
           END-EXEC

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'LOAN INSERT FAILED - REJECTED' TO PD-STATUS
               PERFORM 8100-REJECT-TRANSACTION
               GO TO 3099-ADD-EXIT
           END-IF

           PERFORM 3500-POST-DISBURSEMENT
           EXEC SQL COMMIT END-EXEC

           ADD 1 TO WS-LOANS-ADDED
           ADD HV-PRINCIPAL TO WS-ADDED-PRINCIPAL
           MOVE 'BOOKED ACTIVE - DISBURSEMENT POSTED' TO PD-STATUS
           WRITE REPORT-LINE FROM PL-DETAIL.

       3099-ADD-EXIT.
           EXIT.

      *================================================================
      *    Dr Employee Loans Receivable (1250), Cr Cash (1020) for
      *    the amount paid out to the employee.
       3500-POST-DISBURSEMENT.
           MOVE SPACES TO WS-JOURNAL-ID
           STRING 'LN' HV-LOAN-ID
               DELIMITED SIZE INTO WS-JOURNAL-ID
           MOVE ZEROS TO WS-GL-LINE-NO

           EXEC SQL
               INSERT INTO GL_JOURNAL (
                   JOURNAL_ID, JOURNAL_DATE, FISCAL_YEAR,
                   FISCAL_PERIOD, DESCRIPTION, JOURNAL_TYPE,
                   SOURCE_DOC, POSTED_FLAG, CREATED_BY
               ) VALUES (
                   :WS-JOURNAL-ID, CURRENT DATE,
                   :HV-FISCAL-YEAR, :HV-FISCAL-PERIOD,
                   'EMPLOYEE LOAN DISBURSEMENT',
                   'PLON', :HV-LOAN-ID, 'N', 'PAYLOAN1'
               )
           END-EXEC

           MOVE HV-PRINCIPAL TO HV-GL-AMT
           ADD 1 TO WS-GL-LINE-NO
           EXEC SQL
               INSERT INTO GL_JOURNAL_LINE VALUES (
                   :WS-JOURNAL-ID, :WS-GL-LINE-NO, '1250', NULL,
                   'EMPLOYEE LOAN DISBURSED',
                   :HV-GL-AMT, 0.00, :HV-LINE-PERIOD
               )
           END-EXEC
           PERFORM 8200-LOG-LINE-AUDIT

           ADD 1 TO WS-GL-LINE-NO
           EXEC SQL
               INSERT INTO GL_JOURNAL_LINE VALUES (
                   :WS-JOURNAL-ID, :WS-GL-LINE-NO, '1020', NULL,
                   'EMPLOYEE LOAN PAID OUT',
                   0.00, :HV-GL-AMT, :HV-LINE-PERIOD
               )
           END-EXEC
           PERFORM 8200-LOG-LINE-AUDIT.

      *================================================================
      *    Loan balance report: every loan still carrying a balance,
      *    by employee. UNCOLL loans are the ones a final check
      *    could not clear - they stay on 1250 until HR collects or
      *    writes them off.
      *================================================================
       4000-PRINT-LOAN-BALANCES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'LOAN BALANCES BY EMPLOYEE' TO PS-TITLE
           WRITE REPORT-LINE FROM PL-SECTION-LINE
           WRITE REPORT-LINE FROM PL-BAL-COLHDR

           EXEC SQL
               DECLARE BAL-CUR CURSOR FOR
               SELECT L.EMP_ID, E.LAST_NAME, L.LOAN_ID, L.LOAN_TYPE,
                      L.PRINCIPAL, L.INSTALLMENT_AMT,
                      COALESCE(L.INTEREST_RATE, 0), L.BALANCE,
                      L.STATUS,
                      COALESCE(L.LAST_RECOVERY_PERIOD, ' ')
               FROM   EMPLOYEE_LOAN L
               JOIN   EMPLOYEE E ON E.EMP_ID = L.EMP_ID
               WHERE  L.STATUS IN ('ACTIVE', 'UNCOLL')
               AND    L.BALANCE > 0
               ORDER BY L.EMP_ID, L.LOAN_ID
           END-EXEC

           EXEC SQL OPEN BAL-CUR END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'PAYLOAN1 ERROR: Cannot open BAL-CUR'
                   ' SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-LOAN-EOF-SWITCH
           END-IF

           PERFORM UNTIL WS-LOAN-EOF
               EXEC SQL
                   FETCH BAL-CUR
                   INTO :HV-EMP-ID, :HV-LAST-NAME, :HV-LOAN-ID,
                        :HV-LOAN-TYPE, :HV-PRINCIPAL,
                        :HV-INSTALLMENT, :HV-INTEREST-RATE,
                        :HV-BALANCE, :HV-LOAN-STATUS,
                        :HV-LAST-RECOVERY
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-LOAN-EOF-SWITCH
               ELSE
                   PERFORM 4100-PRINT-ONE-LOAN
               END-IF
           END-PERFORM

           EXEC SQL CLOSE BAL-CUR END-EXEC

           COMPUTE WS-REGISTER-TOTAL =
               WS-ACTIVE-BALANCE + WS-UNCOLL-BALANCE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Open Loans:              ' TO PC-LABEL
           MOVE WS-OPEN-LOANS TO PC-COUNT
           WRITE REPORT-LINE FROM PL-COUNT-LINE
           MOVE 'Active Loan Balance:     ' TO PA-LABEL
           MOVE WS-ACTIVE-BALANCE TO PA-AMOUNT
           MOVE SPACES TO PA-NOTE
           WRITE REPORT-LINE FROM PL-AMOUNT-LINE
           MOVE 'Uncollected Loans:       ' TO PC-LABEL
           MOVE WS-UNCOLL-LOANS TO PC-COUNT
           WRITE REPORT-LINE FROM PL-COUNT-LINE
           MOVE 'Uncollected Balance:     ' TO PA-LABEL
           MOVE WS-UNCOLL-BALANCE TO PA-AMOUNT
           MOVE 'AFTER FINAL PAY' TO PA-NOTE
           WRITE REPORT-LINE FROM PL-AMOUNT-LINE.

       4100-PRINT-ONE-LOAN.
           ADD 1 TO WS-OPEN-LOANS
           MOVE HV-EMP-ID       TO PB-EMP
           MOVE HV-LAST-NAME    TO PB-NAME
           MOVE HV-LOAN-ID      TO PB-LOAN
           MOVE HV-LOAN-TYPE    TO PB-TYPE
           MOVE HV-PRINCIPAL    TO PB-PRINCIPAL
           MOVE HV-INSTALLMENT  TO PB-INSTALL
           COMPUTE PB-RATE = HV-INTEREST-RATE * 100
           MOVE HV-BALANCE      TO PB-BALANCE
           MOVE HV-LOAN-STATUS  TO PB-STATUS
           MOVE HV-LAST-RECOVERY TO PB-LAST-REC

           IF HV-LOAN-STATUS = 'UNCOLL'
               ADD 1 TO WS-UNCOLL-LOANS
               ADD HV-BALANCE TO WS-UNCOLL-BALANCE
               MOVE 'UNCOLLECTED' TO PB-NOTE
           ELSE
               ADD HV-BALANCE TO WS-ACTIVE-BALANCE
               MOVE SPACES TO PB-NOTE
           END-IF

           WRITE REPORT-LINE FROM PL-BAL-DETAIL.

      *================================================================
      *    The register total (ACTIVE + UNCOLL) must equal the 1250
      *    employee receivable: every disbursement, recovery and
      *    void reversal touches both in the same unit of work, so
      *    once the journals are posted a difference means one was
      *    changed or deleted outside the payroll programs. The GL
      *    side is GLRECON01's: prior period ending balance plus
      *    the open period's posted activity (1250 is a debit-
      *    balance account).
      *================================================================
       5000-RECONCILE-TO-GL.
           EXEC SQL
               SELECT
                   COALESCE((SELECT ENDING_BALANCE
                             FROM   GL_PERIOD_BALANCE
                             WHERE  ACCT_NUMBER = '1250'
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
               WHERE  JL.ACCT_NUMBER = '1250'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZEROS TO HV-BEG-BAL HV-DR-TOTAL HV-CR-TOTAL
           END-IF

           COMPUTE WS-GL-BALANCE =
               HV-BEG-BAL + HV-DR-TOTAL - HV-CR-TOTAL
           COMPUTE WS-GL-DIFFERENCE =
               WS-REGISTER-TOTAL - WS-GL-BALANCE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'RECONCILIATION TO GL 1250 EMPLOYEE RECEIVABLE'
               TO PS-TITLE
           WRITE REPORT-LINE FROM PL-SECTION-LINE
           MOVE 'Loan Register Total:     ' TO PA-LABEL
           MOVE WS-REGISTER-TOTAL TO PA-AMOUNT
           MOVE SPACES TO PA-NOTE
           WRITE REPORT-LINE FROM PL-AMOUNT-LINE
           MOVE 'GL 1250 Balance:         ' TO PA-LABEL
           MOVE WS-GL-BALANCE TO PA-AMOUNT
           WRITE REPORT-LINE FROM PL-AMOUNT-LINE
           MOVE 'Difference:              ' TO PA-LABEL
           MOVE WS-GL-DIFFERENCE TO PA-AMOUNT
           IF WS-GL-DIFFERENCE = ZEROS
               MOVE 'IN BALANCE' TO PA-NOTE
           ELSE
               MOVE '*** OUT OF BALANCE ***' TO PA-NOTE
               MOVE 'E'           TO HV-EXC-SEVERITY
               MOVE 'LOANGLOOB'   TO HV-EXC-REASON
               MOVE '1250'        TO HV-EXC-KEY
               PERFORM 9700-LOG-EXCEPTION
           END-IF
           WRITE REPORT-LINE FROM PL-AMOUNT-LINE.

      *================================================================
       8100-REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNT
           WRITE REPORT-LINE FROM PL-DETAIL
           MOVE 'W'          TO HV-EXC-SEVERITY
           MOVE 'LOANREJECT' TO HV-EXC-REASON
           MOVE LN-LOAN-ID   TO HV-EXC-KEY
           PERFORM 9700-LOG-EXCEPTION.

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
               (:WS-JOURNAL-ID, :HV-AUDIT-SEQ, 'INSERT',
                0, :HV-GL-AMT, 'PAYLOAN1',
                CURRENT DATE, CURRENT TIME)
           END-EXEC.

      *================================================================
       9000-FINALIZE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Transactions Read:       ' TO PC-LABEL
           MOVE WS-TRANS-READ TO PC-COUNT
           WRITE REPORT-LINE FROM PL-COUNT-LINE
           MOVE 'Loans Booked:            ' TO PC-LABEL
           MOVE WS-LOANS-ADDED TO PC-COUNT
           WRITE REPORT-LINE FROM PL-COUNT-LINE
           MOVE 'Transactions Rejected:   ' TO PC-LABEL
           MOVE WS-REJECT-COUNT TO PC-COUNT
           WRITE REPORT-LINE FROM PL-COUNT-LINE
           MOVE 'Principal Disbursed:     ' TO PA-LABEL
           MOVE WS-ADDED-PRINCIPAL TO PA-AMOUNT
           MOVE SPACES TO PA-NOTE
           WRITE REPORT-LINE FROM PL-AMOUNT-LINE

           EXEC SQL COMMIT END-EXEC
           CLOSE LOAN-FILE
           CLOSE REPORT-FILE

           DISPLAY 'PAYLOAN1 COMPLETE'
           DISPLAY '  LOANS BOOKED:      ' WS-LOANS-ADDED
           DISPLAY '  REJECTED:          ' WS-REJECT-COUNT
           DISPLAY '  OPEN LOANS:        ' WS-OPEN-LOANS
           DISPLAY '  UNCOLLECTED LOANS: ' WS-UNCOLL-LOANS
           DISPLAY '  GL DIFFERENCE:     ' WS-GL-DIFFERENCE.

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
               ('PAYLOAN1', CURRENT DATE, :HV-PERIOD-ID,
                :HV-EXC-SEVERITY, :HV-EXC-REASON, :HV-EXC-KEY,
                'N', CURRENT TIME)
           END-EXEC.
