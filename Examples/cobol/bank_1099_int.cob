      *================================================================
      * PROGRAM:    BANK1099
      * DESCRIPTION: Year-End 1099-INT Reporting for Deposit Interest
      *              - Sums the tax year's ACCOUNT_TRANSACTION ledger
      *                per CIF_MASTER taxpayer across all of their
      *                accounts: interest credited by BANKACCT's
      *                monthly cycle and CD maturities (INT) in box
      *                1, CD early-withdrawal penalties (PEN) in box
      *                2, backup withholding (BWH) in box 4
      *              - Files at $10 of interest, or at any amount
      *                withheld; customers with no TIN or a failed
      *                TIN still file and are listed on an exception
      *                page as the W-9 solicitation worklist
      *              - RCPTFILE carries the recipient Copy B
      *                statements, IRSFILE the FIRE transmittal
      *                (simplified Pub. 1220 T/A/B/C/F, 750 bytes,
      *                as AP1099N1), PRNTFILE the control register
      *              - Reconciles the year's ledger interest to the
      *                interest expense GL account
      *              - Tax year from JCL PARM or SYSIN
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK1099.
       AUTHOR. ACME-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCPTFILE ASSIGN TO UT-S-RCPTFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE IS SEQUENTIAL.
           SELECT PRNTFILE ASSIGN TO UT-S-PRNTFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE IS SEQUENTIAL.
           SELECT IRSFILE  ASSIGN TO UT-S-IRSFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RCPTFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS.
       01  RCPT-RECORD            PIC X(133).

       FD  PRNTFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS.
       01  PRINT-RECORD           PIC X(133).

      *    Simplified IRS FIRE layout: T (transmitter), A (payer),
      *    one B per payee, C (payer summary), F (final). Fixed
      *    750-byte records per the Pub. 1220 convention.
       FD  IRSFILE
           RECORDING MODE IS F
           RECORD CONTAINS 750 CHARACTERS.
       01  IRS-RECORD             PIC X(750).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-NAME        PIC X(8)   VALUE 'BANK1099'.
       01  WS-YEAR-PARM           PIC 9(4)   VALUE ZEROS.
       01  WS-RUN-DATE            PIC X(10)  VALUE SPACES.
       01  WS-REPORT-THRESHOLD    PIC 9(5)V99 VALUE 10.00.
       01  WS-INT-EXP-ACCT        PIC X(6)   VALUE '7500'.

       01  WS-COUNTERS.
           05  WS-CUSTOMERS-READ  PIC 9(6)   VALUE ZEROS.
           05  WS-FORMS-PRODUCED  PIC 9(6)   VALUE ZEROS.
           05  WS-UNDER-THRESHOLD PIC 9(6)   VALUE ZEROS.
           05  WS-TIN-PROBLEMS    PIC 9(6)   VALUE ZEROS.
           05  WS-TOTAL-BOX1      PIC 9(12)V99 VALUE ZEROS.
           05  WS-TOTAL-BOX2      PIC 9(12)V99 VALUE ZEROS.
           05  WS-TOTAL-BOX4      PIC 9(12)V99 VALUE ZEROS.
           05  WS-UNDER-AMOUNT    PIC 9(12)V99 VALUE ZEROS.

      *--- GL reconciliation figures
       01  WS-RECON.
           05  WS-LEDGER-INTEREST PIC S9(12)V99 VALUE ZEROS.
           05  WS-NO-CIF-INTEREST PIC S9(12)V99 VALUE ZEROS.
           05  WS-GL-INTEREST     PIC S9(12)V99 VALUE ZEROS.
           05  WS-GL-DIFFERENCE   PIC S9(12)V99 VALUE ZEROS.

      *--- TIN exceptions are held for their own page at the end of
      *    the register, so the forms run is not interleaved with
      *    exceptions.
       01  WS-EXC-CONTROLS.
           05  WS-EXC-COUNT       PIC S9(4) COMP VALUE ZEROS.
           05  WS-EXC-IDX         PIC S9(4) COMP VALUE ZEROS.
           05  WS-EXC-MAX         PIC S9(4) COMP VALUE 200.
       01  WS-EXC-TABLE.
           05  WS-EXC-ENTRY OCCURS 200 TIMES.
               10  WS-EXC-CIF     PIC 9(8).
               10  WS-EXC-NAME    PIC X(30).
               10  WS-EXC-AMOUNT  PIC 9(10)V99.
               10  WS-EXC-REASON  PIC X(20).

       01  WS-TIN-MASK            PIC X(12)  VALUE SPACES.
       01  WS-FORM-FLAG           PIC X(10)  VALUE SPACES.

      *--- Recipient Copy B Templates ---
       01  RC-TITLE-LINE.
           05  FILLER PIC X(50) VALUE
               '  FORM 1099-INT  INTEREST INCOME        TAX YEAR '.
           05  RC-YEAR        PIC 9(4).
           05  FILLER PIC X(79) VALUE
               '     COPY B FOR RECIPIENT'.
       01  RC-PAYER-LINE.
           05  FILLER PIC X(60) VALUE
               '  PAYER: ACME BANK                        PAYER TIN: '.
           05  FILLER PIC X(73) VALUE '12-3456789'.
       01  RC-RECIP-LINE.
           05  FILLER         PIC X(13)  VALUE '  RECIPIENT: '.
           05  RC-NAME        PIC X(30).
           05  FILLER         PIC X(7)   VALUE '  TIN: '.
           05  RC-TIN         PIC X(12).
           05  FILLER         PIC X(11)  VALUE '  ACCOUNT: '.
           05  RC-CIF         PIC 9(8).
           05  FILLER         PIC X(52)  VALUE SPACES.
       01  RC-ADDR-LINE.
           05  FILLER         PIC X(13)  VALUE '  ADDRESS:   '.
           05  RC-ADDRESS     PIC X(60).
           05  FILLER         PIC X(60)  VALUE SPACES.
       01  RC-BOX-LINE.
           05  FILLER         PIC X(4)   VALUE SPACES.
           05  RC-BOX-LABEL   PIC X(40).
           05  RC-BOX-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(75)  VALUE SPACES.

      *--- Print Line Templates ---
       01  PL-HEADER1.
           05  FILLER PIC X(133) VALUE
               '    ACME BANK - 1099-INT YEAR-END REGISTER'.
       01  PL-HEADER2.
           05  FILLER PIC X(56) VALUE
               '  CIF       NAME                            TIN      '.
           05  FILLER PIC X(77) VALUE
               '  BOX 1 INTEREST   BOX 2 PENALTY  BOX 4 WITHHELD'.
       01  PL-DETAIL.
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  PL-D-CIF       PIC 9(8).
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  PL-D-NAME      PIC X(30).
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  PL-D-TIN       PIC X(9).
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  PL-D-BOX1      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  PL-D-BOX2      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  PL-D-BOX4      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  PL-D-FLAG      PIC X(10).
           05  FILLER         PIC X(20)  VALUE SPACES.

       01  PL-TOTALS.
           05  FILLER         PIC X(40) VALUE 'TOTALS:'.
           05  PT-COUNT       PIC ZZZ,ZZ9.
           05  FILLER         PIC X(8)  VALUE ' FORMS  '.
           05  PT-BOX1        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PT-BOX2        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  PT-BOX4        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(32) VALUE SPACES.

       01  PL-EXC-HEADER.
           05  FILLER PIC X(50) VALUE
               '  *** RECIPIENTS WITH NO VALID TIN - SOLICIT W-9 /'.
           05  FILLER PIC X(83) VALUE
               ' BACKUP WITHHOLDING APPLIES ***'.
       01  PL-EXC-DETAIL.
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  PX-D-CIF       PIC 9(8).
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  PX-D-NAME      PIC X(30).
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  PX-D-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(2)   VALUE SPACES.
           05  PX-D-REASON    PIC X(20).
           05  FILLER         PIC X(53)  VALUE SPACES.

       01  PL-RECON-HEADER.
           05  FILLER PIC X(50) VALUE
               '  *** INTEREST EXPENSE GL RECONCILIATION ***'.
           05  FILLER PIC X(83) VALUE SPACES.
       01  PL-RECON-LINE.
           05  FILLER         PIC X(4)   VALUE SPACES.
           05  PR-LABEL       PIC X(46).
           05  PR-AMOUNT      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(64)  VALUE SPACES.

      *--- SQL Communication Area ---
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *--- Embedded SQL Host Variables ---
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-YEAR-PARM           PIC 9(4).
       01  HV-YEAR-FROM           PIC X(10).
       01  HV-YEAR-TO             PIC X(10).
       01  HV-CIF-NUMBER          PIC 9(8).
       01  HV-CUST-NAME           PIC X(30).
       01  HV-CUST-ADDRESS        PIC X(60).
       01  HV-TAX-ID              PIC X(9).
       01  HV-TIN-STATUS          PIC X(1).
           88  HV-TIN-FAILED                 VALUE 'F'.
       01  HV-YEAR-INTEREST       PIC 9(10)V99 USAGE COMP-3.
       01  HV-YEAR-PENALTY        PIC 9(10)V99 USAGE COMP-3.
       01  HV-YEAR-WITHHELD       PIC 9(10)V99 USAGE COMP-3.
       01  HV-GL-ACCT             PIC X(6).
       01  HV-LEDGER-TOTAL        PIC S9(12)V99 USAGE COMP-3.
       01  HV-GL-TOTAL            PIC S9(12)V99 USAGE COMP-3.
           EXEC SQL END DECLARE SECTION END-EXEC.

      *--- IRS FIRE Record Templates (simplified Pub. 1220) ---
       01  IRS-T-LINE.
           05  FILLER  PIC X(1)  VALUE 'T'.
           05  T-TAX-YEAR      PIC 9(4).
           05  T-TRANS-TIN     PIC X(9)  VALUE '123456789'.
           05  T-TRANS-NAME    PIC X(40)
               VALUE 'ACME BANK'.
           05  FILLER          PIC X(696) VALUE SPACES.

       01  IRS-A-LINE.
           05  FILLER  PIC X(1)  VALUE 'A'.
           05  A-TAX-YEAR      PIC 9(4).
           05  A-PAYER-TIN     PIC X(9)  VALUE '123456789'.
           05  A-RETURN-TYPE   PIC X(2)  VALUE '6 '.
           05  A-AMOUNT-CODES  PIC X(16) VALUE '124'.
           05  A-PAYER-NAME    PIC X(40)
               VALUE 'ACME BANK'.
           05  FILLER          PIC X(678) VALUE SPACES.

       01  IRS-B-LINE.
           05  FILLER  PIC X(1)  VALUE 'B'.
           05  B-TAX-YEAR      PIC 9(4).
           05  B-PAYEE-TIN     PIC X(9).
           05  B-PAYEE-NAME    PIC X(40).
           05  B-PAYEE-ACCOUNT PIC X(20).
           05  B-AMOUNT-1      PIC 9(10)V99.
           05  B-AMOUNT-2      PIC 9(10)V99.
           05  B-AMOUNT-4      PIC 9(10)V99.
           05  B-PAYEE-ADDRESS PIC X(60).
           05  FILLER          PIC X(580) VALUE SPACES.

       01  IRS-C-LINE.
           05  FILLER  PIC X(1)  VALUE 'C'.
           05  C-PAYEE-COUNT   PIC 9(8).
           05  C-AMOUNT-1      PIC 9(14)V99.
           05  C-AMOUNT-2      PIC 9(14)V99.
           05  C-AMOUNT-4      PIC 9(14)V99.
           05  FILLER          PIC X(693) VALUE SPACES.

       01  IRS-F-LINE.
           05  FILLER  PIC X(1)  VALUE 'F'.
           05  F-A-COUNT       PIC 9(8)  VALUE 1.
           05  FILLER          PIC X(741) VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CUSTOMERS
           PERFORM 3000-PRINT-EXCEPTION-PAGE
               THRU 3000-PRINT-EXCEPTION-EXIT
           PERFORM 4000-RECONCILE-TO-GL
           PERFORM 9000-FINALIZE
           STOP RUN.

      *================================================================
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RUN-DATE

           ACCEPT HV-YEAR-PARM FROM SYSIN
           IF HV-YEAR-PARM NOT NUMERIC OR HV-YEAR-PARM = ZEROS
               DISPLAY 'BANK1099 ERROR: tax year PARM required'
               STOP RUN
           END-IF
           MOVE HV-YEAR-PARM TO WS-YEAR-PARM

      *    Calendar-year window on the ledger's posting dates.
           MOVE SPACES TO HV-YEAR-FROM
           STRING HV-YEAR-PARM '-01-01'
               DELIMITED SIZE INTO HV-YEAR-FROM
           MOVE SPACES TO HV-YEAR-TO
           STRING HV-YEAR-PARM '-12-31'
               DELIMITED SIZE INTO HV-YEAR-TO

           OPEN OUTPUT RCPTFILE
                       PRNTFILE
                       IRSFILE

           WRITE PRINT-RECORD FROM PL-HEADER1
           WRITE PRINT-RECORD FROM PL-HEADER2

           MOVE WS-YEAR-PARM TO T-TAX-YEAR
           WRITE IRS-RECORD FROM IRS-T-LINE
           MOVE WS-YEAR-PARM TO A-TAX-YEAR
           WRITE IRS-RECORD FROM IRS-A-LINE

      *    One row per taxpayer: every account the customer holds
      *    rolls up through CIF_MASTER, the way BANKCTR1 aggregates
      *    cash activity.
           EXEC SQL
               DECLARE INT-CURSOR CURSOR FOR
               SELECT C.CIF_NUMBER, C.CUST_NAME,
                      COALESCE(C.CUST_ADDRESS, ' '),
                      COALESCE(C.TAX_ID, ' '),
                      COALESCE(C.TIN_STATUS, ' '),
                      COALESCE(SUM(CASE T.TRAN_TYPE
                                   WHEN 'INT' THEN T.AMOUNT
                                   ELSE 0 END), 0),
                      COALESCE(SUM(CASE T.TRAN_TYPE
                                   WHEN 'PEN' THEN T.AMOUNT
                                   ELSE 0 END), 0),
                      COALESCE(SUM(CASE T.TRAN_TYPE
                                   WHEN 'BWH' THEN T.AMOUNT
                                   ELSE 0 END), 0)
               FROM   CIF_MASTER C
               JOIN   ACCOUNTS A
                      ON A.CIF_NUMBER = C.CIF_NUMBER
               JOIN   ACCOUNT_TRANSACTION T
                      ON T.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
               WHERE  T.TRAN_TYPE IN ('INT', 'PEN', 'BWH')
               AND    T.TRAN_DATE >= DATE(:HV-YEAR-FROM)
               AND    T.TRAN_DATE <= DATE(:HV-YEAR-TO)
               GROUP BY C.CIF_NUMBER, C.CUST_NAME, C.CUST_ADDRESS,
                        C.TAX_ID, C.TIN_STATUS
               ORDER BY C.CIF_NUMBER
           END-EXEC

           EXEC SQL OPEN INT-CURSOR END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'BANK1099 ERROR: Cannot open INT-CURSOR'
                   ' SQLCODE=' SQLCODE
               STOP RUN
           END-IF.

      *================================================================
       2000-PROCESS-CUSTOMERS.
           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH INT-CURSOR
                   INTO :HV-CIF-NUMBER, :HV-CUST-NAME,
                        :HV-CUST-ADDRESS, :HV-TAX-ID,
                        :HV-TIN-STATUS, :HV-YEAR-INTEREST,
                        :HV-YEAR-PENALTY, :HV-YEAR-WITHHELD
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-CUSTOMERS-READ
                   PERFORM 2100-PROCESS-ONE-CUSTOMER
               END-IF
           END-PERFORM

           EXEC SQL CLOSE INT-CURSOR END-EXEC.

      *================================================================
      *    Interest under $10 does not file unless something was
      *    withheld from it - withholding always files. A customer
      *    with no TIN or a failed TIN still gets a form (and
      *    should already have been withheld on); they also go on
      *    the exception page so the W-9 chase has a worklist.
       2100-PROCESS-ONE-CUSTOMER.
           IF HV-YEAR-INTEREST < WS-REPORT-THRESHOLD
               AND HV-YEAR-WITHHELD = ZEROS
               ADD 1 TO WS-UNDER-THRESHOLD
               ADD HV-YEAR-INTEREST TO WS-UNDER-AMOUNT
           ELSE
               MOVE SPACES TO WS-FORM-FLAG
               IF HV-TAX-ID = SPACES OR HV-TIN-FAILED
                   ADD 1 TO WS-TIN-PROBLEMS
                   PERFORM 2200-HOLD-TIN-EXCEPTION
                   MOVE 'TIN ISSUE' TO WS-FORM-FLAG
               END-IF
               PERFORM 2300-PRINT-REGISTER-LINE
               PERFORM 2400-WRITE-B-RECORD
               PERFORM 2500-PRINT-RECIPIENT-COPY
               ADD 1 TO WS-FORMS-PRODUCED
               ADD HV-YEAR-INTEREST TO WS-TOTAL-BOX1
               ADD HV-YEAR-PENALTY  TO WS-TOTAL-BOX2
               ADD HV-YEAR-WITHHELD TO WS-TOTAL-BOX4
           END-IF.

      *================================================================
       2200-HOLD-TIN-EXCEPTION.
           IF WS-EXC-COUNT < WS-EXC-MAX
               ADD 1 TO WS-EXC-COUNT
               MOVE WS-EXC-COUNT TO WS-EXC-IDX
               MOVE HV-CIF-NUMBER
                   TO WS-EXC-CIF (WS-EXC-IDX)
               MOVE HV-CUST-NAME
                   TO WS-EXC-NAME (WS-EXC-IDX)
               MOVE HV-YEAR-INTEREST
                   TO WS-EXC-AMOUNT (WS-EXC-IDX)
               IF HV-TAX-ID = SPACES
                   MOVE 'NO TIN ON FILE'
                       TO WS-EXC-REASON (WS-EXC-IDX)
               ELSE
                   MOVE 'TIN FAILED MATCHING'
                       TO WS-EXC-REASON (WS-EXC-IDX)
               END-IF
           END-IF.

      *================================================================
       2300-PRINT-REGISTER-LINE.
           MOVE HV-CIF-NUMBER    TO PL-D-CIF
           MOVE HV-CUST-NAME     TO PL-D-NAME
           MOVE HV-TAX-ID        TO PL-D-TIN
           MOVE HV-YEAR-INTEREST TO PL-D-BOX1
           MOVE HV-YEAR-PENALTY  TO PL-D-BOX2
           MOVE HV-YEAR-WITHHELD TO PL-D-BOX4
           MOVE WS-FORM-FLAG     TO PL-D-FLAG
           WRITE PRINT-RECORD FROM PL-DETAIL.

      *================================================================
       2400-WRITE-B-RECORD.
           MOVE WS-YEAR-PARM     TO B-TAX-YEAR
           MOVE HV-TAX-ID        TO B-PAYEE-TIN
           MOVE HV-CUST-NAME     TO B-PAYEE-NAME
           MOVE HV-CIF-NUMBER    TO B-PAYEE-ACCOUNT
           MOVE HV-YEAR-INTEREST TO B-AMOUNT-1
           MOVE HV-YEAR-PENALTY  TO B-AMOUNT-2
           MOVE HV-YEAR-WITHHELD TO B-AMOUNT-4
           MOVE HV-CUST-ADDRESS  TO B-PAYEE-ADDRESS
           WRITE IRS-RECORD FROM IRS-B-LINE.

      *================================================================
      *    Copy B for the customer. Only the last four digits of
      *    the TIN print on the recipient's copy.
       2500-PRINT-RECIPIENT-COPY.
           MOVE WS-YEAR-PARM TO RC-YEAR
           WRITE RCPT-RECORD FROM RC-TITLE-LINE
           WRITE RCPT-RECORD FROM RC-PAYER-LINE

           IF HV-TAX-ID = SPACES
               MOVE 'NOT PROVIDED' TO WS-TIN-MASK
           ELSE
               MOVE SPACES TO WS-TIN-MASK
               STRING '***-**-' HV-TAX-ID(6:4)
                   DELIMITED SIZE INTO WS-TIN-MASK
           END-IF
           MOVE HV-CUST-NAME  TO RC-NAME
           MOVE WS-TIN-MASK   TO RC-TIN
           MOVE HV-CIF-NUMBER TO RC-CIF
           WRITE RCPT-RECORD FROM RC-RECIP-LINE
           MOVE HV-CUST-ADDRESS TO RC-ADDRESS
           WRITE RCPT-RECORD FROM RC-ADDR-LINE

           MOVE 'BOX 1  INTEREST INCOME' TO RC-BOX-LABEL
           MOVE HV-YEAR-INTEREST         TO RC-BOX-AMOUNT
           WRITE RCPT-RECORD FROM RC-BOX-LINE
           MOVE 'BOX 2  EARLY WITHDRAWAL PENALTY' TO RC-BOX-LABEL
           MOVE HV-YEAR-PENALTY                   TO RC-BOX-AMOUNT
           WRITE RCPT-RECORD FROM RC-BOX-LINE
           MOVE 'BOX 4  FEDERAL INCOME TAX WITHHELD' TO RC-BOX-LABEL
           MOVE HV-YEAR-WITHHELD                    TO RC-BOX-AMOUNT
           WRITE RCPT-RECORD FROM RC-BOX-LINE

           MOVE SPACES TO RCPT-RECORD
           WRITE RCPT-RECORD
           WRITE RCPT-RECORD.

      *================================================================
       3000-PRINT-EXCEPTION-PAGE.
           IF WS-EXC-COUNT = ZEROS
               GO TO 3000-PRINT-EXCEPTION-EXIT
           END-IF

           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           WRITE PRINT-RECORD FROM PL-EXC-HEADER

           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
               UNTIL WS-EXC-IDX > WS-EXC-COUNT
               MOVE WS-EXC-CIF (WS-EXC-IDX)    TO PX-D-CIF
               MOVE WS-EXC-NAME (WS-EXC-IDX)   TO PX-D-NAME
               MOVE WS-EXC-AMOUNT (WS-EXC-IDX) TO PX-D-AMOUNT
               MOVE WS-EXC-REASON (WS-EXC-IDX) TO PX-D-REASON
               WRITE PRINT-RECORD FROM PL-EXC-DETAIL
           END-PERFORM.

       3000-PRINT-EXCEPTION-EXIT.
           EXIT.

      *================================================================
      *    Every dollar of INT credited to the ledger this year is
      *    either on a 1099-INT, under the threshold, or on an
      *    account with no CIF behind it; the total should meet the
      *    year's posted net debits to interest expense.
       4000-RECONCILE-TO-GL.
           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
               INTO   :HV-LEDGER-TOTAL
               FROM   ACCOUNT_TRANSACTION
               WHERE  TRAN_TYPE = 'INT'
               AND    TRAN_DATE >= DATE(:HV-YEAR-FROM)
               AND    TRAN_DATE <= DATE(:HV-YEAR-TO)
           END-EXEC
           MOVE HV-LEDGER-TOTAL TO WS-LEDGER-INTEREST

           MOVE WS-INT-EXP-ACCT TO HV-GL-ACCT
           EXEC SQL
               SELECT COALESCE(SUM(CASE JL.DR_CR_IND
                          WHEN 'D' THEN JL.AMOUNT
                          ELSE -JL.AMOUNT END), 0)
               INTO   :HV-GL-TOTAL
               FROM   GL_JOURNAL_LINE JL
               JOIN   GL_JOURNAL GJ
                      ON GJ.JOURNAL_ID = JL.JOURNAL_ID
               WHERE  JL.ACCT_NUMBER = :HV-GL-ACCT
               AND    GJ.STATUS = 'POSTED'
               AND    GJ.JOURNAL_DATE >= DATE(:HV-YEAR-FROM)
               AND    GJ.JOURNAL_DATE <= DATE(:HV-YEAR-TO)
           END-EXEC
           MOVE HV-GL-TOTAL TO WS-GL-INTEREST

           COMPUTE WS-NO-CIF-INTEREST =
               WS-LEDGER-INTEREST - WS-TOTAL-BOX1 - WS-UNDER-AMOUNT
           COMPUTE WS-GL-DIFFERENCE =
               WS-LEDGER-INTEREST - WS-GL-INTEREST

           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           WRITE PRINT-RECORD FROM PL-RECON-HEADER

           MOVE 'INTEREST REPORTED ON 1099-INT (BOX 1)'
               TO PR-LABEL
           MOVE WS-TOTAL-BOX1 TO PR-AMOUNT
           WRITE PRINT-RECORD FROM PL-RECON-LINE
           MOVE 'INTEREST UNDER REPORTING THRESHOLD'
               TO PR-LABEL
           MOVE WS-UNDER-AMOUNT TO PR-AMOUNT
           WRITE PRINT-RECORD FROM PL-RECON-LINE
           MOVE 'INTEREST ON ACCOUNTS WITH NO CIF'
               TO PR-LABEL
           MOVE WS-NO-CIF-INTEREST TO PR-AMOUNT
           WRITE PRINT-RECORD FROM PL-RECON-LINE
           MOVE 'TOTAL INTEREST CREDITED PER LEDGER'
               TO PR-LABEL
           MOVE WS-LEDGER-INTEREST TO PR-AMOUNT
           WRITE PRINT-RECORD FROM PL-RECON-LINE
           MOVE SPACES TO PR-LABEL
           STRING 'INTEREST EXPENSE GL ' WS-INT-EXP-ACCT
                  ' (POSTED, NET DEBIT)'
               DELIMITED SIZE INTO PR-LABEL
           MOVE WS-GL-INTEREST TO PR-AMOUNT
           WRITE PRINT-RECORD FROM PL-RECON-LINE
           IF WS-GL-DIFFERENCE = ZEROS
               MOVE 'DIFFERENCE - IN BALANCE' TO PR-LABEL
           ELSE
               MOVE 'DIFFERENCE - OUT OF BALANCE' TO PR-LABEL
           END-IF
           MOVE WS-GL-DIFFERENCE TO PR-AMOUNT
           WRITE PRINT-RECORD FROM PL-RECON-LINE.

      *================================================================
       9000-FINALIZE.
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE WS-FORMS-PRODUCED TO PT-COUNT
           MOVE WS-TOTAL-BOX1     TO PT-BOX1
           MOVE WS-TOTAL-BOX2     TO PT-BOX2
           MOVE WS-TOTAL-BOX4     TO PT-BOX4
           WRITE PRINT-RECORD FROM PL-TOTALS

           MOVE WS-FORMS-PRODUCED TO C-PAYEE-COUNT
           MOVE WS-TOTAL-BOX1     TO C-AMOUNT-1
           MOVE WS-TOTAL-BOX2     TO C-AMOUNT-2
           MOVE WS-TOTAL-BOX4     TO C-AMOUNT-4
           WRITE IRS-RECORD FROM IRS-C-LINE
           WRITE IRS-RECORD FROM IRS-F-LINE

           CLOSE RCPTFILE
                 PRNTFILE
                 IRSFILE

           DISPLAY 'BANK1099 COMPLETE FOR TAX YEAR ' WS-YEAR-PARM
           DISPLAY '  CUSTOMERS EXAMINED: ' WS-CUSTOMERS-READ
           DISPLAY '  1099-INT PRODUCED:  ' WS-FORMS-PRODUCED
           DISPLAY '  UNDER THRESHOLD:    ' WS-UNDER-THRESHOLD
           DISPLAY '  TIN EXCEPTIONS:     ' WS-TIN-PROBLEMS
           DISPLAY '  BOX 1 INTEREST:    $' WS-TOTAL-BOX1
           DISPLAY '  BOX 2 PENALTIES:   $' WS-TOTAL-BOX2
           DISPLAY '  BOX 4 WITHHELD:    $' WS-TOTAL-BOX4
           IF WS-GL-DIFFERENCE = ZEROS
               DISPLAY '  GL RECONCILIATION: IN BALANCE'
           ELSE
               DISPLAY '  GL RECONCILIATION: OUT OF BALANCE BY '
                   WS-GL-DIFFERENCE
           END-IF
           DISPLAY '  RETURN CODE: 0'.
