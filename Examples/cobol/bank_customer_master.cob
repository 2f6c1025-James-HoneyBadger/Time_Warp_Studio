      * Customer (CIF) master and account lifecycle companion to
      * BANKACCT. SYSIN mode selects the function:
      *   O - open an account under a CIF (creates the CIF_MASTER
      *       row if the customer is new, with the taxpayer ID the
      *       1099-INT and backup withholding depend on, and books
      *       the opening deposit)
      *   T - open a certificate of deposit under an existing CIF:
      *       term and maturity instruction are keyed, the rate is
      *       locked from INTEREST_RATE_TIER at the opening balance,
      *       and BANKACCT's nightly CD cycle takes it from there
      *   L - open an installment loan under an existing CIF:
      *       principal, annual rate and term are keyed, the level
      *       monthly payment and full amortization schedule are
      *       built, and the proceeds are disbursed to the
      *       customer's checking account; BANKACCT posts payments
      *       and its monthly cycle accrues, fees and ages the loan
      *   C - close an account (zero balance required)
      *   F - freeze an account  /  R - release a freeze
      *   D - dormancy batch: flags accounts with no ledger activity
      *       years or more
      * Frozen/closed statuses set here are enforced by BANKACCT's
      * 2500-APPLY-TRANSACTION on every posting path.
      * Every opening (O, T, L) first screens the customer's name
      * and address against the OFAC SDN list through BANKOFS1. A
      * potential hit freezes the customer's accounts and opens the
      * new one frozen (a loan is not booked at all) until the case
      * is cleared through BANKOFC1's disposition run; R will not
      * release an OFAC freeze.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88  WS-RELEASE-MODE              VALUE 'R'.
           88  WS-DORMANT-MODE              VALUE 'D'.
           88  WS-CD-OPEN-MODE              VALUE 'T'.
           88  WS-LOAN-OPEN-MODE            VALUE 'L'.

       01  WS-CIF-NUMBER         PIC 9(8).
       01  WS-CUST-NAME          PIC X(30).
       01  WS-CUST-ADDRESS       PIC X(60).
       01  WS-TAX-ID             PIC X(9).
       01  WS-FREEZE-REASON      PIC X(8).
       01  WS-ACCOUNT-NUMBER     PIC 9(6).
       01  WS-ACCOUNT-NAME       PIC X(30).
       01  WS-BALANCE            PIC S9(7)V99.
       01  WS-CD-LINKED-ACCT     PIC 9(6)   VALUE ZEROS.
       01  WS-CD-RATE            PIC V9999  VALUE ZEROS.

      *--- Installment Loan Open Work Fields
       01  WS-LN-WORK.
           05  WS-LN-PRINCIPAL       PIC S9(7)V99 VALUE ZEROS.
           05  WS-LN-RATE            PIC V9999    VALUE ZEROS.
           05  WS-LN-TERM-MONTHS     PIC 9(3)     VALUE ZEROS.
           05  WS-LN-DISB-ACCT       PIC 9(6)     VALUE ZEROS.
           05  WS-LN-DISB-TYPE       PIC X(3)     VALUE SPACES.
           05  WS-LN-DISB-STATUS     PIC X(1)     VALUE SPACES.
           05  WS-LN-DISB-BAL        PIC S9(7)V99 VALUE ZEROS.
           05  WS-LN-MO-RATE         PIC V9(8)    VALUE ZEROS.
           05  WS-LN-FACTOR          PIC 9(5)V9(10) VALUE ZEROS.
           05  WS-LN-PAYMENT         PIC S9(7)V99 VALUE ZEROS.
           05  WS-LN-INST-NO         PIC 9(3)     VALUE ZEROS.
           05  WS-LN-INST-PMT        PIC S9(7)V99 VALUE ZEROS.
           05  WS-LN-INST-INT        PIC S9(7)V99 VALUE ZEROS.
           05  WS-LN-INST-PRIN       PIC S9(7)V99 VALUE ZEROS.
           05  WS-LN-SCHED-BAL       PIC S9(7)V99 VALUE ZEROS.
           05  WS-LN-TOTAL-INT       PIC S9(7)V99 VALUE ZEROS.
       01  WS-LN-PMT-EDIT        PIC ZZZ,ZZ9.99.
       01  WS-LN-INT-EDIT        PIC ZZZ,ZZ9.99.

      *--- OFAC Screening Call Block (BANKOFS1)
       01  WS-NEW-ACCT-STATUS    PIC X(1)   VALUE 'O'.
       01  OFS-PARMS.
           05  OFS-FUNCTION         PIC X(1).
               88  OFS-TOKENIZE              VALUE 'T'.
               88  OFS-SCREEN                VALUE 'S'.
           05  OFS-CALLER           PIC X(8).
           05  OFS-SOURCE           PIC X(4).
           05  OFS-CIF-NUMBER       PIC 9(8).
           05  OFS-ACCOUNT-NUMBER   PIC 9(6).
           05  OFS-TRACE-NO         PIC X(15).
           05  OFS-NAME             PIC X(100).
           05  OFS-ADDRESS          PIC X(100).
           05  OFS-RESULT           PIC X(1).
               88  OFS-CLEAR                 VALUE 'C'.
               88  OFS-HIT                   VALUE 'H'.
           05  OFS-NEW-CASE-SW      PIC X(1).
               88  OFS-NEW-CASE              VALUE 'Y'.
           05  OFS-CASE-ID          PIC 9(9).
           05  OFS-SDN-ENT-NUM      PIC 9(10).
           05  OFS-SCORE            PIC 9(3).
           05  OFS-TOKEN-COUNT      PIC 9(2).
           05  OFS-TOKEN            PIC X(20) OCCURS 8 TIMES.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN.
                   PERFORM 4000-PROCESS-DORMANCY
               WHEN WS-CD-OPEN-MODE
                   PERFORM 5000-OPEN-TIME-DEPOSIT
               WHEN WS-LOAN-OPEN-MODE
                   PERFORM 6000-OPEN-LOAN-ACCOUNT
               WHEN OTHER
                   DISPLAY "Unknown mode: " WS-RUN-MODE
           END-EVALUATE
           IF WS-CIF-NUMBER = ZEROS
               DISPLAY "Customer Name: "
               ACCEPT WS-CUST-NAME
               DISPLAY "Customer Address: "
               ACCEPT WS-CUST-ADDRESS
               DISPLAY "Taxpayer ID (blank if not provided): "
               ACCEPT WS-TAX-ID
               EXEC SQL
                    SELECT COALESCE(MAX(CIF_NUMBER), 0) + 1
                      INTO :WS-CIF-NUMBER
               END-EXEC
               EXEC SQL
                    INSERT INTO CIF_MASTER
                         (CIF_NUMBER, CUST_NAME, CUST_ADDRESS,
                          TAX_ID, TIN_STATUS, OPENED_DATE)
                    VALUES (:WS-CIF-NUMBER, :WS-CUST-NAME,
                            :WS-CUST-ADDRESS, :WS-TAX-ID, ' ',
                            CURRENT DATE)
               END-EXEC
               DISPLAY "New CIF assigned: " WS-CIF-NUMBER
           ELSE
               EXEC SQL
                    SELECT CUST_NAME, COALESCE(CUST_ADDRESS, ' ')
                      INTO :WS-CUST-NAME, :WS-CUST-ADDRESS
                      FROM CIF_MASTER
                     WHERE CIF_NUMBER = :WS-CIF-NUMBER
               END-EXEC
                  FROM ACCOUNTS
           END-EXEC

           PERFORM 7000-OFAC-SCREEN-CUSTOMER

           EXEC SQL
                INSERT INTO ACCOUNTS
                     (ACCOUNT_NUMBER, ACCOUNT_NAME, BALANCE,
                      CIF_NUMBER, ACCT_STATUS, FREEZE_REASON,
                      OPENED_DATE)
                VALUES (:WS-ACCOUNT-NUMBER, :WS-ACCOUNT-NAME,
                        :WS-OPEN-DEPOSIT, :WS-CIF-NUMBER,
                        :WS-NEW-ACCT-STATUS, :WS-FREEZE-REASON,
                        CURRENT DATE)
           END-EXEC

               MOVE 'O' TO WS-ACCT-STATUS
           END-IF

      *    An OFAC freeze lifts only when the analyst clears the
      *    case as a false positive in BANKOFC1.
           IF WS-RELEASE-MODE
               MOVE SPACES TO WS-FREEZE-REASON
               EXEC SQL
                    SELECT COALESCE(FREEZE_REASON, ' ')
                      INTO :WS-FREEZE-REASON
                      FROM ACCOUNTS
                     WHERE ACCOUNT_NUMBER = :WS-ACCOUNT-NUMBER
               END-EXEC
               IF WS-FREEZE-REASON = 'OFAC'
                   DISPLAY "Account is under OFAC review - release"
                       " through the case disposition."
                   STOP RUN
               END-IF
           END-IF

           EXEC SQL
                UPDATE ACCOUNTS
                   SET ACCT_STATUS = :WS-ACCT-STATUS
           ACCEPT WS-CIF-NUMBER.

           EXEC SQL
                SELECT CUST_NAME, COALESCE(CUST_ADDRESS, ' ')
                  INTO :WS-CUST-NAME, :WS-CUST-ADDRESS
                  FROM CIF_MASTER
                 WHERE CIF_NUMBER = :WS-CIF-NUMBER
           END-EXEC
                  FROM ACCOUNTS
           END-EXEC

           PERFORM 7000-OFAC-SCREEN-CUSTOMER

           EXEC SQL
                INSERT INTO ACCOUNTS
                     (ACCOUNT_NUMBER, ACCOUNT_NAME, BALANCE,
                      CIF_NUMBER, ACCT_STATUS, FREEZE_REASON,
                      ACCT_TYPE,
                      CD_TERM_MONTHS, CD_RATE, CD_MATURITY_DATE,
                      CD_INSTRUCTION, CD_LINKED_ACCT,
                      CD_ACCRUED_INT, OPENED_DATE)
                VALUES (:WS-ACCOUNT-NUMBER, :WS-ACCOUNT-NAME,
                        :WS-OPEN-DEPOSIT, :WS-CIF-NUMBER,
                        :WS-NEW-ACCT-STATUS, :WS-FREEZE-REASON, 'CD',
                        :WS-CD-TERM-MONTHS, :WS-CD-RATE,
                        CURRENT DATE + :WS-CD-TERM-MONTHS MONTHS,
                        :WS-CD-INSTRUCTION, :WS-CD-LINKED-ACCT,
           DISPLAY "CD opened: " WS-ACCOUNT-NUMBER
               " rate " WS-CD-RATE
               " for CIF " WS-CIF-NUMBER.

      *================================================================
      *    An installment loan opens under an existing customer,
      *    the same as a CD. The level monthly payment amortizes the
      *    principal over the term at the keyed annual rate, and the
      *    whole schedule is written to LOAN_AMORT_SCHEDULE up front
      *    - BANKACCT's monthly cycle ages the loan against it. The
      *    loan's BALANCE is the principal still owed; the advance
      *    is its first ledger entry and the proceeds post as a
      *    deposit to the disbursement checking account.
       6000-OPEN-LOAN-ACCOUNT.
           DISPLAY "Enter CIF Number: ".
           ACCEPT WS-CIF-NUMBER.

           EXEC SQL
                SELECT CUST_NAME, COALESCE(CUST_ADDRESS, ' ')
                  INTO :WS-CUST-NAME, :WS-CUST-ADDRESS
                  FROM CIF_MASTER
                 WHERE CIF_NUMBER = :WS-CIF-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "CIF not found."
               STOP RUN
           END-IF

           DISPLAY "Loan Principal: ".
           ACCEPT WS-LN-PRINCIPAL.
           DISPLAY "Annual Rate (e.g. .0725): ".
           ACCEPT WS-LN-RATE.
           DISPLAY "Term in Months: ".
           ACCEPT WS-LN-TERM-MONTHS.
           DISPLAY "Disbursement Checking Account: ".
           ACCEPT WS-LN-DISB-ACCT.

           IF WS-LN-PRINCIPAL NOT > ZEROS
               DISPLAY "A loan needs a principal amount."
               STOP RUN
           END-IF
           IF WS-LN-TERM-MONTHS NOT > ZEROS
               DISPLAY "A loan needs a term."
               STOP RUN
           END-IF

      *    Proceeds go to an open deposit account the customer
      *    already holds - never to another loan or a CD.
           EXEC SQL
                SELECT COALESCE(ACCT_TYPE, 'CHK'),
                       COALESCE(ACCT_STATUS, 'O'), BALANCE
                  INTO :WS-LN-DISB-TYPE, :WS-LN-DISB-STATUS,
                       :WS-LN-DISB-BAL
                  FROM ACCOUNTS
                 WHERE ACCOUNT_NUMBER = :WS-LN-DISB-ACCT
                   AND CIF_NUMBER     = :WS-CIF-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Disbursement account not found for CIF."
               STOP RUN
           END-IF
           IF WS-LN-DISB-STATUS NOT = 'O'
               OR WS-LN-DISB-TYPE = 'CD'
               OR WS-LN-DISB-TYPE = 'LN'
               DISPLAY "Disbursement account must be open checking"
                   " or savings."
               STOP RUN
           END-IF

      *    Credit is never extended on a potential sanctions match:
      *    the case and the freeze are kept and nothing is booked.
           MOVE ZEROS TO WS-ACCOUNT-NUMBER
           PERFORM 7000-OFAC-SCREEN-CUSTOMER
           IF OFS-HIT
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Loan not booked - OFAC case " OFS-CASE-ID
                   " must be cleared first."
               STOP RUN
           END-IF

      *    Level payment = P * r / (1 - (1 + r) ** -n) at the
      *    monthly rate r; an interest-free loan simply divides the
      *    principal over the term.
           COMPUTE WS-LN-MO-RATE ROUNDED = WS-LN-RATE / 12
           IF WS-LN-MO-RATE = ZEROS
               COMPUTE WS-LN-PAYMENT ROUNDED =
                   WS-LN-PRINCIPAL / WS-LN-TERM-MONTHS
           ELSE
               COMPUTE WS-LN-FACTOR ROUNDED =
                   (1 + WS-LN-MO-RATE) ** WS-LN-TERM-MONTHS
               COMPUTE WS-LN-PAYMENT ROUNDED =
                   WS-LN-PRINCIPAL * WS-LN-MO-RATE * WS-LN-FACTOR
                       / (WS-LN-FACTOR - 1)
           END-IF

           MOVE SPACES TO WS-ACCOUNT-NAME
           STRING WS-CUST-NAME(1:20) ' LOAN'
               DELIMITED SIZE INTO WS-ACCOUNT-NAME

           EXEC SQL
                SELECT COALESCE(MAX(ACCOUNT_NUMBER), 100000) + 1
                  INTO :WS-ACCOUNT-NUMBER
                  FROM ACCOUNTS
           END-EXEC

           EXEC SQL
                INSERT INTO ACCOUNTS
                     (ACCOUNT_NUMBER, ACCOUNT_NAME, BALANCE,
                      CIF_NUMBER, ACCT_STATUS, ACCT_TYPE,
                      LN_ORIG_PRINCIPAL, LN_RATE, LN_TERM_MONTHS,
                      LN_PAYMENT_AMT, LN_DISB_ACCT, LN_ACCRUED_INT,
                      LN_FEES_DUE, LN_TOTAL_PAID, LN_DAYS_PAST_DUE,
                      LN_DELINQ_BUCKET, OPENED_DATE)
                VALUES (:WS-ACCOUNT-NUMBER, :WS-ACCOUNT-NAME,
                        :WS-LN-PRINCIPAL, :WS-CIF-NUMBER, 'O', 'LN',
                        :WS-LN-PRINCIPAL, :WS-LN-RATE,
                        :WS-LN-TERM-MONTHS, :WS-LN-PAYMENT,
                        :WS-LN-DISB-ACCT, 0, 0, 0, 0, 'CUR',
                        CURRENT DATE)
           END-EXEC

           MOVE WS-LN-PRINCIPAL TO WS-LN-SCHED-BAL
           MOVE ZEROS           TO WS-LN-TOTAL-INT
           PERFORM 6100-BUILD-INSTALLMENT
               VARYING WS-LN-INST-NO FROM 1 BY 1
               UNTIL WS-LN-INST-NO > WS-LN-TERM-MONTHS

           PERFORM 6200-BOOK-LOAN-ADVANCE

           EXEC SQL COMMIT END-EXEC

           MOVE WS-LN-PAYMENT   TO WS-LN-PMT-EDIT
           MOVE WS-LN-TOTAL-INT TO WS-LN-INT-EDIT
           DISPLAY "Loan opened: " WS-ACCOUNT-NUMBER
               " for CIF " WS-CIF-NUMBER
           DISPLAY "  Monthly payment: " WS-LN-PMT-EDIT
               "  Total interest: " WS-LN-INT-EDIT.

      *================================================================
      *    One scheduled installment, due monthly from the open date.
      *    Interest is a month at the monthly rate on the scheduled
      *    balance; the final installment takes whatever principal
      *    the rounding of the level payment left behind.
       6100-BUILD-INSTALLMENT.
           COMPUTE WS-LN-INST-INT ROUNDED =
               WS-LN-SCHED-BAL * WS-LN-MO-RATE
           COMPUTE WS-LN-INST-PRIN = WS-LN-PAYMENT - WS-LN-INST-INT
           IF WS-LN-INST-NO = WS-LN-TERM-MONTHS
               OR WS-LN-INST-PRIN > WS-LN-SCHED-BAL
               MOVE WS-LN-SCHED-BAL TO WS-LN-INST-PRIN
           END-IF
           IF WS-LN-INST-PRIN < ZEROS
               MOVE ZEROS TO WS-LN-INST-PRIN
           END-IF
           ADD WS-LN-INST-INT WS-LN-INST-PRIN GIVING WS-LN-INST-PMT
           SUBTRACT WS-LN-INST-PRIN FROM WS-LN-SCHED-BAL
           ADD WS-LN-INST-INT TO WS-LN-TOTAL-INT

           EXEC SQL
                INSERT INTO LOAN_AMORT_SCHEDULE
                     (ACCOUNT_NUMBER, INSTALLMENT_NO, DUE_DATE,
                      PAYMENT_AMT, INTEREST_AMT, PRINCIPAL_AMT,
                      BALANCE_AFTER)
                VALUES (:WS-ACCOUNT-NUMBER, :WS-LN-INST-NO,
                        CURRENT DATE + :WS-LN-INST-NO MONTHS,
                        :WS-LN-INST-PMT, :WS-LN-INST-INT,
                        :WS-LN-INST-PRIN, :WS-LN-SCHED-BAL)
           END-EXEC.

      *================================================================
      *    The advance is the loan's first ACCOUNT_TRANSACTION row
      *    (ADV, balance after = principal owed); the proceeds post
      *    as an ordinary DEP row on the disbursement account so its
      *    statement shows where the money came from.
       6200-BOOK-LOAN-ADVANCE.
           EXEC SQL
                SELECT COALESCE(MAX(TRAN_ID), 0) + 1
                  INTO :WS-TRAN-ID
                  FROM ACCOUNT_TRANSACTION
           END-EXEC

           EXEC SQL
                INSERT INTO ACCOUNT_TRANSACTION
                     (TRAN_ID, ACCOUNT_NUMBER, TRAN_TYPE,
                      AMOUNT, BALANCE_AFTER, TRAN_DATE)
                VALUES (:WS-TRAN-ID, :WS-ACCOUNT-NUMBER, 'ADV',
                      :WS-LN-PRINCIPAL, :WS-LN-PRINCIPAL,
                      CURRENT DATE)
           END-EXEC

           ADD WS-LN-PRINCIPAL TO WS-LN-DISB-BAL
           EXEC SQL
                UPDATE ACCOUNTS
                   SET BALANCE = :WS-LN-DISB-BAL
                 WHERE ACCOUNT_NUMBER = :WS-LN-DISB-ACCT
           END-EXEC

           ADD 1 TO WS-TRAN-ID
           EXEC SQL
                INSERT INTO ACCOUNT_TRANSACTION
                     (TRAN_ID, ACCOUNT_NUMBER, TRAN_TYPE,
                      AMOUNT, BALANCE_AFTER, TRAN_DATE)
                VALUES (:WS-TRAN-ID, :WS-LN-DISB-ACCT, 'DEP',
                      :WS-LN-PRINCIPAL, :WS-LN-DISB-BAL,
                      CURRENT DATE)
           END-EXEC.

      *================================================================
      *    OFAC screen of the customer's name and address before an
      *    account is booked. BANKOFS1 scores the name against the
      *    SDN list and opens (or reuses) the case and its OFACHIT
      *    exception row. A potential hit opens the new account
      *    frozen and freezes the customer's other open accounts,
      *    all with FREEZE_REASON 'OFAC' so only the disposition
      *    run can lift them.
       7000-OFAC-SCREEN-CUSTOMER.
           MOVE 'O'    TO WS-NEW-ACCT-STATUS
           MOVE SPACES TO WS-FREEZE-REASON

           MOVE 'S'               TO OFS-FUNCTION
           MOVE 'BANKCIF1'        TO OFS-CALLER
           MOVE 'OPEN'            TO OFS-SOURCE
           MOVE WS-CIF-NUMBER     TO OFS-CIF-NUMBER
           MOVE WS-ACCOUNT-NUMBER TO OFS-ACCOUNT-NUMBER
           MOVE SPACES            TO OFS-TRACE-NO
           MOVE WS-CUST-NAME      TO OFS-NAME
           MOVE WS-CUST-ADDRESS   TO OFS-ADDRESS
           CALL 'BANKOFS1' USING OFS-PARMS

           IF OFS-HIT
               MOVE 'F'    TO WS-NEW-ACCT-STATUS
               MOVE 'OFAC' TO WS-FREEZE-REASON
               EXEC SQL
                    UPDATE ACCOUNTS
                       SET ACCT_STATUS   = 'F',
                           FREEZE_REASON = 'OFAC'
                     WHERE CIF_NUMBER = :WS-CIF-NUMBER
                       AND COALESCE(ACCT_STATUS, 'O') = 'O'
               END-EXEC
               DISPLAY "*** OFAC POTENTIAL MATCH - CASE " OFS-CASE-ID
                   " SCORE " OFS-SCORE " ***"
               DISPLAY "    Accounts frozen pending analyst review."
           END-IF.
