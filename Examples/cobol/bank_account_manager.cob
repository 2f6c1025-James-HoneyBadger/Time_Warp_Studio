      *   entry hash before posting anything, posts each entry
      *   through 2500-APPLY-TRANSACTION, and writes return entries
      *   for account-not-found and insufficient-funds items.
      *   Added installment loan accounts: ACCT_TYPE 'LN' accounts
      *   opened through BANKCIF1 take payments from TRANFILE or
      *   ACH, split into accrued interest, fees and principal. The
      *   monthly cycle accrues loan interest, assesses a late fee
      *   once an installment is past the grace period, and ages
      *   past-due loans into 30/60/90-day buckets against the
      *   amortization schedule; loan report mode ('L') prints the
      *   loan trial balance and delinquency report.
      *   Added deposit holds and funds availability: check deposits
      *   (transaction type 'C') carry a DEPOSIT_HOLD with a release
      *   date set by the age of the account, ACCOUNTS.HOLD_AMOUNT
      *   keeps the held total apart from the ledger balance, and
      *   withdrawal, transfer, overdraft and NSF decisions test the
      *   available balance. The daily hold-release mode ('H')
      *   frees matured holds, and the statement lists open holds.
      *   Added OFAC screening of inbound ACH entries: before an
      *   entry posts, the receiver name and the batch originator
      *   are screened against the SDN list through BANKOFS1. A
      *   potential hit holds the entry on OFAC_ACH_HOLD under an
      *   open case instead of posting it; entries the analyst
      *   clears in BANKOFC1 post at the start of the next ACH run.
      *   Added backup withholding on deposit interest: interest
      *   credited by the monthly cycle or a CD maturity to a
      *   customer whose CIF_MASTER TIN is missing or has failed
      *   IRS matching has 24% withheld as its own BWH ledger row,
      *   which BANK1099 reports in box 4 of the customer's
      *   1099-INT.
      *   Added stop-payment orders and inbound check clearing:
      *   stop-payment mode ('P') places a stop on one check number
      *   or a range, optionally for an exact amount, until an
      *   expiry date. Check clearing mode ('K') reads the
      *   inclearing file and pays each presented check by account
      *   and check number as its own CHK ledger row, returning to
      *   the clearing house on CHKRET any item that matches an
      *   active stop, was already paid (duplicate presentment), is
      *   stale-dated, or cannot post. The statement shows paid
      *   checks by number.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ACHRET   ASSIGN TO UT-S-ACHRET
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE IS SEQUENTIAL.
           SELECT CHKFILE  ASSIGN TO UT-S-CHKFILE
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE IS SEQUENTIAL.
           SELECT CHKRET   ASSIGN TO UT-S-CHKRET
                           ORGANIZATION IS SEQUENTIAL
                           ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANFILE
               10  AE-DISCRETIONARY   PIC X(2).
               10  AE-ADDENDA-IND     PIC X(1).
               10  AE-TRACE-NO        PIC X(15).
           05  AR-BHDR REDEFINES AR-REST.
               10  AH-SERVICE-CLASS   PIC X(3).
               10  AH-COMPANY-NAME    PIC X(16).
               10  FILLER             PIC X(74).
           05  AR-BCTL REDEFINES AR-REST.
               10  AB-SERVICE-CLASS   PIC X(3).
               10  AB-ENTRY-COUNT     PIC 9(6).
           RECORD CONTAINS 94 CHARACTERS.
       01  ACHRET-RECORD          PIC X(94).

      *--- Inbound check clearing file: one presented item per
      *    record, MICR line fields plus the check's written date
      *    and the presenting bank's item sequence number (a
      *    simplified image-cash-letter item).
       FD  CHKFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CHK-RECORD.
           05  CK-ROUTING         PIC 9(9).
           05  CK-DFI-ACCT-NO     PIC X(17).
           05  CK-CHECK-NUMBER    PIC 9(10).
           05  CK-AMOUNT          PIC 9(10).
           05  CK-CHECK-DATE      PIC X(8).
           05  CK-ITEM-SEQ        PIC X(15).
           05  CK-RETURN-REASON   PIC X(1).
           05  FILLER             PIC X(10).

      *--- Returned items: the presented item written back out with
      *    the return reason code filled in.
       FD  CHKRET
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CHKRET-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNT-NUMBER     PIC 9(6).
       01  WS-ACCOUNT-NAME       PIC X(30).
       01  WS-BALANCE            PIC S9(7)V99.
       01  WS-TRANSACTION-TYPE   PIC X(1).
           88  WS-DEPOSIT-TRAN              VALUE 'D' 'C'.
           88  WS-CHECK-DEPOSIT             VALUE 'C'.
           88  WS-CHECK-PAID                VALUE 'K'.
       01  WS-AMOUNT             PIC S9(7)V99.
       01  WS-SQLCODE            PIC S9(4) COMP.
       01  WS-MESSAGE            PIC X(80).
           88  WS-ACH-MODE                  VALUE 'N'.
           88  WS-CYCLE-MODE                VALUE 'M'.
           88  WS-CD-CYCLE-MODE             VALUE 'Y'.
           88  WS-LOAN-REPORT-MODE          VALUE 'L'.
           88  WS-HOLD-RELEASE-MODE         VALUE 'H'.
           88  WS-STOP-PAYMENT-MODE         VALUE 'P'.
           88  WS-CHECK-CLEARING-MODE       VALUE 'K'.

      *--- Batch Transaction File Counters
       01  WS-BATCH-COUNTS.
       01  WS-NSF-SWITCH         PIC X(1)   VALUE SPACES.
           88  WS-NSF-CHARGED                VALUE 'Y'.

      *--- Deposit Hold / Funds Availability Work Fields
      *    Cash and electronic (ACH) deposits are available at once.
      *    A check deposit to an established account makes the first
      *    WS-HOLD-EXEMPT-AMT available at once and holds the rest
      *    WS-HOLD-STD-DAYS; an account younger than
      *    WS-HOLD-NEW-ACCT-DAYS holds the whole check
      *    WS-HOLD-NEW-DAYS. Available = ledger balance - holds.
       01  WS-HOLD-CONTROLS.
           05  WS-HOLD-EXEMPT-AMT    PIC S9(5)V99 VALUE 225.00.
           05  WS-HOLD-STD-DAYS      PIC S9(3) COMP VALUE 2.
           05  WS-HOLD-NEW-DAYS      PIC S9(3) COMP VALUE 7.
           05  WS-HOLD-NEW-ACCT-DAYS PIC S9(5) COMP VALUE 30.
       01  WS-HOLD-WORK.
           05  WS-HOLD-TOTAL         PIC S9(7)V99 VALUE ZEROS.
           05  WS-AVAILABLE-BALANCE  PIC S9(7)V99 VALUE ZEROS.
           05  WS-PROJECTED-AVAIL    PIC S9(7)V99 VALUE ZEROS.
           05  WS-ACCT-AGE-DAYS      PIC S9(5) COMP VALUE ZEROS.
           05  WS-HOLD-SEED          PIC 9(8)     VALUE ZEROS.
           05  WS-HOLD-ID            PIC 9(8)     VALUE ZEROS.
           05  WS-HOLD-AMT           PIC S9(7)V99 VALUE ZEROS.
           05  WS-HOLD-DAYS          PIC S9(3) COMP VALUE ZEROS.
           05  WS-HOLD-REASON        PIC X(12)    VALUE SPACES.
           05  WS-HOLD-PLACED-DATE   PIC X(10)    VALUE SPACES.
           05  WS-HOLD-RELEASE-DATE  PIC X(10)    VALUE SPACES.
           05  WS-HOLD-EOF-SWITCH    PIC X(1)     VALUE 'N'.
               88  WS-HOLD-EOF                  VALUE 'Y'.
           05  WS-HOLD-RELEASED-CT   PIC 9(6)     VALUE ZEROS.
           05  WS-HOLD-RELEASED-AMT  PIC S9(9)V99 VALUE ZEROS.
       01  WS-HOLD-AMT-EDIT      PIC ZZZ,ZZ9.99.

      *--- Transaction History Ledger Work Fields
       01  WS-TRAN-SEED          PIC 9(8)   VALUE ZEROS.
       01  WS-TRAN-ID            PIC 9(8)   VALUE ZEROS.
       01  WS-STMT-TRAN-AMOUNT   PIC S9(7)V99.
       01  WS-STMT-TRAN-BALANCE  PIC S9(7)V99.
       01  WS-STMT-TRAN-DATE     PIC X(10).
       01  WS-STMT-CHECK-NO      PIC 9(10).
       01  WS-STMT-CHECK-TEXT    PIC X(18).

      *--- Multi-Account Transfer Work Fields
       01  WS-XFER-FROM-ACCT     PIC 9(6).
           05  WS-ACH-ENTRIES-READ  PIC 9(6)  VALUE ZEROS.
           05  WS-ACH-POSTED        PIC 9(6)  VALUE ZEROS.
           05  WS-ACH-RETURNED      PIC 9(6)  VALUE ZEROS.
           05  WS-ACH-HELD          PIC 9(6)  VALUE ZEROS.
           05  WS-ACH-RELEASED      PIC 9(6)  VALUE ZEROS.
           05  WS-ACH-CALC-COUNT    PIC 9(6)  VALUE ZEROS.
           05  WS-ACH-CALC-HASH     PIC 9(10) VALUE ZEROS.
           05  WS-ACH-CALC-DEBIT    PIC 9(10)V99 VALUE ZEROS.
       01  WS-EXC-REASON         PIC X(12).
       01  WS-EXC-KEY            PIC X(30).

      *--- OFAC Screening of Inbound ACH Entries (BANKOFS1)
       01  WS-OFAC-HELD-SWITCH   PIC X(1)   VALUE 'N'.
           88  WS-OFAC-HELD                 VALUE 'Y'.
       01  WS-OFAC-ORIG-SWITCH   PIC X(1)   VALUE 'N'.
           88  WS-OFAC-ORIG-CLEARED         VALUE 'Y'.
       01  WS-OFAC-EOF-SWITCH    PIC X(1)   VALUE 'N'.
           88  WS-OFAC-EOF                  VALUE 'Y'.
       01  WS-OFAC-COMPANY       PIC X(16)  VALUE SPACES.
       01  WS-OFAC-TRACE-NO      PIC X(15)  VALUE SPACES.
       01  WS-OFAC-INDIV-NAME    PIC X(22)  VALUE SPACES.
       01  WS-OFAC-CASE-ID       PIC 9(9)   VALUE ZEROS.
       01  WS-OFAC-DUP-COUNT     PIC S9(9) COMP VALUE ZEROS.
       01  WS-OFAC-POSTED-FLAG   PIC X(1)   VALUE SPACES.
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

      *--- Inbound Check Clearing / Stop-Payment Work Fields
      *    A check is stale once it is more than WS-CHK-STALE-DAYS
      *    past its written date; a stop placed without an expiry
      *    runs WS-STOP-DEFAULT-DAYS. A stop amount of zero stops
      *    the check number whatever the amount presented. Return
      *    reasons are the image-exchange codes: A NSF, C stop
      *    payment, D closed, E unable to locate, F frozen, G stale
      *    dated, Y duplicate presentment.
       01  WS-CHK-CONTROLS.
           05  WS-CHK-STALE-DAYS     PIC S9(5) COMP VALUE 180.
           05  WS-STOP-DEFAULT-DAYS  PIC S9(5) COMP VALUE 180.
       01  WS-CHK-WORK.
           05  WS-CHK-EOF-SWITCH     PIC X(1)     VALUE 'N'.
               88  WS-CHK-EOF                   VALUE 'Y'.
           05  WS-CHK-NUMBER         PIC 9(10)    VALUE ZEROS.
           05  WS-CHK-ITEM-SEQ       PIC X(15)    VALUE SPACES.
           05  WS-CHK-DATE-ISO       PIC X(10)    VALUE SPACES.
           05  WS-CHK-AGE-DAYS       PIC S9(5) COMP VALUE ZEROS.
           05  WS-CHK-MATCH-COUNT    PIC S9(9) COMP VALUE ZEROS.
           05  WS-CHK-RETURN-REASON  PIC X(1)     VALUE SPACES.
               88  WS-CHK-RETURNED              VALUE 'A' THRU 'Z'.
           05  WS-CHK-RETURN-TEXT    PIC X(30)    VALUE SPACES.
       01  WS-CHK-ACCT-X.
           05  WS-CHK-ACCT-DIGITS    PIC X(6).
       01  WS-CHK-ACCT-NUM REDEFINES WS-CHK-ACCT-X
                                 PIC 9(6).
       01  WS-CHK-COUNTS.
           05  WS-CHK-READ           PIC 9(6)     VALUE ZEROS.
           05  WS-CHK-PAID-CT        PIC 9(6)     VALUE ZEROS.
           05  WS-CHK-RETURNED-CT    PIC 9(6)     VALUE ZEROS.
           05  WS-CHK-STOPPED-CT     PIC 9(6)     VALUE ZEROS.
           05  WS-CHK-DUPLICATE-CT   PIC 9(6)     VALUE ZEROS.
           05  WS-CHK-STALE-CT       PIC 9(6)     VALUE ZEROS.
           05  WS-CHK-PAID-AMT       PIC S9(9)V99 VALUE ZEROS.
       01  WS-STOP-WORK.
           05  WS-STOP-SEED          PIC 9(8)     VALUE ZEROS.
           05  WS-STOP-ID            PIC 9(8)     VALUE ZEROS.
           05  WS-STOP-FROM          PIC 9(10)    VALUE ZEROS.
           05  WS-STOP-TO            PIC 9(10)    VALUE ZEROS.
           05  WS-STOP-AMOUNT        PIC S9(7)V99 VALUE ZEROS.
           05  WS-STOP-EXPIRY        PIC X(10)    VALUE SPACES.
           05  WS-STOP-PAID-COUNT    PIC S9(9) COMP VALUE ZEROS.
       01  WS-CHK-AMT-EDIT       PIC ZZZ,ZZ9.99.
       01  WS-CHK-TOTAL-EDIT     PIC ZZZ,ZZZ,ZZ9.99.

      *--- Certificate-of-Deposit Work Fields
       01  WS-CD-WORK.
           05  WS-ACCT-TYPE          PIC X(3)   VALUE SPACES.
               88  WS-CD-ACCOUNT                VALUE 'CD'.
               88  WS-LOAN-ACCOUNT              VALUE 'LN'.
           05  WS-CD-MATURITY        PIC X(10)  VALUE SPACES.
           05  WS-TODAY-ISO          PIC X(10)  VALUE SPACES.
           05  WS-CD-RATE            PIC V9999  VALUE ZEROS.
           05  WS-CD-ACCT-SAVE       PIC 9(6)   VALUE ZEROS.
           05  WS-CD-BAL-SAVE        PIC S9(7)V99 VALUE ZEROS.

      *--- Backup Withholding on Interest (missing or failed TIN)
       01  WS-BWH-CONTROLS.
           05  WS-BWH-RATE           PIC V99      VALUE .24.
       01  WS-BWH-WORK.
           05  WS-BWH-TAX-ID         PIC X(9)     VALUE SPACES.
           05  WS-BWH-TIN-STATUS     PIC X(1)     VALUE SPACES.
               88  WS-BWH-TIN-FAILED            VALUE 'F'.
           05  WS-BWH-INTEREST       PIC S9(7)V99 VALUE ZEROS.
           05  WS-BWH-AMOUNT         PIC S9(7)V99 VALUE ZEROS.
           05  WS-BWH-TOTAL          PIC S9(9)V99 VALUE ZEROS.

      *--- Monthly Interest / Service-Fee Cycle Work Fields
       01  WS-CYC-EOF-SWITCH     PIC X(1)   VALUE 'N'.
           88  WS-CYC-EOF                   VALUE 'Y'.
       01  WS-CYC-INT-EDIT       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-CYC-FEE-EDIT       PIC ZZZ,ZZZ,ZZ9.99.

      *--- Installment Loan Work Fields
      *    A loan account's BALANCE is the principal still owed;
      *    accrued interest and unpaid fees ride beside it, and
      *    LN_TOTAL_PAID (interest plus principal received) is what
      *    the monthly aging measures against the schedule.
       01  WS-LN-CONTROLS.
           05  WS-LN-GRACE-DAYS     PIC S9(3) COMP VALUE 15.
           05  WS-LN-LATE-FEE-PCT   PIC V99      VALUE .05.
           05  WS-LN-LATE-FEE-MIN   PIC S9(5)V99 VALUE 25.00.
       01  WS-LN-WORK.
           05  WS-LN-RATE           PIC V9999    VALUE ZEROS.
           05  WS-LN-ACCRUED        PIC S9(7)V99 VALUE ZEROS.
           05  WS-LN-FEES           PIC S9(7)V99 VALUE ZEROS.
           05  WS-LN-TOTAL-PAID     PIC S9(9)V99 VALUE ZEROS.
           05  WS-LN-PAYMENT-AMT    PIC S9(7)V99 VALUE ZEROS.
           05  WS-LN-PAYOFF         PIC S9(9)V99 VALUE ZEROS.
           05  WS-LN-REMAIN         PIC S9(7)V99 VALUE ZEROS.
           05  WS-LN-PAY-INT        PIC S9(7)V99 VALUE ZEROS.
           05  WS-LN-PAY-FEE        PIC S9(7)V99 VALUE ZEROS.
           05  WS-LN-PAY-PRIN       PIC S9(7)V99 VALUE ZEROS.
           05  WS-LN-INTEREST       PIC S9(7)V99 VALUE ZEROS.
           05  WS-LN-LATE-FEE       PIC S9(7)V99 VALUE ZEROS.
           05  WS-LN-OLDEST-DUE     PIC X(10)    VALUE SPACES.
           05  WS-LN-FEE-DUE-DATE   PIC X(10)    VALUE SPACES.
           05  WS-LN-LAST-FEE-DATE  PIC X(10)    VALUE SPACES.
           05  WS-LN-DAYS-PAST-DUE  PIC S9(5) COMP VALUE ZEROS.
           05  WS-LN-BUCKET         PIC X(3)     VALUE 'CUR'.
               88  WS-LN-CURRENT               VALUE 'CUR'.
           05  WS-LN-DONE-COUNT     PIC S9(9) COMP VALUE ZEROS.
           05  WS-LN-EOF-SWITCH     PIC X(1)     VALUE 'N'.
               88  WS-LN-EOF                   VALUE 'Y'.
       01  WS-LN-CYCLE-TOTALS.
           05  WS-LN-CYC-LOANS      PIC 9(6)     VALUE ZEROS.
           05  WS-LN-CYC-SKIPPED    PIC 9(6)     VALUE ZEROS.
           05  WS-LN-CYC-INT-TOTAL  PIC S9(9)V99 VALUE ZEROS.
           05  WS-LN-CYC-FEE-COUNT  PIC 9(6)     VALUE ZEROS.
           05  WS-LN-CYC-FEE-TOTAL  PIC S9(9)V99 VALUE ZEROS.
      *    Trial balance accumulators: one slot per aging bucket in
      *    CUR / 30 / 60 / 90 order.
       01  WS-LN-TB-TOTALS.
           05  WS-LN-TB-COUNT       PIC 9(6)     VALUE ZEROS.
           05  WS-LN-TB-PRIN        PIC S9(11)V99 VALUE ZEROS.
           05  WS-LN-TB-INT         PIC S9(9)V99 VALUE ZEROS.
           05  WS-LN-TB-FEES        PIC S9(9)V99 VALUE ZEROS.
           05  WS-LN-TB-BUCKET OCCURS 4 TIMES.
               10  WS-LN-BK-COUNT   PIC 9(6).
               10  WS-LN-BK-PRIN    PIC S9(11)V99.
       01  WS-LN-BK-IDX          PIC S9(4) COMP VALUE ZEROS.
       01  WS-LN-BK-LABELS.
           05  FILLER               PIC X(12)    VALUE 'CURRENT     '.
           05  FILLER               PIC X(12)    VALUE '30-59 DAYS  '.
           05  FILLER               PIC X(12)    VALUE '60-89 DAYS  '.
           05  FILLER               PIC X(12)    VALUE '90+ DAYS    '.
       01  WS-LN-BK-LABEL-TBL REDEFINES WS-LN-BK-LABELS.
           05  WS-LN-BK-LABEL       PIC X(12)    OCCURS 4 TIMES.
       01  WS-LN-PRIN-EDIT       PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-LN-INT-EDIT        PIC ZZ,ZZ9.99-.
       01  WS-LN-FEE-EDIT        PIC ZZ,ZZ9.99-.
       01  WS-LN-PMT-EDIT        PIC ZZ,ZZ9.99.
       01  WS-LN-DAYS-EDIT       PIC ZZZ9.
       01  WS-LN-COUNT-EDIT      PIC ZZZ,ZZ9.
       01  WS-LN-PCT             PIC 9(3)V99  VALUE ZEROS.
       01  WS-LN-PCT-EDIT        PIC ZZ9.99.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
       0000-MAIN.
               IF WS-CD-CYCLE-MODE
                   PERFORM 7000-PROCESS-CD-CYCLE
               ELSE
               IF WS-LOAN-REPORT-MODE
                   PERFORM 8000-LOAN-TRIAL-BALANCE
               ELSE
               IF WS-HOLD-RELEASE-MODE
                   PERFORM 7800-RELEASE-MATURED-HOLDS
               ELSE
               IF WS-STOP-PAYMENT-MODE
                   PERFORM 8500-PLACE-STOP-PAYMENT
                       THRU 8500-PLACE-STOP-PAYMENT-EXIT
               ELSE
               IF WS-CHECK-CLEARING-MODE
                   PERFORM 8600-PROCESS-CHECK-CLEARING
               ELSE
               IF WS-CYCLE-MODE
                   PERFORM 6000-PROCESS-MONTHLY-CYCLE
               ELSE
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           STOP RUN.

           END-IF.
           DISPLAY "Account Name: " WS-ACCOUNT-NAME.
           DISPLAY "Current Balance: " WS-BALANCE.
           DISPLAY "Transaction Type (D=Deposit, C=Check Deposit, "
               "W=Withdraw): ".
           ACCEPT WS-TRANSACTION-TYPE.
           DISPLAY "Amount: ".
           ACCEPT WS-AMOUNT.

           PERFORM 2500-APPLY-TRANSACTION
               THRU 2500-APPLY-TRANSACTION-EXIT

           IF WS-POST-OK
               DISPLAY "Transaction successful. New Balance: "
                   MOVE TR-TO-ACCOUNT     TO WS-XFER-TO-ACCT
                   MOVE TR-AMOUNT         TO WS-XFER-AMOUNT
                   PERFORM 4500-APPLY-TRANSFER
                       THRU 4500-APPLY-TRANSFER-EXIT
                   IF WS-XFER-OK
                       ADD 1 TO WS-BATCH-XFER-POSTED
                   ELSE
                   MOVE TR-TRANSACTION-TYPE  TO WS-TRANSACTION-TYPE
                   MOVE TR-AMOUNT            TO WS-AMOUNT
                   PERFORM 2500-APPLY-TRANSACTION
                       THRU 2500-APPLY-TRANSACTION-EXIT
                   EXEC SQL COMMIT END-EXEC
                   IF WS-POST-OK
                       ADD 1 TO WS-BATCH-POSTED
                       COALESCE(ACCT_TYPE, 'CHK'),
                       COALESCE(CHAR(CD_MATURITY_DATE, ISO), ' '),
                       COALESCE(CD_RATE, 0),
                       CHAR(CURRENT DATE, ISO),
                       COALESCE(HOLD_AMOUNT, 0),
                       COALESCE(DAYS(CURRENT DATE)
                                - DAYS(OPENED_DATE), 9999)
                  INTO :WS-ACCOUNT-NAME, :WS-BALANCE,
                       :WS-ACCT-STATUS, :WS-ACCT-TYPE,
                       :WS-CD-MATURITY, :WS-CD-RATE,
                       :WS-TODAY-ISO, :WS-HOLD-TOTAL,
                       :WS-ACCT-AGE-DAYS
                  FROM ACCOUNTS
                 WHERE ACCOUNT_NUMBER = :WS-ACCOUNT-NUMBER
           END-EXEC
               GO TO 2500-APPLY-TRANSACTION-EXIT
           END-IF

      *    A loan account takes payments, not deposits and
      *    withdrawals - 2600-APPLY-LOAN-PAYMENT splits the money
      *    and writes its own ledger rows.
           IF WS-LOAN-ACCOUNT
               PERFORM 2600-APPLY-LOAN-PAYMENT
                   THRU 2600-APPLY-LOAN-PAYMENT-EXIT
               GO TO 2500-APPLY-TRANSACTION-EXIT
           END-IF

      *    Money in a CD is locked until maturity: a withdrawal
      *    before the maturity date still posts, but it carries the
      *    computed early-withdrawal penalty (ninety days' interest
      *    wrongly against the dashed maturity date.
           MOVE ZEROS TO WS-CD-PENALTY
           IF WS-CD-ACCOUNT
               AND NOT WS-DEPOSIT-TRAN
               AND WS-CD-MATURITY > WS-TODAY-ISO
               COMPUTE WS-CD-PENALTY ROUNDED =
                   WS-AMOUNT * WS-CD-RATE
                       / 365 * WS-CD-PENALTY-DAYS
           END-IF

           IF WS-DEPOSIT-TRAN
               ADD WS-AMOUNT TO WS-BALANCE
           ELSE
               PERFORM 2520-APPLY-WITHDRAWAL
                   THRU 2520-APPLY-WITHDRAWAL-EXIT
           END-IF

           IF WS-CD-PENALTY > ZEROS AND NOT WS-NSF-CHARGED
                   MOVE "POSTED" TO WS-POST-REASON
               END-IF
               MOVE WS-AMOUNT TO WS-TRAN-AMT-LEDGER
               IF WS-DEPOSIT-TRAN
                   MOVE "DEP" TO WS-TRAN-TYPE-LEDGER
               ELSE
                   IF WS-CHECK-PAID
                       MOVE "CHK" TO WS-TRAN-TYPE-LEDGER
                   ELSE
                       MOVE "WD"  TO WS-TRAN-TYPE-LEDGER
                   END-IF
               END-IF
           END-IF
           PERFORM 2540-RECORD-TRANSACTION

           IF WS-CHECK-DEPOSIT
               PERFORM 2560-PLACE-DEPOSIT-HOLD
                   THRU 2560-PLACE-DEPOSIT-HOLD-EXIT
           END-IF

      *    The penalty leaves its own ledger row, so the statement
      *    shows the early withdrawal and its cost separately.
           IF WS-CD-PENALTY > ZEROS AND NOT WS-NSF-CHARGED
           END-EXEC.

      *================================================================
      *    Applies a withdrawal against WS-BALANCE. The decision is
      *    made on the available balance - the ledger balance less
      *    deposits still on hold - so uncollected checks can't be
      *    drawn against. Withdrawals that would take the available
      *    balance negative are still honored up to
      *    WS-OVERDRAFT-LIMIT; beyond that the withdrawal itself is
      *    declined and an NSF fee is deducted instead.
       2520-APPLY-WITHDRAWAL.
           COMPUTE WS-AVAILABLE-BALANCE = WS-BALANCE - WS-HOLD-TOTAL
           COMPUTE WS-PROJECTED-BALANCE = WS-BALANCE - WS-AMOUNT
           COMPUTE WS-PROJECTED-AVAIL =
               WS-AVAILABLE-BALANCE - WS-AMOUNT

           IF WS-PROJECTED-AVAIL >= ZEROS
               SUBTRACT WS-AMOUNT FROM WS-BALANCE
               GO TO 2520-APPLY-WITHDRAWAL-EXIT
           END-IF

           IF WS-PROJECTED-AVAIL >= (0 - WS-OVERDRAFT-LIMIT)
               SUBTRACT WS-AMOUNT FROM WS-BALANCE
               MOVE 'Y' TO WS-OVERDRAFT-SWITCH
           ELSE
       2520-APPLY-WITHDRAWAL-EXIT.
           EXIT.

      *================================================================
      *    Places the hold for a check deposit just posted by
      *    2500-APPLY-TRANSACTION (WS-TRAN-ID is its DEP ledger row)
      *    and adds it to the account's held total.
       2560-PLACE-DEPOSIT-HOLD.
           IF WS-ACCT-AGE-DAYS < WS-HOLD-NEW-ACCT-DAYS
               MOVE WS-AMOUNT        TO WS-HOLD-AMT
               MOVE WS-HOLD-NEW-DAYS TO WS-HOLD-DAYS
               MOVE 'NEW ACCOUNT'    TO WS-HOLD-REASON
           ELSE
               COMPUTE WS-HOLD-AMT = WS-AMOUNT - WS-HOLD-EXEMPT-AMT
               MOVE WS-HOLD-STD-DAYS TO WS-HOLD-DAYS
               MOVE 'CHECK'          TO WS-HOLD-REASON
           END-IF
           IF WS-HOLD-AMT NOT > ZEROS
               GO TO 2560-PLACE-DEPOSIT-HOLD-EXIT
           END-IF

           IF WS-HOLD-SEED = ZEROS
               EXEC SQL
                    SELECT COALESCE(MAX(HOLD_ID), 0)
                      INTO :WS-HOLD-SEED
                      FROM DEPOSIT_HOLD
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE ZEROS TO WS-HOLD-SEED
               END-IF
           END-IF
           ADD 1 TO WS-HOLD-SEED
           MOVE WS-HOLD-SEED TO WS-HOLD-ID

           EXEC SQL
                INSERT INTO DEPOSIT_HOLD
                     (HOLD_ID, ACCOUNT_NUMBER, TRAN_ID, HOLD_AMOUNT,
                      HOLD_REASON, PLACED_DATE, RELEASE_DATE,
                      RELEASED_FLAG)
                VALUES (:WS-HOLD-ID, :WS-ACCOUNT-NUMBER, :WS-TRAN-ID,
                      :WS-HOLD-AMT, :WS-HOLD-REASON, CURRENT DATE,
                      CURRENT DATE + :WS-HOLD-DAYS DAYS, 'N')
           END-EXEC

           ADD WS-HOLD-AMT TO WS-HOLD-TOTAL
           EXEC SQL
                UPDATE ACCOUNTS
                   SET HOLD_AMOUNT = :WS-HOLD-TOTAL
                 WHERE ACCOUNT_NUMBER = :WS-ACCOUNT-NUMBER
           END-EXEC

           MOVE "POSTED - FUNDS ON HOLD" TO WS-POST-REASON.

       2560-PLACE-DEPOSIT-HOLD-EXIT.
           EXIT.

      *================================================================
      *    A payment on an installment loan (a TRANFILE deposit or an
      *    ACH credit to the loan account). The money goes to accrued
      *    interest first, then to unpaid late fees, and the rest
      *    reduces principal; each part leaves its own ledger row
      *    (LPI / LPF / LPP) carrying the principal balance after.
      *    A debit against a loan, or a payment larger than the
      *    payoff, is refused. Paying the loan to zero closes it.
       2600-APPLY-LOAN-PAYMENT.
           IF NOT WS-DEPOSIT-TRAN
               MOVE "LOAN - PAYMENTS ONLY" TO WS-POST-REASON
               GO TO 2600-APPLY-LOAN-PAYMENT-EXIT
           END-IF
           IF WS-AMOUNT NOT > ZEROS
               MOVE "INVALID PAYMENT AMOUNT" TO WS-POST-REASON
               GO TO 2600-APPLY-LOAN-PAYMENT-EXIT
           END-IF

           EXEC SQL
                SELECT COALESCE(LN_ACCRUED_INT, 0),
                       COALESCE(LN_FEES_DUE, 0),
                       COALESCE(LN_TOTAL_PAID, 0)
                  INTO :WS-LN-ACCRUED, :WS-LN-FEES,
                       :WS-LN-TOTAL-PAID
                  FROM ACCOUNTS
                 WHERE ACCOUNT_NUMBER = :WS-ACCOUNT-NUMBER
           END-EXEC

           COMPUTE WS-LN-PAYOFF =
               WS-BALANCE + WS-LN-ACCRUED + WS-LN-FEES
           IF WS-AMOUNT > WS-LN-PAYOFF
               MOVE "EXCEEDS LOAN PAYOFF" TO WS-POST-REASON
               GO TO 2600-APPLY-LOAN-PAYMENT-EXIT
           END-IF

           MOVE WS-AMOUNT TO WS-LN-REMAIN
           IF WS-LN-REMAIN > WS-LN-ACCRUED
               MOVE WS-LN-ACCRUED TO WS-LN-PAY-INT
           ELSE
               MOVE WS-LN-REMAIN  TO WS-LN-PAY-INT
           END-IF
           SUBTRACT WS-LN-PAY-INT FROM WS-LN-REMAIN
           IF WS-LN-REMAIN > WS-LN-FEES
               MOVE WS-LN-FEES    TO WS-LN-PAY-FEE
           ELSE
               MOVE WS-LN-REMAIN  TO WS-LN-PAY-FEE
           END-IF
           SUBTRACT WS-LN-PAY-FEE FROM WS-LN-REMAIN
           MOVE WS-LN-REMAIN TO WS-LN-PAY-PRIN

           SUBTRACT WS-LN-PAY-INT  FROM WS-LN-ACCRUED
           SUBTRACT WS-LN-PAY-FEE  FROM WS-LN-FEES
           SUBTRACT WS-LN-PAY-PRIN FROM WS-BALANCE
           ADD WS-LN-PAY-INT WS-LN-PAY-PRIN TO WS-LN-TOTAL-PAID

           EXEC SQL
                UPDATE ACCOUNTS
                   SET BALANCE        = :WS-BALANCE,
                       LN_ACCRUED_INT = :WS-LN-ACCRUED,
                       LN_FEES_DUE    = :WS-LN-FEES,
                       LN_TOTAL_PAID  = :WS-LN-TOTAL-PAID
                 WHERE ACCOUNT_NUMBER = :WS-ACCOUNT-NUMBER
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE "UPDATE FAILED" TO WS-POST-REASON
               GO TO 2600-APPLY-LOAN-PAYMENT-EXIT
           END-IF

           MOVE 'P' TO WS-POST-STATUS
           MOVE "POSTED - LOAN PAYMENT" TO WS-POST-REASON
           IF WS-LN-PAY-INT > ZEROS
               MOVE "LPI"         TO WS-TRAN-TYPE-LEDGER
               MOVE WS-LN-PAY-INT TO WS-TRAN-AMT-LEDGER
               PERFORM 2540-RECORD-TRANSACTION
           END-IF
           IF WS-LN-PAY-FEE > ZEROS
               MOVE "LPF"         TO WS-TRAN-TYPE-LEDGER
               MOVE WS-LN-PAY-FEE TO WS-TRAN-AMT-LEDGER
               PERFORM 2540-RECORD-TRANSACTION
           END-IF
           IF WS-LN-PAY-PRIN > ZEROS
               MOVE "LPP"          TO WS-TRAN-TYPE-LEDGER
               MOVE WS-LN-PAY-PRIN TO WS-TRAN-AMT-LEDGER
               PERFORM 2540-RECORD-TRANSACTION
           END-IF

           IF WS-BALANCE = ZEROS AND WS-LN-ACCRUED = ZEROS
               AND WS-LN-FEES = ZEROS
               EXEC SQL
                    UPDATE ACCOUNTS
                       SET ACCT_STATUS      = 'C',
                           CLOSED_DATE      = CURRENT DATE,
                           LN_DAYS_PAST_DUE = 0,
                           LN_DELINQ_BUCKET = 'CUR'
                     WHERE ACCOUNT_NUMBER = :WS-ACCOUNT-NUMBER
               END-EXEC
               MOVE "POSTED - LOAN PAID OFF" TO WS-POST-REASON
           END-IF.

       2600-APPLY-LOAN-PAYMENT-EXIT.
           EXIT.

      *================================================================
      *    Prints the transaction history ledger for one account,
      *    oldest entry first, from ACCOUNT_TRANSACTION. A check
      *    paid through clearing shows its check number from
      *    CHECK_PAID.
       3000-PRINT-STATEMENT.
           DISPLAY "Enter Account Number: ".
           ACCEPT WS-STMT-ACCT-NUMBER.

           EXEC SQL
                DECLARE STMT-CUR CURSOR FOR
                SELECT T.TRAN_ID, T.TRAN_TYPE, T.AMOUNT,
                       T.BALANCE_AFTER, T.TRAN_DATE,
                       COALESCE(P.CHECK_NUMBER, 0)
                  FROM ACCOUNT_TRANSACTION T
                  LEFT JOIN CHECK_PAID P
                       ON P.TRAN_ID = T.TRAN_ID
                 WHERE T.ACCOUNT_NUMBER = :WS-STMT-ACCT-NUMBER
                 ORDER BY T.TRAN_ID
           END-EXEC

           EXEC SQL OPEN STMT-CUR END-EXEC

           DISPLAY "TRAN ID  TYPE  AMOUNT        BALANCE       DATE"
               "        CHECK"
           PERFORM 3100-FETCH-STATEMENT-LINE
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE SPACES TO WS-STMT-CHECK-TEXT
               IF WS-STMT-CHECK-NO > ZEROS
                   STRING "CHECK #" WS-STMT-CHECK-NO
                       DELIMITED SIZE INTO WS-STMT-CHECK-TEXT
               END-IF
               DISPLAY WS-STMT-TRAN-ID   " "
                       WS-STMT-TRAN-TYPE " "
                       WS-STMT-TRAN-AMOUNT   " "
                       WS-STMT-TRAN-BALANCE  " "
                       WS-STMT-TRAN-DATE " "
                       WS-STMT-CHECK-TEXT
               PERFORM 3100-FETCH-STATEMENT-LINE
           END-PERFORM

           EXEC SQL CLOSE STMT-CUR END-EXEC

           PERFORM 3200-PRINT-HOLD-NOTICES
               THRU 3200-PRINT-HOLD-NOTICES-EXIT.

      *================================================================
       3100-FETCH-STATEMENT-LINE.
                FETCH STMT-CUR
                 INTO :WS-STMT-TRAN-ID, :WS-STMT-TRAN-TYPE,
                      :WS-STMT-TRAN-AMOUNT, :WS-STMT-TRAN-BALANCE,
                      :WS-STMT-TRAN-DATE, :WS-STMT-CHECK-NO
           END-EXEC.

      *================================================================
      *    Hold notices: ledger and available balance, then each
      *    deposit hold still open on the account with the date the
      *    funds become available.
       3200-PRINT-HOLD-NOTICES.
           MOVE WS-STMT-ACCT-NUMBER TO WS-ACCOUNT-NUMBER
           EXEC SQL
                SELECT BALANCE, COALESCE(HOLD_AMOUNT, 0)
                  INTO :WS-BALANCE, :WS-HOLD-TOTAL
                  FROM ACCOUNTS
                 WHERE ACCOUNT_NUMBER = :WS-ACCOUNT-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0
               GO TO 3200-PRINT-HOLD-NOTICES-EXIT
           END-IF

           COMPUTE WS-AVAILABLE-BALANCE = WS-BALANCE - WS-HOLD-TOTAL
           DISPLAY "LEDGER BALANCE:    " WS-BALANCE
           DISPLAY "AVAILABLE BALANCE: " WS-AVAILABLE-BALANCE
           IF WS-HOLD-TOTAL = ZEROS
               GO TO 3200-PRINT-HOLD-NOTICES-EXIT
           END-IF

           EXEC SQL
                DECLARE HOLDN-CUR CURSOR FOR
                SELECT HOLD_AMOUNT, HOLD_REASON,
                       CHAR(PLACED_DATE, ISO),
                       CHAR(RELEASE_DATE, ISO)
                  FROM DEPOSIT_HOLD
                 WHERE ACCOUNT_NUMBER = :WS-ACCOUNT-NUMBER
                   AND RELEASED_FLAG  = 'N'
                 ORDER BY RELEASE_DATE, HOLD_ID
           END-EXEC

           EXEC SQL OPEN HOLDN-CUR END-EXEC
           MOVE 'N' TO WS-HOLD-EOF-SWITCH

           PERFORM UNTIL WS-HOLD-EOF
               EXEC SQL
                    FETCH HOLDN-CUR
                     INTO :WS-HOLD-AMT, :WS-HOLD-REASON,
                          :WS-HOLD-PLACED-DATE, :WS-HOLD-RELEASE-DATE
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-HOLD-EOF-SWITCH
               ELSE
                   MOVE WS-HOLD-AMT TO WS-HOLD-AMT-EDIT
                   DISPLAY "HOLD NOTICE: " WS-HOLD-AMT-EDIT
                       " OF DEPOSIT " WS-HOLD-PLACED-DATE
                       " (" WS-HOLD-REASON ") AVAILABLE "
                       WS-HOLD-RELEASE-DATE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE HOLDN-CUR END-EXEC.

       3200-PRINT-HOLD-NOTICES-EXIT.
           EXIT.

      *================================================================
       4000-INTERACTIVE-TRANSFER.
           DISPLAY "Transfer From Account Number: ".
           ACCEPT WS-XFER-AMOUNT.

           PERFORM 4500-APPLY-TRANSFER
               THRU 4500-APPLY-TRANSFER-EXIT

           IF WS-XFER-OK
               DISPLAY "Transfer complete."
           MOVE 'W'                TO WS-TRANSACTION-TYPE
           MOVE WS-XFER-AMOUNT     TO WS-AMOUNT
           PERFORM 2500-APPLY-TRANSACTION
               THRU 2500-APPLY-TRANSACTION-EXIT

           IF WS-POST-FAILED OR WS-NSF-CHARGED
               EXEC SQL ROLLBACK END-EXEC
           MOVE 'D'              TO WS-TRANSACTION-TYPE
           MOVE WS-XFER-AMOUNT   TO WS-AMOUNT
           PERFORM 2500-APPLY-TRANSACTION
               THRU 2500-APPLY-TRANSACTION-EXIT

           IF WS-POST-FAILED
               EXEC SQL ROLLBACK END-EXEC
           OPEN OUTPUT RPTFILE
                       ACHRET

           PERFORM 5050-POST-CLEARED-OFAC-HOLDS

           PERFORM 5100-VERIFY-ACH-FILE

           IF WS-ACH-VERIFIED
           DISPLAY 'BANKACCT ACH COMPLETE'
           DISPLAY '  ENTRIES READ:     ' WS-ACH-ENTRIES-READ
           DISPLAY '  ENTRIES POSTED:   ' WS-ACH-POSTED
           DISPLAY '  ENTRIES RETURNED: ' WS-ACH-RETURNED
           DISPLAY '  ENTRIES HELD OFAC:' WS-ACH-HELD
           DISPLAY '  OFAC HOLDS POSTED:' WS-ACH-RELEASED.

      *================================================================
      *    Entries an OFAC analyst cleared as false positives since
      *    the last run post now, through the same
      *    2500-APPLY-TRANSACTION path the entry would have taken.
      *    One that can no longer post (account gone, or the debit
      *    bounced NSF) is marked failed and logged for operations
      *    to return by hand - the original file is long gone.
       5050-POST-CLEARED-OFAC-HOLDS.
           MOVE 'ACCT    TYPE  AMOUNT        OFAC HOLD RELEASE'
               TO RPT-RECORD
           WRITE RPT-RECORD

           EXEC SQL
                DECLARE OHOLD-CUR CURSOR FOR
                SELECT TRACE_NO, ACCOUNT_NUMBER, TRAN_TYPE, AMOUNT
                  FROM OFAC_ACH_HOLD
                 WHERE HOLD_STATUS = 'CLEARED'
                   AND POSTED_FLAG = 'N'
                 ORDER BY HELD_DATE, TRACE_NO
           END-EXEC

           EXEC SQL OPEN OHOLD-CUR END-EXEC
           MOVE 'N' TO WS-OFAC-EOF-SWITCH

           PERFORM UNTIL WS-OFAC-EOF
               EXEC SQL
                    FETCH OHOLD-CUR
                     INTO :WS-OFAC-TRACE-NO, :WS-ACCOUNT-NUMBER,
                          :WS-TRANSACTION-TYPE, :WS-AMOUNT
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-OFAC-EOF-SWITCH
               ELSE
                   PERFORM 5060-POST-ONE-CLEARED-HOLD
               END-IF
           END-PERFORM

           EXEC SQL CLOSE OHOLD-CUR END-EXEC.

      *================================================================
       5060-POST-ONE-CLEARED-HOLD.
           PERFORM 2500-APPLY-TRANSACTION
               THRU 2500-APPLY-TRANSACTION-EXIT

           IF WS-POST-FAILED OR WS-NSF-CHARGED
               MOVE 'F' TO WS-OFAC-POSTED-FLAG
               MOVE 'W'          TO WS-EXC-SEVERITY
               MOVE 'OFACPOSTFL' TO WS-EXC-REASON
               MOVE SPACES       TO WS-EXC-KEY
               STRING 'TRACE ' WS-OFAC-TRACE-NO
                   DELIMITED SIZE INTO WS-EXC-KEY
               PERFORM 9700-LOG-EXCEPTION
           ELSE
               MOVE 'Y' TO WS-OFAC-POSTED-FLAG
               ADD 1 TO WS-ACH-RELEASED
           END-IF

           EXEC SQL
                UPDATE OFAC_ACH_HOLD
                   SET POSTED_FLAG = :WS-OFAC-POSTED-FLAG,
                       POSTED_DATE = CURRENT DATE
                 WHERE TRACE_NO = :WS-OFAC-TRACE-NO
           END-EXEC

           EXEC SQL COMMIT END-EXEC

           MOVE WS-AMOUNT TO WS-HOLD-AMT-EDIT
           MOVE SPACES TO RPT-RECORD
           STRING WS-ACCOUNT-NUMBER '  '
                  WS-TRANSACTION-TYPE '     '
                  WS-HOLD-AMT-EDIT '  '
                  WS-POST-REASON
               DELIMITED SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

      *================================================================
       5100-VERIFY-ACH-FILE.
               READ ACHFILE
                   AT END MOVE 'Y' TO WS-ACH-EOF-SWITCH
                   NOT AT END
                       IF AR-BATCH-HEADER
                           MOVE AH-COMPANY-NAME TO WS-OFAC-COMPANY
                           MOVE 'N' TO WS-OFAC-ORIG-SWITCH
                       END-IF
                       IF AR-ENTRY-DETAIL
                           PERFORM 5400-POST-ONE-ENTRY
                               THRU 5400-POST-ONE-ENTRY-EXIT
               MOVE 'W' TO WS-TRANSACTION-TYPE
           END-IF

           PERFORM 5450-OFAC-SCREEN-ENTRY
               THRU 5450-OFAC-SCREEN-ENTRY-EXIT
           IF WS-OFAC-HELD
               ADD 1 TO WS-ACH-HELD
               MOVE SPACES TO RPT-RECORD
               STRING WS-ACH-ACCT-DIGITS ' '
                      WS-TRANSACTION-TYPE '     '
                      AE-AMOUNT          '  '
                      'HELD - OFAC REVIEW'
                   DELIMITED SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
               GO TO 5400-POST-ONE-ENTRY-EXIT
           END-IF

           PERFORM 2500-APPLY-TRANSACTION
               THRU 2500-APPLY-TRANSACTION-EXIT
           EXEC SQL COMMIT END-EXEC

           EVALUATE TRUE
       5400-POST-ONE-ENTRY-EXIT.
           EXIT.

      *================================================================
      *    OFAC screen of one entry before it posts: the receiver's
      *    name, then the batch's originating company. A company
      *    that screens clear is not screened again for the rest of
      *    its batch. A hit holds the entry - the funds neither post
      *    nor return - under the case BANKOFS1 opened; a trace
      *    number already on hold (a resubmitted file) stays held.
       5450-OFAC-SCREEN-ENTRY.
           MOVE 'N'           TO WS-OFAC-HELD-SWITCH
           MOVE AE-TRACE-NO   TO WS-OFAC-TRACE-NO
           MOVE AE-INDIV-NAME TO WS-OFAC-INDIV-NAME

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-OFAC-DUP-COUNT
                  FROM OFAC_ACH_HOLD
                 WHERE TRACE_NO = :WS-OFAC-TRACE-NO
           END-EXEC
           IF WS-OFAC-DUP-COUNT > ZEROS
               MOVE 'Y' TO WS-OFAC-HELD-SWITCH
               GO TO 5450-OFAC-SCREEN-ENTRY-EXIT
           END-IF

           MOVE 'S'                TO OFS-FUNCTION
           MOVE 'BANKACCT'         TO OFS-CALLER
           MOVE 'ACH'              TO OFS-SOURCE
           MOVE ZEROS              TO OFS-CIF-NUMBER
           MOVE WS-ACCOUNT-NUMBER  TO OFS-ACCOUNT-NUMBER
           MOVE WS-OFAC-TRACE-NO   TO OFS-TRACE-NO
           MOVE WS-OFAC-INDIV-NAME TO OFS-NAME
           MOVE SPACES             TO OFS-ADDRESS
           CALL 'BANKOFS1' USING OFS-PARMS

           IF OFS-CLEAR
               AND NOT WS-OFAC-ORIG-CLEARED
               AND WS-OFAC-COMPANY NOT = SPACES
               MOVE WS-OFAC-COMPANY TO OFS-NAME
               CALL 'BANKOFS1' USING OFS-PARMS
               IF OFS-CLEAR
                   MOVE 'Y' TO WS-OFAC-ORIG-SWITCH
               END-IF
           END-IF

           IF OFS-CLEAR
               GO TO 5450-OFAC-SCREEN-ENTRY-EXIT
           END-IF

           MOVE 'Y'         TO WS-OFAC-HELD-SWITCH
           MOVE OFS-CASE-ID TO WS-OFAC-CASE-ID
           EXEC SQL
                INSERT INTO OFAC_ACH_HOLD
                     (TRACE_NO, CASE_ID, ACCOUNT_NUMBER, TRAN_TYPE,
                      AMOUNT, INDIV_NAME, COMPANY_NAME, HOLD_STATUS,
                      POSTED_FLAG, HELD_DATE)
                VALUES (:WS-OFAC-TRACE-NO, :WS-OFAC-CASE-ID,
                      :WS-ACCOUNT-NUMBER, :WS-TRANSACTION-TYPE,
                      :WS-AMOUNT, :WS-OFAC-INDIV-NAME,
                      :WS-OFAC-COMPANY, 'HELD', 'N', CURRENT DATE)
           END-EXEC
           EXEC SQL COMMIT END-EXEC.

       5450-OFAC-SCREEN-ENTRY-EXIT.
           EXIT.

      *================================================================
       5500-WRITE-RETURN-ENTRY.
           MOVE WS-ACH-RETURN-CODE(1:2) TO AE-DISCRETIONARY
                SELECT ACCOUNT_NUMBER, ACCOUNT_NAME, BALANCE
                  FROM ACCOUNTS
                 WHERE COALESCE(ACCT_STATUS, 'O') = 'O'
                   AND COALESCE(ACCT_TYPE, 'CHK') NOT IN ('CD', 'LN')
                 ORDER BY ACCOUNT_NUMBER
           END-EXEC


           EXEC SQL CLOSE CYC-CUR END-EXEC

           PERFORM 6500-CYCLE-LOANS

           MOVE WS-CYC-INT-TOTAL TO WS-CYC-INT-EDIT
           MOVE WS-CYC-FEE-TOTAL TO WS-CYC-FEE-EDIT
           MOVE SPACES TO RPT-RECORD
           DISPLAY '  ACCOUNTS CYCLED: ' WS-CYC-ACCTS
           DISPLAY '  ALREADY CYCLED:  ' WS-CYC-SKIPPED
           DISPLAY '  INTEREST PAID:   ' WS-CYC-INT-TOTAL
           DISPLAY '  FEES CHARGED:    ' WS-CYC-FEE-TOTAL
           DISPLAY '  BACKUP WITHHELD: ' WS-BWH-TOTAL
           DISPLAY '  LOANS CYCLED:    ' WS-LN-CYC-LOANS
           DISPLAY '  LOANS SKIPPED:   ' WS-LN-CYC-SKIPPED
           DISPLAY '  LOAN INTEREST:   ' WS-LN-CYC-INT-TOTAL
           DISPLAY '  LATE FEES:       ' WS-LN-CYC-FEE-COUNT
                   ' TOTALING ' WS-LN-CYC-FEE-TOTAL.

      *================================================================
       6100-CYCLE-ONE-ACCOUNT.
               MOVE WS-CYC-INTEREST TO WS-TRAN-AMT-LEDGER
               PERFORM 2540-RECORD-TRANSACTION
               ADD WS-CYC-INTEREST TO WS-CYC-INT-TOTAL
               MOVE WS-CYC-INTEREST TO WS-BWH-INTEREST
               PERFORM 6350-APPLY-BACKUP-WITHHOLDING
           END-IF

      *    Monthly maintenance fee, waived above the floor balance.
                 WHERE ACCOUNT_NUMBER = :WS-ACCOUNT-NUMBER
           END-EXEC.

      *================================================================
      *    Backup withholding: interest just credited to a customer
      *    with no TIN on CIF_MASTER, or one that failed IRS TIN
      *    matching (TIN_STATUS 'F'), has 24% taken back out as a
      *    BWH ledger row - box 4 of the year-end 1099-INT. An
      *    account with no CIF behind it has no taxpayer to
      *    withhold for and is left alone.
       6350-APPLY-BACKUP-WITHHOLDING.
           EXEC SQL
                SELECT COALESCE(C.TAX_ID, ' '),
                       COALESCE(C.TIN_STATUS, ' ')
                  INTO :WS-BWH-TAX-ID, :WS-BWH-TIN-STATUS
                  FROM ACCOUNTS A
                  JOIN CIF_MASTER C
                    ON C.CIF_NUMBER = A.CIF_NUMBER
                 WHERE A.ACCOUNT_NUMBER = :WS-ACCOUNT-NUMBER
           END-EXEC

           IF SQLCODE = 0
               AND (WS-BWH-TAX-ID = SPACES OR WS-BWH-TIN-FAILED)
               COMPUTE WS-BWH-AMOUNT ROUNDED =
                   WS-BWH-INTEREST * WS-BWH-RATE
               IF WS-BWH-AMOUNT > ZEROS
                   SUBTRACT WS-BWH-AMOUNT FROM WS-BALANCE
                   PERFORM 6300-REWRITE-BALANCE
                   MOVE 'BWH'         TO WS-TRAN-TYPE-LEDGER
                   MOVE WS-BWH-AMOUNT TO WS-TRAN-AMT-LEDGER
                   PERFORM 2540-RECORD-TRANSACTION
                   ADD WS-BWH-AMOUNT  TO WS-BWH-TOTAL
               END-IF
           END-IF.

      *================================================================
      *    Loan half of the monthly cycle: every open loan accrues a
      *    month of interest on the principal owed at its note rate,
      *    is aged against LOAN_AMORT_SCHEDULE, and is charged one
      *    late fee per installment still unpaid past the grace
      *    period. The interest and fee rows post through
      *    2540-RECORD-TRANSACTION like every other ledger entry.
       6500-CYCLE-LOANS.
           EXEC SQL
                DECLARE LN-CUR CURSOR FOR
                SELECT ACCOUNT_NUMBER, ACCOUNT_NAME, BALANCE,
                       COALESCE(LN_RATE, 0),
                       COALESCE(LN_ACCRUED_INT, 0),
                       COALESCE(LN_FEES_DUE, 0),
                       COALESCE(LN_TOTAL_PAID, 0),
                       COALESCE(LN_PAYMENT_AMT, 0),
                       COALESCE(CHAR(LN_LATE_FEE_DUE, ISO), ' ')
                  FROM ACCOUNTS
                 WHERE COALESCE(ACCT_STATUS, 'O') = 'O'
                   AND COALESCE(ACCT_TYPE, 'CHK') = 'LN'
                 ORDER BY ACCOUNT_NUMBER
           END-EXEC

           EXEC SQL OPEN LN-CUR END-EXEC
           MOVE 'N' TO WS-LN-EOF-SWITCH

           PERFORM UNTIL WS-LN-EOF
               EXEC SQL
                    FETCH LN-CUR
                     INTO :WS-ACCOUNT-NUMBER, :WS-ACCOUNT-NAME,
                          :WS-BALANCE, :WS-LN-RATE,
                          :WS-LN-ACCRUED, :WS-LN-FEES,
                          :WS-LN-TOTAL-PAID, :WS-LN-PAYMENT-AMT,
                          :WS-LN-LAST-FEE-DATE
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-LN-EOF-SWITCH
               ELSE
                   PERFORM 6600-CYCLE-ONE-LOAN
                       THRU 6699-LOAN-EXIT
               END-IF
           END-PERFORM

           EXEC SQL CLOSE LN-CUR END-EXEC

           MOVE WS-LN-CYC-INT-TOTAL TO WS-CYC-INT-EDIT
           MOVE WS-LN-CYC-FEE-TOTAL TO WS-CYC-FEE-EDIT
           MOVE SPACES TO RPT-RECORD
           STRING 'LOAN CYCLE: INTEREST ACCRUED '
                  WS-CYC-INT-EDIT
                  ' LATE FEES ' WS-CYC-FEE-EDIT
               DELIMITED SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

      *================================================================
       6600-CYCLE-ONE-LOAN.
      *    Same once-a-month guard as 6100-CYCLE-ONE-ACCOUNT: a loan
      *    already carrying this month's LNI accrual was cycled.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-LN-DONE-COUNT
                  FROM ACCOUNT_TRANSACTION
                 WHERE ACCOUNT_NUMBER = :WS-ACCOUNT-NUMBER
                   AND TRAN_TYPE = 'LNI'
                   AND TRAN_DATE >= DATE(:WS-CYC-MONTH-START)
           END-EXEC
           IF WS-LN-DONE-COUNT > ZEROS
               ADD 1 TO WS-LN-CYC-SKIPPED
               GO TO 6699-LOAN-EXIT
           END-IF

           ADD 1 TO WS-LN-CYC-LOANS

      *    A month's simple interest on the principal owed - the
      *    same basis 6100-BUILD-INSTALLMENT in BANKCIF1 scheduled
      *    it on. The LNI row is written even at zero so the guard
      *    above sees the loan as cycled.
           COMPUTE WS-LN-INTEREST ROUNDED =
               WS-BALANCE * WS-LN-RATE / 12
           ADD WS-LN-INTEREST TO WS-LN-ACCRUED
           ADD WS-LN-INTEREST TO WS-LN-CYC-INT-TOTAL
           MOVE 'LNI'          TO WS-TRAN-TYPE-LEDGER
           MOVE WS-LN-INTEREST TO WS-TRAN-AMT-LEDGER
           PERFORM 2540-RECORD-TRANSACTION

           PERFORM 6650-AGE-LOAN

      *    One late fee per installment: the latest installment now
      *    past the grace period and still unpaid is the one the fee
      *    is for, and LN_LATE_FEE_DUE remembers it so next month's
      *    cycle doesn't charge it again.
           MOVE ZEROS TO WS-LN-LATE-FEE
           IF WS-LN-FEE-DUE-DATE NOT = SPACES
               AND WS-LN-FEE-DUE-DATE NOT = WS-LN-LAST-FEE-DATE
               COMPUTE WS-LN-LATE-FEE ROUNDED =
                   WS-LN-PAYMENT-AMT * WS-LN-LATE-FEE-PCT
               IF WS-LN-LATE-FEE < WS-LN-LATE-FEE-MIN
                   MOVE WS-LN-LATE-FEE-MIN TO WS-LN-LATE-FEE
               END-IF
               ADD WS-LN-LATE-FEE TO WS-LN-FEES
               MOVE WS-LN-FEE-DUE-DATE TO WS-LN-LAST-FEE-DATE
               ADD 1 TO WS-LN-CYC-FEE-COUNT
               ADD WS-LN-LATE-FEE TO WS-LN-CYC-FEE-TOTAL
               MOVE 'LNF'          TO WS-TRAN-TYPE-LEDGER
               MOVE WS-LN-LATE-FEE TO WS-TRAN-AMT-LEDGER
               PERFORM 2540-RECORD-TRANSACTION
           END-IF

           IF WS-LN-LAST-FEE-DATE = SPACES
               EXEC SQL
                    UPDATE ACCOUNTS
                       SET LN_ACCRUED_INT    = :WS-LN-ACCRUED,
                           LN_FEES_DUE       = :WS-LN-FEES,
                           LN_DAYS_PAST_DUE  = :WS-LN-DAYS-PAST-DUE,
                           LN_DELINQ_BUCKET  = :WS-LN-BUCKET,
                           LN_OLDEST_DUE     = NULLIF(
                               :WS-LN-OLDEST-DUE, ' ')
                     WHERE ACCOUNT_NUMBER = :WS-ACCOUNT-NUMBER
               END-EXEC
           ELSE
               EXEC SQL
                    UPDATE ACCOUNTS
                       SET LN_ACCRUED_INT    = :WS-LN-ACCRUED,
                           LN_FEES_DUE       = :WS-LN-FEES,
                           LN_DAYS_PAST_DUE  = :WS-LN-DAYS-PAST-DUE,
                           LN_DELINQ_BUCKET  = :WS-LN-BUCKET,
                           LN_OLDEST_DUE     = NULLIF(
                               :WS-LN-OLDEST-DUE, ' '),
                           LN_LATE_FEE_DUE   =
                               DATE(:WS-LN-LAST-FEE-DATE)
                     WHERE ACCOUNT_NUMBER = :WS-ACCOUNT-NUMBER
               END-EXEC
           END-IF

           EXEC SQL COMMIT END-EXEC.

       6699-LOAN-EXIT.
           EXIT.

      *================================================================
      *    Delinquency aging. An installment is unpaid while the
      *    schedule's cumulative payments through it exceed what the
      *    customer has paid toward interest and principal; days
      *    past due run from the oldest unpaid installment already
      *    due. The same pass finds the latest unpaid installment
      *    past the grace period for the late fee.
       6650-AGE-LOAN.
           MOVE SPACES TO WS-LN-OLDEST-DUE
           MOVE SPACES TO WS-LN-FEE-DUE-DATE
           MOVE ZEROS  TO WS-LN-DAYS-PAST-DUE

           EXEC SQL
                SELECT COALESCE(CHAR(MIN(S.DUE_DATE), ISO), ' '),
                       COALESCE(DAYS(CURRENT DATE)
                                - DAYS(MIN(S.DUE_DATE)), 0),
                       COALESCE(CHAR(MAX(CASE
                           WHEN S.DUE_DATE < CURRENT DATE
                                - :WS-LN-GRACE-DAYS DAYS
                           THEN S.DUE_DATE END), ISO), ' ')
                  INTO :WS-LN-OLDEST-DUE, :WS-LN-DAYS-PAST-DUE,
                       :WS-LN-FEE-DUE-DATE
                  FROM LOAN_AMORT_SCHEDULE S
                 WHERE S.ACCOUNT_NUMBER = :WS-ACCOUNT-NUMBER
                   AND S.DUE_DATE < CURRENT DATE
                   AND (SELECT SUM(S2.PAYMENT_AMT)
                          FROM LOAN_AMORT_SCHEDULE S2
                         WHERE S2.ACCOUNT_NUMBER = S.ACCOUNT_NUMBER
                           AND S2.INSTALLMENT_NO <= S.INSTALLMENT_NO)
                       > :WS-LN-TOTAL-PAID
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-LN-DAYS-PAST-DUE < ZEROS
               MOVE ZEROS  TO WS-LN-DAYS-PAST-DUE
               MOVE SPACES TO WS-LN-OLDEST-DUE
               MOVE SPACES TO WS-LN-FEE-DUE-DATE
           END-IF

           EVALUATE TRUE
               WHEN WS-LN-DAYS-PAST-DUE >= 90
                   MOVE '90'  TO WS-LN-BUCKET
               WHEN WS-LN-DAYS-PAST-DUE >= 60
                   MOVE '60'  TO WS-LN-BUCKET
               WHEN WS-LN-DAYS-PAST-DUE >= 30
                   MOVE '30'  TO WS-LN-BUCKET
               WHEN OTHER
                   MOVE 'CUR' TO WS-LN-BUCKET
           END-EVALUATE.

      *================================================================
      *    Nightly CD cycle: one pass over every open CD. Interest
      *    accrues daily on the balance at the rate locked when the
           DISPLAY 'BANKACCT CD CYCLE COMPLETE'
           DISPLAY '  CDS ACCRUED:   ' WS-CD-ACCRUED-CT
           DISPLAY '  NOTICES SENT:  ' WS-CD-NOTICE-CT
           DISPLAY '  CDS MATURED:   ' WS-CD-MATURED-CT
           DISPLAY '  BACKUP WITHHELD: ' WS-BWH-TOTAL.

      *================================================================
       7100-CYCLE-ONE-CD.
               MOVE 'INT'          TO WS-TRAN-TYPE-LEDGER
               MOVE WS-CD-ACCRUED  TO WS-TRAN-AMT-LEDGER
               PERFORM 2540-RECORD-TRANSACTION
               MOVE WS-CD-ACCRUED  TO WS-BWH-INTEREST
               PERFORM 6350-APPLY-BACKUP-WITHHOLDING
               EXEC SQL
                    UPDATE ACCOUNTS
                       SET CD_ACCRUED_INT = 0
           MOVE 'D'               TO WS-TRANSACTION-TYPE
           MOVE WS-CD-BAL-SAVE    TO WS-AMOUNT
           PERFORM 2500-APPLY-TRANSACTION
               THRU 2500-APPLY-TRANSACTION-EXIT

           MOVE WS-CD-ACCT-SAVE TO WS-ACCOUNT-NUMBER
           EXEC SQL
           IF SQLCODE NOT = 0
               MOVE ZEROS TO WS-CD-RATE
           END-IF.

      *================================================================
      *    Daily hold release: every open deposit hold whose release
      *    date has arrived comes off the account's held total, so
      *    the funds count toward the available balance from today.
      *    Each release commits on its own, so a rerun picks up only
      *    what the failed run never reached.
       7800-RELEASE-MATURED-HOLDS.
           OPEN OUTPUT RPTFILE

           MOVE "HOLD RELEASE - ACCT    HOLD ID   AMOUNT      PLACED"
               TO RPT-RECORD
           WRITE RPT-RECORD

           EXEC SQL
                DECLARE HOLDR-CUR CURSOR FOR
                SELECT HOLD_ID, ACCOUNT_NUMBER, HOLD_AMOUNT,
                       CHAR(PLACED_DATE, ISO)
                  FROM DEPOSIT_HOLD
                 WHERE RELEASED_FLAG = 'N'
                   AND RELEASE_DATE <= CURRENT DATE
                 ORDER BY ACCOUNT_NUMBER, HOLD_ID
           END-EXEC

           EXEC SQL OPEN HOLDR-CUR END-EXEC
           MOVE 'N' TO WS-HOLD-EOF-SWITCH

           PERFORM UNTIL WS-HOLD-EOF
               EXEC SQL
                    FETCH HOLDR-CUR
                     INTO :WS-HOLD-ID, :WS-ACCOUNT-NUMBER,
                          :WS-HOLD-AMT, :WS-HOLD-PLACED-DATE
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-HOLD-EOF-SWITCH
               ELSE
                   PERFORM 7810-RELEASE-ONE-HOLD
               END-IF
           END-PERFORM

           EXEC SQL CLOSE HOLDR-CUR END-EXEC

           MOVE WS-HOLD-RELEASED-AMT TO WS-CYC-INT-EDIT
           MOVE SPACES TO RPT-RECORD
           STRING 'HOLDS RELEASED: ' WS-HOLD-RELEASED-CT
                  '  AMOUNT ' WS-CYC-INT-EDIT
               DELIMITED SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           CLOSE RPTFILE

           DISPLAY 'BANKACCT HOLD RELEASE COMPLETE'
           DISPLAY '  HOLDS RELEASED:  ' WS-HOLD-RELEASED-CT
           DISPLAY '  AMOUNT RELEASED: ' WS-HOLD-RELEASED-AMT.

      *================================================================
       7810-RELEASE-ONE-HOLD.
           EXEC SQL
                UPDATE DEPOSIT_HOLD
                   SET RELEASED_FLAG = 'Y',
                       RELEASED_DATE = CURRENT DATE
                 WHERE HOLD_ID = :WS-HOLD-ID
           END-EXEC

           EXEC SQL
                UPDATE ACCOUNTS
                   SET HOLD_AMOUNT =
                           CASE WHEN COALESCE(HOLD_AMOUNT, 0)
                                     > :WS-HOLD-AMT
                                THEN HOLD_AMOUNT - :WS-HOLD-AMT
                                ELSE 0 END
                 WHERE ACCOUNT_NUMBER = :WS-ACCOUNT-NUMBER
           END-EXEC

           EXEC SQL COMMIT END-EXEC

           ADD 1           TO WS-HOLD-RELEASED-CT
           ADD WS-HOLD-AMT TO WS-HOLD-RELEASED-AMT
           MOVE WS-HOLD-AMT TO WS-HOLD-AMT-EDIT
           MOVE SPACES TO RPT-RECORD
           STRING '               ' WS-ACCOUNT-NUMBER '  '
                  WS-HOLD-ID '  ' WS-HOLD-AMT-EDIT '  '
                  WS-HOLD-PLACED-DATE
               DELIMITED SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

      *================================================================
      *    Loan trial balance and delinquency report for the credit
      *    committee. Part one lists every open loan - principal,
      *    accrued interest, fees due, and the aging the last
      *    monthly cycle assigned - with portfolio totals and the
      *    principal in each 30/60/90-day bucket. Part two lists the
      *    delinquent loans worst first, with the amount past due
      *    against the amortization schedule.
       8000-LOAN-TRIAL-BALANCE.
           OPEN OUTPUT RPTFILE

           MOVE ZEROS TO WS-LN-TB-TOTALS
           MOVE "LOAN TRIAL BALANCE" TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "ACCT   NAME               PRINCIPAL      INTEREST"
               TO RPT-RECORD
           MOVE "      FEES  DAYS BKT" TO RPT-RECORD(51:20)
           WRITE RPT-RECORD

           EXEC SQL
                DECLARE LNTB-CUR CURSOR FOR
                SELECT ACCOUNT_NUMBER, ACCOUNT_NAME, BALANCE,
                       COALESCE(LN_ACCRUED_INT, 0),
                       COALESCE(LN_FEES_DUE, 0),
                       COALESCE(LN_DAYS_PAST_DUE, 0),
                       COALESCE(LN_DELINQ_BUCKET, 'CUR')
                  FROM ACCOUNTS
                 WHERE COALESCE(ACCT_STATUS, 'O') = 'O'
                   AND COALESCE(ACCT_TYPE, 'CHK') = 'LN'
                 ORDER BY ACCOUNT_NUMBER
           END-EXEC

           EXEC SQL OPEN LNTB-CUR END-EXEC
           MOVE 'N' TO WS-LN-EOF-SWITCH

           PERFORM UNTIL WS-LN-EOF
               EXEC SQL
                    FETCH LNTB-CUR
                     INTO :WS-ACCOUNT-NUMBER, :WS-ACCOUNT-NAME,
                          :WS-BALANCE, :WS-LN-ACCRUED, :WS-LN-FEES,
                          :WS-LN-DAYS-PAST-DUE, :WS-LN-BUCKET
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-LN-EOF-SWITCH
               ELSE
                   PERFORM 8100-PRINT-ONE-LOAN
               END-IF
           END-PERFORM

           EXEC SQL CLOSE LNTB-CUR END-EXEC

           MOVE WS-LN-TB-COUNT TO WS-LN-COUNT-EDIT
           MOVE WS-LN-TB-PRIN  TO WS-LN-PRIN-EDIT
           MOVE WS-LN-TB-INT   TO WS-LN-INT-EDIT
           MOVE WS-LN-TB-FEES  TO WS-LN-FEE-EDIT
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           STRING 'TOTAL ' WS-LN-COUNT-EDIT ' LOANS    '
                  WS-LN-PRIN-EDIT ' ' WS-LN-INT-EDIT ' '
                  WS-LN-FEE-EDIT
               DELIMITED SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "AGING       LOANS        PRINCIPAL   PCT OF PRINCIPAL"
               TO RPT-RECORD
           WRITE RPT-RECORD
           PERFORM 8200-PRINT-BUCKET-LINE
               VARYING WS-LN-BK-IDX FROM 1 BY 1
               UNTIL WS-LN-BK-IDX > 4

           PERFORM 8300-PRINT-DELINQUENT-LOANS

           CLOSE RPTFILE

           DISPLAY 'BANKACCT LOAN TRIAL BALANCE COMPLETE'
           DISPLAY '  LOANS LISTED:    ' WS-LN-TB-COUNT
           DISPLAY '  PRINCIPAL OWED:  ' WS-LN-TB-PRIN.

      *================================================================
       8100-PRINT-ONE-LOAN.
           ADD 1             TO WS-LN-TB-COUNT
           ADD WS-BALANCE    TO WS-LN-TB-PRIN
           ADD WS-LN-ACCRUED TO WS-LN-TB-INT
           ADD WS-LN-FEES    TO WS-LN-TB-FEES

           EVALUATE WS-LN-BUCKET
               WHEN '30'  MOVE 2 TO WS-LN-BK-IDX
               WHEN '60'  MOVE 3 TO WS-LN-BK-IDX
               WHEN '90'  MOVE 4 TO WS-LN-BK-IDX
               WHEN OTHER MOVE 1 TO WS-LN-BK-IDX
           END-EVALUATE
           ADD 1          TO WS-LN-BK-COUNT (WS-LN-BK-IDX)
           ADD WS-BALANCE TO WS-LN-BK-PRIN (WS-LN-BK-IDX)

           MOVE WS-BALANCE          TO WS-LN-PRIN-EDIT
           MOVE WS-LN-ACCRUED       TO WS-LN-INT-EDIT
           MOVE WS-LN-FEES          TO WS-LN-FEE-EDIT
           MOVE WS-LN-DAYS-PAST-DUE TO WS-LN-DAYS-EDIT
           MOVE SPACES TO RPT-RECORD
           STRING WS-ACCOUNT-NUMBER ' '
                  WS-ACCOUNT-NAME(1:16) ' '
                  WS-LN-PRIN-EDIT ' '
                  WS-LN-INT-EDIT ' '
                  WS-LN-FEE-EDIT ' '
                  WS-LN-DAYS-EDIT ' '
                  WS-LN-BUCKET
               DELIMITED SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

      *================================================================
       8200-PRINT-BUCKET-LINE.
           MOVE ZEROS TO WS-LN-PCT
           IF WS-LN-TB-PRIN > ZEROS
               COMPUTE WS-LN-PCT ROUNDED =
                   WS-LN-BK-PRIN (WS-LN-BK-IDX) * 100
                       / WS-LN-TB-PRIN
           END-IF
           MOVE WS-LN-BK-COUNT (WS-LN-BK-IDX) TO WS-LN-COUNT-EDIT
           MOVE WS-LN-BK-PRIN (WS-LN-BK-IDX)  TO WS-LN-PRIN-EDIT
           MOVE WS-LN-PCT                     TO WS-LN-PCT-EDIT
           MOVE SPACES TO RPT-RECORD
           STRING WS-LN-BK-LABEL (WS-LN-BK-IDX)
                  WS-LN-COUNT-EDIT '  '
                  WS-LN-PRIN-EDIT '   '
                  WS-LN-PCT-EDIT '%'
               DELIMITED SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

      *================================================================
      *    Amount past due = the scheduled payments already due less
      *    the interest and principal the customer has paid.
       8300-PRINT-DELINQUENT-LOANS.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "DELINQUENT LOANS (30 DAYS AND OVER)" TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "ACCT   NAME             PAYMENT  OLDEST DUE   PAST DUE"
               TO RPT-RECORD
           MOVE "  DAYS BKT" TO RPT-RECORD(57:10)
           WRITE RPT-RECORD

           EXEC SQL
                DECLARE LNDQ-CUR CURSOR FOR
                SELECT A.ACCOUNT_NUMBER, A.ACCOUNT_NAME,
                       COALESCE(A.LN_PAYMENT_AMT, 0),
                       COALESCE(CHAR(A.LN_OLDEST_DUE, ISO), ' '),
                       COALESCE((SELECT SUM(S.PAYMENT_AMT)
                                   FROM LOAN_AMORT_SCHEDULE S
                                  WHERE S.ACCOUNT_NUMBER =
                                            A.ACCOUNT_NUMBER
                                    AND S.DUE_DATE < CURRENT DATE), 0)
                           - COALESCE(A.LN_TOTAL_PAID, 0),
                       COALESCE(A.LN_DAYS_PAST_DUE, 0),
                       A.LN_DELINQ_BUCKET
                  FROM ACCOUNTS A
                 WHERE COALESCE(A.ACCT_STATUS, 'O') = 'O'
                   AND COALESCE(A.ACCT_TYPE, 'CHK') = 'LN'
                   AND COALESCE(A.LN_DELINQ_BUCKET, 'CUR') <> 'CUR'
                 ORDER BY A.LN_DAYS_PAST_DUE DESC, A.ACCOUNT_NUMBER
           END-EXEC

           EXEC SQL OPEN LNDQ-CUR END-EXEC
           MOVE 'N' TO WS-LN-EOF-SWITCH

           PERFORM UNTIL WS-LN-EOF
               EXEC SQL
                    FETCH LNDQ-CUR
                     INTO :WS-ACCOUNT-NUMBER, :WS-ACCOUNT-NAME,
                          :WS-LN-PAYMENT-AMT, :WS-LN-OLDEST-DUE,
                          :WS-LN-PAYOFF, :WS-LN-DAYS-PAST-DUE,
                          :WS-LN-BUCKET
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-LN-EOF-SWITCH
               ELSE
                   MOVE WS-LN-PAYMENT-AMT   TO WS-LN-PMT-EDIT
                   MOVE WS-LN-PAYOFF        TO WS-LN-PRIN-EDIT
                   MOVE WS-LN-DAYS-PAST-DUE TO WS-LN-DAYS-EDIT
                   MOVE SPACES TO RPT-RECORD
                   STRING WS-ACCOUNT-NUMBER ' '
                          WS-ACCOUNT-NAME(1:14) ' '
                          WS-LN-PMT-EDIT '  '
                          WS-LN-OLDEST-DUE ' '
                          WS-LN-PRIN-EDIT ' '
                          WS-LN-DAYS-EDIT ' '
                          WS-LN-BUCKET
                       DELIMITED SIZE INTO RPT-RECORD
                   WRITE RPT-RECORD
               END-IF
           END-PERFORM

           EXEC SQL CLOSE LNDQ-CUR END-EXEC.

      *================================================================
      *    Stop-payment order taken at the teller line: one check
      *    number or a range on a checking account, for an exact
      *    amount or any amount, good until the expiry date. A
      *    single check that has already cleared cannot be stopped.
       8500-PLACE-STOP-PAYMENT.
           DISPLAY "Enter Account Number: ".
           ACCEPT WS-ACCOUNT-NUMBER.

           EXEC SQL
                SELECT COALESCE(ACCT_STATUS, 'O'),
                       COALESCE(ACCT_TYPE, 'CHK'),
                       CHAR(CURRENT DATE, ISO)
                  INTO :WS-ACCT-STATUS, :WS-ACCT-TYPE,
                       :WS-TODAY-ISO
                  FROM ACCOUNTS
                 WHERE ACCOUNT_NUMBER = :WS-ACCOUNT-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Account not found."
               GO TO 8500-PLACE-STOP-PAYMENT-EXIT
           END-IF
           IF WS-CD-ACCOUNT OR WS-LOAN-ACCOUNT
               DISPLAY "Stop payments apply to checking accounts only."
               GO TO 8500-PLACE-STOP-PAYMENT-EXIT
           END-IF
           IF WS-ACCT-CLOSED
               DISPLAY "Account is closed."
               GO TO 8500-PLACE-STOP-PAYMENT-EXIT
           END-IF

           DISPLAY "First Check Number: ".
           ACCEPT WS-STOP-FROM.
           DISPLAY "Last Check Number (0 = single check): ".
           ACCEPT WS-STOP-TO.
           IF WS-STOP-TO = ZEROS
               MOVE WS-STOP-FROM TO WS-STOP-TO
           END-IF
           IF WS-STOP-FROM = ZEROS OR WS-STOP-TO < WS-STOP-FROM
               DISPLAY "Invalid check number range."
               GO TO 8500-PLACE-STOP-PAYMENT-EXIT
           END-IF
           DISPLAY "Check Amount (0 = any amount): ".
           ACCEPT WS-STOP-AMOUNT.
           DISPLAY "Expiry Date (YYYY-MM-DD, blank = 180 days): ".
           ACCEPT WS-STOP-EXPIRY.

           IF WS-STOP-EXPIRY = SPACES
               EXEC SQL
                    SELECT CHAR(CURRENT DATE
                                + :WS-STOP-DEFAULT-DAYS DAYS, ISO)
                      INTO :WS-STOP-EXPIRY
                      FROM SYSIBM.SYSDUMMY1
               END-EXEC
           ELSE
               IF WS-STOP-EXPIRY NOT > WS-TODAY-ISO
                   DISPLAY "Expiry date must be after today."
                   GO TO 8500-PLACE-STOP-PAYMENT-EXIT
               END-IF
           END-IF

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-STOP-PAID-COUNT
                  FROM CHECK_PAID
                 WHERE ACCOUNT_NUMBER = :WS-ACCOUNT-NUMBER
                   AND CHECK_NUMBER BETWEEN :WS-STOP-FROM
                                        AND :WS-STOP-TO
           END-EXEC
           IF WS-STOP-PAID-COUNT > ZEROS
               AND WS-STOP-FROM = WS-STOP-TO
               DISPLAY "Check already paid - stop not placed."
               GO TO 8500-PLACE-STOP-PAYMENT-EXIT
           END-IF

           IF WS-STOP-SEED = ZEROS
               EXEC SQL
                    SELECT COALESCE(MAX(STOP_ID), 0)
                      INTO :WS-STOP-SEED
                      FROM STOP_PAYMENT
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE ZEROS TO WS-STOP-SEED
               END-IF
           END-IF
           ADD 1 TO WS-STOP-SEED
           MOVE WS-STOP-SEED TO WS-STOP-ID

           EXEC SQL
                INSERT INTO STOP_PAYMENT
                     (STOP_ID, ACCOUNT_NUMBER, CHECK_FROM, CHECK_TO,
                      STOP_AMOUNT, PLACED_DATE, EXPIRY_DATE,
                      STOP_STATUS)
                VALUES (:WS-STOP-ID, :WS-ACCOUNT-NUMBER,
                      :WS-STOP-FROM, :WS-STOP-TO, :WS-STOP-AMOUNT,
                      CURRENT DATE, DATE(:WS-STOP-EXPIRY), 'A')
           END-EXEC
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "Stop payment failed. SQLCODE=" SQLCODE
               GO TO 8500-PLACE-STOP-PAYMENT-EXIT
           END-IF
           EXEC SQL COMMIT END-EXEC

           DISPLAY "Stop payment placed. Stop ID: " WS-STOP-ID
               " Expires: " WS-STOP-EXPIRY
           IF WS-STOP-PAID-COUNT > ZEROS
               DISPLAY "Note: " WS-STOP-PAID-COUNT
                   " check(s) in the range already paid."
           END-IF.

       8500-PLACE-STOP-PAYMENT-EXIT.
           EXIT.

      *================================================================
      *    Inbound check clearing: each item presented against one
      *    of our accounts pays through 2500-APPLY-TRANSACTION as a
      *    CHK ledger row (with the usual available-balance,
      *    overdraft and NSF handling) and is recorded on CHECK_PAID
      *    by check number. Items that cannot be paid go back to
      *    the clearing house on CHKRET with their return reason.
       8600-PROCESS-CHECK-CLEARING.
           OPEN INPUT  CHKFILE
           OPEN OUTPUT RPTFILE
                       CHKRET

           MOVE 'ACCT    CHECK NO     AMOUNT      STATUS' TO RPT-RECORD
           WRITE RPT-RECORD

           MOVE 'N' TO WS-CHK-EOF-SWITCH
           PERFORM UNTIL WS-CHK-EOF
               READ CHKFILE
                   AT END MOVE 'Y' TO WS-CHK-EOF-SWITCH
                   NOT AT END
                       PERFORM 8700-CLEAR-ONE-CHECK
                           THRU 8700-CLEAR-ONE-CHECK-EXIT
               END-READ
           END-PERFORM

           CLOSE CHKFILE
                 RPTFILE
                 CHKRET

           MOVE WS-CHK-PAID-AMT TO WS-CHK-TOTAL-EDIT
           DISPLAY 'BANKACCT CHECK CLEARING COMPLETE'
           DISPLAY '  ITEMS PRESENTED:   ' WS-CHK-READ
           DISPLAY '  CHECKS PAID:       ' WS-CHK-PAID-CT
           DISPLAY '  AMOUNT PAID:       ' WS-CHK-TOTAL-EDIT
           DISPLAY '  ITEMS RETURNED:    ' WS-CHK-RETURNED-CT
           DISPLAY '    STOP PAYMENT:    ' WS-CHK-STOPPED-CT
           DISPLAY '    DUPLICATE:       ' WS-CHK-DUPLICATE-CT
           DISPLAY '    STALE DATED:     ' WS-CHK-STALE-CT.

      *================================================================
      *    A presented check is returned, in this order, if it was
      *    already paid (duplicate presentment), matches an active
      *    unexpired stop on its number and amount, is stale-dated,
      *    or cannot post (no such checking account, frozen,
      *    closed, or NSF). Our account number is the first six
      *    digits of the MICR account field, as for ACH. A check
      *    with no serial number cannot be matched to a stop or a
      *    prior payment and pays on its other merits.
       8700-CLEAR-ONE-CHECK.
           ADD 1 TO WS-CHK-READ
           MOVE SPACES          TO WS-CHK-RETURN-REASON
           MOVE SPACES          TO WS-CHK-RETURN-TEXT
           MOVE CK-CHECK-NUMBER TO WS-CHK-NUMBER
           MOVE CK-ITEM-SEQ     TO WS-CHK-ITEM-SEQ
           COMPUTE WS-AMOUNT = CK-AMOUNT / 100

           MOVE CK-DFI-ACCT-NO(1:6) TO WS-CHK-ACCT-DIGITS
           IF WS-CHK-ACCT-X NOT NUMERIC
               MOVE 'E' TO WS-CHK-RETURN-REASON
               MOVE 'UNABLE TO LOCATE ACCOUNT' TO WS-CHK-RETURN-TEXT
               PERFORM 8800-RETURN-CHECK
               GO TO 8700-CLEAR-ONE-CHECK-EXIT
           END-IF
           MOVE WS-CHK-ACCT-NUM TO WS-ACCOUNT-NUMBER

           EXEC SQL
                SELECT COALESCE(ACCT_TYPE, 'CHK')
                  INTO :WS-ACCT-TYPE
                  FROM ACCOUNTS
                 WHERE ACCOUNT_NUMBER = :WS-ACCOUNT-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-CD-ACCOUNT OR WS-LOAN-ACCOUNT
               MOVE 'E' TO WS-CHK-RETURN-REASON
               MOVE 'UNABLE TO LOCATE ACCOUNT' TO WS-CHK-RETURN-TEXT
               PERFORM 8800-RETURN-CHECK
               GO TO 8700-CLEAR-ONE-CHECK-EXIT
           END-IF

           IF WS-CHK-NUMBER > ZEROS
               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-CHK-MATCH-COUNT
                      FROM CHECK_PAID
                     WHERE ACCOUNT_NUMBER = :WS-ACCOUNT-NUMBER
                       AND CHECK_NUMBER   = :WS-CHK-NUMBER
               END-EXEC
               IF WS-CHK-MATCH-COUNT > ZEROS
                   MOVE 'Y' TO WS-CHK-RETURN-REASON
                   MOVE 'DUPLICATE - ALREADY PAID'
                       TO WS-CHK-RETURN-TEXT
                   ADD 1 TO WS-CHK-DUPLICATE-CT
                   PERFORM 8800-RETURN-CHECK
                   GO TO 8700-CLEAR-ONE-CHECK-EXIT
               END-IF

               EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-CHK-MATCH-COUNT
                      FROM STOP_PAYMENT
                     WHERE ACCOUNT_NUMBER = :WS-ACCOUNT-NUMBER
                       AND :WS-CHK-NUMBER BETWEEN CHECK_FROM
                                              AND CHECK_TO
                       AND STOP_STATUS    = 'A'
                       AND EXPIRY_DATE   >= CURRENT DATE
                       AND (STOP_AMOUNT = 0
                            OR STOP_AMOUNT = :WS-AMOUNT)
               END-EXEC
               IF WS-CHK-MATCH-COUNT > ZEROS
                   MOVE 'C' TO WS-CHK-RETURN-REASON
                   MOVE 'STOP PAYMENT' TO WS-CHK-RETURN-TEXT
                   ADD 1 TO WS-CHK-STOPPED-CT
                   PERFORM 8800-RETURN-CHECK
                   GO TO 8700-CLEAR-ONE-CHECK-EXIT
               END-IF
           END-IF

           IF CK-CHECK-DATE NUMERIC
               MOVE SPACES TO WS-CHK-DATE-ISO
               STRING CK-CHECK-DATE(1:4) '-'
                      CK-CHECK-DATE(5:2) '-'
                      CK-CHECK-DATE(7:2)
                   DELIMITED SIZE INTO WS-CHK-DATE-ISO
               EXEC SQL
                    SELECT DAYS(CURRENT DATE)
                           - DAYS(DATE(:WS-CHK-DATE-ISO))
                      INTO :WS-CHK-AGE-DAYS
                      FROM SYSIBM.SYSDUMMY1
               END-EXEC
               IF SQLCODE = 0
                   AND WS-CHK-AGE-DAYS > WS-CHK-STALE-DAYS
                   MOVE 'G' TO WS-CHK-RETURN-REASON
                   MOVE 'STALE DATED' TO WS-CHK-RETURN-TEXT
                   ADD 1 TO WS-CHK-STALE-CT
                   PERFORM 8800-RETURN-CHECK
                   GO TO 8700-CLEAR-ONE-CHECK-EXIT
               END-IF
           END-IF

           MOVE 'K' TO WS-TRANSACTION-TYPE
           PERFORM 2500-APPLY-TRANSACTION
               THRU 2500-APPLY-TRANSACTION-EXIT

           EVALUATE TRUE
               WHEN WS-POST-FAILED
                   EVALUATE WS-POST-REASON
                       WHEN "ACCOUNT FROZEN"
                           MOVE 'F' TO WS-CHK-RETURN-REASON
                       WHEN "ACCOUNT CLOSED"
                           MOVE 'D' TO WS-CHK-RETURN-REASON
                       WHEN OTHER
                           MOVE 'E' TO WS-CHK-RETURN-REASON
                   END-EVALUATE
                   MOVE WS-POST-REASON TO WS-CHK-RETURN-TEXT
               WHEN WS-NSF-CHARGED
                   MOVE 'A' TO WS-CHK-RETURN-REASON
                   MOVE WS-POST-REASON TO WS-CHK-RETURN-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

      *    An NSF item still leaves its fee behind; 8800 commits it
      *    with the return's exception row.
           IF WS-CHK-RETURNED
               PERFORM 8800-RETURN-CHECK
               GO TO 8700-CLEAR-ONE-CHECK-EXIT
           END-IF

           IF WS-CHK-NUMBER > ZEROS
               EXEC SQL
                    INSERT INTO CHECK_PAID
                         (ACCOUNT_NUMBER, CHECK_NUMBER, AMOUNT,
                          TRAN_ID, ITEM_SEQ, PAID_DATE)
                    VALUES (:WS-ACCOUNT-NUMBER, :WS-CHK-NUMBER,
                          :WS-AMOUNT, :WS-TRAN-ID, :WS-CHK-ITEM-SEQ,
                          CURRENT DATE)
               END-EXEC
           END-IF
           EXEC SQL COMMIT END-EXEC

           ADD 1 TO WS-CHK-PAID-CT
           ADD WS-AMOUNT TO WS-CHK-PAID-AMT

           MOVE WS-AMOUNT TO WS-CHK-AMT-EDIT
           MOVE SPACES TO RPT-RECORD
           STRING WS-CHK-ACCT-DIGITS '  '
                  WS-CHK-NUMBER '  '
                  WS-CHK-AMT-EDIT '  '
                  WS-POST-REASON
               DELIMITED SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

       8700-CLEAR-ONE-CHECK-EXIT.
           EXIT.

      *================================================================
       8800-RETURN-CHECK.
           MOVE WS-CHK-RETURN-REASON TO CK-RETURN-REASON
           WRITE CHKRET-RECORD FROM CHK-RECORD
           ADD 1 TO WS-CHK-RETURNED-CT

           MOVE 'W'          TO WS-EXC-SEVERITY
           MOVE 'CHK-RETURN' TO WS-EXC-REASON
           MOVE SPACES       TO WS-EXC-KEY
           STRING WS-CHK-RETURN-REASON ' '
                  CK-DFI-ACCT-NO(1:6) ' CHK '
                  CK-CHECK-NUMBER
               DELIMITED SIZE INTO WS-EXC-KEY
           PERFORM 9700-LOG-EXCEPTION
           EXEC SQL COMMIT END-EXEC

           MOVE WS-AMOUNT TO WS-CHK-AMT-EDIT
           MOVE SPACES TO RPT-RECORD
           STRING CK-DFI-ACCT-NO(1:6) '  '
                  CK-CHECK-NUMBER '  '
                  WS-CHK-AMT-EDIT '  '
                  'RETURNED ' WS-CHK-RETURN-REASON ' - '
                  WS-CHK-RETURN-TEXT
               DELIMITED SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.
