      *================================================================
      * PROGRAM:    LSEREG01
      * DESCRIPTION: Lease Register - Right-of-Use Assets and Lease
      *              Liability Schedules
      *              - LEASE_MASTER holds every building and vehicle
      *                lease: commencement date, term, base payment,
      *                escalation (percent every so many months),
      *                payment timing (advance or arrears), discount
      *                rate, operating or finance class, and the
      *                APRCUR01 recurring-voucher template that pays
      *                it. A new lease is keyed PENDING, the same way
      *                FAREG01 takes disposals keyed onto FA_ASSET
      *              - At commencement the payment stream is built
      *                with its escalations and discounted at the
      *                lease's rate: the present value is booked as
      *                the initial right-of-use asset and lease
      *                liability (DR 1600/1620 / CR 2700/2710) and the
      *                full month-by-month schedule - interest,
      *                liability reduction, ROU amortization - is
      *                written to LEASE_SCHEDULE
      *              - Each month the due schedule rows post as a
      *                staged-OPEN journal per lease and month:
      *                operating leases take one straight-line lease
      *                cost to 6210 (interest accretes 2700, the rest
      *                amortizes 1600); finance leases split interest
      *                to 7520 (accreting 2710) from straight-line
      *                amortization to 6220 / 1630
      *              - The payment itself relieves the liability: the
      *                APRCUR01 voucher on the lease's template debits
      *                2700/2710 instead of rent. A billed amount off
      *                the schedule is reclassed to 6230 variable
      *                lease cost, and a month with no voucher is
      *                logged LS-NO-PAYMT
      *              - Prints the maturity analysis (undiscounted
      *                payments by year, imputed interest, current and
      *                noncurrent liability, weighted rate and term)
      *                and the liability and ROU roll-forwards, tied
      *                to the GL balances
      *              - Registers on BATCH_RUN_CONTROL; GLCLOSE01 will
      *                not close the period until this run is
      *                COMPLETE for it
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LSEREG01.
       AUTHOR. ACME-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
                              ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  REPORT-LINE             PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-NEW-EOF-SWITCH    PIC X(1) VALUE 'N'.
               88  WS-NEW-EOF                VALUE 'Y'.
           05  WS-DUE-EOF-SWITCH    PIC X(1) VALUE 'N'.
               88  WS-DUE-EOF                VALUE 'Y'.
           05  WS-MAT-EOF-SWITCH    PIC X(1) VALUE 'N'.
               88  WS-MAT-EOF                VALUE 'Y'.
           05  WS-RF-EOF-SWITCH     PIC X(1) VALUE 'N'.
               88  WS-RF-EOF                 VALUE 'Y'.
           05  WS-RF-PASS           PIC X(1) VALUE 'L'.
               88  WS-RF-LIABILITY           VALUE 'L'.
               88  WS-RF-ROU                 VALUE 'R'.

       01  WS-COUNTERS.
           05  WS-LINE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-PAGE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-LEASES-COMMENCED  PIC S9(7) COMP VALUE ZEROS.
           05  WS-LEASES-REJECTED   PIC S9(7) COMP VALUE ZEROS.
           05  WS-MONTHS-POSTED     PIC S9(7) COMP VALUE ZEROS.
           05  WS-LEASES-ENDED      PIC S9(7) COMP VALUE ZEROS.
           05  WS-PAYMENTS-MISSING  PIC S9(7) COMP VALUE ZEROS.
           05  WS-MONTH-IDX         PIC S9(4) COMP VALUE ZEROS.
           05  WS-MONTHS-ELAPSED    PIC S9(4) COMP VALUE ZEROS.
           05  WS-ESC-QUOTIENT      PIC S9(4) COMP VALUE ZEROS.
           05  WS-ESC-REMAINDER     PIC S9(4) COMP VALUE ZEROS.
           05  WS-MAX-TERM          PIC S9(4) COMP VALUE 360.

       01  WS-TOTALS.
           05  WS-COMMENCED-TOTAL   PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-OPER-COST-TOTAL   PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-FIN-AMORT-TOTAL   PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-FIN-INT-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-VARIABLE-TOTAL    PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-GL-LIAB-BAL       PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-GL-ROU-BAL        PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-GL-ACCT-BAL       PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-GL-DIFFERENCE     PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-RF-LIAB-END-TOT   PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-RF-ROU-END-TOT    PIC S9(13)V99 COMP-3 VALUE ZEROS.

      *--- Roll-forward column totals: 1 operating, 2 finance,
      *    3 all leases
       01  WS-RF-TOTAL-TABLE.
           05  WS-RF-TOT OCCURS 3 TIMES.
               10  WS-RFT-BEGIN     PIC S9(13)V99 COMP-3.
               10  WS-RFT-ADD       PIC S9(13)V99 COMP-3.
               10  WS-RFT-CHANGE    PIC S9(13)V99 COMP-3.
               10  WS-RFT-PAYMENT   PIC S9(13)V99 COMP-3.
               10  WS-RFT-END       PIC S9(13)V99 COMP-3.
       01  WS-RF-CLASS-IDX          PIC S9(4) COMP VALUE ZEROS.

      *--- Maturity analysis totals across both classes
       01  WS-MAT-TOTALS.
           05  WS-MT-YEAR-TOT       PIC S9(13)V99 COMP-3
                                    OCCURS 6 TIMES.
           05  WS-MT-UNDISC-TOT     PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-MT-IMPUTED-TOT    PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-MT-LIAB-TOT       PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-MT-CURRENT-TOT    PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-MT-NONCURR-TOT    PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-MAT-IDX               PIC S9(4) COMP VALUE ZEROS.

       01  WS-WORK.
           05  WS-CURRENT-DATE      PIC X(10).
           05  WS-ROU-OPER-ACCT     PIC X(6)  VALUE '1600'.
           05  WS-ROU-FIN-ACCT      PIC X(6)  VALUE '1620'.
           05  WS-ROU-FIN-ACCUM     PIC X(6)  VALUE '1630'.
           05  WS-LIAB-OPER-ACCT    PIC X(6)  VALUE '2700'.
           05  WS-LIAB-FIN-ACCT     PIC X(6)  VALUE '2710'.
           05  WS-OPER-COST-ACCT    PIC X(6)  VALUE '6210'.
           05  WS-FIN-AMORT-ACCT    PIC X(6)  VALUE '6220'.
           05  WS-VARIABLE-ACCT     PIC X(6)  VALUE '6230'.
           05  WS-LEASE-INT-ACCT    PIC X(6)  VALUE '7520'.
           05  WS-LIAB-ACCT         PIC X(6).
           05  WS-ROU-ACCT          PIC X(6).
           05  WS-TOLERANCE         PIC S9(3)V99 VALUE 0.01.
           05  WS-LEASE-ID-DISP     PIC ZZZZZZZZ9.
           05  WS-CLASS-NAME        PIC X(10).
           05  WS-SCHED-PERIOD.
               10  WS-SCHED-YYYY    PIC 9(4).
               10  WS-SCHED-MM      PIC 9(2).
           05  WS-CUR-YYYY          PIC 9(4).
           05  WS-CUR-MM            PIC 9(2).

      *--- Lease arithmetic. Rates and discount factors carry twelve
      *    places so a 30-year stream discounts to the cent.
       01  WS-LEASE-CALC.
           05  WS-MONTH-RATE        PIC S9(1)V9(12) COMP-3.
           05  WS-ONE-PLUS-RATE     PIC S9(1)V9(12) COMP-3.
           05  WS-DISC-FACTOR       PIC S9(1)V9(12) COMP-3.
           05  WS-PV-WORK           PIC S9(11)V9(6) COMP-3.
           05  WS-PRESENT-VALUE     PIC S9(13)V99 COMP-3.
           05  WS-PAYMENT           PIC S9(11)V99 COMP-3.
           05  WS-TOTAL-PAYMENTS    PIC S9(13)V99 COMP-3.
           05  WS-LIAB-RUN          PIC S9(13)V99 COMP-3.
           05  WS-OPEN-LIAB         PIC S9(13)V99 COMP-3.
           05  WS-INTEREST          PIC S9(13)V99 COMP-3.
           05  WS-PRINCIPAL         PIC S9(13)V99 COMP-3.
           05  WS-AMORT             PIC S9(13)V99 COMP-3.
           05  WS-AMORT-TO-DATE     PIC S9(13)V99 COMP-3.
           05  WS-LEASE-COST        PIC S9(13)V99 COMP-3.
           05  WS-SL-COST           PIC S9(13)V99 COMP-3.
           05  WS-SL-AMORT          PIC S9(13)V99 COMP-3.
           05  WS-VARIANCE          PIC S9(13)V99 COMP-3.
           05  WS-BEGIN-AMT         PIC S9(13)V99 COMP-3.
           05  WS-WTD-RATE          PIC S9(3)V9(4) COMP-3.
           05  WS-WTD-TERM          PIC S9(5)V9 COMP-3.

       01  WS-PAYMENT-TABLE.
           05  WS-PAY-AMT           PIC S9(11)V99 COMP-3
                                    OCCURS 360 TIMES.

      *--- SQLCA ---
       01  SQLCA.
           05  SQLCAID              PIC X(8).
           05  SQLCABC              PIC S9(9) COMP.
           05  SQLCODE              PIC S9(9) COMP.
           05  SQLERRM.
               10  SQLERRML         PIC S9(4) COMP.
               10  SQLERRMC         PIC X(70).

      *--- HOST VARIABLES ---
       01  HV-LS.
           05  HV-PERIOD-ID         PIC X(6).
           05  HV-PERIOD-SEQ        PIC S9(9) COMP.
           05  HV-PERIOD-END        PIC X(10).
           05  HV-PERIOD-MONTHS     PIC S9(9) COMP.
           05  HV-ENTITY-ID         PIC X(4).
           05  HV-LEASE-ID          PIC S9(9) COMP.
           05  HV-LEASE-DESC        PIC X(40).
           05  HV-LEASE-CLASS       PIC X(1).
               88  HV-FINANCE-LEASE          VALUE 'F'.
               88  HV-OPERATING-LEASE        VALUE 'O'.
           05  HV-COMMENCE-DATE     PIC X(10).
           05  HV-TERM-MONTHS       PIC S9(4) COMP.
           05  HV-BASE-PAYMENT      PIC S9(11)V99 COMP-3.
           05  HV-ESC-PCT           PIC S9(3)V999 COMP-3.
           05  HV-ESC-MONTHS        PIC S9(4) COMP.
           05  HV-PAY-TIMING        PIC X(1).
               88  HV-PAY-IN-ADVANCE         VALUE 'A'.
               88  HV-PAY-IN-ARREARS         VALUE 'R'.
           05  HV-DISCOUNT-RATE     PIC S9(3)V9(4) COMP-3.
           05  HV-TEMPLATE-ID       PIC S9(9) COMP.
           05  HV-ROU-INITIAL       PIC S9(13)V99 COMP-3.
           05  HV-LIAB-INITIAL      PIC S9(13)V99 COMP-3.
           05  HV-TOTAL-PAYMENTS    PIC S9(13)V99 COMP-3.
           05  HV-SCHED-SEQ         PIC S9(4) COMP.
           05  HV-SCHED-PERIOD      PIC X(6).
           05  HV-DUE-OFFSET        PIC S9(4) COMP.
           05  HV-DUE-LESS-DAYS     PIC S9(4) COMP.
           05  HV-OPEN-LIAB         PIC S9(13)V99 COMP-3.
           05  HV-PAYMENT-AMT       PIC S9(11)V99 COMP-3.
           05  HV-INTEREST-AMT      PIC S9(13)V99 COMP-3.
           05  HV-PRINCIPAL-AMT     PIC S9(13)V99 COMP-3.
           05  HV-CLOSE-LIAB        PIC S9(13)V99 COMP-3.
           05  HV-AMORT-AMT         PIC S9(13)V99 COMP-3.
           05  HV-COST-AMT          PIC S9(13)V99 COMP-3.
           05  HV-VARIANCE-AMT      PIC S9(13)V99 COMP-3.
           05  HV-BILLED-AMT        PIC S9(13)V99 COMP-3.
           05  HV-BILLED-COUNT      PIC S9(9) COMP.
           05  HV-RF-ADD            PIC S9(13)V99 COMP-3.
           05  HV-RF-ROU-ADD        PIC S9(13)V99 COMP-3.
           05  HV-RF-INTEREST       PIC S9(13)V99 COMP-3.
           05  HV-RF-PAYMENT        PIC S9(13)V99 COMP-3.
           05  HV-RF-AMORT          PIC S9(13)V99 COMP-3.
           05  HV-RF-LIAB-END       PIC S9(13)V99 COMP-3.
           05  HV-RF-ROU-END        PIC S9(13)V99 COMP-3.
           05  HV-MT-YEAR1          PIC S9(13)V99 COMP-3.
           05  HV-MT-YEAR2          PIC S9(13)V99 COMP-3.
           05  HV-MT-YEAR3          PIC S9(13)V99 COMP-3.
           05  HV-MT-YEAR4          PIC S9(13)V99 COMP-3.
           05  HV-MT-YEAR5          PIC S9(13)V99 COMP-3.
           05  HV-MT-LATER          PIC S9(13)V99 COMP-3.
           05  HV-MT-TOTAL          PIC S9(13)V99 COMP-3.
           05  HV-MT-CURRENT        PIC S9(13)V99 COMP-3.
           05  HV-MT-LIABILITY      PIC S9(13)V99 COMP-3.
           05  HV-MT-RATE-WTD       PIC S9(13)V9(4) COMP-3.
           05  HV-MT-TERM-WTD       PIC S9(15)V99 COMP-3.
           05  HV-ACCT-NUMBER       PIC X(6).
           05  HV-NORMAL-BAL        PIC X(1).
           05  HV-BEG-BAL           PIC S9(13)V99 COMP-3.
           05  HV-DR-TOTAL          PIC S9(13)V99 COMP-3.
           05  HV-CR-TOTAL          PIC S9(13)V99 COMP-3.
           05  HV-NEXT-JOURNAL-ID   PIC S9(9) COMP.
           05  HV-GL-AMT            PIC S9(13)V99 COMP-3.
           05  HV-GL-DESC           PIC X(50).
           05  HV-GL-DRCR           PIC X(1).
           05  HV-GL-ACCT           PIC X(6).
           05  HV-AUDIT-SEQ         PIC S9(5) COMP.
           05  HV-EXC-SEVERITY      PIC X(1).
           05  HV-EXC-REASON        PIC X(12).
           05  HV-EXC-KEY           PIC X(30).
           05  HV-EXC-DUP-COUNT     PIC S9(9) COMP.

      *--- HEADER LINES ---
       01  HDR1.
           05  FILLER  PIC X(25) VALUE SPACES.
           05  H1-TITLE PIC X(45)
               VALUE 'ACME CORPORATION - LEASE REGISTER'.
           05  FILLER  PIC X(33) VALUE SPACES.
           05  FILLER  PIC X(5) VALUE 'PAGE:'.
           05  H1-PAGE PIC ZZZZZ.
           05  FILLER  PIC X(20) VALUE SPACES.

       01  HDR2.
           05  FILLER  PIC X(6)  VALUE 'DATE: '.
           05  H2-DATE PIC X(10).
           05  FILLER  PIC X(10) VALUE '  PERIOD: '.
           05  H2-PER  PIC X(6).
           05  FILLER  PIC X(101) VALUE SPACES.

      *    Column heading for the section being printed; 9100
      *    repeats it on every page of the section.
       01  WS-COL-HDR              PIC X(133) VALUE SPACES.

       01  POST-HDR.
           05  FILLER  PIC X(10) VALUE 'LEASE'.
           05  FILLER  PIC X(25) VALUE 'DESCRIPTION'.
           05  FILLER  PIC X(2)  VALUE 'CL'.
           05  FILLER  PIC X(7)  VALUE 'PERIOD'.
           05  FILLER  PIC X(16) VALUE '        PAYMENT'.
           05  FILLER  PIC X(16) VALUE '       INTEREST'.
           05  FILLER  PIC X(16) VALUE '  LIAB REDUCTN'.
           05  FILLER  PIC X(16) VALUE '      ROU AMORT'.
           05  FILLER  PIC X(16) VALUE '       VARIANCE'.
           05  FILLER  PIC X(9)  VALUE SPACES.

      *--- POSTED MONTH DETAIL LINE ---
       01  POST-DET-LINE.
           05  PD-LEASE    PIC ZZZZZZZZ9.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  PD-DESC     PIC X(24).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  PD-CLASS    PIC X(1).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  PD-PERIOD   PIC X(6).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  PD-PAYMENT  PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  PD-INTEREST PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  PD-PRINCIPAL PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  PD-AMORT    PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  PD-VARIANCE PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(10) VALUE SPACES.

      *--- ACTIVITY LINE (commencements and rejections) ---
       01  ACT-DET-LINE.
           05  AC-LABEL    PIC X(14).
           05  AC-LEASE    PIC ZZZZZZZZ9.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  AC-DESC     PIC X(30).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  AC-AMOUNT   PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  AC-NOTE     PIC X(40).
           05  FILLER      PIC X(21) VALUE SPACES.

      *--- MATURITY ANALYSIS LINES ---
       01  MAT-HDR.
           05  FILLER  PIC X(10) VALUE 'CLASS'.
           05  FILLER  PIC X(16) VALUE '         YEAR 1'.
           05  FILLER  PIC X(16) VALUE '         YEAR 2'.
           05  FILLER  PIC X(16) VALUE '         YEAR 3'.
           05  FILLER  PIC X(16) VALUE '         YEAR 4'.
           05  FILLER  PIC X(16) VALUE '         YEAR 5'.
           05  FILLER  PIC X(16) VALUE '     THEREAFTER'.
           05  FILLER  PIC X(16) VALUE '   UNDISCOUNTED'.
           05  FILLER  PIC X(11) VALUE SPACES.

       01  MAT-LINE.
           05  MT-CLASS    PIC X(10).
           05  MT-YEAR-AMT OCCURS 6 TIMES.
               10  FILLER  PIC X(1).
               10  MT-AMT  PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  MT-TOTAL    PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(11) VALUE SPACES.

       01  LIAB-HDR.
           05  FILLER  PIC X(10) VALUE 'CLASS'.
           05  FILLER  PIC X(16) VALUE '   UNDISCOUNTED'.
           05  FILLER  PIC X(16) VALUE '  LESS INTEREST'.
           05  FILLER  PIC X(16) VALUE '      LIABILITY'.
           05  FILLER  PIC X(16) VALUE '        CURRENT'.
           05  FILLER  PIC X(16) VALUE '     NONCURRENT'.
           05  FILLER  PIC X(10) VALUE '  WTD RATE'.
           05  FILLER  PIC X(12) VALUE '  WTD TERM M'.
           05  FILLER  PIC X(21) VALUE SPACES.

       01  LIAB-LINE.
           05  LB-CLASS    PIC X(10).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  LB-UNDISC   PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  LB-IMPUTED  PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  LB-LIAB     PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  LB-CURRENT  PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  LB-NONCURR  PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  LB-RATE     PIC ZZ9.9999.
           05  FILLER      PIC X(6) VALUE SPACES.
           05  LB-TERM     PIC ZZZ9.9.
           05  FILLER      PIC X(21) VALUE SPACES.

      *--- ROLL-FORWARD LINES ---
       01  RF-LIAB-HDR.
           05  FILLER  PIC X(10) VALUE 'LEASE'.
           05  FILLER  PIC X(25) VALUE 'DESCRIPTION'.
           05  FILLER  PIC X(3)  VALUE 'CL'.
           05  FILLER  PIC X(16) VALUE '      BEGINNING'.
           05  FILLER  PIC X(16) VALUE '      ADDITIONS'.
           05  FILLER  PIC X(16) VALUE '      ACCRETION'.
           05  FILLER  PIC X(16) VALUE '       PAYMENTS'.
           05  FILLER  PIC X(16) VALUE '         ENDING'.
           05  FILLER  PIC X(15) VALUE SPACES.

       01  RF-ROU-HDR.
           05  FILLER  PIC X(10) VALUE 'LEASE'.
           05  FILLER  PIC X(25) VALUE 'DESCRIPTION'.
           05  FILLER  PIC X(3)  VALUE 'CL'.
           05  FILLER  PIC X(16) VALUE '      BEGINNING'.
           05  FILLER  PIC X(16) VALUE '      ADDITIONS'.
           05  FILLER  PIC X(16) VALUE '   AMORTIZATION'.
           05  FILLER  PIC X(16) VALUE SPACES.
           05  FILLER  PIC X(16) VALUE '         ENDING'.
           05  FILLER  PIC X(15) VALUE SPACES.

       01  RF-DET-LINE.
           05  RF-LEASE    PIC ZZZZZZZZ9.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RF-DESC     PIC X(24).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RF-CLASS    PIC X(1).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  RF-BEGIN    PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RF-ADD      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RF-CHANGE   PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RF-PAYMENT  PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RF-END      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(16) VALUE SPACES.

       01  RF-TOTAL-LINE.
           05  FILLER      PIC X(10) VALUE SPACES.
           05  RT-LABEL    PIC X(28).
           05  RT-BEGIN    PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RT-ADD      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RT-CHANGE   PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RT-PAYMENT  PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RT-END      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(16) VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER      PIC X(10) VALUE SPACES.
           05  SL-LABEL    PIC X(30).
           05  SL-AMOUNT   PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  SL-FLAG     PIC X(20) VALUE SPACES.
           05  FILLER      PIC X(54) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 9500-REGISTER-RUN-START
           PERFORM 2000-COMMENCE-NEW-LEASES
           PERFORM 3000-POST-DUE-MONTHS
           PERFORM 4000-PRINT-MATURITY-ANALYSIS
           PERFORM 5000-PRINT-ROLL-FORWARDS
           PERFORM 5500-TIE-TO-GL
           PERFORM 6000-PRINT-SUMMARY
           PERFORM 9600-REGISTER-RUN-END
           PERFORM 9000-TERMINATE
           STOP RUN.

      *--- 1000 INITIALIZE ---
      *    Runs against the open fiscal period, like PPDAMR01. A
      *    lease commences in this run once its commencement date
      *    is on or before the period's last day.
       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE

           EXEC SQL
               SELECT PERIOD_ID, PERIOD_SEQ, CHAR(DATE_TO, ISO)
               INTO   :HV-PERIOD-ID, :HV-PERIOD-SEQ, :HV-PERIOD-END
               FROM   FISCAL_PERIOD
               WHERE  STATUS = 'OPEN'
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EXEC SQL
               SELECT ENTITY_ID
               INTO   :HV-ENTITY-ID
               FROM   ENTITY_MASTER
               ORDER BY ENTITY_ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
               INTO :WS-CURRENT-DATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

      *    Period IDs are YYYYMM; the month count lets the maturity
      *    analysis bucket schedule rows by months out.
           MOVE HV-PERIOD-ID (1:4) TO WS-CUR-YYYY
           MOVE HV-PERIOD-ID (5:2) TO WS-CUR-MM
           COMPUTE HV-PERIOD-MONTHS = WS-CUR-YYYY * 12 + WS-CUR-MM

           MOVE WS-CURRENT-DATE TO H2-DATE
           MOVE HV-PERIOD-ID    TO H2-PER
           MOVE SPACES          TO WS-COL-HDR
           PERFORM 9100-PRINT-HEADERS.

      *--- 2000 COMMENCE LEASES KEYED PENDING ---
      *    Held across the per-lease commits, so one lease's bad
      *    terms do not hold back the others.
       2000-COMMENCE-NEW-LEASES.
           MOVE 'N' TO WS-NEW-EOF-SWITCH

           EXEC SQL
               DECLARE NEW-CUR CURSOR WITH HOLD FOR
               SELECT LEASE_ID, LEASE_DESC, LEASE_CLASS,
                      CHAR(COMMENCE_DATE, ISO), TERM_MONTHS,
                      BASE_PAYMENT, COALESCE(ESCALATION_PCT, 0),
                      COALESCE(ESCALATION_MONTHS, 12),
                      COALESCE(PAYMENT_TIMING, 'A'),
                      COALESCE(DISCOUNT_RATE, 0)
               FROM   LEASE_MASTER
               WHERE  STATUS = 'PENDING'
               AND    COMMENCE_DATE <= DATE(:HV-PERIOD-END)
               ORDER BY LEASE_ID
           END-EXEC

           EXEC SQL  OPEN NEW-CUR  END-EXEC

           PERFORM UNTIL WS-NEW-EOF
               EXEC SQL
                   FETCH NEW-CUR
                   INTO :HV-LEASE-ID, :HV-LEASE-DESC,
                        :HV-LEASE-CLASS, :HV-COMMENCE-DATE,
                        :HV-TERM-MONTHS, :HV-BASE-PAYMENT,
                        :HV-ESC-PCT, :HV-ESC-MONTHS,
                        :HV-PAY-TIMING, :HV-DISCOUNT-RATE
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-NEW-EOF-SWITCH
               ELSE
                   PERFORM 2100-COMMENCE-ONE-LEASE
                       THRU 2199-COMMENCE-EXIT
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE NEW-CUR  END-EXEC.

      *--- 2100 COMMENCE ONE LEASE ---
      *    Terms the arithmetic cannot use leave the lease PENDING
      *    and logged for the lease accountant to correct.
       2100-COMMENCE-ONE-LEASE.
           MOVE HV-LEASE-ID TO WS-LEASE-ID-DISP
           MOVE SPACES TO AC-NOTE

           IF HV-TERM-MONTHS < 1 OR HV-TERM-MONTHS > WS-MAX-TERM
               MOVE 'TERM MUST BE 1 TO 360 MONTHS' TO AC-NOTE
           END-IF
           IF HV-BASE-PAYMENT NOT > ZEROS
               MOVE 'BASE PAYMENT MUST BE POSITIVE' TO AC-NOTE
           END-IF
           IF HV-DISCOUNT-RATE < ZEROS
              OR HV-DISCOUNT-RATE > 50
               MOVE 'DISCOUNT RATE MUST BE 0 TO 50 PCT' TO AC-NOTE
           END-IF
           IF NOT HV-FINANCE-LEASE AND NOT HV-OPERATING-LEASE
               MOVE 'CLASS MUST BE O OR F' TO AC-NOTE
           END-IF
           IF NOT HV-PAY-IN-ADVANCE AND NOT HV-PAY-IN-ARREARS
               MOVE 'PAYMENT TIMING MUST BE A OR R' TO AC-NOTE
           END-IF
           IF HV-ESC-MONTHS < 1
               MOVE 12 TO HV-ESC-MONTHS
           END-IF

           IF AC-NOTE NOT = SPACES
               ADD 1 TO WS-LEASES-REJECTED
               MOVE 'E'            TO HV-EXC-SEVERITY
               MOVE 'LS-BAD-TERMS' TO HV-EXC-REASON
               MOVE WS-LEASE-ID-DISP TO HV-EXC-KEY
               PERFORM 9700-LOG-EXCEPTION
               MOVE 'NOT COMMENCED:' TO AC-LABEL
               MOVE HV-LEASE-ID      TO AC-LEASE
               MOVE HV-LEASE-DESC    TO AC-DESC
               MOVE ZEROS            TO AC-AMOUNT
               PERFORM 9200-WRITE-ACTIVITY-LINE
               GO TO 2199-COMMENCE-EXIT
           END-IF

           PERFORM 2200-BUILD-PAYMENT-STREAM
           PERFORM 2300-DISCOUNT-PAYMENTS

           MOVE WS-PRESENT-VALUE  TO HV-ROU-INITIAL
           MOVE WS-PRESENT-VALUE  TO HV-LIAB-INITIAL
           MOVE WS-TOTAL-PAYMENTS TO HV-TOTAL-PAYMENTS

      *    A PENDING lease has never posted, so any schedule left
      *    from an earlier attempt is simply rebuilt.
           EXEC SQL
               DELETE FROM LEASE_SCHEDULE
               WHERE  LEASE_ID = :HV-LEASE-ID
           END-EXEC

           PERFORM 2400-BUILD-SCHEDULE

           EXEC SQL
               UPDATE LEASE_MASTER
               SET    STATUS          = 'ACTIVE',
                      ROU_INITIAL     = :HV-ROU-INITIAL,
                      LIAB_INITIAL    = :HV-LIAB-INITIAL,
                      LIAB_BALANCE    = :HV-LIAB-INITIAL,
                      ROU_ACCUM_AMORT = 0,
                      ROU_NET         = :HV-ROU-INITIAL,
                      TOTAL_PAYMENTS  = :HV-TOTAL-PAYMENTS,
                      ESCALATION_MONTHS = :HV-ESC-MONTHS,
                      BOOKED_PERIOD   = :HV-PERIOD-ID,
                      END_DATE        = DATE(:HV-COMMENCE-DATE)
                                        + :HV-TERM-MONTHS MONTHS
                                        - 1 DAY
               WHERE  LEASE_ID = :HV-LEASE-ID
           END-EXEC

           PERFORM 2500-STAGE-COMMENCEMENT-JRNL

           EXEC SQL  COMMIT  END-EXEC

           ADD 1 TO WS-LEASES-COMMENCED
           ADD WS-PRESENT-VALUE TO WS-COMMENCED-TOTAL

           MOVE 'COMMENCED:    ' TO AC-LABEL
           MOVE HV-LEASE-ID      TO AC-LEASE
           MOVE HV-LEASE-DESC    TO AC-DESC
           MOVE WS-PRESENT-VALUE TO AC-AMOUNT
           IF HV-FINANCE-LEASE
               MOVE 'FINANCE - ROU ASSET AND LIABILITY' TO AC-NOTE
           ELSE
               MOVE 'OPERATING - ROU ASSET AND LIABILITY' TO AC-NOTE
           END-IF
           PERFORM 9200-WRITE-ACTIVITY-LINE.

       2199-COMMENCE-EXIT.
           EXIT.

      *--- 2200 BUILD THE PAYMENT STREAM WITH ESCALATIONS ---
      *    The payment steps up by ESCALATION_PCT at the start of
      *    every ESCALATION_MONTHS-month block after the first.
       2200-BUILD-PAYMENT-STREAM.
           MOVE HV-BASE-PAYMENT TO WS-PAYMENT
           MOVE ZEROS TO WS-TOTAL-PAYMENTS

           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > HV-TERM-MONTHS
               IF WS-MONTH-IDX > 1 AND HV-ESC-PCT NOT = ZEROS
                   COMPUTE WS-MONTHS-ELAPSED = WS-MONTH-IDX - 1
                   DIVIDE WS-MONTHS-ELAPSED BY HV-ESC-MONTHS
                       GIVING WS-ESC-QUOTIENT
                       REMAINDER WS-ESC-REMAINDER
                   IF WS-ESC-REMAINDER = ZEROS
                       COMPUTE WS-PAYMENT ROUNDED =
                           WS-PAYMENT * (100 + HV-ESC-PCT) / 100
                   END-IF
               END-IF
               MOVE WS-PAYMENT TO WS-PAY-AMT (WS-MONTH-IDX)
               ADD WS-PAYMENT TO WS-TOTAL-PAYMENTS
           END-PERFORM.

      *--- 2300 DISCOUNT THE STREAM TO PRESENT VALUE ---
      *    Monthly rate is the annual discount rate / 12. A payment
      *    in advance is discounted from the start of its month, a
      *    payment in arrears from the end.
       2300-DISCOUNT-PAYMENTS.
           COMPUTE WS-MONTH-RATE ROUNDED = HV-DISCOUNT-RATE / 1200
           COMPUTE WS-ONE-PLUS-RATE = 1 + WS-MONTH-RATE
           IF HV-PAY-IN-ADVANCE
               MOVE 1 TO WS-DISC-FACTOR
           ELSE
               COMPUTE WS-DISC-FACTOR ROUNDED = 1 / WS-ONE-PLUS-RATE
           END-IF
           MOVE ZEROS TO WS-PV-WORK

           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > HV-TERM-MONTHS
               COMPUTE WS-PV-WORK ROUNDED = WS-PV-WORK
                   + WS-PAY-AMT (WS-MONTH-IDX) * WS-DISC-FACTOR
               COMPUTE WS-DISC-FACTOR ROUNDED =
                   WS-DISC-FACTOR / WS-ONE-PLUS-RATE
           END-PERFORM

           COMPUTE WS-PRESENT-VALUE ROUNDED = WS-PV-WORK.

      *--- 2400 WRITE THE MONTH-BY-MONTH SCHEDULE ---
      *    Interest accretes on the liability outstanding through
      *    the month (after an advance payment, before an arrears
      *    one); the last month takes whatever rounding is left so
      *    the liability and the ROU asset both finish at zero.
      *    An operating lease's cost is level - total payments over
      *    the term - and its ROU amortization is that cost less the
      *    month's interest; a finance lease amortizes the ROU
      *    straight-line and expenses interest on top.
       2400-BUILD-SCHEDULE.
           MOVE WS-PRESENT-VALUE TO WS-LIAB-RUN
           MOVE ZEROS TO WS-AMORT-TO-DATE
           COMPUTE WS-SL-COST ROUNDED =
               WS-TOTAL-PAYMENTS / HV-TERM-MONTHS
           COMPUTE WS-SL-AMORT ROUNDED =
               WS-PRESENT-VALUE / HV-TERM-MONTHS
           MOVE HV-COMMENCE-DATE (1:4) TO WS-SCHED-YYYY
           MOVE HV-COMMENCE-DATE (6:2) TO WS-SCHED-MM

           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > HV-TERM-MONTHS
               PERFORM 2410-SCHEDULE-ONE-MONTH
           END-PERFORM.

       2410-SCHEDULE-ONE-MONTH.
           MOVE WS-PAY-AMT (WS-MONTH-IDX) TO WS-PAYMENT
           MOVE WS-LIAB-RUN TO WS-OPEN-LIAB

           EVALUATE TRUE
               WHEN WS-MONTH-IDX = HV-TERM-MONTHS
                   COMPUTE WS-INTEREST = WS-PAYMENT - WS-LIAB-RUN
               WHEN HV-PAY-IN-ADVANCE
                   COMPUTE WS-INTEREST ROUNDED =
                       (WS-LIAB-RUN - WS-PAYMENT) * WS-MONTH-RATE
               WHEN OTHER
                   COMPUTE WS-INTEREST ROUNDED =
                       WS-LIAB-RUN * WS-MONTH-RATE
           END-EVALUATE
           COMPUTE WS-PRINCIPAL = WS-PAYMENT - WS-INTEREST
           SUBTRACT WS-PRINCIPAL FROM WS-LIAB-RUN

           EVALUATE TRUE
               WHEN WS-MONTH-IDX = HV-TERM-MONTHS
                   COMPUTE WS-AMORT =
                       WS-PRESENT-VALUE - WS-AMORT-TO-DATE
               WHEN HV-OPERATING-LEASE
                   COMPUTE WS-AMORT = WS-SL-COST - WS-INTEREST
               WHEN OTHER
                   MOVE WS-SL-AMORT TO WS-AMORT
           END-EVALUATE
           IF WS-AMORT-TO-DATE + WS-AMORT > WS-PRESENT-VALUE
               COMPUTE WS-AMORT =
                   WS-PRESENT-VALUE - WS-AMORT-TO-DATE
           END-IF
           ADD WS-AMORT TO WS-AMORT-TO-DATE
           COMPUTE WS-LEASE-COST = WS-INTEREST + WS-AMORT

           IF WS-MONTH-IDX > 1
               ADD 1 TO WS-SCHED-MM
               IF WS-SCHED-MM > 12
                   MOVE 1 TO WS-SCHED-MM
                   ADD 1 TO WS-SCHED-YYYY
               END-IF
           END-IF

           IF HV-PAY-IN-ADVANCE
               COMPUTE HV-DUE-OFFSET = WS-MONTH-IDX - 1
               MOVE ZEROS TO HV-DUE-LESS-DAYS
           ELSE
               MOVE WS-MONTH-IDX TO HV-DUE-OFFSET
               MOVE 1 TO HV-DUE-LESS-DAYS
           END-IF

           MOVE WS-MONTH-IDX    TO HV-SCHED-SEQ
           MOVE WS-SCHED-PERIOD TO HV-SCHED-PERIOD
           MOVE WS-OPEN-LIAB    TO HV-OPEN-LIAB
           MOVE WS-PAYMENT      TO HV-PAYMENT-AMT
           MOVE WS-INTEREST     TO HV-INTEREST-AMT
           MOVE WS-PRINCIPAL    TO HV-PRINCIPAL-AMT
           MOVE WS-LIAB-RUN     TO HV-CLOSE-LIAB
           MOVE WS-AMORT        TO HV-AMORT-AMT
           MOVE WS-LEASE-COST   TO HV-COST-AMT

           EXEC SQL
               INSERT INTO LEASE_SCHEDULE
               (LEASE_ID, SCHED_SEQ, PERIOD_ID, DUE_DATE,
                OPEN_LIABILITY, PAYMENT_AMT, INTEREST_AMT,
                PRINCIPAL_AMT, CLOSE_LIABILITY, ROU_AMORT_AMT,
                LEASE_COST_AMT, VARIANCE_AMT, STATUS)
               VALUES
               (:HV-LEASE-ID, :HV-SCHED-SEQ, :HV-SCHED-PERIOD,
                DATE(:HV-COMMENCE-DATE) + :HV-DUE-OFFSET MONTHS
                                        - :HV-DUE-LESS-DAYS DAYS,
                :HV-OPEN-LIAB, :HV-PAYMENT-AMT, :HV-INTEREST-AMT,
                :HV-PRINCIPAL-AMT, :HV-CLOSE-LIAB, :HV-AMORT-AMT,
                :HV-COST-AMT, 0, 'PENDING')
           END-EXEC.

      *--- 2500 BOOK THE INITIAL ROU ASSET AND LIABILITY ---
       2500-STAGE-COMMENCEMENT-JRNL.
           IF HV-FINANCE-LEASE
               MOVE WS-ROU-FIN-ACCT   TO WS-ROU-ACCT
               MOVE WS-LIAB-FIN-ACCT  TO WS-LIAB-ACCT
           ELSE
               MOVE WS-ROU-OPER-ACCT  TO WS-ROU-ACCT
               MOVE WS-LIAB-OPER-ACCT TO WS-LIAB-ACCT
           END-IF

           MOVE SPACES TO HV-GL-DESC
           STRING 'LEASE ' WS-LEASE-ID-DISP ' COMMENCED'
               DELIMITED SIZE INTO HV-GL-DESC
           PERFORM 7000-CREATE-STAGED-JOURNAL
           MOVE ZEROS            TO HV-AUDIT-SEQ
           MOVE WS-PRESENT-VALUE TO HV-GL-AMT
           MOVE WS-ROU-ACCT      TO HV-GL-ACCT
           MOVE 'D'              TO HV-GL-DRCR
           PERFORM 7100-INSERT-JOURNAL-LINE
               THRU 7199-INSERT-EXIT
           MOVE WS-PRESENT-VALUE TO HV-GL-AMT
           MOVE WS-LIAB-ACCT     TO HV-GL-ACCT
           MOVE 'C'              TO HV-GL-DRCR
           PERFORM 7100-INSERT-JOURNAL-LINE
               THRU 7199-INSERT-EXIT.

      *--- 3000 POST EVERY SCHEDULE MONTH DUE ---
      *    Earlier months are swept too, so a lease keyed late or a
      *    missed run catches up, as PPDAMR01 does with prepaid
      *    slices. Each month commits with its journal; the cursor
      *    is held across those commits.
       3000-POST-DUE-MONTHS.
           MOVE SPACES TO H1-TITLE
           MOVE 'ACME CORPORATION - LEASE MONTHLY POSTING'
               TO H1-TITLE
           MOVE POST-HDR TO WS-COL-HDR
           PERFORM 9100-PRINT-HEADERS

           MOVE 'N' TO WS-DUE-EOF-SWITCH

           EXEC SQL
               DECLARE DUE-CUR CURSOR WITH HOLD FOR
               SELECT S.LEASE_ID, S.SCHED_SEQ, S.PERIOD_ID,
                      S.PAYMENT_AMT, S.INTEREST_AMT,
                      S.PRINCIPAL_AMT, S.CLOSE_LIABILITY,
                      S.ROU_AMORT_AMT, S.LEASE_COST_AMT,
                      M.LEASE_DESC, M.LEASE_CLASS,
                      COALESCE(M.TEMPLATE_ID, 0), M.TERM_MONTHS,
                      M.ROU_INITIAL
               FROM   LEASE_SCHEDULE S
               JOIN   LEASE_MASTER M
                      ON M.LEASE_ID = S.LEASE_ID
               WHERE  S.STATUS = 'PENDING'
               AND    M.STATUS = 'ACTIVE'
               AND    S.PERIOD_ID <= :HV-PERIOD-ID
               ORDER BY S.LEASE_ID, S.SCHED_SEQ
           END-EXEC

           EXEC SQL  OPEN DUE-CUR  END-EXEC

           PERFORM UNTIL WS-DUE-EOF
               EXEC SQL
                   FETCH DUE-CUR
                   INTO :HV-LEASE-ID, :HV-SCHED-SEQ,
                        :HV-SCHED-PERIOD, :HV-PAYMENT-AMT,
                        :HV-INTEREST-AMT, :HV-PRINCIPAL-AMT,
                        :HV-CLOSE-LIAB, :HV-AMORT-AMT,
                        :HV-COST-AMT, :HV-LEASE-DESC,
                        :HV-LEASE-CLASS, :HV-TEMPLATE-ID,
                        :HV-TERM-MONTHS, :HV-ROU-INITIAL
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-DUE-EOF-SWITCH
               ELSE
                   PERFORM 3100-POST-ONE-MONTH
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE DUE-CUR  END-EXEC.

      *--- 3100 POST ONE LEASE MONTH ---
       3100-POST-ONE-MONTH.
           MOVE HV-LEASE-ID TO WS-LEASE-ID-DISP
           IF HV-FINANCE-LEASE
               MOVE WS-LIAB-FIN-ACCT  TO WS-LIAB-ACCT
           ELSE
               MOVE WS-LIAB-OPER-ACCT TO WS-LIAB-ACCT
           END-IF

           PERFORM 3200-MATCH-MONTH-PAYMENT
               THRU 3299-MATCH-EXIT
           PERFORM 3300-STAGE-MONTH-JOURNAL

           MOVE WS-VARIANCE TO HV-VARIANCE-AMT

           EXEC SQL
               UPDATE LEASE_SCHEDULE
               SET    STATUS        = 'POSTED',
                      POSTED_PERIOD = :HV-PERIOD-ID,
                      POSTED_DATE   = CURRENT DATE,
                      JOURNAL_ID    = :HV-NEXT-JOURNAL-ID,
                      VARIANCE_AMT  = :HV-VARIANCE-AMT
               WHERE  LEASE_ID  = :HV-LEASE-ID
               AND    SCHED_SEQ = :HV-SCHED-SEQ
           END-EXEC

           EXEC SQL
               UPDATE LEASE_MASTER
               SET    LIAB_BALANCE    = :HV-CLOSE-LIAB,
                      ROU_ACCUM_AMORT = ROU_ACCUM_AMORT
                                        + :HV-AMORT-AMT,
                      ROU_NET         = ROU_INITIAL
                                        - ROU_ACCUM_AMORT
                                        - :HV-AMORT-AMT,
                      STATUS = CASE WHEN :HV-SCHED-SEQ
                                         >= TERM_MONTHS
                                    THEN 'ENDED'
                                    ELSE 'ACTIVE' END
               WHERE  LEASE_ID = :HV-LEASE-ID
           END-EXEC

           EXEC SQL  COMMIT  END-EXEC

           ADD 1 TO WS-MONTHS-POSTED
           IF HV-SCHED-SEQ >= HV-TERM-MONTHS
               ADD 1 TO WS-LEASES-ENDED
           END-IF
           IF HV-FINANCE-LEASE
               ADD HV-AMORT-AMT    TO WS-FIN-AMORT-TOTAL
               ADD HV-INTEREST-AMT TO WS-FIN-INT-TOTAL
           ELSE
               ADD HV-COST-AMT     TO WS-OPER-COST-TOTAL
           END-IF
           ADD WS-VARIANCE TO WS-VARIABLE-TOTAL

           IF WS-LINE-COUNT > 55
               PERFORM 9100-PRINT-HEADERS
           END-IF
           MOVE HV-LEASE-ID      TO PD-LEASE
           MOVE HV-LEASE-DESC    TO PD-DESC
           MOVE HV-LEASE-CLASS   TO PD-CLASS
           MOVE HV-SCHED-PERIOD  TO PD-PERIOD
           MOVE HV-PAYMENT-AMT   TO PD-PAYMENT
           MOVE HV-INTEREST-AMT  TO PD-INTEREST
           MOVE HV-PRINCIPAL-AMT TO PD-PRINCIPAL
           MOVE HV-AMORT-AMT     TO PD-AMORT
           MOVE WS-VARIANCE      TO PD-VARIANCE
           MOVE POST-DET-LINE    TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

      *--- 3200 MATCH THE MONTH'S VOUCHER TO THE SCHEDULE ---
      *    The APRCUR01 voucher for the lease's template debits the
      *    liability with whatever was billed once it is MATCHED.
      *    Billed above or below the scheduled payment is variable
      *    lease cost, reclassed here so the liability stays on
      *    its schedule. No voucher yet is logged to be chased;
      *    the liability simply stays up until it arrives.
       3200-MATCH-MONTH-PAYMENT.
           MOVE ZEROS TO WS-VARIANCE

           IF HV-TEMPLATE-ID = ZEROS
               MOVE 'E'            TO HV-EXC-SEVERITY
               MOVE 'LS-NO-TMPL'   TO HV-EXC-REASON
               MOVE WS-LEASE-ID-DISP TO HV-EXC-KEY
               PERFORM 9700-LOG-EXCEPTION
               GO TO 3299-MATCH-EXIT
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(INVOICE_TOTAL), 0), COUNT(*)
               INTO   :HV-BILLED-AMT, :HV-BILLED-COUNT
               FROM   AP_INVOICE
               WHERE  RECUR_TEMPLATE_ID = :HV-TEMPLATE-ID
               AND    PERIOD_ID         = :HV-SCHED-PERIOD
               AND    STATUS IN ('MATCHED', 'PAID')
           END-EXEC

           IF HV-BILLED-COUNT = ZEROS
               ADD 1 TO WS-PAYMENTS-MISSING
               MOVE 'W'           TO HV-EXC-SEVERITY
               MOVE 'LS-NO-PAYMT' TO HV-EXC-REASON
               MOVE SPACES        TO HV-EXC-KEY
               STRING WS-LEASE-ID-DISP ' ' HV-SCHED-PERIOD
                   DELIMITED SIZE INTO HV-EXC-KEY
               PERFORM 9700-LOG-EXCEPTION
               GO TO 3299-MATCH-EXIT
           END-IF

           COMPUTE WS-VARIANCE = HV-BILLED-AMT - HV-PAYMENT-AMT.

       3299-MATCH-EXIT.
           EXIT.

      *--- 3300 STAGE THE MONTH'S LEASE JOURNAL ---
      *    Operating:  DR 6210 lease cost / CR 2700 interest
      *                accretion / CR 1600 ROU amortization (a
      *                negative amortization early in a steeply
      *                escalating lease debits 1600 instead).
      *    Finance:    DR 7520 interest / CR 2710, and DR 6220
      *                amortization / CR 1630 accumulated.
      *    Variance:   DR 6230 / CR the liability for an over-bill,
      *                the reverse for an under-bill.
       3300-STAGE-MONTH-JOURNAL.
           MOVE SPACES TO HV-GL-DESC
           STRING 'LEASE ' WS-LEASE-ID-DISP ' PERIOD '
                  HV-SCHED-PERIOD
               DELIMITED SIZE INTO HV-GL-DESC
           PERFORM 7000-CREATE-STAGED-JOURNAL
           MOVE ZEROS TO HV-AUDIT-SEQ

           IF HV-FINANCE-LEASE
               MOVE HV-INTEREST-AMT   TO HV-GL-AMT
               MOVE WS-LEASE-INT-ACCT TO HV-GL-ACCT
               MOVE 'D'               TO HV-GL-DRCR
               PERFORM 7100-INSERT-JOURNAL-LINE
                   THRU 7199-INSERT-EXIT
               MOVE HV-INTEREST-AMT   TO HV-GL-AMT
               MOVE WS-LIAB-FIN-ACCT  TO HV-GL-ACCT
               MOVE 'C'               TO HV-GL-DRCR
               PERFORM 7100-INSERT-JOURNAL-LINE
                   THRU 7199-INSERT-EXIT
               MOVE HV-AMORT-AMT      TO HV-GL-AMT
               MOVE WS-FIN-AMORT-ACCT TO HV-GL-ACCT
               MOVE 'D'               TO HV-GL-DRCR
               PERFORM 7100-INSERT-JOURNAL-LINE
                   THRU 7199-INSERT-EXIT
               MOVE HV-AMORT-AMT      TO HV-GL-AMT
               MOVE WS-ROU-FIN-ACCUM  TO HV-GL-ACCT
               MOVE 'C'               TO HV-GL-DRCR
               PERFORM 7100-INSERT-JOURNAL-LINE
                   THRU 7199-INSERT-EXIT
           ELSE
               MOVE HV-COST-AMT       TO HV-GL-AMT
               MOVE WS-OPER-COST-ACCT TO HV-GL-ACCT
               MOVE 'D'               TO HV-GL-DRCR
               PERFORM 7100-INSERT-JOURNAL-LINE
                   THRU 7199-INSERT-EXIT
               MOVE HV-INTEREST-AMT   TO HV-GL-AMT
               MOVE WS-LIAB-OPER-ACCT TO HV-GL-ACCT
               MOVE 'C'               TO HV-GL-DRCR
               PERFORM 7100-INSERT-JOURNAL-LINE
                   THRU 7199-INSERT-EXIT
               MOVE HV-AMORT-AMT      TO HV-GL-AMT
               MOVE WS-ROU-OPER-ACCT  TO HV-GL-ACCT
               MOVE 'C'               TO HV-GL-DRCR
               PERFORM 7100-INSERT-JOURNAL-LINE
                   THRU 7199-INSERT-EXIT
           END-IF

           MOVE WS-VARIANCE       TO HV-GL-AMT
           MOVE WS-VARIABLE-ACCT  TO HV-GL-ACCT
           MOVE 'D'               TO HV-GL-DRCR
           PERFORM 7100-INSERT-JOURNAL-LINE
               THRU 7199-INSERT-EXIT
           MOVE WS-VARIANCE       TO HV-GL-AMT
           MOVE WS-LIAB-ACCT      TO HV-GL-ACCT
           MOVE 'C'               TO HV-GL-DRCR
           PERFORM 7100-INSERT-JOURNAL-LINE
               THRU 7199-INSERT-EXIT.

      *--- 4000 PRINT THE MATURITY ANALYSIS ---
      *    Undiscounted payments still to come, bucketed by years
      *    out from the period (a row left unposted from an earlier
      *    month counts in year 1), less the interest they carry,
      *    equal the liability. The current portion is the
      *    principal the next twelve months' payments retire.
       4000-PRINT-MATURITY-ANALYSIS.
           MOVE SPACES TO H1-TITLE
           MOVE 'ACME CORPORATION - LEASE MATURITY ANALYSIS'
               TO H1-TITLE
           MOVE MAT-HDR TO WS-COL-HDR
           PERFORM 9100-PRINT-HEADERS

           INITIALIZE WS-MAT-TOTALS
           MOVE 'N' TO WS-MAT-EOF-SWITCH

           EXEC SQL
               DECLARE MAT-CUR CURSOR FOR
               SELECT X.LEASE_CLASS,
                      SUM(CASE WHEN X.MO <= 12
                               THEN X.PAYMENT_AMT ELSE 0 END),
                      SUM(CASE WHEN X.MO BETWEEN 13 AND 24
                               THEN X.PAYMENT_AMT ELSE 0 END),
                      SUM(CASE WHEN X.MO BETWEEN 25 AND 36
                               THEN X.PAYMENT_AMT ELSE 0 END),
                      SUM(CASE WHEN X.MO BETWEEN 37 AND 48
                               THEN X.PAYMENT_AMT ELSE 0 END),
                      SUM(CASE WHEN X.MO BETWEEN 49 AND 60
                               THEN X.PAYMENT_AMT ELSE 0 END),
                      SUM(CASE WHEN X.MO > 60
                               THEN X.PAYMENT_AMT ELSE 0 END),
                      SUM(X.PAYMENT_AMT),
                      SUM(CASE WHEN X.MO <= 12
                               THEN X.PRINCIPAL_AMT ELSE 0 END)
               FROM  (SELECT M.LEASE_CLASS, S.PAYMENT_AMT,
                             S.PRINCIPAL_AMT,
                             INT(SUBSTR(S.PERIOD_ID, 1, 4)) * 12
                             + INT(SUBSTR(S.PERIOD_ID, 5, 2))
                             - :HV-PERIOD-MONTHS AS MO
                      FROM   LEASE_SCHEDULE S
                      JOIN   LEASE_MASTER M
                             ON M.LEASE_ID = S.LEASE_ID
                      WHERE  S.STATUS = 'PENDING'
                      AND    M.STATUS = 'ACTIVE') X
               GROUP BY X.LEASE_CLASS
               ORDER BY X.LEASE_CLASS DESC
           END-EXEC

           EXEC SQL  OPEN MAT-CUR  END-EXEC

           PERFORM UNTIL WS-MAT-EOF
               EXEC SQL
                   FETCH MAT-CUR
                   INTO :HV-LEASE-CLASS, :HV-MT-YEAR1,
                        :HV-MT-YEAR2, :HV-MT-YEAR3, :HV-MT-YEAR4,
                        :HV-MT-YEAR5, :HV-MT-LATER, :HV-MT-TOTAL,
                        :HV-MT-CURRENT
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-MAT-EOF-SWITCH
               ELSE
                   PERFORM 4100-WRITE-MATURITY-CLASS
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE MAT-CUR  END-EXEC

           MOVE SPACES  TO MAT-LINE
           MOVE 'TOTAL' TO MT-CLASS
           PERFORM VARYING WS-MAT-IDX FROM 1 BY 1
               UNTIL WS-MAT-IDX > 6
               MOVE WS-MT-YEAR-TOT (WS-MAT-IDX)
                   TO MT-AMT (WS-MAT-IDX)
           END-PERFORM
           MOVE WS-MT-UNDISC-TOT TO MT-TOTAL
           WRITE REPORT-LINE FROM MAT-LINE
           ADD 1 TO WS-LINE-COUNT

      *    Second table: from the undiscounted total down to the
      *    liability on the balance sheet, class by class.
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM LIAB-HDR
           WRITE REPORT-LINE FROM SPACES
           ADD 3 TO WS-LINE-COUNT

           MOVE 'N' TO WS-MAT-EOF-SWITCH
           EXEC SQL  OPEN MAT-CUR  END-EXEC

           PERFORM UNTIL WS-MAT-EOF
               EXEC SQL
                   FETCH MAT-CUR
                   INTO :HV-LEASE-CLASS, :HV-MT-YEAR1,
                        :HV-MT-YEAR2, :HV-MT-YEAR3, :HV-MT-YEAR4,
                        :HV-MT-YEAR5, :HV-MT-LATER, :HV-MT-TOTAL,
                        :HV-MT-CURRENT
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-MAT-EOF-SWITCH
               ELSE
                   PERFORM 4200-WRITE-LIABILITY-CLASS
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE MAT-CUR  END-EXEC

           MOVE SPACES  TO LIAB-LINE
           MOVE 'TOTAL' TO LB-CLASS
           MOVE WS-MT-UNDISC-TOT  TO LB-UNDISC
           MOVE WS-MT-IMPUTED-TOT TO LB-IMPUTED
           MOVE WS-MT-LIAB-TOT    TO LB-LIAB
           MOVE WS-MT-CURRENT-TOT TO LB-CURRENT
           MOVE WS-MT-NONCURR-TOT TO LB-NONCURR
           WRITE REPORT-LINE FROM LIAB-LINE
           ADD 1 TO WS-LINE-COUNT.

       4100-WRITE-MATURITY-CLASS.
           PERFORM 4900-SET-CLASS-NAME
           MOVE SPACES        TO MAT-LINE
           MOVE WS-CLASS-NAME TO MT-CLASS
           MOVE HV-MT-YEAR1   TO MT-AMT (1)
           MOVE HV-MT-YEAR2   TO MT-AMT (2)
           MOVE HV-MT-YEAR3   TO MT-AMT (3)
           MOVE HV-MT-YEAR4   TO MT-AMT (4)
           MOVE HV-MT-YEAR5   TO MT-AMT (5)
           MOVE HV-MT-LATER   TO MT-AMT (6)
           MOVE HV-MT-TOTAL   TO MT-TOTAL
           WRITE REPORT-LINE FROM MAT-LINE
           ADD 1 TO WS-LINE-COUNT

           ADD HV-MT-YEAR1 TO WS-MT-YEAR-TOT (1)
           ADD HV-MT-YEAR2 TO WS-MT-YEAR-TOT (2)
           ADD HV-MT-YEAR3 TO WS-MT-YEAR-TOT (3)
           ADD HV-MT-YEAR4 TO WS-MT-YEAR-TOT (4)
           ADD HV-MT-YEAR5 TO WS-MT-YEAR-TOT (5)
           ADD HV-MT-LATER TO WS-MT-YEAR-TOT (6)
           ADD HV-MT-TOTAL TO WS-MT-UNDISC-TOT.

      *    Weighted-average rate and remaining term are weighted by
      *    each lease's liability balance.
       4200-WRITE-LIABILITY-CLASS.
           PERFORM 4900-SET-CLASS-NAME

           EXEC SQL
               SELECT COALESCE(SUM(M.LIAB_BALANCE), 0),
                      COALESCE(SUM(M.LIAB_BALANCE
                                   * M.DISCOUNT_RATE), 0),
                      COALESCE(SUM(M.LIAB_BALANCE *
                          (SELECT COUNT(*)
                           FROM   LEASE_SCHEDULE S
                           WHERE  S.LEASE_ID = M.LEASE_ID
                           AND    S.STATUS   = 'PENDING')), 0)
               INTO   :HV-MT-LIABILITY, :HV-MT-RATE-WTD,
                      :HV-MT-TERM-WTD
               FROM   LEASE_MASTER M
               WHERE  M.STATUS      = 'ACTIVE'
               AND    M.LEASE_CLASS = :HV-LEASE-CLASS
           END-EXEC

           MOVE ZEROS TO WS-WTD-RATE
           MOVE ZEROS TO WS-WTD-TERM
           IF HV-MT-LIABILITY NOT = ZEROS
               COMPUTE WS-WTD-RATE ROUNDED =
                   HV-MT-RATE-WTD / HV-MT-LIABILITY
               COMPUTE WS-WTD-TERM ROUNDED =
                   HV-MT-TERM-WTD / HV-MT-LIABILITY
           END-IF

           MOVE SPACES          TO LIAB-LINE
           MOVE WS-CLASS-NAME   TO LB-CLASS
           MOVE HV-MT-TOTAL     TO LB-UNDISC
           COMPUTE WS-BEGIN-AMT = HV-MT-TOTAL - HV-MT-LIABILITY
           MOVE WS-BEGIN-AMT    TO LB-IMPUTED
           MOVE HV-MT-LIABILITY TO LB-LIAB
           MOVE HV-MT-CURRENT   TO LB-CURRENT
           COMPUTE WS-BEGIN-AMT = HV-MT-LIABILITY - HV-MT-CURRENT
           MOVE WS-BEGIN-AMT    TO LB-NONCURR
           MOVE WS-WTD-RATE     TO LB-RATE
           MOVE WS-WTD-TERM     TO LB-TERM
           WRITE REPORT-LINE FROM LIAB-LINE
           ADD 1 TO WS-LINE-COUNT

           COMPUTE WS-MT-IMPUTED-TOT = WS-MT-IMPUTED-TOT
               + HV-MT-TOTAL - HV-MT-LIABILITY
           ADD HV-MT-LIABILITY TO WS-MT-LIAB-TOT
           ADD HV-MT-CURRENT   TO WS-MT-CURRENT-TOT
           COMPUTE WS-MT-NONCURR-TOT = WS-MT-NONCURR-TOT
               + HV-MT-LIABILITY - HV-MT-CURRENT.

       4900-SET-CLASS-NAME.
           IF HV-FINANCE-LEASE
               MOVE 'FINANCE'   TO WS-CLASS-NAME
           ELSE
               MOVE 'OPERATING' TO WS-CLASS-NAME
           END-IF.

      *--- 5000 PRINT THE LIABILITY AND ROU ROLL-FORWARDS ---
      *    Every active lease, plus any that ended this period.
      *    Additions are leases booked this period; accretion,
      *    payments and amortization are the schedule months posted
      *    this period. Beginning is derived from the ending
      *    balance, so each line rolls by construction and the
      *    ending totals are what 5500 ties to the GL.
       5000-PRINT-ROLL-FORWARDS.
           EXEC SQL
               DECLARE RF-CUR CURSOR FOR
               SELECT M.LEASE_ID, M.LEASE_DESC, M.LEASE_CLASS,
                      CASE WHEN M.BOOKED_PERIOD = :HV-PERIOD-ID
                           THEN M.LIAB_INITIAL ELSE 0 END,
                      CASE WHEN M.BOOKED_PERIOD = :HV-PERIOD-ID
                           THEN M.ROU_INITIAL ELSE 0 END,
                      COALESCE(SUM(S.INTEREST_AMT), 0),
                      COALESCE(SUM(S.PAYMENT_AMT), 0),
                      COALESCE(SUM(S.ROU_AMORT_AMT), 0),
                      M.LIAB_BALANCE, M.ROU_NET
               FROM   LEASE_MASTER M
               LEFT JOIN LEASE_SCHEDULE S
                      ON  S.LEASE_ID      = M.LEASE_ID
                      AND S.STATUS        = 'POSTED'
                      AND S.POSTED_PERIOD = :HV-PERIOD-ID
               WHERE  M.STATUS = 'ACTIVE'
               OR    (M.STATUS = 'ENDED'
                      AND S.LEASE_ID IS NOT NULL)
               GROUP BY M.LEASE_ID, M.LEASE_DESC, M.LEASE_CLASS,
                        M.BOOKED_PERIOD, M.LIAB_INITIAL,
                        M.ROU_INITIAL, M.LIAB_BALANCE, M.ROU_NET
               ORDER BY M.LEASE_CLASS DESC, M.LEASE_ID
           END-EXEC

           MOVE 'L' TO WS-RF-PASS
           PERFORM 5050-PRINT-ONE-ROLL-FORWARD
           MOVE 'R' TO WS-RF-PASS
           PERFORM 5050-PRINT-ONE-ROLL-FORWARD.

       5050-PRINT-ONE-ROLL-FORWARD.
           MOVE SPACES TO H1-TITLE
           IF WS-RF-LIABILITY
               MOVE 'ACME CORPORATION - LEASE LIABILITY ROLL-FWD'
                   TO H1-TITLE
               MOVE RF-LIAB-HDR TO WS-COL-HDR
           ELSE
               MOVE 'ACME CORPORATION - ROU ASSET ROLL-FORWARD'
                   TO H1-TITLE
               MOVE RF-ROU-HDR TO WS-COL-HDR
           END-IF
           PERFORM 9100-PRINT-HEADERS
           INITIALIZE WS-RF-TOTAL-TABLE

           MOVE 'N' TO WS-RF-EOF-SWITCH
           EXEC SQL  OPEN RF-CUR  END-EXEC

           PERFORM UNTIL WS-RF-EOF
               EXEC SQL
                   FETCH RF-CUR
                   INTO :HV-LEASE-ID, :HV-LEASE-DESC,
                        :HV-LEASE-CLASS, :HV-RF-ADD,
                        :HV-RF-ROU-ADD, :HV-RF-INTEREST,
                        :HV-RF-PAYMENT, :HV-RF-AMORT,
                        :HV-RF-LIAB-END, :HV-RF-ROU-END
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-RF-EOF-SWITCH
               ELSE
                   PERFORM 5100-WRITE-RF-LINE
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE RF-CUR  END-EXEC

           WRITE REPORT-LINE FROM SPACES
           MOVE 'OPERATING LEASES' TO RT-LABEL
           MOVE 1 TO WS-RF-CLASS-IDX
           PERFORM 5200-WRITE-RF-TOTAL
           MOVE 'FINANCE LEASES'   TO RT-LABEL
           MOVE 2 TO WS-RF-CLASS-IDX
           PERFORM 5200-WRITE-RF-TOTAL
           MOVE 'ALL LEASES'       TO RT-LABEL
           MOVE 3 TO WS-RF-CLASS-IDX
           PERFORM 5200-WRITE-RF-TOTAL

           IF WS-RF-LIABILITY
               MOVE WS-RFT-END (3) TO WS-RF-LIAB-END-TOT
           ELSE
               MOVE WS-RFT-END (3) TO WS-RF-ROU-END-TOT
           END-IF.

      *--- 5100 ONE ROLL-FORWARD LINE ---
      *    Liability: beginning + additions + accretion - payments
      *    = ending. ROU: beginning + additions - amortization =
      *    ending (the payments column is left blank).
       5100-WRITE-RF-LINE.
           IF WS-LINE-COUNT > 55
               PERFORM 9100-PRINT-HEADERS
           END-IF
           IF HV-FINANCE-LEASE
               MOVE 2 TO WS-RF-CLASS-IDX
           ELSE
               MOVE 1 TO WS-RF-CLASS-IDX
           END-IF

           MOVE SPACES         TO RF-DET-LINE
           MOVE HV-LEASE-ID    TO RF-LEASE
           MOVE HV-LEASE-DESC  TO RF-DESC
           MOVE HV-LEASE-CLASS TO RF-CLASS

           IF WS-RF-LIABILITY
               COMPUTE WS-BEGIN-AMT = HV-RF-LIAB-END - HV-RF-ADD
                   - HV-RF-INTEREST + HV-RF-PAYMENT
               MOVE WS-BEGIN-AMT   TO RF-BEGIN
               MOVE HV-RF-ADD      TO RF-ADD
               MOVE HV-RF-INTEREST TO RF-CHANGE
               MOVE HV-RF-PAYMENT  TO RF-PAYMENT
               MOVE HV-RF-LIAB-END TO RF-END
           ELSE
               COMPUTE WS-BEGIN-AMT = HV-RF-ROU-END - HV-RF-ROU-ADD
                   + HV-RF-AMORT
               MOVE WS-BEGIN-AMT   TO RF-BEGIN
               MOVE HV-RF-ROU-ADD  TO RF-ADD
               MOVE HV-RF-AMORT    TO RF-CHANGE
               MOVE HV-RF-ROU-END  TO RF-END
           END-IF
           MOVE RF-DET-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT

           PERFORM 5150-ADD-RF-TOTALS
           MOVE 3 TO WS-RF-CLASS-IDX
           PERFORM 5150-ADD-RF-TOTALS.

      *    Into the class's totals and again into all leases.
       5150-ADD-RF-TOTALS.
           ADD WS-BEGIN-AMT TO WS-RFT-BEGIN (WS-RF-CLASS-IDX)
           IF WS-RF-LIABILITY
               ADD HV-RF-ADD      TO WS-RFT-ADD (WS-RF-CLASS-IDX)
               ADD HV-RF-INTEREST TO WS-RFT-CHANGE (WS-RF-CLASS-IDX)
               ADD HV-RF-PAYMENT  TO WS-RFT-PAYMENT (WS-RF-CLASS-IDX)
               ADD HV-RF-LIAB-END TO WS-RFT-END (WS-RF-CLASS-IDX)
           ELSE
               ADD HV-RF-ROU-ADD  TO WS-RFT-ADD (WS-RF-CLASS-IDX)
               ADD HV-RF-AMORT    TO WS-RFT-CHANGE (WS-RF-CLASS-IDX)
               ADD HV-RF-ROU-END  TO WS-RFT-END (WS-RF-CLASS-IDX)
           END-IF.

       5200-WRITE-RF-TOTAL.
           MOVE WS-RFT-BEGIN (WS-RF-CLASS-IDX)   TO RT-BEGIN
           MOVE WS-RFT-ADD (WS-RF-CLASS-IDX)     TO RT-ADD
           MOVE WS-RFT-CHANGE (WS-RF-CLASS-IDX)  TO RT-CHANGE
           MOVE WS-RFT-END (WS-RF-CLASS-IDX)     TO RT-END
           IF WS-RF-LIABILITY
               MOVE WS-RFT-PAYMENT (WS-RF-CLASS-IDX) TO RT-PAYMENT
           ELSE
               MOVE ZEROS TO RT-PAYMENT
           END-IF
           MOVE RF-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

      *--- 5500 TIE THE ROLL-FORWARDS TO THE GL ---
      *    Liability against 2700 + 2710; ROU against 1600 + 1620
      *    less 1630. Balances are built the PPDAMR01 way - prior
      *    GL_PERIOD_BALANCE plus this period's POSTED and OPEN
      *    journals - since this run's entries and the vouchers'
      *    are staged for the checker. A voucher not yet approved
      *    shows here as a liability difference until it is.
       5500-TIE-TO-GL.
           MOVE ZEROS TO WS-GL-LIAB-BAL
           MOVE WS-LIAB-OPER-ACCT TO HV-ACCT-NUMBER
           MOVE 'C' TO HV-NORMAL-BAL
           PERFORM 5600-GET-GL-BALANCE
           ADD WS-GL-ACCT-BAL TO WS-GL-LIAB-BAL
           MOVE WS-LIAB-FIN-ACCT TO HV-ACCT-NUMBER
           MOVE 'C' TO HV-NORMAL-BAL
           PERFORM 5600-GET-GL-BALANCE
           ADD WS-GL-ACCT-BAL TO WS-GL-LIAB-BAL

           MOVE ZEROS TO WS-GL-ROU-BAL
           MOVE WS-ROU-OPER-ACCT TO HV-ACCT-NUMBER
           MOVE 'D' TO HV-NORMAL-BAL
           PERFORM 5600-GET-GL-BALANCE
           ADD WS-GL-ACCT-BAL TO WS-GL-ROU-BAL
           MOVE WS-ROU-FIN-ACCT TO HV-ACCT-NUMBER
           MOVE 'D' TO HV-NORMAL-BAL
           PERFORM 5600-GET-GL-BALANCE
           ADD WS-GL-ACCT-BAL TO WS-GL-ROU-BAL
           MOVE WS-ROU-FIN-ACCUM TO HV-ACCT-NUMBER
           MOVE 'C' TO HV-NORMAL-BAL
           PERFORM 5600-GET-GL-BALANCE
           SUBTRACT WS-GL-ACCT-BAL FROM WS-GL-ROU-BAL

           MOVE SPACES TO H1-TITLE
           MOVE 'ACME CORPORATION - LEASE REGISTER'  TO H1-TITLE
           MOVE SPACES TO WS-COL-HDR
           PERFORM 9100-PRINT-HEADERS

           MOVE SPACES TO SL-FLAG
           MOVE 'Liability Roll-Fwd Ending:' TO SL-LABEL
           MOVE WS-RF-LIAB-END-TOT     TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'GL 2700 + 2710 Balance:   ' TO SL-LABEL
           MOVE WS-GL-LIAB-BAL         TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           COMPUTE WS-GL-DIFFERENCE = WS-GL-LIAB-BAL
               - WS-RF-LIAB-END-TOT
           MOVE 'LEASE-LIAB' TO HV-EXC-KEY
           PERFORM 5700-WRITE-DIFFERENCE

           WRITE REPORT-LINE FROM SPACES
           MOVE 'ROU Roll-Fwd Ending:      ' TO SL-LABEL
           MOVE WS-RF-ROU-END-TOT      TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'GL 1600 + 1620 - 1630:    ' TO SL-LABEL
           MOVE WS-GL-ROU-BAL          TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           COMPUTE WS-GL-DIFFERENCE = WS-GL-ROU-BAL
               - WS-RF-ROU-END-TOT
           MOVE 'LEASE-ROU' TO HV-EXC-KEY
           PERFORM 5700-WRITE-DIFFERENCE
           ADD 8 TO WS-LINE-COUNT.

      *--- 5600 ONE ACCOUNT'S BALANCE, SIGNED TO ITS NORMAL SIDE ---
       5600-GET-GL-BALANCE.
           EXEC SQL
               SELECT NORMAL_BAL
               INTO   :HV-NORMAL-BAL
               FROM   CHART_OF_ACCOUNTS
               WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
           END-EXEC

           EXEC SQL
               SELECT
                   COALESCE((SELECT ENDING_BALANCE
                             FROM   GL_PERIOD_BALANCE
                             WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
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
                      AND GJ.STATUS IN ('POSTED', 'OPEN')
               WHERE  JL.ACCT_NUMBER = :HV-ACCT-NUMBER
           END-EXEC

           IF HV-NORMAL-BAL = 'D'
               COMPUTE WS-GL-ACCT-BAL =
                   HV-BEG-BAL + HV-DR-TOTAL - HV-CR-TOTAL
           ELSE
               COMPUTE WS-GL-ACCT-BAL =
                   HV-BEG-BAL - HV-DR-TOTAL + HV-CR-TOTAL
           END-IF.

      *--- 5700 PRINT A TIE-OUT DIFFERENCE, LOGGING IT IF OFF ---
       5700-WRITE-DIFFERENCE.
           MOVE SPACES TO SL-FLAG
           MOVE 'Difference:               ' TO SL-LABEL
           MOVE WS-GL-DIFFERENCE       TO SL-AMOUNT
           IF WS-GL-DIFFERENCE > WS-TOLERANCE
               OR WS-GL-DIFFERENCE < -WS-TOLERANCE
               MOVE '** OUT OF BALANCE **' TO SL-FLAG
               MOVE 'W'         TO HV-EXC-SEVERITY
               MOVE 'LEASE-OOB' TO HV-EXC-REASON
               PERFORM 9700-LOG-EXCEPTION
           END-IF
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO SL-FLAG.

      *--- 6000 PRINT SUMMARY ---
      *    The period's lease cost components, as the lease cost
      *    disclosure presents them.
       6000-PRINT-SUMMARY.
           WRITE REPORT-LINE FROM SPACES
           MOVE 'Leases Commenced:   '  TO SL-LABEL
           MOVE WS-LEASES-COMMENCED    TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Initial ROU/Liability:'  TO SL-LABEL
           MOVE WS-COMMENCED-TOTAL     TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Leases Not Commenced:'  TO SL-LABEL
           MOVE WS-LEASES-REJECTED     TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Lease Months Posted:'  TO SL-LABEL
           MOVE WS-MONTHS-POSTED       TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Leases Ended:       '  TO SL-LABEL
           MOVE WS-LEASES-ENDED        TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Months With No Voucher:'  TO SL-LABEL
           MOVE WS-PAYMENTS-MISSING    TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Operating Lease Cost:'  TO SL-LABEL
           MOVE WS-OPER-COST-TOTAL     TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Finance ROU Amortization:'  TO SL-LABEL
           MOVE WS-FIN-AMORT-TOTAL     TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Finance Lease Interest:'  TO SL-LABEL
           MOVE WS-FIN-INT-TOTAL       TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Variable Lease Cost:'  TO SL-LABEL
           MOVE WS-VARIABLE-TOTAL      TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE.

      *--- 7000 CREATE ONE STAGED-OPEN JOURNAL HEADER ---
      *    Same maker-checker stance as FAREG01's 7000: drafted
      *    OPEN, posted by GLPOST01 once a checker approves it.
       7000-CREATE-STAGED-JOURNAL.
           EXEC SQL
               SELECT COALESCE(MAX(JOURNAL_ID), 0) + 1
               INTO   :HV-NEXT-JOURNAL-ID
               FROM   GL_JOURNAL
           END-EXEC

           EXEC SQL
               INSERT INTO GL_JOURNAL
               (JOURNAL_ID, PERIOD_ID, ENTITY_ID, JOURNAL_DATE,
                JOURNAL_TYPE, DESCRIPTION, STATUS, CREATED_BY)
               VALUES
               (:HV-NEXT-JOURNAL-ID, :HV-PERIOD-ID, :HV-ENTITY-ID,
                CURRENT DATE, 'LEASE', :HV-GL-DESC, 'OPEN',
                'LSEREG01')
           END-EXEC.

      *--- 7100 INSERT ONE JOURNAL LINE WITH ITS AUDIT ROW ---
      *    A zero amount writes nothing; a negative one goes to the
      *    other side as a positive amount.
       7100-INSERT-JOURNAL-LINE.
           IF HV-GL-AMT = ZEROS
               GO TO 7199-INSERT-EXIT
           END-IF
           IF HV-GL-AMT < ZEROS
               COMPUTE HV-GL-AMT = ZEROS - HV-GL-AMT
               IF HV-GL-DRCR = 'D'
                   MOVE 'C' TO HV-GL-DRCR
               ELSE
                   MOVE 'D' TO HV-GL-DRCR
               END-IF
           END-IF
           ADD 1 TO HV-AUDIT-SEQ

           EXEC SQL
               INSERT INTO GL_JOURNAL_LINE
               (JOURNAL_ID, LINE_SEQ, ACCT_NUMBER, DR_CR_IND,
                AMOUNT, DESCRIPTION)
               VALUES
               (:HV-NEXT-JOURNAL-ID, :HV-AUDIT-SEQ, :HV-GL-ACCT,
                :HV-GL-DRCR, :HV-GL-AMT, :HV-GL-DESC)
           END-EXEC

           EXEC SQL
               INSERT INTO GL_AUDIT_LOG
               (JOURNAL_ID, LINE_SEQ, ACTION, OLD_AMOUNT, NEW_AMOUNT,
                CHANGED_BY, CHANGED_DATE, CHANGED_TIME)
               VALUES
               (:HV-NEXT-JOURNAL-ID, :HV-AUDIT-SEQ, 'INSERT',
                0, :HV-GL-AMT, 'LSEREG01',
                CURRENT DATE, CURRENT TIME)
           END-EXEC.

       7199-INSERT-EXIT.
           EXIT.

      *--- 9000 TERMINATE ---
       9000-TERMINATE.
           CLOSE REPORT-FILE.

      *--- 9100 PRINT HEADERS ---
       9100-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO H1-PAGE
           WRITE REPORT-LINE FROM HDR1 AFTER PAGE
           WRITE REPORT-LINE FROM HDR2
           WRITE REPORT-LINE FROM SPACES
           MOVE 3 TO WS-LINE-COUNT
           IF WS-COL-HDR NOT = SPACES
               WRITE REPORT-LINE FROM WS-COL-HDR
               WRITE REPORT-LINE FROM SPACES
               ADD 2 TO WS-LINE-COUNT
           END-IF.

      *--- 9200 WRITE ONE ACTIVITY LINE ---
       9200-WRITE-ACTIVITY-LINE.
           IF WS-LINE-COUNT > 55
               PERFORM 9100-PRINT-HEADERS
           END-IF
           MOVE ACT-DET-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

      *--- 9500 REGISTER THE RUN ON BATCH_RUN_CONTROL ---
      *    Same registration PPDAMR01 does, so GLCLOSE01's
      *    prerequisite check can see the period's leases posted.
       9500-REGISTER-RUN-START.
           EXEC SQL
               DELETE FROM BATCH_RUN_CONTROL
               WHERE  JOB_NAME  = 'LSEREG01'
               AND    PERIOD_ID = :HV-PERIOD-ID
           END-EXEC

           EXEC SQL
               INSERT INTO BATCH_RUN_CONTROL
               (JOB_NAME, PERIOD_ID, RUN_STATUS,
                START_DATE, START_TIME)
               VALUES
               ('LSEREG01', :HV-PERIOD-ID, 'RUNNING',
                CURRENT DATE, CURRENT TIME)
           END-EXEC

           EXEC SQL  COMMIT  END-EXEC.

      *--- 9600 MARK THE RUN COMPLETE ---
       9600-REGISTER-RUN-END.
           EXEC SQL
               UPDATE BATCH_RUN_CONTROL
               SET    RUN_STATUS = 'COMPLETE',
                      END_DATE   = CURRENT DATE,
                      END_TIME   = CURRENT TIME
               WHERE  JOB_NAME  = 'LSEREG01'
               AND    PERIOD_ID = :HV-PERIOD-ID
           END-EXEC

           EXEC SQL  COMMIT  END-EXEC.

      *--- 9700 LOG A STANDARD EXCEPTION ROW ---
      *    Same EXCEPTION_LOG shape and no-duplicate rule as the
      *    other nightly programs, so EXCRPT01 picks these up.
       9700-LOG-EXCEPTION.
           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-EXC-DUP-COUNT
               FROM   EXCEPTION_LOG
               WHERE  REASON_CODE   = :HV-EXC-REASON
               AND    KEY_VALUE     = :HV-EXC-KEY
               AND    RESOLVED_FLAG = 'N'
           END-EXEC

           IF HV-EXC-DUP-COUNT = ZEROS
               EXEC SQL
                   INSERT INTO EXCEPTION_LOG
                   (PROGRAM_NAME, RUN_DATE, PERIOD_ID, SEVERITY,
                    REASON_CODE, KEY_VALUE, RESOLVED_FLAG,
                    CREATED_TIME)
                   VALUES
                   ('LSEREG01', CURRENT DATE, :HV-PERIOD-ID,
                    :HV-EXC-SEVERITY, :HV-EXC-REASON, :HV-EXC-KEY,
                    'N', CURRENT TIME)
               END-EXEC
               EXEC SQL  COMMIT  END-EXEC
           END-IF.
