      *================================================================
      * PROGRAM:    APDSC01
      * DESCRIPTION: Early-Payment Discounts Taken vs. Lost by Vendor
      *              - One line per vendor with discount terms on
      *                VENDOR_MASTER (DISC_PERCENT within DISC_DAYS)
      *                for the reporting month keyed on SYSIN as
      *                YYYY-MM (blank means the current month)
      *              - Taken: DISCOUNT_TAKEN APPAY01 recorded on
      *                invoices paid in the month; ties to the 5150
      *                purchase discount credits in the month's
      *                payment journals
      *              - Lost: invoices whose discount window closed in
      *                the month without the discount, split by why -
      *                paid after the window (late run or late
      *                approval), still on HOLD from APINV01's match,
      *                or still unpaid - so treasury sees what each
      *                cause cost
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APDSC01.
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
           05  WS-DSC-EOF-SWITCH    PIC X(1) VALUE 'N'.
               88  WS-DSC-EOF                VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LINE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-PAGE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-VENDOR-COUNT      PIC S9(7) COMP VALUE ZEROS.

       01  WS-TOTALS.
           05  WS-TAKEN-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-LATE-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-HOLD-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-OPEN-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-LOST-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-VENDOR-LOST       PIC S9(13)V99 COMP-3 VALUE ZEROS.

       01  WS-WORK.
           05  WS-CURRENT-DATE      PIC X(10).
           05  WS-MONTH-PARM        PIC X(7)  VALUE SPACES.

      *--- SQLCA ---
       01  SQLCA.
           05  SQLCAID              PIC X(8).
           05  SQLCABC              PIC S9(9) COMP.
           05  SQLCODE              PIC S9(9) COMP.
           05  SQLERRM.
               10  SQLERRML         PIC S9(4) COMP.
               10  SQLERRMC         PIC X(70).

      *--- HOST VARIABLES ---
       01  HV-DSC.
           05  HV-MONTH-FROM        PIC X(10).
           05  HV-VENDOR-NUMBER     PIC X(10).
           05  HV-VENDOR-NAME       PIC X(30).
           05  HV-DISC-PERCENT      PIC S9(3)V999 COMP-3.
           05  HV-DISC-DAYS         PIC S9(5) COMP.
           05  HV-TAKEN-AMT         PIC S9(13)V99 COMP-3.
           05  HV-LATE-AMT          PIC S9(13)V99 COMP-3.
           05  HV-HOLD-AMT          PIC S9(13)V99 COMP-3.
           05  HV-OPEN-AMT          PIC S9(13)V99 COMP-3.

      *--- HEADER LINES ---
       01  HDR1.
           05  FILLER  PIC X(22) VALUE SPACES.
           05  FILLER  PIC X(50)
               VALUE 'ACME CORPORATION - AP DISCOUNTS TAKEN VS LOST'.
           05  FILLER  PIC X(31) VALUE SPACES.
           05  FILLER  PIC X(5) VALUE 'PAGE:'.
           05  H1-PAGE PIC ZZZZZ.
           05  FILLER  PIC X(20) VALUE SPACES.

       01  HDR2.
           05  FILLER  PIC X(6)  VALUE 'DATE: '.
           05  H2-DATE PIC X(10).
           05  FILLER  PIC X(9)  VALUE '  MONTH: '.
           05  H2-MONTH PIC X(7).
           05  FILLER  PIC X(101) VALUE SPACES.

       01  HDR3.
           05  FILLER  PIC X(11) VALUE 'VENDOR'.
           05  FILLER  PIC X(25) VALUE 'VENDOR NAME'.
           05  FILLER  PIC X(12) VALUE '   TERMS'.
           05  FILLER  PIC X(15) VALUE '          TAKEN'.
           05  FILLER  PIC X(15) VALUE '      LOST-LATE'.
           05  FILLER  PIC X(15) VALUE '      LOST-HOLD'.
           05  FILLER  PIC X(15) VALUE '    LOST-UNPAID'.
           05  FILLER  PIC X(15) VALUE '     TOTAL LOST'.
           05  FILLER  PIC X(10) VALUE SPACES.

      *--- DETAIL LINE ---
       01  DSC-DET-LINE.
           05  DD-VENDOR   PIC X(10).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  DD-NAME     PIC X(24).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  DD-PERCENT  PIC Z9.999.
           05  FILLER      PIC X(1) VALUE '/'.
           05  DD-DAYS     PIC ZZ9.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  DD-TAKEN    PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  DD-LATE     PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  DD-HOLD     PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  DD-OPEN     PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  DD-LOST     PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(10) VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER      PIC X(10) VALUE SPACES.
           05  SL-LABEL    PIC X(30).
           05  SL-AMOUNT   PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(76) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-BY-VENDOR
           PERFORM 3000-PRINT-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

      *--- 1000 INITIALIZE ---
      *    The reporting month comes from SYSIN as YYYY-MM; blank
      *    reports the current month, same as ARTAX01.
       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
               INTO :WS-CURRENT-DATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           ACCEPT WS-MONTH-PARM FROM SYSIN
           IF WS-MONTH-PARM = SPACES
               MOVE WS-CURRENT-DATE(1:7) TO WS-MONTH-PARM
           END-IF

           MOVE SPACES TO HV-MONTH-FROM
           STRING WS-MONTH-PARM '-01'
               DELIMITED SIZE INTO HV-MONTH-FROM

           MOVE WS-CURRENT-DATE TO H2-DATE
           MOVE WS-MONTH-PARM   TO H2-MONTH
           PERFORM 9100-PRINT-HEADERS.

      *--- 2000 SUMMARIZE THE MONTH BY VENDOR ---
      *    Taken is keyed on the payment date; lost is keyed on the
      *    date the discount window closed (invoice date plus
      *    DISC_DAYS), so an invoice counts once, in the month the
      *    discount was forfeited, whether it is paid later or not.
      *    A window still open today has not been lost yet. APPAY01
      *    records the exact amount lost on a late payment; unpaid
      *    invoices are priced at the vendor's current terms.
       2000-REPORT-BY-VENDOR.
           MOVE 'N' TO WS-DSC-EOF-SWITCH

           EXEC SQL
               DECLARE DSC-CUR CURSOR FOR
               SELECT V.VENDOR_NUMBER, V.VENDOR_NAME,
                      COALESCE(V.DISC_PERCENT, 0),
                      COALESCE(V.DISC_DAYS, 0),
                      SUM(CASE WHEN I.PAYMENT_DATE
                                    >= DATE(:HV-MONTH-FROM)
                               AND  I.PAYMENT_DATE
                                    < DATE(:HV-MONTH-FROM) + 1 MONTH
                               THEN COALESCE(I.DISCOUNT_TAKEN, 0)
                               ELSE 0 END),
                      SUM(CASE WHEN I.STATUS = 'PAID'
                               AND  COALESCE(I.DISCOUNT_TAKEN, 0) = 0
                               THEN COALESCE(I.DISCOUNT_LOST,
                                    I.INVOICE_TOTAL
                                    * COALESCE(V.DISC_PERCENT, 0)
                                    / 100)
                               ELSE 0 END),
                      SUM(CASE WHEN I.STATUS = 'HOLD'
                               THEN I.INVOICE_TOTAL
                                    * COALESCE(V.DISC_PERCENT, 0)
                                    / 100
                               ELSE 0 END),
                      SUM(CASE WHEN I.STATUS NOT IN ('PAID', 'HOLD')
                               THEN I.INVOICE_TOTAL
                                    * COALESCE(V.DISC_PERCENT, 0)
                                    / 100
                               ELSE 0 END)
               FROM   VENDOR_MASTER V
               JOIN   AP_INVOICE I
                      ON I.VENDOR_NUMBER = V.VENDOR_NUMBER
               WHERE  (I.PAYMENT_DATE >= DATE(:HV-MONTH-FROM)
                       AND I.PAYMENT_DATE
                           < DATE(:HV-MONTH-FROM) + 1 MONTH
                       AND COALESCE(I.DISCOUNT_TAKEN, 0) > 0)
               OR     (COALESCE(V.DISC_PERCENT, 0) > 0
                       AND COALESCE(I.DISCOUNT_TAKEN, 0) = 0
                       AND I.INVOICE_DATE
                           + COALESCE(V.DISC_DAYS, 0) DAYS
                           >= DATE(:HV-MONTH-FROM)
                       AND I.INVOICE_DATE
                           + COALESCE(V.DISC_DAYS, 0) DAYS
                           < DATE(:HV-MONTH-FROM) + 1 MONTH
                       AND I.INVOICE_DATE
                           + COALESCE(V.DISC_DAYS, 0) DAYS
                           < CURRENT DATE)
               GROUP BY V.VENDOR_NUMBER, V.VENDOR_NAME,
                        V.DISC_PERCENT, V.DISC_DAYS
               ORDER BY V.VENDOR_NUMBER
           END-EXEC

           EXEC SQL  OPEN DSC-CUR  END-EXEC

           PERFORM UNTIL WS-DSC-EOF
               EXEC SQL
                   FETCH DSC-CUR
                   INTO :HV-VENDOR-NUMBER, :HV-VENDOR-NAME,
                        :HV-DISC-PERCENT, :HV-DISC-DAYS,
                        :HV-TAKEN-AMT, :HV-LATE-AMT,
                        :HV-HOLD-AMT, :HV-OPEN-AMT
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-DSC-EOF-SWITCH
               ELSE
                   PERFORM 2100-WRITE-VENDOR-DETAIL
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE DSC-CUR  END-EXEC.

      *--- 2100 WRITE ONE VENDOR LINE ---
       2100-WRITE-VENDOR-DETAIL.
           IF WS-LINE-COUNT > 55
               PERFORM 9100-PRINT-HEADERS
           END-IF
           ADD 1 TO WS-VENDOR-COUNT
           COMPUTE WS-VENDOR-LOST =
               HV-LATE-AMT + HV-HOLD-AMT + HV-OPEN-AMT

           MOVE HV-VENDOR-NUMBER TO DD-VENDOR
           MOVE HV-VENDOR-NAME   TO DD-NAME
           MOVE HV-DISC-PERCENT  TO DD-PERCENT
           MOVE HV-DISC-DAYS     TO DD-DAYS
           MOVE HV-TAKEN-AMT     TO DD-TAKEN
           MOVE HV-LATE-AMT      TO DD-LATE
           MOVE HV-HOLD-AMT      TO DD-HOLD
           MOVE HV-OPEN-AMT      TO DD-OPEN
           MOVE WS-VENDOR-LOST   TO DD-LOST
           MOVE DSC-DET-LINE     TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT

           ADD HV-TAKEN-AMT   TO WS-TAKEN-TOTAL
           ADD HV-LATE-AMT    TO WS-LATE-TOTAL
           ADD HV-HOLD-AMT    TO WS-HOLD-TOTAL
           ADD HV-OPEN-AMT    TO WS-OPEN-TOTAL
           ADD WS-VENDOR-LOST TO WS-LOST-TOTAL.

      *--- 3000 PRINT TOTALS ---
       3000-PRINT-TOTALS.
           WRITE REPORT-LINE FROM SPACES
           MOVE 'Vendors:            '  TO SL-LABEL
           MOVE WS-VENDOR-COUNT        TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Discounts Taken:    '  TO SL-LABEL
           MOVE WS-TAKEN-TOTAL         TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Lost - Paid Late:   '  TO SL-LABEL
           MOVE WS-LATE-TOTAL          TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Lost - On Hold:     '  TO SL-LABEL
           MOVE WS-HOLD-TOTAL          TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Lost - Still Unpaid:'  TO SL-LABEL
           MOVE WS-OPEN-TOTAL          TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Discounts Lost:     '  TO SL-LABEL
           MOVE WS-LOST-TOTAL          TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE.

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
           WRITE REPORT-LINE FROM HDR3
           WRITE REPORT-LINE FROM SPACES
           MOVE 6 TO WS-LINE-COUNT.
