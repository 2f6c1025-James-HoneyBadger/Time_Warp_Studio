      *================================================================
      * PROGRAM:    APUTX01
      * DESCRIPTION: Monthly Use Tax Return Report
      *              - Summarizes the AP_USE_TAX_HISTORY rows APINV01
      *                writes as it self-assesses use tax on untaxed
      *                purchases, one line per jurisdiction: taxable
      *                purchases, use tax accrued, and the rates in
      *                effect, for the reporting month keyed on SYSIN
      *                (blank means the current month)
      *              - Runs alongside ARTAX01's sales tax liability
      *                report; the grand total is tied to the 2410
      *                use tax payable credits in the month's
      *                journals and any difference is flagged
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APUTX01.
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
           05  WS-TAX-EOF-SWITCH    PIC X(1) VALUE 'N'.
               88  WS-TAX-EOF                VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LINE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-PAGE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-JURIS-COUNT       PIC S9(7) COMP VALUE ZEROS.

       01  WS-TOTALS.
           05  WS-TAXABLE-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-TAX-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-GL-DIFFERENCE     PIC S9(13)V99 COMP-3 VALUE ZEROS.

       01  WS-WORK.
           05  WS-CURRENT-DATE      PIC X(10).
           05  WS-MONTH-PARM        PIC X(7)  VALUE SPACES.
           05  WS-USE-TAX-ACCT      PIC X(6)  VALUE '2410'.
           05  WS-TOLERANCE         PIC S9(3)V99 VALUE 0.01.

      *--- SQLCA ---
       01  SQLCA.
           05  SQLCAID              PIC X(8).
           05  SQLCABC              PIC S9(9) COMP.
           05  SQLCODE              PIC S9(9) COMP.
           05  SQLERRM.
               10  SQLERRML         PIC S9(4) COMP.
               10  SQLERRMC         PIC X(70).

      *--- HOST VARIABLES ---
       01  HV-TAX.
           05  HV-MONTH-FROM        PIC X(10).
           05  HV-JURIS-CODE        PIC X(6).
           05  HV-STATE-RATE        PIC S9V9(6) COMP-3.
           05  HV-COUNTY-RATE       PIC S9V9(6) COMP-3.
           05  HV-CITY-RATE         PIC S9V9(6) COMP-3.
           05  HV-TAXABLE-AMT       PIC S9(13)V99 COMP-3.
           05  HV-TAX-AMT           PIC S9(13)V99 COMP-3.
           05  HV-ACCT-NUMBER       PIC X(6).
           05  HV-GL-CREDITS        PIC S9(13)V99 COMP-3.

      *--- HEADER LINES ---
       01  HDR1.
           05  FILLER  PIC X(22) VALUE SPACES.
           05  FILLER  PIC X(50)
               VALUE 'ACME CORPORATION - USE TAX RETURN REPORT'.
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
           05  FILLER  PIC X(8)  VALUE 'JURIS'.
           05  FILLER  PIC X(9)  VALUE '  STATE'.
           05  FILLER  PIC X(9)  VALUE ' COUNTY'.
           05  FILLER  PIC X(9)  VALUE '   CITY'.
           05  FILLER  PIC X(18) VALUE ' TAXABLE PURCHASES'.
           05  FILLER  PIC X(18) VALUE '  USE TAX ACCRUED'.
           05  FILLER  PIC X(62) VALUE SPACES.

      *--- DETAIL LINE ---
       01  TAX-DET-LINE.
           05  TD-JURIS    PIC X(6).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  TD-STATE    PIC 9.9(5).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  TD-COUNTY   PIC 9.9(5).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  TD-CITY     PIC 9.9(5).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  TD-TAXABLE  PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  TD-TAX      PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(62) VALUE SPACES.

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
           PERFORM 2000-REPORT-BY-JURISDICTION
           PERFORM 3000-PRINT-TOTALS
           PERFORM 3500-TIE-TO-LIABILITY
           PERFORM 9000-TERMINATE
           STOP RUN.

      *--- 1000 INITIALIZE ---
      *    The reporting month comes from SYSIN as YYYY-MM; blank
      *    reports the current month, so the month-end run needs no
      *    PARM.
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

      *--- 2000 SUMMARIZE THE MONTH BY JURISDICTION ---
      *    Rates shown are the ones in effect at month start, the
      *    same effective-date pick APINV01's 2360-EVALUATE-USE-
      *    TAX makes at invoice entry.
       2000-REPORT-BY-JURISDICTION.
           MOVE 'N' TO WS-TAX-EOF-SWITCH

           EXEC SQL
               DECLARE TAX-CUR CURSOR FOR
               SELECT H.JURIS_CODE,
                      SUM(H.TAXABLE_AMOUNT), SUM(H.TAX_AMOUNT),
                      COALESCE((SELECT J.STATE_RATE
                                FROM   TAX_JURISDICTION J
                                WHERE  J.JURIS_CODE = H.JURIS_CODE
                                AND    J.EFFECTIVE_DATE
                                           <= DATE(:HV-MONTH-FROM)
                                ORDER BY J.EFFECTIVE_DATE DESC
                                FETCH FIRST 1 ROW ONLY), 0),
                      COALESCE((SELECT J.COUNTY_RATE
                                FROM   TAX_JURISDICTION J
                                WHERE  J.JURIS_CODE = H.JURIS_CODE
                                AND    J.EFFECTIVE_DATE
                                           <= DATE(:HV-MONTH-FROM)
                                ORDER BY J.EFFECTIVE_DATE DESC
                                FETCH FIRST 1 ROW ONLY), 0),
                      COALESCE((SELECT J.CITY_RATE
                                FROM   TAX_JURISDICTION J
                                WHERE  J.JURIS_CODE = H.JURIS_CODE
                                AND    J.EFFECTIVE_DATE
                                           <= DATE(:HV-MONTH-FROM)
                                ORDER BY J.EFFECTIVE_DATE DESC
                                FETCH FIRST 1 ROW ONLY), 0)
               FROM   AP_USE_TAX_HISTORY H
               WHERE  YEAR(H.TAX_DATE)
                          = YEAR(DATE(:HV-MONTH-FROM))
               AND    MONTH(H.TAX_DATE)
                          = MONTH(DATE(:HV-MONTH-FROM))
               GROUP BY H.JURIS_CODE
               ORDER BY H.JURIS_CODE
           END-EXEC

           EXEC SQL  OPEN TAX-CUR  END-EXEC

           PERFORM UNTIL WS-TAX-EOF
               EXEC SQL
                   FETCH TAX-CUR
                   INTO :HV-JURIS-CODE, :HV-TAXABLE-AMT,
                        :HV-TAX-AMT, :HV-STATE-RATE,
                        :HV-COUNTY-RATE, :HV-CITY-RATE
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-TAX-EOF-SWITCH
               ELSE
                   PERFORM 2100-WRITE-JURIS-DETAIL
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE TAX-CUR  END-EXEC.

      *--- 2100 WRITE ONE JURISDICTION LINE ---
       2100-WRITE-JURIS-DETAIL.
           IF WS-LINE-COUNT > 55
               PERFORM 9100-PRINT-HEADERS
           END-IF
           ADD 1 TO WS-JURIS-COUNT
           MOVE HV-JURIS-CODE   TO TD-JURIS
           MOVE HV-STATE-RATE   TO TD-STATE
           MOVE HV-COUNTY-RATE  TO TD-COUNTY
           MOVE HV-CITY-RATE    TO TD-CITY
           MOVE HV-TAXABLE-AMT  TO TD-TAXABLE
           MOVE HV-TAX-AMT      TO TD-TAX
           MOVE TAX-DET-LINE    TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT

           ADD HV-TAXABLE-AMT TO WS-TAXABLE-TOTAL
           ADD HV-TAX-AMT     TO WS-TAX-TOTAL.

      *--- 3000 PRINT TOTALS ---
       3000-PRINT-TOTALS.
           WRITE REPORT-LINE FROM SPACES
           MOVE 'Jurisdictions:      '  TO SL-LABEL
           MOVE WS-JURIS-COUNT         TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Taxable Purchases:  '  TO SL-LABEL
           MOVE WS-TAXABLE-TOTAL       TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Use Tax Accrued:    '  TO SL-LABEL
           MOVE WS-TAX-TOTAL           TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE.

      *--- 3500 TIE THE RETURN TO THE 2410 LIABILITY ---
      *    Credits to 2410 on journals dated in the reporting month,
      *    OPEN or POSTED - APINV01's invoice journals are staged
      *    for the checker but carry the accrual from entry.
       3500-TIE-TO-LIABILITY.
           MOVE WS-USE-TAX-ACCT TO HV-ACCT-NUMBER

           EXEC SQL
               SELECT COALESCE(SUM(JL.AMOUNT), 0)
               INTO   :HV-GL-CREDITS
               FROM   GL_JOURNAL_LINE JL
               JOIN   GL_JOURNAL GJ
                      ON GJ.JOURNAL_ID = JL.JOURNAL_ID
               WHERE  JL.ACCT_NUMBER = :HV-ACCT-NUMBER
               AND    JL.DR_CR_IND   = 'C'
               AND    GJ.STATUS IN ('POSTED', 'OPEN')
               AND    YEAR(GJ.JOURNAL_DATE)
                          = YEAR(DATE(:HV-MONTH-FROM))
               AND    MONTH(GJ.JOURNAL_DATE)
                          = MONTH(DATE(:HV-MONTH-FROM))
           END-EXEC

           COMPUTE WS-GL-DIFFERENCE = HV-GL-CREDITS - WS-TAX-TOTAL

           MOVE 'GL 2410 Credits:    '  TO SL-LABEL
           MOVE HV-GL-CREDITS          TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Difference:         '  TO SL-LABEL
           MOVE WS-GL-DIFFERENCE       TO SL-AMOUNT
           IF WS-GL-DIFFERENCE > WS-TOLERANCE
               OR WS-GL-DIFFERENCE < -WS-TOLERANCE
               MOVE '** OUT OF BALANCE **' TO SL-FLAG
           END-IF
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO SL-FLAG.

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
