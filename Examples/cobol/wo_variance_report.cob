      *================================================================
      * PROGRAM:    WOVAR01
      * DESCRIPTION: Work Order Variance Report
      *              - Summarises the variances INVCTR01 prices when
      *                an assembly work order completes, by kit item
      *                and month completed, so cost accounting can
      *                see which kits bleed money
      *              - Each kit/month line shows orders closed, good
      *                and scrapped quantity, standard cost earned,
      *                and the material usage, yield and labor
      *                variances with their total as a percentage
      *                of standard (positive is unfavourable)
      *              - A subtotal per kit is flagged when its total
      *                variance runs over WS-BLEED-PCT of standard,
      *                and logged for the morning exception report
      *              - SYSIN months back to report (default 12)
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WOVAR01.
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
           05  WS-VAR-EOF-SWITCH    PIC X(1) VALUE 'N'.
               88  WS-VAR-EOF                VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LINE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-PAGE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-KITS-LISTED       PIC S9(7) COMP VALUE ZEROS.
           05  WS-KITS-FLAGGED      PIC S9(7) COMP VALUE ZEROS.
           05  WS-ORDERS-LISTED     PIC S9(7) COMP VALUE ZEROS.

       01  WS-WORK.
           05  WS-CURRENT-DATE      PIC X(10).
           05  WS-MONTHS-PARM       PIC 9(3)  VALUE ZEROS.
           05  WS-MONTHS-BACK       PIC S9(5) COMP VALUE 12.
           05  WS-BLEED-PCT         PIC S9(3)V99 COMP-3 VALUE 5.
           05  WS-PREV-KIT          PIC X(10) VALUE SPACES.
           05  WS-PREV-DESC         PIC X(30) VALUE SPACES.
           05  WS-TOTAL-VAR         PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-VAR-PCT           PIC S9(5)V9 COMP-3 VALUE ZEROS.

      *--- Accumulators: one kit, and the whole report ---
       01  WS-KIT-TOTALS.
           05  WS-KT-ORDERS         PIC S9(7) COMP VALUE ZEROS.
           05  WS-KT-GOOD           PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05  WS-KT-SCRAP          PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05  WS-KT-STD            PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-KT-USAGE          PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-KT-YIELD          PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-KT-LABOR          PIC S9(13)V99 COMP-3 VALUE ZEROS.

       01  WS-GRAND-TOTALS.
           05  WS-GT-ORDERS         PIC S9(7) COMP VALUE ZEROS.
           05  WS-GT-GOOD           PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05  WS-GT-SCRAP          PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05  WS-GT-STD            PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-GT-USAGE          PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-GT-YIELD          PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-GT-LABOR          PIC S9(13)V99 COMP-3 VALUE ZEROS.

      *--- SQLCA ---
       01  SQLCA.
           05  SQLCAID              PIC X(8).
           05  SQLCABC              PIC S9(9) COMP.
           05  SQLCODE              PIC S9(9) COMP.
           05  SQLERRM.
               10  SQLERRML         PIC S9(4) COMP.
               10  SQLERRMC         PIC X(70).

      *--- HOST VARIABLES ---
       01  HV-VAR.
           05  HV-PERIOD-ID         PIC X(6).
           05  HV-MONTHS-BACK       PIC S9(5) COMP.
           05  HV-KIT-ITEM          PIC X(10).
           05  HV-ITEM-DESC         PIC X(30).
           05  HV-MONTH             PIC X(7).
           05  HV-ORDERS            PIC S9(9) COMP.
           05  HV-GOOD-QTY          PIC S9(11)V99 COMP-3.
           05  HV-SCRAP-QTY         PIC S9(11)V99 COMP-3.
           05  HV-STD-EARNED        PIC S9(13)V99 COMP-3.
           05  HV-USAGE-VAR         PIC S9(13)V99 COMP-3.
           05  HV-YIELD-VAR         PIC S9(13)V99 COMP-3.
           05  HV-LABOR-VAR         PIC S9(13)V99 COMP-3.
           05  HV-EXC-SEVERITY      PIC X(1).
           05  HV-EXC-REASON        PIC X(12).
           05  HV-EXC-KEY           PIC X(30).
           05  HV-EXC-DUP-COUNT     PIC S9(9) COMP.

      *--- HEADER LINES ---
       01  HDR1.
           05  FILLER  PIC X(25) VALUE SPACES.
           05  FILLER  PIC X(45)
               VALUE 'ACME CORPORATION - WORK ORDER VARIANCE'.
           05  FILLER  PIC X(33) VALUE SPACES.
           05  FILLER  PIC X(5) VALUE 'PAGE:'.
           05  H1-PAGE PIC ZZZZZ.
           05  FILLER  PIC X(20) VALUE SPACES.

       01  HDR2.
           05  FILLER   PIC X(6)  VALUE 'DATE: '.
           05  H2-DATE  PIC X(10).
           05  FILLER   PIC X(15) VALUE '  MONTHS BACK: '.
           05  H2-MONTHS PIC ZZ9.
           05  FILLER   PIC X(99) VALUE SPACES.

       01  HDR3.
           05  FILLER  PIC X(11) VALUE 'KIT ITEM'.
           05  FILLER  PIC X(16) VALUE 'DESCRIPTION'.
           05  FILLER  PIC X(8)  VALUE 'MONTH'.
           05  FILLER  PIC X(5)  VALUE '  WOS'.
           05  FILLER  PIC X(11) VALUE '   GOOD QTY'.
           05  FILLER  PIC X(10) VALUE '     SCRAP'.
           05  FILLER  PIC X(12) VALUE '  STD EARNED'.
           05  FILLER  PIC X(12) VALUE '   USAGE VAR'.
           05  FILLER  PIC X(12) VALUE '   YIELD VAR'.
           05  FILLER  PIC X(12) VALUE '   LABOR VAR'.
           05  FILLER  PIC X(12) VALUE '   TOTAL VAR'.
           05  FILLER  PIC X(8)  VALUE '  VAR %'.
           05  FILLER  PIC X(4)  VALUE SPACES.

      *--- DETAIL LINE (ALSO USED FOR KIT AND GRAND TOTALS) ---
       01  VAR-DET-LINE.
           05  VD-KIT      PIC X(10).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  VD-DESC     PIC X(15).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  VD-MONTH    PIC X(7).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  VD-ORDERS   PIC ZZZZ9.
           05  VD-GOOD     PIC ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  VD-SCRAP    PIC ZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  VD-STD      PIC Z,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  VD-USAGE    PIC ZZZ,ZZ9.99-.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  VD-YIELD    PIC ZZZ,ZZ9.99-.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  VD-LABOR    PIC ZZZ,ZZ9.99-.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  VD-TOTAL    PIC ZZZ,ZZ9.99-.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  VD-PCT      PIC ZZ9.9-.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  VD-FLAG     PIC X(4).

       01  SUMMARY-LINE.
           05  FILLER      PIC X(10) VALUE SPACES.
           05  SL-LABEL    PIC X(30).
           05  SL-COUNT    PIC ZZZ,ZZ9.
           05  FILLER      PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-KIT-VARIANCES
           PERFORM 3000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE

           ACCEPT WS-MONTHS-PARM FROM SYSIN
           IF WS-MONTHS-PARM NUMERIC
               AND WS-MONTHS-PARM > ZEROS
               MOVE WS-MONTHS-PARM TO WS-MONTHS-BACK
           END-IF
           MOVE WS-MONTHS-BACK TO HV-MONTHS-BACK

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
               INTO :WS-CURRENT-DATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           EXEC SQL
               SELECT PERIOD_ID
               INTO   :HV-PERIOD-ID
               FROM   FISCAL_PERIOD
               WHERE  STATUS = 'OPEN'
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           MOVE WS-CURRENT-DATE TO H2-DATE
           MOVE WS-MONTHS-BACK  TO H2-MONTHS
           PERFORM 9100-PRINT-HEADERS.

      *--- 2000 LIST VARIANCES BY KIT AND MONTH ---
      *    Only orders INVCTR01 has closed and priced count; the
      *    window runs from the first of the month WS-MONTHS-BACK
      *    months ago.
       2000-LIST-KIT-VARIANCES.
           EXEC SQL
               DECLARE VAR-CUR CURSOR FOR
               SELECT W.KIT_ITEM,
                      COALESCE(MAX(I.ITEM_DESC), ' '),
                      SUBSTR(CHAR(W.COMPLETED_DATE, ISO), 1, 7),
                      COUNT(*),
                      SUM(COALESCE(W.GOOD_QTY, 0)),
                      SUM(COALESCE(W.SCRAP_QTY, 0)),
                      SUM(COALESCE(W.STD_COST_EARNED, 0)),
                      SUM(COALESCE(W.MATL_USAGE_VAR, 0)),
                      SUM(COALESCE(W.YIELD_VAR, 0)),
                      SUM(COALESCE(W.LABOR_VAR, 0))
               FROM   WORK_ORDER W
               LEFT JOIN ITEM_MASTER I
                      ON I.ITEM_NUMBER = W.KIT_ITEM
               WHERE  W.STATUS = 'COMPLETE'
               AND    W.STD_COST_EARNED IS NOT NULL
               AND    W.COMPLETED_DATE >=
                          CURRENT DATE
                          - (DAY(CURRENT DATE) - 1) DAYS
                          - :HV-MONTHS-BACK MONTHS
               GROUP BY W.KIT_ITEM,
                        SUBSTR(CHAR(W.COMPLETED_DATE, ISO), 1, 7)
               ORDER BY 1, 3
           END-EXEC

           EXEC SQL  OPEN VAR-CUR  END-EXEC

           PERFORM UNTIL WS-VAR-EOF
               EXEC SQL
                   FETCH VAR-CUR
                   INTO :HV-KIT-ITEM, :HV-ITEM-DESC, :HV-MONTH,
                        :HV-ORDERS, :HV-GOOD-QTY, :HV-SCRAP-QTY,
                        :HV-STD-EARNED, :HV-USAGE-VAR,
                        :HV-YIELD-VAR, :HV-LABOR-VAR
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-VAR-EOF-SWITCH
               ELSE
                   IF HV-KIT-ITEM NOT = WS-PREV-KIT
                       AND WS-PREV-KIT NOT = SPACES
                       PERFORM 2200-WRITE-KIT-TOTAL
                   END-IF
                   PERFORM 2100-WRITE-MONTH-DETAIL
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE VAR-CUR  END-EXEC

           IF WS-PREV-KIT NOT = SPACES
               PERFORM 2200-WRITE-KIT-TOTAL
           END-IF

           PERFORM 2300-WRITE-GRAND-TOTAL

           EXEC SQL  COMMIT  END-EXEC.

      *--- 2100 ONE KIT/MONTH LINE ---
       2100-WRITE-MONTH-DETAIL.
           IF WS-LINE-COUNT > 55
               PERFORM 9100-PRINT-HEADERS
           END-IF

           MOVE HV-KIT-ITEM  TO WS-PREV-KIT
           MOVE HV-ITEM-DESC TO WS-PREV-DESC

           MOVE HV-KIT-ITEM   TO VD-KIT
           MOVE HV-ITEM-DESC  TO VD-DESC
           MOVE HV-MONTH      TO VD-MONTH
           MOVE HV-ORDERS     TO VD-ORDERS
           MOVE HV-GOOD-QTY   TO VD-GOOD
           MOVE HV-SCRAP-QTY  TO VD-SCRAP
           MOVE HV-STD-EARNED TO VD-STD
           MOVE HV-USAGE-VAR  TO VD-USAGE
           MOVE HV-YIELD-VAR  TO VD-YIELD
           MOVE HV-LABOR-VAR  TO VD-LABOR
           COMPUTE WS-TOTAL-VAR =
               HV-USAGE-VAR + HV-YIELD-VAR + HV-LABOR-VAR
           MOVE WS-TOTAL-VAR  TO VD-TOTAL
           MOVE ZEROS TO WS-VAR-PCT
           IF HV-STD-EARNED NOT = ZEROS
               COMPUTE WS-VAR-PCT ROUNDED =
                   WS-TOTAL-VAR * 100 / HV-STD-EARNED
           END-IF
           MOVE WS-VAR-PCT    TO VD-PCT
           MOVE SPACES        TO VD-FLAG
           WRITE REPORT-LINE FROM VAR-DET-LINE
           ADD 1 TO WS-LINE-COUNT

           ADD HV-ORDERS     TO WS-KT-ORDERS
           ADD HV-GOOD-QTY   TO WS-KT-GOOD
           ADD HV-SCRAP-QTY  TO WS-KT-SCRAP
           ADD HV-STD-EARNED TO WS-KT-STD
           ADD HV-USAGE-VAR  TO WS-KT-USAGE
           ADD HV-YIELD-VAR  TO WS-KT-YIELD
           ADD HV-LABOR-VAR  TO WS-KT-LABOR
           ADD HV-ORDERS     TO WS-ORDERS-LISTED.

      *--- 2200 KIT SUBTOTAL ---
      *    A kit whose variance over the window exceeds
      *    WS-BLEED-PCT of the standard it earned (or that earned
      *    no standard at all but still ran a variance) is flagged
      *    and logged - that is the kit to look at first.
       2200-WRITE-KIT-TOTAL.
           IF WS-LINE-COUNT > 54
               PERFORM 9100-PRINT-HEADERS
           END-IF

           MOVE SPACES        TO VD-KIT
           MOVE '  KIT TOTAL' TO VD-DESC
           MOVE SPACES        TO VD-MONTH
           MOVE WS-KT-ORDERS  TO VD-ORDERS
           MOVE WS-KT-GOOD    TO VD-GOOD
           MOVE WS-KT-SCRAP   TO VD-SCRAP
           MOVE WS-KT-STD     TO VD-STD
           MOVE WS-KT-USAGE   TO VD-USAGE
           MOVE WS-KT-YIELD   TO VD-YIELD
           MOVE WS-KT-LABOR   TO VD-LABOR
           COMPUTE WS-TOTAL-VAR =
               WS-KT-USAGE + WS-KT-YIELD + WS-KT-LABOR
           MOVE WS-TOTAL-VAR  TO VD-TOTAL
           MOVE ZEROS TO WS-VAR-PCT
           IF WS-KT-STD NOT = ZEROS
               COMPUTE WS-VAR-PCT ROUNDED =
                   WS-TOTAL-VAR * 100 / WS-KT-STD
           END-IF
           MOVE WS-VAR-PCT    TO VD-PCT
           MOVE SPACES        TO VD-FLAG

           ADD 1 TO WS-KITS-LISTED
           IF WS-VAR-PCT > WS-BLEED-PCT
               OR (WS-KT-STD = ZEROS AND WS-TOTAL-VAR > ZEROS)
               MOVE '<<<<' TO VD-FLAG
               ADD 1 TO WS-KITS-FLAGGED
               MOVE 'W'            TO HV-EXC-SEVERITY
               MOVE 'WO-VARIANCE'  TO HV-EXC-REASON
               MOVE WS-PREV-KIT    TO HV-EXC-KEY
               PERFORM 9700-LOG-EXCEPTION
           END-IF

           WRITE REPORT-LINE FROM VAR-DET-LINE
           WRITE REPORT-LINE FROM SPACES
           ADD 2 TO WS-LINE-COUNT

           ADD WS-KT-ORDERS TO WS-GT-ORDERS
           ADD WS-KT-GOOD   TO WS-GT-GOOD
           ADD WS-KT-SCRAP  TO WS-GT-SCRAP
           ADD WS-KT-STD    TO WS-GT-STD
           ADD WS-KT-USAGE  TO WS-GT-USAGE
           ADD WS-KT-YIELD  TO WS-GT-YIELD
           ADD WS-KT-LABOR  TO WS-GT-LABOR
           INITIALIZE WS-KIT-TOTALS.

      *--- 2300 GRAND TOTAL ---
       2300-WRITE-GRAND-TOTAL.
           MOVE SPACES        TO VD-KIT
           MOVE 'REPORT TOTAL' TO VD-DESC
           MOVE SPACES        TO VD-MONTH
           MOVE WS-GT-ORDERS  TO VD-ORDERS
           MOVE WS-GT-GOOD    TO VD-GOOD
           MOVE WS-GT-SCRAP   TO VD-SCRAP
           MOVE WS-GT-STD     TO VD-STD
           MOVE WS-GT-USAGE   TO VD-USAGE
           MOVE WS-GT-YIELD   TO VD-YIELD
           MOVE WS-GT-LABOR   TO VD-LABOR
           COMPUTE WS-TOTAL-VAR =
               WS-GT-USAGE + WS-GT-YIELD + WS-GT-LABOR
           MOVE WS-TOTAL-VAR  TO VD-TOTAL
           MOVE ZEROS TO WS-VAR-PCT
           IF WS-GT-STD NOT = ZEROS
               COMPUTE WS-VAR-PCT ROUNDED =
                   WS-TOTAL-VAR * 100 / WS-GT-STD
           END-IF
           MOVE WS-VAR-PCT    TO VD-PCT
           MOVE SPACES        TO VD-FLAG
           WRITE REPORT-LINE FROM VAR-DET-LINE
           ADD 1 TO WS-LINE-COUNT.

      *--- 3000 PRINT SUMMARY ---
       3000-PRINT-SUMMARY.
           WRITE REPORT-LINE FROM SPACES
           MOVE 'Kits Reported:      '  TO SL-LABEL
           MOVE WS-KITS-LISTED         TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Work Orders Closed: '  TO SL-LABEL
           MOVE WS-ORDERS-LISTED       TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Kits Over Tolerance:'  TO SL-LABEL
           MOVE WS-KITS-FLAGGED        TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE.

      *--- 9700 LOG A STANDARD EXCEPTION ROW ---
      *    A kit still over tolerance next month is not logged a
      *    second time while the first row is unresolved.
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
                   ('WOVAR01', CURRENT DATE, :HV-PERIOD-ID,
                    :HV-EXC-SEVERITY, :HV-EXC-REASON, :HV-EXC-KEY,
                    'N', CURRENT TIME)
               END-EXEC
           END-IF.

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
