      *================================================================
      * PROGRAM:    VNDSCR01
      * DESCRIPTION: Monthly Vendor Performance Scorecard
      *              - Grades every VENDOR_MASTER entry with activity
      *                in the reporting month (SYSIN YYYY-MM, blank
      *                means the current month) from history the
      *                system already keeps:
      *                  on-time delivery - RECV rows INVCTR01's
      *                    2170-MATCH-RECEIPT-TO-PO books against the
      *                    vendor's POs, on time when received by the
      *                    promised date (order date plus the
      *                    vendor's stated LEAD_TIME_DAYS)
      *                  fill rate and over-shipment - PO_LINE
      *                    received vs ordered for lines promised in
      *                    the month
      *                  invoice price variance - APINV01's invoiced
      *                    unit cost vs the PO_LINE price
      *                  quality reject rate - receipts whose lot
      *                    went on QHLD quarantine or whose goods went
      *                    back to the vendor on an RTVN
      *              - Each measure scores 0-100 and rolls into a
      *                weighted overall score and letter grade; a
      *                measure with no activity drops out and the
      *                remaining weights carry the score
      *              - Scorecards land on VENDOR_SCORECARD by month
      *                for trending, and a lead-time extract (stated
      *                vs actual average days, order to receipt, over
      *                the SYSIN lookback) is written for INVROP01's
      *                reorder point recalculation
      *
      * Input:  SYSIN line 1: reporting month YYYY-MM (blank =
      *                       current month)
      *               line 2: lead-time lookback days (blank = 180)
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDSCR01.
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
           SELECT LEAD-FILE   ASSIGN TO VNDLTOUT
                              ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  REPORT-LINE             PIC X(133).

      *    One record per vendor with receipts in the lookback: the
      *    stated lead time off VENDOR_MASTER beside the actual
      *    average days from PO order date to receipt. Display
      *    numerics so INVROP01 or a buyer can read it as keyed.
       FD  LEAD-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  LEAD-RECORD.
           05  LX-VENDOR-NUMBER    PIC X(10).
           05  LX-STATED-DAYS      PIC 9(3).
           05  LX-ACTUAL-DAYS      PIC 9(3)V9.
           05  LX-RECEIPT-COUNT    PIC 9(5).
           05  LX-LOOKBACK-DAYS    PIC 9(3).
           05  LX-AS-OF-DATE       PIC X(10).
           05  LX-SCORE-MONTH      PIC X(7).
           05  FILLER              PIC X(38).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-VEND-EOF-SWITCH   PIC X(1) VALUE 'N'.
               88  WS-VEND-EOF               VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LINE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-PAGE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-VENDORS-READ      PIC S9(7) COMP VALUE ZEROS.
           05  WS-VENDORS-SCORED    PIC S9(7) COMP VALUE ZEROS.
           05  WS-EXTRACT-COUNT     PIC S9(7) COMP VALUE ZEROS.

       01  WS-PARMS.
           05  WS-MONTH-PARM        PIC X(7)  VALUE SPACES.
           05  WS-LOOKBACK-PARM     PIC 9(3)  VALUE ZEROS.
           05  WS-LOOKBACK-DAYS     PIC S9(5) COMP VALUE 180.

      *--- Measure weights - they sum to 100 ---
       01  WS-WEIGHTS.
           05  WS-WT-ONTIME         PIC S9(3) COMP-3 VALUE 30.
           05  WS-WT-FILL           PIC S9(3) COMP-3 VALUE 25.
           05  WS-WT-OVER           PIC S9(3) COMP-3 VALUE 10.
           05  WS-WT-PRICE          PIC S9(3) COMP-3 VALUE 15.
           05  WS-WT-QUALITY        PIC S9(3) COMP-3 VALUE 20.

       01  WS-SCORE-WORK.
           05  WS-ONTIME-PCT        PIC S9(5)V9  COMP-3.
           05  WS-FILL-PCT          PIC S9(5)V9  COMP-3.
           05  WS-OVER-PCT          PIC S9(5)V9  COMP-3.
           05  WS-IPV-PCT           PIC S9(5)V99 COMP-3.
           05  WS-REJECT-PCT        PIC S9(5)V9  COMP-3.
           05  WS-MEASURE-SCORE     PIC S9(5)V9  COMP-3.
           05  WS-WEIGHT-USED       PIC S9(5)    COMP-3.
           05  WS-WEIGHTED-SUM      PIC S9(7)V9  COMP-3.
           05  WS-OVERALL-SCORE     PIC S9(3)V9  COMP-3.
           05  WS-GRADE             PIC X(1).
           05  WS-ACTUAL-DAYS       PIC S9(5)V9  COMP-3.
           05  WS-CURRENT-DATE      PIC X(10).

      *--- SQLCA ---
       01  SQLCA.
           05  SQLCAID              PIC X(8).
           05  SQLCABC              PIC S9(9) COMP.
           05  SQLCODE              PIC S9(9) COMP.
           05  SQLERRM.
               10  SQLERRML         PIC S9(4) COMP.
               10  SQLERRMC         PIC X(70).

      *--- HOST VARIABLES ---
       01  HV-SCR.
           05  HV-MONTH-FROM        PIC X(10).
           05  HV-SCORE-MONTH       PIC X(7).
           05  HV-LOOKBACK          PIC S9(5) COMP.
           05  HV-VENDOR-NUMBER     PIC X(10).
           05  HV-VENDOR-NAME       PIC X(30).
           05  HV-LEAD-DAYS         PIC S9(5) COMP.
           05  HV-RECEIPTS          PIC S9(9) COMP.
           05  HV-ONTIME            PIC S9(9) COMP.
           05  HV-REJECTS           PIC S9(9) COMP.
           05  HV-QTY-ORDERED       PIC S9(11)V99 COMP-3.
           05  HV-QTY-FILLED        PIC S9(11)V99 COMP-3.
           05  HV-QTY-OVER          PIC S9(11)V99 COMP-3.
           05  HV-PO-VALUE          PIC S9(13)V99 COMP-3.
           05  HV-IPV-VALUE         PIC S9(13)V99 COMP-3.
           05  HV-LT-RECEIPTS       PIC S9(9) COMP.
           05  HV-LT-DAYS-TOTAL     PIC S9(11) COMP-3.
           05  HV-ONTIME-PCT        PIC S9(5)V9  COMP-3.
           05  HV-FILL-PCT          PIC S9(5)V9  COMP-3.
           05  HV-OVER-PCT          PIC S9(5)V9  COMP-3.
           05  HV-IPV-PCT           PIC S9(5)V99 COMP-3.
           05  HV-REJECT-PCT        PIC S9(5)V9  COMP-3.
           05  HV-OVERALL-SCORE     PIC S9(3)V9  COMP-3.
           05  HV-GRADE             PIC X(1).
           05  HV-ACTUAL-DAYS       PIC S9(5)V9  COMP-3.

      *--- HEADER LINES ---
       01  HDR1.
           05  FILLER  PIC X(22) VALUE SPACES.
           05  FILLER  PIC X(50)
               VALUE 'ACME CORPORATION - VENDOR PERFORMANCE SCORECARD'.
           05  FILLER  PIC X(31) VALUE SPACES.
           05  FILLER  PIC X(5) VALUE 'PAGE:'.
           05  H1-PAGE PIC ZZZZZ.
           05  FILLER  PIC X(20) VALUE SPACES.

       01  HDR2.
           05  FILLER  PIC X(6)  VALUE 'DATE: '.
           05  H2-DATE PIC X(10).
           05  FILLER  PIC X(9)  VALUE '  MONTH: '.
           05  H2-MONTH PIC X(7).
           05  FILLER  PIC X(17) VALUE '  LEAD LOOKBACK: '.
           05  H2-DAYS PIC ZZ9.
           05  FILLER  PIC X(81) VALUE SPACES.

       01  HDR3.
           05  FILLER  PIC X(11) VALUE 'VENDOR'.
           05  FILLER  PIC X(31) VALUE 'VENDOR NAME'.
           05  FILLER  PIC X(9)  VALUE '  RCPTS'.
           05  FILLER  PIC X(8)  VALUE 'ONTIME%'.
           05  FILLER  PIC X(8)  VALUE ' FILL%'.
           05  FILLER  PIC X(8)  VALUE ' OVER%'.
           05  FILLER  PIC X(9)  VALUE '   IPV%'.
           05  FILLER  PIC X(8)  VALUE ' REJ%'.
           05  FILLER  PIC X(8)  VALUE 'SCORE'.
           05  FILLER  PIC X(4)  VALUE 'GRD'.
           05  FILLER  PIC X(6)  VALUE 'STATED'.
           05  FILLER  PIC X(23) VALUE 'ACTUAL'.

      *--- DETAIL LINE ---
       01  SCR-DET-LINE.
           05  SD-VENDOR   PIC X(10).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  SD-NAME     PIC X(30).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  SD-RCPTS    PIC ZZZ,ZZ9.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  SD-ONTIME   PIC ZZ9.9.
           05  FILLER      PIC X(3) VALUE SPACES.
           05  SD-FILL     PIC ZZ9.9.
           05  FILLER      PIC X(3) VALUE SPACES.
           05  SD-OVER     PIC ZZZ9.9.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  SD-IPV      PIC ZZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  SD-REJECT   PIC ZZ9.9.
           05  FILLER      PIC X(3) VALUE SPACES.
           05  SD-SCORE    PIC ZZ9.9.
           05  FILLER      PIC X(3) VALUE SPACES.
           05  SD-GRADE    PIC X(1).
           05  FILLER      PIC X(3) VALUE SPACES.
           05  SD-STATED   PIC ZZ9.
           05  FILLER      PIC X(3) VALUE SPACES.
           05  SD-ACTUAL   PIC ZZ9.9.
           05  FILLER      PIC X(18) VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER      PIC X(10) VALUE SPACES.
           05  SL-LABEL    PIC X(30).
           05  SL-COUNT    PIC ZZZ,ZZ9.
           05  FILLER      PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCORE-VENDORS
           PERFORM 3000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

      *--- 1000 INITIALIZE ---
      *    Reporting month as YYYY-MM the way ARTAX01 takes it; a
      *    rerun for the same month replaces that month's
      *    scorecards.
       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE
                       LEAD-FILE

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
               INTO :WS-CURRENT-DATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           ACCEPT WS-MONTH-PARM    FROM SYSIN
           ACCEPT WS-LOOKBACK-PARM FROM SYSIN
           IF WS-MONTH-PARM = SPACES
               MOVE WS-CURRENT-DATE(1:7) TO WS-MONTH-PARM
           END-IF
           IF WS-LOOKBACK-PARM NUMERIC
               AND WS-LOOKBACK-PARM > ZEROS
               MOVE WS-LOOKBACK-PARM TO WS-LOOKBACK-DAYS
           END-IF
           MOVE WS-LOOKBACK-DAYS TO HV-LOOKBACK
           MOVE WS-MONTH-PARM    TO HV-SCORE-MONTH

           MOVE SPACES TO HV-MONTH-FROM
           STRING WS-MONTH-PARM '-01'
               DELIMITED SIZE INTO HV-MONTH-FROM

           EXEC SQL
               DELETE FROM VENDOR_SCORECARD
               WHERE  SCORE_MONTH = :HV-SCORE-MONTH
           END-EXEC

           MOVE WS-CURRENT-DATE  TO H2-DATE
           MOVE WS-MONTH-PARM    TO H2-MONTH
           MOVE WS-LOOKBACK-DAYS TO H2-DAYS
           PERFORM 9100-PRINT-HEADERS.

      *--- 2000 SCORE EVERY VENDOR ---
      *    A vendor with no stated lead time gets INVROP01's
      *    two-week default for its promised dates.
       2000-SCORE-VENDORS.
           MOVE 'N' TO WS-VEND-EOF-SWITCH

           EXEC SQL
               DECLARE VEND-CUR CURSOR FOR
               SELECT VENDOR_NUMBER, VENDOR_NAME,
                      COALESCE(LEAD_TIME_DAYS, 14)
               FROM   VENDOR_MASTER
               ORDER BY VENDOR_NUMBER
           END-EXEC

           EXEC SQL  OPEN VEND-CUR  END-EXEC

           PERFORM UNTIL WS-VEND-EOF
               EXEC SQL
                   FETCH VEND-CUR
                   INTO :HV-VENDOR-NUMBER, :HV-VENDOR-NAME,
                        :HV-LEAD-DAYS
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-VEND-EOF-SWITCH
               ELSE
                   ADD 1 TO WS-VENDORS-READ
                   PERFORM 2100-SCORE-ONE-VENDOR
                       THRU 2199-SCORE-EXIT
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE VEND-CUR  END-EXEC

           EXEC SQL  COMMIT  END-EXEC.

      *--- 2100 GATHER ONE VENDOR'S MEASURES ---
       2100-SCORE-ONE-VENDOR.
      *    Receipts in the month, and how many arrived by the
      *    promised date.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN T.TRANS_DATE
                                        <= P.ORDER_DATE
                                           + :HV-LEAD-DAYS DAYS
                                   THEN 1 ELSE 0 END), 0)
               INTO   :HV-RECEIPTS, :HV-ONTIME
               FROM   INVENTORY_TRANSACTION T
               JOIN   PURCHASE_ORDER P
                      ON P.PO_NUMBER = T.PO_NUMBER
               WHERE  P.VENDOR_NUMBER = :HV-VENDOR-NUMBER
               AND    T.TRANS_TYPE    = 'RECV'
               AND    T.TRANS_DATE   >= DATE(:HV-MONTH-FROM)
               AND    T.TRANS_DATE    < DATE(:HV-MONTH-FROM)
                                        + 1 MONTH
           END-EXEC

      *    Of those receipts, the ones quality rejected - the lot
      *    was put on quarantine hold after it came in, or goods of
      *    the same PO and item went back to the vendor.
           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-REJECTS
               FROM   INVENTORY_TRANSACTION T
               JOIN   PURCHASE_ORDER P
                      ON P.PO_NUMBER = T.PO_NUMBER
               WHERE  P.VENDOR_NUMBER = :HV-VENDOR-NUMBER
               AND    T.TRANS_TYPE    = 'RECV'
               AND    T.TRANS_DATE   >= DATE(:HV-MONTH-FROM)
               AND    T.TRANS_DATE    < DATE(:HV-MONTH-FROM)
                                        + 1 MONTH
               AND   (EXISTS
                      (SELECT 1
                       FROM   INVENTORY_TRANSACTION H
                       WHERE  H.TRANS_TYPE   = 'QHLD'
                       AND    H.ITEM_NUMBER  = T.ITEM_NUMBER
                       AND    H.WAREHOUSE_ID = T.WAREHOUSE_ID
                       AND    H.LOT_NUMBER   = T.LOT_NUMBER
                       AND    T.LOT_NUMBER  <> ' '
                       AND    H.TRANS_DATE  >= T.TRANS_DATE)
               OR     EXISTS
                      (SELECT 1
                       FROM   INVENTORY_TRANSACTION R
                       WHERE  R.TRANS_TYPE  = 'RTVN'
                       AND    R.PO_NUMBER   = T.PO_NUMBER
                       AND    R.ITEM_NUMBER = T.ITEM_NUMBER))
           END-EXEC

      *    PO lines promised in the month: ordered, filled (capped
      *    at the ordered quantity) and shipped over, all in the
      *    line's own buying unit.
           EXEC SQL
               SELECT COALESCE(SUM(L.QUANTITY), 0),
                      COALESCE(SUM(CASE WHEN COALESCE(L.QTY_RECEIVED,
                                                      0) > L.QUANTITY
                                   THEN L.QUANTITY
                                   ELSE COALESCE(L.QTY_RECEIVED, 0)
                                   END), 0),
                      COALESCE(SUM(CASE WHEN COALESCE(L.QTY_RECEIVED,
                                                      0) > L.QUANTITY
                                   THEN L.QTY_RECEIVED - L.QUANTITY
                                   ELSE 0 END), 0)
               INTO   :HV-QTY-ORDERED, :HV-QTY-FILLED, :HV-QTY-OVER
               FROM   PO_LINE L
               JOIN   PURCHASE_ORDER P
                      ON P.PO_NUMBER = L.PO_NUMBER
               WHERE  P.VENDOR_NUMBER = :HV-VENDOR-NUMBER
               AND    P.ORDER_DATE + :HV-LEAD-DAYS DAYS
                          >= DATE(:HV-MONTH-FROM)
               AND    P.ORDER_DATE + :HV-LEAD-DAYS DAYS
                          < DATE(:HV-MONTH-FROM) + 1 MONTH
           END-EXEC

      *    Invoice lines entered in the month against a PO line:
      *    the PO value billed and the absolute price variance on
      *    it. Freight, duty and prepaid lines have no PO line and
      *    drop out of the join.
           EXEC SQL
               SELECT COALESCE(SUM(L.QUANTITY * PL.UNIT_COST), 0),
                      COALESCE(SUM(ABS(L.UNIT_COST - PL.UNIT_COST)
                                   * L.QUANTITY), 0)
               INTO   :HV-PO-VALUE, :HV-IPV-VALUE
               FROM   AP_INVOICE_LINE L
               JOIN   AP_INVOICE I
                      ON I.INVOICE_ID = L.INVOICE_ID
               JOIN   PO_LINE PL
                      ON  PL.PO_NUMBER   = I.PO_NUMBER
                      AND PL.LINE_SEQ    = L.PO_LINE_SEQ
                      AND PL.ITEM_NUMBER = L.ITEM_NUMBER
               WHERE  I.VENDOR_NUMBER = :HV-VENDOR-NUMBER
               AND    I.ENTRY_DATE   >= DATE(:HV-MONTH-FROM)
               AND    I.ENTRY_DATE    < DATE(:HV-MONTH-FROM)
                                        + 1 MONTH
           END-EXEC

      *    Actual lead time over the lookback ending at month end:
      *    days from the PO order date to each receipt.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(DAYS(T.TRANS_DATE)
                                   - DAYS(P.ORDER_DATE)), 0)
               INTO   :HV-LT-RECEIPTS, :HV-LT-DAYS-TOTAL
               FROM   INVENTORY_TRANSACTION T
               JOIN   PURCHASE_ORDER P
                      ON P.PO_NUMBER = T.PO_NUMBER
               WHERE  P.VENDOR_NUMBER = :HV-VENDOR-NUMBER
               AND    T.TRANS_TYPE    = 'RECV'
               AND    T.TRANS_DATE    < DATE(:HV-MONTH-FROM)
                                        + 1 MONTH
               AND    T.TRANS_DATE   >= DATE(:HV-MONTH-FROM)
                                        + 1 MONTH
                                        - :HV-LOOKBACK DAYS
           END-EXEC

           MOVE ZEROS TO WS-ACTUAL-DAYS
           IF HV-LT-RECEIPTS > ZEROS
               COMPUTE WS-ACTUAL-DAYS ROUNDED =
                   HV-LT-DAYS-TOTAL / HV-LT-RECEIPTS
               PERFORM 2400-WRITE-LEAD-EXTRACT
           END-IF

           IF HV-RECEIPTS = ZEROS
               AND HV-QTY-ORDERED = ZEROS
               AND HV-PO-VALUE = ZEROS
               GO TO 2199-SCORE-EXIT
           END-IF

           PERFORM 2200-COMPUTE-SCORE
           PERFORM 2300-RECORD-SCORECARD
           PERFORM 2500-WRITE-VENDOR-DETAIL.

       2199-SCORE-EXIT.
           EXIT.

      *--- 2200 TURN THE MEASURES INTO A WEIGHTED SCORE ---
      *    On-time, fill and quality score as their percentages;
      *    over-shipment takes its percentage off 100; every point
      *    of invoice price variance costs ten points. Weighted
      *    over only the measures that had activity, then graded
      *    A 90+, B 80+, C 70+, D below.
       2200-COMPUTE-SCORE.
           MOVE ZEROS TO WS-ONTIME-PCT WS-FILL-PCT WS-OVER-PCT
                         WS-IPV-PCT WS-REJECT-PCT
                         WS-WEIGHT-USED WS-WEIGHTED-SUM

           IF HV-RECEIPTS > ZEROS
               COMPUTE WS-ONTIME-PCT ROUNDED =
                   HV-ONTIME * 100 / HV-RECEIPTS
               COMPUTE WS-REJECT-PCT ROUNDED =
                   HV-REJECTS * 100 / HV-RECEIPTS
               COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
                   + (WS-ONTIME-PCT * WS-WT-ONTIME)
               ADD WS-WT-ONTIME TO WS-WEIGHT-USED
               COMPUTE WS-MEASURE-SCORE = 100 - WS-REJECT-PCT
               COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
                   + (WS-MEASURE-SCORE * WS-WT-QUALITY)
               ADD WS-WT-QUALITY TO WS-WEIGHT-USED
           END-IF

           IF HV-QTY-ORDERED > ZEROS
               COMPUTE WS-FILL-PCT ROUNDED =
                   HV-QTY-FILLED * 100 / HV-QTY-ORDERED
               COMPUTE WS-OVER-PCT ROUNDED =
                   HV-QTY-OVER * 100 / HV-QTY-ORDERED
               COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
                   + (WS-FILL-PCT * WS-WT-FILL)
               ADD WS-WT-FILL TO WS-WEIGHT-USED
               COMPUTE WS-MEASURE-SCORE = 100 - WS-OVER-PCT
               IF WS-MEASURE-SCORE < ZEROS
                   MOVE ZEROS TO WS-MEASURE-SCORE
               END-IF
               COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
                   + (WS-MEASURE-SCORE * WS-WT-OVER)
               ADD WS-WT-OVER TO WS-WEIGHT-USED
           END-IF

           IF HV-PO-VALUE > ZEROS
               COMPUTE WS-IPV-PCT ROUNDED =
                   HV-IPV-VALUE * 100 / HV-PO-VALUE
               COMPUTE WS-MEASURE-SCORE = 100 - (WS-IPV-PCT * 10)
               IF WS-MEASURE-SCORE < ZEROS
                   MOVE ZEROS TO WS-MEASURE-SCORE
               END-IF
               COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
                   + (WS-MEASURE-SCORE * WS-WT-PRICE)
               ADD WS-WT-PRICE TO WS-WEIGHT-USED
           END-IF

           COMPUTE WS-OVERALL-SCORE ROUNDED =
               WS-WEIGHTED-SUM / WS-WEIGHT-USED

           EVALUATE TRUE
               WHEN WS-OVERALL-SCORE >= 90
                   MOVE 'A' TO WS-GRADE
               WHEN WS-OVERALL-SCORE >= 80
                   MOVE 'B' TO WS-GRADE
               WHEN WS-OVERALL-SCORE >= 70
                   MOVE 'C' TO WS-GRADE
               WHEN OTHER
                   MOVE 'D' TO WS-GRADE
           END-EVALUATE.

      *--- 2300 KEEP THE MONTH'S SCORECARD FOR TRENDING ---
       2300-RECORD-SCORECARD.
           MOVE WS-ONTIME-PCT    TO HV-ONTIME-PCT
           MOVE WS-FILL-PCT      TO HV-FILL-PCT
           MOVE WS-OVER-PCT      TO HV-OVER-PCT
           MOVE WS-IPV-PCT       TO HV-IPV-PCT
           MOVE WS-REJECT-PCT    TO HV-REJECT-PCT
           MOVE WS-OVERALL-SCORE TO HV-OVERALL-SCORE
           MOVE WS-GRADE         TO HV-GRADE
           MOVE WS-ACTUAL-DAYS   TO HV-ACTUAL-DAYS

           EXEC SQL
               INSERT INTO VENDOR_SCORECARD
               (VENDOR_NUMBER, SCORE_MONTH, RECEIPT_COUNT,
                ONTIME_PCT, FILL_PCT, OVER_PCT, IPV_PCT,
                REJECT_PCT, OVERALL_SCORE, GRADE,
                STATED_LEAD_DAYS, ACTUAL_LEAD_DAYS,
                CREATED_DATE, CREATED_BY)
               VALUES
               (:HV-VENDOR-NUMBER, :HV-SCORE-MONTH, :HV-RECEIPTS,
                :HV-ONTIME-PCT, :HV-FILL-PCT, :HV-OVER-PCT,
                :HV-IPV-PCT, :HV-REJECT-PCT, :HV-OVERALL-SCORE,
                :HV-GRADE, :HV-LEAD-DAYS, :HV-ACTUAL-DAYS,
                CURRENT DATE, 'VNDSCR01')
           END-EXEC

           ADD 1 TO WS-VENDORS-SCORED.

      *--- 2400 WRITE ONE LEAD-TIME EXTRACT RECORD ---
       2400-WRITE-LEAD-EXTRACT.
           MOVE SPACES            TO LEAD-RECORD
           MOVE HV-VENDOR-NUMBER  TO LX-VENDOR-NUMBER
           MOVE HV-LEAD-DAYS      TO LX-STATED-DAYS
           MOVE WS-ACTUAL-DAYS    TO LX-ACTUAL-DAYS
           MOVE HV-LT-RECEIPTS    TO LX-RECEIPT-COUNT
           MOVE WS-LOOKBACK-DAYS  TO LX-LOOKBACK-DAYS
           MOVE WS-CURRENT-DATE   TO LX-AS-OF-DATE
           MOVE WS-MONTH-PARM     TO LX-SCORE-MONTH
           WRITE LEAD-RECORD
           ADD 1 TO WS-EXTRACT-COUNT.

      *--- 2500 WRITE ONE SCORECARD LINE ---
       2500-WRITE-VENDOR-DETAIL.
           IF WS-LINE-COUNT > 55
               PERFORM 9100-PRINT-HEADERS
           END-IF
           MOVE HV-VENDOR-NUMBER TO SD-VENDOR
           MOVE HV-VENDOR-NAME   TO SD-NAME
           MOVE HV-RECEIPTS      TO SD-RCPTS
           MOVE WS-ONTIME-PCT    TO SD-ONTIME
           MOVE WS-FILL-PCT      TO SD-FILL
           MOVE WS-OVER-PCT      TO SD-OVER
           MOVE WS-IPV-PCT       TO SD-IPV
           MOVE WS-REJECT-PCT    TO SD-REJECT
           MOVE WS-OVERALL-SCORE TO SD-SCORE
           MOVE WS-GRADE         TO SD-GRADE
           MOVE HV-LEAD-DAYS     TO SD-STATED
           MOVE WS-ACTUAL-DAYS   TO SD-ACTUAL
           MOVE SCR-DET-LINE     TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

      *--- 3000 PRINT SUMMARY ---
       3000-PRINT-SUMMARY.
           WRITE REPORT-LINE FROM SPACES
           MOVE 'Vendors Read:       '  TO SL-LABEL
           MOVE WS-VENDORS-READ        TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Vendors Scored:     '  TO SL-LABEL
           MOVE WS-VENDORS-SCORED      TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Lead-Time Extracts: '  TO SL-LABEL
           MOVE WS-EXTRACT-COUNT       TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE.

      *--- 9000 TERMINATE ---
       9000-TERMINATE.
           CLOSE REPORT-FILE
                 LEAD-FILE.

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
