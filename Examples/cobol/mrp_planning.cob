      *================================================================
      * PROGRAM:    MRPRUN01
      * DESCRIPTION: Time-Phased Material Requirements Planning
      *              - Nightly batch: nets gross requirements against
      *                supply item by item in weekly buckets over a
      *                planning horizon (SYSIN, default 13 weeks),
      *                bucket 1 carrying everything past due
      *              - Gross requirements: open SALES_ORDER_LINE
      *                quantity not yet shipped, due on the order's
      *                requested date (drop-ship lines never touch
      *                stock and are left out); OPEN BACKORDER rows
      *                whose order is no longer an open sales order,
      *                due now; component needs of OPEN WORK_ORDER
      *                kits, due now, less what the floor has
      *                already issued to each order (WOIS); and the
      *                components of every kit order this run plans,
      *                exploded through BOM_MASTER in its release
      *                bucket
      *              - Supply: INVENTORY_BALANCE on hand across
      *                warehouses, open PO_LINE quantity (converted
      *                to stocking units) and OPEN work-order kits
      *              - Items are planned in low-level-code order so a
      *                kit's planned orders are exploded before its
      *                components are netted, however deep the BOM
      *              - A shortfall plans an order in the bucket it
      *                falls in, released LEAD_TIME_DAYS earlier:
      *                purchased items at the vendor's lead time and
      *                at least REORDER_QTY, kits lot-for-lot at the
      *                build lead time; a release that should already
      *                have happened is flagged PAST DUE
      *              - Planned orders land on MRP_PLANNED_ORDER as
      *                PLANNED for buyer review - nothing is cut here
      *              - Open POs are treated as reschedulable: each is
      *                due at order date plus vendor lead time and is
      *                compared to the bucket the stock actually runs
      *                out in, giving EXPEDITE, DEEXPEDITE or CANCEL
      *                messages on MRP_MESSAGE
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRPRUN01.
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
           05  WS-CUR-EOF-SWITCH    PIC X(1) VALUE 'N'.
               88  WS-CUR-EOF                VALUE 'Y'.
           05  WS-LLC-CHANGED-SW    PIC X(1) VALUE 'N'.
               88  WS-LLC-CHANGED            VALUE 'Y'.
           05  WS-NEED-FOUND-SW     PIC X(1) VALUE 'N'.
               88  WS-NEED-FOUND             VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LINE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-PAGE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-ITEMS-PLANNED     PIC S9(7) COMP VALUE ZEROS.
           05  WS-PLANNED-POS       PIC S9(7) COMP VALUE ZEROS.
           05  WS-PLANNED-WOS       PIC S9(7) COMP VALUE ZEROS.
           05  WS-PAST-DUE-CNT      PIC S9(7) COMP VALUE ZEROS.
           05  WS-EXPEDITE-CNT      PIC S9(7) COMP VALUE ZEROS.
           05  WS-DEEXPEDITE-CNT    PIC S9(7) COMP VALUE ZEROS.
           05  WS-CANCEL-CNT        PIC S9(7) COMP VALUE ZEROS.
           05  WS-ITEMS-DROPPED     PIC S9(7) COMP VALUE ZEROS.

       01  WS-PARMS.
           05  WS-HORIZON-PARM      PIC 9(2)  VALUE ZEROS.
           05  WS-HORIZON-WEEKS     PIC S9(4) COMP VALUE 13.
           05  WS-MAX-WEEKS         PIC S9(4) COMP VALUE 26.
           05  WS-KIT-LEAD-DAYS     PIC S9(5) COMP VALUE 5.
           05  WS-DEFAULT-LEAD      PIC S9(5) COMP VALUE 14.
           05  WS-MAX-LLC-PASSES    PIC S9(4) COMP VALUE 20.

      *--- Every item the run touches, with its demand by bucket ---
       01  WS-ITEM-TABLE.
           05  WS-IT-COUNT          PIC S9(4) COMP VALUE ZEROS.
           05  WS-IT-MAX            PIC S9(4) COMP VALUE 500.
           05  WS-ITM OCCURS 500 TIMES.
               10  WS-IT-ITEM       PIC X(10).
               10  WS-IT-DESC       PIC X(30).
               10  WS-IT-VENDOR     PIC X(10).
               10  WS-IT-LLC        PIC S9(4) COMP.
               10  WS-IT-KIT-FLAG   PIC X(1).
                   88  WS-IT-IS-KIT           VALUE 'Y'.
               10  WS-IT-LEAD-DAYS  PIC S9(5) COMP.
               10  WS-IT-LOT-QTY    PIC S9(9)V99 COMP-3.
               10  WS-IT-ON-HAND    PIC S9(9)V99 COMP-3.
               10  WS-IT-PO-SUPPLY  PIC S9(9)V99 COMP-3.
               10  WS-IT-WO-SUPPLY  PIC S9(9)V99 COMP-3.
               10  WS-IT-GROSS      PIC S9(9)V99 COMP-3
                                    OCCURS 26 TIMES.

      *--- BOM_MASTER held in memory for levelling and explosion ---
       01  WS-BOM-TABLE.
           05  WS-BM-COUNT          PIC S9(4) COMP VALUE ZEROS.
           05  WS-BM-MAX            PIC S9(4) COMP VALUE 1000.
           05  WS-BOM OCCURS 1000 TIMES.
               10  WS-BM-PARENT-IDX PIC S9(4) COMP.
               10  WS-BM-COMP-IDX   PIC S9(4) COMP.
               10  WS-BM-QTY-PER    PIC S9(7)V9(4) COMP-3.

       01  WS-PLAN-WORK.
           05  WS-IDX               PIC S9(4) COMP VALUE ZEROS.
           05  WS-BKT               PIC S9(4) COMP VALUE ZEROS.
           05  WS-BM-IDX            PIC S9(4) COMP VALUE ZEROS.
           05  WS-PASS              PIC S9(4) COMP VALUE ZEROS.
           05  WS-LEVEL             PIC S9(4) COMP VALUE ZEROS.
           05  WS-MAX-LLC           PIC S9(4) COMP VALUE ZEROS.
           05  WS-PARENT-IDX        PIC S9(4) COMP VALUE ZEROS.
           05  WS-COMP-IDX          PIC S9(4) COMP VALUE ZEROS.
           05  WS-SRCH-ITEM         PIC X(10).
           05  WS-SRCH-IDX          PIC S9(4) COMP VALUE ZEROS.
           05  WS-DAY-OFFSET        PIC S9(7) COMP VALUE ZEROS.
           05  WS-BUCKET            PIC S9(4) COMP VALUE ZEROS.
           05  WS-LEAD-BUCKETS      PIC S9(4) COMP VALUE ZEROS.
           05  WS-RELEASE-BKT       PIC S9(4) COMP VALUE ZEROS.
           05  WS-NEED-BKT          PIC S9(4) COMP VALUE ZEROS.
           05  WS-CUM-GROSS         PIC S9(11)V99 COMP-3.
           05  WS-CUM-PLANNED       PIC S9(11)V99 COMP-3.
           05  WS-NET-AVAIL         PIC S9(11)V99 COMP-3.
           05  WS-PLAN-QTY          PIC S9(9)V99 COMP-3.
           05  WS-SUPPLY-BEFORE     PIC S9(11)V99 COMP-3.
           05  WS-EXPLODE-QTY       PIC S9(9)V99 COMP-3.
           05  WS-PAST-DUE-FLAG     PIC X(1).
           05  WS-MSG-TYPE          PIC X(10).
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
       01  HV-MRP.
           05  HV-PERIOD-ID         PIC X(6).
           05  HV-ITEM-NUMBER       PIC X(10).
           05  HV-COMP-ITEM         PIC X(10).
           05  HV-ITEM-DESC         PIC X(30).
           05  HV-VENDOR-NUMBER     PIC X(10).
           05  HV-QTY-PER           PIC S9(7)V9(4) COMP-3.
           05  HV-QUANTITY          PIC S9(9)V99 COMP-3.
           05  HV-LOT-QTY           PIC S9(9)V99 COMP-3.
           05  HV-LEAD-DAYS         PIC S9(5) COMP.
           05  HV-DAY-OFFSET        PIC S9(7) COMP.
           05  HV-DAYS              PIC S9(7) COMP.
           05  HV-DATE-ISO          PIC X(10).
           05  HV-RELEASE-ISO       PIC X(10).
           05  HV-DUE-ISO           PIC X(10).
           05  HV-NEED-ISO          PIC X(10).
           05  HV-PO-NUMBER         PIC S9(9) COMP.
           05  HV-PO-LINE-SEQ       PIC S9(5) COMP.
           05  HV-PLAN-ID           PIC S9(9) COMP.
           05  HV-ORDER-TYPE        PIC X(2).
           05  HV-PAST-DUE-FLAG     PIC X(1).
           05  HV-MSG-TYPE          PIC X(10).
           05  HV-EXC-SEVERITY      PIC X(1).
           05  HV-EXC-REASON        PIC X(12).
           05  HV-EXC-KEY           PIC X(30).
           05  HV-EXC-DUP-COUNT     PIC S9(9) COMP.

      *--- HEADER LINES ---
       01  HDR1.
           05  FILLER  PIC X(22) VALUE SPACES.
           05  FILLER  PIC X(50)
               VALUE 'ACME CORPORATION - MATERIAL REQUIREMENTS PLAN'.
           05  FILLER  PIC X(31) VALUE SPACES.
           05  FILLER  PIC X(5) VALUE 'PAGE:'.
           05  H1-PAGE PIC ZZZZZ.
           05  FILLER  PIC X(20) VALUE SPACES.

       01  HDR2.
           05  FILLER   PIC X(10) VALUE 'RUN DATE: '.
           05  H2-DATE  PIC X(10).
           05  FILLER   PIC X(17) VALUE '  HORIZON WEEKS: '.
           05  H2-WEEKS PIC ZZ9.
           05  FILLER   PIC X(93) VALUE SPACES.

      *--- Column heading for whichever section is printing ---
       01  WS-COL-HDR              PIC X(133) VALUE SPACES.

       01  PLAN-COL-HDR.
           05  FILLER  PIC X(4)  VALUE 'TYPE'.
           05  FILLER  PIC X(12) VALUE 'ITEM'.
           05  FILLER  PIC X(32) VALUE 'DESCRIPTION'.
           05  FILLER  PIC X(12) VALUE 'VENDOR'.
           05  FILLER  PIC X(16) VALUE '      QUANTITY'.
           05  FILLER  PIC X(12) VALUE 'RELEASE'.
           05  FILLER  PIC X(12) VALUE 'DUE'.
           05  FILLER  PIC X(33) VALUE SPACES.

       01  MSG-COL-HDR.
           05  FILLER  PIC X(14) VALUE 'MESSAGE'.
           05  FILLER  PIC X(11) VALUE '       PO'.
           05  FILLER  PIC X(6)  VALUE 'LINE'.
           05  FILLER  PIC X(12) VALUE 'ITEM'.
           05  FILLER  PIC X(16) VALUE '      OPEN QTY'.
           05  FILLER  PIC X(12) VALUE 'DUE'.
           05  FILLER  PIC X(10) VALUE 'NEEDED'.
           05  FILLER  PIC X(52) VALUE SPACES.

      *--- PLANNED ORDER LINE ---
       01  PLAN-DET-LINE.
           05  PL-TYPE     PIC X(2).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  PL-ITEM     PIC X(10).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  PL-DESC     PIC X(30).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  PL-VENDOR   PIC X(10).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  PL-QTY      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  PL-RELEASE  PIC X(10).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  PL-DUE      PIC X(10).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  PL-FLAG     PIC X(8).
           05  FILLER      PIC X(25) VALUE SPACES.

      *--- RESCHEDULE MESSAGE LINE ---
       01  MSG-DET-LINE.
           05  MG-TYPE     PIC X(12).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  MG-PO       PIC ZZZZZZZZ9.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  MG-LINE     PIC ZZZ9.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  MG-ITEM     PIC X(10).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  MG-QTY      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  MG-DUE      PIC X(10).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  MG-NEED     PIC X(10).
           05  FILLER      PIC X(52) VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER      PIC X(10) VALUE SPACES.
           05  SL-LABEL    PIC X(30).
           05  SL-COUNT    PIC ZZZ,ZZ9.
           05  FILLER      PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-BILL-OF-MATERIAL
           PERFORM 2100-LOAD-ORDER-DEMAND
           PERFORM 2200-LOAD-BACKORDERS
           PERFORM 2300-LOAD-WORK-ORDERS
           PERFORM 2400-LOAD-OPEN-PO-ITEMS
           PERFORM 2500-LOAD-ITEM-DATA
           PERFORM 2600-ASSIGN-LOW-LEVEL-CODES
           PERFORM 3000-PLAN-ALL-LEVELS
           PERFORM 3500-PRINT-MESSAGES
           PERFORM 4000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE

           ACCEPT WS-HORIZON-PARM FROM SYSIN
           IF WS-HORIZON-PARM NUMERIC
               AND WS-HORIZON-PARM > ZEROS
               MOVE WS-HORIZON-PARM TO WS-HORIZON-WEEKS
           END-IF
           IF WS-HORIZON-WEEKS > WS-MAX-WEEKS
               MOVE WS-MAX-WEEKS TO WS-HORIZON-WEEKS
           END-IF

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

           EXEC SQL
               SELECT COALESCE(MAX(PLAN_ID), 0)
               INTO   :HV-PLAN-ID
               FROM   MRP_PLANNED_ORDER
           END-EXEC

      *    Last night's suggestions are replaced, not stacked: any
      *    planned order a buyer has not acted on is re-planned from
      *    tonight's picture.
           EXEC SQL
               DELETE FROM MRP_PLANNED_ORDER
               WHERE  STATUS = 'PLANNED'
           END-EXEC

           EXEC SQL
               DELETE FROM MRP_MESSAGE
           END-EXEC

           MOVE WS-CURRENT-DATE  TO H2-DATE
           MOVE WS-HORIZON-WEEKS TO H2-WEEKS.

      *--- 2000 LOAD BOM_MASTER ---
      *    Every parent is a kit; both ends of each BOM row join the
      *    item table so levelling can see the whole structure.
       2000-LOAD-BILL-OF-MATERIAL.
           MOVE 'N' TO WS-CUR-EOF-SWITCH

           EXEC SQL
               DECLARE BOM-CUR CURSOR FOR
               SELECT PARENT_ITEM, COMPONENT_ITEM, QTY_PER
               FROM   BOM_MASTER
               ORDER BY PARENT_ITEM, COMPONENT_ITEM
           END-EXEC

           EXEC SQL  OPEN BOM-CUR  END-EXEC

           PERFORM UNTIL WS-CUR-EOF
               EXEC SQL
                   FETCH BOM-CUR
                   INTO :HV-ITEM-NUMBER, :HV-COMP-ITEM, :HV-QTY-PER
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-CUR-EOF-SWITCH
               ELSE
                   PERFORM 2050-STORE-BOM-ROW
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE BOM-CUR  END-EXEC.

      *--- 2050 STORE ONE BOM ROW ---
       2050-STORE-BOM-ROW.
           MOVE HV-ITEM-NUMBER TO WS-SRCH-ITEM
           PERFORM 2900-FIND-OR-ADD-ITEM
           MOVE WS-SRCH-IDX TO WS-PARENT-IDX

           MOVE HV-COMP-ITEM TO WS-SRCH-ITEM
           PERFORM 2900-FIND-OR-ADD-ITEM
           MOVE WS-SRCH-IDX TO WS-COMP-IDX

           IF WS-PARENT-IDX > ZEROS AND WS-COMP-IDX > ZEROS
               IF WS-BM-COUNT < WS-BM-MAX
                   ADD 1 TO WS-BM-COUNT
                   MOVE WS-PARENT-IDX
                       TO WS-BM-PARENT-IDX (WS-BM-COUNT)
                   MOVE WS-COMP-IDX
                       TO WS-BM-COMP-IDX (WS-BM-COUNT)
                   MOVE HV-QTY-PER
                       TO WS-BM-QTY-PER (WS-BM-COUNT)
                   MOVE 'Y' TO WS-IT-KIT-FLAG (WS-PARENT-IDX)
               ELSE
                   MOVE 'E'            TO HV-EXC-SEVERITY
                   MOVE 'MRP-BOM-FULL' TO HV-EXC-REASON
                   MOVE HV-ITEM-NUMBER TO HV-EXC-KEY
                   PERFORM 9700-LOG-EXCEPTION
               END-IF
           END-IF.

      *--- 2100 LOAD OPEN SALES ORDER DEMAND ---
      *    Unshipped quantity on open (and credit-held - the hold is
      *    a billing question, not a cancellation) orders, due on the
      *    requested date. Drop-ship lines are filled by the vendor
      *    and never draw on our stock.
       2100-LOAD-ORDER-DEMAND.
           MOVE 'N' TO WS-CUR-EOF-SWITCH

           EXEC SQL
               DECLARE SOD-CUR CURSOR FOR
               SELECT L.ITEM_NUMBER,
                      DAYS(COALESCE(S.REQUEST_DATE, CURRENT DATE))
                          - DAYS(CURRENT DATE),
                      SUM(L.QTY_ORDERED - COALESCE(L.QTY_SHIPPED, 0))
               FROM   SALES_ORDER_LINE L
               JOIN   SALES_ORDER S
                      ON S.ORDER_NUMBER = L.ORDER_NUMBER
               WHERE  S.STATUS IN ('OPEN', 'CREDHOLD')
               AND    COALESCE(L.LINE_TYPE, 'ST') <> 'DS'
               AND    L.QTY_ORDERED > COALESCE(L.QTY_SHIPPED, 0)
               GROUP BY L.ITEM_NUMBER,
                        DAYS(COALESCE(S.REQUEST_DATE, CURRENT DATE))
                            - DAYS(CURRENT DATE)
           END-EXEC

           EXEC SQL  OPEN SOD-CUR  END-EXEC

           PERFORM UNTIL WS-CUR-EOF
               EXEC SQL
                   FETCH SOD-CUR
                   INTO :HV-ITEM-NUMBER, :HV-DAY-OFFSET, :HV-QUANTITY
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-CUR-EOF-SWITCH
               ELSE
                   MOVE HV-DAY-OFFSET TO WS-DAY-OFFSET
                   PERFORM 2950-DAYS-TO-BUCKET
                   IF WS-BUCKET > ZEROS
                       MOVE HV-ITEM-NUMBER TO WS-SRCH-ITEM
                       PERFORM 2900-FIND-OR-ADD-ITEM
                       IF WS-SRCH-IDX > ZEROS
                           ADD HV-QUANTITY
                               TO WS-IT-GROSS (WS-SRCH-IDX, WS-BUCKET)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE SOD-CUR  END-EXEC.

      *--- 2200 LOAD OPEN BACKORDERS ---
      *    A backorder whose order is still an open sales order is
      *    already in that line's unshipped quantity; only the rest
      *    add demand, and all of it is due now.
       2200-LOAD-BACKORDERS.
           MOVE 'N' TO WS-CUR-EOF-SWITCH

           EXEC SQL
               DECLARE BKO-CUR CURSOR FOR
               SELECT BO.ITEM_NUMBER, SUM(BO.QUANTITY_SHORT)
               FROM   BACKORDER BO
               WHERE  BO.STATUS = 'OPEN'
               AND    NOT EXISTS
                      (SELECT 1
                       FROM   SALES_ORDER S
                       WHERE  S.ORDER_NUMBER = BO.ORDER_NUMBER
                       AND    S.STATUS IN ('OPEN', 'CREDHOLD'))
               GROUP BY BO.ITEM_NUMBER
           END-EXEC

           EXEC SQL  OPEN BKO-CUR  END-EXEC

           PERFORM UNTIL WS-CUR-EOF
               EXEC SQL
                   FETCH BKO-CUR
                   INTO :HV-ITEM-NUMBER, :HV-QUANTITY
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-CUR-EOF-SWITCH
               ELSE
                   MOVE HV-ITEM-NUMBER TO WS-SRCH-ITEM
                   PERFORM 2900-FIND-OR-ADD-ITEM
                   IF WS-SRCH-IDX > ZEROS
                       ADD HV-QUANTITY TO WS-IT-GROSS (WS-SRCH-IDX, 1)
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE BKO-CUR  END-EXEC.

      *--- 2300 LOAD OPEN WORK ORDERS ---
      *    An OPEN work order is kit supply now and component demand
      *    now through the in-memory BOM. Components the floor has
      *    already issued to the order (2310) have left on-hand, so
      *    they come back off that demand.
       2300-LOAD-WORK-ORDERS.
           MOVE 'N' TO WS-CUR-EOF-SWITCH

           EXEC SQL
               DECLARE WO-CUR CURSOR FOR
               SELECT KIT_ITEM, SUM(KIT_QUANTITY)
               FROM   WORK_ORDER
               WHERE  STATUS = 'OPEN'
               GROUP BY KIT_ITEM
           END-EXEC

           EXEC SQL  OPEN WO-CUR  END-EXEC

           PERFORM UNTIL WS-CUR-EOF
               EXEC SQL
                   FETCH WO-CUR
                   INTO :HV-ITEM-NUMBER, :HV-QUANTITY
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-CUR-EOF-SWITCH
               ELSE
                   MOVE HV-ITEM-NUMBER TO WS-SRCH-ITEM
                   PERFORM 2900-FIND-OR-ADD-ITEM
                   IF WS-SRCH-IDX > ZEROS
                       ADD HV-QUANTITY
                           TO WS-IT-WO-SUPPLY (WS-SRCH-IDX)
                       MOVE WS-SRCH-IDX TO WS-PARENT-IDX
                       MOVE HV-QUANTITY TO WS-PLAN-QTY
                       MOVE 1           TO WS-RELEASE-BKT
                       PERFORM 3300-EXPLODE-KIT-ORDER
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE WO-CUR  END-EXEC

           PERFORM 2310-NET-ISSUED-COMPONENTS.

      *--- 2310 TAKE ISSUED COMPONENTS OFF WORK-ORDER DEMAND ---
      *    Every WOIS row carries its WO_ID in PO_NUMBER. What each
      *    OPEN order has drawn of a component is netted against
      *    the requirement 2300 exploded for it - capped at that
      *    requirement, so an over-issue on one order cannot cancel
      *    another order's need.
       2310-NET-ISSUED-COMPONENTS.
           MOVE 'N' TO WS-CUR-EOF-SWITCH

           EXEC SQL
               DECLARE WOIS-CUR CURSOR FOR
               SELECT X.ITEM_NUMBER,
                      SUM(CASE WHEN X.ISSUED > X.REQUIRED
                               THEN X.REQUIRED
                               ELSE X.ISSUED END)
               FROM  (SELECT T.ITEM_NUMBER, W.WO_ID,
                             SUM(T.QUANTITY) AS ISSUED,
                             MAX(B.QTY_PER * W.KIT_QUANTITY)
                                 AS REQUIRED
                      FROM   INVENTORY_TRANSACTION T
                      JOIN   WORK_ORDER W
                             ON W.WO_ID = T.PO_NUMBER
                      JOIN   BOM_MASTER B
                             ON  B.PARENT_ITEM    = W.KIT_ITEM
                             AND B.COMPONENT_ITEM = T.ITEM_NUMBER
                      WHERE  T.TRANS_TYPE = 'WOIS'
                      AND    W.STATUS     = 'OPEN'
                      GROUP BY T.ITEM_NUMBER, W.WO_ID) X
               GROUP BY X.ITEM_NUMBER
           END-EXEC

           EXEC SQL  OPEN WOIS-CUR  END-EXEC

           PERFORM UNTIL WS-CUR-EOF
               EXEC SQL
                   FETCH WOIS-CUR
                   INTO :HV-ITEM-NUMBER, :HV-QUANTITY
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-CUR-EOF-SWITCH
               ELSE
                   MOVE HV-ITEM-NUMBER TO WS-SRCH-ITEM
                   PERFORM 2900-FIND-OR-ADD-ITEM
                   IF WS-SRCH-IDX > ZEROS
                       SUBTRACT HV-QUANTITY
                           FROM WS-IT-GROSS (WS-SRCH-IDX, 1)
                       IF WS-IT-GROSS (WS-SRCH-IDX, 1) < ZEROS
                           MOVE ZEROS
                               TO WS-IT-GROSS (WS-SRCH-IDX, 1)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE WOIS-CUR  END-EXEC.

      *--- 2400 LOAD ITEMS WITH OPEN PURCHASE ORDERS ---
      *    An item with open POs and no demand still belongs in the
      *    run - those POs are exactly the ones to cancel.
       2400-LOAD-OPEN-PO-ITEMS.
           MOVE 'N' TO WS-CUR-EOF-SWITCH

           EXEC SQL
               DECLARE POI-CUR CURSOR FOR
               SELECT DISTINCT PL.ITEM_NUMBER
               FROM   PO_LINE PL
               JOIN   PURCHASE_ORDER P
                      ON P.PO_NUMBER = PL.PO_NUMBER
               WHERE  P.STATUS IN ('OPEN', 'HOLD')
               AND    COALESCE(P.DROP_SHIP_FLAG, 'N') <> 'Y'
               AND    COALESCE(PL.LINE_STATUS, 'OPEN') <> 'CLOSED'
               AND    PL.QUANTITY > COALESCE(PL.QTY_RECEIVED, 0)
           END-EXEC

           EXEC SQL  OPEN POI-CUR  END-EXEC

           PERFORM UNTIL WS-CUR-EOF
               EXEC SQL
                   FETCH POI-CUR
                   INTO :HV-ITEM-NUMBER
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-CUR-EOF-SWITCH
               ELSE
                   MOVE HV-ITEM-NUMBER TO WS-SRCH-ITEM
                   PERFORM 2900-FIND-OR-ADD-ITEM
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE POI-CUR  END-EXEC.

      *--- 2500 LOAD MASTER DATA, ON HAND, AND OPEN PO SUPPLY ---
      *    Open PO quantity is in the PO line's buying unit and
      *    converts to stocking units through UOM_CONVERSION, the
      *    same factor INVCTR01's 2170 receives against.
       2500-LOAD-ITEM-DATA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-IT-COUNT
               MOVE WS-IT-ITEM (WS-IDX) TO HV-ITEM-NUMBER

               EXEC SQL
                   SELECT COALESCE(ITEM_DESC, ' '),
                          COALESCE(VENDOR_NUMBER, ' '),
                          COALESCE(REORDER_QTY, 0)
                   INTO   :HV-ITEM-DESC, :HV-VENDOR-NUMBER,
                          :HV-LOT-QTY
                   FROM   ITEM_MASTER
                   WHERE  ITEM_NUMBER = :HV-ITEM-NUMBER
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'ITEM NOT ON FILE' TO HV-ITEM-DESC
                   MOVE SPACES             TO HV-VENDOR-NUMBER
                   MOVE ZEROS              TO HV-LOT-QTY
               END-IF
               MOVE HV-ITEM-DESC     TO WS-IT-DESC (WS-IDX)
               MOVE HV-VENDOR-NUMBER TO WS-IT-VENDOR (WS-IDX)
               MOVE HV-LOT-QTY       TO WS-IT-LOT-QTY (WS-IDX)

               MOVE WS-DEFAULT-LEAD TO HV-LEAD-DAYS
               IF HV-VENDOR-NUMBER NOT = SPACES
                   EXEC SQL
                       SELECT COALESCE(LEAD_TIME_DAYS, 14)
                       INTO   :HV-LEAD-DAYS
                       FROM   VENDOR_MASTER
                       WHERE  VENDOR_NUMBER = :HV-VENDOR-NUMBER
                   END-EXEC
                   IF SQLCODE NOT = 0
                       MOVE WS-DEFAULT-LEAD TO HV-LEAD-DAYS
                   END-IF
               END-IF
               IF WS-IT-IS-KIT (WS-IDX)
                   MOVE WS-KIT-LEAD-DAYS TO HV-LEAD-DAYS
               END-IF
               MOVE HV-LEAD-DAYS TO WS-IT-LEAD-DAYS (WS-IDX)

               EXEC SQL
                   SELECT COALESCE(SUM(QTY_ON_HAND), 0)
                   INTO   :HV-QUANTITY
                   FROM   INVENTORY_BALANCE
                   WHERE  ITEM_NUMBER = :HV-ITEM-NUMBER
               END-EXEC
               MOVE HV-QUANTITY TO WS-IT-ON-HAND (WS-IDX)

               EXEC SQL
                   SELECT COALESCE(SUM(
                            (PL.QUANTITY - COALESCE(PL.QTY_RECEIVED, 0))
                            * COALESCE(U.FACTOR_TO_STOCK, 1)), 0)
                   INTO   :HV-QUANTITY
                   FROM   PO_LINE PL
                   JOIN   PURCHASE_ORDER P
                          ON P.PO_NUMBER = PL.PO_NUMBER
                   LEFT JOIN UOM_CONVERSION U
                          ON  U.ITEM_NUMBER = PL.ITEM_NUMBER
                          AND U.UOM_CODE    = PL.UOM_CODE
                   WHERE  PL.ITEM_NUMBER = :HV-ITEM-NUMBER
                   AND    P.STATUS IN ('OPEN', 'HOLD')
                   AND    COALESCE(P.DROP_SHIP_FLAG, 'N') <> 'Y'
                   AND    COALESCE(PL.LINE_STATUS, 'OPEN') <> 'CLOSED'
                   AND    PL.QUANTITY > COALESCE(PL.QTY_RECEIVED, 0)
               END-EXEC
               MOVE HV-QUANTITY TO WS-IT-PO-SUPPLY (WS-IDX)
           END-PERFORM.

      *--- 2600 ASSIGN LOW-LEVEL CODES ---
      *    A component's level is one deeper than its deepest
      *    parent; passes repeat until nothing moves. A BOM that
      *    is still moving after the pass limit has a loop in it -
      *    it is logged and planned at the levels reached.
       2600-ASSIGN-LOW-LEVEL-CODES.
           MOVE 'Y'   TO WS-LLC-CHANGED-SW
           MOVE ZEROS TO WS-PASS

           PERFORM UNTIL NOT WS-LLC-CHANGED
                   OR WS-PASS >= WS-MAX-LLC-PASSES
               ADD 1 TO WS-PASS
               MOVE 'N' TO WS-LLC-CHANGED-SW
               PERFORM VARYING WS-BM-IDX FROM 1 BY 1
                   UNTIL WS-BM-IDX > WS-BM-COUNT
                   MOVE WS-BM-PARENT-IDX (WS-BM-IDX) TO WS-PARENT-IDX
                   MOVE WS-BM-COMP-IDX (WS-BM-IDX)   TO WS-COMP-IDX
                   IF WS-IT-LLC (WS-COMP-IDX)
                          NOT > WS-IT-LLC (WS-PARENT-IDX)
                       COMPUTE WS-IT-LLC (WS-COMP-IDX) =
                           WS-IT-LLC (WS-PARENT-IDX) + 1
                       MOVE 'Y' TO WS-LLC-CHANGED-SW
                       IF WS-IT-LLC (WS-COMP-IDX) > WS-MAX-LLC
                           MOVE WS-IT-LLC (WS-COMP-IDX)
                               TO WS-MAX-LLC
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM

           IF WS-LLC-CHANGED
               MOVE 'E'           TO HV-EXC-SEVERITY
               MOVE 'MRP-BOM-LOOP' TO HV-EXC-REASON
               MOVE 'BOM_MASTER'  TO HV-EXC-KEY
               PERFORM 9700-LOG-EXCEPTION
           END-IF.

      *--- 2900 FIND AN ITEM IN THE TABLE, ADDING IT IF NEW ---
      *    WS-SRCH-IDX comes back zero when the table is full; the
      *    item is logged once per run and left out of the plan.
       2900-FIND-OR-ADD-ITEM.
           MOVE ZEROS TO WS-SRCH-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-IT-COUNT
                  OR WS-SRCH-IDX > ZEROS
               IF WS-IT-ITEM (WS-IDX) = WS-SRCH-ITEM
                   MOVE WS-IDX TO WS-SRCH-IDX
               END-IF
           END-PERFORM

           IF WS-SRCH-IDX = ZEROS
               IF WS-IT-COUNT < WS-IT-MAX
                   ADD 1 TO WS-IT-COUNT
                   MOVE WS-IT-COUNT TO WS-SRCH-IDX
                   MOVE WS-SRCH-ITEM TO WS-IT-ITEM (WS-SRCH-IDX)
                   MOVE SPACES TO WS-IT-DESC (WS-SRCH-IDX)
                   MOVE SPACES TO WS-IT-VENDOR (WS-SRCH-IDX)
                   MOVE ZEROS  TO WS-IT-LLC (WS-SRCH-IDX)
                   MOVE 'N'    TO WS-IT-KIT-FLAG (WS-SRCH-IDX)
                   MOVE ZEROS  TO WS-IT-LEAD-DAYS (WS-SRCH-IDX)
                   MOVE ZEROS  TO WS-IT-LOT-QTY (WS-SRCH-IDX)
                   MOVE ZEROS  TO WS-IT-ON-HAND (WS-SRCH-IDX)
                   MOVE ZEROS  TO WS-IT-PO-SUPPLY (WS-SRCH-IDX)
                   MOVE ZEROS  TO WS-IT-WO-SUPPLY (WS-SRCH-IDX)
                   PERFORM VARYING WS-BKT FROM 1 BY 1
                       UNTIL WS-BKT > WS-MAX-WEEKS
                       MOVE ZEROS TO WS-IT-GROSS (WS-SRCH-IDX, WS-BKT)
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-ITEMS-DROPPED
                   MOVE 'E'            TO HV-EXC-SEVERITY
                   MOVE 'MRP-ITM-FULL' TO HV-EXC-REASON
                   MOVE WS-SRCH-ITEM   TO HV-EXC-KEY
                   PERFORM 9700-LOG-EXCEPTION
               END-IF
           END-IF.

      *--- 2950 CONVERT A DAY OFFSET TO A WEEKLY BUCKET ---
      *    Past due and this week both land in bucket 1; anything
      *    beyond the horizon comes back as bucket zero.
       2950-DAYS-TO-BUCKET.
           IF WS-DAY-OFFSET < 7
               MOVE 1 TO WS-BUCKET
           ELSE
               COMPUTE WS-BUCKET = (WS-DAY-OFFSET / 7) + 1
           END-IF
           IF WS-BUCKET > WS-HORIZON-WEEKS
               MOVE ZEROS TO WS-BUCKET
           END-IF.

      *--- 2960 DATE OF A BUCKET'S FIRST DAY ---
       2960-BUCKET-START-DATE.
           COMPUTE HV-DAYS = (WS-BUCKET - 1) * 7
           EXEC SQL
               SELECT CHAR(CURRENT DATE + :HV-DAYS DAYS, ISO)
               INTO   :HV-DATE-ISO
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

      *--- 3000 PLAN EVERY ITEM, TOP LEVEL FIRST ---
       3000-PLAN-ALL-LEVELS.
           MOVE PLAN-COL-HDR TO WS-COL-HDR
           PERFORM 9100-PRINT-HEADERS
           MOVE '===== PLANNED ORDERS FOR BUYER REVIEW =====' TO
               REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT

           PERFORM VARYING WS-LEVEL FROM 0 BY 1
               UNTIL WS-LEVEL > WS-MAX-LLC
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-IT-COUNT
                   IF WS-IT-LLC (WS-IDX) = WS-LEVEL
                       PERFORM 3100-PLAN-ONE-ITEM
                   END-IF
               END-PERFORM
           END-PERFORM

           EXEC SQL  COMMIT  END-EXEC.

      *--- 3100 NET ONE ITEM BUCKET BY BUCKET ---
      *    Supply is on hand plus every open PO and work order - the
      *    open POs are assumed movable, and 3400 says which way to
      *    move them. Wherever cumulative demand outruns that supply
      *    plus what is already planned, a new order covers the gap
      *    in that bucket.
       3100-PLAN-ONE-ITEM.
           ADD 1 TO WS-ITEMS-PLANNED
           MOVE WS-IDX TO WS-PARENT-IDX
           MOVE ZEROS TO WS-CUM-GROSS
           MOVE ZEROS TO WS-CUM-PLANNED

           COMPUTE WS-LEAD-BUCKETS =
               (WS-IT-LEAD-DAYS (WS-IDX) + 6) / 7

           PERFORM VARYING WS-BKT FROM 1 BY 1
               UNTIL WS-BKT > WS-HORIZON-WEEKS
               ADD WS-IT-GROSS (WS-IDX, WS-BKT) TO WS-CUM-GROSS
               COMPUTE WS-NET-AVAIL =
                   WS-IT-ON-HAND (WS-IDX)
                   + WS-IT-PO-SUPPLY (WS-IDX)
                   + WS-IT-WO-SUPPLY (WS-IDX)
                   + WS-CUM-PLANNED - WS-CUM-GROSS
               IF WS-NET-AVAIL < ZEROS
                   COMPUTE WS-PLAN-QTY = ZEROS - WS-NET-AVAIL
                   IF NOT WS-IT-IS-KIT (WS-IDX)
                       AND WS-IT-LOT-QTY (WS-IDX) > WS-PLAN-QTY
                       MOVE WS-IT-LOT-QTY (WS-IDX) TO WS-PLAN-QTY
                   END-IF
                   ADD WS-PLAN-QTY TO WS-CUM-PLANNED
                   PERFORM 3200-WRITE-PLANNED-ORDER
               END-IF
           END-PERFORM

           IF WS-IT-PO-SUPPLY (WS-IDX) > ZEROS
               PERFORM 3400-CHECK-PO-RESCHEDULE
           END-IF.

      *--- 3200 WRITE ONE PLANNED ORDER ---
      *    Due at the start of the short bucket, released a lead
      *    time earlier; a release that falls before today is
      *    already late and is flagged so the buyer works it first.
       3200-WRITE-PLANNED-ORDER.
           COMPUTE WS-RELEASE-BKT = WS-BKT - WS-LEAD-BUCKETS
           MOVE 'N' TO WS-PAST-DUE-FLAG
           IF WS-RELEASE-BKT < 1
               MOVE 1   TO WS-RELEASE-BKT
               MOVE 'Y' TO WS-PAST-DUE-FLAG
               ADD 1 TO WS-PAST-DUE-CNT
           END-IF

           MOVE WS-BKT TO WS-BUCKET
           PERFORM 2960-BUCKET-START-DATE
           MOVE HV-DATE-ISO TO HV-DUE-ISO
           MOVE WS-RELEASE-BKT TO WS-BUCKET
           PERFORM 2960-BUCKET-START-DATE
           MOVE HV-DATE-ISO TO HV-RELEASE-ISO

           IF WS-IT-IS-KIT (WS-IDX)
               MOVE 'WO' TO HV-ORDER-TYPE
               MOVE SPACES TO HV-VENDOR-NUMBER
               ADD 1 TO WS-PLANNED-WOS
           ELSE
               MOVE 'PO' TO HV-ORDER-TYPE
               MOVE WS-IT-VENDOR (WS-IDX) TO HV-VENDOR-NUMBER
               ADD 1 TO WS-PLANNED-POS
           END-IF

           ADD 1 TO HV-PLAN-ID
           MOVE WS-IT-ITEM (WS-IDX) TO HV-ITEM-NUMBER
           MOVE WS-PLAN-QTY         TO HV-QUANTITY
           MOVE WS-PAST-DUE-FLAG    TO HV-PAST-DUE-FLAG

           EXEC SQL
               INSERT INTO MRP_PLANNED_ORDER
               (PLAN_ID, ITEM_NUMBER, ORDER_TYPE, VENDOR_NUMBER,
                PLAN_QTY, RELEASE_DATE, DUE_DATE, PAST_DUE_FLAG,
                STATUS, RUN_DATE, CREATED_BY)
               VALUES
               (:HV-PLAN-ID, :HV-ITEM-NUMBER, :HV-ORDER-TYPE,
                :HV-VENDOR-NUMBER, :HV-QUANTITY,
                DATE(:HV-RELEASE-ISO), DATE(:HV-DUE-ISO),
                :HV-PAST-DUE-FLAG, 'PLANNED', CURRENT DATE,
                'MRPRUN01')
           END-EXEC

           IF WS-LINE-COUNT > 55
               PERFORM 9100-PRINT-HEADERS
           END-IF
           MOVE HV-ORDER-TYPE       TO PL-TYPE
           MOVE HV-ITEM-NUMBER      TO PL-ITEM
           MOVE WS-IT-DESC (WS-IDX) TO PL-DESC
           MOVE HV-VENDOR-NUMBER    TO PL-VENDOR
           MOVE HV-QUANTITY         TO PL-QTY
           MOVE HV-RELEASE-ISO      TO PL-RELEASE
           MOVE HV-DUE-ISO          TO PL-DUE
           MOVE SPACES              TO PL-FLAG
           IF WS-PAST-DUE-FLAG = 'Y'
               MOVE 'PAST DUE' TO PL-FLAG
           END-IF
           WRITE REPORT-LINE FROM PLAN-DET-LINE
           ADD 1 TO WS-LINE-COUNT

           IF WS-IT-IS-KIT (WS-IDX)
               PERFORM 3300-EXPLODE-KIT-ORDER
           END-IF.

      *--- 3300 EXPLODE A KIT ORDER INTO COMPONENT DEMAND ---
      *    WS-PARENT-IDX / WS-PLAN-QTY / WS-RELEASE-BKT describe the
      *    kit order; its components are needed when it is
      *    released, one level down.
       3300-EXPLODE-KIT-ORDER.
           PERFORM VARYING WS-BM-IDX FROM 1 BY 1
               UNTIL WS-BM-IDX > WS-BM-COUNT
               IF WS-BM-PARENT-IDX (WS-BM-IDX) = WS-PARENT-IDX
                   MOVE WS-BM-COMP-IDX (WS-BM-IDX) TO WS-COMP-IDX
                   COMPUTE WS-EXPLODE-QTY ROUNDED =
                       WS-PLAN-QTY * WS-BM-QTY-PER (WS-BM-IDX)
                   ADD WS-EXPLODE-QTY
                       TO WS-IT-GROSS (WS-COMP-IDX, WS-RELEASE-BKT)
               END-IF
           END-PERFORM.

      *--- 3400 COMPARE EACH OPEN PO TO WHEN IT IS NEEDED ---
      *    POs are taken in due-date order. Each is needed in the
      *    first bucket where on hand, open work orders and the
      *    POs ahead of it no longer cover cumulative demand. Due
      *    later than that is EXPEDITE, earlier is DEEXPEDITE, and
      *    not needed inside the horizon at all is CANCEL.
       3400-CHECK-PO-RESCHEDULE.
           MOVE 'N' TO WS-CUR-EOF-SWITCH
           MOVE WS-IT-ITEM (WS-IDX) TO HV-ITEM-NUMBER
           COMPUTE WS-SUPPLY-BEFORE =
               WS-IT-ON-HAND (WS-IDX) + WS-IT-WO-SUPPLY (WS-IDX)

           EXEC SQL
               DECLARE RSC-CUR CURSOR FOR
               SELECT PL.PO_NUMBER, PL.LINE_SEQ,
                      (PL.QUANTITY - COALESCE(PL.QTY_RECEIVED, 0))
                          * COALESCE(U.FACTOR_TO_STOCK, 1),
                      DAYS(P.ORDER_DATE)
                          + COALESCE(V.LEAD_TIME_DAYS, 14)
                          - DAYS(CURRENT DATE),
                      CHAR(P.ORDER_DATE
                          + COALESCE(V.LEAD_TIME_DAYS, 14) DAYS, ISO)
               FROM   PO_LINE PL
               JOIN   PURCHASE_ORDER P
                      ON P.PO_NUMBER = PL.PO_NUMBER
               LEFT JOIN VENDOR_MASTER V
                      ON V.VENDOR_NUMBER = P.VENDOR_NUMBER
               LEFT JOIN UOM_CONVERSION U
                      ON  U.ITEM_NUMBER = PL.ITEM_NUMBER
                      AND U.UOM_CODE    = PL.UOM_CODE
               WHERE  PL.ITEM_NUMBER = :HV-ITEM-NUMBER
               AND    P.STATUS IN ('OPEN', 'HOLD')
               AND    COALESCE(P.DROP_SHIP_FLAG, 'N') <> 'Y'
               AND    COALESCE(PL.LINE_STATUS, 'OPEN') <> 'CLOSED'
               AND    PL.QUANTITY > COALESCE(PL.QTY_RECEIVED, 0)
               ORDER BY 4, PL.PO_NUMBER, PL.LINE_SEQ
           END-EXEC

           EXEC SQL  OPEN RSC-CUR  END-EXEC

           PERFORM UNTIL WS-CUR-EOF
               EXEC SQL
                   FETCH RSC-CUR
                   INTO :HV-PO-NUMBER, :HV-PO-LINE-SEQ,
                        :HV-QUANTITY, :HV-DAY-OFFSET, :HV-DUE-ISO
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-CUR-EOF-SWITCH
               ELSE
                   PERFORM 3450-RESCHEDULE-ONE-PO
                       THRU 3459-RESCHEDULE-EXIT
                   ADD HV-QUANTITY TO WS-SUPPLY-BEFORE
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE RSC-CUR  END-EXEC.

      *--- 3450 DECIDE AND RECORD ONE PO'S MESSAGE ---
       3450-RESCHEDULE-ONE-PO.
           MOVE 'N'   TO WS-NEED-FOUND-SW
           MOVE ZEROS TO WS-NEED-BKT
           MOVE ZEROS TO WS-CUM-GROSS
           PERFORM VARYING WS-BKT FROM 1 BY 1
               UNTIL WS-BKT > WS-HORIZON-WEEKS
                  OR WS-NEED-FOUND
               ADD WS-IT-GROSS (WS-IDX, WS-BKT) TO WS-CUM-GROSS
               IF WS-SUPPLY-BEFORE < WS-CUM-GROSS
                   MOVE 'Y'    TO WS-NEED-FOUND-SW
                   MOVE WS-BKT TO WS-NEED-BKT
               END-IF
           END-PERFORM

      *    A PO due beyond the horizon sits past the last bucket.
           MOVE HV-DAY-OFFSET TO WS-DAY-OFFSET
           PERFORM 2950-DAYS-TO-BUCKET
           IF WS-BUCKET = ZEROS
               COMPUTE WS-BUCKET = WS-HORIZON-WEEKS + 1
           END-IF

           MOVE SPACES TO WS-MSG-TYPE
           EVALUATE TRUE
               WHEN NOT WS-NEED-FOUND
                   MOVE 'CANCEL'     TO WS-MSG-TYPE
                   ADD 1 TO WS-CANCEL-CNT
                   COMPUTE WS-NEED-BKT = WS-HORIZON-WEEKS + 1
               WHEN WS-BUCKET > WS-NEED-BKT
                   MOVE 'EXPEDITE'   TO WS-MSG-TYPE
                   ADD 1 TO WS-EXPEDITE-CNT
               WHEN WS-BUCKET < WS-NEED-BKT
                   MOVE 'DEEXPEDITE' TO WS-MSG-TYPE
                   ADD 1 TO WS-DEEXPEDITE-CNT
           END-EVALUATE

           IF WS-MSG-TYPE = SPACES
               GO TO 3459-RESCHEDULE-EXIT
           END-IF

      *    A CANCEL's need date is the day after the horizon ends -
      *    nothing inside the plan wants the goods.
           MOVE WS-NEED-BKT TO WS-BUCKET
           PERFORM 2960-BUCKET-START-DATE
           MOVE HV-DATE-ISO TO HV-NEED-ISO
           MOVE WS-MSG-TYPE TO HV-MSG-TYPE

           EXEC SQL
               INSERT INTO MRP_MESSAGE
               (PO_NUMBER, LINE_SEQ, ITEM_NUMBER, MSG_TYPE,
                OPEN_QTY, CURRENT_DUE, NEED_DATE, RUN_DATE,
                CREATED_BY)
               VALUES
               (:HV-PO-NUMBER, :HV-PO-LINE-SEQ, :HV-ITEM-NUMBER,
                :HV-MSG-TYPE, :HV-QUANTITY, DATE(:HV-DUE-ISO),
                DATE(:HV-NEED-ISO), CURRENT DATE, 'MRPRUN01')
           END-EXEC.

       3459-RESCHEDULE-EXIT.
           EXIT.

      *--- 3500 PRINT THE RESCHEDULE MESSAGES ---
       3500-PRINT-MESSAGES.
           MOVE MSG-COL-HDR TO WS-COL-HDR
           PERFORM 9100-PRINT-HEADERS
           MOVE '===== PURCHASE ORDER RESCHEDULE MESSAGES =====' TO
               REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT

           MOVE 'N' TO WS-CUR-EOF-SWITCH

           EXEC SQL
               DECLARE MSG-CUR CURSOR FOR
               SELECT MSG_TYPE, PO_NUMBER, LINE_SEQ, ITEM_NUMBER,
                      OPEN_QTY, CHAR(CURRENT_DUE, ISO),
                      CHAR(NEED_DATE, ISO)
               FROM   MRP_MESSAGE
               ORDER BY MSG_TYPE DESC, NEED_DATE, PO_NUMBER,
                        LINE_SEQ
           END-EXEC

           EXEC SQL  OPEN MSG-CUR  END-EXEC

           PERFORM UNTIL WS-CUR-EOF
               EXEC SQL
                   FETCH MSG-CUR
                   INTO :HV-MSG-TYPE, :HV-PO-NUMBER,
                        :HV-PO-LINE-SEQ, :HV-ITEM-NUMBER,
                        :HV-QUANTITY, :HV-DUE-ISO, :HV-NEED-ISO
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-CUR-EOF-SWITCH
               ELSE
                   IF WS-LINE-COUNT > 55
                       PERFORM 9100-PRINT-HEADERS
                   END-IF
                   MOVE HV-MSG-TYPE    TO MG-TYPE
                   MOVE HV-PO-NUMBER   TO MG-PO
                   MOVE HV-PO-LINE-SEQ TO MG-LINE
                   MOVE HV-ITEM-NUMBER TO MG-ITEM
                   MOVE HV-QUANTITY    TO MG-QTY
                   MOVE HV-DUE-ISO     TO MG-DUE
                   MOVE HV-NEED-ISO    TO MG-NEED
                   IF HV-MSG-TYPE = 'CANCEL'
                       MOVE 'BEYOND'   TO MG-NEED
                   END-IF
                   WRITE REPORT-LINE FROM MSG-DET-LINE
                   ADD 1 TO WS-LINE-COUNT
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE MSG-CUR  END-EXEC.

      *--- 4000 PRINT SUMMARY ---
       4000-PRINT-SUMMARY.
           WRITE REPORT-LINE FROM SPACES
           MOVE 'Items Planned:      '  TO SL-LABEL
           MOVE WS-ITEMS-PLANNED       TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Planned POs:        '  TO SL-LABEL
           MOVE WS-PLANNED-POS         TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Planned Work Orders:'  TO SL-LABEL
           MOVE WS-PLANNED-WOS         TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Past-Due Releases:  '  TO SL-LABEL
           MOVE WS-PAST-DUE-CNT        TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Expedite Messages:  '  TO SL-LABEL
           MOVE WS-EXPEDITE-CNT        TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'De-Expedite Messages:' TO SL-LABEL
           MOVE WS-DEEXPEDITE-CNT      TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Cancel Messages:    '  TO SL-LABEL
           MOVE WS-CANCEL-CNT          TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Items Not Planned:  '  TO SL-LABEL
           MOVE WS-ITEMS-DROPPED       TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE.

      *--- 9700 LOG A STANDARD EXCEPTION ROW ---
      *    Same EXCEPTION_LOG shape and no-duplicate rule as the
      *    other nightly programs, so a table overflow or BOM loop
      *    reaches EXCRPT01's morning report.
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
                   ('MRPRUN01', CURRENT DATE, :HV-PERIOD-ID,
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
           WRITE REPORT-LINE FROM WS-COL-HDR
           WRITE REPORT-LINE FROM SPACES
           MOVE 6 TO WS-LINE-COUNT.
