      *================================================================
      * PROGRAM:    WCKPI01
      * DESCRIPTION: Working-Capital KPIs with 13-Month Trend
      *              - Month-end days sales outstanding, days payable
      *                outstanding, inventory days on hand, inventory
      *                turns and the cash conversion cycle, computed
      *                for the company, each entity and each
      *                warehouse, replacing the CFO package's
      *                spreadsheet
      *              - Company figures come off the same balances
      *                FSGEN01 prints: prior GL_PERIOD_BALANCE plus
      *                the open period's POSTED journals, natural
      *                sign, active accounts only. Entity figures
      *                roll GLCLOSE01's GL_ENTITY_PERIOD_BALANCE
      *                snapshot the same way. Warehouse figures are
      *                inventory-only: INVENTORY_BALANCE on hand and
      *                the period's ISSU usage at ITEM_MASTER.STD_COST
      *              - Each run replaces the period's rows on
      *                KPI_HISTORY; the report prints every scope's
      *                last 13 months from history with threshold
      *                flags (KPI_THRESHOLD, defaults below)
      *              - KPICSV carries the same 13-month trend as
      *                comma-delimited rows for the board deck
      *              - Entity totals are tied back to the company
      *                figures so an unassigned journal shows
      *
      *              Measures (D = days in the fiscal period):
      *                DSO   = AR 1200 / REVENUE 4000-4999 x D
      *                DPO   = AP 2000 / COST OF SALES 5000-5999 x D
      *                DIO   = INVENTORY 1400 NET OF RESERVE 1590
      *                        / COST OF SALES x D
      *                TURNS = COST OF SALES x 365 / D / INVENTORY
      *                CCC   = DSO + DIO - DPO
      *              A zero or negative denominator against a
      *              positive balance shows the 999.9 day ceiling.
      *
      *              Threshold flags (KPI_THRESHOLD.KPI_CODE):
      *                DSO  ABOVE LIMIT (DEFAULT 45.0)
      *                DPO  BELOW LIMIT (DEFAULT 30.0)
      *                DIO  ABOVE LIMIT (DEFAULT 90.0)
      *                TRN  BELOW LIMIT (DEFAULT  4.00 TURNS)
      *                CCC  ABOVE LIMIT (DEFAULT 75.0)
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WCKPI01.
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
           SELECT CSV-FILE    ASSIGN TO KPICSV
                              ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  REPORT-LINE             PIC X(133).

       FD  CSV-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  CSV-RECORD              PIC X(200).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-ENT-EOF-SWITCH    PIC X(1) VALUE 'N'.
               88  WS-ENT-EOF                VALUE 'Y'.
           05  WS-ACCT-EOF-SWITCH   PIC X(1) VALUE 'N'.
               88  WS-ACCT-EOF               VALUE 'Y'.
           05  WS-WHSE-EOF-SWITCH   PIC X(1) VALUE 'N'.
               88  WS-WHSE-EOF               VALUE 'Y'.
           05  WS-TREND-EOF-SWITCH  PIC X(1) VALUE 'N'.
               88  WS-TREND-EOF              VALUE 'Y'.
           05  WS-SCOPE-TYPE        PIC X(1) VALUE SPACES.
               88  WS-SCOPE-COMPANY          VALUE 'C'.
               88  WS-SCOPE-ENTITY           VALUE 'E'.
               88  WS-SCOPE-WAREHOUSE        VALUE 'W'.

       01  WS-COUNTERS.
           05  WS-LINE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-PAGE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-ENTITY-COUNT      PIC S9(5) COMP VALUE ZEROS.
           05  WS-WHSE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-HISTORY-COUNT     PIC S9(7) COMP VALUE ZEROS.
           05  WS-FLAGGED-COUNT     PIC S9(7) COMP VALUE ZEROS.
           05  WS-CSV-COUNT         PIC S9(7) COMP VALUE ZEROS.
           05  WS-FLAG-PTR          PIC S9(4) COMP VALUE 1.
           05  WS-CSV-PTR           PIC S9(4) COMP VALUE 1.
           05  WS-LEAD-SPACES       PIC S9(4) COMP VALUE ZEROS.
           05  WS-FIELD-LEN         PIC S9(4) COMP VALUE ZEROS.

       01  WS-WORK.
           05  WS-CURRENT-DATE      PIC X(10).
           05  WS-AR-ACCT           PIC X(6)  VALUE '1200'.
           05  WS-INVENTORY-ACCT    PIC X(6)  VALUE '1400'.
           05  WS-RESERVE-ACCT      PIC X(6)  VALUE '1590'.
           05  WS-AP-TRADE-ACCT     PIC X(6)  VALUE '2000'.
           05  WS-REVENUE-FROM      PIC X(6)  VALUE '4000'.
           05  WS-REVENUE-TO        PIC X(6)  VALUE '4999'.
           05  WS-COST-FROM         PIC X(6)  VALUE '5000'.
           05  WS-COST-TO           PIC X(6)  VALUE '5999'.
           05  WS-DAYS-CEILING      PIC S9(3)V9 VALUE 999.9.
           05  WS-TURNS-CEILING     PIC S9(3)V99 VALUE 999.99.
           05  WS-NAT-END           PIC S9(13)V99 COMP-3.
           05  WS-NAT-PER           PIC S9(13)V99 COMP-3.
           05  WS-PRIOR-SCOPE       PIC X(11) VALUE SPACES.
           05  WS-THIS-SCOPE        PIC X(11).
           05  WS-SCOPE-ID          PIC X(10).
           05  WS-TIE-DIFF          PIC S9(13)V99 COMP-3.

      *--- Threshold limits, overridden from KPI_THRESHOLD ---
       01  WS-THRESHOLDS.
           05  WS-LIMIT-DSO         PIC S9(3)V99 COMP-3 VALUE 45.
           05  WS-LIMIT-DPO         PIC S9(3)V99 COMP-3 VALUE 30.
           05  WS-LIMIT-DIO         PIC S9(3)V99 COMP-3 VALUE 90.
           05  WS-LIMIT-TURNS       PIC S9(3)V99 COMP-3 VALUE 4.
           05  WS-LIMIT-CCC         PIC S9(3)V99 COMP-3 VALUE 75.

      *--- One scope's figures and measures ---
       01  WS-KPI.
           05  WS-KPI-AR            PIC S9(13)V99 COMP-3.
           05  WS-KPI-AP            PIC S9(13)V99 COMP-3.
           05  WS-KPI-INV           PIC S9(13)V99 COMP-3.
           05  WS-KPI-REVENUE       PIC S9(13)V99 COMP-3.
           05  WS-KPI-COST          PIC S9(13)V99 COMP-3.
           05  WS-KPI-DSO           PIC S9(3)V9 COMP-3.
           05  WS-KPI-DPO           PIC S9(3)V9 COMP-3.
           05  WS-KPI-DIO           PIC S9(3)V9 COMP-3.
           05  WS-KPI-TURNS         PIC S9(3)V99 COMP-3.
           05  WS-KPI-CCC           PIC S9(4)V9 COMP-3.
           05  WS-KPI-FLAGS         PIC X(20).

      *--- Company figures and the sum of the entities, for the tie
       01  WS-TIE-TOTALS.
           05  WS-CO-AR             PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-CO-AP             PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-CO-INV            PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-CO-REVENUE        PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-CO-COST           PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-ENT-AR            PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-ENT-AP            PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-ENT-INV           PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-ENT-REVENUE       PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-ENT-COST          PIC S9(13)V99 COMP-3 VALUE ZEROS.

      *--- CSV field building ---
       01  WS-CSV-WORK.
           05  WS-CSV-AMOUNT        PIC -(13)9.99.
           05  WS-CSV-DAYS          PIC -(4)9.9.
           05  WS-CSV-TURNS         PIC -(3)9.99.
           05  WS-CSV-COUNT-EDIT    PIC -(4)9.
           05  WS-CSV-FIELD         PIC X(20).

      *--- SQLCA ---
       01  SQLCA.
           05  SQLCAID              PIC X(8).
           05  SQLCABC              PIC S9(9) COMP.
           05  SQLCODE              PIC S9(9) COMP.
           05  SQLERRM.
               10  SQLERRML         PIC S9(4) COMP.
               10  SQLERRMC         PIC X(70).

      *--- HOST VARIABLES ---
       01  HV-KP.
           05  HV-PERIOD-ID         PIC X(6).
           05  HV-PERIOD-SEQ        PIC S9(9) COMP.
           05  HV-PERIOD-START      PIC X(10).
           05  HV-PERIOD-END        PIC X(10).
           05  HV-PERIOD-DAYS       PIC S9(4) COMP.
           05  HV-ENTITY-ID         PIC X(4).
           05  HV-WAREHOUSE-ID      PIC X(10).
           05  HV-ACCT-NUMBER       PIC X(6).
           05  HV-NORMAL-BAL        PIC X(1).
           05  HV-BEG-BAL           PIC S9(13)V99 COMP-3.
           05  HV-DR-TOTAL          PIC S9(13)V99 COMP-3.
           05  HV-CR-TOTAL          PIC S9(13)V99 COMP-3.
           05  HV-KPI-CODE          PIC X(6).
           05  HV-LIMIT-VALUE       PIC S9(3)V99 COMP-3.
           05  HV-SCOPE-TYPE        PIC X(1).
           05  HV-SCOPE-ID          PIC X(10).
           05  HV-AR-BALANCE        PIC S9(13)V99 COMP-3.
           05  HV-AP-BALANCE        PIC S9(13)V99 COMP-3.
           05  HV-INV-BALANCE       PIC S9(13)V99 COMP-3.
           05  HV-REVENUE-AMT       PIC S9(13)V99 COMP-3.
           05  HV-COST-AMT          PIC S9(13)V99 COMP-3.
           05  HV-DSO-DAYS          PIC S9(3)V9 COMP-3.
           05  HV-DPO-DAYS          PIC S9(3)V9 COMP-3.
           05  HV-DIO-DAYS          PIC S9(3)V9 COMP-3.
           05  HV-INV-TURNS         PIC S9(3)V99 COMP-3.
           05  HV-CCC-DAYS          PIC S9(4)V9 COMP-3.
           05  HV-KPI-FLAGS         PIC X(20).
           05  HV-TREND-PERIOD      PIC X(6).
           05  HV-TREND-DAYS        PIC S9(4) COMP.

      *--- HEADER LINES ---
       01  HDR1.
           05  FILLER  PIC X(25) VALUE SPACES.
           05  H1-TITLE PIC X(50)
               VALUE 'ACME CORPORATION - WORKING CAPITAL KPI TREND'.
           05  FILLER  PIC X(28) VALUE SPACES.
           05  FILLER  PIC X(5) VALUE 'PAGE:'.
           05  H1-PAGE PIC ZZZZZ.
           05  FILLER  PIC X(20) VALUE SPACES.

       01  HDR2.
           05  FILLER  PIC X(6)  VALUE 'DATE: '.
           05  H2-DATE PIC X(10).
           05  FILLER  PIC X(10) VALUE '  PERIOD: '.
           05  H2-PER  PIC X(6).
           05  FILLER  PIC X(101) VALUE SPACES.

       01  HDR3.
           05  FILLER  PIC X(8)  VALUE 'PERIOD'.
           05  FILLER  PIC X(13) VALUE '  RECEIVABLE'.
           05  FILLER  PIC X(13) VALUE '     PAYABLE'.
           05  FILLER  PIC X(13) VALUE '   INVENTORY'.
           05  FILLER  PIC X(13) VALUE '     REVENUE'.
           05  FILLER  PIC X(13) VALUE ' COST OF SLS'.
           05  FILLER  PIC X(7)  VALUE '    DSO'.
           05  FILLER  PIC X(7)  VALUE '    DPO'.
           05  FILLER  PIC X(7)  VALUE '    DIO'.
           05  FILLER  PIC X(7)  VALUE '  TURNS'.
           05  FILLER  PIC X(8)  VALUE '     CCC'.
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  FILLER  PIC X(22) VALUE 'FLAGS'.

       01  LIMIT-LINE.
           05  FILLER  PIC X(12) VALUE 'THRESHOLDS: '.
           05  FILLER  PIC X(6)  VALUE 'DSO > '.
           05  LL-DSO  PIC ZZ9.9.
           05  FILLER  PIC X(9)  VALUE '   DPO < '.
           05  LL-DPO  PIC ZZ9.9.
           05  FILLER  PIC X(9)  VALUE '   DIO > '.
           05  LL-DIO  PIC ZZ9.9.
           05  FILLER  PIC X(11) VALUE '   TURNS < '.
           05  LL-TURNS PIC ZZ9.99.
           05  FILLER  PIC X(9)  VALUE '   CCC > '.
           05  LL-CCC  PIC ZZ9.9.
           05  FILLER  PIC X(51) VALUE SPACES.

       01  SCOPE-LINE.
           05  SC-LABEL    PIC X(10).
           05  SC-ID       PIC X(10).
           05  FILLER      PIC X(113) VALUE SPACES.

      *--- TREND DETAIL LINE (whole dollars; the CSV carries cents)
       01  TREND-LINE.
           05  TL-PERIOD   PIC X(6).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  TL-AR       PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  TL-AP       PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  TL-INV      PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  TL-REVENUE  PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  TL-COST     PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  TL-DSO      PIC ZZZ9.9.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  TL-DPO      PIC ZZZ9.9.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  TL-DIO      PIC ZZZ9.9.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  TL-TURNS    PIC ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  TL-CCC      PIC -ZZZ9.9.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  TL-FLAGS    PIC X(20).
           05  FILLER      PIC X(3) VALUE SPACES.

       01  TIE-HDR.
           05  FILLER  PIC X(10) VALUE SPACES.
           05  FILLER  PIC X(30) VALUE 'ENTITY TIE-OUT'.
           05  FILLER  PIC X(18) VALUE '           COMPANY'.
           05  FILLER  PIC X(19) VALUE '    SUM OF ENTITIES'.
           05  FILLER  PIC X(18) VALUE '        DIFFERENCE'.
           05  FILLER  PIC X(38) VALUE SPACES.

       01  TIE-LINE.
           05  FILLER      PIC X(10) VALUE SPACES.
           05  TI-LABEL    PIC X(30).
           05  TI-COMPANY  PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  TI-ENTITIES PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  TI-DIFF     PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  TI-FLAG     PIC X(20).
           05  FILLER      PIC X(18) VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER      PIC X(10) VALUE SPACES.
           05  SL-LABEL    PIC X(30).
           05  SL-COUNT    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER      PIC X(82) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-THRESHOLDS
           PERFORM 2000-COMPANY-KPIS
           PERFORM 3000-ENTITY-KPIS
           PERFORM 4000-WAREHOUSE-KPIS
           EXEC SQL  COMMIT  END-EXEC
           PERFORM 5000-PRINT-TREND
           PERFORM 6000-PRINT-TIE-OUT
           PERFORM 7000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

      *--- 1000 INITIALIZE ---
      *    The open period, as FSGEN01 reads it. The period's rows
      *    on KPI_HISTORY are replaced, so a rerun after late
      *    postings restates the month.
       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT CSV-FILE

           EXEC SQL
               SELECT PERIOD_ID, PERIOD_SEQ,
                      CHAR(DATE_FROM, ISO), CHAR(DATE_TO, ISO),
                      DAYS(DATE_TO) - DAYS(DATE_FROM) + 1
               INTO   :HV-PERIOD-ID, :HV-PERIOD-SEQ,
                      :HV-PERIOD-START, :HV-PERIOD-END,
                      :HV-PERIOD-DAYS
               FROM   FISCAL_PERIOD
               WHERE  STATUS = 'OPEN'
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
               INTO :WS-CURRENT-DATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF HV-PERIOD-DAYS < 1
               MOVE 30 TO HV-PERIOD-DAYS
           END-IF

           EXEC SQL
               DELETE FROM KPI_HISTORY
               WHERE  PERIOD_ID = :HV-PERIOD-ID
           END-EXEC

           MOVE WS-CURRENT-DATE TO H2-DATE
           MOVE HV-PERIOD-ID    TO H2-PER.

      *--- 1500 LOAD THRESHOLD LIMITS ---
      *    A code with no KPI_THRESHOLD row keeps its default.
       1500-LOAD-THRESHOLDS.
           MOVE 'DSO' TO HV-KPI-CODE
           PERFORM 1550-GET-THRESHOLD
           IF SQLCODE = 0
               MOVE HV-LIMIT-VALUE TO WS-LIMIT-DSO
           END-IF
           MOVE 'DPO' TO HV-KPI-CODE
           PERFORM 1550-GET-THRESHOLD
           IF SQLCODE = 0
               MOVE HV-LIMIT-VALUE TO WS-LIMIT-DPO
           END-IF
           MOVE 'DIO' TO HV-KPI-CODE
           PERFORM 1550-GET-THRESHOLD
           IF SQLCODE = 0
               MOVE HV-LIMIT-VALUE TO WS-LIMIT-DIO
           END-IF
           MOVE 'TRN' TO HV-KPI-CODE
           PERFORM 1550-GET-THRESHOLD
           IF SQLCODE = 0
               MOVE HV-LIMIT-VALUE TO WS-LIMIT-TURNS
           END-IF
           MOVE 'CCC' TO HV-KPI-CODE
           PERFORM 1550-GET-THRESHOLD
           IF SQLCODE = 0
               MOVE HV-LIMIT-VALUE TO WS-LIMIT-CCC
           END-IF.

       1550-GET-THRESHOLD.
           EXEC SQL
               SELECT LIMIT_VALUE
               INTO   :HV-LIMIT-VALUE
               FROM   KPI_THRESHOLD
               WHERE  KPI_CODE = :HV-KPI-CODE
           END-EXEC.

      *--- 2000 COMPANY KPIS ---
      *    FSGEN01's 2100 balance cursor, narrowed to the accounts
      *    the measures use: prior GL_PERIOD_BALANCE re-signed
      *    debit-positive plus the period's POSTED movement, active
      *    accounts only - so every figure is the one on FSGEN01's
      *    balance sheet and income statement.
       2000-COMPANY-KPIS.
           MOVE 'C'   TO WS-SCOPE-TYPE
           MOVE 'ALL' TO WS-SCOPE-ID
           INITIALIZE WS-KPI

           EXEC SQL
               DECLARE CO-CUR CURSOR FOR
               SELECT COA.ACCT_NUMBER,
                      COA.NORMAL_BAL,
                      COALESCE(BP.BEG_BALANCE, 0),
                      COALESCE(MV.DR_TOTAL, 0),
                      COALESCE(MV.CR_TOTAL, 0)
               FROM   CHART_OF_ACCOUNTS COA
               LEFT JOIN (
                   SELECT JL.ACCT_NUMBER,
                          SUM(CASE JL.DR_CR_IND
                              WHEN 'D' THEN JL.AMOUNT
                              ELSE 0 END) AS DR_TOTAL,
                          SUM(CASE JL.DR_CR_IND
                              WHEN 'C' THEN JL.AMOUNT
                              ELSE 0 END) AS CR_TOTAL
                   FROM   GL_JOURNAL_LINE JL
                   JOIN   GL_JOURNAL GJ
                          ON GJ.JOURNAL_ID = JL.JOURNAL_ID
                   WHERE  GJ.PERIOD_ID = :HV-PERIOD-ID
                   AND    GJ.STATUS    = 'POSTED'
                   GROUP BY JL.ACCT_NUMBER
               ) MV ON MV.ACCT_NUMBER = COA.ACCT_NUMBER
               LEFT JOIN (
                   SELECT ACCT_NUMBER,
                          ENDING_BALANCE AS BEG_BALANCE
                   FROM   GL_PERIOD_BALANCE
                   WHERE  PERIOD_SEQ = :HV-PERIOD-SEQ - 1
               ) BP ON BP.ACCT_NUMBER = COA.ACCT_NUMBER
               WHERE  COA.ACTIVE_FLAG = 'Y'
               AND   (COA.ACCT_NUMBER IN (:WS-AR-ACCT,
                          :WS-INVENTORY-ACCT, :WS-RESERVE-ACCT,
                          :WS-AP-TRADE-ACCT)
                  OR  COA.ACCT_NUMBER BETWEEN :WS-REVENUE-FROM
                                          AND :WS-COST-TO)
           END-EXEC

           MOVE 'N' TO WS-ACCT-EOF-SWITCH
           EXEC SQL  OPEN CO-CUR  END-EXEC

           PERFORM UNTIL WS-ACCT-EOF
               EXEC SQL
                   FETCH CO-CUR
                   INTO :HV-ACCT-NUMBER, :HV-NORMAL-BAL,
                        :HV-BEG-BAL, :HV-DR-TOTAL, :HV-CR-TOTAL
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-ACCT-EOF-SWITCH
               ELSE
                   IF HV-NORMAL-BAL = 'C'
                       COMPUTE WS-NAT-END = (ZEROS - HV-BEG-BAL)
                           + HV-DR-TOTAL - HV-CR-TOTAL
                   ELSE
                       COMPUTE WS-NAT-END = HV-BEG-BAL
                           + HV-DR-TOTAL - HV-CR-TOTAL
                   END-IF
                   COMPUTE WS-NAT-PER = HV-DR-TOTAL - HV-CR-TOTAL
                   PERFORM 2500-BUCKET-ACCOUNT
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE CO-CUR  END-EXEC

           MOVE WS-KPI-AR      TO WS-CO-AR
           MOVE WS-KPI-AP      TO WS-CO-AP
           MOVE WS-KPI-INV     TO WS-CO-INV
           MOVE WS-KPI-REVENUE TO WS-CO-REVENUE
           MOVE WS-KPI-COST    TO WS-CO-COST

           PERFORM 2800-COMPUTE-KPIS
           PERFORM 2900-WRITE-KPI-HISTORY.

      *--- 2500 ADD ONE ACCOUNT INTO THE MEASURE FIGURES ---
      *    Balances in natural (debit-positive) sign: payables and
      *    revenue are credits, so they are turned positive here.
       2500-BUCKET-ACCOUNT.
           EVALUATE TRUE
               WHEN HV-ACCT-NUMBER = WS-AR-ACCT
                   ADD WS-NAT-END TO WS-KPI-AR
               WHEN HV-ACCT-NUMBER = WS-INVENTORY-ACCT
                 OR HV-ACCT-NUMBER = WS-RESERVE-ACCT
                   ADD WS-NAT-END TO WS-KPI-INV
               WHEN HV-ACCT-NUMBER = WS-AP-TRADE-ACCT
                   SUBTRACT WS-NAT-END FROM WS-KPI-AP
               WHEN HV-ACCT-NUMBER NOT < WS-REVENUE-FROM
                AND HV-ACCT-NUMBER NOT > WS-REVENUE-TO
                   SUBTRACT WS-NAT-PER FROM WS-KPI-REVENUE
               WHEN HV-ACCT-NUMBER NOT < WS-COST-FROM
                AND HV-ACCT-NUMBER NOT > WS-COST-TO
                   ADD WS-NAT-PER TO WS-KPI-COST
           END-EVALUATE.

      *--- 2800 COMPUTE THE MEASURES FOR ONE SCOPE ---
      *    A warehouse carries inventory only, so it gets DIO and
      *    turns; receivable, payable and cycle measures stay zero.
       2800-COMPUTE-KPIS.
           MOVE ZEROS  TO WS-KPI-DSO WS-KPI-DPO WS-KPI-DIO
                          WS-KPI-TURNS WS-KPI-CCC
           MOVE SPACES TO WS-KPI-FLAGS
           MOVE 1      TO WS-FLAG-PTR

           IF NOT WS-SCOPE-WAREHOUSE
               IF WS-KPI-REVENUE > ZEROS
                   COMPUTE WS-KPI-DSO ROUNDED =
                       WS-KPI-AR / WS-KPI-REVENUE * HV-PERIOD-DAYS
                       ON SIZE ERROR
                           MOVE WS-DAYS-CEILING TO WS-KPI-DSO
                   END-COMPUTE
               ELSE
                   IF WS-KPI-AR > ZEROS
                       MOVE WS-DAYS-CEILING TO WS-KPI-DSO
                   END-IF
               END-IF
               IF WS-KPI-COST > ZEROS
                   COMPUTE WS-KPI-DPO ROUNDED =
                       WS-KPI-AP / WS-KPI-COST * HV-PERIOD-DAYS
                       ON SIZE ERROR
                           MOVE WS-DAYS-CEILING TO WS-KPI-DPO
                   END-COMPUTE
               ELSE
                   IF WS-KPI-AP > ZEROS
                       MOVE WS-DAYS-CEILING TO WS-KPI-DPO
                   END-IF
               END-IF
           END-IF

           IF WS-KPI-COST > ZEROS
               COMPUTE WS-KPI-DIO ROUNDED =
                   WS-KPI-INV / WS-KPI-COST * HV-PERIOD-DAYS
                   ON SIZE ERROR
                       MOVE WS-DAYS-CEILING TO WS-KPI-DIO
               END-COMPUTE
           ELSE
               IF WS-KPI-INV > ZEROS
                   MOVE WS-DAYS-CEILING TO WS-KPI-DIO
               END-IF
           END-IF

           IF WS-KPI-INV > ZEROS
               COMPUTE WS-KPI-TURNS ROUNDED =
                   WS-KPI-COST * 365 / HV-PERIOD-DAYS / WS-KPI-INV
                   ON SIZE ERROR
                       MOVE WS-TURNS-CEILING TO WS-KPI-TURNS
               END-COMPUTE
           END-IF

           IF NOT WS-SCOPE-WAREHOUSE
               COMPUTE WS-KPI-CCC =
                   WS-KPI-DSO + WS-KPI-DIO - WS-KPI-DPO
           END-IF

      *    Flags, slash-separated so the CSV field needs no quoting.
      *    Low DPO and low turns mean nothing where there is no cost
      *    of sales or no stock, so those scopes are not flagged.
           IF NOT WS-SCOPE-WAREHOUSE
               IF WS-KPI-DSO > WS-LIMIT-DSO
                   MOVE 'DSO' TO WS-CSV-FIELD
                   PERFORM 2850-ADD-FLAG
               END-IF
               IF WS-KPI-DPO < WS-LIMIT-DPO
                  AND WS-KPI-COST > ZEROS
                   MOVE 'DPO' TO WS-CSV-FIELD
                   PERFORM 2850-ADD-FLAG
               END-IF
           END-IF
           IF WS-KPI-DIO > WS-LIMIT-DIO
               MOVE 'DIO' TO WS-CSV-FIELD
               PERFORM 2850-ADD-FLAG
           END-IF
           IF WS-KPI-TURNS < WS-LIMIT-TURNS
              AND WS-KPI-INV > ZEROS
               MOVE 'TRN' TO WS-CSV-FIELD
               PERFORM 2850-ADD-FLAG
           END-IF
           IF NOT WS-SCOPE-WAREHOUSE
               IF WS-KPI-CCC > WS-LIMIT-CCC
                   MOVE 'CCC' TO WS-CSV-FIELD
                   PERFORM 2850-ADD-FLAG
               END-IF
           END-IF

           IF WS-KPI-FLAGS NOT = SPACES
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

       2850-ADD-FLAG.
           IF WS-FLAG-PTR > 1
               STRING '/' DELIMITED SIZE
                   INTO WS-KPI-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF
           STRING WS-CSV-FIELD DELIMITED BY SPACE
               INTO WS-KPI-FLAGS WITH POINTER WS-FLAG-PTR.

      *--- 2900 STORE ONE SCOPE ON KPI_HISTORY ---
       2900-WRITE-KPI-HISTORY.
           MOVE WS-SCOPE-TYPE  TO HV-SCOPE-TYPE
           MOVE WS-SCOPE-ID    TO HV-SCOPE-ID
           MOVE WS-KPI-AR      TO HV-AR-BALANCE
           MOVE WS-KPI-AP      TO HV-AP-BALANCE
           MOVE WS-KPI-INV     TO HV-INV-BALANCE
           MOVE WS-KPI-REVENUE TO HV-REVENUE-AMT
           MOVE WS-KPI-COST    TO HV-COST-AMT
           MOVE WS-KPI-DSO     TO HV-DSO-DAYS
           MOVE WS-KPI-DPO     TO HV-DPO-DAYS
           MOVE WS-KPI-DIO     TO HV-DIO-DAYS
           MOVE WS-KPI-TURNS   TO HV-INV-TURNS
           MOVE WS-KPI-CCC     TO HV-CCC-DAYS
           MOVE WS-KPI-FLAGS   TO HV-KPI-FLAGS

           EXEC SQL
               INSERT INTO KPI_HISTORY
               (PERIOD_ID, SCOPE_TYPE, SCOPE_ID, AR_BALANCE,
                AP_BALANCE, INV_BALANCE, REVENUE_AMT, COGS_AMT,
                PERIOD_DAYS, DSO_DAYS, DPO_DAYS, DIO_DAYS,
                INV_TURNS, CCC_DAYS, KPI_FLAGS, RUN_DATE)
               VALUES
               (:HV-PERIOD-ID, :HV-SCOPE-TYPE, :HV-SCOPE-ID,
                :HV-AR-BALANCE, :HV-AP-BALANCE, :HV-INV-BALANCE,
                :HV-REVENUE-AMT, :HV-COST-AMT, :HV-PERIOD-DAYS,
                :HV-DSO-DAYS, :HV-DPO-DAYS, :HV-DIO-DAYS,
                :HV-INV-TURNS, :HV-CCC-DAYS, :HV-KPI-FLAGS,
                CURRENT DATE)
           END-EXEC

           ADD 1 TO WS-HISTORY-COUNT.

      *--- 3000 ENTITY KPIS ---
      *    GLCLOSE01's 3500 roll: prior signed snapshot plus the
      *    entity's POSTED movement for the period.
       3000-ENTITY-KPIS.
           MOVE 'E' TO WS-SCOPE-TYPE

           EXEC SQL
               DECLARE ENT-CUR CURSOR FOR
               SELECT ENTITY_ID
               FROM   ENTITY_MASTER
               ORDER BY ENTITY_ID
           END-EXEC

           EXEC SQL
               DECLARE EACCT-CUR CURSOR FOR
               SELECT COA.ACCT_NUMBER,
                      COALESCE(EP.SIGNED_BALANCE, 0),
                      COALESCE(MV.PERIOD_MOVE, 0)
               FROM   CHART_OF_ACCOUNTS COA
               LEFT JOIN (
                   SELECT JL.ACCT_NUMBER,
                          SUM(CASE JL.DR_CR_IND
                              WHEN 'D' THEN JL.AMOUNT
                              ELSE -JL.AMOUNT END) AS PERIOD_MOVE
                   FROM   GL_JOURNAL_LINE JL
                   JOIN   GL_JOURNAL GJ
                          ON GJ.JOURNAL_ID = JL.JOURNAL_ID
                   WHERE  GJ.PERIOD_ID = :HV-PERIOD-ID
                   AND    GJ.STATUS    = 'POSTED'
                   AND    GJ.ENTITY_ID = :HV-ENTITY-ID
                   GROUP BY JL.ACCT_NUMBER
               ) MV ON MV.ACCT_NUMBER = COA.ACCT_NUMBER
               LEFT JOIN GL_ENTITY_PERIOD_BALANCE EP
                      ON  EP.ENTITY_ID   = :HV-ENTITY-ID
                      AND EP.ACCT_NUMBER = COA.ACCT_NUMBER
                      AND EP.PERIOD_SEQ  = :HV-PERIOD-SEQ - 1
               WHERE  COA.ACTIVE_FLAG = 'Y'
               AND   (COA.ACCT_NUMBER IN (:WS-AR-ACCT,
                          :WS-INVENTORY-ACCT, :WS-RESERVE-ACCT,
                          :WS-AP-TRADE-ACCT)
                  OR  COA.ACCT_NUMBER BETWEEN :WS-REVENUE-FROM
                                          AND :WS-COST-TO)
           END-EXEC

           MOVE 'N' TO WS-ENT-EOF-SWITCH
           EXEC SQL  OPEN ENT-CUR  END-EXEC

           PERFORM UNTIL WS-ENT-EOF
               EXEC SQL
                   FETCH ENT-CUR INTO :HV-ENTITY-ID
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-ENT-EOF-SWITCH
               ELSE
                   PERFORM 3100-ONE-ENTITY
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE ENT-CUR  END-EXEC.

       3100-ONE-ENTITY.
           ADD 1 TO WS-ENTITY-COUNT
           MOVE HV-ENTITY-ID TO WS-SCOPE-ID
           INITIALIZE WS-KPI

           MOVE 'N' TO WS-ACCT-EOF-SWITCH
           EXEC SQL  OPEN EACCT-CUR  END-EXEC

           PERFORM UNTIL WS-ACCT-EOF
               EXEC SQL
                   FETCH EACCT-CUR
                   INTO :HV-ACCT-NUMBER, :HV-BEG-BAL, :HV-DR-TOTAL
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-ACCT-EOF-SWITCH
               ELSE
                   COMPUTE WS-NAT-END = HV-BEG-BAL + HV-DR-TOTAL
                   MOVE HV-DR-TOTAL TO WS-NAT-PER
                   PERFORM 2500-BUCKET-ACCOUNT
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE EACCT-CUR  END-EXEC

           ADD WS-KPI-AR      TO WS-ENT-AR
           ADD WS-KPI-AP      TO WS-ENT-AP
           ADD WS-KPI-INV     TO WS-ENT-INV
           ADD WS-KPI-REVENUE TO WS-ENT-REVENUE
           ADD WS-KPI-COST    TO WS-ENT-COST

           PERFORM 2800-COMPUTE-KPIS
           PERFORM 2900-WRITE-KPI-HISTORY.

      *--- 4000 WAREHOUSE KPIS ---
      *    On hand at standard cost against the period's issues at
      *    standard cost (the usage value INVABC01 ranks on). Run at
      *    month-end, on hand is the period-end position.
       4000-WAREHOUSE-KPIS.
           MOVE 'W' TO WS-SCOPE-TYPE

           EXEC SQL
               DECLARE WHSE-CUR CURSOR FOR
               SELECT W.WAREHOUSE_ID,
                      COALESCE((SELECT SUM(B.QTY_ON_HAND
                                           * I.STD_COST)
                                FROM   INVENTORY_BALANCE B
                                JOIN   ITEM_MASTER I
                                       ON I.ITEM_NUMBER =
                                          B.ITEM_NUMBER
                                WHERE  B.WAREHOUSE_ID =
                                       W.WAREHOUSE_ID), 0),
                      COALESCE((SELECT SUM(T.QUANTITY * I.STD_COST)
                                FROM   INVENTORY_TRANSACTION T
                                JOIN   ITEM_MASTER I
                                       ON I.ITEM_NUMBER =
                                          T.ITEM_NUMBER
                                WHERE  T.WAREHOUSE_ID =
                                       W.WAREHOUSE_ID
                                AND    T.TRANS_TYPE = 'ISSU'
                                AND    T.TRANS_DATE BETWEEN
                                       DATE(:HV-PERIOD-START)
                                   AND DATE(:HV-PERIOD-END)), 0)
               FROM   WAREHOUSE_MASTER W
               ORDER BY W.WAREHOUSE_ID
           END-EXEC

           MOVE 'N' TO WS-WHSE-EOF-SWITCH
           EXEC SQL  OPEN WHSE-CUR  END-EXEC

           PERFORM UNTIL WS-WHSE-EOF
               INITIALIZE WS-KPI
               EXEC SQL
                   FETCH WHSE-CUR
                   INTO :HV-WAREHOUSE-ID, :HV-INV-BALANCE,
                        :HV-COST-AMT
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-WHSE-EOF-SWITCH
               ELSE
                   ADD 1 TO WS-WHSE-COUNT
                   MOVE HV-WAREHOUSE-ID TO WS-SCOPE-ID
                   MOVE HV-INV-BALANCE  TO WS-KPI-INV
                   MOVE HV-COST-AMT     TO WS-KPI-COST
                   PERFORM 2800-COMPUTE-KPIS
                   PERFORM 2900-WRITE-KPI-HISTORY
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE WHSE-CUR  END-EXEC.

      *--- 5000 PRINT THE 13-MONTH TREND AND WRITE THE CSV ---
      *    Company first, then entities, then warehouses; within a
      *    scope the periods run oldest to newest. Every trend row
      *    is also one CSV row.
       5000-PRINT-TREND.
           PERFORM 9100-PRINT-HEADERS
           MOVE WS-LIMIT-DSO   TO LL-DSO
           MOVE WS-LIMIT-DPO   TO LL-DPO
           MOVE WS-LIMIT-DIO   TO LL-DIO
           MOVE WS-LIMIT-TURNS TO LL-TURNS
           MOVE WS-LIMIT-CCC   TO LL-CCC
           WRITE REPORT-LINE FROM LIMIT-LINE
           WRITE REPORT-LINE FROM SPACES
           ADD 2 TO WS-LINE-COUNT

           MOVE SPACES TO CSV-RECORD
           STRING 'PERIOD,SCOPE_TYPE,SCOPE_ID,AR_BALANCE,'
                  'AP_BALANCE,INV_BALANCE,REVENUE,COST_OF_SALES,'
                  'PERIOD_DAYS,DSO,DPO,DIO,INV_TURNS,CCC,FLAGS'
               DELIMITED SIZE INTO CSV-RECORD
           WRITE CSV-RECORD

           EXEC SQL
               DECLARE TREND-CUR CURSOR FOR
               SELECT K.SCOPE_TYPE, K.SCOPE_ID, K.PERIOD_ID,
                      K.AR_BALANCE, K.AP_BALANCE, K.INV_BALANCE,
                      K.REVENUE_AMT, K.COGS_AMT, K.PERIOD_DAYS,
                      K.DSO_DAYS, K.DPO_DAYS, K.DIO_DAYS,
                      K.INV_TURNS, K.CCC_DAYS, K.KPI_FLAGS
               FROM   KPI_HISTORY K
               JOIN   FISCAL_PERIOD FP
                      ON FP.PERIOD_ID = K.PERIOD_ID
               WHERE  FP.PERIOD_SEQ BETWEEN :HV-PERIOD-SEQ - 12
                                        AND :HV-PERIOD-SEQ
               ORDER BY CASE K.SCOPE_TYPE WHEN 'C' THEN 1
                                          WHEN 'E' THEN 2
                                          ELSE 3 END,
                        K.SCOPE_ID, K.PERIOD_ID
           END-EXEC

           MOVE SPACES TO WS-PRIOR-SCOPE
           MOVE 'N' TO WS-TREND-EOF-SWITCH
           EXEC SQL  OPEN TREND-CUR  END-EXEC

           PERFORM UNTIL WS-TREND-EOF
               EXEC SQL
                   FETCH TREND-CUR
                   INTO :HV-SCOPE-TYPE, :HV-SCOPE-ID,
                        :HV-TREND-PERIOD, :HV-AR-BALANCE,
                        :HV-AP-BALANCE, :HV-INV-BALANCE,
                        :HV-REVENUE-AMT, :HV-COST-AMT,
                        :HV-TREND-DAYS, :HV-DSO-DAYS,
                        :HV-DPO-DAYS, :HV-DIO-DAYS,
                        :HV-INV-TURNS, :HV-CCC-DAYS,
                        :HV-KPI-FLAGS
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-TREND-EOF-SWITCH
               ELSE
                   PERFORM 5100-PRINT-TREND-ROW
                   PERFORM 5500-WRITE-CSV-ROW
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE TREND-CUR  END-EXEC.

      *--- 5100 ONE TREND ROW, WITH A HEADING AT EACH NEW SCOPE ---
       5100-PRINT-TREND-ROW.
           MOVE SPACES TO WS-THIS-SCOPE
           STRING HV-SCOPE-TYPE HV-SCOPE-ID
               DELIMITED SIZE INTO WS-THIS-SCOPE

           IF WS-THIS-SCOPE NOT = WS-PRIOR-SCOPE
               IF WS-LINE-COUNT > 40
                   PERFORM 9100-PRINT-HEADERS
               END-IF
               MOVE SPACES TO SCOPE-LINE
               EVALUATE HV-SCOPE-TYPE
                   WHEN 'C'
                       MOVE 'COMPANY'    TO SC-LABEL
                       MOVE SPACES       TO SC-ID
                   WHEN 'E'
                       MOVE 'ENTITY'     TO SC-LABEL
                       MOVE HV-SCOPE-ID  TO SC-ID
                   WHEN OTHER
                       MOVE 'WAREHOUSE'  TO SC-LABEL
                       MOVE HV-SCOPE-ID  TO SC-ID
               END-EVALUATE
               WRITE REPORT-LINE FROM SPACES
               WRITE REPORT-LINE FROM SCOPE-LINE
               ADD 2 TO WS-LINE-COUNT
               MOVE WS-THIS-SCOPE TO WS-PRIOR-SCOPE
           END-IF

           IF WS-LINE-COUNT > 55
               PERFORM 9100-PRINT-HEADERS
           END-IF

           MOVE SPACES          TO TREND-LINE
           MOVE HV-TREND-PERIOD TO TL-PERIOD
           MOVE HV-INV-BALANCE  TO TL-INV
           MOVE HV-COST-AMT     TO TL-COST
           MOVE HV-DIO-DAYS     TO TL-DIO
           MOVE HV-INV-TURNS    TO TL-TURNS
           IF HV-SCOPE-TYPE NOT = 'W'
               MOVE HV-AR-BALANCE  TO TL-AR
               MOVE HV-AP-BALANCE  TO TL-AP
               MOVE HV-REVENUE-AMT TO TL-REVENUE
               MOVE HV-DSO-DAYS    TO TL-DSO
               MOVE HV-DPO-DAYS    TO TL-DPO
               MOVE HV-CCC-DAYS    TO TL-CCC
           END-IF
           MOVE HV-KPI-FLAGS    TO TL-FLAGS
           WRITE REPORT-LINE FROM TREND-LINE
           ADD 1 TO WS-LINE-COUNT.

      *--- 5500 ONE CSV ROW ---
      *    Numbers are left-justified edited values, so the deck's
      *    import reads them without padding.
       5500-WRITE-CSV-ROW.
           MOVE SPACES TO CSV-RECORD
           MOVE 1 TO WS-CSV-PTR
           STRING HV-TREND-PERIOD ',' HV-SCOPE-TYPE ','
               DELIMITED SIZE
               INTO CSV-RECORD WITH POINTER WS-CSV-PTR
           STRING HV-SCOPE-ID DELIMITED BY SPACE
               INTO CSV-RECORD WITH POINTER WS-CSV-PTR

           MOVE HV-AR-BALANCE TO WS-CSV-AMOUNT
           MOVE WS-CSV-AMOUNT TO WS-CSV-FIELD
           PERFORM 5600-APPEND-CSV-FIELD
           MOVE HV-AP-BALANCE TO WS-CSV-AMOUNT
           MOVE WS-CSV-AMOUNT TO WS-CSV-FIELD
           PERFORM 5600-APPEND-CSV-FIELD
           MOVE HV-INV-BALANCE TO WS-CSV-AMOUNT
           MOVE WS-CSV-AMOUNT TO WS-CSV-FIELD
           PERFORM 5600-APPEND-CSV-FIELD
           MOVE HV-REVENUE-AMT TO WS-CSV-AMOUNT
           MOVE WS-CSV-AMOUNT TO WS-CSV-FIELD
           PERFORM 5600-APPEND-CSV-FIELD
           MOVE HV-COST-AMT TO WS-CSV-AMOUNT
           MOVE WS-CSV-AMOUNT TO WS-CSV-FIELD
           PERFORM 5600-APPEND-CSV-FIELD
           MOVE HV-TREND-DAYS TO WS-CSV-COUNT-EDIT
           MOVE WS-CSV-COUNT-EDIT TO WS-CSV-FIELD
           PERFORM 5600-APPEND-CSV-FIELD
           MOVE HV-DSO-DAYS TO WS-CSV-DAYS
           MOVE WS-CSV-DAYS TO WS-CSV-FIELD
           PERFORM 5600-APPEND-CSV-FIELD
           MOVE HV-DPO-DAYS TO WS-CSV-DAYS
           MOVE WS-CSV-DAYS TO WS-CSV-FIELD
           PERFORM 5600-APPEND-CSV-FIELD
           MOVE HV-DIO-DAYS TO WS-CSV-DAYS
           MOVE WS-CSV-DAYS TO WS-CSV-FIELD
           PERFORM 5600-APPEND-CSV-FIELD
           MOVE HV-INV-TURNS TO WS-CSV-TURNS
           MOVE WS-CSV-TURNS TO WS-CSV-FIELD
           PERFORM 5600-APPEND-CSV-FIELD
           MOVE HV-CCC-DAYS TO WS-CSV-DAYS
           MOVE WS-CSV-DAYS TO WS-CSV-FIELD
           PERFORM 5600-APPEND-CSV-FIELD

           STRING ',' DELIMITED SIZE
               INTO CSV-RECORD WITH POINTER WS-CSV-PTR
           IF HV-KPI-FLAGS NOT = SPACES
               STRING HV-KPI-FLAGS DELIMITED BY SPACE
                   INTO CSV-RECORD WITH POINTER WS-CSV-PTR
           END-IF

           WRITE CSV-RECORD
           ADD 1 TO WS-CSV-COUNT.

      *    Comma, then the field with its leading spaces dropped.
       5600-APPEND-CSV-FIELD.
           MOVE ZEROS TO WS-LEAD-SPACES
           INSPECT WS-CSV-FIELD
               TALLYING WS-LEAD-SPACES FOR LEADING SPACES
           COMPUTE WS-FIELD-LEN = 20 - WS-LEAD-SPACES
           STRING ',' DELIMITED SIZE
               INTO CSV-RECORD WITH POINTER WS-CSV-PTR
           IF WS-FIELD-LEN > ZEROS
               STRING WS-CSV-FIELD (WS-LEAD-SPACES + 1 :
                                    WS-FIELD-LEN)
                   DELIMITED BY SPACE
                   INTO CSV-RECORD WITH POINTER WS-CSV-PTR
           END-IF.

      *--- 6000 TIE THE ENTITIES BACK TO THE COMPANY ---
      *    Posted journals carry an entity, so the entities should
      *    add to the company. A difference is a journal with no
      *    entity or a snapshot that has fallen out of step.
       6000-PRINT-TIE-OUT.
           IF WS-LINE-COUNT > 48
               PERFORM 9100-PRINT-HEADERS
           END-IF
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM TIE-HDR
           WRITE REPORT-LINE FROM SPACES
           ADD 3 TO WS-LINE-COUNT

           MOVE 'Receivables (1200):'  TO TI-LABEL
           MOVE WS-CO-AR  TO TI-COMPANY
           MOVE WS-ENT-AR TO TI-ENTITIES
           COMPUTE WS-TIE-DIFF = WS-CO-AR - WS-ENT-AR
           PERFORM 6100-WRITE-TIE-LINE
           MOVE 'Payables (2000):'     TO TI-LABEL
           MOVE WS-CO-AP  TO TI-COMPANY
           MOVE WS-ENT-AP TO TI-ENTITIES
           COMPUTE WS-TIE-DIFF = WS-CO-AP - WS-ENT-AP
           PERFORM 6100-WRITE-TIE-LINE
           MOVE 'Inventory (1400/1590):' TO TI-LABEL
           MOVE WS-CO-INV  TO TI-COMPANY
           MOVE WS-ENT-INV TO TI-ENTITIES
           COMPUTE WS-TIE-DIFF = WS-CO-INV - WS-ENT-INV
           PERFORM 6100-WRITE-TIE-LINE
           MOVE 'Revenue (4000-4999):' TO TI-LABEL
           MOVE WS-CO-REVENUE  TO TI-COMPANY
           MOVE WS-ENT-REVENUE TO TI-ENTITIES
           COMPUTE WS-TIE-DIFF = WS-CO-REVENUE - WS-ENT-REVENUE
           PERFORM 6100-WRITE-TIE-LINE
           MOVE 'Cost of Sales (5000-5999):' TO TI-LABEL
           MOVE WS-CO-COST  TO TI-COMPANY
           MOVE WS-ENT-COST TO TI-ENTITIES
           COMPUTE WS-TIE-DIFF = WS-CO-COST - WS-ENT-COST
           PERFORM 6100-WRITE-TIE-LINE.

       6100-WRITE-TIE-LINE.
           MOVE WS-TIE-DIFF TO TI-DIFF
           MOVE SPACES TO TI-FLAG
           IF WS-TIE-DIFF NOT = ZEROS
               MOVE '** OUT OF BALANCE **' TO TI-FLAG
           END-IF
           WRITE REPORT-LINE FROM TIE-LINE
           ADD 1 TO WS-LINE-COUNT.

      *--- 7000 PRINT SUMMARY ---
       7000-PRINT-SUMMARY.
           WRITE REPORT-LINE FROM SPACES
           MOVE 'Entities Measured:'      TO SL-LABEL
           MOVE WS-ENTITY-COUNT          TO SL-COUNT
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE 'Warehouses Measured:'    TO SL-LABEL
           MOVE WS-WHSE-COUNT            TO SL-COUNT
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE 'KPI History Rows Stored:' TO SL-LABEL
           MOVE WS-HISTORY-COUNT         TO SL-COUNT
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE 'Scopes Over Threshold:'  TO SL-LABEL
           MOVE WS-FLAGGED-COUNT         TO SL-COUNT
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE 'CSV Trend Rows Written:' TO SL-LABEL
           MOVE WS-CSV-COUNT             TO SL-COUNT
           WRITE REPORT-LINE FROM SUMMARY-LINE.

      *--- 9000 TERMINATE ---
       9000-TERMINATE.
           CLOSE REPORT-FILE
           CLOSE CSV-FILE.

      *--- 9100 PRINT HEADERS ---
       9100-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO H1-PAGE
           WRITE REPORT-LINE FROM HDR1 AFTER PAGE
           WRITE REPORT-LINE FROM HDR2
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM HDR3
           WRITE REPORT-LINE FROM SPACES
           MOVE 5 TO WS-LINE-COUNT.
