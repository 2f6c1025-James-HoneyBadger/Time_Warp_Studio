      *================================================================
      * PROGRAM:    PRCEXP01
      * DESCRIPTION: Contract Price Expiry Report
      *              - Weekly sales run: lists every ACTIVE contract
      *                price on PRICE_RULE (customer or customer
      *                group) ending inside the renewal window (SYSIN,
      *                days, default 60), soonest first, so reps renew
      *                before the customer falls back to list price
      *              - Contracts that lapsed in the last 30 days
      *                print first as EXPIRED - those customers are
      *                already being billed at list by ARBILL01
      *              - A contract already renewed (a later ACTIVE
      *                contract for the same customer or group and
      *                item) is left off and counted instead
      *              - Shows the list price the customer falls back
      *                to (their price level, else base level '00';
      *                base for a group contract) and the increase
      *                they will see, to size the renewal call
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCEXP01.
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
           05  WS-CON-EOF-SWITCH    PIC X(1) VALUE 'N'.
               88  WS-CON-EOF                VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LINE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-PAGE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-CONS-LISTED       PIC S9(7) COMP VALUE ZEROS.
           05  WS-CONS-EXPIRED      PIC S9(7) COMP VALUE ZEROS.
           05  WS-CONS-RENEWED      PIC S9(7) COMP VALUE ZEROS.

       01  WS-WORK.
           05  WS-CURRENT-DATE      PIC X(10).
           05  WS-WINDOW-PARM       PIC 9(3)  VALUE ZEROS.
           05  WS-WINDOW-DAYS       PIC S9(5) COMP VALUE 60.
           05  WS-LAPSED-DAYS       PIC S9(5) COMP VALUE 30.
           05  WS-DAYS-LEFT         PIC S9(5) COMP VALUE ZEROS.
           05  WS-INCREASE-PCT      PIC S9(5)V9 COMP-3 VALUE ZEROS.

      *--- SQLCA ---
       01  SQLCA.
           05  SQLCAID              PIC X(8).
           05  SQLCABC              PIC S9(9) COMP.
           05  SQLCODE              PIC S9(9) COMP.
           05  SQLERRM.
               10  SQLERRML         PIC S9(4) COMP.
               10  SQLERRMC         PIC X(70).

      *--- HOST VARIABLES ---
       01  HV-CON.
           05  HV-WINDOW-DAYS       PIC S9(5) COMP.
           05  HV-LAPSED-DAYS       PIC S9(5) COMP.
           05  HV-RULE-ID           PIC S9(9) COMP.
           05  HV-CUST-NUMBER       PIC X(10).
           05  HV-CUST-GROUP        PIC X(6).
           05  HV-CUST-NAME         PIC X(30).
           05  HV-ITEM-NUMBER       PIC X(10).
           05  HV-MIN-QTY           PIC S9(7)V99 COMP-3.
           05  HV-CONTRACT-PRICE    PIC S9(7)V99 COMP-3.
           05  HV-LIST-PRICE        PIC S9(7)V99 COMP-3.
           05  HV-END-DATE          PIC X(10).
           05  HV-DAYS-LEFT         PIC S9(9) COMP.
           05  HV-RENEWED-COUNT     PIC S9(9) COMP.

      *--- HEADER LINES ---
       01  HDR1.
           05  FILLER  PIC X(25) VALUE SPACES.
           05  FILLER  PIC X(45)
               VALUE 'ACME CORPORATION - CONTRACT PRICE EXPIRY'.
           05  FILLER  PIC X(33) VALUE SPACES.
           05  FILLER  PIC X(5) VALUE 'PAGE:'.
           05  H1-PAGE PIC ZZZZZ.
           05  FILLER  PIC X(20) VALUE SPACES.

       01  HDR2.
           05  FILLER   PIC X(6)  VALUE 'DATE: '.
           05  H2-DATE  PIC X(10).
           05  FILLER   PIC X(15) VALUE '  WINDOW DAYS: '.
           05  H2-DAYS  PIC ZZ9.
           05  FILLER   PIC X(99) VALUE SPACES.

       01  HDR3.
           05  FILLER  PIC X(11) VALUE 'CUST/GROUP'.
           05  FILLER  PIC X(31) VALUE 'NAME'.
           05  FILLER  PIC X(11) VALUE 'ITEM'.
           05  FILLER  PIC X(11) VALUE '   MIN QTY'.
           05  FILLER  PIC X(11) VALUE '  CONTRACT'.
           05  FILLER  PIC X(11) VALUE '      LIST'.
           05  FILLER  PIC X(8)  VALUE ' INCR %'.
           05  FILLER  PIC X(11) VALUE 'ENDS'.
           05  FILLER  PIC X(7)  VALUE '  DAYS'.
           05  FILLER  PIC X(8)  VALUE 'STATUS'.
           05  FILLER  PIC X(13) VALUE SPACES.

      *--- DETAIL LINE ---
       01  CON-DET-LINE.
           05  XD-CUST     PIC X(10).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  XD-NAME     PIC X(30).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  XD-ITEM     PIC X(10).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  XD-MIN-QTY  PIC ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  XD-CONTRACT PIC ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  XD-LIST     PIC ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  XD-INCR     PIC ZZZ9.9-.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  XD-ENDS     PIC X(10).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  XD-DAYS     PIC ZZZZ9-.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  XD-STATUS   PIC X(8).
           05  FILLER      PIC X(12) VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER      PIC X(10) VALUE SPACES.
           05  SL-LABEL    PIC X(30).
           05  SL-COUNT    PIC ZZZ,ZZ9.
           05  FILLER      PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-EXPIRING-CONTRACTS
           PERFORM 2200-COUNT-RENEWED
           PERFORM 3000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE

           ACCEPT WS-WINDOW-PARM FROM SYSIN
           IF WS-WINDOW-PARM NUMERIC
               AND WS-WINDOW-PARM > ZEROS
               MOVE WS-WINDOW-PARM TO WS-WINDOW-DAYS
           END-IF
           MOVE WS-WINDOW-DAYS TO HV-WINDOW-DAYS
           MOVE WS-LAPSED-DAYS TO HV-LAPSED-DAYS

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
               INTO :WS-CURRENT-DATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE WS-CURRENT-DATE TO H2-DATE
           MOVE WS-WINDOW-DAYS  TO H2-DAYS
           PERFORM 9100-PRINT-HEADERS.

      *--- 2000 LIST CONTRACTS DUE FOR RENEWAL ---
      *    Open-ended contracts (no END_DATE) never expire and never
      *    print. The fallback price is what ARBILL01's 2350 would
      *    bill once the contract lapses.
       2000-LIST-EXPIRING-CONTRACTS.
           EXEC SQL
               DECLARE CON-CUR CURSOR FOR
               SELECT R.RULE_ID,
                      COALESCE(R.CUST_NUMBER, ' '),
                      COALESCE(R.CUST_GROUP, ' '),
                      COALESCE(C.CUST_NAME, ' '),
                      R.ITEM_NUMBER, COALESCE(R.MIN_QTY, 0),
                      R.UNIT_PRICE,
                      COALESCE(
                          (SELECT P.UNIT_PRICE
                           FROM   ITEM_PRICE P
                           WHERE  P.ITEM_NUMBER = R.ITEM_NUMBER
                           AND    P.PRICE_LEVEL = C.PRICE_LEVEL),
                          (SELECT P.UNIT_PRICE
                           FROM   ITEM_PRICE P
                           WHERE  P.ITEM_NUMBER = R.ITEM_NUMBER
                           AND    P.PRICE_LEVEL = '00'), 0),
                      CHAR(R.END_DATE, ISO),
                      DAYS(R.END_DATE) - DAYS(CURRENT DATE)
               FROM   PRICE_RULE R
               LEFT JOIN CUSTOMER_MASTER C
                      ON C.CUST_NUMBER = R.CUST_NUMBER
               WHERE  R.RULE_TYPE = 'CONTRACT'
               AND    R.STATUS    = 'ACTIVE'
               AND    R.END_DATE IS NOT NULL
               AND    DAYS(R.END_DATE) - DAYS(CURRENT DATE)
                          BETWEEN 0 - :HV-LAPSED-DAYS
                              AND :HV-WINDOW-DAYS
               AND    NOT EXISTS
                      (SELECT 1
                       FROM   PRICE_RULE N
                       WHERE  N.RULE_TYPE   = 'CONTRACT'
                       AND    N.STATUS      = 'ACTIVE'
                       AND    N.ITEM_NUMBER = R.ITEM_NUMBER
                       AND    COALESCE(N.CUST_NUMBER, ' ')
                                  = COALESCE(R.CUST_NUMBER, ' ')
                       AND    COALESCE(N.CUST_GROUP, ' ')
                                  = COALESCE(R.CUST_GROUP, ' ')
                       AND    COALESCE(N.END_DATE,
                                       DATE('9999-12-31'))
                                  > R.END_DATE)
               ORDER BY R.END_DATE, R.CUST_NUMBER, R.CUST_GROUP,
                        R.ITEM_NUMBER, R.MIN_QTY
           END-EXEC

           EXEC SQL  OPEN CON-CUR  END-EXEC

           PERFORM UNTIL WS-CON-EOF
               EXEC SQL
                   FETCH CON-CUR
                   INTO :HV-RULE-ID, :HV-CUST-NUMBER,
                        :HV-CUST-GROUP, :HV-CUST-NAME,
                        :HV-ITEM-NUMBER, :HV-MIN-QTY,
                        :HV-CONTRACT-PRICE, :HV-LIST-PRICE,
                        :HV-END-DATE, :HV-DAYS-LEFT
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-CON-EOF-SWITCH
               ELSE
                   PERFORM 2100-WRITE-CONTRACT-DETAIL
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE CON-CUR  END-EXEC.

      *--- 2100 WRITE ONE EXPIRING CONTRACT ---
       2100-WRITE-CONTRACT-DETAIL.
           IF WS-LINE-COUNT > 55
               PERFORM 9100-PRINT-HEADERS
           END-IF

           MOVE HV-DAYS-LEFT TO WS-DAYS-LEFT
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < ZEROS
                   MOVE 'EXPIRED' TO XD-STATUS
                   ADD 1 TO WS-CONS-EXPIRED
               WHEN WS-DAYS-LEFT <= 30
                   MOVE '30 DAYS' TO XD-STATUS
               WHEN WS-DAYS-LEFT <= 60
                   MOVE '60 DAYS' TO XD-STATUS
               WHEN OTHER
                   MOVE 'LATER'   TO XD-STATUS
           END-EVALUATE

      *    A group contract has no customer row; the group code
      *    prints in the customer column instead.
           IF HV-CUST-NUMBER = SPACES
               MOVE HV-CUST-GROUP TO XD-CUST
               MOVE 'CUSTOMER GROUP CONTRACT' TO XD-NAME
           ELSE
               MOVE HV-CUST-NUMBER TO XD-CUST
               MOVE HV-CUST-NAME   TO XD-NAME
           END-IF

           MOVE ZEROS TO WS-INCREASE-PCT
           IF HV-CONTRACT-PRICE > ZEROS
               COMPUTE WS-INCREASE-PCT ROUNDED =
                   (HV-LIST-PRICE - HV-CONTRACT-PRICE) * 100
                   / HV-CONTRACT-PRICE
           END-IF

           MOVE HV-ITEM-NUMBER    TO XD-ITEM
           MOVE HV-MIN-QTY        TO XD-MIN-QTY
           MOVE HV-CONTRACT-PRICE TO XD-CONTRACT
           MOVE HV-LIST-PRICE     TO XD-LIST
           MOVE WS-INCREASE-PCT   TO XD-INCR
           MOVE HV-END-DATE       TO XD-ENDS
           MOVE WS-DAYS-LEFT      TO XD-DAYS
           WRITE REPORT-LINE FROM CON-DET-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-CONS-LISTED.

      *--- 2200 COUNT CONTRACTS IN THE WINDOW ALREADY RENEWED ---
       2200-COUNT-RENEWED.
           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-RENEWED-COUNT
               FROM   PRICE_RULE R
               WHERE  R.RULE_TYPE = 'CONTRACT'
               AND    R.STATUS    = 'ACTIVE'
               AND    R.END_DATE IS NOT NULL
               AND    DAYS(R.END_DATE) - DAYS(CURRENT DATE)
                          BETWEEN 0 - :HV-LAPSED-DAYS
                              AND :HV-WINDOW-DAYS
               AND    EXISTS
                      (SELECT 1
                       FROM   PRICE_RULE N
                       WHERE  N.RULE_TYPE   = 'CONTRACT'
                       AND    N.STATUS      = 'ACTIVE'
                       AND    N.ITEM_NUMBER = R.ITEM_NUMBER
                       AND    COALESCE(N.CUST_NUMBER, ' ')
                                  = COALESCE(R.CUST_NUMBER, ' ')
                       AND    COALESCE(N.CUST_GROUP, ' ')
                                  = COALESCE(R.CUST_GROUP, ' ')
                       AND    COALESCE(N.END_DATE,
                                       DATE('9999-12-31'))
                                  > R.END_DATE)
           END-EXEC
           MOVE HV-RENEWED-COUNT TO WS-CONS-RENEWED.

      *--- 3000 PRINT SUMMARY ---
       3000-PRINT-SUMMARY.
           WRITE REPORT-LINE FROM SPACES
           MOVE 'Contracts To Renew: '  TO SL-LABEL
           MOVE WS-CONS-LISTED         TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Already Expired:    '  TO SL-LABEL
           MOVE WS-CONS-EXPIRED        TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Already Renewed:    '  TO SL-LABEL
           MOVE WS-CONS-RENEWED        TO SL-COUNT
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
