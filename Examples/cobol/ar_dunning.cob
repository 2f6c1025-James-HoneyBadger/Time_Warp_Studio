      *              - Posts DR 1200 AR / CR 4900 finance charge
      *                income as a staged-OPEN journal through the
      *                same maker-checker gate ARBILL01 uses
      *              - An invoice whose due date (or grace-window
      *                end) falls on a weekend or bank holiday is
      *                not past due until the next business day:
      *                aging cuts off at BUSDAY01's previous BANK
      *                business day, so a Monday run does not dun
      *                for a Saturday due date
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARDUN01.

       01  WS-WORK.
           05  WS-CURRENT-DATE      PIC X(10).
           05  WS-AGING-CUTOFF      PIC X(10).
           05  WS-AR-ACCT           PIC X(6)  VALUE '1200'.
           05  WS-FC-INCOME-ACCT    PIC X(6)  VALUE '4900'.
           05  WS-TERMS-DAYS        PIC S9(3) COMP VALUE 30.
           05  WS-LETTER-LEVEL      PIC S9(1) COMP VALUE ZEROS.
           05  WS-CHARGE-AMT        PIC S9(11)V99 COMP-3 VALUE ZEROS.

      *--- Business-day request / result block (BUSDAY01) ---
       01  BDS-PARMS.
           05  BDS-FUNCTION         PIC X(1).
               88  BDS-CHECK                 VALUE 'C'.
               88  BDS-NEXT                  VALUE 'N'.
               88  BDS-PREVIOUS              VALUE 'P'.
               88  BDS-ADD                   VALUE 'A'.
               88  BDS-ROLL                  VALUE 'R'.
           05  BDS-CALLER           PIC X(8).
           05  BDS-USAGE            PIC X(8).
           05  BDS-CALENDAR-ID      PIC X(4).
           05  BDS-ROLL-RULE        PIC X(1).
               88  BDS-ROLL-FOLLOWING        VALUE 'F'.
               88  BDS-ROLL-PRECEDING        VALUE 'P'.
               88  BDS-ROLL-MOD-FOLLOWING    VALUE 'M'.
           05  BDS-LOG-SW           PIC X(1).
               88  BDS-LOG-MOVES             VALUE 'Y'.
           05  BDS-IN-DATE          PIC X(10).
           05  BDS-DAY-COUNT        PIC S9(4) COMP.
           05  BDS-OUT-DATE         PIC X(10).
           05  BDS-BUSINESS-DAY-SW  PIC X(1).
               88  BDS-BUSINESS-DAY          VALUE 'Y'.
           05  BDS-WEEKEND-SW       PIC X(1).
               88  BDS-WEEKEND               VALUE 'Y'.
           05  BDS-HOLIDAY-SW       PIC X(1).
               88  BDS-HOLIDAY               VALUE 'Y'.
           05  BDS-HOLIDAY-NAME     PIC X(30).
           05  BDS-MOVED-SW         PIC X(1).
               88  BDS-MOVED                 VALUE 'Y'.
           05  BDS-RETURN-CODE      PIC 9(2).
               88  BDS-OK                    VALUE 00.
               88  BDS-BAD-REQUEST           VALUE 08.
               88  BDS-NO-BUSINESS-DAY       VALUE 12.

      *--- SQLCA ---
       01  SQLCA.
           05  SQLCAID              PIC X(8).
           05  HV-PERIOD-ID         PIC X(6).
           05  HV-ENTITY-ID         PIC X(4).
           05  HV-CUST-NUMBER       PIC X(10).
           05  HV-AGING-CUTOFF      PIC X(10).
           05  HV-CUST-NAME         PIC X(30).
           05  HV-PAST-DUE-BAL      PIC S9(11)V99 COMP-3.
           05  HV-OVER-GRACE-BAL    PIC S9(11)V99 COMP-3.
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           PERFORM 1100-SET-AGING-CUTOFF

           MOVE WS-CURRENT-DATE TO H2-DATE
           PERFORM 9100-PRINT-HEADERS
           WRITE REPORT-LINE FROM HDR3
           WRITE REPORT-LINE FROM SPACES
           ADD 2 TO WS-LINE-COUNT.

      *--- 1100 SET THE AGING CUT-OFF ---
      *    A due date rolls forward off a weekend or bank holiday
      *    (usage DUEDATE, BANK calendar, roll following), so an
      *    invoice is past due only once its due date is on or
      *    before the last business day before today. Should
      *    HOLCAL01 set a preceding rule instead, the cut-off stays
      *    at yesterday - plain calendar aging.
       1100-SET-AGING-CUTOFF.
           EXEC SQL
               SELECT CHAR(CURRENT DATE - 1 DAY, ISO)
               INTO   :WS-AGING-CUTOFF
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE 'P'             TO BDS-FUNCTION
           MOVE 'ARDUN01'       TO BDS-CALLER
           MOVE 'DUEDATE'       TO BDS-USAGE
           MOVE 'BANK'          TO BDS-CALENDAR-ID
           MOVE 'F'             TO BDS-ROLL-RULE
           MOVE 'N'             TO BDS-LOG-SW
           MOVE WS-CURRENT-DATE TO BDS-IN-DATE
           MOVE ZEROS           TO BDS-DAY-COUNT
           CALL 'BUSDAY01' USING BDS-PARMS
           IF BDS-OK AND NOT BDS-ROLL-PRECEDING
               MOVE BDS-OUT-DATE TO WS-AGING-CUTOFF
           END-IF
           MOVE WS-AGING-CUTOFF TO HV-AGING-CUTOFF.

      *--- 2000 PROCESS EVERY CUSTOMER WITH A PAST-DUE BALANCE ---
      *    One row per customer: the total past due (open balances
      *    on invoices past the 30-day terms), the part of it past
      *    the additional grace window (the finance-charge base),
      *    and the age of the oldest past-due invoice. Past due and
      *    over grace are tested against the 1100 cut-off; the age
      *    is still counted in calendar days to today.
       2000-PROCESS-PAST-DUE-CUSTOMERS.
           MOVE 'N' TO WS-CUST-EOF-SWITCH

               DECLARE DUN-CUR CURSOR FOR
               SELECT I.CUST_NUMBER, C.CUST_NAME,
                      SUM(I.INVOICE_TOTAL - I.AMOUNT_PAID),
                      SUM(CASE WHEN DAYS(DATE(:HV-AGING-CUTOFF))
                                    - DAYS(I.INVOICE_DATE)
                                    >= :WS-TERMS-DAYS
                                      + :WS-GRACE-DAYS
                               THEN I.INVOICE_TOTAL - I.AMOUNT_PAID
                               ELSE 0 END),
               JOIN   CUSTOMER_MASTER C
                      ON C.CUST_NUMBER = I.CUST_NUMBER
               WHERE  I.INVOICE_TOTAL > I.AMOUNT_PAID
               AND    DAYS(DATE(:HV-AGING-CUTOFF))
                      - DAYS(I.INVOICE_DATE) >= :WS-TERMS-DAYS
               GROUP BY I.CUST_NUMBER, C.CUST_NAME
               ORDER BY I.CUST_NUMBER
           END-EXEC
