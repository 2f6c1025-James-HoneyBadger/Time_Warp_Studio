      *                balance and flags the low point and any week
      *                that goes negative, so treasury knows when to
      *                draw the line of credit
      *              - Dates land on business days through BUSDAY01:
      *                an AP due date on a weekend or holiday pays
      *                by APPAY01's DUEDATE rule (the business day
      *                before, unless HOLCAL01 says otherwise) and
      *                an expected collection rolls forward to the
      *                next BANK business day, so an item near a
      *                week boundary falls in the week the cash
      *                actually moves
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFC01.
           05  WS-PAY-PER-RUN       PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05  WS-DFLT-PAY-DAYS     PIC S9(5) COMP VALUE 45.

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
           05  HV-DAYS-OUT          PIC S9(9) COMP.
           05  HV-DAY-OFFSET        PIC S9(9) COMP.
           05  HV-WEEK-START        PIC X(10).
           05  HV-SCHED-DATE        PIC X(10).
           05  HV-PAY-PERIOD        PIC X(8).
           05  HV-PAY-NET           PIC S9(11)V99 COMP-3.

      *--- 2000 SCHEDULE THE AP DISBURSEMENTS ---
      *    Due date = invoice date plus the vendor's terms, exactly
      *    as APPAY01's VEND-CUR selects them; anything already past
      *    due pays in week one. The roll asks under APPAY01's name
      *    so a DUEDATE rule set for the payment run moves the
      *    forecast with it.
       2000-LOAD-AP-DISBURSEMENTS.
           MOVE 'N' TO WS-AP-EOF-SWITCH
           MOVE 'APPAY01'  TO BDS-CALLER
           MOVE 'DUEDATE'  TO BDS-USAGE
           MOVE 'CORP'     TO BDS-CALENDAR-ID
           MOVE 'P'        TO BDS-ROLL-RULE

           EXEC SQL
               DECLARE APFC-CUR CURSOR FOR
                   MOVE 'Y' TO WS-AP-EOF-SWITCH
               ELSE
                   ADD 1 TO WS-AP-INVOICES
                   PERFORM 8100-ROLL-TO-BUSINESS-DAY
                   PERFORM 8000-BUCKET-WEEK-INDEX
                   ADD HV-AMOUNT
                       TO WS-WK-AP-OUT (WS-WEEK-IDX)
      *    customer's historical average days-to-pay, measured from
      *    AR_CASH_APPLICATION against the invoices it settled; a
      *    customer with no history collects at the 45-day default.
      *    Receipts only land on a bank business day.
       3000-LOAD-AR-COLLECTIONS.
           MOVE 'N' TO WS-AR-EOF-SWITCH
           MOVE 'CASHFC01' TO BDS-CALLER
           MOVE 'ARRCPT'   TO BDS-USAGE
           MOVE 'BANK'     TO BDS-CALENDAR-ID
           MOVE 'F'        TO BDS-ROLL-RULE

           EXEC SQL
               DECLARE ARFC-CUR CURSOR FOR
                   MOVE 'Y' TO WS-AR-EOF-SWITCH
               ELSE
                   ADD 1 TO WS-AR-INVOICES
                   PERFORM 8100-ROLL-TO-BUSINESS-DAY
                   PERFORM 8000-BUCKET-WEEK-INDEX
                   ADD HV-AMOUNT
                       TO WS-WK-AR-IN (WS-WEEK-IDX)
               MOVE 1 TO WS-WEEK-IDX
           END-IF.

      *--- 8100 MOVE A SCHEDULED DATE ONTO A BUSINESS DAY ---
      *    HV-DAYS-OUT becomes a date, BUSDAY01 rolls it by the
      *    calendar and rule the caller set in BDS-PARMS, and the
      *    rolled date goes back to days out. Already-due items
      *    are left alone - they land in week one either way. No
      *    DATE-ROLLED logging: these are projections, not
      *    scheduled effective dates.
       8100-ROLL-TO-BUSINESS-DAY.
           IF HV-DAYS-OUT > ZEROS
               EXEC SQL
                   SELECT CHAR(CURRENT DATE + :HV-DAYS-OUT DAYS, ISO)
                   INTO   :HV-SCHED-DATE
                   FROM   SYSIBM.SYSDUMMY1
               END-EXEC
               MOVE 'R'           TO BDS-FUNCTION
               MOVE 'N'           TO BDS-LOG-SW
               MOVE HV-SCHED-DATE TO BDS-IN-DATE
               MOVE ZEROS         TO BDS-DAY-COUNT
               CALL 'BUSDAY01' USING BDS-PARMS
               IF BDS-OK AND BDS-MOVED
                   MOVE BDS-OUT-DATE TO HV-SCHED-DATE
                   EXEC SQL
                       SELECT DAYS(DATE(:HV-SCHED-DATE))
                              - DAYS(CURRENT DATE)
                       INTO   :HV-DAYS-OUT
                       FROM   SYSIBM.SYSDUMMY1
                   END-EXEC
               END-IF
           END-IF.

      *--- 9000 TERMINATE ---
       9000-TERMINATE.
           CLOSE REPORT-FILE.
