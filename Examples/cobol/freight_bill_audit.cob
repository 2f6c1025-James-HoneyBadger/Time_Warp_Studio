      *================================================================
      * PROGRAM:    FRTAUD01
      * DESCRIPTION: Carrier Freight Bill Audit
      *              - Reads the carrier's keyed freight bill (one 'H'
      *                header per bill, one 'D' record per tracking
      *                number billed) and matches every charge to the
      *                SHIPMENT_FREIGHT row SHIPCF01 rated at ship
      *                confirm, by carrier and tracking number
      *              - Flags before anything reaches APPAY01:
      *                  overcharge - billed above the rated charge
      *                    by more than the audit tolerance
      *                  duplicate billing - a tracking number the
      *                    carrier has already billed, on an earlier
      *                    bill or earlier on this one, or a bill
      *                    number already on AP_INVOICE
      *                  collect shipment - billed to us although
      *                    the customer's carrier account pays
      *                  no shipment - a tracking number we never
      *                    shipped
      *              - Vouchers each bill on AP_INVOICE as a non-PO
      *                invoice the way APRCUR01 does: a clean bill
      *                goes to MATCHED (payable by APPAY01 unchanged)
      *                and relieves the 2150 freight accrual, DR 2150
      *                at the rated charge / DR or CR 6175 for the
      *                in-tolerance difference / CR 2000 AP trade; a
      *                flagged bill goes to HOLD with its reason
      *              - Each audited line lands on FREIGHT_BILL_AUDIT
      *                and prints on the audit register
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRTAUD01.
       AUTHOR. ACME-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILL-FILE   ASSIGN TO FRTBILIN
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
                              ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Keyed carrier freight bills: a header per bill followed
      *    by its tracking-number charges.
       FD  BILL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS.
       01  BILL-RECORD.
           05  FB-RECORD-TYPE      PIC X(1).
                   88  FB-HEADER          VALUE 'H'.
                   88  FB-DETAIL          VALUE 'D'.
           05  FB-HEADER-FIELDS.
               10  FB-VENDOR-NUMBER    PIC X(10).
               10  FB-CARRIER          PIC X(10).
               10  FB-BILL-NO          PIC X(15).
               10  FB-BILL-DATE        PIC X(8).
               10  FB-BILL-TOTAL       PIC S9(9)V99 COMP-3.
               10  FILLER              PIC X(50).
           05  FB-DETAIL-FIELDS REDEFINES FB-HEADER-FIELDS.
               10  FB-TRACKING-NO      PIC X(20).
               10  FB-BILLED-AMT       PIC S9(7)V99 COMP-3.
               10  FB-SHIP-DATE        PIC X(8).
               10  FILLER              PIC X(66).

       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  REPORT-LINE             PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-BILL-OPEN-SWITCH  PIC X(1) VALUE 'N'.
               88  WS-BILL-OPEN              VALUE 'Y'.
           05  WS-CLEAN-SWITCH      PIC X(1) VALUE 'Y'.
               88  WS-BILL-CLEAN             VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LINE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-PAGE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-BILLS-READ        PIC S9(7) COMP VALUE ZEROS.
           05  WS-BILLS-MATCHED     PIC S9(7) COMP VALUE ZEROS.
           05  WS-BILLS-HELD        PIC S9(7) COMP VALUE ZEROS.
           05  WS-LINES-AUDITED     PIC S9(7) COMP VALUE ZEROS.
           05  WS-OVERCHARGE-CNT    PIC S9(7) COMP VALUE ZEROS.
           05  WS-DUPLICATE-CNT     PIC S9(7) COMP VALUE ZEROS.
           05  WS-ERROR-COUNT       PIC S9(7) COMP VALUE ZEROS.
           05  WS-BILL-LINE-SEQ     PIC S9(5) COMP VALUE ZEROS.

       01  WS-WORK.
           05  WS-CURRENT-DATE      PIC X(10).
      *    A charge may run this far over the rated amount (percent
      *    of the rate, never less than the dollar floor) before it
      *    is an overcharge - fuel surcharge drift, rounding.
           05  WS-OVERCHARGE-PCT    PIC S9(3)V99 COMP-3 VALUE 2.00.
           05  WS-OVERCHARGE-MIN    PIC S9(5)V99 COMP-3 VALUE 1.00.
           05  WS-ALLOWANCE         PIC S9(9)V99 COMP-3.
           05  WS-HOLD-REASON       PIC X(30).
           05  WS-LINE-RESULT       PIC X(12).
           05  WS-BILL-LINE-TOTAL   PIC S9(11)V99 COMP-3.
           05  WS-BILL-ACCRUED      PIC S9(11)V99 COMP-3.
           05  WS-VARIANCE          PIC S9(11)V99 COMP-3.
           05  WS-FRT-ACCRUAL-ACCT  PIC X(6)  VALUE '2150'.
           05  WS-FREIGHT-OUT-ACCT  PIC X(6)  VALUE '6175'.
           05  WS-AP-TRADE-ACCT     PIC X(6)  VALUE '2000'.
           05  WS-SALES-DEPT        PIC X(4)  VALUE 'D100'.

      *--- SQLCA ---
       01  SQLCA.
           05  SQLCAID              PIC X(8).
           05  SQLCABC              PIC S9(9) COMP.
           05  SQLCODE              PIC S9(9) COMP.
           05  SQLERRM.
               10  SQLERRML         PIC S9(4) COMP.
               10  SQLERRMC         PIC X(70).

      *--- HOST VARIABLES ---
       01  HV-FRT.
           05  HV-PERIOD-ID         PIC X(6).
           05  HV-ENTITY-ID         PIC X(4).
           05  HV-VENDOR-NUMBER     PIC X(10).
           05  HV-CARRIER           PIC X(10).
           05  HV-BILL-NO           PIC X(15).
           05  HV-BILL-ISO          PIC X(10).
           05  HV-BILL-TOTAL        PIC S9(9)V99 COMP-3.
           05  HV-INVOICE-ID        PIC S9(9) COMP.
           05  HV-DUP-COUNT         PIC S9(9) COMP.
           05  HV-VEND-COUNT        PIC S9(9) COMP.
           05  HV-HOLD-REASON       PIC X(30).
           05  HV-LINE-SEQ          PIC S9(5) COMP.
           05  HV-TRACKING-NO       PIC X(20).
           05  HV-BILLED-AMT        PIC S9(9)V99 COMP-3.
           05  HV-ACCRUED-AMT       PIC S9(9)V99 COMP-3.
           05  HV-ORDER-NUMBER      PIC X(10).
           05  HV-FREIGHT-TERMS     PIC X(2).
           05  HV-AUDIT-STATUS      PIC X(8).
           05  HV-AUDIT-RESULT      PIC X(12).
           05  HV-NEXT-JOURNAL-ID   PIC S9(9) COMP.
           05  HV-GL-AMT            PIC S9(11)V99 COMP-3.
           05  HV-GL-DESC           PIC X(50).
           05  HV-AUDIT-SEQ         PIC S9(5) COMP.
           05  HV-EXC-SEVERITY      PIC X(1).
           05  HV-EXC-REASON        PIC X(12).
           05  HV-EXC-KEY           PIC X(30).
           05  HV-EXC-DUP-COUNT     PIC S9(9) COMP.

      *--- HEADER LINES ---
       01  HDR1.
           05  FILLER  PIC X(25) VALUE SPACES.
           05  FILLER  PIC X(45)
               VALUE 'ACME CORPORATION - FREIGHT BILL AUDIT'.
           05  FILLER  PIC X(33) VALUE SPACES.
           05  FILLER  PIC X(5) VALUE 'PAGE:'.
           05  H1-PAGE PIC ZZZZZ.
           05  FILLER  PIC X(20) VALUE SPACES.

       01  HDR2.
           05  FILLER  PIC X(6)  VALUE 'DATE: '.
           05  H2-DATE PIC X(10).
           05  FILLER  PIC X(117) VALUE SPACES.

       01  HDR3.
           05  FILLER  PIC X(16) VALUE 'BILL NO'.
           05  FILLER  PIC X(21) VALUE 'TRACKING NO'.
           05  FILLER  PIC X(11) VALUE 'ORDER'.
           05  FILLER  PIC X(12) VALUE '    ACCRUED'.
           05  FILLER  PIC X(12) VALUE '     BILLED'.
           05  FILLER  PIC X(13) VALUE '   VARIANCE'.
           05  FILLER  PIC X(12) VALUE 'RESULT'.
           05  FILLER  PIC X(36) VALUE SPACES.

      *--- DETAIL LINE ---
       01  AUD-DET-LINE.
           05  AD-BILL     PIC X(15).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  AD-TRACKING PIC X(20).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  AD-ORDER    PIC X(10).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  AD-ACCRUED  PIC -ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  AD-BILLED   PIC -ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  AD-VARIANCE PIC -ZZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  AD-RESULT   PIC X(12).
           05  FILLER      PIC X(36) VALUE SPACES.

      *--- BILL TOTAL LINE ---
       01  BILL-TOT-LINE.
           05  FILLER      PIC X(16) VALUE SPACES.
           05  FILLER      PIC X(8)  VALUE 'VENDOR: '.
           05  BT-VENDOR   PIC X(10).
           05  FILLER      PIC X(14) VALUE '  BILL TOTAL: '.
           05  BT-TOTAL    PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  BT-STATUS   PIC X(8).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  BT-REASON   PIC X(30).
           05  FILLER      PIC X(29) VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER      PIC X(10) VALUE SPACES.
           05  SL-LABEL    PIC X(30).
           05  SL-COUNT    PIC ZZZ,ZZ9.
           05  FILLER      PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-BILL-FILE
               UNTIL WS-EOF
           IF WS-BILL-OPEN
               PERFORM 2700-FINISH-BILL
           END-IF
           PERFORM 3000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  BILL-FILE
                OUTPUT REPORT-FILE

           EXEC SQL
               SELECT PERIOD_ID
               INTO :HV-PERIOD-ID
               FROM FISCAL_PERIOD
               WHERE STATUS = 'OPEN'
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

           MOVE WS-CURRENT-DATE TO H2-DATE
           PERFORM 9100-PRINT-HEADERS

           READ BILL-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *--- 2000 PROCESS ONE BILL-FILE RECORD ---
      *    An 'H' record closes out the prior bill (vouchering or
      *    holding it) and opens a new one; each 'D' record is
      *    audited as it arrives so one bad charge holds the bill.
       2000-PROCESS-BILL-FILE.
           EVALUATE TRUE
               WHEN FB-HEADER
                   IF WS-BILL-OPEN
                       PERFORM 2700-FINISH-BILL
                   END-IF
                   PERFORM 2100-START-BILL
               WHEN FB-DETAIL
                   IF WS-BILL-OPEN
                       PERFORM 2300-AUDIT-BILL-LINE
                           THRU 2399-AUDIT-LINE-EXIT
                   ELSE
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE

           READ BILL-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *--- 2100 START A NEW BILL FROM ITS HEADER RECORD ---
      *    The bill is vouchered up front (ENTERED) so its audit
      *    lines have an invoice to hang from; 2700 settles the
      *    status once every charge has been checked.
       2100-START-BILL.
           ADD 1 TO WS-BILLS-READ
           MOVE 'Y'    TO WS-BILL-OPEN-SWITCH
           MOVE 'Y'    TO WS-CLEAN-SWITCH
           MOVE SPACES TO WS-HOLD-REASON
           MOVE ZEROS  TO WS-BILL-LINE-TOTAL
           MOVE ZEROS  TO WS-BILL-ACCRUED
           MOVE ZEROS  TO WS-BILL-LINE-SEQ

           MOVE FB-VENDOR-NUMBER TO HV-VENDOR-NUMBER
           MOVE FB-CARRIER       TO HV-CARRIER
           MOVE FB-BILL-NO       TO HV-BILL-NO
           MOVE FB-BILL-TOTAL    TO HV-BILL-TOTAL

           MOVE SPACES TO HV-BILL-ISO
           STRING FB-BILL-DATE(1:4) '-'
                  FB-BILL-DATE(5:2) '-'
                  FB-BILL-DATE(7:2)
               DELIMITED SIZE INTO HV-BILL-ISO

      *    The carrier must be set up as a vendor to be paid at all.
           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-VEND-COUNT
               FROM   VENDOR_MASTER
               WHERE  VENDOR_NUMBER = :HV-VENDOR-NUMBER
           END-EXEC

           IF HV-VEND-COUNT = ZEROS
               MOVE 'N' TO WS-CLEAN-SWITCH
               MOVE 'VENDOR NOT ON FILE' TO WS-HOLD-REASON
           END-IF

      *    The same bill number keyed twice for the carrier is the
      *    whole bill billed twice.
           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-DUP-COUNT
               FROM   AP_INVOICE
               WHERE  VENDOR_NUMBER = :HV-VENDOR-NUMBER
               AND    INVOICE_NO    = :HV-BILL-NO
           END-EXEC

           IF HV-DUP-COUNT > ZEROS
               MOVE 'N' TO WS-CLEAN-SWITCH
               MOVE 'DUPLICATE FREIGHT BILL' TO WS-HOLD-REASON
               ADD 1 TO WS-DUPLICATE-CNT
           END-IF

           EXEC SQL
               SELECT COALESCE(MAX(INVOICE_ID), 0) + 1
               INTO   :HV-INVOICE-ID
               FROM   AP_INVOICE
           END-EXEC

           EXEC SQL
               INSERT INTO AP_INVOICE
               (INVOICE_ID, VENDOR_NUMBER, INVOICE_NO, PO_NUMBER,
                INVOICE_DATE, INVOICE_TOTAL, STATUS, ENTRY_DATE,
                PERIOD_ID, EXPENSE_ACCT, DEPT_CODE, CREATED_BY)
               VALUES
               (:HV-INVOICE-ID, :HV-VENDOR-NUMBER, :HV-BILL-NO,
                0, DATE(:HV-BILL-ISO), :HV-BILL-TOTAL, 'ENTERED',
                CURRENT DATE, :HV-PERIOD-ID, :WS-FREIGHT-OUT-ACCT,
                :WS-SALES-DEPT, 'FRTAUD01')
           END-EXEC.

      *--- 2300 AUDIT ONE BILLED TRACKING NUMBER ---
      *    The charge is matched to what SHIPCF01 rated for the
      *    same carrier and tracking number. A charge that passes,
      *    or is only over the rate, marks the shipment billed, so
      *    the next time the tracking number turns up - on this
      *    bill or a later one - it is a duplicate billing.
       2300-AUDIT-BILL-LINE.
           ADD 1 TO WS-BILL-LINE-SEQ
           ADD 1 TO WS-LINES-AUDITED
           MOVE FB-TRACKING-NO TO HV-TRACKING-NO
           MOVE FB-BILLED-AMT  TO HV-BILLED-AMT
           ADD HV-BILLED-AMT   TO WS-BILL-LINE-TOTAL
           MOVE ZEROS  TO HV-ACCRUED-AMT
           MOVE SPACES TO HV-ORDER-NUMBER
           MOVE 'OK'   TO WS-LINE-RESULT

           EXEC SQL
               SELECT FREIGHT_AMOUNT, ORDER_NUMBER, FREIGHT_TERMS,
                      AUDIT_STATUS
               INTO   :HV-ACCRUED-AMT, :HV-ORDER-NUMBER,
                      :HV-FREIGHT-TERMS, :HV-AUDIT-STATUS
               FROM   SHIPMENT_FREIGHT
               WHERE  CARRIER     = :HV-CARRIER
               AND    TRACKING_NO = :HV-TRACKING-NO
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZEROS         TO HV-ACCRUED-AMT
               MOVE 'NO SHIPMENT' TO WS-LINE-RESULT
               MOVE 'FRT-NOSHIP'  TO HV-EXC-REASON
               PERFORM 2350-FLAG-BILL-LINE
               GO TO 2399-AUDIT-LINE-EXIT
           END-IF

           IF HV-AUDIT-STATUS = 'BILLED'
               MOVE 'DUPLICATE'   TO WS-LINE-RESULT
               MOVE 'FRT-DUPBILL' TO HV-EXC-REASON
               ADD 1 TO WS-DUPLICATE-CNT
               PERFORM 2350-FLAG-BILL-LINE
               GO TO 2399-AUDIT-LINE-EXIT
           END-IF

           EXEC SQL
               UPDATE SHIPMENT_FREIGHT
               SET    AUDIT_STATUS    = 'BILLED',
                      CARRIER_BILL_NO = :HV-BILL-NO,
                      BILLED_AMOUNT   = :HV-BILLED-AMT,
                      AP_INVOICE_ID   = :HV-INVOICE-ID
               WHERE  CARRIER     = :HV-CARRIER
               AND    TRACKING_NO = :HV-TRACKING-NO
           END-EXEC

           IF HV-FREIGHT-TERMS = 'CC'
               MOVE 'COLLECT'     TO WS-LINE-RESULT
               MOVE 'FRT-COLLECT' TO HV-EXC-REASON
               PERFORM 2350-FLAG-BILL-LINE
               GO TO 2399-AUDIT-LINE-EXIT
           END-IF

           COMPUTE WS-ALLOWANCE ROUNDED =
               HV-ACCRUED-AMT * WS-OVERCHARGE-PCT / 100
           IF WS-ALLOWANCE < WS-OVERCHARGE-MIN
               MOVE WS-OVERCHARGE-MIN TO WS-ALLOWANCE
           END-IF

           IF HV-BILLED-AMT > HV-ACCRUED-AMT + WS-ALLOWANCE
               MOVE 'OVERCHARGE'  TO WS-LINE-RESULT
               MOVE 'FRT-OVERCHG' TO HV-EXC-REASON
               ADD 1 TO WS-OVERCHARGE-CNT
               PERFORM 2350-FLAG-BILL-LINE
               GO TO 2399-AUDIT-LINE-EXIT
           END-IF

           ADD HV-ACCRUED-AMT TO WS-BILL-ACCRUED
           PERFORM 2380-RECORD-AUDIT-LINE.

       2399-AUDIT-LINE-EXIT.
           EXIT.

      *--- 2350 FLAG A CHARGE THAT FAILED THE AUDIT ---
      *    The first failure names the bill's hold reason; every
      *    failure is logged for the traffic desk to dispute.
       2350-FLAG-BILL-LINE.
           MOVE 'N' TO WS-CLEAN-SWITCH
           IF WS-HOLD-REASON = SPACES
               EVALUATE WS-LINE-RESULT
                   WHEN 'NO SHIPMENT'
                       MOVE 'TRACKING NO NOT SHIPPED'
                           TO WS-HOLD-REASON
                   WHEN 'DUPLICATE'
                       MOVE 'DUPLICATE BILLING' TO WS-HOLD-REASON
                   WHEN 'COLLECT'
                       MOVE 'COLLECT SHIPMENT BILLED'
                           TO WS-HOLD-REASON
                   WHEN OTHER
                       MOVE 'CARRIER OVERCHARGE' TO WS-HOLD-REASON
               END-EVALUATE
           END-IF

           MOVE 'W'    TO HV-EXC-SEVERITY
           MOVE SPACES TO HV-EXC-KEY
           STRING HV-CARRIER ' ' HV-TRACKING-NO
               DELIMITED SIZE INTO HV-EXC-KEY
           PERFORM 9700-LOG-EXCEPTION

           PERFORM 2380-RECORD-AUDIT-LINE.

      *--- 2380 RECORD AND PRINT ONE AUDITED CHARGE ---
       2380-RECORD-AUDIT-LINE.
           MOVE WS-BILL-LINE-SEQ TO HV-LINE-SEQ
           MOVE WS-LINE-RESULT   TO HV-AUDIT-RESULT

           EXEC SQL
               INSERT INTO FREIGHT_BILL_AUDIT
               (AP_INVOICE_ID, LINE_SEQ, CARRIER, TRACKING_NO,
                ORDER_NUMBER, ACCRUED_AMOUNT, BILLED_AMOUNT,
                AUDIT_RESULT, AUDIT_DATE, CREATED_BY)
               VALUES
               (:HV-INVOICE-ID, :HV-LINE-SEQ, :HV-CARRIER,
                :HV-TRACKING-NO, :HV-ORDER-NUMBER, :HV-ACCRUED-AMT,
                :HV-BILLED-AMT, :HV-AUDIT-RESULT, CURRENT DATE,
                'FRTAUD01')
           END-EXEC

           IF WS-LINE-COUNT > 55
               PERFORM 9100-PRINT-HEADERS
           END-IF
           MOVE HV-BILL-NO      TO AD-BILL
           MOVE HV-TRACKING-NO  TO AD-TRACKING
           MOVE HV-ORDER-NUMBER TO AD-ORDER
           MOVE HV-ACCRUED-AMT  TO AD-ACCRUED
           MOVE HV-BILLED-AMT   TO AD-BILLED
           COMPUTE WS-VARIANCE = HV-BILLED-AMT - HV-ACCRUED-AMT
           MOVE WS-VARIANCE     TO AD-VARIANCE
           MOVE WS-LINE-RESULT  TO AD-RESULT
           MOVE AUD-DET-LINE    TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

      *--- 2700 FINISH THE OPEN BILL ---
      *    A bill whose every charge passed and whose charges foot
      *    to the header total goes to MATCHED and relieves the
      *    accrual; anything else is held for AP and the traffic
      *    desk, the same way APINV01 holds a mismatched invoice.
       2700-FINISH-BILL.
           MOVE 'N' TO WS-BILL-OPEN-SWITCH

           IF WS-BILL-CLEAN
               AND WS-BILL-LINE-TOTAL NOT = HV-BILL-TOTAL
               MOVE 'N' TO WS-CLEAN-SWITCH
               MOVE 'LINES NE BILL TOTAL' TO WS-HOLD-REASON
           END-IF

           IF WS-BILL-CLEAN
               EXEC SQL
                   UPDATE AP_INVOICE
                   SET    STATUS     = 'MATCHED',
                          MATCH_DATE = CURRENT DATE
                   WHERE  INVOICE_ID = :HV-INVOICE-ID
               END-EXEC
               PERFORM 2800-POST-ACCRUAL-RELIEF
               ADD 1 TO WS-BILLS-MATCHED
               MOVE 'MATCHED' TO BT-STATUS
           ELSE
               MOVE WS-HOLD-REASON TO HV-HOLD-REASON
               EXEC SQL
                   UPDATE AP_INVOICE
                   SET    STATUS      = 'HOLD',
                          HOLD_REASON = :HV-HOLD-REASON
                   WHERE  INVOICE_ID  = :HV-INVOICE-ID
               END-EXEC
               ADD 1 TO WS-BILLS-HELD
               MOVE 'HOLD' TO BT-STATUS
           END-IF

           EXEC SQL  COMMIT  END-EXEC

           MOVE HV-VENDOR-NUMBER TO BT-VENDOR
           MOVE HV-BILL-TOTAL    TO BT-TOTAL
           MOVE WS-HOLD-REASON   TO BT-REASON
           MOVE BILL-TOT-LINE    TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SPACES
           ADD 2 TO WS-LINE-COUNT.

      *--- 2800 RELIEVE THE FREIGHT ACCRUAL FOR A CLEAN BILL ---
      *    DR 2150 at the rated charges SHIPCF01 accrued, the
      *    in-tolerance difference to 6175 outbound freight (a
      *    debit when the carrier billed over the rate, a credit
      *    under), CR 2000 AP trade for the bill. Left OPEN for a
      *    checker, same as APINV01's 2800-POST-ACCRUAL-RELIEF.
       2800-POST-ACCRUAL-RELIEF.
           MOVE SPACES TO HV-GL-DESC
           STRING 'FREIGHT BILL ' HV-BILL-NO
               DELIMITED SIZE INTO HV-GL-DESC

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
                CURRENT DATE, 'AP', :HV-GL-DESC, 'OPEN', 'FRTAUD01')
           END-EXEC

           IF WS-BILL-ACCRUED NOT = ZEROS
               MOVE WS-BILL-ACCRUED TO HV-GL-AMT
               EXEC SQL
                   INSERT INTO GL_JOURNAL_LINE
                   (JOURNAL_ID, LINE_SEQ, ACCT_NUMBER, DR_CR_IND,
                    AMOUNT, DESCRIPTION)
                   VALUES
                   (:HV-NEXT-JOURNAL-ID, 1, :WS-FRT-ACCRUAL-ACCT,
                    'D', :HV-GL-AMT, :HV-GL-DESC)
               END-EXEC

               MOVE 1 TO HV-AUDIT-SEQ
               PERFORM 2850-LOG-LINE-AUDIT
           END-IF

           COMPUTE WS-VARIANCE = HV-BILL-TOTAL - WS-BILL-ACCRUED
           IF WS-VARIANCE > ZEROS
               MOVE WS-VARIANCE TO HV-GL-AMT
               EXEC SQL
                   INSERT INTO GL_JOURNAL_LINE
                   (JOURNAL_ID, LINE_SEQ, ACCT_NUMBER, DR_CR_IND,
                    AMOUNT, DESCRIPTION, DEPT_CODE)
                   VALUES
                   (:HV-NEXT-JOURNAL-ID, 2, :WS-FREIGHT-OUT-ACCT,
                    'D', :HV-GL-AMT, :HV-GL-DESC, :WS-SALES-DEPT)
               END-EXEC

               MOVE 2 TO HV-AUDIT-SEQ
               PERFORM 2850-LOG-LINE-AUDIT
           END-IF

           IF WS-VARIANCE < ZEROS
               COMPUTE HV-GL-AMT = ZEROS - WS-VARIANCE
               EXEC SQL
                   INSERT INTO GL_JOURNAL_LINE
                   (JOURNAL_ID, LINE_SEQ, ACCT_NUMBER, DR_CR_IND,
                    AMOUNT, DESCRIPTION, DEPT_CODE)
                   VALUES
                   (:HV-NEXT-JOURNAL-ID, 2, :WS-FREIGHT-OUT-ACCT,
                    'C', :HV-GL-AMT, :HV-GL-DESC, :WS-SALES-DEPT)
               END-EXEC

               MOVE 2 TO HV-AUDIT-SEQ
               PERFORM 2850-LOG-LINE-AUDIT
           END-IF

           MOVE HV-BILL-TOTAL TO HV-GL-AMT
           EXEC SQL
               INSERT INTO GL_JOURNAL_LINE
               (JOURNAL_ID, LINE_SEQ, ACCT_NUMBER, DR_CR_IND,
                AMOUNT, DESCRIPTION)
               VALUES
               (:HV-NEXT-JOURNAL-ID, 3, :WS-AP-TRADE-ACCT, 'C',
                :HV-GL-AMT, :HV-GL-DESC)
           END-EXEC

           MOVE 3 TO HV-AUDIT-SEQ
           PERFORM 2850-LOG-LINE-AUDIT.

      *--- 2850 RECORD AN AUDIT TRAIL ENTRY FOR A LINE INSERT ---
       2850-LOG-LINE-AUDIT.
           EXEC SQL
               INSERT INTO GL_AUDIT_LOG
               (JOURNAL_ID, LINE_SEQ, ACTION, OLD_AMOUNT, NEW_AMOUNT,
                CHANGED_BY, CHANGED_DATE, CHANGED_TIME)
               VALUES
               (:HV-NEXT-JOURNAL-ID, :HV-AUDIT-SEQ, 'INSERT',
                0, :HV-GL-AMT, 'FRTAUD01',
                CURRENT DATE, CURRENT TIME)
           END-EXEC.

      *--- 3000 PRINT SUMMARY ---
       3000-PRINT-SUMMARY.
           WRITE REPORT-LINE FROM SPACES
           MOVE 'Bills Read:         '  TO SL-LABEL
           MOVE WS-BILLS-READ          TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Bills Matched:      '  TO SL-LABEL
           MOVE WS-BILLS-MATCHED       TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Bills Held:         '  TO SL-LABEL
           MOVE WS-BILLS-HELD          TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Charges Audited:    '  TO SL-LABEL
           MOVE WS-LINES-AUDITED       TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Overcharges:        '  TO SL-LABEL
           MOVE WS-OVERCHARGE-CNT      TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Duplicate Billings: '  TO SL-LABEL
           MOVE WS-DUPLICATE-CNT       TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Errors:             '  TO SL-LABEL
           MOVE WS-ERROR-COUNT         TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE.

      *--- 9000 TERMINATE ---
       9000-TERMINATE.
           CLOSE BILL-FILE
                 REPORT-FILE.

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
                   ('FRTAUD01', CURRENT DATE, :HV-PERIOD-ID,
                    :HV-EXC-SEVERITY, :HV-EXC-REASON, :HV-EXC-KEY,
                    'N', CURRENT TIME)
               END-EXEC
           END-IF.
