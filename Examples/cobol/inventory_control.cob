      *                any balance, lot, or bin table is touched;
      *                the PO match and the generated reorder POs
      *                work in the PO line's own buying unit
      *              - Return to vendor (RTVN): ships defective or
      *                over-shipped goods back against the PO_LINE
      *                and receipt they arrived on, relieving the
      *                original lot and bin, and raises an
      *                AP_DEBIT_MEMO against the vendor that APPAY01
      *                nets out of the next payment
      *              - Every generated reorder PO commits its value
      *                against the inventory budget (ENCUMBRANCE) for
      *                the purchasing department after a funds check
      *                against BUDGET less actual less open
      *                commitments: a small overrun warns, a large one
      *                puts the PO on HOLD; the commitment is relieved
      *                when the PO closes on its last receipt
      *              - Work orders take what the floor actually did:
      *                component issues (WISS, substitutes included),
      *                scrapped kit units (WSCR) and labor hours
      *                (WLAB). A component issue the warehouse
      *                can't cover is refused. An order with issues
      *                is not backflushed. At completion the good
      *                quantity is received at the kit's ITEM_MASTER
      *                standard and the material usage, yield and
      *                labor variances post as a staged WOVAR journal
      *              - TRANSIN is SHIPCF01's TRANSOUT and INVREB01's
      *                TRFROUT concatenated, each bracketed by its
      *                own FHDR/FTRL control pair. Every pair is
      *                proven (record count and quantity hash against
      *                the trailer) before the first transaction
      *                posts; one bad pair rejects the whole file and
      *                fails the run. Sent, received and posted
      *                totals land on each file's BATCH_RUN_CONTROL
      *                row for IFBAL01's daily balancing report. A
      *                checkpoint is taken at every FTRL as well as
      *                on the interval, so a restart never lands
      *                behind a segment already marked POSTED
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVCTR01.
                   88  TR-BIN-MOVE        VALUE 'BMOV'.
                   88  TR-WO-OPEN         VALUE 'WOPN'.
                   88  TR-WO-COMPLETE     VALUE 'WCMP'.
                   88  TR-RETURN-TO-VENDOR VALUE 'RTVN'.
                   88  TR-WO-ISSUE        VALUE 'WISS'.
                   88  TR-WO-SCRAP        VALUE 'WSCR'.
                   88  TR-WO-LABOR        VALUE 'WLAB'.
           05  TR-ITEM-NUMBER      PIC X(10).
           05  TR-FROM-WAREHOUSE   PIC X(4).
           05  TR-TO-WAREHOUSE     PIC X(4).
           05  TR-UOM-CODE         PIC X(4).
           05  FILLER              PIC X(82).

      *    Standard interface header (FHDR) and trailer (FTRL). The
      *    header opens a sending run's records and the trailer
      *    closes them with the count of data records between the
      *    pair and the hash total of their TR-QUANTITY as written.
       01  TRANS-CONTROL-RECORD.
           05  TC-RECORD-ID        PIC X(4).
                   88  TC-FILE-HEADER     VALUE 'FHDR'.
                   88  TC-FILE-TRAILER    VALUE 'FTRL'.
           05  TC-INTERFACE-NAME   PIC X(8).
           05  TC-SOURCE-JOB       PIC X(8).
           05  TC-SOURCE-RUN-ID    PIC X(26).
           05  TC-RECORD-COUNT     PIC 9(9).
           05  TC-AMOUNT-HASH      PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC X(129).

       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
           05  WS-WOPN-COUNT        PIC S9(7) COMP VALUE ZEROS.
           05  WS-WCMP-COUNT        PIC S9(7) COMP VALUE ZEROS.
           05  WS-WO-SHORT-COUNT    PIC S9(7) COMP VALUE ZEROS.
           05  WS-RTV-COUNT         PIC S9(7) COMP VALUE ZEROS.
           05  WS-WISS-COUNT        PIC S9(7) COMP VALUE ZEROS.
           05  WS-WSCR-COUNT        PIC S9(7) COMP VALUE ZEROS.
           05  WS-WLAB-COUNT        PIC S9(7) COMP VALUE ZEROS.
           05  WS-WO-VAR-COUNT      PIC S9(7) COMP VALUE ZEROS.
           05  WS-BUDGET-WARN-COUNT PIC S9(7) COMP VALUE ZEROS.
           05  WS-BUDGET-HOLD-COUNT PIC S9(7) COMP VALUE ZEROS.
           05  WS-PAGE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-LINE-COUNT        PIC S9(5) COMP VALUE ZEROS.

           05  WS-RUN-REG-SWITCH    PIC X(1)  VALUE 'N'.
               88  WS-RUN-REGISTERED          VALUE 'Y'.

      *--- Interface File Controls ---
      *    One table entry per FHDR/FTRL segment found by the
      *    verification pass: what the trailer claimed and what was
      *    actually read. The posting pass then accumulates what
      *    posted for the segment it is in.
       01  WS-IF-CONTROLS.
           05  WS-IF-REJECT-SW      PIC X(1)  VALUE 'N'.
               88  WS-IF-REJECTED             VALUE 'Y'.
           05  WS-IF-SEG-OPEN-SW    PIC X(1)  VALUE 'N'.
               88  WS-IF-SEG-OPEN             VALUE 'Y'.
           05  WS-IF-SEG-COUNT      PIC S9(4) COMP VALUE ZEROS.
           05  WS-IF-SEG-MAX        PIC S9(4) COMP VALUE 10.
           05  WS-IF-IDX            PIC S9(4) COMP VALUE ZEROS.
           05  WS-IF-ORPHAN-COUNT   PIC S9(7) COMP VALUE ZEROS.
           05  WS-IF-REC-POS        PIC S9(9) COMP VALUE ZEROS.
           05  WS-IF-POST-NAME      PIC X(8)  VALUE SPACES.
           05  WS-IF-POST-RUN-ID    PIC X(26) VALUE SPACES.
           05  WS-IF-POST-COUNT     PIC S9(9) COMP VALUE ZEROS.
           05  WS-IF-POST-HASH      PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-IF-RAW-QTY        PIC S9(7)V99 COMP-3 VALUE ZEROS.
           05  WS-IF-ERRORS-BEFORE  PIC S9(7) COMP VALUE ZEROS.

       01  WS-IF-SEGMENT-TABLE.
           05  WS-IF-SEG OCCURS 10 TIMES.
               10  WS-IF-NAME       PIC X(8).
               10  WS-IF-SOURCE-JOB PIC X(8).
               10  WS-IF-RUN-ID     PIC X(26).
               10  WS-IF-SENT-COUNT PIC S9(9) COMP.
               10  WS-IF-SENT-HASH  PIC S9(13)V99 COMP-3.
               10  WS-IF-RECV-COUNT PIC S9(9) COMP.
               10  WS-IF-RECV-HASH  PIC S9(13)V99 COMP-3.
      *        'L' leaves the segment's control row alone: it belongs
      *        to an earlier receipt (a duplicate) or was already
      *        stamped by the run being restarted.
               10  WS-IF-ROW-SW     PIC X(1).
                   88  WS-IF-ROW-LEAVE        VALUE 'L'.

      *--- Working Fields ---
       01  WS-WORK-AREA.
           05  WS-CURRENT-DATE      PIC X(8).
           05  WS-TRANS-VALUE       PIC S9(9)V9999 COMP-3 VALUE ZEROS.
           05  WS-GL-AMOUNT         PIC S9(9)V99 COMP-3 VALUE ZEROS.

      *--- Budget Commitment Controls ---
      *    Reorder POs buy stock, so they commit against the
      *    inventory account for the purchasing department. An
      *    overrun within WS-BUDGET-TOL-PCT of the period budget only
      *    warns; anything beyond it holds the PO for the budget
      *    owner to release.
       01  WS-BUDGET-CONTROLS.
           05  WS-ENC-INV-ACCT      PIC X(6)  VALUE '1400'.
           05  WS-PURCH-DEPT        PIC X(4)  VALUE 'D200'.
           05  WS-BUDGET-TOL-PCT    PIC S9(3)V99 COMP-3 VALUE 10.
           05  WS-FUNDS-SHORT       PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-FUNDS-TOLERANCE   PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-EXC-PO-NUMBER     PIC 9(9)  VALUE ZEROS.

      *--- Work Order Costing Controls ---
      *    Completion values the kit at standard; what the floor
      *    spent beyond that lands in the three variance accounts.
      *    Labor hours are absorbed at the kit's standard rate
      *    against the applied-labor account, offsetting the 6100
      *    payroll charge.
       01  WS-WO-COSTING.
           05  WS-WO-INV-ACCT       PIC X(6)  VALUE '1400'.
           05  WS-WO-LABOR-ACCT     PIC X(6)  VALUE '6120'.
           05  WS-MATL-USAGE-ACCT   PIC X(6)  VALUE '5710'.
           05  WS-WO-YIELD-ACCT     PIC X(6)  VALUE '5720'.
           05  WS-LABOR-VAR-ACCT    PIC X(6)  VALUE '5730'.
           05  WS-WO-GOOD-QTY       PIC S9(9)V99 COMP-3 VALUE ZEROS.
           05  WS-WO-INPUT-QTY      PIC S9(9)V99 COMP-3 VALUE ZEROS.
           05  WS-WO-DISP           PIC 9(9)  VALUE ZEROS.

      *--- Item and Balance Work Fields ---
       01  WS-ITEM-DATA.
           05  WS-ITEM-DESC         PIC X(40).
           05  RL-SUGGEST-QTY       PIC ZZZ,ZZZ.
           05  FILLER               PIC X(52) VALUE SPACES.

      *--- Work Order Variance Line ---
       01  WO-VAR-LINE.
           05  FILLER               PIC X(6) VALUE SPACES.
           05  FILLER               PIC X(4) VALUE 'WO: '.
           05  WV-WO-ID             PIC Z(8)9.
           05  FILLER               PIC X(6) VALUE '  STD '.
           05  WV-STD-EARNED        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(7) VALUE '  USAGE'.
           05  WV-USAGE-VAR         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(7) VALUE '  YIELD'.
           05  WV-YIELD-VAR         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(7) VALUE '  LABOR'.
           05  WV-LABOR-VAR         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(27) VALUE SPACES.

      *--- Summary Line ---
       01  SUMMARY-LINE.
           05  FILLER               PIC X(10) VALUE SPACES.
           05  HV-BUY-FACTOR        PIC S9(5)V9999 COMP-3.
           05  HV-PO-QTY-BUY        PIC S9(9)V99 COMP-3.
           05  HV-PO-COST-BUY       PIC S9(7)V9999 COMP-3.
           05  HV-POL-RETURNED      PIC S9(9)V99 COMP-3.
           05  HV-POL-UNIT-COST     PIC S9(7)V9999 COMP-3.
           05  HV-RTV-PO-UNITS      PIC S9(9)V99 COMP-3.
           05  HV-RTV-RETURNABLE    PIC S9(9)V99 COMP-3.
           05  HV-RECEIPT-REF       PIC X(20).
           05  HV-RECEIPT-DATE      PIC X(10).
           05  HV-DEBIT-MEMO-ID     PIC S9(9) COMP.
           05  HV-DM-AMOUNT         PIC S9(9)V99 COMP-3.
           05  HV-PO-STATUS         PIC X(8).
           05  HV-PO-AMOUNT         PIC S9(11)V99 COMP-3.
           05  HV-ENC-ACCT          PIC X(6).
           05  HV-ENC-DEPT          PIC X(4).
           05  HV-BUD-DEPT          PIC X(4).
           05  HV-BUDGET-ROWS       PIC S9(9) COMP.
           05  HV-BUDGET-AMT        PIC S9(13)V99 COMP-3.
           05  HV-ACTUAL-AMT        PIC S9(13)V99 COMP-3.
           05  HV-COMMITTED-AMT     PIC S9(13)V99 COMP-3.
           05  HV-FUNDS-AVAIL       PIC S9(13)V99 COMP-3.
           05  HV-WO-KIT-ITEM       PIC X(10).
           05  HV-WO-SCRAP          PIC S9(9)V99 COMP-3.
           05  HV-WO-LABOR-HRS      PIC S9(7)V99 COMP-3.
           05  HV-WO-ISSUE-COUNT    PIC S9(9) COMP.
           05  HV-KIT-STD-COST      PIC S9(9)V9999 COMP-3.
           05  HV-STD-MATL-UNIT     PIC S9(9)V9999 COMP-3.
           05  HV-STD-LAB-HRS       PIC S9(5)V9999 COMP-3.
           05  HV-STD-LAB-RATE      PIC S9(5)V9999 COMP-3.
           05  HV-ACT-MATL          PIC S9(11)V99 COMP-3.
           05  HV-ACT-LABOR         PIC S9(11)V99 COMP-3.
           05  HV-STD-EARNED        PIC S9(11)V99 COMP-3.
           05  HV-USAGE-VAR         PIC S9(11)V99 COMP-3.
           05  HV-YIELD-VAR         PIC S9(11)V99 COMP-3.
           05  HV-LABOR-VAR         PIC S9(11)V99 COMP-3.
           05  HV-ENTITY-ID         PIC X(4).
           05  HV-VAR-JOURNAL-ID    PIC S9(9) COMP.
           05  HV-VAR-LINE-SEQ      PIC S9(5) COMP.
           05  HV-VAR-ACCT          PIC X(6).
           05  HV-VAR-DRCR          PIC X(1).
           05  HV-VAR-SIGNED        PIC S9(11)V99 COMP-3.
           05  HV-VAR-AMT           PIC S9(11)V99 COMP-3.
           05  HV-RC-STATUS         PIC X(8).
           05  HV-IF-NAME           PIC X(8).
           05  HV-IF-SOURCE-JOB     PIC X(8).
           05  HV-IF-RUN-ID         PIC X(26).
           05  HV-IF-STATUS         PIC X(8).
           05  HV-IF-SENT-COUNT     PIC S9(9) COMP.
           05  HV-IF-SENT-HASH      PIC S9(13)V99 COMP-3.
           05  HV-IF-RECV-COUNT     PIC S9(9) COMP.
           05  HV-IF-RECV-HASH      PIC S9(13)V99 COMP-3.
           05  HV-IF-POST-COUNT     PIC S9(9) COMP.
           05  HV-IF-POST-HASH      PIC S9(13)V99 COMP-3.

       PROCEDURE DIVISION.
       0000-MAIN.

           PERFORM 9500-REGISTER-RUN-START
           PERFORM 9200-WRITE-HEADERS
           PERFORM 1500-VERIFY-INTERFACE-FILE

           READ TRANS-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           IF WS-TRANS-READ >= WS-RESTART-COUNT
               MOVE 'N' TO WS-SKIPPING-SWITCH
           END-IF
      *    The segment the restart lands in still has to be known,
      *    so the posted totals carry on against the right row.
           IF TC-FILE-HEADER
               MOVE TC-INTERFACE-NAME TO WS-IF-POST-NAME
               MOVE TC-SOURCE-RUN-ID  TO WS-IF-POST-RUN-ID
           END-IF
           IF TC-FILE-TRAILER
               MOVE SPACES TO WS-IF-POST-NAME
           END-IF
           READ TRANS-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *--- 1500 VERIFY THE INTERFACE CONTROLS BEFORE POSTING ---
      *    A full read of TRANSIN ahead of the posting pass. Every
      *    data record must sit between an FHDR and its FTRL, and
      *    each trailer's record count and quantity hash must agree
      *    with what was actually read. One bad segment rejects the
      *    whole file - a truncated TRANSOUT posting half a night's
      *    adjustments is worse than posting none - and a rejected
      *    file leaves end-of-file set so nothing posts at all.
       1500-VERIFY-INTERFACE-FILE.
           MOVE ZEROS TO WS-IF-SEG-COUNT
           MOVE ZEROS TO WS-IF-ORPHAN-COUNT
           MOVE 'N'   TO WS-IF-SEG-OPEN-SW

           READ TRANS-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ

           PERFORM 1510-VERIFY-ONE-RECORD
               UNTIL WS-EOF

           IF WS-IF-SEG-OPEN
               MOVE 'IF-NO-TRLR' TO HV-EXC-REASON
               PERFORM 1570-BUILD-SEGMENT-KEY
               PERFORM 1580-REJECT-INTERFACE-FILE
           END-IF

           IF WS-IF-SEG-COUNT = ZEROS
               AND NOT WS-IF-REJECTED
               MOVE 'IF-EMPTY' TO HV-EXC-REASON
               MOVE 'TRANSIN'  TO HV-EXC-KEY
               PERFORM 1580-REJECT-INTERFACE-FILE
           END-IF

           PERFORM 1600-RECORD-RECEIVED-TOTALS
               THRU 1699-RECEIVED-EXIT
               VARYING WS-IF-IDX FROM 1 BY 1
               UNTIL WS-IF-IDX > WS-IF-SEG-COUNT

           CLOSE TRANS-FILE
           OPEN INPUT TRANS-FILE
           MOVE 'N' TO WS-EOF-SWITCH

           IF WS-IF-REJECTED
               DISPLAY 'INVCTR01: TRANSIN FAILED INTERFACE CONTROLS'
                   ' - FILE REJECTED, NOTHING POSTED'
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

      *--- 1510 VERIFY ONE TRANSIN RECORD ---
       1510-VERIFY-ONE-RECORD.
           ADD 1 TO WS-IF-REC-POS
           EVALUATE TRUE
               WHEN TC-FILE-HEADER
                   PERFORM 1520-OPEN-SEGMENT
                       THRU 1529-OPEN-SEGMENT-EXIT
               WHEN TC-FILE-TRAILER
                   PERFORM 1530-CLOSE-SEGMENT
                       THRU 1539-CLOSE-SEGMENT-EXIT
               WHEN WS-IF-SEG-OPEN
                   ADD 1 TO WS-IF-RECV-COUNT (WS-IF-IDX)
                   ADD TR-QUANTITY TO WS-IF-RECV-HASH (WS-IF-IDX)
               WHEN OTHER
                   ADD 1 TO WS-IF-ORPHAN-COUNT
                   IF WS-IF-ORPHAN-COUNT = 1
                       MOVE 'IF-NO-HEADER' TO HV-EXC-REASON
                       MOVE TR-ITEM-NUMBER TO HV-EXC-KEY
                       PERFORM 1580-REJECT-INTERFACE-FILE
                   END-IF
           END-EVALUATE

           READ TRANS-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *--- 1520 OPEN A SEGMENT ON ITS FHDR ---
      *    Only the two known senders may feed TRANSIN, and a run ID
      *    some earlier run already received (and did not reject) is
      *    the same file fed twice. On a restart every segment was
      *    received by the run being restarted, so instead of the
      *    repeat check 1540 proves it against that run's row at its
      *    FTRL.
       1520-OPEN-SEGMENT.
           IF WS-IF-SEG-OPEN
               MOVE 'IF-NO-TRLR' TO HV-EXC-REASON
               PERFORM 1570-BUILD-SEGMENT-KEY
               PERFORM 1580-REJECT-INTERFACE-FILE
               MOVE 'N' TO WS-IF-SEG-OPEN-SW
           END-IF

           IF WS-IF-SEG-COUNT >= WS-IF-SEG-MAX
               MOVE 'IF-TOO-MANY'     TO HV-EXC-REASON
               MOVE TC-INTERFACE-NAME TO HV-EXC-KEY
               PERFORM 1580-REJECT-INTERFACE-FILE
               GO TO 1529-OPEN-SEGMENT-EXIT
           END-IF

           ADD 1 TO WS-IF-SEG-COUNT
           MOVE WS-IF-SEG-COUNT   TO WS-IF-IDX
           MOVE TC-INTERFACE-NAME TO WS-IF-NAME (WS-IF-IDX)
           MOVE TC-SOURCE-JOB     TO WS-IF-SOURCE-JOB (WS-IF-IDX)
           MOVE TC-SOURCE-RUN-ID  TO WS-IF-RUN-ID (WS-IF-IDX)
           MOVE ZEROS TO WS-IF-SENT-COUNT (WS-IF-IDX)
           MOVE ZEROS TO WS-IF-SENT-HASH (WS-IF-IDX)
           MOVE ZEROS TO WS-IF-RECV-COUNT (WS-IF-IDX)
           MOVE ZEROS TO WS-IF-RECV-HASH (WS-IF-IDX)
           MOVE SPACES TO WS-IF-ROW-SW (WS-IF-IDX)
           MOVE 'Y'   TO WS-IF-SEG-OPEN-SW

           IF TC-INTERFACE-NAME NOT = 'TRANSOUT'
               AND TC-INTERFACE-NAME NOT = 'TRFROUT'
               MOVE 'IF-BAD-NAME' TO HV-EXC-REASON
               PERFORM 1570-BUILD-SEGMENT-KEY
               PERFORM 1580-REJECT-INTERFACE-FILE
               GO TO 1529-OPEN-SEGMENT-EXIT
           END-IF

           IF WS-RESTART-COUNT = ZEROS
               MOVE TC-INTERFACE-NAME TO HV-IF-NAME
               MOVE TC-SOURCE-RUN-ID  TO HV-IF-RUN-ID
               EXEC SQL
                   SELECT COUNT(*)
                   INTO   :HV-RC-COUNT
                   FROM   BATCH_RUN_CONTROL
                   WHERE  JOB_NAME      = :HV-IF-NAME
                   AND    SOURCE_RUN_ID = :HV-IF-RUN-ID
                   AND    RECV_JOB IS NOT NULL
                   AND    RUN_STATUS   <> 'REJECTED'
               END-EXEC
               IF HV-RC-COUNT > ZEROS
                   MOVE 'L' TO WS-IF-ROW-SW (WS-IF-IDX)
                   MOVE 'IF-DUP-FILE' TO HV-EXC-REASON
                   PERFORM 1570-BUILD-SEGMENT-KEY
                   PERFORM 1580-REJECT-INTERFACE-FILE
               END-IF
           END-IF.

       1529-OPEN-SEGMENT-EXIT.
           EXIT.

      *--- 1530 CLOSE A SEGMENT ON ITS FTRL ---
       1530-CLOSE-SEGMENT.
           IF NOT WS-IF-SEG-OPEN
               MOVE 'IF-NO-HEADER'    TO HV-EXC-REASON
               MOVE TC-INTERFACE-NAME TO HV-EXC-KEY
               PERFORM 1580-REJECT-INTERFACE-FILE
               GO TO 1539-CLOSE-SEGMENT-EXIT
           END-IF

           MOVE 'N' TO WS-IF-SEG-OPEN-SW

           IF TC-INTERFACE-NAME NOT = WS-IF-NAME (WS-IF-IDX)
               OR TC-SOURCE-RUN-ID NOT = WS-IF-RUN-ID (WS-IF-IDX)
               OR TC-RECORD-COUNT NOT NUMERIC
               OR TC-AMOUNT-HASH NOT NUMERIC
               MOVE 'IF-BAD-TRLR' TO HV-EXC-REASON
               PERFORM 1570-BUILD-SEGMENT-KEY
               PERFORM 1580-REJECT-INTERFACE-FILE
               GO TO 1539-CLOSE-SEGMENT-EXIT
           END-IF

           MOVE TC-RECORD-COUNT TO WS-IF-SENT-COUNT (WS-IF-IDX)
           MOVE TC-AMOUNT-HASH  TO WS-IF-SENT-HASH (WS-IF-IDX)

           IF WS-IF-SENT-COUNT (WS-IF-IDX)
                   NOT = WS-IF-RECV-COUNT (WS-IF-IDX)
               MOVE 'IF-COUNT-OOB' TO HV-EXC-REASON
               PERFORM 1570-BUILD-SEGMENT-KEY
               PERFORM 1580-REJECT-INTERFACE-FILE
           END-IF

           IF WS-IF-SENT-HASH (WS-IF-IDX)
                   NOT = WS-IF-RECV-HASH (WS-IF-IDX)
               MOVE 'IF-HASH-OOB' TO HV-EXC-REASON
               PERFORM 1570-BUILD-SEGMENT-KEY
               PERFORM 1580-REJECT-INTERFACE-FILE
           END-IF

           IF WS-RESTART-COUNT > ZEROS
               PERFORM 1540-VERIFY-RESTART-SEGMENT
           END-IF.

       1539-CLOSE-SEGMENT-EXIT.
           EXIT.

      *--- 1540 PROVE A RESTARTED SEGMENT IS THE SAME FILE ---
      *    The failed run stamped its received totals on every
      *    segment's row before posting anything, then stamped
      *    POSTED at each FTRL it got past. The segment read now
      *    must carry the same trailer and received totals, and a
      *    row in the state the restart point implies - POSTED if
      *    its FTRL lies inside the skipped records, still RECEIVED
      *    if not - or this is not the file that run posted from and
      *    skipping records would lose or double them. The row is
      *    left as the failed run stamped it; posting carries on
      *    adding to it.
       1540-VERIFY-RESTART-SEGMENT.
           MOVE 'L' TO WS-IF-ROW-SW (WS-IF-IDX)
           MOVE WS-IF-NAME (WS-IF-IDX)   TO HV-IF-NAME
           MOVE WS-IF-RUN-ID (WS-IF-IDX) TO HV-IF-RUN-ID
           IF WS-IF-REC-POS <= WS-RESTART-COUNT
               MOVE 'POSTED'   TO HV-IF-STATUS
           ELSE
               MOVE 'RECEIVED' TO HV-IF-STATUS
           END-IF

           EXEC SQL
               SELECT SENT_COUNT, SENT_HASH, RECV_COUNT, RECV_HASH
               INTO   :HV-IF-SENT-COUNT, :HV-IF-SENT-HASH,
                      :HV-IF-RECV-COUNT, :HV-IF-RECV-HASH
               FROM   BATCH_RUN_CONTROL
               WHERE  JOB_NAME      = :HV-IF-NAME
               AND    SOURCE_RUN_ID = :HV-IF-RUN-ID
               AND    RECV_JOB      = 'INVCTR01'
               AND    RUN_STATUS    = :HV-IF-STATUS
           END-EXEC

           IF SQLCODE NOT = 0
               OR HV-IF-SENT-COUNT NOT = WS-IF-SENT-COUNT (WS-IF-IDX)
               OR HV-IF-SENT-HASH  NOT = WS-IF-SENT-HASH (WS-IF-IDX)
               OR HV-IF-RECV-COUNT NOT = WS-IF-RECV-COUNT (WS-IF-IDX)
               OR HV-IF-RECV-HASH  NOT = WS-IF-RECV-HASH (WS-IF-IDX)
               MOVE 'IF-RESTART' TO HV-EXC-REASON
               PERFORM 1570-BUILD-SEGMENT-KEY
               PERFORM 1580-REJECT-INTERFACE-FILE
           END-IF.

      *--- 1570 EXCEPTION KEY FOR THE CURRENT SEGMENT ---
       1570-BUILD-SEGMENT-KEY.
           MOVE SPACES TO HV-EXC-KEY
           STRING WS-IF-NAME (WS-IF-IDX) DELIMITED BY SPACE
                  ' '                    DELIMITED BY SIZE
                  WS-IF-RUN-ID (WS-IF-IDX) DELIMITED BY SIZE
               INTO HV-EXC-KEY.

      *--- 1580 REJECT THE WHOLE INTERFACE FILE ---
       1580-REJECT-INTERFACE-FILE.
           MOVE 'Y' TO WS-IF-REJECT-SW
           MOVE SPACES TO ERROR-LINE
           STRING 'TRANSIN REJECTED - INTERFACE CONTROL '
                  HV-EXC-REASON ' ' HV-EXC-KEY
               DELIMITED BY SIZE INTO ERROR-LINE
           WRITE ERROR-LINE
           MOVE 'E' TO HV-EXC-SEVERITY
           PERFORM 9700-LOG-EXCEPTION.

      *--- 1600 RECORD ONE SEGMENT'S RECEIVED TOTALS ---
      *    The sender registered its file on BATCH_RUN_CONTROL under
      *    the interface name and its run ID when it wrote the
      *    trailer; receipt is stamped on that same row, and only
      *    while no other receipt owns it (a rejected receipt posted
      *    nothing, so a re-fed file may take its row over). A file
      *    with no sender row gets a row of its own, with the
      *    trailer's figures as the sent totals. A duplicate, and a
      *    segment the restarted run already stamped, leave the row
      *    alone.
       1600-RECORD-RECEIVED-TOTALS.
           MOVE WS-IF-NAME (WS-IF-IDX)       TO HV-IF-NAME
           MOVE WS-IF-SOURCE-JOB (WS-IF-IDX) TO HV-IF-SOURCE-JOB
           MOVE WS-IF-RUN-ID (WS-IF-IDX)     TO HV-IF-RUN-ID
           MOVE WS-IF-SENT-COUNT (WS-IF-IDX) TO HV-IF-SENT-COUNT
           MOVE WS-IF-SENT-HASH (WS-IF-IDX)  TO HV-IF-SENT-HASH
           MOVE WS-IF-RECV-COUNT (WS-IF-IDX) TO HV-IF-RECV-COUNT
           MOVE WS-IF-RECV-HASH (WS-IF-IDX)  TO HV-IF-RECV-HASH
           IF WS-IF-REJECTED
               MOVE 'REJECTED' TO HV-IF-STATUS
           ELSE
               MOVE 'RECEIVED' TO HV-IF-STATUS
           END-IF

           IF WS-IF-ROW-LEAVE (WS-IF-IDX)
               GO TO 1699-RECEIVED-EXIT
           END-IF

           EXEC SQL
               UPDATE BATCH_RUN_CONTROL
               SET    RUN_STATUS   = :HV-IF-STATUS,
                      RECV_JOB     = 'INVCTR01',
                      RECV_COUNT   = :HV-IF-RECV-COUNT,
                      RECV_HASH    = :HV-IF-RECV-HASH,
                      POSTED_COUNT = 0,
                      POSTED_HASH  = 0,
                      END_DATE     = CURRENT DATE,
                      END_TIME     = CURRENT TIME
               WHERE  JOB_NAME      = :HV-IF-NAME
               AND    SOURCE_RUN_ID = :HV-IF-RUN-ID
               AND   (RECV_JOB IS NULL
                  OR  RUN_STATUS    = 'REJECTED')
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO BATCH_RUN_CONTROL
                   (JOB_NAME, PERIOD_ID, RUN_STATUS,
                    START_DATE, START_TIME, END_DATE, END_TIME,
                    SOURCE_JOB, SOURCE_RUN_ID,
                    SENT_COUNT, SENT_HASH, RECV_JOB,
                    RECV_COUNT, RECV_HASH,
                    POSTED_COUNT, POSTED_HASH)
                   VALUES
                   (:HV-IF-NAME, :HV-RC-PERIOD, :HV-IF-STATUS,
                    CURRENT DATE, CURRENT TIME,
                    CURRENT DATE, CURRENT TIME,
                    :HV-IF-SOURCE-JOB, :HV-IF-RUN-ID,
                    :HV-IF-SENT-COUNT, :HV-IF-SENT-HASH, 'INVCTR01',
                    :HV-IF-RECV-COUNT, :HV-IF-RECV-HASH,
                    0, 0)
               END-EXEC
           END-IF

           EXEC SQL  COMMIT  END-EXEC.

       1699-RECEIVED-EXIT.
           EXIT.

      *--- 2000 PROCESS TRANSACTIONS ---
      *    FHDR/FTRL control records only mark which sending run's
      *    segment is posting; they still count as records read so
      *    checkpoint and restart positions stay physical.
       2000-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-TRANS-READ

           IF TC-FILE-HEADER OR TC-FILE-TRAILER
               PERFORM 2050-PROCESS-CONTROL-RECORD
           ELSE
               PERFORM 2010-POST-ONE-TRANSACTION
           END-IF

           PERFORM 2850-WRITE-CHECKPOINT-IF-DUE

           READ TRANS-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *--- 2010 POST ONE TRANSACTION ---
      *    A transaction counts as posted when it raised no error.
      *    The hash takes the quantity as the sender wrote it, before
      *    any unit conversion, so it compares with the trailer.
       2010-POST-ONE-TRANSACTION.
           MOVE ZEROS TO HV-TRANS-PO
           MOVE WS-ERROR-COUNT TO WS-IF-ERRORS-BEFORE
           MOVE TR-QUANTITY    TO WS-IF-RAW-QTY

      *    Everything downstream works in stocking units - a case
      *    keyed on a receipt becomes eaches here, once, instead of
               WHEN TR-WO-COMPLETE
                   PERFORM 2460-COMPLETE-WORK-ORDER
                       THRU 2469-WO-COMPLETE-EXIT
               WHEN TR-RETURN-TO-VENDOR
                   PERFORM 2480-PROCESS-RETURN-TO-VENDOR
                       THRU 2489-RTV-EXIT
               WHEN TR-WO-ISSUE
                   PERFORM 2500-ISSUE-TO-WORK-ORDER
                       THRU 2509-WO-ISSUE-EXIT
               WHEN TR-WO-SCRAP
                   PERFORM 2510-REPORT-WO-SCRAP
                       THRU 2519-WO-SCRAP-EXIT
               WHEN TR-WO-LABOR
                   PERFORM 2520-REPORT-WO-LABOR
                       THRU 2529-WO-LABOR-EXIT
               WHEN OTHER
                   PERFORM 2900-INVALID-TRANS
           END-EVALUATE
           END-IF

           IF WS-ERROR-COUNT = WS-IF-ERRORS-BEFORE
               ADD 1             TO WS-IF-POST-COUNT
               ADD WS-IF-RAW-QTY TO WS-IF-POST-HASH
           END-IF.

      *--- 2050 TRACK THE INTERFACE SEGMENT BEING POSTED ---
      *    A segment's row goes POSTED at its FTRL, and a checkpoint
      *    is taken there and then: a restart point behind a trailer
      *    whose row is already POSTED would fail 1540 and, let
      *    through, add the records since the last checkpoint to the
      *    posted totals twice.
       2050-PROCESS-CONTROL-RECORD.
           IF TC-FILE-HEADER
               MOVE TC-INTERFACE-NAME TO WS-IF-POST-NAME
               MOVE TC-SOURCE-RUN-ID  TO WS-IF-POST-RUN-ID
               MOVE ZEROS TO WS-IF-POST-COUNT
               MOVE ZEROS TO WS-IF-POST-HASH
           ELSE
               MOVE 'POSTED' TO HV-IF-STATUS
               PERFORM 2060-RECORD-POSTED-TOTALS
               MOVE SPACES TO WS-IF-POST-NAME
               PERFORM 2860-WRITE-CHECKPOINT-RECORD
           END-IF.

      *--- 2060 ADD WHAT POSTED TO THE SEGMENT'S CONTROL ROW ---
      *    Called at the segment's trailer and at every checkpoint,
      *    so a restart from the last checkpoint carries on adding
      *    to totals that already include everything before it.
       2060-RECORD-POSTED-TOTALS.
           MOVE WS-IF-POST-NAME   TO HV-IF-NAME
           MOVE WS-IF-POST-RUN-ID TO HV-IF-RUN-ID
           MOVE WS-IF-POST-COUNT  TO HV-IF-POST-COUNT
           MOVE WS-IF-POST-HASH   TO HV-IF-POST-HASH

           EXEC SQL
               UPDATE BATCH_RUN_CONTROL
               SET    POSTED_COUNT = POSTED_COUNT + :HV-IF-POST-COUNT,
                      POSTED_HASH  = POSTED_HASH + :HV-IF-POST-HASH,
                      RUN_STATUS   = :HV-IF-STATUS,
                      END_DATE     = CURRENT DATE,
                      END_TIME     = CURRENT TIME
               WHERE  JOB_NAME      = :HV-IF-NAME
               AND    SOURCE_RUN_ID = :HV-IF-RUN-ID
               AND    RECV_JOB      = 'INVCTR01'
           END-EXEC

           EXEC SQL  COMMIT  END-EXEC

           MOVE ZEROS TO WS-IF-POST-COUNT
           MOVE ZEROS TO WS-IF-POST-HASH.

      *--- 1200 CONVERT THE TRANSACTION TO STOCKING UNITS ---
      *    A keyed unit must be on UOM_CONVERSION for the item: the
                          CLOSED_DATE = CURRENT DATE
                   WHERE  PO_NUMBER = :HV-TRANS-PO
               END-EXEC

      *        A closed PO will take no more goods, so whatever it
      *        still had committed against the budget comes off now
      *        rather than waiting for invoices that may never come.
               EXEC SQL
                   UPDATE ENCUMBRANCE
                   SET    RELIEVED_AMOUNT = COMMIT_AMOUNT,
                          STATUS          = 'CLOSED',
                          CLOSED_DATE     = CURRENT DATE
                   WHERE  PO_NUMBER = :HV-TRANS-PO
                   AND    STATUS    = 'OPEN'
               END-EXEC
           END-IF.

      *--- 2190 PUT THE RECEIPT AWAY TO ITS BIN ---

      *--- 2460 COMPLETE AN ASSEMBLY WORK ORDER ---
      *    A WCMP transaction (TR-PO-NUMBER carries the WO_ID)
      *    builds the kit. An order the floor has issued components
      *    to (WISS) already has its actual material out of stock;
      *    one with no issues is backflushed as before - every
      *    component must cover its exploded requirement or the
      *    order stays OPEN, then components are consumed through
      *    the same FIFO lot logic as a sales issue. The good
      *    quantity is received at the kit's standard cost and
      *    2530 prices the difference from actual as variances.
       2460-COMPLETE-WORK-ORDER.
           ADD 1 TO WS-WCMP-COUNT
           MOVE TR-PO-NUMBER TO HV-WO-ID

           EXEC SQL
               SELECT KIT_ITEM, WAREHOUSE_ID, KIT_QUANTITY, STATUS,
                      COALESCE(SCRAP_QTY, 0),
                      COALESCE(LABOR_HOURS, 0)
               INTO   :HV-ITEM-NUMBER, :HV-WAREHOUSE-ID,
                      :HV-WO-QTY, :HV-WO-STATUS,
                      :HV-WO-SCRAP, :HV-WO-LABOR-HRS
               FROM   WORK_ORDER
               WHERE  WO_ID = :HV-WO-ID
           END-EXEC
               GO TO 2469-WO-COMPLETE-EXIT
           END-IF

      *    TR-QUANTITY on the WCMP is the good quantity built; left
      *    at zero it is the order quantity less the scrap already
      *    reported against it.
           IF TR-QUANTITY > ZEROS
               MOVE TR-QUANTITY TO WS-WO-GOOD-QTY
           ELSE
               COMPUTE WS-WO-GOOD-QTY = HV-WO-QTY - HV-WO-SCRAP
           END-IF
           IF WS-WO-GOOD-QTY < ZEROS
               MOVE ZEROS TO WS-WO-GOOD-QTY
           END-IF

      *    Every WOIS history row for the order carries its WO_ID
      *    in PO_NUMBER, backflushed or issued from the floor.
           MOVE HV-WO-ID TO HV-TRANS-PO
           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-WO-ISSUE-COUNT
               FROM   INVENTORY_TRANSACTION
               WHERE  TRANS_TYPE = 'WOIS'
               AND    PO_NUMBER  = :HV-WO-ID
           END-EXEC

           MOVE HV-WO-QTY TO TR-QUANTITY
           MOVE HV-ITEM-NUMBER TO TR-ITEM-NUMBER
           MOVE ZEROS TO HV-ROLLED-COST
           IF HV-WO-ISSUE-COUNT = ZEROS
               PERFORM 2455-CHECK-COMPONENT-SUPPLY
               IF WS-WO-COMPONENT-SHORT
                   GO TO 2469-WO-COMPLETE-EXIT
               END-IF
               PERFORM 2465-CONSUME-COMPONENTS
           END-IF

           PERFORM 2530-COMPUTE-WO-VARIANCE

      *    Receive the good kits at standard; a fully scrapped
      *    order receives nothing and is all variance.
           IF WS-WO-GOOD-QTY > ZEROS
               EXEC SQL
                   UPDATE INVENTORY_BALANCE
                   SET    QTY_ON_HAND     = QTY_ON_HAND
                                            + :WS-WO-GOOD-QTY,
                          LAST_TRANS_DATE = CURRENT DATE
                   WHERE  ITEM_NUMBER  = :HV-ITEM-NUMBER
                   AND    WAREHOUSE_ID = :HV-WAREHOUSE-ID
               END-EXEC

               IF SQLCODE = 100
                   EXEC SQL
                       INSERT INTO INVENTORY_BALANCE
                       (ITEM_NUMBER, WAREHOUSE_ID,
                        QTY_ON_HAND, QTY_ON_ORDER, QTY_ALLOCATED,
                        LAST_TRANS_DATE)
                       VALUES
                       (:HV-ITEM-NUMBER, :HV-WAREHOUSE-ID,
                        :WS-WO-GOOD-QTY, 0, 0, CURRENT DATE)
                   END-EXEC
               END-IF

               MOVE 'WORC'          TO HV-TRANS-TYPE
               MOVE TR-REFERENCE    TO HV-REFERENCE
               MOVE WS-WO-GOOD-QTY  TO HV-QUANTITY
               MOVE HV-KIT-UNIT-COST TO HV-UNIT-COST
               MOVE SPACES          TO HV-LOT-NUMBER
               PERFORM 2800-INSERT-TRANS-HISTORY
           END-IF

           PERFORM 2540-POST-WO-VARIANCE
               THRU 2549-WO-VAR-POST-EXIT

           EXEC SQL
               UPDATE WORK_ORDER
               SET    STATUS            = 'COMPLETE',
                      COMPLETED_DATE    = CURRENT DATE,
                      ROLLED_COST       = :HV-ROLLED-COST,
                      GOOD_QTY          = :WS-WO-GOOD-QTY,
                      ACTUAL_LABOR_COST = :HV-ACT-LABOR,
                      STD_COST_EARNED   = :HV-STD-EARNED,
                      MATL_USAGE_VAR    = :HV-USAGE-VAR,
                      YIELD_VAR         = :HV-YIELD-VAR,
                      LABOR_VAR         = :HV-LABOR-VAR,
                      VAR_JOURNAL_ID    = :HV-VAR-JOURNAL-ID
               WHERE  WO_ID = :HV-WO-ID
           END-EXEC

           EXEC SQL  COMMIT  END-EXEC

           MOVE WS-WO-GOOD-QTY  TO TR-QUANTITY
           MOVE HV-KIT-UNIT-COST TO TR-UNIT-COST
           MOVE SPACES          TO HV-ITEM-DESC-OUT
           MOVE HV-STD-EARNED   TO WS-TRANS-VALUE
           MOVE ZEROS           TO WS-NEW-BALANCE
           PERFORM 9300-WRITE-DETAIL-LINE

           MOVE HV-WO-ID        TO WV-WO-ID
           MOVE HV-STD-EARNED   TO WV-STD-EARNED
           MOVE HV-USAGE-VAR    TO WV-USAGE-VAR
           MOVE HV-YIELD-VAR    TO WV-YIELD-VAR
           MOVE HV-LABOR-VAR    TO WV-LABOR-VAR
           MOVE WO-VAR-LINE     TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

       2469-WO-COMPLETE-EXIT.
           EXIT.
      *--- 2467 CONSUME ONE COMPONENT ---
       2467-CONSUME-ONE-COMPONENT.
           COMPUTE HV-COMP-REQ = HV-COMP-QTY-PER * HV-WO-QTY
           PERFORM 2468-RELIEVE-COMPONENT-STOCK
           COMPUTE HV-ROLLED-COST = HV-ROLLED-COST
               + (HV-COMP-REQ * HV-COMP-STD-COST).

      *--- 2468 TAKE ONE COMPONENT OUT OF STOCK FOR THE ORDER ---
      *    HV-COMP-REQ of HV-COMP-ITEM leaves the balance, its lots
      *    and its bins at standard cost; shared by the backflush
      *    above and the floor's WISS issues in 2500.
       2468-RELIEVE-COMPONENT-STOCK.
           MOVE HV-COMP-ITEM TO HV-ITEM-NUMBER
           EXEC SQL
               UPDATE INVENTORY_BALANCE
      *    this, the first kit build leaves BIN_BALANCE above the
      *    item balance and INVVFY01 flags BIN-DRIFT on every
      *    binned component forever.
           PERFORM 2471-DRAW-COMPONENT-BINS.

      *--- 2471 DRAW THE COMPONENT DOWN FROM ITS BINS ---
      *    Mirrors 2270-WRITE-PICK-LIST for the work-order build:
           MOVE HV-PICK-QTY     TO PK-PICK-QTY
           WRITE PICK-RECORD.

      *--- 2480 RETURN GOODS TO THE VENDOR ---
      *    An RTVN sends stock back against the PO it came in on
      *    (TR-PO-NUMBER; TR-FROM-WAREHOUSE is where it leaves
      *    from). It must trace to a RECV of that PO and item, and
      *    no more can go back than the line received less what
      *    earlier returns already sent. The keyed lot and bin are
      *    relieved along with the balance, the PO line's
      *    QTY_RETURNED moves in its own buying unit, and the goods
      *    at the PO price become an OPEN AP_DEBIT_MEMO that
      *    APPAY01's next run deducts from the vendor's payment.
       2480-PROCESS-RETURN-TO-VENDOR.
           MOVE TR-ITEM-NUMBER    TO HV-ITEM-NUMBER
           MOVE TR-FROM-WAREHOUSE TO HV-WAREHOUSE-ID
           MOVE TR-PO-NUMBER      TO HV-TRANS-PO

           IF HV-TRANS-PO = ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'RTV-NO-PO' TO ERROR-LINE
               WRITE ERROR-LINE
               MOVE 'E'          TO HV-EXC-SEVERITY
               MOVE 'RTV-NO-PO'  TO HV-EXC-REASON
               MOVE TR-ITEM-NUMBER TO HV-EXC-KEY
               PERFORM 9700-LOG-EXCEPTION
               GO TO 2489-RTV-EXIT
           END-IF

      *    An item can sit on more than one line of the PO; the
      *    return goes against the line with the most still to
      *    give back.
           EXEC SQL
               SELECT L.LINE_SEQ, COALESCE(L.QTY_RECEIVED, 0),
                      COALESCE(L.QTY_RETURNED, 0), L.UNIT_COST,
                      COALESCE(L.UOM_CODE, ' '), P.VENDOR_NUMBER
               INTO   :HV-POL-LINE-SEQ, :HV-POL-RECEIVED,
                      :HV-POL-RETURNED, :HV-POL-UNIT-COST,
                      :HV-POL-UOM, :HV-VENDOR-NUMBER
               FROM   PO_LINE L
               JOIN   PURCHASE_ORDER P
                      ON P.PO_NUMBER = L.PO_NUMBER
               WHERE  L.PO_NUMBER   = :HV-TRANS-PO
               AND    L.ITEM_NUMBER = :HV-ITEM-NUMBER
               ORDER BY COALESCE(L.QTY_RECEIVED, 0)
                      - COALESCE(L.QTY_RETURNED, 0) DESC,
                        L.LINE_SEQ
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT = 0
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'RTV-NO-PO-LINE' TO ERROR-LINE
               WRITE ERROR-LINE
               MOVE 'E'          TO HV-EXC-SEVERITY
               MOVE 'NO-PO-LINE' TO HV-EXC-REASON
               MOVE TR-ITEM-NUMBER TO HV-EXC-KEY
               PERFORM 9700-LOG-EXCEPTION
               GO TO 2489-RTV-EXIT
           END-IF

      *    The receipt the goods arrived on - the latest RECV of
      *    this PO and item into this warehouse (and lot, when one
      *    is keyed) - is the debit memo's audit link.
           MOVE TR-LOT-NUMBER TO HV-LOT-NUMBER
           EXEC SQL
               SELECT REFERENCE_NO, CHAR(TRANS_DATE, ISO)
               INTO   :HV-RECEIPT-REF, :HV-RECEIPT-DATE
               FROM   INVENTORY_TRANSACTION
               WHERE  TRANS_TYPE   = 'RECV'
               AND    PO_NUMBER    = :HV-TRANS-PO
               AND    ITEM_NUMBER  = :HV-ITEM-NUMBER
               AND    WAREHOUSE_ID = :HV-WAREHOUSE-ID
               AND    (LOT_NUMBER  = :HV-LOT-NUMBER
                       OR :HV-LOT-NUMBER = ' ')
               ORDER BY TRANS_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT = 0
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'RTV-NO-RECEIPT' TO ERROR-LINE
               WRITE ERROR-LINE
               MOVE 'E'            TO HV-EXC-SEVERITY
               MOVE 'RTV-NO-RECPT' TO HV-EXC-REASON
               MOVE TR-ITEM-NUMBER TO HV-EXC-KEY
               PERFORM 9700-LOG-EXCEPTION
               GO TO 2489-RTV-EXIT
           END-IF

      *    Same buying-unit conversion as 2170-MATCH-RECEIPT-TO-PO.
           MOVE 1 TO HV-POL-FACTOR
           IF HV-POL-UOM NOT = SPACES
               MOVE HV-POL-UOM TO HV-UOM-CODE
               EXEC SQL
                   SELECT FACTOR_TO_STOCK
                   INTO   :HV-POL-FACTOR
                   FROM   UOM_CONVERSION
                   WHERE  ITEM_NUMBER = :HV-ITEM-NUMBER
                   AND    UOM_CODE    = :HV-UOM-CODE
               END-EXEC
               IF SQLCODE NOT = 0 OR HV-POL-FACTOR NOT > ZEROS
                   MOVE 1 TO HV-POL-FACTOR
               END-IF
           END-IF

           COMPUTE HV-RTV-RETURNABLE ROUNDED =
               (HV-POL-RECEIVED - HV-POL-RETURNED) * HV-POL-FACTOR
           IF TR-QUANTITY > HV-RTV-RETURNABLE
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'RTV-EXCEEDS-RECEIVED' TO ERROR-LINE
               WRITE ERROR-LINE
               MOVE 'E'            TO HV-EXC-SEVERITY
               MOVE 'RTV-OVER-RCV' TO HV-EXC-REASON
               MOVE TR-ITEM-NUMBER TO HV-EXC-KEY
               PERFORM 9700-LOG-EXCEPTION
               GO TO 2489-RTV-EXIT
           END-IF

           EXEC SQL
               SELECT I.ITEM_DESC, COALESCE(B.QTY_ON_HAND, 0)
               INTO   :HV-ITEM-DESC-OUT, :HV-ON-HAND-OUT
               FROM   ITEM_MASTER I
               LEFT JOIN INVENTORY_BALANCE B
                      ON  B.ITEM_NUMBER  = I.ITEM_NUMBER
                      AND B.WAREHOUSE_ID = :HV-WAREHOUSE-ID
               WHERE  I.ITEM_NUMBER = :HV-ITEM-NUMBER
           END-EXEC

           IF SQLCODE NOT = 0 OR HV-ON-HAND-OUT < TR-QUANTITY
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'RTV-INSUFFICIENT-STOCK' TO ERROR-LINE
               WRITE ERROR-LINE
               MOVE 'E'            TO HV-EXC-SEVERITY
               MOVE 'RTV-NO-STOCK' TO HV-EXC-REASON
               MOVE TR-ITEM-NUMBER TO HV-EXC-KEY
               PERFORM 9700-LOG-EXCEPTION
               GO TO 2489-RTV-EXIT
           END-IF

           EXEC SQL
               UPDATE INVENTORY_BALANCE
               SET    QTY_ON_HAND     = QTY_ON_HAND - :TR-QUANTITY,
                      LAST_TRANS_DATE = CURRENT DATE
               WHERE  ITEM_NUMBER  = :HV-ITEM-NUMBER
               AND    WAREHOUSE_ID = :HV-WAREHOUSE-ID
           END-EXEC

           IF TR-LOT-NUMBER NOT = SPACES
               EXEC SQL
                   UPDATE LOT_BALANCE
                   SET    QTY_ON_HAND = QTY_ON_HAND - :TR-QUANTITY
                   WHERE  ITEM_NUMBER  = :HV-ITEM-NUMBER
                   AND    WAREHOUSE_ID = :HV-WAREHOUSE-ID
                   AND    LOT_NUMBER   = :HV-LOT-NUMBER
                   AND    QTY_ON_HAND >= :TR-QUANTITY
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 2950-SQL-ERROR
                   GO TO 2489-RTV-EXIT
               END-IF
           END-IF

           IF TR-BIN-LOCATION NOT = SPACES
               MOVE TR-BIN-LOCATION TO HV-BIN-LOCATION
               EXEC SQL
                   UPDATE BIN_BALANCE
                   SET    QTY_ON_HAND     = QTY_ON_HAND - :TR-QUANTITY,
                          LAST_TRANS_DATE = CURRENT DATE
                   WHERE  ITEM_NUMBER  = :HV-ITEM-NUMBER
                   AND    WAREHOUSE_ID = :HV-WAREHOUSE-ID
                   AND    BIN_LOCATION = :HV-BIN-LOCATION
                   AND    QTY_ON_HAND >= :TR-QUANTITY
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 2950-SQL-ERROR
                   GO TO 2489-RTV-EXIT
               END-IF
           END-IF

           COMPUTE HV-RTV-PO-UNITS ROUNDED =
               TR-QUANTITY / HV-POL-FACTOR
           EXEC SQL
               UPDATE PO_LINE
               SET    QTY_RETURNED = COALESCE(QTY_RETURNED, 0)
                                     + :HV-RTV-PO-UNITS
               WHERE  PO_NUMBER = :HV-TRANS-PO
               AND    LINE_SEQ  = :HV-POL-LINE-SEQ
           END-EXEC

      *    The vendor owes back what we paid for the goods: the PO
      *    line's price restated per stocking unit, unless the
      *    dock keyed the cost the vendor agreed to credit.
           IF TR-UNIT-COST NOT = ZEROS
               MOVE TR-UNIT-COST TO HV-UNIT-COST
           ELSE
               COMPUTE HV-UNIT-COST ROUNDED =
                   HV-POL-UNIT-COST / HV-POL-FACTOR
           END-IF
           COMPUTE HV-DM-AMOUNT ROUNDED =
               TR-QUANTITY * HV-UNIT-COST

           EXEC SQL
               SELECT COALESCE(MAX(DEBIT_MEMO_ID), 0) + 1
               INTO   :HV-DEBIT-MEMO-ID
               FROM   AP_DEBIT_MEMO
           END-EXEC

           EXEC SQL
               INSERT INTO AP_DEBIT_MEMO
               (DEBIT_MEMO_ID, VENDOR_NUMBER, PO_NUMBER, PO_LINE_SEQ,
                ITEM_NUMBER, WAREHOUSE_ID, LOT_NUMBER, QUANTITY,
                UNIT_COST, AMOUNT, AMOUNT_APPLIED, MEMO_DATE,
                RECEIPT_REF, RECEIPT_DATE, REFERENCE_NO, STATUS,
                CREATED_BY)
               VALUES
               (:HV-DEBIT-MEMO-ID, :HV-VENDOR-NUMBER, :HV-TRANS-PO,
                :HV-POL-LINE-SEQ, :HV-ITEM-NUMBER, :HV-WAREHOUSE-ID,
                :HV-LOT-NUMBER, :TR-QUANTITY, :HV-UNIT-COST,
                :HV-DM-AMOUNT, 0, CURRENT DATE, :HV-RECEIPT-REF,
                DATE(:HV-RECEIPT-DATE), :TR-REFERENCE, 'OPEN',
                'INVCTR01')
           END-EXEC

           MOVE 'RTVN'              TO HV-TRANS-TYPE
           MOVE TR-REFERENCE        TO HV-REFERENCE
           COMPUTE HV-QUANTITY = ZEROS - TR-QUANTITY
           PERFORM 2800-INSERT-TRANS-HISTORY

      *    Post GL: DR 2000 Accounts Payable / CR 1400 Inventory
           MOVE '2000'              TO HV-GL-DR-ACCT
           MOVE '1400'              TO HV-GL-CR-ACCT
           MOVE HV-DM-AMOUNT        TO HV-GL-AMT
           MOVE SPACES              TO HV-GL-DESC
           STRING 'Return to vendor: ' DELIMITED SIZE
                  HV-VENDOR-NUMBER  DELIMITED SPACE
                  INTO HV-GL-DESC
           PERFORM 2810-POST-GL

           EXEC SQL  COMMIT  END-EXEC

           ADD 1 TO WS-RTV-COUNT
           MOVE HV-DM-AMOUNT TO WS-TRANS-VALUE
           COMPUTE WS-NEW-BALANCE = HV-ON-HAND-OUT - TR-QUANTITY
           PERFORM 9300-WRITE-DETAIL-LINE.

       2489-RTV-EXIT.
           EXIT.

      *--- 2500 ISSUE A COMPONENT TO A WORK ORDER ---
      *    A WISS reports what the floor actually pulled for an
      *    OPEN order (TR-PO-NUMBER is the WO_ID, TR-ITEM-NUMBER the
      *    component): over-use, a substitute off the BOM, or a
      *    second pull to replace scrap all come through here. The
      *    stock leaves at once, costed at the component's standard,
      *    and an order with any issue is not backflushed when it
      *    completes - its actual material is what was issued.
      *    A pull the order's warehouse can't cover is refused
      *    outright, as an RTV is - the floor can't have taken
      *    stock the books say isn't there.
       2500-ISSUE-TO-WORK-ORDER.
           ADD 1 TO WS-WISS-COUNT
           PERFORM 2550-GET-OPEN-WORK-ORDER
               THRU 2559-GET-WO-EXIT
           IF HV-WO-STATUS NOT = 'OPEN'
               GO TO 2509-WO-ISSUE-EXIT
           END-IF

           MOVE TR-ITEM-NUMBER TO HV-COMP-ITEM
           EXEC SQL
               SELECT COALESCE(I.STD_COST, 0),
                      COALESCE(B.QTY_ON_HAND, 0)
               INTO   :HV-COMP-STD-COST, :HV-COMP-ONHAND
               FROM   ITEM_MASTER I
               LEFT JOIN INVENTORY_BALANCE B
                      ON  B.ITEM_NUMBER  = I.ITEM_NUMBER
                      AND B.WAREHOUSE_ID = :HV-WAREHOUSE-ID
               WHERE  I.ITEM_NUMBER = :HV-COMP-ITEM
           END-EXEC

           IF SQLCODE NOT = 0 OR TR-QUANTITY NOT > ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'WO-BAD-ISSUE' TO ERROR-LINE
               WRITE ERROR-LINE
               MOVE 'E'            TO HV-EXC-SEVERITY
               MOVE 'WO-BADISSUE'  TO HV-EXC-REASON
               MOVE TR-ITEM-NUMBER TO HV-EXC-KEY
               PERFORM 9700-LOG-EXCEPTION
               GO TO 2509-WO-ISSUE-EXIT
           END-IF

           IF HV-COMP-ONHAND < TR-QUANTITY
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'WISS-SHORTFALL' TO ERROR-LINE
               WRITE ERROR-LINE
               MOVE 'E'            TO HV-EXC-SEVERITY
               MOVE 'WISS-SHORT'   TO HV-EXC-REASON
               MOVE TR-ITEM-NUMBER TO HV-EXC-KEY
               PERFORM 9700-LOG-EXCEPTION
               GO TO 2509-WO-ISSUE-EXIT
           END-IF

           MOVE TR-QUANTITY  TO HV-COMP-REQ
           MOVE TR-REFERENCE TO HV-REFERENCE
           PERFORM 2468-RELIEVE-COMPONENT-STOCK

           EXEC SQL  COMMIT  END-EXEC

           MOVE HV-COMP-STD-COST TO TR-UNIT-COST
           MOVE SPACES TO HV-ITEM-DESC-OUT
           COMPUTE WS-TRANS-VALUE = HV-COMP-REQ * HV-COMP-STD-COST
           MOVE ZEROS  TO WS-NEW-BALANCE
           PERFORM 9300-WRITE-DETAIL-LINE.

       2509-WO-ISSUE-EXIT.
           EXIT.

      *--- 2510 REPORT SCRAPPED KIT UNITS ---
      *    A WSCR adds TR-QUANTITY kit units lost in the build to
      *    the order's SCRAP_QTY. No stock moves - the components
      *    they used were issued or are backflushed - but the
      *    history row dates the report for the floor supervisor.
       2510-REPORT-WO-SCRAP.
           ADD 1 TO WS-WSCR-COUNT
           PERFORM 2550-GET-OPEN-WORK-ORDER
               THRU 2559-GET-WO-EXIT
           IF HV-WO-STATUS NOT = 'OPEN'
               GO TO 2519-WO-SCRAP-EXIT
           END-IF

           EXEC SQL
               UPDATE WORK_ORDER
               SET    SCRAP_QTY = COALESCE(SCRAP_QTY, 0)
                                  + :TR-QUANTITY
               WHERE  WO_ID = :HV-WO-ID
           END-EXEC

           MOVE 'WSCR'         TO HV-TRANS-TYPE
           PERFORM 2560-LOG-WO-ACTIVITY.

       2519-WO-SCRAP-EXIT.
           EXIT.

      *--- 2520 REPORT LABOR HOURS ---
      *    A WLAB adds TR-QUANTITY hours booked to the order to its
      *    LABOR_HOURS, absorbed at standard rate on completion.
       2520-REPORT-WO-LABOR.
           ADD 1 TO WS-WLAB-COUNT
           PERFORM 2550-GET-OPEN-WORK-ORDER
               THRU 2559-GET-WO-EXIT
           IF HV-WO-STATUS NOT = 'OPEN'
               GO TO 2529-WO-LABOR-EXIT
           END-IF

           EXEC SQL
               UPDATE WORK_ORDER
               SET    LABOR_HOURS = COALESCE(LABOR_HOURS, 0)
                                    + :TR-QUANTITY
               WHERE  WO_ID = :HV-WO-ID
           END-EXEC

           MOVE 'WLAB'         TO HV-TRANS-TYPE
           PERFORM 2560-LOG-WO-ACTIVITY.

       2529-WO-LABOR-EXIT.
           EXIT.

      *--- 2530 PRICE THE ORDER AGAINST STANDARD ---
      *    Standard inputs per kit are the BOM at component standard
      *    cost plus the kit's standard labor hours at its standard
      *    rate; the kit's own ITEM_MASTER.STD_COST is what a good
      *    unit is worth (a kit without one falls back to the
      *    rolled-up inputs). Actual material is every WOIS row
      *    for the order; actual labor is the booked hours at the
      *    standard rate. With input = good + scrapped units:
      *      usage = actual material - standard material for input
      *      labor = actual labor    - standard labor for input
      *      yield = what is left of actual less standard earned -
      *              the inputs lost with the scrapped units, plus
      *              any gap between the kit standard and its
      *              rolled-up inputs.
      *    Positive is unfavourable.
       2530-COMPUTE-WO-VARIANCE.
           EXEC SQL
               SELECT COALESCE(SUM(M.QTY_PER
                                   * COALESCE(I.STD_COST, 0)), 0)
               INTO   :HV-STD-MATL-UNIT
               FROM   BOM_MASTER M
               LEFT JOIN ITEM_MASTER I
                      ON I.ITEM_NUMBER = M.COMPONENT_ITEM
               WHERE  M.PARENT_ITEM = :HV-ITEM-NUMBER
           END-EXEC

           EXEC SQL
               SELECT COALESCE(STD_COST, 0),
                      COALESCE(STD_LABOR_HOURS, 0),
                      COALESCE(STD_LABOR_RATE, 0)
               INTO   :HV-KIT-STD-COST, :HV-STD-LAB-HRS,
                      :HV-STD-LAB-RATE
               FROM   ITEM_MASTER
               WHERE  ITEM_NUMBER = :HV-ITEM-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE ZEROS TO HV-KIT-STD-COST
               MOVE ZEROS TO HV-STD-LAB-HRS
               MOVE ZEROS TO HV-STD-LAB-RATE
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(QUANTITY * UNIT_COST), 0)
               INTO   :HV-ACT-MATL
               FROM   INVENTORY_TRANSACTION
               WHERE  TRANS_TYPE = 'WOIS'
               AND    PO_NUMBER  = :HV-WO-ID
           END-EXEC
           MOVE HV-ACT-MATL TO HV-ROLLED-COST

           IF HV-KIT-STD-COST = ZEROS
               COMPUTE HV-KIT-STD-COST =
                   HV-STD-MATL-UNIT
                   + (HV-STD-LAB-HRS * HV-STD-LAB-RATE)
           END-IF
           MOVE HV-KIT-STD-COST TO HV-KIT-UNIT-COST

           COMPUTE WS-WO-INPUT-QTY = WS-WO-GOOD-QTY + HV-WO-SCRAP
           COMPUTE HV-ACT-LABOR ROUNDED =
               HV-WO-LABOR-HRS * HV-STD-LAB-RATE
           COMPUTE HV-STD-EARNED ROUNDED =
               HV-KIT-STD-COST * WS-WO-GOOD-QTY
           COMPUTE HV-USAGE-VAR ROUNDED =
               HV-ACT-MATL - (HV-STD-MATL-UNIT * WS-WO-INPUT-QTY)
           COMPUTE HV-LABOR-VAR ROUNDED =
               HV-ACT-LABOR
               - (HV-STD-LAB-HRS * HV-STD-LAB-RATE * WS-WO-INPUT-QTY)
           COMPUTE HV-YIELD-VAR =
               HV-ACT-MATL + HV-ACT-LABOR - HV-STD-EARNED
               - HV-USAGE-VAR - HV-LABOR-VAR.

      *--- 2540 POST THE WORK ORDER VARIANCE JOURNAL ---
      *    One staged-OPEN 'WOVAR' journal per order, released
      *    through GLPOST01's maker-checker gate like INVSTD01's
      *    revaluations:
      *      1400 inventory   kit at standard less material issued
      *      6120 labor       CR the hours absorbed
      *      5710/5720/5730   usage, yield and labor variances
      *    The lines net to zero by construction.
       2540-POST-WO-VARIANCE.
           MOVE ZEROS TO HV-VAR-JOURNAL-ID
           IF HV-STD-EARNED = ZEROS AND HV-ACT-MATL = ZEROS
               AND HV-ACT-LABOR = ZEROS
               GO TO 2549-WO-VAR-POST-EXIT
           END-IF

           EXEC SQL
               SELECT ENTITY_ID
               INTO   :HV-ENTITY-ID
               FROM   ENTITY_MASTER
               ORDER BY ENTITY_ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EXEC SQL
               SELECT COALESCE(MAX(JOURNAL_ID), 0) + 1
               INTO   :HV-VAR-JOURNAL-ID
               FROM   GL_JOURNAL
           END-EXEC

           MOVE HV-WO-ID TO WS-WO-DISP
           MOVE SPACES   TO HV-GL-DESC
           STRING 'WORK ORDER ' WS-WO-DISP ' VARIANCE'
               DELIMITED SIZE INTO HV-GL-DESC

           EXEC SQL
               INSERT INTO GL_JOURNAL
               (JOURNAL_ID, PERIOD_ID, ENTITY_ID, JOURNAL_DATE,
                JOURNAL_TYPE, DESCRIPTION, STATUS, CREATED_BY)
               VALUES
               (:HV-VAR-JOURNAL-ID, :HV-RC-PERIOD, :HV-ENTITY-ID,
                CURRENT DATE, 'WOVAR', :HV-GL-DESC,
                'OPEN', 'INVCTR01')
           END-EXEC

           MOVE ZEROS TO HV-VAR-LINE-SEQ

           MOVE WS-WO-INV-ACCT TO HV-VAR-ACCT
           COMPUTE HV-VAR-SIGNED = HV-STD-EARNED - HV-ACT-MATL
           PERFORM 2545-POST-WO-VAR-LINE

           MOVE WS-WO-LABOR-ACCT TO HV-VAR-ACCT
           COMPUTE HV-VAR-SIGNED = ZEROS - HV-ACT-LABOR
           PERFORM 2545-POST-WO-VAR-LINE

           MOVE WS-MATL-USAGE-ACCT TO HV-VAR-ACCT
           MOVE HV-USAGE-VAR       TO HV-VAR-SIGNED
           PERFORM 2545-POST-WO-VAR-LINE

           MOVE WS-WO-YIELD-ACCT TO HV-VAR-ACCT
           MOVE HV-YIELD-VAR     TO HV-VAR-SIGNED
           PERFORM 2545-POST-WO-VAR-LINE

           MOVE WS-LABOR-VAR-ACCT TO HV-VAR-ACCT
           MOVE HV-LABOR-VAR      TO HV-VAR-SIGNED
           PERFORM 2545-POST-WO-VAR-LINE

           ADD 1 TO WS-WO-VAR-COUNT.

       2549-WO-VAR-POST-EXIT.
           EXIT.

      *--- 2545 ONE VARIANCE JOURNAL LINE ---
      *    HV-VAR-SIGNED is debit-positive; a zero amount writes no
      *    line.
       2545-POST-WO-VAR-LINE.
           IF HV-VAR-SIGNED NOT = ZEROS
               IF HV-VAR-SIGNED > ZEROS
                   MOVE 'D' TO HV-VAR-DRCR
                   MOVE HV-VAR-SIGNED TO HV-VAR-AMT
               ELSE
                   MOVE 'C' TO HV-VAR-DRCR
                   COMPUTE HV-VAR-AMT = ZEROS - HV-VAR-SIGNED
               END-IF
               ADD 1 TO HV-VAR-LINE-SEQ

               EXEC SQL
                   INSERT INTO GL_JOURNAL_LINE
                   (JOURNAL_ID, LINE_SEQ, ACCT_NUMBER, DR_CR_IND,
                    AMOUNT, DESCRIPTION)
                   VALUES
                   (:HV-VAR-JOURNAL-ID, :HV-VAR-LINE-SEQ,
                    :HV-VAR-ACCT, :HV-VAR-DRCR, :HV-VAR-AMT,
                    :HV-GL-DESC)
               END-EXEC

               EXEC SQL
                   INSERT INTO GL_AUDIT_LOG
                   (JOURNAL_ID, LINE_SEQ, ACTION, OLD_AMOUNT,
                    NEW_AMOUNT, CHANGED_BY, CHANGED_DATE,
                    CHANGED_TIME)
                   VALUES
                   (:HV-VAR-JOURNAL-ID, :HV-VAR-LINE-SEQ, 'INSERT',
                    0, :HV-VAR-AMT, 'INVCTR01',
                    CURRENT DATE, CURRENT TIME)
               END-EXEC
           END-IF.

      *--- 2550 FETCH THE OPEN WORK ORDER A FLOOR REPORT NAMES ---
      *    TR-PO-NUMBER carries the WO_ID. Anything but an OPEN
      *    order is rejected and HV-WO-STATUS says so.
       2550-GET-OPEN-WORK-ORDER.
           MOVE TR-PO-NUMBER TO HV-WO-ID
           MOVE SPACES       TO HV-WO-STATUS

           EXEC SQL
               SELECT KIT_ITEM, WAREHOUSE_ID, STATUS
               INTO   :HV-WO-KIT-ITEM, :HV-WAREHOUSE-ID,
                      :HV-WO-STATUS
               FROM   WORK_ORDER
               WHERE  WO_ID = :HV-WO-ID
           END-EXEC

           IF SQLCODE = 0 AND HV-WO-STATUS = 'OPEN'
               MOVE HV-WO-ID TO HV-TRANS-PO
               GO TO 2559-GET-WO-EXIT
           END-IF

           MOVE 'NOTOPEN' TO HV-WO-STATUS
           ADD 1 TO WS-ERROR-COUNT
           MOVE 'WO-NOT-OPEN' TO ERROR-LINE
           WRITE ERROR-LINE
           MOVE 'E'          TO HV-EXC-SEVERITY
           MOVE 'WO-NOTOPEN' TO HV-EXC-REASON
           MOVE TR-ITEM-NUMBER TO HV-EXC-KEY
           PERFORM 9700-LOG-EXCEPTION.

       2559-GET-WO-EXIT.
           EXIT.

      *--- 2560 RECORD A SCRAP OR LABOR REPORT ---
      *    History row against the kit (no stock effect, like WOPN)
      *    and the register line.
       2560-LOG-WO-ACTIVITY.
           MOVE HV-WO-KIT-ITEM TO HV-ITEM-NUMBER
           MOVE TR-REFERENCE   TO HV-REFERENCE
           MOVE TR-QUANTITY    TO HV-QUANTITY
           MOVE ZEROS          TO HV-UNIT-COST
           MOVE SPACES         TO HV-LOT-NUMBER
           PERFORM 2800-INSERT-TRANS-HISTORY

           EXEC SQL  COMMIT  END-EXEC

           MOVE HV-WO-KIT-ITEM TO TR-ITEM-NUMBER
           MOVE SPACES TO HV-ITEM-DESC-OUT
           MOVE ZEROS  TO WS-TRANS-VALUE
           MOVE ZEROS  TO WS-NEW-BALANCE
           PERFORM 9300-WRITE-DETAIL-LINE.

      *--- 2800 INSERT TRANSACTION HISTORY ---
       2800-INSERT-TRANS-HISTORY.
           EXEC SQL
           END-EXEC.

      *--- 2850 WRITE CHECKPOINT IF DUE ---
      *    A trailer falling on the interval was checkpointed by
      *    2050 already.
       2850-WRITE-CHECKPOINT-IF-DUE.
           DIVIDE WS-TRANS-READ BY WS-CHECKPOINT-INTVL
               GIVING WS-CHECK-QUOTIENT
               REMAINDER WS-CHECK-REMAINDER

           IF WS-CHECK-REMAINDER = ZEROS
               AND NOT TC-FILE-TRAILER
               PERFORM 2860-WRITE-CHECKPOINT-RECORD
               IF WS-IF-POST-NAME NOT = SPACES
                   MOVE 'RECEIVED' TO HV-IF-STATUS
                   PERFORM 2060-RECORD-POSTED-TOTALS
               END-IF
           END-IF.

      *--- 2860 WRITE ONE CHECKPOINT RECORD ---
       2860-WRITE-CHECKPOINT-RECORD.
           MOVE WS-TRANS-READ     TO CP-TRANS-COUNT
           MOVE TR-ITEM-NUMBER    TO CP-LAST-ITEM
           MOVE TR-TRANS-TYPE     TO CP-LAST-TRANS-TYPE
           MOVE TR-TRANS-DATE     TO CP-LAST-TRANS-DATE
           WRITE CHKPT-RECORD.

      *--- 2900 INVALID TRANSACTION TYPE ---
       2900-INVALID-TRANS.
           ADD 1 TO WS-ERROR-COUNT
           MOVE WS-WO-SHORT-COUNT      TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Returns to Vendor:  '  TO SL-LABEL
           MOVE WS-RTV-COUNT           TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'WO Component Issues:'  TO SL-LABEL
           MOVE WS-WISS-COUNT          TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'WO Scrap Reports:   '  TO SL-LABEL
           MOVE WS-WSCR-COUNT          TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'WO Labor Reports:   '  TO SL-LABEL
           MOVE WS-WLAB-COUNT          TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'WO Variance Journals:' TO SL-LABEL
           MOVE WS-WO-VAR-COUNT        TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'POs Over Budget:    '  TO SL-LABEL
           MOVE WS-BUDGET-WARN-COUNT   TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'POs Held on Budget: '  TO SL-LABEL
           MOVE WS-BUDGET-HOLD-COUNT   TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Errors:             '  TO SL-LABEL
           MOVE WS-ERROR-COUNT         TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Interface Files:    '  TO SL-LABEL
           MOVE WS-IF-SEG-COUNT        TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-IF-REJECTED
               MOVE '*** TRANSIN REJECTED - NOTHING POSTED ***'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *--- 3200 PRINT WORK-IN-PROCESS (OPEN WORK ORDERS) ---
      *    Every WORK_ORDER still OPEN at end of run is outstanding
               FROM   PURCHASE_ORDER
           END-EXEC

      *    The PO goes to the vendor in the item's buying unit when
      *    one is on UOM_CONVERSION ('B' role): quantity divides by
      *    the factor, unit cost multiplies, so the vendor sees
           COMPUTE HV-PO-COST-BUY ROUNDED =
               HV-STD-COST-OUT * HV-BUY-FACTOR

      *    The PO's value is checked against the funds left on the
      *    budget before the PO is written - the check decides
      *    whether it goes out OPEN or waits on HOLD.
           PERFORM 3160-CHECK-FUNDS-AVAILABLE
               THRU 3169-FUNDS-EXIT

           EXEC SQL
               INSERT INTO PURCHASE_ORDER
               (PO_NUMBER, VENDOR_NUMBER, ORDER_DATE, STATUS,
                CREATED_BY)
               VALUES
               (:HV-PO-NUMBER, :HV-VENDOR-NUMBER, CURRENT DATE,
                :HV-PO-STATUS, 'INVCTR01')
           END-EXEC

           EXEC SQL
               INSERT INTO PO_LINE
               (PO_NUMBER, LINE_SEQ, ITEM_NUMBER, QUANTITY,
                :HV-PO-QTY-BUY, :HV-PO-COST-BUY, :HV-BUY-UOM)
           END-EXEC

      *    The commitment stays open until APINV01 matches the
      *    invoice or 2180 closes the PO.
           EXEC SQL
               INSERT INTO ENCUMBRANCE
               (PO_NUMBER, LINE_SEQ, ACCT_NUMBER, DEPT_CODE,
                PERIOD_ID, COMMIT_DATE, COMMIT_AMOUNT,
                RELIEVED_AMOUNT, STATUS, CREATED_BY)
               VALUES
               (:HV-PO-NUMBER, 1, :HV-ENC-ACCT, :HV-ENC-DEPT,
                :HV-RC-PERIOD, CURRENT DATE, :HV-PO-AMOUNT,
                0, 'OPEN', 'INVCTR01')
           END-EXEC

      *    The ordered quantity is on order until 2170 relieves it
      *    at receipt.
           EXEC SQL

           EXEC SQL  COMMIT  END-EXEC.

      *--- 3160 CHECK FUNDS AVAILABLE FOR A NEW PO ---
      *    Available is the period's ORIG budget for the account,
      *    less what has already posted to it this period, less
      *    every commitment still open against it. An account with
      *    no budget row is not under budget control and passes.
      *    A PO the funds cannot cover within tolerance is written
      *    on HOLD for the budget owner to release.
       3160-CHECK-FUNDS-AVAILABLE.
           MOVE 'OPEN' TO HV-PO-STATUS
           MOVE WS-ENC-INV-ACCT TO HV-ENC-ACCT
           MOVE WS-PURCH-DEPT   TO HV-ENC-DEPT
           COMPUTE HV-PO-AMOUNT ROUNDED =
               HV-PO-QTY-BUY * HV-PO-COST-BUY

      *    The department's own budget for the account governs when
      *    GLBUDG01 loaded one; otherwise the company-wide (blank
      *    department) budget does, and every department's actual
      *    and commitments count against it.
           MOVE HV-ENC-DEPT TO HV-BUD-DEPT
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(BUDGET_AMOUNT), 0)
               INTO   :HV-BUDGET-ROWS, :HV-BUDGET-AMT
               FROM   BUDGET
               WHERE  ACCT_NUMBER    = :HV-ENC-ACCT
               AND    DEPT_CODE      = :HV-BUD-DEPT
               AND    PERIOD_ID      = :HV-RC-PERIOD
               AND    BUDGET_VERSION = 'ORIG'
           END-EXEC

           IF SQLCODE = 0 AND HV-BUDGET-ROWS = ZEROS
               MOVE SPACES TO HV-BUD-DEPT
               EXEC SQL
                   SELECT COUNT(*), COALESCE(SUM(BUDGET_AMOUNT), 0)
                   INTO   :HV-BUDGET-ROWS, :HV-BUDGET-AMT
                   FROM   BUDGET
                   WHERE  ACCT_NUMBER    = :HV-ENC-ACCT
                   AND    DEPT_CODE      = :HV-BUD-DEPT
                   AND    PERIOD_ID      = :HV-RC-PERIOD
                   AND    BUDGET_VERSION = 'ORIG'
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0 OR HV-BUDGET-ROWS = ZEROS
               GO TO 3169-FUNDS-EXIT
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(CASE JL.DR_CR_IND
                                   WHEN 'D' THEN JL.AMOUNT
                                   ELSE 0 - JL.AMOUNT END), 0)
               INTO   :HV-ACTUAL-AMT
               FROM   GL_JOURNAL_LINE JL
               JOIN   GL_JOURNAL GJ
                      ON GJ.JOURNAL_ID = JL.JOURNAL_ID
               WHERE  GJ.PERIOD_ID   = :HV-RC-PERIOD
               AND    GJ.STATUS IN ('OPEN', 'POSTED')
               AND    JL.ACCT_NUMBER = :HV-ENC-ACCT
               AND   (:HV-BUD-DEPT = '    '
                      OR COALESCE(JL.DEPT_CODE, '    ')
                         = :HV-BUD-DEPT)
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(COMMIT_AMOUNT
                                   - RELIEVED_AMOUNT), 0)
               INTO   :HV-COMMITTED-AMT
               FROM   ENCUMBRANCE
               WHERE  ACCT_NUMBER = :HV-ENC-ACCT
               AND    STATUS      = 'OPEN'
               AND   (:HV-BUD-DEPT = '    '
                      OR DEPT_CODE = :HV-BUD-DEPT)
           END-EXEC

           COMPUTE HV-FUNDS-AVAIL =
               HV-BUDGET-AMT - HV-ACTUAL-AMT - HV-COMMITTED-AMT

           IF HV-PO-AMOUNT NOT > HV-FUNDS-AVAIL
               GO TO 3169-FUNDS-EXIT
           END-IF

           COMPUTE WS-FUNDS-SHORT = HV-PO-AMOUNT - HV-FUNDS-AVAIL
           COMPUTE WS-FUNDS-TOLERANCE ROUNDED =
               HV-BUDGET-AMT * WS-BUDGET-TOL-PCT / 100
           MOVE HV-PO-NUMBER     TO WS-EXC-PO-NUMBER
           MOVE WS-EXC-PO-NUMBER TO HV-EXC-KEY

           IF WS-FUNDS-SHORT > WS-FUNDS-TOLERANCE
               MOVE 'HOLD' TO HV-PO-STATUS
               ADD 1 TO WS-BUDGET-HOLD-COUNT
               MOVE 'PO-BUDGET-HOLD' TO ERROR-LINE
               WRITE ERROR-LINE
               MOVE 'E'           TO HV-EXC-SEVERITY
               MOVE 'BUDGET-HOLD' TO HV-EXC-REASON
           ELSE
               ADD 1 TO WS-BUDGET-WARN-COUNT
               MOVE 'W'           TO HV-EXC-SEVERITY
               MOVE 'OVER-BUDGET' TO HV-EXC-REASON
           END-IF
           PERFORM 9700-LOG-EXCEPTION.

       3169-FUNDS-EXIT.
           EXIT.

      *--- 9700 LOG A STANDARD EXCEPTION ROW ---
      *    Common EXCEPTION_LOG shape every nightly program writes,
      *    so operations reads one morning report (EXCRPT01)
      *    - the abort path through 9500 terminates before the
      *    registration insert, and a leftover RUNNING row from a
      *    crashed night must never satisfy GLCLOSE01's gate just
      *    because a later run refused to start. A TRANSIN rejected
      *    on its interface controls posted nothing, so that run
      *    ends FAILED and holds the close until the file is fixed
      *    and rerun.
       9600-REGISTER-RUN-END.
           IF WS-RUN-REGISTERED
               IF WS-IF-REJECTED
                   MOVE 'FAILED'   TO HV-RC-STATUS
               ELSE
                   MOVE 'COMPLETE' TO HV-RC-STATUS
               END-IF
               EXEC SQL
                   UPDATE BATCH_RUN_CONTROL
                   SET    RUN_STATUS = :HV-RC-STATUS,
                          END_DATE   = CURRENT DATE,
                          END_TIME   = CURRENT TIME
                   WHERE  JOB_NAME  = 'INVCTR01'
