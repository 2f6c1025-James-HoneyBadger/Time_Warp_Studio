      *================================================================
      * PROGRAM:    REVREC01
      * DESCRIPTION: Monthly Deferred Revenue Recognition
      *              - Releases every PENDING slice on
      *                DEFERRED_REV_SCHEDULE due in or before the open
      *                fiscal period (ARBILL01 builds the schedules
      *                when it bills a deferred item) and posts
      *                DR 2450 deferred revenue / CR 4000 sales
      *                revenue as a staged-OPEN journal
      *              - Registers on BATCH_RUN_CONTROL; GLCLOSE01 will
      *                not close the period until this run is
      *                COMPLETE for it
      *              - Prints the deferred revenue waterfall: what is
      *                still unrecognized, by customer and by the
      *                future period it releases in, tied to the 2450
      *                liability balance in the GL
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVREC01.
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
           05  WS-REL-EOF-SWITCH    PIC X(1) VALUE 'N'.
               88  WS-REL-EOF                VALUE 'Y'.
           05  WS-WF-EOF-SWITCH     PIC X(1) VALUE 'N'.
               88  WS-WF-EOF                 VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LINE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-PAGE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-SLICES-RELEASED   PIC S9(7) COMP VALUE ZEROS.
           05  WS-WF-CUST-COUNT     PIC S9(7) COMP VALUE ZEROS.

       01  WS-TOTALS.
           05  WS-RUN-RELEASED      PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-WF-TOT-1          PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-WF-TOT-2          PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-WF-TOT-3          PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-WF-TOT-6          PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-WF-TOT-12         PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-WF-TOT-LATER      PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-WF-TOT-ALL        PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-WF-CUST-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-GL-BALANCE        PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-GL-DIFFERENCE     PIC S9(13)V99 COMP-3 VALUE ZEROS.

       01  WS-WORK.
           05  WS-CURRENT-DATE      PIC X(10).
           05  WS-DEFERRED-ACCT     PIC X(6)  VALUE '2450'.
           05  WS-REVENUE-ACCT      PIC X(6)  VALUE '4000'.
           05  WS-SALES-DEPT        PIC X(4)  VALUE 'D100'.
           05  WS-TOLERANCE         PIC S9(3)V99 VALUE 0.01.
           05  WS-ADD-MONTHS        PIC S9(4) COMP VALUE ZEROS.
           05  WS-CALC-PERIOD.
               10  WS-CALC-YEAR     PIC 9(4).
               10  WS-CALC-MONTH    PIC 9(2).
           05  WS-BASE-YEAR         PIC 9(4).
           05  WS-BASE-MONTH        PIC 9(2).
           05  WS-MONTH-INDEX       PIC S9(7) COMP.
           05  WS-JOURNAL-ID-DISP   PIC ZZZZZZZZ9.

      *--- SQLCA ---
       01  SQLCA.
           05  SQLCAID              PIC X(8).
           05  SQLCABC              PIC S9(9) COMP.
           05  SQLCODE              PIC S9(9) COMP.
           05  SQLERRM.
               10  SQLERRML         PIC S9(4) COMP.
               10  SQLERRMC         PIC X(70).

      *--- HOST VARIABLES ---
       01  HV-REV.
           05  HV-PERIOD-ID         PIC X(6).
           05  HV-PERIOD-SEQ        PIC S9(9) COMP.
           05  HV-ENTITY-ID         PIC X(4).
           05  HV-AR-INVOICE-ID     PIC S9(9) COMP.
           05  HV-LINE-SEQ          PIC S9(5) COMP.
           05  HV-SCHED-SEQ         PIC S9(4) COMP.
           05  HV-RECOG-PERIOD      PIC X(6).
           05  HV-SLICE-AMT         PIC S9(11)V99 COMP-3.
           05  HV-CUST-NUMBER       PIC X(10).
           05  HV-CUST-NAME         PIC X(30).
           05  HV-ITEM-NUMBER       PIC X(10).
           05  HV-PER-1             PIC X(6).
           05  HV-PER-2             PIC X(6).
           05  HV-PER-3             PIC X(6).
           05  HV-PER-6             PIC X(6).
           05  HV-PER-12            PIC X(6).
           05  HV-WF-1              PIC S9(13)V99 COMP-3.
           05  HV-WF-2              PIC S9(13)V99 COMP-3.
           05  HV-WF-3              PIC S9(13)V99 COMP-3.
           05  HV-WF-6              PIC S9(13)V99 COMP-3.
           05  HV-WF-12             PIC S9(13)V99 COMP-3.
           05  HV-WF-LATER          PIC S9(13)V99 COMP-3.
           05  HV-ACCT-NUMBER       PIC X(6).
           05  HV-NORMAL-BAL        PIC X(1).
           05  HV-BEG-BAL           PIC S9(13)V99 COMP-3.
           05  HV-DR-TOTAL          PIC S9(13)V99 COMP-3.
           05  HV-CR-TOTAL          PIC S9(13)V99 COMP-3.
           05  HV-NEXT-JOURNAL-ID   PIC S9(9) COMP.
           05  HV-GL-AMT            PIC S9(13)V99 COMP-3.
           05  HV-AUDIT-SEQ         PIC S9(5) COMP.
           05  HV-EXC-SEVERITY      PIC X(1).
           05  HV-EXC-REASON        PIC X(12).
           05  HV-EXC-KEY           PIC X(30).
           05  HV-EXC-DUP-COUNT     PIC S9(9) COMP.

      *--- HEADER LINES ---
       01  HDR1.
           05  FILLER  PIC X(22) VALUE SPACES.
           05  FILLER  PIC X(50)
               VALUE 'ACME CORPORATION - DEFERRED REVENUE RECOGNITION'.
           05  FILLER  PIC X(31) VALUE SPACES.
           05  FILLER  PIC X(5) VALUE 'PAGE:'.
           05  H1-PAGE PIC ZZZZZ.
           05  FILLER  PIC X(20) VALUE SPACES.

       01  HDR2.
           05  FILLER  PIC X(6)  VALUE 'DATE: '.
           05  H2-DATE PIC X(10).
           05  FILLER  PIC X(10) VALUE '  PERIOD: '.
           05  H2-PERIOD PIC X(6).
           05  FILLER  PIC X(101) VALUE SPACES.

       01  HDR3.
           05  FILLER  PIC X(11) VALUE 'CUSTOMER'.
           05  FILLER  PIC X(31) VALUE 'CUSTOMER NAME'.
           05  FILLER  PIC X(11) VALUE '    INVOICE'.
           05  FILLER  PIC X(6)  VALUE '  LINE'.
           05  FILLER  PIC X(12) VALUE '  ITEM'.
           05  FILLER  PIC X(8)  VALUE 'PERIOD'.
           05  FILLER  PIC X(16) VALUE '      RECOGNIZED'.
           05  FILLER  PIC X(38) VALUE SPACES.

      *--- RELEASE DETAIL LINE ---
       01  REL-DET-LINE.
           05  RL-CUST     PIC X(10).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RL-NAME     PIC X(30).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RL-INVOICE  PIC ZZZZZZZZZ9.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RL-LINE     PIC ZZZZ9.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  RL-ITEM     PIC X(10).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  RL-PERIOD   PIC X(6).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  RL-AMOUNT   PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(39) VALUE SPACES.

      *--- WATERFALL LINES ---
       01  WF-TITLE-LINE.
           05  FILLER      PIC X(30) VALUE SPACES.
           05  FILLER      PIC X(50)
               VALUE 'DEFERRED REVENUE WATERFALL - UNRECOGNIZED'.
           05  FILLER      PIC X(53) VALUE SPACES.

       01  WF-HDR-LINE.
           05  FILLER      PIC X(11) VALUE 'CUSTOMER'.
           05  FILLER      PIC X(21) VALUE 'CUSTOMER NAME'.
           05  FILLER      PIC X(8)  VALUE SPACES.
           05  WH-PER-1    PIC X(6).
           05  FILLER      PIC X(8)  VALUE SPACES.
           05  WH-PER-2    PIC X(6).
           05  FILLER      PIC X(8)  VALUE SPACES.
           05  WH-PER-3    PIC X(6).
           05  FILLER      PIC X(14) VALUE '  +4-6 MONTHS'.
           05  FILLER      PIC X(14) VALUE ' +7-12 MONTHS'.
           05  FILLER      PIC X(14) VALUE '  OVER 12 MOS'.
           05  FILLER      PIC X(14) VALUE '         TOTAL'.
           05  FILLER      PIC X(3)  VALUE SPACES.

       01  WF-DET-LINE.
           05  WD-CUST     PIC X(10).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  WD-NAME     PIC X(20).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  WD-PER-1    PIC -ZZ,ZZZ,ZZ9.99.
           05  WD-PER-2    PIC -ZZ,ZZZ,ZZ9.99.
           05  WD-PER-3    PIC -ZZ,ZZZ,ZZ9.99.
           05  WD-PER-6    PIC -ZZ,ZZZ,ZZ9.99.
           05  WD-PER-12   PIC -ZZ,ZZZ,ZZ9.99.
           05  WD-LATER    PIC -ZZ,ZZZ,ZZ9.99.
           05  WD-TOTAL    PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(3) VALUE SPACES.

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
           PERFORM 9500-REGISTER-RUN-START
           PERFORM 2000-RELEASE-DUE-SLICES
           PERFORM 2800-POST-RECOGNITION-JOURNAL
               THRU 2899-POST-EXIT
           PERFORM 3000-PRINT-RELEASE-SUMMARY
           PERFORM 4000-PRINT-WATERFALL
           PERFORM 4500-TIE-TO-LIABILITY
           PERFORM 9600-REGISTER-RUN-END
           PERFORM 9000-TERMINATE
           STOP RUN.

      *--- 1000 INITIALIZE ---
      *    Recognition always runs against the open fiscal period -
      *    there is no PARM; a slice is due once its RECOG_PERIOD is
      *    at or before the period being closed.
       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE

           EXEC SQL
               SELECT PERIOD_ID, PERIOD_SEQ
               INTO   :HV-PERIOD-ID, :HV-PERIOD-SEQ
               FROM   FISCAL_PERIOD
               WHERE  STATUS = 'OPEN'
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
           MOVE HV-PERIOD-ID    TO H2-PERIOD
           PERFORM 9100-PRINT-HEADERS.

      *--- 2000 RELEASE EVERY SLICE DUE THIS PERIOD ---
      *    Earlier periods are swept too, so a month this job missed
      *    catches up in the next run instead of sitting in the
      *    liability forever. Nothing commits until the journal is
      *    written in 2800, so the schedule and the GL move
      *    together.
       2000-RELEASE-DUE-SLICES.
           MOVE 'N' TO WS-REL-EOF-SWITCH

           EXEC SQL
               DECLARE REL-CUR CURSOR FOR
               SELECT S.AR_INVOICE_ID, S.LINE_SEQ, S.SCHED_SEQ,
                      S.RECOG_PERIOD, S.AMOUNT,
                      D.CUST_NUMBER, C.CUST_NAME, D.ITEM_NUMBER
               FROM   DEFERRED_REV_SCHEDULE S
               JOIN   DEFERRED_REVENUE D
                      ON  D.AR_INVOICE_ID = S.AR_INVOICE_ID
                      AND D.LINE_SEQ      = S.LINE_SEQ
               JOIN   CUSTOMER_MASTER C
                      ON C.CUST_NUMBER = D.CUST_NUMBER
               WHERE  S.STATUS = 'PENDING'
               AND    S.RECOG_PERIOD <= :HV-PERIOD-ID
               ORDER BY D.CUST_NUMBER, S.AR_INVOICE_ID, S.LINE_SEQ,
                        S.SCHED_SEQ
           END-EXEC

           EXEC SQL
               SELECT COALESCE(MAX(JOURNAL_ID), 0) + 1
               INTO   :HV-NEXT-JOURNAL-ID
               FROM   GL_JOURNAL
           END-EXEC

           EXEC SQL  OPEN REL-CUR  END-EXEC

           PERFORM UNTIL WS-REL-EOF
               EXEC SQL
                   FETCH REL-CUR
                   INTO :HV-AR-INVOICE-ID, :HV-LINE-SEQ,
                        :HV-SCHED-SEQ, :HV-RECOG-PERIOD,
                        :HV-SLICE-AMT, :HV-CUST-NUMBER,
                        :HV-CUST-NAME, :HV-ITEM-NUMBER
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-REL-EOF-SWITCH
               ELSE
                   PERFORM 2100-RELEASE-ONE-SLICE
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE REL-CUR  END-EXEC.

      *--- 2100 RELEASE ONE SLICE ---
      *    The slice is stamped with the journal that recognized it
      *    and the line's running recognized amount moves up; the
      *    line completes once the last slice is out.
       2100-RELEASE-ONE-SLICE.
           EXEC SQL
               UPDATE DEFERRED_REV_SCHEDULE
               SET    STATUS          = 'RECOGNIZED',
                      RECOGNIZED_DATE = CURRENT DATE,
                      PERIOD_ID       = :HV-PERIOD-ID,
                      JOURNAL_ID      = :HV-NEXT-JOURNAL-ID
               WHERE  AR_INVOICE_ID = :HV-AR-INVOICE-ID
               AND    LINE_SEQ      = :HV-LINE-SEQ
               AND    SCHED_SEQ     = :HV-SCHED-SEQ
           END-EXEC

           EXEC SQL
               UPDATE DEFERRED_REVENUE
               SET    RECOGNIZED_AMOUNT = RECOGNIZED_AMOUNT
                                          + :HV-SLICE-AMT,
                      STATUS = CASE WHEN RECOGNIZED_AMOUNT
                                         + :HV-SLICE-AMT
                                         >= DEFERRED_AMOUNT
                                    THEN 'COMPLETE'
                                    ELSE 'OPEN' END
               WHERE  AR_INVOICE_ID = :HV-AR-INVOICE-ID
               AND    LINE_SEQ      = :HV-LINE-SEQ
           END-EXEC

           ADD 1 TO WS-SLICES-RELEASED
           ADD HV-SLICE-AMT TO WS-RUN-RELEASED

           IF WS-LINE-COUNT > 55
               PERFORM 9100-PRINT-HEADERS
           END-IF
           MOVE HV-CUST-NUMBER   TO RL-CUST
           MOVE HV-CUST-NAME     TO RL-NAME
           MOVE HV-AR-INVOICE-ID TO RL-INVOICE
           MOVE HV-LINE-SEQ      TO RL-LINE
           MOVE HV-ITEM-NUMBER   TO RL-ITEM
           MOVE HV-RECOG-PERIOD  TO RL-PERIOD
           MOVE HV-SLICE-AMT     TO RL-AMOUNT
           MOVE REL-DET-LINE     TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

      *--- 2800 POST THE PERIOD'S RECOGNITION JOURNAL ---
      *    DR 2450 deferred revenue / CR 4000 sales revenue to the
      *    sales department, the account and department ARBILL01
      *    would have credited had the line not been deferred. Left
      *    OPEN for a checker like ARBILL01's billing journal, and
      *    under the journal ID already stamped on the slices.
       2800-POST-RECOGNITION-JOURNAL.
           IF WS-RUN-RELEASED = ZEROS
               EXEC SQL  COMMIT  END-EXEC
               GO TO 2899-POST-EXIT
           END-IF

           EXEC SQL
               INSERT INTO GL_JOURNAL
               (JOURNAL_ID, PERIOD_ID, ENTITY_ID, JOURNAL_DATE,
                JOURNAL_TYPE, DESCRIPTION, STATUS, CREATED_BY)
               VALUES
               (:HV-NEXT-JOURNAL-ID, :HV-PERIOD-ID, :HV-ENTITY-ID,
                CURRENT DATE, 'AR', 'DEFERRED REVENUE RECOGNIZED',
                'OPEN', 'REVREC01')
           END-EXEC

           MOVE WS-RUN-RELEASED TO HV-GL-AMT
           EXEC SQL
               INSERT INTO GL_JOURNAL_LINE
               (JOURNAL_ID, LINE_SEQ, ACCT_NUMBER, DR_CR_IND,
                AMOUNT, DESCRIPTION)
               VALUES
               (:HV-NEXT-JOURNAL-ID, 1, :WS-DEFERRED-ACCT, 'D',
                :HV-GL-AMT, 'DEFERRED REVENUE RELEASED')
           END-EXEC
           MOVE 1 TO HV-AUDIT-SEQ
           PERFORM 2850-LOG-LINE-AUDIT

           EXEC SQL
               INSERT INTO GL_JOURNAL_LINE
               (JOURNAL_ID, LINE_SEQ, ACCT_NUMBER, DR_CR_IND,
                AMOUNT, DESCRIPTION, DEPT_CODE)
               VALUES
               (:HV-NEXT-JOURNAL-ID, 2, :WS-REVENUE-ACCT, 'C',
                :HV-GL-AMT, 'DEFERRED REVENUE RECOGNIZED',
                :WS-SALES-DEPT)
           END-EXEC
           MOVE 2 TO HV-AUDIT-SEQ
           PERFORM 2850-LOG-LINE-AUDIT

           EXEC SQL  COMMIT  END-EXEC.

       2899-POST-EXIT.
           EXIT.

      *--- 2850 RECORD AN AUDIT TRAIL ENTRY FOR A LINE INSERT ---
       2850-LOG-LINE-AUDIT.
           EXEC SQL
               INSERT INTO GL_AUDIT_LOG
               (JOURNAL_ID, LINE_SEQ, ACTION, OLD_AMOUNT, NEW_AMOUNT,
                CHANGED_BY, CHANGED_DATE, CHANGED_TIME)
               VALUES
               (:HV-NEXT-JOURNAL-ID, :HV-AUDIT-SEQ, 'INSERT',
                0, :HV-GL-AMT, 'REVREC01',
                CURRENT DATE, CURRENT TIME)
           END-EXEC.

      *--- 3000 PRINT THE RELEASE SUMMARY ---
       3000-PRINT-RELEASE-SUMMARY.
           WRITE REPORT-LINE FROM SPACES
           MOVE SPACES TO SL-FLAG
           MOVE 'Slices Recognized:  '  TO SL-LABEL
           MOVE WS-SLICES-RELEASED     TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Revenue Recognized: '  TO SL-LABEL
           MOVE WS-RUN-RELEASED        TO SL-AMOUNT
           IF WS-RUN-RELEASED NOT = ZEROS
               MOVE HV-NEXT-JOURNAL-ID TO WS-JOURNAL-ID-DISP
               STRING 'JOURNAL ' WS-JOURNAL-ID-DISP
                   DELIMITED SIZE INTO SL-FLAG
           END-IF
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO SL-FLAG.

      *--- 4000 PRINT THE DEFERRED REVENUE WATERFALL ---
      *    Everything still PENDING after this run's release, one
      *    line per customer, spread across the next three periods
      *    individually, then months 4-6, 7-12 and beyond. Period
      *    IDs are YYYYMM, so the bucket edges compare as strings.
      *    The column totals are the same waterfall by period.
       4000-PRINT-WATERFALL.
           MOVE HV-PERIOD-ID (1:4) TO WS-BASE-YEAR
           MOVE HV-PERIOD-ID (5:2) TO WS-BASE-MONTH
           MOVE 1  TO WS-ADD-MONTHS
           PERFORM 8200-ADD-MONTHS
           MOVE WS-CALC-PERIOD TO HV-PER-1
           MOVE 2  TO WS-ADD-MONTHS
           PERFORM 8200-ADD-MONTHS
           MOVE WS-CALC-PERIOD TO HV-PER-2
           MOVE 3  TO WS-ADD-MONTHS
           PERFORM 8200-ADD-MONTHS
           MOVE WS-CALC-PERIOD TO HV-PER-3
           MOVE 6  TO WS-ADD-MONTHS
           PERFORM 8200-ADD-MONTHS
           MOVE WS-CALC-PERIOD TO HV-PER-6
           MOVE 12 TO WS-ADD-MONTHS
           PERFORM 8200-ADD-MONTHS
           MOVE WS-CALC-PERIOD TO HV-PER-12

           MOVE HV-PER-1 TO WH-PER-1
           MOVE HV-PER-2 TO WH-PER-2
           MOVE HV-PER-3 TO WH-PER-3
           PERFORM 4150-PRINT-WF-HEADERS

           MOVE 'N' TO WS-WF-EOF-SWITCH

           EXEC SQL
               DECLARE WF-CUR CURSOR FOR
               SELECT D.CUST_NUMBER, C.CUST_NAME,
                      SUM(CASE WHEN S.RECOG_PERIOD <= :HV-PER-1
                               THEN S.AMOUNT ELSE 0 END),
                      SUM(CASE WHEN S.RECOG_PERIOD = :HV-PER-2
                               THEN S.AMOUNT ELSE 0 END),
                      SUM(CASE WHEN S.RECOG_PERIOD = :HV-PER-3
                               THEN S.AMOUNT ELSE 0 END),
                      SUM(CASE WHEN S.RECOG_PERIOD > :HV-PER-3
                               AND  S.RECOG_PERIOD <= :HV-PER-6
                               THEN S.AMOUNT ELSE 0 END),
                      SUM(CASE WHEN S.RECOG_PERIOD > :HV-PER-6
                               AND  S.RECOG_PERIOD <= :HV-PER-12
                               THEN S.AMOUNT ELSE 0 END),
                      SUM(CASE WHEN S.RECOG_PERIOD > :HV-PER-12
                               THEN S.AMOUNT ELSE 0 END)
               FROM   DEFERRED_REV_SCHEDULE S
               JOIN   DEFERRED_REVENUE D
                      ON  D.AR_INVOICE_ID = S.AR_INVOICE_ID
                      AND D.LINE_SEQ      = S.LINE_SEQ
               JOIN   CUSTOMER_MASTER C
                      ON C.CUST_NUMBER = D.CUST_NUMBER
               WHERE  S.STATUS = 'PENDING'
               GROUP BY D.CUST_NUMBER, C.CUST_NAME
               ORDER BY D.CUST_NUMBER
           END-EXEC

           EXEC SQL  OPEN WF-CUR  END-EXEC

           PERFORM UNTIL WS-WF-EOF
               EXEC SQL
                   FETCH WF-CUR
                   INTO :HV-CUST-NUMBER, :HV-CUST-NAME,
                        :HV-WF-1, :HV-WF-2, :HV-WF-3,
                        :HV-WF-6, :HV-WF-12, :HV-WF-LATER
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-WF-EOF-SWITCH
               ELSE
                   PERFORM 4100-WRITE-WF-CUSTOMER
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE WF-CUR  END-EXEC

           WRITE REPORT-LINE FROM SPACES
           MOVE SPACES         TO WF-DET-LINE
           MOVE 'TOTAL'        TO WD-CUST
           MOVE 'BY PERIOD'    TO WD-NAME
           MOVE WS-WF-TOT-1    TO WD-PER-1
           MOVE WS-WF-TOT-2    TO WD-PER-2
           MOVE WS-WF-TOT-3    TO WD-PER-3
           MOVE WS-WF-TOT-6    TO WD-PER-6
           MOVE WS-WF-TOT-12   TO WD-PER-12
           MOVE WS-WF-TOT-LATER TO WD-LATER
           MOVE WS-WF-TOT-ALL  TO WD-TOTAL
           MOVE WF-DET-LINE    TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 2 TO WS-LINE-COUNT.

      *--- 4100 ONE WATERFALL CUSTOMER LINE ---
       4100-WRITE-WF-CUSTOMER.
           IF WS-LINE-COUNT > 55
               PERFORM 4150-PRINT-WF-HEADERS
           END-IF
           ADD 1 TO WS-WF-CUST-COUNT
           COMPUTE WS-WF-CUST-TOTAL = HV-WF-1 + HV-WF-2 + HV-WF-3
                                    + HV-WF-6 + HV-WF-12 + HV-WF-LATER

           MOVE HV-CUST-NUMBER   TO WD-CUST
           MOVE HV-CUST-NAME     TO WD-NAME
           MOVE HV-WF-1          TO WD-PER-1
           MOVE HV-WF-2          TO WD-PER-2
           MOVE HV-WF-3          TO WD-PER-3
           MOVE HV-WF-6          TO WD-PER-6
           MOVE HV-WF-12         TO WD-PER-12
           MOVE HV-WF-LATER      TO WD-LATER
           MOVE WS-WF-CUST-TOTAL TO WD-TOTAL
           MOVE WF-DET-LINE      TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT

           ADD HV-WF-1           TO WS-WF-TOT-1
           ADD HV-WF-2           TO WS-WF-TOT-2
           ADD HV-WF-3           TO WS-WF-TOT-3
           ADD HV-WF-6           TO WS-WF-TOT-6
           ADD HV-WF-12          TO WS-WF-TOT-12
           ADD HV-WF-LATER       TO WS-WF-TOT-LATER
           ADD WS-WF-CUST-TOTAL  TO WS-WF-TOT-ALL.

      *--- 4150 WATERFALL PAGE HEADINGS ---
       4150-PRINT-WF-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO H1-PAGE
           WRITE REPORT-LINE FROM HDR1 AFTER PAGE
           WRITE REPORT-LINE FROM HDR2
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WF-TITLE-LINE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WF-HDR-LINE
           WRITE REPORT-LINE FROM SPACES
           MOVE 8 TO WS-LINE-COUNT.

      *--- 4500 TIE THE WATERFALL TO THE 2450 LIABILITY ---
      *    GL balance is built the GLRECON01 way - prior period's
      *    GL_PERIOD_BALANCE plus this period's activity - but counts
      *    journals still OPEN as well as POSTED, since ARBILL01's
      *    billing journals and this run's release are staged for
      *    the checker and will post before the close. Any
      *    difference is logged for EXCRPT01.
       4500-TIE-TO-LIABILITY.
           MOVE WS-DEFERRED-ACCT TO HV-ACCT-NUMBER
           MOVE 'C' TO HV-NORMAL-BAL

           EXEC SQL
               SELECT NORMAL_BAL
               INTO   :HV-NORMAL-BAL
               FROM   CHART_OF_ACCOUNTS
               WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
           END-EXEC

           EXEC SQL
               SELECT
                   COALESCE((SELECT ENDING_BALANCE
                             FROM   GL_PERIOD_BALANCE
                             WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
                             AND    PERIOD_SEQ  =
                                    :HV-PERIOD-SEQ - 1), 0),
                   COALESCE(SUM(CASE JL.DR_CR_IND
                                WHEN 'D' THEN JL.AMOUNT
                                ELSE 0 END), 0),
                   COALESCE(SUM(CASE JL.DR_CR_IND
                                WHEN 'C' THEN JL.AMOUNT
                                ELSE 0 END), 0)
               INTO   :HV-BEG-BAL, :HV-DR-TOTAL, :HV-CR-TOTAL
               FROM   GL_JOURNAL_LINE JL
               JOIN   GL_JOURNAL GJ
                      ON  GJ.JOURNAL_ID = JL.JOURNAL_ID
                      AND GJ.PERIOD_ID  = :HV-PERIOD-ID
                      AND GJ.STATUS IN ('POSTED', 'OPEN')
               WHERE  JL.ACCT_NUMBER = :HV-ACCT-NUMBER
           END-EXEC

           IF HV-NORMAL-BAL = 'D'
               COMPUTE WS-GL-BALANCE =
                   HV-BEG-BAL + HV-DR-TOTAL - HV-CR-TOTAL
           ELSE
               COMPUTE WS-GL-BALANCE =
                   HV-BEG-BAL - HV-DR-TOTAL + HV-CR-TOTAL
           END-IF

           COMPUTE WS-GL-DIFFERENCE = WS-GL-BALANCE - WS-WF-TOT-ALL

           WRITE REPORT-LINE FROM SPACES
           MOVE SPACES TO SL-FLAG
           MOVE 'Customers:          '  TO SL-LABEL
           MOVE WS-WF-CUST-COUNT       TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Waterfall Total:    '  TO SL-LABEL
           MOVE WS-WF-TOT-ALL          TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'GL 2450 Balance:    '  TO SL-LABEL
           MOVE WS-GL-BALANCE          TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Difference:         '  TO SL-LABEL
           MOVE WS-GL-DIFFERENCE       TO SL-AMOUNT
           IF WS-GL-DIFFERENCE > WS-TOLERANCE
               OR WS-GL-DIFFERENCE < -WS-TOLERANCE
               MOVE '** OUT OF BALANCE **' TO SL-FLAG
               MOVE 'W'            TO HV-EXC-SEVERITY
               MOVE 'DEFREV-OOB'   TO HV-EXC-REASON
               MOVE SPACES         TO HV-EXC-KEY
               STRING WS-DEFERRED-ACCT ' ' HV-PERIOD-ID
                   DELIMITED SIZE INTO HV-EXC-KEY
               PERFORM 9700-LOG-EXCEPTION
           END-IF
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO SL-FLAG.

      *--- 8200 STEP A PERIOD FORWARD BY N MONTHS ---
      *    WS-BASE-YEAR/WS-BASE-MONTH plus WS-ADD-MONTHS into
      *    WS-CALC-PERIOD as YYYYMM.
       8200-ADD-MONTHS.
           COMPUTE WS-MONTH-INDEX =
               (WS-BASE-YEAR * 12) + WS-BASE-MONTH - 1
               + WS-ADD-MONTHS
           DIVIDE WS-MONTH-INDEX BY 12
               GIVING WS-CALC-YEAR
               REMAINDER WS-CALC-MONTH
           ADD 1 TO WS-CALC-MONTH.

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

      *--- 9500 REGISTER THE RUN ON BATCH_RUN_CONTROL ---
      *    Same registration INVCTR01 does, so GLCLOSE01's
      *    prerequisite check can see the period was recognized.
       9500-REGISTER-RUN-START.
           EXEC SQL
               DELETE FROM BATCH_RUN_CONTROL
               WHERE  JOB_NAME  = 'REVREC01'
               AND    PERIOD_ID = :HV-PERIOD-ID
           END-EXEC

           EXEC SQL
               INSERT INTO BATCH_RUN_CONTROL
               (JOB_NAME, PERIOD_ID, RUN_STATUS,
                START_DATE, START_TIME)
               VALUES
               ('REVREC01', :HV-PERIOD-ID, 'RUNNING',
                CURRENT DATE, CURRENT TIME)
           END-EXEC

           EXEC SQL  COMMIT  END-EXEC.

      *--- 9600 MARK THE RUN COMPLETE ---
       9600-REGISTER-RUN-END.
           EXEC SQL
               UPDATE BATCH_RUN_CONTROL
               SET    RUN_STATUS = 'COMPLETE',
                      END_DATE   = CURRENT DATE,
                      END_TIME   = CURRENT TIME
               WHERE  JOB_NAME  = 'REVREC01'
               AND    PERIOD_ID = :HV-PERIOD-ID
           END-EXEC

           EXEC SQL  COMMIT  END-EXEC.

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
                   ('REVREC01', CURRENT DATE, :HV-PERIOD-ID,
                    :HV-EXC-SEVERITY, :HV-EXC-REASON, :HV-EXC-KEY,
                    'N', CURRENT TIME)
               END-EXEC
               EXEC SQL  COMMIT  END-EXEC
           END-IF.
