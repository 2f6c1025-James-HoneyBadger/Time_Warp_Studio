      *================================================================
      * PROGRAM:    PPDAMR01
      * DESCRIPTION: Monthly Prepaid Expense Amortization
      *              - Releases every PENDING slice on
      *                PREPAID_SCHEDULE due in or before the open
      *                fiscal period (APINV01 builds the schedules
      *                when it matches an invoice with prepaid lines)
      *                and posts DR the line's original expense
      *                account and department / CR 1300 prepaid
      *                expenses as a staged-OPEN journal
      *              - Registers on BATCH_RUN_CONTROL; GLCLOSE01 will
      *                not close the period until this run is
      *                COMPLETE for it
      *              - Prints the prepaid roll-forward by vendor -
      *                beginning balance, additions, amortization and
      *                ending balance for the period - tied to the
      *                1300 asset balance in the GL
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPDAMR01.
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
           05  WS-EXP-EOF-SWITCH    PIC X(1) VALUE 'N'.
               88  WS-EXP-EOF                VALUE 'Y'.
           05  WS-RF-EOF-SWITCH     PIC X(1) VALUE 'N'.
               88  WS-RF-EOF                 VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LINE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-PAGE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-SLICES-RELEASED   PIC S9(7) COMP VALUE ZEROS.
           05  WS-RF-VENDOR-COUNT   PIC S9(7) COMP VALUE ZEROS.

       01  WS-TOTALS.
           05  WS-RUN-AMORTIZED     PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-RF-TOT-BEG        PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-RF-TOT-ADD        PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-RF-TOT-AMORT      PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-RF-TOT-END        PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-RF-VENDOR-END     PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-GL-BALANCE        PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-GL-DIFFERENCE     PIC S9(13)V99 COMP-3 VALUE ZEROS.

       01  WS-WORK.
           05  WS-CURRENT-DATE      PIC X(10).
           05  WS-PREPAID-ACCT      PIC X(6)  VALUE '1300'.
           05  WS-TOLERANCE         PIC S9(3)V99 VALUE 0.01.
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
       01  HV-PPD.
           05  HV-PERIOD-ID         PIC X(6).
           05  HV-PERIOD-SEQ        PIC S9(9) COMP.
           05  HV-ENTITY-ID         PIC X(4).
           05  HV-AP-INVOICE-ID     PIC S9(9) COMP.
           05  HV-LINE-SEQ          PIC S9(5) COMP.
           05  HV-SCHED-SEQ         PIC S9(4) COMP.
           05  HV-AMORT-PERIOD      PIC X(6).
           05  HV-SLICE-AMT         PIC S9(11)V99 COMP-3.
           05  HV-VENDOR-NUMBER     PIC X(10).
           05  HV-VENDOR-NAME       PIC X(30).
           05  HV-INVOICE-NO        PIC X(15).
           05  HV-EXPENSE-ACCT      PIC X(6).
           05  HV-EXPENSE-DEPT      PIC X(4).
           05  HV-RF-BEG            PIC S9(13)V99 COMP-3.
           05  HV-RF-ADD            PIC S9(13)V99 COMP-3.
           05  HV-RF-AMORT          PIC S9(13)V99 COMP-3.
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
               VALUE 'ACME CORPORATION - PREPAID EXPENSE AMORTIZATION'.
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
           05  FILLER  PIC X(11) VALUE 'VENDOR'.
           05  FILLER  PIC X(16) VALUE 'INVOICE NO'.
           05  FILLER  PIC X(7)  VALUE ' LINE'.
           05  FILLER  PIC X(8)  VALUE 'ACCT'.
           05  FILLER  PIC X(6)  VALUE 'DEPT'.
           05  FILLER  PIC X(8)  VALUE 'PERIOD'.
           05  FILLER  PIC X(14) VALUE '     AMORTIZED'.
           05  FILLER  PIC X(63) VALUE SPACES.

      *--- RELEASE DETAIL LINE ---
       01  REL-DET-LINE.
           05  RL-VENDOR   PIC X(10).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RL-INVOICE  PIC X(15).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RL-LINE     PIC ZZZZ9.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  RL-ACCT     PIC X(6).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  RL-DEPT     PIC X(4).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  RL-PERIOD   PIC X(6).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  RL-AMOUNT   PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(63) VALUE SPACES.

      *--- ROLL-FORWARD LINES ---
       01  RF-TITLE-LINE.
           05  FILLER      PIC X(30) VALUE SPACES.
           05  FILLER      PIC X(50)
               VALUE 'PREPAID EXPENSE ROLL-FORWARD BY VENDOR'.
           05  FILLER      PIC X(53) VALUE SPACES.

       01  RF-HDR-LINE.
           05  FILLER      PIC X(11) VALUE 'VENDOR'.
           05  FILLER      PIC X(31) VALUE 'VENDOR NAME'.
           05  FILLER      PIC X(16) VALUE '     BEGINNING'.
           05  FILLER      PIC X(16) VALUE '     ADDITIONS'.
           05  FILLER      PIC X(16) VALUE '  AMORTIZATION'.
           05  FILLER      PIC X(16) VALUE '        ENDING'.
           05  FILLER      PIC X(27) VALUE SPACES.

       01  RF-DET-LINE.
           05  RD-VENDOR   PIC X(10).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RD-NAME     PIC X(30).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RD-BEG      PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  RD-ADD      PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  RD-AMORT    PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  RD-END      PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(29) VALUE SPACES.

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
           PERFORM 2800-POST-AMORTIZATION-JOURNAL
               THRU 2899-POST-EXIT
           PERFORM 3000-PRINT-RELEASE-SUMMARY
           PERFORM 4000-PRINT-ROLL-FORWARD
           PERFORM 4500-TIE-TO-PREPAID-ASSET
           PERFORM 9600-REGISTER-RUN-END
           PERFORM 9000-TERMINATE
           STOP RUN.

      *--- 1000 INITIALIZE ---
      *    Amortization always runs against the open fiscal period -
      *    there is no PARM; a slice is due once its AMORT_PERIOD is
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
      *    catches up in the next run instead of sitting on the
      *    balance sheet forever. Nothing commits until the journal
      *    is written in 2800, so the schedule and the GL move
      *    together.
       2000-RELEASE-DUE-SLICES.
           MOVE 'N' TO WS-REL-EOF-SWITCH

           EXEC SQL
               DECLARE REL-CUR CURSOR FOR
               SELECT S.AP_INVOICE_ID, S.LINE_SEQ, S.SCHED_SEQ,
                      S.AMORT_PERIOD, S.AMOUNT,
                      P.VENDOR_NUMBER, P.INVOICE_NO,
                      P.EXPENSE_ACCT, P.DEPT_CODE
               FROM   PREPAID_SCHEDULE S
               JOIN   PREPAID_EXPENSE P
                      ON  P.AP_INVOICE_ID = S.AP_INVOICE_ID
                      AND P.LINE_SEQ      = S.LINE_SEQ
               WHERE  S.STATUS = 'PENDING'
               AND    S.AMORT_PERIOD <= :HV-PERIOD-ID
               ORDER BY P.VENDOR_NUMBER, S.AP_INVOICE_ID, S.LINE_SEQ,
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
                   INTO :HV-AP-INVOICE-ID, :HV-LINE-SEQ,
                        :HV-SCHED-SEQ, :HV-AMORT-PERIOD,
                        :HV-SLICE-AMT, :HV-VENDOR-NUMBER,
                        :HV-INVOICE-NO, :HV-EXPENSE-ACCT,
                        :HV-EXPENSE-DEPT
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-REL-EOF-SWITCH
               ELSE
                   PERFORM 2100-RELEASE-ONE-SLICE
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE REL-CUR  END-EXEC.

      *--- 2100 RELEASE ONE SLICE ---
      *    The slice is stamped with the journal that amortized it
      *    and the line's running amortized amount moves up; the
      *    line completes once the last slice is out.
       2100-RELEASE-ONE-SLICE.
           EXEC SQL
               UPDATE PREPAID_SCHEDULE
               SET    STATUS         = 'AMORTIZED',
                      AMORTIZED_DATE = CURRENT DATE,
                      PERIOD_ID      = :HV-PERIOD-ID,
                      JOURNAL_ID     = :HV-NEXT-JOURNAL-ID
               WHERE  AP_INVOICE_ID = :HV-AP-INVOICE-ID
               AND    LINE_SEQ      = :HV-LINE-SEQ
               AND    SCHED_SEQ     = :HV-SCHED-SEQ
           END-EXEC

           EXEC SQL
               UPDATE PREPAID_EXPENSE
               SET    AMORTIZED_AMOUNT = AMORTIZED_AMOUNT
                                         + :HV-SLICE-AMT,
                      STATUS = CASE WHEN AMORTIZED_AMOUNT
                                         + :HV-SLICE-AMT
                                         >= PREPAID_AMOUNT
                                    THEN 'COMPLETE'
                                    ELSE 'OPEN' END
               WHERE  AP_INVOICE_ID = :HV-AP-INVOICE-ID
               AND    LINE_SEQ      = :HV-LINE-SEQ
           END-EXEC

           ADD 1 TO WS-SLICES-RELEASED
           ADD HV-SLICE-AMT TO WS-RUN-AMORTIZED

           IF WS-LINE-COUNT > 55
               PERFORM 9100-PRINT-HEADERS
           END-IF
           MOVE HV-VENDOR-NUMBER TO RL-VENDOR
           MOVE HV-INVOICE-NO    TO RL-INVOICE
           MOVE HV-LINE-SEQ      TO RL-LINE
           MOVE HV-EXPENSE-ACCT  TO RL-ACCT
           MOVE HV-EXPENSE-DEPT  TO RL-DEPT
           MOVE HV-AMORT-PERIOD  TO RL-PERIOD
           MOVE HV-SLICE-AMT     TO RL-AMOUNT
           MOVE REL-DET-LINE     TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

      *--- 2800 POST THE PERIOD'S AMORTIZATION JOURNAL ---
      *    One debit per expense account and department the released
      *    slices were coded to on the AP invoice line - the
      *    account APINV01 would have expensed had the line not been
      *    prepaid - and one CR 1300 for the run total. Left OPEN
      *    for a checker like APINV01's invoice journal, and under
      *    the journal ID already stamped on the slices.
       2800-POST-AMORTIZATION-JOURNAL.
           IF WS-RUN-AMORTIZED = ZEROS
               EXEC SQL  COMMIT  END-EXEC
               GO TO 2899-POST-EXIT
           END-IF

           EXEC SQL
               INSERT INTO GL_JOURNAL
               (JOURNAL_ID, PERIOD_ID, ENTITY_ID, JOURNAL_DATE,
                JOURNAL_TYPE, DESCRIPTION, STATUS, CREATED_BY)
               VALUES
               (:HV-NEXT-JOURNAL-ID, :HV-PERIOD-ID, :HV-ENTITY-ID,
                CURRENT DATE, 'AP', 'PREPAID EXPENSE AMORTIZED',
                'OPEN', 'PPDAMR01')
           END-EXEC

           MOVE ZEROS TO HV-AUDIT-SEQ
           MOVE 'N' TO WS-EXP-EOF-SWITCH

           EXEC SQL
               DECLARE EXP-CUR CURSOR FOR
               SELECT P.EXPENSE_ACCT, P.DEPT_CODE, SUM(S.AMOUNT)
               FROM   PREPAID_SCHEDULE S
               JOIN   PREPAID_EXPENSE P
                      ON  P.AP_INVOICE_ID = S.AP_INVOICE_ID
                      AND P.LINE_SEQ      = S.LINE_SEQ
               WHERE  S.JOURNAL_ID = :HV-NEXT-JOURNAL-ID
               GROUP BY P.EXPENSE_ACCT, P.DEPT_CODE
               ORDER BY P.EXPENSE_ACCT, P.DEPT_CODE
           END-EXEC

           EXEC SQL  OPEN EXP-CUR  END-EXEC

           PERFORM UNTIL WS-EXP-EOF
               EXEC SQL
                   FETCH EXP-CUR
                   INTO :HV-EXPENSE-ACCT, :HV-EXPENSE-DEPT,
                        :HV-GL-AMT
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-EXP-EOF-SWITCH
               ELSE
                   PERFORM 2810-POST-EXPENSE-LINE
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE EXP-CUR  END-EXEC

           ADD 1 TO HV-AUDIT-SEQ
           MOVE WS-RUN-AMORTIZED TO HV-GL-AMT
           EXEC SQL
               INSERT INTO GL_JOURNAL_LINE
               (JOURNAL_ID, LINE_SEQ, ACCT_NUMBER, DR_CR_IND,
                AMOUNT, DESCRIPTION)
               VALUES
               (:HV-NEXT-JOURNAL-ID, :HV-AUDIT-SEQ, :WS-PREPAID-ACCT,
                'C', :HV-GL-AMT, 'PREPAID EXPENSE RELIEVED')
           END-EXEC
           PERFORM 2850-LOG-LINE-AUDIT

           EXEC SQL  COMMIT  END-EXEC.

       2899-POST-EXIT.
           EXIT.

      *--- 2810 DEBIT ONE EXPENSE ACCOUNT/DEPARTMENT ---
       2810-POST-EXPENSE-LINE.
           ADD 1 TO HV-AUDIT-SEQ
           EXEC SQL
               INSERT INTO GL_JOURNAL_LINE
               (JOURNAL_ID, LINE_SEQ, ACCT_NUMBER, DR_CR_IND,
                AMOUNT, DESCRIPTION, DEPT_CODE)
               VALUES
               (:HV-NEXT-JOURNAL-ID, :HV-AUDIT-SEQ, :HV-EXPENSE-ACCT,
                'D', :HV-GL-AMT, 'PREPAID EXPENSE AMORTIZED',
                :HV-EXPENSE-DEPT)
           END-EXEC
           PERFORM 2850-LOG-LINE-AUDIT.

      *--- 2850 RECORD AN AUDIT TRAIL ENTRY FOR A LINE INSERT ---
       2850-LOG-LINE-AUDIT.
           EXEC SQL
               INSERT INTO GL_AUDIT_LOG
               (JOURNAL_ID, LINE_SEQ, ACTION, OLD_AMOUNT, NEW_AMOUNT,
                CHANGED_BY, CHANGED_DATE, CHANGED_TIME)
               VALUES
               (:HV-NEXT-JOURNAL-ID, :HV-AUDIT-SEQ, 'INSERT',
                0, :HV-GL-AMT, 'PPDAMR01',
                CURRENT DATE, CURRENT TIME)
           END-EXEC.

      *--- 3000 PRINT THE RELEASE SUMMARY ---
       3000-PRINT-RELEASE-SUMMARY.
           WRITE REPORT-LINE FROM SPACES
           MOVE SPACES TO SL-FLAG
           MOVE 'Slices Amortized:   '  TO SL-LABEL
           MOVE WS-SLICES-RELEASED     TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Expense Recognized: '  TO SL-LABEL
           MOVE WS-RUN-AMORTIZED       TO SL-AMOUNT
           IF WS-RUN-AMORTIZED NOT = ZEROS
               MOVE HV-NEXT-JOURNAL-ID TO WS-JOURNAL-ID-DISP
               STRING 'JOURNAL ' WS-JOURNAL-ID-DISP
                   DELIMITED SIZE INTO SL-FLAG
           END-IF
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO SL-FLAG.

      *--- 4000 PRINT THE PREPAID ROLL-FORWARD BY VENDOR ---
      *    Beginning is everything booked before this period less
      *    everything amortized before it; additions are the lines
      *    APINV01 booked this period; amortization is what this
      *    period's runs released. The two row sources are unioned
      *    rather than joined so a line's schedule slices cannot
      *    multiply its booked amount. Period IDs are YYYYMM, so
      *    they compare as strings.
       4000-PRINT-ROLL-FORWARD.
           PERFORM 4150-PRINT-RF-HEADERS

           MOVE 'N' TO WS-RF-EOF-SWITCH

           EXEC SQL
               DECLARE RF-CUR CURSOR FOR
               SELECT X.VENDOR_NUMBER,
                      COALESCE(MAX(V.VENDOR_NAME), ' '),
                      SUM(X.BEG_AMT), SUM(X.ADD_AMT),
                      SUM(X.AMORT_AMT)
               FROM  (SELECT P.VENDOR_NUMBER,
                             CASE WHEN P.BOOKED_PERIOD < :HV-PERIOD-ID
                                  THEN P.PREPAID_AMOUNT ELSE 0
                             END AS BEG_AMT,
                             CASE WHEN P.BOOKED_PERIOD = :HV-PERIOD-ID
                                  THEN P.PREPAID_AMOUNT ELSE 0
                             END AS ADD_AMT,
                             0 AS AMORT_AMT
                      FROM   PREPAID_EXPENSE P
                      UNION ALL
                      SELECT P.VENDOR_NUMBER,
                             CASE WHEN S.PERIOD_ID < :HV-PERIOD-ID
                                  THEN 0 - S.AMOUNT ELSE 0
                             END,
                             0,
                             CASE WHEN S.PERIOD_ID = :HV-PERIOD-ID
                                  THEN S.AMOUNT ELSE 0
                             END
                      FROM   PREPAID_SCHEDULE S
                      JOIN   PREPAID_EXPENSE P
                             ON  P.AP_INVOICE_ID = S.AP_INVOICE_ID
                             AND P.LINE_SEQ      = S.LINE_SEQ
                      WHERE  S.STATUS = 'AMORTIZED') X
               LEFT JOIN VENDOR_MASTER V
                      ON V.VENDOR_NUMBER = X.VENDOR_NUMBER
               GROUP BY X.VENDOR_NUMBER
               HAVING SUM(X.BEG_AMT) <> 0
               OR     SUM(X.ADD_AMT) <> 0
               OR     SUM(X.AMORT_AMT) <> 0
               ORDER BY X.VENDOR_NUMBER
           END-EXEC

           EXEC SQL  OPEN RF-CUR  END-EXEC

           PERFORM UNTIL WS-RF-EOF
               EXEC SQL
                   FETCH RF-CUR
                   INTO :HV-VENDOR-NUMBER, :HV-VENDOR-NAME,
                        :HV-RF-BEG, :HV-RF-ADD, :HV-RF-AMORT
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-RF-EOF-SWITCH
               ELSE
                   PERFORM 4100-WRITE-RF-VENDOR
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE RF-CUR  END-EXEC

           WRITE REPORT-LINE FROM SPACES
           MOVE SPACES          TO RF-DET-LINE
           MOVE 'TOTAL'         TO RD-VENDOR
           MOVE 'ALL VENDORS'   TO RD-NAME
           MOVE WS-RF-TOT-BEG   TO RD-BEG
           MOVE WS-RF-TOT-ADD   TO RD-ADD
           MOVE WS-RF-TOT-AMORT TO RD-AMORT
           MOVE WS-RF-TOT-END   TO RD-END
           MOVE RF-DET-LINE     TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 2 TO WS-LINE-COUNT.

      *--- 4100 ONE ROLL-FORWARD VENDOR LINE ---
       4100-WRITE-RF-VENDOR.
           IF WS-LINE-COUNT > 55
               PERFORM 4150-PRINT-RF-HEADERS
           END-IF
           ADD 1 TO WS-RF-VENDOR-COUNT
           COMPUTE WS-RF-VENDOR-END =
               HV-RF-BEG + HV-RF-ADD - HV-RF-AMORT

           MOVE HV-VENDOR-NUMBER TO RD-VENDOR
           MOVE HV-VENDOR-NAME   TO RD-NAME
           MOVE HV-RF-BEG        TO RD-BEG
           MOVE HV-RF-ADD        TO RD-ADD
           MOVE HV-RF-AMORT      TO RD-AMORT
           MOVE WS-RF-VENDOR-END TO RD-END
           MOVE RF-DET-LINE      TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT

           ADD HV-RF-BEG         TO WS-RF-TOT-BEG
           ADD HV-RF-ADD         TO WS-RF-TOT-ADD
           ADD HV-RF-AMORT       TO WS-RF-TOT-AMORT
           ADD WS-RF-VENDOR-END  TO WS-RF-TOT-END.

      *--- 4150 ROLL-FORWARD PAGE HEADINGS ---
       4150-PRINT-RF-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO H1-PAGE
           WRITE REPORT-LINE FROM HDR1 AFTER PAGE
           WRITE REPORT-LINE FROM HDR2
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM RF-TITLE-LINE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM RF-HDR-LINE
           WRITE REPORT-LINE FROM SPACES
           MOVE 8 TO WS-LINE-COUNT.

      *--- 4500 TIE THE ROLL-FORWARD TO THE 1300 PREPAID ASSET ---
      *    GL balance is built the GLRECON01 way - prior period's
      *    GL_PERIOD_BALANCE plus this period's activity - but counts
      *    journals still OPEN as well as POSTED, since APINV01's
      *    invoice journals and this run's amortization are staged
      *    for the checker and will post before the close. Any
      *    difference is logged for EXCRPT01.
       4500-TIE-TO-PREPAID-ASSET.
           MOVE WS-PREPAID-ACCT TO HV-ACCT-NUMBER
           MOVE 'D' TO HV-NORMAL-BAL

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

           COMPUTE WS-GL-DIFFERENCE = WS-GL-BALANCE - WS-RF-TOT-END

           WRITE REPORT-LINE FROM SPACES
           MOVE SPACES TO SL-FLAG
           MOVE 'Vendors:            '  TO SL-LABEL
           MOVE WS-RF-VENDOR-COUNT     TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Roll-Forward Ending:'  TO SL-LABEL
           MOVE WS-RF-TOT-END          TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'GL 1300 Balance:    '  TO SL-LABEL
           MOVE WS-GL-BALANCE          TO SL-AMOUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Difference:         '  TO SL-LABEL
           MOVE WS-GL-DIFFERENCE       TO SL-AMOUNT
           IF WS-GL-DIFFERENCE > WS-TOLERANCE
               OR WS-GL-DIFFERENCE < -WS-TOLERANCE
               MOVE '** OUT OF BALANCE **' TO SL-FLAG
               MOVE 'W'            TO HV-EXC-SEVERITY
               MOVE 'PREPAID-OOB'  TO HV-EXC-REASON
               MOVE SPACES         TO HV-EXC-KEY
               STRING WS-PREPAID-ACCT ' ' HV-PERIOD-ID
                   DELIMITED SIZE INTO HV-EXC-KEY
               PERFORM 9700-LOG-EXCEPTION
           END-IF
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO SL-FLAG.

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
      *    prerequisite check can see the period was amortized.
       9500-REGISTER-RUN-START.
           EXEC SQL
               DELETE FROM BATCH_RUN_CONTROL
               WHERE  JOB_NAME  = 'PPDAMR01'
               AND    PERIOD_ID = :HV-PERIOD-ID
           END-EXEC

           EXEC SQL
               INSERT INTO BATCH_RUN_CONTROL
               (JOB_NAME, PERIOD_ID, RUN_STATUS,
                START_DATE, START_TIME)
               VALUES
               ('PPDAMR01', :HV-PERIOD-ID, 'RUNNING',
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
               WHERE  JOB_NAME  = 'PPDAMR01'
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
                   ('PPDAMR01', CURRENT DATE, :HV-PERIOD-ID,
                    :HV-EXC-SEVERITY, :HV-EXC-REASON, :HV-EXC-KEY,
                    'N', CURRENT TIME)
               END-EXEC
               EXEC SQL  COMMIT  END-EXEC
           END-IF.
