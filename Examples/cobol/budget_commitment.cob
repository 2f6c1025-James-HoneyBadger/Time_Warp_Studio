      *================================================================
      * PROGRAM:    BUDCMT01
      * DESCRIPTION: Budget / Committed / Actual / Available Report
      *              - One section per department for the open
      *                period, one line per budgeted or committed
      *                account: the ORIG budget GLBUDG01 loaded, the
      *                open purchase commitments on ENCUMBRANCE, the
      *                actual posted (and staged) to the account this
      *                period, and what is left to spend
      *              - Available is budget less committed less
      *                actual - the same arithmetic INVCTR01 and
      *                SORDIN01 run in their funds check, so a PO held
      *                on budget can be traced to the line here
      *              - Activity in a department that has no budget of
      *                its own for the account rolls up under the
      *                account's company-wide budget (COMPANY-WIDE
      *                section), again matching the funds check
      *              - Accounts over budget are flagged and counted,
      *                and every section and the company total foot
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDCMT01.
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
           05  WS-BCA-EOF-SWITCH    PIC X(1) VALUE 'N'.
               88  WS-BCA-EOF                VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LINE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-PAGE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-DEPTS-PRINTED     PIC S9(5) COMP VALUE ZEROS.
           05  WS-ACCTS-PRINTED     PIC S9(7) COMP VALUE ZEROS.
           05  WS-ACCTS-OVER        PIC S9(7) COMP VALUE ZEROS.

       01  WS-DEPT-WORK.
           05  WS-PREV-DEPT         PIC X(4) VALUE LOW-VALUES.
           05  WS-AVAILABLE         PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-DEPT-BUDGET       PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-DEPT-COMMITTED    PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-DEPT-ACTUAL       PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-CO-BUDGET         PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-CO-COMMITTED      PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-CO-ACTUAL         PIC S9(13)V99 COMP-3 VALUE ZEROS.

       01  WS-WORK.
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
       01  HV-BCA.
           05  HV-PERIOD-ID         PIC X(6).
           05  HV-DEPT-CODE         PIC X(4).
           05  HV-DEPT-NAME         PIC X(30).
           05  HV-ACCT-NUMBER       PIC X(6).
           05  HV-ACCT-DESC         PIC X(40).
           05  HV-BUDGET-AMT        PIC S9(13)V99 COMP-3.
           05  HV-COMMITTED-AMT     PIC S9(13)V99 COMP-3.
           05  HV-ACTUAL-AMT        PIC S9(13)V99 COMP-3.

      *--- HEADER LINES ---
       01  HDR1.
           05  FILLER  PIC X(22) VALUE SPACES.
           05  FILLER  PIC X(50)
               VALUE 'ACME CORPORATION - BUDGET COMMITMENT REPORT'.
           05  FILLER  PIC X(31) VALUE SPACES.
           05  FILLER  PIC X(5) VALUE 'PAGE:'.
           05  H1-PAGE PIC ZZZZZ.
           05  FILLER  PIC X(20) VALUE SPACES.

       01  HDR2.
           05  FILLER  PIC X(8)  VALUE 'PERIOD: '.
           05  H2-PER  PIC X(6).
           05  FILLER  PIC X(8)  VALUE '  DATE: '.
           05  H2-DATE PIC X(10).
           05  FILLER  PIC X(101) VALUE SPACES.

       01  HDR3.
           05  FILLER  PIC X(4)  VALUE SPACES.
           05  FILLER  PIC X(8)  VALUE 'ACCT'.
           05  FILLER  PIC X(32) VALUE 'DESCRIPTION'.
           05  FILLER  PIC X(17) VALUE '         BUDGET'.
           05  FILLER  PIC X(17) VALUE '      COMMITTED'.
           05  FILLER  PIC X(17) VALUE '         ACTUAL'.
           05  FILLER  PIC X(17) VALUE '      AVAILABLE'.
           05  FILLER  PIC X(21) VALUE SPACES.

      *--- DEPARTMENT HEADING ---
       01  DEPT-HDR-LINE.
           05  FILLER      PIC X(12) VALUE 'DEPARTMENT: '.
           05  DH-DEPT     PIC X(4).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  DH-NAME     PIC X(30).
           05  FILLER      PIC X(85) VALUE SPACES.

      *--- ACCOUNT DETAIL LINE ---
       01  BCA-DET-LINE.
           05  FILLER      PIC X(4) VALUE SPACES.
           05  BD-ACCT     PIC X(6).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  BD-DESC     PIC X(30).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  BD-BUDGET   PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  BD-COMMIT   PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  BD-ACTUAL   PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  BD-AVAIL    PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  BD-FLAG     PIC X(4).
           05  FILLER      PIC X(17) VALUE SPACES.

      *--- SUBTOTAL LINE ---
       01  BCA-SUB-LINE.
           05  FILLER      PIC X(4) VALUE SPACES.
           05  BS-LABEL    PIC X(38).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  BS-BUDGET   PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  BS-COMMIT   PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  BS-ACTUAL   PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  BS-AVAIL    PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(23) VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER      PIC X(10) VALUE SPACES.
           05  SL-LABEL    PIC X(30).
           05  SL-COUNT    PIC ZZZ,ZZ9.
           05  FILLER      PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PRINT-DEPT-SECTIONS
           PERFORM 3000-PRINT-COMPANY-TOTAL
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE

           EXEC SQL
               SELECT PERIOD_ID
               INTO :HV-PERIOD-ID
               FROM FISCAL_PERIOD
               WHERE STATUS = 'OPEN'
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
               INTO :WS-CURRENT-DATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE HV-PERIOD-ID    TO H2-PER
           MOVE WS-CURRENT-DATE TO H2-DATE.

      *--- 2000 PRINT ONE SECTION PER DEPARTMENT ---
      *    Budget, open commitments, and the period's actual are
      *    stacked as separate rows and summed per department and
      *    account. Commitments and actual land on their own
      *    department only when that department holds a budget for
      *    the account; otherwise they fall under the blank
      *    (company-wide) department. Only accounts that carry a
      *    budget or an open commitment appear - the rest of the
      *    ledger is GLPOST01's business.
       2000-PRINT-DEPT-SECTIONS.
           MOVE 'N' TO WS-BCA-EOF-SWITCH

           EXEC SQL
               DECLARE BCA-CUR CURSOR FOR
               SELECT R.DEPT_CODE, R.ACCT_NUMBER,
                      COALESCE(COA.ACCT_DESC, ' '),
                      SUM(R.BUD_AMT), SUM(R.CMT_AMT),
                      SUM(R.ACT_AMT)
               FROM (
                   SELECT B.DEPT_CODE, B.ACCT_NUMBER,
                          B.BUDGET_AMOUNT AS BUD_AMT,
                          0 AS CMT_AMT, 0 AS ACT_AMT
                   FROM   BUDGET B
                   WHERE  B.PERIOD_ID      = :HV-PERIOD-ID
                   AND    B.BUDGET_VERSION = 'ORIG'
                   UNION ALL
                   SELECT CASE WHEN EXISTS (
                               SELECT 1
                               FROM   BUDGET B
                               WHERE  B.ACCT_NUMBER = E.ACCT_NUMBER
                               AND    B.DEPT_CODE   = E.DEPT_CODE
                               AND    B.PERIOD_ID   = :HV-PERIOD-ID
                               AND    B.BUDGET_VERSION = 'ORIG')
                               THEN E.DEPT_CODE
                               ELSE '    ' END,
                          E.ACCT_NUMBER, 0,
                          E.COMMIT_AMOUNT - E.RELIEVED_AMOUNT, 0
                   FROM   ENCUMBRANCE E
                   WHERE  E.STATUS = 'OPEN'
                   UNION ALL
                   SELECT CASE WHEN EXISTS (
                               SELECT 1
                               FROM   BUDGET B
                               WHERE  B.ACCT_NUMBER = JL.ACCT_NUMBER
                               AND    B.DEPT_CODE   =
                                      COALESCE(JL.DEPT_CODE, '    ')
                               AND    B.PERIOD_ID   = :HV-PERIOD-ID
                               AND    B.BUDGET_VERSION = 'ORIG')
                               THEN COALESCE(JL.DEPT_CODE, '    ')
                               ELSE '    ' END,
                          JL.ACCT_NUMBER, 0, 0,
                          CASE JL.DR_CR_IND
                               WHEN 'D' THEN JL.AMOUNT
                               ELSE 0 - JL.AMOUNT END
                   FROM   GL_JOURNAL_LINE JL
                   JOIN   GL_JOURNAL GJ
                          ON GJ.JOURNAL_ID = JL.JOURNAL_ID
                   WHERE  GJ.PERIOD_ID = :HV-PERIOD-ID
                   AND    GJ.STATUS IN ('OPEN', 'POSTED')
                   AND   (JL.ACCT_NUMBER IN
                             (SELECT ACCT_NUMBER
                              FROM   BUDGET
                              WHERE  PERIOD_ID      = :HV-PERIOD-ID
                              AND    BUDGET_VERSION = 'ORIG')
                          OR JL.ACCT_NUMBER IN
                             (SELECT ACCT_NUMBER
                              FROM   ENCUMBRANCE
                              WHERE  STATUS = 'OPEN'))
               ) R
               LEFT JOIN CHART_OF_ACCOUNTS COA
                      ON COA.ACCT_NUMBER = R.ACCT_NUMBER
               GROUP BY R.DEPT_CODE, R.ACCT_NUMBER, COA.ACCT_DESC
               ORDER BY 1, 2
           END-EXEC

           EXEC SQL  OPEN BCA-CUR  END-EXEC

           PERFORM UNTIL WS-BCA-EOF
               EXEC SQL
                   FETCH BCA-CUR
                   INTO :HV-DEPT-CODE, :HV-ACCT-NUMBER,
                        :HV-ACCT-DESC, :HV-BUDGET-AMT,
                        :HV-COMMITTED-AMT, :HV-ACTUAL-AMT
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-BCA-EOF-SWITCH
                   IF WS-PREV-DEPT NOT = LOW-VALUES
                       PERFORM 2300-CLOSE-DEPT-SECTION
                   END-IF
               ELSE
                   PERFORM 2100-PRINT-ONE-ACCOUNT
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE BCA-CUR  END-EXEC.

      *--- 2100 PRINT ONE DEPARTMENT/ACCOUNT LINE ---
       2100-PRINT-ONE-ACCOUNT.
           IF HV-DEPT-CODE NOT = WS-PREV-DEPT
               IF WS-PREV-DEPT NOT = LOW-VALUES
                   PERFORM 2300-CLOSE-DEPT-SECTION
               END-IF
               PERFORM 2200-OPEN-DEPT-SECTION
           END-IF

           COMPUTE WS-AVAILABLE =
               HV-BUDGET-AMT - HV-COMMITTED-AMT - HV-ACTUAL-AMT

           ADD HV-BUDGET-AMT    TO WS-DEPT-BUDGET
           ADD HV-COMMITTED-AMT TO WS-DEPT-COMMITTED
           ADD HV-ACTUAL-AMT    TO WS-DEPT-ACTUAL
           ADD 1 TO WS-ACCTS-PRINTED

           MOVE SPACES TO BD-FLAG
           IF WS-AVAILABLE < ZEROS
               MOVE 'OVER' TO BD-FLAG
               ADD 1 TO WS-ACCTS-OVER
           END-IF

           IF WS-LINE-COUNT > 55
               PERFORM 9100-PRINT-HEADERS
           END-IF
           MOVE HV-ACCT-NUMBER   TO BD-ACCT
           MOVE HV-ACCT-DESC     TO BD-DESC
           MOVE HV-BUDGET-AMT    TO BD-BUDGET
           MOVE HV-COMMITTED-AMT TO BD-COMMIT
           MOVE HV-ACTUAL-AMT    TO BD-ACTUAL
           MOVE WS-AVAILABLE     TO BD-AVAIL
           WRITE REPORT-LINE FROM BCA-DET-LINE
           ADD 1 TO WS-LINE-COUNT.

      *--- 2200 OPEN A DEPARTMENT SECTION ---
       2200-OPEN-DEPT-SECTION.
           MOVE HV-DEPT-CODE TO WS-PREV-DEPT
           MOVE ZEROS TO WS-DEPT-BUDGET
           MOVE ZEROS TO WS-DEPT-COMMITTED
           MOVE ZEROS TO WS-DEPT-ACTUAL

           IF HV-DEPT-CODE = SPACES
               MOVE 'COMPANY-WIDE' TO HV-DEPT-NAME
           ELSE
               EXEC SQL
                   SELECT DEPT_NAME
                   INTO   :HV-DEPT-NAME
                   FROM   DEPT_MASTER
                   WHERE  DEPT_ID = :HV-DEPT-CODE
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'DEPARTMENT NOT ON FILE' TO HV-DEPT-NAME
               END-IF
           END-IF

           PERFORM 9100-PRINT-HEADERS
           MOVE HV-DEPT-CODE TO DH-DEPT
           MOVE HV-DEPT-NAME TO DH-NAME
           WRITE REPORT-LINE FROM DEPT-HDR-LINE
           WRITE REPORT-LINE FROM SPACES
           ADD 2 TO WS-LINE-COUNT
           ADD 1 TO WS-DEPTS-PRINTED.

      *--- 2300 CLOSE A DEPARTMENT SECTION ---
       2300-CLOSE-DEPT-SECTION.
           WRITE REPORT-LINE FROM SPACES
           MOVE 'DEPARTMENT TOTAL'  TO BS-LABEL
           MOVE WS-DEPT-BUDGET      TO BS-BUDGET
           MOVE WS-DEPT-COMMITTED   TO BS-COMMIT
           MOVE WS-DEPT-ACTUAL      TO BS-ACTUAL
           COMPUTE WS-AVAILABLE =
               WS-DEPT-BUDGET - WS-DEPT-COMMITTED - WS-DEPT-ACTUAL
           MOVE WS-AVAILABLE        TO BS-AVAIL
           WRITE REPORT-LINE FROM BCA-SUB-LINE
           ADD 2 TO WS-LINE-COUNT

           ADD WS-DEPT-BUDGET    TO WS-CO-BUDGET
           ADD WS-DEPT-COMMITTED TO WS-CO-COMMITTED
           ADD WS-DEPT-ACTUAL    TO WS-CO-ACTUAL.

      *--- 3000 PRINT THE COMPANY TOTAL AND RUN COUNTS ---
       3000-PRINT-COMPANY-TOTAL.
           PERFORM 9100-PRINT-HEADERS
           MOVE 'ALL ' TO DH-DEPT
           MOVE 'COMPANY TOTAL' TO DH-NAME
           WRITE REPORT-LINE FROM DEPT-HDR-LINE
           WRITE REPORT-LINE FROM SPACES

           MOVE 'COMPANY TOTAL'     TO BS-LABEL
           MOVE WS-CO-BUDGET        TO BS-BUDGET
           MOVE WS-CO-COMMITTED     TO BS-COMMIT
           MOVE WS-CO-ACTUAL        TO BS-ACTUAL
           COMPUTE WS-AVAILABLE =
               WS-CO-BUDGET - WS-CO-COMMITTED - WS-CO-ACTUAL
           MOVE WS-AVAILABLE        TO BS-AVAIL
           WRITE REPORT-LINE FROM BCA-SUB-LINE

           WRITE REPORT-LINE FROM SPACES
           MOVE 'Departments Printed:'  TO SL-LABEL
           MOVE WS-DEPTS-PRINTED       TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Accounts Printed:   '  TO SL-LABEL
           MOVE WS-ACCTS-PRINTED       TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Accounts Over Budget:' TO SL-LABEL
           MOVE WS-ACCTS-OVER          TO SL-COUNT
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
