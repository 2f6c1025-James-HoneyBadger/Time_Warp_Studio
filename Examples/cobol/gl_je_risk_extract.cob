      *================================================================
      * PROGRAM:    GLJRSK01
      * DESCRIPTION: Journal Entry Risk Analytics for Audit Testing
      *              - Scans POSTED GL_JOURNAL entries in a posting
      *                date range against the external auditors'
      *                fraud-risk criteria, each selectable on the
      *                run parameter
      *              - Every flagged journal prints with all of its
      *                reasons and is written to JRSKOUT so internal
      *                audit can sample straight from the extract
      *              - Benford first-digit distribution of posted
      *                line amounts by journal source (JOURNAL_TYPE)
      *                with a conformity reading per source
      *
      *              Reason codes (report and extract position):
      *                1 WKND/HOL  KEYED OR CHANGED ON A WEEKEND OR
      *                            COMPANY HOLIDAY (HOLIDAY_CALENDAR)
      *                2 POSTCLOSE POSTED OR CHANGED AFTER ITS
      *                            FISCAL_PERIOD WAS CLOSED
      *                3 ROUND     ROUND-THOUSAND DEBIT TOTAL
      *                4 UNDERLIM  DEBIT TOTAL JUST UNDER AN
      *                            APPROVAL LIMIT
      *                5 MANSENS   MANUAL ENTRY (GJ/UPLOAD) HITTING
      *                            REVENUE, CASH OR RESERVE ACCOUNTS
      *                6 RAREUSER  MAKER POSTS RARELY
      *                7 UNBALFIX  REJECTED UNBALANCED BY GLPOST01,
      *                            THEN CORRECTED AND POSTED
      *
      *              SYSIN parameter (blank fields take defaults):
      *                COLS  1-10 POSTED FROM (ISO, DEFAULT 1 MONTH
      *                           BACK)
      *                COLS 12-21 POSTED TO   (ISO, DEFAULT TODAY)
      *                COLS 23-30 TEST SWITCHES 1-7 AS ABOVE, 8 =
      *                           BENFORD; 'N' TURNS A TEST OFF
      *                COLS 32-34 RARE-USER MAXIMUM POSTINGS IN THE
      *                           12 MONTHS TO THE RANGE END (DEF 5)
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRSK01.
       AUTHOR. ACME-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE  ASSIGN TO RPTOUT
                               ORGANIZATION IS SEQUENTIAL.
           SELECT RISK-FILE    ASSIGN TO JRSKOUT
                               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  REPORT-LINE             PIC X(133).

      *    One record per flagged journal. Reason flags are 'Y' in
      *    the reason code's position (see header), blank otherwise.
       FD  RISK-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS.
       01  RISK-RECORD.
           05  RX-JOURNAL-ID       PIC 9(9).
           05  RX-PERIOD-ID        PIC X(6).
           05  RX-ENTITY-ID        PIC X(4).
           05  RX-JOURNAL-TYPE     PIC X(8).
           05  RX-CREATED-BY       PIC X(8).
           05  RX-JOURNAL-DATE     PIC X(10).
           05  RX-POSTED-DATE      PIC X(10).
           05  RX-DEBIT-TOTAL      PIC 9(11)V99.
           05  RX-REASON-COUNT     PIC 9(1).
           05  RX-REASON-FLAGS.
               10  RX-REASON-FLAG  PIC X(1) OCCURS 7 TIMES.
           05  RX-RUN-DATE         PIC X(10).
           05  FILLER              PIC X(14).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-JE-EOF-SWITCH     PIC X(1) VALUE 'N'.
               88  WS-JE-EOF                 VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LINE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-PAGE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-JRNLS-EXAMINED    PIC S9(7) COMP VALUE ZEROS.
           05  WS-JRNLS-FLAGGED     PIC S9(7) COMP VALUE ZEROS.
           05  WS-REASON-IDX        PIC S9(4) COMP VALUE ZEROS.
           05  WS-LIMIT-IDX         PIC S9(4) COMP VALUE ZEROS.
           05  WS-DIGIT-IDX         PIC S9(4) COMP VALUE ZEROS.
           05  WS-REASON-TOTALS.
               10  WS-REASON-TOTAL  PIC S9(7) COMP OCCURS 7 TIMES.

      *--- RUN PARAMETER ---
       01  WS-PARM-REC.
           05  WS-PARM-FROM         PIC X(10).
           05  FILLER               PIC X(1).
           05  WS-PARM-TO           PIC X(10).
           05  FILLER               PIC X(1).
           05  WS-PARM-TESTS.
               10  WS-PARM-TEST     PIC X(1) OCCURS 8 TIMES.
           05  FILLER               PIC X(1).
           05  WS-PARM-RARE-MAX     PIC X(3).
           05  WS-PARM-RARE-NUM REDEFINES WS-PARM-RARE-MAX
                                    PIC 9(3).
           05  FILLER               PIC X(46).

      *--- Test on/off, one per reason code plus Benford (8th).
       01  WS-TEST-SWITCHES.
           05  WS-TEST-SW           PIC X(1) OCCURS 8 TIMES.
       01  WS-BENFORD-SWITCH        PIC X(1) VALUE 'Y'.
           88  WS-BENFORD-ON                 VALUE 'Y'.

      *--- Reason codes as printed, in reason-code order.
       01  WS-REASON-CODES.
           05  FILLER               PIC X(9) VALUE 'WKND/HOL '.
           05  FILLER               PIC X(9) VALUE 'POSTCLOSE'.
           05  FILLER               PIC X(9) VALUE 'ROUND    '.
           05  FILLER               PIC X(9) VALUE 'UNDERLIM '.
           05  FILLER               PIC X(9) VALUE 'MANSENS  '.
           05  FILLER               PIC X(9) VALUE 'RAREUSER '.
           05  FILLER               PIC X(9) VALUE 'UNBALFIX '.
       01  WS-REASON-CODE-TBL REDEFINES WS-REASON-CODES.
           05  WS-REASON-CODE       PIC X(9) OCCURS 7 TIMES.

      *--- Approval limits a maker might try to slip under. A debit
      *    total from WS-UNDER-PCT of a limit up to (not including)
      *    the limit itself is flagged.
       01  WS-APPROVAL-LIMITS.
           05  FILLER               PIC 9(9)V99 VALUE 500.00.
           05  FILLER               PIC 9(9)V99 VALUE 5000.00.
           05  FILLER               PIC 9(9)V99 VALUE 10000.00.
           05  FILLER               PIC 9(9)V99 VALUE 25000.00.
           05  FILLER               PIC 9(9)V99 VALUE 100000.00.
       01  WS-APPROVAL-LIMIT-TBL REDEFINES WS-APPROVAL-LIMITS.
           05  WS-APPROVAL-LIMIT    PIC 9(9)V99 OCCURS 5 TIMES.

      *--- Benford expected first-digit percentages, digits 1-9.
       01  WS-BENFORD-EXPECTED.
           05  FILLER               PIC X(27)
               VALUE '301176125097079067058051046'.
       01  WS-BENFORD-EXP-TBL REDEFINES WS-BENFORD-EXPECTED.
           05  WS-BF-EXPECTED       PIC 9(2)V9 OCCURS 9 TIMES.

       01  WS-BENFORD-WORK.
           05  WS-BF-SOURCE         PIC X(8) VALUE SPACES.
           05  WS-BF-LINES          PIC S9(9) COMP VALUE ZEROS.
           05  WS-BF-DIGIT-COUNT    PIC S9(9) COMP OCCURS 9 TIMES.
           05  WS-BF-ACTUAL-PCT     PIC S9(3)V9(4) COMP-3.
           05  WS-BF-DIFF           PIC S9(3)V9(4) COMP-3.
           05  WS-BF-MAD            PIC S9(3)V9(6) COMP-3.
           05  WS-AMT-DIGITS        PIC 9(11)V99.
           05  WS-AMT-DIGITS-X REDEFINES WS-AMT-DIGITS
                                    PIC X(13).
           05  WS-LEAD-ZEROS        PIC S9(4) COMP.
           05  WS-FIRST-DIGIT       PIC 9(1).

       01  WS-WORK.
           05  WS-CURRENT-DATE      PIC X(10).
           05  WS-UNDER-PCT         PIC V99 VALUE .90.
           05  WS-ROUND-UNIT        PIC 9(5) VALUE 1000.
           05  WS-RARE-MAX          PIC S9(5) COMP VALUE 5.
           05  WS-THOUSANDS         PIC S9(11) COMP-3.
           05  WS-LIMIT-FLOOR       PIC S9(11)V99 COMP-3.
           05  WS-REASON-COUNT      PIC S9(4) COMP.
           05  WS-REASON-TEXT       PIC X(60).
           05  WS-REASON-PTR        PIC S9(4) COMP.
           05  WS-JOURNAL-ID-DISP   PIC ZZZZZZZZ9.

       01  WS-REASON-FLAGS.
           05  WS-REASON-FLAG       PIC X(1) OCCURS 7 TIMES.

      *--- SQLCA ---
       01  SQLCA.
           05  SQLCAID              PIC X(8).
           05  SQLCABC              PIC S9(9) COMP.
           05  SQLCODE              PIC S9(9) COMP.
           05  SQLERRM.
               10  SQLERRML         PIC S9(4) COMP.
               10  SQLERRMC         PIC X(70).

      *--- HOST VARIABLES ---
       01  HV-RISK.
           05  HV-DATE-FROM         PIC X(10).
           05  HV-DATE-TO           PIC X(10).
           05  HV-JOURNAL-ID        PIC S9(9) COMP.
           05  HV-PERIOD-ID         PIC X(6).
           05  HV-ENTITY-ID         PIC X(4).
           05  HV-JOURNAL-TYPE      PIC X(8).
           05  HV-CREATED-BY        PIC X(8).
           05  HV-JOURNAL-DATE      PIC X(10).
           05  HV-POSTED-DATE       PIC X(10).
           05  HV-WKND-FLAG         PIC X(1).
           05  HV-CLOSE-FLAG        PIC X(1).
           05  HV-DR-TOTAL          PIC S9(11)V99 COMP-3.
           05  HV-SENS-COUNT        PIC S9(9) COMP.
           05  HV-USER-POSTS        PIC S9(9) COMP.
           05  HV-EXC-KEY           PIC X(30).
           05  HV-EXC-COUNT         PIC S9(9) COMP.
           05  HV-LINE-AMOUNT       PIC S9(11)V99 COMP-3.

      *--- HEADER LINES ---
       01  HDR1.
           05  FILLER  PIC X(25) VALUE SPACES.
           05  FILLER  PIC X(50)
               VALUE 'ACME CORPORATION - JOURNAL ENTRY RISK ANALYTICS'.
           05  FILLER  PIC X(28) VALUE SPACES.
           05  FILLER  PIC X(5) VALUE 'PAGE:'.
           05  H1-PAGE PIC ZZZZZ.
           05  FILLER  PIC X(20) VALUE SPACES.

       01  HDR2.
           05  FILLER  PIC X(8)  VALUE 'POSTED: '.
           05  H2-FROM PIC X(10).
           05  FILLER  PIC X(4)  VALUE ' TO '.
           05  H2-TO   PIC X(10).
           05  FILLER  PIC X(9)  VALUE '  TESTS: '.
           05  H2-TESTS PIC X(8).
           05  FILLER  PIC X(8)  VALUE '  DATE: '.
           05  H2-DATE PIC X(10).
           05  FILLER  PIC X(66) VALUE SPACES.

       01  HDR3.
           05  FILLER  PIC X(10) VALUE '  JOURNAL'.
           05  FILLER  PIC X(7)  VALUE 'PERIOD'.
           05  FILLER  PIC X(9)  VALUE 'SOURCE'.
           05  FILLER  PIC X(9)  VALUE 'MAKER'.
           05  FILLER  PIC X(11) VALUE 'ENTERED'.
           05  FILLER  PIC X(11) VALUE 'POSTED'.
           05  FILLER  PIC X(16) VALUE '   DEBIT TOTAL'.
           05  FILLER  PIC X(60) VALUE 'RISK REASONS'.

      *--- FLAGGED JOURNAL LINE ---
       01  RISK-DET-LINE.
           05  RD-JOURNAL  PIC ZZZZZZZZ9.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RD-PERIOD   PIC X(6).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RD-SOURCE   PIC X(8).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RD-MAKER    PIC X(8).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RD-ENTERED  PIC X(10).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RD-POSTED   PIC X(10).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RD-DEBITS   PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RD-REASONS  PIC X(60).

      *--- BENFORD LINES ---
       01  BENFORD-HDR.
           05  FILLER  PIC X(9)  VALUE 'SOURCE'.
           05  FILLER  PIC X(8)  VALUE '  LINES'.
           05  FILLER  PIC X(30)
               VALUE '  D1%   D2%   D3%   D4%   D5% '.
           05  FILLER  PIC X(24)
               VALUE '  D6%   D7%   D8%   D9% '.
           05  FILLER  PIC X(9)  VALUE '     MAD'.
           05  FILLER  PIC X(53) VALUE 'CONFORMITY'.

       01  BENFORD-LINE.
           05  BF-SOURCE   PIC X(8).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  BF-LINES    PIC ZZZ,ZZ9.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  BF-DIGIT-GROUP OCCURS 9 TIMES.
               10  BF-PCT  PIC ZZ9.9.
               10  FILLER  PIC X(1).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  BF-MAD      PIC 9.9999.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  BF-CONFORM  PIC X(20).
           05  FILLER      PIC X(33) VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER      PIC X(10) VALUE SPACES.
           05  SL-LABEL    PIC X(30).
           05  SL-COUNT    PIC ZZZ,ZZ9.
           05  FILLER      PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-JOURNALS
           IF WS-BENFORD-ON
               PERFORM 3000-BENFORD-ANALYSIS
           END-IF
           PERFORM 4000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

      *    Blank range defaults to the month to date, the same
      *    default GLAUDIT01 uses for its audit trail.
       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE
                       RISK-FILE

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO),
                      CHAR(CURRENT DATE - 1 MONTH, ISO)
               INTO   :WS-CURRENT-DATE, :HV-DATE-FROM
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE WS-CURRENT-DATE TO HV-DATE-TO

           MOVE SPACES TO WS-PARM-REC
           ACCEPT WS-PARM-REC FROM SYSIN
           IF WS-PARM-FROM NOT = SPACES
               MOVE WS-PARM-FROM TO HV-DATE-FROM
           END-IF
           IF WS-PARM-TO NOT = SPACES
               MOVE WS-PARM-TO   TO HV-DATE-TO
           END-IF
           IF WS-PARM-RARE-MAX IS NUMERIC
               MOVE WS-PARM-RARE-NUM TO WS-RARE-MAX
           END-IF

           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > 8
               IF WS-PARM-TEST (WS-REASON-IDX) = 'N'
                   MOVE 'N' TO WS-TEST-SW (WS-REASON-IDX)
               ELSE
                   MOVE 'Y' TO WS-TEST-SW (WS-REASON-IDX)
               END-IF
           END-PERFORM
           MOVE WS-TEST-SW (8) TO WS-BENFORD-SWITCH
           INITIALIZE WS-REASON-TOTALS

           MOVE HV-DATE-FROM     TO H2-FROM
           MOVE HV-DATE-TO       TO H2-TO
           MOVE WS-TEST-SWITCHES TO H2-TESTS
           MOVE WS-CURRENT-DATE  TO H2-DATE
           PERFORM 9100-PRINT-HEADERS
           PERFORM 9150-PRINT-JOURNAL-HEADING.

      *--- 2000 SCAN POSTED JOURNALS IN THE RANGE ---
      *    The date and account tests are answered in the cursor;
      *    amount, maker and history tests are applied per journal.
      *    Weekend/holiday looks at the day the entry was keyed and
      *    any day its lines were changed (GL_AUDIT_LOG), not the
      *    nightly posting run. Revenue is ACCT_TYPE 'R', cash is
      *    1010/1020, reserves and allowances by account title.
       2000-SCAN-JOURNALS.
           EXEC SQL
               DECLARE JE-CUR CURSOR FOR
               SELECT J.JOURNAL_ID, J.PERIOD_ID, J.ENTITY_ID,
                      J.JOURNAL_TYPE, J.CREATED_BY,
                      CHAR(J.JOURNAL_DATE, ISO),
                      CHAR(J.POSTED_DATE, ISO),
                      CASE WHEN DAYOFWEEK(J.JOURNAL_DATE) IN (1, 7)
                             OR EXISTS
                                (SELECT 1
                                 FROM   HOLIDAY_CALENDAR H
                                 WHERE  H.CALENDAR_ID  = 'CORP'
                                 AND    H.HOLIDAY_DATE =
                                        J.JOURNAL_DATE)
                             OR EXISTS
                                (SELECT 1
                                 FROM   GL_AUDIT_LOG A
                                 WHERE  A.JOURNAL_ID = J.JOURNAL_ID
                                 AND   (DAYOFWEEK(A.CHANGED_DATE)
                                            IN (1, 7)
                                     OR EXISTS
                                        (SELECT 1
                                         FROM   HOLIDAY_CALENDAR H2
                                         WHERE  H2.CALENDAR_ID =
                                                'CORP'
                                         AND    H2.HOLIDAY_DATE =
                                                A.CHANGED_DATE)))
                           THEN 'Y' ELSE 'N' END,
                      CASE WHEN FP.CLOSED_DATE IS NOT NULL
                            AND (J.POSTED_DATE > FP.CLOSED_DATE
                             OR EXISTS
                                (SELECT 1
                                 FROM   GL_AUDIT_LOG A
                                 WHERE  A.JOURNAL_ID = J.JOURNAL_ID
                                 AND    A.CHANGED_DATE >
                                        FP.CLOSED_DATE))
                           THEN 'Y' ELSE 'N' END,
                      (SELECT COALESCE(SUM(L.AMOUNT), 0)
                       FROM   GL_JOURNAL_LINE L
                       WHERE  L.JOURNAL_ID = J.JOURNAL_ID
                       AND    L.DR_CR_IND  = 'D'),
                      (SELECT COUNT(*)
                       FROM   GL_JOURNAL_LINE L
                       JOIN   CHART_OF_ACCOUNTS C
                              ON C.ACCT_NUMBER = L.ACCT_NUMBER
                       WHERE  L.JOURNAL_ID = J.JOURNAL_ID
                       AND   (C.ACCT_TYPE = 'R'
                           OR C.ACCT_NUMBER IN ('1010', '1020')
                           OR C.ACCT_DESC LIKE '%RESERVE%'
                           OR C.ACCT_DESC LIKE '%ALLOWANCE%')),
                      (SELECT COUNT(*)
                       FROM   GL_JOURNAL J2
                       WHERE  J2.CREATED_BY = J.CREATED_BY
                       AND    J2.STATUS     = 'POSTED'
                       AND    J2.POSTED_DATE >
                              DATE(:HV-DATE-TO) - 12 MONTHS
                       AND    J2.POSTED_DATE <= DATE(:HV-DATE-TO))
               FROM   GL_JOURNAL J
               JOIN   FISCAL_PERIOD FP
                      ON FP.PERIOD_ID = J.PERIOD_ID
               WHERE  J.STATUS = 'POSTED'
               AND    J.POSTED_DATE BETWEEN DATE(:HV-DATE-FROM)
                                        AND DATE(:HV-DATE-TO)
               ORDER BY J.JOURNAL_ID
           END-EXEC

           EXEC SQL  OPEN JE-CUR  END-EXEC
           MOVE 'N' TO WS-JE-EOF-SWITCH

           PERFORM UNTIL WS-JE-EOF
               EXEC SQL
                   FETCH JE-CUR
                   INTO :HV-JOURNAL-ID, :HV-PERIOD-ID,
                        :HV-ENTITY-ID, :HV-JOURNAL-TYPE,
                        :HV-CREATED-BY, :HV-JOURNAL-DATE,
                        :HV-POSTED-DATE, :HV-WKND-FLAG,
                        :HV-CLOSE-FLAG, :HV-DR-TOTAL,
                        :HV-SENS-COUNT, :HV-USER-POSTS
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-JE-EOF-SWITCH
               ELSE
                   PERFORM 2100-EVALUATE-JOURNAL
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE JE-CUR  END-EXEC.

      *--- 2100 APPLY THE SELECTED TESTS TO ONE JOURNAL ---
       2100-EVALUATE-JOURNAL.
           ADD 1 TO WS-JRNLS-EXAMINED
           MOVE SPACES TO WS-REASON-FLAGS

           IF HV-WKND-FLAG = 'Y'
               MOVE 'Y' TO WS-REASON-FLAG (1)
           END-IF

           IF HV-CLOSE-FLAG = 'Y'
               MOVE 'Y' TO WS-REASON-FLAG (2)
           END-IF

      *    Round-dollar: an exact multiple of a thousand.
           IF HV-DR-TOTAL >= WS-ROUND-UNIT
               COMPUTE WS-THOUSANDS = HV-DR-TOTAL / WS-ROUND-UNIT
               IF WS-THOUSANDS * WS-ROUND-UNIT = HV-DR-TOTAL
                   MOVE 'Y' TO WS-REASON-FLAG (3)
               END-IF
           END-IF

           PERFORM VARYING WS-LIMIT-IDX FROM 1 BY 1
                   UNTIL WS-LIMIT-IDX > 5
               COMPUTE WS-LIMIT-FLOOR =
                   WS-APPROVAL-LIMIT (WS-LIMIT-IDX) * WS-UNDER-PCT
               IF HV-DR-TOTAL >= WS-LIMIT-FLOOR
                   AND HV-DR-TOTAL < WS-APPROVAL-LIMIT (WS-LIMIT-IDX)
                   MOVE 'Y' TO WS-REASON-FLAG (4)
               END-IF
           END-PERFORM

           IF (HV-JOURNAL-TYPE = 'GJ' OR HV-JOURNAL-TYPE = 'UPLOAD')
               AND HV-SENS-COUNT > ZEROS
               MOVE 'Y' TO WS-REASON-FLAG (5)
           END-IF

           IF HV-USER-POSTS <= WS-RARE-MAX
               MOVE 'Y' TO WS-REASON-FLAG (6)
           END-IF

      *    GLPOST01 logs an UNBALANCED exception keyed by the edited
      *    journal ID when it refuses to post; a journal that has
      *    one and is now POSTED was corrected in between.
           MOVE HV-JOURNAL-ID      TO WS-JOURNAL-ID-DISP
           MOVE WS-JOURNAL-ID-DISP TO HV-EXC-KEY
           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-EXC-COUNT
               FROM   EXCEPTION_LOG
               WHERE  PROGRAM_NAME = 'GLPOST01'
               AND    REASON_CODE  = 'UNBALANCED'
               AND    KEY_VALUE    = :HV-EXC-KEY
           END-EXEC
           IF HV-EXC-COUNT > ZEROS
               MOVE 'Y' TO WS-REASON-FLAG (7)
           END-IF

      *    Only the tests selected on the parameter count.
           MOVE ZEROS  TO WS-REASON-COUNT
           MOVE SPACES TO WS-REASON-TEXT
           MOVE 1      TO WS-REASON-PTR
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > 7
               IF WS-TEST-SW (WS-REASON-IDX) = 'N'
                   MOVE SPACE TO WS-REASON-FLAG (WS-REASON-IDX)
               END-IF
               IF WS-REASON-FLAG (WS-REASON-IDX) = 'Y'
                   ADD 1 TO WS-REASON-COUNT
                   ADD 1 TO WS-REASON-TOTAL (WS-REASON-IDX)
                   STRING WS-REASON-CODE (WS-REASON-IDX) ' '
                       DELIMITED SIZE INTO WS-REASON-TEXT
                       WITH POINTER WS-REASON-PTR
               END-IF
           END-PERFORM

           IF WS-REASON-COUNT > ZEROS
               PERFORM 2200-WRITE-FLAGGED-JOURNAL
           END-IF.

      *--- 2200 REPORT AND EXTRACT ONE FLAGGED JOURNAL ---
       2200-WRITE-FLAGGED-JOURNAL.
           ADD 1 TO WS-JRNLS-FLAGGED

           IF WS-LINE-COUNT > 55
               PERFORM 9100-PRINT-HEADERS
               PERFORM 9150-PRINT-JOURNAL-HEADING
           END-IF
           MOVE HV-JOURNAL-ID   TO RD-JOURNAL
           MOVE HV-PERIOD-ID    TO RD-PERIOD
           MOVE HV-JOURNAL-TYPE TO RD-SOURCE
           MOVE HV-CREATED-BY   TO RD-MAKER
           MOVE HV-JOURNAL-DATE TO RD-ENTERED
           MOVE HV-POSTED-DATE  TO RD-POSTED
           MOVE HV-DR-TOTAL     TO RD-DEBITS
           MOVE WS-REASON-TEXT  TO RD-REASONS
           WRITE REPORT-LINE FROM RISK-DET-LINE
           ADD 1 TO WS-LINE-COUNT

           MOVE SPACES           TO RISK-RECORD
           MOVE HV-JOURNAL-ID    TO RX-JOURNAL-ID
           MOVE HV-PERIOD-ID     TO RX-PERIOD-ID
           MOVE HV-ENTITY-ID     TO RX-ENTITY-ID
           MOVE HV-JOURNAL-TYPE  TO RX-JOURNAL-TYPE
           MOVE HV-CREATED-BY    TO RX-CREATED-BY
           MOVE HV-JOURNAL-DATE  TO RX-JOURNAL-DATE
           MOVE HV-POSTED-DATE   TO RX-POSTED-DATE
           MOVE HV-DR-TOTAL      TO RX-DEBIT-TOTAL
           MOVE WS-REASON-COUNT  TO RX-REASON-COUNT
           MOVE WS-REASON-FLAGS  TO RX-REASON-FLAGS
           MOVE WS-CURRENT-DATE  TO RX-RUN-DATE
           WRITE RISK-RECORD.

      *--- 3000 BENFORD FIRST-DIGIT DISTRIBUTION BY SOURCE ---
      *    Posted line amounts of 10.00 and up in the same range,
      *    one line per JOURNAL_TYPE. Conformity uses the mean
      *    absolute deviation bands for first digits: up to .006
      *    close, .012 acceptable, .015 marginal, beyond that
      *    nonconforming - a source worth a closer look.
       3000-BENFORD-ANALYSIS.
           PERFORM 9100-PRINT-HEADERS
           MOVE 'BENFORD FIRST-DIGIT DISTRIBUTION BY SOURCE'
               TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM BENFORD-HDR
           ADD 3 TO WS-LINE-COUNT

           MOVE SPACES     TO BENFORD-LINE
           MOVE 'EXPECTED' TO BF-SOURCE
           MOVE ZEROS      TO BF-LINES
           PERFORM VARYING WS-DIGIT-IDX FROM 1 BY 1
                   UNTIL WS-DIGIT-IDX > 9
               MOVE WS-BF-EXPECTED (WS-DIGIT-IDX)
                   TO BF-PCT (WS-DIGIT-IDX)
           END-PERFORM
           MOVE ZEROS  TO BF-MAD
           MOVE SPACES TO BF-CONFORM
           WRITE REPORT-LINE FROM BENFORD-LINE
           ADD 1 TO WS-LINE-COUNT

           EXEC SQL
               DECLARE BF-CUR CURSOR FOR
               SELECT J.JOURNAL_TYPE, L.AMOUNT
               FROM   GL_JOURNAL J
               JOIN   GL_JOURNAL_LINE L
                      ON L.JOURNAL_ID = J.JOURNAL_ID
               WHERE  J.STATUS = 'POSTED'
               AND    J.POSTED_DATE BETWEEN DATE(:HV-DATE-FROM)
                                        AND DATE(:HV-DATE-TO)
               AND    L.AMOUNT >= 10
               ORDER BY J.JOURNAL_TYPE
           END-EXEC

           EXEC SQL  OPEN BF-CUR  END-EXEC
           MOVE 'N'    TO WS-JE-EOF-SWITCH
           MOVE SPACES TO WS-BF-SOURCE
           PERFORM 3200-RESET-SOURCE-COUNTS

           PERFORM UNTIL WS-JE-EOF
               EXEC SQL
                   FETCH BF-CUR
                   INTO :HV-JOURNAL-TYPE, :HV-LINE-AMOUNT
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-JE-EOF-SWITCH
               ELSE
                   IF HV-JOURNAL-TYPE NOT = WS-BF-SOURCE
                       IF WS-BF-LINES > ZEROS
                           PERFORM 3100-PRINT-SOURCE-LINE
                       END-IF
                       PERFORM 3200-RESET-SOURCE-COUNTS
                       MOVE HV-JOURNAL-TYPE TO WS-BF-SOURCE
                   END-IF
                   MOVE HV-LINE-AMOUNT TO WS-AMT-DIGITS
                   MOVE ZEROS TO WS-LEAD-ZEROS
                   INSPECT WS-AMT-DIGITS-X
                       TALLYING WS-LEAD-ZEROS FOR LEADING '0'
                   MOVE WS-AMT-DIGITS-X (WS-LEAD-ZEROS + 1:1)
                       TO WS-FIRST-DIGIT
                   ADD 1 TO WS-BF-LINES
                   ADD 1 TO WS-BF-DIGIT-COUNT (WS-FIRST-DIGIT)
               END-IF
           END-PERFORM

           IF WS-BF-LINES > ZEROS
               PERFORM 3100-PRINT-SOURCE-LINE
           END-IF

           EXEC SQL  CLOSE BF-CUR  END-EXEC.

       3100-PRINT-SOURCE-LINE.
           IF WS-LINE-COUNT > 55
               PERFORM 9100-PRINT-HEADERS
               WRITE REPORT-LINE FROM BENFORD-HDR
               ADD 1 TO WS-LINE-COUNT
           END-IF

           MOVE SPACES       TO BENFORD-LINE
           MOVE WS-BF-SOURCE TO BF-SOURCE
           MOVE WS-BF-LINES  TO BF-LINES
           MOVE ZEROS        TO WS-BF-MAD
           PERFORM VARYING WS-DIGIT-IDX FROM 1 BY 1
                   UNTIL WS-DIGIT-IDX > 9
               COMPUTE WS-BF-ACTUAL-PCT ROUNDED =
                   WS-BF-DIGIT-COUNT (WS-DIGIT-IDX) * 100
                   / WS-BF-LINES
               MOVE WS-BF-ACTUAL-PCT TO BF-PCT (WS-DIGIT-IDX)
               COMPUTE WS-BF-DIFF =
                   WS-BF-ACTUAL-PCT - WS-BF-EXPECTED (WS-DIGIT-IDX)
               IF WS-BF-DIFF < ZEROS
                   COMPUTE WS-BF-DIFF = ZEROS - WS-BF-DIFF
               END-IF
               ADD WS-BF-DIFF TO WS-BF-MAD
           END-PERFORM
      *    Mean of the nine deviations, as a proportion.
           COMPUTE WS-BF-MAD ROUNDED = WS-BF-MAD / 900
           MOVE WS-BF-MAD TO BF-MAD

           EVALUATE TRUE
               WHEN WS-BF-MAD <= 0.006
                   MOVE 'CLOSE CONFORMITY'    TO BF-CONFORM
               WHEN WS-BF-MAD <= 0.012
                   MOVE 'ACCEPTABLE'          TO BF-CONFORM
               WHEN WS-BF-MAD <= 0.015
                   MOVE 'MARGINAL'            TO BF-CONFORM
               WHEN OTHER
                   MOVE '*** NONCONFORMING'   TO BF-CONFORM
           END-EVALUATE

           WRITE REPORT-LINE FROM BENFORD-LINE
           ADD 1 TO WS-LINE-COUNT.

       3200-RESET-SOURCE-COUNTS.
           MOVE ZEROS TO WS-BF-LINES
           PERFORM VARYING WS-DIGIT-IDX FROM 1 BY 1
                   UNTIL WS-DIGIT-IDX > 9
               MOVE ZEROS TO WS-BF-DIGIT-COUNT (WS-DIGIT-IDX)
           END-PERFORM.

      *--- 4000 PRINT SUMMARY ---
       4000-PRINT-SUMMARY.
           WRITE REPORT-LINE FROM SPACES
           MOVE 'Journals Examined:'  TO SL-LABEL
           MOVE WS-JRNLS-EXAMINED    TO SL-COUNT
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE 'Journals Flagged:'   TO SL-LABEL
           MOVE WS-JRNLS-FLAGGED     TO SL-COUNT
           WRITE REPORT-LINE FROM SUMMARY-LINE

           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > 7
               MOVE SPACES TO SL-LABEL
               IF WS-TEST-SW (WS-REASON-IDX) = 'N'
                   STRING '  ' WS-REASON-CODE (WS-REASON-IDX)
                          ' (NOT RUN):'
                       DELIMITED SIZE INTO SL-LABEL
               ELSE
                   STRING '  ' WS-REASON-CODE (WS-REASON-IDX) ':'
                       DELIMITED SIZE INTO SL-LABEL
               END-IF
               MOVE WS-REASON-TOTAL (WS-REASON-IDX) TO SL-COUNT
               WRITE REPORT-LINE FROM SUMMARY-LINE
           END-PERFORM.

       9000-TERMINATE.
           CLOSE REPORT-FILE
                 RISK-FILE.

       9100-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO H1-PAGE
           WRITE REPORT-LINE FROM HDR1 AFTER PAGE
           WRITE REPORT-LINE FROM HDR2
           WRITE REPORT-LINE FROM SPACES
           MOVE 3 TO WS-LINE-COUNT.

       9150-PRINT-JOURNAL-HEADING.
           WRITE REPORT-LINE FROM HDR3
           WRITE REPORT-LINE FROM SPACES
           ADD 2 TO WS-LINE-COUNT.
