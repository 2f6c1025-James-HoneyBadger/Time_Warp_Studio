      *================================================================
      * PROGRAM:    GLCERT01
      * DESCRIPTION: Balance-Sheet Account Reconciliation Certification
      *              - Every active balance-sheet account on
      *                CHART_OF_ACCOUNTS (ACCT_TYPE other than 'R'
      *                and 'X') carries a preparer and a reviewer on
      *                GL_RECON_ASSIGN
      *              - Each run refreshes the open period's
      *                GL_ACCT_RECON row per account: the GL balance
      *                (the figure GLCLOSE01 will snapshot into
      *                GL_PERIOD_BALANCE), the supporting amount,
      *                the open reconciling items and the
      *                unexplained difference left over
      *              - Subledger-backed accounts (AR 1200, AP 2000,
      *                inventory 1400 and the others GLRECON01
      *                proves) take their supporting amount from
      *                GLRECON01's GL_SUBLEDGER_BALANCE; the rest
      *                take the amount the preparer keys from the
      *                supporting schedule
      *              - RECONIN cards assign accounts, key support,
      *                add and clear reconciling items, and record
      *                the preparer's and reviewer's sign-offs; a
      *                certified account whose figures move on a
      *                later run is reopened for sign-off again
      *              - Prints an aging of open reconciling items and
      *                the accounts not yet certified, for the
      *                controller ahead of GLCLOSE01
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCERT01.
       AUTHOR. ACME-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECON-FILE  ASSIGN TO RECONIN
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
                              ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    One maintenance or sign-off action per card. The file is
      *    read twice: assignments, support and reconciling items
      *    first, sign-offs after the reconciliations are refreshed.
       FD  RECON-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  RECON-RECORD.
           05  RC-ACTION           PIC X(1).
               88  RC-ASSIGN                VALUE 'A'.
               88  RC-SUPPORT               VALUE 'S'.
               88  RC-ADD-ITEM              VALUE 'I'.
               88  RC-CLEAR-ITEM            VALUE 'X'.
               88  RC-PREPARE               VALUE 'P'.
               88  RC-REVIEW                VALUE 'R'.
               88  RC-MAINTENANCE           VALUE 'A' 'S' 'I' 'X'.
               88  RC-SIGNOFF               VALUE 'P' 'R'.
           05  RC-ACCT-NUMBER      PIC X(6).
           05  RC-USER-ID          PIC X(8).
           05  RC-REVIEWER-ID      PIC X(8).
           05  RC-AMOUNT           PIC S9(9)V99 COMP-3.
           05  RC-ITEM-ID          PIC 9(8).
           05  RC-ITEM-DATE        PIC X(10).
           05  RC-DESC             PIC X(26).
           05  FILLER              PIC X(7).

       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  REPORT-LINE             PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-CARD-OK-SWITCH    PIC X(1) VALUE 'Y'.
               88  WS-CARD-OK                VALUE 'Y'.
           05  WS-ACCT-EOF-SWITCH   PIC X(1) VALUE 'N'.
               88  WS-ACCT-EOF               VALUE 'Y'.
           05  WS-ROW-FOUND-SWITCH  PIC X(1) VALUE 'N'.
               88  WS-ROW-FOUND              VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LINE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-PAGE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-CARDS-READ        PIC S9(7) COMP VALUE ZEROS.
           05  WS-CARDS-APPLIED     PIC S9(7) COMP VALUE ZEROS.
           05  WS-CARDS-REJECTED    PIC S9(7) COMP VALUE ZEROS.
           05  WS-ACCTS-REFRESHED   PIC S9(7) COMP VALUE ZEROS.
           05  WS-ACCTS-REOPENED    PIC S9(7) COMP VALUE ZEROS.
           05  WS-AG-IDX            PIC S9(4) COMP VALUE ZEROS.

      *--- Open reconciling item aging, one slot per bucket in
      *    0-30 / 31-60 / 61-90 / OVER 90 order.
       01  WS-AGING-TOTALS.
           05  WS-AG-BUCKET OCCURS 4 TIMES.
               10  WS-AG-COUNT      PIC S9(7) COMP.
               10  WS-AG-AMOUNT     PIC S9(11)V99 COMP-3.
       01  WS-AG-LABELS.
           05  FILLER               PIC X(12) VALUE '0-30 DAYS   '.
           05  FILLER               PIC X(12) VALUE '31-60 DAYS  '.
           05  FILLER               PIC X(12) VALUE '61-90 DAYS  '.
           05  FILLER               PIC X(12) VALUE 'OVER 90 DAYS'.
       01  WS-AG-LABEL-TBL REDEFINES WS-AG-LABELS.
           05  WS-AG-LABEL          PIC X(12) OCCURS 4 TIMES.

       01  WS-WORK.
           05  WS-CURRENT-DATE      PIC X(10).
           05  WS-GL-BALANCE        PIC S9(11)V99 COMP-3.
           05  WS-TOLERANCE         PIC S9(3)V99 VALUE 0.01.
           05  WS-ITEM-SEED         PIC S9(9) COMP VALUE ZEROS.
           05  WS-ITEM-ID-DISPLAY   PIC 9(8).
           05  WS-CARD-TEXT         PIC X(60).
           05  WS-PRINT-AREA        PIC X(133).

      *--- SQLCA ---
       01  SQLCA.
           05  SQLCAID              PIC X(8).
           05  SQLCABC              PIC S9(9) COMP.
           05  SQLCODE              PIC S9(9) COMP.
           05  SQLERRM.
               10  SQLERRML         PIC S9(4) COMP.
               10  SQLERRMC         PIC X(70).

      *--- HOST VARIABLES ---
       01  HV-CERT.
           05  HV-PERIOD-ID         PIC X(6).
           05  HV-PERIOD-SEQ        PIC S9(9) COMP.
           05  HV-ACCT-NUMBER       PIC X(6).
           05  HV-ACCT-DESC         PIC X(30).
           05  HV-ACCT-TYPE         PIC X(1).
           05  HV-ACTIVE-FLAG       PIC X(1).
           05  HV-NORMAL-BAL        PIC X(1).
           05  HV-BEG-BAL           PIC S9(11)V99 COMP-3.
           05  HV-DR-TOTAL          PIC S9(11)V99 COMP-3.
           05  HV-CR-TOTAL          PIC S9(11)V99 COMP-3.
           05  HV-PREPARER-ID       PIC X(8).
           05  HV-REVIEWER-ID       PIC X(8).
           05  HV-USER-ID           PIC X(8).
           05  HV-GL-BALANCE        PIC S9(11)V99 COMP-3.
           05  HV-SUPPORT-AMOUNT    PIC S9(11)V99 COMP-3.
           05  HV-SUPPORT-SOURCE    PIC X(1).
           05  HV-ITEMS-AMOUNT      PIC S9(11)V99 COMP-3.
           05  HV-UNEXPLAINED       PIC S9(11)V99 COMP-3.
           05  HV-RECON-STATUS      PIC X(9).
           05  HV-SIGNED-PREPARER   PIC X(8).
           05  HV-PREPARED-DATE     PIC X(10).
           05  HV-OLD-GL-BALANCE    PIC S9(11)V99 COMP-3.
           05  HV-OLD-SUPPORT       PIC S9(11)V99 COMP-3.
           05  HV-OLD-SOURCE        PIC X(1).
           05  HV-OLD-ITEMS         PIC S9(11)V99 COMP-3.
           05  HV-OLD-STATUS        PIC X(9).
           05  HV-SUB-BALANCE       PIC S9(11)V99 COMP-3.
           05  HV-ITEM-ID           PIC S9(9) COMP.
           05  HV-ITEM-DATE         PIC X(10).
           05  HV-ITEM-AMOUNT       PIC S9(11)V99 COMP-3.
           05  HV-ITEM-DESC         PIC X(26).
           05  HV-ITEM-AGE          PIC S9(7) COMP.
           05  HV-COUNT             PIC S9(9) COMP.

      *--- HEADER LINES ---
       01  HDR1.
           05  FILLER  PIC X(20) VALUE SPACES.
           05  FILLER  PIC X(56)
               VALUE 'ACME CORPORATION - BALANCE SHEET RECON CERTIFICATI
      -    'ON'.
           05  FILLER  PIC X(27) VALUE SPACES.
           05  FILLER  PIC X(5) VALUE 'PAGE:'.
           05  H1-PAGE PIC ZZZZZ.
           05  FILLER  PIC X(20) VALUE SPACES.

       01  HDR2.
           05  FILLER  PIC X(8)  VALUE 'PERIOD: '.
           05  H2-PERIOD PIC X(6).
           05  FILLER  PIC X(6)  VALUE ' DATE:'.
           05  H2-DATE  PIC X(10).
           05  FILLER  PIC X(103) VALUE SPACES.

      *--- SECTION TITLE LINE ---
       01  SECTION-LINE.
           05  FILLER      PIC X(4) VALUE SPACES.
           05  SC-TEXT     PIC X(60).
           05  FILLER      PIC X(69) VALUE SPACES.

      *--- CARD REGISTER LINE ---
       01  CARD-LINE.
           05  CD-ACTION   PIC X(1).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  CD-ACCT     PIC X(6).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  CD-USER     PIC X(8).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  CD-TEXT     PIC X(60).
           05  FILLER      PIC X(52) VALUE SPACES.

      *--- REOPENED RECONCILIATION LINE ---
       01  REOPEN-LINE.
           05  RF-ACCT     PIC X(6).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RF-DESC     PIC X(30).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RF-OLD-GL   PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RF-NEW-GL   PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  RF-TEXT     PIC X(40).
           05  FILLER      PIC X(22) VALUE SPACES.

      *--- AGING LINES ---
       01  AGING-HDR.
           05  FILLER  PIC X(7)  VALUE 'ACCT'.
           05  FILLER  PIC X(9)  VALUE 'ITEM'.
           05  FILLER  PIC X(11) VALUE 'ITEM DATE'.
           05  FILLER  PIC X(6)  VALUE ' DAYS'.
           05  FILLER  PIC X(13) VALUE 'BUCKET'.
           05  FILLER  PIC X(16) VALUE '         AMOUNT'.
           05  FILLER  PIC X(71) VALUE 'DESCRIPTION'.

       01  AGING-LINE.
           05  AG-ACCT     PIC X(6).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  AG-ITEM     PIC ZZZZZZZ9.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  AG-DATE     PIC X(10).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  AG-DAYS     PIC ZZZZ9.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  AG-BUCKET   PIC X(12).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  AG-AMOUNT   PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  AG-DESC     PIC X(26).
           05  FILLER      PIC X(45) VALUE SPACES.

       01  AGING-TOT-LINE.
           05  FILLER      PIC X(10) VALUE SPACES.
           05  AT-LABEL    PIC X(12).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  AT-COUNT    PIC ZZZ,ZZ9.
           05  FILLER      PIC X(8) VALUE ' ITEMS  '.
           05  AT-AMOUNT   PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(79) VALUE SPACES.

      *--- CERTIFICATION STATUS LINES ---
       01  STATUS-HDR.
           05  FILLER  PIC X(7)  VALUE 'ACCT'.
           05  FILLER  PIC X(31) VALUE 'DESCRIPTION'.
           05  FILLER  PIC X(9)  VALUE 'PREPARER'.
           05  FILLER  PIC X(9)  VALUE 'REVIEWER'.
           05  FILLER  PIC X(11) VALUE 'STATUS'.
           05  FILLER  PIC X(16) VALUE '     GL BALANCE'.
           05  FILLER  PIC X(16) VALUE '    UNEXPLAINED'.
           05  FILLER  PIC X(34) VALUE 'PREPARED'.

       01  STATUS-LINE.
           05  ST-ACCT     PIC X(6).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  ST-DESC     PIC X(30).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  ST-PREPARER PIC X(8).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  ST-REVIEWER PIC X(8).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  ST-STATUS   PIC X(10).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  ST-GL-BAL   PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  ST-UNEXPL   PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  ST-PREP-DATE PIC X(10).
           05  FILLER      PIC X(24) VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER      PIC X(10) VALUE SPACES.
           05  SL-LABEL    PIC X(40).
           05  SL-COUNT    PIC ZZZ,ZZ9.
           05  FILLER      PIC X(76) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-MAINTENANCE
               UNTIL WS-EOF
           PERFORM 3000-REFRESH-RECONCILIATIONS
           PERFORM 4000-REREAD-CARD-FILE
           PERFORM 4100-APPLY-SIGNOFF
               UNTIL WS-EOF
           PERFORM 5000-PRINT-ITEM-AGING
           PERFORM 6000-PRINT-CERT-STATUS
           PERFORM 9000-TERMINATE
           STOP RUN.

      *    Reconciles the current open fiscal period, the same period
      *    GLRECON01 and GLCLOSE01 work on.
       1000-INITIALIZE.
           OPEN INPUT  RECON-FILE
                OUTPUT REPORT-FILE

           EXEC SQL
               SELECT PERIOD_ID, PERIOD_SEQ
               INTO   :HV-PERIOD-ID, :HV-PERIOD-SEQ
               FROM   FISCAL_PERIOD
               WHERE  STATUS = 'OPEN'
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
               INTO   :WS-CURRENT-DATE
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE HV-PERIOD-ID    TO H2-PERIOD
           MOVE WS-CURRENT-DATE TO H2-DATE
           PERFORM 9100-PRINT-HEADERS

           MOVE 'MAINTENANCE AND SIGN-OFF CARDS' TO SC-TEXT
           MOVE SECTION-LINE TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE

           READ RECON-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *--- 2000 PASS ONE: ASSIGNMENTS, SUPPORT, RECONCILING ITEMS ---
       2000-APPLY-MAINTENANCE.
           IF RC-MAINTENANCE
               ADD 1 TO WS-CARDS-READ
               MOVE 'Y' TO WS-CARD-OK-SWITCH
               MOVE SPACES TO WS-CARD-TEXT
               PERFORM 2800-VALIDATE-ACCOUNT
               IF WS-CARD-OK
                   EVALUATE TRUE
                       WHEN RC-ASSIGN
                           PERFORM 2100-ASSIGN-ACCOUNT
                       WHEN RC-SUPPORT
                           PERFORM 2200-ENTER-SUPPORT
                       WHEN RC-ADD-ITEM
                           PERFORM 2300-ADD-ITEM
                       WHEN RC-CLEAR-ITEM
                           PERFORM 2400-CLEAR-ITEM
                   END-EVALUATE
               END-IF
               PERFORM 2900-WRITE-CARD-LINE
           ELSE
               IF NOT RC-SIGNOFF
                   ADD 1 TO WS-CARDS-READ
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   MOVE 'UNKNOWN ACTION CODE' TO WS-CARD-TEXT
                   PERFORM 2900-WRITE-CARD-LINE
               END-IF
           END-IF

           READ RECON-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *    Preparer and reviewer must be two different people - the
      *    reviewer is the independent check on the preparer's work.
       2100-ASSIGN-ACCOUNT.
           IF RC-USER-ID = SPACES OR RC-REVIEWER-ID = SPACES
               MOVE 'N' TO WS-CARD-OK-SWITCH
               MOVE 'PREPARER AND REVIEWER BOTH REQUIRED'
                   TO WS-CARD-TEXT
           ELSE
               IF RC-USER-ID = RC-REVIEWER-ID
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   MOVE 'PREPARER AND REVIEWER MUST DIFFER'
                       TO WS-CARD-TEXT
               END-IF
           END-IF

           IF WS-CARD-OK
               MOVE RC-USER-ID     TO HV-PREPARER-ID
               MOVE RC-REVIEWER-ID TO HV-REVIEWER-ID
               EXEC SQL
                   UPDATE GL_RECON_ASSIGN
                   SET    PREPARER_ID   = :HV-PREPARER-ID,
                          REVIEWER_ID   = :HV-REVIEWER-ID,
                          ASSIGNED_DATE = CURRENT DATE
                   WHERE  ACCT_NUMBER   = :HV-ACCT-NUMBER
               END-EXEC
               IF SQLCODE = 100
                   EXEC SQL
                       INSERT INTO GL_RECON_ASSIGN
                       (ACCT_NUMBER, PREPARER_ID, REVIEWER_ID,
                        ASSIGNED_DATE)
                       VALUES
                       (:HV-ACCT-NUMBER, :HV-PREPARER-ID,
                        :HV-REVIEWER-ID, CURRENT DATE)
                   END-EXEC
               END-IF
               EXEC SQL  COMMIT  END-EXEC
               STRING 'ASSIGNED - REVIEWER ' RC-REVIEWER-ID
                   DELIMITED SIZE INTO WS-CARD-TEXT
           END-IF.

      *    The supporting amount for an account with no subledger
      *    behind it - the bank statement, accrual schedule or
      *    other support the preparer reconciled to. A subledger-
      *    backed account takes GLRECON01's figure instead.
       2200-ENTER-SUPPORT.
           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-COUNT
               FROM   GL_SUBLEDGER_BALANCE
               WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
               AND    PERIOD_ID   = :HV-PERIOD-ID
           END-EXEC
           IF HV-COUNT > ZEROS
               MOVE 'N' TO WS-CARD-OK-SWITCH
               MOVE 'SUPPORT COMES FROM SUBLEDGER' TO WS-CARD-TEXT
           ELSE
               MOVE RC-AMOUNT TO HV-SUPPORT-AMOUNT
               EXEC SQL
                   UPDATE GL_ACCT_RECON
                   SET    SUPPORT_AMOUNT = :HV-SUPPORT-AMOUNT,
                          SUPPORT_SOURCE = 'M',
                          UPDATED_DATE   = CURRENT DATE
                   WHERE  ACCT_NUMBER    = :HV-ACCT-NUMBER
                   AND    PERIOD_ID      = :HV-PERIOD-ID
               END-EXEC
      *        No row yet this period: start one; 3000 fills in the
      *        GL side before anyone can sign it.
               IF SQLCODE = 100
                   EXEC SQL
                       INSERT INTO GL_ACCT_RECON
                       (ACCT_NUMBER, PERIOD_ID, GL_BALANCE,
                        SUPPORT_AMOUNT, SUPPORT_SOURCE,
                        ITEMS_AMOUNT, UNEXPLAINED_AMT,
                        RECON_STATUS, PREPARER_ID, REVIEWER_ID,
                        UPDATED_DATE)
                       VALUES
                       (:HV-ACCT-NUMBER, :HV-PERIOD-ID, 0,
                        :HV-SUPPORT-AMOUNT, 'M', 0, 0,
                        'OPEN', ' ', ' ', CURRENT DATE)
                   END-EXEC
               END-IF
               EXEC SQL  COMMIT  END-EXEC
               MOVE 'SUPPORTING AMOUNT RECORDED' TO WS-CARD-TEXT
           END-IF.

      *    A reconciling item explains part of the difference between
      *    the GL and its support (signed as GL less support). It
      *    stays open, period after period, until it is cleared.
       2300-ADD-ITEM.
           IF RC-AMOUNT = ZEROS OR RC-DESC = SPACES
               MOVE 'N' TO WS-CARD-OK-SWITCH
               MOVE 'ITEM AMOUNT AND DESCRIPTION REQUIRED'
                   TO WS-CARD-TEXT
           ELSE
               IF WS-ITEM-SEED = ZEROS
                   EXEC SQL
                       SELECT COALESCE(MAX(ITEM_ID), 0)
                       INTO   :HV-ITEM-ID
                       FROM   GL_RECON_ITEM
                   END-EXEC
                   MOVE HV-ITEM-ID TO WS-ITEM-SEED
               END-IF
               ADD 1 TO WS-ITEM-SEED
               MOVE WS-ITEM-SEED TO HV-ITEM-ID
               MOVE RC-AMOUNT    TO HV-ITEM-AMOUNT
               MOVE RC-DESC      TO HV-ITEM-DESC
               IF RC-ITEM-DATE = SPACES
                   MOVE WS-CURRENT-DATE TO HV-ITEM-DATE
               ELSE
                   MOVE RC-ITEM-DATE    TO HV-ITEM-DATE
               END-IF

               EXEC SQL
                   INSERT INTO GL_RECON_ITEM
                   (ITEM_ID, ACCT_NUMBER, PERIOD_ID, ITEM_DATE,
                    ITEM_AMOUNT, ITEM_DESC, ITEM_STATUS)
                   VALUES
                   (:HV-ITEM-ID, :HV-ACCT-NUMBER, :HV-PERIOD-ID,
                    DATE(:HV-ITEM-DATE), :HV-ITEM-AMOUNT,
                    :HV-ITEM-DESC, 'O')
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   MOVE 'ITEM NOT ADDED - CHECK ITEM DATE'
                       TO WS-CARD-TEXT
                   EXEC SQL  ROLLBACK  END-EXEC
               ELSE
                   EXEC SQL  COMMIT  END-EXEC
                   MOVE WS-ITEM-SEED TO WS-ITEM-ID-DISPLAY
                   STRING 'ITEM ADDED AS ITEM ' WS-ITEM-ID-DISPLAY
                       DELIMITED SIZE INTO WS-CARD-TEXT
               END-IF
           END-IF.

       2400-CLEAR-ITEM.
           MOVE RC-ITEM-ID TO HV-ITEM-ID
           EXEC SQL
               UPDATE GL_RECON_ITEM
               SET    ITEM_STATUS  = 'C',
                      CLEARED_DATE = CURRENT DATE
               WHERE  ITEM_ID      = :HV-ITEM-ID
               AND    ACCT_NUMBER  = :HV-ACCT-NUMBER
               AND    ITEM_STATUS  = 'O'
           END-EXEC
           IF SQLCODE = 100
               MOVE 'N' TO WS-CARD-OK-SWITCH
               MOVE 'ITEM NOT OPEN ON THIS ACCOUNT' TO WS-CARD-TEXT
           ELSE
               EXEC SQL  COMMIT  END-EXEC
               MOVE 'ITEM CLEARED' TO WS-CARD-TEXT
           END-IF.

      *    The card's account must be an active balance-sheet
      *    account. Anything but an assignment must come from the
      *    account's assigned preparer (or, for a review, its
      *    reviewer).
       2800-VALIDATE-ACCOUNT.
           MOVE RC-ACCT-NUMBER TO HV-ACCT-NUMBER
           MOVE RC-USER-ID     TO HV-USER-ID

           EXEC SQL
               SELECT ACCT_DESC, ACCT_TYPE, ACTIVE_FLAG
               INTO   :HV-ACCT-DESC, :HV-ACCT-TYPE, :HV-ACTIVE-FLAG
               FROM   CHART_OF_ACCOUNTS
               WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-CARD-TEXT
               WHEN HV-ACTIVE-FLAG NOT = 'Y'
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   MOVE 'ACCOUNT INACTIVE' TO WS-CARD-TEXT
               WHEN HV-ACCT-TYPE = 'R' OR HV-ACCT-TYPE = 'X'
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   MOVE 'NOT A BALANCE SHEET ACCOUNT' TO WS-CARD-TEXT
           END-EVALUATE

           IF WS-CARD-OK AND NOT RC-ASSIGN
               EXEC SQL
                   SELECT PREPARER_ID, REVIEWER_ID
                   INTO   :HV-PREPARER-ID, :HV-REVIEWER-ID
                   FROM   GL_RECON_ASSIGN
                   WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   MOVE 'ACCOUNT HAS NO PREPARER/REVIEWER'
                       TO WS-CARD-TEXT
               ELSE
                   IF RC-REVIEW
                       IF HV-USER-ID NOT = HV-REVIEWER-ID
                           MOVE 'N' TO WS-CARD-OK-SWITCH
                           MOVE 'NOT THE ASSIGNED REVIEWER'
                               TO WS-CARD-TEXT
                       END-IF
                   ELSE
                       IF HV-USER-ID NOT = HV-PREPARER-ID
                           MOVE 'N' TO WS-CARD-OK-SWITCH
                           MOVE 'NOT THE ASSIGNED PREPARER'
                               TO WS-CARD-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2900-WRITE-CARD-LINE.
           IF WS-CARD-OK
               ADD 1 TO WS-CARDS-APPLIED
           ELSE
               ADD 1 TO WS-CARDS-REJECTED
               MOVE WS-CARD-TEXT TO CD-TEXT
               MOVE SPACES TO WS-CARD-TEXT
               STRING 'REJECTED: ' CD-TEXT
                   DELIMITED SIZE INTO WS-CARD-TEXT
           END-IF

           MOVE RC-ACTION      TO CD-ACTION
           MOVE RC-ACCT-NUMBER TO CD-ACCT
           MOVE RC-USER-ID     TO CD-USER
           MOVE WS-CARD-TEXT   TO CD-TEXT
           MOVE CARD-LINE TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE.

      *--- 3000 REFRESH THE PERIOD'S RECONCILIATION ROWS ---
      *    GL balance is the prior closed period's GL_PERIOD_BALANCE
      *    rolled forward by this period's posted activity, signed
      *    by normal balance - the ending balance GLCLOSE01 will
      *    snapshot for the period.
       3000-REFRESH-RECONCILIATIONS.
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE
           MOVE 'RECONCILIATIONS REOPENED - CHANGED SINCE SIGN-OFF'
               TO SC-TEXT
           MOVE SECTION-LINE TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE

           EXEC SQL
               DECLARE BS-CUR CURSOR FOR
               SELECT COA.ACCT_NUMBER, COA.ACCT_DESC, COA.NORMAL_BAL,
                      COALESCE((SELECT PB.ENDING_BALANCE
                                FROM   GL_PERIOD_BALANCE PB
                                WHERE  PB.ACCT_NUMBER =
                                       COA.ACCT_NUMBER
                                AND    PB.PERIOD_SEQ  =
                                       :HV-PERIOD-SEQ - 1), 0),
                      COALESCE((SELECT SUM(JL.AMOUNT)
                                FROM   GL_JOURNAL_LINE JL
                                JOIN   GL_JOURNAL GJ
                                       ON GJ.JOURNAL_ID =
                                          JL.JOURNAL_ID
                                WHERE  JL.ACCT_NUMBER =
                                       COA.ACCT_NUMBER
                                AND    JL.DR_CR_IND = 'D'
                                AND    GJ.PERIOD_ID = :HV-PERIOD-ID
                                AND    GJ.STATUS    = 'POSTED'), 0),
                      COALESCE((SELECT SUM(JL.AMOUNT)
                                FROM   GL_JOURNAL_LINE JL
                                JOIN   GL_JOURNAL GJ
                                       ON GJ.JOURNAL_ID =
                                          JL.JOURNAL_ID
                                WHERE  JL.ACCT_NUMBER =
                                       COA.ACCT_NUMBER
                                AND    JL.DR_CR_IND = 'C'
                                AND    GJ.PERIOD_ID = :HV-PERIOD-ID
                                AND    GJ.STATUS    = 'POSTED'), 0)
               FROM   CHART_OF_ACCOUNTS COA
               WHERE  COA.ACTIVE_FLAG = 'Y'
               AND    COA.ACCT_TYPE NOT IN ('R', 'X')
               ORDER BY COA.ACCT_NUMBER
           END-EXEC

           EXEC SQL  OPEN BS-CUR  END-EXEC
           MOVE 'N' TO WS-ACCT-EOF-SWITCH

           PERFORM UNTIL WS-ACCT-EOF
               EXEC SQL
                   FETCH BS-CUR
                   INTO :HV-ACCT-NUMBER, :HV-ACCT-DESC,
                        :HV-NORMAL-BAL, :HV-BEG-BAL,
                        :HV-DR-TOTAL, :HV-CR-TOTAL
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-ACCT-EOF-SWITCH
               ELSE
                   PERFORM 3100-REFRESH-ONE-ACCOUNT
                       THRU 3100-EXIT
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE BS-CUR  END-EXEC
           EXEC SQL  COMMIT  END-EXEC.

      *    Supporting amount: GLRECON01's subledger balance where
      *    there is one, else what the preparer keyed. Explained
      *    difference is the sum of the account's open reconciling
      *    items; what is left is unexplained. A prepared or
      *    certified reconciliation whose GL balance, support or
      *    items have moved since goes back to OPEN, sign-offs
      *    cleared - the certification no longer describes it.
       3100-REFRESH-ONE-ACCOUNT.
           ADD 1 TO WS-ACCTS-REFRESHED
           PERFORM 8100-COMPUTE-GL-BALANCE
           MOVE WS-GL-BALANCE TO HV-GL-BALANCE

           MOVE 'N' TO WS-ROW-FOUND-SWITCH
           EXEC SQL
               SELECT GL_BALANCE, SUPPORT_AMOUNT,
                      COALESCE(SUPPORT_SOURCE, ' '),
                      ITEMS_AMOUNT, RECON_STATUS
               INTO   :HV-OLD-GL-BALANCE, :HV-OLD-SUPPORT,
                      :HV-OLD-SOURCE, :HV-OLD-ITEMS,
                      :HV-OLD-STATUS
               FROM   GL_ACCT_RECON
               WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
               AND    PERIOD_ID   = :HV-PERIOD-ID
           END-EXEC
           IF SQLCODE = 0
               MOVE 'Y' TO WS-ROW-FOUND-SWITCH
           END-IF

           EXEC SQL
               SELECT SUB_BALANCE
               INTO   :HV-SUB-BALANCE
               FROM   GL_SUBLEDGER_BALANCE
               WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
               AND    PERIOD_ID   = :HV-PERIOD-ID
           END-EXEC
           IF SQLCODE = 0
               MOVE HV-SUB-BALANCE TO HV-SUPPORT-AMOUNT
               MOVE 'S'            TO HV-SUPPORT-SOURCE
           ELSE
               IF WS-ROW-FOUND AND HV-OLD-SOURCE = 'M'
                   MOVE HV-OLD-SUPPORT TO HV-SUPPORT-AMOUNT
                   MOVE 'M'            TO HV-SUPPORT-SOURCE
               ELSE
                   MOVE ZEROS          TO HV-SUPPORT-AMOUNT
                   MOVE 'N'            TO HV-SUPPORT-SOURCE
               END-IF
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(ITEM_AMOUNT), 0)
               INTO   :HV-ITEMS-AMOUNT
               FROM   GL_RECON_ITEM
               WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
               AND    ITEM_STATUS = 'O'
           END-EXEC

           COMPUTE HV-UNEXPLAINED =
               HV-GL-BALANCE - HV-SUPPORT-AMOUNT - HV-ITEMS-AMOUNT

           IF NOT WS-ROW-FOUND
               EXEC SQL
                   INSERT INTO GL_ACCT_RECON
                   (ACCT_NUMBER, PERIOD_ID, GL_BALANCE,
                    SUPPORT_AMOUNT, SUPPORT_SOURCE, ITEMS_AMOUNT,
                    UNEXPLAINED_AMT, RECON_STATUS, PREPARER_ID,
                    REVIEWER_ID, UPDATED_DATE)
                   VALUES
                   (:HV-ACCT-NUMBER, :HV-PERIOD-ID, :HV-GL-BALANCE,
                    :HV-SUPPORT-AMOUNT, :HV-SUPPORT-SOURCE,
                    :HV-ITEMS-AMOUNT, :HV-UNEXPLAINED, 'OPEN',
                    ' ', ' ', CURRENT DATE)
               END-EXEC
               GO TO 3100-EXIT
           END-IF

           IF HV-OLD-STATUS NOT = 'OPEN'
               AND (HV-GL-BALANCE     NOT = HV-OLD-GL-BALANCE
                 OR HV-SUPPORT-AMOUNT NOT = HV-OLD-SUPPORT
                 OR HV-ITEMS-AMOUNT   NOT = HV-OLD-ITEMS)
               EXEC SQL
                   UPDATE GL_ACCT_RECON
                   SET    GL_BALANCE      = :HV-GL-BALANCE,
                          SUPPORT_AMOUNT  = :HV-SUPPORT-AMOUNT,
                          SUPPORT_SOURCE  = :HV-SUPPORT-SOURCE,
                          ITEMS_AMOUNT    = :HV-ITEMS-AMOUNT,
                          UNEXPLAINED_AMT = :HV-UNEXPLAINED,
                          RECON_STATUS    = 'OPEN',
                          PREPARER_ID     = ' ',
                          PREPARED_DATE   = NULL,
                          REVIEWER_ID     = ' ',
                          REVIEWED_DATE   = NULL,
                          UPDATED_DATE    = CURRENT DATE
                   WHERE  ACCT_NUMBER     = :HV-ACCT-NUMBER
                   AND    PERIOD_ID       = :HV-PERIOD-ID
               END-EXEC
               ADD 1 TO WS-ACCTS-REOPENED
               MOVE HV-ACCT-NUMBER    TO RF-ACCT
               MOVE HV-ACCT-DESC      TO RF-DESC
               MOVE HV-OLD-GL-BALANCE TO RF-OLD-GL
               MOVE HV-GL-BALANCE     TO RF-NEW-GL
               MOVE SPACES TO RF-TEXT
               STRING 'WAS ' HV-OLD-STATUS ' - RESIGN REQUIRED'
                   DELIMITED SIZE INTO RF-TEXT
               MOVE REOPEN-LINE TO WS-PRINT-AREA
               PERFORM 9200-PRINT-LINE
           ELSE
               EXEC SQL
                   UPDATE GL_ACCT_RECON
                   SET    GL_BALANCE      = :HV-GL-BALANCE,
                          SUPPORT_AMOUNT  = :HV-SUPPORT-AMOUNT,
                          SUPPORT_SOURCE  = :HV-SUPPORT-SOURCE,
                          ITEMS_AMOUNT    = :HV-ITEMS-AMOUNT,
                          UNEXPLAINED_AMT = :HV-UNEXPLAINED,
                          UPDATED_DATE    = CURRENT DATE
                   WHERE  ACCT_NUMBER     = :HV-ACCT-NUMBER
                   AND    PERIOD_ID       = :HV-PERIOD-ID
               END-EXEC
           END-IF.

       3100-EXIT.
           EXIT.

      *--- 4000 PASS TWO: SIGN-OFFS AGAINST THE REFRESHED FIGURES ---
       4000-REREAD-CARD-FILE.
           CLOSE RECON-FILE
           OPEN INPUT RECON-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           READ RECON-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       4100-APPLY-SIGNOFF.
           IF RC-SIGNOFF
               ADD 1 TO WS-CARDS-READ
               MOVE 'Y' TO WS-CARD-OK-SWITCH
               MOVE SPACES TO WS-CARD-TEXT
               PERFORM 2800-VALIDATE-ACCOUNT
               IF WS-CARD-OK
                   EXEC SQL
                       SELECT UNEXPLAINED_AMT, RECON_STATUS,
                              COALESCE(PREPARER_ID, ' ')
                       INTO   :HV-UNEXPLAINED, :HV-RECON-STATUS,
                              :HV-SIGNED-PREPARER
                       FROM   GL_ACCT_RECON
                       WHERE  ACCT_NUMBER = :HV-ACCT-NUMBER
                       AND    PERIOD_ID   = :HV-PERIOD-ID
                   END-EXEC
                   IF SQLCODE NOT = 0
                       MOVE 'N' TO WS-CARD-OK-SWITCH
                       MOVE 'NO RECONCILIATION THIS PERIOD'
                           TO WS-CARD-TEXT
                   END-IF
               END-IF
               IF WS-CARD-OK
                   IF RC-PREPARE
                       PERFORM 4200-PREPARER-SIGNOFF
                   ELSE
                       PERFORM 4300-REVIEWER-SIGNOFF
                   END-IF
               END-IF
               PERFORM 2900-WRITE-CARD-LINE
           END-IF

           READ RECON-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *    The preparer can only sign a reconciliation that is fully
      *    explained - any difference not covered by an open
      *    reconciling item must be within rounding.
       4200-PREPARER-SIGNOFF.
           EVALUATE TRUE
               WHEN HV-RECON-STATUS NOT = 'OPEN'
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   MOVE 'ALREADY PREPARED' TO WS-CARD-TEXT
               WHEN HV-UNEXPLAINED > WS-TOLERANCE
                 OR HV-UNEXPLAINED < -WS-TOLERANCE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   MOVE 'UNEXPLAINED DIFFERENCE REMAINS'
                       TO WS-CARD-TEXT
               WHEN OTHER
                   EXEC SQL
                       UPDATE GL_ACCT_RECON
                       SET    RECON_STATUS  = 'PREPARED',
                              PREPARER_ID   = :HV-USER-ID,
                              PREPARED_DATE = CURRENT DATE,
                              UPDATED_DATE  = CURRENT DATE
                       WHERE  ACCT_NUMBER   = :HV-ACCT-NUMBER
                       AND    PERIOD_ID     = :HV-PERIOD-ID
                   END-EXEC
                   EXEC SQL  COMMIT  END-EXEC
                   MOVE 'PREPARED' TO WS-CARD-TEXT
           END-EVALUATE.

       4300-REVIEWER-SIGNOFF.
           EVALUATE TRUE
               WHEN HV-RECON-STATUS NOT = 'PREPARED'
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   MOVE 'NOT READY - PREPARER HAS NOT SIGNED'
                       TO WS-CARD-TEXT
               WHEN HV-SIGNED-PREPARER = HV-USER-ID
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   MOVE 'REVIEWER CANNOT REVIEW OWN WORK'
                       TO WS-CARD-TEXT
               WHEN OTHER
                   EXEC SQL
                       UPDATE GL_ACCT_RECON
                       SET    RECON_STATUS  = 'CERTIFIED',
                              REVIEWER_ID   = :HV-USER-ID,
                              REVIEWED_DATE = CURRENT DATE,
                              UPDATED_DATE  = CURRENT DATE
                       WHERE  ACCT_NUMBER   = :HV-ACCT-NUMBER
                       AND    PERIOD_ID     = :HV-PERIOD-ID
                   END-EXEC
                   EXEC SQL  COMMIT  END-EXEC
                   MOVE 'CERTIFIED' TO WS-CARD-TEXT
           END-EVALUATE.

      *--- 5000 AGING OF OPEN RECONCILING ITEMS ---
       5000-PRINT-ITEM-AGING.
           INITIALIZE WS-AGING-TOTALS
           PERFORM 9100-PRINT-HEADERS
           MOVE 'OPEN RECONCILING ITEMS - AGING' TO SC-TEXT
           MOVE SECTION-LINE TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE
           MOVE AGING-HDR TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE

           EXEC SQL
               DECLARE ITEM-CUR CURSOR FOR
               SELECT ITEM_ID, ACCT_NUMBER,
                      CHAR(ITEM_DATE, ISO),
                      DAYS(CURRENT DATE) - DAYS(ITEM_DATE),
                      ITEM_AMOUNT, ITEM_DESC
               FROM   GL_RECON_ITEM
               WHERE  ITEM_STATUS = 'O'
               ORDER BY ACCT_NUMBER, ITEM_DATE, ITEM_ID
           END-EXEC

           EXEC SQL  OPEN ITEM-CUR  END-EXEC
           MOVE 'N' TO WS-ACCT-EOF-SWITCH

           PERFORM UNTIL WS-ACCT-EOF
               EXEC SQL
                   FETCH ITEM-CUR
                   INTO :HV-ITEM-ID, :HV-ACCT-NUMBER,
                        :HV-ITEM-DATE, :HV-ITEM-AGE,
                        :HV-ITEM-AMOUNT, :HV-ITEM-DESC
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-ACCT-EOF-SWITCH
               ELSE
                   EVALUATE TRUE
                       WHEN HV-ITEM-AGE <= 30
                           MOVE 1 TO WS-AG-IDX
                       WHEN HV-ITEM-AGE <= 60
                           MOVE 2 TO WS-AG-IDX
                       WHEN HV-ITEM-AGE <= 90
                           MOVE 3 TO WS-AG-IDX
                       WHEN OTHER
                           MOVE 4 TO WS-AG-IDX
                   END-EVALUATE
                   ADD 1 TO WS-AG-COUNT (WS-AG-IDX)
                   ADD HV-ITEM-AMOUNT TO WS-AG-AMOUNT (WS-AG-IDX)

                   MOVE HV-ACCT-NUMBER  TO AG-ACCT
                   MOVE HV-ITEM-ID      TO AG-ITEM
                   MOVE HV-ITEM-DATE    TO AG-DATE
                   MOVE HV-ITEM-AGE     TO AG-DAYS
                   MOVE WS-AG-LABEL (WS-AG-IDX) TO AG-BUCKET
                   MOVE HV-ITEM-AMOUNT  TO AG-AMOUNT
                   MOVE HV-ITEM-DESC    TO AG-DESC
                   MOVE AGING-LINE TO WS-PRINT-AREA
                   PERFORM 9200-PRINT-LINE
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE ITEM-CUR  END-EXEC

           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                   UNTIL WS-AG-IDX > 4
               MOVE WS-AG-LABEL (WS-AG-IDX)  TO AT-LABEL
               MOVE WS-AG-COUNT (WS-AG-IDX)  TO AT-COUNT
               MOVE WS-AG-AMOUNT (WS-AG-IDX) TO AT-AMOUNT
               MOVE AGING-TOT-LINE TO WS-PRINT-AREA
               PERFORM 9200-PRINT-LINE
           END-PERFORM.

      *--- 6000 ACCOUNTS NOT YET CERTIFIED FOR THE PERIOD ---
      *    The controller's worklist before approving the close:
      *    every balance-sheet account without a CERTIFIED
      *    reconciliation this period, with who owns it and how
      *    far it has got.
       6000-PRINT-CERT-STATUS.
           PERFORM 9100-PRINT-HEADERS
           MOVE 'ACCOUNTS NOT YET CERTIFIED' TO SC-TEXT
           MOVE SECTION-LINE TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE
           MOVE STATUS-HDR TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE

           EXEC SQL
               DECLARE CERT-CUR CURSOR FOR
               SELECT COA.ACCT_NUMBER, COA.ACCT_DESC,
                      COALESCE(RA.PREPARER_ID, ' '),
                      COALESCE(RA.REVIEWER_ID, ' '),
                      COALESCE(R.RECON_STATUS, 'NOT RUN'),
                      COALESCE(R.GL_BALANCE, 0),
                      COALESCE(R.UNEXPLAINED_AMT, 0),
                      COALESCE(CHAR(R.PREPARED_DATE, ISO), ' ')
               FROM   CHART_OF_ACCOUNTS COA
               LEFT JOIN GL_RECON_ASSIGN RA
                      ON  RA.ACCT_NUMBER = COA.ACCT_NUMBER
               LEFT JOIN GL_ACCT_RECON R
                      ON  R.ACCT_NUMBER = COA.ACCT_NUMBER
                      AND R.PERIOD_ID   = :HV-PERIOD-ID
               WHERE  COA.ACTIVE_FLAG = 'Y'
               AND    COA.ACCT_TYPE NOT IN ('R', 'X')
               AND    COALESCE(R.RECON_STATUS, ' ') <> 'CERTIFIED'
               ORDER BY COA.ACCT_NUMBER
           END-EXEC

           EXEC SQL  OPEN CERT-CUR  END-EXEC
           MOVE 'N' TO WS-ACCT-EOF-SWITCH

           PERFORM UNTIL WS-ACCT-EOF
               EXEC SQL
                   FETCH CERT-CUR
                   INTO :HV-ACCT-NUMBER, :HV-ACCT-DESC,
                        :HV-PREPARER-ID, :HV-REVIEWER-ID,
                        :HV-RECON-STATUS, :HV-GL-BALANCE,
                        :HV-UNEXPLAINED, :HV-PREPARED-DATE
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-ACCT-EOF-SWITCH
               ELSE
                   MOVE HV-ACCT-NUMBER   TO ST-ACCT
                   MOVE HV-ACCT-DESC     TO ST-DESC
                   MOVE HV-PREPARER-ID   TO ST-PREPARER
                   MOVE HV-REVIEWER-ID   TO ST-REVIEWER
                   MOVE HV-RECON-STATUS  TO ST-STATUS
                   IF HV-PREPARER-ID = SPACES
                       MOVE '*NONE*'     TO ST-PREPARER
                   END-IF
                   MOVE HV-GL-BALANCE    TO ST-GL-BAL
                   MOVE HV-UNEXPLAINED   TO ST-UNEXPL
                   MOVE HV-PREPARED-DATE TO ST-PREP-DATE
                   MOVE STATUS-LINE TO WS-PRINT-AREA
                   PERFORM 9200-PRINT-LINE
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE CERT-CUR  END-EXEC

           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE

           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-COUNT
               FROM   CHART_OF_ACCOUNTS
               WHERE  ACTIVE_FLAG = 'Y'
               AND    ACCT_TYPE NOT IN ('R', 'X')
           END-EXEC
           MOVE 'BALANCE SHEET ACCOUNTS:' TO SL-LABEL
           MOVE HV-COUNT TO SL-COUNT
           MOVE SUMMARY-LINE TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE

           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-COUNT
               FROM   GL_ACCT_RECON
               WHERE  PERIOD_ID    = :HV-PERIOD-ID
               AND    RECON_STATUS = 'CERTIFIED'
           END-EXEC
           MOVE 'CERTIFIED THIS PERIOD:' TO SL-LABEL
           MOVE HV-COUNT TO SL-COUNT
           MOVE SUMMARY-LINE TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE

           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-COUNT
               FROM   CHART_OF_ACCOUNTS COA
               WHERE  COA.ACTIVE_FLAG = 'Y'
               AND    COA.ACCT_TYPE NOT IN ('R', 'X')
               AND    NOT EXISTS
                      (SELECT 1
                       FROM   GL_RECON_ASSIGN RA
                       WHERE  RA.ACCT_NUMBER = COA.ACCT_NUMBER)
           END-EXEC
           MOVE 'WITHOUT PREPARER/REVIEWER:' TO SL-LABEL
           MOVE HV-COUNT TO SL-COUNT
           MOVE SUMMARY-LINE TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE

           MOVE 'RECONCILIATIONS REOPENED:' TO SL-LABEL
           MOVE WS-ACCTS-REOPENED TO SL-COUNT
           MOVE SUMMARY-LINE TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE

           MOVE 'CARDS APPLIED:' TO SL-LABEL
           MOVE WS-CARDS-APPLIED TO SL-COUNT
           MOVE SUMMARY-LINE TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE

           MOVE 'CARDS REJECTED:' TO SL-LABEL
           MOVE WS-CARDS-REJECTED TO SL-COUNT
           MOVE SUMMARY-LINE TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE.

      *    Ending balance = beginning balance adjusted by the current
      *    period's activity, signed according to the account's normal
      *    balance side - the same rule GLRECON01 applies.
       8100-COMPUTE-GL-BALANCE.
           EVALUATE HV-NORMAL-BAL
               WHEN 'D'
                   COMPUTE WS-GL-BALANCE =
                       HV-BEG-BAL + HV-DR-TOTAL - HV-CR-TOTAL
               WHEN 'C'
                   COMPUTE WS-GL-BALANCE =
                       HV-BEG-BAL - HV-DR-TOTAL + HV-CR-TOTAL
           END-EVALUATE.

       9000-TERMINATE.
           EXEC SQL  COMMIT  END-EXEC
           CLOSE RECON-FILE
                 REPORT-FILE.

       9100-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO H1-PAGE
           WRITE REPORT-LINE FROM HDR1 AFTER PAGE
           WRITE REPORT-LINE FROM HDR2
           WRITE REPORT-LINE FROM SPACES
           MOVE 3 TO WS-LINE-COUNT.

       9200-PRINT-LINE.
           IF WS-LINE-COUNT > 55
               PERFORM 9100-PRINT-HEADERS
           END-IF
           WRITE REPORT-LINE FROM WS-PRINT-AREA
           ADD 1 TO WS-LINE-COUNT.

