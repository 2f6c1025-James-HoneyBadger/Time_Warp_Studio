      *================================================================
      * PROGRAM:    RPTDST01
      * DESCRIPTION: Report Distribution, Bursting and Archive
      *              - Run once per nightly report: SYSIN names the
      *                report ID, RPTIN is that night's RPTOUT spool
      *                (INVCTR01's register, GLDEPT01's P&L pack,
      *                PAYPRO01's PRNTFILE, ...)
      *              - REPORT_BURST_DEFN says how the report splits:
      *                the break field (DEPT, WHSE, ENTITY), where the
      *                break value sits on the line, and the mode -
      *                'S' a heading line (trigger text) opens each
      *                section, carrying the page heading printed
      *                just above it; 'L' every line carrying a valid
      *                value starts or continues that value's copy
      *                and other lines stay with it; 'D' only the
      *                lines carrying a valid value are split out,
      *                the rest stay with the report-level copy.
      *                In 'L' and 'D' mode a value counts only if it
      *                is on the break field's master table, and the
      *                split starts at the trigger text when one is
      *                defined
      *              - Every line is filed on the RPTARC indexed
      *                archive under report, run date, run sequence,
      *                break value and line number; a
      *                REPORT_ARCHIVE_CATALOG row per break carries
      *                the line count, the retention date and the
      *                producing job's BATCH_RUN_CONTROL run
      *              - REPORT_DISTRIBUTION routes each break (or
      *                '*' for every break) to its recipients: PRINT
      *                copies go to BURSTOUT behind a routing
      *                banner, EMAIL copies are queued on
      *                REPORT_DELIVERY for the mail gateway, ONLINE
      *                recipients pull them through RPTINQ01. A break
      *                nobody receives is logged NO-RECIPIENT
      *              - Each run first drops archived reports past
      *                their retention date, from RPTARC and the
      *                catalog both
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDST01.
       AUTHOR. ACME-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPOOL-FILE   ASSIGN TO RPTIN
                               ORGANIZATION IS SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL.
           SELECT ARCHIVE-FILE ASSIGN TO RPTARC
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RA-KEY
                               FILE STATUS IS WS-ARC-STATUS.
           SELECT BURST-FILE   ASSIGN TO BURSTOUT
                               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE  ASSIGN TO RPTOUT
                               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SPOOL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS.
       01  SPOOL-LINE              PIC X(133).

      *    One archived print line. The key leads with the report
      *    and run so one report's breaks sit together, each in
      *    printed order.
       FD  ARCHIVE-FILE
           RECORD CONTAINS 170 CHARACTERS.
       01  ARCHIVE-RECORD.
           05  RA-KEY.
               10  RA-PREFIX.
                   15  RA-REPORT-ID     PIC X(8).
                   15  RA-RUN-DATE      PIC X(10).
                   15  RA-RUN-SEQ       PIC 9(2).
                   15  RA-BREAK-VALUE   PIC X(10).
               10  RA-LINE-SEQ          PIC 9(7).
           05  RA-LINE                  PIC X(133).

       FD  BURST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  BURST-LINE              PIC X(133).

       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  REPORT-LINE             PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-RUN-OK-SWITCH     PIC X(1) VALUE 'Y'.
               88  WS-RUN-OK                 VALUE 'Y'.
           05  WS-EOF-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-SCAN-SWITCH       PIC X(1) VALUE 'N'.
               88  WS-SCAN-ON                VALUE 'Y'.
           05  WS-TRIGGER-SWITCH    PIC X(1) VALUE 'N'.
               88  WS-TRIGGER-HIT            VALUE 'Y'.
           05  WS-VALID-SWITCH      PIC X(1) VALUE 'N'.
               88  WS-BREAK-VALID            VALUE 'Y'.
           05  WS-ARC-EOF-SWITCH    PIC X(1) VALUE 'N'.
               88  WS-ARC-EOF                VALUE 'Y'.
           05  WS-EXP-EOF-SWITCH    PIC X(1) VALUE 'N'.
               88  WS-EXP-EOF                VALUE 'Y'.
           05  WS-DIST-EOF-SWITCH   PIC X(1) VALUE 'N'.
               88  WS-DIST-EOF               VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LINE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-PAGE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-LINES-READ        PIC S9(9) COMP VALUE ZEROS.
           05  WS-LINES-ARCHIVED    PIC S9(9) COMP VALUE ZEROS.
           05  WS-ARC-ERRORS        PIC S9(7) COMP VALUE ZEROS.
           05  WS-BREAKS-FILED      PIC S9(7) COMP VALUE ZEROS.
           05  WS-BREAK-OVERFLOW    PIC S9(7) COMP VALUE ZEROS.
           05  WS-COPIES-PRINTED    PIC S9(7) COMP VALUE ZEROS.
           05  WS-EMAILS-QUEUED     PIC S9(7) COMP VALUE ZEROS.
           05  WS-ONLINE-ROUTED     PIC S9(7) COMP VALUE ZEROS.
           05  WS-BREAKS-UNROUTED   PIC S9(7) COMP VALUE ZEROS.
           05  WS-BREAK-RECIPIENTS  PIC S9(7) COMP VALUE ZEROS.
           05  WS-EXPIRED-REPORTS   PIC S9(7) COMP VALUE ZEROS.
           05  WS-EXPIRED-LINES     PIC S9(9) COMP VALUE ZEROS.
           05  WS-HOLD-COUNT        PIC S9(4) COMP VALUE ZEROS.
           05  WS-HOLD-IDX          PIC S9(4) COMP VALUE ZEROS.
           05  WS-BRK-IDX           PIC S9(4) COMP VALUE ZEROS.
           05  WS-BRK-SCAN          PIC S9(4) COMP VALUE ZEROS.
           05  WS-TRIG-LEN          PIC S9(4) COMP VALUE ZEROS.

       01  WS-PARM-REC.
           05  PR-REPORT-ID         PIC X(8)  VALUE SPACES.
           05  FILLER               PIC X(72) VALUE SPACES.

       01  WS-WORK.
           05  WS-CURRENT-DATE      PIC X(10).
           05  WS-ARC-STATUS        PIC X(2)  VALUE '00'.
           05  WS-CURRENT-BREAK     PIC X(10) VALUE SPACES.
           05  WS-LINE-BREAK        PIC X(10) VALUE SPACES.
           05  WS-CANDIDATE         PIC X(10) VALUE SPACES.
           05  WS-ARC-LINE          PIC X(133).
           05  WS-ARC-PREFIX        PIC X(30).
           05  WS-RUN-SEQ-DISP      PIC 9(2).
           05  WS-MSG-TEXT          PIC X(100).
           05  WS-PRINT-AREA        PIC X(133).

      *--- Page heading held back in 'S' mode until it is known
      *    whether a section trigger follows it
       01  WS-HOLD-TABLE.
           05  WS-HOLD-LINE         PIC X(133) OCCURS 9 TIMES.

      *--- Breaks filed this run; entry 1 is the report-level copy
      *    (break value blank) and takes any overflow
       01  WS-BREAK-CONTROLS.
           05  WS-BRK-COUNT         PIC S9(4) COMP VALUE ZEROS.
           05  WS-BRK-MAX           PIC S9(4) COMP VALUE 300.
       01  WS-BREAK-TABLE.
           05  WS-BRK-ENTRY OCCURS 300 TIMES.
               10  WS-BRK-VALUE     PIC X(10).
               10  WS-BRK-LINES     PIC S9(7) COMP.

      *--- SQLCA ---
       01  SQLCA.
           05  SQLCAID              PIC X(8).
           05  SQLCABC              PIC S9(9) COMP.
           05  SQLCODE              PIC S9(9) COMP.
           05  SQLERRM.
               10  SQLERRML         PIC S9(4) COMP.
               10  SQLERRMC         PIC X(70).

      *--- HOST VARIABLES ---
       01  HV-DIST.
           05  HV-REPORT-ID         PIC X(8).
           05  HV-JOB-NAME          PIC X(8).
           05  HV-REPORT-TITLE      PIC X(40).
           05  HV-BREAK-FIELD       PIC X(8).
           05  HV-BURST-MODE        PIC X(1).
               88  HV-MODE-SECTION           VALUE 'S'.
               88  HV-MODE-LINE              VALUE 'L'.
               88  HV-MODE-DETAIL            VALUE 'D'.
           05  HV-TRIGGER-TEXT      PIC X(40).
           05  HV-TRIGGER-COL       PIC S9(4) COMP.
           05  HV-BREAK-COL         PIC S9(4) COMP.
           05  HV-BREAK-LEN         PIC S9(4) COMP.
           05  HV-HOLD-LINES        PIC S9(4) COMP.
           05  HV-RETENTION-DAYS    PIC S9(5) COMP.
           05  HV-RUN-DATE          PIC X(10).
           05  HV-RUN-SEQ           PIC S9(4) COMP.
           05  HV-RETAIN-UNTIL      PIC X(10).
           05  HV-JOB-PERIOD        PIC X(8).
           05  HV-JOB-STATUS        PIC X(12).
           05  HV-JOB-START-DATE    PIC X(10).
           05  HV-JOB-START-TIME    PIC X(8).
           05  HV-BREAK-VALUE       PIC X(10).
           05  HV-LINE-COUNT        PIC S9(9) COMP.
           05  HV-COUNT             PIC S9(9) COMP.
           05  HV-RECIPIENT         PIC X(30).
           05  HV-DELIVERY-METHOD   PIC X(8).
           05  HV-EXP-REPORT-ID     PIC X(8).
           05  HV-EXP-RUN-DATE      PIC X(10).
           05  HV-EXP-RUN-SEQ       PIC S9(4) COMP.
           05  HV-EXP-BREAK-VALUE   PIC X(10).
           05  HV-EXC-SEVERITY      PIC X(1).
           05  HV-EXC-REASON        PIC X(12).
           05  HV-EXC-KEY           PIC X(30).

      *--- HEADER LINES ---
       01  HDR1.
           05  FILLER  PIC X(25) VALUE SPACES.
           05  FILLER  PIC X(45)
               VALUE 'ACME CORPORATION - REPORT DISTRIBUTION'.
           05  FILLER  PIC X(33) VALUE SPACES.
           05  FILLER  PIC X(5) VALUE 'PAGE:'.
           05  H1-PAGE PIC ZZZZZ.
           05  FILLER  PIC X(20) VALUE SPACES.

       01  HDR2.
           05  FILLER  PIC X(8)  VALUE 'REPORT: '.
           05  H2-REPORT PIC X(8).
           05  FILLER  PIC X(8)  VALUE '  DATE: '.
           05  H2-DATE PIC X(10).
           05  FILLER  PIC X(7)  VALUE '  SEQ: '.
           05  H2-SEQ  PIC Z9.
           05  FILLER  PIC X(90) VALUE SPACES.

      *--- MESSAGE LINE ---
       01  MSG-LINE.
           05  FILLER      PIC X(4) VALUE SPACES.
           05  ML-TEXT     PIC X(100).
           05  FILLER      PIC X(29) VALUE SPACES.

      *--- ROUTING LINES ---
       01  ROUTE-HDR.
           05  FILLER  PIC X(12) VALUE 'BREAK'.
           05  FILLER  PIC X(10) VALUE '    LINES'.
           05  FILLER  PIC X(31) VALUE 'RECIPIENT'.
           05  FILLER  PIC X(9)  VALUE 'METHOD'.
           05  FILLER  PIC X(71) VALUE 'ACTION'.

       01  ROUTE-LINE.
           05  RT-BREAK    PIC X(10).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  RT-LINES    PIC ZZZ,ZZ9.
           05  FILLER      PIC X(3) VALUE SPACES.
           05  RT-RECIPIENT PIC X(30).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RT-METHOD   PIC X(8).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RT-ACTION   PIC X(40).
           05  FILLER      PIC X(31) VALUE SPACES.

      *--- PRINTED COPY ROUTING BANNER ---
       01  BANNER-LINE1.
           05  FILLER      PIC X(10) VALUE '*** ROUTE '.
           05  FILLER      PIC X(4)  VALUE 'TO: '.
           05  BN-RECIPIENT PIC X(30).
           05  FILLER      PIC X(89) VALUE SPACES.

       01  BANNER-LINE2.
           05  FILLER      PIC X(14) VALUE '*** REPORT:   '.
           05  BN-REPORT   PIC X(8).
           05  FILLER      PIC X(9)  VALUE '  BREAK: '.
           05  BN-BREAK    PIC X(10).
           05  FILLER      PIC X(8)  VALUE '  DATE: '.
           05  BN-DATE     PIC X(10).
           05  FILLER      PIC X(7)  VALUE '  SEQ: '.
           05  BN-SEQ      PIC Z9.
           05  FILLER      PIC X(65) VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER      PIC X(10) VALUE SPACES.
           05  SL-LABEL    PIC X(40).
           05  SL-COUNT    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER      PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
               THRU 1099-INIT-EXIT
           IF WS-RUN-OK
               PERFORM 2000-PURGE-EXPIRED
               PERFORM 3000-BURST-SPOOL
               PERFORM 4000-CATALOG-BREAKS
               PERFORM 5000-ROUTE-BREAKS
           END-IF
           PERFORM 6000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

      *--- 1000 INITIALIZE ---
      *    Loads and checks the report's burst definition, ties the
      *    run to the producing job's newest BATCH_RUN_CONTROL row
      *    and takes the next run sequence for today, so a report
      *    run twice in a night files as two runs.
       1000-INITIALIZE.
           OPEN INPUT  SPOOL-FILE
                I-O    ARCHIVE-FILE
                OUTPUT BURST-FILE
                       REPORT-FILE

           ACCEPT WS-PARM-REC FROM SYSIN

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
               INTO   :WS-CURRENT-DATE
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE WS-CURRENT-DATE TO HV-RUN-DATE

           MOVE PR-REPORT-ID    TO HV-REPORT-ID
           MOVE PR-REPORT-ID    TO H2-REPORT
           MOVE WS-CURRENT-DATE TO H2-DATE
           MOVE ZEROS           TO H2-SEQ

           IF WS-ARC-STATUS NOT = '00'
               MOVE 'N' TO WS-RUN-OK-SWITCH
               PERFORM 9100-PRINT-HEADERS
               MOVE SPACES TO WS-MSG-TEXT
               STRING 'RPTARC ARCHIVE WOULD NOT OPEN, STATUS '
                      WS-ARC-STATUS ' - NOTHING FILED'
                   DELIMITED SIZE INTO WS-MSG-TEXT
               PERFORM 9300-PRINT-MESSAGE
               GO TO 1099-INIT-EXIT
           END-IF

           EXEC SQL
               SELECT JOB_NAME, REPORT_TITLE, BREAK_FIELD,
                      BURST_MODE, COALESCE(TRIGGER_TEXT, ' '),
                      TRIGGER_COL, BREAK_COL, BREAK_LEN,
                      HOLD_LINES, RETENTION_DAYS
               INTO   :HV-JOB-NAME, :HV-REPORT-TITLE,
                      :HV-BREAK-FIELD, :HV-BURST-MODE,
                      :HV-TRIGGER-TEXT, :HV-TRIGGER-COL,
                      :HV-BREAK-COL, :HV-BREAK-LEN,
                      :HV-HOLD-LINES, :HV-RETENTION-DAYS
               FROM   REPORT_BURST_DEFN
               WHERE  REPORT_ID = :HV-REPORT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'N' TO WS-RUN-OK-SWITCH
               PERFORM 9100-PRINT-HEADERS
               MOVE SPACES TO WS-MSG-TEXT
               STRING 'REPORT ' PR-REPORT-ID
                      ' NOT ON REPORT_BURST_DEFN - NOTHING FILED'
                   DELIMITED SIZE INTO WS-MSG-TEXT
               PERFORM 9300-PRINT-MESSAGE
               GO TO 1099-INIT-EXIT
           END-IF

           PERFORM 1100-VALIDATE-DEFINITION
           IF NOT WS-RUN-OK
               PERFORM 9100-PRINT-HEADERS
               PERFORM 9300-PRINT-MESSAGE
               GO TO 1099-INIT-EXIT
           END-IF

           EXEC SQL
               SELECT COALESCE(MAX(RUN_SEQ), 0) + 1
               INTO   :HV-RUN-SEQ
               FROM   REPORT_ARCHIVE_CATALOG
               WHERE  REPORT_ID = :HV-REPORT-ID
               AND    RUN_DATE  = DATE(:HV-RUN-DATE)
           END-EXEC
           MOVE HV-RUN-SEQ TO H2-SEQ

           EXEC SQL
               SELECT CHAR(CURRENT DATE + :HV-RETENTION-DAYS DAYS,
                           ISO)
               INTO   :HV-RETAIN-UNTIL
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC

           PERFORM 9100-PRINT-HEADERS
           PERFORM 1200-TIE-TO-BATCH-RUN

      *    Entry 1, the report-level copy, always exists
           MOVE 1      TO WS-BRK-COUNT
           MOVE SPACES TO WS-BRK-VALUE (1)
           MOVE ZEROS  TO WS-BRK-LINES (1).

       1099-INIT-EXIT.
           EXIT.

      *    The break value must fit the print line and the 10-byte
      *    archive key; the held page heading fits WS-HOLD-TABLE.
       1100-VALIDATE-DEFINITION.
           IF NOT HV-MODE-SECTION AND NOT HV-MODE-LINE
              AND NOT HV-MODE-DETAIL
               MOVE 'N' TO WS-RUN-OK-SWITCH
               MOVE 'BURST MODE MUST BE S, L OR D' TO WS-MSG-TEXT
           END-IF
           IF HV-BREAK-LEN < 1 OR HV-BREAK-LEN > 10
              OR HV-BREAK-COL < 1
              OR HV-BREAK-COL + HV-BREAK-LEN - 1 > 133
               MOVE 'N' TO WS-RUN-OK-SWITCH
               MOVE 'BREAK COLUMN/LENGTH OUTSIDE THE PRINT LINE'
                   TO WS-MSG-TEXT
           END-IF
           IF HV-HOLD-LINES < 0 OR HV-HOLD-LINES > 9
               MOVE 'N' TO WS-RUN-OK-SWITCH
               MOVE 'HOLD LINES MUST BE 0 THROUGH 9' TO WS-MSG-TEXT
           END-IF

           PERFORM VARYING WS-TRIG-LEN FROM 40 BY -1
               UNTIL WS-TRIG-LEN = 0
                  OR HV-TRIGGER-TEXT (WS-TRIG-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM

           IF WS-TRIG-LEN > 0
               IF HV-TRIGGER-COL < 1
                  OR HV-TRIGGER-COL + WS-TRIG-LEN - 1 > 133
                   MOVE 'N' TO WS-RUN-OK-SWITCH
                   MOVE 'TRIGGER TEXT OUTSIDE THE PRINT LINE'
                       TO WS-MSG-TEXT
               END-IF
           ELSE
               IF HV-MODE-SECTION
                   MOVE 'N' TO WS-RUN-OK-SWITCH
                   MOVE 'SECTION MODE NEEDS TRIGGER TEXT'
                       TO WS-MSG-TEXT
               ELSE
                   MOVE 'Y' TO WS-SCAN-SWITCH
               END-IF
           END-IF.

      *    The producing job's newest run. A job still RUNNING (or
      *    one that never registers) is filed all the same - the
      *    catalog says which run the pages came from.
       1200-TIE-TO-BATCH-RUN.
           MOVE SPACES TO HV-JOB-PERIOD
           MOVE SPACES TO HV-JOB-START-DATE
           MOVE SPACES TO HV-JOB-START-TIME

           EXEC SQL
               SELECT PERIOD_ID, RUN_STATUS,
                      CHAR(START_DATE, ISO), CHAR(START_TIME, ISO)
               INTO   :HV-JOB-PERIOD, :HV-JOB-STATUS,
                      :HV-JOB-START-DATE, :HV-JOB-START-TIME
               FROM   BATCH_RUN_CONTROL
               WHERE  JOB_NAME = :HV-JOB-NAME
               ORDER BY START_DATE DESC, START_TIME DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'UNREGISTERED' TO HV-JOB-STATUS
           END-IF

           MOVE SPACES TO WS-MSG-TEXT
           STRING HV-REPORT-TITLE ' FROM ' HV-JOB-NAME
                  ' RUN ' HV-JOB-PERIOD ' ' HV-JOB-STATUS
                  ' STARTED ' HV-JOB-START-DATE ' '
                  HV-JOB-START-TIME
               DELIMITED SIZE INTO WS-MSG-TEXT
           PERFORM 9300-PRINT-MESSAGE

           IF HV-JOB-STATUS NOT = 'COMPLETE'
              AND HV-JOB-STATUS NOT = 'UNREGISTERED'
               MOVE SPACES TO WS-MSG-TEXT
               STRING 'WARNING: ' HV-JOB-NAME ' RUN IS '
                      HV-JOB-STATUS
                      ' - REPORT MAY BE INCOMPLETE'
                   DELIMITED SIZE INTO WS-MSG-TEXT
               PERFORM 9300-PRINT-MESSAGE
           END-IF

           MOVE SPACES TO WS-MSG-TEXT
           STRING 'RETAINED UNTIL ' HV-RETAIN-UNTIL
               DELIMITED SIZE INTO WS-MSG-TEXT
           PERFORM 9300-PRINT-MESSAGE
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE.

      *--- 2000 DROP REPORTS PAST RETENTION ---
      *    Every report, not just tonight's: the archive lines go
      *    first, then the delivery queue and catalog rows.
       2000-PURGE-EXPIRED.
           EXEC SQL
               DECLARE EXP-CUR CURSOR FOR
               SELECT REPORT_ID, CHAR(RUN_DATE, ISO), RUN_SEQ,
                      BREAK_VALUE
               FROM   REPORT_ARCHIVE_CATALOG
               WHERE  RETAIN_UNTIL < CURRENT DATE
               ORDER BY REPORT_ID, RUN_DATE, RUN_SEQ, BREAK_VALUE
           END-EXEC

           MOVE 'N' TO WS-EXP-EOF-SWITCH
           EXEC SQL  OPEN EXP-CUR  END-EXEC

           PERFORM UNTIL WS-EXP-EOF
               EXEC SQL
                   FETCH EXP-CUR
                   INTO :HV-EXP-REPORT-ID, :HV-EXP-RUN-DATE,
                        :HV-EXP-RUN-SEQ, :HV-EXP-BREAK-VALUE
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-EXP-EOF-SWITCH
               ELSE
                   ADD 1 TO WS-EXPIRED-REPORTS
                   PERFORM 2100-DELETE-ARCHIVED-LINES
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE EXP-CUR  END-EXEC

           EXEC SQL
               DELETE FROM REPORT_DELIVERY D
               WHERE  EXISTS
                      (SELECT 1
                       FROM   REPORT_ARCHIVE_CATALOG C
                       WHERE  C.REPORT_ID    = D.REPORT_ID
                       AND    C.RUN_DATE     = D.RUN_DATE
                       AND    C.RUN_SEQ      = D.RUN_SEQ
                       AND    C.BREAK_VALUE  = D.BREAK_VALUE
                       AND    C.RETAIN_UNTIL < CURRENT DATE)
           END-EXEC

           EXEC SQL
               DELETE FROM REPORT_ARCHIVE_CATALOG
               WHERE  RETAIN_UNTIL < CURRENT DATE
           END-EXEC

           EXEC SQL  COMMIT  END-EXEC.

      *    Positions on the break's first line and deletes forward
      *    until the key leaves that report/run/break.
       2100-DELETE-ARCHIVED-LINES.
           MOVE HV-EXP-REPORT-ID   TO RA-REPORT-ID
           MOVE HV-EXP-RUN-DATE    TO RA-RUN-DATE
           MOVE HV-EXP-RUN-SEQ     TO RA-RUN-SEQ
           MOVE HV-EXP-BREAK-VALUE TO RA-BREAK-VALUE
           MOVE ZEROS              TO RA-LINE-SEQ
           MOVE RA-PREFIX          TO WS-ARC-PREFIX
           MOVE 'N'                TO WS-ARC-EOF-SWITCH

           START ARCHIVE-FILE KEY IS NOT LESS THAN RA-KEY
               INVALID KEY MOVE 'Y' TO WS-ARC-EOF-SWITCH
           END-START

           PERFORM UNTIL WS-ARC-EOF
               READ ARCHIVE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-ARC-EOF-SWITCH
               END-READ
               IF NOT WS-ARC-EOF
                   IF RA-PREFIX = WS-ARC-PREFIX
                       DELETE ARCHIVE-FILE RECORD
                           INVALID KEY ADD 1 TO WS-ARC-ERRORS
                       END-DELETE
                       ADD 1 TO WS-EXPIRED-LINES
                   ELSE
                       MOVE 'Y' TO WS-ARC-EOF-SWITCH
                   END-IF
               END-IF
           END-PERFORM.

      *--- 3000 BURST TONIGHT'S SPOOL ---
       3000-BURST-SPOOL.
           MOVE SPACES TO WS-CURRENT-BREAK
           MOVE ZEROS  TO WS-HOLD-COUNT

           PERFORM UNTIL WS-EOF
               READ SPOOL-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
               END-READ
               IF NOT WS-EOF
                   ADD 1 TO WS-LINES-READ
                   PERFORM 3100-ASSIGN-ONE-LINE
               END-IF
           END-PERFORM

           PERFORM 3400-FLUSH-HOLD.

      *--- 3100 DECIDE WHICH BREAK A LINE BELONGS TO ---
       3100-ASSIGN-ONE-LINE.
           MOVE 'N' TO WS-TRIGGER-SWITCH
           IF WS-TRIG-LEN > 0
               IF SPOOL-LINE (HV-TRIGGER-COL:WS-TRIG-LEN)
                  = HV-TRIGGER-TEXT (1:WS-TRIG-LEN)
                   MOVE 'Y' TO WS-TRIGGER-SWITCH
               END-IF
           END-IF

           MOVE SPOOL-LINE TO WS-ARC-LINE

           IF HV-MODE-SECTION
      *        A section heading: the held page heading above it
      *        opens the new section with it. A department with no
      *        code prints blank; it files as UNASSIGNED so it is
      *        not mistaken for the report-level copy.
               IF WS-TRIGGER-HIT
                   MOVE SPACES TO WS-CURRENT-BREAK
                   MOVE SPOOL-LINE (HV-BREAK-COL:HV-BREAK-LEN)
                       TO WS-CURRENT-BREAK
                   IF WS-CURRENT-BREAK = SPACES
                       MOVE 'UNASSIGNED' TO WS-CURRENT-BREAK
                   END-IF
                   PERFORM 3400-FLUSH-HOLD
                   MOVE WS-CURRENT-BREAK TO WS-LINE-BREAK
                   PERFORM 3300-ARCHIVE-LINE
               ELSE
                   PERFORM 3200-HOLD-LINE
               END-IF
           ELSE
               MOVE WS-CURRENT-BREAK TO WS-LINE-BREAK
               IF WS-TRIGGER-HIT
                   MOVE 'Y' TO WS-SCAN-SWITCH
               ELSE
                   IF WS-SCAN-ON
                       MOVE SPACES TO WS-CANDIDATE
                       MOVE SPOOL-LINE (HV-BREAK-COL:HV-BREAK-LEN)
                           TO WS-CANDIDATE
                       PERFORM 3500-VALIDATE-BREAK
                           THRU 3500-VALIDATE-EXIT
                       IF WS-BREAK-VALID
                           MOVE WS-CANDIDATE TO WS-LINE-BREAK
                           IF HV-MODE-LINE
                               MOVE WS-CANDIDATE TO WS-CURRENT-BREAK
                           END-IF
                       END-IF
                   END-IF
               END-IF
               PERFORM 3300-ARCHIVE-LINE
           END-IF.

      *--- 3200 HOLD A LINE THAT MAY HEAD THE NEXT SECTION ---
      *    Only the last HOLD_LINES lines are held; the oldest one
      *    files with the current section as a new line arrives.
       3200-HOLD-LINE.
           IF HV-HOLD-LINES = ZEROS
               MOVE WS-CURRENT-BREAK TO WS-LINE-BREAK
               PERFORM 3300-ARCHIVE-LINE
           ELSE
               IF WS-HOLD-COUNT = HV-HOLD-LINES
                   MOVE WS-HOLD-LINE (1) TO WS-ARC-LINE
                   MOVE WS-CURRENT-BREAK TO WS-LINE-BREAK
                   PERFORM 3300-ARCHIVE-LINE
                   PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                       UNTIL WS-HOLD-IDX >= WS-HOLD-COUNT
                       MOVE WS-HOLD-LINE (WS-HOLD-IDX + 1)
                           TO WS-HOLD-LINE (WS-HOLD-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-HOLD-COUNT
               END-IF
               ADD 1 TO WS-HOLD-COUNT
               MOVE SPOOL-LINE TO WS-HOLD-LINE (WS-HOLD-COUNT)
           END-IF.

      *--- 3300 FILE ONE LINE UNDER WS-LINE-BREAK ---
       3300-ARCHIVE-LINE.
           PERFORM 3600-FIND-BREAK

           ADD 1 TO WS-BRK-LINES (WS-BRK-IDX)
           MOVE HV-REPORT-ID               TO RA-REPORT-ID
           MOVE HV-RUN-DATE                TO RA-RUN-DATE
           MOVE HV-RUN-SEQ                 TO RA-RUN-SEQ
           MOVE WS-BRK-VALUE (WS-BRK-IDX)  TO RA-BREAK-VALUE
           MOVE WS-BRK-LINES (WS-BRK-IDX)  TO RA-LINE-SEQ
           MOVE WS-ARC-LINE                TO RA-LINE

           WRITE ARCHIVE-RECORD
               INVALID KEY
                   ADD 1 TO WS-ARC-ERRORS
               NOT INVALID KEY
                   ADD 1 TO WS-LINES-ARCHIVED
           END-WRITE.

      *--- 3400 FILE THE HELD LINES WITH THE CURRENT SECTION ---
       3400-FLUSH-HOLD.
           MOVE WS-CURRENT-BREAK TO WS-LINE-BREAK
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               MOVE WS-HOLD-LINE (WS-HOLD-IDX) TO WS-ARC-LINE
               PERFORM 3300-ARCHIVE-LINE
           END-PERFORM
           MOVE ZEROS TO WS-HOLD-COUNT
           MOVE SPOOL-LINE TO WS-ARC-LINE.

      *--- 3500 IS THE CANDIDATE A REAL BREAK VALUE? ---
      *    A value already filed tonight is known good; anything
      *    else must be on the break field's master table, so
      *    headings and text that happen to fill the columns are
      *    not taken for a warehouse or department.
       3500-VALIDATE-BREAK.
           MOVE 'N' TO WS-VALID-SWITCH
           IF WS-CANDIDATE = SPACES
               GO TO 3500-VALIDATE-EXIT
           END-IF

           PERFORM VARYING WS-BRK-SCAN FROM 2 BY 1
               UNTIL WS-BRK-SCAN > WS-BRK-COUNT
                  OR WS-BREAK-VALID
               IF WS-BRK-VALUE (WS-BRK-SCAN) = WS-CANDIDATE
                   MOVE 'Y' TO WS-VALID-SWITCH
               END-IF
           END-PERFORM
           IF WS-BREAK-VALID
               GO TO 3500-VALIDATE-EXIT
           END-IF

           MOVE WS-CANDIDATE TO HV-BREAK-VALUE
           MOVE ZEROS TO HV-COUNT
           EVALUATE HV-BREAK-FIELD
               WHEN 'DEPT'
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO   :HV-COUNT
                       FROM   DEPT_MASTER
                       WHERE  DEPT_ID = :HV-BREAK-VALUE
                   END-EXEC
               WHEN 'WHSE'
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO   :HV-COUNT
                       FROM   WAREHOUSE_MASTER
                       WHERE  WAREHOUSE_ID = :HV-BREAK-VALUE
                   END-EXEC
               WHEN 'ENTITY'
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO   :HV-COUNT
                       FROM   ENTITY_MASTER
                       WHERE  ENTITY_ID = :HV-BREAK-VALUE
                   END-EXEC
               WHEN OTHER
                   MOVE 1 TO HV-COUNT
           END-EVALUATE

           IF HV-COUNT > ZEROS
               MOVE 'Y' TO WS-VALID-SWITCH
           END-IF.

       3500-VALIDATE-EXIT.
           EXIT.

      *--- 3600 FIND OR ADD THE BREAK IN THE RUN TABLE ---
      *    A night with more breaks than the table holds files the
      *    excess with the report-level copy and says so.
       3600-FIND-BREAK.
           MOVE ZEROS TO WS-BRK-IDX
           PERFORM VARYING WS-BRK-SCAN FROM 1 BY 1
               UNTIL WS-BRK-SCAN > WS-BRK-COUNT
                  OR WS-BRK-IDX > ZEROS
               IF WS-BRK-VALUE (WS-BRK-SCAN) = WS-LINE-BREAK
                   MOVE WS-BRK-SCAN TO WS-BRK-IDX
               END-IF
           END-PERFORM

           IF WS-BRK-IDX = ZEROS
               IF WS-BRK-COUNT < WS-BRK-MAX
                   ADD 1 TO WS-BRK-COUNT
                   MOVE WS-BRK-COUNT  TO WS-BRK-IDX
                   MOVE WS-LINE-BREAK TO WS-BRK-VALUE (WS-BRK-IDX)
                   MOVE ZEROS         TO WS-BRK-LINES (WS-BRK-IDX)
               ELSE
                   ADD 1 TO WS-BREAK-OVERFLOW
                   MOVE 1 TO WS-BRK-IDX
               END-IF
           END-IF.

      *--- 4000 CATALOG EACH BREAK FILED ---
       4000-CATALOG-BREAKS.
           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
               UNTIL WS-BRK-IDX > WS-BRK-COUNT
               IF WS-BRK-LINES (WS-BRK-IDX) > ZEROS
                   PERFORM 4100-CATALOG-ONE-BREAK
               END-IF
           END-PERFORM

           EXEC SQL  COMMIT  END-EXEC.

       4100-CATALOG-ONE-BREAK.
           MOVE WS-BRK-VALUE (WS-BRK-IDX) TO HV-BREAK-VALUE
           MOVE WS-BRK-LINES (WS-BRK-IDX) TO HV-LINE-COUNT

           EXEC SQL
               INSERT INTO REPORT_ARCHIVE_CATALOG
               (REPORT_ID, RUN_DATE, RUN_SEQ, BREAK_VALUE,
                BREAK_FIELD, REPORT_TITLE, JOB_NAME, JOB_PERIOD_ID,
                JOB_RUN_STATUS, JOB_START_DATE, JOB_START_TIME,
                LINE_COUNT, ARCHIVED_TIME, RETAIN_UNTIL)
               VALUES
               (:HV-REPORT-ID, DATE(:HV-RUN-DATE), :HV-RUN-SEQ,
                :HV-BREAK-VALUE, :HV-BREAK-FIELD, :HV-REPORT-TITLE,
                :HV-JOB-NAME, :HV-JOB-PERIOD, :HV-JOB-STATUS,
                CASE WHEN :HV-JOB-START-DATE = ' ' THEN NULL
                     ELSE DATE(:HV-JOB-START-DATE) END,
                CASE WHEN :HV-JOB-START-TIME = ' ' THEN NULL
                     ELSE TIME(:HV-JOB-START-TIME) END,
                :HV-LINE-COUNT, CURRENT TIMESTAMP,
                DATE(:HV-RETAIN-UNTIL))
           END-EXEC

           ADD 1 TO WS-BREAKS-FILED.

      *--- 5000 ROUTE EACH BREAK TO ITS RECIPIENTS ---
      *    A distribution row names one break value, or '*' for
      *    every break including the report-level copy.
       5000-ROUTE-BREAKS.
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE
           MOVE ROUTE-HDR TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE

           EXEC SQL
               DECLARE DIST-CUR CURSOR FOR
               SELECT RECIPIENT, DELIVERY_METHOD
               FROM   REPORT_DISTRIBUTION
               WHERE  REPORT_ID = :HV-REPORT-ID
               AND   (BREAK_VALUE = :HV-BREAK-VALUE
                   OR BREAK_VALUE = '*')
               ORDER BY RECIPIENT
           END-EXEC

           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
               UNTIL WS-BRK-IDX > WS-BRK-COUNT
               IF WS-BRK-LINES (WS-BRK-IDX) > ZEROS
                   PERFORM 5100-ROUTE-ONE-BREAK
               END-IF
           END-PERFORM

           EXEC SQL  COMMIT  END-EXEC.

       5100-ROUTE-ONE-BREAK.
           MOVE WS-BRK-VALUE (WS-BRK-IDX) TO HV-BREAK-VALUE
           MOVE ZEROS TO WS-BREAK-RECIPIENTS
           MOVE 'N'   TO WS-DIST-EOF-SWITCH

           EXEC SQL  OPEN DIST-CUR  END-EXEC

           PERFORM UNTIL WS-DIST-EOF
               EXEC SQL
                   FETCH DIST-CUR
                   INTO :HV-RECIPIENT, :HV-DELIVERY-METHOD
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-DIST-EOF-SWITCH
               ELSE
                   ADD 1 TO WS-BREAK-RECIPIENTS
                   PERFORM 5200-DELIVER-ONE-COPY
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE DIST-CUR  END-EXEC

           IF WS-BREAK-RECIPIENTS = ZEROS
               ADD 1 TO WS-BREAKS-UNROUTED
               MOVE SPACES TO HV-RECIPIENT
               MOVE SPACES TO HV-DELIVERY-METHOD
               MOVE 'NOT ROUTED - ARCHIVED ONLY' TO RT-ACTION
               PERFORM 5400-WRITE-ROUTE-LINE

               MOVE 'W'            TO HV-EXC-SEVERITY
               MOVE 'NO-RECIPIENT' TO HV-EXC-REASON
               MOVE SPACES         TO HV-EXC-KEY
               STRING HV-REPORT-ID ' ' HV-BREAK-VALUE
                   DELIMITED SIZE INTO HV-EXC-KEY
               PERFORM 9700-LOG-EXCEPTION
           END-IF.

       5200-DELIVER-ONE-COPY.
           EVALUATE HV-DELIVERY-METHOD
               WHEN 'PRINT'
                   PERFORM 5300-PRINT-COPY
                   ADD 1 TO WS-COPIES-PRINTED
                   MOVE 'PRINTED ON BURSTOUT' TO RT-ACTION
               WHEN 'EMAIL'
                   EXEC SQL
                       INSERT INTO REPORT_DELIVERY
                       (REPORT_ID, RUN_DATE, RUN_SEQ, BREAK_VALUE,
                        RECIPIENT, DELIVERY_METHOD, DELIVERY_STATUS,
                        QUEUED_TIME)
                       VALUES
                       (:HV-REPORT-ID, DATE(:HV-RUN-DATE),
                        :HV-RUN-SEQ, :HV-BREAK-VALUE,
                        :HV-RECIPIENT, 'EMAIL', 'QUEUED',
                        CURRENT TIMESTAMP)
                   END-EXEC
                   ADD 1 TO WS-EMAILS-QUEUED
                   MOVE 'QUEUED FOR MAIL GATEWAY' TO RT-ACTION
               WHEN 'ONLINE'
                   ADD 1 TO WS-ONLINE-ROUTED
                   MOVE 'AVAILABLE THROUGH RPTINQ01' TO RT-ACTION
               WHEN OTHER
                   MOVE 'UNKNOWN DELIVERY METHOD - SKIPPED'
                       TO RT-ACTION
           END-EVALUATE
           PERFORM 5400-WRITE-ROUTE-LINE.

      *--- 5300 PRINT ONE ROUTED COPY FROM THE ARCHIVE ---
      *    Read back off RPTARC, so the printed copy is exactly what
      *    was filed.
       5300-PRINT-COPY.
           MOVE HV-RECIPIENT   TO BN-RECIPIENT
           MOVE HV-REPORT-ID   TO BN-REPORT
           MOVE HV-BREAK-VALUE TO BN-BREAK
           MOVE HV-RUN-DATE    TO BN-DATE
           MOVE HV-RUN-SEQ     TO BN-SEQ
           WRITE BURST-LINE FROM BANNER-LINE1 AFTER PAGE
           WRITE BURST-LINE FROM BANNER-LINE2
           WRITE BURST-LINE FROM SPACES

           MOVE HV-REPORT-ID   TO RA-REPORT-ID
           MOVE HV-RUN-DATE    TO RA-RUN-DATE
           MOVE HV-RUN-SEQ     TO RA-RUN-SEQ
           MOVE HV-BREAK-VALUE TO RA-BREAK-VALUE
           MOVE ZEROS          TO RA-LINE-SEQ
           MOVE RA-PREFIX      TO WS-ARC-PREFIX
           MOVE 'N'            TO WS-ARC-EOF-SWITCH

           START ARCHIVE-FILE KEY IS NOT LESS THAN RA-KEY
               INVALID KEY MOVE 'Y' TO WS-ARC-EOF-SWITCH
           END-START

           PERFORM UNTIL WS-ARC-EOF
               READ ARCHIVE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-ARC-EOF-SWITCH
               END-READ
               IF NOT WS-ARC-EOF
                   IF RA-PREFIX = WS-ARC-PREFIX
                       WRITE BURST-LINE FROM RA-LINE
                   ELSE
                       MOVE 'Y' TO WS-ARC-EOF-SWITCH
                   END-IF
               END-IF
           END-PERFORM.

       5400-WRITE-ROUTE-LINE.
           IF WS-BRK-VALUE (WS-BRK-IDX) = SPACES
               MOVE '(REPORT)'  TO RT-BREAK
           ELSE
               MOVE WS-BRK-VALUE (WS-BRK-IDX) TO RT-BREAK
           END-IF
           MOVE WS-BRK-LINES (WS-BRK-IDX) TO RT-LINES
           MOVE HV-RECIPIENT              TO RT-RECIPIENT
           MOVE HV-DELIVERY-METHOD        TO RT-METHOD
           MOVE ROUTE-LINE TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE.

      *--- 6000 RUN SUMMARY ---
       6000-PRINT-SUMMARY.
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE
           MOVE 'SPOOL LINES READ:' TO SL-LABEL
           MOVE WS-LINES-READ TO SL-COUNT
           PERFORM 6100-PRINT-SUMMARY-LINE
           MOVE 'LINES ARCHIVED:' TO SL-LABEL
           MOVE WS-LINES-ARCHIVED TO SL-COUNT
           PERFORM 6100-PRINT-SUMMARY-LINE
           MOVE 'BREAKS FILED:' TO SL-LABEL
           MOVE WS-BREAKS-FILED TO SL-COUNT
           PERFORM 6100-PRINT-SUMMARY-LINE
           MOVE 'PRINTED COPIES:' TO SL-LABEL
           MOVE WS-COPIES-PRINTED TO SL-COUNT
           PERFORM 6100-PRINT-SUMMARY-LINE
           MOVE 'EMAIL COPIES QUEUED:' TO SL-LABEL
           MOVE WS-EMAILS-QUEUED TO SL-COUNT
           PERFORM 6100-PRINT-SUMMARY-LINE
           MOVE 'ONLINE RECIPIENTS:' TO SL-LABEL
           MOVE WS-ONLINE-ROUTED TO SL-COUNT
           PERFORM 6100-PRINT-SUMMARY-LINE
           MOVE 'BREAKS WITH NO RECIPIENT:' TO SL-LABEL
           MOVE WS-BREAKS-UNROUTED TO SL-COUNT
           PERFORM 6100-PRINT-SUMMARY-LINE
           MOVE 'EXPIRED BREAKS PURGED:' TO SL-LABEL
           MOVE WS-EXPIRED-REPORTS TO SL-COUNT
           PERFORM 6100-PRINT-SUMMARY-LINE
           MOVE 'EXPIRED LINES DELETED:' TO SL-LABEL
           MOVE WS-EXPIRED-LINES TO SL-COUNT
           PERFORM 6100-PRINT-SUMMARY-LINE

           IF WS-BREAK-OVERFLOW > ZEROS
               MOVE 'LINES FILED AT REPORT LEVEL, TABLE FULL:'
                   TO SL-LABEL
               MOVE WS-BREAK-OVERFLOW TO SL-COUNT
               PERFORM 6100-PRINT-SUMMARY-LINE
           END-IF
           IF WS-ARC-ERRORS > ZEROS
               MOVE '*** ARCHIVE WRITE/DELETE ERRORS:' TO SL-LABEL
               MOVE WS-ARC-ERRORS TO SL-COUNT
               PERFORM 6100-PRINT-SUMMARY-LINE
           END-IF.

       6100-PRINT-SUMMARY-LINE.
           MOVE SUMMARY-LINE TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE.

       9000-TERMINATE.
           EXEC SQL  COMMIT  END-EXEC
           CLOSE SPOOL-FILE
                 ARCHIVE-FILE
                 BURST-FILE
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

       9300-PRINT-MESSAGE.
           MOVE WS-MSG-TEXT TO ML-TEXT
           MOVE MSG-LINE TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE.

      *--- 9700 LOG EXCEPTION ---
       9700-LOG-EXCEPTION.
           EXEC SQL
               INSERT INTO EXCEPTION_LOG
               (PROGRAM_NAME, RUN_DATE, PERIOD_ID, SEVERITY,
                REASON_CODE, KEY_VALUE, RESOLVED_FLAG,
                CREATED_TIME)
               VALUES
               ('RPTDST01', CURRENT DATE, ' ',
                :HV-EXC-SEVERITY, :HV-EXC-REASON, :HV-EXC-KEY,
                'N', CURRENT TIME)
           END-EXEC.
