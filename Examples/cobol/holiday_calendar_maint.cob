      *================================================================
      * PROGRAM:    HOLCAL01
      * DESCRIPTION: Holiday Calendar and Business-Day Rule Maintenance
      *              - HOLIN cards add, rename and drop holidays on
      *                HOLIDAY_CALENDAR: calendar 'CORP' for company
      *                holidays, 'BANK' for the Federal Reserve
      *                holidays ACH settlement observes. Key the
      *                observed date - a holiday on a weekend is
      *                accepted but flagged
      *              - Sets and drops BUSDAY_ROLL_RULE rows: which
      *                calendar and roll rule (F following, P
      *                preceding, M modified following) a program
      *                uses for one of its dates, e.g. APPAY01
      *                ACHEFF or PAYPRO01 PAYDATE. BUSDAY01 reads
      *                them on every call, so a change takes effect
      *                on the next batch run
      *              - Prints the card register, every holiday from
      *                the first of this year through the end of
      *                next year on both calendars, and the roll
      *                rules in force
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLCAL01.
       AUTHOR. ACME-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE ASSIGN TO HOLIN
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
                              ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    One maintenance action per card.
       FD  HOLIDAY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  HOLIDAY-RECORD.
           05  HC-ACTION           PIC X(1).
               88  HC-ADD-HOLIDAY           VALUE 'H'.
               88  HC-DROP-HOLIDAY          VALUE 'D'.
               88  HC-SET-RULE              VALUE 'R'.
               88  HC-DROP-RULE             VALUE 'X'.
           05  HC-CALENDAR-ID      PIC X(4).
           05  HC-HOLIDAY-DATE     PIC X(10).
           05  HC-HOLIDAY-NAME     PIC X(30).
           05  HC-PROGRAM-NAME     PIC X(8).
           05  HC-DATE-USAGE       PIC X(8).
           05  HC-ROLL-RULE        PIC X(1).
               88  HC-RULE-VALID            VALUE 'F' 'P' 'M'.
           05  HC-USER-ID          PIC X(8).
           05  FILLER              PIC X(10).

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
           05  WS-HOL-EOF-SWITCH    PIC X(1) VALUE 'N'.
               88  WS-HOL-EOF                VALUE 'Y'.
           05  WS-RULE-EOF-SWITCH   PIC X(1) VALUE 'N'.
               88  WS-RULE-EOF               VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LINE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-PAGE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-CARDS-READ        PIC S9(7) COMP VALUE ZEROS.
           05  WS-CARDS-APPLIED     PIC S9(7) COMP VALUE ZEROS.
           05  WS-CARDS-REJECTED    PIC S9(7) COMP VALUE ZEROS.
           05  WS-HOLIDAYS-LISTED   PIC S9(7) COMP VALUE ZEROS.
           05  WS-RULES-LISTED      PIC S9(7) COMP VALUE ZEROS.

      *--- Day names in DAYOFWEEK order, 1 = Sunday ---
       01  WS-DAY-NAMES.
           05  FILLER               PIC X(3) VALUE 'SUN'.
           05  FILLER               PIC X(3) VALUE 'MON'.
           05  FILLER               PIC X(3) VALUE 'TUE'.
           05  FILLER               PIC X(3) VALUE 'WED'.
           05  FILLER               PIC X(3) VALUE 'THU'.
           05  FILLER               PIC X(3) VALUE 'FRI'.
           05  FILLER               PIC X(3) VALUE 'SAT'.
       01  WS-DAY-NAME-TBL REDEFINES WS-DAY-NAMES.
           05  WS-DAY-NAME          PIC X(3) OCCURS 7 TIMES.

       01  WS-WORK.
           05  WS-CURRENT-DATE      PIC X(10).
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
       01  HV-HOLCAL.
           05  HV-CALENDAR-ID       PIC X(4).
           05  HV-HOLIDAY-DATE      PIC X(10).
           05  HV-HOLIDAY-NAME      PIC X(30).
           05  HV-PROGRAM-NAME      PIC X(8).
           05  HV-DATE-USAGE        PIC X(8).
           05  HV-ROLL-RULE         PIC X(1).
           05  HV-USER-ID           PIC X(8).
           05  HV-UPDATED-BY        PIC X(8).
           05  HV-UPDATED-DATE      PIC X(10).
           05  HV-DAY-OF-WEEK       PIC S9(4) COMP.
           05  HV-LIST-FROM         PIC X(10).
           05  HV-LIST-TO           PIC X(10).

      *--- HEADER LINES ---
       01  HDR1.
           05  FILLER  PIC X(25) VALUE SPACES.
           05  FILLER  PIC X(45)
               VALUE 'ACME CORPORATION - HOLIDAY CALENDAR'.
           05  FILLER  PIC X(33) VALUE SPACES.
           05  FILLER  PIC X(5) VALUE 'PAGE:'.
           05  H1-PAGE PIC ZZZZZ.
           05  FILLER  PIC X(20) VALUE SPACES.

       01  HDR2.
           05  FILLER  PIC X(6)  VALUE 'DATE: '.
           05  H2-DATE PIC X(10).
           05  FILLER  PIC X(117) VALUE SPACES.

      *--- SECTION TITLE LINE ---
       01  SECTION-LINE.
           05  FILLER      PIC X(4) VALUE SPACES.
           05  SC-TEXT     PIC X(60).
           05  FILLER      PIC X(69) VALUE SPACES.

      *--- CARD REGISTER LINE ---
       01  CARD-LINE.
           05  CD-ACTION   PIC X(1).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  CD-CALENDAR PIC X(4).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  CD-KEY      PIC X(18).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  CD-USER     PIC X(8).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  CD-TEXT     PIC X(60).
           05  FILLER      PIC X(34) VALUE SPACES.

      *--- HOLIDAY LISTING LINES ---
       01  HOLIDAY-HDR.
           05  FILLER  PIC X(6)  VALUE 'CAL'.
           05  FILLER  PIC X(11) VALUE 'DATE'.
           05  FILLER  PIC X(4)  VALUE 'DAY'.
           05  FILLER  PIC X(31) VALUE 'HOLIDAY'.
           05  FILLER  PIC X(9)  VALUE 'BY'.
           05  FILLER  PIC X(11) VALUE 'UPDATED'.
           05  FILLER  PIC X(61) VALUE 'NOTE'.

       01  HOLIDAY-LINE.
           05  HL-CALENDAR PIC X(4).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  HL-DATE     PIC X(10).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  HL-DAY      PIC X(3).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  HL-NAME     PIC X(30).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  HL-BY       PIC X(8).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  HL-UPDATED  PIC X(10).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  HL-NOTE     PIC X(30).
           05  FILLER      PIC X(31) VALUE SPACES.

      *--- ROLL RULE LISTING LINES ---
       01  RULE-HDR.
           05  FILLER  PIC X(10) VALUE 'PROGRAM'.
           05  FILLER  PIC X(10) VALUE 'USAGE'.
           05  FILLER  PIC X(6)  VALUE 'CAL'.
           05  FILLER  PIC X(22) VALUE 'ROLL RULE'.
           05  FILLER  PIC X(9)  VALUE 'BY'.
           05  FILLER  PIC X(76) VALUE 'UPDATED'.

       01  RULE-LINE.
           05  RL-PROGRAM  PIC X(8).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  RL-USAGE    PIC X(8).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  RL-CALENDAR PIC X(4).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  RL-RULE     PIC X(1).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RL-RULE-DESC PIC X(20).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RL-BY       PIC X(8).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RL-UPDATED  PIC X(10).
           05  FILLER      PIC X(65) VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER      PIC X(10) VALUE SPACES.
           05  SL-LABEL    PIC X(40).
           05  SL-COUNT    PIC ZZZ,ZZ9.
           05  FILLER      PIC X(76) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-CARD
               UNTIL WS-EOF
           PERFORM 3000-PRINT-HOLIDAYS
           PERFORM 4000-PRINT-ROLL-RULES
           PERFORM 5000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  HOLIDAY-FILE
                OUTPUT REPORT-FILE

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
               INTO   :WS-CURRENT-DATE
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE WS-CURRENT-DATE TO H2-DATE
           PERFORM 9100-PRINT-HEADERS

           MOVE 'MAINTENANCE CARDS' TO SC-TEXT
           MOVE SECTION-LINE TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE

           READ HOLIDAY-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *--- 2000 APPLY ONE MAINTENANCE CARD ---
       2000-APPLY-CARD.
           ADD 1 TO WS-CARDS-READ
           MOVE 'Y' TO WS-CARD-OK-SWITCH
           MOVE SPACES TO WS-CARD-TEXT

           IF HC-USER-ID = SPACES
               MOVE 'N' TO WS-CARD-OK-SWITCH
               MOVE 'USER ID REQUIRED' TO WS-CARD-TEXT
           END-IF

           IF WS-CARD-OK
               IF HC-CALENDAR-ID NOT = 'CORP'
                  AND HC-CALENDAR-ID NOT = 'BANK'
                  AND NOT HC-DROP-RULE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   MOVE 'CALENDAR MUST BE CORP OR BANK'
                       TO WS-CARD-TEXT
               END-IF
           END-IF

           IF WS-CARD-OK
               MOVE HC-USER-ID     TO HV-USER-ID
               MOVE HC-CALENDAR-ID TO HV-CALENDAR-ID
               EVALUATE TRUE
                   WHEN HC-ADD-HOLIDAY
                       PERFORM 2100-ADD-HOLIDAY
                   WHEN HC-DROP-HOLIDAY
                       PERFORM 2200-DROP-HOLIDAY
                   WHEN HC-SET-RULE
                       PERFORM 2300-SET-ROLL-RULE
                   WHEN HC-DROP-RULE
                       PERFORM 2400-DROP-ROLL-RULE
                   WHEN OTHER
                       MOVE 'N' TO WS-CARD-OK-SWITCH
                       MOVE 'UNKNOWN ACTION CODE' TO WS-CARD-TEXT
               END-EVALUATE
           END-IF

           PERFORM 2900-WRITE-CARD-LINE

           READ HOLIDAY-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *    Adds the holiday, or renames it if the date is already on
      *    the calendar. A weekend date is taken as keyed but called
      *    out: the calendar should carry the day actually observed.
       2100-ADD-HOLIDAY.
           PERFORM 2800-VALIDATE-DATE

           IF WS-CARD-OK AND HC-HOLIDAY-NAME = SPACES
               MOVE 'N' TO WS-CARD-OK-SWITCH
               MOVE 'HOLIDAY NAME REQUIRED' TO WS-CARD-TEXT
           END-IF

           IF WS-CARD-OK
               MOVE HC-HOLIDAY-NAME TO HV-HOLIDAY-NAME
               EXEC SQL
                   UPDATE HOLIDAY_CALENDAR
                   SET    HOLIDAY_NAME = :HV-HOLIDAY-NAME,
                          UPDATED_BY   = :HV-USER-ID,
                          UPDATED_DATE = CURRENT DATE
                   WHERE  CALENDAR_ID  = :HV-CALENDAR-ID
                   AND    HOLIDAY_DATE = DATE(:HV-HOLIDAY-DATE)
               END-EXEC
               IF SQLCODE = 100
                   EXEC SQL
                       INSERT INTO HOLIDAY_CALENDAR
                       (CALENDAR_ID, HOLIDAY_DATE, HOLIDAY_NAME,
                        UPDATED_BY, UPDATED_DATE)
                       VALUES
                       (:HV-CALENDAR-ID, DATE(:HV-HOLIDAY-DATE),
                        :HV-HOLIDAY-NAME, :HV-USER-ID, CURRENT DATE)
                   END-EXEC
                   MOVE 'HOLIDAY ADDED' TO WS-CARD-TEXT
               ELSE
                   MOVE 'HOLIDAY RENAMED' TO WS-CARD-TEXT
               END-IF
               EXEC SQL  COMMIT  END-EXEC

               IF HV-DAY-OF-WEEK = 1 OR HV-DAY-OF-WEEK = 7
                   MOVE SPACES TO WS-CARD-TEXT
                   STRING 'ACCEPTED - FALLS ON A '
                          WS-DAY-NAME (HV-DAY-OF-WEEK)
                          ', CHECK OBSERVED DATE'
                       DELIMITED SIZE INTO WS-CARD-TEXT
               END-IF
           END-IF.

       2200-DROP-HOLIDAY.
           PERFORM 2800-VALIDATE-DATE

           IF WS-CARD-OK
               EXEC SQL
                   DELETE FROM HOLIDAY_CALENDAR
                   WHERE  CALENDAR_ID  = :HV-CALENDAR-ID
                   AND    HOLIDAY_DATE = DATE(:HV-HOLIDAY-DATE)
               END-EXEC
               IF SQLCODE = 100
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   MOVE 'HOLIDAY NOT ON CALENDAR' TO WS-CARD-TEXT
               ELSE
                   EXEC SQL  COMMIT  END-EXEC
                   MOVE 'HOLIDAY DROPPED' TO WS-CARD-TEXT
               END-IF
           END-IF.

      *    One rule per program and date usage; the card replaces
      *    whatever was there.
       2300-SET-ROLL-RULE.
           IF HC-PROGRAM-NAME = SPACES OR HC-DATE-USAGE = SPACES
               MOVE 'N' TO WS-CARD-OK-SWITCH
               MOVE 'PROGRAM AND DATE USAGE REQUIRED' TO WS-CARD-TEXT
           ELSE
               IF NOT HC-RULE-VALID
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   MOVE 'ROLL RULE MUST BE F, P OR M' TO WS-CARD-TEXT
               END-IF
           END-IF

           IF WS-CARD-OK
               MOVE HC-PROGRAM-NAME TO HV-PROGRAM-NAME
               MOVE HC-DATE-USAGE   TO HV-DATE-USAGE
               MOVE HC-ROLL-RULE    TO HV-ROLL-RULE
               EXEC SQL
                   UPDATE BUSDAY_ROLL_RULE
                   SET    CALENDAR_ID  = :HV-CALENDAR-ID,
                          ROLL_RULE    = :HV-ROLL-RULE,
                          UPDATED_BY   = :HV-USER-ID,
                          UPDATED_DATE = CURRENT DATE
                   WHERE  PROGRAM_NAME = :HV-PROGRAM-NAME
                   AND    DATE_USAGE   = :HV-DATE-USAGE
               END-EXEC
               IF SQLCODE = 100
                   EXEC SQL
                       INSERT INTO BUSDAY_ROLL_RULE
                       (PROGRAM_NAME, DATE_USAGE, CALENDAR_ID,
                        ROLL_RULE, UPDATED_BY, UPDATED_DATE)
                       VALUES
                       (:HV-PROGRAM-NAME, :HV-DATE-USAGE,
                        :HV-CALENDAR-ID, :HV-ROLL-RULE,
                        :HV-USER-ID, CURRENT DATE)
                   END-EXEC
                   MOVE 'ROLL RULE ADDED' TO WS-CARD-TEXT
               ELSE
                   MOVE 'ROLL RULE CHANGED' TO WS-CARD-TEXT
               END-IF
               EXEC SQL  COMMIT  END-EXEC
           END-IF.

      *    With the row gone the program falls back to the calendar
      *    and rule coded in its own call.
       2400-DROP-ROLL-RULE.
           MOVE HC-PROGRAM-NAME TO HV-PROGRAM-NAME
           MOVE HC-DATE-USAGE   TO HV-DATE-USAGE
           EXEC SQL
               DELETE FROM BUSDAY_ROLL_RULE
               WHERE  PROGRAM_NAME = :HV-PROGRAM-NAME
               AND    DATE_USAGE   = :HV-DATE-USAGE
           END-EXEC
           IF SQLCODE = 100
               MOVE 'N' TO WS-CARD-OK-SWITCH
               MOVE 'NO ROLL RULE FOR PROGRAM/USAGE' TO WS-CARD-TEXT
           ELSE
               EXEC SQL  COMMIT  END-EXEC
               MOVE 'ROLL RULE DROPPED - PROGRAM DEFAULT APPLIES'
                   TO WS-CARD-TEXT
           END-IF.

      *    The date must be one DB2 accepts; its day of the week is
      *    kept for the weekend check.
       2800-VALIDATE-DATE.
           MOVE HC-HOLIDAY-DATE TO HV-HOLIDAY-DATE
           EXEC SQL
               SELECT CHAR(DATE(:HV-HOLIDAY-DATE), ISO),
                      DAYOFWEEK(DATE(:HV-HOLIDAY-DATE))
               INTO   :HV-HOLIDAY-DATE, :HV-DAY-OF-WEEK
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'N' TO WS-CARD-OK-SWITCH
               MOVE 'INVALID HOLIDAY DATE' TO WS-CARD-TEXT
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

           MOVE HC-ACTION      TO CD-ACTION
           MOVE HC-CALENDAR-ID TO CD-CALENDAR
           MOVE SPACES         TO CD-KEY
           IF HC-SET-RULE OR HC-DROP-RULE
               STRING HC-PROGRAM-NAME ' ' HC-DATE-USAGE
                   DELIMITED SIZE INTO CD-KEY
           ELSE
               MOVE HC-HOLIDAY-DATE TO CD-KEY
           END-IF
           MOVE HC-USER-ID     TO CD-USER
           MOVE WS-CARD-TEXT   TO CD-TEXT
           MOVE CARD-LINE TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE.

      *--- 3000 LIST THE HOLIDAYS ---
      *    This year and next, both calendars, in date order so the
      *    two calendars can be compared day by day.
       3000-PRINT-HOLIDAYS.
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE
           MOVE 'HOLIDAYS - THIS YEAR AND NEXT' TO SC-TEXT
           MOVE SECTION-LINE TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE
           MOVE HOLIDAY-HDR TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE

           MOVE WS-CURRENT-DATE TO HV-LIST-FROM
           MOVE '01-01'         TO HV-LIST-FROM (6:5)
           EXEC SQL
               SELECT CHAR(DATE(:HV-LIST-FROM) + 2 YEARS - 1 DAY,
                           ISO)
               INTO   :HV-LIST-TO
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC

           EXEC SQL
               DECLARE HOL-CUR CURSOR FOR
               SELECT CALENDAR_ID, CHAR(HOLIDAY_DATE, ISO),
                      DAYOFWEEK(HOLIDAY_DATE), HOLIDAY_NAME,
                      COALESCE(UPDATED_BY, ' '),
                      COALESCE(CHAR(UPDATED_DATE, ISO), ' ')
               FROM   HOLIDAY_CALENDAR
               WHERE  HOLIDAY_DATE BETWEEN DATE(:HV-LIST-FROM)
                                       AND DATE(:HV-LIST-TO)
               ORDER BY HOLIDAY_DATE, CALENDAR_ID
           END-EXEC

           MOVE 'N' TO WS-HOL-EOF-SWITCH
           EXEC SQL  OPEN HOL-CUR  END-EXEC

           PERFORM UNTIL WS-HOL-EOF
               EXEC SQL
                   FETCH HOL-CUR
                   INTO :HV-CALENDAR-ID, :HV-HOLIDAY-DATE,
                        :HV-DAY-OF-WEEK, :HV-HOLIDAY-NAME,
                        :HV-UPDATED-BY, :HV-UPDATED-DATE
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-HOL-EOF-SWITCH
               ELSE
                   PERFORM 3100-PRINT-ONE-HOLIDAY
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE HOL-CUR  END-EXEC.

       3100-PRINT-ONE-HOLIDAY.
           ADD 1 TO WS-HOLIDAYS-LISTED
           MOVE HV-CALENDAR-ID  TO HL-CALENDAR
           MOVE HV-HOLIDAY-DATE TO HL-DATE
           MOVE WS-DAY-NAME (HV-DAY-OF-WEEK) TO HL-DAY
           MOVE HV-HOLIDAY-NAME TO HL-NAME
           MOVE HV-UPDATED-BY   TO HL-BY
           MOVE HV-UPDATED-DATE TO HL-UPDATED
           IF HV-DAY-OF-WEEK = 1 OR HV-DAY-OF-WEEK = 7
               MOVE '** WEEKEND - NOT OBSERVED?' TO HL-NOTE
           ELSE
               MOVE SPACES TO HL-NOTE
           END-IF
           MOVE HOLIDAY-LINE TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE.

      *--- 4000 LIST THE ROLL RULES IN FORCE ---
       4000-PRINT-ROLL-RULES.
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE
           MOVE 'BUSINESS-DAY ROLL RULES BY PROGRAM' TO SC-TEXT
           MOVE SECTION-LINE TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE
           MOVE RULE-HDR TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE

           EXEC SQL
               DECLARE RULE-CUR CURSOR FOR
               SELECT PROGRAM_NAME, DATE_USAGE, CALENDAR_ID,
                      ROLL_RULE, COALESCE(UPDATED_BY, ' '),
                      COALESCE(CHAR(UPDATED_DATE, ISO), ' ')
               FROM   BUSDAY_ROLL_RULE
               ORDER BY PROGRAM_NAME, DATE_USAGE
           END-EXEC

           MOVE 'N' TO WS-RULE-EOF-SWITCH
           EXEC SQL  OPEN RULE-CUR  END-EXEC

           PERFORM UNTIL WS-RULE-EOF
               EXEC SQL
                   FETCH RULE-CUR
                   INTO :HV-PROGRAM-NAME, :HV-DATE-USAGE,
                        :HV-CALENDAR-ID, :HV-ROLL-RULE,
                        :HV-UPDATED-BY, :HV-UPDATED-DATE
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-RULE-EOF-SWITCH
               ELSE
                   PERFORM 4100-PRINT-ONE-RULE
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE RULE-CUR  END-EXEC.

       4100-PRINT-ONE-RULE.
           ADD 1 TO WS-RULES-LISTED
           MOVE HV-PROGRAM-NAME TO RL-PROGRAM
           MOVE HV-DATE-USAGE   TO RL-USAGE
           MOVE HV-CALENDAR-ID  TO RL-CALENDAR
           MOVE HV-ROLL-RULE    TO RL-RULE
           EVALUATE HV-ROLL-RULE
               WHEN 'F'
                   MOVE 'FOLLOWING'          TO RL-RULE-DESC
               WHEN 'P'
                   MOVE 'PRECEDING'          TO RL-RULE-DESC
               WHEN 'M'
                   MOVE 'MODIFIED FOLLOWING' TO RL-RULE-DESC
               WHEN OTHER
                   MOVE 'UNKNOWN'            TO RL-RULE-DESC
           END-EVALUATE
           MOVE HV-UPDATED-BY   TO RL-BY
           MOVE HV-UPDATED-DATE TO RL-UPDATED
           MOVE RULE-LINE TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE.

      *--- 5000 RUN SUMMARY ---
       5000-PRINT-SUMMARY.
           MOVE SPACES TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE
           MOVE 'CARDS READ:' TO SL-LABEL
           MOVE WS-CARDS-READ TO SL-COUNT
           MOVE SUMMARY-LINE TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE
           MOVE 'CARDS APPLIED:' TO SL-LABEL
           MOVE WS-CARDS-APPLIED TO SL-COUNT
           MOVE SUMMARY-LINE TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE
           MOVE 'CARDS REJECTED:' TO SL-LABEL
           MOVE WS-CARDS-REJECTED TO SL-COUNT
           MOVE SUMMARY-LINE TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE
           MOVE 'HOLIDAYS LISTED:' TO SL-LABEL
           MOVE WS-HOLIDAYS-LISTED TO SL-COUNT
           MOVE SUMMARY-LINE TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE
           MOVE 'ROLL RULES IN FORCE:' TO SL-LABEL
           MOVE WS-RULES-LISTED TO SL-COUNT
           MOVE SUMMARY-LINE TO WS-PRINT-AREA
           PERFORM 9200-PRINT-LINE.

       9000-TERMINATE.
           EXEC SQL  COMMIT  END-EXEC
           CLOSE HOLIDAY-FILE
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
