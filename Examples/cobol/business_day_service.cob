      *================================================================
      * PROGRAM:    BUSDAY01
      * DESCRIPTION: Business-Day and Holiday Calendar Service
      *              - Called by APPAY01 (ACH effective date and the
      *                due-date cut-off), PAYPRO01 (pay date and
      *                direct-deposit effective date), CASHFC01
      *                (weekly bucketing) and ARDUN01 (aging), so
      *                every program counts business days off the
      *                same HOLIDAY_CALENDAR that HOLCAL01 maintains
      *              - A business day is Monday through Friday and
      *                not a holiday on the requested calendar:
      *                'CORP' (company holidays) or 'BANK' (Federal
      *                Reserve holidays, used for ACH settlement)
      *              - Function 'C' checks a date (business day,
      *                weekend, holiday and its name); 'N' and 'P'
      *                return the next and previous business day;
      *                'A' adds N business days (N may be negative;
      *                zero returns the date itself or the next
      *                business day); 'R' rolls a date that is not a
      *                business day by the roll rule
      *              - Roll rules: 'F' following, 'P' preceding, 'M'
      *                modified following (following unless that
      *                crosses into the next month, then preceding).
      *                A BUSDAY_ROLL_RULE row for the caller and date
      *                usage overrides the caller's calendar and
      *                rule, so treasury can change a program's
      *                behavior without a code change
      *              - When 'R' moves a date and the caller asks for
      *                it, logs DATE-ROLLED (severity W) to
      *                EXCEPTION_LOG under the caller's program name;
      *                the caller prints its own warning and commits
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDAY01.
       AUTHOR. ACME-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-TEST-BUSINESS-SW  PIC X(1) VALUE 'N'.
               88  WS-TEST-BUSINESS-DAY      VALUE 'Y'.
           05  WS-TEST-WEEKEND-SW   PIC X(1) VALUE 'N'.
               88  WS-TEST-WEEKEND           VALUE 'Y'.
           05  WS-TEST-HOLIDAY-SW   PIC X(1) VALUE 'N'.
               88  WS-TEST-HOLIDAY           VALUE 'Y'.

       01  WS-WORK.
      *    No calendar has a run of non-business days this long; a
      *    search that gets this far means a runaway calendar row
           05  WS-MAX-STEPS         PIC S9(3) COMP VALUE 31.
           05  WS-STEP-COUNT        PIC S9(3) COMP VALUE ZEROS.
           05  WS-REMAINING         PIC S9(5) COMP VALUE ZEROS.

      *--- SQLCA ---
       01  SQLCA.
           05  SQLCAID              PIC X(8).
           05  SQLCABC              PIC S9(9) COMP.
           05  SQLCODE              PIC S9(9) COMP.
           05  SQLERRM.
               10  SQLERRML         PIC S9(4) COMP.
               10  SQLERRMC         PIC X(70).

      *--- HOST VARIABLES ---
       01  HV-BUSDAY.
           05  HV-CALLER            PIC X(8).
           05  HV-USAGE             PIC X(8).
           05  HV-CALENDAR-ID       PIC X(4).
           05  HV-ROLL-RULE         PIC X(1).
           05  HV-TEST-DATE         PIC X(10).
           05  HV-STEP-DAYS         PIC S9(4) COMP.
           05  HV-DAY-OF-WEEK       PIC S9(4) COMP.
           05  HV-HOLIDAY-COUNT     PIC S9(9) COMP.
           05  HV-HOLIDAY-NAME      PIC X(30).
           05  HV-EXC-SEVERITY      PIC X(1).
           05  HV-EXC-REASON        PIC X(12).
           05  HV-EXC-KEY           PIC X(30).

       LINKAGE SECTION.
      *--- Business-day request / result block (same layout in every
      *    caller)
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

       PROCEDURE DIVISION USING BDS-PARMS.
       0000-MAIN.
           MOVE ZEROS  TO BDS-RETURN-CODE
           MOVE SPACES TO BDS-OUT-DATE
           MOVE 'N'    TO BDS-BUSINESS-DAY-SW
           MOVE 'N'    TO BDS-WEEKEND-SW
           MOVE 'N'    TO BDS-HOLIDAY-SW
           MOVE SPACES TO BDS-HOLIDAY-NAME
           MOVE 'N'    TO BDS-MOVED-SW

           PERFORM 1000-EDIT-REQUEST
               THRU 1099-EDIT-EXIT

           IF BDS-OK
               PERFORM 2000-APPLY-ROLL-RULE
               PERFORM 3000-TEST-DAY
               MOVE WS-TEST-BUSINESS-SW TO BDS-BUSINESS-DAY-SW
               MOVE WS-TEST-WEEKEND-SW  TO BDS-WEEKEND-SW
               MOVE WS-TEST-HOLIDAY-SW  TO BDS-HOLIDAY-SW
               MOVE HV-HOLIDAY-NAME     TO BDS-HOLIDAY-NAME

               EVALUATE TRUE
                   WHEN BDS-CHECK
                       MOVE HV-TEST-DATE TO BDS-OUT-DATE
                   WHEN BDS-NEXT
                       MOVE +1 TO HV-STEP-DAYS
                       PERFORM 4000-STEP-TO-BUSINESS-DAY
                   WHEN BDS-PREVIOUS
                       MOVE -1 TO HV-STEP-DAYS
                       PERFORM 4000-STEP-TO-BUSINESS-DAY
                   WHEN BDS-ADD
                       PERFORM 5000-ADD-BUSINESS-DAYS
                   WHEN BDS-ROLL
                       PERFORM 6000-ROLL-DATE
                           THRU 6099-ROLL-EXIT
               END-EVALUATE
           END-IF

           GOBACK.

      *--- 1000 EDIT THE REQUEST ---
      *    A known function and a date DB2 accepts; the date comes
      *    back in ISO form so every later comparison is on the
      *    same text.
       1000-EDIT-REQUEST.
           IF NOT BDS-CHECK AND NOT BDS-NEXT AND NOT BDS-PREVIOUS
              AND NOT BDS-ADD AND NOT BDS-ROLL
               MOVE 08 TO BDS-RETURN-CODE
               GO TO 1099-EDIT-EXIT
           END-IF

           MOVE BDS-IN-DATE TO HV-TEST-DATE
           EXEC SQL
               SELECT CHAR(DATE(:HV-TEST-DATE), ISO)
               INTO   :HV-TEST-DATE
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 08 TO BDS-RETURN-CODE
               GO TO 1099-EDIT-EXIT
           END-IF
           MOVE HV-TEST-DATE TO BDS-IN-DATE.

       1099-EDIT-EXIT.
           EXIT.

      *--- 2000 APPLY THE CALLER'S ROLL RULE ---
      *    BUSDAY_ROLL_RULE (maintained by HOLCAL01) overrides the
      *    calendar and rule the caller passed for that program and
      *    date usage; with neither, CORP calendar, roll following.
      *    The rule in force goes back to the caller.
       2000-APPLY-ROLL-RULE.
           MOVE BDS-CALLER TO HV-CALLER
           MOVE BDS-USAGE  TO HV-USAGE

           EXEC SQL
               SELECT CALENDAR_ID, ROLL_RULE
               INTO   :HV-CALENDAR-ID, :HV-ROLL-RULE
               FROM   BUSDAY_ROLL_RULE
               WHERE  PROGRAM_NAME = :HV-CALLER
               AND    DATE_USAGE   = :HV-USAGE
           END-EXEC

           IF SQLCODE = 0
               MOVE HV-CALENDAR-ID TO BDS-CALENDAR-ID
               MOVE HV-ROLL-RULE   TO BDS-ROLL-RULE
           END-IF

           IF BDS-CALENDAR-ID = SPACES
               MOVE 'CORP' TO BDS-CALENDAR-ID
           END-IF
           IF NOT BDS-ROLL-FOLLOWING AND NOT BDS-ROLL-PRECEDING
              AND NOT BDS-ROLL-MOD-FOLLOWING
               MOVE 'F' TO BDS-ROLL-RULE
           END-IF
           MOVE BDS-CALENDAR-ID TO HV-CALENDAR-ID.

      *--- 3000 TEST ONE DATE ---
      *    DAYOFWEEK runs 1 (Sunday) through 7 (Saturday).
       3000-TEST-DAY.
           MOVE 'N'    TO WS-TEST-WEEKEND-SW
           MOVE 'N'    TO WS-TEST-HOLIDAY-SW

           EXEC SQL
               SELECT DAYOFWEEK(DATE(:HV-TEST-DATE))
               INTO   :HV-DAY-OF-WEEK
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC

           IF HV-DAY-OF-WEEK = 1 OR HV-DAY-OF-WEEK = 7
               MOVE 'Y' TO WS-TEST-WEEKEND-SW
           END-IF

           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(HOLIDAY_NAME), ' ')
               INTO   :HV-HOLIDAY-COUNT, :HV-HOLIDAY-NAME
               FROM   HOLIDAY_CALENDAR
               WHERE  CALENDAR_ID  = :HV-CALENDAR-ID
               AND    HOLIDAY_DATE = DATE(:HV-TEST-DATE)
           END-EXEC

           IF HV-HOLIDAY-COUNT > ZEROS
               MOVE 'Y' TO WS-TEST-HOLIDAY-SW
           END-IF

           IF WS-TEST-WEEKEND OR WS-TEST-HOLIDAY
               MOVE 'N' TO WS-TEST-BUSINESS-SW
           ELSE
               MOVE 'Y' TO WS-TEST-BUSINESS-SW
           END-IF.

      *--- 4000 STEP TO THE NEXT BUSINESS DAY IN ONE DIRECTION ---
      *    Always moves at least one day (HV-STEP-DAYS is +1 or -1)
      *    from HV-TEST-DATE, which is left on the day found.
       4000-STEP-TO-BUSINESS-DAY.
           MOVE ZEROS TO WS-STEP-COUNT
           MOVE 'N'   TO WS-TEST-BUSINESS-SW

           PERFORM 4100-STEP-ONE-DAY
               UNTIL WS-TEST-BUSINESS-DAY
                  OR WS-STEP-COUNT > WS-MAX-STEPS

           IF WS-TEST-BUSINESS-DAY
               MOVE HV-TEST-DATE TO BDS-OUT-DATE
           ELSE
               MOVE 12 TO BDS-RETURN-CODE
           END-IF.

      *--- 4100 STEP ONE CALENDAR DAY ---
       4100-STEP-ONE-DAY.
           EXEC SQL
               SELECT CHAR(DATE(:HV-TEST-DATE) + :HV-STEP-DAYS DAYS,
                           ISO)
               INTO   :HV-TEST-DATE
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC
           ADD 1 TO WS-STEP-COUNT
           PERFORM 3000-TEST-DAY.

      *--- 5000 ADD N BUSINESS DAYS ---
      *    Counts business days only, forward for a positive count
      *    and back for a negative one. Zero days returns the date
      *    itself when it is a business day, else the next one.
       5000-ADD-BUSINESS-DAYS.
           IF BDS-DAY-COUNT = ZEROS
               IF WS-TEST-BUSINESS-DAY
                   MOVE HV-TEST-DATE TO BDS-OUT-DATE
               ELSE
                   MOVE +1 TO HV-STEP-DAYS
                   PERFORM 4000-STEP-TO-BUSINESS-DAY
               END-IF
           ELSE
               IF BDS-DAY-COUNT > ZEROS
                   MOVE +1 TO HV-STEP-DAYS
                   MOVE BDS-DAY-COUNT TO WS-REMAINING
               ELSE
                   MOVE -1 TO HV-STEP-DAYS
                   COMPUTE WS-REMAINING = 0 - BDS-DAY-COUNT
               END-IF
               PERFORM 5100-ADD-ONE-BUSINESS-DAY
                   UNTIL WS-REMAINING = ZEROS
                      OR NOT BDS-OK
           END-IF.

      *--- 5100 ADVANCE ONE BUSINESS DAY ---
       5100-ADD-ONE-BUSINESS-DAY.
           PERFORM 4000-STEP-TO-BUSINESS-DAY
           SUBTRACT 1 FROM WS-REMAINING.

      *--- 6000 ROLL A DATE THAT IS NOT A BUSINESS DAY ---
      *    A business day stands as it is. Otherwise the rule in
      *    force decides the direction; modified following rolls
      *    back instead when rolling forward would leave the month.
       6000-ROLL-DATE.
           IF WS-TEST-BUSINESS-DAY
               MOVE HV-TEST-DATE TO BDS-OUT-DATE
               GO TO 6099-ROLL-EXIT
           END-IF

           IF BDS-ROLL-PRECEDING
               MOVE -1 TO HV-STEP-DAYS
           ELSE
               MOVE +1 TO HV-STEP-DAYS
           END-IF
           PERFORM 4000-STEP-TO-BUSINESS-DAY

           IF BDS-ROLL-MOD-FOLLOWING AND BDS-OK
              AND BDS-OUT-DATE (1:7) NOT = BDS-IN-DATE (1:7)
               MOVE BDS-IN-DATE TO HV-TEST-DATE
               MOVE -1 TO HV-STEP-DAYS
               PERFORM 4000-STEP-TO-BUSINESS-DAY
           END-IF

           IF NOT BDS-OK
               GO TO 6099-ROLL-EXIT
           END-IF

           MOVE 'Y' TO BDS-MOVED-SW
           IF BDS-LOG-MOVES
               MOVE 'W'           TO HV-EXC-SEVERITY
               MOVE 'DATE-ROLLED' TO HV-EXC-REASON
               MOVE SPACES        TO HV-EXC-KEY
               STRING BDS-USAGE    DELIMITED BY SIZE
                      ' '          DELIMITED BY SIZE
                      BDS-IN-DATE  DELIMITED BY SIZE
                      '>'          DELIMITED BY SIZE
                      BDS-OUT-DATE DELIMITED BY SIZE
                   INTO HV-EXC-KEY
               END-STRING
               PERFORM 9700-LOG-EXCEPTION
           END-IF.

       6099-ROLL-EXIT.
           EXIT.

      *--- 9700 LOG EXCEPTION ---
      *    Common EXCEPTION_LOG shape, written under the calling
      *    program's name so the moved date reads as APPAY01's or
      *    PAYPRO01's on EXCRPT01.
       9700-LOG-EXCEPTION.
           EXEC SQL
               INSERT INTO EXCEPTION_LOG
               (PROGRAM_NAME, RUN_DATE, PERIOD_ID, SEVERITY,
                REASON_CODE, KEY_VALUE, RESOLVED_FLAG,
                CREATED_TIME)
               VALUES
               (:HV-CALLER, CURRENT DATE, ' ',
                :HV-EXC-SEVERITY, :HV-EXC-REASON, :HV-EXC-KEY,
                'N', CURRENT TIME)
           END-EXEC.
