      *                avoided per suggestion
      *              - SYSIN minimum transfer value keeps trivial
      *                quantities off the road
      *              - TRFROUT carries the standard interface header
      *                (FHDR) and trailer (FTRL): record count,
      *                quantity hash and this run's source run ID,
      *                and is registered SENT on BATCH_RUN_CONTROL
      *                under its interface name. A suggestion file
      *                edited after it was written fails INVCTR01's
      *                trailer check instead of posting short
      *
      * Input:  SYSIN line 1: minimum transfer value, whole dollars
      *                       (blank/zero defaults to 500)
           05  TR-TO-BIN           PIC X(8).
           05  FILLER              PIC X(86).

      *    Standard interface header (FHDR) and trailer (FTRL), in
      *    the layout INVCTR01 verifies before it posts TRANSIN.
       01  TRANS-CONTROL-RECORD.
           05  TC-RECORD-ID        PIC X(4).
           05  TC-INTERFACE-NAME   PIC X(8).
           05  TC-SOURCE-JOB       PIC X(8).
           05  TC-SOURCE-RUN-ID    PIC X(26).
           05  TC-RECORD-COUNT     PIC 9(9).
           05  TC-AMOUNT-HASH      PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC X(129).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-CURRENT-DATE      PIC X(10).
           05  WS-TRANS-DATE        PIC X(8).

      *--- TRFROUT interface controls ---
       01  WS-IF-CONTROLS.
           05  WS-IF-NAME           PIC X(8)  VALUE 'TRFROUT'.
           05  WS-IF-RUN-ID         PIC X(26) VALUE SPACES.
           05  WS-IF-REC-COUNT      PIC S9(9) COMP VALUE ZEROS.
           05  WS-IF-HASH           PIC S9(13)V99 COMP-3 VALUE ZEROS.

      *--- SQLCA ---
       01  SQLCA.
           05  SQLCAID              PIC X(8).
           05  HV-EXC-REASON        PIC X(12).
           05  HV-EXC-KEY           PIC X(30).
           05  HV-EXC-DUP-COUNT     PIC S9(9) COMP.
           05  HV-IF-NAME           PIC X(8).
           05  HV-IF-RUN-ID         PIC X(26).
           05  HV-IF-SENT-COUNT     PIC S9(9) COMP.
           05  HV-IF-SENT-HASH      PIC S9(13)V99 COMP-3.

      *--- HEADER LINES ---
       01  HDR1.
           MOVE WS-CURRENT-DATE (9:2) TO WS-TRANS-DATE (7:2)
           MOVE WS-MIN-VALUE     TO H2-MIN
           MOVE WS-LOOKBACK-DAYS TO H2-DAYS
           PERFORM 1100-WRITE-INTERFACE-HEADER
           PERFORM 9100-PRINT-HEADERS.

      *--- 1100 OPEN TRFROUT WITH ITS INTERFACE HEADER ---
      *    The run's timestamp is its source run ID: it rides the
      *    header, the trailer and the BATCH_RUN_CONTROL row, so the
      *    receiver can tie all three together.
       1100-WRITE-INTERFACE-HEADER.
           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
               INTO   :WS-IF-RUN-ID
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE SPACES       TO TRANS-CONTROL-RECORD
           MOVE 'FHDR'       TO TC-RECORD-ID
           MOVE WS-IF-NAME   TO TC-INTERFACE-NAME
           MOVE 'INVREB01'   TO TC-SOURCE-JOB
           MOVE WS-IF-RUN-ID TO TC-SOURCE-RUN-ID
           MOVE ZEROS        TO TC-RECORD-COUNT
           MOVE ZEROS        TO TC-AMOUNT-HASH
           WRITE TRANS-CONTROL-RECORD.

      *--- 2000 EVERY ITEM SHORT SOMEWHERE, STOCKED SOMEWHERE ---
      *    Candidate list: items where at least one warehouse's
      *    available position (on hand plus on order less allocated)
           MOVE SPACES          TO TR-EXPIRY-DATE
           MOVE SPACES          TO TR-BIN-LOCATION
           MOVE SPACES          TO TR-TO-BIN
           WRITE TRANS-RECORD
           ADD 1                TO WS-IF-REC-COUNT
           ADD TR-QUANTITY      TO WS-IF-HASH.

      *--- 2700 WRITE ONE SUGGESTION REPORT LINE ---
       2700-WRITE-SUGGESTION-DETAIL.

      *--- 9000 TERMINATE ---
       9000-TERMINATE.
           PERFORM 9050-WRITE-INTERFACE-TRAILER
           CLOSE REPORT-FILE
           CLOSE TRANS-FILE.

      *--- 9050 CLOSE TRFROUT WITH ITS TRAILER AND REGISTER IT ---
      *    One BATCH_RUN_CONTROL row per file sent, keyed by the
      *    interface name and this run's ID, so every run's file
      *    keeps its own history: INVCTR01 stamps its received and
      *    posted totals on the same row and checks it for repeats.
       9050-WRITE-INTERFACE-TRAILER.
           MOVE SPACES          TO TRANS-CONTROL-RECORD
           MOVE 'FTRL'          TO TC-RECORD-ID
           MOVE WS-IF-NAME      TO TC-INTERFACE-NAME
           MOVE 'INVREB01'      TO TC-SOURCE-JOB
           MOVE WS-IF-RUN-ID    TO TC-SOURCE-RUN-ID
           MOVE WS-IF-REC-COUNT TO TC-RECORD-COUNT
           MOVE WS-IF-HASH      TO TC-AMOUNT-HASH
           WRITE TRANS-CONTROL-RECORD

           MOVE WS-IF-NAME      TO HV-IF-NAME
           MOVE WS-IF-RUN-ID    TO HV-IF-RUN-ID
           MOVE WS-IF-REC-COUNT TO HV-IF-SENT-COUNT
           MOVE WS-IF-HASH      TO HV-IF-SENT-HASH

           EXEC SQL
               INSERT INTO BATCH_RUN_CONTROL
               (JOB_NAME, PERIOD_ID, RUN_STATUS,
                START_DATE, START_TIME,
                SOURCE_JOB, SOURCE_RUN_ID,
                SENT_COUNT, SENT_HASH,
                RECV_COUNT, RECV_HASH,
                POSTED_COUNT, POSTED_HASH)
               VALUES
               (:HV-IF-NAME, :HV-PERIOD-ID, 'SENT',
                CURRENT DATE, CURRENT TIME,
                'INVREB01', :HV-IF-RUN-ID,
                :HV-IF-SENT-COUNT, :HV-IF-SENT-HASH,
                0, 0, 0, 0)
           END-EXEC

           EXEC SQL  COMMIT  END-EXEC.

      *--- 9100 PRINT HEADERS ---
       9100-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
