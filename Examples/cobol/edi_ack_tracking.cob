      *================================================================
      * PROGRAM:    EDIACK01
      * DESCRIPTION: EDI 997 Acknowledgement Processing
      *              - Reads the functional acknowledgements (997)
      *                the EDI translator receives back from trading
      *                partners and matches each, by partner and
      *                control number, to the 856 ship notice
      *                (SHIPCF01) or 810 invoice (ARBILL01) logged on
      *                EDI_DOC_LOG when it went out
      *              - Accepted documents are closed; a document the
      *                partner rejected is logged for customer service
      *                to correct and resend, since a rejected ASN
      *                draws the same chargeback as a missing one
      *              - Acknowledgements that match nothing on file are
      *                listed, not applied
      *              - Then lists every document still unacknowledged
      *                24 hours after it was sent, oldest first, and
      *                logs each for the morning exception report
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDIACK01.
       AUTHOR. ACME-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE    ASSIGN TO ACKIN
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
                              ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    One record per acknowledged document (997 AK2 group),
      *    flattened by the translator.
       FD  ACK-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  ACK-RECORD.
           05  AK-PARTNER-ID       PIC X(15).
           05  AK-DOC-TYPE         PIC X(3).
           05  AK-CONTROL-NO       PIC 9(9).
           05  AK-ACK-CODE         PIC X(1).
                   88  AK-ACCEPTED        VALUE 'A'.
                   88  AK-ACCEPTED-ERR    VALUE 'E'.
                   88  AK-REJECTED        VALUE 'R'.
           05  AK-ACK-DATE         PIC X(10).
           05  AK-ACK-TIME         PIC X(8).
           05  FILLER              PIC X(34).

       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  REPORT-LINE             PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-OVD-EOF-SWITCH    PIC X(1) VALUE 'N'.
               88  WS-OVD-EOF                VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LINE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-PAGE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-ACKS-READ         PIC S9(7) COMP VALUE ZEROS.
           05  WS-ACKS-ACCEPTED     PIC S9(7) COMP VALUE ZEROS.
           05  WS-ACKS-REJECTED     PIC S9(7) COMP VALUE ZEROS.
           05  WS-ACKS-UNMATCHED    PIC S9(7) COMP VALUE ZEROS.
           05  WS-ACKS-DUPLICATE    PIC S9(7) COMP VALUE ZEROS.
           05  WS-DOCS-OVERDUE      PIC S9(7) COMP VALUE ZEROS.

       01  WS-WORK.
           05  WS-CURRENT-DATE      PIC X(10).
           05  WS-ACK-HOURS         PIC S9(5) COMP VALUE 24.
           05  WS-CONTROL-DISP      PIC 9(9)  VALUE ZEROS.

      *--- SQLCA ---
       01  SQLCA.
           05  SQLCAID              PIC X(8).
           05  SQLCABC              PIC S9(9) COMP.
           05  SQLCODE              PIC S9(9) COMP.
           05  SQLERRM.
               10  SQLERRML         PIC S9(4) COMP.
               10  SQLERRMC         PIC X(70).

      *--- HOST VARIABLES ---
       01  HV-EDI.
           05  HV-PERIOD-ID         PIC X(6).
           05  HV-PARTNER-ID        PIC X(15).
           05  HV-DOC-TYPE          PIC X(3).
           05  HV-CONTROL-NO        PIC S9(9) COMP.
           05  HV-ACK-STATUS        PIC X(8).
           05  HV-OLD-STATUS        PIC X(8).
           05  HV-ACK-TS            PIC X(19).
           05  HV-CUST-NUMBER       PIC X(10).
           05  HV-DOC-KEY           PIC X(20).
           05  HV-SENT-TS           PIC X(19).
           05  HV-ACK-HOURS         PIC S9(5) COMP.
           05  HV-HOURS-OUT         PIC S9(9) COMP.
           05  HV-EXC-SEVERITY      PIC X(1).
           05  HV-EXC-REASON        PIC X(12).
           05  HV-EXC-KEY           PIC X(30).
           05  HV-EXC-DUP-COUNT     PIC S9(9) COMP.

      *--- HEADER LINES ---
       01  HDR1.
           05  FILLER  PIC X(25) VALUE SPACES.
           05  FILLER  PIC X(45)
               VALUE 'ACME CORPORATION - EDI ACKNOWLEDGEMENTS'.
           05  FILLER  PIC X(33) VALUE SPACES.
           05  FILLER  PIC X(5) VALUE 'PAGE:'.
           05  H1-PAGE PIC ZZZZZ.
           05  FILLER  PIC X(20) VALUE SPACES.

       01  HDR2.
           05  FILLER  PIC X(6)  VALUE 'DATE: '.
           05  H2-DATE PIC X(10).
           05  FILLER  PIC X(117) VALUE SPACES.

      *--- Column heading for whichever section is printing ---
       01  WS-COL-HDR              PIC X(133) VALUE SPACES.

       01  ACK-COL-HDR.
           05  FILLER  PIC X(16) VALUE 'PARTNER'.
           05  FILLER  PIC X(5)  VALUE 'DOC'.
           05  FILLER  PIC X(11) VALUE '  CONTROL'.
           05  FILLER  PIC X(5)  VALUE 'ACK'.
           05  FILLER  PIC X(11) VALUE 'CUSTOMER'.
           05  FILLER  PIC X(21) VALUE 'DOCUMENT'.
           05  FILLER  PIC X(64) VALUE 'RESULT'.

       01  OVD-COL-HDR.
           05  FILLER  PIC X(16) VALUE 'PARTNER'.
           05  FILLER  PIC X(5)  VALUE 'DOC'.
           05  FILLER  PIC X(11) VALUE '  CONTROL'.
           05  FILLER  PIC X(11) VALUE 'CUSTOMER'.
           05  FILLER  PIC X(21) VALUE 'DOCUMENT'.
           05  FILLER  PIC X(21) VALUE 'SENT'.
           05  FILLER  PIC X(48) VALUE '  HOURS'.

      *--- ACKNOWLEDGEMENT REGISTER LINE ---
       01  ACK-DET-LINE.
           05  AD-PARTNER  PIC X(15).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  AD-DOC      PIC X(3).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  AD-CONTROL  PIC ZZZZZZZZ9.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  AD-CODE     PIC X(1).
           05  FILLER      PIC X(4) VALUE SPACES.
           05  AD-CUST     PIC X(10).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  AD-KEY      PIC X(20).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  AD-RESULT   PIC X(30).
           05  FILLER      PIC X(34) VALUE SPACES.

      *--- OVERDUE DOCUMENT LINE ---
       01  OVD-DET-LINE.
           05  OD-PARTNER  PIC X(15).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  OD-DOC      PIC X(3).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  OD-CONTROL  PIC ZZZZZZZZ9.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  OD-CUST     PIC X(10).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  OD-KEY      PIC X(20).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  OD-SENT     PIC X(19).
           05  FILLER      PIC X(2) VALUE SPACES.
           05  OD-HOURS    PIC ZZZZ9.
           05  FILLER      PIC X(43) VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER      PIC X(10) VALUE SPACES.
           05  SL-LABEL    PIC X(30).
           05  SL-COUNT    PIC ZZZ,ZZ9.
           05  FILLER      PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ACK-FILE UNTIL WS-EOF
           EXEC SQL  COMMIT  END-EXEC
           PERFORM 3000-LIST-OVERDUE-DOCUMENTS
           PERFORM 4000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  ACK-FILE
                OUTPUT REPORT-FILE

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
               INTO :WS-CURRENT-DATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           EXEC SQL
               SELECT PERIOD_ID
               INTO   :HV-PERIOD-ID
               FROM   FISCAL_PERIOD
               WHERE  STATUS = 'OPEN'
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           MOVE WS-CURRENT-DATE TO H2-DATE
           MOVE ACK-COL-HDR     TO WS-COL-HDR
           PERFORM 9100-PRINT-HEADERS
           MOVE '===== 997 ACKNOWLEDGEMENTS RECEIVED =====' TO
               REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT

           READ ACK-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *--- 2000 PROCESS ONE ACKNOWLEDGEMENT ---
       2000-PROCESS-ACK-FILE.
           ADD 1 TO WS-ACKS-READ
           PERFORM 2100-APPLY-ACK THRU 2199-APPLY-EXIT

           READ ACK-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *--- 2100 MATCH AND APPLY ONE 997 ---
      *    A document already acknowledged keeps its first answer;
      *    a repeat 997 (the partner resending its batch) is only
      *    counted.
       2100-APPLY-ACK.
           MOVE AK-PARTNER-ID TO HV-PARTNER-ID
           MOVE AK-DOC-TYPE   TO HV-DOC-TYPE
           MOVE ZEROS         TO HV-CONTROL-NO
           IF AK-CONTROL-NO NUMERIC
               MOVE AK-CONTROL-NO TO HV-CONTROL-NO
           END-IF
           MOVE SPACES TO HV-CUST-NUMBER
           MOVE SPACES TO HV-DOC-KEY

           EXEC SQL
               SELECT ACK_STATUS, CUST_NUMBER, DOC_KEY
               INTO   :HV-OLD-STATUS, :HV-CUST-NUMBER, :HV-DOC-KEY
               FROM   EDI_DOC_LOG
               WHERE  CONTROL_NUMBER = :HV-CONTROL-NO
               AND    PARTNER_ID     = :HV-PARTNER-ID
               AND    DOC_TYPE       = :HV-DOC-TYPE
           END-EXEC

           IF SQLCODE NOT = 0
               ADD 1 TO WS-ACKS-UNMATCHED
               MOVE 'NO MATCHING DOCUMENT SENT' TO AD-RESULT
               PERFORM 2900-WRITE-ACK-LINE
               MOVE 'W'           TO HV-EXC-SEVERITY
               MOVE 'EDI-ACK-NOMT' TO HV-EXC-REASON
               PERFORM 2950-BUILD-EXC-KEY
               PERFORM 9700-LOG-EXCEPTION
               GO TO 2199-APPLY-EXIT
           END-IF

           IF HV-OLD-STATUS NOT = 'PENDING'
               ADD 1 TO WS-ACKS-DUPLICATE
               MOVE 'ALREADY ACKNOWLEDGED - IGNORED' TO AD-RESULT
               PERFORM 2900-WRITE-ACK-LINE
               GO TO 2199-APPLY-EXIT
           END-IF

           EVALUATE TRUE
               WHEN AK-ACCEPTED
                   MOVE 'ACCEPTED' TO HV-ACK-STATUS
                   MOVE 'ACCEPTED' TO AD-RESULT
                   ADD 1 TO WS-ACKS-ACCEPTED
               WHEN AK-ACCEPTED-ERR
                   MOVE 'ACCPTERR' TO HV-ACK-STATUS
                   MOVE 'ACCEPTED WITH ERRORS' TO AD-RESULT
                   ADD 1 TO WS-ACKS-ACCEPTED
               WHEN OTHER
                   MOVE 'REJECTED' TO HV-ACK-STATUS
                   MOVE 'REJECTED - CORRECT AND RESEND' TO AD-RESULT
                   ADD 1 TO WS-ACKS-REJECTED
                   MOVE 'E'            TO HV-EXC-SEVERITY
                   MOVE 'EDI-REJECTED' TO HV-EXC-REASON
                   PERFORM 2950-BUILD-EXC-KEY
                   PERFORM 9700-LOG-EXCEPTION
           END-EVALUATE

      *    The translator's receipt time is the acknowledgement
      *    time; a record without one is stamped now.
           IF AK-ACK-DATE = SPACES OR AK-ACK-TIME = SPACES
               EXEC SQL
                   UPDATE EDI_DOC_LOG
                   SET    ACK_STATUS    = :HV-ACK-STATUS,
                          ACK_TIMESTAMP = CURRENT TIMESTAMP
                   WHERE  CONTROL_NUMBER = :HV-CONTROL-NO
                   AND    PARTNER_ID     = :HV-PARTNER-ID
                   AND    DOC_TYPE       = :HV-DOC-TYPE
               END-EXEC
           ELSE
               MOVE SPACES TO HV-ACK-TS
               STRING AK-ACK-DATE '-' AK-ACK-TIME
                   DELIMITED SIZE INTO HV-ACK-TS
               INSPECT HV-ACK-TS (12:8) REPLACING ALL ':' BY '.'
               EXEC SQL
                   UPDATE EDI_DOC_LOG
                   SET    ACK_STATUS    = :HV-ACK-STATUS,
                          ACK_TIMESTAMP = TIMESTAMP(:HV-ACK-TS)
                   WHERE  CONTROL_NUMBER = :HV-CONTROL-NO
                   AND    PARTNER_ID     = :HV-PARTNER-ID
                   AND    DOC_TYPE       = :HV-DOC-TYPE
               END-EXEC
           END-IF

           PERFORM 2900-WRITE-ACK-LINE.

       2199-APPLY-EXIT.
           EXIT.

      *--- 2900 ONE ACKNOWLEDGEMENT REGISTER LINE ---
       2900-WRITE-ACK-LINE.
           IF WS-LINE-COUNT > 55
               PERFORM 9100-PRINT-HEADERS
           END-IF
           MOVE AK-PARTNER-ID  TO AD-PARTNER
           MOVE AK-DOC-TYPE    TO AD-DOC
           MOVE HV-CONTROL-NO  TO AD-CONTROL
           MOVE AK-ACK-CODE    TO AD-CODE
           MOVE HV-CUST-NUMBER TO AD-CUST
           MOVE HV-DOC-KEY     TO AD-KEY
           WRITE REPORT-LINE FROM ACK-DET-LINE
           ADD 1 TO WS-LINE-COUNT.

      *--- 2950 EXCEPTION KEY: DOC TYPE AND CONTROL NUMBER ---
       2950-BUILD-EXC-KEY.
           MOVE HV-CONTROL-NO TO WS-CONTROL-DISP
           MOVE SPACES        TO HV-EXC-KEY
           STRING HV-DOC-TYPE ' ' WS-CONTROL-DISP ' ' HV-PARTNER-ID
               DELIMITED SIZE INTO HV-EXC-KEY.

      *--- 3000 LIST DOCUMENTS UNACKNOWLEDGED AFTER 24 HOURS ---
      *    Retailers charge back when the ASN is not in hand before
      *    the truck: anything still PENDING a day after it went
      *    out is chased with the partner today.
       3000-LIST-OVERDUE-DOCUMENTS.
           MOVE OVD-COL-HDR TO WS-COL-HDR
           PERFORM 9100-PRINT-HEADERS
           MOVE '===== DOCUMENTS NOT ACKNOWLEDGED WITHIN 24 HOURS ====='
               TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT

           MOVE WS-ACK-HOURS TO HV-ACK-HOURS

           EXEC SQL
               DECLARE OVD-CUR CURSOR FOR
               SELECT PARTNER_ID, DOC_TYPE, CONTROL_NUMBER,
                      CUST_NUMBER, DOC_KEY,
                      CHAR(SENT_TIMESTAMP),
                      (DAYS(CURRENT TIMESTAMP) - DAYS(SENT_TIMESTAMP))
                          * 24
                      + HOUR(CURRENT TIMESTAMP) - HOUR(SENT_TIMESTAMP)
               FROM   EDI_DOC_LOG
               WHERE  ACK_STATUS = 'PENDING'
               AND    SENT_TIMESTAMP
                          < CURRENT TIMESTAMP - :HV-ACK-HOURS HOURS
               ORDER BY SENT_TIMESTAMP, CONTROL_NUMBER
           END-EXEC

           EXEC SQL  OPEN OVD-CUR  END-EXEC

           PERFORM UNTIL WS-OVD-EOF
               EXEC SQL
                   FETCH OVD-CUR
                   INTO :HV-PARTNER-ID, :HV-DOC-TYPE, :HV-CONTROL-NO,
                        :HV-CUST-NUMBER, :HV-DOC-KEY, :HV-SENT-TS,
                        :HV-HOURS-OUT
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-OVD-EOF-SWITCH
               ELSE
                   PERFORM 3100-WRITE-OVERDUE-LINE
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE OVD-CUR  END-EXEC

           EXEC SQL  COMMIT  END-EXEC.

      *--- 3100 ONE OVERDUE DOCUMENT ---
       3100-WRITE-OVERDUE-LINE.
           IF WS-LINE-COUNT > 55
               PERFORM 9100-PRINT-HEADERS
           END-IF
           MOVE HV-PARTNER-ID  TO OD-PARTNER
           MOVE HV-DOC-TYPE    TO OD-DOC
           MOVE HV-CONTROL-NO  TO OD-CONTROL
           MOVE HV-CUST-NUMBER TO OD-CUST
           MOVE HV-DOC-KEY     TO OD-KEY
           MOVE HV-SENT-TS     TO OD-SENT
           MOVE HV-HOURS-OUT   TO OD-HOURS
           WRITE REPORT-LINE FROM OVD-DET-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-DOCS-OVERDUE

           MOVE 'W'            TO HV-EXC-SEVERITY
           MOVE 'EDI-NO-997'   TO HV-EXC-REASON
           PERFORM 2950-BUILD-EXC-KEY
           PERFORM 9700-LOG-EXCEPTION.

      *--- 4000 PRINT SUMMARY ---
       4000-PRINT-SUMMARY.
           WRITE REPORT-LINE FROM SPACES
           MOVE 'Acknowledgements Read:' TO SL-LABEL
           MOVE WS-ACKS-READ           TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Documents Accepted: '  TO SL-LABEL
           MOVE WS-ACKS-ACCEPTED       TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Documents Rejected: '  TO SL-LABEL
           MOVE WS-ACKS-REJECTED       TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Unmatched 997s:     '  TO SL-LABEL
           MOVE WS-ACKS-UNMATCHED      TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Repeat 997s:        '  TO SL-LABEL
           MOVE WS-ACKS-DUPLICATE      TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Overdue Over 24 Hours:' TO SL-LABEL
           MOVE WS-DOCS-OVERDUE        TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE.

      *--- 9700 LOG A STANDARD EXCEPTION ROW ---
      *    Same EXCEPTION_LOG shape and no-duplicate rule as the
      *    other nightly programs, so a document overdue several
      *    days running is logged once until it is resolved.
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
                   ('EDIACK01', CURRENT DATE, :HV-PERIOD-ID,
                    :HV-EXC-SEVERITY, :HV-EXC-REASON, :HV-EXC-KEY,
                    'N', CURRENT TIME)
               END-EXEC
           END-IF.

      *--- 9000 TERMINATE ---
       9000-TERMINATE.
           CLOSE ACK-FILE
                 REPORT-FILE.

      *--- 9100 PRINT HEADERS ---
       9100-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO H1-PAGE
           WRITE REPORT-LINE FROM HDR1 AFTER PAGE
           WRITE REPORT-LINE FROM HDR2
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-COL-HDR
           WRITE REPORT-LINE FROM SPACES
           MOVE 6 TO WS-LINE-COUNT.
