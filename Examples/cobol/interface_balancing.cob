      *================================================================
      * PROGRAM:    IFBAL01
      * DESCRIPTION: Daily Interface Balancing Report
      *              - One line pair per interface file on
      *                BATCH_RUN_CONTROL (the rows carrying a
      *                SOURCE_RUN_ID): sent, received and posted
      *                record counts and amount hashes side by side
      *              - Senders (SHIPCF01, INVREB01) register a file
      *                as SENT when they write its FTRL trailer; the
      *                receiver (INVCTR01, GLJRNL01, APINV01,
      *                SORDIN01) stamps RECEIVED or REJECTED after
      *                proving the file, then POSTED with what it
      *                actually posted
      *              - Flags a file never received, one whose
      *                received totals disagree with its trailer, a
      *                rejected file, one received but never posted,
      *                and one that posted short of what arrived
      *              - The report date comes from SYSIN; blank means
      *                today. Every run's file keeps its own row, so a
      *                file still SENT or RECEIVED is carried forward
      *                for a week after it was sent
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IFBAL01.
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
           05  WS-IF-EOF-SWITCH     PIC X(1) VALUE 'N'.
               88  WS-IF-EOF                 VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LINE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-PAGE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-FILES-LISTED      PIC S9(7) COMP VALUE ZEROS.
           05  WS-FILES-CLEAN       PIC S9(7) COMP VALUE ZEROS.
           05  WS-NOT-RECEIVED      PIC S9(7) COMP VALUE ZEROS.
           05  WS-OUT-OF-BALANCE    PIC S9(7) COMP VALUE ZEROS.
           05  WS-REJECTED          PIC S9(7) COMP VALUE ZEROS.
           05  WS-UNPOSTED          PIC S9(7) COMP VALUE ZEROS.
           05  WS-PART-POSTED       PIC S9(7) COMP VALUE ZEROS.

       01  WS-WORK.
           05  WS-CURRENT-DATE      PIC X(10).
           05  WS-RPT-DATE-PARM     PIC X(10) VALUE SPACES.
           05  WS-BAL-FLAG          PIC X(14).
           05  WS-POST-FLAG         PIC X(14).

      *--- SQLCA ---
       01  SQLCA.
           05  SQLCAID              PIC X(8).
           05  SQLCABC              PIC S9(9) COMP.
           05  SQLCODE              PIC S9(9) COMP.
           05  SQLERRM.
               10  SQLERRML         PIC S9(4) COMP.
               10  SQLERRMC         PIC X(70).

      *--- HOST VARIABLES ---
       01  HV-IF.
           05  HV-RPT-DATE          PIC X(10).
           05  HV-IF-NAME           PIC X(8).
           05  HV-RUN-STATUS        PIC X(8).
           05  HV-SOURCE-JOB        PIC X(8).
           05  HV-SOURCE-RUN-ID     PIC X(26).
           05  HV-RECV-JOB          PIC X(8).
           05  HV-SENT-COUNT        PIC S9(9) COMP.
           05  HV-SENT-HASH         PIC S9(13)V99 COMP-3.
           05  HV-RECV-COUNT        PIC S9(9) COMP.
           05  HV-RECV-HASH         PIC S9(13)V99 COMP-3.
           05  HV-POSTED-COUNT      PIC S9(9) COMP.
           05  HV-POSTED-HASH       PIC S9(13)V99 COMP-3.

      *--- HEADER LINES ---
       01  HDR1.
           05  FILLER  PIC X(22) VALUE SPACES.
           05  FILLER  PIC X(50)
               VALUE 'ACME CORPORATION - DAILY INTERFACE BALANCING'.
           05  FILLER  PIC X(31) VALUE SPACES.
           05  FILLER  PIC X(5) VALUE 'PAGE:'.
           05  H1-PAGE PIC ZZZZZ.
           05  FILLER  PIC X(20) VALUE SPACES.

       01  HDR2.
           05  FILLER  PIC X(6)  VALUE 'DATE: '.
           05  H2-DATE PIC X(10).
           05  FILLER  PIC X(13) VALUE '   FILES FOR '.
           05  H2-RPT  PIC X(10).
           05  FILLER  PIC X(94) VALUE SPACES.

       01  HDR3.
           05  FILLER  PIC X(9)  VALUE 'FILE'.
           05  FILLER  PIC X(27) VALUE 'SOURCE RUN ID'.
           05  FILLER  PIC X(9)  VALUE 'STATUS'.
           05  FILLER  PIC X(23) VALUE SPACES.
           05  FILLER  PIC X(4)  VALUE 'SENT'.
           05  FILLER  PIC X(14) VALUE SPACES.
           05  FILLER  PIC X(8)  VALUE 'RECEIVED'.
           05  FILLER  PIC X(16) VALUE SPACES.
           05  FILLER  PIC X(6)  VALUE 'POSTED'.
           05  FILLER  PIC X(1)  VALUE SPACES.
           05  FILLER  PIC X(16) VALUE 'FLAGS'.

       01  HDR4.
           05  FILLER  PIC X(9)  VALUE 'FROM JOB'.
           05  FILLER  PIC X(124) VALUE SPACES.

      *--- DETAIL LINES: COUNTS, THEN HASHES ---
       01  IF-COUNT-LINE.
           05  IC-FILE     PIC X(8).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  IC-RUN-ID   PIC X(26).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  IC-STATUS   PIC X(8).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  FILLER      PIC X(5) VALUE 'COUNT'.
           05  FILLER      PIC X(11) VALUE SPACES.
           05  IC-SENT     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER      PIC X(11) VALUE SPACES.
           05  IC-RECV     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER      PIC X(11) VALUE SPACES.
           05  IC-POSTED   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  IC-FLAG     PIC X(14).
           05  FILLER      PIC X(2) VALUE SPACES.

       01  IF-HASH-LINE.
           05  IH-SOURCE-JOB PIC X(8).
           05  FILLER      PIC X(37) VALUE SPACES.
           05  FILLER      PIC X(5) VALUE 'HASH'.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  IH-SENT     PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  IH-RECV     PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  IH-POSTED   PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  IH-FLAG     PIC X(14).
           05  FILLER      PIC X(2) VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER      PIC X(10) VALUE SPACES.
           05  SL-LABEL    PIC X(30).
           05  SL-COUNT    PIC ZZZ,ZZ9.
           05  FILLER      PIC X(87) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-INTERFACE-FILES
           PERFORM 3000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

      *--- 1000 INITIALIZE ---
      *    The report date comes from SYSIN; blank reports today, so
      *    the morning run needs no PARM.
       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
               INTO :WS-CURRENT-DATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           ACCEPT WS-RPT-DATE-PARM FROM SYSIN
           IF WS-RPT-DATE-PARM = SPACES
               MOVE WS-CURRENT-DATE TO WS-RPT-DATE-PARM
           END-IF
           MOVE WS-RPT-DATE-PARM TO HV-RPT-DATE

           MOVE WS-CURRENT-DATE  TO H2-DATE
           MOVE WS-RPT-DATE-PARM TO H2-RPT
           PERFORM 9100-PRINT-HEADERS.

      *--- 2000 LIST EVERY INTERFACE FILE FOR THE DAY ---
      *    A file is the day's if it was sent or worked that day;
      *    one still waiting on its receiver stays on the report for
      *    the week after it was sent.
       2000-LIST-INTERFACE-FILES.
           EXEC SQL
               DECLARE IFB-CUR CURSOR FOR
               SELECT JOB_NAME, RUN_STATUS,
                      COALESCE(SOURCE_JOB, ' '),
                      SOURCE_RUN_ID,
                      COALESCE(RECV_JOB, ' '),
                      COALESCE(SENT_COUNT, 0),
                      COALESCE(SENT_HASH, 0),
                      COALESCE(RECV_COUNT, 0),
                      COALESCE(RECV_HASH, 0),
                      COALESCE(POSTED_COUNT, 0),
                      COALESCE(POSTED_HASH, 0)
               FROM   BATCH_RUN_CONTROL
               WHERE  SOURCE_RUN_ID IS NOT NULL
               AND   (START_DATE = DATE(:HV-RPT-DATE)
                  OR  END_DATE   = DATE(:HV-RPT-DATE)
                  OR (RUN_STATUS IN ('SENT', 'RECEIVED')
                 AND  START_DATE >= DATE(:HV-RPT-DATE) - 7 DAYS
                 AND  START_DATE <= DATE(:HV-RPT-DATE)))
               ORDER BY JOB_NAME, START_DATE, START_TIME
           END-EXEC

           EXEC SQL  OPEN IFB-CUR  END-EXEC

           PERFORM UNTIL WS-IF-EOF
               EXEC SQL
                   FETCH IFB-CUR
                   INTO :HV-IF-NAME, :HV-RUN-STATUS,
                        :HV-SOURCE-JOB, :HV-SOURCE-RUN-ID,
                        :HV-RECV-JOB,
                        :HV-SENT-COUNT, :HV-SENT-HASH,
                        :HV-RECV-COUNT, :HV-RECV-HASH,
                        :HV-POSTED-COUNT, :HV-POSTED-HASH
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-IF-EOF-SWITCH
               ELSE
                   PERFORM 2100-CHECK-INTERFACE-FILE
                   PERFORM 2900-WRITE-INTERFACE-DETAIL
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE IFB-CUR  END-EXEC.

      *--- 2100 BALANCE ONE FILE ---
      *    Sent against received is the trailer check; received
      *    against posted is what the receiver turned away.
       2100-CHECK-INTERFACE-FILE.
           ADD 1 TO WS-FILES-LISTED
           MOVE SPACES TO WS-BAL-FLAG
           MOVE SPACES TO WS-POST-FLAG

           IF HV-RECV-JOB = SPACES
               MOVE 'NOT RECEIVED' TO WS-BAL-FLAG
               ADD 1 TO WS-NOT-RECEIVED
           ELSE
               IF HV-SENT-COUNT NOT = HV-RECV-COUNT
                   OR HV-SENT-HASH NOT = HV-RECV-HASH
                   MOVE 'OUT OF BALANCE' TO WS-BAL-FLAG
                   ADD 1 TO WS-OUT-OF-BALANCE
               END-IF
           END-IF

           EVALUATE HV-RUN-STATUS
               WHEN 'REJECTED'
                   MOVE 'REJECTED' TO WS-POST-FLAG
                   ADD 1 TO WS-REJECTED
               WHEN 'RECEIVED'
                   MOVE 'UNPOSTED' TO WS-POST-FLAG
                   ADD 1 TO WS-UNPOSTED
               WHEN 'POSTED'
                   IF HV-POSTED-COUNT < HV-RECV-COUNT
                       MOVE 'PART POSTED' TO WS-POST-FLAG
                       ADD 1 TO WS-PART-POSTED
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-BAL-FLAG = SPACES
               AND WS-POST-FLAG = SPACES
               ADD 1 TO WS-FILES-CLEAN
           END-IF.

      *--- 2900 WRITE ONE FILE'S COUNT AND HASH LINES ---
       2900-WRITE-INTERFACE-DETAIL.
           IF WS-LINE-COUNT > 54
               PERFORM 9100-PRINT-HEADERS
           END-IF

           MOVE HV-IF-NAME       TO IC-FILE
           MOVE HV-SOURCE-RUN-ID TO IC-RUN-ID
           MOVE HV-RUN-STATUS    TO IC-STATUS
           MOVE HV-SENT-COUNT    TO IC-SENT
           MOVE HV-RECV-COUNT    TO IC-RECV
           MOVE HV-POSTED-COUNT  TO IC-POSTED
           MOVE WS-BAL-FLAG      TO IC-FLAG
           MOVE IF-COUNT-LINE    TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE HV-SOURCE-JOB    TO IH-SOURCE-JOB
           MOVE HV-SENT-HASH     TO IH-SENT
           MOVE HV-RECV-HASH     TO IH-RECV
           MOVE HV-POSTED-HASH   TO IH-POSTED
           MOVE WS-POST-FLAG     TO IH-FLAG
           MOVE IF-HASH-LINE     TO REPORT-LINE
           WRITE REPORT-LINE

           WRITE REPORT-LINE FROM SPACES
           ADD 3 TO WS-LINE-COUNT.

      *--- 3000 PRINT SUMMARY ---
       3000-PRINT-SUMMARY.
           WRITE REPORT-LINE FROM SPACES
           MOVE 'Interface Files:    '  TO SL-LABEL
           MOVE WS-FILES-LISTED        TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Balanced and Posted:'  TO SL-LABEL
           MOVE WS-FILES-CLEAN         TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Not Received:       '  TO SL-LABEL
           MOVE WS-NOT-RECEIVED        TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Out of Balance:     '  TO SL-LABEL
           MOVE WS-OUT-OF-BALANCE      TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Rejected:           '  TO SL-LABEL
           MOVE WS-REJECTED            TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Received, Unposted: '  TO SL-LABEL
           MOVE WS-UNPOSTED            TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Part Posted:        '  TO SL-LABEL
           MOVE WS-PART-POSTED         TO SL-COUNT
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
           WRITE REPORT-LINE FROM HDR4
           WRITE REPORT-LINE FROM SPACES
           MOVE 7 TO WS-LINE-COUNT.
