      *================================================================
      * PROGRAM:    RPTINQ01
      * DESCRIPTION: Report Archive Inquiry
      *              - Pulls past reports back off the RPTARC archive
      *                filed by RPTDST01, one INQIN card per request:
      *                report ID, run date, break value and run
      *                sequence
      *              - A blank run date takes the newest run filed
      *                for the report; a blank break value pulls every
      *                break of the run, '*REPORT' pulls only the
      *                report-level copy; a zero sequence pulls every
      *                run of that date
      *              - Each break prints on a new page behind a line
      *                giving its catalog entry - the producing job
      *                and BATCH_RUN_CONTROL run, line count and
      *                retention date - followed by the lines exactly
      *                as filed
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTINQ01.
       AUTHOR. ACME-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-FILE ASSIGN TO INQIN
                               ORGANIZATION IS SEQUENTIAL.
           SELECT ARCHIVE-FILE ASSIGN TO RPTARC
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RA-KEY
                               FILE STATUS IS WS-ARC-STATUS.
           SELECT REPORT-FILE  ASSIGN TO RPTOUT
                               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  INQUIRY-CARD.
           05  IQ-REPORT-ID         PIC X(8).
           05  IQ-RUN-DATE          PIC X(10).
           05  IQ-BREAK-VALUE       PIC X(10).
               88  IQ-ALL-BREAKS             VALUE SPACES.
               88  IQ-REPORT-LEVEL           VALUE '*REPORT'.
           05  IQ-RUN-SEQ           PIC 9(2).
           05  FILLER               PIC X(50).

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

       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  REPORT-LINE             PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-CAT-EOF-SWITCH    PIC X(1) VALUE 'N'.
               88  WS-CAT-EOF                VALUE 'Y'.
           05  WS-ARC-EOF-SWITCH    PIC X(1) VALUE 'N'.
               88  WS-ARC-EOF                VALUE 'Y'.
           05  WS-CARD-OK-SWITCH    PIC X(1) VALUE 'Y'.
               88  WS-CARD-OK                VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-INQUIRIES         PIC S9(5) COMP VALUE ZEROS.
           05  WS-INQ-REJECTED      PIC S9(5) COMP VALUE ZEROS.
           05  WS-BREAKS-PULLED     PIC S9(7) COMP VALUE ZEROS.
           05  WS-CARD-BREAKS       PIC S9(7) COMP VALUE ZEROS.
           05  WS-LINES-PULLED      PIC S9(9) COMP VALUE ZEROS.
           05  WS-BREAK-LINES       PIC S9(9) COMP VALUE ZEROS.

       01  WS-WORK.
           05  WS-ARC-STATUS        PIC X(2)  VALUE '00'.
           05  WS-ARC-PREFIX        PIC X(30).
           05  WS-CARD-TEXT         PIC X(100).
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
       01  HV-INQ.
           05  HV-REPORT-ID         PIC X(8).
           05  HV-RUN-DATE          PIC X(10).
           05  HV-RUN-SEQ           PIC S9(4) COMP.
           05  HV-BREAK-VALUE       PIC X(10).
           05  HV-ALL-BREAKS        PIC X(1).
           05  HV-COUNT             PIC S9(9) COMP.
           05  HV-CAT-RUN-SEQ       PIC S9(4) COMP.
           05  HV-CAT-BREAK         PIC X(10).
           05  HV-CAT-TITLE         PIC X(40).
           05  HV-CAT-JOB-NAME      PIC X(8).
           05  HV-CAT-JOB-PERIOD    PIC X(8).
           05  HV-CAT-JOB-STATUS    PIC X(12).
           05  HV-CAT-LINE-COUNT    PIC S9(9) COMP.
           05  HV-CAT-RETAIN        PIC X(10).

      *--- CARD ECHO LINE ---
       01  CARD-LINE.
           05  FILLER      PIC X(11) VALUE 'INQUIRY:  '.
           05  CL-CARD     PIC X(30).
           05  FILLER      PIC X(2)  VALUE SPACES.
           05  CL-TEXT     PIC X(90).

      *--- CATALOG ENTRY LINES, AHEAD OF EACH BREAK ---
       01  CATALOG-LINE1.
           05  FILLER      PIC X(8)  VALUE 'REPORT: '.
           05  CT-REPORT   PIC X(8).
           05  FILLER      PIC X(2)  VALUE SPACES.
           05  CT-TITLE    PIC X(40).
           05  FILLER      PIC X(8)  VALUE '  DATE: '.
           05  CT-DATE     PIC X(10).
           05  FILLER      PIC X(7)  VALUE '  SEQ: '.
           05  CT-SEQ      PIC Z9.
           05  FILLER      PIC X(9)  VALUE '  BREAK: '.
           05  CT-BREAK    PIC X(10).
           05  FILLER      PIC X(29) VALUE SPACES.

       01  CATALOG-LINE2.
           05  FILLER      PIC X(8)  VALUE 'JOB:    '.
           05  CT-JOB      PIC X(8).
           05  FILLER      PIC X(6)  VALUE ' RUN: '.
           05  CT-PERIOD   PIC X(8).
           05  FILLER      PIC X(1)  VALUE SPACES.
           05  CT-STATUS   PIC X(12).
           05  FILLER      PIC X(9)  VALUE '  LINES: '.
           05  CT-LINES    PIC ZZZ,ZZ9.
           05  FILLER      PIC X(17) VALUE '  RETAIN UNTIL: '.
           05  CT-RETAIN   PIC X(10).
           05  FILLER      PIC X(47) VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER      PIC X(10) VALUE SPACES.
           05  SL-LABEL    PIC X(40).
           05  SL-COUNT    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER      PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM UNTIL WS-EOF
               READ INQUIRY-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
               END-READ
               IF NOT WS-EOF
                   ADD 1 TO WS-INQUIRIES
                   PERFORM 2000-PROCESS-INQUIRY
                       THRU 2099-INQUIRY-EXIT
               END-IF
           END-PERFORM

           PERFORM 8000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  INQUIRY-FILE
                       ARCHIVE-FILE
                OUTPUT REPORT-FILE

           IF WS-ARC-STATUS NOT = '00'
               MOVE SPACES TO WS-CARD-TEXT
               STRING 'RPTARC ARCHIVE WOULD NOT OPEN, STATUS '
                      WS-ARC-STATUS
                   DELIMITED SIZE INTO WS-CARD-TEXT
               MOVE SPACES TO CL-CARD
               MOVE WS-CARD-TEXT TO CL-TEXT
               WRITE REPORT-LINE FROM CARD-LINE AFTER PAGE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

      *--- 2000 ONE INQUIRY CARD ---
       2000-PROCESS-INQUIRY.
           MOVE 'Y' TO WS-CARD-OK-SWITCH
           MOVE SPACES TO WS-CARD-TEXT
           MOVE ZEROS TO WS-CARD-BREAKS

           IF IQ-REPORT-ID = SPACES
               MOVE 'REPORT ID REQUIRED' TO WS-CARD-TEXT
               GO TO 2090-REJECT-CARD
           END-IF
           IF IQ-RUN-SEQ NOT NUMERIC
               MOVE 'RUN SEQUENCE MUST BE NUMERIC' TO WS-CARD-TEXT
               GO TO 2090-REJECT-CARD
           END-IF

           MOVE IQ-REPORT-ID TO HV-REPORT-ID
           MOVE IQ-RUN-SEQ   TO HV-RUN-SEQ

      *    Newest run filed when no date is given
           IF IQ-RUN-DATE = SPACES
               EXEC SQL
                   SELECT COALESCE(CHAR(MAX(RUN_DATE), ISO), ' ')
                   INTO   :HV-RUN-DATE
                   FROM   REPORT_ARCHIVE_CATALOG
                   WHERE  REPORT_ID = :HV-REPORT-ID
               END-EXEC
               IF HV-RUN-DATE = SPACES
                   MOVE 'NO RUNS ON FILE FOR THIS REPORT'
                       TO WS-CARD-TEXT
                   GO TO 2090-REJECT-CARD
               END-IF
           ELSE
               MOVE IQ-RUN-DATE TO HV-RUN-DATE
               EXEC SQL
                   SELECT COUNT(*)
                   INTO   :HV-COUNT
                   FROM   SYSIBM.SYSDUMMY1
                   WHERE  DATE(:HV-RUN-DATE) IS NOT NULL
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'RUN DATE IS NOT A VALID YYYY-MM-DD DATE'
                       TO WS-CARD-TEXT
                   GO TO 2090-REJECT-CARD
               END-IF
           END-IF

           IF IQ-ALL-BREAKS
               MOVE 'Y'    TO HV-ALL-BREAKS
               MOVE SPACES TO HV-BREAK-VALUE
           ELSE
               MOVE 'N'    TO HV-ALL-BREAKS
               IF IQ-REPORT-LEVEL
                   MOVE SPACES TO HV-BREAK-VALUE
               ELSE
                   MOVE IQ-BREAK-VALUE TO HV-BREAK-VALUE
               END-IF
           END-IF

           MOVE SPACES TO WS-CARD-TEXT
           STRING 'RUN DATE ' HV-RUN-DATE
               DELIMITED SIZE INTO WS-CARD-TEXT
           PERFORM 2900-WRITE-CARD-LINE

           EXEC SQL
               DECLARE CAT-CUR CURSOR FOR
               SELECT RUN_SEQ, BREAK_VALUE, REPORT_TITLE, JOB_NAME,
                      JOB_PERIOD_ID, JOB_RUN_STATUS, LINE_COUNT,
                      CHAR(RETAIN_UNTIL, ISO)
               FROM   REPORT_ARCHIVE_CATALOG
               WHERE  REPORT_ID = :HV-REPORT-ID
               AND    RUN_DATE  = DATE(:HV-RUN-DATE)
               AND   (:HV-RUN-SEQ = 0
                   OR RUN_SEQ = :HV-RUN-SEQ)
               AND   (:HV-ALL-BREAKS = 'Y'
                   OR BREAK_VALUE = :HV-BREAK-VALUE)
               ORDER BY RUN_SEQ, BREAK_VALUE
           END-EXEC

           MOVE 'N' TO WS-CAT-EOF-SWITCH
           EXEC SQL  OPEN CAT-CUR  END-EXEC

           PERFORM UNTIL WS-CAT-EOF
               EXEC SQL
                   FETCH CAT-CUR
                   INTO :HV-CAT-RUN-SEQ, :HV-CAT-BREAK,
                        :HV-CAT-TITLE, :HV-CAT-JOB-NAME,
                        :HV-CAT-JOB-PERIOD, :HV-CAT-JOB-STATUS,
                        :HV-CAT-LINE-COUNT, :HV-CAT-RETAIN
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-CAT-EOF-SWITCH
               ELSE
                   ADD 1 TO WS-CARD-BREAKS
                   PERFORM 3000-PRINT-ONE-BREAK
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE CAT-CUR  END-EXEC

           IF WS-CARD-BREAKS = ZEROS
               MOVE 'NOTHING ON FILE FOR THIS DATE/BREAK/SEQUENCE'
                   TO WS-CARD-TEXT
               GO TO 2090-REJECT-CARD
           END-IF
           GO TO 2099-INQUIRY-EXIT.

       2090-REJECT-CARD.
           MOVE 'N' TO WS-CARD-OK-SWITCH
           ADD 1 TO WS-INQ-REJECTED
           PERFORM 2900-WRITE-CARD-LINE.

       2099-INQUIRY-EXIT.
           EXIT.

       2900-WRITE-CARD-LINE.
           MOVE INQUIRY-CARD (1:30) TO CL-CARD
           IF WS-CARD-OK
               MOVE WS-CARD-TEXT TO CL-TEXT
           ELSE
               MOVE SPACES TO CL-TEXT
               STRING 'REJECTED: ' WS-CARD-TEXT
                   DELIMITED SIZE INTO CL-TEXT
           END-IF
           WRITE REPORT-LINE FROM CARD-LINE AFTER PAGE.

      *--- 3000 ONE ARCHIVED BREAK, AS FILED ---
       3000-PRINT-ONE-BREAK.
           MOVE HV-REPORT-ID      TO CT-REPORT
           MOVE HV-CAT-TITLE      TO CT-TITLE
           MOVE HV-RUN-DATE       TO CT-DATE
           MOVE HV-CAT-RUN-SEQ    TO CT-SEQ
           IF HV-CAT-BREAK = SPACES
               MOVE '(REPORT)'    TO CT-BREAK
           ELSE
               MOVE HV-CAT-BREAK  TO CT-BREAK
           END-IF
           MOVE HV-CAT-JOB-NAME   TO CT-JOB
           MOVE HV-CAT-JOB-PERIOD TO CT-PERIOD
           MOVE HV-CAT-JOB-STATUS TO CT-STATUS
           MOVE HV-CAT-LINE-COUNT TO CT-LINES
           MOVE HV-CAT-RETAIN     TO CT-RETAIN
           WRITE REPORT-LINE FROM CATALOG-LINE1 AFTER PAGE
           WRITE REPORT-LINE FROM CATALOG-LINE2
           WRITE REPORT-LINE FROM SPACES

           MOVE HV-REPORT-ID   TO RA-REPORT-ID
           MOVE HV-RUN-DATE    TO RA-RUN-DATE
           MOVE HV-CAT-RUN-SEQ TO RA-RUN-SEQ
           MOVE HV-CAT-BREAK   TO RA-BREAK-VALUE
           MOVE ZEROS          TO RA-LINE-SEQ
           MOVE RA-PREFIX      TO WS-ARC-PREFIX
           MOVE ZEROS          TO WS-BREAK-LINES
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
                       WRITE REPORT-LINE FROM RA-LINE
                       ADD 1 TO WS-BREAK-LINES
                   ELSE
                       MOVE 'Y' TO WS-ARC-EOF-SWITCH
                   END-IF
               END-IF
           END-PERFORM

           ADD 1 TO WS-BREAKS-PULLED
           ADD WS-BREAK-LINES TO WS-LINES-PULLED

           IF WS-BREAK-LINES NOT = HV-CAT-LINE-COUNT
               MOVE SPACES TO WS-PRINT-AREA
               STRING '*** ARCHIVE HOLDS FEWER/MORE LINES THAN THE '
                      'CATALOG - CHECK RPTARC'
                   DELIMITED SIZE INTO WS-PRINT-AREA
               WRITE REPORT-LINE FROM WS-PRINT-AREA
           END-IF.

      *--- 8000 SUMMARY ---
       8000-PRINT-SUMMARY.
           WRITE REPORT-LINE FROM SPACES AFTER PAGE
           MOVE 'INQUIRIES READ:' TO SL-LABEL
           MOVE WS-INQUIRIES TO SL-COUNT
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE 'INQUIRIES REJECTED:' TO SL-LABEL
           MOVE WS-INQ-REJECTED TO SL-COUNT
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE 'BREAKS PULLED:' TO SL-LABEL
           MOVE WS-BREAKS-PULLED TO SL-COUNT
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE 'LINES PRINTED:' TO SL-LABEL
           MOVE WS-LINES-PULLED TO SL-COUNT
           WRITE REPORT-LINE FROM SUMMARY-LINE.

       9000-TERMINATE.
           CLOSE INQUIRY-FILE
                 ARCHIVE-FILE
                 REPORT-FILE.
