      *              - Good journals are staged STATUS 'OPEN' so they
      *                flow through the existing maker-checker gate in
      *                GLPOST01's 2100-VALIDATE-AND-POST
      *              - The upload carries the standard interface
      *                header (FHDR) and trailer (FTRL) with record
      *                count, line-amount hash and the sending
      *                system's run ID. The whole file is proven
      *                against its trailer before any journal is
      *                staged; a mismatch rejects the file (E09) and
      *                nothing stages. Sent, received and posted
      *                totals go on the JRNLIN row of
      *                BATCH_RUN_CONTROL for IFBAL01
      *
      *              Reason codes:
      *                E01 ACCOUNT NOT ON FILE
      *                E06 JOURNAL HAS NO LINES
      *                E07 LINE LIMIT EXCEEDED
      *                E08 DEPARTMENT NOT ON FILE
      *                E09 INTERFACE CONTROL FAILED - FILE REJECTED
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNL01.
               10  JR-DEPT-CODE        PIC X(4).
               10  FILLER              PIC X(31).

      *    Standard interface header (FHDR) and trailer (FTRL). The
      *    trailer counts every record between the pair and hashes
      *    JR-AMOUNT over the line records.
       01  JOURNAL-CONTROL-RECORD.
           05  JC-RECORD-ID        PIC X(4).
                   88  JC-FILE-HEADER     VALUE 'FHDR'.
                   88  JC-FILE-TRAILER    VALUE 'FTRL'.
           05  JC-INTERFACE-NAME   PIC X(8).
           05  JC-SOURCE-JOB       PIC X(8).
           05  JC-SOURCE-RUN-ID    PIC X(26).
           05  JC-RECORD-COUNT     PIC 9(9).
           05  JC-AMOUNT-HASH      PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC X(29).

       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  WS-WORK.
           05  WS-CURRENT-DATE      PIC X(10).

      *--- Upload interface controls: what the trailer claims,
      *    what was actually read, and what was staged.
       01  WS-IF-CONTROLS.
           05  WS-IF-REJECT-SW      PIC X(1) VALUE 'N'.
               88  WS-IF-REJECTED            VALUE 'Y'.
           05  WS-IF-HEADER-SW      PIC X(1) VALUE 'N'.
               88  WS-IF-HEADER-SEEN         VALUE 'Y'.
           05  WS-IF-TRAILER-SW     PIC X(1) VALUE 'N'.
               88  WS-IF-TRAILER-SEEN        VALUE 'Y'.
           05  WS-IF-STRAY-COUNT    PIC S9(7) COMP VALUE ZEROS.
      *        'L' leaves the control row alone - it belongs to an
      *        earlier receipt of the same run ID.
           05  WS-IF-ROW-SW         PIC X(1) VALUE SPACES.
               88  WS-IF-ROW-LEAVE           VALUE 'L'.
           05  WS-IF-NAME           PIC X(8)  VALUE 'JRNLIN'.
           05  WS-IF-SOURCE-JOB     PIC X(8)  VALUE SPACES.
           05  WS-IF-RUN-ID         PIC X(26) VALUE SPACES.
           05  WS-IF-SENT-COUNT     PIC S9(9) COMP VALUE ZEROS.
           05  WS-IF-SENT-HASH      PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-IF-RECV-COUNT     PIC S9(9) COMP VALUE ZEROS.
           05  WS-IF-RECV-HASH      PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-IF-POST-COUNT     PIC S9(9) COMP VALUE ZEROS.
           05  WS-IF-POST-HASH      PIC S9(13)V99 COMP-3 VALUE ZEROS.

      *--- SQLCA ---
       01  SQLCA.
           05  SQLCAID              PIC X(8).
           05  HV-DEPT-CODE         PIC X(4).
           05  HV-DEPT-COUNT        PIC S9(9) COMP.
           05  HV-NEXT-JOURNAL-ID   PIC S9(9) COMP.
           05  HV-IF-NAME           PIC X(8).
           05  HV-IF-SOURCE-JOB     PIC X(8).
           05  HV-IF-RUN-ID         PIC X(26).
           05  HV-IF-STATUS         PIC X(8).
           05  HV-IF-COUNT          PIC S9(9) COMP.
           05  HV-IF-SENT-COUNT     PIC S9(9) COMP.
           05  HV-IF-SENT-HASH      PIC S9(13)V99 COMP-3.
           05  HV-IF-RECV-COUNT     PIC S9(9) COMP.
           05  HV-IF-RECV-HASH      PIC S9(13)V99 COMP-3.
           05  HV-IF-POST-COUNT     PIC S9(9) COMP.
           05  HV-IF-POST-HASH      PIC S9(13)V99 COMP-3.
           05  HV-EXC-SEVERITY      PIC X(1).
           05  HV-EXC-REASON        PIC X(12).
           05  HV-EXC-KEY           PIC X(30).
           05  HV-EXC-DUP-COUNT     PIC S9(9) COMP.

      *--- HEADER LINES ---
       01  HDR1.
           IF WS-JRNL-OPEN
               PERFORM 2600-FINISH-JOURNAL
           END-IF
           PERFORM 9650-RECORD-POSTED-TOTALS
           PERFORM 3000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.
           MOVE WS-CURRENT-DATE TO H2-DATE
           MOVE HV-PERIOD-ID    TO H2-PER
           PERFORM 9100-PRINT-HEADERS
           PERFORM 1500-VERIFY-INTERFACE-FILE

           READ JOURNAL-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *--- 1500 PROVE THE UPLOAD AGAINST ITS TRAILER ---
      *    A full pass before anything stages: the file must open on
      *    its FHDR, close on its FTRL, and the FTRL's count and
      *    hash must match what was read. Any failure rejects the
      *    whole upload - a part-loaded file is worse than none.
       1500-VERIFY-INTERFACE-FILE.
           READ JOURNAL-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ

           PERFORM 1510-VERIFY-ONE-RECORD
               UNTIL WS-EOF

           IF NOT WS-IF-HEADER-SEEN
               AND WS-IF-STRAY-COUNT = ZEROS
               MOVE 'IF-EMPTY' TO HV-EXC-REASON
               MOVE WS-IF-NAME TO HV-EXC-KEY
               PERFORM 1580-REJECT-INTERFACE-FILE
           END-IF

           IF WS-IF-HEADER-SEEN
               AND NOT WS-IF-TRAILER-SEEN
               MOVE 'IF-NO-TRLR' TO HV-EXC-REASON
               PERFORM 1570-BUILD-UPLOAD-KEY
               PERFORM 1580-REJECT-INTERFACE-FILE
           END-IF

           PERFORM 1600-RECORD-RECEIVED-TOTALS
               THRU 1699-RECEIVED-EXIT

           CLOSE JOURNAL-FILE
           OPEN INPUT JOURNAL-FILE
           MOVE 'N' TO WS-EOF-SWITCH

           IF WS-IF-REJECTED
               DISPLAY 'GLJRNL01: JRNLIN FAILED INTERFACE CONTROLS'
                   ' - FILE REJECTED, NOTHING STAGED'
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

      *--- 1510 VERIFY ONE UPLOAD RECORD ---
      *    A record before the FHDR, a second FHDR, or anything
      *    after the FTRL is a stray; the first one rejects the file.
       1510-VERIFY-ONE-RECORD.
           EVALUATE TRUE
               WHEN WS-IF-TRAILER-SEEN
                   ADD 1 TO WS-IF-STRAY-COUNT
                   IF WS-IF-STRAY-COUNT = 1
                       MOVE 'IF-BAD-TRLR' TO HV-EXC-REASON
                       PERFORM 1570-BUILD-UPLOAD-KEY
                       PERFORM 1580-REJECT-INTERFACE-FILE
                   END-IF
               WHEN JC-FILE-HEADER
                   IF WS-IF-HEADER-SEEN
                       ADD 1 TO WS-IF-STRAY-COUNT
                       IF WS-IF-STRAY-COUNT = 1
                           MOVE 'IF-NO-TRLR' TO HV-EXC-REASON
                           PERFORM 1570-BUILD-UPLOAD-KEY
                           PERFORM 1580-REJECT-INTERFACE-FILE
                       END-IF
                   ELSE
                       PERFORM 1520-OPEN-UPLOAD
                   END-IF
               WHEN JC-FILE-TRAILER
                   PERFORM 1530-CLOSE-UPLOAD
                       THRU 1539-CLOSE-UPLOAD-EXIT
               WHEN WS-IF-HEADER-SEEN
                   ADD 1 TO WS-IF-RECV-COUNT
                   IF JR-LINE
                       ADD JR-AMOUNT TO WS-IF-RECV-HASH
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-IF-STRAY-COUNT
                   IF WS-IF-STRAY-COUNT = 1
                       MOVE 'IF-NO-HEADER' TO HV-EXC-REASON
                       MOVE WS-IF-NAME     TO HV-EXC-KEY
                       PERFORM 1580-REJECT-INTERFACE-FILE
                   END-IF
           END-EVALUATE

           READ JOURNAL-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *--- 1520 OPEN THE UPLOAD ON ITS FHDR ---
      *    The header must name this interface, and a run ID some
      *    earlier run already received (and did not reject) is the
      *    same upload twice.
       1520-OPEN-UPLOAD.
           MOVE 'Y'               TO WS-IF-HEADER-SW
           MOVE JC-SOURCE-JOB     TO WS-IF-SOURCE-JOB
           MOVE JC-SOURCE-RUN-ID  TO WS-IF-RUN-ID

           IF JC-INTERFACE-NAME NOT = WS-IF-NAME
               MOVE 'IF-BAD-NAME' TO HV-EXC-REASON
               PERFORM 1570-BUILD-UPLOAD-KEY
               PERFORM 1580-REJECT-INTERFACE-FILE
           END-IF

           MOVE WS-IF-NAME   TO HV-IF-NAME
           MOVE WS-IF-RUN-ID TO HV-IF-RUN-ID
           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-IF-COUNT
               FROM   BATCH_RUN_CONTROL
               WHERE  JOB_NAME      = :HV-IF-NAME
               AND    SOURCE_RUN_ID = :HV-IF-RUN-ID
               AND    RECV_JOB IS NOT NULL
               AND    RUN_STATUS   <> 'REJECTED'
           END-EXEC
           IF HV-IF-COUNT > ZEROS
               MOVE 'L' TO WS-IF-ROW-SW
               MOVE 'IF-DUP-FILE' TO HV-EXC-REASON
               PERFORM 1570-BUILD-UPLOAD-KEY
               PERFORM 1580-REJECT-INTERFACE-FILE
           END-IF.

      *--- 1530 CLOSE THE UPLOAD ON ITS FTRL ---
       1530-CLOSE-UPLOAD.
           MOVE 'Y' TO WS-IF-TRAILER-SW

           IF NOT WS-IF-HEADER-SEEN
               ADD 1 TO WS-IF-STRAY-COUNT
               IF WS-IF-STRAY-COUNT = 1
                   MOVE 'IF-NO-HEADER' TO HV-EXC-REASON
                   MOVE WS-IF-NAME     TO HV-EXC-KEY
                   PERFORM 1580-REJECT-INTERFACE-FILE
               END-IF
               GO TO 1539-CLOSE-UPLOAD-EXIT
           END-IF

           IF JC-INTERFACE-NAME NOT = WS-IF-NAME
               OR JC-SOURCE-RUN-ID NOT = WS-IF-RUN-ID
               OR JC-RECORD-COUNT NOT NUMERIC
               OR JC-AMOUNT-HASH NOT NUMERIC
               MOVE 'IF-BAD-TRLR' TO HV-EXC-REASON
               PERFORM 1570-BUILD-UPLOAD-KEY
               PERFORM 1580-REJECT-INTERFACE-FILE
               GO TO 1539-CLOSE-UPLOAD-EXIT
           END-IF

           MOVE JC-RECORD-COUNT TO WS-IF-SENT-COUNT
           MOVE JC-AMOUNT-HASH  TO WS-IF-SENT-HASH

           IF WS-IF-SENT-COUNT NOT = WS-IF-RECV-COUNT
               MOVE 'IF-COUNT-OOB' TO HV-EXC-REASON
               PERFORM 1570-BUILD-UPLOAD-KEY
               PERFORM 1580-REJECT-INTERFACE-FILE
           END-IF

           IF WS-IF-SENT-HASH NOT = WS-IF-RECV-HASH
               MOVE 'IF-HASH-OOB' TO HV-EXC-REASON
               PERFORM 1570-BUILD-UPLOAD-KEY
               PERFORM 1580-REJECT-INTERFACE-FILE
           END-IF.

       1539-CLOSE-UPLOAD-EXIT.
           EXIT.

      *--- 1570 EXCEPTION KEY FOR THE UPLOAD ---
       1570-BUILD-UPLOAD-KEY.
           MOVE SPACES TO HV-EXC-KEY
           STRING WS-IF-NAME   DELIMITED BY SPACE
                  ' '          DELIMITED BY SIZE
                  WS-IF-RUN-ID DELIMITED BY SIZE
               INTO HV-EXC-KEY.

      *--- 1580 REJECT THE WHOLE UPLOAD ---
       1580-REJECT-INTERFACE-FILE.
           MOVE 'Y' TO WS-IF-REJECT-SW
           MOVE 'E09' TO ER-CODE
           MOVE SPACES TO ER-TEXT
           STRING 'FILE REJECTED - ' HV-EXC-REASON
               DELIMITED BY SIZE INTO ER-TEXT
           MOVE HV-EXC-KEY TO ER-DESC
           MOVE SPACES     TO ER-ACCT
           MOVE ERR-DET-LINE TO ERROR-LINE
           WRITE ERROR-LINE
           MOVE 'E' TO HV-EXC-SEVERITY
           PERFORM 9700-LOG-EXCEPTION.

      *--- 1600 RECORD THE UPLOAD'S RECEIVED TOTALS ---
      *    Receipt is stamped on the sender's JRNLIN row for this
      *    run ID, and only while no other receipt owns it (a
      *    rejected receipt posted nothing, so a re-sent upload may
      *    take its row over). An upload with no sender row gets a
      *    row of its own, with the trailer's figures as the sent
      *    totals. A duplicate leaves the earlier receipt's row
      *    alone, and an upload with no FHDR has no run ID to file
      *    under; both stand on the exception log only.
       1600-RECORD-RECEIVED-TOTALS.
           IF WS-IF-ROW-LEAVE
               OR WS-IF-RUN-ID = SPACES
               GO TO 1699-RECEIVED-EXIT
           END-IF

           MOVE WS-IF-NAME       TO HV-IF-NAME
           MOVE WS-IF-SOURCE-JOB TO HV-IF-SOURCE-JOB
           MOVE WS-IF-RUN-ID     TO HV-IF-RUN-ID
           MOVE WS-IF-SENT-COUNT TO HV-IF-SENT-COUNT
           MOVE WS-IF-SENT-HASH  TO HV-IF-SENT-HASH
           MOVE WS-IF-RECV-COUNT TO HV-IF-RECV-COUNT
           MOVE WS-IF-RECV-HASH  TO HV-IF-RECV-HASH
           IF WS-IF-REJECTED
               MOVE 'REJECTED' TO HV-IF-STATUS
           ELSE
               MOVE 'RECEIVED' TO HV-IF-STATUS
           END-IF

           EXEC SQL
               UPDATE BATCH_RUN_CONTROL
               SET    RUN_STATUS   = :HV-IF-STATUS,
                      RECV_JOB     = 'GLJRNL01',
                      RECV_COUNT   = :HV-IF-RECV-COUNT,
                      RECV_HASH    = :HV-IF-RECV-HASH,
                      POSTED_COUNT = 0,
                      POSTED_HASH  = 0,
                      END_DATE     = CURRENT DATE,
                      END_TIME     = CURRENT TIME
               WHERE  JOB_NAME      = :HV-IF-NAME
               AND    SOURCE_RUN_ID = :HV-IF-RUN-ID
               AND   (RECV_JOB IS NULL
                  OR  RUN_STATUS    = 'REJECTED')
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO BATCH_RUN_CONTROL
                   (JOB_NAME, PERIOD_ID, RUN_STATUS,
                    START_DATE, START_TIME, END_DATE, END_TIME,
                    SOURCE_JOB, SOURCE_RUN_ID,
                    SENT_COUNT, SENT_HASH, RECV_JOB,
                    RECV_COUNT, RECV_HASH,
                    POSTED_COUNT, POSTED_HASH)
                   VALUES
                   (:HV-IF-NAME, :HV-PERIOD-ID, :HV-IF-STATUS,
                    CURRENT DATE, CURRENT TIME,
                    CURRENT DATE, CURRENT TIME,
                    :HV-IF-SOURCE-JOB, :HV-IF-RUN-ID,
                    :HV-IF-SENT-COUNT, :HV-IF-SENT-HASH, 'GLJRNL01',
                    :HV-IF-RECV-COUNT, :HV-IF-RECV-HASH,
                    0, 0)
               END-EXEC
           END-IF

           EXEC SQL  COMMIT  END-EXEC.

       1699-RECEIVED-EXIT.
           EXIT.

      *--- 2000 PROCESS ONE UPLOAD RECORD ---
       2000-PROCESS-JOURNAL-FILE.
           EVALUATE TRUE
               WHEN JC-FILE-HEADER OR JC-FILE-TRAILER
                   CONTINUE
               WHEN JR-HEADER
                   IF WS-JRNL-OPEN
                       PERFORM 2600-FINISH-JOURNAL
           IF WS-JRNL-GOOD
               PERFORM 2700-STAGE-JOURNAL
               ADD 1 TO WS-JRNLS-STAGED
               COMPUTE WS-IF-POST-COUNT =
                   WS-IF-POST-COUNT + 1 + WS-JRNL-LINE-CNT
               COMPUTE WS-IF-POST-HASH =
                   WS-IF-POST-HASH + WS-DR-TOTAL + WS-CR-TOTAL
               MOVE 'STAGED' TO RG-STATUS
           ELSE
               ADD 1 TO WS-JRNLS-REJECTED
           MOVE 'Lines Read:         '  TO SL-LABEL
           MOVE WS-LINES-READ          TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Upload Records:     '  TO SL-LABEL
           MOVE WS-IF-RECV-COUNT       TO SL-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-IF-REJECTED
               MOVE '*** UPLOAD REJECTED ON INTERFACE CONTROLS ***'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *--- 9650 STAMP WHAT STAGED ON THE UPLOAD'S CONTROL ROW ---
      *    Records of staged journals and their line amounts; the
      *    gap to the received totals is what the edits turned away.
       9650-RECORD-POSTED-TOTALS.
           IF NOT WS-IF-REJECTED
               MOVE WS-IF-NAME       TO HV-IF-NAME
               MOVE WS-IF-RUN-ID     TO HV-IF-RUN-ID
               MOVE WS-IF-POST-COUNT TO HV-IF-POST-COUNT
               MOVE WS-IF-POST-HASH  TO HV-IF-POST-HASH
               EXEC SQL
                   UPDATE BATCH_RUN_CONTROL
                   SET    POSTED_COUNT = :HV-IF-POST-COUNT,
                          POSTED_HASH  = :HV-IF-POST-HASH,
                          RUN_STATUS   = 'POSTED',
                          END_DATE     = CURRENT DATE,
                          END_TIME     = CURRENT TIME
                   WHERE  JOB_NAME      = :HV-IF-NAME
                   AND    SOURCE_RUN_ID = :HV-IF-RUN-ID
                   AND    RECV_JOB      = 'GLJRNL01'
               END-EXEC
               EXEC SQL  COMMIT  END-EXEC
           END-IF.

      *--- 9700 LOG A STANDARD EXCEPTION ROW ---
      *    Same EXCEPTION_LOG shape and no-duplicate rule as the
      *    other nightly programs, so EXCRPT01 picks these up.
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
                   ('GLJRNL01', CURRENT DATE, :HV-PERIOD-ID,
                    :HV-EXC-SEVERITY, :HV-EXC-REASON, :HV-EXC-KEY,
                    'N', CURRENT TIME)
               END-EXEC
           END-IF.

      *--- 9000 TERMINATE ---
       9000-TERMINATE.
