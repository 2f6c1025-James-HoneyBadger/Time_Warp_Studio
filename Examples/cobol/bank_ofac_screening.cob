      *================================================================
      * PROGRAM:    BANKOFC1
      * DESCRIPTION: OFAC Sanctions List Load, Re-screen & Case
      *              Disposition
      *              - Nightly (SYSIN 'N' or blank): loads the
      *                published SDN list file when its list date is
      *                newer than the one on OFAC_LIST_VERSION -
      *                primary names, aliases and addresses, each
      *                name broken into tokens through BANKOFS1 so
      *                every screen matches the same way. A file
      *                whose entry count does not agree with its
      *                header is rolled back and the old list stays
      *              - A newly loaded list re-screens every customer
      *                holding an account through BANKOFS1; 'R'
      *                forces the re-screen without a new list. A
      *                potential hit freezes the customer's open
      *                accounts (FREEZE_REASON 'OFAC') under an
      *                OFAC_CASE logged OFACHIT on EXCEPTION_LOG
      *              - Disposition ('D'): reads the analysts'
      *                DISPIN decisions. A false positive clears
      *                the case, lifts the OFAC freeze once no other
      *                case is open on the customer and releases a
      *                held ACH entry to post on BANKACCT's next ACH
      *                run; an escalation keeps the freeze and
      *                blocks the ACH entry. Both resolve the
      *                OFACHIT row and log the disposition
      *              - Every run prints the open and escalated case
      *                list
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKOFC1.
       AUTHOR. ACME-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SDN-FILE    ASSIGN TO SDNIN
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.
           SELECT DISP-FILE   ASSIGN TO DISPIN
                              ORGANIZATION IS SEQUENTIAL
                              ACCESS MODE IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
                              ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *--- Published SDN list, fixed 200-byte records: one header,
      *    then each entry followed by its aliases and addresses
       FD  SDN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 200 CHARACTERS.
       01  SDN-RECORD.
           05  SD-RECORD-TYPE      PIC X(1).
                   88  SD-LIST-HEADER     VALUE 'H'.
                   88  SD-ENTRY           VALUE 'S'.
                   88  SD-ALIAS           VALUE 'A'.
                   88  SD-ADDRESS         VALUE 'D'.
           05  SD-HDR-FIELDS.
               10  SD-LIST-DATE        PIC X(10).
               10  SD-ENTRY-COUNT      PIC 9(7).
               10  FILLER              PIC X(182).
           05  SD-ENT-FIELDS REDEFINES SD-HDR-FIELDS.
               10  SD-ENT-NUM          PIC 9(10).
               10  SD-SDN-TYPE         PIC X(12).
               10  SD-PROGRAM          PIC X(20).
               10  SD-NAME             PIC X(100).
               10  FILLER              PIC X(57).
           05  SD-ALT-FIELDS REDEFINES SD-HDR-FIELDS.
               10  SD-ALT-ENT-NUM      PIC 9(10).
               10  SD-ALT-NUM          PIC 9(5).
               10  SD-ALT-NAME         PIC X(100).
               10  FILLER              PIC X(84).
           05  SD-ADD-FIELDS REDEFINES SD-HDR-FIELDS.
               10  SD-ADD-ENT-NUM      PIC 9(10).
               10  SD-ADD-NUM          PIC 9(5).
               10  SD-ADD-CITY         PIC X(40).
               10  SD-ADD-COUNTRY      PIC X(40).
               10  FILLER              PIC X(104).

      *--- Analyst case dispositions, one per line
       FD  DISP-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  DISP-RECORD.
           05  DP-CASE-ID          PIC 9(9).
           05  DP-DISPOSITION      PIC X(1).
                   88  DP-FALSE-POSITIVE  VALUE 'F'.
                   88  DP-ESCALATE        VALUE 'E'.
           05  DP-ANALYST          PIC X(8).
           05  DP-NOTE             PIC X(40).
           05  FILLER              PIC X(22).

       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  REPORT-LINE             PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-RUN-MODE             PIC X(1) VALUE SPACES.
           88  WS-NIGHTLY-MODE              VALUE 'N' ' '.
           88  WS-RESCREEN-MODE             VALUE 'R'.
           88  WS-DISPOSITION-MODE          VALUE 'D'.

       01  WS-SWITCHES.
           05  WS-SDN-EOF-SWITCH    PIC X(1) VALUE 'N'.
               88  WS-SDN-EOF                VALUE 'Y'.
           05  WS-DISP-EOF-SWITCH   PIC X(1) VALUE 'N'.
               88  WS-DISP-EOF               VALUE 'Y'.
           05  WS-CUST-EOF-SWITCH   PIC X(1) VALUE 'N'.
               88  WS-CUST-EOF               VALUE 'Y'.
           05  WS-CASE-EOF-SWITCH   PIC X(1) VALUE 'N'.
               88  WS-CASE-EOF               VALUE 'Y'.
           05  WS-LIST-SWITCH       PIC X(1) VALUE 'N'.
               88  WS-LIST-CHANGED           VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LINE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-PAGE-COUNT        PIC S9(5) COMP VALUE ZEROS.
           05  WS-SDN-LOADED        PIC S9(7) COMP VALUE ZEROS.
           05  WS-NAMES-LOADED      PIC S9(7) COMP VALUE ZEROS.
           05  WS-CUST-SCREENED     PIC S9(7) COMP VALUE ZEROS.
           05  WS-CASES-OPENED      PIC S9(7) COMP VALUE ZEROS.
           05  WS-DISP-APPLIED      PIC S9(7) COMP VALUE ZEROS.
           05  WS-DISP-REJECTED     PIC S9(7) COMP VALUE ZEROS.
           05  WS-CASES-LISTED      PIC S9(7) COMP VALUE ZEROS.
           05  WS-TOKEN-IDX         PIC S9(3) COMP VALUE ZEROS.

       01  WS-WORK.
           05  WS-CURRENT-DATE      PIC X(10).
           05  WS-CASE-DISP         PIC 9(9).
           05  WS-ENT-DISP          PIC 9(10).
           05  WS-CASE-KEY          PIC X(30).

      *--- Screening call block (same layout in every caller)
       01  OFS-PARMS.
           05  OFS-FUNCTION         PIC X(1).
               88  OFS-TOKENIZE              VALUE 'T'.
               88  OFS-SCREEN                VALUE 'S'.
           05  OFS-CALLER           PIC X(8).
           05  OFS-SOURCE           PIC X(4).
           05  OFS-CIF-NUMBER       PIC 9(8).
           05  OFS-ACCOUNT-NUMBER   PIC 9(6).
           05  OFS-TRACE-NO         PIC X(15).
           05  OFS-NAME             PIC X(100).
           05  OFS-ADDRESS          PIC X(100).
           05  OFS-RESULT           PIC X(1).
               88  OFS-CLEAR                 VALUE 'C'.
               88  OFS-HIT                   VALUE 'H'.
           05  OFS-NEW-CASE-SW      PIC X(1).
               88  OFS-NEW-CASE              VALUE 'Y'.
           05  OFS-CASE-ID          PIC 9(9).
           05  OFS-SDN-ENT-NUM      PIC 9(10).
           05  OFS-SCORE            PIC 9(3).
           05  OFS-TOKEN-COUNT      PIC 9(2).
           05  OFS-TOKEN            PIC X(20) OCCURS 8 TIMES.

      *--- SQLCA ---
       01  SQLCA.
           05  SQLCAID              PIC X(8).
           05  SQLCABC              PIC S9(9) COMP.
           05  SQLCODE              PIC S9(9) COMP.
           05  SQLERRM.
               10  SQLERRML         PIC S9(4) COMP.
               10  SQLERRMC         PIC X(70).

      *--- HOST VARIABLES ---
       01  HV-OFAC.
           05  HV-LIST-DATE         PIC X(10).
           05  HV-LAST-LIST-DATE    PIC X(10).
           05  HV-ENTRY-COUNT       PIC S9(9) COMP.
           05  HV-ENT-NUM           PIC S9(10) COMP-3.
           05  HV-SDN-TYPE          PIC X(12).
           05  HV-PROGRAM           PIC X(20).
           05  HV-SDN-NAME          PIC X(100).
           05  HV-NAME-SEQ          PIC S9(5) COMP-3.
           05  HV-TOKEN-COUNT       PIC S9(4) COMP.
           05  HV-TOKEN-SEQ         PIC S9(4) COMP.
           05  HV-TOKEN             PIC X(20).
           05  HV-CITY              PIC X(40).
           05  HV-COUNTRY           PIC X(40).
           05  HV-CIF-NUMBER        PIC S9(9) COMP.
           05  HV-CUST-NAME         PIC X(30).
           05  HV-CUST-ADDRESS      PIC X(60).
           05  HV-CASE-ID           PIC S9(9) COMP.
           05  HV-SOURCE            PIC X(4).
           05  HV-TRACE-NO          PIC X(15).
           05  HV-CASE-STATUS       PIC X(10).
           05  HV-SCREENED-NAME     PIC X(100).
           05  HV-SCORE             PIC S9(4) COMP.
           05  HV-CASE-DATE         PIC X(10).
           05  HV-ANALYST           PIC X(8).
           05  HV-DISPOSITION       PIC X(1).
           05  HV-DISP-NOTE         PIC X(40).
           05  HV-OPEN-COUNT        PIC S9(9) COMP.
           05  HV-EXC-SEVERITY      PIC X(1).
           05  HV-EXC-REASON        PIC X(12).
           05  HV-EXC-KEY           PIC X(30).
           05  HV-EXC-RESOLVED      PIC X(1).
           05  HV-EXC-DUP-COUNT     PIC S9(9) COMP.

      *--- HEADER LINES ---
       01  HDR1.
           05  FILLER  PIC X(22) VALUE SPACES.
           05  H1-TITLE PIC X(50)
               VALUE 'ACME BANK - OFAC SANCTIONS SCREENING'.
           05  FILLER  PIC X(31) VALUE SPACES.
           05  FILLER  PIC X(5) VALUE 'PAGE:'.
           05  H1-PAGE PIC ZZZZZ.
           05  FILLER  PIC X(20) VALUE SPACES.

       01  HDR2.
           05  FILLER  PIC X(6)  VALUE 'DATE: '.
           05  H2-DATE PIC X(10).
           05  FILLER  PIC X(14) VALUE '  SDN LIST:   '.
           05  H2-LIST PIC X(10).
           05  FILLER  PIC X(93) VALUE SPACES.

      *--- DETAIL LINE ---
       01  OFC-DET-LINE.
           05  OD-CASE     PIC ZZZZZZZZ9.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  OD-SOURCE   PIC X(4).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  OD-CIF      PIC ZZZZZZZ9.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  OD-NAME     PIC X(40).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  OD-SDN      PIC ZZZZZZZZZ9.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  OD-SCORE    PIC ZZ9.
           05  FILLER      PIC X(2) VALUE SPACES.
           05  OD-NOTE     PIC X(40).
           05  FILLER      PIC X(12) VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER      PIC X(10) VALUE SPACES.
           05  SL-LABEL    PIC X(30).
           05  SL-COUNT    PIC ZZZ,ZZ9.
           05  FILLER      PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
               WHEN WS-NIGHTLY-MODE
                   PERFORM 2000-LOAD-SDN-LIST
                       THRU 2099-LOAD-EXIT
                   IF WS-LIST-CHANGED
                       PERFORM 3000-RESCREEN-CUSTOMER-BASE
                   END-IF
               WHEN WS-RESCREEN-MODE
                   PERFORM 3000-RESCREEN-CUSTOMER-BASE
               WHEN WS-DISPOSITION-MODE
                   PERFORM 4000-APPLY-DISPOSITIONS
               WHEN OTHER
                   DISPLAY 'BANKOFC1 UNKNOWN MODE: ' WS-RUN-MODE
           END-EVALUATE
           PERFORM 5000-LIST-OPEN-CASES
           PERFORM 6000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

      *--- 1000 INITIALIZE ---
      *    The run mode comes from SYSIN; blank is the nightly list
      *    check, so the nightly schedule needs no PARM.
       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
               INTO :WS-CURRENT-DATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           ACCEPT WS-RUN-MODE FROM SYSIN

           MOVE SPACES TO HV-LAST-LIST-DATE
           EXEC SQL
               SELECT COALESCE(CHAR(MAX(LIST_DATE), ISO), ' ')
               INTO   :HV-LAST-LIST-DATE
               FROM   OFAC_LIST_VERSION
           END-EXEC

           MOVE WS-CURRENT-DATE   TO H2-DATE
           MOVE HV-LAST-LIST-DATE TO H2-LIST
           PERFORM 9100-PRINT-HEADERS.

      *--- 2000 LOAD THE PUBLISHED SDN LIST ---
      *    Only a list newer than the one on file loads. The old
      *    list is replaced whole inside one unit of work, so a
      *    file that fails its header count is rolled back and
      *    screening carries on against the previous list.
       2000-LOAD-SDN-LIST.
           OPEN INPUT SDN-FILE
           MOVE 'N' TO WS-SDN-EOF-SWITCH

           READ SDN-FILE
               AT END MOVE 'Y' TO WS-SDN-EOF-SWITCH
           END-READ

           IF WS-SDN-EOF OR NOT SD-LIST-HEADER
               MOVE 'E'          TO HV-EXC-SEVERITY
               MOVE 'SDNBADFILE' TO HV-EXC-REASON
               MOVE WS-CURRENT-DATE TO HV-EXC-KEY
               MOVE 'N'          TO HV-EXC-RESOLVED
               PERFORM 9700-LOG-EXCEPTION
               EXEC SQL  COMMIT  END-EXEC
               MOVE 'SDN FILE HAS NO LIST HEADER - NOT LOADED'
                   TO OD-NOTE
               PERFORM 9300-WRITE-NOTE-LINE
               GO TO 2099-LOAD-EXIT
           END-IF

           MOVE SD-LIST-DATE   TO HV-LIST-DATE
           MOVE SD-ENTRY-COUNT TO HV-ENTRY-COUNT
           IF HV-LIST-DATE NOT > HV-LAST-LIST-DATE
               MOVE SPACES TO OD-NOTE
               STRING 'SDN LIST ' HV-LIST-DATE ' UNCHANGED'
                   DELIMITED SIZE INTO OD-NOTE
               PERFORM 9300-WRITE-NOTE-LINE
               GO TO 2099-LOAD-EXIT
           END-IF

           EXEC SQL  DELETE FROM OFAC_SDN_TOKEN  END-EXEC
           EXEC SQL  DELETE FROM OFAC_SDN_NAME   END-EXEC
           EXEC SQL  DELETE FROM OFAC_SDN_ADDR   END-EXEC
           EXEC SQL  DELETE FROM OFAC_SDN        END-EXEC

           READ SDN-FILE
               AT END MOVE 'Y' TO WS-SDN-EOF-SWITCH
           END-READ
           PERFORM UNTIL WS-SDN-EOF
               PERFORM 2100-LOAD-ONE-RECORD
               READ SDN-FILE
                   AT END MOVE 'Y' TO WS-SDN-EOF-SWITCH
               END-READ
           END-PERFORM

           IF WS-SDN-LOADED NOT = HV-ENTRY-COUNT
               EXEC SQL  ROLLBACK  END-EXEC
               MOVE 'E'        TO HV-EXC-SEVERITY
               MOVE 'SDNCOUNT' TO HV-EXC-REASON
               MOVE SPACES     TO HV-EXC-KEY
               STRING 'LIST ' HV-LIST-DATE
                   DELIMITED SIZE INTO HV-EXC-KEY
               MOVE 'N'        TO HV-EXC-RESOLVED
               PERFORM 9700-LOG-EXCEPTION
               EXEC SQL  COMMIT  END-EXEC
               MOVE SPACES TO OD-NOTE
               STRING 'SDN LIST ' HV-LIST-DATE
                      ' COUNT MISMATCH - ROLLED BACK'
                   DELIMITED SIZE INTO OD-NOTE
               PERFORM 9300-WRITE-NOTE-LINE
               MOVE ZEROS TO WS-SDN-LOADED
               MOVE ZEROS TO WS-NAMES-LOADED
               GO TO 2099-LOAD-EXIT
           END-IF

           EXEC SQL
               INSERT INTO OFAC_LIST_VERSION
               (LIST_DATE, ENTRY_COUNT, LOADED_DATE, LOADED_BY)
               VALUES
               (DATE(:HV-LIST-DATE), :HV-ENTRY-COUNT, CURRENT DATE,
                'BANKOFC1')
           END-EXEC

           EXEC SQL  COMMIT  END-EXEC

           MOVE 'Y' TO WS-LIST-SWITCH
           MOVE HV-LIST-DATE TO H2-LIST
           MOVE SPACES TO OD-NOTE
           STRING 'SDN LIST ' HV-LIST-DATE ' LOADED'
               DELIMITED SIZE INTO OD-NOTE
           PERFORM 9300-WRITE-NOTE-LINE.

       2099-LOAD-EXIT.
           CLOSE SDN-FILE.

      *--- 2100 LOAD ONE SDN RECORD ---
      *    The primary name is name 0 of its entry; each alias is
      *    numbered as the list numbers it. Cities and countries
      *    are kept upper case for the address match.
       2100-LOAD-ONE-RECORD.
           EVALUATE TRUE
               WHEN SD-ENTRY
                   ADD 1 TO WS-SDN-LOADED
                   MOVE SD-ENT-NUM  TO HV-ENT-NUM
                   MOVE SD-SDN-TYPE TO HV-SDN-TYPE
                   MOVE SD-PROGRAM  TO HV-PROGRAM
                   MOVE SD-NAME     TO HV-SDN-NAME
                   EXEC SQL
                       INSERT INTO OFAC_SDN
                       (SDN_ENT_NUM, SDN_TYPE, PROGRAM, SDN_NAME,
                        LIST_DATE)
                       VALUES
                       (:HV-ENT-NUM, :HV-SDN-TYPE, :HV-PROGRAM,
                        :HV-SDN-NAME, DATE(:HV-LIST-DATE))
                   END-EXEC
                   MOVE ZEROS TO HV-NAME-SEQ
                   PERFORM 2200-LOAD-ONE-NAME
               WHEN SD-ALIAS
                   MOVE SD-ALT-ENT-NUM TO HV-ENT-NUM
                   MOVE SD-ALT-NUM     TO HV-NAME-SEQ
                   MOVE SD-ALT-NAME    TO HV-SDN-NAME
                   PERFORM 2200-LOAD-ONE-NAME
               WHEN SD-ADDRESS
                   MOVE SD-ADD-ENT-NUM TO HV-ENT-NUM
                   MOVE SD-ADD-NUM     TO HV-NAME-SEQ
                   MOVE SD-ADD-CITY    TO HV-CITY
                   MOVE SD-ADD-COUNTRY TO HV-COUNTRY
                   INSPECT HV-CITY CONVERTING
                       'abcdefghijklmnopqrstuvwxyz' TO
                       'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   INSPECT HV-COUNTRY CONVERTING
                       'abcdefghijklmnopqrstuvwxyz' TO
                       'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   EXEC SQL
                       INSERT INTO OFAC_SDN_ADDR
                       (SDN_ENT_NUM, ADDR_SEQ, CITY, COUNTRY)
                       VALUES
                       (:HV-ENT-NUM, :HV-NAME-SEQ, :HV-CITY,
                        :HV-COUNTRY)
                   END-EXEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *--- 2200 LOAD ONE NAME AND ITS TOKENS ---
      *    BANKOFS1 normalizes the name exactly as it normalizes a
      *    screened name; each token is stored with its SOUNDEX
      *    code, which is what the screen's candidate search keys
      *    on.
       2200-LOAD-ONE-NAME.
           ADD 1 TO WS-NAMES-LOADED
           MOVE 'T'         TO OFS-FUNCTION
           MOVE 'BANKOFC1'  TO OFS-CALLER
           MOVE HV-SDN-NAME TO OFS-NAME
           CALL 'BANKOFS1' USING OFS-PARMS
           MOVE OFS-TOKEN-COUNT TO HV-TOKEN-COUNT

           EXEC SQL
               INSERT INTO OFAC_SDN_NAME
               (SDN_ENT_NUM, NAME_SEQ, SDN_NAME, TOKEN_COUNT)
               VALUES
               (:HV-ENT-NUM, :HV-NAME-SEQ, :HV-SDN-NAME,
                :HV-TOKEN-COUNT)
           END-EXEC

           PERFORM 2210-LOAD-ONE-TOKEN
               VARYING WS-TOKEN-IDX FROM 1 BY 1
               UNTIL WS-TOKEN-IDX > OFS-TOKEN-COUNT.

      *--- 2210 LOAD ONE NAME TOKEN ---
       2210-LOAD-ONE-TOKEN.
           MOVE WS-TOKEN-IDX             TO HV-TOKEN-SEQ
           MOVE OFS-TOKEN (WS-TOKEN-IDX) TO HV-TOKEN
           EXEC SQL
               INSERT INTO OFAC_SDN_TOKEN
               (SDN_ENT_NUM, NAME_SEQ, TOKEN_SEQ, TOKEN,
                TOKEN_SNDX)
               VALUES
               (:HV-ENT-NUM, :HV-NAME-SEQ, :HV-TOKEN-SEQ,
                :HV-TOKEN, SOUNDEX(:HV-TOKEN))
           END-EXEC.

      *--- 3000 RE-SCREEN THE CUSTOMER BASE ---
      *    Every customer holding an open or frozen account is
      *    screened against the current list.
       3000-RESCREEN-CUSTOMER-BASE.
           MOVE 'N' TO WS-CUST-EOF-SWITCH

           EXEC SQL
               DECLARE RSCN-CUR CURSOR FOR
               SELECT C.CIF_NUMBER, C.CUST_NAME,
                      COALESCE(C.CUST_ADDRESS, ' ')
               FROM   CIF_MASTER C
               WHERE  EXISTS
                      (SELECT 1
                       FROM   ACCOUNTS A
                       WHERE  A.CIF_NUMBER = C.CIF_NUMBER
                       AND    COALESCE(A.ACCT_STATUS, 'O')
                              IN ('O', 'F'))
               ORDER BY C.CIF_NUMBER
           END-EXEC

           EXEC SQL  OPEN RSCN-CUR  END-EXEC

           PERFORM UNTIL WS-CUST-EOF
               EXEC SQL
                   FETCH RSCN-CUR
                   INTO :HV-CIF-NUMBER, :HV-CUST-NAME,
                        :HV-CUST-ADDRESS
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-CUST-EOF-SWITCH
               ELSE
                   PERFORM 3100-SCREEN-ONE-CUSTOMER
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE RSCN-CUR  END-EXEC.

      *--- 3100 SCREEN ONE CUSTOMER ---
      *    A potential hit freezes every open account the customer
      *    holds; a case already open on the same SDN entry is
      *    reused and the customer simply stays frozen.
       3100-SCREEN-ONE-CUSTOMER.
           ADD 1 TO WS-CUST-SCREENED
           MOVE 'S'             TO OFS-FUNCTION
           MOVE 'BANKOFC1'      TO OFS-CALLER
           MOVE 'RSCN'          TO OFS-SOURCE
           MOVE HV-CIF-NUMBER   TO OFS-CIF-NUMBER
           MOVE ZEROS           TO OFS-ACCOUNT-NUMBER
           MOVE SPACES          TO OFS-TRACE-NO
           MOVE HV-CUST-NAME    TO OFS-NAME
           MOVE HV-CUST-ADDRESS TO OFS-ADDRESS
           CALL 'BANKOFS1' USING OFS-PARMS

           IF OFS-HIT
               EXEC SQL
                   UPDATE ACCOUNTS
                   SET    ACCT_STATUS   = 'F',
                          FREEZE_REASON = 'OFAC'
                   WHERE  CIF_NUMBER = :HV-CIF-NUMBER
                   AND    COALESCE(ACCT_STATUS, 'O') = 'O'
               END-EXEC

               EXEC SQL  COMMIT  END-EXEC

               MOVE OFS-CASE-ID     TO OD-CASE
               MOVE 'RSCN'          TO OD-SOURCE
               MOVE HV-CIF-NUMBER   TO OD-CIF
               MOVE HV-CUST-NAME    TO OD-NAME
               MOVE OFS-SDN-ENT-NUM TO OD-SDN
               MOVE OFS-SCORE       TO OD-SCORE
               IF OFS-NEW-CASE
                   ADD 1 TO WS-CASES-OPENED
                   MOVE 'CASE OPENED - ACCOUNTS FROZEN' TO OD-NOTE
               ELSE
                   MOVE 'CASE ALREADY OPEN' TO OD-NOTE
               END-IF
               PERFORM 9200-WRITE-DETAIL-LINE
           END-IF.

      *--- 4000 APPLY ANALYST DISPOSITIONS ---
       4000-APPLY-DISPOSITIONS.
           MOVE 'ACME BANK - OFAC CASE DISPOSITIONS          '
               TO H1-TITLE
           PERFORM 9100-PRINT-HEADERS

           OPEN INPUT DISP-FILE
           MOVE 'N' TO WS-DISP-EOF-SWITCH

           READ DISP-FILE
               AT END MOVE 'Y' TO WS-DISP-EOF-SWITCH
           END-READ
           PERFORM UNTIL WS-DISP-EOF
               PERFORM 4100-APPLY-ONE-DISPOSITION
                   THRU 4199-DISP-EXIT
               READ DISP-FILE
                   AT END MOVE 'Y' TO WS-DISP-EOF-SWITCH
               END-READ
           END-PERFORM

           CLOSE DISP-FILE.

      *--- 4100 APPLY ONE DISPOSITION ---
      *    F - false positive: the case clears; the customer's OFAC
      *        freeze lifts once no other case is open on them, and
      *        a held ACH entry is released for BANKACCT to post.
      *    E - escalate: the case goes to compliance, the freeze
      *        stays and a held ACH entry is blocked.
      *    The OFACHIT row resolves either way; the disposition is
      *    logged against the same case key - a clearance resolved
      *    on arrival, an escalation open until compliance closes
      *    it.
       4100-APPLY-ONE-DISPOSITION.
           MOVE DP-CASE-ID     TO HV-CASE-ID
           MOVE DP-CASE-ID     TO OD-CASE
           MOVE DP-DISPOSITION TO HV-DISPOSITION
           MOVE DP-ANALYST     TO HV-ANALYST
           MOVE DP-NOTE        TO HV-DISP-NOTE
           MOVE SPACES         TO OD-SOURCE
           MOVE ZEROS          TO OD-CIF
           MOVE SPACES         TO OD-NAME
           MOVE ZEROS          TO OD-SDN
           MOVE ZEROS          TO OD-SCORE

           EXEC SQL
               SELECT SOURCE, CIF_NUMBER, COALESCE(TRACE_NO, ' '),
                      SDN_ENT_NUM, STATUS, SCREENED_NAME,
                      MATCH_SCORE
               INTO   :HV-SOURCE, :HV-CIF-NUMBER, :HV-TRACE-NO,
                      :HV-ENT-NUM, :HV-CASE-STATUS,
                      :HV-SCREENED-NAME, :HV-SCORE
               FROM   OFAC_CASE
               WHERE  CASE_ID = :HV-CASE-ID
           END-EXEC

           IF SQLCODE NOT = 0
               ADD 1 TO WS-DISP-REJECTED
               MOVE 'REJECTED - CASE NOT FOUND' TO OD-NOTE
               PERFORM 9200-WRITE-DETAIL-LINE
               GO TO 4199-DISP-EXIT
           END-IF

           MOVE HV-SOURCE        TO OD-SOURCE
           MOVE HV-CIF-NUMBER    TO OD-CIF
           MOVE HV-SCREENED-NAME TO OD-NAME
           MOVE HV-ENT-NUM       TO OD-SDN
           MOVE HV-SCORE         TO OD-SCORE

           IF NOT DP-FALSE-POSITIVE AND NOT DP-ESCALATE
               ADD 1 TO WS-DISP-REJECTED
               MOVE 'REJECTED - DISPOSITION NOT F OR E' TO OD-NOTE
               PERFORM 9200-WRITE-DETAIL-LINE
               GO TO 4199-DISP-EXIT
           END-IF
           IF HV-CASE-STATUS = 'CLEARED'
               OR (DP-ESCALATE AND HV-CASE-STATUS = 'ESCALATED')
               ADD 1 TO WS-DISP-REJECTED
               MOVE SPACES TO OD-NOTE
               STRING 'REJECTED - CASE ALREADY ' HV-CASE-STATUS
                   DELIMITED SIZE INTO OD-NOTE
               PERFORM 9200-WRITE-DETAIL-LINE
               GO TO 4199-DISP-EXIT
           END-IF

           MOVE HV-CASE-ID TO WS-CASE-DISP
           MOVE HV-ENT-NUM TO WS-ENT-DISP
           MOVE SPACES     TO WS-CASE-KEY
           STRING 'CASE ' WS-CASE-DISP ' SDN ' WS-ENT-DISP
               DELIMITED SIZE INTO WS-CASE-KEY

           IF DP-FALSE-POSITIVE
               PERFORM 4200-CLEAR-CASE
           ELSE
               PERFORM 4300-ESCALATE-CASE
           END-IF

           EXEC SQL  COMMIT  END-EXEC

           ADD 1 TO WS-DISP-APPLIED
           PERFORM 9200-WRITE-DETAIL-LINE.

       4199-DISP-EXIT.
           EXIT.

      *--- 4200 CLEAR A FALSE POSITIVE ---
       4200-CLEAR-CASE.
           MOVE 'CLEARED - FALSE POSITIVE' TO OD-NOTE
           EXEC SQL
               UPDATE OFAC_CASE
               SET    STATUS      = 'CLEARED',
                      DISPOSITION = :HV-DISPOSITION,
                      ANALYST     = :HV-ANALYST,
                      DISP_NOTE   = :HV-DISP-NOTE,
                      DISP_DATE   = CURRENT DATE
               WHERE  CASE_ID = :HV-CASE-ID
           END-EXEC

           IF HV-CIF-NUMBER NOT = ZEROS
               EXEC SQL
                   SELECT COUNT(*)
                   INTO   :HV-OPEN-COUNT
                   FROM   OFAC_CASE
                   WHERE  CIF_NUMBER = :HV-CIF-NUMBER
                   AND    STATUS IN ('OPEN', 'ESCALATED')
               END-EXEC
               IF HV-OPEN-COUNT = ZEROS
                   EXEC SQL
                       UPDATE ACCOUNTS
                       SET    ACCT_STATUS   = 'O',
                              FREEZE_REASON = ' '
                       WHERE  CIF_NUMBER    = :HV-CIF-NUMBER
                       AND    ACCT_STATUS   = 'F'
                       AND    FREEZE_REASON = 'OFAC'
                   END-EXEC
                   MOVE 'CLEARED - OFAC FREEZE RELEASED' TO OD-NOTE
               ELSE
                   MOVE 'CLEARED - OTHER CASES STILL OPEN' TO OD-NOTE
               END-IF
           END-IF

           IF HV-TRACE-NO NOT = SPACES
               EXEC SQL
                   UPDATE OFAC_ACH_HOLD
                   SET    HOLD_STATUS = 'CLEARED'
                   WHERE  TRACE_NO = :HV-TRACE-NO
               END-EXEC
               MOVE 'CLEARED - ACH ENTRY RELEASED TO POST' TO OD-NOTE
           END-IF

           PERFORM 4400-RESOLVE-HIT-EXCEPTIONS

           MOVE 'W'         TO HV-EXC-SEVERITY
           MOVE 'OFACCLEAR' TO HV-EXC-REASON
           MOVE WS-CASE-KEY TO HV-EXC-KEY
           MOVE 'Y'         TO HV-EXC-RESOLVED
           PERFORM 9700-LOG-EXCEPTION.

      *--- 4300 ESCALATE A CASE ---
       4300-ESCALATE-CASE.
           EXEC SQL
               UPDATE OFAC_CASE
               SET    STATUS      = 'ESCALATED',
                      DISPOSITION = :HV-DISPOSITION,
                      ANALYST     = :HV-ANALYST,
                      DISP_NOTE   = :HV-DISP-NOTE,
                      DISP_DATE   = CURRENT DATE
               WHERE  CASE_ID = :HV-CASE-ID
           END-EXEC

           MOVE 'ESCALATED - FREEZE KEPT' TO OD-NOTE
           IF HV-TRACE-NO NOT = SPACES
               EXEC SQL
                   UPDATE OFAC_ACH_HOLD
                   SET    HOLD_STATUS = 'BLOCKED'
                   WHERE  TRACE_NO = :HV-TRACE-NO
               END-EXEC
               MOVE 'ESCALATED - ACH ENTRY BLOCKED' TO OD-NOTE
           END-IF

           PERFORM 4400-RESOLVE-HIT-EXCEPTIONS

           MOVE 'E'         TO HV-EXC-SEVERITY
           MOVE 'OFACESCAL' TO HV-EXC-REASON
           MOVE WS-CASE-KEY TO HV-EXC-KEY
           MOVE 'N'         TO HV-EXC-RESOLVED
           PERFORM 9700-LOG-EXCEPTION.

      *--- 4400 RESOLVE THE CASE'S OPEN EXCEPTION ROWS ---
      *    The original OFACHIT - and, when an escalated case is
      *    later cleared, its OFACESCAL - stop aging on EXCRPT01.
       4400-RESOLVE-HIT-EXCEPTIONS.
           MOVE WS-CASE-KEY TO HV-EXC-KEY
           EXEC SQL
               UPDATE EXCEPTION_LOG
               SET    RESOLVED_FLAG = 'Y'
               WHERE  REASON_CODE IN ('OFACHIT', 'OFACESCAL')
               AND    KEY_VALUE     = :HV-EXC-KEY
               AND    RESOLVED_FLAG = 'N'
           END-EXEC.

      *--- 5000 LIST OPEN AND ESCALATED CASES ---
       5000-LIST-OPEN-CASES.
           MOVE 'ACME BANK - OFAC CASES AWAITING DISPOSITION '
               TO H1-TITLE
           PERFORM 9100-PRINT-HEADERS
           MOVE 'N' TO WS-CASE-EOF-SWITCH

           EXEC SQL
               DECLARE OCASE-CUR CURSOR FOR
               SELECT CASE_ID, SOURCE, CIF_NUMBER, SCREENED_NAME,
                      SDN_ENT_NUM, MATCH_SCORE, STATUS,
                      CHAR(OPENED_DATE, ISO)
               FROM   OFAC_CASE
               WHERE  STATUS IN ('OPEN', 'ESCALATED')
               ORDER BY OPENED_DATE, CASE_ID
           END-EXEC

           EXEC SQL  OPEN OCASE-CUR  END-EXEC

           PERFORM UNTIL WS-CASE-EOF
               EXEC SQL
                   FETCH OCASE-CUR
                   INTO :HV-CASE-ID, :HV-SOURCE, :HV-CIF-NUMBER,
                        :HV-SCREENED-NAME, :HV-ENT-NUM, :HV-SCORE,
                        :HV-CASE-STATUS, :HV-CASE-DATE
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-CASE-EOF-SWITCH
               ELSE
                   ADD 1 TO WS-CASES-LISTED
                   MOVE HV-CASE-ID       TO OD-CASE
                   MOVE HV-SOURCE        TO OD-SOURCE
                   MOVE HV-CIF-NUMBER    TO OD-CIF
                   MOVE HV-SCREENED-NAME TO OD-NAME
                   MOVE HV-ENT-NUM       TO OD-SDN
                   MOVE HV-SCORE         TO OD-SCORE
                   MOVE SPACES           TO OD-NOTE
                   STRING HV-CASE-STATUS ' SINCE ' HV-CASE-DATE
                       DELIMITED SIZE INTO OD-NOTE
                   PERFORM 9200-WRITE-DETAIL-LINE
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE OCASE-CUR  END-EXEC.

      *--- 6000 PRINT SUMMARY ---
       6000-PRINT-SUMMARY.
           WRITE REPORT-LINE FROM SPACES
           MOVE 'SDN Entries Loaded:  '  TO SL-LABEL
           MOVE WS-SDN-LOADED           TO SL-COUNT
           MOVE SUMMARY-LINE            TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'SDN Names Loaded:    '  TO SL-LABEL
           MOVE WS-NAMES-LOADED         TO SL-COUNT
           MOVE SUMMARY-LINE            TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Customers Screened:  '  TO SL-LABEL
           MOVE WS-CUST-SCREENED        TO SL-COUNT
           MOVE SUMMARY-LINE            TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Cases Opened:        '  TO SL-LABEL
           MOVE WS-CASES-OPENED         TO SL-COUNT
           MOVE SUMMARY-LINE            TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Dispositions Applied:'  TO SL-LABEL
           MOVE WS-DISP-APPLIED         TO SL-COUNT
           MOVE SUMMARY-LINE            TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Dispositions Rejected:' TO SL-LABEL
           MOVE WS-DISP-REJECTED        TO SL-COUNT
           MOVE SUMMARY-LINE            TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Open Cases Listed:   '  TO SL-LABEL
           MOVE WS-CASES-LISTED         TO SL-COUNT
           MOVE SUMMARY-LINE            TO REPORT-LINE
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
           MOVE 5 TO WS-LINE-COUNT.

      *--- 9200 WRITE ONE DETAIL LINE ---
       9200-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT > 55
               PERFORM 9100-PRINT-HEADERS
           END-IF
           MOVE OFC-DET-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

      *--- 9300 WRITE A LIST-LOAD NOTE LINE ---
       9300-WRITE-NOTE-LINE.
           MOVE ZEROS  TO OD-CASE
           MOVE SPACES TO OD-SOURCE
           MOVE ZEROS  TO OD-CIF
           MOVE SPACES TO OD-NAME
           MOVE ZEROS  TO OD-SDN
           MOVE ZEROS  TO OD-SCORE
           PERFORM 9200-WRITE-DETAIL-LINE.

      *--- 9700 LOG A STANDARD EXCEPTION ROW ---
      *    Common EXCEPTION_LOG shape every nightly program writes;
      *    an open keyed row just keeps aging on EXCRPT01.
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
                   ('BANKOFC1', CURRENT DATE, ' ',
                    :HV-EXC-SEVERITY, :HV-EXC-REASON, :HV-EXC-KEY,
                    :HV-EXC-RESOLVED, CURRENT TIME)
               END-EXEC
           END-IF.
