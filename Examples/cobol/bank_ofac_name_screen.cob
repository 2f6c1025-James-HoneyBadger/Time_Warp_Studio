      *================================================================
      * PROGRAM:    BANKOFS1
      * DESCRIPTION: OFAC SDN Name Screening Module
      *              - Called by BANKCIF1 (account opening), BANKACCT
      *                (inbound ACH entries) and BANKOFC1 (nightly
      *                list load and whole-base re-screen), so every
      *                screen normalizes and scores names the same
      *                way
      *              - Function 'T' only normalizes a name into its
      *                significant tokens (BANKOFC1 uses it to build
      *                OFAC_SDN_TOKEN when the list loads)
      *              - Function 'S' fuzzy-matches a name (and
      *                address) against every SDN primary name and
      *                alias: tokens match exactly or by SOUNDEX,
      *                scored against the longer of the two names;
      *                an address naming an SDN entry's city or
      *                country lifts a partial name match
      *              - A potential hit opens an OFAC_CASE and logs
      *                OFACHIT to EXCEPTION_LOG under the caller's
      *                program name, unless the same name was
      *                already cleared against that SDN entry as a
      *                false positive or a case is already open;
      *                the caller freezes or holds and commits
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKOFS1.
       AUTHOR. ACME-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-CAND-EOF-SWITCH   PIC X(1) VALUE 'N'.
               88  WS-CAND-EOF               VALUE 'Y'.
           05  WS-NOISE-SWITCH      PIC X(1) VALUE 'N'.
               88  WS-NOISE-WORD             VALUE 'Y'.

       01  WS-WORK.
           05  WS-HIT-THRESHOLD     PIC S9(3) COMP VALUE 75.
           05  WS-ADDR-FLOOR        PIC S9(3) COMP VALUE 60.
           05  WS-ADDR-BONUS        PIC S9(3) COMP VALUE 15.
           05  WS-NORM-NAME         PIC X(100).
           05  WS-NORM-ADDRESS      PIC X(100).
           05  WS-RAW-COUNT         PIC S9(3) COMP VALUE ZEROS.
           05  WS-RAW-IDX           PIC S9(3) COMP VALUE ZEROS.
           05  WS-NOISE-IDX         PIC S9(3) COMP VALUE ZEROS.
           05  WS-TOKEN-LEN         PIC S9(3) COMP VALUE ZEROS.
           05  WS-DENOM             PIC S9(3) COMP VALUE ZEROS.
           05  WS-SCORE             PIC S9(5) COMP VALUE ZEROS.
           05  WS-BEST-SCORE        PIC S9(5) COMP VALUE ZEROS.
           05  WS-CASE-DISP         PIC 9(9).
           05  WS-ENT-DISP          PIC 9(10).

       01  WS-RAW-TOKENS.
           05  WS-RAW-TOKEN         PIC X(20) OCCURS 12 TIMES.

      *--- Words that carry no identifying weight in a name ---
       01  WS-NOISE-VALUES.
           05  FILLER               PIC X(12) VALUE 'INC'.
           05  FILLER               PIC X(12) VALUE 'LLC'.
           05  FILLER               PIC X(12) VALUE 'LTD'.
           05  FILLER               PIC X(12) VALUE 'CO'.
           05  FILLER               PIC X(12) VALUE 'CORP'.
           05  FILLER               PIC X(12) VALUE 'CORPORATION'.
           05  FILLER               PIC X(12) VALUE 'COMPANY'.
           05  FILLER               PIC X(12) VALUE 'LIMITED'.
           05  FILLER               PIC X(12) VALUE 'THE'.
           05  FILLER               PIC X(12) VALUE 'OF'.
           05  FILLER               PIC X(12) VALUE 'AND'.
           05  FILLER               PIC X(12) VALUE 'SA'.
       01  WS-NOISE-TABLE REDEFINES WS-NOISE-VALUES.
           05  WS-NOISE-ENTRY       PIC X(12) OCCURS 12 TIMES.

      *--- SQLCA ---
       01  SQLCA.
           05  SQLCAID              PIC X(8).
           05  SQLCABC              PIC S9(9) COMP.
           05  SQLCODE              PIC S9(9) COMP.
           05  SQLERRM.
               10  SQLERRML         PIC S9(4) COMP.
               10  SQLERRMC         PIC X(70).

      *--- HOST VARIABLES ---
       01  HV-SCREEN.
           05  HV-TK1               PIC X(20).
           05  HV-TK2               PIC X(20).
           05  HV-TK3               PIC X(20).
           05  HV-TK4               PIC X(20).
           05  HV-TK5               PIC X(20).
           05  HV-TK6               PIC X(20).
           05  HV-TK7               PIC X(20).
           05  HV-TK8               PIC X(20).
           05  HV-ENT-NUM           PIC S9(10) COMP-3.
           05  HV-NAME-SEQ          PIC S9(5) COMP-3.
           05  HV-TOKEN-COUNT       PIC S9(4) COMP.
           05  HV-POINTS            PIC S9(9) COMP.
           05  HV-BEST-ENT          PIC S9(10) COMP-3.
           05  HV-ADDRESS           PIC X(100).
           05  HV-ADDR-HITS         PIC S9(9) COMP.
           05  HV-NAME              PIC X(100).
           05  HV-CIF-NUMBER        PIC S9(9) COMP.
           05  HV-ACCOUNT-NUMBER    PIC S9(9) COMP.
           05  HV-TRACE-NO          PIC X(15).
           05  HV-SOURCE            PIC X(4).
           05  HV-CALLER            PIC X(8).
           05  HV-SCORE             PIC S9(4) COMP.
           05  HV-DUP-COUNT         PIC S9(9) COMP.
           05  HV-CASE-ID           PIC S9(9) COMP.
           05  HV-EXC-SEVERITY      PIC X(1).
           05  HV-EXC-REASON        PIC X(12).
           05  HV-EXC-KEY           PIC X(30).

       LINKAGE SECTION.
      *--- Screening request / result block (same layout in every
      *    caller)
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

       PROCEDURE DIVISION USING OFS-PARMS.
       0000-MAIN.
           MOVE 'C'    TO OFS-RESULT
           MOVE 'N'    TO OFS-NEW-CASE-SW
           MOVE ZEROS  TO OFS-CASE-ID
           MOVE ZEROS  TO OFS-SDN-ENT-NUM
           MOVE ZEROS  TO OFS-SCORE

           PERFORM 1000-TOKENIZE-NAME

           IF OFS-SCREEN AND OFS-TOKEN-COUNT > ZEROS
               PERFORM 2000-SCREEN-NAME
               IF OFS-HIT
                   PERFORM 3000-OPEN-CASE
                       THRU 3099-CASE-EXIT
               END-IF
           END-IF

           GOBACK.

      *--- 1000 NORMALIZE AND TOKENIZE ---
      *    Upper case, punctuation to blanks, split on blanks; keep
      *    the first eight words that start with a letter, run two
      *    or more characters and are not corporate noise words.
       1000-TOKENIZE-NAME.
           MOVE ZEROS  TO OFS-TOKEN-COUNT
           MOVE SPACES TO OFS-TOKEN (1) OFS-TOKEN (2) OFS-TOKEN (3)
                          OFS-TOKEN (4) OFS-TOKEN (5) OFS-TOKEN (6)
                          OFS-TOKEN (7) OFS-TOKEN (8)
           MOVE OFS-NAME TO WS-NORM-NAME
           INSPECT WS-NORM-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-NORM-NAME CONVERTING
               '.,-/&()#;:"' TO '           '
           INSPECT WS-NORM-NAME REPLACING ALL "'" BY SPACE

           MOVE SPACES TO WS-RAW-TOKENS
           MOVE ZEROS  TO WS-RAW-COUNT
           UNSTRING WS-NORM-NAME DELIMITED BY ALL SPACE
               INTO WS-RAW-TOKEN (1)  WS-RAW-TOKEN (2)
                    WS-RAW-TOKEN (3)  WS-RAW-TOKEN (4)
                    WS-RAW-TOKEN (5)  WS-RAW-TOKEN (6)
                    WS-RAW-TOKEN (7)  WS-RAW-TOKEN (8)
                    WS-RAW-TOKEN (9)  WS-RAW-TOKEN (10)
                    WS-RAW-TOKEN (11) WS-RAW-TOKEN (12)
               TALLYING IN WS-RAW-COUNT
           END-UNSTRING

           PERFORM 1100-KEEP-ONE-TOKEN THRU 1100-EXIT
               VARYING WS-RAW-IDX FROM 1 BY 1
               UNTIL WS-RAW-IDX > 12
                  OR OFS-TOKEN-COUNT = 8.

      *--- 1100 KEEP ONE SIGNIFICANT TOKEN ---
       1100-KEEP-ONE-TOKEN.
           IF WS-RAW-TOKEN (WS-RAW-IDX) (1:1) NOT ALPHABETIC
               OR WS-RAW-TOKEN (WS-RAW-IDX) (1:1) = SPACE
               GO TO 1100-EXIT
           END-IF

           MOVE ZEROS TO WS-TOKEN-LEN
           INSPECT WS-RAW-TOKEN (WS-RAW-IDX)
               TALLYING WS-TOKEN-LEN FOR CHARACTERS BEFORE SPACE
           IF WS-TOKEN-LEN < 2
               GO TO 1100-EXIT
           END-IF

           MOVE 'N' TO WS-NOISE-SWITCH
           PERFORM VARYING WS-NOISE-IDX FROM 1 BY 1
                   UNTIL WS-NOISE-IDX > 12
               IF WS-RAW-TOKEN (WS-RAW-IDX) =
                  WS-NOISE-ENTRY (WS-NOISE-IDX)
                   MOVE 'Y' TO WS-NOISE-SWITCH
               END-IF
           END-PERFORM
           IF WS-NOISE-WORD
               GO TO 1100-EXIT
           END-IF

           ADD 1 TO OFS-TOKEN-COUNT
           MOVE WS-RAW-TOKEN (WS-RAW-IDX)
               TO OFS-TOKEN (OFS-TOKEN-COUNT).

       1100-EXIT.
           EXIT.

      *--- 2000 SCORE AGAINST EVERY SDN NAME ---
      *    Each SDN name (primary or alias) sharing a token with the
      *    screened name by SOUNDEX is a candidate. An exact token
      *    match is worth two points and a sounds-alike match one,
      *    so score = points * 50 / the longer name's token count:
      *    100 is every word spelled the same.
       2000-SCREEN-NAME.
           MOVE OFS-TOKEN (1) TO HV-TK1
           MOVE OFS-TOKEN (2) TO HV-TK2
           MOVE OFS-TOKEN (3) TO HV-TK3
           MOVE OFS-TOKEN (4) TO HV-TK4
           MOVE OFS-TOKEN (5) TO HV-TK5
           MOVE OFS-TOKEN (6) TO HV-TK6
           MOVE OFS-TOKEN (7) TO HV-TK7
           MOVE OFS-TOKEN (8) TO HV-TK8

           MOVE OFS-ADDRESS TO WS-NORM-ADDRESS
           INSPECT WS-NORM-ADDRESS CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE WS-NORM-ADDRESS TO HV-ADDRESS

           MOVE ZEROS TO WS-BEST-SCORE
           MOVE ZEROS TO HV-BEST-ENT
           MOVE 'N'   TO WS-CAND-EOF-SWITCH

           EXEC SQL
               DECLARE CAND-CUR CURSOR FOR
               SELECT N.SDN_ENT_NUM, N.NAME_SEQ, N.TOKEN_COUNT,
                      SUM(CASE WHEN K.TOKEN IN
                                   (:HV-TK1, :HV-TK2, :HV-TK3,
                                    :HV-TK4, :HV-TK5, :HV-TK6,
                                    :HV-TK7, :HV-TK8)
                               THEN 2 ELSE 1 END)
               FROM   OFAC_SDN_NAME N
               JOIN   OFAC_SDN_TOKEN K
                      ON  K.SDN_ENT_NUM = N.SDN_ENT_NUM
                      AND K.NAME_SEQ    = N.NAME_SEQ
               WHERE  K.TOKEN_SNDX IN
                      (SOUNDEX(:HV-TK1), SOUNDEX(:HV-TK2),
                       SOUNDEX(:HV-TK3), SOUNDEX(:HV-TK4),
                       SOUNDEX(:HV-TK5), SOUNDEX(:HV-TK6),
                       SOUNDEX(:HV-TK7), SOUNDEX(:HV-TK8))
               GROUP BY N.SDN_ENT_NUM, N.NAME_SEQ, N.TOKEN_COUNT
           END-EXEC

           EXEC SQL  OPEN CAND-CUR  END-EXEC

           PERFORM UNTIL WS-CAND-EOF
               EXEC SQL
                   FETCH CAND-CUR
                   INTO :HV-ENT-NUM, :HV-NAME-SEQ,
                        :HV-TOKEN-COUNT, :HV-POINTS
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-CAND-EOF-SWITCH
               ELSE
                   PERFORM 2100-SCORE-CANDIDATE
               END-IF
           END-PERFORM

           EXEC SQL  CLOSE CAND-CUR  END-EXEC

           IF WS-BEST-SCORE >= WS-HIT-THRESHOLD
               MOVE 'H'           TO OFS-RESULT
               MOVE HV-BEST-ENT   TO OFS-SDN-ENT-NUM
               IF WS-BEST-SCORE > 100
                   MOVE 100 TO OFS-SCORE
               ELSE
                   MOVE WS-BEST-SCORE TO OFS-SCORE
               END-IF
           END-IF.

      *--- 2100 SCORE ONE CANDIDATE NAME ---
      *    A partial name match whose SDN entry lists a city or
      *    country that appears in the screened address gets the
      *    address bonus.
       2100-SCORE-CANDIDATE.
           MOVE HV-TOKEN-COUNT TO WS-DENOM
           IF OFS-TOKEN-COUNT > WS-DENOM
               MOVE OFS-TOKEN-COUNT TO WS-DENOM
           END-IF
           IF WS-DENOM = ZEROS
               MOVE 1 TO WS-DENOM
           END-IF
           COMPUTE WS-SCORE = HV-POINTS * 50 / WS-DENOM

           IF WS-SCORE >= WS-ADDR-FLOOR
               AND WS-SCORE < WS-HIT-THRESHOLD
               AND HV-ADDRESS NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*)
                   INTO   :HV-ADDR-HITS
                   FROM   OFAC_SDN_ADDR
                   WHERE  SDN_ENT_NUM = :HV-ENT-NUM
                   AND  ((CITY    <> ' '
                          AND LOCATE(RTRIM(CITY), :HV-ADDRESS) > 0)
                   OR    (COUNTRY <> ' '
                          AND LOCATE(RTRIM(COUNTRY), :HV-ADDRESS)
                              > 0))
               END-EXEC
               IF SQLCODE = 0 AND HV-ADDR-HITS > ZEROS
                   ADD WS-ADDR-BONUS TO WS-SCORE
               END-IF
           END-IF

           IF WS-SCORE > WS-BEST-SCORE
               MOVE WS-SCORE   TO WS-BEST-SCORE
               MOVE HV-ENT-NUM TO HV-BEST-ENT
           END-IF.

      *--- 3000 OPEN A CASE FOR A POTENTIAL HIT ---
      *    A name an analyst already cleared against this SDN entry
      *    is a known false positive and comes back clear. A
      *    customer (or ACH entry, by trace number) with a case
      *    still open or escalated on this entry reuses it.
       3000-OPEN-CASE.
           MOVE OFS-NAME           TO HV-NAME
           MOVE OFS-SDN-ENT-NUM    TO HV-ENT-NUM
           MOVE OFS-CIF-NUMBER     TO HV-CIF-NUMBER
           MOVE OFS-ACCOUNT-NUMBER TO HV-ACCOUNT-NUMBER
           MOVE OFS-TRACE-NO       TO HV-TRACE-NO
           MOVE OFS-SOURCE         TO HV-SOURCE
           MOVE OFS-CALLER         TO HV-CALLER
           MOVE OFS-SCORE          TO HV-SCORE

           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-DUP-COUNT
               FROM   OFAC_CASE
               WHERE  SDN_ENT_NUM   = :HV-ENT-NUM
               AND    SCREENED_NAME = :HV-NAME
               AND    STATUS        = 'CLEARED'
           END-EXEC
           IF HV-DUP-COUNT > ZEROS
               MOVE 'C' TO OFS-RESULT
               GO TO 3099-CASE-EXIT
           END-IF

           MOVE ZEROS TO HV-CASE-ID
           IF OFS-CIF-NUMBER NOT = ZEROS
               EXEC SQL
                   SELECT MAX(CASE_ID)
                   INTO   :HV-CASE-ID
                   FROM   OFAC_CASE
                   WHERE  CIF_NUMBER  = :HV-CIF-NUMBER
                   AND    SDN_ENT_NUM = :HV-ENT-NUM
                   AND    STATUS IN ('OPEN', 'ESCALATED')
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT MAX(CASE_ID)
                   INTO   :HV-CASE-ID
                   FROM   OFAC_CASE
                   WHERE  TRACE_NO = :HV-TRACE-NO
                   AND    STATUS IN ('OPEN', 'ESCALATED')
               END-EXEC
           END-IF
           IF SQLCODE = 0 AND HV-CASE-ID > ZEROS
               MOVE HV-CASE-ID TO OFS-CASE-ID
               GO TO 3099-CASE-EXIT
           END-IF

           EXEC SQL
               SELECT COALESCE(MAX(CASE_ID), 0) + 1
               INTO   :HV-CASE-ID
               FROM   OFAC_CASE
           END-EXEC

           EXEC SQL
               INSERT INTO OFAC_CASE
               (CASE_ID, SOURCE, CIF_NUMBER, ACCOUNT_NUMBER,
                TRACE_NO, SCREENED_NAME, SDN_ENT_NUM, MATCH_SCORE,
                STATUS, OPENED_DATE, CREATED_BY)
               VALUES
               (:HV-CASE-ID, :HV-SOURCE, :HV-CIF-NUMBER,
                :HV-ACCOUNT-NUMBER, :HV-TRACE-NO, :HV-NAME,
                :HV-ENT-NUM, :HV-SCORE, 'OPEN', CURRENT DATE,
                :HV-CALLER)
           END-EXEC

           MOVE HV-CASE-ID TO OFS-CASE-ID
           MOVE 'Y'        TO OFS-NEW-CASE-SW

           MOVE HV-CASE-ID      TO WS-CASE-DISP
           MOVE OFS-SDN-ENT-NUM TO WS-ENT-DISP
           MOVE 'E'       TO HV-EXC-SEVERITY
           MOVE 'OFACHIT' TO HV-EXC-REASON
           MOVE SPACES    TO HV-EXC-KEY
           STRING 'CASE ' WS-CASE-DISP ' SDN ' WS-ENT-DISP
               DELIMITED SIZE INTO HV-EXC-KEY
           PERFORM 9700-LOG-EXCEPTION.

       3099-CASE-EXIT.
           EXIT.

      *--- 9700 LOG A STANDARD EXCEPTION ROW ---
      *    Common EXCEPTION_LOG shape, written under the calling
      *    program's name so the hit reads as BANKCIF1's, BANKACCT's
      *    or BANKOFC1's on EXCRPT01.
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
