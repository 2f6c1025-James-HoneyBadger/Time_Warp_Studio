      *                is held alongside for revised-budget analysis
      *              - Prints a load register of old vs new amount
      *                for every period touched
      *              - A record may carry a department: the budget
      *                then belongs to that DEPT_MASTER department,
      *                which is what the PO funds check and BUDCMT01
      *                commit against; a blank department is the
      *                company-wide budget for the account
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLBUDG01.
           05  BR-VERSION          PIC X(4).
           05  BR-SPREAD-CODE      PIC X(4).
           05  BR-ANNUAL-AMOUNT    PIC S9(11)V99 COMP-3.
           05  BR-DEPT-CODE        PIC X(4).
           05  FILLER              PIC X(51).

       FD  REPORT-FILE
           RECORDING MODE IS F
       01  HV-BUDG.
           05  HV-ACCT-NUMBER       PIC X(6).
           05  HV-ACTIVE-FLAG       PIC X(1).
           05  HV-DEPT-CODE         PIC X(4).
           05  HV-DEPT-COUNT        PIC S9(9) COMP.
           05  HV-YEAR-LIKE         PIC X(6).
           05  HV-PERIOD-ID         PIC X(6).
           05  HV-VERSION           PIC X(4).

       01  HDR3.
           05  FILLER  PIC X(7)  VALUE 'ACCT'.
           05  FILLER  PIC X(5)  VALUE 'DEPT'.
           05  FILLER  PIC X(7)  VALUE 'PERIOD'.
           05  FILLER  PIC X(5)  VALUE 'VER'.
           05  FILLER  PIC X(16) VALUE '     OLD AMOUNT'.
           05  FILLER  PIC X(16) VALUE '     NEW AMOUNT'.
           05  FILLER  PIC X(77) VALUE SPACES.

      *--- REGISTER DETAIL LINE ---
       01  REG-DET-LINE.
           05  RG-ACCT     PIC X(6).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RG-DEPT     PIC X(4).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RG-PERIOD   PIC X(6).
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RG-VERSION  PIC X(4).
           05  RG-OLD      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1) VALUE SPACES.
           05  RG-NEW      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(78) VALUE SPACES.

      *--- REJECT LINE ---
       01  REJ-LINE.
      *--- 2100 VALIDATE THE ACCOUNT AND VERSION ---
       2100-VALIDATE-RECORD.
           MOVE BR-ACCT-NUMBER TO HV-ACCT-NUMBER
           MOVE BR-DEPT-CODE   TO HV-DEPT-CODE
           IF HV-DEPT-CODE = LOW-VALUES
               MOVE SPACES TO HV-DEPT-CODE
           END-IF

      *    A keyed department must exist on DEPT_MASTER, the same
      *    edit GLJRNL01 makes on journal lines.
           MOVE 1 TO HV-DEPT-COUNT
           IF HV-DEPT-CODE NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*)
                   INTO   :HV-DEPT-COUNT
                   FROM   DEPT_MASTER
                   WHERE  DEPT_ID = :HV-DEPT-CODE
               END-EXEC
           END-IF

           EXEC SQL
               SELECT ACTIVE_FLAG
                   MOVE 'N' TO WS-REC-GOOD-SWITCH
                   MOVE 'VERSION MUST BE ORIG OR REV' TO RJ-TEXT
                   PERFORM 2900-WRITE-REJECT-LINE
               WHEN HV-DEPT-COUNT = ZEROS
                   MOVE 'N' TO WS-REC-GOOD-SWITCH
                   MOVE 'DEPARTMENT NOT ON FILE' TO RJ-TEXT
                   PERFORM 2900-WRITE-REJECT-LINE
           END-EVALUATE.

      *--- 2200 LOAD THE YEAR'S FISCAL PERIODS ---
                   INTO   :HV-OLD-AMOUNT
                   FROM   BUDGET
                   WHERE  ACCT_NUMBER    = :HV-ACCT-NUMBER
                   AND    DEPT_CODE      = :HV-DEPT-CODE
                   AND    PERIOD_ID      = :HV-PERIOD-ID
                   AND    BUDGET_VERSION = :HV-VERSION
               END-EXEC
                       UPDATE BUDGET
                       SET    BUDGET_AMOUNT  = :HV-NEW-AMOUNT
                       WHERE  ACCT_NUMBER    = :HV-ACCT-NUMBER
                       AND    DEPT_CODE      = :HV-DEPT-CODE
                       AND    PERIOD_ID      = :HV-PERIOD-ID
                       AND    BUDGET_VERSION = :HV-VERSION
                   END-EXEC
                   MOVE ZEROS TO HV-OLD-AMOUNT
                   EXEC SQL
                       INSERT INTO BUDGET
                       (ACCT_NUMBER, DEPT_CODE, PERIOD_ID,
                        BUDGET_VERSION, BUDGET_AMOUNT)
                       VALUES
                       (:HV-ACCT-NUMBER, :HV-DEPT-CODE,
                        :HV-PERIOD-ID, :HV-VERSION, :HV-NEW-AMOUNT)
                   END-EXEC
               END-IF

               PERFORM 9100-PRINT-HEADERS
           END-IF
           MOVE HV-ACCT-NUMBER TO RG-ACCT
           MOVE HV-DEPT-CODE   TO RG-DEPT
           MOVE HV-PERIOD-ID   TO RG-PERIOD
           MOVE HV-VERSION     TO RG-VERSION
           MOVE HV-OLD-AMOUNT  TO RG-OLD
