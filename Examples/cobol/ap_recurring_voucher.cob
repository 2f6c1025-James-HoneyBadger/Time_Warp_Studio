      *              - A template due this cycle with no actual keyed
      *                is logged to EXCEPTION_LOG so the missing
      *                bill is chased, not forgotten
      *              - A template that pays a LEASE_MASTER lease
      *                vouchers against the lease liability (2700
      *                operating, 2710 finance) instead of rent
      *                expense; LSEREG01 books the lease cost
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRCUR01.
           05  WS-TOLERANCE-DIFF    PIC S9(9)V99 COMP-3 VALUE ZEROS.
           05  WS-TOLERANCE-ALLOW   PIC S9(9)V99 COMP-3 VALUE ZEROS.
           05  WS-AP-TRADE-ACCT     PIC X(6)  VALUE '2000'.
           05  WS-LEASE-OPER-LIAB   PIC X(6)  VALUE '2700'.
           05  WS-LEASE-FIN-LIAB    PIC X(6)  VALUE '2710'.

      *--- SQLCA ---
       01  SQLCA.
           05  HV-GL-AMT            PIC S9(11)V99 COMP-3.
           05  HV-GL-DESC           PIC X(50).
           05  HV-AUDIT-SEQ         PIC S9(5) COMP.
           05  HV-LEASE-CLASS       PIC X(1).

      *--- HEADER LINES ---
       01  HDR1.
               GO TO 2199-VOUCHER-EXIT
           END-IF

      *    Rent on a capitalized lease is a payment against the
      *    lease liability, not an expense: LSEREG01 books the
      *    lease cost from its schedule and reclasses any billed
      *    difference to variable lease cost.
           EXEC SQL
               SELECT LEASE_CLASS
               INTO   :HV-LEASE-CLASS
               FROM   LEASE_MASTER
               WHERE  TEMPLATE_ID = :HV-TEMPLATE-ID
               AND    STATUS IN ('PENDING', 'ACTIVE')
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0
               IF HV-LEASE-CLASS = 'F'
                   MOVE WS-LEASE-FIN-LIAB  TO HV-EXPENSE-ACCT
               ELSE
                   MOVE WS-LEASE-OPER-LIAB TO HV-EXPENSE-ACCT
               END-IF
               MOVE SPACES TO HV-DEPT-CODE
           END-IF

      *    One voucher per template per period - the same
      *    already-generated check GLPOST01's 1900 makes on its
      *    recurring journals.
