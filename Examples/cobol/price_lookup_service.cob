      *================================================================
      * PROGRAM:    PRCLKP01
      * DESCRIPTION: Customer Price Lookup Service
      *              - Called by SORDIN01 (quoting each order line at
      *                intake) and ARBILL01 (billing each shipped
      *                item), so an order is billed by the same
      *                PRICE_RULE precedence it was quoted by
      *              - Prices one item for one customer as of a date
      *                at a quantity in selling units (the caller
      *                converts; ITEM_PRICE and PRICE_RULE carry
      *                selling-unit prices). A PRICE_RULE in force on
      *                the date is tried first, in this precedence:
      *                  1 CONTRACT for this customer
      *                  2 CONTRACT for the customer's group
      *                  3 PROMO for the customer's group or for
      *                    everyone
      *                  4 QTYBREAK at the customer's price level
      *                  5 QTYBREAK at base level '00'
      *                Within a rank the deepest break the quantity
      *                reaches wins, then the lowest price
      *              - With no rule in force the customer's level on
      *                ITEM_PRICE is tried, then base level '00'
      *              - Returns the price, the rule applied (zero for
      *                a list price) and its source for the line;
      *                an item with no price at either level comes
      *                back with return code 04 and a zero price -
      *                what that means (a reject at intake, a held
      *                order at billing) is the caller's decision
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCLKP01.
       AUTHOR. ACME-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *--- SQLCA ---
       01  SQLCA.
           05  SQLCAID              PIC X(8).
           05  SQLCABC              PIC S9(9) COMP.
           05  SQLCODE              PIC S9(9) COMP.
           05  SQLERRM.
               10  SQLERRML         PIC S9(4) COMP.
               10  SQLERRMC         PIC X(70).

      *--- HOST VARIABLES ---
       01  HV-PRICE.
           05  HV-ITEM-NUMBER       PIC X(10).
           05  HV-CUST-NUMBER       PIC X(10).
           05  HV-CUST-GROUP        PIC X(6).
           05  HV-PRICE-LEVEL       PIC X(2).
           05  HV-PRICE-DATE        PIC X(10).
           05  HV-PRICE-QTY         PIC S9(9)V99 COMP-3.
           05  HV-UNIT-PRICE        PIC S9(7)V99 COMP-3.
           05  HV-PRICE-RULE-ID     PIC S9(9) COMP.
           05  HV-PRICE-RANK        PIC S9(4) COMP.

       LINKAGE SECTION.
      *--- Price request / result block (same layout in every
      *    caller)
       01  PRS-PARMS.
           05  PRS-ITEM-NUMBER      PIC X(10).
           05  PRS-CUST-NUMBER      PIC X(10).
           05  PRS-CUST-GROUP       PIC X(6).
           05  PRS-PRICE-LEVEL      PIC X(2).
           05  PRS-PRICE-DATE       PIC X(10).
           05  PRS-PRICE-QTY        PIC S9(9)V99 COMP-3.
           05  PRS-UNIT-PRICE       PIC S9(7)V99 COMP-3.
           05  PRS-PRICE-RULE-ID    PIC S9(9) COMP.
           05  PRS-PRICE-SOURCE     PIC X(8).
           05  PRS-RETURN-CODE      PIC 9(2).
               88  PRS-OK                    VALUE 00.
               88  PRS-NO-PRICE              VALUE 04.

       PROCEDURE DIVISION USING PRS-PARMS.
       0000-MAIN.
           MOVE ZEROS  TO PRS-RETURN-CODE
           MOVE ZEROS  TO PRS-UNIT-PRICE
           MOVE ZEROS  TO PRS-PRICE-RULE-ID
           MOVE SPACES TO PRS-PRICE-SOURCE

           MOVE PRS-ITEM-NUMBER TO HV-ITEM-NUMBER
           MOVE PRS-CUST-NUMBER TO HV-CUST-NUMBER
           MOVE PRS-CUST-GROUP  TO HV-CUST-GROUP
           MOVE PRS-PRICE-LEVEL TO HV-PRICE-LEVEL
           MOVE PRS-PRICE-DATE  TO HV-PRICE-DATE
           MOVE PRS-PRICE-QTY   TO HV-PRICE-QTY

           PERFORM 1000-LOOKUP-PRICE-RULE
               THRU 1099-RULE-EXIT

           IF PRS-PRICE-SOURCE = SPACES
               PERFORM 2000-LOOKUP-LIST-PRICE
           END-IF

           GOBACK.

      *--- 1000 PRICE_RULE IN FORCE ON THE DATE ---
      *    One query ranks every rule that could apply and keeps
      *    the best; a customer group of blanks never matches a
      *    group contract.
       1000-LOOKUP-PRICE-RULE.
           EXEC SQL
               SELECT RULE_ID, UNIT_PRICE,
                      CASE WHEN RULE_TYPE = 'CONTRACT'
                                AND CUST_NUMBER = :HV-CUST-NUMBER
                           THEN 1
                           WHEN RULE_TYPE = 'CONTRACT' THEN 2
                           WHEN RULE_TYPE = 'PROMO'    THEN 3
                           WHEN PRICE_LEVEL = :HV-PRICE-LEVEL
                           THEN 4
                           ELSE 5
                      END
               INTO   :HV-PRICE-RULE-ID, :HV-UNIT-PRICE,
                      :HV-PRICE-RANK
               FROM   PRICE_RULE
               WHERE  ITEM_NUMBER = :HV-ITEM-NUMBER
               AND    STATUS      = 'ACTIVE'
               AND    START_DATE <= DATE(:HV-PRICE-DATE)
               AND    COALESCE(END_DATE, DATE('9999-12-31'))
                          >= DATE(:HV-PRICE-DATE)
               AND    COALESCE(MIN_QTY, 0) <= :HV-PRICE-QTY
               AND  ((RULE_TYPE = 'CONTRACT'
                      AND CUST_NUMBER = :HV-CUST-NUMBER)
                  OR (RULE_TYPE = 'CONTRACT'
                      AND COALESCE(CUST_NUMBER, ' ') = ' '
                      AND CUST_GROUP <> ' '
                      AND CUST_GROUP = :HV-CUST-GROUP)
                  OR (RULE_TYPE = 'PROMO'
                      AND (COALESCE(CUST_GROUP, ' ') = ' '
                           OR CUST_GROUP = :HV-CUST-GROUP))
                  OR (RULE_TYPE = 'QTYBREAK'
                      AND PRICE_LEVEL IN (:HV-PRICE-LEVEL, '00')))
               ORDER BY 3, MIN_QTY DESC, UNIT_PRICE
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT = 0
               GO TO 1099-RULE-EXIT
           END-IF

           MOVE HV-UNIT-PRICE    TO PRS-UNIT-PRICE
           MOVE HV-PRICE-RULE-ID TO PRS-PRICE-RULE-ID
           EVALUATE HV-PRICE-RANK
               WHEN 1     MOVE 'CONTRACT' TO PRS-PRICE-SOURCE
               WHEN 2     MOVE 'GRPCONTR' TO PRS-PRICE-SOURCE
               WHEN 3     MOVE 'PROMO'    TO PRS-PRICE-SOURCE
               WHEN OTHER MOVE 'QTYBREAK' TO PRS-PRICE-SOURCE
           END-EVALUATE.

       1099-RULE-EXIT.
           EXIT.

      *--- 2000 LEVEL, THEN BASE, LIST PRICE ---
       2000-LOOKUP-LIST-PRICE.
           MOVE 'LIST' TO PRS-PRICE-SOURCE
           EXEC SQL
               SELECT UNIT_PRICE
               INTO   :HV-UNIT-PRICE
               FROM   ITEM_PRICE
               WHERE  ITEM_NUMBER = :HV-ITEM-NUMBER
               AND    PRICE_LEVEL = :HV-PRICE-LEVEL
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'BASE' TO PRS-PRICE-SOURCE
               EXEC SQL
                   SELECT UNIT_PRICE
                   INTO   :HV-UNIT-PRICE
                   FROM   ITEM_PRICE
                   WHERE  ITEM_NUMBER = :HV-ITEM-NUMBER
                   AND    PRICE_LEVEL = '00'
               END-EXEC
           END-IF

           IF SQLCODE = 0
               MOVE HV-UNIT-PRICE TO PRS-UNIT-PRICE
           ELSE
               MOVE ZEROS TO PRS-UNIT-PRICE
               MOVE 04    TO PRS-RETURN-CODE
           END-IF.
