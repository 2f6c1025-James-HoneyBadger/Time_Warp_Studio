      *                fields reject; numeric fields must parse
      *              - Dual control on sensitive fields (vendor bank
      *                details, customer credit terms, item costing
      *                method and revenue deferral terms): those
      *                changes queue PENDING and only apply after an
      *                APPR record from a second user - the requester
      *                can never approve their own change
      *              - Every applied change writes a before/after
      *                image to MASTER_AUDIT_LOG, the same discipline
      *                GL_AUDIT_LOG gives journal lines
           05  FILLER PIC X(24) VALUE 'VENDVENDOR_NAME       CN'.
           05  FILLER PIC X(24) VALUE 'VENDPAYMENT_TERMS_DAYSNN'.
           05  FILLER PIC X(24) VALUE 'VENDLEAD_TIME_DAYS    NN'.
           05  FILLER PIC X(24) VALUE 'VENDDISC_PERCENT      NN'.
           05  FILLER PIC X(24) VALUE 'VENDDISC_DAYS         NN'.
           05  FILLER PIC X(24) VALUE 'VENDBANK_ROUTING_NO   CY'.
           05  FILLER PIC X(24) VALUE 'VENDBANK_ACCOUNT_NO   CY'.
           05  FILLER PIC X(24) VALUE 'CUSTCUST_NAME         CN'.
           05  FILLER PIC X(24) VALUE 'CUSTTAX_JURISDICTION  CN'.
           05  FILLER PIC X(24) VALUE 'CUSTCREDIT_LIMIT      NY'.
           05  FILLER PIC X(24) VALUE 'CUSTCREDIT_STATUS     CY'.
           05  FILLER PIC X(24) VALUE 'CUSTFREIGHT_TERMS     CN'.
           05  FILLER PIC X(24) VALUE 'ITEMITEM_DESC         CN'.
           05  FILLER PIC X(24) VALUE 'ITEMSTD_COST          NN'.
           05  FILLER PIC X(24) VALUE 'ITEMREORDER_POINT     NN'.
           05  FILLER PIC X(24) VALUE 'ITEMREORDER_QTY       NN'.
           05  FILLER PIC X(24) VALUE 'ITEMCOST_METHOD       CY'.
           05  FILLER PIC X(24) VALUE 'ITEMDEFERRED_FLAG     CY'.
           05  FILLER PIC X(24) VALUE 'ITEMDEFER_MONTHS      NY'.
           05  FILLER PIC X(24) VALUE 'ITEMPURCH_TAXABLE     CN'.
           05  FILLER PIC X(24) VALUE 'ITEMUNIT_WEIGHT       NN'.

       01  WS-FIELD-TABLE REDEFINES WS-FIELD-DICT.
           05  WS-FD-ENTRY OCCURS 22 TIMES.
               10  WS-FD-FILE       PIC X(4).
               10  WS-FD-FIELD      PIC X(18).
               10  WS-FD-TYPE       PIC X(1).

       01  WS-DICT-CONTROLS.
           05  WS-FD-IDX            PIC S9(4) COMP VALUE ZEROS.
           05  WS-FD-MAX            PIC S9(4) COMP VALUE 22.

       01  WS-WORK.
           05  WS-CURRENT-DATE      PIC X(10).
                       WHERE VENDOR_NUMBER = :HV-KEY-VALUE
                   END-EXEC
                   PERFORM 6150-EDIT-OLD-NUMERIC
               WHEN 'VEND' ALSO 'DISC_PERCENT'
                   EXEC SQL
                       SELECT COALESCE(DISC_PERCENT, 0)
                       INTO :HV-OLD-NUM
                       FROM VENDOR_MASTER
                       WHERE VENDOR_NUMBER = :HV-KEY-VALUE
                   END-EXEC
                   PERFORM 6150-EDIT-OLD-NUMERIC
               WHEN 'VEND' ALSO 'DISC_DAYS'
                   EXEC SQL
                       SELECT COALESCE(DISC_DAYS, 0)
                       INTO :HV-OLD-NUM
                       FROM VENDOR_MASTER
                       WHERE VENDOR_NUMBER = :HV-KEY-VALUE
                   END-EXEC
                   PERFORM 6150-EDIT-OLD-NUMERIC
               WHEN 'VEND' ALSO 'BANK_ROUTING_NO'
                   EXEC SQL
                       SELECT COALESCE(BANK_ROUTING_NO, ' ')
                       FROM CUSTOMER_MASTER
                       WHERE CUST_NUMBER = :HV-KEY-VALUE
                   END-EXEC
               WHEN 'CUST' ALSO 'FREIGHT_TERMS'
                   EXEC SQL
                       SELECT COALESCE(FREIGHT_TERMS, 'PP')
                       INTO :HV-OLD-VALUE
                       FROM CUSTOMER_MASTER
                       WHERE CUST_NUMBER = :HV-KEY-VALUE
                   END-EXEC
               WHEN 'ITEM' ALSO 'ITEM_DESC'
                   EXEC SQL
                       SELECT ITEM_DESC INTO :HV-OLD-VALUE
                       FROM ITEM_MASTER
                       WHERE ITEM_NUMBER = :HV-KEY-VALUE
                   END-EXEC
               WHEN 'ITEM' ALSO 'DEFERRED_FLAG'
                   EXEC SQL
                       SELECT COALESCE(DEFERRED_FLAG, 'N')
                       INTO :HV-OLD-VALUE
                       FROM ITEM_MASTER
                       WHERE ITEM_NUMBER = :HV-KEY-VALUE
                   END-EXEC
               WHEN 'ITEM' ALSO 'DEFER_MONTHS'
                   EXEC SQL
                       SELECT COALESCE(DEFER_MONTHS, 0)
                       INTO :HV-OLD-NUM
                       FROM ITEM_MASTER
                       WHERE ITEM_NUMBER = :HV-KEY-VALUE
                   END-EXEC
                   PERFORM 6150-EDIT-OLD-NUMERIC
               WHEN 'ITEM' ALSO 'PURCH_TAXABLE'
                   EXEC SQL
                       SELECT COALESCE(PURCH_TAXABLE_FLAG, 'N')
                       INTO :HV-OLD-VALUE
                       FROM ITEM_MASTER
                       WHERE ITEM_NUMBER = :HV-KEY-VALUE
                   END-EXEC
               WHEN 'ITEM' ALSO 'UNIT_WEIGHT'
                   EXEC SQL
                       SELECT COALESCE(UNIT_WEIGHT, 0)
                       INTO :HV-OLD-NUM
                       FROM ITEM_MASTER
                       WHERE ITEM_NUMBER = :HV-KEY-VALUE
                   END-EXEC
                   PERFORM 6150-EDIT-OLD-NUMERIC
           END-EVALUATE.

       6150-EDIT-OLD-NUMERIC.
                       SET LEAD_TIME_DAYS = :HV-NEW-NUM
                       WHERE VENDOR_NUMBER = :HV-KEY-VALUE
                   END-EXEC
               WHEN 'VEND' ALSO 'DISC_PERCENT'
                   EXEC SQL
                       UPDATE VENDOR_MASTER
                       SET DISC_PERCENT = :HV-NEW-NUM
                       WHERE VENDOR_NUMBER = :HV-KEY-VALUE
                   END-EXEC
               WHEN 'VEND' ALSO 'DISC_DAYS'
                   EXEC SQL
                       UPDATE VENDOR_MASTER
                       SET DISC_DAYS = :HV-NEW-NUM
                       WHERE VENDOR_NUMBER = :HV-KEY-VALUE
                   END-EXEC
               WHEN 'VEND' ALSO 'BANK_ROUTING_NO'
                   EXEC SQL
                       UPDATE VENDOR_MASTER
                       SET CREDIT_STATUS = :HV-NEW-VALUE
                       WHERE CUST_NUMBER = :HV-KEY-VALUE
                   END-EXEC
               WHEN 'CUST' ALSO 'FREIGHT_TERMS'
                   EXEC SQL
                       UPDATE CUSTOMER_MASTER
                       SET FREIGHT_TERMS = :HV-NEW-VALUE
                       WHERE CUST_NUMBER = :HV-KEY-VALUE
                   END-EXEC
               WHEN 'ITEM' ALSO 'ITEM_DESC'
                   EXEC SQL
                       UPDATE ITEM_MASTER
                       SET COST_METHOD = :HV-NEW-VALUE
                       WHERE ITEM_NUMBER = :HV-KEY-VALUE
                   END-EXEC
               WHEN 'ITEM' ALSO 'DEFERRED_FLAG'
                   EXEC SQL
                       UPDATE ITEM_MASTER
                       SET DEFERRED_FLAG = :HV-NEW-VALUE
                       WHERE ITEM_NUMBER = :HV-KEY-VALUE
                   END-EXEC
               WHEN 'ITEM' ALSO 'DEFER_MONTHS'
                   EXEC SQL
                       UPDATE ITEM_MASTER
                       SET DEFER_MONTHS = :HV-NEW-NUM
                       WHERE ITEM_NUMBER = :HV-KEY-VALUE
                   END-EXEC
               WHEN 'ITEM' ALSO 'PURCH_TAXABLE'
                   EXEC SQL
                       UPDATE ITEM_MASTER
                       SET PURCH_TAXABLE_FLAG = :HV-NEW-VALUE
                       WHERE ITEM_NUMBER = :HV-KEY-VALUE
                   END-EXEC
               WHEN 'ITEM' ALSO 'UNIT_WEIGHT'
                   EXEC SQL
                       UPDATE ITEM_MASTER
                       SET UNIT_WEIGHT = :HV-NEW-NUM
                       WHERE ITEM_NUMBER = :HV-KEY-VALUE
                   END-EXEC
           END-EVALUATE.

      *--- 7000 PRINT SUMMARY ---
