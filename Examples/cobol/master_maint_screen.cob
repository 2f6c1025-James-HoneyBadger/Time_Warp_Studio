      *                method) queues PENDING and waits for a second
      *                user's approval before MSTMNT01's apply pass
      *                touches the master
      *              - An item's revenue-deferral terms (DEFERRED_FLAG
      *                and DEFER_MONTHS, which drive the schedules
      *                ARBILL01 builds and REVREC01 recognizes) are
      *                sensitive fields: they change what every
      *                future invoice books to 2450, so they take a
      *                second user's approval like costing method
      *              - Nothing updates a master from this screen
      *                directly - every change flows through the one
      *                validated, audited apply path
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

      *--- Symbolic map for MSTMNMP (mapset MSTMNST), hand-coded ---
       01  MSTM-MAP-AREA.
