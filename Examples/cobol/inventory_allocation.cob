                      ON S.ORDER_NUMBER = L.ORDER_NUMBER
               WHERE  S.STATUS = 'OPEN'
               AND    L.QTY_ORDERED > COALESCE(L.QTY_ALLOCATED, 0)
               AND    COALESCE(L.LINE_TYPE, 'ST') <> 'DS'
               ORDER BY S.ORDER_DATE, L.ORDER_NUMBER, L.LINE_SEQ
           END-EXEC

