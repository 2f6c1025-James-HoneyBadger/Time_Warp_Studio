      *                itself COMPLETE, and that is the row the
      *                operator needs to chase before GLCLOSE01's
      *                prerequisite gate refuses the close
      *              - Interface-file control rows (those carrying a
      *                SOURCE_RUN_ID) are left to IFBAL01's balancing
      *                report; only job runs are listed here
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHOPS1.
                      COALESCE(CHAR(END_DATE, ISO), ' '),
                      COALESCE(CHAR(END_TIME, ISO), ' ')
               FROM   BATCH_RUN_CONTROL
               WHERE  SOURCE_RUN_ID IS NULL
               ORDER BY START_DATE DESC, START_TIME DESC
           END-EXEC

