      *---------------------------------------------------------------*
      *    PM-WEEK-ENDING IS DDMMYYYY LIKE THE CLAIM DATE - THE
      *    PAYREC SUB-FIELDS RESEAT IT AS THE YYYYMMDD WEEK KEY.
      *    A RETURNED OR STALE-DATED ISSUE NEVER REACHED THE CLAIMANT
      *    AND IS NOT COUNTED AS PAID.
      *---------------------------------------------------------------*
           IF  NOT PM-REVERSED
               COMPUTE WS-WORK-WEEK =
                   PM-WEEK-YYYY * 10000
                   + PM-WEEK-MM * 100
                   + PM-WEEK-DD
               PERFORM 2900-FIND-WEEK-ENTRY
               ADD 1                       TO WKT-PAYMENT-COUNT
                                              (WKT-INDEX)
               ADD PM-AMOUNT-PAID          TO WKT-DOLLARS (WKT-INDEX)
               ADD PM-AMOUNT-PAID          TO WS-GRAND-DOLLARS
               ADD 1                       TO WS-PAYMENT-COUNT
           END-IF.
           PERFORM 8100-READ-PAYMENT-MASTER.
      *---------------------------------------------------------------*
       2900-FIND-WEEK-ENTRY.
