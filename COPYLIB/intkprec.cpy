      *---------------------------------------------------------------*
      *    PENDED CLAIM APPLICATION RECORD (INTKPND) - ONE ROW PER
      *    APPLICATION THE INTAKE RUN REJECTED, WRITTEN FRESH EACH
      *    RUN AS THE DAY'S WORK LIST.  THE FIRST 120 BYTES ARE THE
      *    APPLICATION EXACTLY AS RECEIVED (SEE INTKREC), SO ONCE
      *    WORKED IT IS RESUBMITTED ON INTKIN AS IT STANDS.  UP TO
      *    FOUR REASONS ARE KEPT; THE COUNT SAYS HOW MANY EDITS THE
      *    APPLICATION FAILED IN ALL.  PEND DATE IS YYYYMMDD.
      *---------------------------------------------------------------*
       01  PENDED-APPLICATION-RECORD.
           05  IP-APPLICATION              PIC X(120).
           05  IP-PEND-DATE                PIC 9(08).
           05  IP-REASON-COUNT             PIC 9(02).
           05  IP-REASON                   PIC X(30)
                                           OCCURS 4 TIMES.
           05  FILLER                      PIC X(10).
