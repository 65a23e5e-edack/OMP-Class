      *---------------------------------------------------------------*
      *    EMPLOYER BENEFIT-CHARGE HISTORY - ONE ROW PER EMPLOYER
      *    ACCOUNT PER CALENDAR QUARTER, KEYED ON BOTH.  WRITTEN BY
      *    THE EMPCHG QUARTERLY CHARGING RUN (A RERUN OF THE QUARTER
      *    REPLACES THE ROW); READ BY THE EXPRATE ANNUAL EXPERIENCE
      *    RATING RUN.  CHARGES ARE THE GROSS BENEFIT PAID IN THE
      *    QUARTER ON CLAIMS SEPARATED FROM THE ACCOUNT - AMOUNT
      *    PAID PLUS ANY OFFSET WITHHELD, LESS ADJUSTMENTS, RETURNED
      *    AND STALE-DATED ISSUES EXCLUDED.  CREDITS ARE THE UPHELD
      *    PROTEST CREDITS (SEE PROTREC) EMPCHG POSTED IN THE QUARTER -
      *    KEPT APART FROM THE GROSS CHARGES, AND NETTED BY EXPRATE.
      *    RUN DATE IS YYYYMMDD.
      *---------------------------------------------------------------*
       01  CHARGE-HISTORY-RECORD.
           05  CH-HISTORY-KEY.
               10  CH-EMPLOYER-ACCT        PIC X(08).
               10  CH-YEAR                 PIC 9(04).
               10  CH-QUARTER              PIC 9(01).
           05  CH-CLAIMANT-COUNT           PIC 9(08).
           05  CH-BENEFIT-CHARGES          PIC 9(09)V99.
           05  CH-RUN-DATE                 PIC 9(08).
           05  CH-CREDIT-AMOUNT            PIC 9(09)V99.
