      *---------------------------------------------------------------*
      *    1099-G REPORTED-AMOUNT HISTORY - ONE ROW PER TAX YEAR PER
      *    CLAIMANT, KEYED ON BOTH, HOLDING THE BOX 1 AMOUNT LAST
      *    SENT TO THE CLAIMANT AND THE IRS.  WRITTEN BY THE BEN1099
      *    ORIGINAL RUN; THE CORRECTED-STATEMENT RUN COMPARES AGAINST
      *    IT AND RE-ISSUES ONLY CLAIMANTS WHOSE TOTAL HAS MOVED.
      *    THE CLAIMANT KEY IS CD-CLAIMANT-ID, OR THE CLAIM ID FOR A
      *    CLAIM LOADED BEFORE THE FEED CARRIED IDENTITY.
      *    DATES ARE YYYYMMDD.
      *---------------------------------------------------------------*
       01  TAX-HISTORY-RECORD.
           05  TH-HISTORY-KEY.
               10  TH-TAX-YEAR             PIC 9(04).
               10  TH-CLAIMANT-KEY         PIC X(10).
           05  TH-REPORTED-AMOUNT          PIC 9(09)V99.
           05  TH-ORIGINAL-RUN-DATE        PIC 9(08).
           05  TH-LAST-RUN-DATE            PIC 9(08).
           05  TH-CORRECTION-COUNT         PIC 9(02).
           05  FILLER                      PIC X(10).
