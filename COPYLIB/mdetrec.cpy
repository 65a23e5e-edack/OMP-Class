      *---------------------------------------------------------------*
      *    MONETARY DETERMINATION MASTER RECORD - ONE ROW PER CLAIM,
      *    KEYED ON CLAIM ID (CD-CLAIM-ID ON THE CLAIMANT DETAIL).
      *    WRITTEN BY MONDET FROM THE WAGEIN BASE-PERIOD ROLLUP AND
      *    THE PARMFILE RATE SCHEDULE; A LATER RUN WITH A CHANGED
      *    ROLLUP REDETERMINES THE CLAIM IN PLACE.  THE WEEKLY
      *    BENEFIT AMOUNT HERE, NOT THE PAYIN FEED, IS THE AMOUNT
      *    THE CLAIM IS ENTITLED TO.  DATES ARE YYYYMMDD.
      *    STATUS - 'E' MONETARILY ELIGIBLE, 'I' INELIGIBLE.
      *    REASON - SPACES WHEN ELIGIBLE, OTHERWISE
      *      'NW' NO WAGE RECORDS ON THE FEED
      *      'BP' BASE-PERIOD WAGES BELOW THE MINIMUM
      *      'HQ' HIGH-QUARTER WAGES BELOW THE MINIMUM
      *---------------------------------------------------------------*
       01  MONETARY-DETERMINATION-RECORD.
           05  MD-CLAIM-ID                 PIC X(08).
           05  MD-DETERMINATION-DATE       PIC 9(08).
           05  MD-STATE                    PIC X(03).
           05  MD-BASE-WAGES               PIC 9(09)V99.
           05  MD-HIGH-QUARTER             PIC 9(07)V99.
           05  MD-WEEKLY-BENEFIT           PIC 9(05)V99.
           05  MD-MAXIMUM-BENEFIT          PIC 9(07)V99.
           05  MD-STATUS                   PIC X(01).
               88  MD-ELIGIBLE                   VALUE 'E'.
               88  MD-INELIGIBLE                 VALUE 'I'.
           05  MD-REASON                   PIC X(02).
           05  MD-REDETERMINED-COUNT       PIC 9(03).
           05  FILLER                      PIC X(10).
