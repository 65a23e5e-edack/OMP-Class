      *---------------------------------------------------------------*
      *    WARN NOTICE HISTORY RECORD (WARNHIST) - ONE ROW PER LAYOFF
      *    NOTICE EVER LOADED FROM THE WARNIN FEED, KEYED ON THE
      *    EMPLOYER NAME AS FILED PLUS THE EFFECTIVE DATE, WITH THE
      *    EMPLRF ACCOUNT AS A DUPLICATE ALTERNATE KEY (SPACES WHEN
      *    THE FEED ROW DID NOT CARRY ONE).  WRITTEN BY WARNRPT (A
      *    NOTICE SENT AGAIN REPLACES THE ROW); READ BY THE MLAYOFF
      *    MASS-LAYOFF SURGE CHECK AND THE HACKLAY LAYOFF-STORY
      *    MATCH.  DATES ARE YYYYMMDD - THE FEED'S DDMMYYYY
      *    EFFECTIVE DATE IS RESHAPED ON THE WAY IN.
      *---------------------------------------------------------------*
       01  WARN-HISTORY-RECORD.
           05  WH-NOTICE-KEY.
               10  WH-EMPLOYER-NAME        PIC X(30).
               10  WH-EFFECTIVE-DATE       PIC 9(08).
           05  WH-EMPLOYER-ACCT            PIC X(08).
           05  WH-STATE                    PIC X(03).
           05  WH-SECTOR-NO                PIC 9(02).
           05  WH-AFFECTED-COUNT           PIC 9(06).
           05  WH-LOAD-DATE                PIC 9(08).
           05  FILLER                      PIC X(10).
