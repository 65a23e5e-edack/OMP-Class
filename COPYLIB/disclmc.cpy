      *---------------------------------------------------------------*
      *    DISASTER CLAIM TAG RECORD (DISCLM) - ONE ROW PER CLAIM THE
      *    CLMINTK INTAKE ACCEPTED FROM A COUNTY NAMED IN A DISASTER
      *    DECLARATION (SEE DISDECC), KEYED ON THE CLAIM ID, WITH AN
      *    ALTERNATE KEY ON THE DECLARATION NUMBER (DUPLICATES).  READ
      *    BY THE DECLRPT DECLARATION ACTIVITY REPORT.
      *    THE DECLARATION IS THE ONE WHOSE WINDOW HELD THE FILED
      *    DATE, OR - WHEN NONE DID - THE COUNTY'S LATEST.  THE WINDOW
      *    STATUS SAYS HOW THE CLAIM STOOD AGAINST IT -
      *      'W' WITHIN THE WINDOW - FILED ON OR AFTER THE INCIDENT
      *          BEGAN AND BY THE APPLICATION DEADLINE, SEPARATED
      *          WITHIN THE INCIDENT PERIOD
      *      'B' FILED BEFORE THE INCIDENT BEGAN
      *      'L' FILED AFTER THE APPLICATION DEADLINE
      *      'S' FILED IN TIME, BUT SEPARATED OUTSIDE THE INCIDENT
      *          PERIOD
      *    ONLY A 'W' CLAIM IS ELIGIBLE FOR DISASTER ASSISTANCE; THE
      *    OTHERS ARE TAGGED SO THE ADJUDICATOR SEES WHY.  DATES ARE
      *    YYYYMMDD.
      *---------------------------------------------------------------*
       01  DISASTER-CLAIM-RECORD.
           05  DA-CLAIM-ID                 PIC X(08).
           05  DA-DECLARATION-NO           PIC X(08).
           05  DA-COUNTY-FIPS              PIC X(05).
           05  DA-CLAIMANT-ID              PIC X(10).
           05  DA-FILED-DATE               PIC 9(08).
           05  DA-SEPARATION-DATE          PIC 9(08).
           05  DA-WINDOW-STATUS            PIC X(01).
               88  DA-WITHIN-WINDOW              VALUE 'W'.
               88  DA-FILED-BEFORE-INCIDENT      VALUE 'B'.
               88  DA-FILED-LATE                 VALUE 'L'.
               88  DA-SEPARATED-OUTSIDE          VALUE 'S'.
           05  DA-TAG-DATE                 PIC 9(08).
           05  FILLER                      PIC X(10).
