      *---------------------------------------------------------------*
      *    DISASTER DECLARATION RECORD (DISDECL) - ONE ROW PER COUNTY
      *    NAMED IN A FEDERAL MAJOR-DISASTER DECLARATION, KEYED ON THE
      *    DECLARATION NUMBER (E.G. 'DR-4673 ') PLUS THE COUNTY FIPS,
      *    WITH AN ALTERNATE KEY ON THE COUNTY FIPS (DUPLICATES - A
      *    COUNTY CAN BE IN MORE THAN ONE DECLARATION).  THE COUNTY IS
      *    ON CNTYREF AND ITS STATE IS CARRIED HERE.  MAINTAINED BY
      *    DECLMNT; READ BY THE CLMINTK INTAKE, WHICH TAGS A CLAIM
      *    FILED FROM A DECLARED COUNTY (SEE DISCLMC), AND BY THE
      *    DECLRPT DECLARATION ACTIVITY REPORT.
      *    THE INCIDENT PERIOD IS THE ONE IN THE DECLARATION - AN END
      *    DATE OF ZERO MEANS THE INCIDENT IS STILL CONTINUING.  THE
      *    APPLICATION DEADLINE IS THE LAST DAY A DISASTER CLAIM CAN
      *    BE FILED.  DATES ARE YYYYMMDD.
      *---------------------------------------------------------------*
       01  DISASTER-DECLARATION-RECORD.
           05  DD-DECLARATION-KEY.
               10  DD-DECLARATION-NO       PIC X(08).
               10  DD-COUNTY-FIPS          PIC X(05).
           05  DD-STATE-CODE               PIC X(02).
           05  DD-INCIDENT-NAME            PIC X(30).
           05  DD-INCIDENT-BEGIN           PIC 9(08).
           05  DD-INCIDENT-END             PIC 9(08).
           05  DD-APPLICATION-DEADLINE     PIC 9(08).
           05  DD-LAST-CHANGE-DATE         PIC 9(08).
           05  FILLER                      PIC X(10).
