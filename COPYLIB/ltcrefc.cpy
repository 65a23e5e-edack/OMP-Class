      *---------------------------------------------------------------*
      *    LONG-TERM-CARE FACILITY REFERENCE RECORD - ONE ROW PER
      *    NURSING HOME OR ASSISTED-LIVING FACILITY, KEYED ON THE
      *    FACILITY ID.  THE COUNTY FIPS IS ON CNTYREF AND ITS STATE
      *    IS CARRIED HERE.  MAINTAINED BY LTCMNT; READ BY THE COVLTCL
      *    WEEKLY FEED EDIT AND THE COVLTC OUTBREAK REPORT.
      *---------------------------------------------------------------*
       01  LTC-FACILITY-RECORD.
           05  LF-FACILITY-ID              PIC X(10).
           05  LF-FACILITY-NAME            PIC X(30).
           05  LF-COUNTY-FIPS              PIC X(05).
           05  LF-STATE-CODE               PIC X(02).
           05  LF-LICENSED-BEDS            PIC 9(05).
           05  LF-LAST-CHANGE-DATE         PIC 9(08).
           05  FILLER                      PIC X(40).
