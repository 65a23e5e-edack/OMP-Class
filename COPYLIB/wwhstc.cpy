      *---------------------------------------------------------------*
      *    WASTEWATER SAMPLE HISTORY RECORD - ONE ROW PER SEWERSHED
      *    PER SAMPLE DATE, APPENDED BY THE COVWWLD EDIT/LOAD AND READ
      *    BY THE COVWWRP TREND AND LEAD-TIME REPORT.  THE DATE IS
      *    YYYYMMDD; THE CONCENTRATION IS THE LAB'S NORMALIZED VIRAL
      *    CONCENTRATION IN WHOLE COPIES PER LITRE, THE POPULATION THE
      *    NUMBER OF RESIDENTS THE SEWERSHED SERVES.  THE COUNTY FIPS
      *    IS ON CNTYREF AND ITS STATE MATCHES WW-STATE-CODE.
      *---------------------------------------------------------------*
       01  WASTEWATER-HISTORY-RECORD.
           05  WW-SEWERSHED-ID             PIC X(10).
           05  FILLER                      PIC X(01).
           05  WW-STATE-CODE               PIC X(02).
           05  FILLER                      PIC X(01).
           05  WW-COUNTY-FIPS              PIC X(05).
           05  FILLER                      PIC X(01).
           05  WW-SAMPLE-DATE              PIC 9(08).
           05  FILLER                      PIC X(01).
           05  WW-CONCENTRATION            PIC 9(09).
           05  FILLER                      PIC X(01).
           05  WW-POPULATION-SERVED        PIC 9(08).
