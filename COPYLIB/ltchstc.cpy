      *---------------------------------------------------------------*
      *    LONG-TERM-CARE WEEKLY HISTORY RECORD - ONE ROW PER FACILITY
      *    PER REPORTING WEEK, APPENDED BY THE COVLTCL EDIT/LOAD AND
      *    READ BY THE COVLTC OUTBREAK REPORT.  THE WEEK-ENDING DATE
      *    IS YYYYMMDD.  CASES AND DEATHS ARE THE NEW ONES FOR THE
      *    WEEK; THE RESIDENT CENSUS AND RESIDENTS FULLY VACCINATED
      *    ARE AS OF THE WEEK-ENDING DATE.
      *---------------------------------------------------------------*
       01  LTC-WEEKLY-RECORD.
           05  LW-FACILITY-ID              PIC X(10).
           05  FILLER                      PIC X(01).
           05  LW-WEEK-ENDING-DATE         PIC 9(08).
           05  FILLER                      PIC X(01).
           05  LW-RESIDENT-CASES           PIC 9(05).
           05  FILLER                      PIC X(01).
           05  LW-STAFF-CASES              PIC 9(05).
           05  FILLER                      PIC X(01).
           05  LW-RESIDENT-DEATHS          PIC 9(05).
           05  FILLER                      PIC X(01).
           05  LW-STAFF-DEATHS             PIC 9(05).
           05  FILLER                      PIC X(01).
           05  LW-RESIDENT-CENSUS          PIC 9(05).
           05  FILLER                      PIC X(01).
           05  LW-RESIDENTS-VACCINATED     PIC 9(05).
