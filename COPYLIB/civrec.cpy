      *---------------------------------------------------------------*
      *    CASE INVESTIGATION RECORD - ONE ROW PER CASE ASSIGNED TO A
      *    CONTACT TRACER, KEYED ON THE CASE ID.  MAINTAINED BY THE
      *    CIVMNT CARDS; READ BY THE CIVRPT DAILY WORKLOAD REPORT.
      *    DATES ARE YYYYMMDD.  A FIRST-ATTEMPT OR INTERVIEW DATE OF
      *    ZERO MEANS NOT YET; A CASE IS OPEN UNTIL ITS INTERVIEW IS
      *    COMPLETED.  THE STATE IS TAKEN FROM THE CNTYREF COUNTY.
      *---------------------------------------------------------------*
       01  CASE-INVESTIGATION-RECORD.
           05  CI-CASE-ID                  PIC X(12).
           05  CI-COUNTY-FIPS              PIC X(05).
           05  CI-STATE-CODE               PIC X(02).
           05  CI-ASSIGNED-DATE            PIC 9(08).
           05  CI-INVESTIGATOR-ID          PIC X(08).
           05  CI-FIRST-ATTEMPT-DATE       PIC 9(08).
               88  CI-NOT-ATTEMPTED              VALUE 0.
           05  CI-INTERVIEW-DATE           PIC 9(08).
               88  CI-OPEN                       VALUE 0.
           05  CI-CONTACTS-NAMED           PIC 9(04).
           05  CI-CONTACTS-REACHED         PIC 9(04).
           05  CI-LAST-CHANGE-DATE         PIC 9(08).
           05  FILLER                      PIC X(33).
