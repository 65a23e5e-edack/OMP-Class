      *---------------------------------------------------------------*
      *    INITIAL CLAIM APPLICATION RECORD (INTKIN) - ONE ROW PER
      *    APPLICATION TAKEN BY THE FRONT END, EDITED BY THE INTAKE
      *    RUN.  AN ACCEPTED APPLICATION IS GIVEN THE NEXT CLAIM ID
      *    AND WRITTEN TO CLMTFILE; A REJECTED ONE GOES TO THE INTKPND
      *    PEND FILE (SEE INTKPREC) WITH ITS REASONS, AND IS
      *    RESUBMITTED ON THIS SAME LAYOUT ONCE IT HAS BEEN WORKED.
      *    THE APPLICATION REFERENCE IS THE FRONT END'S OWN NUMBER,
      *    CARRIED SO A PEND CAN BE TRACED BACK TO THE FILING.
      *    DATES ARE YYYYMMDD.  A BLANK FILED DATE MEANS THE
      *    BUSINESS DATE OF THE RUN.  STATE IS THE TWO-LETTER CODE
      *    OF THE MAILING ADDRESS, LEFT-JUSTIFIED.  COUNTY IS THE
      *    FIPS CODE OF THE COUNTY OF RESIDENCE (ON CNTYREF), BLANK
      *    WHEN THE FRONT END DID NOT ASK - THE INTAKE TAGS A CLAIM
      *    FROM A COUNTY IN A DISASTER DECLARATION (SEE DISDECC).
      *    SEPARATION REASON - 'L' LACK OF WORK, 'Q' QUIT,
      *    'D' DISCHARGED, 'O' OTHER.
      *    ELIGIBILITY ANSWERS ARE 'Y' OR 'N' -
      *      ABLE TO WORK, AVAILABLE FOR WORK, AUTHORIZED TO WORK IN
      *      THE UNITED STATES, STILL WORKING FULL TIME.
      *---------------------------------------------------------------*
       01  CLAIM-APPLICATION-RECORD.
           05  IA-APPLICATION-REF          PIC X(10).
           05  IA-CLAIMANT-ID              PIC X(10).
           05  IA-LAST-NAME                PIC X(20).
           05  IA-FIRST-NAME               PIC X(15).
           05  IA-MAIL-ZIP                 PIC X(05).
           05  IA-STATE                    PIC X(03).
           05  IA-EMPLOYER-ACCT            PIC X(08).
           05  IA-SEPARATION-DATE          PIC X(08).
           05  IA-FILED-DATE               PIC X(08).
           05  IA-SEPARATION-REASON        PIC X(01).
               88  IA-VALID-SEPARATION           VALUE 'L' 'Q'
                                                       'D' 'O'.
           05  IA-ELIGIBILITY-ANSWERS.
               10  IA-ABLE-TO-WORK         PIC X(01).
               10  IA-AVAILABLE-FOR-WORK   PIC X(01).
               10  IA-WORK-AUTHORIZED      PIC X(01).
               10  IA-STILL-WORKING        PIC X(01).
           05  IA-COUNTY-FIPS              PIC X(05).
           05  FILLER                      PIC X(23).
