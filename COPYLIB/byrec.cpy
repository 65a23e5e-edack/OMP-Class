      *---------------------------------------------------------------*
      *    BENEFIT YEAR - ONE ROW PER CLAIMANT (CD-CLAIMANT-ID),
      *    HOLDING THE CURRENT BENEFIT YEAR.  ESTABLISHED BY THE
      *    FIRST NEW CLAIM UNEMDET SEES FOR THE CLAIMANT AND RUNS 52
      *    WEEKS FROM THE CLAIM DATE.  EVERY LATER CLAIM THE CLAIMANT
      *    FILES IS CLASSIFIED AGAINST IT (CD-CLAIM-CLASS) -
      *      N  NEW         NO BENEFIT YEAR, OR THE LAST ONE HAS ENDED
      *                     (THE ENDED YEAR MOVES TO THE PRIOR DATES)
      *      A  ADDITIONAL  INSIDE THE YEAR, AFTER WORK FOR A
      *                     DIFFERENT EMPLOYER SINCE THE LAST CLAIM
      *      R  REOPENED    INSIDE THE YEAR, NO INTERVENING EMPLOYER
      *    BY-CLAIM-TABLE REMEMBERS THE CLAIM IDS FILED IN THE YEAR,
      *    SO A CLAIM THE WEEKLY FEED CARRIES AGAIN IS RECOGNISED AS
      *    CONTINUING ('C') AND NOT COUNTED AS A FRESH FILING.  PAST
      *    SIX CLAIMS THE LAST SLOT IS REUSED.  READ BY THE BYEND
      *    BENEFIT-YEAR-ENDING LISTING.  DATES ARE YYYYMMDD.
      *---------------------------------------------------------------*
       01  BENEFIT-YEAR-RECORD.
           05  BY-CLAIMANT-ID              PIC X(10).
           05  BY-BEGIN-DATE               PIC 9(08).
           05  BY-END-DATE                 PIC 9(08).
           05  BY-ORIGINAL-CLAIM-ID        PIC X(08).
           05  BY-STATE                    PIC X(03).
           05  BY-LAST-CLAIM-DATE          PIC 9(08).
           05  BY-LAST-EMPLOYER-ACCT       PIC X(08).
           05  BY-ADDITIONAL-COUNT         PIC 9(03).
           05  BY-REOPENED-COUNT           PIC 9(03).
           05  BY-PRIOR-BEGIN-DATE         PIC 9(08).
           05  BY-PRIOR-END-DATE           PIC 9(08).
           05  BY-CLAIM-COUNT              PIC 9(01).
           05  BY-CLAIM-TABLE.
               10  BY-CLAIM-ENTRY          OCCURS 6 TIMES
                                           INDEXED BY BY-CLAIM-INDEX.
                   15  BY-CLAIM-ID         PIC X(08).
                   15  BY-CLAIM-CLASS      PIC X(01).
           05  FILLER                      PIC X(10).
