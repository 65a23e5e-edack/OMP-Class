      *                 THREE DIGITS IN PL-VALUE (1:3))
      *      BNCHVARP   UNEMBNCH VARIANCE PERCENT (SAME SHAPE)
      *      SUPRTHRS   SUPPRESSION THRESHOLD PICKED UP BY THE
      *                 SUPRCELL CALLERS (UNEMSUM/UNEMQUE/UNEMEXT/
      *                 TABGEN)
      *      MDMINBPW   MONDET MONETARY DETERMINATION RATE SCHEDULE -
      *      MDMINHQW   MINIMUM BASE AND HIGH-QUARTER WAGES, THE
      *      MDHQDIVR   HIGH-QUARTER DIVISOR, THE WEEKLY BENEFIT
      *      MDWBAMIN   FLOOR AND CEILING, MAXIMUM WEEKS, AND THE
      *      MDWBAMAX   MAXIMUM BENEFIT AS A PERCENT OF BASE WAGES
      *      MDMAXWKS   (SEE MONDET FOR EACH VALUE'S SHAPE)
      *      MDBPPCT
      *      PEDISAMT   UNEMCERT PARTIAL-EARNINGS DISREGARD - FLAT
      *      PEDISPCT   DOLLARS 9(5), OR PERCENT OF WBA 99V9 AS THREE
      *                 DIGITS; THE GREATER OF THE TWO APPLIES
      *      ISODFIRT   BENISS ORIGINATING BANK ROUTING 9(9), ACH
      *      ISDESTRT   IMMEDIATE DESTINATION ROUTING 9(9), AND
      *      ISCOMPID   COMPANY IDENTIFICATION X(10)
      *      RCSTALDY   BANKRCN DAYS BEFORE AN UNPAID CHECK GOES
      *                 STALE 9(3)
      *      OFSETPCT   BENISS PERCENT OF A WEEK WITHHELD AGAINST AN
      *                 OPEN OVERPAYMENT (99V9 AS THREE DIGITS)
      *      TXPAYTIN   BEN1099 PAYER (AGENCY) TIN 9(9) AND IRS
      *      TXTCCODE   TRANSMITTER CONTROL CODE X(5)
      *      BYNOTCDY   BYEND BENEFIT-YEAR-ENDING NOTICE WINDOW IN
      *                 DAYS 9(3)
      *      ERSCH01-20 EXPRATE CONTRIBUTION RATE SCHEDULE STEPS -
      *                 RATIO CEILING 99V9999 IN (1:6), RATE 99V999
      *                 IN (7:5)
      *      ERNEWRT    EXPRATE NEW-EMPLOYER RATE 99V999
      *      TFINTRT    TFLEDGER TRUST FUND ANNUAL INTEREST RATE
      *                 PERCENT 99V9999
      *      WSMINCNT   WSEDIT WORK-SEARCH CONTACTS REQUIRED PER
      *                 CERTIFIED WEEK 9(2)
      *      NTAPPLDY   NOTGEN DAYS FROM THE NOTICE DATE TO THE APPEAL
      *                 DEADLINE PRINTED ON THE NOTICE 9(3)
      *      EBIURMIN   EBTRIG EXTENDED BENEFITS THRESHOLD - 13-WEEK
      *                 INSURED UNEMPLOYMENT RATE 9V99 AS THREE DIGITS
      *      EBPCTPRI   EBTRIG PERCENT OF EACH PRIOR YEAR'S RATE 9(3)
      *      EBMINWKS   EBTRIG MINIMUM WEEKS AN EB PERIOD STAYS ON 9(2)
      *      INCLMSED   INTAKE FIRST-RUN CLAIM ID SEED 9(8) - THE
      *                 FIRST ID ASSIGNED IS ONE ABOVE IT
      *      MLTHRESH   MASS-LAYOFF SURGE THRESHOLD - NEW CLAIMS IN
      *                 THE WINDOW 9(5)
      *      MLWINDAY   MASS-LAYOFF ROLLING WINDOW IN DAYS 9(3)
      *      MLWRNDAY   DAYS BEFORE THE WINDOW A WARN NOTICE STILL
      *                 COVERS A SURGE 9(3)
      *      LHREVDAY   LHLDRPT AGE IN DAYS AT WHICH A HOLD STILL IN
      *                 FORCE COMES UP FOR REVIEW 9(3)
      *      CLUSTMIN   CLUSSCR SMALLEST SHARED-DESTINATION CLUSTER
      *                 REPORTED AND PUT ON PAYMENT HOLD 9(3)
      *      CBADXREQ   CHGBACK CHARGEBACK RATES IN DOLLARS 999V9999 -
      *      CBBSTPKG   PER ADHOCX REQUEST, PER BURST PACKAGE, PER
      *      CBINQLKP   UINQ LOOKUP, PER ELAPSED SECOND OF A BILLED
      *      CBSTPSEC   STEP, AND PER THOUSAND RECORDS THE STEP
      *      CBSTPKRC   PROCESSED
      *      RTSERINT   COVRT SERIAL INTERVAL IN DAYS 9(2), 01-14
      *      RTWINDAY   COVRT ROLLING CASE WINDOW IN DAYS 9(2), 01-14
      *      IVLAGDAY   INTVRPT INCUBATION LAG IN DAYS 9(2)
      *      WWRISEPC   COVWWRP WEEK-OVER-WEEK SEWERSHED RISE FLAGGED
      *                 SHARP, PERCENT 9(3)
      *      RKPOSTHR   COVRISK INDICATOR BREAKPOINTS - THREE 4-DIGIT
      *      RKHOSTHR   MEDIUM/HIGH/CRITICAL FLOORS IN (1:12) FOR
      *      RKHOTTHR   POSITIVITY 99V99, CENSUS PER 100,000 999V9,
      *      RKWWTHR    PERCENT OF COUNTIES HOT 999V9, WASTEWATER RISE
      *      RKRTTHR    PERCENT 9(4) AND RT 99V99
      *      RKHOTRAT   COVRISK/COVLTC HOTSPOT 7-DAY CASES PER
      *                 100,000 9(4)
      *      VXEXPDAY   VAXSUP DAYS AHEAD A LOT'S EXPIRY IS LISTED 9(3)
      *      ADSTD02    COVADJ STANDARD POPULATION PER MILLION 9(7)
      *      ...        FOR AGE BANDS 02 THROUGH 09
      *      ADSTD09
      *      CICOVPCT   CIVRPT ASSIGNMENTS PER 100 NEW CASES BELOW
      *                 WHICH A COUNTY IS SHORT OF TRACERS 9(3)
      *      LBWINDAY   COVLABR RECEIVED-DATE WINDOW IN DAYS 9(3)
      *      LBRPTDAY   COVLABR RESULT-TO-REPORT STANDARD IN DAYS 9(2)
      *      HLWINDAY   HACKLAY DAYS BACK A LAYOFF STORY'S FIRST-SEEN
      *                 DATE MAY FALL 9(3)
      *      HEDEVPCT   HNEDIT ROW-COUNT DEVIATION BAND PERCENT 9(3)
      *      HEAVGDAY   HNEDIT PASSED NIGHTS IN THE TRAILING AVERAGE
      *                 9(2), 01-60
      *      HEREJPCT   HNEDIT REJECTED-ROW PERCENT THAT FAILS THE
      *                 EXTRACT 9(3)
      *      RSLFLGMO   REFSWEEP MONTHS THE NEWEST REQUIRED LABFORRF
      *                 PERIOD MAY LAG THE BUSINESS MONTH 9(2)
      *    EVERY ID ABOVE IS ALSO CARRIED ON THE PARMIDC TABLE, WHICH
      *    THE REFSWEEP REFERENCE SWEEP HOLDS TO PARMFILE.
      *    UNEMCMP'S DATE RANGE STAYS ON SYSIN - IT IS A PER-RUN
      *    REPORTING CHOICE, NOT A SHOP TOLERANCE.
      *    PL-STATUS - 'F' FOUND, 'N' NO EFFECTIVE ROW AS OF THE
