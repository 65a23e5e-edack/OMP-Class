      *---------------------------------------------------------------*
      *    PRE-AGGREGATED CLAIMS SUMMARY RECORD (CLMSUMF) - BUILT BY
      *    CLMAGG IN ONE PASS OVER THE CERTIFIED UNEMPLOYMENT-CLAIMS-
      *    FILE RIGHT AFTER THE UNEMCMP STEP, SO THE CLAIMS REPORTS
      *    READ THESE PRECOMPUTED TOTALS INSTEAD OF EACH WALKING THE
      *    MASTER CLAIM BY CLAIM, AND EVERY REPORT PRINTS FROM
      *    IDENTICAL NUMBERS.  KEYED ON STATE, CLAIM DATE (YYYYMMDD)
      *    AND SECTION - 'AGE', 'ETH', 'IND', 'RCE', 'GND' OR 'EDU'.
      *    ONE ROW PER SECTION PER STATE/DATE GROUP.  THE CLAIM
      *    COUNT IS THE GROUP'S AND IS REPEATED ON ALL SIX ROWS, SO A
      *    READER COUNTING CLAIMS TAKES IT FROM THE 'AGE' ROW ONLY;
      *    THE INITIAL/CONTINUING SPLIT IS THE SECTION'S OWN, AS THE
      *    CLAIM CARRIES IT (RECORD-CLAIM-TYPE).  THE BUCKETS ARE IN
      *    THE ORDER OF THE SECTION IN UNEMC, INA FIRST; BUCKETS
      *    PAST SM-BUCKET-COUNT ARE ZERO.
      *    THE RESERVED ALL-ZERO KEY IS THE SUMMARY CONTROL ROW -
      *    THE MASTER'S CONTROL-RECORD FIGURES THE SUMMARY WAS BUILT
      *    FROM, PLUS THE ROW COUNT, SO A READER CAN VERIFY THE
      *    SUMMARY (VIA CLMSCKF) THE WAY IT VERIFIED THE MASTER.
      *---------------------------------------------------------------*
       01  CLAIMS-SUMMARY-RECORD.
           05  SM-SUMMARY-KEY.
               10  SM-STATE-CODE           PIC X(03).
               10  SM-CLAIM-DATE           PIC 9(08).
               10  SM-SECTION              PIC X(03).
                   88  SM-SECTION-AGE            VALUE 'AGE'.
                   88  SM-SECTION-ETH            VALUE 'ETH'.
                   88  SM-SECTION-IND            VALUE 'IND'.
                   88  SM-SECTION-RCE            VALUE 'RCE'.
                   88  SM-SECTION-GND            VALUE 'GND'.
                   88  SM-SECTION-EDU            VALUE 'EDU'.
           05  SM-KEY-VIEW REDEFINES SM-SUMMARY-KEY
                                           PIC X(14).
               88  SM-CONTROL-ROW                VALUE
                                           '00000000000000'.
           05  SM-SUMMARY-BODY.
               10  SM-CLAIM-COUNT          PIC 9(09).
               10  SM-SECTION-TOTAL        PIC 9(11).
               10  SM-INITIAL              PIC 9(09).
               10  SM-CONTINUING           PIC 9(09).
               10  SM-BUCKET-COUNT         PIC 9(02).
               10  SM-BUCKET-TOTAL         PIC 9(09) OCCURS 21 TIMES.
               10  FILLER                  PIC X(20).
           05  SM-CONTROL-BODY REDEFINES SM-SUMMARY-BODY.
               10  SM-CTL-LOAD-DATE        PIC 9(08).
               10  SM-CTL-RECORD-COUNT     PIC 9(09).
               10  SM-CTL-HASH-TOTAL       PIC 9(12).
               10  SM-CTL-ROW-COUNT        PIC 9(09).
               10  SM-CTL-BUILD-DATE       PIC 9(08).
               10  FILLER                  PIC X(203).
