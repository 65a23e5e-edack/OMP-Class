      *    DATES ARE YYYYMMDD, THE CD-DATE SHAPE ON THE CLAIMANT
      *    DETAIL, SO THE DELINQUENCY MATCH PROBES STRAIGHT.
      *    LOADED AND READ BY UNEMCERT.
      *    GROSS EARNINGS ARE WHAT THE CLAIMANT REPORTED WORKING
      *    FOR IN THE WEEK (ZERO WHEN THE FEED ROW CARRIES NONE).
      *    THE PAYABLE AMOUNT IS THE MONDET WEEKLY BENEFIT AMOUNT
      *    LESS THE EARNINGS ABOVE THE DISREGARD, NEVER BELOW ZERO.
      *    PAY STATUS - 'F' FULL WEEK, 'P' PARTIAL (REDUCED BY
      *    EARNINGS), 'Z' ZERO-PAY (EARNINGS WIPED OUT THE BENEFIT),
      *    'N' NO PAYABLE DETERMINATION ON DETMSTR FOR THE CLAIM.
      *    A WORK-SHARE CLAIM (ON STCPART) IS REPRICED BY STCEDIT -
      *    'W' WORK-SHARE WEEK, THE WBA PRORATED BY THE HOURS
      *    REDUCTION; 'S' WORK-SHARE WEEK HELD (NO ACTIVE PLAN, NO
      *    HOURS REPORTED OR A REDUCTION OUTSIDE THE PLAN).
      *    CONVERSION - THE RECORD IS 48 BYTES, UP FROM 32 WHEN THE
      *    EARNINGS AND PAY FIELDS WENT IN.  AN EXISTING 32-BYTE
      *    CERTFILE CLUSTER MUST BE UNLOADED, REDEFINED AT 48 AND
      *    RELOADED WITH EACH RECORD PADDED ON THE RIGHT WITH SPACES
      *    BEFORE ANY LOAD MODULE BUILT ON THIS LAYOUT RUNS AGAINST
      *    IT - UNEMCERT AND BENISS STOP WITH RC 16 ON THE OLD
      *    LENGTH, AND THE OTHER READERS FAIL THE OPEN.  A PADDED
      *    WEEK HAS A BLANK PAY STATUS AND IS NEVER ISSUED BY BENISS.
      *---------------------------------------------------------------*
       01  CERTIFICATION-RECORD.
           05  CT-CERT-KEY.
               10  CT-CLAIM-ID             PIC X(08).
               10  CT-WEEK-ENDING          PIC 9(08).
           05  CT-CERT-DATE                PIC 9(08).
           05  CT-GROSS-EARNINGS           PIC 9(05)V99.
           05  CT-PAYABLE-AMOUNT           PIC 9(05)V99.
           05  CT-PAY-STATUS               PIC X(01).
               88  CT-FULL-PAY                   VALUE 'F'.
               88  CT-PARTIAL-PAY                VALUE 'P'.
               88  CT-ZERO-PAY                   VALUE 'Z'.
               88  CT-NOT-PAYABLE                VALUE 'N'.
               88  CT-WORK-SHARE-PAY             VALUE 'W'.
               88  CT-WORK-SHARE-HELD            VALUE 'S'.
           05  FILLER                      PIC X(09).
