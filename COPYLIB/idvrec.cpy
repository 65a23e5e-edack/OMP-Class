      *---------------------------------------------------------------*
      *    IDENTITY VERIFICATION RECORD (IDVFILE) - ONE ROW PER
      *    CLAIMANT, KEYED ON THE CLAIMANT ID (CD-CLAIMANT-ID ON THE
      *    CLAIMANT DETAIL), CARRYING THE LATEST IDENTITY-PROOFING
      *    RESULT THE VENDOR SENT ON THE IDVIN FEED.  LOADED BY IDVLOAD;
      *    READ BY BENISS, WHICH ISSUES NOTHING FOR A CLAIM WHOSE
      *    CLAIMANT IS NOT IN PASS STATUS, AND BY THE IDVRPT HELD AND
      *    PAID-BEFORE-VERIFICATION REPORT.
      *    RESULT - 'P' PASS, 'F' FAIL, 'N' PENDING, 'M' MANUAL REVIEW.
      *    THE PASS DATE IS THE RESULT DATE OF THE PASS THAT PUT THE
      *    CLAIMANT IN PASS STATUS - ZERO UNTIL THEN.  A LATER FAIL OR
      *    REVIEW LEAVES IT IN PLACE, BUT THE CLAIMANT IS NO LONGER IN
      *    PASS STATUS AND PAYMENTS ARE HELD AGAIN.  DATES ARE YYYYMMDD.
      *---------------------------------------------------------------*
       01  IDENTITY-VERIFICATION-RECORD.
           05  IV-CLAIMANT-ID              PIC X(10).
           05  IV-VENDOR                   PIC X(10).
           05  IV-RESULT                   PIC X(01).
               88  IV-PASS                       VALUE 'P'.
               88  IV-FAIL                       VALUE 'F'.
               88  IV-PENDING                    VALUE 'N'.
               88  IV-MANUAL-REVIEW              VALUE 'M'.
               88  IV-VALID-RESULT               VALUE 'P' 'F'
                                                       'N' 'M'.
           05  IV-RESULT-DATE              PIC 9(08).
           05  IV-PASS-DATE                PIC 9(08).
           05  IV-FIRST-LOAD-DATE          PIC 9(08).
           05  IV-LOAD-DATE                PIC 9(08).
           05  FILLER                      PIC X(10).
