      *    INA) -
      *      AGE BAND   01-09   ETHNICITY 1-3   INDUSTRY 01-21
      *      RACE       1-6     GENDER    1-3   EDUCATION 1-7
      *    CLMTFILE IS A KEYED MASTER - PRIME KEY CD-DETAIL-KEY (CLAIM
      *    ID AND DATE), ALTERNATE KEYS CD-CLAIMANT-ID AND
      *    CD-EMPLOYER-ACCT, BOTH WITH DUPLICATES.  EVERY WRITE,
      *    REWRITE AND DELETE GOES THROUGH CLMTUPD (SEE CLMTUPDC).
      *---------------------------------------------------------------*
       01  CLAIMANT-DETAIL-RECORD.
           05  CD-DETAIL-KEY.
               10  CD-CLAIM-ID             PIC X(08).
               10  FILLER                  PIC X(01).
               10  CD-DATE                 PIC 9(08).
           05  FILLER                      PIC X(01).
           05  CD-AGE-BAND                 PIC 9(02).
           05  FILLER                      PIC X(01).
      *    BEFORE THE FEED CARRIED THE COLUMN.
           05  FILLER                      PIC X(01).
           05  CD-CLAIMANT-ID              PIC X(10).
      *    BENEFIT-YEAR CLASSIFICATION SET BY UNEMDET AGAINST THE
      *    CLAIMANT'S BENEFIT YEAR (SEE BYREC) - N NEW, A ADDITIONAL,
      *    R REOPENED, C CONTINUING (A CLAIM ALREADY FILED IN THE
      *    YEAR).  SPACE WHEN THE ROW CARRIES NO CLAIMANT ID.
           05  FILLER                      PIC X(01).
           05  CD-CLAIM-CLASS              PIC X(01).
               88  CD-NEW-CLAIM                  VALUE 'N'.
               88  CD-ADDITIONAL-CLAIM           VALUE 'A'.
               88  CD-REOPENED-CLAIM             VALUE 'R'.
               88  CD-CONTINUING-CLAIM           VALUE 'C'.
               88  CD-INITIAL-CLAIM              VALUE 'N' 'A' 'R'.
