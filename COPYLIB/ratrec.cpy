      *---------------------------------------------------------------*
      *    EMPLOYER CONTRIBUTION RATE RECORD - ONE ROW PER EMPLOYER
      *    ACCOUNT PER RATE YEAR, KEYED ON BOTH.  WRITTEN BY THE
      *    EXPRATE ANNUAL EXPERIENCE RATING RUN (A RERUN OF THE RATE
      *    YEAR REPLACES THE ROW).  THE RATE IS A PERCENT OF TAXABLE
      *    PAYROLL; THE BENEFIT RATIO IS THREE YEARS OF BENEFIT
      *    CHARGES AS A PERCENT OF THE SAME THREE YEARS OF TAXABLE
      *    PAYROLL, ZERO FOR A NEW-EMPLOYER RATE.  RUN DATE YYYYMMDD.
      *    RATE BASIS - 'E' EXPERIENCE RATED FROM THE SCHEDULE,
      *                 'N' NEW-EMPLOYER RATE (UNDER THREE YEARS OF
      *                     TAXABLE PAYROLL ON FILE).
      *---------------------------------------------------------------*
       01  CONTRIBUTION-RATE-RECORD.
           05  RT-RATE-KEY.
               10  RT-EMPLOYER-ACCT        PIC X(08).
               10  RT-RATE-YEAR            PIC 9(04).
           05  RT-CONTRIBUTION-RATE        PIC 9(02)V999.
           05  RT-BENEFIT-RATIO            PIC 9(02)V9999.
           05  RT-RATE-BASIS               PIC X(01).
               88  RT-EXPERIENCE-RATED           VALUE 'E'.
               88  RT-NEW-EMPLOYER-RATE          VALUE 'N'.
           05  RT-CHARGES-3YR              PIC 9(11)V99.
           05  RT-PAYROLL-3YR              PIC 9(13)V99.
           05  RT-RUN-DATE                 PIC 9(08).
           05  FILLER                      PIC X(10).
