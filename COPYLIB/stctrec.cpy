      *---------------------------------------------------------------*
      *    WORK-SHARE PARTICIPANT RECORD (STCPART) - ONE ROW PER CLAIM
      *    FILED UNDER A WORK-SHARE PLAN, KEYED ON THE CLAIM ID WITH
      *    THE EMPLOYER ACCOUNT AS A DUPLICATE ALTERNATE KEY FOR THE
      *    PER-EMPLOYER USAGE REPORT.  ADDED AND REMOVED BY STCMNT
      *    CARDS.  A CLAIM ON THIS FILE IS A WORK-SHARE CLAIM - ITS
      *    WEEKS ARE PRICED BY STCEDIT, PAID AS PAYMENT TYPE 'STC'
      *    AND CHARGED TO THE PLAN EMPLOYER.  DATE IS YYYYMMDD.
      *---------------------------------------------------------------*
       01  WORK-SHARE-PARTICIPANT-RECORD.
           05  SE-CLAIM-ID                 PIC X(08).
           05  SE-EMPLOYER-ACCT            PIC X(08).
           05  SE-PLAN-NUMBER              PIC X(08).
           05  SE-ADDED-DATE               PIC 9(08).
           05  FILLER                      PIC X(08).
