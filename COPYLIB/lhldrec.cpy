      *---------------------------------------------------------------*
      *    LEGAL-HOLD REGISTER RECORD (LGLHOLD) - ONE ROW PER CLAIM ID
      *    UNDER A LEGAL HOLD, KEYED ON THE CLAIM.  MAINTAINED BY
      *    LHLDMNT CARDS; REVIEWED WEEKLY BY LHLDRPT.  EVERY RUN THAT
      *    PURGES, ARCHIVES OR CYCLES CLAIM DATA (UNEMARC, JRNLCYC)
      *    READS IT AND SKIPS A CLAIM WHOSE HOLD IS IN FORCE.
      *    REASON - 'AP' APPEAL IN COURT, 'OP' OPEN OVERPAYMENT,
      *    'SB' RECORDS SUBPOENA, 'OT' OTHER (SEE THE NOTE).
      *    THE REQUESTING PARTY IS WHO ASKED FOR THE HOLD (COUNSEL,
      *    COURT, UNIT).  DATES ARE YYYYMMDD.  A HOLD IS IN FORCE
      *    FROM ITS HOLD DATE UNTIL ITS RELEASE DATE - ZERO WHILE NO
      *    RELEASE HAS BEEN ENTERED.  A RELEASED ROW STAYS ON FILE
      *    AS THE RECORD OF THE HOLD UNTIL A NEW HOLD REPLACES IT.
      *---------------------------------------------------------------*
       01  LEGAL-HOLD-RECORD.
           05  LH-CLAIM-ID                 PIC X(08).
           05  LH-HOLD-REASON              PIC X(02).
               88  LH-COURT-APPEAL               VALUE 'AP'.
               88  LH-OPEN-OVERPAYMENT           VALUE 'OP'.
               88  LH-RECORDS-SUBPOENA           VALUE 'SB'.
               88  LH-OTHER-REASON               VALUE 'OT'.
               88  LH-VALID-REASON               VALUE 'AP' 'OP'
                                                       'SB' 'OT'.
           05  LH-REQUESTING-PARTY         PIC X(30).
           05  LH-HOLD-NOTE                PIC X(30).
           05  LH-HOLD-DATE                PIC 9(08).
           05  LH-RELEASE-DATE             PIC 9(08).
           05  LH-LAST-CHANGE-DATE         PIC 9(08).
           05  FILLER                      PIC X(10).
