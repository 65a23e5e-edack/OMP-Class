      *---------------------------------------------------------------*
      *    WORK-SEARCH AUDIT SAMPLE RECORD - ONE CASE PER SAMPLED
      *    CONTACT, KEYED ON THE CONTACT KEY (SEE WSCREC).  OPENED
      *    PENDING BY WSSAMP AND CLOSED BY WSDISP OUTCOME CARDS, THE
      *    SAME ARRANGEMENT QCSAMP/QCDISP USE FOR THE QC CASES.
      *    OUTCOME - 'P' PENDING, 'V' VERIFIED WITH THE EMPLOYER,
      *    'N' NOT VERIFIED (THE EMPLOYER HAS NO RECORD OF THE
      *    CONTACT), 'U' UNABLE TO REACH THE EMPLOYER.
      *---------------------------------------------------------------*
       01  WORK-SEARCH-AUDIT-RECORD.
           05  WA-CASE-KEY.
               10  WA-CLAIM-ID             PIC X(08).
               10  WA-WEEK-ENDING          PIC 9(08).
               10  WA-CONTACT-SEQ          PIC 9(02).
           05  WA-SELECT-DATE              PIC 9(08).
           05  WA-OUTCOME                  PIC X(01).
               88  WA-PENDING                    VALUE 'P'.
               88  WA-VERIFIED                   VALUE 'V'.
               88  WA-NOT-VERIFIED               VALUE 'N'.
               88  WA-UNABLE-TO-REACH            VALUE 'U'.
           05  WA-OUTCOME-DATE             PIC 9(08).
           05  FILLER                      PIC X(07).
