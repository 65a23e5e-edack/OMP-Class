      *---------------------------------------------------------------*
      *    NOTICE LOG RECORD (NOTLOG) - ONE ROW PER NOTICE GENERATED,
      *    KEYED ON CLAIM ID, NOTICE TYPE AND THE DATE OF THE EVENT
      *    THE NOTICE REPORTS, SO A RERUN OF THE DAY ISSUES NOTHING
      *    TWICE.  WRITTEN BY NOTGEN; THE MAILED DATE AND MAILING
      *    BATCH (CERTIFICATE OR POSTAL MANIFEST NUMBER) ARE POSTED BY
      *    NOTMNT CARDS, WHICH ALSO LIST A CLAIM'S NOTICES WHEN A
      *    CLAIMANT DISPUTES RECEIVING ONE.  DATES ARE YYYYMMDD, THE
      *    MAILED DATE ZERO UNTIL POSTED.
      *    NOTICE TYPE - 'ST' CLAIM STATUS CHANGE, 'AD' APPEAL
      *                  DECISION, 'OP' OVERPAYMENT ESTABLISHED.
      *---------------------------------------------------------------*
       01  NOTICE-LOG-RECORD.
           05  NL-NOTICE-KEY.
               10  NL-CLAIM-ID             PIC X(08).
               10  NL-NOTICE-TYPE          PIC X(02).
                   88  NL-STATUS-CHANGE          VALUE 'ST'.
                   88  NL-APPEAL-DECISION        VALUE 'AD'.
                   88  NL-OVERPAYMENT            VALUE 'OP'.
               10  NL-EVENT-DATE           PIC 9(08).
           05  NL-REASON-TEXT              PIC X(30).
           05  NL-AMOUNT                   PIC 9(07)V99.
           05  NL-NOTICE-DATE              PIC 9(08).
           05  NL-APPEAL-DEADLINE          PIC 9(08).
           05  NL-MAILED-DATE              PIC 9(08).
           05  NL-MAIL-BATCH               PIC X(08).
           05  FILLER                      PIC X(10).
