      *---------------------------------------------------------------*
      *    WORK-SEARCH CONTACT RECORD - ONE ROW PER EMPLOYER CONTACT
      *    A CLAIMANT REPORTED FOR A CERTIFIED WEEK, KEYED LIKE THE
      *    CERTFILE WEEK (CLAIM ID PLUS WEEK-ENDING) WITH A CONTACT
      *    SEQUENCE WITHIN THE WEEK.  LOADED FROM THE WEEKLY WSCIN
      *    FEED BY WSEDIT, WHICH ALSO EDITS THE WEEK'S CERTIFICATIONS
      *    AGAINST THE REQUIRED MINIMUM; SAMPLED FOR VERIFICATION BY
      *    WSSAMP.  DATES ARE YYYYMMDD, THE CERTFILE SHAPE.
      *    CONTACT METHOD - 'I' IN PERSON, 'P' PHONE, 'O' ONLINE
      *    APPLICATION OR E-MAIL, 'M' MAIL.
      *---------------------------------------------------------------*
       01  WORK-SEARCH-CONTACT-RECORD.
           05  WC-CONTACT-KEY.
               10  WC-CLAIM-ID             PIC X(08).
               10  WC-WEEK-ENDING          PIC 9(08).
               10  WC-CONTACT-SEQ          PIC 9(02).
           05  WC-EMPLOYER-NAME            PIC X(30).
           05  WC-CONTACT-DATE             PIC 9(08).
           05  WC-CONTACT-METHOD           PIC X(01).
               88  WC-IN-PERSON                  VALUE 'I'.
               88  WC-BY-PHONE                   VALUE 'P'.
               88  WC-ONLINE                     VALUE 'O'.
               88  WC-BY-MAIL                    VALUE 'M'.
               88  WC-VALID-METHOD               VALUE 'I' 'P'
                                                       'O' 'M'.
           05  WC-LOAD-DATE                PIC 9(08).
           05  FILLER                      PIC X(10).
