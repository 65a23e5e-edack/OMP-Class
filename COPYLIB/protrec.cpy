      *---------------------------------------------------------------*
      *    EMPLOYER BENEFIT-CHARGE PROTEST DOCKET (PROTEST) - ONE ROW
      *    PER PROTEST AN EMPLOYER FILED AGAINST A CLAIM CHARGED ON
      *    ITS EMPCHG QUARTERLY CHARGING STATEMENT, KEYED ON THE
      *    EMPLOYER ACCOUNT PLUS THE CLAIM ID.  MAINTAINED BY PROTMNT;
      *    READ BY EMPCHG, WHICH POSTS THE CREDIT FOR AN UPHELD
      *    PROTEST, AND BY THE PROTAGE OPEN-PROTEST AGING REPORT.
      *    STATEMENT QUARTER IS YYYYQ - THE STATEMENT THE CHARGED
      *    AMOUNT WAS PROTESTED FROM.
      *    REASON - 'Q' CLAIMANT QUIT, 'R' CLAIMANT WAS REHIRED,
      *    'N' NEVER THE EMPLOYER'S EMPLOYEE, 'O' OTHER.
      *    DECISION - SPACE WHILE THE PROTEST IS OPEN, 'U' UPHELD,
      *    'D' DENIED, 'W' WITHDRAWN BY THE EMPLOYER.
      *    AN UPHELD PROTEST CARRIES THE CREDIT DUE THE EMPLOYER (THE
      *    CHARGED AMOUNT UNLESS THE DECISION SAID OTHERWISE).  THE
      *    CREDIT QUARTER STAYS ZERO UNTIL THE NEXT NAMED-QUARTER
      *    EMPCHG RUN NETS THE CREDIT AGAINST THAT QUARTER'S CHARGES
      *    AND KEEPS IT ON CHGHIST (SEE CHGHREC), WHERE THE EXPRATE
      *    EXPERIENCE RATING PICKS IT UP.  ONCE POSTED THE PROTEST CAN
      *    NO LONGER BE CHANGED.  DATES ARE YYYYMMDD.
      *---------------------------------------------------------------*
       01  EMPLOYER-PROTEST-RECORD.
           05  EP-PROTEST-KEY.
               10  EP-EMPLOYER-ACCT        PIC X(08).
               10  EP-CLAIM-ID             PIC X(08).
           05  EP-PROTEST-DATE             PIC 9(08).
           05  EP-REASON                   PIC X(01).
               88  EP-CLAIMANT-QUIT              VALUE 'Q'.
               88  EP-CLAIMANT-REHIRED           VALUE 'R'.
               88  EP-NEVER-EMPLOYED             VALUE 'N'.
               88  EP-OTHER-REASON               VALUE 'O'.
               88  EP-VALID-REASON               VALUE 'Q' 'R'
                                                       'N' 'O'.
           05  EP-STATEMENT-QUARTER        PIC 9(05).
           05  EP-CHARGED-AMOUNT           PIC 9(07)V99.
           05  EP-DECISION                 PIC X(01).
               88  EP-OPEN                       VALUE SPACE.
               88  EP-UPHELD                     VALUE 'U'.
               88  EP-DENIED                     VALUE 'D'.
               88  EP-WITHDRAWN                  VALUE 'W'.
               88  EP-VALID-DECISION             VALUE SPACE 'U'
                                                       'D' 'W'.
           05  EP-DECISION-DATE            PIC 9(08).
           05  EP-CREDIT-AMOUNT            PIC 9(07)V99.
           05  EP-CREDIT-QUARTER           PIC 9(05).
           05  EP-CREDIT-POSTED-DATE       PIC 9(08).
           05  EP-LAST-CHANGE-DATE         PIC 9(08).
           05  FILLER                      PIC X(10).
