      *---------------------------------------------------------------*
      *    REQUEST AREA FOR THE PSKASGN CLAIMANT PSEUDONYM MODULE.
      *    THE CALLER PASSES THE REAL CLAIMANT ID AND GETS BACK ITS
      *    STABLE SURROGATE KEY (SEE CLXWREC), ASSIGNED ON FIRST
      *    SIGHT.  A BLANK CLAIMANT ID GETS A BLANK SURROGATE.  WHEN
      *    THE CROSSWALK CANNOT BE USED THE RESULT IS 'U' AND THE
      *    SURROGATE IS BLANK - THE CALLER MUST NOT FALL BACK TO THE
      *    REAL IDENTIFIER.
      *---------------------------------------------------------------*
       01  PSKASGN-REQUEST.
           05  PK-CLAIMANT-ID              PIC X(10).
           05  PK-SURROGATE-KEY            PIC X(08).
           05  PK-RESULT                   PIC X(01).
               88  PK-EXISTING-KEY               VALUE 'E'.
               88  PK-NEW-KEY                    VALUE 'N'.
               88  PK-NO-CLAIMANT                VALUE 'B'.
               88  PK-CROSSWALK-UNUSABLE         VALUE 'U'.
