      *---------------------------------------------------------------*
      *    NONMONETARY ISSUE DOCKET RECORD - ONE RECORD PER CLAIM PER
      *    ELIGIBILITY ISSUE, KEYED ON CLAIM ID PLUS ISSUE TYPE.
      *    FILED AND MAINTAINED BY ISSMNT CARDS; READ BY THE ISSAGE
      *    AGING REPORT (THE FEDERAL 21-DAY NONMONETARY TIMELINESS
      *    MEASURE) AND BY APPMNT, WHICH FILES NO APPEAL UNLESS THE
      *    CLAIM HAS A DECIDED ISSUE TO APPEAL.  DATES ARE YYYYMMDD,
      *    ZERO UNTIL THE EVENT HAPPENS.
      *    ISSUE TYPE - 'VQ' VOLUNTARY QUIT, 'DS' DISCHARGE,
      *                 'AA' ABLE AND AVAILABLE, 'RW' REFUSAL OF WORK,
      *                 'FR' FAILED TO REPORT TO REEMPLOYMENT SERVICES
      *                 (OPENED BY RESMNT WHEN A REFERRED CLAIMANT
      *                 MISSES THE SCHEDULED SESSION).
      *    STATUS     - 'P' PENDING, 'D' DETERMINED.
      *    OUTCOME    - 'A' ALLOWED (NO DISQUALIFICATION), 'D' DENIED,
      *                 SPACE WHILE PENDING.
      *---------------------------------------------------------------*
       01  ISSUE-RECORD.
           05  NI-ISSUE-KEY.
               10  NI-CLAIM-ID             PIC X(08).
               10  NI-ISSUE-TYPE           PIC X(02).
                   88  NI-VOLUNTARY-QUIT         VALUE 'VQ'.
                   88  NI-DISCHARGE              VALUE 'DS'.
                   88  NI-ABLE-AND-AVAILABLE     VALUE 'AA'.
                   88  NI-REFUSAL-OF-WORK        VALUE 'RW'.
                   88  NI-FAILED-TO-REPORT       VALUE 'FR'.
                   88  NI-VALID-ISSUE-TYPE       VALUE 'VQ' 'DS'
                                                       'AA' 'RW'
                                                       'FR'.
           05  NI-DETECTION-DATE           PIC 9(08).
           05  NI-EMPLOYER-RESPONSE-DATE   PIC 9(08).
           05  NI-DETERMINATION-DATE       PIC 9(08).
           05  NI-STATUS                   PIC X(01).
               88  NI-PENDING                    VALUE 'P'.
               88  NI-DETERMINED                 VALUE 'D'.
           05  NI-OUTCOME                  PIC X(01).
               88  NI-ALLOWED                    VALUE 'A'.
               88  NI-DENIED                     VALUE 'D'.
           05  FILLER                      PIC X(12).
