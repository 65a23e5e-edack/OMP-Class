      *---------------------------------------------------------------*
      *    STAGED REFERENCE CHANGE CONTROL - WORKING STORAGE SHARED
      *    BY THE REFERENCE MAINTENANCE PROGRAMS (SEE CHGSETC).  THE
      *    RUN CARD IS ACCEPTED FROM SYSIN -
      *      COL 1-8   RUN MODE  STAGE (OR BLANK) / REVIEW / PROMOTE
      *      COL 10-17 OPERATOR ID - THE SUBMITTER ON A STAGE RUN,
      *                THE APPROVER ON A PROMOTE RUN
      *    STAGE   - CARDS GO TO THE PENDING CHANGE SET (CHGSET), THE
      *              LIVE FILE IS NOT OPENED.
      *    REVIEW  - FIELD-LEVEL BEFORE/AFTER LISTING OF WHAT THE SET
      *              WOULD CHANGE, NOTHING IS UPDATED.
      *    PROMOTE - REFUSED (RC 12) UNLESS THE APPROVER IS NAMED AND
      *              IS NOT THE SUBMITTER; OTHERWISE EVERY CARD IS
      *              APPLIED EXACTLY AS A DIRECT RUN USED TO APPLY IT,
      *              LOGGED TO CHGLOG, AND THE SET IS EMPTIED SO IT
      *              CANNOT BE PROMOTED TWICE.
      *---------------------------------------------------------------*
       01  CHANGE-RUN-CARD.
           05  CHG-RUN-MODE                PIC X(08).
               88  CHG-STAGE-RUN                 VALUE 'STAGE   '
                                                       SPACES.
               88  CHG-REVIEW-RUN                VALUE 'REVIEW  '.
               88  CHG-PROMOTE-RUN               VALUE 'PROMOTE '.
           05  FILLER                      PIC X(01).
           05  CHG-OPERATOR-ID             PIC X(08).
           05  FILLER                      PIC X(63).
      *---------------------------------------------------------------*
       01  CHANGE-CONTROL-FIELDS.
      *---------------------------------------------------------------*
           05  CHANGE-SET-STATUS           PIC X(02).
               88  CHANGE-SET-OK                 VALUE '00' '05'.
           05  CHANGE-LOG-STATUS           PIC X(02).
               88  CHANGE-LOG-OK                 VALUE '00' '05'.
           05  CHG-TARGET-DD               PIC X(08).
           05  CHG-SEQUENCE                PIC 9(05) VALUE 0.
           05  CHG-STAGED-COUNT            PIC 9(05) VALUE 0.
           05  CHG-FIELD-COUNT             PIC 9(03) VALUE 0.
           05  CHG-SUBMITTER-ID            PIC X(08) VALUE SPACE.
           05  CHG-SUBMITTED-DATE          PIC 9(08) VALUE 0.
           05  CHG-TODAY                   PIC 9(08) VALUE 0.
           05  CHG-CARD-RESULT             PIC X(30) VALUE SPACE.
           05  CHG-LIVE-OPEN-SW            PIC X(01) VALUE 'N'.
               88  CHG-LIVE-OPEN                 VALUE 'Y'.
           05  CHG-SET-OPEN-SW             PIC X(01) VALUE 'N'.
               88  CHG-SET-OPEN                  VALUE 'Y'.
           05  CHG-ON-FILE-SW              PIC X(01) VALUE 'N'.
               88  CHG-ON-FILE                   VALUE 'Y'.
           05  CHG-PROMOTE-SW              PIC X(01) VALUE 'N'.
               88  CHG-PROMOTE-CLEARED           VALUE 'Y'.
           05  CHG-FIELD-NAME              PIC X(16).
           05  CHG-BEFORE                  PIC X(30).
           05  CHG-AFTER                   PIC X(30).
      *---------------------------------------------------------------*
       01  CHANGE-MODE-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(10) VALUE 'RUN MODE  '.
           05  CMH-RUN-MODE                PIC X(08).
           05  FILLER PIC X(12) VALUE '  OPERATOR  '.
           05  CMH-OPERATOR-ID             PIC X(08).
           05  FILLER PIC X(14) VALUE '  CHANGE SET  '.
           05  CMH-TARGET-DD               PIC X(08).
           05  FILLER PIC X(16) VALUE '  SUBMITTED BY  '.
           05  CMH-SUBMITTER-ID            PIC X(08).
           05  FILLER PIC X(04) VALUE ' ON '.
           05  CMH-SUBMITTED-DATE          PIC X(08).
      *---------------------------------------------------------------*
       01  CHANGE-STAGE-LINE.
      *---------------------------------------------------------------*
           05  CSL-SEQUENCE                PIC ZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  CSL-CARD                    PIC X(64).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  CSL-RESULT                  PIC X(30).
      *---------------------------------------------------------------*
       01  CHANGE-REVIEW-LINE.
      *---------------------------------------------------------------*
           05  CRL-SEQUENCE                PIC ZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  CRL-ACTION                  PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  CRL-KEY                     PIC X(20).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  CRL-CHANGE.
               10  CRL-FIELD               PIC X(16).
               10  FILLER                  PIC X(02).
               10  CRL-BEFORE              PIC X(30).
               10  FILLER                  PIC X(02).
               10  CRL-AFTER               PIC X(30).
