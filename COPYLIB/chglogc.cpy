      *---------------------------------------------------------------*
      *    REFERENCE CHANGE PROMOTION LOG (CHGLOG) - ONE RECORD PER
      *    STAGED CARD A PROMOTE RUN APPLIED OR REJECTED, AND ONE PER
      *    PROMOTE RUN REFUSED, SAYING WHO SUBMITTED THE CHANGE, WHO
      *    APPROVED IT AND WHEN.  THE MAINTENANCE PROGRAMS EXTEND IT;
      *    NOTHING REWRITES IT.  CG-SEQUENCE IS ZERO ON A REFUSAL.
      *---------------------------------------------------------------*
       01  CHANGE-LOG-RECORD.
           05  CG-TARGET-DD                PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  CG-SEQUENCE                 PIC 9(05).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  CG-SUBMITTER-ID             PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  CG-SUBMITTED-DATE           PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  CG-APPROVER-ID              PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  CG-APPROVED-DATE            PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  CG-APPROVED-TIME            PIC 9(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  CG-RESULT                   PIC X(30).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  CG-CARD-IMAGE               PIC X(80).
