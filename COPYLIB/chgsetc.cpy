      *---------------------------------------------------------------*
      *    PENDING REFERENCE CHANGE SET - THE HAND-OFF BETWEEN THE
      *    SUBMITTER AND THE APPROVER FOR THE CARD-MAINTAINED
      *    REFERENCE FILES (STATERF, EMPLRF, CNTYREF, BEDREF,
      *    LABFORRF, WFCOMPRF, VLINREF, FEEDREG, DISTCTL, PARMFILE).
      *    A STAGE RUN OF THE FILE'S MAINTENANCE PROGRAM WRITES ONE
      *    RECORD PER CARD TO ITS CHGSET INSTEAD OF TOUCHING THE LIVE
      *    FILE; THE REVIEW RUN DIFFS THE SET AGAINST THE LIVE FILE
      *    AND THE PROMOTE RUN APPLIES IT, THE SAME PROPOSE-AND-
      *    APPROVE SPLIT UNEMCOR/UNEMAPP GIVE CLAIM CORRECTIONS.
      *    ONE STAGE RUN IS ONE SET, SO EVERY RECORD IN A SET
      *    CARRIES THE SAME SUBMITTER.  THE CARD IMAGE IS THE
      *    MAINTENANCE CARD EXACTLY AS PUNCHED.
      *---------------------------------------------------------------*
       01  CHANGE-SET-RECORD.
           05  CS-TARGET-DD                PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  CS-SEQUENCE                 PIC 9(05).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  CS-SUBMITTER-ID             PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  CS-SUBMITTED-DATE           PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  CS-CARD-IMAGE               PIC X(80).
