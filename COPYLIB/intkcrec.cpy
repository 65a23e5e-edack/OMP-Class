      *---------------------------------------------------------------*
      *    INTAKE CONTROL RECORD (INTKCTL) - KEYED ON THE CONTROL ID;
      *    THE 'CLAIMID ' ROW HOLDS THE LAST CLAIM ID THE INTAKE RUN
      *    ASSIGNED.  REWRITTEN AS EACH ID IS TAKEN, SO A RUN THAT
      *    DIES PART WAY NEVER HANDS THE SAME ID OUT TWICE.  THE
      *    FIRST RUN SEEDS THE ROW FROM THE PARMFILE INCLMSED
      *    PARAMETER (SEE PARMC).  RUN DATE IS YYYYMMDD.
      *---------------------------------------------------------------*
       01  INTAKE-CONTROL-RECORD.
           05  IC-CONTROL-ID               PIC X(08).
           05  IC-LAST-CLAIM-ID            PIC 9(08).
           05  IC-LAST-RUN-DATE            PIC 9(08).
           05  IC-ASSIGNED-COUNT           PIC 9(09).
           05  FILLER                      PIC X(07).
