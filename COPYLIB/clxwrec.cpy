      *---------------------------------------------------------------*
      *    CLAIMANT PSEUDONYM CROSSWALK - ONE ROW PER CLAIMANT
      *    IDENTIFIER EVER MIRRORED, CARRYING THE SURROGATE KEY THE
      *    DB2 MIRROR AND THE ANALYSTS SEE IN ITS PLACE.  KEYED ON
      *    THE REAL CLAIMANT ID, WITH THE SURROGATE AS A UNIQUE
      *    ALTERNATE KEY FOR THE PSKREID RE-IDENTIFICATION LOOKUP.
      *    A SURROGATE IS ASSIGNED ONCE BY PSKASGN AND NEVER
      *    CHANGES, SO IT JOINS ACROSS WEEKS; IT IS 'K' AND A SEVEN-
      *    DIGIT SERIAL AND SAYS NOTHING ABOUT THE CLAIMANT.
      *    THE CLMTXWK DATASET IS THE ONLY PLACE THE TWO MEET AND IS
      *    RESTRICTED ACCORDINGLY.
      *    THE ROW KEYED '0000000000' IS THE CONTROL ROW (THE SAME
      *    IDEA AS THE EMBEDDED CLAIMS CONTROL RECORD, SEE UNEMCTLC)
      *    CARRYING THE LAST SERIAL ASSIGNED.
      *---------------------------------------------------------------*
       01  CLAIMANT-CROSSWALK-RECORD.
           05  XW-CLAIMANT-ID              PIC X(10).
               88  XW-CONTROL-ROW                VALUE '0000000000'.
           05  XW-SURROGATE-KEY            PIC X(08).
           05  XW-SURROGATE-PARTS REDEFINES XW-SURROGATE-KEY.
               10  XW-SURROGATE-PREFIX     PIC X(01).
               10  XW-SURROGATE-SERIAL     PIC 9(07).
           05  XW-ASSIGNED-DATE            PIC 9(08).
           05  FILLER                      PIC X(14).
       01  CLAIMANT-CROSSWALK-CONTROL REDEFINES
               CLAIMANT-CROSSWALK-RECORD.
           05  FILLER                      PIC X(10).
           05  XC-CONTROL-SURROGATE        PIC X(08).
           05  XC-LAST-SERIAL              PIC 9(07).
           05  FILLER                      PIC X(15).
