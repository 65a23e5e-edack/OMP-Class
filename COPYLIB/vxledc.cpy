      *---------------------------------------------------------------*
      *    VACCINE DOSE INVENTORY LEDGER RECORD - ONE ROW PER DOSE
      *    MOVEMENT ON A STATE'S LOT OF A PRODUCT, APPENDED BY VAXINV
      *    AND NEVER CHANGED.  THE LOT'S ON-HAND IS RE-ADDED FROM THESE
      *    ROWS EVERY NIGHT.  TRANSACTION TYPES -
      *      S  SHIPMENT RECEIVED (VXSHIP FEED) - CARRIES THE EXPIRY
      *      A  DOSES ADMINISTERED - THE DAY'S RISE IN THE STATE'S
      *         VAXFILE CUMULATIVE DOSES, DRAWN FROM THE STATE'S LOTS
      *         SOONEST-EXPIRING FIRST.  DOSES NO LOT COULD COVER
      *         POST WITH PRODUCT AND LOT BLANK.  EVERY A ROW CARRIES
      *         THE VAXFILE CUMULATIVE IT BROUGHT THE STATE UP TO
      *      O  TRANSFERRED OUT TO VL-OTHER-STATE (VXXFER CARD)
      *      I  TRANSFERRED IN FROM VL-OTHER-STATE (VXXFER CARD)
      *      W  WASTED (VXWASTE CARD)
      *      E  EXPIRED (VXWASTE CARD)
      *---------------------------------------------------------------*
       01  VACCINE-LEDGER-RECORD.
           05  VL-STATE                    PIC X(02).
           05  FILLER                      PIC X(01).
           05  VL-PRODUCT                  PIC X(08).
           05  FILLER                      PIC X(01).
           05  VL-LOT                      PIC X(12).
           05  FILLER                      PIC X(01).
           05  VL-TRAN-DATE                PIC 9(08).
           05  FILLER                      PIC X(01).
           05  VL-TRAN-TYPE                PIC X(01).
               88  VL-SHIPMENT                   VALUE 'S'.
               88  VL-ADMINISTERED               VALUE 'A'.
               88  VL-TRANSFER-OUT               VALUE 'O'.
               88  VL-TRANSFER-IN                VALUE 'I'.
               88  VL-WASTED                     VALUE 'W'.
               88  VL-EXPIRED                    VALUE 'E'.
           05  FILLER                      PIC X(01).
           05  VL-DOSES                    PIC 9(07).
           05  FILLER                      PIC X(01).
           05  VL-EXPIRY-DATE              PIC 9(08).
           05  FILLER                      PIC X(01).
           05  VL-OTHER-STATE              PIC X(02).
           05  FILLER                      PIC X(01).
           05  VL-VAX-CUMULATIVE           PIC 9(10).
           05  FILLER                      PIC X(01).
           05  VL-POSTED-DATE              PIC 9(08).
           05  FILLER                      PIC X(06).
