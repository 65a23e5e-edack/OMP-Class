      *---------------------------------------------------------------*
      *    CHARGEBACK USAGE RECORD (CHGUSE) - ONE ROW PER BILLABLE
      *    PIECE OF WORK, APPENDED BY THE PROGRAM THAT DID IT: ONE PER
      *    ADHOCX REQUEST FULFILLED (CHARGED TO THE REQUESTER ON THE
      *    CARD) AND ONE PER BURST RECIPIENT PACKAGE (CHARGED TO THE
      *    DISTCTL DESK).  CHGBACK PRICES A MONTH OF THEM.  UNITS ARE
      *    THE LINES FILED OR DELIVERED, CARRIED TO THE INVOICE; THE
      *    STEP'S OWN RUN COST IS SHARED BY REQUEST OR PACKAGE COUNT,
      *    SINCE EACH ONE IS A FULL PASS OF THE STEP'S INPUT.  THE
      *    USAGE DATE IS THE BUSINESS DATE, YYYYMMDD.
      *---------------------------------------------------------------*
       01  CHARGE-USAGE-RECORD.
           05  CG-USAGE-DATE               PIC 9(08).
           05  CG-SOURCE                   PIC X(08).
               88  CG-FROM-ADHOCX                VALUE 'ADHOCX  '.
               88  CG-FROM-BURST                 VALUE 'BURST   '.
           05  CG-CHARGE-TYPE              PIC X(01).
               88  CG-CHARGE-REQUESTER           VALUE 'R'.
               88  CG-CHARGE-DESK                VALUE 'D'.
           05  CG-CHARGE-ID                PIC X(16).
           05  CG-ITEM-ID                  PIC X(08).
           05  CG-RECIPIENT-ID             PIC X(08).
           05  CG-UNITS                    PIC 9(07).
           05  FILLER                      PIC X(24).
