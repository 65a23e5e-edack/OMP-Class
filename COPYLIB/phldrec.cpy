      *---------------------------------------------------------------*
      *    PAYMENT INTEGRITY HOLD RECORD (PAYHOLD) - ONE ROW PER CLAIM
      *    ID WHOSE PAYMENTS THE INTEGRITY UNIT HAS STOPPED, KEYED ON
      *    THE CLAIM.  PLACED BY THE CLUSSCR SHARED-DESTINATION SCREEN
      *    (OR BY HAND ON A PHLDMNT CARD) AND CLEARED ONLY BY A PHLDMNT
      *    CARD.  BENISS READS IT AND ISSUES NOTHING FOR A CLAIM WHOSE
      *    HOLD IS IN FORCE - THE WEEK STAYS OFF PAYMSTR AND COMES
      *    BACK ON THE FIRST RUN AFTER THE HOLD IS CLEARED.
      *    CLUSTER TYPE - 'D' SHARED DIRECT-DEPOSIT ACCOUNT, 'A' SHARED
      *    MAILING ADDRESS, 'M' PLACED BY HAND.  THE CLUSTER KEY IS
      *    THE DESTINATION THE CLAIMS SHARE (ROUTING AND ACCOUNT, OR
      *    THE NORMALIZED ADDRESS AND ZIP) AND THE SIZE IS HOW MANY
      *    OPEN CLAIMS SHARED IT WHEN THE HOLD WAS PLACED; ON A HOLD
      *    PLACED BY HAND THE KEY IS THE REVIEWER AND THE SIZE ZERO.
      *    STATUS - 'H' HELD, 'C' CLEARED.  A CLEARED ROW STAYS ON FILE
      *    AS THE RECORD OF THE CLEARANCE; THE SCREEN DOES NOT HOLD THE
      *    CLAIM AGAIN UNLESS ITS PAYMENT DESTINATION CHANGES AFTER THE
      *    CLEARED DATE.  DATES ARE YYYYMMDD.
      *---------------------------------------------------------------*
       01  PAYMENT-HOLD-RECORD.
           05  PH-CLAIM-ID                 PIC X(08).
           05  PH-HOLD-STATUS              PIC X(01).
               88  PH-HELD                       VALUE 'H'.
               88  PH-CLEARED                    VALUE 'C'.
           05  PH-CLUSTER-TYPE             PIC X(01).
               88  PH-SHARED-ACCOUNT             VALUE 'D'.
               88  PH-SHARED-ADDRESS             VALUE 'A'.
               88  PH-MANUAL-HOLD                VALUE 'M'.
           05  PH-CLUSTER-KEY              PIC X(35).
           05  PH-CLUSTER-SIZE             PIC 9(03).
           05  PH-HOLD-DATE                PIC 9(08).
           05  PH-CLEARED-DATE             PIC 9(08).
           05  PH-CLEARED-BY               PIC X(08).
           05  PH-HOLD-NOTE                PIC X(30).
           05  PH-LAST-CHANGE-DATE         PIC 9(08).
           05  FILLER                      PIC X(10).
