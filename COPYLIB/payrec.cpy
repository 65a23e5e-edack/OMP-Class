      *    THE CLAIM.  (CD-DATE ON THE CLAIMANT DETAIL IS YYYYMMDD -
      *    DO NOT MATCH THE TWO WITHOUT RESHAPING.)
      *    PAYMENT TYPES - 'REG' REGULAR, 'EXT' EXTENDED BENEFITS,
      *    'ADJ' ADJUSTMENT, 'SUP' SUPPLEMENTAL, 'STC' SHORT-TIME
      *    COMPENSATION (A WORK-SHARE WEEK - SEE STCTREC).
      *    ROWS ISSUED BY BENISS CARRY THE ISSUANCE SERIAL (THE CHECK
      *    OR DEPOSIT NUMBER), THE METHOD ('D' DIRECT DEPOSIT, 'C'
      *    CHECK) AND ISSUE STATUS 'I' ISSUED.  ROWS
      *    LOADED FROM THE PAYIN FEED CARRY SERIAL ZERO AND A BLANK
      *    ISSUE STATUS - SOMEBODY ELSE ISSUED THAT MONEY.
      *    BANKRCN MOVES AN ISSUED ROW ON FROM 'I' AGAINST THE BANK'S
      *    PAID-ITEMS FILE - 'P' PAID/SETTLED, 'R' DEPOSIT RETURNED,
      *    'S' CHECK STALE-DATED.  'R' AND 'S' ARE REVERSED POSTINGS:
      *    THE ROW STAYS FOR THE AUDIT TRAIL BUT THE MONEY DID NOT GO
      *    OUT, AND THE PAID-DOLLAR REPORTS LEAVE IT OUT.
      *    AMOUNT PAID IS THE MONEY THAT WENT OUT THE DOOR.  WHEN
      *    BENISS WITHHELD PART OF THE WEEK AGAINST AN OPEN
      *    OVERPAYMENT THE WITHHOLDING IS IN PM-OFFSET-AMOUNT - THE
      *    WEEK'S BENEFIT IS THE TWO ADDED TOGETHER.  A WEEK WHOLLY
      *    TAKEN BY THE OFFSET IS POSTED WITH AMOUNT PAID ZERO, NO
      *    SERIAL, AND ISSUE STATUS 'O'.  THE RECOVERY STAYS POSTED ON
      *    OVPFILE WHEN BANKRCN REVERSES THE ROW, SO A REVERSED ROW
      *    RE-ISSUED BY BENISS OR REPLACED BY UNEMPAY KEEPS ITS OFFSET.
      *    CONVERSION - THE RECORD IS 56 BYTES, UP FROM 48 WHEN THE
      *    ISSUANCE FIELDS WENT IN.  AN EXISTING 48-BYTE PAYMSTR
      *    CLUSTER MUST BE UNLOADED, REDEFINED AT 56 AND RELOADED
      *    WITH EACH RECORD PADDED ON THE RIGHT WITH SPACES BEFORE
      *    ANY LOAD MODULE BUILT ON THIS LAYOUT RUNS AGAINST IT -
      *    UNEMPAY, BENISS AND BANKRCN UPDATE IT AND STOP WITH RC 16
      *    ON THE OLD LENGTH, AND THE READERS FAIL THE OPEN.  A
      *    PADDED ROW READS AS FEED-LOADED (NO SERIAL, BLANK STATUS,
      *    NO OFFSET), WHICH IS WHAT EVERY OLD ROW WAS.
      *---------------------------------------------------------------*
       01  BENEFIT-PAYMENT-RECORD.
           05  PM-PAYMENT-KEY.
           05  PM-AMOUNT-PAID              PIC 9(07)V99.
           05  PM-PAYMENT-TYPE             PIC X(03).
           05  PM-LOAD-DATE                PIC 9(08).
           05  PM-ISSUANCE-SERIAL          PIC 9(09).
           05  PM-ISSUE-STATUS             PIC X(01).
               88  PM-FEED-LOADED                VALUE SPACE.
               88  PM-ISSUED                     VALUE 'I'.
               88  PM-PAID                       VALUE 'P'.
               88  PM-RETURNED                   VALUE 'R'.
               88  PM-STALE-DATED                VALUE 'S'.
               88  PM-REVERSED                   VALUE 'R' 'S'.
               88  PM-FULLY-OFFSET               VALUE 'O'.
           05  PM-PAYMENT-METHOD           PIC X(01).
               88  PM-BY-DEPOSIT                 VALUE 'D'.
               88  PM-BY-CHECK                   VALUE 'C'.
           05  PM-OFFSET-AMOUNT            PIC 9(05)V99.
           05  FILLER                      PIC X(02).
