       IDENTIFICATION DIVISION.
       PROGRAM-ID.  VAXINV.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    VACCINE DOSE INVENTORY LEDGER - VAXFILE SAYS WHAT WAS GIVEN,
      *    NOT WHAT WAS SHIPPED, IS ON THE SHELF, WAS MOVED OR WAS
      *    THROWN AWAY.  THIS STEP KEEPS THE VXLEDG LEDGER (SEE VXLEDC)
      *    BY STATE, PRODUCT AND LOT -
      *      1. RE-ADDS EVERY LOT FROM THE WHOLE LEDGER
      *      2. POSTS TONIGHT'S SHIPMENTS (VXSHIP FEED), TRANSFERS
      *         (VXXFER CARDS) AND WASTED/EXPIRED DOSES (VXWASTE
      *         CARDS), EACH EDITED AGAINST THE LOTS AS THEY STAND
      *      3. POSTS THE RISE IN EACH STATE'S VAXFILE CUMULATIVE
      *         DOSES SINCE THE LAST POSTING AS ADMINISTERED, DRAWN
      *         FROM THE STATE'S UNEXPIRED LOTS SOONEST-EXPIRING FIRST.
      *         A STATE'S FIRST VAXFILE ROW ONLY SETS ITS STARTING
      *         CUMULATIVE - DOSES GIVEN BEFORE THE LEDGER ARE NOT
      *         DRAWN FROM IT
      *      4. REWRITES VXBAL, THE NIGHT'S ON-HAND PER LOT (SEE
      *         VXBALC), FOR THE VAXSUP DAYS-OF-SUPPLY REPORT
      *    ROWS AND CARDS THAT FAIL THE EDIT GO TO VXIREJ AND A NONZERO
      *    REJECT COUNT ENDS WITH RETURN CODE 4.
      *
      *    VXSHIP ROW - STATE,PRODUCT,LOT,RECEIVED DATE,DOSES 9(7),
      *    EXPIRY DATE, DATES YYYYMMDD, DOSES ZERO-FILLED
      *      (E.G. NY,PFZ-BIV,FW1331,20261013,0011700,20270131)
      *
      *    VXXFER CARD -
      *      COL 1-2   FROM STATE
      *      COL 4-5   TO STATE
      *      COL 7-14  PRODUCT
      *      COL 16-27 LOT
      *      COL 29-36 TRANSFER DATE YYYYMMDD
      *      COL 38-44 DOSES 9(7)
      *
      *    VXWASTE CARD -
      *      COL 1     TYPE  W=WASTED  E=EXPIRED
      *      COL 3-4   STATE
      *      COL 6-13  PRODUCT
      *      COL 15-26 LOT
      *      COL 28-35 DATE YYYYMMDD
      *      COL 37-43 DOSES 9(7)
      *      COL 45-74 REASON (LISTING ONLY)
      *===============================================================*
       ENVIRONMENT DIVISION.
      *---------------------------------------------------------------*
       CONFIGURATION SECTION.
      *---------------------------------------------------------------*
       SOURCE-COMPUTER. IBM-3081.
       OBJECT-COMPUTER. IBM-3081.
      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------------------------------------------------*
       FILE-CONTROL.
           SELECT OPTIONAL VACCINE-LEDGER-FILE ASSIGN TO VXLEDG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS VACCINE-LEDGER-STATUS.
           SELECT OPTIONAL SHIPMENT-CSV-FILE ASSIGN TO VXSHIP
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS SHIPMENT-CSV-STATUS.
           SELECT OPTIONAL TRANSFER-CARD-FILE ASSIGN TO VXXFER
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS TRANSFER-CARD-STATUS.
           SELECT OPTIONAL WASTAGE-CARD-FILE ASSIGN TO VXWASTE
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WASTAGE-CARD-STATUS.
           SELECT VACCINATION-FILE ASSIGN TO VAXFILE
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS VAX-FILE-STATUS.
           SELECT VACCINE-BALANCE-FILE ASSIGN TO VXBAL
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS VACCINE-BALANCE-STATUS.
           SELECT INVENTORY-REJECT-FILE ASSIGN TO VXIREJ
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS INVENTORY-REJECT-STATUS.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  VACCINE-LEDGER-FILE
           RECORDING MODE IS F.
       COPY VXLEDC.
      *---------------------------------------------------------------*
       FD  SHIPMENT-CSV-FILE
           RECORDING MODE IS F.
       01  SHIPMENT-CSV-LINE               PIC X(80).
      *---------------------------------------------------------------*
       FD  TRANSFER-CARD-FILE
           RECORDING MODE IS F.
       01  TRANSFER-CARD.
           05  XC-FROM-STATE               PIC X(02).
           05  FILLER                      PIC X(01).
           05  XC-TO-STATE                 PIC X(02).
           05  FILLER                      PIC X(01).
           05  XC-PRODUCT                  PIC X(08).
           05  FILLER                      PIC X(01).
           05  XC-LOT                      PIC X(12).
           05  FILLER                      PIC X(01).
           05  XC-DATE                     PIC X(08).
           05  XC-DATE-N REDEFINES XC-DATE PIC 9(08).
           05  FILLER                      PIC X(01).
           05  XC-DOSES                    PIC X(07).
           05  XC-DOSES-N REDEFINES XC-DOSES
                                           PIC 9(07).
           05  FILLER                      PIC X(36).
      *---------------------------------------------------------------*
       FD  WASTAGE-CARD-FILE
           RECORDING MODE IS F.
       01  WASTAGE-CARD.
           05  WC-TYPE                     PIC X(01).
               88  WC-WASTED                     VALUE 'W'.
               88  WC-EXPIRED                    VALUE 'E'.
           05  FILLER                      PIC X(01).
           05  WC-STATE                    PIC X(02).
           05  FILLER                      PIC X(01).
           05  WC-PRODUCT                  PIC X(08).
           05  FILLER                      PIC X(01).
           05  WC-LOT                      PIC X(12).
           05  FILLER                      PIC X(01).
           05  WC-DATE                     PIC X(08).
           05  WC-DATE-N REDEFINES WC-DATE PIC 9(08).
           05  FILLER                      PIC X(01).
           05  WC-DOSES                    PIC X(07).
           05  WC-DOSES-N REDEFINES WC-DOSES
                                           PIC 9(07).
           05  FILLER                      PIC X(01).
           05  WC-REASON                   PIC X(30).
           05  FILLER                      PIC X(06).
      *---------------------------------------------------------------*
       FD  VACCINATION-FILE
           RECORDING MODE IS F.
       01  VAX-RECORD                      PIC X(80).
      *---------------------------------------------------------------*
       FD  VACCINE-BALANCE-FILE
           RECORDING MODE IS F.
       COPY VXBALC.
      *---------------------------------------------------------------*
       FD  INVENTORY-REJECT-FILE
           RECORDING MODE IS F.
       01  INVENTORY-REJECT-RECORD         PIC X(80).
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  WS-PARSE-FIELDS.
      *---------------------------------------------------------------*
           05  WS-SHIP-STATE               PIC X(02).
           05  WS-SHIP-PRODUCT             PIC X(08).
           05  WS-SHIP-LOT                 PIC X(12).
           05  WS-SHIP-DATE                PIC X(08).
           05  WS-SHIP-DATE-N REDEFINES WS-SHIP-DATE
                                           PIC 9(08).
           05  WS-SHIP-DOSES               PIC X(07).
           05  WS-SHIP-DOSES-N REDEFINES WS-SHIP-DOSES
                                           PIC 9(07).
           05  WS-SHIP-EXPIRY              PIC X(08).
           05  WS-SHIP-EXPIRY-N REDEFINES WS-SHIP-EXPIRY
                                           PIC 9(08).
           05  VX-STATE                    PIC X(02).
           05  VX-DATE.
               10  VX-YEAR                 PIC X(04).
               10  FILLER                  PIC X(01).
               10  VX-MONTH                PIC X(02).
               10  FILLER                  PIC X(01).
               10  VX-DAY                  PIC X(02).
           05  VX-DOSES                    PIC X(10).
           05  VX-FULLY-VAXED              PIC X(10).
           05  VX-DATE-NUM                 PIC 9(08).
           05  VX-DOSES-NUM                PIC 9(10).
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  VACCINE-LEDGER-STATUS       PIC X(02).
               88  VACCINE-LEDGER-OK             VALUE '00' '05'.
           05  SHIPMENT-CSV-STATUS         PIC X(02).
           05  TRANSFER-CARD-STATUS        PIC X(02).
           05  WASTAGE-CARD-STATUS         PIC X(02).
           05  VAX-FILE-STATUS             PIC X(02).
               88  VAX-FILE-OK                   VALUE '00'.
           05  VACCINE-BALANCE-STATUS      PIC X(02).
               88  VACCINE-BALANCE-OK            VALUE '00'.
           05  INVENTORY-REJECT-STATUS     PIC X(02).
           05  FILES-OPEN-SW               PIC X VALUE 'Y'.
               88  FILES-OPEN                    VALUE 'Y'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  WS-VALID-ROW-SW             PIC X(01).
               88  VALID-ROW                     VALUE 'Y'.
           05  WS-LOT-FOUND-SW             PIC X(01).
               88  LOT-FOUND                     VALUE 'Y'.
           05  WS-DRAWN-SW                 PIC X(01).
               88  SOME-DOSES-DRAWN              VALUE 'Y'.
           05  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
           05  WS-WEEK-FIRST-DATE          PIC 9(08).
           05  WS-STATE-LOOKUP             PIC X(02).
           05  WS-FOUND-SUB                PIC S9(04) USAGE IS COMP.
           05  WS-ST-SUB                   PIC S9(04) USAGE IS COMP.
           05  WS-SUB                      PIC S9(04) USAGE IS COMP.
           05  WS-SLOT                     PIC S9(04) USAGE IS COMP.
           05  WS-SLIDE-SUB                PIC S9(04) USAGE IS COMP.
           05  WS-BEST-SLOT                PIC S9(04) USAGE IS COMP.
           05  WS-LOT-KEY.
               10  WS-LOT-STATE            PIC X(02).
               10  WS-LOT-PRODUCT          PIC X(08).
               10  WS-LOT-LOT              PIC X(12).
           05  WS-SOURCE-EXPIRY            PIC 9(08).
           05  WS-DOSES-DUE                PIC 9(10).
           05  WS-DOSES-TAKEN              PIC 9(07).
           05  WS-LEDGER-ROWS              PIC 9(07) VALUE 0.
           05  WS-SHIPMENT-COUNT           PIC 9(07) VALUE 0.
           05  WS-TRANSFER-COUNT           PIC 9(07) VALUE 0.
           05  WS-WASTAGE-COUNT            PIC 9(07) VALUE 0.
           05  WS-VAX-ROW-COUNT            PIC 9(07) VALUE 0.
           05  WS-VAX-SKIP-COUNT           PIC 9(07) VALUE 0.
           05  WS-ADMIN-POSTED             PIC 9(10) VALUE 0.
           05  WS-UNCOVERED-DOSES          PIC 9(10) VALUE 0.
           05  WS-REJECT-COUNT             PIC 9(07) VALUE 0.
           05  WS-TABLE-FULL-COUNT         PIC 9(07) VALUE 0.
           05  WS-BALANCE-COUNT            PIC 9(07) VALUE 0.
      *---------------------------------------------------------------*
      *    LOTS IN STATE/PRODUCT/LOT ORDER - A NEW ONE SLIDES THE
      *    HIGHER KEYS DOWN, SO VXBAL COMES OUT IN KEY ORDER.
      *---------------------------------------------------------------*
       01  LOT-TABLE.
           05  LB-ENTRY-COUNT              PIC 9(04) VALUE 0.
           05  LB-ENTRY                    OCCURS 2000 TIMES.
               10  LB-KEY.
                   15  LB-STATE            PIC X(02).
                   15  LB-PRODUCT          PIC X(08).
                   15  LB-LOT              PIC X(12).
               10  LB-EXPIRY-DATE          PIC 9(08).
               10  LB-SHIPPED              PIC 9(09).
               10  LB-ADMINISTERED         PIC 9(09).
               10  LB-TRANSFER-IN          PIC 9(09).
               10  LB-TRANSFER-OUT         PIC 9(09).
               10  LB-WASTED               PIC 9(09).
               10  LB-EXPIRED              PIC 9(09).
               10  LB-ON-HAND              PIC S9(09).
               10  LB-ADMIN-7DAY           PIC 9(09).
      *---------------------------------------------------------------*
      *    ONE ENTRY PER STATE-LOOKUP-TABLE ROW, SAME SUBSCRIPT.  THE
      *    BASE IS THE CUMULATIVE ON THE STATE'S LATEST LEDGER A ROW,
      *    THE LATEST THE NEWEST VAXFILE ROW.
      *---------------------------------------------------------------*
       01  STATE-ADMIN-TABLE.
           05  SA-ENTRY                    OCCURS 58 TIMES.
               10  SA-POSTED-SW            PIC X(01).
                   88  SA-POSTED                 VALUE 'Y'.
               10  SA-BASE-DATE            PIC 9(08).
               10  SA-BASE-CUMULATIVE      PIC 9(10).
               10  SA-LATEST-DATE          PIC 9(08).
               10  SA-LATEST-CUMULATIVE    PIC 9(10).
       COPY STATETBL.
       COPY BUSDATEC.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           IF  FILES-OPEN
               PERFORM 2000-LOAD-LEDGER
               PERFORM 2100-POST-SHIPMENTS
               PERFORM 2200-POST-TRANSFERS
               PERFORM 2300-POST-WASTAGE
               PERFORM 2400-POST-ADMINISTERED
               PERFORM 2900-WRITE-LOT-BALANCES
               PERFORM 3000-CLOSE-FILES
           END-IF.
           DISPLAY '*** VAXINV INVENTORY LEDGER SUMMARY ***'.
           DISPLAY 'BUSINESS DATE      : ', WS-BUSINESS-DATE.
           DISPLAY 'LEDGER ROWS READ   : ', WS-LEDGER-ROWS.
           DISPLAY 'SHIPMENTS POSTED   : ', WS-SHIPMENT-COUNT.
           DISPLAY 'TRANSFERS POSTED   : ', WS-TRANSFER-COUNT.
           DISPLAY 'WASTAGE POSTED     : ', WS-WASTAGE-COUNT.
           DISPLAY 'VAXFILE ROWS READ  : ', WS-VAX-ROW-COUNT.
           DISPLAY 'VAXFILE ROWS SKIPPED: ', WS-VAX-SKIP-COUNT.
           DISPLAY 'DOSES ADMINISTERED : ', WS-ADMIN-POSTED.
           DISPLAY 'DOSES NOT ON A LOT : ', WS-UNCOVERED-DOSES.
           DISPLAY 'LOT BALANCES       : ', WS-BALANCE-COUNT.
           DISPLAY 'ROWS REJECTED      : ', WS-REJECT-COUNT.
           IF  WS-TABLE-FULL-COUNT > 0
               DISPLAY 'ROWS PAST TABLES   : ', WS-TABLE-FULL-COUNT
               MOVE 8                      TO RETURN-CODE
           END-IF.
           IF  WS-REJECT-COUNT > 0
               AND RETURN-CODE < 4
               MOVE 4                      TO RETURN-CODE
           END-IF.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  VACCINE-LEDGER-FILE.
           OPEN INPUT  SHIPMENT-CSV-FILE.
           OPEN INPUT  TRANSFER-CARD-FILE.
           OPEN INPUT  WASTAGE-CARD-FILE.
           OPEN INPUT  VACCINATION-FILE.
           OPEN OUTPUT VACCINE-BALANCE-FILE.
           OPEN OUTPUT INVENTORY-REJECT-FILE.
           CALL 'STATELD' USING STATE-LOOKUP-TABLE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           COMPUTE WS-WEEK-FIRST-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE) - 6).
           INITIALIZE STATE-ADMIN-TABLE.
           IF NOT VACCINE-LEDGER-OK
               DISPLAY 'VXLEDG OPEN ERROR : ', VACCINE-LEDGER-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT VAX-FILE-OK
               DISPLAY 'VAXFILE OPEN ERROR : ', VAX-FILE-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT VACCINE-BALANCE-OK
               DISPLAY 'VXBAL OPEN ERROR : ', VACCINE-BALANCE-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
      *---------------------------------------------------------------*
       2000-LOAD-LEDGER.
      *---------------------------------------------------------------*
      *    THE WHOLE LEDGER IS RE-ADDED, THEN REOPENED TO APPEND.
           MOVE 'N'                        TO END-OF-FILE-SW.
           PERFORM 8000-READ-LEDGER.
           PERFORM 2010-LOAD-ONE-LEDGER-ROW
               UNTIL END-OF-FILE.
           CLOSE VACCINE-LEDGER-FILE.
           OPEN EXTEND VACCINE-LEDGER-FILE.
      *---------------------------------------------------------------*
       2010-LOAD-ONE-LEDGER-ROW.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-LEDGER-ROWS.
           PERFORM 2600-APPLY-LEDGER-ROW.
           PERFORM 8000-READ-LEDGER.
      *---------------------------------------------------------------*
       2100-POST-SHIPMENTS.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO END-OF-FILE-SW.
           PERFORM 8100-READ-SHIPMENT-CSV.
           PERFORM 2110-POST-ONE-SHIPMENT
               UNTIL END-OF-FILE.
      *---------------------------------------------------------------*
       2110-POST-ONE-SHIPMENT.
      *---------------------------------------------------------------*
           MOVE 'Y'                        TO WS-VALID-ROW-SW.
           MOVE WS-SHIP-STATE              TO WS-STATE-LOOKUP.
           PERFORM 2800-FIND-STATE.
           IF  WS-FOUND-SUB = 0
               OR WS-SHIP-PRODUCT = SPACE
               OR WS-SHIP-LOT = SPACE
               OR WS-SHIP-DATE NOT NUMERIC
               OR WS-SHIP-DOSES NOT NUMERIC
               OR WS-SHIP-EXPIRY NOT NUMERIC
               MOVE 'N'                    TO WS-VALID-ROW-SW
           ELSE
               IF  WS-SHIP-DOSES-N = 0
                   OR WS-SHIP-EXPIRY-N NOT > WS-SHIP-DATE-N
                   MOVE 'N'                TO WS-VALID-ROW-SW
               ELSE
      *            A LOT NUMBER HAS ONE EXPIRY.
                   MOVE WS-SHIP-STATE      TO WS-LOT-STATE
                   MOVE WS-SHIP-PRODUCT    TO WS-LOT-PRODUCT
                   MOVE WS-SHIP-LOT        TO WS-LOT-LOT
                   PERFORM 2500-FIND-LOT
                   IF  LOT-FOUND
                       AND LB-EXPIRY-DATE (WS-SLOT) NOT = 0
                       AND LB-EXPIRY-DATE (WS-SLOT)
                           NOT = WS-SHIP-EXPIRY-N
                       MOVE 'N'            TO WS-VALID-ROW-SW
                   END-IF
               END-IF
           END-IF.
           IF  VALID-ROW
               ADD 1                       TO WS-SHIPMENT-COUNT
               PERFORM 2700-CLEAR-LEDGER-ROW
               MOVE WS-SHIP-STATE          TO VL-STATE
               MOVE WS-SHIP-PRODUCT        TO VL-PRODUCT
               MOVE WS-SHIP-LOT            TO VL-LOT
               MOVE WS-SHIP-DATE-N         TO VL-TRAN-DATE
               SET VL-SHIPMENT TO TRUE
               MOVE WS-SHIP-DOSES-N        TO VL-DOSES
               MOVE WS-SHIP-EXPIRY-N       TO VL-EXPIRY-DATE
               PERFORM 2710-POST-LEDGER-ROW
           ELSE
               MOVE SHIPMENT-CSV-LINE      TO INVENTORY-REJECT-RECORD
               PERFORM 2720-WRITE-REJECT
           END-IF.
           PERFORM 8100-READ-SHIPMENT-CSV.
      *---------------------------------------------------------------*
       2200-POST-TRANSFERS.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO END-OF-FILE-SW.
           PERFORM 8200-READ-TRANSFER-CARD.
           PERFORM 2210-POST-ONE-TRANSFER
               UNTIL END-OF-FILE.
      *---------------------------------------------------------------*
       2210-POST-ONE-TRANSFER.
      *---------------------------------------------------------------*
           MOVE 'Y'                        TO WS-VALID-ROW-SW.
           MOVE XC-TO-STATE                TO WS-STATE-LOOKUP.
           PERFORM 2800-FIND-STATE.
           IF  WS-FOUND-SUB = 0
               OR XC-FROM-STATE = XC-TO-STATE
               OR XC-DATE NOT NUMERIC
               OR XC-DOSES NOT NUMERIC
               MOVE 'N'                    TO WS-VALID-ROW-SW
           ELSE
      *        THE SENDING LOT MUST HOLD THE DOSES.
               MOVE XC-FROM-STATE          TO WS-LOT-STATE
               MOVE XC-PRODUCT             TO WS-LOT-PRODUCT
               MOVE XC-LOT                 TO WS-LOT-LOT
               PERFORM 2500-FIND-LOT
               IF  NOT LOT-FOUND
                   OR XC-LOT = SPACE
                   OR XC-DOSES-N = 0
                   MOVE 'N'                TO WS-VALID-ROW-SW
               ELSE
                   IF  LB-ON-HAND (WS-SLOT) < XC-DOSES-N
                       MOVE 'N'            TO WS-VALID-ROW-SW
                   ELSE
                       MOVE LB-EXPIRY-DATE (WS-SLOT)
                                           TO WS-SOURCE-EXPIRY
                   END-IF
               END-IF
           END-IF.
           IF  VALID-ROW
               ADD 1                       TO WS-TRANSFER-COUNT
               PERFORM 2700-CLEAR-LEDGER-ROW
               MOVE XC-FROM-STATE          TO VL-STATE
               MOVE XC-PRODUCT             TO VL-PRODUCT
               MOVE XC-LOT                 TO VL-LOT
               MOVE XC-DATE-N              TO VL-TRAN-DATE
               SET VL-TRANSFER-OUT TO TRUE
               MOVE XC-DOSES-N             TO VL-DOSES
               MOVE WS-SOURCE-EXPIRY       TO VL-EXPIRY-DATE
               MOVE XC-TO-STATE            TO VL-OTHER-STATE
               PERFORM 2710-POST-LEDGER-ROW
               MOVE XC-TO-STATE            TO VL-STATE
               SET VL-TRANSFER-IN TO TRUE
               MOVE XC-FROM-STATE          TO VL-OTHER-STATE
               PERFORM 2710-POST-LEDGER-ROW
           ELSE
               MOVE TRANSFER-CARD          TO INVENTORY-REJECT-RECORD
               PERFORM 2720-WRITE-REJECT
           END-IF.
           PERFORM 8200-READ-TRANSFER-CARD.
      *---------------------------------------------------------------*
       2300-POST-WASTAGE.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO END-OF-FILE-SW.
           PERFORM 8300-READ-WASTAGE-CARD.
           PERFORM 2310-POST-ONE-WASTAGE
               UNTIL END-OF-FILE.
      *---------------------------------------------------------------*
       2310-POST-ONE-WASTAGE.
      *---------------------------------------------------------------*
           MOVE 'Y'                        TO WS-VALID-ROW-SW.
           IF  NOT WC-WASTED AND NOT WC-EXPIRED
               OR WC-LOT = SPACE
               OR WC-DATE NOT NUMERIC
               OR WC-DOSES NOT NUMERIC
               MOVE 'N'                    TO WS-VALID-ROW-SW
           ELSE
               MOVE WC-STATE               TO WS-LOT-STATE
               MOVE WC-PRODUCT             TO WS-LOT-PRODUCT
               MOVE WC-LOT                 TO WS-LOT-LOT
               PERFORM 2500-FIND-LOT
               IF  NOT LOT-FOUND
                   OR WC-DOSES-N = 0
                   MOVE 'N'                TO WS-VALID-ROW-SW
               ELSE
                   IF  LB-ON-HAND (WS-SLOT) < WC-DOSES-N
                       MOVE 'N'            TO WS-VALID-ROW-SW
                   END-IF
               END-IF
           END-IF.
           IF  VALID-ROW
               ADD 1                       TO WS-WASTAGE-COUNT
               PERFORM 2700-CLEAR-LEDGER-ROW
               MOVE WC-STATE               TO VL-STATE
               MOVE WC-PRODUCT             TO VL-PRODUCT
               MOVE WC-LOT                 TO VL-LOT
               MOVE WC-DATE-N              TO VL-TRAN-DATE
               MOVE WC-TYPE                TO VL-TRAN-TYPE
               MOVE WC-DOSES-N             TO VL-DOSES
               MOVE LB-EXPIRY-DATE (WS-SLOT) TO VL-EXPIRY-DATE
               PERFORM 2710-POST-LEDGER-ROW
           ELSE
               MOVE WASTAGE-CARD           TO INVENTORY-REJECT-RECORD
               PERFORM 2720-WRITE-REJECT
           END-IF.
           PERFORM 8300-READ-WASTAGE-CARD.
      *---------------------------------------------------------------*
       2400-POST-ADMINISTERED.
      *---------------------------------------------------------------*
      *    VAXFILE IS EDITED AND ITS REJECTS LISTED BY COVVAX - A ROW
      *    THAT DOES NOT PARSE IS ONLY COUNTED HERE.
           MOVE 'N'                        TO END-OF-FILE-SW.
           PERFORM 8400-READ-VACCINATION-FILE.
           PERFORM 2410-TAKE-ONE-VAX-ROW
               UNTIL END-OF-FILE.
           PERFORM 2420-POST-ONE-STATE
               VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > 58.
      *---------------------------------------------------------------*
       2410-TAKE-ONE-VAX-ROW.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-VAX-ROW-COUNT.
           MOVE VX-STATE                   TO WS-STATE-LOOKUP.
           PERFORM 2800-FIND-STATE.
           IF  VX-YEAR IS NUMERIC AND VX-MONTH IS NUMERIC
               AND VX-DAY IS NUMERIC
               AND WS-FOUND-SUB > 0
               COMPUTE VX-DOSES-NUM = FUNCTION NUMVAL-C (VX-DOSES)
               COMPUTE VX-DATE-NUM =
                   (FUNCTION NUMVAL (VX-YEAR) * 10000)
                   + (FUNCTION NUMVAL (VX-MONTH) * 100)
                   + FUNCTION NUMVAL (VX-DAY)
               IF  VX-DATE-NUM > SA-LATEST-DATE (WS-FOUND-SUB)
                   MOVE VX-DATE-NUM
                       TO SA-LATEST-DATE (WS-FOUND-SUB)
                   MOVE VX-DOSES-NUM
                       TO SA-LATEST-CUMULATIVE (WS-FOUND-SUB)
               END-IF
           ELSE
               ADD 1                       TO WS-VAX-SKIP-COUNT
           END-IF.
           PERFORM 8400-READ-VACCINATION-FILE.
      *---------------------------------------------------------------*
       2420-POST-ONE-STATE.
      *---------------------------------------------------------------*
      *    A CUMULATIVE THAT WENT DOWN (A VAXFILE CORRECTION) POSTS NO
      *    DOSES BUT MOVES THE BASE.
           IF  SA-LATEST-DATE (WS-ST-SUB) > SA-BASE-DATE (WS-ST-SUB)
               MOVE 0                      TO WS-DOSES-DUE
               IF  SA-POSTED (WS-ST-SUB)
                   AND SA-LATEST-CUMULATIVE (WS-ST-SUB)
                       > SA-BASE-CUMULATIVE (WS-ST-SUB)
                   COMPUTE WS-DOSES-DUE =
                       SA-LATEST-CUMULATIVE (WS-ST-SUB)
                       - SA-BASE-CUMULATIVE (WS-ST-SUB)
               END-IF
               ADD WS-DOSES-DUE            TO WS-ADMIN-POSTED
               MOVE 'N'                    TO WS-DRAWN-SW
               MOVE 1                      TO WS-BEST-SLOT
               PERFORM 2430-DRAW-FROM-BEST-LOT
                   UNTIL WS-DOSES-DUE = 0
                   OR WS-BEST-SLOT = 0
               IF  WS-DOSES-DUE > 0
                   OR NOT SOME-DOSES-DRAWN
      *            WHAT NO LOT COVERED - OR, WITH NOTHING DRAWN, A
      *            ZERO ROW TO CARRY THE NEW BASE CUMULATIVE.
                   ADD WS-DOSES-DUE        TO WS-UNCOVERED-DOSES
                   PERFORM 2700-CLEAR-LEDGER-ROW
                   MOVE STATE-CODE (WS-ST-SUB) TO VL-STATE
                   MOVE SA-LATEST-DATE (WS-ST-SUB) TO VL-TRAN-DATE
                   SET VL-ADMINISTERED TO TRUE
                   MOVE WS-DOSES-DUE       TO VL-DOSES
                   MOVE SA-LATEST-CUMULATIVE (WS-ST-SUB)
                                           TO VL-VAX-CUMULATIVE
                   PERFORM 2710-POST-LEDGER-ROW
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2430-DRAW-FROM-BEST-LOT.
      *---------------------------------------------------------------*
      *    THE STATE'S LOT WITH DOSES ON HAND THAT EXPIRES SOONEST,
      *    NOT YET EXPIRED ON THE VAXFILE DATE.
           MOVE 0                          TO WS-BEST-SLOT.
           PERFORM 2435-CHECK-ONE-LOT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > LB-ENTRY-COUNT.
           IF  WS-BEST-SLOT > 0
               IF  LB-ON-HAND (WS-BEST-SLOT) < WS-DOSES-DUE
                   MOVE LB-ON-HAND (WS-BEST-SLOT) TO WS-DOSES-TAKEN
               ELSE
                   MOVE WS-DOSES-DUE       TO WS-DOSES-TAKEN
               END-IF
               SUBTRACT WS-DOSES-TAKEN     FROM WS-DOSES-DUE
               MOVE 'Y'                    TO WS-DRAWN-SW
               PERFORM 2700-CLEAR-LEDGER-ROW
               MOVE LB-STATE (WS-BEST-SLOT)   TO VL-STATE
               MOVE LB-PRODUCT (WS-BEST-SLOT) TO VL-PRODUCT
               MOVE LB-LOT (WS-BEST-SLOT)     TO VL-LOT
               MOVE SA-LATEST-DATE (WS-ST-SUB) TO VL-TRAN-DATE
               SET VL-ADMINISTERED TO TRUE
               MOVE WS-DOSES-TAKEN         TO VL-DOSES
               MOVE LB-EXPIRY-DATE (WS-BEST-SLOT) TO VL-EXPIRY-DATE
               MOVE SA-LATEST-CUMULATIVE (WS-ST-SUB)
                                           TO VL-VAX-CUMULATIVE
               PERFORM 2710-POST-LEDGER-ROW
           END-IF.
      *---------------------------------------------------------------*
       2435-CHECK-ONE-LOT.
      *---------------------------------------------------------------*
           IF  LB-STATE (WS-SUB) = STATE-CODE (WS-ST-SUB)
               AND LB-LOT (WS-SUB) NOT = SPACE
               AND LB-ON-HAND (WS-SUB) > 0
               AND LB-EXPIRY-DATE (WS-SUB)
                   NOT < SA-LATEST-DATE (WS-ST-SUB)
               IF  WS-BEST-SLOT = 0
                   MOVE WS-SUB             TO WS-BEST-SLOT
               ELSE
                   IF  LB-EXPIRY-DATE (WS-SUB)
                       < LB-EXPIRY-DATE (WS-BEST-SLOT)
                       MOVE WS-SUB         TO WS-BEST-SLOT
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2500-FIND-LOT.
      *---------------------------------------------------------------*
      *    LEAVES WS-SLOT ON THE LOT, OR WHERE IT WOULD GO (0 = PAST
      *    THE LAST ENTRY).
           MOVE 'N'                        TO WS-LOT-FOUND-SW.
           MOVE 0                          TO WS-SLOT.
           PERFORM 2505-CHECK-ONE-SLOT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > LB-ENTRY-COUNT
               OR WS-SLOT > 0.
           IF  WS-SLOT > 0
               IF  LB-KEY (WS-SLOT) = WS-LOT-KEY
                   MOVE 'Y'                TO WS-LOT-FOUND-SW
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2505-CHECK-ONE-SLOT.
      *---------------------------------------------------------------*
           IF  LB-KEY (WS-SUB) NOT < WS-LOT-KEY
               MOVE WS-SUB                 TO WS-SLOT
           END-IF.
      *---------------------------------------------------------------*
       2510-ADD-LOT.
      *---------------------------------------------------------------*
           IF  LB-ENTRY-COUNT NOT < 2000
               ADD 1                       TO WS-TABLE-FULL-COUNT
               MOVE 0                      TO WS-SLOT
           ELSE
               IF  WS-SLOT = 0
                   COMPUTE WS-SLOT = LB-ENTRY-COUNT + 1
               END-IF
               ADD 1                       TO LB-ENTRY-COUNT
               PERFORM 2515-SLIDE-LOTS-DOWN
                   VARYING WS-SLIDE-SUB
                   FROM LB-ENTRY-COUNT BY -1
                   UNTIL WS-SLIDE-SUB <= WS-SLOT
               INITIALIZE LB-ENTRY (WS-SLOT)
               MOVE WS-LOT-KEY             TO LB-KEY (WS-SLOT)
           END-IF.
      *---------------------------------------------------------------*
       2515-SLIDE-LOTS-DOWN.
      *---------------------------------------------------------------*
           MOVE LB-ENTRY (WS-SLIDE-SUB - 1)
               TO LB-ENTRY (WS-SLIDE-SUB).
      *---------------------------------------------------------------*
       2600-APPLY-LEDGER-ROW.
      *---------------------------------------------------------------*
           MOVE VL-STATE                   TO WS-LOT-STATE.
           MOVE VL-PRODUCT                 TO WS-LOT-PRODUCT.
           MOVE VL-LOT                     TO WS-LOT-LOT.
           PERFORM 2500-FIND-LOT.
           IF  NOT LOT-FOUND
               PERFORM 2510-ADD-LOT
           END-IF.
           IF  WS-SLOT > 0
               PERFORM 2610-APPLY-TO-LOT
           END-IF.
           IF  VL-ADMINISTERED
               MOVE VL-STATE               TO WS-STATE-LOOKUP
               PERFORM 2800-FIND-STATE
               IF  WS-FOUND-SUB > 0
                   AND VL-TRAN-DATE NOT < SA-BASE-DATE (WS-FOUND-SUB)
                   MOVE 'Y'            TO SA-POSTED-SW (WS-FOUND-SUB)
                   MOVE VL-TRAN-DATE   TO SA-BASE-DATE (WS-FOUND-SUB)
                   MOVE VL-VAX-CUMULATIVE
                       TO SA-BASE-CUMULATIVE (WS-FOUND-SUB)
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2610-APPLY-TO-LOT.
      *---------------------------------------------------------------*
           IF  LB-EXPIRY-DATE (WS-SLOT) = 0
               MOVE VL-EXPIRY-DATE         TO LB-EXPIRY-DATE (WS-SLOT)
           END-IF.
           EVALUATE TRUE
               WHEN VL-SHIPMENT
                   ADD VL-DOSES            TO LB-SHIPPED (WS-SLOT)
                                              LB-ON-HAND (WS-SLOT)
               WHEN VL-TRANSFER-IN
                   ADD VL-DOSES            TO LB-TRANSFER-IN (WS-SLOT)
                                              LB-ON-HAND (WS-SLOT)
               WHEN VL-TRANSFER-OUT
                   ADD VL-DOSES            TO LB-TRANSFER-OUT (WS-SLOT)
                   SUBTRACT VL-DOSES       FROM LB-ON-HAND (WS-SLOT)
               WHEN VL-WASTED
                   ADD VL-DOSES            TO LB-WASTED (WS-SLOT)
                   SUBTRACT VL-DOSES       FROM LB-ON-HAND (WS-SLOT)
               WHEN VL-EXPIRED
                   ADD VL-DOSES            TO LB-EXPIRED (WS-SLOT)
                   SUBTRACT VL-DOSES       FROM LB-ON-HAND (WS-SLOT)
               WHEN VL-ADMINISTERED
                   ADD VL-DOSES            TO LB-ADMINISTERED (WS-SLOT)
                   IF  VL-LOT NOT = SPACE
                       SUBTRACT VL-DOSES   FROM LB-ON-HAND (WS-SLOT)
                   END-IF
                   IF  VL-TRAN-DATE NOT < WS-WEEK-FIRST-DATE
                       AND VL-TRAN-DATE NOT > WS-BUSINESS-DATE
                       ADD VL-DOSES        TO LB-ADMIN-7DAY (WS-SLOT)
                   END-IF
           END-EVALUATE.
      *---------------------------------------------------------------*
       2700-CLEAR-LEDGER-ROW.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO VACCINE-LEDGER-RECORD.
           MOVE ZEROES                     TO VL-TRAN-DATE
                                              VL-DOSES
                                              VL-EXPIRY-DATE
                                              VL-VAX-CUMULATIVE.
      *---------------------------------------------------------------*
       2710-POST-LEDGER-ROW.
      *---------------------------------------------------------------*
           MOVE WS-BUSINESS-DATE           TO VL-POSTED-DATE.
           WRITE VACCINE-LEDGER-RECORD.
           PERFORM 2600-APPLY-LEDGER-ROW.
      *---------------------------------------------------------------*
       2720-WRITE-REJECT.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-REJECT-COUNT.
           WRITE INVENTORY-REJECT-RECORD.
      *---------------------------------------------------------------*
       2800-FIND-STATE.
      *---------------------------------------------------------------*
      *    STATE-LOOKUP-TABLE SUBSCRIPT FOR WS-STATE-LOOKUP, 0 IF NONE.
           MOVE 0                          TO WS-FOUND-SUB.
           SET NAME-INDEX                  TO 1.
           SEARCH STATE-NAME-TABLE
               AT END
                   CONTINUE
               WHEN STATE-CODE (NAME-INDEX) = WS-STATE-LOOKUP
                   SET WS-FOUND-SUB        TO NAME-INDEX
           END-SEARCH.
      *---------------------------------------------------------------*
       2900-WRITE-LOT-BALANCES.
      *---------------------------------------------------------------*
           PERFORM 2910-WRITE-ONE-BALANCE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > LB-ENTRY-COUNT.
      *---------------------------------------------------------------*
       2910-WRITE-ONE-BALANCE.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO VACCINE-BALANCE-RECORD.
           MOVE LB-KEY (WS-SUB)            TO VB-LOT-KEY.
           MOVE LB-EXPIRY-DATE (WS-SUB)    TO VB-EXPIRY-DATE.
           MOVE LB-SHIPPED (WS-SUB)        TO VB-SHIPPED.
           MOVE LB-ADMINISTERED (WS-SUB)   TO VB-ADMINISTERED.
           MOVE LB-TRANSFER-IN (WS-SUB)    TO VB-TRANSFER-IN.
           MOVE LB-TRANSFER-OUT (WS-SUB)   TO VB-TRANSFER-OUT.
           MOVE LB-WASTED (WS-SUB)         TO VB-WASTED.
           MOVE LB-EXPIRED (WS-SUB)        TO VB-EXPIRED.
           IF  LB-ON-HAND (WS-SUB) > 0
               MOVE LB-ON-HAND (WS-SUB)    TO VB-ON-HAND
           ELSE
               MOVE 0                      TO VB-ON-HAND
           END-IF.
           MOVE LB-ADMIN-7DAY (WS-SUB)     TO VB-ADMIN-7DAY.
           MOVE WS-BUSINESS-DATE           TO VB-AS-OF-DATE.
           WRITE VACCINE-BALANCE-RECORD.
           ADD 1                           TO WS-BALANCE-COUNT.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE VACCINE-LEDGER-FILE.
           CLOSE SHIPMENT-CSV-FILE.
           CLOSE TRANSFER-CARD-FILE.
           CLOSE WASTAGE-CARD-FILE.
           CLOSE VACCINATION-FILE.
           CLOSE VACCINE-BALANCE-FILE.
           CLOSE INVENTORY-REJECT-FILE.
      *---------------------------------------------------------------*
       8000-READ-LEDGER.
      *---------------------------------------------------------------*
           READ VACCINE-LEDGER-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
      *---------------------------------------------------------------*
       8100-READ-SHIPMENT-CSV.
      *---------------------------------------------------------------*
           READ SHIPMENT-CSV-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
           IF  NOT END-OF-FILE
               MOVE SPACE TO WS-SHIP-STATE WS-SHIP-PRODUCT
                             WS-SHIP-LOT WS-SHIP-DATE
                             WS-SHIP-DOSES WS-SHIP-EXPIRY
               UNSTRING SHIPMENT-CSV-LINE DELIMITED BY ','
                   INTO WS-SHIP-STATE
                        WS-SHIP-PRODUCT
                        WS-SHIP-LOT
                        WS-SHIP-DATE
                        WS-SHIP-DOSES
                        WS-SHIP-EXPIRY
               END-UNSTRING
           END-IF.
      *---------------------------------------------------------------*
       8200-READ-TRANSFER-CARD.
      *---------------------------------------------------------------*
           READ TRANSFER-CARD-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
      *---------------------------------------------------------------*
       8300-READ-WASTAGE-CARD.
      *---------------------------------------------------------------*
           READ WASTAGE-CARD-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
      *---------------------------------------------------------------*
       8400-READ-VACCINATION-FILE.
      *---------------------------------------------------------------*
           READ VACCINATION-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
           IF  NOT END-OF-FILE
               MOVE SPACE              TO VX-STATE VX-DATE
                                          VX-DOSES VX-FULLY-VAXED
               UNSTRING VAX-RECORD DELIMITED BY ','
                   INTO VX-STATE
                        VX-DATE
                        VX-DOSES
                        VX-FULLY-VAXED
               END-UNSTRING
           END-IF.
