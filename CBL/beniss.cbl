       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BENISS.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    BENEFIT PAYMENT ISSUANCE - SELECTS EVERY CERTIFIED,
      *    PAYABLE WEEK ON CERTFILE (PAY STATUS 'F' OR 'P', OR 'W'
      *    FOR A WORK-SHARE WEEK PRICED BY STCEDIT, WITH A PAYABLE
      *    AMOUNT) WHOSE CLAIM IS STILL OPEN ON THE
      *    UNEMPLOYMENT-CLAIMS-FILE AND NOT ALREADY ON PAYMSTR, AND
      *    ISSUES IT THE WAY PAYDEST SAYS (SEE PDSTREC) -
      *      DIRECT DEPOSIT - A PPD CREDIT ENTRY ON THE NACHA-FORMAT
      *                       ACHOUT FILE (94-BYTE RECORDS: FILE
      *                       HEADER, ONE BATCH, ENTRIES, BATCH AND
      *                       FILE CONTROL, 9-FILLED TO THE BLOCK).
      *      PAPER CHECK    - A LINE ON THE PRINTED CHECK REGISTER,
      *                       THE ISSUANCE SERIAL BEING THE CHECK
      *                       NUMBER.
      *    EVERY ISSUED WEEK IS POSTED TO PAYMSTR (SEE PAYREC) WITH
      *    ITS ISSUANCE SERIAL, METHOD AND ISSUE STATUS 'I', SO A
      *    RERUN NEVER PAYS THE SAME WEEK TWICE - UNLESS BANKRCN HAS
      *    REVERSED THE ROW, WHEN THE WEEK IS ISSUED AGAIN OVER IT.
      *    SERIALS RUN UPWARD
      *    FROM THE HIGHEST EVER ON PAYMSTR, THE SAME WAY EXCWRITE
      *    NUMBERS THE EXCEPTION HUB.  A PAYABLE WEEK WITH NO
      *    DESTINATION ON FILE IS HELD AND RAISED THROUGH EXCWRITE.
      *    A CLAIM ON PAYMENT INTEGRITY HOLD (PAYHOLD, SEE PHLDREC -
      *    PLACED BY THE CLUSSCR SHARED-DESTINATION SCREEN) IS PAID
      *    NOTHING WHILE THE HOLD IS IN FORCE; ITS WEEKS STAY OFF
      *    PAYMSTR AND ARE ISSUED ON THE FIRST RUN AFTER CLEARANCE.
      *    LIKEWISE A CLAIM WHOSE CLAIMANT (CD-CLAIMANT-ID ON CLMTFILE)
      *    IS NOT IN PASS STATUS ON THE IDENTITY VERIFICATION FILE
      *    (IDVFILE, SEE IDVREC - LOADED BY IDVLOAD) IS PAID NOTHING
      *    UNTIL THE CLAIMANT PASSES.  A CLAIM WITH NO CLAIMANT ID, OR
      *    A CLAIMANT WITH NO RESULT ON FILE, HAS NOT PASSED.  THE
      *    HELD WEEKS AND DOLLARS ARE ON THE IDVRPT DAILY REPORT.
      *    BEFORE A WEEK IS PAID, AN OPEN OR PARTLY RECOVERED
      *    OVERPAYMENT ON OVPFILE (SEE OVPREC) TAKES THE OFFSET
      *    PERCENT OF THE WEEK, UP TO ITS BALANCE.  THE RECOVERY AND
      *    LAST-ACTIVITY DATE GO BACK ON THE REGISTER, THE WITHHELD
      *    AMOUNT GOES ON THE PAYMSTR ROW, AND ONLY THE NET IS
      *    ISSUED.  THE REGISTER ENDS WITH AN OFFSET SUMMARY BY
      *    OVERPAYMENT CAUSE CODE.
      *    THE REGISTER CLOSES WITH ITS DEPOSIT TOTALS SET AGAINST
      *    THE ACHOUT FILE CONTROL RECORD; OUT OF BALANCE ENDS THE
      *    STEP WITH RETURN CODE 8.
      *
      *    PARMFILE PARAMETERS (SEE PARMC) -
      *      ISODFIRT  ORIGINATING BANK ROUTING NUMBER 9(9)
      *      ISDESTRT  IMMEDIATE DESTINATION ROUTING NUMBER 9(9)
      *      ISCOMPID  COMPANY IDENTIFICATION X(10)
      *      OFSETPCT  PERCENT OF A WEEK WITHHELD AGAINST AN OPEN
      *                OVERPAYMENT 99V9, DEFAULT 50.0
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
           SELECT CERTIFICATION-FILE ASSIGN TO CERTFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS CT-CERT-KEY
             FILE STATUS  IS CERTIFICATION-STATUS.
           SELECT UNEMPLOYMENT-CLAIMS-FILE ASSIGN TO UNDD
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS RECORD-ID OF UNEMPLOYMENT-CLAIM
             ALTERNATE RECORD KEY IS RECORD-DATE OF UNEMPLOYMENT-CLAIM
                 WITH DUPLICATES
             FILE STATUS  IS UNEMPLOYMENT-FILE-STATUS.
           SELECT PAYMENT-DESTINATION-FILE ASSIGN TO PAYDEST
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS PD-CLAIM-ID
             FILE STATUS  IS PAYMENT-DESTINATION-STATUS.
           SELECT PAYMENT-MASTER-FILE ASSIGN TO PAYMSTR
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS PM-PAYMENT-KEY
             FILE STATUS  IS PAYMENT-MASTER-STATUS.
           SELECT OVERPAYMENT-FILE ASSIGN TO OVPFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS OV-CLAIM-ID
             FILE STATUS  IS OVERPAYMENT-STATUS.
           SELECT PAYMENT-HOLD-FILE ASSIGN TO PAYHOLD
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS PH-CLAIM-ID
             FILE STATUS  IS PAYMENT-HOLD-STATUS.
           SELECT CLAIMANT-DETAIL-FILE ASSIGN TO CLMTFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS CD-DETAIL-KEY
             ALTERNATE RECORD KEY IS CD-CLAIMANT-ID WITH DUPLICATES
             ALTERNATE RECORD KEY IS CD-EMPLOYER-ACCT WITH DUPLICATES
             FILE STATUS  IS CLAIMANT-DETAIL-STATUS.
           SELECT IDENTITY-VERIFICATION-FILE ASSIGN TO IDVFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS IV-CLAIMANT-ID
             FILE STATUS  IS IDENTITY-VERIFICATION-STATUS.
           SELECT ACH-FILE ASSIGN TO ACHOUT
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS  IS ACH-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  CERTIFICATION-FILE.
       COPY CERTREC.
      *---------------------------------------------------------------*
       FD  UNEMPLOYMENT-CLAIMS-FILE
            DATA RECORD IS UNEMPLOYMENT-CLAIM.
           COPY UNEMC.
      *---------------------------------------------------------------*
       FD  PAYMENT-DESTINATION-FILE.
       COPY PDSTREC.
      *---------------------------------------------------------------*
       FD  PAYMENT-MASTER-FILE.
       COPY PAYREC.
      *---------------------------------------------------------------*
       FD  OVERPAYMENT-FILE.
       COPY OVPREC.
      *---------------------------------------------------------------*
       FD  PAYMENT-HOLD-FILE.
       COPY PHLDREC.
      *---------------------------------------------------------------*
       FD  CLAIMANT-DETAIL-FILE.
       COPY CLMTREC.
      *---------------------------------------------------------------*
       FD  IDENTITY-VERIFICATION-FILE.
       COPY IDVREC.
      *---------------------------------------------------------------*
       FD  ACH-FILE
           RECORDING MODE IS F.
       01  ACH-RECORD                      PIC X(94).
      *---------------------------------------------------------------*
       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD.
           05  PRINT-LINE                  PIC X(132).
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  CERTIFICATION-STATUS        PIC X(02).
               88  CERTIFICATION-OK              VALUE '00'.
           05  UNEMPLOYMENT-FILE-STATUS    PIC X(02).
               88  UNEMPLOYMENT-FILE-OK          VALUE '00'.
           05  PAYMENT-DESTINATION-STATUS  PIC X(02).
               88  PAYMENT-DESTINATION-OK        VALUE '00'.
           05  PAYMENT-MASTER-STATUS       PIC X(02).
               88  PAYMENT-MASTER-OK             VALUE '00'.
               88  PAYMENT-MASTER-NEW            VALUE '35'.
           05  OVERPAYMENT-STATUS          PIC X(02).
               88  OVERPAYMENT-OK                VALUE '00'.
           05  OVERPAYMENT-OPEN-SW         PIC X(01) VALUE 'N'.
               88  OVERPAYMENT-OPEN              VALUE 'Y'.
           05  PAYMENT-HOLD-STATUS         PIC X(02).
               88  PAYMENT-HOLD-OK               VALUE '00'.
               88  PAYMENT-HOLD-NEW              VALUE '35'.
           05  PAYMENT-HOLD-OPEN-SW        PIC X(01) VALUE 'N'.
               88  PAYMENT-HOLD-OPEN             VALUE 'Y'.
           05  CLAIMANT-DETAIL-STATUS      PIC X(02).
               88  CLAIMANT-DETAIL-OK            VALUE '00'.
           05  IDENTITY-VERIFICATION-STATUS
                                           PIC X(02).
               88  IDENTITY-VERIFICATION-OK      VALUE '00'.
               88  IDENTITY-VERIFICATION-NEW     VALUE '35'.
           05  IDENTITY-VERIFICATION-OPEN-SW
                                           PIC X(01) VALUE 'N'.
               88  IDENTITY-VERIFICATION-OPEN    VALUE 'Y'.
           05  WS-CLAIMANT-SCAN-SW         PIC X(01).
               88  WS-CLAIMANT-SCAN-DONE         VALUE 'Y'.
           05  WS-CLAIMANT-PASS-SW         PIC X(01) VALUE 'N'.
               88  WS-CLAIMANT-PASSED            VALUE 'Y'.
           05  WS-VERIFIED-CLAIM-ID        PIC X(08) VALUE SPACE.
           05  WS-CLAIMANT-ID              PIC X(10).
           05  ACH-FILE-STATUS             PIC X(02).
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  WS-SCAN-EOF-SW              PIC X(01) VALUE 'N'.
               88  WS-SCAN-EOF                   VALUE 'Y'.
           05  WS-WEEK-DISPOSITION         PIC X(01).
               88  WS-WEEK-ISSUABLE              VALUE 'I'.
           05  WS-REISSUE-SW               PIC X(01).
               88  WS-REISSUE-REVERSED           VALUE 'Y'.
           05  WS-CERT-COUNT               PIC 9(08) VALUE 0.
           05  WS-NOT-PAYABLE-COUNT        PIC 9(08) VALUE 0.
           05  WS-CLAIM-NOT-OPEN-COUNT     PIC 9(08) VALUE 0.
           05  WS-ALREADY-PAID-COUNT       PIC 9(08) VALUE 0.
           05  WS-REISSUE-COUNT            PIC 9(08) VALUE 0.
           05  WS-REISSUE-OFFSET           PIC 9(05)V99.
           05  WS-NO-DESTINATION-COUNT     PIC 9(08) VALUE 0.
           05  WS-INTEGRITY-HOLD-COUNT     PIC 9(08) VALUE 0.
           05  WS-IDENTITY-HOLD-COUNT      PIC 9(08) VALUE 0.
           05  WS-IDENTITY-HOLD-AMOUNT     PIC 9(10)V99 VALUE 0.
           05  WS-OFFSET-COUNT             PIC 9(08) VALUE 0.
           05  WS-FULLY-OFFSET-COUNT       PIC 9(08) VALUE 0.
           05  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
           05  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE.
               10  FILLER                  PIC X(02).
               10  WS-BUSINESS-YYMMDD      PIC X(06).
           05  WS-LAST-SERIAL              PIC 9(09) VALUE 0.
           05  WS-WEEK-ENDING              PIC 9(08).
           05  WS-WEEK-ENDING-X REDEFINES WS-WEEK-ENDING.
               10  WS-WEEK-YYYY            PIC 9(04).
               10  WS-WEEK-MM              PIC 9(02).
               10  WS-WEEK-DD              PIC 9(02).
      *---------------------------------------------------------------*
       01  WS-ISSUANCE-TOTALS.
      *---------------------------------------------------------------*
      *    REGISTER TOTALS ARE ADDED AS THE REGISTER LINES PRINT AND
      *    ACH TOTALS AS THE ENTRIES ARE WRITTEN, SO THE BALANCE
      *    LINE IS A REAL CROSS-CHECK AND NOT ONE NUMBER PRINTED
      *    TWICE.
      *---------------------------------------------------------------*
           05  WS-REG-DEPOSIT-COUNT        PIC 9(08) VALUE 0.
           05  WS-REG-DEPOSIT-AMOUNT       PIC 9(10)V99 VALUE 0.
           05  WS-REG-CHECK-COUNT          PIC 9(08) VALUE 0.
           05  WS-REG-CHECK-AMOUNT         PIC 9(10)V99 VALUE 0.
           05  WS-ACH-ENTRY-COUNT          PIC 9(08) VALUE 0.
           05  WS-ACH-ENTRY-HASH           PIC 9(10) VALUE 0.
           05  WS-ACH-CREDIT-TOTAL         PIC 9(10)V99 VALUE 0.
           05  WS-ACH-RECORD-COUNT         PIC 9(08) VALUE 0.
           05  WS-ACH-BLOCK-COUNT          PIC 9(06) VALUE 0.
      *---------------------------------------------------------------*
       01  WS-OFFSET-WORK.
      *---------------------------------------------------------------*
           05  WS-OFFSET-PCT               PIC 9(02)V9 VALUE 50.0.
           05  WS-OFFSET-AMOUNT            PIC 9(05)V99 VALUE 0.
           05  WS-NET-AMOUNT               PIC 9(05)V99 VALUE 0.
           05  WS-OFFSET-TOTAL             PIC 9(10)V99 VALUE 0.
      *---------------------------------------------------------------*
      *    WEEK'S OFFSETS BY OVERPAYMENT CAUSE CODE.
      *---------------------------------------------------------------*
       01  OFFSET-CAUSE-TABLE.
           05  OCT-ENTRY-COUNT             PIC 9(03) VALUE 0.
           05  OCT-ENTRY                   OCCURS 100 TIMES
                                           INDEXED BY OCT-INDEX.
               10  OCT-CAUSE-CODE          PIC X(03).
               10  OCT-COUNT               PIC 9(08).
               10  OCT-AMOUNT              PIC 9(10)V99.
      *---------------------------------------------------------------*
       01  WS-ORIGINATOR-FIELDS.
      *---------------------------------------------------------------*
           05  WS-ODFI-ROUTING             PIC 9(09) VALUE 0.
           05  WS-ODFI-ROUTING-X REDEFINES WS-ODFI-ROUTING.
               10  WS-ODFI-ID              PIC X(08).
               10  FILLER                  PIC X(01).
           05  WS-DEST-ROUTING             PIC 9(09) VALUE 0.
           05  WS-COMPANY-ID               PIC X(10) VALUE
               '0000000000'.
           05  WS-COMPANY-NAME             PIC X(16) VALUE
               'UI BENEFITS     '.
      *---------------------------------------------------------------*
       01  ACH-FILE-HEADER.
      *---------------------------------------------------------------*
           05  FILLER                      PIC X(01) VALUE '1'.
           05  FILLER                      PIC X(02) VALUE '01'.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AFH-DESTINATION             PIC 9(09).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AFH-ORIGIN                  PIC 9(09).
           05  AFH-CREATION-DATE           PIC X(06).
           05  AFH-CREATION-TIME           PIC X(04).
           05  FILLER                      PIC X(01) VALUE 'A'.
           05  FILLER                      PIC X(03) VALUE '094'.
           05  FILLER                      PIC X(02) VALUE '10'.
           05  FILLER                      PIC X(01) VALUE '1'.
           05  AFH-DESTINATION-NAME        PIC X(23) VALUE
               'FEDERAL RESERVE BANK'.
           05  AFH-ORIGIN-NAME             PIC X(23) VALUE
               'UI BENEFIT PAYMENTS'.
           05  FILLER                      PIC X(08) VALUE SPACE.
      *---------------------------------------------------------------*
       01  ACH-BATCH-HEADER.
      *---------------------------------------------------------------*
           05  FILLER                      PIC X(01) VALUE '5'.
           05  FILLER                      PIC X(03) VALUE '220'.
           05  ABH-COMPANY-NAME            PIC X(16).
           05  FILLER                      PIC X(20) VALUE SPACE.
           05  ABH-COMPANY-ID              PIC X(10).
           05  FILLER                      PIC X(03) VALUE 'PPD'.
           05  FILLER                      PIC X(10) VALUE
               'UI BENEFIT'.
           05  ABH-DESCRIPTIVE-DATE        PIC X(06).
           05  ABH-EFFECTIVE-DATE          PIC X(06).
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  FILLER                      PIC X(01) VALUE '1'.
           05  ABH-ODFI-ID                 PIC X(08).
           05  FILLER                      PIC 9(07) VALUE 1.
      *---------------------------------------------------------------*
       01  ACH-ENTRY-DETAIL.
      *---------------------------------------------------------------*
           05  FILLER                      PIC X(01) VALUE '6'.
           05  AED-TRANSACTION-CODE        PIC X(02).
           05  AED-RDFI-ID                 PIC X(08).
           05  AED-CHECK-DIGIT             PIC X(01).
           05  AED-ACCOUNT-NUMBER          PIC X(17).
           05  AED-AMOUNT                  PIC 9(08)V99.
           05  AED-INDIVIDUAL-ID           PIC X(15).
           05  AED-INDIVIDUAL-NAME         PIC X(22).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  FILLER                      PIC X(01) VALUE '0'.
           05  AED-TRACE-ODFI              PIC X(08).
           05  AED-TRACE-SEQUENCE          PIC 9(07).
      *---------------------------------------------------------------*
       01  ACH-BATCH-CONTROL.
      *---------------------------------------------------------------*
           05  FILLER                      PIC X(01) VALUE '8'.
           05  FILLER                      PIC X(03) VALUE '220'.
           05  ABC-ENTRY-COUNT             PIC 9(06).
           05  ABC-ENTRY-HASH              PIC 9(10).
           05  ABC-DEBIT-TOTAL             PIC 9(10)V99 VALUE 0.
           05  ABC-CREDIT-TOTAL            PIC 9(10)V99.
           05  ABC-COMPANY-ID              PIC X(10).
           05  FILLER                      PIC X(19) VALUE SPACE.
           05  FILLER                      PIC X(06) VALUE SPACE.
           05  ABC-ODFI-ID                 PIC X(08).
           05  FILLER                      PIC 9(07) VALUE 1.
      *---------------------------------------------------------------*
       01  ACH-FILE-CONTROL.
      *---------------------------------------------------------------*
           05  FILLER                      PIC X(01) VALUE '9'.
           05  FILLER                      PIC 9(06) VALUE 1.
           05  AFC-BLOCK-COUNT             PIC 9(06).
           05  AFC-ENTRY-COUNT             PIC 9(08).
           05  AFC-ENTRY-HASH              PIC 9(10).
           05  AFC-DEBIT-TOTAL             PIC 9(10)V99 VALUE 0.
           05  AFC-CREDIT-TOTAL            PIC 9(10)V99.
           05  FILLER                      PIC X(39) VALUE SPACE.
      *---------------------------------------------------------------*
       01  REGISTER-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'BENISS BENEFIT PAYMENT ISSUANCE REGISTER - B'.
           05  FILLER PIC X(14) VALUE 'USINESS DATE  '.
           05  RHL-BUSINESS-DATE           PIC 9(08).
      *---------------------------------------------------------------*
       01  REGISTER-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'SERIAL     CLAIM ID  WEEK END  M  PAYEE NAME'.
           05  FILLER PIC X(44) VALUE
               '               NET PAID     OFFSET  DESTINAT'.
           05  FILLER PIC X(03) VALUE 'ION'.
      *---------------------------------------------------------------*
       01  REGISTER-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  RDL-SERIAL                  PIC 9(09).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  RDL-CLAIM-ID                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  RDL-WEEK-ENDING             PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  RDL-METHOD                  PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  RDL-PAYEE-NAME              PIC X(22).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  RDL-AMOUNT                  PIC ZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  RDL-OFFSET                  PIC ZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  RDL-DESTINATION             PIC X(40).
      *---------------------------------------------------------------*
       01  REGISTER-TOTAL-LINE.
      *---------------------------------------------------------------*
           05  RTL-LABEL                   PIC X(32).
           05  RTL-COUNT                   PIC ZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  RTL-AMOUNT                  PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  RTL-RESULT                  PIC X(20).
      *---------------------------------------------------------------*
       01  REPORT-LINES.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
           COPY UNEMCKFC.
       COPY PRINTCTL.
       COPY BUSDATEC.
       COPY PARMC.
       COPY EXCLOGC.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 0900-VERIFY-CLAIMS-FILE.
           IF  NOT UK-FILE-CERTIFIED
               MOVE 16                     TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-ORIGINATOR.
           PERFORM 1200-FIND-LAST-SERIAL.
           PERFORM 1300-WRITE-ACH-HEADERS.
           PERFORM 8000-READ-CERTIFICATION.
           PERFORM 2000-CONSIDER-ONE-WEEK
               UNTIL END-OF-FILE.
           PERFORM 4000-WRITE-ACH-CONTROLS.
           PERFORM 4100-PRINT-TOTALS.
           PERFORM 3000-CLOSE-FILES.
           DISPLAY '*** BENISS ISSUANCE SUMMARY ***'.
           DISPLAY 'CERTIFIED WEEKS READ : ', WS-CERT-COUNT.
           DISPLAY 'NOT PAYABLE          : ', WS-NOT-PAYABLE-COUNT.
           DISPLAY 'CLAIM NOT OPEN       : ', WS-CLAIM-NOT-OPEN-COUNT.
           DISPLAY 'ALREADY ON PAYMSTR   : ', WS-ALREADY-PAID-COUNT.
           DISPLAY 'REVERSED RE-ISSUED   : ', WS-REISSUE-COUNT.
           DISPLAY 'HELD - NO DESTINATION: ', WS-NO-DESTINATION-COUNT.
           DISPLAY 'HELD - INTEGRITY HOLD: ', WS-INTEGRITY-HOLD-COUNT.
           DISPLAY 'HELD - ID NOT PASSED : ', WS-IDENTITY-HOLD-COUNT.
           DISPLAY 'DEPOSITS ISSUED      : ', WS-REG-DEPOSIT-COUNT.
           DISPLAY 'CHECKS ISSUED        : ', WS-REG-CHECK-COUNT.
           DISPLAY 'WEEKS OFFSET         : ', WS-OFFSET-COUNT.
           DISPLAY 'WHOLLY OFFSET        : ', WS-FULLY-OFFSET-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       0900-VERIFY-CLAIMS-FILE.
      *---------------------------------------------------------------*
           CALL 'UNEMCKF' USING UNEMCKF-REQUEST.
           IF  NOT UK-FILE-CERTIFIED
               DISPLAY 'BENISS - CLAIMS FILE NOT CERTIFIED (',
                   UK-RESULT, ') - RUN REFUSED'
           END-IF.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  CERTIFICATION-FILE.
           OPEN INPUT  UNEMPLOYMENT-CLAIMS-FILE.
           OPEN INPUT  PAYMENT-DESTINATION-FILE.
           OPEN OUTPUT ACH-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE           TO RHL-BUSINESS-DATE.
           OPEN I-O PAYMENT-MASTER-FILE.
           IF  PAYMENT-MASTER-NEW
      *        FIRST-EVER ISSUANCE AHEAD OF ANY PAYIN LOAD - CREATE
      *        THE FILE EMPTY, THEN REOPEN FOR UPDATE, THE SAME DANCE
      *        STATEMNT DOES FOR A BRAND-NEW REFERENCE CLUSTER.
               OPEN OUTPUT PAYMENT-MASTER-FILE
               CLOSE       PAYMENT-MASTER-FILE
               OPEN I-O    PAYMENT-MASTER-FILE
           END-IF.
           IF NOT PAYMENT-MASTER-OK
               DISPLAY 'PAYMSTR OPEN ERROR : ', PAYMENT-MASTER-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *    NO OVERPAYMENT REGISTER YET MEANS NOTHING TO OFFSET - THE
      *    RUN GOES ON AND PAYS IN FULL.
           OPEN I-O OVERPAYMENT-FILE.
           IF  OVERPAYMENT-OK
               SET OVERPAYMENT-OPEN TO TRUE
           ELSE
               DISPLAY 'BENISS - OVPFILE UNAVAILABLE (STATUS ',
                   OVERPAYMENT-STATUS, ') - NO OFFSETS TAKEN'
           END-IF.
      *    NO HOLD FILE YET MEANS NO HOLD WAS EVER PLACED.  ANY OTHER
      *    FAILURE STOPS THE RUN - A HELD CLAIM MUST NOT BE PAID
      *    BECAUSE ITS HOLD COULD NOT BE READ.
           OPEN INPUT PAYMENT-HOLD-FILE.
           EVALUATE TRUE
               WHEN PAYMENT-HOLD-OK
                   SET PAYMENT-HOLD-OPEN TO TRUE
               WHEN PAYMENT-HOLD-NEW
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'PAYHOLD OPEN ERROR : ', PAYMENT-HOLD-STATUS
                   MOVE 16                 TO RETURN-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.
      *    NO VERIFICATION FILE YET MEANS NO CLAIMANT HAS PASSED -
      *    EVERY PAYABLE WEEK IS HELD.  ANY OTHER FAILURE STOPS THE
      *    RUN, THE SAME AS PAYHOLD.
           OPEN INPUT CLAIMANT-DETAIL-FILE.
           OPEN INPUT IDENTITY-VERIFICATION-FILE.
           EVALUATE TRUE
               WHEN IDENTITY-VERIFICATION-OK
                   SET IDENTITY-VERIFICATION-OPEN TO TRUE
               WHEN IDENTITY-VERIFICATION-NEW
                   DISPLAY 'BENISS - IDVFILE NOT YET LOADED - NO '
                       'CLAIMANT HAS PASSED IDENTITY VERIFICATION'
               WHEN OTHER
                   DISPLAY 'IDVFILE OPEN ERROR : ',
                       IDENTITY-VERIFICATION-STATUS
                   MOVE 16                 TO RETURN-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.
           IF NOT CLAIMANT-DETAIL-OK
               DISPLAY 'CLMTFILE OPEN ERROR : ', CLAIMANT-DETAIL-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT CERTIFICATION-OK
               DISPLAY 'CERTFILE OPEN ERROR : ', CERTIFICATION-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT UNEMPLOYMENT-FILE-OK
               DISPLAY 'UNEMPLOYMENT-CLAIMS-FILE OPEN ERROR : ',
                   UNEMPLOYMENT-FILE-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT PAYMENT-DESTINATION-OK
               DISPLAY 'PAYDEST OPEN ERROR : ',
                   PAYMENT-DESTINATION-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       1100-LOAD-ORIGINATOR.
      *---------------------------------------------------------------*
           MOVE WS-BUSINESS-DATE           TO PL-AS-OF-DATE.
           MOVE 'ISODFIRT'                 TO PL-PARM-ID.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND AND PL-VALUE (1:9) IS NUMERIC
               MOVE PL-VALUE (1:9)         TO WS-ODFI-ROUTING
           END-IF.
           MOVE 'ISDESTRT'                 TO PL-PARM-ID.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND AND PL-VALUE (1:9) IS NUMERIC
               MOVE PL-VALUE (1:9)         TO WS-DEST-ROUTING
           END-IF.
           MOVE 'ISCOMPID'                 TO PL-PARM-ID.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND AND PL-VALUE (1:10) NOT = SPACES
               MOVE PL-VALUE (1:10)        TO WS-COMPANY-ID
           END-IF.
           MOVE 'OFSETPCT'                 TO PL-PARM-ID.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND AND PL-VALUE (1:3) IS NUMERIC
               COMPUTE WS-OFFSET-PCT =
                   FUNCTION NUMVAL (PL-VALUE (1:3)) / 10
           END-IF.
      *---------------------------------------------------------------*
       1200-FIND-LAST-SERIAL.
      *---------------------------------------------------------------*
           IF  END-OF-FILE
               CONTINUE
           ELSE
               MOVE LOW-VALUES             TO PM-PAYMENT-KEY
               START PAYMENT-MASTER-FILE
                   KEY IS >= PM-PAYMENT-KEY
                   INVALID KEY
                       SET WS-SCAN-EOF TO TRUE
               END-START
               PERFORM 1210-READ-NEXT-PAYMENT
               PERFORM 1220-NOTE-ONE-SERIAL
                   UNTIL WS-SCAN-EOF
           END-IF.
      *---------------------------------------------------------------*
       1210-READ-NEXT-PAYMENT.
      *---------------------------------------------------------------*
           IF  NOT WS-SCAN-EOF
               READ PAYMENT-MASTER-FILE NEXT RECORD
                   AT END SET WS-SCAN-EOF TO TRUE
               END-READ
           END-IF.
      *---------------------------------------------------------------*
       1220-NOTE-ONE-SERIAL.
      *---------------------------------------------------------------*
      *    EVERY SERIAL EVER SENT COUNTS, WHATEVER BANKRCN HAS SINCE
      *    DONE WITH THE ROW - A PAID OR RETURNED ITEM'S SERIAL IS
      *    STILL THE BANK'S.
      *---------------------------------------------------------------*
           IF  PM-ISSUANCE-SERIAL IS NUMERIC
               AND PM-ISSUANCE-SERIAL > WS-LAST-SERIAL
               MOVE PM-ISSUANCE-SERIAL     TO WS-LAST-SERIAL
           END-IF.
           PERFORM 1210-READ-NEXT-PAYMENT.
      *---------------------------------------------------------------*
       1300-WRITE-ACH-HEADERS.
      *---------------------------------------------------------------*
           MOVE WS-DEST-ROUTING            TO AFH-DESTINATION.
           MOVE WS-ODFI-ROUTING            TO AFH-ORIGIN.
           MOVE WS-BUSINESS-YYMMDD         TO AFH-CREATION-DATE.
           MOVE WS-CURRENT-DATE-DATA (9:4) TO AFH-CREATION-TIME.
           MOVE ACH-FILE-HEADER            TO ACH-RECORD.
           PERFORM 8100-WRITE-ACH-RECORD.
           MOVE WS-COMPANY-NAME            TO ABH-COMPANY-NAME.
           MOVE WS-COMPANY-ID              TO ABH-COMPANY-ID.
           MOVE WS-BUSINESS-YYMMDD         TO ABH-DESCRIPTIVE-DATE
                                              ABH-EFFECTIVE-DATE.
           MOVE WS-ODFI-ID                 TO ABH-ODFI-ID.
           MOVE ACH-BATCH-HEADER           TO ACH-RECORD.
           PERFORM 8100-WRITE-ACH-RECORD.
      *---------------------------------------------------------------*
       2000-CONSIDER-ONE-WEEK.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-CERT-COUNT.
           MOVE 'I'                        TO WS-WEEK-DISPOSITION.
           IF  NOT (CT-FULL-PAY OR CT-PARTIAL-PAY
                    OR CT-WORK-SHARE-PAY)
               OR CT-PAYABLE-AMOUNT = 0
               MOVE 'N'                    TO WS-WEEK-DISPOSITION
               ADD 1                       TO WS-NOT-PAYABLE-COUNT
           END-IF.
           IF  WS-WEEK-ISSUABLE
               PERFORM 2100-CHECK-CLAIM-OPEN
           END-IF.
           IF  WS-WEEK-ISSUABLE
               PERFORM 2200-CHECK-ALREADY-PAID
           END-IF.
           IF  WS-WEEK-ISSUABLE
               PERFORM 2250-CHECK-INTEGRITY-HOLD
           END-IF.
           IF  WS-WEEK-ISSUABLE
               PERFORM 2260-CHECK-IDENTITY
           END-IF.
           IF  WS-WEEK-ISSUABLE
               PERFORM 2300-FIND-DESTINATION
           END-IF.
           IF  WS-WEEK-ISSUABLE
               PERFORM 2400-ISSUE-PAYMENT
           END-IF.
           PERFORM 8000-READ-CERTIFICATION.
      *---------------------------------------------------------------*
       2100-CHECK-CLAIM-OPEN.
      *---------------------------------------------------------------*
           MOVE CT-CLAIM-ID
               TO RECORD-ID OF UNEMPLOYMENT-CLAIM.
           READ UNEMPLOYMENT-CLAIMS-FILE
               INVALID KEY
                   MOVE 'C'                TO WS-WEEK-DISPOSITION
               NOT INVALID KEY
                   IF  NOT CLAIM-STATUS-OPEN OF UNEMPLOYMENT-CLAIM
                       MOVE 'C'            TO WS-WEEK-DISPOSITION
                   END-IF
           END-READ.
           IF  NOT WS-WEEK-ISSUABLE
               ADD 1                       TO WS-CLAIM-NOT-OPEN-COUNT
           END-IF.
      *---------------------------------------------------------------*
       2200-CHECK-ALREADY-PAID.
      *---------------------------------------------------------------*
      *    CERTFILE WEEK-ENDING IS YYYYMMDD; PAYMSTR'S IS DDMMYYYY
      *    LIKE RECORD-DATE - RESHAPE BEFORE PROBING.  A ROW BANKRCN
      *    HAS REVERSED (RETURNED DEPOSIT OR STALE CHECK) PAID NOTHING,
      *    SO THE WEEK IS STILL ISSUABLE AND THE NEW ISSUANCE IS
      *    POSTED OVER THAT ROW.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO WS-REISSUE-SW.
           MOVE CT-WEEK-ENDING             TO WS-WEEK-ENDING.
           MOVE CT-CLAIM-ID                TO PM-CLAIM-ID.
           MOVE WS-WEEK-DD                 TO PM-WEEK-DD.
           MOVE WS-WEEK-MM                 TO PM-WEEK-MM.
           MOVE WS-WEEK-YYYY               TO PM-WEEK-YYYY.
           READ PAYMENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  PM-REVERSED
                       MOVE 'Y'            TO WS-REISSUE-SW
                       MOVE 0              TO WS-REISSUE-OFFSET
                       IF  PM-OFFSET-AMOUNT IS NUMERIC
                           MOVE PM-OFFSET-AMOUNT
                                           TO WS-REISSUE-OFFSET
                       END-IF
                   ELSE
                       MOVE 'A'            TO WS-WEEK-DISPOSITION
                       ADD 1               TO WS-ALREADY-PAID-COUNT
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       2250-CHECK-INTEGRITY-HOLD.
      *---------------------------------------------------------------*
      *    THE SCREEN ALREADY RAISED THE CLUSTER THROUGH EXCWRITE -
      *    THE HELD WEEKS ARE COUNTED HERE, NOT RAISED AGAIN.
      *---------------------------------------------------------------*
           IF  PAYMENT-HOLD-OPEN
               MOVE CT-CLAIM-ID            TO PH-CLAIM-ID
               READ PAYMENT-HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  PH-HELD
                           MOVE 'F'        TO WS-WEEK-DISPOSITION
                           ADD 1           TO WS-INTEGRITY-HOLD-COUNT
                       END-IF
               END-READ
           END-IF.
      *---------------------------------------------------------------*
       2260-CHECK-IDENTITY.
      *---------------------------------------------------------------*
      *    CERTFILE COMES IN CLAIM ORDER, SO THE CLAIMANT IS LOOKED UP
      *    ONCE PER CLAIM.  THE HELD WEEKS ARE REPORTED BY IDVRPT, NOT
      *    RAISED THROUGH EXCWRITE ONE WEEK AT A TIME.
      *---------------------------------------------------------------*
           IF  CT-CLAIM-ID NOT = WS-VERIFIED-CLAIM-ID
               MOVE CT-CLAIM-ID            TO WS-VERIFIED-CLAIM-ID
               PERFORM 2270-FIND-CLAIMANT
               MOVE 'N'                    TO WS-CLAIMANT-PASS-SW
               IF  WS-CLAIMANT-ID NOT = SPACES
                   AND IDENTITY-VERIFICATION-OPEN
                   MOVE WS-CLAIMANT-ID     TO IV-CLAIMANT-ID
                   READ IDENTITY-VERIFICATION-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF  IV-PASS
                               MOVE 'Y'    TO WS-CLAIMANT-PASS-SW
                           END-IF
                   END-READ
               END-IF
           END-IF.
           IF  NOT WS-CLAIMANT-PASSED
               MOVE 'V'                    TO WS-WEEK-DISPOSITION
               ADD 1                       TO WS-IDENTITY-HOLD-COUNT
               ADD CT-PAYABLE-AMOUNT       TO WS-IDENTITY-HOLD-AMOUNT
           END-IF.
      *---------------------------------------------------------------*
       2270-FIND-CLAIMANT.
      *---------------------------------------------------------------*
      *    THE CLAIM'S DETAIL ROWS, STARTED ON THE PRIME KEY - THE
      *    FIRST ROW CARRYING A CLAIMANT ID NAMES THE CLAIMANT.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO WS-CLAIMANT-ID.
           MOVE SPACES                     TO CD-DETAIL-KEY.
           MOVE CT-CLAIM-ID                TO CD-CLAIM-ID.
           MOVE 0                          TO CD-DATE.
           MOVE 'N'                        TO WS-CLAIMANT-SCAN-SW.
           START CLAIMANT-DETAIL-FILE
               KEY IS NOT LESS THAN CD-DETAIL-KEY
               INVALID KEY
                   MOVE 'Y'                TO WS-CLAIMANT-SCAN-SW
           END-START.
           PERFORM 2280-READ-CLAIMANT-ROW
               UNTIL WS-CLAIMANT-SCAN-DONE.
      *---------------------------------------------------------------*
       2280-READ-CLAIMANT-ROW.
      *---------------------------------------------------------------*
           READ CLAIMANT-DETAIL-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                TO WS-CLAIMANT-SCAN-SW
           END-READ.
           IF  NOT WS-CLAIMANT-SCAN-DONE
               IF  CD-CLAIM-ID NOT = CT-CLAIM-ID
                   MOVE 'Y'                TO WS-CLAIMANT-SCAN-SW
               ELSE
                   IF  CD-CLAIMANT-ID NOT = SPACES
                       MOVE CD-CLAIMANT-ID TO WS-CLAIMANT-ID
                       MOVE 'Y'            TO WS-CLAIMANT-SCAN-SW
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2300-FIND-DESTINATION.
      *---------------------------------------------------------------*
           MOVE CT-CLAIM-ID                TO PD-CLAIM-ID.
           READ PAYMENT-DESTINATION-FILE
               INVALID KEY
                   MOVE 'H'                TO WS-WEEK-DISPOSITION
               NOT INVALID KEY
                   IF  NOT (PD-DIRECT-DEPOSIT OR PD-PAPER-CHECK)
                       MOVE 'H'            TO WS-WEEK-DISPOSITION
                   END-IF
                   IF  PD-PAPER-CHECK AND PD-ADDRESS-LINE = SPACES
                       MOVE 'H'            TO WS-WEEK-DISPOSITION
                   END-IF
           END-READ.
           IF  NOT WS-WEEK-ISSUABLE
               ADD 1                       TO WS-NO-DESTINATION-COUNT
               MOVE 'BENISS'               TO EX-SOURCE-PROGRAM
               MOVE 'E'                    TO EX-SEVERITY
               MOVE CT-CERT-KEY            TO EX-KEY
               MOVE 'PAYABLE WEEK HELD - NO PAYMENT DESTINATION'
                   TO EX-MESSAGE
               CALL 'EXCWRITE' USING EXCWRITE-REQUEST
           END-IF.
      *---------------------------------------------------------------*
       2350-TAKE-OFFSET.
      *---------------------------------------------------------------*
      *    THE OFFSET IS THE PERCENT OF THE WEEK, NEVER MORE THAN
      *    WHAT IS STILL OWED.  RECOVERY IS POSTED THE WAY AN OVPMNT
      *    RECOVER CARD POSTS IT.  A WEEK RE-ISSUED OVER A REVERSED
      *    ROW KEEPS THAT ROW'S OFFSET - THE RECOVERY WAS POSTED TO
      *    OVPFILE WHEN THE WEEK WAS FIRST ISSUED AND BANKRCN DOES NOT
      *    BACK IT OUT, SO ONLY THE NET IS OWED THE CLAIMANT.
      *---------------------------------------------------------------*
           MOVE 0                          TO WS-OFFSET-AMOUNT.
           IF  WS-REISSUE-REVERSED
               MOVE WS-REISSUE-OFFSET      TO WS-OFFSET-AMOUNT
               IF  WS-OFFSET-AMOUNT > CT-PAYABLE-AMOUNT
                   MOVE CT-PAYABLE-AMOUNT  TO WS-OFFSET-AMOUNT
               END-IF
           ELSE
               IF  OVERPAYMENT-OPEN
                   MOVE CT-CLAIM-ID        TO OV-CLAIM-ID
                   READ OVERPAYMENT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF  (OV-OPEN OR OV-PARTIAL)
                               AND OV-BALANCE > 0
                               PERFORM 2360-POST-RECOVERY
                           END-IF
                   END-READ
               END-IF
           END-IF.
           COMPUTE WS-NET-AMOUNT =
               CT-PAYABLE-AMOUNT - WS-OFFSET-AMOUNT.
      *---------------------------------------------------------------*
       2360-POST-RECOVERY.
      *---------------------------------------------------------------*
           COMPUTE WS-OFFSET-AMOUNT ROUNDED =
               CT-PAYABLE-AMOUNT * WS-OFFSET-PCT / 100.
           IF  WS-OFFSET-AMOUNT > OV-BALANCE
               MOVE OV-BALANCE             TO WS-OFFSET-AMOUNT
           END-IF.
           IF  WS-OFFSET-AMOUNT > 0
               ADD WS-OFFSET-AMOUNT        TO OV-RECOVERED-AMOUNT
               SUBTRACT WS-OFFSET-AMOUNT FROM OV-BALANCE
               IF  OV-BALANCE = 0
                   MOVE 'R'                TO OV-STATUS
               ELSE
                   MOVE 'P'                TO OV-STATUS
               END-IF
               MOVE WS-BUSINESS-DATE       TO OV-LAST-ACTIVITY-DATE
               REWRITE OVERPAYMENT-RECORD
               ADD 1                       TO WS-OFFSET-COUNT
               ADD WS-OFFSET-AMOUNT        TO WS-OFFSET-TOTAL
               PERFORM 2370-TALLY-OFFSET-CAUSE
           END-IF.
      *---------------------------------------------------------------*
       2370-TALLY-OFFSET-CAUSE.
      *---------------------------------------------------------------*
           SET OCT-INDEX                   TO 1.
           SEARCH OCT-ENTRY
               AT END
                   PERFORM 2380-ADD-CAUSE-ENTRY
               WHEN OCT-INDEX > OCT-ENTRY-COUNT
                   PERFORM 2380-ADD-CAUSE-ENTRY
               WHEN OCT-CAUSE-CODE (OCT-INDEX) = OV-CAUSE-CODE
                   CONTINUE
           END-SEARCH.
           ADD 1                           TO OCT-COUNT (OCT-INDEX).
           ADD WS-OFFSET-AMOUNT            TO OCT-AMOUNT (OCT-INDEX).
      *---------------------------------------------------------------*
       2380-ADD-CAUSE-ENTRY.
      *---------------------------------------------------------------*
      *    A FULL TABLE FOLDS ANY FURTHER CAUSE INTO THE LAST ROW
      *    RATHER THAN LOSING THE DOLLARS FROM THE SUMMARY.
      *---------------------------------------------------------------*
           IF  OCT-ENTRY-COUNT < 100
               ADD 1                       TO OCT-ENTRY-COUNT
               SET OCT-INDEX               TO OCT-ENTRY-COUNT
               MOVE OV-CAUSE-CODE          TO OCT-CAUSE-CODE (OCT-INDEX)
               MOVE 0                      TO OCT-COUNT (OCT-INDEX)
                                              OCT-AMOUNT (OCT-INDEX)
           ELSE
               SET OCT-INDEX               TO 100
               MOVE '***'                  TO OCT-CAUSE-CODE (OCT-INDEX)
           END-IF.
      *---------------------------------------------------------------*
       2400-ISSUE-PAYMENT.
      *---------------------------------------------------------------*
           PERFORM 2350-TAKE-OFFSET.
           MOVE CT-CLAIM-ID                TO RDL-CLAIM-ID.
           MOVE CT-WEEK-ENDING             TO RDL-WEEK-ENDING.
           MOVE PD-METHOD                  TO RDL-METHOD.
           MOVE PD-PAYEE-NAME              TO RDL-PAYEE-NAME.
           MOVE WS-NET-AMOUNT              TO RDL-AMOUNT.
           MOVE WS-OFFSET-AMOUNT           TO RDL-OFFSET.
           MOVE SPACES                     TO RDL-DESTINATION.
           EVALUATE TRUE
               WHEN WS-NET-AMOUNT = 0
                   MOVE 0                  TO RDL-SERIAL
                   MOVE 'WHOLLY OFFSET - NOTHING ISSUED'
                       TO RDL-DESTINATION
                   ADD 1                   TO WS-FULLY-OFFSET-COUNT
               WHEN PD-DIRECT-DEPOSIT
                   ADD 1                   TO WS-LAST-SERIAL
                   MOVE WS-LAST-SERIAL     TO RDL-SERIAL
                   PERFORM 2410-WRITE-ACH-ENTRY
                   STRING 'DEPOSIT ' PD-ROUTING-NUMBER ' '
                       PD-ACCOUNT-NUMBER
                       DELIMITED BY SIZE INTO RDL-DESTINATION
                   ADD 1                   TO WS-REG-DEPOSIT-COUNT
                   ADD WS-NET-AMOUNT       TO WS-REG-DEPOSIT-AMOUNT
               WHEN OTHER
                   ADD 1                   TO WS-LAST-SERIAL
                   MOVE WS-LAST-SERIAL     TO RDL-SERIAL
                   STRING 'CHECK ' PD-CITY ' ' PD-STATE
                       DELIMITED BY SIZE INTO RDL-DESTINATION
                   ADD 1                   TO WS-REG-CHECK-COUNT
                   ADD WS-NET-AMOUNT       TO WS-REG-CHECK-AMOUNT
           END-EVALUATE.
           MOVE REGISTER-DETAIL-LINE       TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 2420-POST-PAYMENT.
      *---------------------------------------------------------------*
       2410-WRITE-ACH-ENTRY.
      *---------------------------------------------------------------*
           IF  PD-SAVINGS
               MOVE '32'                   TO AED-TRANSACTION-CODE
           ELSE
               MOVE '22'                   TO AED-TRANSACTION-CODE
           END-IF.
           MOVE PD-ROUTING-DFI             TO AED-RDFI-ID.
           MOVE PD-ROUTING-CHECK           TO AED-CHECK-DIGIT.
           MOVE PD-ACCOUNT-NUMBER          TO AED-ACCOUNT-NUMBER.
           MOVE WS-NET-AMOUNT              TO AED-AMOUNT.
           MOVE CT-CLAIM-ID                TO AED-INDIVIDUAL-ID.
           MOVE PD-PAYEE-NAME              TO AED-INDIVIDUAL-NAME.
      *    THE TRACE SEQUENCE IS SEVEN DIGITS AND THE SERIAL NINE, SO
      *    THE TRACE NUMBERS THE ENTRIES IN FILE ORDER INSTEAD.
           ADD 1                           TO WS-ACH-ENTRY-COUNT.
           MOVE WS-ODFI-ID                 TO AED-TRACE-ODFI.
           MOVE WS-ACH-ENTRY-COUNT         TO AED-TRACE-SEQUENCE.
           MOVE ACH-ENTRY-DETAIL           TO ACH-RECORD.
           PERFORM 8100-WRITE-ACH-RECORD.
           ADD WS-NET-AMOUNT               TO WS-ACH-CREDIT-TOTAL.
      *    ENTRY HASH - SUM OF THE EIGHT-DIGIT RDFI IDS, KEEPING THE
      *    LOW-ORDER TEN DIGITS AS THE NACHA RULES SAY.
           ADD PD-ROUTING-DFI              TO WS-ACH-ENTRY-HASH.
      *---------------------------------------------------------------*
       2420-POST-PAYMENT.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO BENEFIT-PAYMENT-RECORD.
           MOVE CT-CLAIM-ID                TO PM-CLAIM-ID.
           MOVE WS-WEEK-DD                 TO PM-WEEK-DD.
           MOVE WS-WEEK-MM                 TO PM-WEEK-MM.
           MOVE WS-WEEK-YYYY               TO PM-WEEK-YYYY.
           MOVE WS-NET-AMOUNT              TO PM-AMOUNT-PAID.
           MOVE WS-OFFSET-AMOUNT           TO PM-OFFSET-AMOUNT.
           IF  CT-WORK-SHARE-PAY
               MOVE 'STC'                  TO PM-PAYMENT-TYPE
           ELSE
               MOVE 'REG'                  TO PM-PAYMENT-TYPE
           END-IF.
           MOVE WS-BUSINESS-DATE           TO PM-LOAD-DATE.
           MOVE PD-METHOD                  TO PM-PAYMENT-METHOD.
           IF  WS-NET-AMOUNT = 0
               MOVE 0                      TO PM-ISSUANCE-SERIAL
               MOVE 'O'                    TO PM-ISSUE-STATUS
           ELSE
               MOVE WS-LAST-SERIAL         TO PM-ISSUANCE-SERIAL
               MOVE 'I'                    TO PM-ISSUE-STATUS
           END-IF.
           IF  WS-REISSUE-REVERSED
               REWRITE BENEFIT-PAYMENT-RECORD
                   INVALID KEY
                       DISPLAY 'BENISS - PAYMSTR REWRITE FAILED FOR ',
                           PM-PAYMENT-KEY, ' STATUS ',
                           PAYMENT-MASTER-STATUS
                       MOVE 12             TO RETURN-CODE
                   NOT INVALID KEY
                       ADD 1               TO WS-REISSUE-COUNT
               END-REWRITE
           ELSE
               WRITE BENEFIT-PAYMENT-RECORD
                   INVALID KEY
                       DISPLAY 'BENISS - PAYMSTR WRITE FAILED FOR ',
                           PM-PAYMENT-KEY, ' STATUS ',
                           PAYMENT-MASTER-STATUS
                       MOVE 12             TO RETURN-CODE
               END-WRITE
           END-IF.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE CERTIFICATION-FILE.
           CLOSE UNEMPLOYMENT-CLAIMS-FILE.
           CLOSE PAYMENT-DESTINATION-FILE.
           CLOSE PAYMENT-MASTER-FILE.
           IF  OVERPAYMENT-OPEN
               CLOSE OVERPAYMENT-FILE
           END-IF.
           IF  PAYMENT-HOLD-OPEN
               CLOSE PAYMENT-HOLD-FILE
           END-IF.
           CLOSE CLAIMANT-DETAIL-FILE.
           IF  IDENTITY-VERIFICATION-OPEN
               CLOSE IDENTITY-VERIFICATION-FILE
           END-IF.
           CLOSE ACH-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-WRITE-ACH-CONTROLS.
      *---------------------------------------------------------------*
           MOVE WS-ACH-ENTRY-COUNT         TO ABC-ENTRY-COUNT.
           MOVE WS-ACH-ENTRY-HASH          TO ABC-ENTRY-HASH.
           MOVE WS-ACH-CREDIT-TOTAL        TO ABC-CREDIT-TOTAL.
           MOVE WS-COMPANY-ID              TO ABC-COMPANY-ID.
           MOVE WS-ODFI-ID                 TO ABC-ODFI-ID.
           MOVE ACH-BATCH-CONTROL          TO ACH-RECORD.
           PERFORM 8100-WRITE-ACH-RECORD.
      *    BLOCK COUNT INCLUDES THE FILE CONTROL RECORD ITSELF; THE
      *    LAST BLOCK IS PADDED TO TEN RECORDS WITH ALL-NINES.
           COMPUTE WS-ACH-BLOCK-COUNT =
               (WS-ACH-RECORD-COUNT + 1 + 9) / 10.
           MOVE WS-ACH-BLOCK-COUNT         TO AFC-BLOCK-COUNT.
           MOVE WS-ACH-ENTRY-COUNT         TO AFC-ENTRY-COUNT.
           MOVE WS-ACH-ENTRY-HASH          TO AFC-ENTRY-HASH.
           MOVE WS-ACH-CREDIT-TOTAL        TO AFC-CREDIT-TOTAL.
           MOVE ACH-FILE-CONTROL           TO ACH-RECORD.
           PERFORM 8100-WRITE-ACH-RECORD.
           PERFORM 4010-WRITE-ACH-PADDING
               UNTIL WS-ACH-RECORD-COUNT
                   >= WS-ACH-BLOCK-COUNT * 10.
      *---------------------------------------------------------------*
       4010-WRITE-ACH-PADDING.
      *---------------------------------------------------------------*
           MOVE ALL '9'                    TO ACH-RECORD.
           PERFORM 8100-WRITE-ACH-RECORD.
      *---------------------------------------------------------------*
       4100-PRINT-TOTALS.
      *---------------------------------------------------------------*
           MOVE 2                          TO LINE-SPACEING.
           MOVE SPACES                     TO RTL-RESULT.
           MOVE 'DIRECT DEPOSITS ON REGISTER'  TO RTL-LABEL.
           MOVE WS-REG-DEPOSIT-COUNT       TO RTL-COUNT.
           MOVE WS-REG-DEPOSIT-AMOUNT      TO RTL-AMOUNT.
           MOVE REGISTER-TOTAL-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 1                          TO LINE-SPACEING.
           MOVE 'ACHOUT FILE CONTROL TOTALS'   TO RTL-LABEL.
           MOVE WS-ACH-ENTRY-COUNT         TO RTL-COUNT.
           MOVE WS-ACH-CREDIT-TOTAL        TO RTL-AMOUNT.
           IF  WS-ACH-ENTRY-COUNT = WS-REG-DEPOSIT-COUNT
               AND WS-ACH-CREDIT-TOTAL = WS-REG-DEPOSIT-AMOUNT
               MOVE 'IN BALANCE'           TO RTL-RESULT
           ELSE
               MOVE '*** OUT OF BALANCE'   TO RTL-RESULT
               DISPLAY 'BENISS - ACHOUT DOES NOT BALANCE TO REGISTER'
               MOVE 8                      TO RETURN-CODE
           END-IF.
           MOVE REGISTER-TOTAL-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE SPACES                     TO RTL-RESULT.
           MOVE 'PAPER CHECKS ON REGISTER'     TO RTL-LABEL.
           MOVE WS-REG-CHECK-COUNT         TO RTL-COUNT.
           MOVE WS-REG-CHECK-AMOUNT        TO RTL-AMOUNT.
           MOVE REGISTER-TOTAL-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'HELD - NO PAYMENT DESTINATION' TO RTL-LABEL.
           MOVE WS-NO-DESTINATION-COUNT    TO RTL-COUNT.
           MOVE 0                          TO RTL-AMOUNT.
           MOVE REGISTER-TOTAL-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'HELD - PAYMENT INTEGRITY HOLD' TO RTL-LABEL.
           MOVE WS-INTEGRITY-HOLD-COUNT    TO RTL-COUNT.
           MOVE 0                          TO RTL-AMOUNT.
           MOVE REGISTER-TOTAL-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'HELD - IDENTITY NOT VERIFIED' TO RTL-LABEL.
           MOVE WS-IDENTITY-HOLD-COUNT     TO RTL-COUNT.
           MOVE WS-IDENTITY-HOLD-AMOUNT    TO RTL-AMOUNT.
           MOVE REGISTER-TOTAL-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           MOVE 'OVERPAYMENT OFFSETS - ALL CAUSES' TO RTL-LABEL.
           MOVE WS-OFFSET-COUNT            TO RTL-COUNT.
           MOVE WS-OFFSET-TOTAL            TO RTL-AMOUNT.
           MOVE REGISTER-TOTAL-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 1                          TO LINE-SPACEING.
           PERFORM 4110-PRINT-CAUSE-LINE
               VARYING OCT-INDEX FROM 1 BY 1
               UNTIL OCT-INDEX > OCT-ENTRY-COUNT.
      *---------------------------------------------------------------*
       4110-PRINT-CAUSE-LINE.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO RTL-LABEL.
           STRING '    OFFSETS FOR CAUSE CODE '
               OCT-CAUSE-CODE (OCT-INDEX)
               DELIMITED BY SIZE INTO RTL-LABEL.
           MOVE OCT-COUNT (OCT-INDEX)      TO RTL-COUNT.
           MOVE OCT-AMOUNT (OCT-INDEX)     TO RTL-AMOUNT.
           MOVE REGISTER-TOTAL-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       8000-READ-CERTIFICATION.
      *---------------------------------------------------------------*
           IF  NOT END-OF-FILE
               READ CERTIFICATION-FILE NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-IF.
      *---------------------------------------------------------------*
       8100-WRITE-ACH-RECORD.
      *---------------------------------------------------------------*
           WRITE ACH-RECORD.
           ADD 1                           TO WS-ACH-RECORD-COUNT.
      *---------------------------------------------------------------*
       9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
           IF LINE-COUNT GREATER THAN LINES-ON-PAGE
               PERFORM 9100-PRINT-HEADING-LINES.
           MOVE NEXT-REPORT-LINE           TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
      *---------------------------------------------------------------*
       9100-PRINT-HEADING-LINES.
      *---------------------------------------------------------------*
           MOVE REGISTER-HEADING-LINE      TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE REGISTER-COLUMN-LINE       TO PRINT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 9120-WRITE-PRINT-LINE.
           ADD  1                          TO PAGE-COUNT.
           MOVE 1                          TO LINE-SPACEING.
           MOVE 4                          TO LINE-COUNT.
      *---------------------------------------------------------------*
       9110-WRITE-TOP-OF-PAGE.
      *---------------------------------------------------------------*
           WRITE PRINT-RECORD
               AFTER ADVANCING PAGE.
           MOVE SPACE                      TO PRINT-LINE.
      *---------------------------------------------------------------*
       9120-WRITE-PRINT-LINE.
      *---------------------------------------------------------------*
           WRITE PRINT-RECORD
               AFTER ADVANCING LINE-SPACEING.
           MOVE SPACE                      TO PRINT-LINE.
           ADD  1                          TO LINE-COUNT.
