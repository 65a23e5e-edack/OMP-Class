       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BEN1099.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    YEAR-END 1099-G - TOTALS THE UNEMPLOYMENT COMPENSATION
      *    PAID IN THE TAX YEAR FROM PAYMSTR (SEE PAYREC), FIRST BY
      *    CLAIM AND THEN BY CLAIMANT (CD-CLAIMANT-ID FROM CLMTFILE),
      *    PRINTS ONE STATEMENT PER CLAIMANT AND WRITES THE IRS
      *    ELECTRONIC FILE (IRSOUT, 750-BYTE T/A/B/C/F RECORDS).
      *    A PAYMENT BELONGS TO THE YEAR OF ITS PM-LOAD-DATE - THE
      *    DAY THE MONEY WENT OUT, NOT THE WEEK IT PAID FOR.
      *    BOX 1 FOR A CLAIMANT IS -
      *      EVERY REG/EXT/SUP ROW: AMOUNT PAID PLUS ANY OFFSET
      *                             WITHHELD (THE BENEFIT ITSELF)
      *      LESS ADJ ROWS          (ADJUSTMENTS BACK OUT BENEFIT)
      *      LESS OFFSETS           (OVERPAYMENT RECOVERED IN-YEAR)
      *    RETURNED AND STALE-DATED ISSUES NEVER REACHED THE
      *    CLAIMANT AND ARE LEFT OUT.  A CLAIM LOADED BEFORE THE FEED
      *    CARRIED IDENTITY IS REPORTED UNDER ITS OWN CLAIM ID.
      *    NAME, ADDRESS AND TIN COME FROM PAYDEST (SEE PDSTREC).
      *    THE BOX 1 AMOUNT REPORTED IS KEPT ON TAXHIST (SEE TAXHREC).
      *    A CORRECTED RUN RE-ISSUES - MARKED CORRECTED, 'G' ON THE
      *    B RECORD - ONLY CLAIMANTS WHOSE TOTAL NO LONGER AGREES
      *    WITH TAXHIST; A CLAIMANT NEVER REPORTED GOES OUT AS AN
      *    ORIGINAL.  A CLAIMANT ON TAXHIST WITH AN AMOUNT REPORTED
      *    WHOM THE CORRECTED RUN NO LONGER FINDS ANY DOLLARS FOR
      *    (EVERY PAYMENT REVERSED OR ADJUSTED AWAY) IS RE-ISSUED
      *    CORRECTED TO ZERO.  THE CLAIMANTS THE RUN TOTALLED ARE KEPT
      *    IN KEY ORDER ON TAXSEEN AND MATCHED AGAINST THE YEAR'S
      *    TAXHIST ROWS; THE MAILING AND TIN FOR ONE NOT SEEN COME
      *    FROM PAYDEST FOR THE CLAIMANT'S CLAIMS.
      *
      *    CONTROL INPUT (SYSIN) -
      *      CARD 1   TAX YEAR  9(4)  (DEFAULT THE YEAR BEFORE THE
      *                                BUSINESS DATE)
      *      CARD 2   RUN MODE  O=ORIGINAL  C=CORRECTED (DEFAULT O)
      *
      *    PARMFILE PARAMETERS (SEE PARMC) -
      *      TXPAYTIN  PAYER (AGENCY) TIN 9(9)
      *      TXTCCODE  IRS TRANSMITTER CONTROL CODE X(5)
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
           SELECT CLAIMANT-DETAIL-FILE ASSIGN TO CLMTFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS CD-DETAIL-KEY
             ALTERNATE RECORD KEY IS CD-CLAIMANT-ID WITH DUPLICATES
             ALTERNATE RECORD KEY IS CD-EMPLOYER-ACCT WITH DUPLICATES
             FILE STATUS  IS CLAIMANT-DETAIL-STATUS.
           SELECT PAYMENT-MASTER-FILE ASSIGN TO PAYMSTR
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS PM-PAYMENT-KEY
             FILE STATUS  IS PAYMENT-MASTER-STATUS.
           SELECT PAYMENT-DESTINATION-FILE ASSIGN TO PAYDEST
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS PD-CLAIM-ID
             FILE STATUS  IS PAYMENT-DESTINATION-STATUS.
           SELECT TAX-HISTORY-FILE ASSIGN TO TAXHIST
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS TH-HISTORY-KEY
             FILE STATUS  IS TAX-HISTORY-STATUS.
           SELECT CLAIM-TOTAL-FILE ASSIGN TO TAXWORK
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS CLAIM-TOTAL-STATUS.
           SELECT PAYEE-WORK-FILE ASSIGN TO IRSBWORK
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS PAYEE-WORK-STATUS.
           SELECT CLAIMANT-SEEN-FILE ASSIGN TO TAXSEEN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS CLAIMANT-SEEN-STATUS.
           SELECT IRS-FILE ASSIGN TO IRSOUT
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS IRS-FILE-STATUS.
           SELECT CLAIM-SORT-FILE ASSIGN TO SORTWORK.
           SELECT CLAIMANT-SORT-FILE ASSIGN TO SORTWRK2.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  CLAIMANT-DETAIL-FILE.
       COPY CLMTREC.
      *---------------------------------------------------------------*
       FD  PAYMENT-MASTER-FILE.
       COPY PAYREC.
      *---------------------------------------------------------------*
       FD  PAYMENT-DESTINATION-FILE.
       COPY PDSTREC.
      *---------------------------------------------------------------*
       FD  TAX-HISTORY-FILE.
       COPY TAXHREC.
      *---------------------------------------------------------------*
       FD  CLAIM-TOTAL-FILE
           RECORDING MODE IS F.
       01  CLAIM-TOTAL-RECORD              PIC X(143).
      *---------------------------------------------------------------*
       FD  PAYEE-WORK-FILE
           RECORDING MODE IS F.
       01  PAYEE-WORK-RECORD               PIC X(750).
      *---------------------------------------------------------------*
       FD  CLAIMANT-SEEN-FILE
           RECORDING MODE IS F.
       01  CLAIMANT-SEEN-RECORD            PIC X(10).
      *---------------------------------------------------------------*
       FD  IRS-FILE
           RECORDING MODE IS F.
       01  IRS-RECORD                      PIC X(750).
      *---------------------------------------------------------------*
      *    SORT 1 - CLAIMANT-DETAIL ROWS ('1') AHEAD OF PAYMENT ROWS
      *    ('2') WITHIN EACH CLAIM, SO EVERY CLAIM'S DOLLARS MEET
      *    ITS CLAIMANT ID.
      *---------------------------------------------------------------*
       SD  CLAIM-SORT-FILE.
       01  CLAIM-SORT-RECORD.
           05  CS-CLAIM-ID                 PIC X(08).
           05  CS-ROW-TYPE                 PIC X(01).
               88  CS-CLAIMANT-ROW               VALUE '1'.
               88  CS-PAYMENT-ROW                VALUE '2'.
           05  CS-CLAIMANT-ID              PIC X(10).
           05  CS-PAYMENT-TYPE             PIC X(03).
           05  CS-AMOUNT-PAID              PIC 9(07)V99.
           05  CS-OFFSET-AMOUNT            PIC 9(05)V99.
      *---------------------------------------------------------------*
      *    SORT 2 - ONE ROW PER CLAIM WITH DOLLARS, BY CLAIMANT.
      *---------------------------------------------------------------*
       SD  CLAIMANT-SORT-FILE.
       01  CLAIMANT-SORT-RECORD.
           05  CT2-CLAIMANT-KEY            PIC X(10).
           05  CT2-CLAIM-ID                PIC X(08).
           05  CT2-GROSS-AMOUNT            PIC 9(09)V99.
           05  CT2-ADJUSTMENT-AMOUNT       PIC 9(09)V99.
           05  CT2-RECOVERED-AMOUNT        PIC 9(09)V99.
           05  CT2-PAYEE-NAME              PIC X(22).
           05  CT2-ADDRESS-LINE            PIC X(30).
           05  CT2-CITY                    PIC X(20).
           05  CT2-STATE                   PIC X(02).
           05  CT2-ZIP-CODE                PIC X(09).
           05  CT2-PAYEE-TIN               PIC 9(09).
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
           05  CLAIMANT-DETAIL-STATUS      PIC X(02).
               88  CLAIMANT-DETAIL-OK            VALUE '00'.
           05  PAYMENT-MASTER-STATUS       PIC X(02).
               88  PAYMENT-MASTER-OK             VALUE '00'.
           05  PAYMENT-DESTINATION-STATUS  PIC X(02).
               88  PAYMENT-DESTINATION-OK        VALUE '00'.
           05  TAX-HISTORY-STATUS          PIC X(02).
               88  TAX-HISTORY-OK                VALUE '00'.
               88  TAX-HISTORY-NEW               VALUE '35'.
           05  CLAIM-TOTAL-STATUS          PIC X(02).
           05  PAYEE-WORK-STATUS           PIC X(02).
           05  IRS-FILE-STATUS             PIC X(02).
           05  CLAIMANT-SEEN-STATUS        PIC X(02).
           05  CLAIMANT-SEEN-EOF-SW        PIC X VALUE 'N'.
               88  CLAIMANT-SEEN-EOF             VALUE 'Y'.
           05  TAX-HISTORY-EOF-SW          PIC X VALUE 'N'.
               88  TAX-HISTORY-EOF               VALUE 'Y'.
           05  CLAIM-LOOKUP-DONE-SW        PIC X VALUE 'N'.
               88  CLAIM-LOOKUP-DONE             VALUE 'Y'.
           05  WS-SEEN-KEY                 PIC X(10).
           05  WS-LOOKUP-CLAIM-ID          PIC X(08).
           05  CLAIMANT-EOF-SW             PIC X VALUE 'N'.
               88  CLAIMANT-EOF                  VALUE 'Y'.
           05  PAYMENT-EOF-SW              PIC X VALUE 'N'.
               88  PAYMENT-EOF                   VALUE 'Y'.
           05  SORT-EOF-SW                 PIC X VALUE 'N'.
               88  SORT-EOF                      VALUE 'Y'.
           05  PAYEE-WORK-EOF-SW           PIC X VALUE 'N'.
               88  PAYEE-WORK-EOF                VALUE 'Y'.
           05  WS-RUN-ABORTED-SW           PIC X VALUE 'N'.
               88  WS-RUN-ABORTED                VALUE 'Y'.
           05  WS-ISSUE-SW                 PIC X(01).
               88  WS-ISSUE-ORIGINAL             VALUE 'O'.
               88  WS-ISSUE-CORRECTED            VALUE 'C'.
               88  WS-ISSUE-UNCHANGED            VALUE 'U'.
           05  WS-TAX-YEAR-CARD            PIC X(04) VALUE SPACE.
           05  WS-MODE-CARD                PIC X(01) VALUE SPACE.
           05  WS-RUN-MODE                 PIC X(01) VALUE 'O'.
               88  WS-ORIGINAL-RUN               VALUE 'O'.
               88  WS-CORRECTED-RUN              VALUE 'C'.
           05  WS-TAX-YEAR                 PIC 9(04) VALUE 0.
           05  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
           05  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE.
               10  WS-BUSINESS-YEAR        PIC 9(04).
               10  FILLER                  PIC X(04).
           05  WS-LOAD-DATE                PIC 9(08).
           05  WS-LOAD-DATE-X REDEFINES WS-LOAD-DATE.
               10  WS-LOAD-YEAR            PIC 9(04).
               10  FILLER                  PIC X(04).
           05  WS-PAYER-TIN                PIC 9(09) VALUE 0.
           05  WS-TCC                      PIC X(05) VALUE SPACE.
           05  WS-CLAIMANT-ROW-COUNT       PIC 9(08) VALUE 0.
           05  WS-PAYMENT-ROW-COUNT        PIC 9(08) VALUE 0.
           05  WS-CLAIM-COUNT              PIC 9(08) VALUE 0.
           05  WS-CLAIMANT-COUNT           PIC 9(08) VALUE 0.
           05  WS-ORIGINAL-COUNT           PIC 9(08) VALUE 0.
           05  WS-CORRECTED-COUNT          PIC 9(08) VALUE 0.
           05  WS-UNCHANGED-COUNT          PIC 9(08) VALUE 0.
           05  WS-ZEROED-COUNT             PIC 9(08) VALUE 0.
           05  WS-NO-TIN-COUNT             PIC 9(08) VALUE 0.
           05  WS-IRS-SEQUENCE             PIC 9(08) VALUE 0.
           05  WS-BOX1-FILE-TOTAL          PIC 9(16)V99 VALUE 0.
      *---------------------------------------------------------------*
      *    CLAIM-LEVEL CONTROL BREAK (SORT 1 OUTPUT).
      *---------------------------------------------------------------*
       01  WS-CLAIM-GROUP.
           05  WS-GROUP-CLAIM-ID           PIC X(08) VALUE LOW-VALUE.
           05  WS-GROUP-CLAIMANT-ID        PIC X(10).
           05  WS-GROUP-GROSS              PIC 9(09)V99.
           05  WS-GROUP-ADJUSTMENT         PIC 9(09)V99.
           05  WS-GROUP-RECOVERED          PIC 9(09)V99.
      *---------------------------------------------------------------*
      *    CLAIMANT-LEVEL CONTROL BREAK (SORT 2 OUTPUT).
      *---------------------------------------------------------------*
       01  WS-CLAIMANT-GROUP.
           05  WS-PAYEE-KEY                PIC X(10) VALUE LOW-VALUE.
           05  WS-PAYEE-GROSS              PIC 9(09)V99.
           05  WS-PAYEE-ADJUSTMENT         PIC 9(09)V99.
           05  WS-PAYEE-RECOVERED          PIC 9(09)V99.
           05  WS-PAYEE-BOX1               PIC 9(09)V99.
           05  WS-PAYEE-NAME               PIC X(22).
           05  WS-PAYEE-ADDRESS-LINE       PIC X(30).
           05  WS-PAYEE-CITY               PIC X(20).
           05  WS-PAYEE-STATE              PIC X(02).
           05  WS-PAYEE-ZIP-CODE           PIC X(09).
           05  WS-PAYEE-TIN                PIC 9(09).
      *---------------------------------------------------------------*
       01  WS-CLAIM-TOTAL.
      *---------------------------------------------------------------*
           05  WCT-CLAIMANT-KEY            PIC X(10).
           05  WCT-CLAIM-ID                PIC X(08).
           05  WCT-GROSS-AMOUNT            PIC 9(09)V99.
           05  WCT-ADJUSTMENT-AMOUNT       PIC 9(09)V99.
           05  WCT-RECOVERED-AMOUNT        PIC 9(09)V99.
           05  WCT-PAYEE-NAME              PIC X(22).
           05  WCT-ADDRESS-LINE            PIC X(30).
           05  WCT-CITY                    PIC X(20).
           05  WCT-STATE                   PIC X(02).
           05  WCT-ZIP-CODE                PIC X(09).
           05  WCT-PAYEE-TIN               PIC 9(09).
      *---------------------------------------------------------------*
      *    IRS ELECTRONIC FILE RECORDS - 750 BYTES EACH.
      *---------------------------------------------------------------*
       01  IRS-TRANSMITTER-RECORD.
           05  FILLER                      PIC X(01) VALUE 'T'.
           05  ITR-PAYMENT-YEAR            PIC 9(04).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  ITR-TRANSMITTER-TIN         PIC 9(09).
           05  ITR-TCC                     PIC X(05).
           05  FILLER                      PIC X(07) VALUE SPACE.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  ITR-TRANSMITTER-NAME        PIC X(80) VALUE
               'STATE UNEMPLOYMENT INSURANCE AGENCY'.
           05  ITR-COMPANY-NAME            PIC X(80) VALUE
               'STATE UNEMPLOYMENT INSURANCE AGENCY'.
           05  ITR-COMPANY-ADDRESS         PIC X(40) VALUE
               'BENEFIT PAYMENT CONTROL'.
           05  ITR-COMPANY-CITY            PIC X(40) VALUE SPACE.
           05  ITR-COMPANY-STATE           PIC X(02) VALUE SPACE.
           05  ITR-COMPANY-ZIP             PIC X(09) VALUE SPACE.
           05  FILLER                      PIC X(15) VALUE SPACE.
           05  ITR-PAYEE-COUNT             PIC 9(08).
           05  ITR-CONTACT-NAME            PIC X(40) VALUE
               'BENEFIT PAYMENT CONTROL'.
           05  ITR-CONTACT-PHONE           PIC X(15) VALUE SPACE.
           05  ITR-CONTACT-EMAIL           PIC X(50) VALUE SPACE.
           05  FILLER                      PIC X(91) VALUE SPACE.
           05  ITR-SEQUENCE                PIC 9(08).
           05  FILLER                      PIC X(10) VALUE SPACE.
           05  FILLER                      PIC X(01) VALUE 'I'.
           05  FILLER                      PIC X(232) VALUE SPACE.
      *---------------------------------------------------------------*
       01  IRS-PAYER-RECORD.
           05  FILLER                      PIC X(01) VALUE 'A'.
           05  IPR-PAYMENT-YEAR            PIC 9(04).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FILLER                      PIC X(05) VALUE SPACE.
           05  IPR-PAYER-TIN               PIC 9(09).
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FILLER                      PIC X(02) VALUE 'F '.
           05  FILLER                      PIC X(18) VALUE '14'.
           05  FILLER                      PIC X(06) VALUE SPACE.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  IPR-PAYER-NAME              PIC X(80) VALUE
               'STATE UNEMPLOYMENT INSURANCE AGENCY'.
           05  FILLER                      PIC X(01) VALUE '0'.
           05  IPR-PAYER-ADDRESS           PIC X(40) VALUE
               'BENEFIT PAYMENT CONTROL'.
           05  IPR-PAYER-CITY              PIC X(40) VALUE SPACE.
           05  IPR-PAYER-STATE             PIC X(02) VALUE SPACE.
           05  IPR-PAYER-ZIP               PIC X(09) VALUE SPACE.
           05  IPR-PAYER-PHONE             PIC X(15) VALUE SPACE.
           05  FILLER                      PIC X(260) VALUE SPACE.
           05  IPR-SEQUENCE                PIC 9(08).
           05  FILLER                      PIC X(243) VALUE SPACE.
      *---------------------------------------------------------------*
       01  IRS-PAYEE-RECORD.
           05  FILLER                      PIC X(01) VALUE 'B'.
           05  IBR-PAYMENT-YEAR            PIC 9(04).
           05  IBR-CORRECTED-INDICATOR     PIC X(01).
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  FILLER                      PIC X(01) VALUE '2'.
           05  IBR-PAYEE-TIN               PIC 9(09).
           05  IBR-ACCOUNT-NUMBER          PIC X(20).
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  FILLER                      PIC X(10) VALUE SPACE.
           05  IBR-AMOUNT-1                PIC 9(10)V99.
           05  FILLER                      PIC X(180) VALUE ALL '0'.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  IBR-PAYEE-NAME              PIC X(40).
           05  FILLER                      PIC X(40) VALUE SPACE.
           05  IBR-PAYEE-ADDRESS           PIC X(40).
           05  FILLER                      PIC X(40) VALUE SPACE.
           05  IBR-PAYEE-CITY              PIC X(40).
           05  IBR-PAYEE-STATE             PIC X(02).
           05  IBR-PAYEE-ZIP               PIC X(09).
           05  FILLER                      PIC X(41) VALUE SPACE.
           05  IBR-SEQUENCE                PIC 9(08).
           05  FILLER                      PIC X(36) VALUE SPACE.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  FILLER                      PIC X(111) VALUE SPACE.
           05  FILLER                      PIC X(60) VALUE SPACE.
           05  FILLER                      PIC X(24) VALUE ALL '0'.
           05  FILLER                      PIC X(04) VALUE SPACE.
      *---------------------------------------------------------------*
       01  IRS-END-OF-PAYER-RECORD.
           05  FILLER                      PIC X(01) VALUE 'C'.
           05  ICR-PAYEE-COUNT             PIC 9(08).
           05  FILLER                      PIC X(06) VALUE SPACE.
           05  ICR-CONTROL-TOTAL-1         PIC 9(16)V99.
           05  FILLER                      PIC X(270) VALUE ALL '0'.
           05  FILLER                      PIC X(196) VALUE SPACE.
           05  ICR-SEQUENCE                PIC 9(08).
           05  FILLER                      PIC X(243) VALUE SPACE.
      *---------------------------------------------------------------*
       01  IRS-END-OF-TRANSMISSION-RECORD.
           05  FILLER                      PIC X(01) VALUE 'F'.
           05  FILLER                      PIC 9(08) VALUE 1.
           05  FILLER                      PIC X(21) VALUE ALL '0'.
           05  FILLER                      PIC X(19) VALUE SPACE.
           05  IFR-PAYEE-COUNT             PIC 9(08).
           05  FILLER                      PIC X(442) VALUE SPACE.
           05  IFR-SEQUENCE                PIC 9(08).
           05  FILLER                      PIC X(243) VALUE SPACE.
      *---------------------------------------------------------------*
      *    CLAIMANT STATEMENT - ONE PAGE PER CLAIMANT.
      *---------------------------------------------------------------*
       01  STATEMENT-TITLE-LINE.
           05  FILLER PIC X(44) VALUE
               'FORM 1099-G  CERTAIN GOVERNMENT PAYMENTS  TA'.
           05  FILLER PIC X(07) VALUE 'X YEAR '.
           05  STL-TAX-YEAR                PIC 9(04).
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  STL-CORRECTED               PIC X(09).
      *---------------------------------------------------------------*
       01  STATEMENT-PAYER-LINE.
           05  FILLER PIC X(10) VALUE 'PAYER     '.
           05  SPL-PAYER-NAME              PIC X(40).
           05  FILLER PIC X(12) VALUE '  PAYER TIN '.
           05  SPL-PAYER-TIN               PIC 9(09).
      *---------------------------------------------------------------*
       01  STATEMENT-RECIPIENT-LINE.
           05  FILLER PIC X(10) VALUE 'RECIPIENT '.
           05  SRL-TEXT                    PIC X(40).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  SRL-LABEL                   PIC X(16).
           05  SRL-VALUE                   PIC X(10).
      *---------------------------------------------------------------*
       01  STATEMENT-AMOUNT-LINE.
           05  SAL-LABEL                   PIC X(40).
           05  SAL-AMOUNT                  PIC ZZZ,ZZZ,ZZ9.99-.
      *---------------------------------------------------------------*
       01  CONTROL-TOTAL-LINE.
           05  CTL-LABEL                   PIC X(36).
           05  CTL-COUNT                   PIC ZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  CTL-AMOUNT                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
      *---------------------------------------------------------------*
       01  REPORT-LINES.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
       COPY PRINTCTL.
       COPY BUSDATEC.
       COPY PARMC.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           IF  WS-RUN-ABORTED
               GOBACK
           END-IF.
           PERFORM 1100-LOAD-PAYER.
           SORT CLAIM-SORT-FILE
               ON ASCENDING KEY CS-CLAIM-ID
                                CS-ROW-TYPE
               INPUT PROCEDURE 5000-RELEASE-CLAIM-ROWS
               OUTPUT PROCEDURE 5500-TOTAL-BY-CLAIM.
           CLOSE CLAIM-TOTAL-FILE.
           OPEN OUTPUT PAYEE-WORK-FILE.
           SORT CLAIMANT-SORT-FILE
               ON ASCENDING KEY CT2-CLAIMANT-KEY
                                CT2-CLAIM-ID
               USING CLAIM-TOTAL-FILE
               OUTPUT PROCEDURE 6000-ISSUE-BY-CLAIMANT.
           CLOSE CLAIMANT-SEEN-FILE.
           IF  WS-CORRECTED-RUN
               PERFORM 6600-CORRECT-UNSEEN-CLAIMANTS
           END-IF.
           CLOSE PAYEE-WORK-FILE.
           PERFORM 7000-BUILD-IRS-FILE.
           PERFORM 4000-PRINT-CONTROL-TOTALS.
           PERFORM 3000-CLOSE-FILES.
           DISPLAY '*** BEN1099 YEAR-END SUMMARY ***'.
           DISPLAY 'TAX YEAR / RUN MODE   : ', WS-TAX-YEAR, ' ',
               WS-RUN-MODE.
           DISPLAY 'CLAIMS WITH DOLLARS   : ', WS-CLAIM-COUNT.
           DISPLAY 'CLAIMANTS TOTALLED    : ', WS-CLAIMANT-COUNT.
           DISPLAY 'ORIGINAL STATEMENTS   : ', WS-ORIGINAL-COUNT.
           DISPLAY 'CORRECTED STATEMENTS  : ', WS-CORRECTED-COUNT.
           DISPLAY '  CORRECTED TO ZERO   : ', WS-ZEROED-COUNT.
           DISPLAY 'UNCHANGED - NOT SENT  : ', WS-UNCHANGED-COUNT.
           DISPLAY 'ISSUED WITHOUT A TIN  : ', WS-NO-TIN-COUNT.
           IF  WS-NO-TIN-COUNT > 0
               MOVE 4                      TO RETURN-CODE
           END-IF.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           COMPUTE WS-TAX-YEAR = WS-BUSINESS-YEAR - 1.
           ACCEPT WS-TAX-YEAR-CARD.
           ACCEPT WS-MODE-CARD.
           IF  WS-TAX-YEAR-CARD IS NUMERIC
               MOVE WS-TAX-YEAR-CARD       TO WS-TAX-YEAR
           END-IF.
           IF  WS-MODE-CARD = 'C'
               MOVE 'C'                    TO WS-RUN-MODE
           END-IF.
           OPEN INPUT  CLAIMANT-DETAIL-FILE.
           OPEN INPUT  PAYMENT-MASTER-FILE.
           OPEN INPUT  PAYMENT-DESTINATION-FILE.
           OPEN OUTPUT CLAIM-TOTAL-FILE.
           OPEN OUTPUT CLAIMANT-SEEN-FILE.
           OPEN I-O TAX-HISTORY-FILE.
           IF  TAX-HISTORY-NEW
      *        FIRST-EVER YEAR-END RUN - CREATE THE FILE EMPTY, THEN
      *        REOPEN FOR UPDATE, THE SAME DANCE STATEMNT DOES FOR A
      *        BRAND-NEW REFERENCE CLUSTER.
               OPEN OUTPUT TAX-HISTORY-FILE
               CLOSE       TAX-HISTORY-FILE
               OPEN I-O    TAX-HISTORY-FILE
           END-IF.
           IF NOT TAX-HISTORY-OK
               DISPLAY 'TAXHIST OPEN ERROR : ', TAX-HISTORY-STATUS
               SET WS-RUN-ABORTED TO TRUE.
           IF NOT CLAIMANT-DETAIL-OK
               DISPLAY 'CLMTFILE OPEN ERROR : ', CLAIMANT-DETAIL-STATUS
               SET WS-RUN-ABORTED TO TRUE.
           IF NOT PAYMENT-MASTER-OK
               DISPLAY 'PAYMSTR OPEN ERROR : ', PAYMENT-MASTER-STATUS
               SET WS-RUN-ABORTED TO TRUE.
           IF NOT PAYMENT-DESTINATION-OK
               DISPLAY 'PAYDEST OPEN ERROR : ',
                   PAYMENT-DESTINATION-STATUS
               SET WS-RUN-ABORTED TO TRUE.
      *    A 1099 RUN MISSING ANY OF ITS INPUTS WOULD UNDERSTATE
      *    SOMEBODY'S INCOME - NOTHING IS WRITTEN.
           IF  WS-RUN-ABORTED
               MOVE 16                     TO RETURN-CODE
               DISPLAY 'BEN1099 - RUN REFUSED, NO STATEMENTS ISSUED'
           END-IF.
      *---------------------------------------------------------------*
       1100-LOAD-PAYER.
      *---------------------------------------------------------------*
           MOVE WS-BUSINESS-DATE           TO PL-AS-OF-DATE.
           MOVE 'TXPAYTIN'                 TO PL-PARM-ID.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND AND PL-VALUE (1:9) IS NUMERIC
               MOVE PL-VALUE (1:9)         TO WS-PAYER-TIN
           END-IF.
           MOVE 'TXTCCODE'                 TO PL-PARM-ID.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND
               MOVE PL-VALUE (1:5)         TO WS-TCC
           END-IF.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE CLAIMANT-DETAIL-FILE.
           CLOSE PAYMENT-MASTER-FILE.
           CLOSE PAYMENT-DESTINATION-FILE.
           CLOSE TAX-HISTORY-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-CONTROL-TOTALS.
      *---------------------------------------------------------------*
           PERFORM 9100-PRINT-HEADING-LINES.
           MOVE 'CLAIMANTS TOTALLED'       TO CTL-LABEL.
           MOVE WS-CLAIMANT-COUNT          TO CTL-COUNT.
           MOVE 0                          TO CTL-AMOUNT.
           PERFORM 4010-PRINT-CONTROL-LINE.
           MOVE 'ORIGINAL STATEMENTS ISSUED' TO CTL-LABEL.
           MOVE WS-ORIGINAL-COUNT          TO CTL-COUNT.
           PERFORM 4010-PRINT-CONTROL-LINE.
           MOVE 'CORRECTED STATEMENTS ISSUED' TO CTL-LABEL.
           MOVE WS-CORRECTED-COUNT         TO CTL-COUNT.
           PERFORM 4010-PRINT-CONTROL-LINE.
           MOVE '  OF WHICH CORRECTED TO ZERO' TO CTL-LABEL.
           MOVE WS-ZEROED-COUNT            TO CTL-COUNT.
           PERFORM 4010-PRINT-CONTROL-LINE.
           MOVE 'UNCHANGED - NOT RE-ISSUED' TO CTL-LABEL.
           MOVE WS-UNCHANGED-COUNT         TO CTL-COUNT.
           PERFORM 4010-PRINT-CONTROL-LINE.
           MOVE 'ISSUED WITHOUT A PAYEE TIN' TO CTL-LABEL.
           MOVE WS-NO-TIN-COUNT            TO CTL-COUNT.
           PERFORM 4010-PRINT-CONTROL-LINE.
           MOVE 'IRSOUT B RECORDS / BOX 1 TOTAL' TO CTL-LABEL.
           COMPUTE CTL-COUNT = WS-ORIGINAL-COUNT + WS-CORRECTED-COUNT.
           MOVE WS-BOX1-FILE-TOTAL         TO CTL-AMOUNT.
           PERFORM 4010-PRINT-CONTROL-LINE.
      *---------------------------------------------------------------*
       4010-PRINT-CONTROL-LINE.
      *---------------------------------------------------------------*
           MOVE CONTROL-TOTAL-LINE         TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       5000-RELEASE-CLAIM-ROWS.
      *---------------------------------------------------------------*
           PERFORM 8000-READ-CLAIMANT-DETAIL.
           PERFORM 5100-RELEASE-CLAIMANT-ROW
               UNTIL CLAIMANT-EOF.
           PERFORM 8100-READ-PAYMENT-MASTER.
           PERFORM 5200-RELEASE-PAYMENT-ROW
               UNTIL PAYMENT-EOF.
      *---------------------------------------------------------------*
       5100-RELEASE-CLAIMANT-ROW.
      *---------------------------------------------------------------*
           IF  CD-CLAIMANT-ID NOT = SPACES
               ADD 1                       TO WS-CLAIMANT-ROW-COUNT
               MOVE CD-CLAIM-ID            TO CS-CLAIM-ID
               MOVE '1'                    TO CS-ROW-TYPE
               MOVE CD-CLAIMANT-ID         TO CS-CLAIMANT-ID
               MOVE SPACES                 TO CS-PAYMENT-TYPE
               MOVE 0                      TO CS-AMOUNT-PAID
                                              CS-OFFSET-AMOUNT
               RELEASE CLAIM-SORT-RECORD
           END-IF.
           PERFORM 8000-READ-CLAIMANT-DETAIL.
      *---------------------------------------------------------------*
       5200-RELEASE-PAYMENT-ROW.
      *---------------------------------------------------------------*
           MOVE PM-LOAD-DATE               TO WS-LOAD-DATE.
           IF  WS-LOAD-YEAR = WS-TAX-YEAR
               AND NOT PM-REVERSED
               ADD 1                       TO WS-PAYMENT-ROW-COUNT
               MOVE PM-CLAIM-ID            TO CS-CLAIM-ID
               MOVE '2'                    TO CS-ROW-TYPE
               MOVE SPACES                 TO CS-CLAIMANT-ID
               MOVE PM-PAYMENT-TYPE        TO CS-PAYMENT-TYPE
               MOVE PM-AMOUNT-PAID         TO CS-AMOUNT-PAID
               MOVE PM-OFFSET-AMOUNT       TO CS-OFFSET-AMOUNT
               IF  CS-OFFSET-AMOUNT IS NOT NUMERIC
                   MOVE 0                  TO CS-OFFSET-AMOUNT
               END-IF
               RELEASE CLAIM-SORT-RECORD
           END-IF.
           PERFORM 8100-READ-PAYMENT-MASTER.
      *---------------------------------------------------------------*
       5500-TOTAL-BY-CLAIM.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO SORT-EOF-SW.
           PERFORM 8200-RETURN-CLAIM-ROW.
           PERFORM 5600-TOTAL-ONE-ROW
               UNTIL SORT-EOF.
           PERFORM 5700-CLOSE-OUT-CLAIM.
      *---------------------------------------------------------------*
       5600-TOTAL-ONE-ROW.
      *---------------------------------------------------------------*
           IF  CS-CLAIM-ID NOT = WS-GROUP-CLAIM-ID
               PERFORM 5700-CLOSE-OUT-CLAIM
               MOVE CS-CLAIM-ID            TO WS-GROUP-CLAIM-ID
           END-IF.
           IF  CS-CLAIMANT-ROW
               MOVE CS-CLAIMANT-ID         TO WS-GROUP-CLAIMANT-ID
           ELSE
               IF  CS-PAYMENT-TYPE = 'ADJ'
                   ADD CS-AMOUNT-PAID      TO WS-GROUP-ADJUSTMENT
               ELSE
                   ADD CS-AMOUNT-PAID      TO WS-GROUP-GROSS
                   ADD CS-OFFSET-AMOUNT    TO WS-GROUP-GROSS
                   ADD CS-OFFSET-AMOUNT    TO WS-GROUP-RECOVERED
               END-IF
           END-IF.
           PERFORM 8200-RETURN-CLAIM-ROW.
      *---------------------------------------------------------------*
       5700-CLOSE-OUT-CLAIM.
      *---------------------------------------------------------------*
           IF  WS-GROUP-CLAIM-ID NOT = LOW-VALUE
               AND (WS-GROUP-GROSS > 0 OR WS-GROUP-ADJUSTMENT > 0)
               PERFORM 5800-WRITE-CLAIM-TOTAL
           END-IF.
           MOVE SPACES                     TO WS-GROUP-CLAIMANT-ID.
           MOVE 0                          TO WS-GROUP-GROSS
                                              WS-GROUP-ADJUSTMENT
                                              WS-GROUP-RECOVERED.
      *---------------------------------------------------------------*
       5800-WRITE-CLAIM-TOTAL.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-CLAIM-COUNT.
           MOVE SPACES                     TO WS-CLAIM-TOTAL.
           IF  WS-GROUP-CLAIMANT-ID = SPACES
               MOVE WS-GROUP-CLAIM-ID      TO WCT-CLAIMANT-KEY
           ELSE
               MOVE WS-GROUP-CLAIMANT-ID   TO WCT-CLAIMANT-KEY
           END-IF.
           MOVE WS-GROUP-CLAIM-ID          TO WCT-CLAIM-ID.
           MOVE WS-GROUP-GROSS             TO WCT-GROSS-AMOUNT.
           MOVE WS-GROUP-ADJUSTMENT        TO WCT-ADJUSTMENT-AMOUNT.
           MOVE WS-GROUP-RECOVERED         TO WCT-RECOVERED-AMOUNT.
           MOVE 0                          TO WCT-PAYEE-TIN.
           MOVE WS-GROUP-CLAIM-ID          TO PD-CLAIM-ID.
           READ PAYMENT-DESTINATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PD-PAYEE-NAME      TO WCT-PAYEE-NAME
                   MOVE PD-ADDRESS-LINE    TO WCT-ADDRESS-LINE
                   MOVE PD-CITY            TO WCT-CITY
                   MOVE PD-STATE           TO WCT-STATE
                   MOVE PD-ZIP-CODE        TO WCT-ZIP-CODE
                   IF  PD-PAYEE-TIN IS NUMERIC
                       MOVE PD-PAYEE-TIN   TO WCT-PAYEE-TIN
                   END-IF
           END-READ.
           WRITE CLAIM-TOTAL-RECORD        FROM WS-CLAIM-TOTAL.
      *---------------------------------------------------------------*
       6000-ISSUE-BY-CLAIMANT.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO SORT-EOF-SW.
           PERFORM 8300-RETURN-CLAIMANT-ROW.
           PERFORM 6100-TOTAL-ONE-CLAIM
               UNTIL SORT-EOF.
           PERFORM 6200-CLOSE-OUT-CLAIMANT.
      *---------------------------------------------------------------*
       6100-TOTAL-ONE-CLAIM.
      *---------------------------------------------------------------*
      *    THE LATEST CLAIM WITH A NAME AND ADDRESS ON FILE SUPPLIES
      *    THE MAILING; THE FIRST TIN FOUND STANDS.
      *---------------------------------------------------------------*
           IF  CT2-CLAIMANT-KEY NOT = WS-PAYEE-KEY
               PERFORM 6200-CLOSE-OUT-CLAIMANT
               MOVE CT2-CLAIMANT-KEY       TO WS-PAYEE-KEY
           END-IF.
           ADD CT2-GROSS-AMOUNT            TO WS-PAYEE-GROSS.
           ADD CT2-ADJUSTMENT-AMOUNT       TO WS-PAYEE-ADJUSTMENT.
           ADD CT2-RECOVERED-AMOUNT        TO WS-PAYEE-RECOVERED.
           IF  CT2-ADDRESS-LINE NOT = SPACES
               MOVE CT2-PAYEE-NAME         TO WS-PAYEE-NAME
               MOVE CT2-ADDRESS-LINE       TO WS-PAYEE-ADDRESS-LINE
               MOVE CT2-CITY               TO WS-PAYEE-CITY
               MOVE CT2-STATE              TO WS-PAYEE-STATE
               MOVE CT2-ZIP-CODE           TO WS-PAYEE-ZIP-CODE
           END-IF.
           IF  WS-PAYEE-TIN = 0
               MOVE CT2-PAYEE-TIN          TO WS-PAYEE-TIN
           END-IF.
           PERFORM 8300-RETURN-CLAIMANT-ROW.
      *---------------------------------------------------------------*
       6200-CLOSE-OUT-CLAIMANT.
      *---------------------------------------------------------------*
           IF  WS-PAYEE-KEY NOT = LOW-VALUE
               ADD 1                       TO WS-CLAIMANT-COUNT
               IF  WS-CORRECTED-RUN
                   WRITE CLAIMANT-SEEN-RECORD FROM WS-PAYEE-KEY
               END-IF
               IF  WS-PAYEE-GROSS >
                   WS-PAYEE-ADJUSTMENT + WS-PAYEE-RECOVERED
                   COMPUTE WS-PAYEE-BOX1 =
                       WS-PAYEE-GROSS - WS-PAYEE-ADJUSTMENT
                       - WS-PAYEE-RECOVERED
               ELSE
                   MOVE 0                  TO WS-PAYEE-BOX1
               END-IF
               PERFORM 6300-DECIDE-ISSUE
               IF  NOT WS-ISSUE-UNCHANGED
                   PERFORM 6400-PRINT-STATEMENT
                   PERFORM 6500-WRITE-PAYEE-RECORD
               END-IF
           END-IF.
           MOVE 0                          TO WS-PAYEE-GROSS
                                              WS-PAYEE-ADJUSTMENT
                                              WS-PAYEE-RECOVERED
                                              WS-PAYEE-TIN.
           MOVE SPACES                     TO WS-PAYEE-NAME
                                              WS-PAYEE-ADDRESS-LINE
                                              WS-PAYEE-CITY
                                              WS-PAYEE-STATE
                                              WS-PAYEE-ZIP-CODE.
      *---------------------------------------------------------------*
       6300-DECIDE-ISSUE.
      *---------------------------------------------------------------*
           MOVE WS-TAX-YEAR                TO TH-TAX-YEAR.
           MOVE WS-PAYEE-KEY               TO TH-CLAIMANT-KEY.
           READ TAX-HISTORY-FILE
               INVALID KEY
                   MOVE 'O'                TO WS-ISSUE-SW
                   MOVE SPACES             TO TAX-HISTORY-RECORD
                   MOVE WS-TAX-YEAR        TO TH-TAX-YEAR
                   MOVE WS-PAYEE-KEY       TO TH-CLAIMANT-KEY
                   MOVE WS-PAYEE-BOX1      TO TH-REPORTED-AMOUNT
                   MOVE WS-BUSINESS-DATE   TO TH-ORIGINAL-RUN-DATE
                                              TH-LAST-RUN-DATE
                   MOVE 0                  TO TH-CORRECTION-COUNT
                   WRITE TAX-HISTORY-RECORD
               NOT INVALID KEY
                   PERFORM 6310-COMPARE-HISTORY
           END-READ.
           EVALUATE TRUE
               WHEN WS-ISSUE-ORIGINAL
                   ADD 1                   TO WS-ORIGINAL-COUNT
               WHEN WS-ISSUE-CORRECTED
                   ADD 1                   TO WS-CORRECTED-COUNT
               WHEN OTHER
                   ADD 1                   TO WS-UNCHANGED-COUNT
           END-EVALUATE.
      *---------------------------------------------------------------*
       6310-COMPARE-HISTORY.
      *---------------------------------------------------------------*
      *    AN ORIGINAL RERUN RESTATES THE ORIGINAL; A CORRECTED RUN
      *    RE-ISSUES ONLY A CHANGED TOTAL.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-ORIGINAL-RUN
                   MOVE 'O'                TO WS-ISSUE-SW
                   MOVE WS-PAYEE-BOX1      TO TH-REPORTED-AMOUNT
                   MOVE WS-BUSINESS-DATE   TO TH-ORIGINAL-RUN-DATE
                                              TH-LAST-RUN-DATE
                   REWRITE TAX-HISTORY-RECORD
               WHEN WS-PAYEE-BOX1 = TH-REPORTED-AMOUNT
                   MOVE 'U'                TO WS-ISSUE-SW
               WHEN OTHER
                   MOVE 'C'                TO WS-ISSUE-SW
                   MOVE WS-PAYEE-BOX1      TO TH-REPORTED-AMOUNT
                   MOVE WS-BUSINESS-DATE   TO TH-LAST-RUN-DATE
                   ADD 1                   TO TH-CORRECTION-COUNT
                   REWRITE TAX-HISTORY-RECORD
           END-EVALUATE.
      *---------------------------------------------------------------*
       6400-PRINT-STATEMENT.
      *---------------------------------------------------------------*
           MOVE WS-TAX-YEAR                TO STL-TAX-YEAR.
           IF  WS-ISSUE-CORRECTED
               MOVE 'CORRECTED'            TO STL-CORRECTED
           ELSE
               MOVE SPACES                 TO STL-CORRECTED
           END-IF.
           MOVE STATEMENT-TITLE-LINE       TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE 1                          TO LINE-COUNT.
           MOVE 2                          TO LINE-SPACEING.
           MOVE ITR-COMPANY-NAME (1:40)    TO SPL-PAYER-NAME.
           MOVE WS-PAYER-TIN               TO SPL-PAYER-TIN.
           MOVE STATEMENT-PAYER-LINE       TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE WS-PAYEE-NAME              TO SRL-TEXT.
           MOVE 'RECIPIENT TIN   '         TO SRL-LABEL.
           IF  WS-PAYEE-TIN = 0
               MOVE 'NOT ON FILE'          TO SRL-VALUE
           ELSE
               MOVE '***-**-'              TO SRL-VALUE
               MOVE WS-PAYEE-TIN (6:4)     TO SRL-VALUE (8:3)
           END-IF.
           MOVE STATEMENT-RECIPIENT-LINE   TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE 1                          TO LINE-SPACEING.
           MOVE WS-PAYEE-ADDRESS-LINE      TO SRL-TEXT.
           MOVE 'ACCOUNT NUMBER  '         TO SRL-LABEL.
           MOVE WS-PAYEE-KEY               TO SRL-VALUE.
           MOVE STATEMENT-RECIPIENT-LINE   TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE SPACES                     TO SRL-TEXT.
           STRING WS-PAYEE-CITY DELIMITED BY '  '
               ' ' WS-PAYEE-STATE ' ' WS-PAYEE-ZIP-CODE
               DELIMITED BY SIZE INTO SRL-TEXT.
           MOVE SPACES                     TO SRL-LABEL SRL-VALUE.
           MOVE STATEMENT-RECIPIENT-LINE   TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           MOVE 'BENEFITS PAID IN THE YEAR' TO SAL-LABEL.
           MOVE WS-PAYEE-GROSS             TO SAL-AMOUNT.
           MOVE STATEMENT-AMOUNT-LINE      TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE 1                          TO LINE-SPACEING.
           MOVE 'LESS ADJUSTMENTS'         TO SAL-LABEL.
           COMPUTE SAL-AMOUNT = 0 - WS-PAYEE-ADJUSTMENT.
           MOVE STATEMENT-AMOUNT-LINE      TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE 'LESS OVERPAYMENTS REPAID IN THE YEAR' TO SAL-LABEL.
           COMPUTE SAL-AMOUNT = 0 - WS-PAYEE-RECOVERED.
           MOVE STATEMENT-AMOUNT-LINE      TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           MOVE 'BOX 1 UNEMPLOYMENT COMPENSATION' TO SAL-LABEL.
           MOVE WS-PAYEE-BOX1              TO SAL-AMOUNT.
           MOVE STATEMENT-AMOUNT-LINE      TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE 1                          TO LINE-SPACEING.
           MOVE 'BOX 4 FEDERAL INCOME TAX WITHHELD' TO SAL-LABEL.
           MOVE 0                          TO SAL-AMOUNT.
           MOVE STATEMENT-AMOUNT-LINE      TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
      *    FORCE THE NEXT STATEMENT OR THE CONTROL PAGE ONTO A NEW
      *    SHEET.
           MOVE 999                        TO LINE-COUNT.
      *---------------------------------------------------------------*
       6500-WRITE-PAYEE-RECORD.
      *---------------------------------------------------------------*
           MOVE WS-TAX-YEAR                TO IBR-PAYMENT-YEAR.
           IF  WS-ISSUE-CORRECTED
               MOVE 'G'                    TO IBR-CORRECTED-INDICATOR
           ELSE
               MOVE SPACE                  TO IBR-CORRECTED-INDICATOR
           END-IF.
           IF  WS-PAYEE-TIN = 0
               ADD 1                       TO WS-NO-TIN-COUNT
           END-IF.
           MOVE WS-PAYEE-TIN               TO IBR-PAYEE-TIN.
           MOVE WS-PAYEE-KEY               TO IBR-ACCOUNT-NUMBER.
           MOVE WS-PAYEE-BOX1              TO IBR-AMOUNT-1.
           MOVE WS-PAYEE-NAME              TO IBR-PAYEE-NAME.
           MOVE WS-PAYEE-ADDRESS-LINE      TO IBR-PAYEE-ADDRESS.
           MOVE WS-PAYEE-CITY              TO IBR-PAYEE-CITY.
           MOVE WS-PAYEE-STATE             TO IBR-PAYEE-STATE.
           MOVE WS-PAYEE-ZIP-CODE          TO IBR-PAYEE-ZIP.
           MOVE 0                          TO IBR-SEQUENCE.
           WRITE PAYEE-WORK-RECORD         FROM IRS-PAYEE-RECORD.
           ADD WS-PAYEE-BOX1               TO WS-BOX1-FILE-TOTAL.
      *---------------------------------------------------------------*
       6600-CORRECT-UNSEEN-CLAIMANTS.
      *---------------------------------------------------------------*
      *    TAXSEEN AND THE YEAR'S TAXHIST ROWS ARE BOTH IN CLAIMANT
      *    KEY ORDER - A HISTORY ROW WITH NO TAXSEEN MATCH IS A
      *    CLAIMANT THIS RUN FOUND NO DOLLARS FOR.
      *---------------------------------------------------------------*
           OPEN INPUT CLAIMANT-SEEN-FILE.
           PERFORM 8500-READ-CLAIMANT-SEEN.
           MOVE WS-TAX-YEAR                TO TH-TAX-YEAR.
           MOVE LOW-VALUES                 TO TH-CLAIMANT-KEY.
           START TAX-HISTORY-FILE
               KEY IS NOT LESS THAN TH-HISTORY-KEY
               INVALID KEY MOVE 'Y'        TO TAX-HISTORY-EOF-SW
           END-START.
           IF  NOT TAX-HISTORY-EOF
               PERFORM 8600-READ-NEXT-HISTORY
           END-IF.
           PERFORM 6610-MATCH-ONE-HISTORY-ROW
               UNTIL TAX-HISTORY-EOF.
           CLOSE CLAIMANT-SEEN-FILE.
      *---------------------------------------------------------------*
       6610-MATCH-ONE-HISTORY-ROW.
      *---------------------------------------------------------------*
           PERFORM 8500-READ-CLAIMANT-SEEN
               UNTIL WS-SEEN-KEY NOT < TH-CLAIMANT-KEY.
           IF  WS-SEEN-KEY NOT = TH-CLAIMANT-KEY
               AND TH-REPORTED-AMOUNT > 0
               PERFORM 6620-ISSUE-ZERO-CORRECTION
           END-IF.
           PERFORM 8600-READ-NEXT-HISTORY.
      *---------------------------------------------------------------*
       6620-ISSUE-ZERO-CORRECTION.
      *---------------------------------------------------------------*
           MOVE TH-CLAIMANT-KEY            TO WS-PAYEE-KEY.
           MOVE 0                          TO WS-PAYEE-GROSS
                                              WS-PAYEE-ADJUSTMENT
                                              WS-PAYEE-RECOVERED
                                              WS-PAYEE-BOX1
                                              WS-PAYEE-TIN.
           MOVE SPACES                     TO WS-PAYEE-NAME
                                              WS-PAYEE-ADDRESS-LINE
                                              WS-PAYEE-CITY
                                              WS-PAYEE-STATE
                                              WS-PAYEE-ZIP-CODE.
           PERFORM 6630-FIND-PAYEE-MAILING.
           MOVE 'C'                        TO WS-ISSUE-SW.
           MOVE 0                          TO TH-REPORTED-AMOUNT.
           MOVE WS-BUSINESS-DATE           TO TH-LAST-RUN-DATE.
           ADD 1                           TO TH-CORRECTION-COUNT.
           REWRITE TAX-HISTORY-RECORD
               INVALID KEY
                   DISPLAY 'BEN1099 - TAXHIST REWRITE FAILED FOR ',
                       TH-HISTORY-KEY, ' STATUS ', TAX-HISTORY-STATUS
                   MOVE 12                 TO RETURN-CODE
           END-REWRITE.
           ADD 1                           TO WS-CORRECTED-COUNT
                                              WS-ZEROED-COUNT.
           PERFORM 6400-PRINT-STATEMENT.
           PERFORM 6500-WRITE-PAYEE-RECORD.
      *---------------------------------------------------------------*
       6630-FIND-PAYEE-MAILING.
      *---------------------------------------------------------------*
      *    A CLAIMANT KEY IS LOOKED FOR ON THE CLMTFILE CLAIMANT INDEX;
      *    ONE NOT THERE IS THE CLAIM ID OF A CLAIM LOADED BEFORE THE
      *    FEED CARRIED IDENTITY.
      *---------------------------------------------------------------*
           MOVE TH-CLAIMANT-KEY            TO CD-CLAIMANT-ID.
           MOVE 'N'                        TO CLAIM-LOOKUP-DONE-SW.
           START CLAIMANT-DETAIL-FILE
               KEY IS EQUAL TO CD-CLAIMANT-ID
               INVALID KEY
                   MOVE 'Y'                TO CLAIM-LOOKUP-DONE-SW
                   MOVE TH-CLAIMANT-KEY    TO WS-LOOKUP-CLAIM-ID
                   PERFORM 6650-READ-PAYEE-DESTINATION
           END-START.
           PERFORM 6640-NEXT-CLAIM-OF-CLAIMANT
               UNTIL CLAIM-LOOKUP-DONE.
      *---------------------------------------------------------------*
       6640-NEXT-CLAIM-OF-CLAIMANT.
      *---------------------------------------------------------------*
           READ CLAIMANT-DETAIL-FILE NEXT RECORD
               AT END MOVE 'Y'             TO CLAIM-LOOKUP-DONE-SW
           END-READ.
           IF  NOT CLAIM-LOOKUP-DONE
               IF  CD-CLAIMANT-ID NOT = TH-CLAIMANT-KEY
                   MOVE 'Y'                TO CLAIM-LOOKUP-DONE-SW
               ELSE
                   MOVE CD-CLAIM-ID        TO WS-LOOKUP-CLAIM-ID
                   PERFORM 6650-READ-PAYEE-DESTINATION
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       6650-READ-PAYEE-DESTINATION.
      *---------------------------------------------------------------*
      *    THE SAME RULE AS 6100 - THE LATEST CLAIM WITH A NAME AND
      *    ADDRESS SUPPLIES THE MAILING; THE FIRST TIN FOUND STANDS.
      *---------------------------------------------------------------*
           MOVE WS-LOOKUP-CLAIM-ID         TO PD-CLAIM-ID.
           READ PAYMENT-DESTINATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  PD-ADDRESS-LINE NOT = SPACES
                       MOVE PD-PAYEE-NAME  TO WS-PAYEE-NAME
                       MOVE PD-ADDRESS-LINE
                                           TO WS-PAYEE-ADDRESS-LINE
                       MOVE PD-CITY        TO WS-PAYEE-CITY
                       MOVE PD-STATE       TO WS-PAYEE-STATE
                       MOVE PD-ZIP-CODE    TO WS-PAYEE-ZIP-CODE
                   END-IF
                   IF  WS-PAYEE-TIN = 0
                       AND PD-PAYEE-TIN IS NUMERIC
                       MOVE PD-PAYEE-TIN   TO WS-PAYEE-TIN
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       7000-BUILD-IRS-FILE.
      *---------------------------------------------------------------*
      *    THE TRANSMITTER RECORD LEADS WITH THE PAYEE COUNT, SO THE
      *    B RECORDS ARE HELD ON IRSBWORK UNTIL THE COUNT IS KNOWN
      *    AND THEN COPIED IN BEHIND THE T AND A RECORDS, NUMBERED.
      *---------------------------------------------------------------*
           OPEN OUTPUT IRS-FILE.
           OPEN INPUT  PAYEE-WORK-FILE.
           MOVE WS-TAX-YEAR                TO ITR-PAYMENT-YEAR
                                              IPR-PAYMENT-YEAR.
           MOVE WS-PAYER-TIN               TO ITR-TRANSMITTER-TIN
                                              IPR-PAYER-TIN.
           MOVE WS-TCC                     TO ITR-TCC.
           COMPUTE ITR-PAYEE-COUNT = WS-ORIGINAL-COUNT
               + WS-CORRECTED-COUNT.
           ADD 1                           TO WS-IRS-SEQUENCE.
           MOVE WS-IRS-SEQUENCE            TO ITR-SEQUENCE.
           WRITE IRS-RECORD                FROM IRS-TRANSMITTER-RECORD.
           ADD 1                           TO WS-IRS-SEQUENCE.
           MOVE WS-IRS-SEQUENCE            TO IPR-SEQUENCE.
           WRITE IRS-RECORD                FROM IRS-PAYER-RECORD.
           PERFORM 8400-READ-PAYEE-WORK.
           PERFORM 7100-COPY-PAYEE-RECORD
               UNTIL PAYEE-WORK-EOF.
           MOVE ITR-PAYEE-COUNT            TO ICR-PAYEE-COUNT
                                              IFR-PAYEE-COUNT.
           MOVE WS-BOX1-FILE-TOTAL         TO ICR-CONTROL-TOTAL-1.
           ADD 1                           TO WS-IRS-SEQUENCE.
           MOVE WS-IRS-SEQUENCE            TO ICR-SEQUENCE.
           WRITE IRS-RECORD                FROM IRS-END-OF-PAYER-RECORD.
           ADD 1                           TO WS-IRS-SEQUENCE.
           MOVE WS-IRS-SEQUENCE            TO IFR-SEQUENCE.
           WRITE IRS-RECORD
               FROM IRS-END-OF-TRANSMISSION-RECORD.
           CLOSE PAYEE-WORK-FILE.
           CLOSE IRS-FILE.
      *---------------------------------------------------------------*
       7100-COPY-PAYEE-RECORD.
      *---------------------------------------------------------------*
           MOVE PAYEE-WORK-RECORD          TO IRS-PAYEE-RECORD.
           ADD 1                           TO WS-IRS-SEQUENCE.
           MOVE WS-IRS-SEQUENCE            TO IBR-SEQUENCE.
           WRITE IRS-RECORD                FROM IRS-PAYEE-RECORD.
           PERFORM 8400-READ-PAYEE-WORK.
      *---------------------------------------------------------------*
       8000-READ-CLAIMANT-DETAIL.
      *---------------------------------------------------------------*
           READ CLAIMANT-DETAIL-FILE NEXT RECORD
               AT END MOVE 'Y' TO CLAIMANT-EOF-SW.
      *---------------------------------------------------------------*
       8100-READ-PAYMENT-MASTER.
      *---------------------------------------------------------------*
           READ PAYMENT-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO PAYMENT-EOF-SW.
      *---------------------------------------------------------------*
       8200-RETURN-CLAIM-ROW.
      *---------------------------------------------------------------*
           RETURN CLAIM-SORT-FILE
               AT END MOVE 'Y' TO SORT-EOF-SW.
      *---------------------------------------------------------------*
       8300-RETURN-CLAIMANT-ROW.
      *---------------------------------------------------------------*
           RETURN CLAIMANT-SORT-FILE
               AT END MOVE 'Y' TO SORT-EOF-SW.
      *---------------------------------------------------------------*
       8400-READ-PAYEE-WORK.
      *---------------------------------------------------------------*
           READ PAYEE-WORK-FILE
               AT END MOVE 'Y' TO PAYEE-WORK-EOF-SW.
      *---------------------------------------------------------------*
       8500-READ-CLAIMANT-SEEN.
      *---------------------------------------------------------------*
           READ CLAIMANT-SEEN-FILE INTO WS-SEEN-KEY
               AT END
                   MOVE 'Y'                TO CLAIMANT-SEEN-EOF-SW
                   MOVE HIGH-VALUES        TO WS-SEEN-KEY
           END-READ.
      *---------------------------------------------------------------*
       8600-READ-NEXT-HISTORY.
      *---------------------------------------------------------------*
           READ TAX-HISTORY-FILE NEXT RECORD
               AT END MOVE 'Y'             TO TAX-HISTORY-EOF-SW
           END-READ.
           IF  NOT TAX-HISTORY-EOF
               AND TH-TAX-YEAR NOT = WS-TAX-YEAR
               MOVE 'Y'                    TO TAX-HISTORY-EOF-SW
           END-IF.
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
           MOVE SPACES                     TO PRINT-LINE.
           STRING 'BEN1099 YEAR-END 1099-G CONTROL TOTALS - TAX YEAR '
               WS-TAX-YEAR '  MODE ' WS-RUN-MODE
               DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           ADD  1                          TO PAGE-COUNT.
           MOVE 2                          TO LINE-SPACEING.
           MOVE 2                          TO LINE-COUNT.
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
