       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TFLEDGER.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    UNEMPLOYMENT TRUST FUND LEDGER AND SOLVENCY REPORT - TIES
      *    THE MONEY COMING IN AND GOING OUT INTO ONE MONTHLY LEDGER -
      *      OPENING BALANCE      PRIOR MONTH'S CLOSING (TFLEDGR)
      *      CONTRIBUTIONS        EMPLOYER DEPOSITS (CONTRIN FEED)
      *                           DATED IN THE MONTH
      *      BENEFITS PAID        PAYMSTR ROWS LOADED IN THE MONTH BY
      *                           PAYMENT TYPE REG/EXT/SUP - AMOUNT
      *                           PAID PLUS OFFSET, REVERSED ROWS OUT
      *      ADJUSTMENTS          PAYMSTR ADJ ROWS, BACKED OUT
      *      RECOVERIES           GROWTH IN THE OVPFILE RECOVERED
      *                           TOTAL SINCE THE PRIOR MONTH'S RUN
      *      INTEREST             OPENING BALANCE AT THE TFINTRT
      *                           ANNUAL RATE FOR ONE MONTH
      *      CLOSING BALANCE
      *    THEN THE TRAILING TWELVE LEDGER MONTHS AND THE MONTHS OF
      *    BENEFITS THE CLOSING BALANCE WOULD COVER AT THEIR AVERAGE
      *    NET MONTHLY PAYOUT.  THE MONTH'S ROW IS KEPT ON TFLEDGR (SEE
      *    TFLREC); A RERUN REPLACES IT, SO THE WEEKLY RUN CARRIES THE
      *    CURRENT MONTH TO DATE.  AFTER MONTH END, RUN THE CLOSED
      *    MONTH ONCE MORE BY CARD BEFORE THE NEW MONTH'S FIRST RUN -
      *    A CORRECTION TO AN OLDER MONTH MEANS RERUNNING EACH LATER
      *    MONTH IN ORDER.  RETURN CODE 4 WHEN CONTRIBUTION ROWS WERE
      *    REJECTED OR THE LEDGER OPENED WITH NO PRIOR MONTH ON FILE.
      *
      *    SYSIN CARD -
      *      COL 1-6   LEDGER MONTH YYYYMM (BLANK = BUSINESS MONTH)
      *      COL 8-21  OPENING BALANCE 9(12)V99 - USED ONLY WHEN THE
      *                PRIOR MONTH IS NOT ON TFLEDGR (THE FIRST RUN)
      *
      *    CONTRIN ROW - ACCOUNT,DEPOSIT DATE YYYYMMDD,AMOUNT
      *      (E.G. 12345678,20261014,4250.00)
      *
      *    PARMFILE PARAMETER (SEE PARMC) -
      *      TFINTRT   ANNUAL INTEREST RATE CREDITED TO THE FUND
      *                99V9999 PERCENT (DEFAULT ZERO)
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
           SELECT PAYMENT-MASTER-FILE ASSIGN TO PAYMSTR
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS PM-PAYMENT-KEY
             FILE STATUS  IS PAYMENT-MASTER-STATUS.
           SELECT OVERPAYMENT-FILE ASSIGN TO OVPFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS OV-CLAIM-ID
             FILE STATUS  IS OVERPAYMENT-STATUS.
           SELECT CONTRIBUTION-CSV-FILE ASSIGN TO CONTRIN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS CONTRIBUTION-CSV-STATUS.
           SELECT TRUST-FUND-LEDGER-FILE ASSIGN TO TFLEDGR
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS TF-LEDGER-MONTH
             FILE STATUS  IS TRUST-FUND-LEDGER-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  PAYMENT-MASTER-FILE.
       COPY PAYREC.
      *---------------------------------------------------------------*
       FD  OVERPAYMENT-FILE.
       COPY OVPREC.
      *---------------------------------------------------------------*
       FD  CONTRIBUTION-CSV-FILE
           RECORDING MODE IS F.
       01  CONTRIBUTION-CSV-LINE           PIC X(80).
      *---------------------------------------------------------------*
       FD  TRUST-FUND-LEDGER-FILE.
       COPY TFLREC.
      *---------------------------------------------------------------*
       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD.
           05  PRINT-LINE                  PIC X(132).
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  WS-PARSE-FIELDS.
      *---------------------------------------------------------------*
           05  WS-CONTRIB-ACCT             PIC X(08).
           05  WS-CONTRIB-DATE             PIC X(08).
           05  WS-CONTRIB-AMOUNT           PIC X(16).
           05  WS-DEPOSIT-AMOUNT           PIC 9(09)V99.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  PAYMENT-MASTER-STATUS       PIC X(02).
               88  PAYMENT-MASTER-OK             VALUE '00'.
           05  OVERPAYMENT-STATUS          PIC X(02).
               88  OVERPAYMENT-OK                VALUE '00'.
           05  CONTRIBUTION-CSV-STATUS     PIC X(02).
               88  CONTRIBUTION-CSV-OK           VALUE '00'.
           05  TRUST-FUND-LEDGER-STATUS    PIC X(02).
               88  TRUST-FUND-LEDGER-OK          VALUE '00'.
               88  TRUST-FUND-LEDGER-NEW         VALUE '35'.
           05  FILES-OPEN-SW               PIC X VALUE 'Y'.
               88  FILES-OPEN                    VALUE 'Y'.
           05  PAYMENT-EOF-SW              PIC X VALUE 'N'.
               88  PAYMENT-EOF                   VALUE 'Y'.
           05  OVERPAYMENT-EOF-SW          PIC X VALUE 'N'.
               88  OVERPAYMENT-EOF               VALUE 'Y'.
           05  CONTRIBUTION-EOF-SW         PIC X VALUE 'N'.
               88  CONTRIBUTION-EOF              VALUE 'Y'.
           05  WS-VALID-ROW-SW             PIC X(01).
               88  VALID-ROW                     VALUE 'Y'.
           05  PRIOR-MONTH-SW              PIC X(01).
               88  PRIOR-MONTH-ON-FILE           VALUE 'Y'.
           05  WS-LEDGER-CARD.
               10  WS-CARD-MONTH           PIC X(06).
               10  FILLER                  PIC X(01).
               10  WS-CARD-OPENING         PIC X(14).
               10  FILLER                  PIC X(59).
           05  WS-CARD-OPENING-AMOUNT      REDEFINES WS-LEDGER-CARD.
               10  FILLER                  PIC X(07).
               10  WS-CARD-OPENING-NO      PIC 9(12)V99.
               10  FILLER                  PIC X(59).
           05  WS-LEDGER-MONTH             PIC 9(06).
           05  WS-BUSINESS-DATE            PIC 9(08).
           05  WS-INTEREST-RATE            PIC 9(02)V9999 VALUE 0.
           05  WS-MONTH-NUMBER             PIC 9(07).
           05  WS-WORK-MONTH-NUMBER        PIC 9(07).
           05  WS-WORK-YEAR                PIC 9(04).
           05  WS-WORK-MONTH               PIC 9(02).
           05  WS-BACK-SUB                 PIC S9(02).
           05  WS-PAYMENT-COUNT            PIC 9(08) VALUE 0.
           05  WS-CONTRIB-ROW-COUNT        PIC 9(08) VALUE 0.
           05  WS-CONTRIB-IN-MONTH         PIC 9(08) VALUE 0.
           05  WS-CONTRIB-REJECT-COUNT     PIC 9(08) VALUE 0.
           05  WS-OVERPAYMENT-COUNT        PIC 9(08) VALUE 0.
           05  WS-RECOVERED-TO-DATE        PIC 9(11)V99 VALUE 0.
           05  WS-PRIOR-RECOVERED          PIC 9(11)V99 VALUE 0.
           05  WS-WEEK-GROSS               PIC 9(09)V99.
           05  WS-TRAILING-MONTHS          PIC 9(02) VALUE 0.
           05  WS-TRAILING-PAYOUT          PIC S9(13)V99 VALUE 0.
           05  WS-MONTH-PAYOUT             PIC S9(11)V99.
           05  WS-AVERAGE-PAYOUT           PIC S9(11)V99 VALUE 0.
           05  WS-MONTHS-REMAINING         PIC 9(04)V9 VALUE 0.
      *---------------------------------------------------------------*
      *    THE MONTH BEING LEDGERED, BUILT HERE AND KEPT ON TFLEDGR.
      *---------------------------------------------------------------*
       01  WS-LEDGER-MONTH-FIGURES.
           05  WS-OPENING-BALANCE          PIC S9(11)V99 VALUE 0.
           05  WS-CONTRIBUTIONS            PIC 9(11)V99 VALUE 0.
           05  WS-BENEFITS-REG             PIC 9(11)V99 VALUE 0.
           05  WS-BENEFITS-EXT             PIC 9(11)V99 VALUE 0.
           05  WS-BENEFITS-SUP             PIC 9(11)V99 VALUE 0.
           05  WS-ADJUSTMENTS              PIC 9(11)V99 VALUE 0.
           05  WS-RECOVERIES               PIC 9(11)V99 VALUE 0.
           05  WS-INTEREST                 PIC 9(11)V99 VALUE 0.
           05  WS-CLOSING-BALANCE          PIC S9(11)V99 VALUE 0.
      *---------------------------------------------------------------*
       01  LEDGER-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'UNEMPLOYMENT TRUST FUND LEDGER - MONTH      '.
           05  LHL-LEDGER-MONTH            PIC 9(06).
           05  FILLER PIC X(14) VALUE '    RUN DATE  '.
           05  LHL-RUN-DATE                PIC 9(08).
      *---------------------------------------------------------------*
       01  LEDGER-AMOUNT-LINE.
      *---------------------------------------------------------------*
           05  LAL-LABEL                   PIC X(40).
           05  LAL-AMOUNT                  PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
      *---------------------------------------------------------------*
       01  TRAILING-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'MONTH              OPENING      CONTRIBUTION'.
           05  FILLER PIC X(44) VALUE
               'S       NET BENEFITS     RECOVERIES+INT     '.
           05  FILLER PIC X(14) VALUE '       CLOSING'.
      *---------------------------------------------------------------*
       01  TRAILING-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  TDL-LEDGER-MONTH            PIC 9(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  TDL-OPENING                 PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  TDL-CONTRIBUTIONS           PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
           05  TDL-NET-BENEFITS            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  TDL-RECOVERIES-INTEREST     PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
           05  TDL-CLOSING                 PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
      *---------------------------------------------------------------*
       01  SOLVENCY-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(40) VALUE
               'MONTHS OF BENEFITS REMAINING'.
           05  SVL-MONTHS-REMAINING        PIC Z,ZZ9.9.
           05  FILLER PIC X(20) VALUE '  AT THE AVERAGE OF '.
           05  SVL-TRAILING-MONTHS         PIC Z9.
           05  FILLER PIC X(07) VALUE ' MONTHS'.
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
           IF  FILES-OPEN
               PERFORM 1100-FIND-OPENING-BALANCE
               PERFORM 8000-READ-PAYMENT-MASTER
               PERFORM 2000-POST-ONE-PAYMENT
                   UNTIL PAYMENT-EOF
               PERFORM 8100-READ-OVERPAYMENT
               PERFORM 2100-TOTAL-ONE-OVERPAYMENT
                   UNTIL OVERPAYMENT-EOF
               PERFORM 8200-READ-CONTRIBUTION-ROW
               PERFORM 2200-POST-ONE-CONTRIBUTION
                   UNTIL CONTRIBUTION-EOF
               PERFORM 2300-CLOSE-LEDGER-MONTH
               PERFORM 2400-KEEP-LEDGER-MONTH
               PERFORM 4000-PRINT-LEDGER
               PERFORM 4100-PRINT-TRAILING-MONTHS
               PERFORM 4200-PRINT-SOLVENCY
               PERFORM 3000-CLOSE-FILES
           END-IF.
           DISPLAY '*** TFLEDGER TRUST FUND LEDGER SUMMARY ***'.
           DISPLAY 'LEDGER MONTH             : ', WS-LEDGER-MONTH.
           DISPLAY 'PAYMENTS IN MONTH        : ', WS-PAYMENT-COUNT.
           DISPLAY 'OVERPAYMENTS ON FILE     : ', WS-OVERPAYMENT-COUNT.
           DISPLAY 'CONTRIBUTION ROWS READ   : ', WS-CONTRIB-ROW-COUNT.
           DISPLAY 'CONTRIBUTIONS IN MONTH   : ', WS-CONTRIB-IN-MONTH.
           DISPLAY 'CONTRIBUTION ROWS REJECT : ',
               WS-CONTRIB-REJECT-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT PAYMENT-MASTER-FILE.
           OPEN INPUT OVERPAYMENT-FILE.
           OPEN INPUT CONTRIBUTION-CSV-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           MOVE SPACE                      TO WS-LEDGER-CARD.
           ACCEPT WS-LEDGER-CARD.
           IF  WS-CARD-MONTH IS NUMERIC
               MOVE WS-CARD-MONTH          TO WS-LEDGER-MONTH
           ELSE
               MOVE WS-BUSINESS-DATE (1:6) TO WS-LEDGER-MONTH
           END-IF.
           MOVE WS-LEDGER-MONTH            TO LHL-LEDGER-MONTH.
           MOVE WS-BUSINESS-DATE           TO LHL-RUN-DATE.
           DIVIDE WS-LEDGER-MONTH BY 100
               GIVING WS-WORK-YEAR REMAINDER WS-WORK-MONTH.
           COMPUTE WS-MONTH-NUMBER =
               WS-WORK-YEAR * 12 + WS-WORK-MONTH - 1.
           MOVE 'TFINTRT'                  TO PL-PARM-ID.
           MOVE WS-BUSINESS-DATE           TO PL-AS-OF-DATE.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND AND PL-VALUE (1:6) IS NUMERIC
               MOVE PL-VALUE (1:6)         TO WS-INTEREST-RATE
           END-IF.
           OPEN I-O TRUST-FUND-LEDGER-FILE.
           IF  TRUST-FUND-LEDGER-NEW
      *        FIRST LEDGER RUN - CREATE THE FILE EMPTY, THEN REOPEN
      *        FOR UPDATE, THE SAME DANCE STATEMNT DOES FOR A
      *        BRAND-NEW REFERENCE CLUSTER.
               OPEN OUTPUT TRUST-FUND-LEDGER-FILE
               CLOSE       TRUST-FUND-LEDGER-FILE
               OPEN I-O    TRUST-FUND-LEDGER-FILE
           END-IF.
           IF NOT PAYMENT-MASTER-OK
               DISPLAY 'PAYMSTR OPEN ERROR : ', PAYMENT-MASTER-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT OVERPAYMENT-OK
               DISPLAY 'OVPFILE OPEN ERROR : ', OVERPAYMENT-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT CONTRIBUTION-CSV-OK
               DISPLAY 'CONTRIN OPEN ERROR : ', CONTRIBUTION-CSV-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT TRUST-FUND-LEDGER-OK
               DISPLAY 'TFLEDGR OPEN ERROR : ', TRUST-FUND-LEDGER-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
      *---------------------------------------------------------------*
       1100-FIND-OPENING-BALANCE.
      *---------------------------------------------------------------*
           MOVE 1                          TO WS-BACK-SUB.
           PERFORM 8300-SET-WORK-MONTH.
           MOVE 'N'                        TO PRIOR-MONTH-SW.
           READ TRUST-FUND-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y'                TO PRIOR-MONTH-SW
           END-READ.
           IF  PRIOR-MONTH-ON-FILE
               MOVE TF-CLOSING-BALANCE     TO WS-OPENING-BALANCE
               MOVE TF-RECOVERED-TO-DATE   TO WS-PRIOR-RECOVERED
           ELSE
               MOVE 4                      TO RETURN-CODE
               IF  WS-CARD-OPENING IS NUMERIC
                   MOVE WS-CARD-OPENING-NO TO WS-OPENING-BALANCE
               END-IF
               DISPLAY 'TFLEDGER - NO PRIOR MONTH ON TFLEDGR, OPENING ',
                   'BALANCE TAKEN FROM THE CARD'
           END-IF.
      *---------------------------------------------------------------*
       2000-POST-ONE-PAYMENT.
      *---------------------------------------------------------------*
           IF  PM-LOAD-DATE (1:6) = WS-LEDGER-MONTH (1:6)
               AND NOT PM-REVERSED
               ADD 1                       TO WS-PAYMENT-COUNT
               MOVE PM-AMOUNT-PAID         TO WS-WEEK-GROSS
               IF  PM-OFFSET-AMOUNT IS NUMERIC
                   ADD PM-OFFSET-AMOUNT    TO WS-WEEK-GROSS
               END-IF
               EVALUATE PM-PAYMENT-TYPE
                   WHEN 'EXT'
                       ADD WS-WEEK-GROSS   TO WS-BENEFITS-EXT
                   WHEN 'SUP'
                       ADD WS-WEEK-GROSS   TO WS-BENEFITS-SUP
                   WHEN 'ADJ'
                       ADD PM-AMOUNT-PAID  TO WS-ADJUSTMENTS
                   WHEN OTHER
                       ADD WS-WEEK-GROSS   TO WS-BENEFITS-REG
               END-EVALUATE
           END-IF.
           PERFORM 8000-READ-PAYMENT-MASTER.
      *---------------------------------------------------------------*
       2100-TOTAL-ONE-OVERPAYMENT.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-OVERPAYMENT-COUNT.
           ADD OV-RECOVERED-AMOUNT         TO WS-RECOVERED-TO-DATE.
           PERFORM 8100-READ-OVERPAYMENT.
      *---------------------------------------------------------------*
       2200-POST-ONE-CONTRIBUTION.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-CONTRIB-ROW-COUNT.
           MOVE 'Y'                        TO WS-VALID-ROW-SW.
           IF  WS-CONTRIB-ACCT = SPACE
               OR WS-CONTRIB-DATE NOT NUMERIC
               MOVE 'N'                    TO WS-VALID-ROW-SW
           END-IF.
           IF  VALID-ROW
               COMPUTE WS-DEPOSIT-AMOUNT =
                   FUNCTION NUMVAL (WS-CONTRIB-AMOUNT)
                   ON SIZE ERROR
                       MOVE 'N'            TO WS-VALID-ROW-SW
               END-COMPUTE
           END-IF.
           IF  NOT VALID-ROW
               ADD 1                       TO WS-CONTRIB-REJECT-COUNT
               MOVE 4                      TO RETURN-CODE
               DISPLAY 'TFLEDGER - CONTRIBUTION ROW REJECTED : ',
                   CONTRIBUTION-CSV-LINE
           ELSE
               IF  WS-CONTRIB-DATE (1:6) = WS-LEDGER-MONTH (1:6)
                   ADD 1                   TO WS-CONTRIB-IN-MONTH
                   ADD WS-DEPOSIT-AMOUNT   TO WS-CONTRIBUTIONS
               END-IF
           END-IF.
           PERFORM 8200-READ-CONTRIBUTION-ROW.
      *---------------------------------------------------------------*
       2300-CLOSE-LEDGER-MONTH.
      *---------------------------------------------------------------*
      *    THE FIRST LEDGER MONTH HAS NO PRIOR RECOVERED TOTAL TO
      *    MEASURE FROM - IT SETS THE STARTING POINT AND SHOWS NONE.
      *---------------------------------------------------------------*
           IF  PRIOR-MONTH-ON-FILE
               AND WS-RECOVERED-TO-DATE > WS-PRIOR-RECOVERED
               COMPUTE WS-RECOVERIES =
                   WS-RECOVERED-TO-DATE - WS-PRIOR-RECOVERED
           END-IF.
           IF  WS-OPENING-BALANCE > 0
               COMPUTE WS-INTEREST ROUNDED =
                   WS-OPENING-BALANCE * WS-INTEREST-RATE / 1200
           END-IF.
           COMPUTE WS-CLOSING-BALANCE =
               WS-OPENING-BALANCE + WS-CONTRIBUTIONS
               - WS-BENEFITS-REG - WS-BENEFITS-EXT - WS-BENEFITS-SUP
               + WS-ADJUSTMENTS + WS-RECOVERIES + WS-INTEREST.
      *---------------------------------------------------------------*
       2400-KEEP-LEDGER-MONTH.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO TRUST-FUND-LEDGER-RECORD.
           MOVE WS-LEDGER-MONTH            TO TF-LEDGER-MONTH.
           MOVE WS-OPENING-BALANCE         TO TF-OPENING-BALANCE.
           MOVE WS-CONTRIBUTIONS           TO TF-CONTRIBUTIONS.
           MOVE WS-BENEFITS-REG            TO TF-BENEFITS-REG.
           MOVE WS-BENEFITS-EXT            TO TF-BENEFITS-EXT.
           MOVE WS-BENEFITS-SUP            TO TF-BENEFITS-SUP.
           MOVE WS-ADJUSTMENTS             TO TF-ADJUSTMENTS.
           MOVE WS-RECOVERIES              TO TF-RECOVERIES.
           MOVE WS-INTEREST                TO TF-INTEREST.
           MOVE WS-CLOSING-BALANCE         TO TF-CLOSING-BALANCE.
           MOVE WS-RECOVERED-TO-DATE       TO TF-RECOVERED-TO-DATE.
           MOVE WS-BUSINESS-DATE           TO TF-RUN-DATE.
           WRITE TRUST-FUND-LEDGER-RECORD
               INVALID KEY
                   REWRITE TRUST-FUND-LEDGER-RECORD
           END-WRITE.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE PAYMENT-MASTER-FILE.
           CLOSE OVERPAYMENT-FILE.
           CLOSE CONTRIBUTION-CSV-FILE.
           CLOSE TRUST-FUND-LEDGER-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-LEDGER.
      *---------------------------------------------------------------*
           MOVE 'OPENING BALANCE'          TO LAL-LABEL.
           MOVE WS-OPENING-BALANCE         TO LAL-AMOUNT.
           PERFORM 4010-PRINT-AMOUNT-LINE.
           MOVE 'CONTRIBUTIONS RECEIVED'   TO LAL-LABEL.
           MOVE WS-CONTRIBUTIONS           TO LAL-AMOUNT.
           PERFORM 4010-PRINT-AMOUNT-LINE.
           MOVE 'BENEFITS PAID - REGULAR (REG)' TO LAL-LABEL.
           COMPUTE LAL-AMOUNT = 0 - WS-BENEFITS-REG.
           PERFORM 4010-PRINT-AMOUNT-LINE.
           MOVE 'BENEFITS PAID - EXTENDED (EXT)' TO LAL-LABEL.
           COMPUTE LAL-AMOUNT = 0 - WS-BENEFITS-EXT.
           PERFORM 4010-PRINT-AMOUNT-LINE.
           MOVE 'BENEFITS PAID - SUPPLEMENTAL (SUP)' TO LAL-LABEL.
           COMPUTE LAL-AMOUNT = 0 - WS-BENEFITS-SUP.
           PERFORM 4010-PRINT-AMOUNT-LINE.
           MOVE 'BENEFIT ADJUSTMENTS (ADJ)' TO LAL-LABEL.
           MOVE WS-ADJUSTMENTS             TO LAL-AMOUNT.
           PERFORM 4010-PRINT-AMOUNT-LINE.
           MOVE 'OVERPAYMENT RECOVERIES'   TO LAL-LABEL.
           MOVE WS-RECOVERIES              TO LAL-AMOUNT.
           PERFORM 4010-PRINT-AMOUNT-LINE.
           MOVE 'INTEREST CREDITED'        TO LAL-LABEL.
           MOVE WS-INTEREST                TO LAL-AMOUNT.
           PERFORM 4010-PRINT-AMOUNT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           MOVE 'CLOSING BALANCE'          TO LAL-LABEL.
           MOVE WS-CLOSING-BALANCE         TO LAL-AMOUNT.
           PERFORM 4010-PRINT-AMOUNT-LINE.
      *---------------------------------------------------------------*
       4010-PRINT-AMOUNT-LINE.
      *---------------------------------------------------------------*
           MOVE LEDGER-AMOUNT-LINE         TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 1                          TO LINE-SPACEING.
      *---------------------------------------------------------------*
       4100-PRINT-TRAILING-MONTHS.
      *---------------------------------------------------------------*
      *    OLDEST FIRST, ENDING WITH THE MONTH JUST KEPT.  ONLY THE
      *    MONTHS ON TFLEDGR COUNT TOWARD THE AVERAGE PAYOUT.
      *---------------------------------------------------------------*
           MOVE 3                          TO LINE-SPACEING.
           MOVE TRAILING-COLUMN-LINE       TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 1                          TO LINE-SPACEING.
           PERFORM 4110-PRINT-TRAILING-MONTH
               VARYING WS-BACK-SUB FROM 11 BY -1
               UNTIL WS-BACK-SUB < 0.
      *---------------------------------------------------------------*
       4110-PRINT-TRAILING-MONTH.
      *---------------------------------------------------------------*
           PERFORM 8300-SET-WORK-MONTH.
           READ TRUST-FUND-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 4120-PRINT-TRAILING-DETAIL
           END-READ.
      *---------------------------------------------------------------*
       4120-PRINT-TRAILING-DETAIL.
      *---------------------------------------------------------------*
           COMPUTE WS-MONTH-PAYOUT =
               TF-BENEFITS-REG + TF-BENEFITS-EXT + TF-BENEFITS-SUP
               - TF-ADJUSTMENTS.
           ADD 1                           TO WS-TRAILING-MONTHS.
           ADD WS-MONTH-PAYOUT             TO WS-TRAILING-PAYOUT.
           MOVE TF-LEDGER-MONTH            TO TDL-LEDGER-MONTH.
           MOVE TF-OPENING-BALANCE         TO TDL-OPENING.
           MOVE TF-CONTRIBUTIONS           TO TDL-CONTRIBUTIONS.
           COMPUTE TDL-NET-BENEFITS = 0 - WS-MONTH-PAYOUT.
           COMPUTE TDL-RECOVERIES-INTEREST =
               TF-RECOVERIES + TF-INTEREST.
           MOVE TF-CLOSING-BALANCE         TO TDL-CLOSING.
           MOVE TRAILING-DETAIL-LINE       TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       4200-PRINT-SOLVENCY.
      *---------------------------------------------------------------*
           IF  WS-TRAILING-MONTHS > 0
               COMPUTE WS-AVERAGE-PAYOUT ROUNDED =
                   WS-TRAILING-PAYOUT / WS-TRAILING-MONTHS
           END-IF.
           MOVE 3                          TO LINE-SPACEING.
           MOVE 'AVERAGE NET MONTHLY BENEFITS PAID' TO LAL-LABEL.
           MOVE WS-AVERAGE-PAYOUT          TO LAL-AMOUNT.
           PERFORM 4010-PRINT-AMOUNT-LINE.
           IF  WS-AVERAGE-PAYOUT > 0
               IF  WS-CLOSING-BALANCE > 0
                   COMPUTE WS-MONTHS-REMAINING ROUNDED =
                       WS-CLOSING-BALANCE / WS-AVERAGE-PAYOUT
                       ON SIZE ERROR
                           MOVE 9999.9     TO WS-MONTHS-REMAINING
                   END-COMPUTE
               END-IF
               MOVE WS-MONTHS-REMAINING    TO SVL-MONTHS-REMAINING
               MOVE WS-TRAILING-MONTHS     TO SVL-TRAILING-MONTHS
               MOVE SOLVENCY-LINE          TO NEXT-REPORT-LINE
           ELSE
               MOVE 'NO NET BENEFIT PAYOUT IN THE TRAILING MONTHS'
                                           TO NEXT-REPORT-LINE
           END-IF.
           PERFORM 9000-PRINT-REPORT-LINE.
           DISPLAY 'CLOSING BALANCE          : ', WS-CLOSING-BALANCE.
           DISPLAY 'MONTHS OF BENEFITS LEFT  : ', WS-MONTHS-REMAINING.
      *---------------------------------------------------------------*
       8000-READ-PAYMENT-MASTER.
      *---------------------------------------------------------------*
           READ PAYMENT-MASTER-FILE NEXT RECORD
               AT END SET PAYMENT-EOF TO TRUE
           END-READ.
      *---------------------------------------------------------------*
       8100-READ-OVERPAYMENT.
      *---------------------------------------------------------------*
           READ OVERPAYMENT-FILE NEXT RECORD
               AT END SET OVERPAYMENT-EOF TO TRUE
           END-READ.
      *---------------------------------------------------------------*
       8200-READ-CONTRIBUTION-ROW.
      *---------------------------------------------------------------*
           READ CONTRIBUTION-CSV-FILE
               AT END MOVE 'Y' TO CONTRIBUTION-EOF-SW.
           IF  NOT CONTRIBUTION-EOF
               MOVE SPACE TO WS-CONTRIB-ACCT WS-CONTRIB-DATE
                             WS-CONTRIB-AMOUNT
               UNSTRING CONTRIBUTION-CSV-LINE DELIMITED BY ','
                   INTO WS-CONTRIB-ACCT
                        WS-CONTRIB-DATE
                        WS-CONTRIB-AMOUNT
               END-UNSTRING
           END-IF.
      *---------------------------------------------------------------*
       8300-SET-WORK-MONTH.
      *---------------------------------------------------------------*
      *    TF-LEDGER-MONTH = THE LEDGER MONTH LESS WS-BACK-SUB MONTHS.
      *---------------------------------------------------------------*
           COMPUTE WS-WORK-MONTH-NUMBER = WS-MONTH-NUMBER - WS-BACK-SUB.
           DIVIDE WS-WORK-MONTH-NUMBER BY 12
               GIVING WS-WORK-YEAR REMAINDER WS-WORK-MONTH.
           ADD 1                           TO WS-WORK-MONTH.
           COMPUTE TF-LEDGER-MONTH = WS-WORK-YEAR * 100 + WS-WORK-MONTH.
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
           MOVE LEDGER-HEADING-LINE        TO PRINT-LINE.
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
