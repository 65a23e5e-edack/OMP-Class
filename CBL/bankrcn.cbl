       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BANKRCN.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    BANK PAID-ITEM RECONCILIATION - MATCHES THE BANK'S DAILY
      *    PAID-ITEMS AND RETURNS FILE (BANKIN CSV) AGAINST THE
      *    PAYMENTS BENISS ISSUED ONTO PAYMSTR, BY ISSUANCE SERIAL
      *    AND AMOUNT, AND LISTS -
      *      PAID      - CLEARED AT THE ISSUED AMOUNT (ROW GOES TO
      *                  ISSUE STATUS 'P', NOT LISTED)
      *      AMOUNT    - CLEARED FOR A DIFFERENT AMOUNT (LEFT 'I'
      *                  FOR FINANCE TO WORK)
      *      RETURNED  - DEPOSIT RETURNED BY THE RECEIVING BANK
      *                  (CLOSED ACCOUNT, INVALID ROUTING, ...)
      *      STALE     - CHECK STILL UNPAID PAST THE STALE-DATE
      *                  WINDOW
      *      OUTSTAND  - ISSUED, NOT YET PRESENTED
      *      NO MATCH  - BANK ITEM WITH NO ISSUED PAYMENT BEHIND IT
      *    RETURNED AND STALE ITEMS REVERSE THEIR PAYMSTR POSTING
      *    (ISSUE STATUS 'R' OR 'S', SEE PAYREC).  A DEPOSIT RETURN
      *    ALSO REVERSES A ROW AN EARLIER RUN ALREADY SETTLED TO 'P'.
      *    AN OVERPAYMENT OFFSET ON A REVERSED ROW IS LEFT AS IT IS -
      *    THE RECOVERY STAYS POSTED ON OVPFILE AND THE WEEK, WHEN
      *    BENISS RE-ISSUES IT, IS PAID NET OF THE SAME OFFSET.
      *    EVERY AMOUNT, RETURNED, STALE AND NO-MATCH ITEM IS ALSO
      *    RAISED THROUGH EXCWRITE.  THE BANK FILE IS HELD IN A TABLE
      *    AND PAYMSTR IS SWEPT ONCE, THE WAY WAGEPRF ROLLS UP ITS FEED.
      *
      *    BANKIN ROW - ITEM TYPE, ISSUANCE SERIAL, AMOUNT, DATE
      *    YYYYMMDD, RETURN REASON -
      *      ITEM TYPE  C  CHECK PAID
      *                 D  DEPOSIT SETTLED
      *                 R  DEPOSIT RETURNED (REASON R02 ACCOUNT
      *                    CLOSED, R03/R04 NO OR INVALID ACCOUNT,
      *                    R13 INVALID ROUTING, ETC.)
      *
      *    PARMFILE PARAMETER (SEE PARMC) -
      *      RCSTALDY  DAYS AFTER ISSUE A CHECK GOES STALE 9(3),
      *                DEFAULT 180
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
           SELECT BANK-ITEM-CSV-FILE ASSIGN TO BANKIN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS BANK-ITEM-CSV-STATUS.
           SELECT PAYMENT-MASTER-FILE ASSIGN TO PAYMSTR
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS PM-PAYMENT-KEY
             FILE STATUS  IS PAYMENT-MASTER-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  BANK-ITEM-CSV-FILE
           RECORDING MODE IS F.
       01  BANK-ITEM-CSV-LINE              PIC X(80).
      *---------------------------------------------------------------*
       FD  PAYMENT-MASTER-FILE.
       COPY PAYREC.
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
           05  WS-ITEM-TYPE                PIC X(01).
           05  WS-SERIAL                   PIC X(09).
           05  WS-AMOUNT                   PIC X(12).
           05  WS-ITEM-DATE                PIC X(08).
           05  WS-RETURN-REASON            PIC X(03).
           05  WS-ITEM-AMOUNT              PIC 9(07)V99.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  BANK-ITEM-CSV-STATUS        PIC X(02).
               88  BANK-ITEM-CSV-OK              VALUE '00'.
           05  PAYMENT-MASTER-STATUS       PIC X(02).
               88  PAYMENT-MASTER-OK             VALUE '00'.
           05  BANK-EOF-SW                 PIC X VALUE 'N'.
               88  BANK-EOF                      VALUE 'Y'.
           05  PAYMENT-EOF-SW              PIC X VALUE 'N'.
               88  PAYMENT-EOF                   VALUE 'Y'.
           05  WS-VALID-ROW-SW             PIC X(01).
               88  VALID-ROW                     VALUE 'Y'.
           05  WS-ITEM-FOUND-SW            PIC X(01).
               88  WS-ITEM-FOUND                 VALUE 'Y'.
           05  WS-ROW-COUNT                PIC 9(08) VALUE 0.
           05  WS-REJECT-COUNT             PIC 9(08) VALUE 0.
           05  WS-ISSUED-COUNT             PIC 9(08) VALUE 0.
           05  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
           05  WS-STALE-DAYS               PIC 9(03) VALUE 180.
           05  WS-DAYS-OUT                 PIC S9(07) VALUE 0.
      *---------------------------------------------------------------*
       01  WS-CATEGORY-TOTALS.
      *---------------------------------------------------------------*
           05  WS-PAID-COUNT               PIC 9(08) VALUE 0.
           05  WS-PAID-AMOUNT              PIC 9(10)V99 VALUE 0.
           05  WS-DIFFER-COUNT             PIC 9(08) VALUE 0.
           05  WS-DIFFER-AMOUNT            PIC 9(10)V99 VALUE 0.
           05  WS-RETURNED-COUNT           PIC 9(08) VALUE 0.
           05  WS-RETURNED-AMOUNT          PIC 9(10)V99 VALUE 0.
           05  WS-STALE-COUNT              PIC 9(08) VALUE 0.
           05  WS-STALE-AMOUNT             PIC 9(10)V99 VALUE 0.
           05  WS-OUTSTANDING-COUNT        PIC 9(08) VALUE 0.
           05  WS-OUTSTANDING-AMOUNT       PIC 9(10)V99 VALUE 0.
           05  WS-NO-MATCH-COUNT           PIC 9(08) VALUE 0.
           05  WS-NO-MATCH-AMOUNT          PIC 9(10)V99 VALUE 0.
      *---------------------------------------------------------------*
      *    ONE DAY'S BANK ITEMS, HELD FOR THE PAYMSTR SWEEP.
      *---------------------------------------------------------------*
       01  BANK-ITEM-TABLE.
           05  BIT-ENTRY-COUNT             PIC 9(05) VALUE 0.
           05  BIT-ENTRY                   OCCURS 5000 TIMES
                                           INDEXED BY BIT-INDEX.
               10  BIT-ITEM-TYPE           PIC X(01).
                   88  BIT-CHECK-PAID            VALUE 'C'.
                   88  BIT-DEPOSIT-SETTLED       VALUE 'D'.
                   88  BIT-DEPOSIT-RETURNED      VALUE 'R'.
               10  BIT-SERIAL              PIC 9(09).
               10  BIT-AMOUNT              PIC 9(07)V99.
               10  BIT-ITEM-DATE           PIC 9(08).
               10  BIT-RETURN-REASON       PIC X(03).
               10  BIT-MATCHED-SW          PIC X(01).
                   88  BIT-MATCHED               VALUE 'Y'.
      *---------------------------------------------------------------*
       01  RECON-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'BANKRCN BANK PAID-ITEM RECONCILIATION - BUSI'.
           05  FILLER PIC X(13) VALUE 'NESS DATE    '.
           05  RHL-BUSINESS-DATE           PIC 9(08).
      *---------------------------------------------------------------*
       01  RECON-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'CATEGORY  SERIAL     CLAIM ID  WEEK END  M  '.
           05  FILLER PIC X(44) VALUE
               '      ISSUED     BANK AMT  BANK DATE  RSN'.
      *---------------------------------------------------------------*
       01  RECON-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  RDL-CATEGORY                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  RDL-SERIAL                  PIC 9(09).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  RDL-CLAIM-ID                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  RDL-WEEK-ENDING             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  RDL-METHOD                  PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  RDL-ISSUED-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  RDL-BANK-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  RDL-BANK-DATE               PIC X(08).
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  RDL-REASON                  PIC X(03).
      *---------------------------------------------------------------*
       01  RECON-TOTAL-LINE.
      *---------------------------------------------------------------*
           05  RTL-LABEL                   PIC X(30).
           05  RTL-COUNT                   PIC ZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  RTL-AMOUNT                  PIC Z,ZZZ,ZZZ,ZZ9.99.
      *---------------------------------------------------------------*
       01  REPORT-LINES.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
       COPY PRINTCTL.
       COPY BUSDATEC.
       COPY PARMC.
       COPY EXCLOGC.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-STALE-WINDOW.
           PERFORM 8000-READ-BANK-ITEM.
           PERFORM 1200-LOAD-ONE-BANK-ITEM
               UNTIL BANK-EOF.
           PERFORM 8100-READ-PAYMENT-MASTER.
           PERFORM 2000-RECONCILE-ONE-PAYMENT
               UNTIL PAYMENT-EOF.
           PERFORM 2500-LIST-UNMATCHED-ITEM
               VARYING BIT-INDEX FROM 1 BY 1
               UNTIL BIT-INDEX > BIT-ENTRY-COUNT.
           PERFORM 4000-PRINT-TOTALS.
           PERFORM 3000-CLOSE-FILES.
           DISPLAY '*** BANKRCN RECONCILIATION SUMMARY ***'.
           DISPLAY 'BANK ROWS READ      : ', WS-ROW-COUNT.
           DISPLAY 'BANK ROWS REJECTED  : ', WS-REJECT-COUNT.
           DISPLAY 'ISSUED ITEMS SWEPT  : ', WS-ISSUED-COUNT.
           DISPLAY 'PAID AT AMOUNT      : ', WS-PAID-COUNT.
           DISPLAY 'PAID DIFFERENT AMT  : ', WS-DIFFER-COUNT.
           DISPLAY 'RETURNED DEPOSITS   : ', WS-RETURNED-COUNT.
           DISPLAY 'STALE-DATED CHECKS  : ', WS-STALE-COUNT.
           DISPLAY 'STILL OUTSTANDING   : ', WS-OUTSTANDING-COUNT.
           DISPLAY 'BANK ITEMS NO MATCH : ', WS-NO-MATCH-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  BANK-ITEM-CSV-FILE.
           OPEN I-O    PAYMENT-MASTER-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE           TO RHL-BUSINESS-DATE.
           IF NOT BANK-ITEM-CSV-OK
               DISPLAY 'BANKIN OPEN ERROR : ', BANK-ITEM-CSV-STATUS
               MOVE 16                     TO RETURN-CODE
               SET BANK-EOF TO TRUE
               SET PAYMENT-EOF TO TRUE.
           IF NOT PAYMENT-MASTER-OK
               DISPLAY 'PAYMSTR OPEN ERROR : ', PAYMENT-MASTER-STATUS
               MOVE 16                     TO RETURN-CODE
               SET BANK-EOF TO TRUE
               SET PAYMENT-EOF TO TRUE.
      *---------------------------------------------------------------*
       1100-LOAD-STALE-WINDOW.
      *---------------------------------------------------------------*
           MOVE 'RCSTALDY'                 TO PL-PARM-ID.
           MOVE WS-BUSINESS-DATE           TO PL-AS-OF-DATE.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND AND PL-VALUE (1:3) IS NUMERIC
               AND PL-VALUE (1:3) NOT = '000'
               MOVE PL-VALUE (1:3)         TO WS-STALE-DAYS
           END-IF.
      *---------------------------------------------------------------*
       1200-LOAD-ONE-BANK-ITEM.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-ROW-COUNT.
           MOVE 'Y'                        TO WS-VALID-ROW-SW.
           IF  WS-ITEM-TYPE NOT = 'C' AND 'D' AND 'R'
               OR WS-SERIAL NOT NUMERIC
               OR WS-ITEM-DATE NOT NUMERIC
               MOVE 'N'                    TO WS-VALID-ROW-SW
           END-IF.
           IF  VALID-ROW
               COMPUTE WS-ITEM-AMOUNT =
                   FUNCTION NUMVAL (WS-AMOUNT)
                   ON SIZE ERROR
                       MOVE 'N'            TO WS-VALID-ROW-SW
               END-COMPUTE
           END-IF.
           IF  VALID-ROW AND BIT-ENTRY-COUNT >= 5000
               DISPLAY 'BANKRCN - BANK ITEM TABLE FULL, ROW ',
                   WS-ROW-COUNT, ' NOT RECONCILED'
               MOVE 'N'                    TO WS-VALID-ROW-SW
           END-IF.
           IF  VALID-ROW
               ADD 1                       TO BIT-ENTRY-COUNT
               SET BIT-INDEX               TO BIT-ENTRY-COUNT
               MOVE WS-ITEM-TYPE           TO BIT-ITEM-TYPE (BIT-INDEX)
               MOVE WS-SERIAL              TO BIT-SERIAL (BIT-INDEX)
               MOVE WS-ITEM-AMOUNT         TO BIT-AMOUNT (BIT-INDEX)
               MOVE WS-ITEM-DATE           TO BIT-ITEM-DATE (BIT-INDEX)
               MOVE WS-RETURN-REASON
                   TO BIT-RETURN-REASON (BIT-INDEX)
               MOVE 'N'                    TO BIT-MATCHED-SW (BIT-INDEX)
           ELSE
               ADD 1                       TO WS-REJECT-COUNT
               DISPLAY 'BANKRCN - BANK ROW REJECTED : ',
                   BANK-ITEM-CSV-LINE
           END-IF.
           PERFORM 8000-READ-BANK-ITEM.
      *---------------------------------------------------------------*
       2000-RECONCILE-ONE-PAYMENT.
      *---------------------------------------------------------------*
           IF  PM-ISSUED
               ADD 1                       TO WS-ISSUED-COUNT
               PERFORM 2100-FIND-BANK-ITEM
               IF  WS-ITEM-FOUND
                   PERFORM 2200-APPLY-BANK-ITEM
               ELSE
                   PERFORM 2300-AGE-UNPRESENTED-ITEM
               END-IF
           END-IF.
      *    A RETURN CAN COME DAYS AFTER THE BANK FIRST SETTLED THE
      *    DEPOSIT - IT STILL REVERSES THE POSTING.
           IF  PM-PAID AND PM-BY-DEPOSIT
               PERFORM 2150-FIND-RETURN-ITEM
               IF  WS-ITEM-FOUND
                   PERFORM 2200-APPLY-BANK-ITEM
               END-IF
           END-IF.
           PERFORM 8100-READ-PAYMENT-MASTER.
      *---------------------------------------------------------------*
       2100-FIND-BANK-ITEM.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO WS-ITEM-FOUND-SW.
           IF  BIT-ENTRY-COUNT > 0
               SET BIT-INDEX               TO 1
               SEARCH BIT-ENTRY
                   AT END
                       CONTINUE
                   WHEN BIT-INDEX > BIT-ENTRY-COUNT
                       CONTINUE
                   WHEN BIT-SERIAL (BIT-INDEX) = PM-ISSUANCE-SERIAL
                       AND NOT BIT-MATCHED (BIT-INDEX)
                       MOVE 'Y'            TO WS-ITEM-FOUND-SW
                       MOVE 'Y'            TO BIT-MATCHED-SW (BIT-INDEX)
               END-SEARCH
           END-IF.
      *---------------------------------------------------------------*
       2150-FIND-RETURN-ITEM.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO WS-ITEM-FOUND-SW.
           IF  BIT-ENTRY-COUNT > 0
               SET BIT-INDEX               TO 1
               SEARCH BIT-ENTRY
                   AT END
                       CONTINUE
                   WHEN BIT-INDEX > BIT-ENTRY-COUNT
                       CONTINUE
                   WHEN BIT-SERIAL (BIT-INDEX) = PM-ISSUANCE-SERIAL
                       AND BIT-DEPOSIT-RETURNED (BIT-INDEX)
                       AND NOT BIT-MATCHED (BIT-INDEX)
                       MOVE 'Y'            TO WS-ITEM-FOUND-SW
                       MOVE 'Y'            TO BIT-MATCHED-SW (BIT-INDEX)
               END-SEARCH
           END-IF.
      *---------------------------------------------------------------*
       2200-APPLY-BANK-ITEM.
      *---------------------------------------------------------------*
           PERFORM 2800-FILL-DETAIL-LINE.
           MOVE BIT-AMOUNT (BIT-INDEX)     TO RDL-BANK-AMOUNT.
           MOVE BIT-ITEM-DATE (BIT-INDEX)  TO RDL-BANK-DATE.
           MOVE BIT-RETURN-REASON (BIT-INDEX) TO RDL-REASON.
           EVALUATE TRUE
               WHEN BIT-DEPOSIT-RETURNED (BIT-INDEX)
                   MOVE 'R'                TO PM-ISSUE-STATUS
                   REWRITE BENEFIT-PAYMENT-RECORD
                   ADD 1                   TO WS-RETURNED-COUNT
                   ADD PM-AMOUNT-PAID      TO WS-RETURNED-AMOUNT
                   MOVE 'RETURNED'         TO RDL-CATEGORY
                   MOVE 'DEPOSIT RETURNED - POSTING REVERSED'
                       TO EX-MESSAGE
                   PERFORM 2900-LIST-AND-RAISE
               WHEN BIT-AMOUNT (BIT-INDEX) = PM-AMOUNT-PAID
                   MOVE 'P'                TO PM-ISSUE-STATUS
                   REWRITE BENEFIT-PAYMENT-RECORD
                   ADD 1                   TO WS-PAID-COUNT
                   ADD PM-AMOUNT-PAID      TO WS-PAID-AMOUNT
               WHEN OTHER
                   ADD 1                   TO WS-DIFFER-COUNT
                   ADD PM-AMOUNT-PAID      TO WS-DIFFER-AMOUNT
                   MOVE 'AMOUNT'           TO RDL-CATEGORY
                   MOVE 'ITEM PAID FOR A DIFFERENT AMOUNT'
                       TO EX-MESSAGE
                   PERFORM 2900-LIST-AND-RAISE
           END-EVALUATE.
      *---------------------------------------------------------------*
       2300-AGE-UNPRESENTED-ITEM.
      *---------------------------------------------------------------*
      *    ONLY A PAPER CHECK GOES STALE - AN UNSETTLED DEPOSIT STAYS
      *    OUTSTANDING UNTIL THE BANK SETTLES OR RETURNS IT.
      *---------------------------------------------------------------*
           PERFORM 2800-FILL-DETAIL-LINE.
           MOVE 0                          TO RDL-BANK-AMOUNT.
           MOVE SPACES                     TO RDL-BANK-DATE
                                              RDL-REASON.
           COMPUTE WS-DAYS-OUT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
               - FUNCTION INTEGER-OF-DATE (PM-LOAD-DATE).
           IF  PM-BY-CHECK AND WS-DAYS-OUT > WS-STALE-DAYS
               MOVE 'S'                    TO PM-ISSUE-STATUS
               REWRITE BENEFIT-PAYMENT-RECORD
               ADD 1                       TO WS-STALE-COUNT
               ADD PM-AMOUNT-PAID          TO WS-STALE-AMOUNT
               MOVE 'STALE'                TO RDL-CATEGORY
               MOVE 'CHECK STALE-DATED - POSTING REVERSED'
                   TO EX-MESSAGE
               PERFORM 2900-LIST-AND-RAISE
           ELSE
               ADD 1                       TO WS-OUTSTANDING-COUNT
               ADD PM-AMOUNT-PAID          TO WS-OUTSTANDING-AMOUNT
               MOVE 'OUTSTAND'             TO RDL-CATEGORY
               MOVE RECON-DETAIL-LINE      TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
      *---------------------------------------------------------------*
       2500-LIST-UNMATCHED-ITEM.
      *---------------------------------------------------------------*
           IF  NOT BIT-MATCHED (BIT-INDEX)
               ADD 1                       TO WS-NO-MATCH-COUNT
               ADD BIT-AMOUNT (BIT-INDEX)  TO WS-NO-MATCH-AMOUNT
               MOVE 'NO MATCH'             TO RDL-CATEGORY
               MOVE BIT-SERIAL (BIT-INDEX) TO RDL-SERIAL
               MOVE SPACES                 TO RDL-CLAIM-ID
                                              RDL-WEEK-ENDING
                                              RDL-METHOD
               MOVE 0                      TO RDL-ISSUED-AMOUNT
               MOVE BIT-AMOUNT (BIT-INDEX) TO RDL-BANK-AMOUNT
               MOVE BIT-ITEM-DATE (BIT-INDEX) TO RDL-BANK-DATE
               MOVE BIT-RETURN-REASON (BIT-INDEX) TO RDL-REASON
               MOVE RECON-DETAIL-LINE      TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
               MOVE 'BANKRCN'              TO EX-SOURCE-PROGRAM
               MOVE 'E'                    TO EX-SEVERITY
               MOVE BIT-SERIAL (BIT-INDEX) TO EX-KEY
               MOVE 'BANK ITEM MATCHES NO ISSUED PAYMENT'
                   TO EX-MESSAGE
               CALL 'EXCWRITE' USING EXCWRITE-REQUEST
           END-IF.
      *---------------------------------------------------------------*
       2800-FILL-DETAIL-LINE.
      *---------------------------------------------------------------*
           MOVE PM-ISSUANCE-SERIAL         TO RDL-SERIAL.
           MOVE PM-CLAIM-ID                TO RDL-CLAIM-ID.
           MOVE PM-WEEK-ENDING             TO RDL-WEEK-ENDING.
           MOVE PM-PAYMENT-METHOD          TO RDL-METHOD.
           MOVE PM-AMOUNT-PAID             TO RDL-ISSUED-AMOUNT.
      *---------------------------------------------------------------*
       2900-LIST-AND-RAISE.
      *---------------------------------------------------------------*
           MOVE RECON-DETAIL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'BANKRCN'                  TO EX-SOURCE-PROGRAM.
           MOVE 'E'                        TO EX-SEVERITY.
           MOVE PM-PAYMENT-KEY             TO EX-KEY.
           CALL 'EXCWRITE' USING EXCWRITE-REQUEST.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE BANK-ITEM-CSV-FILE.
           CLOSE PAYMENT-MASTER-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-TOTALS.
      *---------------------------------------------------------------*
           MOVE 2                          TO LINE-SPACEING.
           MOVE 'PAID AT ISSUED AMOUNT'    TO RTL-LABEL.
           MOVE WS-PAID-COUNT              TO RTL-COUNT.
           MOVE WS-PAID-AMOUNT             TO RTL-AMOUNT.
           PERFORM 4010-PRINT-TOTAL-LINE.
           MOVE 1                          TO LINE-SPACEING.
           MOVE 'PAID FOR A DIFFERENT AMOUNT' TO RTL-LABEL.
           MOVE WS-DIFFER-COUNT            TO RTL-COUNT.
           MOVE WS-DIFFER-AMOUNT           TO RTL-AMOUNT.
           PERFORM 4010-PRINT-TOTAL-LINE.
           MOVE 'RETURNED DEPOSITS REVERSED' TO RTL-LABEL.
           MOVE WS-RETURNED-COUNT          TO RTL-COUNT.
           MOVE WS-RETURNED-AMOUNT         TO RTL-AMOUNT.
           PERFORM 4010-PRINT-TOTAL-LINE.
           MOVE 'STALE CHECKS REVERSED'    TO RTL-LABEL.
           MOVE WS-STALE-COUNT             TO RTL-COUNT.
           MOVE WS-STALE-AMOUNT            TO RTL-AMOUNT.
           PERFORM 4010-PRINT-TOTAL-LINE.
           MOVE 'STILL OUTSTANDING'        TO RTL-LABEL.
           MOVE WS-OUTSTANDING-COUNT       TO RTL-COUNT.
           MOVE WS-OUTSTANDING-AMOUNT      TO RTL-AMOUNT.
           PERFORM 4010-PRINT-TOTAL-LINE.
           MOVE 'BANK ITEMS WITH NO MATCH' TO RTL-LABEL.
           MOVE WS-NO-MATCH-COUNT          TO RTL-COUNT.
           MOVE WS-NO-MATCH-AMOUNT         TO RTL-AMOUNT.
           PERFORM 4010-PRINT-TOTAL-LINE.
      *---------------------------------------------------------------*
       4010-PRINT-TOTAL-LINE.
      *---------------------------------------------------------------*
           MOVE RECON-TOTAL-LINE           TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       8000-READ-BANK-ITEM.
      *---------------------------------------------------------------*
           READ BANK-ITEM-CSV-FILE
               AT END MOVE 'Y' TO BANK-EOF-SW.
           IF  NOT BANK-EOF
               MOVE SPACE TO WS-ITEM-TYPE WS-SERIAL WS-AMOUNT
                             WS-ITEM-DATE WS-RETURN-REASON
               UNSTRING BANK-ITEM-CSV-LINE DELIMITED BY ','
                   INTO WS-ITEM-TYPE
                        WS-SERIAL
                        WS-AMOUNT
                        WS-ITEM-DATE
                        WS-RETURN-REASON
               END-UNSTRING
           END-IF.
      *---------------------------------------------------------------*
       8100-READ-PAYMENT-MASTER.
      *---------------------------------------------------------------*
           IF  NOT PAYMENT-EOF
               READ PAYMENT-MASTER-FILE NEXT RECORD
                   AT END SET PAYMENT-EOF TO TRUE
               END-READ
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
           MOVE RECON-HEADING-LINE         TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE RECON-COLUMN-LINE          TO PRINT-LINE.
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
