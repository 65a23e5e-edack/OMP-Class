       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PDSTMNT.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    PAYMENT DESTINATION MAINTENANCE - APPLIES DEPOSIT/CHECK/
      *    MAILING-ADDRESS/DELETE CARDS TO THE PAYDEST KEYED FILE
      *    (SEE PDSTREC) AND PRINTS AN AUDIT LISTING OF EVERY CARD
      *    AND ITS RESULT, THE SAME ARRANGEMENT OVPMNT USES FOR THE
      *    OVERPAYMENT REGISTER.  A DEPOSIT CARD WHOSE ROUTING
      *    NUMBER FAILS THE ABA CHECK DIGIT IS REFUSED HERE, NOT
      *    RETURNED BY THE BANK A WEEK AFTER ISSUANCE.
      *
      *    CARD FORMAT (PDSTIN) -
      *      COL 1     ACTION  D=DIRECT DEPOSIT  K=PAPER CHECK
      *                        M=MAILING ADDRESS T=PAYEE TIN
      *                        X=DELETE
      *      COL 3-10  CLAIM ID
      *    D AND K CARDS -
      *      COL 12-33 PAYEE NAME
      *      COL 35-43 ROUTING NUMBER        (D ONLY)
      *      COL 45-61 ACCOUNT NUMBER        (D ONLY)
      *      COL 63    ACCOUNT TYPE C OR S   (D ONLY)
      *    M CARDS -
      *      COL 12-41 ADDRESS LINE
      *      COL 43-62 CITY
      *      COL 64-65 STATE
      *      COL 67-75 ZIP CODE
      *    T CARDS -
      *      COL 12-20 PAYEE TIN (SOCIAL SECURITY NUMBER)
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
           SELECT PAYMENT-DESTINATION-FILE ASSIGN TO PAYDEST
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS PD-CLAIM-ID
             FILE STATUS  IS PAYMENT-DESTINATION-STATUS.
           SELECT MAINTENANCE-CARD-FILE ASSIGN TO PDSTIN
             FILE STATUS IS MAINTENANCE-CARD-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  PAYMENT-DESTINATION-FILE.
       COPY PDSTREC.
      *---------------------------------------------------------------*
       FD  MAINTENANCE-CARD-FILE
           RECORDING MODE IS F.
       01  MAINTENANCE-CARD.
           05  MC-ACTION                   PIC X(01).
               88  MC-DIRECT-DEPOSIT             VALUE 'D'.
               88  MC-PAPER-CHECK                VALUE 'K'.
               88  MC-MAILING-ADDRESS            VALUE 'M'.
               88  MC-PAYEE-TIN                  VALUE 'T'.
               88  MC-DELETE                     VALUE 'X'.
           05  FILLER                      PIC X(01).
           05  MC-CLAIM-ID                 PIC X(08).
           05  FILLER                      PIC X(01).
           05  MC-DESTINATION-DATA.
               10  MC-PAYEE-NAME           PIC X(22).
               10  FILLER                  PIC X(01).
               10  MC-ROUTING-NUMBER       PIC X(09).
               10  MC-ROUTING-DIGIT REDEFINES MC-ROUTING-NUMBER
                                           PIC 9(01) OCCURS 9 TIMES.
               10  FILLER                  PIC X(01).
               10  MC-ACCOUNT-NUMBER       PIC X(17).
               10  FILLER                  PIC X(01).
               10  MC-ACCOUNT-TYPE         PIC X(01).
                   88  MC-VALID-ACCOUNT-TYPE     VALUE 'C' 'S'.
               10  FILLER                  PIC X(17).
           05  MC-ADDRESS-DATA REDEFINES MC-DESTINATION-DATA.
               10  MC-ADDRESS-LINE         PIC X(30).
               10  FILLER                  PIC X(01).
               10  MC-CITY                 PIC X(20).
               10  FILLER                  PIC X(01).
               10  MC-STATE                PIC X(02).
               10  FILLER                  PIC X(01).
               10  MC-ZIP-CODE             PIC X(09).
               10  FILLER                  PIC X(05).
           05  MC-TIN-DATA REDEFINES MC-DESTINATION-DATA.
               10  MC-TIN                  PIC X(09).
               10  FILLER                  PIC X(60).
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
           05  PAYMENT-DESTINATION-STATUS  PIC X(02).
               88  PAYMENT-DESTINATION-OK        VALUE '00'.
               88  PAYMENT-DESTINATION-NEW       VALUE '35'.
           05  MAINTENANCE-CARD-STATUS     PIC X(02).
               88  MAINTENANCE-CARD-OK           VALUE '00'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  WS-ON-FILE-SW               PIC X(01).
               88  WS-ON-FILE                    VALUE 'Y'.
           05  WS-CARD-COUNT               PIC 9(05) VALUE 0.
           05  WS-APPLIED-COUNT            PIC 9(05) VALUE 0.
           05  WS-REJECTED-COUNT           PIC 9(05) VALUE 0.
           05  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
           05  WS-ROUTING-SUM              PIC 9(04) VALUE 0.
      *---------------------------------------------------------------*
       01  AUDIT-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'PDSTMNT PAYMENT DESTINATION MAINTENANCE AUDI'.
           05  FILLER PIC X(01) VALUE 'T'.
      *---------------------------------------------------------------*
       01  AUDIT-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  ADL-ACTION                  PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-CLAIM-ID                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-METHOD                  PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-PAYEE-NAME              PIC X(22).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-RESULT                  PIC X(30) VALUE SPACE.
      *---------------------------------------------------------------*
       01  REPORT-LINES.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
       COPY PRINTCTL.
       COPY BUSDATEC.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 8000-READ-MAINTENANCE-CARD.
           PERFORM 2000-APPLY-MAINTENANCE-CARD
               UNTIL END-OF-FILE.
           PERFORM 3000-CLOSE-FILES.
           DISPLAY '*** PDSTMNT MAINTENANCE SUMMARY ***'.
           DISPLAY 'CARDS READ    : ', WS-CARD-COUNT.
           DISPLAY 'CARDS APPLIED : ', WS-APPLIED-COUNT.
           DISPLAY 'CARDS REJECTED: ', WS-REJECTED-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  MAINTENANCE-CARD-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           OPEN I-O PAYMENT-DESTINATION-FILE.
           IF  PAYMENT-DESTINATION-NEW
      *        FIRST-EVER MAINTENANCE RUN - CREATE THE FILE EMPTY,
      *        THEN REOPEN FOR UPDATE, THE SAME DANCE STATEMNT DOES
      *        FOR A BRAND-NEW REFERENCE CLUSTER.
               OPEN OUTPUT PAYMENT-DESTINATION-FILE
               CLOSE       PAYMENT-DESTINATION-FILE
               OPEN I-O    PAYMENT-DESTINATION-FILE
           END-IF.
           IF NOT PAYMENT-DESTINATION-OK
               DISPLAY 'PAYDEST OPEN ERROR : ',
                   PAYMENT-DESTINATION-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       2000-APPLY-MAINTENANCE-CARD.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-CARD-COUNT.
           MOVE MC-ACTION                  TO ADL-ACTION.
           MOVE MC-CLAIM-ID                TO ADL-CLAIM-ID.
           MOVE SPACE                      TO ADL-METHOD.
           MOVE SPACE                      TO ADL-PAYEE-NAME.
           PERFORM 2050-READ-DESTINATION.
           EVALUATE TRUE
               WHEN MC-DIRECT-DEPOSIT
                   PERFORM 2100-SET-DIRECT-DEPOSIT
               WHEN MC-PAPER-CHECK
                   PERFORM 2200-SET-PAPER-CHECK
               WHEN MC-MAILING-ADDRESS
                   PERFORM 2300-SET-MAILING-ADDRESS
               WHEN MC-PAYEE-TIN
                   PERFORM 2350-SET-PAYEE-TIN
               WHEN MC-DELETE
                   PERFORM 2400-DELETE-DESTINATION
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
           END-EVALUATE.
           PERFORM 2900-PRINT-AUDIT-LINE.
           PERFORM 8000-READ-MAINTENANCE-CARD.
      *---------------------------------------------------------------*
       2050-READ-DESTINATION.
      *---------------------------------------------------------------*
      *    A CLAIM WITH NO ROW YET STARTS FROM A BLANK ONE, SO THE
      *    ADDRESS CARD AND THE METHOD CARD CAN COME IN EITHER ORDER.
      *---------------------------------------------------------------*
           MOVE MC-CLAIM-ID                TO PD-CLAIM-ID.
           MOVE 'Y'                        TO WS-ON-FILE-SW.
           READ PAYMENT-DESTINATION-FILE
               INVALID KEY
                   MOVE 'N'                TO WS-ON-FILE-SW
                   MOVE SPACES             TO PAYMENT-DESTINATION-RECORD
                   MOVE MC-CLAIM-ID        TO PD-CLAIM-ID
                   MOVE 0                  TO PD-ROUTING-NUMBER
                                              PD-PAYEE-TIN
           END-READ.
      *---------------------------------------------------------------*
       2100-SET-DIRECT-DEPOSIT.
      *---------------------------------------------------------------*
           PERFORM 2110-CHECK-ROUTING-NUMBER.
           EVALUATE TRUE
               WHEN MC-PAYEE-NAME = SPACES
                   MOVE 'PAYEE NAME MISSING'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               WHEN ADL-RESULT NOT = SPACES
                   ADD 1                   TO WS-REJECTED-COUNT
               WHEN MC-ACCOUNT-NUMBER = SPACES
                   MOVE 'ACCOUNT NUMBER MISSING'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               WHEN NOT MC-VALID-ACCOUNT-TYPE
                   MOVE 'ACCOUNT TYPE NOT C OR S'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               WHEN OTHER
                   MOVE 'D'                TO PD-METHOD
                   MOVE MC-PAYEE-NAME      TO PD-PAYEE-NAME
                   MOVE MC-ROUTING-NUMBER  TO PD-ROUTING-NUMBER
                   MOVE MC-ACCOUNT-NUMBER  TO PD-ACCOUNT-NUMBER
                   MOVE MC-ACCOUNT-TYPE    TO PD-ACCOUNT-TYPE
                   PERFORM 2800-STORE-DESTINATION
           END-EVALUATE.
      *---------------------------------------------------------------*
       2110-CHECK-ROUTING-NUMBER.
      *---------------------------------------------------------------*
      *    ABA CHECK DIGIT - 3/7/1 WEIGHTS ACROSS THE NINE DIGITS
      *    MUST SUM TO A MULTIPLE OF TEN.
      *---------------------------------------------------------------*
           IF  MC-ROUTING-NUMBER IS NOT NUMERIC
               MOVE 'ROUTING NUMBER NOT NUMERIC'
                   TO ADL-RESULT
           ELSE
               COMPUTE WS-ROUTING-SUM =
                   3 * (MC-ROUTING-DIGIT (1) + MC-ROUTING-DIGIT (4)
                      + MC-ROUTING-DIGIT (7))
                 + 7 * (MC-ROUTING-DIGIT (2) + MC-ROUTING-DIGIT (5)
                      + MC-ROUTING-DIGIT (8))
                 +     (MC-ROUTING-DIGIT (3) + MC-ROUTING-DIGIT (6)
                      + MC-ROUTING-DIGIT (9))
               IF  FUNCTION MOD (WS-ROUTING-SUM, 10) NOT = 0
                   MOVE 'ROUTING CHECK DIGIT FAILS'
                       TO ADL-RESULT
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2200-SET-PAPER-CHECK.
      *---------------------------------------------------------------*
           IF  MC-PAYEE-NAME = SPACES
               MOVE 'PAYEE NAME MISSING'   TO ADL-RESULT
               ADD 1                       TO WS-REJECTED-COUNT
           ELSE
               MOVE 'C'                    TO PD-METHOD
               MOVE MC-PAYEE-NAME          TO PD-PAYEE-NAME
               MOVE 0                      TO PD-ROUTING-NUMBER
               MOVE SPACES                 TO PD-ACCOUNT-NUMBER
                                              PD-ACCOUNT-TYPE
               PERFORM 2800-STORE-DESTINATION
           END-IF.
      *---------------------------------------------------------------*
       2300-SET-MAILING-ADDRESS.
      *---------------------------------------------------------------*
           IF  MC-ADDRESS-LINE = SPACES
               OR MC-CITY = SPACES
               OR MC-STATE = SPACES
               MOVE 'ADDRESS INCOMPLETE'   TO ADL-RESULT
               ADD 1                       TO WS-REJECTED-COUNT
           ELSE
               MOVE MC-ADDRESS-LINE        TO PD-ADDRESS-LINE
               MOVE MC-CITY                TO PD-CITY
               MOVE MC-STATE               TO PD-STATE
               MOVE MC-ZIP-CODE            TO PD-ZIP-CODE
               PERFORM 2800-STORE-DESTINATION
           END-IF.
      *---------------------------------------------------------------*
       2350-SET-PAYEE-TIN.
      *---------------------------------------------------------------*
           IF  MC-TIN IS NOT NUMERIC
               OR MC-TIN = '000000000'
               MOVE 'PAYEE TIN NOT NUMERIC'
                   TO ADL-RESULT
               ADD 1                       TO WS-REJECTED-COUNT
           ELSE
               MOVE MC-TIN                 TO PD-PAYEE-TIN
               PERFORM 2800-STORE-DESTINATION
           END-IF.
      *---------------------------------------------------------------*
       2400-DELETE-DESTINATION.
      *---------------------------------------------------------------*
           IF  NOT WS-ON-FILE
               MOVE 'NOT ON FILE - NO DELETE'
                   TO ADL-RESULT
               ADD 1                       TO WS-REJECTED-COUNT
           ELSE
               MOVE PD-METHOD              TO ADL-METHOD
               MOVE PD-PAYEE-NAME          TO ADL-PAYEE-NAME
               DELETE PAYMENT-DESTINATION-FILE
               MOVE 'DELETED'              TO ADL-RESULT
               ADD 1                       TO WS-APPLIED-COUNT
           END-IF.
      *---------------------------------------------------------------*
       2800-STORE-DESTINATION.
      *---------------------------------------------------------------*
           MOVE WS-BUSINESS-DATE           TO PD-LAST-CHANGE-DATE.
           MOVE PD-METHOD                  TO ADL-METHOD.
           MOVE PD-PAYEE-NAME              TO ADL-PAYEE-NAME.
           IF  WS-ON-FILE
               REWRITE PAYMENT-DESTINATION-RECORD
               MOVE 'CHANGED'              TO ADL-RESULT
           ELSE
               WRITE PAYMENT-DESTINATION-RECORD
               MOVE 'ADDED'                TO ADL-RESULT
           END-IF.
           ADD 1                           TO WS-APPLIED-COUNT.
      *---------------------------------------------------------------*
       2900-PRINT-AUDIT-LINE.
      *---------------------------------------------------------------*
           MOVE AUDIT-DETAIL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE SPACE                      TO ADL-RESULT.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE PAYMENT-DESTINATION-FILE.
           CLOSE MAINTENANCE-CARD-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       8000-READ-MAINTENANCE-CARD.
      *---------------------------------------------------------------*
           READ MAINTENANCE-CARD-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
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
           MOVE AUDIT-HEADING-LINE         TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           ADD  1                          TO PAGE-COUNT.
           MOVE 1                          TO LINE-SPACEING.
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
