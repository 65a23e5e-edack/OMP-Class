       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PROTMNT.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    EMPLOYER BENEFIT-CHARGE PROTEST DOCKET MAINTENANCE -
      *    APPLIES ADD/CHANGE/DELETE CARDS TO THE PROTEST KEYED
      *    DOCKET (SEE PROTREC) WITH AN AUDIT LISTING PER CARD, THE
      *    SAME ARRANGEMENT LTCMNT USES.  A PROTEST IS ADDED WHEN THE
      *    EMPLOYER'S LETTER ARRIVES AND CHANGED WITH THE DECISION.
      *    THE EMPLOYER MUST BE ON EMPLRF AND THE CLAIM ON CLMTFILE.
      *    AN UPHELD DECISION WITH NO CREDIT AMOUNT CREDITS THE WHOLE
      *    CHARGED AMOUNT; THE CREDIT IS POSTED BY THE NEXT NAMED-
      *    QUARTER EMPCHG RUN, AFTER WHICH THE PROTEST CAN NEITHER BE
      *    CHANGED NOR DELETED.
      *
      *    CARD FORMAT (PROTCARD) -
      *      COL 1     ACTION  A=ADD  C=CHANGE  D=DELETE
      *      COL 3-10  EMPLOYER ACCOUNT
      *      COL 12-19 CLAIM ID
      *      COL 21-28 PROTEST DATE YYYYMMDD
      *      COL 30    REASON  Q=QUIT  R=REHIRED  N=NEVER EMPLOYED
      *                        O=OTHER
      *      COL 32-36 STATEMENT QUARTER YYYYQ
      *      COL 38-46 CHARGED AMOUNT 9(7)V99
      *      COL 48    DECISION  U=UPHELD  D=DENIED  W=WITHDRAWN
      *      COL 50-57 DECISION DATE YYYYMMDD
      *      COL 59-67 CREDIT AMOUNT 9(7)V99 (UPHELD ONLY - BLANK
      *                MEANS THE CHARGED AMOUNT)
      *    AN ADD NEEDS THE PROTEST DATE, REASON, QUARTER AND CHARGED
      *    AMOUNT; THE DECISION IS USUALLY LEFT FOR A LATER CHANGE
      *    CARD.  ON A CHANGE A BLANK FIELD KEEPS WHAT IS ON FILE.
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
           SELECT PROTEST-FILE ASSIGN TO PROTEST
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS EP-PROTEST-KEY
             FILE STATUS  IS PROTEST-STATUS.
           SELECT EMPLOYER-REFERENCE-FILE ASSIGN TO EMPLRF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS EM-EMPLOYER-ACCT
             FILE STATUS  IS EMPLOYER-REFERENCE-STATUS.
           SELECT CLAIMANT-DETAIL-FILE ASSIGN TO CLMTFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS CD-DETAIL-KEY
             ALTERNATE RECORD KEY IS CD-CLAIMANT-ID WITH DUPLICATES
             ALTERNATE RECORD KEY IS CD-EMPLOYER-ACCT WITH DUPLICATES
             FILE STATUS  IS CLAIMANT-DETAIL-STATUS.
           SELECT MAINTENANCE-CARD-FILE ASSIGN TO PROTCARD
             FILE STATUS IS MAINTENANCE-CARD-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  PROTEST-FILE.
       COPY PROTREC.
      *---------------------------------------------------------------*
       FD  EMPLOYER-REFERENCE-FILE.
       COPY EMPLREFC.
      *---------------------------------------------------------------*
       FD  CLAIMANT-DETAIL-FILE.
       COPY CLMTREC.
      *---------------------------------------------------------------*
       FD  MAINTENANCE-CARD-FILE
           RECORDING MODE IS F.
       01  MAINTENANCE-CARD.
           05  MC-ACTION                   PIC X(01).
               88  MC-ADD                        VALUE 'A'.
               88  MC-CHANGE                     VALUE 'C'.
               88  MC-DELETE                     VALUE 'D'.
           05  FILLER                      PIC X(01).
           05  MC-EMPLOYER-ACCT            PIC X(08).
           05  FILLER                      PIC X(01).
           05  MC-CLAIM-ID                 PIC X(08).
           05  FILLER                      PIC X(01).
           05  MC-PROTEST-DATE             PIC X(08).
           05  FILLER                      PIC X(01).
           05  MC-REASON                   PIC X(01).
           05  FILLER                      PIC X(01).
           05  MC-STATEMENT-QUARTER        PIC X(05).
           05  FILLER                      PIC X(01).
           05  MC-CHARGED-AMOUNT           PIC X(09).
           05  MC-CHARGED-AMOUNT-N REDEFINES MC-CHARGED-AMOUNT
                                           PIC 9(07)V99.
           05  FILLER                      PIC X(01).
           05  MC-DECISION                 PIC X(01).
           05  FILLER                      PIC X(01).
           05  MC-DECISION-DATE            PIC X(08).
           05  FILLER                      PIC X(01).
           05  MC-CREDIT-AMOUNT            PIC X(09).
           05  MC-CREDIT-AMOUNT-N REDEFINES MC-CREDIT-AMOUNT
                                           PIC 9(07)V99.
           05  FILLER                      PIC X(13).
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
           05  PROTEST-STATUS              PIC X(02).
               88  PROTEST-OK                    VALUE '00'.
               88  PROTEST-NEW                   VALUE '35'.
           05  EMPLOYER-REFERENCE-STATUS   PIC X(02).
               88  EMPLOYER-REFERENCE-OK         VALUE '00'.
           05  CLAIMANT-DETAIL-STATUS      PIC X(02).
               88  CLAIMANT-DETAIL-OK            VALUE '00'.
           05  MAINTENANCE-CARD-STATUS     PIC X(02).
               88  MAINTENANCE-CARD-OK           VALUE '00'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  WS-CARD-VALID-SW            PIC X(01).
               88  CARD-VALID                    VALUE 'Y'.
           05  WS-CLAIM-FOUND-SW           PIC X(01).
               88  WS-CLAIM-FOUND                VALUE 'Y'.
           05  WS-STATEMENT-QUARTER        PIC 9(05).
           05  WS-STATEMENT-QUARTER-X REDEFINES WS-STATEMENT-QUARTER.
               10  WS-STATEMENT-YEAR       PIC 9(04).
               10  WS-STATEMENT-QTR        PIC 9(01).
                   88  WS-VALID-QTR              VALUE 1 THRU 4.
           05  WS-CARD-COUNT               PIC 9(05) VALUE 0.
           05  WS-APPLIED-COUNT            PIC 9(05) VALUE 0.
           05  WS-REJECTED-COUNT           PIC 9(05) VALUE 0.
           05  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
      *---------------------------------------------------------------*
       01  AUDIT-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'PROTMNT BENEFIT-CHARGE PROTEST DOCKET MAINTE'.
           05  FILLER PIC X(14) VALUE
               'NANCE AUDIT   '.
      *---------------------------------------------------------------*
       01  AUDIT-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  ADL-ACTION                  PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-EMPLOYER-ACCT           PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-CLAIM-ID                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-PROTEST-DATE            PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-REASON                  PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-STATEMENT-QUARTER       PIC X(05).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-CHARGED-AMOUNT          PIC X(09).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-DECISION                PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-DECISION-DATE           PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-CREDIT-AMOUNT           PIC X(09).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-RESULT                  PIC X(30).
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
           DISPLAY '*** PROTMNT MAINTENANCE SUMMARY ***'.
           DISPLAY 'CARDS READ    : ', WS-CARD-COUNT.
           DISPLAY 'CARDS APPLIED : ', WS-APPLIED-COUNT.
           DISPLAY 'CARDS REJECTED: ', WS-REJECTED-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  MAINTENANCE-CARD-FILE.
           OPEN INPUT  EMPLOYER-REFERENCE-FILE.
           OPEN INPUT  CLAIMANT-DETAIL-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           OPEN I-O PROTEST-FILE.
           IF  PROTEST-NEW
      *        FIRST-EVER MAINTENANCE RUN - CREATE THE FILE EMPTY,
      *        THEN REOPEN FOR UPDATE, THE SAME DANCE LTCMNT DOES
      *        FOR A BRAND-NEW REFERENCE CLUSTER.
               OPEN OUTPUT PROTEST-FILE
               CLOSE       PROTEST-FILE
               OPEN I-O    PROTEST-FILE
           END-IF.
           IF NOT PROTEST-OK
               DISPLAY 'PROTEST OPEN ERROR : ', PROTEST-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT EMPLOYER-REFERENCE-OK
               DISPLAY 'EMPLRF OPEN ERROR : ',
                   EMPLOYER-REFERENCE-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT CLAIMANT-DETAIL-OK
               DISPLAY 'CLMTFILE OPEN ERROR : ', CLAIMANT-DETAIL-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       2000-APPLY-MAINTENANCE-CARD.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-CARD-COUNT.
           MOVE MC-ACTION                  TO ADL-ACTION.
           MOVE MC-EMPLOYER-ACCT           TO ADL-EMPLOYER-ACCT.
           MOVE MC-CLAIM-ID                TO ADL-CLAIM-ID.
           MOVE MC-PROTEST-DATE            TO ADL-PROTEST-DATE.
           MOVE MC-REASON                  TO ADL-REASON.
           MOVE MC-STATEMENT-QUARTER       TO ADL-STATEMENT-QUARTER.
           MOVE MC-CHARGED-AMOUNT          TO ADL-CHARGED-AMOUNT.
           MOVE MC-DECISION                TO ADL-DECISION.
           MOVE MC-DECISION-DATE           TO ADL-DECISION-DATE.
           MOVE MC-CREDIT-AMOUNT           TO ADL-CREDIT-AMOUNT.
           EVALUATE TRUE
               WHEN MC-EMPLOYER-ACCT = SPACE
                   MOVE 'EMPLOYER ACCOUNT MISSING'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               WHEN MC-CLAIM-ID = SPACE
                   MOVE 'CLAIM ID MISSING'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               WHEN MC-ADD
                   PERFORM 2100-ADD-PROTEST
               WHEN MC-CHANGE
                   PERFORM 2200-CHANGE-PROTEST
               WHEN MC-DELETE
                   PERFORM 2300-DELETE-PROTEST
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
           END-EVALUATE.
           PERFORM 2900-PRINT-AUDIT-LINE.
           PERFORM 8000-READ-MAINTENANCE-CARD.
      *---------------------------------------------------------------*
       2050-MERGE-CARD-FIELDS.
      *---------------------------------------------------------------*
      *    LAYS EVERY NON-BLANK CARD FIELD OVER THE RECORD.  A DATE,
      *    QUARTER OR AMOUNT THAT IS NOT NUMERIC FAILS THE CARD.
           MOVE 'Y'                        TO WS-CARD-VALID-SW.
           IF  MC-PROTEST-DATE NOT = SPACE
               IF  MC-PROTEST-DATE IS NUMERIC
                   MOVE MC-PROTEST-DATE    TO EP-PROTEST-DATE
               ELSE
                   MOVE 'PROTEST DATE NOT NUMERIC'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               END-IF
           END-IF.
           IF  MC-REASON NOT = SPACE
               MOVE MC-REASON              TO EP-REASON
           END-IF.
           IF  MC-STATEMENT-QUARTER NOT = SPACE
               IF  MC-STATEMENT-QUARTER IS NUMERIC
                   MOVE MC-STATEMENT-QUARTER
                       TO EP-STATEMENT-QUARTER
               ELSE
                   MOVE 'STATEMENT QUARTER NOT NUMERIC'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               END-IF
           END-IF.
           IF  MC-CHARGED-AMOUNT NOT = SPACE
               IF  MC-CHARGED-AMOUNT IS NUMERIC
                   MOVE MC-CHARGED-AMOUNT-N
                       TO EP-CHARGED-AMOUNT
               ELSE
                   MOVE 'CHARGED AMOUNT NOT NUMERIC'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               END-IF
           END-IF.
           IF  MC-DECISION NOT = SPACE
               MOVE MC-DECISION            TO EP-DECISION
           END-IF.
           IF  MC-DECISION-DATE NOT = SPACE
               IF  MC-DECISION-DATE IS NUMERIC
                   MOVE MC-DECISION-DATE   TO EP-DECISION-DATE
               ELSE
                   MOVE 'DECISION DATE NOT NUMERIC'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               END-IF
           END-IF.
           IF  MC-CREDIT-AMOUNT NOT = SPACE
               IF  MC-CREDIT-AMOUNT IS NUMERIC
                   MOVE MC-CREDIT-AMOUNT-N TO EP-CREDIT-AMOUNT
               ELSE
                   MOVE 'CREDIT AMOUNT NOT NUMERIC'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2060-EDIT-PROTEST-RECORD.
      *---------------------------------------------------------------*
      *    THE MERGED RECORD MUST STAND ON ITS OWN - CALLED ONLY WHEN
      *    THE MERGE WAS CLEAN.
           MOVE EP-STATEMENT-QUARTER       TO WS-STATEMENT-QUARTER.
           EVALUATE TRUE
               WHEN EP-PROTEST-DATE = 0
                   MOVE 'PROTEST DATE MISSING'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               WHEN EP-PROTEST-DATE > WS-BUSINESS-DATE
                   MOVE 'PROTEST DATE IN THE FUTURE'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               WHEN NOT EP-VALID-REASON
                   MOVE 'INVALID PROTEST REASON'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               WHEN WS-STATEMENT-YEAR = 0
                   OR NOT WS-VALID-QTR
                   MOVE 'INVALID STATEMENT QUARTER'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               WHEN EP-CHARGED-AMOUNT = 0
                   MOVE 'CHARGED AMOUNT MISSING'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               WHEN NOT EP-VALID-DECISION
                   MOVE 'INVALID DECISION CODE'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               WHEN EP-OPEN
                   AND (EP-DECISION-DATE NOT = 0
                        OR EP-CREDIT-AMOUNT NOT = 0)
                   MOVE 'NO DECISION - DATE OR CREDIT SET'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               WHEN NOT EP-OPEN
                   AND (EP-DECISION-DATE < EP-PROTEST-DATE
                        OR EP-DECISION-DATE > WS-BUSINESS-DATE)
                   MOVE 'INVALID DECISION DATE'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               WHEN EP-CREDIT-AMOUNT > EP-CHARGED-AMOUNT
                   MOVE 'CREDIT EXCEEDS CHARGED AMOUNT'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               WHEN OTHER
                   PERFORM 2070-EDIT-EMPLOYER-AND-CLAIM
           END-EVALUATE.
      *    AN UPHELD PROTEST CREDITS THE WHOLE CHARGE UNLESS THE CARD
      *    SAID OTHERWISE; ANY OTHER DECISION CREDITS NOTHING.
           IF  CARD-VALID
               IF  EP-UPHELD
                   IF  EP-CREDIT-AMOUNT = 0
                       MOVE EP-CHARGED-AMOUNT
                           TO EP-CREDIT-AMOUNT
                   END-IF
               ELSE
                   MOVE 0                  TO EP-CREDIT-AMOUNT
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2070-EDIT-EMPLOYER-AND-CLAIM.
      *---------------------------------------------------------------*
           MOVE EP-EMPLOYER-ACCT           TO EM-EMPLOYER-ACCT.
           READ EMPLOYER-REFERENCE-FILE
               INVALID KEY
                   MOVE 'EMPLOYER NOT ON EMPLRF'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
           END-READ.
           IF  CARD-VALID
               MOVE 'N'                    TO WS-CLAIM-FOUND-SW
               MOVE SPACES                 TO CD-DETAIL-KEY
               MOVE EP-CLAIM-ID            TO CD-CLAIM-ID
               MOVE 0                      TO CD-DATE
               START CLAIMANT-DETAIL-FILE
                   KEY IS NOT LESS THAN CD-DETAIL-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ CLAIMANT-DETAIL-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF  CD-CLAIM-ID = EP-CLAIM-ID
                                   MOVE 'Y' TO WS-CLAIM-FOUND-SW
                               END-IF
                       END-READ
               END-START
               IF  NOT WS-CLAIM-FOUND
                   MOVE 'CLAIM NOT ON CLMTFILE'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2100-ADD-PROTEST.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO EMPLOYER-PROTEST-RECORD.
           MOVE MC-EMPLOYER-ACCT           TO EP-EMPLOYER-ACCT.
           MOVE MC-CLAIM-ID                TO EP-CLAIM-ID.
           MOVE ZEROES                     TO EP-PROTEST-DATE
                                              EP-STATEMENT-QUARTER
                                              EP-CHARGED-AMOUNT
                                              EP-DECISION-DATE
                                              EP-CREDIT-AMOUNT
                                              EP-CREDIT-QUARTER
                                              EP-CREDIT-POSTED-DATE.
           PERFORM 2050-MERGE-CARD-FIELDS.
           IF  CARD-VALID
               PERFORM 2060-EDIT-PROTEST-RECORD
           END-IF.
           IF  CARD-VALID
               MOVE WS-BUSINESS-DATE       TO EP-LAST-CHANGE-DATE
               WRITE EMPLOYER-PROTEST-RECORD
                   INVALID KEY
                       MOVE 'ALREADY ON FILE - NOT ADDED'
                           TO ADL-RESULT
                       ADD 1               TO WS-REJECTED-COUNT
                   NOT INVALID KEY
                       MOVE 'ADDED'        TO ADL-RESULT
                       ADD 1               TO WS-APPLIED-COUNT
               END-WRITE
           ELSE
               ADD 1                       TO WS-REJECTED-COUNT
           END-IF.
      *---------------------------------------------------------------*
       2200-CHANGE-PROTEST.
      *---------------------------------------------------------------*
           MOVE MC-EMPLOYER-ACCT           TO EP-EMPLOYER-ACCT.
           MOVE MC-CLAIM-ID                TO EP-CLAIM-ID.
           READ PROTEST-FILE
               INVALID KEY
                   MOVE 'NOT ON FILE - NOT CHANGED'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   PERFORM 2210-CHANGE-PROTEST-ON-FILE
           END-READ.
      *---------------------------------------------------------------*
       2210-CHANGE-PROTEST-ON-FILE.
      *---------------------------------------------------------------*
           IF  EP-CREDIT-QUARTER NOT = 0
               MOVE 'CREDIT POSTED - NOT CHANGED'
                   TO ADL-RESULT
               MOVE 'N'                    TO WS-CARD-VALID-SW
           ELSE
               PERFORM 2050-MERGE-CARD-FIELDS
               IF  CARD-VALID
                   PERFORM 2060-EDIT-PROTEST-RECORD
               END-IF
           END-IF.
           IF  CARD-VALID
               MOVE WS-BUSINESS-DATE       TO EP-LAST-CHANGE-DATE
               REWRITE EMPLOYER-PROTEST-RECORD
               MOVE 'CHANGED'              TO ADL-RESULT
               ADD 1                       TO WS-APPLIED-COUNT
           ELSE
               ADD 1                       TO WS-REJECTED-COUNT
           END-IF.
      *---------------------------------------------------------------*
       2300-DELETE-PROTEST.
      *---------------------------------------------------------------*
      *    A POSTED CREDIT IS ON CHGHIST - THE PROTEST BEHIND IT STAYS.
           MOVE MC-EMPLOYER-ACCT           TO EP-EMPLOYER-ACCT.
           MOVE MC-CLAIM-ID                TO EP-CLAIM-ID.
           READ PROTEST-FILE
               INVALID KEY
                   MOVE 'NOT ON FILE - NOT DELETED'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   IF  EP-CREDIT-QUARTER NOT = 0
                       MOVE 'CREDIT POSTED - NOT DELETED'
                           TO ADL-RESULT
                       ADD 1               TO WS-REJECTED-COUNT
                   ELSE
                       DELETE PROTEST-FILE RECORD
                       MOVE 'DELETED'      TO ADL-RESULT
                       ADD 1               TO WS-APPLIED-COUNT
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       2900-PRINT-AUDIT-LINE.
      *---------------------------------------------------------------*
           MOVE AUDIT-DETAIL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE SPACE                      TO ADL-RESULT.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE PROTEST-FILE.
           CLOSE EMPLOYER-REFERENCE-FILE.
           CLOSE CLAIMANT-DETAIL-FILE.
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
