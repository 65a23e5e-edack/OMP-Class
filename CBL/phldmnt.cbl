       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PHLDMNT.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    PAYMENT INTEGRITY HOLD MAINTENANCE - THE INTEGRITY UNIT'S
      *    CARDS AGAINST THE PAYHOLD FILE (SEE PHLDREC), WITH AN AUDIT
      *    LISTING OF EVERY CARD AND ITS RESULT, THE SAME ARRANGEMENT
      *    LHLDMNT USES FOR THE LEGAL-HOLD REGISTER.  HOLDS ARE PLACED
      *    MOSTLY BY THE CLUSSCR SHARED-DESTINATION SCREEN; THIS IS
      *    HOW THEY ARE CLEARED, AND HOW A REVIEWER HOLDS A CLAIM THE
      *    SCREEN DID NOT CATCH.
      *
      *    CARD FORMAT (PHLDIN) -
      *      COL 1      ACTION  H=PLACE HOLD  C=CLEAR HOLD
      *      COL 3-10   CLAIM ID
      *      COL 12-19  REVIEWER ID (REQUIRED)
      *      COL 21-28  HOLD OR CLEARED DATE YYYYMMDD (BLANK =
      *                 BUSINESS DATE)
      *      COL 30-59  NOTE (REQUIRED ON A C CARD - THE FINDING)
      *    AN H CARD FOR A CLAIM WHOSE EARLIER HOLD WAS CLEARED
      *    REPLACES THE OLD ROW; A HOLD STILL IN FORCE IS NOT PLACED
      *    AGAIN.
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
           SELECT PAYMENT-HOLD-FILE ASSIGN TO PAYHOLD
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS PH-CLAIM-ID
             FILE STATUS  IS PAYMENT-HOLD-STATUS.
           SELECT MAINTENANCE-CARD-FILE ASSIGN TO PHLDIN
             FILE STATUS IS MAINTENANCE-CARD-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  PAYMENT-HOLD-FILE.
       COPY PHLDREC.
      *---------------------------------------------------------------*
       FD  MAINTENANCE-CARD-FILE
           RECORDING MODE IS F.
       01  MAINTENANCE-CARD.
           05  MC-ACTION                   PIC X(01).
               88  MC-PLACE-HOLD                 VALUE 'H'.
               88  MC-CLEAR-HOLD                 VALUE 'C'.
           05  FILLER                      PIC X(01).
           05  MC-CLAIM-ID                 PIC X(08).
           05  FILLER                      PIC X(01).
           05  MC-REVIEWER-ID              PIC X(08).
           05  FILLER                      PIC X(01).
           05  MC-EVENT-DATE               PIC X(08).
           05  FILLER                      PIC X(01).
           05  MC-HOLD-NOTE                PIC X(30).
           05  FILLER                      PIC X(21).
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
           05  PAYMENT-HOLD-STATUS         PIC X(02).
               88  PAYMENT-HOLD-OK               VALUE '00'.
               88  PAYMENT-HOLD-NEW              VALUE '35'.
           05  MAINTENANCE-CARD-STATUS     PIC X(02).
               88  MAINTENANCE-CARD-OK           VALUE '00'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  WS-CARD-COUNT               PIC 9(05) VALUE 0.
           05  WS-APPLIED-COUNT            PIC 9(05) VALUE 0.
           05  WS-REJECTED-COUNT           PIC 9(05) VALUE 0.
           05  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
           05  WS-EVENT-DATE               PIC 9(08) VALUE 0.
      *---------------------------------------------------------------*
       01  AUDIT-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'PHLDMNT PAYMENT INTEGRITY HOLD MAINTENANCE  '.
      *---------------------------------------------------------------*
       01  AUDIT-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  ADL-CARD-IMAGE              PIC X(59).
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
           DISPLAY '*** PHLDMNT MAINTENANCE SUMMARY ***'.
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
           OPEN I-O PAYMENT-HOLD-FILE.
           IF  PAYMENT-HOLD-NEW
      *        FIRST-EVER HOLD - CREATE THE FILE EMPTY, THEN REOPEN
      *        FOR UPDATE, THE SAME DANCE STATEMNT DOES FOR A
      *        BRAND-NEW REFERENCE CLUSTER.
               OPEN OUTPUT PAYMENT-HOLD-FILE
               CLOSE       PAYMENT-HOLD-FILE
               OPEN I-O    PAYMENT-HOLD-FILE
           END-IF.
           IF NOT PAYMENT-HOLD-OK
               DISPLAY 'PAYHOLD OPEN ERROR : ', PAYMENT-HOLD-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT MAINTENANCE-CARD-OK
               DISPLAY 'PHLDIN OPEN ERROR : ', MAINTENANCE-CARD-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       2000-APPLY-MAINTENANCE-CARD.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-CARD-COUNT.
           MOVE MAINTENANCE-CARD (1:59)    TO ADL-CARD-IMAGE.
           IF  MC-EVENT-DATE IS NUMERIC
               MOVE MC-EVENT-DATE          TO WS-EVENT-DATE
           ELSE
               MOVE WS-BUSINESS-DATE       TO WS-EVENT-DATE
           END-IF.
           EVALUATE TRUE
               WHEN MC-CLAIM-ID = SPACES
                   MOVE 'CLAIM ID MISSING' TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               WHEN MC-REVIEWER-ID = SPACES
                   MOVE 'REVIEWER ID MISSING'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               WHEN MC-EVENT-DATE NOT = SPACES
                   AND MC-EVENT-DATE IS NOT NUMERIC
                   MOVE 'INVALID DATE'     TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               WHEN MC-PLACE-HOLD
                   PERFORM 2100-PLACE-HOLD
               WHEN MC-CLEAR-HOLD
                   PERFORM 2200-CLEAR-HOLD
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
           END-EVALUATE.
           PERFORM 2900-PRINT-AUDIT-LINE.
           PERFORM 8000-READ-MAINTENANCE-CARD.
      *---------------------------------------------------------------*
       2100-PLACE-HOLD.
      *---------------------------------------------------------------*
           MOVE MC-CLAIM-ID                TO PH-CLAIM-ID.
           READ PAYMENT-HOLD-FILE
               INVALID KEY
                   PERFORM 2110-MOVE-NEW-HOLD
                   WRITE PAYMENT-HOLD-RECORD
                   MOVE 'HOLD PLACED'      TO ADL-RESULT
                   ADD 1                   TO WS-APPLIED-COUNT
               NOT INVALID KEY
                   IF  PH-CLEARED
                       PERFORM 2110-MOVE-NEW-HOLD
                       REWRITE PAYMENT-HOLD-RECORD
                       MOVE 'HOLD PLACED - CLEARED ROW REPL'
                           TO ADL-RESULT
                       ADD 1               TO WS-APPLIED-COUNT
                   ELSE
                       MOVE 'HOLD IN FORCE - NOT PLACED'
                           TO ADL-RESULT
                       ADD 1               TO WS-REJECTED-COUNT
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       2110-MOVE-NEW-HOLD.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO PAYMENT-HOLD-RECORD.
           MOVE MC-CLAIM-ID                TO PH-CLAIM-ID.
           MOVE 'H'                        TO PH-HOLD-STATUS.
           MOVE 'M'                        TO PH-CLUSTER-TYPE.
           MOVE MC-REVIEWER-ID             TO PH-CLUSTER-KEY.
           MOVE 0                          TO PH-CLUSTER-SIZE
                                              PH-CLEARED-DATE.
           MOVE WS-EVENT-DATE              TO PH-HOLD-DATE.
           MOVE MC-HOLD-NOTE               TO PH-HOLD-NOTE.
           MOVE WS-BUSINESS-DATE           TO PH-LAST-CHANGE-DATE.
      *---------------------------------------------------------------*
       2200-CLEAR-HOLD.
      *---------------------------------------------------------------*
           MOVE MC-CLAIM-ID                TO PH-CLAIM-ID.
           READ PAYMENT-HOLD-FILE
               INVALID KEY
                   MOVE 'NO HOLD ON FILE - NOT CLEARED'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN PH-CLEARED
                           MOVE 'HOLD ALREADY CLEARED'
                               TO ADL-RESULT
                           ADD 1           TO WS-REJECTED-COUNT
                       WHEN MC-HOLD-NOTE = SPACES
                           MOVE 'FINDING NOTE MISSING'
                               TO ADL-RESULT
                           ADD 1           TO WS-REJECTED-COUNT
                       WHEN WS-EVENT-DATE < PH-HOLD-DATE
                           MOVE 'CLEARED BEFORE HOLD DATE'
                               TO ADL-RESULT
                           ADD 1           TO WS-REJECTED-COUNT
                       WHEN OTHER
                           MOVE 'C'        TO PH-HOLD-STATUS
                           MOVE WS-EVENT-DATE TO PH-CLEARED-DATE
                           MOVE MC-REVIEWER-ID TO PH-CLEARED-BY
                           MOVE MC-HOLD-NOTE TO PH-HOLD-NOTE
                           MOVE WS-BUSINESS-DATE
                               TO PH-LAST-CHANGE-DATE
                           REWRITE PAYMENT-HOLD-RECORD
                           MOVE 'HOLD CLEARED' TO ADL-RESULT
                           ADD 1           TO WS-APPLIED-COUNT
                   END-EVALUATE
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
           CLOSE PAYMENT-HOLD-FILE.
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
