       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LHLDMNT.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    LEGAL-HOLD REGISTER MAINTENANCE - APPLIES HOLD CARDS TO THE
      *    LGLHOLD REGISTER (SEE LHLDREC) AND PRINTS AN AUDIT LISTING
      *    OF EVERY CARD AND ITS RESULT, THE SAME ARRANGEMENT STCMNT
      *    USES FOR THE WORK-SHARE PLANS.
      *
      *    CARD FORMAT (LHLDIN) -
      *      COL 1      ACTION  A=PLACE HOLD  C=CHANGE HOLD
      *                         R=RELEASE HOLD
      *      COL 3-10   CLAIM ID
      *      COL 12-13  HOLD REASON  AP/OP/SB/OT (A/C CARDS)
      *      COL 15-44  REQUESTING PARTY (A/C CARDS)
      *      COL 46-53  HOLD DATE YYYYMMDD (A CARD; BLANK = BUSINESS
      *                 DATE) - RELEASE DATE ON AN R CARD (BLANK =
      *                 BUSINESS DATE)
      *      COL 55-84  NOTE (A/C CARDS)
      *    AN A CARD FOR A CLAIM WHOSE EARLIER HOLD WAS RELEASED
      *    REPLACES THE OLD ROW; A HOLD STILL IN FORCE MUST BE
      *    CHANGED OR RELEASED, NOT ADDED AGAIN.  A C CARD LEAVES
      *    BLANK FIELDS AS THEY ARE.
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
           SELECT LEGAL-HOLD-FILE ASSIGN TO LGLHOLD
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS LH-CLAIM-ID
             FILE STATUS  IS LEGAL-HOLD-STATUS.
           SELECT MAINTENANCE-CARD-FILE ASSIGN TO LHLDIN
             FILE STATUS IS MAINTENANCE-CARD-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  LEGAL-HOLD-FILE.
       COPY LHLDREC.
      *---------------------------------------------------------------*
       FD  MAINTENANCE-CARD-FILE
           RECORDING MODE IS F.
       01  MAINTENANCE-CARD.
           05  MC-ACTION                   PIC X(01).
               88  MC-PLACE-HOLD                 VALUE 'A'.
               88  MC-CHANGE-HOLD                VALUE 'C'.
               88  MC-RELEASE-HOLD               VALUE 'R'.
           05  FILLER                      PIC X(01).
           05  MC-CLAIM-ID                 PIC X(08).
           05  FILLER                      PIC X(01).
           05  MC-HOLD-REASON              PIC X(02).
           05  FILLER                      PIC X(01).
           05  MC-REQUESTING-PARTY         PIC X(30).
           05  FILLER                      PIC X(01).
           05  MC-EVENT-DATE               PIC X(08).
           05  FILLER                      PIC X(01).
           05  MC-HOLD-NOTE                PIC X(30).
           05  FILLER                      PIC X(04).
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
           05  LEGAL-HOLD-STATUS           PIC X(02).
               88  LEGAL-HOLD-OK                 VALUE '00'.
               88  LEGAL-HOLD-NEW                VALUE '35'.
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
               'LHLDMNT LEGAL-HOLD REGISTER MAINTENANCE     '.
      *---------------------------------------------------------------*
       01  AUDIT-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  ADL-CARD-IMAGE              PIC X(84).
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
           DISPLAY '*** LHLDMNT MAINTENANCE SUMMARY ***'.
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
           OPEN I-O LEGAL-HOLD-FILE.
           IF  LEGAL-HOLD-NEW
      *        FIRST-EVER HOLD - CREATE THE REGISTER EMPTY, THEN
      *        REOPEN FOR UPDATE, THE SAME DANCE STATEMNT DOES FOR A
      *        BRAND-NEW REFERENCE CLUSTER.
               OPEN OUTPUT LEGAL-HOLD-FILE
               CLOSE       LEGAL-HOLD-FILE
               OPEN I-O    LEGAL-HOLD-FILE
           END-IF.
           IF NOT LEGAL-HOLD-OK
               DISPLAY 'LGLHOLD OPEN ERROR : ', LEGAL-HOLD-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT MAINTENANCE-CARD-OK
               DISPLAY 'LHLDIN OPEN ERROR : ', MAINTENANCE-CARD-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       2000-APPLY-MAINTENANCE-CARD.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-CARD-COUNT.
           MOVE MAINTENANCE-CARD (1:84)    TO ADL-CARD-IMAGE.
           IF  MC-EVENT-DATE IS NUMERIC
               MOVE MC-EVENT-DATE          TO WS-EVENT-DATE
           ELSE
               MOVE WS-BUSINESS-DATE       TO WS-EVENT-DATE
           END-IF.
           EVALUATE TRUE
               WHEN MC-CLAIM-ID = SPACES
                   MOVE 'CLAIM ID MISSING' TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               WHEN MC-EVENT-DATE NOT = SPACES
                   AND MC-EVENT-DATE IS NOT NUMERIC
                   MOVE 'INVALID DATE'     TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               WHEN MC-PLACE-HOLD
                   PERFORM 2100-PLACE-HOLD
               WHEN MC-CHANGE-HOLD
                   PERFORM 2200-CHANGE-HOLD
               WHEN MC-RELEASE-HOLD
                   PERFORM 2300-RELEASE-HOLD
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
           EVALUATE TRUE
               WHEN MC-HOLD-REASON NOT = 'AP' AND NOT = 'OP'
                   AND NOT = 'SB' AND NOT = 'OT'
                   MOVE 'INVALID HOLD REASON' TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               WHEN MC-REQUESTING-PARTY = SPACES
                   MOVE 'REQUESTING PARTY MISSING'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               WHEN OTHER
                   PERFORM 2110-WRITE-NEW-HOLD
           END-EVALUATE.
      *---------------------------------------------------------------*
       2110-WRITE-NEW-HOLD.
      *---------------------------------------------------------------*
           MOVE MC-CLAIM-ID                TO LH-CLAIM-ID.
           READ LEGAL-HOLD-FILE
               INVALID KEY
                   PERFORM 2120-MOVE-NEW-HOLD
                   WRITE LEGAL-HOLD-RECORD
                   MOVE 'HOLD PLACED'      TO ADL-RESULT
                   ADD 1                   TO WS-APPLIED-COUNT
               NOT INVALID KEY
                   IF  LH-RELEASE-DATE NOT = 0
                       AND LH-RELEASE-DATE NOT > WS-BUSINESS-DATE
                       PERFORM 2120-MOVE-NEW-HOLD
                       REWRITE LEGAL-HOLD-RECORD
                       MOVE 'HOLD PLACED - RELEASED ROW REPL'
                           TO ADL-RESULT
                       ADD 1               TO WS-APPLIED-COUNT
                   ELSE
                       MOVE 'HOLD IN FORCE - NOT ADDED'
                           TO ADL-RESULT
                       ADD 1               TO WS-REJECTED-COUNT
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       2120-MOVE-NEW-HOLD.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO LEGAL-HOLD-RECORD.
           MOVE MC-CLAIM-ID                TO LH-CLAIM-ID.
           MOVE MC-HOLD-REASON             TO LH-HOLD-REASON.
           MOVE MC-REQUESTING-PARTY        TO LH-REQUESTING-PARTY.
           MOVE MC-HOLD-NOTE               TO LH-HOLD-NOTE.
           MOVE WS-EVENT-DATE              TO LH-HOLD-DATE.
           MOVE 0                          TO LH-RELEASE-DATE.
           MOVE WS-BUSINESS-DATE           TO LH-LAST-CHANGE-DATE.
      *---------------------------------------------------------------*
       2200-CHANGE-HOLD.
      *---------------------------------------------------------------*
           MOVE MC-CLAIM-ID                TO LH-CLAIM-ID.
           READ LEGAL-HOLD-FILE
               INVALID KEY
                   MOVE 'NO HOLD ON FILE - NOT CHANGED'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN MC-HOLD-REASON NOT = SPACES
                           AND MC-HOLD-REASON NOT = 'AP'
                           AND MC-HOLD-REASON NOT = 'OP'
                           AND MC-HOLD-REASON NOT = 'SB'
                           AND MC-HOLD-REASON NOT = 'OT'
                           MOVE 'INVALID HOLD REASON'
                               TO ADL-RESULT
                           ADD 1           TO WS-REJECTED-COUNT
                       WHEN LH-RELEASE-DATE NOT = 0
                           AND LH-RELEASE-DATE NOT > WS-BUSINESS-DATE
                           MOVE 'HOLD RELEASED - NOT CHANGED'
                               TO ADL-RESULT
                           ADD 1           TO WS-REJECTED-COUNT
                       WHEN OTHER
                           PERFORM 2210-MOVE-HOLD-CHANGES
                           REWRITE LEGAL-HOLD-RECORD
                           MOVE 'HOLD CHANGED' TO ADL-RESULT
                           ADD 1           TO WS-APPLIED-COUNT
                   END-EVALUATE
           END-READ.
      *---------------------------------------------------------------*
       2210-MOVE-HOLD-CHANGES.
      *---------------------------------------------------------------*
           IF  MC-HOLD-REASON NOT = SPACES
               MOVE MC-HOLD-REASON         TO LH-HOLD-REASON
           END-IF.
           IF  MC-REQUESTING-PARTY NOT = SPACES
               MOVE MC-REQUESTING-PARTY    TO LH-REQUESTING-PARTY
           END-IF.
           IF  MC-EVENT-DATE IS NUMERIC
               MOVE MC-EVENT-DATE          TO LH-HOLD-DATE
           END-IF.
           IF  MC-HOLD-NOTE NOT = SPACES
               MOVE MC-HOLD-NOTE           TO LH-HOLD-NOTE
           END-IF.
           MOVE WS-BUSINESS-DATE           TO LH-LAST-CHANGE-DATE.
      *---------------------------------------------------------------*
       2300-RELEASE-HOLD.
      *---------------------------------------------------------------*
           MOVE MC-CLAIM-ID                TO LH-CLAIM-ID.
           READ LEGAL-HOLD-FILE
               INVALID KEY
                   MOVE 'NO HOLD ON FILE - NOT RELEASED'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN LH-RELEASE-DATE NOT = 0
                           AND LH-RELEASE-DATE NOT > WS-BUSINESS-DATE
                           MOVE 'HOLD ALREADY RELEASED'
                               TO ADL-RESULT
                           ADD 1           TO WS-REJECTED-COUNT
                       WHEN WS-EVENT-DATE < LH-HOLD-DATE
                           MOVE 'RELEASE BEFORE HOLD DATE'
                               TO ADL-RESULT
                           ADD 1           TO WS-REJECTED-COUNT
                       WHEN OTHER
                           MOVE WS-EVENT-DATE TO LH-RELEASE-DATE
                           MOVE WS-BUSINESS-DATE
                               TO LH-LAST-CHANGE-DATE
                           REWRITE LEGAL-HOLD-RECORD
                           MOVE 'HOLD RELEASED' TO ADL-RESULT
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
           CLOSE LEGAL-HOLD-FILE.
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
