       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EMPAMNT.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    EMPLOYER ALIAS MAINTENANCE - APPLIES ADD/CHANGE/DELETE
      *    CARDS TO THE EMPALS KEYED ALIAS TABLE (SEE EMPALSC) AND
      *    PRINTS AN AUDIT LISTING OF EVERY CARD AND ITS RESULT, THE
      *    SAME ARRANGEMENT EMPMNT USES FOR EMPLRF.  AN ALIAS MUST
      *    POINT AT AN ACCOUNT ALREADY ON EMPLRF.  ALIASES ARE FOLDED
      *    TO UPPER CASE.  THE HACKLAY LAYOFF-STORY MATCH READS THE
      *    TABLE.
      *
      *    CARD FORMAT (EMPAIN) -
      *      COL 1     ACTION  A=ADD  C=CHANGE  D=DELETE
      *      COL 3-32  ALIAS ('_' = A BLANK)
      *      COL 34-41 EMPLOYER ACCOUNT (ADD AND CHANGE)
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
           SELECT EMPLOYER-ALIAS-FILE ASSIGN TO EMPALS
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS EA-ALIAS-NAME
             FILE STATUS  IS EMPLOYER-ALIAS-STATUS.
           SELECT EMPLOYER-REFERENCE-FILE ASSIGN TO EMPLRF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS EM-EMPLOYER-ACCT
             FILE STATUS  IS EMPLOYER-REFERENCE-STATUS.
           SELECT MAINTENANCE-CARD-FILE ASSIGN TO EMPAIN
             FILE STATUS IS MAINTENANCE-CARD-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  EMPLOYER-ALIAS-FILE.
       COPY EMPALSC.
      *---------------------------------------------------------------*
       FD  EMPLOYER-REFERENCE-FILE.
       COPY EMPLREFC.
      *---------------------------------------------------------------*
       FD  MAINTENANCE-CARD-FILE
           RECORDING MODE IS F.
       01  MAINTENANCE-CARD.
           05  MC-ACTION                   PIC X(01).
               88  MC-ADD                        VALUE 'A'.
               88  MC-CHANGE                     VALUE 'C'.
               88  MC-DELETE                     VALUE 'D'.
           05  FILLER                      PIC X(01).
           05  MC-ALIAS-NAME               PIC X(30).
           05  FILLER                      PIC X(01).
           05  MC-EMPLOYER-ACCT            PIC X(08).
           05  FILLER                      PIC X(39).
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
           05  EMPLOYER-ALIAS-STATUS       PIC X(02).
               88  EMPLOYER-ALIAS-OK             VALUE '00'.
               88  EMPLOYER-ALIAS-NEW            VALUE '35'.
           05  EMPLOYER-REFERENCE-STATUS   PIC X(02).
               88  EMPLOYER-REFERENCE-OK         VALUE '00'.
           05  MAINTENANCE-CARD-STATUS     PIC X(02).
               88  MAINTENANCE-CARD-OK           VALUE '00'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  WS-ACCOUNT-VALID-SW         PIC X(01).
               88  ACCOUNT-VALID                 VALUE 'Y'.
           05  WS-CARD-COUNT               PIC 9(05) VALUE 0.
           05  WS-APPLIED-COUNT            PIC 9(05) VALUE 0.
           05  WS-REJECTED-COUNT           PIC 9(05) VALUE 0.
           05  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
      *---------------------------------------------------------------*
       01  AUDIT-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'EMPAMNT EMPLOYER ALIAS MAINTENANCE AUDIT    '.
      *---------------------------------------------------------------*
       01  AUDIT-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  ADL-ACTION                  PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-ALIAS-NAME              PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-EMPLOYER-ACCT           PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-EMPLOYER-NAME           PIC X(30).
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
           DISPLAY '*** EMPAMNT MAINTENANCE SUMMARY ***'.
           DISPLAY 'CARDS READ    : ', WS-CARD-COUNT.
           DISPLAY 'CARDS APPLIED : ', WS-APPLIED-COUNT.
           DISPLAY 'CARDS REJECTED: ', WS-REJECTED-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  MAINTENANCE-CARD-FILE.
           OPEN INPUT  EMPLOYER-REFERENCE-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           OPEN I-O EMPLOYER-ALIAS-FILE.
           IF  EMPLOYER-ALIAS-NEW
      *        FIRST-EVER MAINTENANCE RUN - CREATE THE FILE EMPTY,
      *        THEN REOPEN FOR UPDATE, THE SAME DANCE EMPMNT DOES
      *        FOR A BRAND-NEW REFERENCE CLUSTER.
               OPEN OUTPUT EMPLOYER-ALIAS-FILE
               CLOSE       EMPLOYER-ALIAS-FILE
               OPEN I-O    EMPLOYER-ALIAS-FILE
           END-IF.
           IF NOT EMPLOYER-ALIAS-OK
               DISPLAY 'EMPALS OPEN ERROR : ', EMPLOYER-ALIAS-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT EMPLOYER-REFERENCE-OK
               DISPLAY 'EMPLRF OPEN ERROR : ',
                   EMPLOYER-REFERENCE-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       2000-APPLY-MAINTENANCE-CARD.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-CARD-COUNT.
           INSPECT MC-ALIAS-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE MC-ACTION                  TO ADL-ACTION.
           MOVE MC-ALIAS-NAME              TO ADL-ALIAS-NAME.
           MOVE MC-EMPLOYER-ACCT           TO ADL-EMPLOYER-ACCT.
           MOVE SPACE                      TO ADL-EMPLOYER-NAME.
           EVALUATE TRUE
               WHEN MC-ALIAS-NAME = SPACE
                   MOVE 'ALIAS MISSING'    TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               WHEN MC-ADD
                   PERFORM 2100-ADD-ALIAS
               WHEN MC-CHANGE
                   PERFORM 2200-CHANGE-ALIAS
               WHEN MC-DELETE
                   PERFORM 2300-DELETE-ALIAS
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
           END-EVALUATE.
           PERFORM 2900-PRINT-AUDIT-LINE.
           PERFORM 8000-READ-MAINTENANCE-CARD.
      *---------------------------------------------------------------*
       2050-CHECK-ACCOUNT.
      *---------------------------------------------------------------*
           MOVE 'Y'                        TO WS-ACCOUNT-VALID-SW.
           MOVE MC-EMPLOYER-ACCT           TO EM-EMPLOYER-ACCT.
           READ EMPLOYER-REFERENCE-FILE
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON EMPLRF'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-ACCOUNT-VALID-SW
               NOT INVALID KEY
                   MOVE EM-EMPLOYER-NAME   TO ADL-EMPLOYER-NAME
           END-READ.
      *---------------------------------------------------------------*
       2100-ADD-ALIAS.
      *---------------------------------------------------------------*
           PERFORM 2050-CHECK-ACCOUNT.
           IF  ACCOUNT-VALID
               MOVE SPACES                 TO EMPLOYER-ALIAS-RECORD
               MOVE MC-ALIAS-NAME          TO EA-ALIAS-NAME
               MOVE MC-EMPLOYER-ACCT       TO EA-EMPLOYER-ACCT
               MOVE WS-BUSINESS-DATE       TO EA-LAST-CHANGE-DATE
               WRITE EMPLOYER-ALIAS-RECORD
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
       2200-CHANGE-ALIAS.
      *---------------------------------------------------------------*
           PERFORM 2050-CHECK-ACCOUNT.
           IF  ACCOUNT-VALID
               MOVE MC-ALIAS-NAME          TO EA-ALIAS-NAME
               READ EMPLOYER-ALIAS-FILE
                   INVALID KEY
                       MOVE 'NOT ON FILE - NOT CHANGED'
                           TO ADL-RESULT
                       ADD 1               TO WS-REJECTED-COUNT
                   NOT INVALID KEY
                       MOVE MC-EMPLOYER-ACCT
                           TO EA-EMPLOYER-ACCT
                       MOVE WS-BUSINESS-DATE
                           TO EA-LAST-CHANGE-DATE
                       REWRITE EMPLOYER-ALIAS-RECORD
                       MOVE 'CHANGED'      TO ADL-RESULT
                       ADD 1               TO WS-APPLIED-COUNT
               END-READ
           ELSE
               ADD 1                       TO WS-REJECTED-COUNT
           END-IF.
      *---------------------------------------------------------------*
       2300-DELETE-ALIAS.
      *---------------------------------------------------------------*
           MOVE MC-ALIAS-NAME              TO EA-ALIAS-NAME.
           DELETE EMPLOYER-ALIAS-FILE RECORD
               INVALID KEY
                   MOVE 'NOT ON FILE - NOT DELETED'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   MOVE 'DELETED'          TO ADL-RESULT
                   ADD 1                   TO WS-APPLIED-COUNT
           END-DELETE.
      *---------------------------------------------------------------*
       2900-PRINT-AUDIT-LINE.
      *---------------------------------------------------------------*
           MOVE AUDIT-DETAIL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE SPACE                      TO ADL-RESULT.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE EMPLOYER-ALIAS-FILE.
           CLOSE EMPLOYER-REFERENCE-FILE.
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
