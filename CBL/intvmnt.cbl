       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INTVMNT.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    PUBLIC-HEALTH INTERVENTION EVENT MAINTENANCE - APPLIES ADD/
      *    CHANGE/DELETE CARDS TO THE INTVREF KEYED REFERENCE (STATE,
      *    EVENT DATE, INTERVENTION TYPE, START/END) WITH AN AUDIT
      *    LISTING PER CARD, THE SAME ARRANGEMENT BEDMNT USES.  THE
      *    INTVRPT REPORT LINES THE CASE CURVES UP AGAINST THESE.
      *
      *    CARD FORMAT (INTVIN) -
      *      COL 1     ACTION  A=ADD  C=CHANGE  D=DELETE
      *      COL 3-4   STATE CODE
      *      COL 6-13  EVENT DATE YYYYMMDD
      *      COL 15-18 INTERVENTION TYPE (SEE INTVREC)
      *      COL 20    DIRECTION  S=STARTED  E=ENDED
      *      COL 22-61 DESCRIPTION (A CHANGE CARD REPLACES IT; THE
      *                KEY FIELDS CANNOT BE CHANGED - DELETE AND ADD)
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
           SELECT INTERVENTION-FILE ASSIGN TO INTVREF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS IV-EVENT-KEY
             FILE STATUS  IS INTERVENTION-STATUS.
           SELECT MAINTENANCE-CARD-FILE ASSIGN TO INTVIN
             FILE STATUS IS MAINTENANCE-CARD-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  INTERVENTION-FILE.
       COPY INTVREC.
      *---------------------------------------------------------------*
       FD  MAINTENANCE-CARD-FILE
           RECORDING MODE IS F.
       01  MAINTENANCE-CARD.
           05  MC-ACTION                   PIC X(01).
               88  MC-ADD                        VALUE 'A'.
               88  MC-CHANGE                     VALUE 'C'.
               88  MC-DELETE                     VALUE 'D'.
           05  FILLER                      PIC X(01).
           05  MC-STATE-CODE               PIC X(02).
           05  FILLER                      PIC X(01).
           05  MC-EVENT-DATE               PIC X(08).
           05  MC-EVENT-DATE-N REDEFINES MC-EVENT-DATE.
               10  MC-EVENT-YEAR           PIC 9(04).
               10  MC-EVENT-MONTH          PIC 9(02).
               10  MC-EVENT-DAY            PIC 9(02).
           05  FILLER                      PIC X(01).
           05  MC-TYPE                     PIC X(04).
           05  FILLER                      PIC X(01).
           05  MC-DIRECTION                PIC X(01).
           05  FILLER                      PIC X(01).
           05  MC-DESCRIPTION              PIC X(40).
           05  FILLER                      PIC X(19).
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
           05  INTERVENTION-STATUS         PIC X(02).
               88  INTERVENTION-OK               VALUE '00'.
               88  INTERVENTION-NEW              VALUE '35'.
           05  MAINTENANCE-CARD-STATUS     PIC X(02).
               88  MAINTENANCE-CARD-OK           VALUE '00'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  WS-CARD-COUNT               PIC 9(05) VALUE 0.
           05  WS-APPLIED-COUNT            PIC 9(05) VALUE 0.
           05  WS-REJECTED-COUNT           PIC 9(05) VALUE 0.
           05  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
      *---------------------------------------------------------------*
       01  AUDIT-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(42) VALUE
               'INTVMNT INTERVENTION EVENT REFERENCE AUDIT'.
      *---------------------------------------------------------------*
       01  AUDIT-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  ADL-ACTION                  PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-STATE-CODE              PIC X(02).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-EVENT-DATE              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-TYPE                    PIC X(04).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-DIRECTION               PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-DESCRIPTION             PIC X(40).
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
           DISPLAY '*** INTVMNT MAINTENANCE SUMMARY ***'.
           DISPLAY 'CARDS READ    : ', WS-CARD-COUNT.
           DISPLAY 'CARDS APPLIED : ', WS-APPLIED-COUNT.
           DISPLAY 'CARDS REJECTED: ', WS-REJECTED-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  MAINTENANCE-CARD-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           OPEN I-O INTERVENTION-FILE.
           IF  INTERVENTION-NEW
      *        FIRST-EVER MAINTENANCE RUN - CREATE THE FILE EMPTY,
      *        THEN REOPEN FOR UPDATE, THE SAME DANCE BEDMNT DOES
      *        FOR A BRAND-NEW REFERENCE CLUSTER.
               OPEN OUTPUT INTERVENTION-FILE
               CLOSE       INTERVENTION-FILE
               OPEN I-O    INTERVENTION-FILE
           END-IF.
           IF NOT INTERVENTION-OK
               DISPLAY 'INTVREF OPEN ERROR : ', INTERVENTION-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       2000-APPLY-MAINTENANCE-CARD.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-CARD-COUNT.
           MOVE MC-ACTION                  TO ADL-ACTION.
           MOVE MC-STATE-CODE              TO ADL-STATE-CODE.
           MOVE MC-EVENT-DATE              TO ADL-EVENT-DATE.
           MOVE MC-TYPE                    TO ADL-TYPE.
           MOVE MC-DIRECTION               TO ADL-DIRECTION.
           MOVE MC-DESCRIPTION             TO ADL-DESCRIPTION.
           EVALUATE TRUE
               WHEN MC-ADD
                   PERFORM 2100-ADD-EVENT
               WHEN MC-CHANGE
                   PERFORM 2200-CHANGE-EVENT
               WHEN MC-DELETE
                   PERFORM 2300-DELETE-EVENT
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
           END-EVALUATE.
           PERFORM 2900-PRINT-AUDIT-LINE.
           PERFORM 8000-READ-MAINTENANCE-CARD.
      *---------------------------------------------------------------*
       2050-BUILD-EVENT-KEY.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO INTERVENTION-EVENT-RECORD.
           MOVE MC-STATE-CODE              TO IV-STATE-CODE.
           IF  MC-EVENT-DATE IS NUMERIC
               MOVE MC-EVENT-DATE          TO IV-EVENT-DATE
           ELSE
               MOVE ZERO                   TO IV-EVENT-DATE
           END-IF.
           MOVE MC-TYPE                    TO IV-TYPE.
           MOVE MC-DIRECTION               TO IV-DIRECTION.
      *---------------------------------------------------------------*
       2100-ADD-EVENT.
      *---------------------------------------------------------------*
           PERFORM 2050-BUILD-EVENT-KEY.
           EVALUATE TRUE
               WHEN MC-STATE-CODE = SPACE
                   MOVE 'STATE CODE MISSING'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               WHEN MC-EVENT-DATE NOT NUMERIC
                   MOVE 'INVALID EVENT DATE'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               WHEN MC-EVENT-YEAR < 1900
                   OR MC-EVENT-MONTH < 1 OR MC-EVENT-MONTH > 12
                   OR MC-EVENT-DAY < 1 OR MC-EVENT-DAY > 31
                   MOVE 'INVALID EVENT DATE'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               WHEN NOT IV-VALID-TYPE
                   MOVE 'INVALID INTERVENTION TYPE'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               WHEN NOT IV-VALID-DIRECTION
                   MOVE 'DIRECTION NOT S OR E'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               WHEN OTHER
                   MOVE MC-DESCRIPTION     TO IV-DESCRIPTION
                   MOVE WS-BUSINESS-DATE   TO IV-LAST-CHANGE-DATE
                   WRITE INTERVENTION-EVENT-RECORD
                       INVALID KEY
                           MOVE 'ALREADY ON FILE - NOT ADDED'
                               TO ADL-RESULT
                           ADD 1           TO WS-REJECTED-COUNT
                       NOT INVALID KEY
                           MOVE 'ADDED'    TO ADL-RESULT
                           ADD 1           TO WS-APPLIED-COUNT
                   END-WRITE
           END-EVALUATE.
      *---------------------------------------------------------------*
       2200-CHANGE-EVENT.
      *---------------------------------------------------------------*
           PERFORM 2050-BUILD-EVENT-KEY.
           READ INTERVENTION-FILE
               INVALID KEY
                   MOVE 'NOT ON FILE - NOT CHANGED'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   MOVE MC-DESCRIPTION     TO IV-DESCRIPTION
                   MOVE WS-BUSINESS-DATE   TO IV-LAST-CHANGE-DATE
                   REWRITE INTERVENTION-EVENT-RECORD
                   MOVE 'CHANGED'          TO ADL-RESULT
                   ADD 1                   TO WS-APPLIED-COUNT
           END-READ.
      *---------------------------------------------------------------*
       2300-DELETE-EVENT.
      *---------------------------------------------------------------*
           PERFORM 2050-BUILD-EVENT-KEY.
           DELETE INTERVENTION-FILE RECORD
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
           CLOSE INTERVENTION-FILE.
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
