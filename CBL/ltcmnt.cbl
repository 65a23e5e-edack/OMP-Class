       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LTCMNT.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    LONG-TERM-CARE FACILITY REFERENCE MAINTENANCE - APPLIES
      *    ADD/CHANGE/DELETE CARDS TO THE LTCREF KEYED FACILITY
      *    REFERENCE (SEE LTCREFC) WITH AN AUDIT LISTING PER CARD, THE
      *    SAME ARRANGEMENT CIVMNT USES.  THE COUNTY MUST BE ON
      *    CNTYREF; ITS STATE IS CARRIED ONTO THE FACILITY.  THE
      *    COVLTCL WEEKLY FEED EDIT AND THE COVLTC OUTBREAK REPORT
      *    READ THE FILE.
      *
      *    CARD FORMAT (LTCCARD) -
      *      COL 1     ACTION  A=ADD  C=CHANGE  D=DELETE
      *      COL 3-12  FACILITY ID
      *      COL 14-43 FACILITY NAME
      *      COL 45-49 COUNTY FIPS
      *      COL 51-55 LICENSED BEDS
      *    AN ADD NEEDS EVERY FIELD.  ON A CHANGE A BLANK FIELD KEEPS
      *    WHAT IS ON FILE.
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
           SELECT LTC-FACILITY-FILE ASSIGN TO LTCREF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS LF-FACILITY-ID
             FILE STATUS  IS LTC-FACILITY-STATUS.
           SELECT COUNTY-REFERENCE-FILE ASSIGN TO CNTYREF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS CN-COUNTY-FIPS
             FILE STATUS  IS COUNTY-REFERENCE-STATUS.
           SELECT MAINTENANCE-CARD-FILE ASSIGN TO LTCCARD
             FILE STATUS IS MAINTENANCE-CARD-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  LTC-FACILITY-FILE.
       COPY LTCREFC.
      *---------------------------------------------------------------*
       FD  COUNTY-REFERENCE-FILE.
       COPY CNTYREFC.
      *---------------------------------------------------------------*
       FD  MAINTENANCE-CARD-FILE
           RECORDING MODE IS F.
       01  MAINTENANCE-CARD.
           05  MC-ACTION                   PIC X(01).
               88  MC-ADD                        VALUE 'A'.
               88  MC-CHANGE                     VALUE 'C'.
               88  MC-DELETE                     VALUE 'D'.
           05  FILLER                      PIC X(01).
           05  MC-FACILITY-ID              PIC X(10).
           05  FILLER                      PIC X(01).
           05  MC-FACILITY-NAME            PIC X(30).
           05  FILLER                      PIC X(01).
           05  MC-COUNTY-FIPS              PIC X(05).
           05  FILLER                      PIC X(01).
           05  MC-LICENSED-BEDS            PIC X(05).
           05  FILLER                      PIC X(25).
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
           05  LTC-FACILITY-STATUS         PIC X(02).
               88  LTC-FACILITY-OK               VALUE '00'.
               88  LTC-FACILITY-NEW              VALUE '35'.
           05  COUNTY-REFERENCE-STATUS     PIC X(02).
               88  COUNTY-REFERENCE-OK           VALUE '00'.
           05  MAINTENANCE-CARD-STATUS     PIC X(02).
               88  MAINTENANCE-CARD-OK           VALUE '00'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  WS-CARD-VALID-SW            PIC X(01).
               88  CARD-VALID                    VALUE 'Y'.
           05  WS-CARD-COUNT               PIC 9(05) VALUE 0.
           05  WS-APPLIED-COUNT            PIC 9(05) VALUE 0.
           05  WS-REJECTED-COUNT           PIC 9(05) VALUE 0.
           05  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
      *---------------------------------------------------------------*
       01  AUDIT-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'LTCMNT LONG-TERM-CARE FACILITY MAINTENANCE A'.
           05  FILLER PIC X(04) VALUE
               'UDIT'.
      *---------------------------------------------------------------*
       01  AUDIT-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  ADL-ACTION                  PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-FACILITY-ID             PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-FACILITY-NAME           PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-COUNTY-FIPS             PIC X(05).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-LICENSED-BEDS           PIC X(05).
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
           DISPLAY '*** LTCMNT MAINTENANCE SUMMARY ***'.
           DISPLAY 'CARDS READ    : ', WS-CARD-COUNT.
           DISPLAY 'CARDS APPLIED : ', WS-APPLIED-COUNT.
           DISPLAY 'CARDS REJECTED: ', WS-REJECTED-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  MAINTENANCE-CARD-FILE.
           OPEN INPUT  COUNTY-REFERENCE-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           OPEN I-O LTC-FACILITY-FILE.
           IF  LTC-FACILITY-NEW
      *        FIRST-EVER MAINTENANCE RUN - CREATE THE FILE EMPTY,
      *        THEN REOPEN FOR UPDATE, THE SAME DANCE BEDMNT DOES
      *        FOR A BRAND-NEW REFERENCE CLUSTER.
               OPEN OUTPUT LTC-FACILITY-FILE
               CLOSE       LTC-FACILITY-FILE
               OPEN I-O    LTC-FACILITY-FILE
           END-IF.
           IF NOT LTC-FACILITY-OK
               DISPLAY 'LTCREF OPEN ERROR : ', LTC-FACILITY-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT COUNTY-REFERENCE-OK
               DISPLAY 'CNTYREF OPEN ERROR : ', COUNTY-REFERENCE-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       2000-APPLY-MAINTENANCE-CARD.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-CARD-COUNT.
           MOVE MC-ACTION                  TO ADL-ACTION.
           MOVE MC-FACILITY-ID             TO ADL-FACILITY-ID.
           MOVE MC-FACILITY-NAME           TO ADL-FACILITY-NAME.
           MOVE MC-COUNTY-FIPS             TO ADL-COUNTY-FIPS.
           MOVE MC-LICENSED-BEDS           TO ADL-LICENSED-BEDS.
           EVALUATE TRUE
               WHEN MC-FACILITY-ID = SPACE
                   MOVE 'FACILITY ID MISSING'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               WHEN MC-ADD
                   PERFORM 2100-ADD-FACILITY
               WHEN MC-CHANGE
                   PERFORM 2200-CHANGE-FACILITY
               WHEN MC-DELETE
                   PERFORM 2300-DELETE-FACILITY
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
      *    LAYS EVERY NON-BLANK CARD FIELD OVER THE RECORD.  BEDS THAT
      *    ARE NOT NUMERIC FAIL THE CARD.
           MOVE 'Y'                        TO WS-CARD-VALID-SW.
           IF  MC-FACILITY-NAME NOT = SPACE
               MOVE MC-FACILITY-NAME       TO LF-FACILITY-NAME
           END-IF.
           IF  MC-COUNTY-FIPS NOT = SPACE
               MOVE MC-COUNTY-FIPS         TO LF-COUNTY-FIPS
           END-IF.
           IF  MC-LICENSED-BEDS NOT = SPACE
               IF  MC-LICENSED-BEDS IS NUMERIC
                   MOVE MC-LICENSED-BEDS   TO LF-LICENSED-BEDS
               ELSE
                   MOVE 'LICENSED BEDS NOT NUMERIC'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2060-EDIT-FACILITY-RECORD.
      *---------------------------------------------------------------*
      *    THE MERGED RECORD MUST STAND ON ITS OWN - CALLED ONLY WHEN
      *    THE MERGE WAS CLEAN.
           EVALUATE TRUE
               WHEN LF-FACILITY-NAME = SPACE
                   MOVE 'FACILITY NAME MISSING'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               WHEN LF-LICENSED-BEDS = 0
                   MOVE 'LICENSED BEDS MISSING'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               WHEN OTHER
                   MOVE LF-COUNTY-FIPS     TO CN-COUNTY-FIPS
                   READ COUNTY-REFERENCE-FILE
                       INVALID KEY
                           MOVE 'COUNTY NOT ON CNTYREF'
                               TO ADL-RESULT
                           MOVE 'N'        TO WS-CARD-VALID-SW
                       NOT INVALID KEY
                           MOVE CN-STATE-CODE TO LF-STATE-CODE
                   END-READ
           END-EVALUATE.
      *---------------------------------------------------------------*
       2100-ADD-FACILITY.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO LTC-FACILITY-RECORD.
           MOVE MC-FACILITY-ID             TO LF-FACILITY-ID.
           MOVE ZEROES                     TO LF-LICENSED-BEDS.
           PERFORM 2050-MERGE-CARD-FIELDS.
           IF  CARD-VALID
               PERFORM 2060-EDIT-FACILITY-RECORD
           END-IF.
           IF  CARD-VALID
               MOVE WS-BUSINESS-DATE       TO LF-LAST-CHANGE-DATE
               WRITE LTC-FACILITY-RECORD
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
       2200-CHANGE-FACILITY.
      *---------------------------------------------------------------*
           MOVE MC-FACILITY-ID             TO LF-FACILITY-ID.
           READ LTC-FACILITY-FILE
               INVALID KEY
                   MOVE 'NOT ON FILE - NOT CHANGED'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   PERFORM 2210-CHANGE-FACILITY-ON-FILE
           END-READ.
      *---------------------------------------------------------------*
       2210-CHANGE-FACILITY-ON-FILE.
      *---------------------------------------------------------------*
           PERFORM 2050-MERGE-CARD-FIELDS.
           IF  CARD-VALID
               PERFORM 2060-EDIT-FACILITY-RECORD
           END-IF.
           IF  CARD-VALID
               MOVE WS-BUSINESS-DATE       TO LF-LAST-CHANGE-DATE
               REWRITE LTC-FACILITY-RECORD
               MOVE 'CHANGED'              TO ADL-RESULT
               ADD 1                       TO WS-APPLIED-COUNT
           ELSE
               ADD 1                       TO WS-REJECTED-COUNT
           END-IF.
      *---------------------------------------------------------------*
       2300-DELETE-FACILITY.
      *---------------------------------------------------------------*
           MOVE MC-FACILITY-ID             TO LF-FACILITY-ID.
           DELETE LTC-FACILITY-FILE RECORD
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
           CLOSE LTC-FACILITY-FILE.
           CLOSE COUNTY-REFERENCE-FILE.
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
