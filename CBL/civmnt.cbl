       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CIVMNT.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    CASE INVESTIGATION MAINTENANCE - APPLIES ADD/CHANGE/DELETE
      *    CARDS TO THE CIVFILE KEYED CASE-INVESTIGATION FILE (SEE
      *    CIVREC) WITH AN AUDIT LISTING PER CARD, THE SAME
      *    ARRANGEMENT INTVMNT USES.  THE TRACING SUPERVISORS KEY ONE
      *    CARD WHEN A CASE IS ASSIGNED AND A CHANGE CARD AS THE FIRST
      *    ATTEMPT, THE INTERVIEW AND THE CONTACT COUNTS COME IN.  THE
      *    COUNTY MUST BE ON CNTYREF; ITS STATE IS CARRIED ONTO THE
      *    CASE.  THE CIVRPT WORKLOAD REPORT READS THE FILE.
      *
      *    CARD FORMAT (CIVIN) -
      *      COL 1     ACTION  A=ADD  C=CHANGE  D=DELETE
      *      COL 3-14  CASE ID
      *      COL 16-20 COUNTY FIPS
      *      COL 22-29 DATE ASSIGNED YYYYMMDD
      *      COL 31-38 INVESTIGATOR ID
      *      COL 40-47 DATE OF FIRST ATTEMPT YYYYMMDD
      *      COL 49-56 INTERVIEW COMPLETED DATE YYYYMMDD
      *      COL 58-61 CONTACTS NAMED
      *      COL 63-66 CONTACTS REACHED
      *    AN ADD NEEDS THE COUNTY, DATE ASSIGNED AND INVESTIGATOR;
      *    THE REST MAY BE BLANK (NOT YET).  ON A CHANGE A BLANK FIELD
      *    KEEPS WHAT IS ON FILE - ZEROES CLEAR A DATE OR A COUNT.
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
           SELECT CASE-INVESTIGATION-FILE ASSIGN TO CIVFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS CI-CASE-ID
             FILE STATUS  IS CASE-INVESTIGATION-STATUS.
           SELECT COUNTY-REFERENCE-FILE ASSIGN TO CNTYREF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS CN-COUNTY-FIPS
             FILE STATUS  IS COUNTY-REFERENCE-STATUS.
           SELECT MAINTENANCE-CARD-FILE ASSIGN TO CIVIN
             FILE STATUS IS MAINTENANCE-CARD-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  CASE-INVESTIGATION-FILE.
       COPY CIVREC.
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
           05  MC-CASE-ID                  PIC X(12).
           05  FILLER                      PIC X(01).
           05  MC-COUNTY-FIPS              PIC X(05).
           05  FILLER                      PIC X(01).
           05  MC-ASSIGNED-DATE            PIC X(08).
           05  FILLER                      PIC X(01).
           05  MC-INVESTIGATOR-ID          PIC X(08).
           05  FILLER                      PIC X(01).
           05  MC-FIRST-ATTEMPT-DATE       PIC X(08).
           05  FILLER                      PIC X(01).
           05  MC-INTERVIEW-DATE           PIC X(08).
           05  FILLER                      PIC X(01).
           05  MC-CONTACTS-NAMED           PIC X(04).
           05  FILLER                      PIC X(01).
           05  MC-CONTACTS-REACHED         PIC X(04).
           05  FILLER                      PIC X(14).
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
           05  CASE-INVESTIGATION-STATUS   PIC X(02).
               88  CASE-INVESTIGATION-OK         VALUE '00'.
               88  CASE-INVESTIGATION-NEW        VALUE '35'.
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
           05  WS-CHECK-DATE               PIC 9(08).
           05  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
               10  WS-CHECK-YEAR           PIC 9(04).
               10  WS-CHECK-MONTH          PIC 9(02).
               10  WS-CHECK-DAY            PIC 9(02).
      *---------------------------------------------------------------*
       01  AUDIT-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'CIVMNT CASE INVESTIGATION MAINTENANCE AUDIT '.
      *---------------------------------------------------------------*
       01  AUDIT-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  ADL-ACTION                  PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-CASE-ID                 PIC X(12).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-COUNTY-FIPS             PIC X(05).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-ASSIGNED-DATE           PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-INVESTIGATOR-ID         PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-FIRST-ATTEMPT-DATE      PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-INTERVIEW-DATE          PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-CONTACTS-NAMED          PIC X(04).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-CONTACTS-REACHED        PIC X(04).
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
           DISPLAY '*** CIVMNT MAINTENANCE SUMMARY ***'.
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
           OPEN I-O CASE-INVESTIGATION-FILE.
           IF  CASE-INVESTIGATION-NEW
      *        FIRST-EVER MAINTENANCE RUN - CREATE THE FILE EMPTY,
      *        THEN REOPEN FOR UPDATE, THE SAME DANCE BEDMNT DOES
      *        FOR A BRAND-NEW REFERENCE CLUSTER.
               OPEN OUTPUT CASE-INVESTIGATION-FILE
               CLOSE       CASE-INVESTIGATION-FILE
               OPEN I-O    CASE-INVESTIGATION-FILE
           END-IF.
           IF NOT CASE-INVESTIGATION-OK
               DISPLAY 'CIVFILE OPEN ERROR : ',
                   CASE-INVESTIGATION-STATUS
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
           MOVE MC-CASE-ID                 TO ADL-CASE-ID.
           MOVE MC-COUNTY-FIPS             TO ADL-COUNTY-FIPS.
           MOVE MC-ASSIGNED-DATE           TO ADL-ASSIGNED-DATE.
           MOVE MC-INVESTIGATOR-ID         TO ADL-INVESTIGATOR-ID.
           MOVE MC-FIRST-ATTEMPT-DATE      TO ADL-FIRST-ATTEMPT-DATE.
           MOVE MC-INTERVIEW-DATE          TO ADL-INTERVIEW-DATE.
           MOVE MC-CONTACTS-NAMED          TO ADL-CONTACTS-NAMED.
           MOVE MC-CONTACTS-REACHED        TO ADL-CONTACTS-REACHED.
           EVALUATE TRUE
               WHEN MC-CASE-ID = SPACE
                   MOVE 'CASE ID MISSING'  TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               WHEN MC-ADD
                   PERFORM 2100-ADD-CASE
               WHEN MC-CHANGE
                   PERFORM 2200-CHANGE-CASE
               WHEN MC-DELETE
                   PERFORM 2300-DELETE-CASE
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
      *    LAYS EVERY NON-BLANK CARD FIELD OVER THE RECORD.  A NUMERIC
      *    FIELD THAT IS NOT NUMERIC FAILS THE CARD.
           MOVE 'Y'                        TO WS-CARD-VALID-SW.
           IF  MC-COUNTY-FIPS NOT = SPACE
               MOVE MC-COUNTY-FIPS         TO CI-COUNTY-FIPS
           END-IF.
           IF  MC-INVESTIGATOR-ID NOT = SPACE
               MOVE MC-INVESTIGATOR-ID     TO CI-INVESTIGATOR-ID
           END-IF.
           IF  MC-ASSIGNED-DATE NOT = SPACE
               IF  MC-ASSIGNED-DATE IS NUMERIC
                   MOVE MC-ASSIGNED-DATE   TO CI-ASSIGNED-DATE
               ELSE
                   MOVE 'N'                TO WS-CARD-VALID-SW
               END-IF
           END-IF.
           IF  MC-FIRST-ATTEMPT-DATE NOT = SPACE
               IF  MC-FIRST-ATTEMPT-DATE IS NUMERIC
                   MOVE MC-FIRST-ATTEMPT-DATE
                                           TO CI-FIRST-ATTEMPT-DATE
               ELSE
                   MOVE 'N'                TO WS-CARD-VALID-SW
               END-IF
           END-IF.
           IF  MC-INTERVIEW-DATE NOT = SPACE
               IF  MC-INTERVIEW-DATE IS NUMERIC
                   MOVE MC-INTERVIEW-DATE  TO CI-INTERVIEW-DATE
               ELSE
                   MOVE 'N'                TO WS-CARD-VALID-SW
               END-IF
           END-IF.
           IF  MC-CONTACTS-NAMED NOT = SPACE
               IF  MC-CONTACTS-NAMED IS NUMERIC
                   MOVE MC-CONTACTS-NAMED  TO CI-CONTACTS-NAMED
               ELSE
                   MOVE 'N'                TO WS-CARD-VALID-SW
               END-IF
           END-IF.
           IF  MC-CONTACTS-REACHED NOT = SPACE
               IF  MC-CONTACTS-REACHED IS NUMERIC
                   MOVE MC-CONTACTS-REACHED
                                           TO CI-CONTACTS-REACHED
               ELSE
                   MOVE 'N'                TO WS-CARD-VALID-SW
               END-IF
           END-IF.
           IF  NOT CARD-VALID
               MOVE 'DATE OR COUNT NOT NUMERIC'
                   TO ADL-RESULT
           END-IF.
      *---------------------------------------------------------------*
       2060-EDIT-CASE-RECORD.
      *---------------------------------------------------------------*
      *    THE MERGED RECORD MUST STAND ON ITS OWN - CALLED ONLY WHEN
      *    THE MERGE WAS CLEAN.
           MOVE CI-ASSIGNED-DATE           TO WS-CHECK-DATE.
           EVALUATE TRUE
               WHEN CI-INVESTIGATOR-ID = SPACE
                   MOVE 'INVESTIGATOR ID MISSING'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               WHEN WS-CHECK-YEAR < 1900
                   OR WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
                   OR WS-CHECK-DAY < 1 OR WS-CHECK-DAY > 31
                   MOVE 'INVALID DATE ASSIGNED'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               WHEN CI-FIRST-ATTEMPT-DATE NOT = 0
                   AND CI-FIRST-ATTEMPT-DATE < CI-ASSIGNED-DATE
                   MOVE 'FIRST ATTEMPT BEFORE ASSIGNED'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               WHEN CI-INTERVIEW-DATE NOT = 0
                   AND CI-INTERVIEW-DATE < CI-ASSIGNED-DATE
                   MOVE 'INTERVIEW BEFORE ASSIGNED'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               WHEN CI-FIRST-ATTEMPT-DATE > WS-BUSINESS-DATE
                   OR CI-INTERVIEW-DATE > WS-BUSINESS-DATE
                   MOVE 'DATE AFTER BUSINESS DATE'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               WHEN CI-CONTACTS-REACHED > CI-CONTACTS-NAMED
                   MOVE 'MORE REACHED THAN NAMED'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               WHEN OTHER
                   MOVE CI-COUNTY-FIPS     TO CN-COUNTY-FIPS
                   READ COUNTY-REFERENCE-FILE
                       INVALID KEY
                           MOVE 'COUNTY NOT ON CNTYREF'
                               TO ADL-RESULT
                           MOVE 'N'        TO WS-CARD-VALID-SW
                       NOT INVALID KEY
                           MOVE CN-STATE-CODE TO CI-STATE-CODE
                   END-READ
           END-EVALUATE.
      *---------------------------------------------------------------*
       2100-ADD-CASE.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO CASE-INVESTIGATION-RECORD.
           MOVE MC-CASE-ID                 TO CI-CASE-ID.
           MOVE ZEROES                     TO CI-ASSIGNED-DATE
                                              CI-FIRST-ATTEMPT-DATE
                                              CI-INTERVIEW-DATE
                                              CI-CONTACTS-NAMED
                                              CI-CONTACTS-REACHED.
           PERFORM 2050-MERGE-CARD-FIELDS.
           IF  CARD-VALID
               PERFORM 2060-EDIT-CASE-RECORD
           END-IF.
           IF  CARD-VALID
               MOVE WS-BUSINESS-DATE       TO CI-LAST-CHANGE-DATE
               WRITE CASE-INVESTIGATION-RECORD
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
       2200-CHANGE-CASE.
      *---------------------------------------------------------------*
           MOVE MC-CASE-ID                 TO CI-CASE-ID.
           READ CASE-INVESTIGATION-FILE
               INVALID KEY
                   MOVE 'NOT ON FILE - NOT CHANGED'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   PERFORM 2210-CHANGE-CASE-ON-FILE
           END-READ.
      *---------------------------------------------------------------*
       2210-CHANGE-CASE-ON-FILE.
      *---------------------------------------------------------------*
           PERFORM 2050-MERGE-CARD-FIELDS.
           IF  CARD-VALID
               PERFORM 2060-EDIT-CASE-RECORD
           END-IF.
           IF  CARD-VALID
               MOVE WS-BUSINESS-DATE       TO CI-LAST-CHANGE-DATE
               REWRITE CASE-INVESTIGATION-RECORD
               MOVE 'CHANGED'              TO ADL-RESULT
               ADD 1                       TO WS-APPLIED-COUNT
           ELSE
               ADD 1                       TO WS-REJECTED-COUNT
           END-IF.
      *---------------------------------------------------------------*
       2300-DELETE-CASE.
      *---------------------------------------------------------------*
           MOVE MC-CASE-ID                 TO CI-CASE-ID.
           DELETE CASE-INVESTIGATION-FILE RECORD
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
           CLOSE CASE-INVESTIGATION-FILE.
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
