       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DECLMNT.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    DISASTER DECLARATION MAINTENANCE - APPLIES ADD/CHANGE/
      *    DELETE CARDS TO THE DISDECL KEYED DECLARATION REFERENCE
      *    (SEE DISDECC) WITH AN AUDIT LISTING PER CARD, THE SAME
      *    ARRANGEMENT LTCMNT USES.  ONE CARD PER DECLARED COUNTY - A
      *    DECLARATION COVERING FIVE COUNTIES IS FIVE ADD CARDS, AND
      *    A COUNTY ADDED BY AMENDMENT IS ONE MORE.  THE COUNTY MUST
      *    BE ON CNTYREF; ITS STATE IS CARRIED ONTO THE RECORD.  THE
      *    CLMINTK INTAKE AND THE DECLRPT ACTIVITY REPORT READ THE
      *    FILE.
      *
      *    CARD FORMAT (DCLCARD) -
      *      COL 1     ACTION  A=ADD  C=CHANGE  D=DELETE
      *      COL 3-10  DECLARATION NUMBER (E.G. DR-4673)
      *      COL 12-16 COUNTY FIPS
      *      COL 18-47 INCIDENT NAME
      *      COL 49-56 INCIDENT BEGIN DATE YYYYMMDD
      *      COL 58-65 INCIDENT END DATE YYYYMMDD (BLANK ON AN ADD OR
      *                ZEROES ON A CHANGE - STILL CONTINUING)
      *      COL 67-74 APPLICATION DEADLINE YYYYMMDD
      *    AN ADD NEEDS EVERY FIELD BUT THE END DATE.  ON A CHANGE A
      *    BLANK FIELD KEEPS WHAT IS ON FILE - AN EXTENDED DEADLINE
      *    IS A CHANGE CARD CARRYING ONLY THE NEW DATE.
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
           SELECT DECLARATION-FILE ASSIGN TO DISDECL
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS DD-DECLARATION-KEY
             ALTERNATE RECORD KEY IS DD-COUNTY-FIPS WITH DUPLICATES
             FILE STATUS  IS DECLARATION-STATUS.
           SELECT COUNTY-REFERENCE-FILE ASSIGN TO CNTYREF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS CN-COUNTY-FIPS
             FILE STATUS  IS COUNTY-REFERENCE-STATUS.
           SELECT MAINTENANCE-CARD-FILE ASSIGN TO DCLCARD
             FILE STATUS IS MAINTENANCE-CARD-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  DECLARATION-FILE.
       COPY DISDECC.
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
           05  MC-DECLARATION-NO           PIC X(08).
           05  FILLER                      PIC X(01).
           05  MC-COUNTY-FIPS              PIC X(05).
           05  FILLER                      PIC X(01).
           05  MC-INCIDENT-NAME            PIC X(30).
           05  FILLER                      PIC X(01).
           05  MC-INCIDENT-BEGIN           PIC X(08).
           05  FILLER                      PIC X(01).
           05  MC-INCIDENT-END             PIC X(08).
           05  FILLER                      PIC X(01).
           05  MC-APPLICATION-DEADLINE     PIC X(08).
           05  FILLER                      PIC X(06).
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
           05  DECLARATION-STATUS          PIC X(02).
               88  DECLARATION-OK                VALUE '00'.
               88  DECLARATION-NEW               VALUE '35'.
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
               'DECLMNT DISASTER DECLARATION MAINTENANCE AUD'.
           05  FILLER PIC X(02) VALUE
               'IT'.
      *---------------------------------------------------------------*
       01  AUDIT-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  ADL-ACTION                  PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-DECLARATION-NO          PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-COUNTY-FIPS             PIC X(05).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-INCIDENT-NAME           PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-INCIDENT-BEGIN          PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-INCIDENT-END            PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-APPLICATION-DEADLINE    PIC X(08).
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
           DISPLAY '*** DECLMNT MAINTENANCE SUMMARY ***'.
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
           OPEN I-O DECLARATION-FILE.
           IF  DECLARATION-NEW
      *        FIRST-EVER MAINTENANCE RUN - CREATE THE FILE EMPTY,
      *        THEN REOPEN FOR UPDATE, THE SAME DANCE LTCMNT DOES
      *        FOR A BRAND-NEW REFERENCE CLUSTER.
               OPEN OUTPUT DECLARATION-FILE
               CLOSE       DECLARATION-FILE
               OPEN I-O    DECLARATION-FILE
           END-IF.
           IF NOT DECLARATION-OK
               DISPLAY 'DISDECL OPEN ERROR : ', DECLARATION-STATUS
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
           MOVE MC-DECLARATION-NO          TO ADL-DECLARATION-NO.
           MOVE MC-COUNTY-FIPS             TO ADL-COUNTY-FIPS.
           MOVE MC-INCIDENT-NAME           TO ADL-INCIDENT-NAME.
           MOVE MC-INCIDENT-BEGIN          TO ADL-INCIDENT-BEGIN.
           MOVE MC-INCIDENT-END            TO ADL-INCIDENT-END.
           MOVE MC-APPLICATION-DEADLINE    TO ADL-APPLICATION-DEADLINE.
           EVALUATE TRUE
               WHEN MC-DECLARATION-NO = SPACE
                   MOVE 'DECLARATION NUMBER MISSING'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               WHEN MC-COUNTY-FIPS = SPACE
                   MOVE 'COUNTY FIPS MISSING'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               WHEN MC-ADD
                   PERFORM 2100-ADD-DECLARATION
               WHEN MC-CHANGE
                   PERFORM 2200-CHANGE-DECLARATION
               WHEN MC-DELETE
                   PERFORM 2300-DELETE-DECLARATION
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
      *    LAYS EVERY NON-BLANK CARD FIELD OVER THE RECORD.  A DATE
      *    THAT IS NOT NUMERIC FAILS THE CARD.
           MOVE 'Y'                        TO WS-CARD-VALID-SW.
           IF  MC-INCIDENT-NAME NOT = SPACE
               MOVE MC-INCIDENT-NAME       TO DD-INCIDENT-NAME
           END-IF.
           IF  MC-INCIDENT-BEGIN NOT = SPACE
               IF  MC-INCIDENT-BEGIN IS NUMERIC
                   MOVE MC-INCIDENT-BEGIN  TO DD-INCIDENT-BEGIN
               ELSE
                   MOVE 'INCIDENT BEGIN NOT NUMERIC'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               END-IF
           END-IF.
           IF  MC-INCIDENT-END NOT = SPACE
               IF  MC-INCIDENT-END IS NUMERIC
                   MOVE MC-INCIDENT-END    TO DD-INCIDENT-END
               ELSE
                   MOVE 'INCIDENT END NOT NUMERIC'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               END-IF
           END-IF.
           IF  MC-APPLICATION-DEADLINE NOT = SPACE
               IF  MC-APPLICATION-DEADLINE IS NUMERIC
                   MOVE MC-APPLICATION-DEADLINE
                       TO DD-APPLICATION-DEADLINE
               ELSE
                   MOVE 'DEADLINE NOT NUMERIC'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2060-EDIT-DECLARATION-RECORD.
      *---------------------------------------------------------------*
      *    THE MERGED RECORD MUST STAND ON ITS OWN - CALLED ONLY WHEN
      *    THE MERGE WAS CLEAN.
           EVALUATE TRUE
               WHEN DD-INCIDENT-NAME = SPACE
                   MOVE 'INCIDENT NAME MISSING'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               WHEN DD-INCIDENT-BEGIN = 0
                   MOVE 'INCIDENT BEGIN DATE MISSING'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               WHEN DD-INCIDENT-END NOT = 0
                   AND DD-INCIDENT-END < DD-INCIDENT-BEGIN
                   MOVE 'INCIDENT ENDS BEFORE IT BEGINS'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               WHEN DD-APPLICATION-DEADLINE = 0
                   MOVE 'APPLICATION DEADLINE MISSING'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               WHEN DD-APPLICATION-DEADLINE < DD-INCIDENT-BEGIN
                   MOVE 'DEADLINE BEFORE INCIDENT BEGIN'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               WHEN OTHER
                   MOVE DD-COUNTY-FIPS     TO CN-COUNTY-FIPS
                   READ COUNTY-REFERENCE-FILE
                       INVALID KEY
                           MOVE 'COUNTY NOT ON CNTYREF'
                               TO ADL-RESULT
                           MOVE 'N'        TO WS-CARD-VALID-SW
                       NOT INVALID KEY
                           MOVE CN-STATE-CODE TO DD-STATE-CODE
                   END-READ
           END-EVALUATE.
      *---------------------------------------------------------------*
       2100-ADD-DECLARATION.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO
                                         DISASTER-DECLARATION-RECORD.
           MOVE MC-DECLARATION-NO          TO DD-DECLARATION-NO.
           MOVE MC-COUNTY-FIPS             TO DD-COUNTY-FIPS.
           MOVE ZEROES                     TO DD-INCIDENT-BEGIN
                                              DD-INCIDENT-END
                                              DD-APPLICATION-DEADLINE.
           PERFORM 2050-MERGE-CARD-FIELDS.
           IF  CARD-VALID
               PERFORM 2060-EDIT-DECLARATION-RECORD
           END-IF.
           IF  CARD-VALID
               MOVE WS-BUSINESS-DATE       TO DD-LAST-CHANGE-DATE
               WRITE DISASTER-DECLARATION-RECORD
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
       2200-CHANGE-DECLARATION.
      *---------------------------------------------------------------*
           MOVE MC-DECLARATION-NO          TO DD-DECLARATION-NO.
           MOVE MC-COUNTY-FIPS             TO DD-COUNTY-FIPS.
           READ DECLARATION-FILE
               INVALID KEY
                   MOVE 'NOT ON FILE - NOT CHANGED'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   PERFORM 2210-CHANGE-DECLARATION-ON-FILE
           END-READ.
      *---------------------------------------------------------------*
       2210-CHANGE-DECLARATION-ON-FILE.
      *---------------------------------------------------------------*
           PERFORM 2050-MERGE-CARD-FIELDS.
           IF  CARD-VALID
               PERFORM 2060-EDIT-DECLARATION-RECORD
           END-IF.
           IF  CARD-VALID
               MOVE WS-BUSINESS-DATE       TO DD-LAST-CHANGE-DATE
               REWRITE DISASTER-DECLARATION-RECORD
               MOVE 'CHANGED'              TO ADL-RESULT
               ADD 1                       TO WS-APPLIED-COUNT
           ELSE
               ADD 1                       TO WS-REJECTED-COUNT
           END-IF.
      *---------------------------------------------------------------*
       2300-DELETE-DECLARATION.
      *---------------------------------------------------------------*
           MOVE MC-DECLARATION-NO          TO DD-DECLARATION-NO.
           MOVE MC-COUNTY-FIPS             TO DD-COUNTY-FIPS.
           DELETE DECLARATION-FILE RECORD
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
           CLOSE DECLARATION-FILE.
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
