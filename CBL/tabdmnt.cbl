       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TABDMNT.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    TABLE REPORT DEFINITION MAINTENANCE - APPLIES ADD/CHANGE/
      *    DELETE CARDS TO THE TABDEF KEYED DEFINITION FILE (SEE
      *    TABDFREC) AND PRINTS AN AUDIT LISTING OF EVERY CARD AND ITS
      *    RESULT, THE SAME ARRANGEMENT DQRLMNT USES FOR THE DATA-
      *    QUALITY RULES.  A SUMMARY TABLE THE ANALYSTS WANT IS A
      *    DEFINITION CARD, NOT A NEW PROGRAM - TABGEN PRODUCES IT BY
      *    NAME AS OFTEN AS IT IS ASKED FOR.
      *
      *    CARD FORMAT (TABDIN) -
      *      COL 1       ACTION  A=ADD  C=CHANGE  D=DELETE
      *      COL 3-10    TABLE NAME
      *      COL 12      RANGE  F=FIXED DATES  M=REPORT MONTH
      *                         Y=YEAR TO DATE
      *      COL 14-21   FROM DATE YYYYMMDD (RANGE F ONLY)
      *      COL 23-30   TO DATE   YYYYMMDD (RANGE F ONLY)
      *      COL 32      ROW GROUP  S=STATE  W=WEEK  M=MONTH
      *                             C=CLAIM STATUS
      *      COL 34      BREAK GROUP, SAME CODES (BLANK = NONE)
      *      COL 36-38   SECTION  AGE/ETH/IND/RCE/GND/EDU
      *      COL 40      COLUMNS  B=BUCKETS  I=INITIAL/CONTINUING
      *      COL 42-62   BUCKET MASK - Y UNDER EACH BUCKET WANTED, IN
      *                  RECORD ORDER, INA FIRST (BLANK = EVERY
      *                  BUCKET OF THE SECTION); AT MOST TWELVE
      *      COL 64      SUBTOTAL AT EACH BREAK  Y/N (BLANK = N)
      *      COL 66      GRAND TOTAL  Y/N (BLANK = Y)
      *      COL 68      IN THE MONTH-END RUN  Y/N (BLANK = N)
      *      COL 70-119  TITLE
      *    A C CARD RESTATES THE WHOLE DEFINITION; A D CARD NEEDS ONLY
      *    THE ACTION AND THE NAME.
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
           SELECT TABLE-DEFINITION-FILE ASSIGN TO TABDEF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS TD-TABLE-NAME
             FILE STATUS  IS TABLE-DEFINITION-STATUS.
           SELECT MAINTENANCE-CARD-FILE ASSIGN TO TABDIN
             FILE STATUS IS MAINTENANCE-CARD-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  TABLE-DEFINITION-FILE.
       COPY TABDFREC.
      *---------------------------------------------------------------*
       FD  MAINTENANCE-CARD-FILE
           RECORDING MODE IS F.
       01  MAINTENANCE-CARD.
           05  MC-ACTION                   PIC X(01).
               88  MC-ADD                        VALUE 'A'.
               88  MC-CHANGE                     VALUE 'C'.
               88  MC-DELETE                     VALUE 'D'.
           05  FILLER                      PIC X(01).
           05  MC-TABLE-NAME               PIC X(08).
           05  FILLER                      PIC X(01).
           05  MC-RANGE-TYPE               PIC X(01).
           05  FILLER                      PIC X(01).
           05  MC-FROM-DATE                PIC X(08).
           05  FILLER                      PIC X(01).
           05  MC-TO-DATE                  PIC X(08).
           05  FILLER                      PIC X(01).
           05  MC-ROW-GROUP                PIC X(01).
           05  FILLER                      PIC X(01).
           05  MC-BREAK-GROUP              PIC X(01).
           05  FILLER                      PIC X(01).
           05  MC-SECTION                  PIC X(03).
           05  FILLER                      PIC X(01).
           05  MC-COLUMN-KIND              PIC X(01).
           05  FILLER                      PIC X(01).
           05  MC-BUCKET-MASK.
               10  MC-BUCKET-FLAG          PIC X(01)
                       OCCURS 21 TIMES.
           05  FILLER                      PIC X(01).
           05  MC-SUBTOTAL-SW              PIC X(01).
           05  FILLER                      PIC X(01).
           05  MC-GRAND-TOTAL-SW           PIC X(01).
           05  FILLER                      PIC X(01).
           05  MC-MONTHLY-SW               PIC X(01).
           05  FILLER                      PIC X(01).
           05  MC-TITLE                    PIC X(50).
           05  FILLER                      PIC X(01).
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
           05  TABLE-DEFINITION-STATUS     PIC X(02).
               88  TABLE-DEFINITION-OK           VALUE '00'.
               88  TABLE-DEFINITION-NEW          VALUE '35'.
           05  MAINTENANCE-CARD-STATUS     PIC X(02).
               88  MAINTENANCE-CARD-OK           VALUE '00'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  CARD-REJECTED-SW            PIC X(01).
               88  CARD-REJECTED                 VALUE 'Y'.
           05  WS-CARD-COUNT               PIC 9(05) VALUE 0.
           05  WS-APPLIED-COUNT            PIC 9(05) VALUE 0.
           05  WS-REJECTED-COUNT           PIC 9(05) VALUE 0.
           05  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
           05  WS-SECTION-SUB              PIC 9(02).
           05  WS-BUCKET-SUB               PIC 9(02).
           05  WS-SELECTED-COUNT           PIC 9(02).
       COPY TABSECTC.
      *---------------------------------------------------------------*
       01  AUDIT-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'TABDMNT TABLE REPORT DEFINITION MAINTENANCE '.
      *---------------------------------------------------------------*
       01  AUDIT-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  ADL-CARD-IMAGE              PIC X(119).
      *---------------------------------------------------------------*
       01  AUDIT-RESULT-LINE.
      *---------------------------------------------------------------*
           05  FILLER                      PIC X(08) VALUE SPACE.
           05  ARL-RESULT                  PIC X(40).
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
           DISPLAY '*** TABDMNT MAINTENANCE SUMMARY ***'.
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
           OPEN I-O TABLE-DEFINITION-FILE.
           IF  TABLE-DEFINITION-NEW
      *        FIRST-EVER DEFINITION - CREATE THE FILE EMPTY, THEN
      *        REOPEN FOR UPDATE, THE SAME DANCE DQRLMNT DOES FOR A
      *        BRAND-NEW RULE FILE.
               OPEN OUTPUT TABLE-DEFINITION-FILE
               CLOSE       TABLE-DEFINITION-FILE
               OPEN I-O    TABLE-DEFINITION-FILE
           END-IF.
           IF NOT TABLE-DEFINITION-OK
               DISPLAY 'TABDEF OPEN ERROR : ',
                   TABLE-DEFINITION-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT MAINTENANCE-CARD-OK
               DISPLAY 'TABDIN OPEN ERROR : ', MAINTENANCE-CARD-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       2000-APPLY-MAINTENANCE-CARD.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-CARD-COUNT.
           MOVE MAINTENANCE-CARD (1:119)   TO ADL-CARD-IMAGE.
           MOVE 'N'                        TO CARD-REJECTED-SW.
           MOVE SPACES                     TO ARL-RESULT.
           EVALUATE TRUE
               WHEN MC-TABLE-NAME = SPACES
                   MOVE 'TABLE NAME MISSING' TO ARL-RESULT
                   SET CARD-REJECTED TO TRUE
               WHEN MC-ADD
                   PERFORM 2100-ADD-DEFINITION THRU 2100-EXIT
               WHEN MC-CHANGE
                   PERFORM 2200-CHANGE-DEFINITION THRU 2200-EXIT
               WHEN MC-DELETE
                   PERFORM 2300-DELETE-DEFINITION
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE'
                       TO ARL-RESULT
                   SET CARD-REJECTED TO TRUE
           END-EVALUATE.
           IF  CARD-REJECTED
               ADD 1                       TO WS-REJECTED-COUNT
           ELSE
               ADD 1                       TO WS-APPLIED-COUNT
           END-IF.
           PERFORM 2900-PRINT-AUDIT-LINES.
           PERFORM 8000-READ-MAINTENANCE-CARD.
      *---------------------------------------------------------------*
       2100-ADD-DEFINITION.
      *---------------------------------------------------------------*
           MOVE MC-TABLE-NAME              TO TD-TABLE-NAME.
           READ TABLE-DEFINITION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'ALREADY ON FILE - NOT ADDED'
                       TO ARL-RESULT
                   SET CARD-REJECTED TO TRUE
           END-READ.
           IF  CARD-REJECTED
               GO TO 2100-EXIT.
           PERFORM 2400-EDIT-DEFINITION THRU 2400-EXIT.
           IF  CARD-REJECTED
               GO TO 2100-EXIT.
           WRITE TABLE-DEFINITION-RECORD.
           MOVE 'DEFINITION ADDED'         TO ARL-RESULT.
       2100-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2200-CHANGE-DEFINITION.
      *---------------------------------------------------------------*
           MOVE MC-TABLE-NAME              TO TD-TABLE-NAME.
           READ TABLE-DEFINITION-FILE
               INVALID KEY
                   MOVE 'NOT ON FILE - NOT CHANGED'
                       TO ARL-RESULT
                   SET CARD-REJECTED TO TRUE
           END-READ.
           IF  CARD-REJECTED
               GO TO 2200-EXIT.
           PERFORM 2400-EDIT-DEFINITION THRU 2400-EXIT.
           IF  CARD-REJECTED
               GO TO 2200-EXIT.
           REWRITE TABLE-DEFINITION-RECORD.
           MOVE 'DEFINITION CHANGED'       TO ARL-RESULT.
       2200-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2300-DELETE-DEFINITION.
      *---------------------------------------------------------------*
           MOVE MC-TABLE-NAME              TO TD-TABLE-NAME.
           DELETE TABLE-DEFINITION-FILE RECORD
               INVALID KEY
                   MOVE 'NOT ON FILE - NOT DELETED'
                       TO ARL-RESULT
                   SET CARD-REJECTED TO TRUE
               NOT INVALID KEY
                   MOVE 'DEFINITION DELETED' TO ARL-RESULT
           END-DELETE.
      *---------------------------------------------------------------*
       2400-EDIT-DEFINITION.
      *---------------------------------------------------------------*
      *    EDITS THE WHOLE CARD INTO THE DEFINITION RECORD - AN ADD
      *    AND A CHANGE BOTH STATE EVERY FIELD.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO TABLE-DEFINITION-RECORD.
           MOVE MC-TABLE-NAME              TO TD-TABLE-NAME.
           MOVE MC-RANGE-TYPE              TO TD-RANGE-TYPE.
           MOVE 0                          TO TD-FROM-DATE
                                              TD-TO-DATE.
           MOVE MC-ROW-GROUP               TO TD-ROW-GROUP.
           MOVE MC-BREAK-GROUP             TO TD-BREAK-GROUP.
           MOVE MC-SECTION                 TO TD-SECTION.
           MOVE MC-COLUMN-KIND             TO TD-COLUMN-KIND.
           MOVE MC-TITLE                   TO TD-TITLE.
           MOVE 'N'                        TO TD-SUBTOTAL-SW
                                              TD-MONTHLY-SW.
           MOVE 'Y'                        TO TD-GRAND-TOTAL-SW.
           IF  MC-SUBTOTAL-SW NOT = SPACE
               MOVE MC-SUBTOTAL-SW         TO TD-SUBTOTAL-SW
           END-IF.
           IF  MC-GRAND-TOTAL-SW NOT = SPACE
               MOVE MC-GRAND-TOTAL-SW      TO TD-GRAND-TOTAL-SW
           END-IF.
           IF  MC-MONTHLY-SW NOT = SPACE
               MOVE MC-MONTHLY-SW          TO TD-MONTHLY-SW
           END-IF.
           MOVE 0                          TO WS-SECTION-SUB.
           SET TST-IDX                     TO 1.
           SEARCH TST-ENTRY
               AT END
                   CONTINUE
               WHEN TST-SECTION (TST-IDX) = TD-SECTION
                   SET WS-SECTION-SUB      TO TST-IDX
           END-SEARCH.
           EVALUATE TRUE
               WHEN NOT TD-VALID-RANGE-TYPE
                   MOVE 'INVALID RANGE - MUST BE F, M OR Y'
                       TO ARL-RESULT
               WHEN TD-FIXED-RANGE
                   AND (MC-FROM-DATE NOT NUMERIC
                        OR MC-TO-DATE NOT NUMERIC)
                   MOVE 'FIXED RANGE NEEDS YYYYMMDD DATES'
                       TO ARL-RESULT
               WHEN TD-FIXED-RANGE
                   AND MC-FROM-DATE > MC-TO-DATE
                   MOVE 'FROM DATE AFTER TO DATE' TO ARL-RESULT
               WHEN NOT TD-VALID-ROW-GROUP
                   MOVE 'INVALID ROW GROUP' TO ARL-RESULT
               WHEN NOT TD-VALID-BREAK-GROUP
                   MOVE 'INVALID BREAK GROUP' TO ARL-RESULT
               WHEN TD-BREAK-GROUP = TD-ROW-GROUP
                   MOVE 'BREAK GROUP SAME AS ROW GROUP'
                       TO ARL-RESULT
               WHEN WS-SECTION-SUB = 0
                   MOVE 'INVALID SECTION' TO ARL-RESULT
               WHEN NOT TD-VALID-COLUMN-KIND
                   MOVE 'INVALID COLUMNS - MUST BE B OR I'
                       TO ARL-RESULT
               WHEN TD-SUBTOTAL-SW NOT = 'Y' AND NOT = 'N'
                   MOVE 'INVALID SUBTOTAL FLAG' TO ARL-RESULT
               WHEN TD-SUBTOTALS AND TD-NO-BREAK
                   MOVE 'SUBTOTALS NEED A BREAK GROUP'
                       TO ARL-RESULT
               WHEN TD-GRAND-TOTAL-SW NOT = 'Y' AND NOT = 'N'
                   MOVE 'INVALID GRAND TOTAL FLAG' TO ARL-RESULT
               WHEN TD-MONTHLY-SW NOT = 'Y' AND NOT = 'N'
                   MOVE 'INVALID MONTHLY FLAG' TO ARL-RESULT
               WHEN TD-TITLE = SPACES
                   MOVE 'TITLE MISSING'    TO ARL-RESULT
           END-EVALUATE.
           IF  ARL-RESULT NOT = SPACES
               GO TO 2400-REJECT.
           IF  TD-FIXED-RANGE
               MOVE MC-FROM-DATE           TO TD-FROM-DATE
               MOVE MC-TO-DATE             TO TD-TO-DATE
           END-IF.
           IF  TD-SPLIT-COLUMNS
               GO TO 2400-ACCEPT.
           IF  MC-BUCKET-MASK = SPACES
               PERFORM 2420-SELECT-EVERY-BUCKET
                   VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > TST-CELLS (WS-SECTION-SUB)
           ELSE
               MOVE MC-BUCKET-MASK         TO TD-BUCKET-MASK
           END-IF.
           MOVE 0                          TO WS-SELECTED-COUNT.
           PERFORM 2410-EDIT-BUCKET-FLAG
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 21.
           IF  ARL-RESULT NOT = SPACES
               GO TO 2400-REJECT.
           EVALUATE TRUE
               WHEN WS-SELECTED-COUNT = 0
                   MOVE 'NO BUCKET SELECTED' TO ARL-RESULT
               WHEN WS-SELECTED-COUNT > 12
                   MOVE 'OVER 12 BUCKETS - NAME THEM IN THE MASK'
                       TO ARL-RESULT
           END-EVALUATE.
           IF  ARL-RESULT NOT = SPACES
               GO TO 2400-REJECT.
       2400-ACCEPT.
           MOVE WS-BUSINESS-DATE           TO TD-LAST-CHANGE-DATE.
           GO TO 2400-EXIT.
       2400-REJECT.
           SET CARD-REJECTED TO TRUE.
       2400-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2410-EDIT-BUCKET-FLAG.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN TD-BUCKET-FLAG (WS-BUCKET-SUB) = SPACE
                   CONTINUE
               WHEN TD-BUCKET-FLAG (WS-BUCKET-SUB) NOT = 'Y'
                   MOVE 'BUCKET MASK TAKES Y OR BLANK ONLY'
                       TO ARL-RESULT
               WHEN WS-BUCKET-SUB > TST-CELLS (WS-SECTION-SUB)
                   MOVE 'BUCKET MASK PAST END OF SECTION'
                       TO ARL-RESULT
               WHEN OTHER
                   ADD 1                   TO WS-SELECTED-COUNT
           END-EVALUATE.
      *---------------------------------------------------------------*
       2420-SELECT-EVERY-BUCKET.
      *---------------------------------------------------------------*
           MOVE 'Y'                        TO TD-BUCKET-FLAG
                                              (WS-BUCKET-SUB).
      *---------------------------------------------------------------*
       2900-PRINT-AUDIT-LINES.
      *---------------------------------------------------------------*
           MOVE AUDIT-DETAIL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE AUDIT-RESULT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE TABLE-DEFINITION-FILE.
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
