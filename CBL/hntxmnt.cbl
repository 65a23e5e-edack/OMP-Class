       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HNTXMNT.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    HACKER NEWS TOPIC TAXONOMY MAINTENANCE - APPLIES ADD/
      *    CHANGE/DELETE CARDS TO THE HNTAX KEYED TAXONOMY (SEE
      *    HNTAXC) WITH AN AUDIT LISTING PER CARD, THE SAME
      *    ARRANGEMENT CIVMNT USES.  A CATEGORY IS ADDED WITH A 'C'
      *    CARD BEFORE ANY OF ITS TERMS; IT CANNOT BE DELETED WHILE
      *    TERMS REMAIN UNDER IT.  TERMS ARE FOLDED TO UPPER CASE.
      *    THE HACKTAX CLASSIFICATION PASS READS THE FILE.
      *
      *    CARD FORMAT (HNTXIN) -
      *      COL 1     ACTION  A=ADD  C=CHANGE  D=DELETE
      *      COL 3-5   CATEGORY CODE
      *      COL 7     ENTRY TYPE  C=CATEGORY  T=TITLE TERM
      *                            D=DOMAIN PATTERN
      *      COL 9-38  TERM (BLANK ON A 'C' CARD; '_' = A BLANK)
      *      COL 40-42 WEIGHT 001-999 ('T' AND 'D' CARDS)
      *      COL 44-63 CATEGORY NAME ('C' CARDS)
      *    ON A CHANGE A BLANK WEIGHT OR NAME KEEPS WHAT IS ON FILE.
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
           SELECT TAXONOMY-FILE ASSIGN TO HNTAX
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS TX-KEY
             FILE STATUS  IS TAXONOMY-STATUS.
           SELECT MAINTENANCE-CARD-FILE ASSIGN TO HNTXIN
             FILE STATUS IS MAINTENANCE-CARD-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  TAXONOMY-FILE.
       COPY HNTAXC.
      *---------------------------------------------------------------*
       FD  MAINTENANCE-CARD-FILE
           RECORDING MODE IS F.
       01  MAINTENANCE-CARD.
           05  MC-ACTION                   PIC X(01).
               88  MC-ADD                        VALUE 'A'.
               88  MC-CHANGE                     VALUE 'C'.
               88  MC-DELETE                     VALUE 'D'.
           05  FILLER                      PIC X(01).
           05  MC-CATEGORY                 PIC X(03).
           05  FILLER                      PIC X(01).
           05  MC-ENTRY-TYPE               PIC X(01).
               88  MC-CATEGORY-ENTRY             VALUE 'C'.
               88  MC-TERM-ENTRY                 VALUE 'T' 'D'.
           05  FILLER                      PIC X(01).
           05  MC-TERM                     PIC X(30).
           05  FILLER                      PIC X(01).
           05  MC-WEIGHT                   PIC X(03).
           05  FILLER                      PIC X(01).
           05  MC-CATEGORY-NAME            PIC X(20).
           05  FILLER                      PIC X(17).
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
           05  TAXONOMY-STATUS             PIC X(02).
               88  TAXONOMY-OK                   VALUE '00'.
               88  TAXONOMY-NEW                  VALUE '35'.
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
           05  WS-CARD-KEY                 PIC X(34).
      *---------------------------------------------------------------*
       01  AUDIT-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'HNTXMNT TOPIC TAXONOMY MAINTENANCE AUDIT    '.
      *---------------------------------------------------------------*
       01  AUDIT-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  ADL-ACTION                  PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-CATEGORY                PIC X(03).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-ENTRY-TYPE              PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-TERM                    PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-WEIGHT                  PIC X(03).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-CATEGORY-NAME           PIC X(20).
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
           DISPLAY '*** HNTXMNT MAINTENANCE SUMMARY ***'.
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
           OPEN I-O TAXONOMY-FILE.
           IF  TAXONOMY-NEW
      *        FIRST-EVER MAINTENANCE RUN - CREATE THE FILE EMPTY,
      *        THEN REOPEN FOR UPDATE, THE SAME DANCE BEDMNT DOES
      *        FOR A BRAND-NEW REFERENCE CLUSTER.
               OPEN OUTPUT TAXONOMY-FILE
               CLOSE       TAXONOMY-FILE
               OPEN I-O    TAXONOMY-FILE
           END-IF.
           IF NOT TAXONOMY-OK
               DISPLAY 'HNTAX OPEN ERROR : ', TAXONOMY-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       2000-APPLY-MAINTENANCE-CARD.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-CARD-COUNT.
           INSPECT MC-CATEGORY CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT MC-TERM CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE MC-ACTION                  TO ADL-ACTION.
           MOVE MC-CATEGORY                TO ADL-CATEGORY.
           MOVE MC-ENTRY-TYPE              TO ADL-ENTRY-TYPE.
           MOVE MC-TERM                    TO ADL-TERM.
           MOVE MC-WEIGHT                  TO ADL-WEIGHT.
           MOVE MC-CATEGORY-NAME           TO ADL-CATEGORY-NAME.
           MOVE MC-CATEGORY                TO WS-CARD-KEY (1:3).
           MOVE MC-ENTRY-TYPE              TO WS-CARD-KEY (4:1).
           IF  MC-CATEGORY-ENTRY
               MOVE SPACE                  TO WS-CARD-KEY (5:30)
           ELSE
               MOVE MC-TERM                TO WS-CARD-KEY (5:30)
           END-IF.
           EVALUATE TRUE
               WHEN MC-CATEGORY = SPACE
                   MOVE 'CATEGORY CODE MISSING'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               WHEN NOT MC-CATEGORY-ENTRY AND NOT MC-TERM-ENTRY
                   MOVE 'ENTRY TYPE NOT C, T OR D'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               WHEN MC-TERM-ENTRY AND MC-TERM = SPACE
                   MOVE 'TERM MISSING'     TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               WHEN MC-ADD
                   PERFORM 2100-ADD-ENTRY
               WHEN MC-CHANGE
                   PERFORM 2200-CHANGE-ENTRY
               WHEN MC-DELETE
                   PERFORM 2300-DELETE-ENTRY
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
      *    LAYS THE NON-BLANK WEIGHT OR NAME OVER THE RECORD AND EDITS
      *    THE RESULT.
           MOVE 'Y'                        TO WS-CARD-VALID-SW.
           IF  MC-CATEGORY-ENTRY
               IF  MC-CATEGORY-NAME NOT = SPACE
                   MOVE MC-CATEGORY-NAME   TO TX-CATEGORY-NAME
               END-IF
               IF  TX-CATEGORY-NAME = SPACE
                   MOVE 'CATEGORY NAME MISSING'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               END-IF
           ELSE
               IF  MC-WEIGHT NOT = SPACE
                   IF  MC-WEIGHT IS NUMERIC
                       MOVE MC-WEIGHT      TO TX-WEIGHT
                   ELSE
                       MOVE 'WEIGHT NOT NUMERIC'
                           TO ADL-RESULT
                       MOVE 'N'            TO WS-CARD-VALID-SW
                   END-IF
               END-IF
               IF  CARD-VALID AND TX-WEIGHT = 0
                   MOVE 'WEIGHT MISSING'   TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2100-ADD-ENTRY.
      *---------------------------------------------------------------*
      *    A TERM NEEDS ITS CATEGORY ON FILE FIRST.
           MOVE 'Y'                        TO WS-CARD-VALID-SW.
           IF  MC-TERM-ENTRY
               MOVE MC-CATEGORY            TO TX-CATEGORY
               MOVE 'C'                    TO TX-ENTRY-TYPE
               MOVE SPACE                  TO TX-TERM
               READ TAXONOMY-FILE
                   INVALID KEY
                       MOVE 'CATEGORY NOT ON FILE'
                           TO ADL-RESULT
                       MOVE 'N'            TO WS-CARD-VALID-SW
               END-READ
           END-IF.
           IF  CARD-VALID
               MOVE SPACES                 TO TAXONOMY-RECORD
               MOVE WS-CARD-KEY            TO TX-KEY
               MOVE ZEROES                 TO TX-WEIGHT
               PERFORM 2050-MERGE-CARD-FIELDS
           END-IF.
           IF  CARD-VALID
               MOVE WS-BUSINESS-DATE       TO TX-LAST-CHANGE-DATE
               WRITE TAXONOMY-RECORD
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
       2200-CHANGE-ENTRY.
      *---------------------------------------------------------------*
           MOVE WS-CARD-KEY                TO TX-KEY.
           READ TAXONOMY-FILE
               INVALID KEY
                   MOVE 'NOT ON FILE - NOT CHANGED'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   PERFORM 2210-CHANGE-ENTRY-ON-FILE
           END-READ.
      *---------------------------------------------------------------*
       2210-CHANGE-ENTRY-ON-FILE.
      *---------------------------------------------------------------*
           PERFORM 2050-MERGE-CARD-FIELDS.
           IF  CARD-VALID
               MOVE WS-BUSINESS-DATE       TO TX-LAST-CHANGE-DATE
               REWRITE TAXONOMY-RECORD
               MOVE 'CHANGED'              TO ADL-RESULT
               ADD 1                       TO WS-APPLIED-COUNT
           ELSE
               ADD 1                       TO WS-REJECTED-COUNT
           END-IF.
      *---------------------------------------------------------------*
       2300-DELETE-ENTRY.
      *---------------------------------------------------------------*
      *    A CATEGORY GOES ONLY ONCE ITS LAST TERM HAS GONE - THE
      *    FIRST KEY PAST ITS 'C' ENTRY MUST BELONG TO ANOTHER ONE.
           MOVE 'Y'                        TO WS-CARD-VALID-SW.
           IF  MC-CATEGORY-ENTRY
               MOVE WS-CARD-KEY            TO TX-KEY
               MOVE HIGH-VALUES            TO TX-TERM
               START TAXONOMY-FILE
                   KEY IS > TX-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ TAXONOMY-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF  TX-CATEGORY = MC-CATEGORY
                                   MOVE 'TERMS STILL ON FILE'
                                       TO ADL-RESULT
                                   MOVE 'N' TO WS-CARD-VALID-SW
                               END-IF
                       END-READ
               END-START
           END-IF.
           IF  CARD-VALID
               MOVE WS-CARD-KEY            TO TX-KEY
               DELETE TAXONOMY-FILE RECORD
                   INVALID KEY
                       MOVE 'NOT ON FILE - NOT DELETED'
                           TO ADL-RESULT
                       ADD 1               TO WS-REJECTED-COUNT
                   NOT INVALID KEY
                       MOVE 'DELETED'      TO ADL-RESULT
                       ADD 1               TO WS-APPLIED-COUNT
               END-DELETE
           ELSE
               ADD 1                       TO WS-REJECTED-COUNT
           END-IF.
      *---------------------------------------------------------------*
       2900-PRINT-AUDIT-LINE.
      *---------------------------------------------------------------*
           MOVE AUDIT-DETAIL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE SPACE                      TO ADL-RESULT.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE TAXONOMY-FILE.
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
