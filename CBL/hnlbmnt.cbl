       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HNLBMNT.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    HACKER NEWS STORY LABEL MAINTENANCE - APPLIES ADD/CHANGE/
      *    DELETE CARDS TO THE HNLABEL KEYED RELEVANCE LABELS (SEE
      *    HNLBLC) WITH AN AUDIT LISTING PER CARD, THE SAME
      *    ARRANGEMENT HNTXMNT USES.  THE STORY MUST BE ON THE HNARCH
      *    ARCHIVE.  AN ADD NEEDS A LABEL AND A REASON; ON A CHANGE A
      *    BLANK LABEL, REASON OR ANALYST KEEPS WHAT IS ON FILE.  THE
      *    HACKPREC WATCH-KEYWORD PRECISION REPORT READS THE FILE.
      *
      *    CARD FORMAT (HNLBIN) -
      *      COL 1     ACTION  A=ADD  C=CHANGE  D=DELETE
      *      COL 3-10  HNARCH STORY KEY
      *      COL 12    LABEL  R=RELEVANT  N=NOT RELEVANT
      *      COL 14-16 ANALYST INITIALS
      *      COL 18-77 REASON
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
           SELECT STORY-LABEL-FILE ASSIGN TO HNLABEL
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS LB-STORY-KEY
             FILE STATUS  IS STORY-LABEL-STATUS.
           SELECT STORY-ARCHIVE-FILE ASSIGN TO HNARCH
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS HNA-KEY
             FILE STATUS  IS STORY-ARCHIVE-STATUS.
           SELECT MAINTENANCE-CARD-FILE ASSIGN TO HNLBIN
             FILE STATUS IS MAINTENANCE-CARD-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  STORY-LABEL-FILE.
       COPY HNLBLC.
      *---------------------------------------------------------------*
       FD  STORY-ARCHIVE-FILE.
       COPY HNARCHC.
      *---------------------------------------------------------------*
       FD  MAINTENANCE-CARD-FILE
           RECORDING MODE IS F.
       01  MAINTENANCE-CARD.
           05  MC-ACTION                   PIC X(01).
               88  MC-ADD                        VALUE 'A'.
               88  MC-CHANGE                     VALUE 'C'.
               88  MC-DELETE                     VALUE 'D'.
           05  FILLER                      PIC X(01).
           05  MC-STORY-KEY                PIC X(08).
           05  FILLER                      PIC X(01).
           05  MC-LABEL                    PIC X(01).
               88  MC-LABEL-VALID                VALUE 'R' 'N'.
           05  FILLER                      PIC X(01).
           05  MC-ANALYST                  PIC X(03).
           05  FILLER                      PIC X(01).
           05  MC-REASON                   PIC X(60).
           05  FILLER                      PIC X(03).
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
           05  STORY-LABEL-STATUS          PIC X(02).
               88  STORY-LABEL-OK                VALUE '00'.
               88  STORY-LABEL-NEW               VALUE '35'.
           05  STORY-ARCHIVE-STATUS        PIC X(02).
               88  STORY-ARCHIVE-OK              VALUE '00'.
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
               'HNLBMNT STORY RELEVANCE LABEL AUDIT         '.
      *---------------------------------------------------------------*
       01  AUDIT-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  ADL-ACTION                  PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-STORY-KEY               PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-LABEL                   PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-ANALYST                 PIC X(03).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-REASON                  PIC X(60).
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
           DISPLAY '*** HNLBMNT MAINTENANCE SUMMARY ***'.
           DISPLAY 'CARDS READ    : ', WS-CARD-COUNT.
           DISPLAY 'CARDS APPLIED : ', WS-APPLIED-COUNT.
           DISPLAY 'CARDS REJECTED: ', WS-REJECTED-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  MAINTENANCE-CARD-FILE.
           OPEN INPUT  STORY-ARCHIVE-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           OPEN I-O STORY-LABEL-FILE.
           IF  STORY-LABEL-NEW
      *        FIRST-EVER MAINTENANCE RUN - CREATE THE FILE EMPTY,
      *        THEN REOPEN FOR UPDATE, THE SAME DANCE EMPMNT DOES
      *        FOR A BRAND-NEW REFERENCE CLUSTER.
               OPEN OUTPUT STORY-LABEL-FILE
               CLOSE       STORY-LABEL-FILE
               OPEN I-O    STORY-LABEL-FILE
           END-IF.
           IF NOT STORY-LABEL-OK
               DISPLAY 'HNLABEL OPEN ERROR : ', STORY-LABEL-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT STORY-ARCHIVE-OK
               DISPLAY 'HNARCH OPEN ERROR : ', STORY-ARCHIVE-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       2000-APPLY-MAINTENANCE-CARD.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-CARD-COUNT.
           INSPECT MC-LABEL CONVERTING 'rn' TO 'RN'.
           MOVE MC-ACTION                  TO ADL-ACTION.
           MOVE MC-STORY-KEY               TO ADL-STORY-KEY.
           MOVE MC-LABEL                   TO ADL-LABEL.
           MOVE MC-ANALYST                 TO ADL-ANALYST.
           MOVE MC-REASON                  TO ADL-REASON.
           PERFORM 2050-EDIT-CARD.
           IF  CARD-VALID
               EVALUATE TRUE
                   WHEN MC-ADD
                       PERFORM 2100-ADD-LABEL
                   WHEN MC-CHANGE
                       PERFORM 2200-CHANGE-LABEL
                   WHEN MC-DELETE
                       PERFORM 2300-DELETE-LABEL
               END-EVALUATE
           ELSE
               ADD 1                       TO WS-REJECTED-COUNT
           END-IF.
           PERFORM 2900-PRINT-AUDIT-LINE.
           PERFORM 8000-READ-MAINTENANCE-CARD.
      *---------------------------------------------------------------*
       2050-EDIT-CARD.
      *---------------------------------------------------------------*
           MOVE 'Y'                        TO WS-CARD-VALID-SW.
           EVALUATE TRUE
               WHEN NOT MC-ADD AND NOT MC-CHANGE AND NOT MC-DELETE
                   MOVE 'INVALID ACTION CODE'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               WHEN MC-STORY-KEY = SPACE
                   MOVE 'STORY KEY MISSING'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               WHEN MC-ADD AND NOT MC-LABEL-VALID
                   MOVE 'LABEL MUST BE R OR N'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               WHEN MC-CHANGE AND MC-LABEL NOT = SPACE
                       AND NOT MC-LABEL-VALID
                   MOVE 'LABEL MUST BE R OR N'
                       TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
               WHEN MC-ADD AND MC-REASON = SPACE
                   MOVE 'REASON MISSING'   TO ADL-RESULT
                   MOVE 'N'                TO WS-CARD-VALID-SW
           END-EVALUATE.
           IF  CARD-VALID AND NOT MC-DELETE
               MOVE MC-STORY-KEY           TO HNA-KEY
               READ STORY-ARCHIVE-FILE
                   INVALID KEY
                       MOVE 'STORY NOT ON HNARCH'
                           TO ADL-RESULT
                       MOVE 'N'            TO WS-CARD-VALID-SW
               END-READ
           END-IF.
      *---------------------------------------------------------------*
       2100-ADD-LABEL.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO STORY-LABEL-RECORD.
           MOVE MC-STORY-KEY               TO LB-STORY-KEY.
           MOVE MC-LABEL                   TO LB-LABEL.
           MOVE MC-REASON                  TO LB-REASON.
           MOVE MC-ANALYST                 TO LB-ANALYST.
           MOVE WS-BUSINESS-DATE           TO LB-LABEL-DATE.
           WRITE STORY-LABEL-RECORD
               INVALID KEY
                   MOVE 'ALREADY ON FILE - NOT ADDED'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   MOVE 'ADDED'            TO ADL-RESULT
                   ADD 1                   TO WS-APPLIED-COUNT
           END-WRITE.
      *---------------------------------------------------------------*
       2200-CHANGE-LABEL.
      *---------------------------------------------------------------*
           MOVE MC-STORY-KEY               TO LB-STORY-KEY.
           READ STORY-LABEL-FILE
               INVALID KEY
                   MOVE 'NOT ON FILE - NOT CHANGED'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   IF  MC-LABEL NOT = SPACE
                       MOVE MC-LABEL       TO LB-LABEL
                   END-IF
                   IF  MC-REASON NOT = SPACE
                       MOVE MC-REASON      TO LB-REASON
                   END-IF
                   IF  MC-ANALYST NOT = SPACE
                       MOVE MC-ANALYST     TO LB-ANALYST
                   END-IF
                   MOVE WS-BUSINESS-DATE   TO LB-LABEL-DATE
                   REWRITE STORY-LABEL-RECORD
                   MOVE 'CHANGED'          TO ADL-RESULT
                   ADD 1                   TO WS-APPLIED-COUNT
           END-READ.
      *---------------------------------------------------------------*
       2300-DELETE-LABEL.
      *---------------------------------------------------------------*
           MOVE MC-STORY-KEY               TO LB-STORY-KEY.
           DELETE STORY-LABEL-FILE RECORD
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
           CLOSE STORY-LABEL-FILE.
           CLOSE STORY-ARCHIVE-FILE.
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
