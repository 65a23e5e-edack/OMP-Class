       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ISSMNT.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    NONMONETARY ISSUE DOCKET MAINTENANCE - APPLIES DETECT/
      *    EMPLOYER-RESPONSE/DETERMINE/DELETE CARDS TO THE ISSFILE
      *    KEYED DOCKET (SEE ISSREC) AND PRINTS AN AUDIT LISTING OF
      *    EVERY CARD AND ITS RESULT, THE SAME ARRANGEMENT APPMNT
      *    USES FOR THE APPEALS DOCKET.
      *
      *    CARD FORMAT (ISSIN) -
      *      COL 1      ACTION  O=OPEN (ISSUE DETECTED)
      *                         R=EMPLOYER RESPONSE RECEIVED
      *                         D=DETERMINE  X=DELETE (KEYED IN ERROR)
      *      COL 3-10   CLAIM ID
      *      COL 12-13  ISSUE TYPE  VQ/DS/AA/RW/FR
      *      COL 15     OUTCOME     A=ALLOWED D=DENIED (DETERMINE ONLY)
      *      COL 17-24  EVENT DATE  YYYYMMDD - DETECTION, RESPONSE OR
      *                 DETERMINATION DATE; BLANK = BUSINESS DATE
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
           SELECT ISSUE-FILE ASSIGN TO ISSFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS NI-ISSUE-KEY
             FILE STATUS  IS ISSUE-FILE-STATUS.
           SELECT MAINTENANCE-CARD-FILE ASSIGN TO ISSIN
             FILE STATUS IS MAINTENANCE-CARD-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  ISSUE-FILE.
       COPY ISSREC.
      *---------------------------------------------------------------*
       FD  MAINTENANCE-CARD-FILE
           RECORDING MODE IS F.
       01  MAINTENANCE-CARD.
           05  MC-ACTION                   PIC X(01).
               88  MC-OPEN-ISSUE                 VALUE 'O'.
               88  MC-EMPLOYER-RESPONSE          VALUE 'R'.
               88  MC-DETERMINE                  VALUE 'D'.
               88  MC-DELETE                     VALUE 'X'.
           05  FILLER                      PIC X(01).
           05  MC-CLAIM-ID                 PIC X(08).
           05  FILLER                      PIC X(01).
           05  MC-ISSUE-TYPE               PIC X(02).
           05  FILLER                      PIC X(01).
           05  MC-OUTCOME                  PIC X(01).
           05  FILLER                      PIC X(01).
           05  MC-EVENT-DATE               PIC X(08).
           05  FILLER                      PIC X(56).
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
           05  ISSUE-FILE-STATUS           PIC X(02).
               88  ISSUE-FILE-OK                 VALUE '00'.
               88  ISSUE-FILE-NEW                VALUE '35'.
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
               'ISSMNT NONMONETARY ISSUE DOCKET MAINTENANCE '.
           05  FILLER PIC X(05) VALUE 'AUDIT'.
      *---------------------------------------------------------------*
       01  AUDIT-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  ADL-ACTION                  PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-CLAIM-ID                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-ISSUE-TYPE              PIC X(02).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-OUTCOME                 PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-EVENT-DATE              PIC X(08).
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
           DISPLAY '*** ISSMNT MAINTENANCE SUMMARY ***'.
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
           OPEN I-O ISSUE-FILE.
           IF  ISSUE-FILE-NEW
      *        FIRST-EVER MAINTENANCE RUN - CREATE THE FILE EMPTY,
      *        THEN REOPEN FOR UPDATE, THE SAME DANCE STATEMNT DOES
      *        FOR A BRAND-NEW REFERENCE CLUSTER.
               OPEN OUTPUT ISSUE-FILE
               CLOSE       ISSUE-FILE
               OPEN I-O    ISSUE-FILE
           END-IF.
           IF NOT ISSUE-FILE-OK
               DISPLAY 'ISSFILE OPEN ERROR : ', ISSUE-FILE-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       2000-APPLY-MAINTENANCE-CARD.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-CARD-COUNT.
           MOVE MC-ACTION                  TO ADL-ACTION.
           MOVE MC-CLAIM-ID                TO ADL-CLAIM-ID.
           MOVE MC-ISSUE-TYPE              TO ADL-ISSUE-TYPE.
           MOVE MC-OUTCOME                 TO ADL-OUTCOME.
           MOVE MC-EVENT-DATE              TO ADL-EVENT-DATE.
           IF  MC-EVENT-DATE IS NUMERIC
               MOVE MC-EVENT-DATE          TO WS-EVENT-DATE
           ELSE
               MOVE WS-BUSINESS-DATE       TO WS-EVENT-DATE
           END-IF.
           MOVE MC-CLAIM-ID                TO NI-CLAIM-ID.
           MOVE MC-ISSUE-TYPE              TO NI-ISSUE-TYPE.
           EVALUATE TRUE
               WHEN NOT NI-VALID-ISSUE-TYPE
                   MOVE 'INVALID ISSUE TYPE'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               WHEN MC-EVENT-DATE NOT = SPACES
                   AND MC-EVENT-DATE IS NOT NUMERIC
                   MOVE 'INVALID EVENT DATE'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               WHEN MC-OPEN-ISSUE
                   PERFORM 2100-OPEN-ISSUE
               WHEN MC-EMPLOYER-RESPONSE
                   PERFORM 2200-RECORD-RESPONSE
               WHEN MC-DETERMINE
                   PERFORM 2300-DETERMINE-ISSUE
               WHEN MC-DELETE
                   PERFORM 2400-DELETE-ISSUE
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
           END-EVALUATE.
           PERFORM 2900-PRINT-AUDIT-LINE.
           PERFORM 8000-READ-MAINTENANCE-CARD.
      *---------------------------------------------------------------*
       2100-OPEN-ISSUE.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO ISSUE-RECORD.
           MOVE MC-CLAIM-ID                TO NI-CLAIM-ID.
           MOVE MC-ISSUE-TYPE              TO NI-ISSUE-TYPE.
           MOVE WS-EVENT-DATE              TO NI-DETECTION-DATE.
           MOVE 0                          TO NI-EMPLOYER-RESPONSE-DATE
                                              NI-DETERMINATION-DATE.
           MOVE 'P'                        TO NI-STATUS.
           MOVE SPACE                      TO NI-OUTCOME.
           WRITE ISSUE-RECORD
               INVALID KEY
                   MOVE 'ALREADY ON DOCKET - NOT SET'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   MOVE 'OPENED'           TO ADL-RESULT
                   ADD 1                   TO WS-APPLIED-COUNT
           END-WRITE.
      *---------------------------------------------------------------*
       2200-RECORD-RESPONSE.
      *---------------------------------------------------------------*
           READ ISSUE-FILE
               INVALID KEY
                   MOVE 'NOT ON DOCKET - NO RESPONSE'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   MOVE WS-EVENT-DATE  TO NI-EMPLOYER-RESPONSE-DATE
                   REWRITE ISSUE-RECORD
                   MOVE 'RESPONSE RECORDED' TO ADL-RESULT
                   ADD 1                   TO WS-APPLIED-COUNT
           END-READ.
      *---------------------------------------------------------------*
       2300-DETERMINE-ISSUE.
      *---------------------------------------------------------------*
      *    A REDETERMINATION OVERWRITES THE OUTCOME AND DATE - THE
      *    DOCKET CARRIES THE DETERMINATION NOW IN FORCE.
      *---------------------------------------------------------------*
           IF  MC-OUTCOME NOT = 'A' AND 'D'
               MOVE 'INVALID OUTCOME - NOT DECIDED'
                   TO ADL-RESULT
               ADD 1                       TO WS-REJECTED-COUNT
           ELSE
               READ ISSUE-FILE
                   INVALID KEY
                       MOVE 'NOT ON DOCKET - NO DECISION'
                           TO ADL-RESULT
                       ADD 1               TO WS-REJECTED-COUNT
                   NOT INVALID KEY
                       MOVE 'D'            TO NI-STATUS
                       MOVE MC-OUTCOME     TO NI-OUTCOME
                       MOVE WS-EVENT-DATE  TO NI-DETERMINATION-DATE
                       REWRITE ISSUE-RECORD
                       MOVE 'DETERMINED'   TO ADL-RESULT
                       ADD 1               TO WS-APPLIED-COUNT
               END-READ
           END-IF.
      *---------------------------------------------------------------*
       2400-DELETE-ISSUE.
      *---------------------------------------------------------------*
           DELETE ISSUE-FILE
               INVALID KEY
                   MOVE 'NOT ON DOCKET - NOT DELETED'
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
           CLOSE ISSUE-FILE.
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
