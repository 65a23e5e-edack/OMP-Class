       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RESMNT.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    REEMPLOYMENT SERVICES REFERRAL MAINTENANCE - APPLIES
      *    SCHEDULED/ATTENDED/FAILED-TO-REPORT/DELETE CARDS TO THE
      *    RESREF REFERRALS WRITTEN BY PROFSCR (SEE RSREC) AND PRINTS
      *    AN AUDIT LISTING OF EVERY CARD AND ITS RESULT, THE SAME
      *    ARRANGEMENT ISSMNT USES FOR THE ISSUE DOCKET.  A FAILURE
      *    TO REPORT OPENS AN 'FR' ISSUE ON THE ISSFILE NONMONETARY
      *    DOCKET (SEE ISSREC) SO IT IS ADJUDICATED AND AGED LIKE ANY
      *    OTHER ELIGIBILITY ISSUE.
      *
      *    CARD FORMAT (RESIN) -
      *      COL 1      ACTION  S=SCHEDULED (OR RESCHEDULED)
      *                         A=ATTENDED  F=FAILED TO REPORT
      *                         X=DELETE (REFERRED IN ERROR)
      *      COL 3-10   CLAIM ID
      *      COL 12-19  EVENT DATE  YYYYMMDD - SESSION DATE FOR S,
      *                 OUTCOME DATE FOR A AND F; BLANK = BUSINESS DATE
      *    ATTENDED AND FAILED TO REPORT ARE TAKEN ONLY ON A
      *    SCHEDULED REFERRAL.
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
           SELECT REFERRAL-FILE ASSIGN TO RESREF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS RR-CLAIM-ID
             FILE STATUS  IS REFERRAL-STATUS.
           SELECT ISSUE-FILE ASSIGN TO ISSFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS NI-ISSUE-KEY
             FILE STATUS  IS ISSUE-FILE-STATUS.
           SELECT MAINTENANCE-CARD-FILE ASSIGN TO RESIN
             FILE STATUS IS MAINTENANCE-CARD-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  REFERRAL-FILE.
       COPY RSREC.
      *---------------------------------------------------------------*
       FD  ISSUE-FILE.
       COPY ISSREC.
      *---------------------------------------------------------------*
       FD  MAINTENANCE-CARD-FILE
           RECORDING MODE IS F.
       01  MAINTENANCE-CARD.
           05  MC-ACTION                   PIC X(01).
               88  MC-SCHEDULED                  VALUE 'S'.
               88  MC-ATTENDED                   VALUE 'A'.
               88  MC-FAILED-TO-REPORT           VALUE 'F'.
               88  MC-DELETE                     VALUE 'X'.
           05  FILLER                      PIC X(01).
           05  MC-CLAIM-ID                 PIC X(08).
           05  FILLER                      PIC X(01).
           05  MC-EVENT-DATE               PIC X(08).
           05  FILLER                      PIC X(61).
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
           05  REFERRAL-STATUS             PIC X(02).
               88  REFERRAL-OK                   VALUE '00'.
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
           05  WS-ISSUES-OPENED            PIC 9(05) VALUE 0.
           05  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
           05  WS-EVENT-DATE               PIC 9(08) VALUE 0.
      *---------------------------------------------------------------*
       01  AUDIT-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'RESMNT REEMPLOYMENT SERVICES REFERRAL MAINTE'.
           05  FILLER PIC X(11) VALUE 'NANCE AUDIT'.
      *---------------------------------------------------------------*
       01  AUDIT-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  ADL-ACTION                  PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-CLAIM-ID                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-EVENT-DATE              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-RESULT                  PIC X(36).
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
           DISPLAY '*** RESMNT MAINTENANCE SUMMARY ***'.
           DISPLAY 'CARDS READ    : ', WS-CARD-COUNT.
           DISPLAY 'CARDS APPLIED : ', WS-APPLIED-COUNT.
           DISPLAY 'CARDS REJECTED: ', WS-REJECTED-COUNT.
           DISPLAY 'FR ISSUES OPENED : ', WS-ISSUES-OPENED.
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
           OPEN I-O REFERRAL-FILE.
           OPEN I-O ISSUE-FILE.
           IF  ISSUE-FILE-NEW
      *        NO ISSUE EVER DOCKETED YET - CREATE THE FILE EMPTY,
      *        THEN REOPEN FOR UPDATE, THE SAME DANCE STATEMNT DOES
      *        FOR A BRAND-NEW REFERENCE CLUSTER.
               OPEN OUTPUT ISSUE-FILE
               CLOSE       ISSUE-FILE
               OPEN I-O    ISSUE-FILE
           END-IF.
           IF NOT REFERRAL-OK
               DISPLAY 'RESREF OPEN ERROR : ', REFERRAL-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
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
           MOVE MC-EVENT-DATE              TO ADL-EVENT-DATE.
           IF  MC-EVENT-DATE IS NUMERIC
               MOVE MC-EVENT-DATE          TO WS-EVENT-DATE
           ELSE
               MOVE WS-BUSINESS-DATE       TO WS-EVENT-DATE
           END-IF.
           MOVE MC-CLAIM-ID                TO RR-CLAIM-ID.
           EVALUATE TRUE
               WHEN MC-EVENT-DATE NOT = SPACES
                   AND MC-EVENT-DATE IS NOT NUMERIC
                   MOVE 'INVALID EVENT DATE'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               WHEN MC-SCHEDULED
                   PERFORM 2100-SCHEDULE-SESSION
               WHEN MC-ATTENDED
                   PERFORM 2200-RECORD-ATTENDANCE
               WHEN MC-FAILED-TO-REPORT
                   PERFORM 2300-RECORD-FAILURE
               WHEN MC-DELETE
                   PERFORM 2400-DELETE-REFERRAL
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
           END-EVALUATE.
           PERFORM 2900-PRINT-AUDIT-LINE.
           PERFORM 8000-READ-MAINTENANCE-CARD.
      *---------------------------------------------------------------*
       2100-SCHEDULE-SESSION.
      *---------------------------------------------------------------*
           READ REFERRAL-FILE
               INVALID KEY
                   MOVE 'NOT REFERRED - NOT SCHEDULED'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   IF  RR-REFERRED OR RR-SCHEDULED
                       MOVE 'S'            TO RR-STATUS
                       MOVE WS-EVENT-DATE  TO RR-SCHEDULED-DATE
                       REWRITE REEMPLOYMENT-REFERRAL-RECORD
                       MOVE 'SCHEDULED'    TO ADL-RESULT
                       ADD 1               TO WS-APPLIED-COUNT
                   ELSE
                       MOVE 'OUTCOME ALREADY POSTED - NOT SET'
                           TO ADL-RESULT
                       ADD 1               TO WS-REJECTED-COUNT
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       2200-RECORD-ATTENDANCE.
      *---------------------------------------------------------------*
           READ REFERRAL-FILE
               INVALID KEY
                   MOVE 'NOT REFERRED - NO ATTENDANCE'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   IF  RR-SCHEDULED
                       MOVE 'A'            TO RR-STATUS
                       MOVE WS-EVENT-DATE  TO RR-OUTCOME-DATE
                       REWRITE REEMPLOYMENT-REFERRAL-RECORD
                       MOVE 'ATTENDED'     TO ADL-RESULT
                       ADD 1               TO WS-APPLIED-COUNT
                   ELSE
                       MOVE 'NOT SCHEDULED - NOT SET'
                           TO ADL-RESULT
                       ADD 1               TO WS-REJECTED-COUNT
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       2300-RECORD-FAILURE.
      *---------------------------------------------------------------*
           READ REFERRAL-FILE
               INVALID KEY
                   MOVE 'NOT REFERRED - NO FAILURE'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   IF  RR-SCHEDULED
                       MOVE 'F'            TO RR-STATUS
                       MOVE WS-EVENT-DATE  TO RR-OUTCOME-DATE
                       REWRITE REEMPLOYMENT-REFERRAL-RECORD
                       ADD 1               TO WS-APPLIED-COUNT
                       PERFORM 2310-OPEN-FR-ISSUE
                   ELSE
                       MOVE 'NOT SCHEDULED - NOT SET'
                           TO ADL-RESULT
                       ADD 1               TO WS-REJECTED-COUNT
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       2310-OPEN-FR-ISSUE.
      *---------------------------------------------------------------*
      *    ONE FR ISSUE PER CLAIM - A SECOND FAILURE AFTER A
      *    RESCHEDULE IS ALREADY IN FRONT OF THE ADJUDICATOR.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO ISSUE-RECORD.
           MOVE MC-CLAIM-ID                TO NI-CLAIM-ID.
           MOVE 'FR'                       TO NI-ISSUE-TYPE.
           MOVE WS-EVENT-DATE              TO NI-DETECTION-DATE.
           MOVE 0                          TO NI-EMPLOYER-RESPONSE-DATE
                                              NI-DETERMINATION-DATE.
           MOVE 'P'                        TO NI-STATUS.
           MOVE SPACE                      TO NI-OUTCOME.
           WRITE ISSUE-RECORD
               INVALID KEY
                   MOVE 'FAILED - FR ISSUE ALREADY ON DOCKET'
                       TO ADL-RESULT
               NOT INVALID KEY
                   MOVE 'FAILED - FR ISSUE OPENED'
                       TO ADL-RESULT
                   ADD 1                   TO WS-ISSUES-OPENED
           END-WRITE.
      *---------------------------------------------------------------*
       2400-DELETE-REFERRAL.
      *---------------------------------------------------------------*
           DELETE REFERRAL-FILE
               INVALID KEY
                   MOVE 'NOT REFERRED - NOT DELETED'
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
           CLOSE REFERRAL-FILE.
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
