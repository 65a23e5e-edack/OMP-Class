       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STCMNT.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    SHORT-TIME COMPENSATION (WORK-SHARE) PLAN MAINTENANCE -
      *    APPLIES PLAN AND PARTICIPANT CARDS TO THE STCPLAN PLAN FILE
      *    (SEE STCPREC) AND THE STCPART PARTICIPANT FILE (SEE
      *    STCTREC), AND PRINTS AN AUDIT LISTING OF EVERY CARD AND ITS
      *    RESULT, THE SAME ARRANGEMENT ISSMNT USES FOR THE ISSUE
      *    DOCKET.  A PLAN IS ONLY TAKEN FOR AN EMPLOYER ON EMPLRF.
      *
      *    CARD FORMAT (STCIN) -
      *      COL 1      ACTION  A=ADD PLAN  C=CHANGE PLAN TERMS
      *                         T=TERMINATE PLAN
      *                         P=ADD PARTICIPANT CLAIM
      *                         R=REMOVE PARTICIPANT CLAIM
      *      COL 3-10   EMPLOYER ACCOUNT
      *      COL 12-19  PLAN NUMBER
      *      PLAN CARDS (A/C) -
      *      COL 21-25  AFFECTED EMPLOYEES
      *      COL 27-29  NORMAL WEEKLY HOURS 99V9 (E.G. 400 = 40.0)
      *      COL 31-32  APPROVED REDUCTION PERCENT (10 TO 60)
      *      COL 34-41  PLAN START DATE YYYYMMDD
      *      COL 43-50  PLAN END DATE YYYYMMDD (T CARD - TERMINATION
      *                 DATE; BLANK = BUSINESS DATE)
      *      PARTICIPANT CARDS (P/R) -
      *      COL 21-28  CLAIM ID
      *    AN A CARD REPLACES A PLAN THAT HAS ENDED OR BEEN
      *    TERMINATED; CLAIMS ENROLLED UNDER THE OLD PLAN NUMBER STAY
      *    ON STCPART BUT NO LONGER EDIT AS PAYABLE WORK-SHARE WEEKS.
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
           SELECT WORK-SHARE-PLAN-FILE ASSIGN TO STCPLAN
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS SP-EMPLOYER-ACCT
             FILE STATUS  IS WORK-SHARE-PLAN-STATUS.
           SELECT WORK-SHARE-PARTICIPANT-FILE ASSIGN TO STCPART
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS SE-CLAIM-ID
             ALTERNATE RECORD KEY IS SE-EMPLOYER-ACCT
                 WITH DUPLICATES
             FILE STATUS  IS WORK-SHARE-PART-STATUS.
           SELECT EMPLOYER-REFERENCE-FILE ASSIGN TO EMPLRF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS EM-EMPLOYER-ACCT
             FILE STATUS  IS EMPLOYER-REFERENCE-STATUS.
           SELECT MAINTENANCE-CARD-FILE ASSIGN TO STCIN
             FILE STATUS IS MAINTENANCE-CARD-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  WORK-SHARE-PLAN-FILE.
       COPY STCPREC.
      *---------------------------------------------------------------*
       FD  WORK-SHARE-PARTICIPANT-FILE.
       COPY STCTREC.
      *---------------------------------------------------------------*
       FD  EMPLOYER-REFERENCE-FILE.
       COPY EMPLREFC.
      *---------------------------------------------------------------*
       FD  MAINTENANCE-CARD-FILE
           RECORDING MODE IS F.
       01  MAINTENANCE-CARD.
           05  MC-ACTION                   PIC X(01).
               88  MC-ADD-PLAN                   VALUE 'A'.
               88  MC-CHANGE-PLAN                VALUE 'C'.
               88  MC-TERMINATE-PLAN             VALUE 'T'.
               88  MC-ADD-PARTICIPANT            VALUE 'P'.
               88  MC-REMOVE-PARTICIPANT         VALUE 'R'.
           05  FILLER                      PIC X(01).
           05  MC-EMPLOYER-ACCT            PIC X(08).
           05  FILLER                      PIC X(01).
           05  MC-PLAN-NUMBER              PIC X(08).
           05  FILLER                      PIC X(01).
           05  MC-PLAN-TERMS.
               10  MC-AFFECTED-EMPLOYEES   PIC X(05).
               10  FILLER                  PIC X(01).
               10  MC-NORMAL-HOURS         PIC X(03).
               10  FILLER                  PIC X(01).
               10  MC-REDUCTION-PCT        PIC X(02).
               10  FILLER                  PIC X(01).
               10  MC-START-DATE           PIC X(08).
               10  FILLER                  PIC X(01).
               10  MC-END-DATE             PIC X(08).
           05  MC-PARTICIPANT-TERMS REDEFINES MC-PLAN-TERMS.
               10  MC-CLAIM-ID             PIC X(08).
               10  FILLER                  PIC X(22).
           05  FILLER                      PIC X(30).
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
           05  WORK-SHARE-PLAN-STATUS      PIC X(02).
               88  WORK-SHARE-PLAN-OK            VALUE '00'.
               88  WORK-SHARE-PLAN-NEW           VALUE '35'.
           05  WORK-SHARE-PART-STATUS      PIC X(02).
               88  WORK-SHARE-PART-OK            VALUE '00' '02'.
               88  WORK-SHARE-PART-NEW           VALUE '35'.
           05  EMPLOYER-REFERENCE-STATUS   PIC X(02).
               88  EMPLOYER-REFERENCE-OK         VALUE '00'.
           05  MAINTENANCE-CARD-STATUS     PIC X(02).
               88  MAINTENANCE-CARD-OK           VALUE '00'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  WS-VALID-TERMS-SW           PIC X(01).
               88  WS-VALID-TERMS                VALUE 'Y'.
           05  WS-CARD-COUNT               PIC 9(05) VALUE 0.
           05  WS-APPLIED-COUNT            PIC 9(05) VALUE 0.
           05  WS-REJECTED-COUNT           PIC 9(05) VALUE 0.
           05  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
           05  WS-END-DATE                 PIC 9(08) VALUE 0.
      *---------------------------------------------------------------*
       01  AUDIT-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'STCMNT WORK-SHARE PLAN MAINTENANCE AUDIT    '.
      *---------------------------------------------------------------*
       01  AUDIT-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  ADL-CARD-IMAGE              PIC X(50).
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
           DISPLAY '*** STCMNT MAINTENANCE SUMMARY ***'.
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
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           OPEN I-O WORK-SHARE-PLAN-FILE.
           IF  WORK-SHARE-PLAN-NEW
      *        FIRST-EVER PLAN CARD - CREATE THE FILE EMPTY, THEN
      *        REOPEN FOR UPDATE, THE SAME DANCE STATEMNT DOES FOR A
      *        BRAND-NEW REFERENCE CLUSTER.
               OPEN OUTPUT WORK-SHARE-PLAN-FILE
               CLOSE       WORK-SHARE-PLAN-FILE
               OPEN I-O    WORK-SHARE-PLAN-FILE
           END-IF.
           OPEN I-O WORK-SHARE-PARTICIPANT-FILE.
           IF  WORK-SHARE-PART-NEW
               OPEN OUTPUT WORK-SHARE-PARTICIPANT-FILE
               CLOSE       WORK-SHARE-PARTICIPANT-FILE
               OPEN I-O    WORK-SHARE-PARTICIPANT-FILE
           END-IF.
           IF NOT WORK-SHARE-PLAN-OK
               DISPLAY 'STCPLAN OPEN ERROR : ', WORK-SHARE-PLAN-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT WORK-SHARE-PART-OK
               DISPLAY 'STCPART OPEN ERROR : ', WORK-SHARE-PART-STATUS
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
           MOVE MAINTENANCE-CARD (1:50)    TO ADL-CARD-IMAGE.
           EVALUATE TRUE
               WHEN MC-ADD-PLAN
                   PERFORM 2100-ADD-PLAN
               WHEN MC-CHANGE-PLAN
                   PERFORM 2200-CHANGE-PLAN
               WHEN MC-TERMINATE-PLAN
                   PERFORM 2300-TERMINATE-PLAN
               WHEN MC-ADD-PARTICIPANT
                   PERFORM 2400-ADD-PARTICIPANT
               WHEN MC-REMOVE-PARTICIPANT
                   PERFORM 2500-REMOVE-PARTICIPANT
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
           END-EVALUATE.
           PERFORM 2900-PRINT-AUDIT-LINE.
           PERFORM 8000-READ-MAINTENANCE-CARD.
      *---------------------------------------------------------------*
       2050-EDIT-PLAN-TERMS.
      *---------------------------------------------------------------*
      *    FEDERAL WORK-SHARING RULES - THE REDUCTION IS AT LEAST 10
      *    AND NOT MORE THAN 60 PERCENT OF NORMAL HOURS.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO WS-VALID-TERMS-SW.
           EVALUATE TRUE
               WHEN MC-PLAN-NUMBER = SPACES
                   MOVE 'PLAN NUMBER MISSING' TO ADL-RESULT
               WHEN MC-AFFECTED-EMPLOYEES IS NOT NUMERIC
                   OR MC-AFFECTED-EMPLOYEES = '00000'
                   MOVE 'INVALID AFFECTED EMPLOYEES'
                       TO ADL-RESULT
               WHEN MC-NORMAL-HOURS IS NOT NUMERIC
                   OR MC-NORMAL-HOURS = '000'
                   MOVE 'INVALID NORMAL HOURS' TO ADL-RESULT
               WHEN MC-REDUCTION-PCT IS NOT NUMERIC
                   OR MC-REDUCTION-PCT < '10'
                   OR MC-REDUCTION-PCT > '60'
                   MOVE 'REDUCTION NOT 10 TO 60 PERCENT'
                       TO ADL-RESULT
               WHEN MC-START-DATE IS NOT NUMERIC
                   OR MC-END-DATE IS NOT NUMERIC
                   OR MC-END-DATE < MC-START-DATE
                   MOVE 'INVALID PLAN DATES' TO ADL-RESULT
               WHEN OTHER
                   MOVE 'Y'                TO WS-VALID-TERMS-SW
           END-EVALUATE.
           IF  NOT WS-VALID-TERMS
               ADD 1                       TO WS-REJECTED-COUNT
           END-IF.
      *---------------------------------------------------------------*
       2060-MOVE-PLAN-TERMS.
      *---------------------------------------------------------------*
           MOVE MC-PLAN-NUMBER             TO SP-PLAN-NUMBER.
           MOVE MC-AFFECTED-EMPLOYEES      TO SP-AFFECTED-EMPLOYEES.
           MOVE MC-NORMAL-HOURS            TO SP-NORMAL-HOURS (1:3).
           MOVE MC-REDUCTION-PCT           TO SP-REDUCTION-PCT.
           MOVE MC-START-DATE              TO SP-START-DATE.
           MOVE MC-END-DATE                TO SP-END-DATE.
           MOVE 'A'                        TO SP-STATUS.
           MOVE WS-BUSINESS-DATE           TO SP-LAST-CHANGE-DATE.
      *---------------------------------------------------------------*
       2100-ADD-PLAN.
      *---------------------------------------------------------------*
           PERFORM 2050-EDIT-PLAN-TERMS.
           IF  WS-VALID-TERMS
               MOVE MC-EMPLOYER-ACCT       TO EM-EMPLOYER-ACCT
               READ EMPLOYER-REFERENCE-FILE
                   INVALID KEY
                       MOVE 'EMPLOYER NOT ON EMPLRF'
                           TO ADL-RESULT
                       ADD 1               TO WS-REJECTED-COUNT
                   NOT INVALID KEY
                       PERFORM 2110-WRITE-NEW-PLAN
               END-READ
           END-IF.
      *---------------------------------------------------------------*
       2110-WRITE-NEW-PLAN.
      *---------------------------------------------------------------*
           MOVE MC-EMPLOYER-ACCT           TO SP-EMPLOYER-ACCT.
           READ WORK-SHARE-PLAN-FILE
               INVALID KEY
                   MOVE SPACES             TO WORK-SHARE-PLAN-RECORD
                   MOVE MC-EMPLOYER-ACCT   TO SP-EMPLOYER-ACCT
                   MOVE 0                  TO SP-ENROLLED-COUNT
                   PERFORM 2060-MOVE-PLAN-TERMS
                   WRITE WORK-SHARE-PLAN-RECORD
                   MOVE 'PLAN ADDED'       TO ADL-RESULT
                   ADD 1                   TO WS-APPLIED-COUNT
               NOT INVALID KEY
                   IF  SP-TERMINATED
                       OR SP-END-DATE < WS-BUSINESS-DATE
                       MOVE 0              TO SP-ENROLLED-COUNT
                       PERFORM 2060-MOVE-PLAN-TERMS
                       REWRITE WORK-SHARE-PLAN-RECORD
                       MOVE 'PLAN ADDED - ENDED PLAN REPLACED'
                           TO ADL-RESULT
                       ADD 1               TO WS-APPLIED-COUNT
                   ELSE
                       MOVE 'PLAN IN FORCE - NOT ADDED'
                           TO ADL-RESULT
                       ADD 1               TO WS-REJECTED-COUNT
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       2200-CHANGE-PLAN.
      *---------------------------------------------------------------*
           PERFORM 2050-EDIT-PLAN-TERMS.
           IF  WS-VALID-TERMS
               MOVE MC-EMPLOYER-ACCT       TO SP-EMPLOYER-ACCT
               READ WORK-SHARE-PLAN-FILE
                   INVALID KEY
                       MOVE 'NO PLAN ON FILE - NOT CHANGED'
                           TO ADL-RESULT
                       ADD 1               TO WS-REJECTED-COUNT
                   NOT INVALID KEY
                       IF  SP-PLAN-NUMBER NOT = MC-PLAN-NUMBER
                           MOVE 'PLAN NUMBER DOES NOT MATCH'
                               TO ADL-RESULT
                           ADD 1           TO WS-REJECTED-COUNT
                       ELSE
                           PERFORM 2060-MOVE-PLAN-TERMS
                           REWRITE WORK-SHARE-PLAN-RECORD
                           MOVE 'PLAN TERMS CHANGED'
                               TO ADL-RESULT
                           ADD 1           TO WS-APPLIED-COUNT
                       END-IF
               END-READ
           END-IF.
      *---------------------------------------------------------------*
       2300-TERMINATE-PLAN.
      *---------------------------------------------------------------*
           IF  MC-END-DATE IS NUMERIC
               MOVE MC-END-DATE            TO WS-END-DATE
           ELSE
               MOVE WS-BUSINESS-DATE       TO WS-END-DATE
           END-IF.
           MOVE MC-EMPLOYER-ACCT           TO SP-EMPLOYER-ACCT.
           READ WORK-SHARE-PLAN-FILE
               INVALID KEY
                   MOVE 'NO PLAN ON FILE - NOT ENDED'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN SP-PLAN-NUMBER NOT = MC-PLAN-NUMBER
                           MOVE 'PLAN NUMBER DOES NOT MATCH'
                               TO ADL-RESULT
                           ADD 1           TO WS-REJECTED-COUNT
                       WHEN SP-TERMINATED
                           MOVE 'PLAN ALREADY TERMINATED'
                               TO ADL-RESULT
                           ADD 1           TO WS-REJECTED-COUNT
                       WHEN OTHER
                           MOVE 'T'        TO SP-STATUS
                           IF  WS-END-DATE < SP-END-DATE
                               MOVE WS-END-DATE TO SP-END-DATE
                           END-IF
                           MOVE WS-BUSINESS-DATE
                               TO SP-LAST-CHANGE-DATE
                           REWRITE WORK-SHARE-PLAN-RECORD
                           MOVE 'PLAN TERMINATED' TO ADL-RESULT
                           ADD 1           TO WS-APPLIED-COUNT
                   END-EVALUATE
           END-READ.
      *---------------------------------------------------------------*
       2400-ADD-PARTICIPANT.
      *---------------------------------------------------------------*
           MOVE MC-EMPLOYER-ACCT           TO SP-EMPLOYER-ACCT.
           READ WORK-SHARE-PLAN-FILE
               INVALID KEY
                   MOVE 'NO PLAN ON FILE - NOT ADDED'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN SP-PLAN-NUMBER NOT = MC-PLAN-NUMBER
                           MOVE 'PLAN NUMBER DOES NOT MATCH'
                               TO ADL-RESULT
                           ADD 1           TO WS-REJECTED-COUNT
                       WHEN SP-TERMINATED
                           OR SP-END-DATE < WS-BUSINESS-DATE
                           MOVE 'PLAN HAS ENDED - NOT ADDED'
                               TO ADL-RESULT
                           ADD 1           TO WS-REJECTED-COUNT
                       WHEN SP-ENROLLED-COUNT
                               NOT < SP-AFFECTED-EMPLOYEES
                           MOVE 'PLAN HEAD COUNT FULL'
                               TO ADL-RESULT
                           ADD 1           TO WS-REJECTED-COUNT
                       WHEN MC-CLAIM-ID = SPACES
                           MOVE 'CLAIM ID MISSING' TO ADL-RESULT
                           ADD 1           TO WS-REJECTED-COUNT
                       WHEN OTHER
                           PERFORM 2410-WRITE-PARTICIPANT
                   END-EVALUATE
           END-READ.
      *---------------------------------------------------------------*
       2410-WRITE-PARTICIPANT.
      *---------------------------------------------------------------*
           MOVE SPACES                TO WORK-SHARE-PARTICIPANT-RECORD.
           MOVE MC-CLAIM-ID                TO SE-CLAIM-ID.
           MOVE MC-EMPLOYER-ACCT           TO SE-EMPLOYER-ACCT.
           MOVE MC-PLAN-NUMBER             TO SE-PLAN-NUMBER.
           MOVE WS-BUSINESS-DATE           TO SE-ADDED-DATE.
           WRITE WORK-SHARE-PARTICIPANT-RECORD
               INVALID KEY
                   MOVE 'CLAIM ALREADY IN A PLAN'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   ADD 1                   TO SP-ENROLLED-COUNT
                   MOVE WS-BUSINESS-DATE   TO SP-LAST-CHANGE-DATE
                   REWRITE WORK-SHARE-PLAN-RECORD
                   MOVE 'PARTICIPANT ADDED' TO ADL-RESULT
                   ADD 1                   TO WS-APPLIED-COUNT
           END-WRITE.
      *---------------------------------------------------------------*
       2500-REMOVE-PARTICIPANT.
      *---------------------------------------------------------------*
           MOVE MC-CLAIM-ID                TO SE-CLAIM-ID.
           READ WORK-SHARE-PARTICIPANT-FILE
               INVALID KEY
                   MOVE 'CLAIM NOT IN A PLAN' TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   IF  SE-EMPLOYER-ACCT NOT = MC-EMPLOYER-ACCT
                       MOVE 'CLAIM IN ANOTHER EMPLOYER PLAN'
                           TO ADL-RESULT
                       ADD 1               TO WS-REJECTED-COUNT
                   ELSE
                       DELETE WORK-SHARE-PARTICIPANT-FILE
                       PERFORM 2510-RELEASE-PLAN-SLOT
                       MOVE 'PARTICIPANT REMOVED' TO ADL-RESULT
                       ADD 1               TO WS-APPLIED-COUNT
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       2510-RELEASE-PLAN-SLOT.
      *---------------------------------------------------------------*
      *    ONLY A CLAIM ENROLLED UNDER THE PLAN NOW ON FILE HOLDS ONE
      *    OF ITS HEAD-COUNT SLOTS.
      *---------------------------------------------------------------*
           MOVE SE-EMPLOYER-ACCT           TO SP-EMPLOYER-ACCT.
           READ WORK-SHARE-PLAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  SP-PLAN-NUMBER = SE-PLAN-NUMBER
                       AND SP-ENROLLED-COUNT > 0
                       SUBTRACT 1          FROM SP-ENROLLED-COUNT
                       MOVE WS-BUSINESS-DATE TO SP-LAST-CHANGE-DATE
                       REWRITE WORK-SHARE-PLAN-RECORD
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       2900-PRINT-AUDIT-LINE.
      *---------------------------------------------------------------*
           MOVE AUDIT-DETAIL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE SPACE                      TO ADL-RESULT.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE WORK-SHARE-PLAN-FILE.
           CLOSE WORK-SHARE-PARTICIPANT-FILE.
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
