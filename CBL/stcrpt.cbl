       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STCRPT.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    WORK-SHARE PLAN USAGE REPORT - ONE LINE PER PLAN ON THE
      *    STCPLAN FILE (SEE STCPREC) WITH THE EMPLOYER NAME FROM
      *    EMPLRF, THE PLAN TERMS, THE HEAD COUNT APPROVED AGAINST
      *    THE CLAIMS ENROLLED, AND THE WORK-SHARE WEEKS PAID AND
      *    BENEFIT DOLLARS OUT TO DATE - THE 'STC' PAYMSTR ROWS OF
      *    EVERY CLAIM ON STCPART UNDER THE PLAN, LESS REVERSED
      *    POSTINGS (THE WEEK'S BENEFIT IS AMOUNT PAID PLUS ANY
      *    OFFSET WITHHELD).  CLAIMS STILL ON STCPART UNDER AN
      *    EMPLOYER'S EARLIER PLAN NUMBER ARE NOT COUNTED.
      *    GRAND TOTALS AT THE END.
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
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS SP-EMPLOYER-ACCT
             FILE STATUS  IS WORK-SHARE-PLAN-STATUS.
           SELECT WORK-SHARE-PARTICIPANT-FILE ASSIGN TO STCPART
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS SE-CLAIM-ID
             ALTERNATE RECORD KEY IS SE-EMPLOYER-ACCT
                 WITH DUPLICATES
             FILE STATUS  IS WORK-SHARE-PART-STATUS.
           SELECT EMPLOYER-REFERENCE-FILE ASSIGN TO EMPLRF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS EM-EMPLOYER-ACCT
             FILE STATUS  IS EMPLOYER-REFERENCE-STATUS.
           SELECT PAYMENT-MASTER-FILE ASSIGN TO PAYMSTR
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS PM-PAYMENT-KEY
             FILE STATUS  IS PAYMENT-MASTER-STATUS.
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
       FD  PAYMENT-MASTER-FILE.
       COPY PAYREC.
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
           05  WORK-SHARE-PART-STATUS      PIC X(02).
               88  WORK-SHARE-PART-OK            VALUE '00' '02'.
           05  EMPLOYER-REFERENCE-STATUS   PIC X(02).
               88  EMPLOYER-REFERENCE-OK         VALUE '00'.
           05  PAYMENT-MASTER-STATUS       PIC X(02).
               88  PAYMENT-MASTER-OK             VALUE '00'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  PARTICIPANT-SCAN-SW         PIC X(01).
               88  PARTICIPANT-SCAN-DONE         VALUE 'Y'.
           05  PAYMENT-SCAN-SW             PIC X(01).
               88  PAYMENT-SCAN-DONE             VALUE 'Y'.
           05  WS-PLAN-COUNT               PIC 9(05) VALUE 0.
           05  WS-ACTIVE-COUNT             PIC 9(05) VALUE 0.
           05  WS-PLAN-CLAIMS              PIC 9(05).
           05  WS-PLAN-WEEKS               PIC 9(07).
           05  WS-PLAN-BENEFITS            PIC 9(09)V99.
           05  WS-TOTAL-AFFECTED           PIC 9(07) VALUE 0.
           05  WS-TOTAL-ENROLLED           PIC 9(07) VALUE 0.
           05  WS-TOTAL-WEEKS              PIC 9(07) VALUE 0.
           05  WS-TOTAL-BENEFITS           PIC 9(11)V99 VALUE 0.
      *---------------------------------------------------------------*
       01  USAGE-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'WORK-SHARE (SHORT-TIME COMPENSATION) PLAN US'.
           05  FILLER PIC X(20) VALUE
               'AGE BY EMPLOYER     '.
      *---------------------------------------------------------------*
       01  USAGE-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'ACCOUNT   EMPLOYER NAME                   PL'.
           05  FILLER PIC X(44) VALUE
               'AN      START     END       S  RED  APPRVD  '.
           05  FILLER PIC X(31) VALUE
               'ENROLD    WEEKS   BENEFITS PAID'.
      *---------------------------------------------------------------*
       01  USAGE-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  UDL-EMPLOYER-ACCT           PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  UDL-EMPLOYER-NAME           PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  UDL-PLAN-NUMBER             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  UDL-START-DATE              PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  UDL-END-DATE                PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  UDL-STATUS                  PIC X(01).
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  UDL-REDUCTION-PCT           PIC Z9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  UDL-AFFECTED                PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  UDL-ENROLLED                PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  UDL-WEEKS-PAID              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  UDL-BENEFITS-PAID           PIC ZZZ,ZZZ,ZZ9.99.
      *---------------------------------------------------------------*
       01  REPORT-LINES.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
       COPY PRINTCTL.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 8000-READ-PLAN.
           PERFORM 2000-REPORT-ONE-PLAN
               UNTIL END-OF-FILE.
           PERFORM 4000-PRINT-TOTALS.
           PERFORM 3000-CLOSE-FILES.
           DISPLAY '*** STCRPT WORK-SHARE USAGE SUMMARY ***'.
           DISPLAY 'PLANS ON FILE       : ', WS-PLAN-COUNT.
           DISPLAY 'PLANS ACTIVE        : ', WS-ACTIVE-COUNT.
           DISPLAY 'WEEKS PAID          : ', WS-TOTAL-WEEKS.
           DISPLAY 'BENEFITS PAID       : ', WS-TOTAL-BENEFITS.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT WORK-SHARE-PLAN-FILE.
           OPEN INPUT WORK-SHARE-PARTICIPANT-FILE.
           OPEN INPUT EMPLOYER-REFERENCE-FILE.
           OPEN INPUT PAYMENT-MASTER-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
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
           IF NOT PAYMENT-MASTER-OK
               DISPLAY 'PAYMSTR OPEN ERROR : ', PAYMENT-MASTER-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       2000-REPORT-ONE-PLAN.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-PLAN-COUNT.
           IF  SP-ACTIVE
               ADD 1                       TO WS-ACTIVE-COUNT
           END-IF.
           MOVE 0                          TO WS-PLAN-CLAIMS
                                              WS-PLAN-WEEKS
                                              WS-PLAN-BENEFITS.
           MOVE 'N'                        TO PARTICIPANT-SCAN-SW.
           MOVE SP-EMPLOYER-ACCT           TO SE-EMPLOYER-ACCT.
           START WORK-SHARE-PARTICIPANT-FILE
               KEY IS EQUAL TO SE-EMPLOYER-ACCT
               INVALID KEY
                   MOVE 'Y'                TO PARTICIPANT-SCAN-SW
           END-START.
           PERFORM 2100-TOTAL-ONE-PARTICIPANT
               UNTIL PARTICIPANT-SCAN-DONE.
           PERFORM 2300-PRINT-PLAN-LINE.
           PERFORM 8000-READ-PLAN.
      *---------------------------------------------------------------*
       2100-TOTAL-ONE-PARTICIPANT.
      *---------------------------------------------------------------*
           READ WORK-SHARE-PARTICIPANT-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                TO PARTICIPANT-SCAN-SW
           END-READ.
           IF  NOT PARTICIPANT-SCAN-DONE
               IF  SE-EMPLOYER-ACCT NOT = SP-EMPLOYER-ACCT
                   MOVE 'Y'                TO PARTICIPANT-SCAN-SW
               ELSE
                   IF  SE-PLAN-NUMBER = SP-PLAN-NUMBER
                       ADD 1               TO WS-PLAN-CLAIMS
                       PERFORM 2200-SUM-CLAIM-PAYMENTS
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2200-SUM-CLAIM-PAYMENTS.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO PAYMENT-SCAN-SW.
           MOVE SE-CLAIM-ID                TO PM-CLAIM-ID.
           MOVE LOW-VALUES                 TO PM-WEEK-ENDING.
           START PAYMENT-MASTER-FILE KEY IS NOT LESS THAN PM-PAYMENT-KEY
               INVALID KEY
                   MOVE 'Y'                TO PAYMENT-SCAN-SW
           END-START.
           PERFORM 2210-ADD-ONE-PAYMENT
               UNTIL PAYMENT-SCAN-DONE.
      *---------------------------------------------------------------*
       2210-ADD-ONE-PAYMENT.
      *---------------------------------------------------------------*
           READ PAYMENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                TO PAYMENT-SCAN-SW
           END-READ.
           IF  NOT PAYMENT-SCAN-DONE
               IF  PM-CLAIM-ID NOT = SE-CLAIM-ID
                   MOVE 'Y'                TO PAYMENT-SCAN-SW
               ELSE
                   IF  PM-PAYMENT-TYPE = 'STC'
                       AND NOT PM-REVERSED
                       ADD 1               TO WS-PLAN-WEEKS
                       ADD PM-AMOUNT-PAID  TO WS-PLAN-BENEFITS
                       IF  PM-OFFSET-AMOUNT IS NUMERIC
                           ADD PM-OFFSET-AMOUNT
                                           TO WS-PLAN-BENEFITS
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2300-PRINT-PLAN-LINE.
      *---------------------------------------------------------------*
           MOVE SP-EMPLOYER-ACCT           TO UDL-EMPLOYER-ACCT
                                              EM-EMPLOYER-ACCT.
           READ EMPLOYER-REFERENCE-FILE
               INVALID KEY
                   MOVE '** NOT ON EMPLRF **' TO UDL-EMPLOYER-NAME
               NOT INVALID KEY
                   MOVE EM-EMPLOYER-NAME   TO UDL-EMPLOYER-NAME
           END-READ.
           MOVE SP-PLAN-NUMBER             TO UDL-PLAN-NUMBER.
           MOVE SP-START-DATE              TO UDL-START-DATE.
           MOVE SP-END-DATE                TO UDL-END-DATE.
           MOVE SP-STATUS                  TO UDL-STATUS.
           MOVE SP-REDUCTION-PCT           TO UDL-REDUCTION-PCT.
           MOVE SP-AFFECTED-EMPLOYEES      TO UDL-AFFECTED.
           MOVE WS-PLAN-CLAIMS             TO UDL-ENROLLED.
           MOVE WS-PLAN-WEEKS              TO UDL-WEEKS-PAID.
           MOVE WS-PLAN-BENEFITS           TO UDL-BENEFITS-PAID.
           MOVE USAGE-DETAIL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           ADD SP-AFFECTED-EMPLOYEES       TO WS-TOTAL-AFFECTED.
           ADD WS-PLAN-CLAIMS              TO WS-TOTAL-ENROLLED.
           ADD WS-PLAN-WEEKS               TO WS-TOTAL-WEEKS.
           ADD WS-PLAN-BENEFITS            TO WS-TOTAL-BENEFITS.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE WORK-SHARE-PLAN-FILE.
           CLOSE WORK-SHARE-PARTICIPANT-FILE.
           CLOSE EMPLOYER-REFERENCE-FILE.
           CLOSE PAYMENT-MASTER-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-TOTALS.
      *---------------------------------------------------------------*
           IF  WS-PLAN-COUNT = 0
               MOVE 'NO WORK-SHARE PLANS ON FILE' TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           MOVE SPACES                     TO USAGE-DETAIL-LINE.
           MOVE 'ALL PLANS'                TO UDL-EMPLOYER-NAME.
           MOVE WS-TOTAL-AFFECTED          TO UDL-AFFECTED.
           MOVE WS-TOTAL-ENROLLED          TO UDL-ENROLLED.
           MOVE WS-TOTAL-WEEKS             TO UDL-WEEKS-PAID.
           MOVE WS-TOTAL-BENEFITS          TO UDL-BENEFITS-PAID.
           MOVE USAGE-DETAIL-LINE          TO NEXT-REPORT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 1                          TO LINE-SPACEING.
      *---------------------------------------------------------------*
       8000-READ-PLAN.
      *---------------------------------------------------------------*
           READ WORK-SHARE-PLAN-FILE NEXT RECORD
               AT END SET END-OF-FILE TO TRUE
           END-READ.
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
           MOVE USAGE-HEADING-LINE         TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE USAGE-COLUMN-LINE          TO PRINT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 9120-WRITE-PRINT-LINE.
           ADD  1                          TO PAGE-COUNT.
           MOVE 1                          TO LINE-SPACEING.
           MOVE 4                          TO LINE-COUNT.
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
