       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RISWEEP.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    BENEFIT-FILE REFERENTIAL INTEGRITY SWEEP - THE BENEFIT
      *    FILES ALL KEY ON THE EIGHT-CHARACTER CLAIM ID BUT NOTHING
      *    ELSE HOLDS THEM TO THE CLAIMS FILE OR TO EACH OTHER.  THIS
      *    NIGHTLY RUN READS EACH OF THEM END TO END AND CHECKS -
      *      RULE 1  EVERY CLAIM ID ON PAYMSTR, CERTFILE, OVPFILE,
      *              APPFILE AND QCFILE IS ON THE CLAIMS FILE (UNDD).
      *              ONE VIOLATION PER CLAIM PER FILE.
      *      RULE 2  NO PAYMENT WEEK ENDS AFTER THE CLAIM-STATUS-DATE
      *              OF A CLOSED, EXHAUSTED OR VOIDED CLAIM.  A
      *              REVERSED ROW (RETURNED OR STALE-DATED) PAID
      *              NOTHING AND IS LEFT OUT.
      *      RULE 3  NO CERTIFICATION EXISTS FOR A VOIDED CLAIM.
      *      RULE 4  NO PENDING APPEAL EXISTS ON A CLAIM THAT WAS
      *              NEVER PAID (NO UNREVERSED PAYMSTR WEEK) OR
      *              DENIED (NO DENIED ISSUE ON ISSFILE AND NOT
      *              MONETARILY INELIGIBLE ON DETMSTR) - THERE IS
      *              NOTHING TO APPEAL.
      *    VIOLATIONS PRINT GROUPED BY RULE AND EACH ONE IS RAISED
      *    TO THE EXCEPTION HUB THROUGH EXCWRITE, KEYED ON CLAIM ID
      *    PLUS THE DATE OF THE OFFENDING ROW.  RETURN CODE 4 WHEN
      *    ANY RULE IS BROKEN.  A BENEFIT FILE NOT YET CREATED HAS
      *    NOTHING TO SWEEP; ANY OTHER OPEN FAILURE ENDS THE RUN.
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
           SELECT UNEMPLOYMENT-CLAIMS-FILE ASSIGN TO UNDD
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS RECORD-ID OF UNEMPLOYMENT-CLAIM
             ALTERNATE RECORD KEY IS RECORD-DATE OF UNEMPLOYMENT-CLAIM
                 WITH DUPLICATES
             FILE STATUS  IS UNEMPLOYMENT-FILE-STATUS.
           SELECT PAYMENT-MASTER-FILE ASSIGN TO PAYMSTR
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS PM-PAYMENT-KEY
             FILE STATUS  IS PAYMENT-MASTER-STATUS.
           SELECT CERTIFICATION-FILE ASSIGN TO CERTFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS CT-CERT-KEY
             FILE STATUS  IS CERTIFICATION-STATUS.
           SELECT OVERPAYMENT-FILE ASSIGN TO OVPFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS OV-CLAIM-ID
             FILE STATUS  IS OVERPAYMENT-STATUS.
           SELECT APPEAL-FILE ASSIGN TO APPFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS AP-CLAIM-ID
             FILE STATUS  IS APPEAL-FILE-STATUS.
           SELECT SAMPLE-CONTROL-FILE ASSIGN TO QCFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS QC-CASE-KEY
             FILE STATUS  IS SAMPLE-CONTROL-STATUS.
           SELECT ISSUE-FILE ASSIGN TO ISSFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS NI-ISSUE-KEY
             FILE STATUS  IS ISSUE-FILE-STATUS.
           SELECT DETERMINATION-FILE ASSIGN TO DETMSTR
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS MD-CLAIM-ID
             FILE STATUS  IS DETERMINATION-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWORK.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  UNEMPLOYMENT-CLAIMS-FILE.
       COPY UNEMC.
      *---------------------------------------------------------------*
       FD  PAYMENT-MASTER-FILE.
       COPY PAYREC.
      *---------------------------------------------------------------*
       FD  CERTIFICATION-FILE.
       COPY CERTREC.
      *---------------------------------------------------------------*
       FD  OVERPAYMENT-FILE.
       COPY OVPREC.
      *---------------------------------------------------------------*
       FD  APPEAL-FILE.
       COPY APPREC.
      *---------------------------------------------------------------*
       FD  SAMPLE-CONTROL-FILE.
       COPY QCREC.
      *---------------------------------------------------------------*
       FD  ISSUE-FILE.
       COPY ISSREC.
      *---------------------------------------------------------------*
       FD  DETERMINATION-FILE.
       COPY MDETREC.
      *---------------------------------------------------------------*
      *    ONE ROW PER VIOLATION - BY RULE, THEN FILE, THEN CLAIM.
      *---------------------------------------------------------------*
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  RV-RULE                     PIC 9(01).
           05  RV-FILE-SEQ                 PIC 9(01).
           05  RV-CLAIM-ID                 PIC X(08).
           05  RV-SEQUENCE                 PIC 9(07).
           05  RV-SOURCE                   PIC X(08).
           05  RV-ROW-DATE                 PIC 9(08).
           05  RV-DETAIL                   PIC X(60).
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
           05  UNEMPLOYMENT-FILE-STATUS    PIC X(02).
               88  UNEMPLOYMENT-FILE-OK          VALUE '00' '02'.
           05  PAYMENT-MASTER-STATUS       PIC X(02).
               88  PAYMENT-MASTER-OK             VALUE '00'.
               88  PAYMENT-MASTER-NEW            VALUE '35'.
           05  CERTIFICATION-STATUS        PIC X(02).
               88  CERTIFICATION-OK              VALUE '00'.
               88  CERTIFICATION-NEW             VALUE '35'.
           05  OVERPAYMENT-STATUS          PIC X(02).
               88  OVERPAYMENT-OK                VALUE '00'.
               88  OVERPAYMENT-NEW               VALUE '35'.
           05  APPEAL-FILE-STATUS          PIC X(02).
               88  APPEAL-FILE-OK                VALUE '00'.
               88  APPEAL-FILE-NEW               VALUE '35'.
           05  SAMPLE-CONTROL-STATUS       PIC X(02).
               88  SAMPLE-CONTROL-OK             VALUE '00'.
               88  SAMPLE-CONTROL-NEW            VALUE '35'.
           05  ISSUE-FILE-STATUS           PIC X(02).
               88  ISSUE-FILE-OK                 VALUE '00'.
               88  ISSUE-FILE-NEW                VALUE '35'.
           05  DETERMINATION-STATUS        PIC X(02).
               88  DETERMINATION-OK              VALUE '00'.
               88  DETERMINATION-NEW             VALUE '35'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  SCAN-EOF-SW                 PIC X(01).
               88  SCAN-EOF                      VALUE 'Y'.
           05  PROBE-EOF-SW                PIC X(01).
               88  PROBE-EOF                     VALUE 'Y'.
           05  SORT-EOF-SW                 PIC X(01).
               88  SORT-EOF                      VALUE 'Y'.
           05  CLAIM-ON-FILE-SW            PIC X(01).
               88  CLAIM-ON-FILE                 VALUE 'Y'.
           05  CLAIM-PAID-SW               PIC X(01).
               88  CLAIM-PAID                    VALUE 'Y'.
           05  CLAIM-DENIED-SW             PIC X(01).
               88  CLAIM-DENIED                  VALUE 'Y'.
           05  WS-BUSINESS-DATE            PIC 9(08).
           05  WS-CLAIM-ID                 PIC X(08).
           05  WS-LAST-CLAIM-ID            PIC X(08).
           05  WS-CLAIM-STATUS-CODE        PIC X(01).
               88  WS-CLAIM-ENDED                VALUE 'C' 'E' 'V'.
               88  WS-CLAIM-VOIDED               VALUE 'V'.
           05  WS-CLAIM-STATUS-DATE        PIC 9(08).
           05  WS-ROW-DATE                 PIC 9(08).
           05  WS-FILE-SEQ                 PIC 9(01).
           05  WS-RULE                     PIC 9(01).
           05  WS-SEQUENCE                 PIC 9(07) VALUE 0.
           05  WS-RULE-COUNT               PIC 9(07).
           05  WS-QC-WEEK                  PIC 9(08).
           05  WS-QC-WEEK-PARTS REDEFINES WS-QC-WEEK.
               10  WS-QC-WEEK-DD           PIC 9(02).
               10  WS-QC-WEEK-MM           PIC 9(02).
               10  WS-QC-WEEK-YYYY         PIC 9(04).
           05  WS-VIOLATION-COUNT          PIC 9(07) VALUE 0.
      *---------------------------------------------------------------*
      *    THE BENEFIT FILES SWEPT, IN SWEEP ORDER, WITH THE ROWS
      *    READ AND WHETHER THE FILE WAS THERE TO READ.
      *---------------------------------------------------------------*
       01  SWEPT-FILE-VALUES.
           05  FILLER PIC X(08) VALUE 'PAYMSTR '.
           05  FILLER PIC X(08) VALUE 'CERTFILE'.
           05  FILLER PIC X(08) VALUE 'OVPFILE '.
           05  FILLER PIC X(08) VALUE 'APPFILE '.
           05  FILLER PIC X(08) VALUE 'QCFILE  '.
       01  SWEPT-FILE-TABLE REDEFINES SWEPT-FILE-VALUES.
           05  SFT-DD-NAME                 PIC X(08) OCCURS 5 TIMES.
       01  SWEPT-FILE-STATE.
           05  SFT-STATE                   OCCURS 5 TIMES.
               10  SFT-AVAILABLE-SW        PIC X(01) VALUE 'N'.
                   88  SFT-AVAILABLE             VALUE 'Y'.
               10  SFT-ROW-COUNT           PIC 9(09) VALUE 0.
      *---------------------------------------------------------------*
      *    RULE TEXT - SECTION TITLE FOR THE LISTING, MESSAGE FOR
      *    THE EXCEPTION HUB.
      *---------------------------------------------------------------*
       01  RULE-TEXT-VALUES.
           05  FILLER PIC X(50) VALUE
               'RULE 1 - CLAIM ID NOT ON THE CLAIMS FILE          '.
           05  FILLER PIC X(40) VALUE
               'CLAIM ID NOT ON THE CLAIMS FILE         '.
           05  FILLER PIC X(50) VALUE
               'RULE 2 - PAYMENT WEEK AFTER CLAIM CLOSED/EXHAUSTED'.
           05  FILLER PIC X(40) VALUE
               'PAYMENT WEEK AFTER CLAIM CLOSED/EXH/VOID'.
           05  FILLER PIC X(50) VALUE
               'RULE 3 - CERTIFICATION ON A VOIDED CLAIM          '.
           05  FILLER PIC X(40) VALUE
               'CERTIFICATION ON A VOIDED CLAIM         '.
           05  FILLER PIC X(50) VALUE
               'RULE 4 - PENDING APPEAL, CLAIM NEVER PAID/DENIED  '.
           05  FILLER PIC X(40) VALUE
               'PENDING APPEAL - CLAIM NEVER PAID/DENIED'.
       01  RULE-TEXT-TABLE REDEFINES RULE-TEXT-VALUES.
           05  RTT-ENTRY                   OCCURS 4 TIMES.
               10  RTT-TITLE               PIC X(50).
               10  RTT-MESSAGE             PIC X(40).
      *---------------------------------------------------------------*
      *    VIOLATION DETAIL LAYOUTS, MOVED TO RV-DETAIL.
      *---------------------------------------------------------------*
       01  ORPHAN-DETAIL.
           05  FILLER PIC X(30) VALUE
               'NOT ON UNDD - FIRST ROW DATED '.
           05  ORD-FIRST-DATE              PIC 9(08).
       01  ENDED-CLAIM-DETAIL.
           05  ECD-ROW-TEXT                PIC X(14).
           05  FILLER PIC X(10) VALUE ' - STATUS '.
           05  ECD-STATUS-CODE             PIC X(01).
           05  FILLER PIC X(04) VALUE ' ON '.
           05  ECD-STATUS-DATE             PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ECD-EXTRA-TEXT              PIC X(21).
       01  APPEAL-DETAIL.
           05  FILLER PIC X(22) VALUE
               'PENDING APPEAL LEVEL '.
           05  APD-LEVEL                   PIC X(01).
           05  FILLER PIC X(37) VALUE
               ' - NO PAID WEEK, NO DENIAL ON FILE   '.
      *---------------------------------------------------------------*
       01  SWEEP-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'RISWEEP BENEFIT-FILE INTEGRITY SWEEP  AS OF '.
           05  SHL-BUSINESS-DATE           PIC 9(08).
           05  FILLER PIC X(08) VALUE '   PAGE '.
           05  SHL-PAGE-COUNT              PIC ZZ9.
      *---------------------------------------------------------------*
       01  SWEEP-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(40) VALUE
               'FILE      CLAIM ID  ROW DATE  DETAIL    '.
      *---------------------------------------------------------------*
       01  VIOLATION-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  VDL-SOURCE                  PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  VDL-CLAIM-ID                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  VDL-ROW-DATE                PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  VDL-DETAIL                  PIC X(60).
      *---------------------------------------------------------------*
       01  RULE-TOTAL-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(20) VALUE '  VIOLATIONS       :'.
           05  RTL-COUNT                   PIC Z,ZZZ,ZZ9.
      *---------------------------------------------------------------*
       01  FILE-COUNT-LINE.
      *---------------------------------------------------------------*
           05  FCL-DD-NAME                 PIC X(08).
           05  FILLER PIC X(12) VALUE ' ROWS READ :'.
           05  FCL-ROW-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  FCL-NOTE                    PIC X(30).
      *---------------------------------------------------------------*
       01  REPORT-LINES.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
       COPY PRINTCTL.
       COPY BUSDATEC.
       COPY EXCLOGC.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           IF  NOT END-OF-FILE
               SORT SORT-FILE
                   ON ASCENDING KEY RV-RULE
                                    RV-FILE-SEQ
                                    RV-CLAIM-ID
                                    RV-SEQUENCE
                   INPUT PROCEDURE 2000-SWEEP-BENEFIT-FILES
                   OUTPUT PROCEDURE 4000-PRINT-VIOLATIONS
               PERFORM 4500-PRINT-FILE-COUNTS
           END-IF.
           PERFORM 3000-CLOSE-FILES.
           IF  WS-VIOLATION-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4                      TO RETURN-CODE
           END-IF.
           DISPLAY '*** RISWEEP INTEGRITY SWEEP SUMMARY ***'.
           DISPLAY 'PAYMSTR ROWS READ   : ', SFT-ROW-COUNT (1).
           DISPLAY 'CERTFILE ROWS READ  : ', SFT-ROW-COUNT (2).
           DISPLAY 'OVPFILE ROWS READ   : ', SFT-ROW-COUNT (3).
           DISPLAY 'APPFILE ROWS READ   : ', SFT-ROW-COUNT (4).
           DISPLAY 'QCFILE ROWS READ    : ', SFT-ROW-COUNT (5).
           DISPLAY 'VIOLATIONS RAISED   : ', WS-VIOLATION-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE           TO SHL-BUSINESS-DATE.
           OPEN INPUT UNEMPLOYMENT-CLAIMS-FILE.
           IF NOT UNEMPLOYMENT-FILE-OK
               DISPLAY 'UNDD OPEN ERROR : ', UNEMPLOYMENT-FILE-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *    A BENEFIT FILE NOT YET CREATED HOLDS NO ROWS TO BREAK A
      *    RULE; ANY OTHER FAILURE ENDS THE RUN.
           OPEN INPUT PAYMENT-MASTER-FILE.
           IF  PAYMENT-MASTER-OK
               MOVE 'Y'                    TO SFT-AVAILABLE-SW (1)
           ELSE
               IF NOT PAYMENT-MASTER-NEW
                   DISPLAY 'PAYMSTR OPEN ERROR : ',
                       PAYMENT-MASTER-STATUS
                   MOVE 16                 TO RETURN-CODE
                   SET END-OF-FILE TO TRUE
               END-IF
           END-IF.
           OPEN INPUT CERTIFICATION-FILE.
           IF  CERTIFICATION-OK
               MOVE 'Y'                    TO SFT-AVAILABLE-SW (2)
           ELSE
               IF NOT CERTIFICATION-NEW
                   DISPLAY 'CERTFILE OPEN ERROR : ',
                       CERTIFICATION-STATUS
                   MOVE 16                 TO RETURN-CODE
                   SET END-OF-FILE TO TRUE
               END-IF
           END-IF.
           OPEN INPUT OVERPAYMENT-FILE.
           IF  OVERPAYMENT-OK
               MOVE 'Y'                    TO SFT-AVAILABLE-SW (3)
           ELSE
               IF NOT OVERPAYMENT-NEW
                   DISPLAY 'OVPFILE OPEN ERROR : ', OVERPAYMENT-STATUS
                   MOVE 16                 TO RETURN-CODE
                   SET END-OF-FILE TO TRUE
               END-IF
           END-IF.
           OPEN INPUT APPEAL-FILE.
           IF  APPEAL-FILE-OK
               MOVE 'Y'                    TO SFT-AVAILABLE-SW (4)
           ELSE
               IF NOT APPEAL-FILE-NEW
                   DISPLAY 'APPFILE OPEN ERROR : ', APPEAL-FILE-STATUS
                   MOVE 16                 TO RETURN-CODE
                   SET END-OF-FILE TO TRUE
               END-IF
           END-IF.
           OPEN INPUT SAMPLE-CONTROL-FILE.
           IF  SAMPLE-CONTROL-OK
               MOVE 'Y'                    TO SFT-AVAILABLE-SW (5)
           ELSE
               IF NOT SAMPLE-CONTROL-NEW
                   DISPLAY 'QCFILE OPEN ERROR : ',
                       SAMPLE-CONTROL-STATUS
                   MOVE 16                 TO RETURN-CODE
                   SET END-OF-FILE TO TRUE
               END-IF
           END-IF.
           OPEN INPUT ISSUE-FILE.
           IF NOT ISSUE-FILE-OK AND NOT ISSUE-FILE-NEW
               DISPLAY 'ISSFILE OPEN ERROR : ', ISSUE-FILE-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           OPEN INPUT DETERMINATION-FILE.
           IF NOT DETERMINATION-OK AND NOT DETERMINATION-NEW
               DISPLAY 'DETMSTR OPEN ERROR : ', DETERMINATION-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       2000-SWEEP-BENEFIT-FILES.
      *---------------------------------------------------------------*
           IF  SFT-AVAILABLE (1)
               PERFORM 2100-SWEEP-PAYMENTS
           END-IF.
           IF  SFT-AVAILABLE (2)
               PERFORM 2200-SWEEP-CERTIFICATIONS
           END-IF.
           IF  SFT-AVAILABLE (3)
               PERFORM 2300-SWEEP-OVERPAYMENTS
           END-IF.
           IF  SFT-AVAILABLE (4)
               PERFORM 2400-SWEEP-APPEALS
           END-IF.
           IF  SFT-AVAILABLE (5)
               PERFORM 2500-SWEEP-QC-CASES
           END-IF.
      *---------------------------------------------------------------*
       2050-CHECK-CLAIM-ON-FILE.
      *---------------------------------------------------------------*
      *    ONE CLAIMS-FILE PROBE PER CLAIM PER BENEFIT FILE - THE
      *    FILES ARE IN CLAIM ORDER, SO A CHANGE OF CLAIM ID IS THE
      *    BREAK.  AN ORPHAN IS RAISED ONCE, AT ITS FIRST ROW.
      *---------------------------------------------------------------*
           IF  WS-CLAIM-ID NOT = WS-LAST-CLAIM-ID
               MOVE WS-CLAIM-ID            TO WS-LAST-CLAIM-ID
               MOVE WS-CLAIM-ID            TO RECORD-ID
                                              OF UNEMPLOYMENT-CLAIM
               READ UNEMPLOYMENT-CLAIMS-FILE
                   INVALID KEY
                       MOVE 'N'            TO CLAIM-ON-FILE-SW
                       MOVE SPACE          TO WS-CLAIM-STATUS-CODE
                       MOVE 0              TO WS-CLAIM-STATUS-DATE
                       MOVE WS-ROW-DATE    TO ORD-FIRST-DATE
                       MOVE ORPHAN-DETAIL  TO RV-DETAIL
                       MOVE 1              TO WS-RULE
                       PERFORM 2900-RELEASE-VIOLATION
                   NOT INVALID KEY
                       MOVE 'Y'            TO CLAIM-ON-FILE-SW
                       MOVE CLAIM-STATUS-CODE
                                           TO WS-CLAIM-STATUS-CODE
                       MOVE CLAIM-STATUS-DATE
                                           TO WS-CLAIM-STATUS-DATE
               END-READ
           END-IF.
      *---------------------------------------------------------------*
       2100-SWEEP-PAYMENTS.
      *---------------------------------------------------------------*
           MOVE 1                          TO WS-FILE-SEQ.
           MOVE HIGH-VALUES                TO WS-LAST-CLAIM-ID.
           MOVE 'N'                        TO SCAN-EOF-SW.
           PERFORM 8100-READ-NEXT-PAYMENT.
           PERFORM 2110-CHECK-PAYMENT-WEEK
               UNTIL SCAN-EOF.
      *---------------------------------------------------------------*
       2110-CHECK-PAYMENT-WEEK.
      *---------------------------------------------------------------*
           ADD 1                           TO SFT-ROW-COUNT (1).
           MOVE PM-CLAIM-ID                TO WS-CLAIM-ID.
           COMPUTE WS-ROW-DATE =
               PM-WEEK-YYYY * 10000 + PM-WEEK-MM * 100 + PM-WEEK-DD.
           PERFORM 2050-CHECK-CLAIM-ON-FILE.
           IF  CLAIM-ON-FILE
               AND WS-CLAIM-ENDED
               AND WS-CLAIM-STATUS-DATE > 0
               AND WS-ROW-DATE > WS-CLAIM-STATUS-DATE
               AND NOT PM-REVERSED
               MOVE 'PAID WEEK     '       TO ECD-ROW-TEXT
               MOVE WS-CLAIM-STATUS-CODE   TO ECD-STATUS-CODE
               MOVE WS-CLAIM-STATUS-DATE   TO ECD-STATUS-DATE
               MOVE 'TYPE'                 TO ECD-EXTRA-TEXT
               MOVE PM-PAYMENT-TYPE        TO ECD-EXTRA-TEXT (6:3)
               MOVE ENDED-CLAIM-DETAIL     TO RV-DETAIL
               MOVE 2                      TO WS-RULE
               PERFORM 2900-RELEASE-VIOLATION
           END-IF.
           PERFORM 8100-READ-NEXT-PAYMENT.
      *---------------------------------------------------------------*
       2200-SWEEP-CERTIFICATIONS.
      *---------------------------------------------------------------*
           MOVE 2                          TO WS-FILE-SEQ.
           MOVE HIGH-VALUES                TO WS-LAST-CLAIM-ID.
           MOVE 'N'                        TO SCAN-EOF-SW.
           PERFORM 8200-READ-NEXT-CERTIFICATION.
           PERFORM 2210-CHECK-CERTIFIED-WEEK
               UNTIL SCAN-EOF.
      *---------------------------------------------------------------*
       2210-CHECK-CERTIFIED-WEEK.
      *---------------------------------------------------------------*
           ADD 1                           TO SFT-ROW-COUNT (2).
           MOVE CT-CLAIM-ID                TO WS-CLAIM-ID.
           MOVE CT-WEEK-ENDING             TO WS-ROW-DATE.
           PERFORM 2050-CHECK-CLAIM-ON-FILE.
           IF  CLAIM-ON-FILE
               AND WS-CLAIM-VOIDED
               MOVE 'CERTIFIED WEEK'       TO ECD-ROW-TEXT
               MOVE WS-CLAIM-STATUS-CODE   TO ECD-STATUS-CODE
               MOVE WS-CLAIM-STATUS-DATE   TO ECD-STATUS-DATE
               MOVE 'CERTIFIED'            TO ECD-EXTRA-TEXT
               MOVE CT-CERT-DATE           TO ECD-EXTRA-TEXT (11:8)
               MOVE ENDED-CLAIM-DETAIL     TO RV-DETAIL
               MOVE 3                      TO WS-RULE
               PERFORM 2900-RELEASE-VIOLATION
           END-IF.
           PERFORM 8200-READ-NEXT-CERTIFICATION.
      *---------------------------------------------------------------*
       2300-SWEEP-OVERPAYMENTS.
      *---------------------------------------------------------------*
           MOVE 3                          TO WS-FILE-SEQ.
           MOVE HIGH-VALUES                TO WS-LAST-CLAIM-ID.
           MOVE 'N'                        TO SCAN-EOF-SW.
           PERFORM 8300-READ-NEXT-OVERPAYMENT.
           PERFORM 2310-CHECK-OVERPAYMENT
               UNTIL SCAN-EOF.
      *---------------------------------------------------------------*
       2310-CHECK-OVERPAYMENT.
      *---------------------------------------------------------------*
           ADD 1                           TO SFT-ROW-COUNT (3).
           MOVE OV-CLAIM-ID                TO WS-CLAIM-ID.
           MOVE OV-ESTABLISH-DATE          TO WS-ROW-DATE.
           PERFORM 2050-CHECK-CLAIM-ON-FILE.
           PERFORM 8300-READ-NEXT-OVERPAYMENT.
      *---------------------------------------------------------------*
       2400-SWEEP-APPEALS.
      *---------------------------------------------------------------*
           MOVE 4                          TO WS-FILE-SEQ.
           MOVE HIGH-VALUES                TO WS-LAST-CLAIM-ID.
           MOVE 'N'                        TO SCAN-EOF-SW.
           PERFORM 8400-READ-NEXT-APPEAL.
           PERFORM 2410-CHECK-APPEAL
               UNTIL SCAN-EOF.
      *---------------------------------------------------------------*
       2410-CHECK-APPEAL.
      *---------------------------------------------------------------*
           ADD 1                           TO SFT-ROW-COUNT (4).
           MOVE AP-CLAIM-ID                TO WS-CLAIM-ID.
           MOVE AP-FILING-DATE             TO WS-ROW-DATE.
           PERFORM 2050-CHECK-CLAIM-ON-FILE.
           IF  AP-PENDING
               PERFORM 2420-CHECK-CLAIM-PAID
               PERFORM 2430-CHECK-CLAIM-DENIED
               IF  NOT CLAIM-PAID AND NOT CLAIM-DENIED
                   MOVE AP-LEVEL           TO APD-LEVEL
                   MOVE APPEAL-DETAIL      TO RV-DETAIL
                   MOVE 4                  TO WS-RULE
                   PERFORM 2900-RELEASE-VIOLATION
               END-IF
           END-IF.
           PERFORM 8400-READ-NEXT-APPEAL.
      *---------------------------------------------------------------*
       2420-CHECK-CLAIM-PAID.
      *---------------------------------------------------------------*
      *    ANY UNREVERSED PAYMSTR WEEK FOR THE CLAIM.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO CLAIM-PAID-SW.
           IF  SFT-AVAILABLE (1)
               MOVE WS-CLAIM-ID            TO PM-CLAIM-ID
               MOVE 0                      TO PM-WEEK-ENDING
               MOVE 'N'                    TO PROBE-EOF-SW
               START PAYMENT-MASTER-FILE
                   KEY IS NOT LESS THAN PM-PAYMENT-KEY
                   INVALID KEY
                       SET PROBE-EOF TO TRUE
               END-START
               PERFORM 2425-PROBE-PAYMENT-WEEK
                   UNTIL PROBE-EOF OR CLAIM-PAID
           END-IF.
      *---------------------------------------------------------------*
       2425-PROBE-PAYMENT-WEEK.
      *---------------------------------------------------------------*
           READ PAYMENT-MASTER-FILE NEXT RECORD
               AT END SET PROBE-EOF TO TRUE
           END-READ.
           IF  NOT PROBE-EOF
               IF  PM-CLAIM-ID NOT = WS-CLAIM-ID
                   SET PROBE-EOF TO TRUE
               ELSE
                   IF  NOT PM-REVERSED
                       MOVE 'Y'            TO CLAIM-PAID-SW
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2430-CHECK-CLAIM-DENIED.
      *---------------------------------------------------------------*
      *    A DENIED NONMONETARY ISSUE, OR A MONETARY DETERMINATION
      *    OF INELIGIBLE.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO CLAIM-DENIED-SW.
           IF  ISSUE-FILE-OK
               MOVE WS-CLAIM-ID            TO NI-CLAIM-ID
               MOVE LOW-VALUES             TO NI-ISSUE-TYPE
               MOVE 'N'                    TO PROBE-EOF-SW
               START ISSUE-FILE
                   KEY IS NOT LESS THAN NI-ISSUE-KEY
                   INVALID KEY
                       SET PROBE-EOF TO TRUE
               END-START
               PERFORM 2435-PROBE-ISSUE
                   UNTIL PROBE-EOF OR CLAIM-DENIED
           END-IF.
           IF  DETERMINATION-OK
               AND NOT CLAIM-DENIED
               MOVE WS-CLAIM-ID            TO MD-CLAIM-ID
               READ DETERMINATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  MD-INELIGIBLE
                           MOVE 'Y'        TO CLAIM-DENIED-SW
                       END-IF
               END-READ
           END-IF.
      *---------------------------------------------------------------*
       2435-PROBE-ISSUE.
      *---------------------------------------------------------------*
           READ ISSUE-FILE NEXT RECORD
               AT END SET PROBE-EOF TO TRUE
           END-READ.
           IF  NOT PROBE-EOF
               IF  NI-CLAIM-ID NOT = WS-CLAIM-ID
                   SET PROBE-EOF TO TRUE
               ELSE
                   IF  NI-DETERMINED AND NI-DENIED
                       MOVE 'Y'            TO CLAIM-DENIED-SW
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2500-SWEEP-QC-CASES.
      *---------------------------------------------------------------*
           MOVE 5                          TO WS-FILE-SEQ.
           MOVE HIGH-VALUES                TO WS-LAST-CLAIM-ID.
           MOVE 'N'                        TO SCAN-EOF-SW.
           PERFORM 8500-READ-NEXT-QC-CASE.
           PERFORM 2510-CHECK-QC-CASE
               UNTIL SCAN-EOF.
      *---------------------------------------------------------------*
       2510-CHECK-QC-CASE.
      *---------------------------------------------------------------*
      *    THE SAMPLE WEEK IS DDMMYYYY - RESHAPED FOR THE LISTING.
           ADD 1                           TO SFT-ROW-COUNT (5).
           MOVE QC-CLAIM-ID                TO WS-CLAIM-ID.
           MOVE QC-SAMPLE-WEEK             TO WS-QC-WEEK.
           COMPUTE WS-ROW-DATE =
               WS-QC-WEEK-YYYY * 10000 + WS-QC-WEEK-MM * 100
               + WS-QC-WEEK-DD.
           PERFORM 2050-CHECK-CLAIM-ON-FILE.
           PERFORM 8500-READ-NEXT-QC-CASE.
      *---------------------------------------------------------------*
       2900-RELEASE-VIOLATION.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-SEQUENCE
                                              WS-VIOLATION-COUNT.
           MOVE WS-RULE                    TO RV-RULE.
           MOVE WS-FILE-SEQ                TO RV-FILE-SEQ.
           MOVE WS-CLAIM-ID                TO RV-CLAIM-ID.
           MOVE WS-SEQUENCE                TO RV-SEQUENCE.
           MOVE SFT-DD-NAME (WS-FILE-SEQ)  TO RV-SOURCE.
           MOVE WS-ROW-DATE                TO RV-ROW-DATE.
           RELEASE SORT-RECORD.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE UNEMPLOYMENT-CLAIMS-FILE.
           IF  SFT-AVAILABLE (1)
               CLOSE PAYMENT-MASTER-FILE
           END-IF.
           IF  SFT-AVAILABLE (2)
               CLOSE CERTIFICATION-FILE
           END-IF.
           IF  SFT-AVAILABLE (3)
               CLOSE OVERPAYMENT-FILE
           END-IF.
           IF  SFT-AVAILABLE (4)
               CLOSE APPEAL-FILE
           END-IF.
           IF  SFT-AVAILABLE (5)
               CLOSE SAMPLE-CONTROL-FILE
           END-IF.
           IF  ISSUE-FILE-OK
               CLOSE ISSUE-FILE
           END-IF.
           IF  DETERMINATION-OK
               CLOSE DETERMINATION-FILE
           END-IF.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-VIOLATIONS.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO SORT-EOF-SW.
           PERFORM 8700-RETURN-VIOLATION.
           PERFORM 4100-PRINT-ONE-RULE
               VARYING WS-RULE FROM 1 BY 1
               UNTIL WS-RULE > 4.
      *---------------------------------------------------------------*
       4100-PRINT-ONE-RULE.
      *---------------------------------------------------------------*
           MOVE 0                          TO WS-RULE-COUNT.
           MOVE 2                          TO LINE-SPACEING.
           MOVE RTT-TITLE (WS-RULE)        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 1                          TO LINE-SPACEING.
           PERFORM 4200-PRINT-AND-RAISE
               UNTIL SORT-EOF OR RV-RULE NOT = WS-RULE.
           IF  WS-RULE-COUNT = 0
               MOVE '  NONE'               TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           ELSE
               MOVE WS-RULE-COUNT          TO RTL-COUNT
               MOVE RULE-TOTAL-LINE        TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
      *---------------------------------------------------------------*
       4200-PRINT-AND-RAISE.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-RULE-COUNT.
           MOVE RV-SOURCE                  TO VDL-SOURCE.
           MOVE RV-CLAIM-ID                TO VDL-CLAIM-ID.
           MOVE RV-ROW-DATE                TO VDL-ROW-DATE.
           MOVE RV-DETAIL                  TO VDL-DETAIL.
           MOVE VIOLATION-DETAIL-LINE      TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'RISWEEP'                  TO EX-SOURCE-PROGRAM.
           MOVE 'E'                        TO EX-SEVERITY.
           MOVE RV-CLAIM-ID                TO EX-KEY (1:8).
           MOVE RV-ROW-DATE                TO EX-KEY (9:8).
           MOVE RTT-MESSAGE (WS-RULE)      TO EX-MESSAGE.
           CALL 'EXCWRITE' USING EXCWRITE-REQUEST.
           PERFORM 8700-RETURN-VIOLATION.
      *---------------------------------------------------------------*
       4500-PRINT-FILE-COUNTS.
      *---------------------------------------------------------------*
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 4510-PRINT-ONE-FILE-COUNT
               VARYING WS-FILE-SEQ FROM 1 BY 1
               UNTIL WS-FILE-SEQ > 5.
      *---------------------------------------------------------------*
       4510-PRINT-ONE-FILE-COUNT.
      *---------------------------------------------------------------*
           MOVE SFT-DD-NAME (WS-FILE-SEQ)  TO FCL-DD-NAME.
           MOVE SFT-ROW-COUNT (WS-FILE-SEQ) TO FCL-ROW-COUNT.
           IF  SFT-AVAILABLE (WS-FILE-SEQ)
               MOVE SPACES                 TO FCL-NOTE
           ELSE
               MOVE 'NOT YET CREATED - NOT SWEPT' TO FCL-NOTE
           END-IF.
           MOVE FILE-COUNT-LINE            TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 1                          TO LINE-SPACEING.
      *---------------------------------------------------------------*
       8100-READ-NEXT-PAYMENT.
      *---------------------------------------------------------------*
           READ PAYMENT-MASTER-FILE NEXT RECORD
               AT END SET SCAN-EOF TO TRUE
           END-READ.
      *---------------------------------------------------------------*
       8200-READ-NEXT-CERTIFICATION.
      *---------------------------------------------------------------*
           READ CERTIFICATION-FILE NEXT RECORD
               AT END SET SCAN-EOF TO TRUE
           END-READ.
      *---------------------------------------------------------------*
       8300-READ-NEXT-OVERPAYMENT.
      *---------------------------------------------------------------*
           READ OVERPAYMENT-FILE NEXT RECORD
               AT END SET SCAN-EOF TO TRUE
           END-READ.
      *---------------------------------------------------------------*
       8400-READ-NEXT-APPEAL.
      *---------------------------------------------------------------*
           READ APPEAL-FILE NEXT RECORD
               AT END SET SCAN-EOF TO TRUE
           END-READ.
      *---------------------------------------------------------------*
       8500-READ-NEXT-QC-CASE.
      *---------------------------------------------------------------*
           READ SAMPLE-CONTROL-FILE NEXT RECORD
               AT END SET SCAN-EOF TO TRUE
           END-READ.
      *---------------------------------------------------------------*
       8700-RETURN-VIOLATION.
      *---------------------------------------------------------------*
           RETURN SORT-FILE
               AT END SET SORT-EOF TO TRUE.
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
           MOVE PAGE-COUNT                 TO SHL-PAGE-COUNT.
           MOVE SWEEP-HEADING-LINE         TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE SWEEP-COLUMN-LINE          TO PRINT-LINE.
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
