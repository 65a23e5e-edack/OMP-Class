       IDENTIFICATION DIVISION.
       PROGRAM-ID.  IDVRPT.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    DAILY IDENTITY VERIFICATION HOLD REPORT, IN TWO PARTS -
      *    PART 1 - CLAIMS HELD.  EVERY CLAIM WITH A PAYABLE WEEK ON
      *      CERTFILE THAT BENISS WOULD ISSUE BUT FOR IDENTITY - PAY
      *      STATUS 'F', 'P' OR 'W' WITH A PAYABLE AMOUNT, CLAIM OPEN
      *      ON THE UNEMPLOYMENT-CLAIMS-FILE, WEEK NOT ON PAYMSTR -
      *      WHOSE CLAIMANT IS NOT IN PASS STATUS ON IDVFILE (SEE
      *      IDVREC).  ONE LINE PER CLAIM WITH THE CLAIMANT'S RESULT,
      *      THE WEEKS AND DOLLARS HELD BACK, AND THE AGE OF THE HOLD
      *      IN DAYS FROM THE CERTIFICATION OF THE OLDEST HELD WEEK
      *      TO THE BUSINESS DATE, WITH TOTALS BY AGE BAND.
      *    PART 2 - CLAIMS PAID BEFORE VERIFICATION WAS COMPLETE.
      *      EVERY CLAIM WITH MONEY OUT THE DOOR ON PAYMSTR (NOT
      *      REVERSED, NOT WHOLLY OFFSET) POSTED BEFORE ITS CLAIMANT'S
      *      PASS DATE, OR WHOSE CLAIMANT HAS NEVER PASSED, FOR THE
      *      INTEGRITY UNIT TO FOLLOW UP.
      *    THE CLAIMANT IS THE FIRST CD-CLAIMANT-ID ON THE CLAIM'S
      *    CLMTFILE ROWS.  A CLAIM WITH NO CLAIMANT ID, OR A CLAIMANT
      *    WITH NO RESULT ON FILE, HAS NOT PASSED.
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
           SELECT CERTIFICATION-FILE ASSIGN TO CERTFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS CT-CERT-KEY
             FILE STATUS  IS CERTIFICATION-STATUS.
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
           SELECT CLAIMANT-DETAIL-FILE ASSIGN TO CLMTFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS CD-DETAIL-KEY
             ALTERNATE RECORD KEY IS CD-CLAIMANT-ID WITH DUPLICATES
             ALTERNATE RECORD KEY IS CD-EMPLOYER-ACCT WITH DUPLICATES
             FILE STATUS  IS CLAIMANT-DETAIL-STATUS.
           SELECT IDENTITY-VERIFICATION-FILE ASSIGN TO IDVFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS IV-CLAIMANT-ID
             FILE STATUS  IS IDENTITY-VERIFICATION-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  CERTIFICATION-FILE.
       COPY CERTREC.
      *---------------------------------------------------------------*
       FD  UNEMPLOYMENT-CLAIMS-FILE
            DATA RECORD IS UNEMPLOYMENT-CLAIM.
           COPY UNEMC.
      *---------------------------------------------------------------*
       FD  PAYMENT-MASTER-FILE.
       COPY PAYREC.
      *---------------------------------------------------------------*
       FD  CLAIMANT-DETAIL-FILE.
       COPY CLMTREC.
      *---------------------------------------------------------------*
       FD  IDENTITY-VERIFICATION-FILE.
       COPY IDVREC.
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
           05  CERTIFICATION-STATUS        PIC X(02).
               88  CERTIFICATION-OK              VALUE '00'.
           05  UNEMPLOYMENT-FILE-STATUS    PIC X(02).
               88  UNEMPLOYMENT-FILE-OK          VALUE '00'.
           05  PAYMENT-MASTER-STATUS       PIC X(02).
               88  PAYMENT-MASTER-OK             VALUE '00'.
           05  CLAIMANT-DETAIL-STATUS      PIC X(02).
               88  CLAIMANT-DETAIL-OK            VALUE '00'.
           05  IDENTITY-VERIFICATION-STATUS
                                           PIC X(02).
               88  IDENTITY-VERIFICATION-OK      VALUE '00'.
               88  IDENTITY-VERIFICATION-NEW     VALUE '35'.
           05  IDENTITY-VERIFICATION-OPEN-SW
                                           PIC X(01) VALUE 'N'.
               88  IDENTITY-VERIFICATION-OPEN    VALUE 'Y'.
           05  FILES-OPEN-SW               PIC X VALUE 'Y'.
               88  FILES-OPEN                    VALUE 'Y'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  PAYMENT-EOF-SW              PIC X VALUE 'N'.
               88  PAYMENT-EOF                   VALUE 'Y'.
           05  WS-CLAIMANT-SCAN-SW         PIC X(01).
               88  WS-CLAIMANT-SCAN-DONE         VALUE 'Y'.
           05  WS-CLAIM-OPEN-SW            PIC X(01).
               88  WS-CLAIM-OPEN                 VALUE 'Y'.
           05  WS-REPORT-PART              PIC X(01) VALUE '1'.
               88  WS-HELD-PART                  VALUE '1'.
               88  WS-PAID-PART                  VALUE '2'.
           05  WS-BUSINESS-DATE            PIC 9(08).
           05  WS-TODAY-INTEGER            PIC 9(08).
           05  WS-AGE-DAYS                 PIC S9(05).
           05  WS-WEEK-ENDING              PIC 9(08).
           05  WS-WEEK-ENDING-X REDEFINES WS-WEEK-ENDING.
               10  WS-WEEK-YYYY            PIC 9(04).
               10  WS-WEEK-MM              PIC 9(02).
               10  WS-WEEK-DD              PIC 9(02).
           05  WS-BAND-SUB                 PIC 9(01).
           05  WS-CURRENT-CLAIM-ID         PIC X(08) VALUE SPACE.
           05  WS-CERT-COUNT               PIC 9(08) VALUE 0.
           05  WS-PAYMENT-COUNT            PIC 9(08) VALUE 0.
      *---------------------------------------------------------------*
      *    THE CURRENT CLAIM'S CLAIMANT AND VERIFICATION RESULT.
      *---------------------------------------------------------------*
       01  WS-VERIFICATION-FIELDS.
           05  WS-CLAIMANT-ID              PIC X(10).
           05  WS-IDV-RESULT               PIC X(01).
               88  WS-IDV-PASS                   VALUE 'P'.
           05  WS-IDV-RESULT-NAME          PIC X(14).
           05  WS-IDV-VENDOR               PIC X(10).
           05  WS-IDV-RESULT-DATE          PIC 9(08).
           05  WS-IDV-PASS-DATE            PIC 9(08).
      *---------------------------------------------------------------*
      *    THE CURRENT CLAIM'S HELD OR PAID-EARLY WEEKS.
      *---------------------------------------------------------------*
       01  WS-CLAIM-ACCUMULATORS.
           05  WS-CLAIM-WEEKS              PIC 9(05).
           05  WS-CLAIM-AMOUNT             PIC 9(09)V99.
           05  WS-OLDEST-CERT-DATE         PIC 9(08).
           05  WS-OLDEST-WEEK-ENDING       PIC 9(08).
           05  WS-FIRST-PAID-DATE          PIC 9(08).
           05  WS-LAST-PAID-DATE           PIC 9(08).
      *---------------------------------------------------------------*
       01  WS-REPORT-TOTALS.
           05  WS-HELD-CLAIMS              PIC 9(08) VALUE 0.
           05  WS-HELD-WEEKS               PIC 9(08) VALUE 0.
           05  WS-HELD-AMOUNT              PIC 9(11)V99 VALUE 0.
           05  WS-EARLY-CLAIMS             PIC 9(08) VALUE 0.
           05  WS-EARLY-WEEKS              PIC 9(08) VALUE 0.
           05  WS-EARLY-AMOUNT             PIC 9(11)V99 VALUE 0.
      *---------------------------------------------------------------*
      *    HELD CLAIMS BY AGE OF THE HOLD.
      *---------------------------------------------------------------*
       01  AGE-BAND-NAMES.
           05  FILLER PIC X(23) VALUE '007HELD 0 TO 7 DAYS    '.
           05  FILLER PIC X(23) VALUE '014HELD 8 TO 14 DAYS   '.
           05  FILLER PIC X(23) VALUE '030HELD 15 TO 30 DAYS  '.
           05  FILLER PIC X(23) VALUE '999HELD OVER 30 DAYS   '.
       01  AGE-BAND-TABLE REDEFINES AGE-BAND-NAMES.
           05  ABT-ENTRY                   OCCURS 4 TIMES.
               10  ABT-UPPER-DAYS          PIC 9(03).
               10  ABT-NAME                PIC X(20).
       01  AGE-BAND-TOTALS.
           05  ABC-ENTRY                   OCCURS 4 TIMES.
               10  ABC-CLAIMS              PIC 9(08).
               10  ABC-AMOUNT              PIC 9(11)V99.
      *---------------------------------------------------------------*
       01  REPORT-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'IDVRPT IDENTITY VERIFICATION HOLDS - BUSINES'.
           05  FILLER PIC X(08) VALUE 'S DATE  '.
           05  RHL-BUSINESS-DATE           PIC 9(08).
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  RHL-PART-TITLE              PIC X(44).
      *---------------------------------------------------------------*
       01  HELD-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'CLAIM ID  CLAIMANT    ID STATUS       VENDOR'.
           05  FILLER PIC X(44) VALUE
               '      RESULT   WEEKS OLDEST WK    AGE    AMO'.
           05  FILLER PIC X(08) VALUE 'UNT HELD'.
      *---------------------------------------------------------------*
       01  HELD-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  HDL-CLAIM-ID                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  HDL-CLAIMANT-ID             PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  HDL-STATUS                  PIC X(14).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  HDL-VENDOR                  PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  HDL-RESULT-DATE             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  HDL-WEEKS                   PIC ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  HDL-OLDEST-WEEK             PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  HDL-AGE-DAYS                PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  HDL-AMOUNT                  PIC ZZZ,ZZZ,ZZ9.99.
      *---------------------------------------------------------------*
       01  PAID-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'CLAIM ID  CLAIMANT    ID STATUS       PASS D'.
           05  FILLER PIC X(44) VALUE
               'T  WEEKS FIRST PD    LAST PD     AMOUNT PAID'.
      *---------------------------------------------------------------*
       01  PAID-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  PDL-CLAIM-ID                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  PDL-CLAIMANT-ID             PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  PDL-STATUS                  PIC X(14).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  PDL-PASS-DATE               PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  PDL-WEEKS                   PIC ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  PDL-FIRST-PAID              PIC 9(08).
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  PDL-LAST-PAID               PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  PDL-AMOUNT                  PIC ZZZ,ZZZ,ZZ9.99.
      *---------------------------------------------------------------*
       01  REPORT-TOTAL-LINE.
      *---------------------------------------------------------------*
           05  RTL-LABEL                   PIC X(32).
           05  RTL-CLAIMS                  PIC ZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  RTL-WEEKS                   PIC ZZ,ZZZ,ZZ9
                                           BLANK WHEN ZERO.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  RTL-AMOUNT                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
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
           IF  FILES-OPEN
               PERFORM 8000-READ-CERTIFICATION
               PERFORM 2000-CONSIDER-ONE-WEEK
                   UNTIL END-OF-FILE
               PERFORM 2900-END-HELD-CLAIM
               PERFORM 4000-PRINT-HELD-TOTALS
               SET WS-PAID-PART TO TRUE
               MOVE 'PART 2 - PAID BEFORE VERIFICATION COMPLETE'
                                           TO RHL-PART-TITLE
               MOVE 999                    TO LINE-COUNT
               MOVE SPACE                  TO WS-CURRENT-CLAIM-ID
               MOVE LOW-VALUES             TO PM-PAYMENT-KEY
               START PAYMENT-MASTER-FILE
                   KEY IS NOT LESS THAN PM-PAYMENT-KEY
                   INVALID KEY
                       SET PAYMENT-EOF TO TRUE
               END-START
               PERFORM 8100-READ-PAYMENT
               PERFORM 5000-CONSIDER-ONE-PAYMENT
                   UNTIL PAYMENT-EOF
               PERFORM 5900-END-PAID-CLAIM
               PERFORM 6000-PRINT-PAID-TOTALS
               PERFORM 3000-CLOSE-FILES
           END-IF.
           DISPLAY '*** IDVRPT IDENTITY VERIFICATION HOLDS ***'.
           DISPLAY 'BUSINESS DATE            : ', WS-BUSINESS-DATE.
           DISPLAY 'CERTIFIED WEEKS READ     : ', WS-CERT-COUNT.
           DISPLAY 'CLAIMS HELD              : ', WS-HELD-CLAIMS.
           DISPLAY 'WEEKS HELD               : ', WS-HELD-WEEKS.
           DISPLAY 'PAYMENTS READ            : ', WS-PAYMENT-COUNT.
           DISPLAY 'CLAIMS PAID UNVERIFIED   : ', WS-EARLY-CLAIMS.
           DISPLAY 'WEEKS PAID UNVERIFIED    : ', WS-EARLY-WEEKS.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  CERTIFICATION-FILE.
           OPEN INPUT  UNEMPLOYMENT-CLAIMS-FILE.
           OPEN INPUT  PAYMENT-MASTER-FILE.
           OPEN INPUT  CLAIMANT-DETAIL-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE           TO RHL-BUSINESS-DATE.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
           MOVE 'PART 1 - CLAIMS HELD FOR IDENTITY'
                                           TO RHL-PART-TITLE.
           INITIALIZE AGE-BAND-TOTALS.
           INITIALIZE WS-CLAIM-ACCUMULATORS.
      *    NO VERIFICATION FILE YET MEANS NO CLAIMANT HAS PASSED, THE
      *    SAME AS BENISS TREATS IT.
           OPEN INPUT IDENTITY-VERIFICATION-FILE.
           EVALUATE TRUE
               WHEN IDENTITY-VERIFICATION-OK
                   SET IDENTITY-VERIFICATION-OPEN TO TRUE
               WHEN IDENTITY-VERIFICATION-NEW
                   DISPLAY 'IDVRPT - IDVFILE NOT YET LOADED - NO '
                       'CLAIMANT HAS PASSED IDENTITY VERIFICATION'
               WHEN OTHER
                   DISPLAY 'IDVFILE OPEN ERROR : ',
                       IDENTITY-VERIFICATION-STATUS
                   MOVE 16                 TO RETURN-CODE
                   MOVE 'N'                TO FILES-OPEN-SW
           END-EVALUATE.
           IF NOT CERTIFICATION-OK
               DISPLAY 'CERTFILE OPEN ERROR : ', CERTIFICATION-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT UNEMPLOYMENT-FILE-OK
               DISPLAY 'UNEMPLOYMENT-CLAIMS-FILE OPEN ERROR : ',
                   UNEMPLOYMENT-FILE-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT PAYMENT-MASTER-OK
               DISPLAY 'PAYMSTR OPEN ERROR : ', PAYMENT-MASTER-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT CLAIMANT-DETAIL-OK
               DISPLAY 'CLMTFILE OPEN ERROR : ', CLAIMANT-DETAIL-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
      *---------------------------------------------------------------*
       2000-CONSIDER-ONE-WEEK.
      *---------------------------------------------------------------*
      *    THE SAME TESTS BENISS MAKES BEFORE ITS IDENTITY CHECK.  THE
      *    CLAIM AND ITS CLAIMANT ARE LOOKED UP ONCE, ON ITS FIRST
      *    WEEK - CERTFILE COMES IN CLAIM ORDER.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-CERT-COUNT.
           IF  CT-CLAIM-ID NOT = WS-CURRENT-CLAIM-ID
               PERFORM 2900-END-HELD-CLAIM
               MOVE CT-CLAIM-ID            TO WS-CURRENT-CLAIM-ID
               PERFORM 2100-CHECK-CLAIM-OPEN
               PERFORM 7000-FIND-VERIFICATION
           END-IF.
           IF  (CT-FULL-PAY OR CT-PARTIAL-PAY OR CT-WORK-SHARE-PAY)
               AND CT-PAYABLE-AMOUNT > 0
               AND WS-CLAIM-OPEN
               AND NOT WS-IDV-PASS
               PERFORM 2200-CHECK-ALREADY-PAID
           END-IF.
           PERFORM 8000-READ-CERTIFICATION.
      *---------------------------------------------------------------*
       2100-CHECK-CLAIM-OPEN.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO WS-CLAIM-OPEN-SW.
           MOVE CT-CLAIM-ID
               TO RECORD-ID OF UNEMPLOYMENT-CLAIM.
           READ UNEMPLOYMENT-CLAIMS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  CLAIM-STATUS-OPEN OF UNEMPLOYMENT-CLAIM
                       MOVE 'Y'            TO WS-CLAIM-OPEN-SW
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       2200-CHECK-ALREADY-PAID.
      *---------------------------------------------------------------*
      *    CERTFILE WEEK-ENDING IS YYYYMMDD; PAYMSTR'S IS DDMMYYYY.
      *---------------------------------------------------------------*
           MOVE CT-WEEK-ENDING             TO WS-WEEK-ENDING.
           MOVE CT-CLAIM-ID                TO PM-CLAIM-ID.
           MOVE WS-WEEK-DD                 TO PM-WEEK-DD.
           MOVE WS-WEEK-MM                 TO PM-WEEK-MM.
           MOVE WS-WEEK-YYYY               TO PM-WEEK-YYYY.
           READ PAYMENT-MASTER-FILE
               INVALID KEY
                   PERFORM 2300-TALLY-HELD-WEEK
               NOT INVALID KEY
                   CONTINUE
           END-READ.
      *---------------------------------------------------------------*
       2300-TALLY-HELD-WEEK.
      *---------------------------------------------------------------*
           IF  WS-CLAIM-WEEKS = 0
               OR CT-CERT-DATE < WS-OLDEST-CERT-DATE
               MOVE CT-CERT-DATE           TO WS-OLDEST-CERT-DATE
           END-IF.
           IF  WS-CLAIM-WEEKS = 0
               MOVE CT-WEEK-ENDING         TO WS-OLDEST-WEEK-ENDING
           END-IF.
           ADD 1                           TO WS-CLAIM-WEEKS.
           ADD CT-PAYABLE-AMOUNT           TO WS-CLAIM-AMOUNT.
      *---------------------------------------------------------------*
       2900-END-HELD-CLAIM.
      *---------------------------------------------------------------*
           IF  WS-CLAIM-WEEKS > 0
               COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER -
                   FUNCTION INTEGER-OF-DATE (WS-OLDEST-CERT-DATE)
               IF  WS-AGE-DAYS < 0
                   MOVE 0                  TO WS-AGE-DAYS
               END-IF
               MOVE 1                      TO WS-BAND-SUB
               PERFORM 2910-NEXT-AGE-BAND
                   UNTIL WS-BAND-SUB = 4
                      OR WS-AGE-DAYS NOT > ABT-UPPER-DAYS (WS-BAND-SUB)
               ADD 1                       TO ABC-CLAIMS (WS-BAND-SUB)
               ADD WS-CLAIM-AMOUNT         TO ABC-AMOUNT (WS-BAND-SUB)
               ADD 1                       TO WS-HELD-CLAIMS
               ADD WS-CLAIM-WEEKS          TO WS-HELD-WEEKS
               ADD WS-CLAIM-AMOUNT         TO WS-HELD-AMOUNT
               MOVE WS-CURRENT-CLAIM-ID    TO HDL-CLAIM-ID
               MOVE WS-CLAIMANT-ID         TO HDL-CLAIMANT-ID
               MOVE WS-IDV-RESULT-NAME     TO HDL-STATUS
               MOVE WS-IDV-VENDOR          TO HDL-VENDOR
               MOVE SPACES                 TO HDL-RESULT-DATE
               IF  WS-IDV-RESULT-DATE > 0
                   MOVE WS-IDV-RESULT-DATE TO HDL-RESULT-DATE
               END-IF
               MOVE WS-CLAIM-WEEKS         TO HDL-WEEKS
               MOVE WS-OLDEST-WEEK-ENDING  TO HDL-OLDEST-WEEK
               MOVE WS-AGE-DAYS            TO HDL-AGE-DAYS
               MOVE WS-CLAIM-AMOUNT        TO HDL-AMOUNT
               MOVE HELD-DETAIL-LINE       TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           INITIALIZE WS-CLAIM-ACCUMULATORS.
      *---------------------------------------------------------------*
       2910-NEXT-AGE-BAND.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-BAND-SUB.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE CERTIFICATION-FILE.
           CLOSE UNEMPLOYMENT-CLAIMS-FILE.
           CLOSE PAYMENT-MASTER-FILE.
           CLOSE CLAIMANT-DETAIL-FILE.
           IF  IDENTITY-VERIFICATION-OPEN
               CLOSE IDENTITY-VERIFICATION-FILE
           END-IF.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-HELD-TOTALS.
      *---------------------------------------------------------------*
           IF  WS-HELD-CLAIMS = 0
               MOVE 'NO PAYABLE WEEK IS HELD FOR IDENTITY VERIFICATION'
                                           TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           MOVE 2                          TO LINE-SPACEING.
           MOVE 'CLAIMS HELD - DOLLARS HELD BACK' TO RTL-LABEL.
           MOVE WS-HELD-CLAIMS             TO RTL-CLAIMS.
           MOVE WS-HELD-WEEKS              TO RTL-WEEKS.
           MOVE WS-HELD-AMOUNT             TO RTL-AMOUNT.
           MOVE REPORT-TOTAL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 1                          TO LINE-SPACEING.
           PERFORM 4100-PRINT-BAND-LINE
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 4.
      *---------------------------------------------------------------*
       4100-PRINT-BAND-LINE.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO RTL-LABEL.
           STRING '    ' ABT-NAME (WS-BAND-SUB)
               DELIMITED BY SIZE INTO RTL-LABEL.
           MOVE ABC-CLAIMS (WS-BAND-SUB)   TO RTL-CLAIMS.
           MOVE 0                          TO RTL-WEEKS.
           MOVE ABC-AMOUNT (WS-BAND-SUB)   TO RTL-AMOUNT.
           MOVE REPORT-TOTAL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       5000-CONSIDER-ONE-PAYMENT.
      *---------------------------------------------------------------*
      *    ONLY MONEY THAT WENT OUT COUNTS - A REVERSED ROW OR A WEEK
      *    WHOLLY TAKEN BY AN OFFSET PAID NOTHING.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-PAYMENT-COUNT.
           IF  PM-CLAIM-ID NOT = WS-CURRENT-CLAIM-ID
               PERFORM 5900-END-PAID-CLAIM
               MOVE PM-CLAIM-ID            TO WS-CURRENT-CLAIM-ID
               PERFORM 7000-FIND-VERIFICATION
           END-IF.
           IF  NOT PM-REVERSED
               AND NOT PM-FULLY-OFFSET
               AND PM-AMOUNT-PAID > 0
               AND (WS-IDV-PASS-DATE = 0
                    OR PM-LOAD-DATE < WS-IDV-PASS-DATE)
               PERFORM 5100-TALLY-EARLY-PAYMENT
           END-IF.
           PERFORM 8100-READ-PAYMENT.
      *---------------------------------------------------------------*
       5100-TALLY-EARLY-PAYMENT.
      *---------------------------------------------------------------*
           IF  WS-CLAIM-WEEKS = 0
               OR PM-LOAD-DATE < WS-FIRST-PAID-DATE
               MOVE PM-LOAD-DATE           TO WS-FIRST-PAID-DATE
           END-IF.
           IF  PM-LOAD-DATE > WS-LAST-PAID-DATE
               MOVE PM-LOAD-DATE           TO WS-LAST-PAID-DATE
           END-IF.
           ADD 1                           TO WS-CLAIM-WEEKS.
           ADD PM-AMOUNT-PAID              TO WS-CLAIM-AMOUNT.
      *---------------------------------------------------------------*
       5900-END-PAID-CLAIM.
      *---------------------------------------------------------------*
           IF  WS-CLAIM-WEEKS > 0
               ADD 1                       TO WS-EARLY-CLAIMS
               ADD WS-CLAIM-WEEKS          TO WS-EARLY-WEEKS
               ADD WS-CLAIM-AMOUNT         TO WS-EARLY-AMOUNT
               MOVE WS-CURRENT-CLAIM-ID    TO PDL-CLAIM-ID
               MOVE WS-CLAIMANT-ID         TO PDL-CLAIMANT-ID
               MOVE WS-IDV-RESULT-NAME     TO PDL-STATUS
               MOVE SPACES                 TO PDL-PASS-DATE
               IF  WS-IDV-PASS-DATE > 0
                   MOVE WS-IDV-PASS-DATE   TO PDL-PASS-DATE
               END-IF
               MOVE WS-CLAIM-WEEKS         TO PDL-WEEKS
               MOVE WS-FIRST-PAID-DATE     TO PDL-FIRST-PAID
               MOVE WS-LAST-PAID-DATE      TO PDL-LAST-PAID
               MOVE WS-CLAIM-AMOUNT        TO PDL-AMOUNT
               MOVE PAID-DETAIL-LINE       TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           INITIALIZE WS-CLAIM-ACCUMULATORS.
      *---------------------------------------------------------------*
       6000-PRINT-PAID-TOTALS.
      *---------------------------------------------------------------*
           IF  WS-EARLY-CLAIMS = 0
               MOVE 'NO CLAIM WAS PAID BEFORE IDENTITY VERIFICATION'
                                           TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           MOVE 2                          TO LINE-SPACEING.
           MOVE 'CLAIMS PAID BEFORE VERIFICATION' TO RTL-LABEL.
           MOVE WS-EARLY-CLAIMS            TO RTL-CLAIMS.
           MOVE WS-EARLY-WEEKS             TO RTL-WEEKS.
           MOVE WS-EARLY-AMOUNT            TO RTL-AMOUNT.
           MOVE REPORT-TOTAL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 1                          TO LINE-SPACEING.
      *---------------------------------------------------------------*
       7000-FIND-VERIFICATION.
      *---------------------------------------------------------------*
      *    THE CLAIM'S CLAIMANT FROM ITS FIRST CLMTFILE ROW CARRYING
      *    ONE, THEN THAT CLAIMANT'S RESULT ON IDVFILE.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO WS-VERIFICATION-FIELDS.
           MOVE 0                          TO WS-IDV-RESULT-DATE
                                              WS-IDV-PASS-DATE.
           MOVE SPACES                     TO CD-DETAIL-KEY.
           MOVE WS-CURRENT-CLAIM-ID        TO CD-CLAIM-ID.
           MOVE 0                          TO CD-DATE.
           MOVE 'N'                        TO WS-CLAIMANT-SCAN-SW.
           START CLAIMANT-DETAIL-FILE
               KEY IS NOT LESS THAN CD-DETAIL-KEY
               INVALID KEY
                   MOVE 'Y'                TO WS-CLAIMANT-SCAN-SW
           END-START.
           PERFORM 7100-READ-CLAIMANT-ROW
               UNTIL WS-CLAIMANT-SCAN-DONE.
           IF  WS-CLAIMANT-ID = SPACES
               MOVE 'NO CLAIMANT ID'       TO WS-IDV-RESULT-NAME
           ELSE
               MOVE 'NO RESULT'            TO WS-IDV-RESULT-NAME
           END-IF.
           IF  WS-CLAIMANT-ID NOT = SPACES
               AND IDENTITY-VERIFICATION-OPEN
               MOVE WS-CLAIMANT-ID         TO IV-CLAIMANT-ID
               READ IDENTITY-VERIFICATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 7200-NOTE-VERIFICATION
               END-READ
           END-IF.
      *---------------------------------------------------------------*
       7100-READ-CLAIMANT-ROW.
      *---------------------------------------------------------------*
           READ CLAIMANT-DETAIL-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                TO WS-CLAIMANT-SCAN-SW
           END-READ.
           IF  NOT WS-CLAIMANT-SCAN-DONE
               IF  CD-CLAIM-ID NOT = WS-CURRENT-CLAIM-ID
                   MOVE 'Y'                TO WS-CLAIMANT-SCAN-SW
               ELSE
                   IF  CD-CLAIMANT-ID NOT = SPACES
                       MOVE CD-CLAIMANT-ID TO WS-CLAIMANT-ID
                       MOVE 'Y'            TO WS-CLAIMANT-SCAN-SW
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       7200-NOTE-VERIFICATION.
      *---------------------------------------------------------------*
           MOVE IV-RESULT                  TO WS-IDV-RESULT.
           MOVE IV-VENDOR                  TO WS-IDV-VENDOR.
           MOVE IV-RESULT-DATE             TO WS-IDV-RESULT-DATE.
           MOVE IV-PASS-DATE               TO WS-IDV-PASS-DATE.
           EVALUATE TRUE
               WHEN IV-PASS
                   MOVE 'PASS'             TO WS-IDV-RESULT-NAME
               WHEN IV-FAIL
                   MOVE 'FAIL'             TO WS-IDV-RESULT-NAME
               WHEN IV-PENDING
                   MOVE 'PENDING'          TO WS-IDV-RESULT-NAME
               WHEN IV-MANUAL-REVIEW
                   MOVE 'MANUAL REVIEW'    TO WS-IDV-RESULT-NAME
               WHEN OTHER
                   MOVE 'UNKNOWN RESULT'   TO WS-IDV-RESULT-NAME
           END-EVALUATE.
      *---------------------------------------------------------------*
       8000-READ-CERTIFICATION.
      *---------------------------------------------------------------*
           READ CERTIFICATION-FILE NEXT RECORD
               AT END SET END-OF-FILE TO TRUE
           END-READ.
      *---------------------------------------------------------------*
       8100-READ-PAYMENT.
      *---------------------------------------------------------------*
           IF  NOT PAYMENT-EOF
               READ PAYMENT-MASTER-FILE NEXT RECORD
                   AT END SET PAYMENT-EOF TO TRUE
               END-READ
           END-IF.
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
           MOVE REPORT-HEADING-LINE        TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           IF  WS-HELD-PART
               MOVE HELD-COLUMN-LINE       TO PRINT-LINE
           ELSE
               MOVE PAID-COLUMN-LINE       TO PRINT-LINE
           END-IF.
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
