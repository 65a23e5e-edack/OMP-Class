       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FPTIME.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    MONTHLY FIRST-PAYMENT TIMELINESS - THE PROMPTNESS MEASURE
      *    THE REGIONAL OFFICE GRADES US ON, FROM OUR OWN DATA.  FOR
      *    EVERY CLMTFILE CLAIM FILED IN THE REPORT MONTH IT FINDS THE
      *    EARLIEST WEEK-ENDING PAID ON PAYMSTR AND COUNTS THE DAYS
      *    FROM THE CLAIM DATE TO THAT WEEK.  THE DAYS ARE DISTRIBUTED
      *    IN 7-DAY BUCKETS BY STATE AND BY INTAKE WEEK (THE WEEK-
      *    ENDING OF THE CLAIM DATE), WITH THE SHARE PAID WITHIN 14
      *    AND WITHIN 21 DAYS.  CLAIMS WITH NO FIRST PAYMENT YET ARE
      *    LISTED SEPARATELY WITH THEIR AGE IN DAYS AS OF THE BUSINESS
      *    DATE.
      *    CD-DATE IS YYYYMMDD AND PM-WEEK-ENDING IS DDMMYYYY - THE
      *    WEEK IS RESHAPED BEFORE THE TWO ARE COMPARED.  CONTINUING
      *    CLAIMS (CD-CLAIM-CLASS 'C') ARE NOT FIRST CLAIMS AND ARE
      *    LEFT OUT.  ADJUSTMENT ROWS AND REVERSED (RETURNED OR STALE-
      *    DATED) PAYMENTS ARE NOT A FIRST PAYMENT; A WEEK WHOLLY
      *    TAKEN BY AN OVERPAYMENT OFFSET IS.
      *
      *    CONTROL INPUT (SYSIN) -
      *      REPORT MONTH       YYYYMM (BLANK = THE MONTH BEFORE THE
      *                         BUSINESS DATE)
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
           SELECT CLAIMANT-DETAIL-FILE ASSIGN TO CLMTFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS CD-DETAIL-KEY
             ALTERNATE RECORD KEY IS CD-CLAIMANT-ID WITH DUPLICATES
             ALTERNATE RECORD KEY IS CD-EMPLOYER-ACCT WITH DUPLICATES
             FILE STATUS  IS CLAIMANT-DETAIL-STATUS.
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
       FD  CLAIMANT-DETAIL-FILE.
       COPY CLMTREC.
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
           05  CLAIMANT-DETAIL-STATUS      PIC X(02).
               88  CLAIMANT-DETAIL-OK            VALUE '00'.
           05  PAYMENT-MASTER-STATUS       PIC X(02).
               88  PAYMENT-MASTER-OK             VALUE '00'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  PAYMENT-SCAN-SW             PIC X(01).
               88  PAYMENT-SCAN-DONE             VALUE 'Y'.
           05  WS-MONTH-CARD               PIC X(06) VALUE SPACE.
           05  WS-REPORT-MONTH             PIC 9(06).
           05  WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
               10  WS-REPORT-YEAR          PIC 9(04).
               10  WS-REPORT-MM            PIC 9(02).
           05  WS-BUSINESS-DATE            PIC 9(08).
           05  WS-FIRST-WEEK               PIC 9(08).
           05  WS-ROW-WEEK                 PIC 9(08).
           05  WS-INTAKE-WEEK              PIC 9(08).
           05  WS-DAYS-TO-PAY              PIC S9(05).
           05  WS-CLAIM-AGE                PIC S9(05).
           05  WS-BUCKET                   PIC S9(04) COMP.
           05  WS-BKT-SUB                  PIC S9(04) COMP.
           05  WS-ROW-COUNT                PIC 9(08) VALUE 0.
           05  WS-SELECTED-COUNT           PIC 9(08) VALUE 0.
           05  WS-PAID-COUNT               PIC 9(08) VALUE 0.
           05  WS-PENDING-COUNT            PIC 9(08) VALUE 0.
           05  WS-WITHIN-COUNT             PIC 9(08).
      *---------------------------------------------------------------*
      *    DISTRIBUTION TABLES - ONE ROW PER STATE AND PER INTAKE
      *    WEEK SEEN, PLUS THE ALL-CLAIMS ROW.  BUCKET 1 IS 0-7 DAYS,
      *    BUCKET 2 8-14 ... BUCKET 7 43 DAYS AND OVER.
      *---------------------------------------------------------------*
       01  STATE-TIMELINESS-TABLE.
           05  STT-ENTRY-COUNT             PIC 9(04) VALUE 0.
           05  STT-ENTRY                   OCCURS 60 TIMES
                                           INDEXED BY STT-INDEX.
               10  STT-STATE               PIC X(03).
               10  STT-PAID-COUNT          PIC 9(07).
               10  STT-BUCKET-COUNT        PIC 9(07) OCCURS 7 TIMES.
       01  INTAKE-WEEK-TIMELINESS-TABLE.
           05  IWT-ENTRY-COUNT             PIC 9(04) VALUE 0.
           05  IWT-ENTRY                   OCCURS 10 TIMES
                                           INDEXED BY IWT-INDEX.
               10  IWT-INTAKE-WEEK         PIC 9(08).
               10  IWT-PAID-COUNT          PIC 9(07).
               10  IWT-BUCKET-COUNT        PIC 9(07) OCCURS 7 TIMES.
       01  ALL-CLAIMS-TIMELINESS.
           05  ALL-PAID-COUNT              PIC 9(07) VALUE 0.
           05  ALL-BUCKET-COUNT            PIC 9(07) OCCURS 7 TIMES.
      *---------------------------------------------------------------*
      *    THE ROW BEING PRINTED, MOVED IN FROM WHICHEVER TABLE.
      *---------------------------------------------------------------*
       01  WS-PRINT-ROW.
           05  WS-PR-KEY                   PIC X(08).
           05  WS-PR-PAID-COUNT            PIC 9(07).
           05  WS-PR-BUCKET-COUNT          PIC 9(07) OCCURS 7 TIMES.
      *---------------------------------------------------------------*
       01  TIMELINESS-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(43) VALUE
               'FIRST-PAYMENT TIMELINESS - CLAIMS FILED IN '.
           05  THL-REPORT-MONTH            PIC 9(06).
           05  FILLER PIC X(03) VALUE ' - '.
           05  THL-SECTION-TITLE           PIC X(30).
      *---------------------------------------------------------------*
       01  DISTRIBUTION-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'STATE/WK     PAID     0-7    8-14   15-21   '.
           05  FILLER PIC X(45) VALUE
               '22-28   29-35   36-42     43+   %LE14   %LE21'.
      *---------------------------------------------------------------*
       01  DISTRIBUTION-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  DDL-KEY                     PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DDL-PAID-COUNT              PIC ZZZ,ZZ9.
           05  DDL-BUCKET-GROUP            OCCURS 7 TIMES.
               10  FILLER                  PIC X(02).
               10  DDL-BUCKET-COUNT        PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DDL-WITHIN-14-PCT           PIC ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DDL-WITHIN-21-PCT           PIC ZZ9.99.
      *---------------------------------------------------------------*
       01  PENDING-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(37) VALUE
               'CLAIM     STATE  CLAIM DATE  AGE DAYS'.
      *---------------------------------------------------------------*
       01  PENDING-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  PDL-CLAIM-ID                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  PDL-STATE                   PIC X(03).
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  PDL-CLAIM-DATE              PIC 9(08).
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  PDL-CLAIM-AGE               PIC ZZZZ,ZZ9.
      *---------------------------------------------------------------*
       01  REPORT-LINES.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
           05  WS-COLUMN-LINE              PIC X(132) VALUE SPACE.
       COPY PRINTCTL.
       COPY BUSDATEC.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           MOVE 'CLAIMS WITH NO FIRST PAYMENT'  TO THL-SECTION-TITLE.
           MOVE PENDING-COLUMN-LINE        TO WS-COLUMN-LINE.
           MOVE 99                         TO LINE-COUNT.
           PERFORM 8000-READ-CLAIMANT-DETAIL.
           PERFORM 2000-MEASURE-ONE-CLAIM
               UNTIL END-OF-FILE.
           IF  WS-PENDING-COUNT = 0
               MOVE 'NONE - EVERY CLAIM IN THE MONTH HAS BEEN PAID'
                                           TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           PERFORM 4000-PRINT-DISTRIBUTIONS.
           PERFORM 3000-CLOSE-FILES.
           DISPLAY '*** FPTIME FIRST-PAYMENT TIMELINESS SUMMARY ***'.
           DISPLAY 'REPORT MONTH         : ', WS-REPORT-MONTH.
           DISPLAY 'DETAIL ROWS READ     : ', WS-ROW-COUNT.
           DISPLAY 'CLAIMS IN MONTH      : ', WS-SELECTED-COUNT.
           DISPLAY 'FIRST PAYMENTS       : ', WS-PAID-COUNT.
           DISPLAY 'NOT YET PAID         : ', WS-PENDING-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT CLAIMANT-DETAIL-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           ACCEPT WS-MONTH-CARD.
           IF  WS-MONTH-CARD IS NUMERIC
               MOVE WS-MONTH-CARD          TO WS-REPORT-MONTH
           ELSE
               MOVE WS-BUSINESS-DATE (1:6) TO WS-REPORT-MONTH
               IF  WS-REPORT-MM = 1
                   SUBTRACT 1              FROM WS-REPORT-YEAR
                   MOVE 12                 TO WS-REPORT-MM
               ELSE
                   SUBTRACT 1              FROM WS-REPORT-MM
               END-IF
           END-IF.
           MOVE WS-REPORT-MONTH            TO THL-REPORT-MONTH.
           MOVE 0                          TO ALL-PAID-COUNT.
           PERFORM 1100-CLEAR-ALL-BUCKET
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 7.
           OPEN INPUT PAYMENT-MASTER-FILE.
           IF NOT PAYMENT-MASTER-OK
               DISPLAY 'PAYMSTR OPEN ERROR : ', PAYMENT-MASTER-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT CLAIMANT-DETAIL-OK
               DISPLAY 'CLMTFILE OPEN ERROR : ', CLAIMANT-DETAIL-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       1100-CLEAR-ALL-BUCKET.
      *---------------------------------------------------------------*
           MOVE 0                          TO ALL-BUCKET-COUNT
                                              (WS-BKT-SUB).
      *---------------------------------------------------------------*
       2000-MEASURE-ONE-CLAIM.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-ROW-COUNT.
      *    CD-DATE IS YYYYMMDD - THE YEAR AND MONTH SIT IN FRONT.
           IF  CD-DATE (1:6) = WS-REPORT-MONTH
               AND NOT CD-CONTINUING-CLAIM
               ADD 1                       TO WS-SELECTED-COUNT
               PERFORM 2100-FIND-FIRST-PAYMENT
               IF  WS-FIRST-WEEK = 99999999
                   PERFORM 2500-LIST-PENDING-CLAIM
               ELSE
                   PERFORM 2200-TALLY-FIRST-PAYMENT
               END-IF
           END-IF.
           PERFORM 8000-READ-CLAIMANT-DETAIL.
      *---------------------------------------------------------------*
       2100-FIND-FIRST-PAYMENT.
      *---------------------------------------------------------------*
      *    PAYMSTR IS KEYED ON THE DDMMYYYY WEEK, SO THE CLAIM'S ROWS
      *    ARE NOT IN DATE ORDER - EVERY ROW IS RESHAPED AND THE
      *    LOWEST KEPT.  99999999 MEANS NO FIRST PAYMENT FOUND.
      *---------------------------------------------------------------*
           MOVE 99999999                   TO WS-FIRST-WEEK.
           MOVE 'N'                        TO PAYMENT-SCAN-SW.
           MOVE CD-CLAIM-ID                TO PM-CLAIM-ID.
           MOVE LOW-VALUES                 TO PM-WEEK-ENDING.
           START PAYMENT-MASTER-FILE KEY IS NOT LESS THAN PM-PAYMENT-KEY
               INVALID KEY
                   MOVE 'Y'                TO PAYMENT-SCAN-SW
           END-START.
           PERFORM 2110-CHECK-ONE-PAYMENT
               UNTIL PAYMENT-SCAN-DONE.
      *---------------------------------------------------------------*
       2110-CHECK-ONE-PAYMENT.
      *---------------------------------------------------------------*
           READ PAYMENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                TO PAYMENT-SCAN-SW
           END-READ.
           IF  NOT PAYMENT-SCAN-DONE
               IF  PM-CLAIM-ID NOT = CD-CLAIM-ID
                   MOVE 'Y'                TO PAYMENT-SCAN-SW
               ELSE
                   IF  PM-PAYMENT-TYPE NOT = 'ADJ'
                       AND NOT PM-REVERSED
                       AND PM-WEEK-ENDING IS NUMERIC
                       COMPUTE WS-ROW-WEEK = PM-WEEK-YYYY * 10000
                           + PM-WEEK-MM * 100 + PM-WEEK-DD
                       IF  WS-ROW-WEEK < WS-FIRST-WEEK
                           MOVE WS-ROW-WEEK TO WS-FIRST-WEEK
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2200-TALLY-FIRST-PAYMENT.
      *---------------------------------------------------------------*
      *    A BACKDATED CLAIM CAN BE PAID FOR A WEEK ENDING BEFORE THE
      *    CLAIM DATE - THAT IS AS PROMPT AS IT GETS, SO IT COUNTS AS
      *    ZERO DAYS.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-PAID-COUNT.
           COMPUTE WS-DAYS-TO-PAY =
               FUNCTION INTEGER-OF-DATE (WS-FIRST-WEEK)
             - FUNCTION INTEGER-OF-DATE (CD-DATE).
           IF  WS-DAYS-TO-PAY < 1
               MOVE 1                      TO WS-BUCKET
           ELSE
               COMPUTE WS-BUCKET = (WS-DAYS-TO-PAY - 1) / 7 + 1
               IF  WS-BUCKET > 7
                   MOVE 7                  TO WS-BUCKET
               END-IF
           END-IF.
           ADD 1                           TO ALL-PAID-COUNT
                                              ALL-BUCKET-COUNT
                                              (WS-BUCKET).
           PERFORM 2300-FIND-STATE-ENTRY.
           ADD 1                           TO STT-PAID-COUNT
                                              (STT-INDEX)
                                              STT-BUCKET-COUNT
                                              (STT-INDEX WS-BUCKET).
           MOVE 'W'                        TO BD-FUNCTION.
           MOVE CD-DATE                    TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-INTAKE-WEEK.
           PERFORM 2400-FIND-INTAKE-WEEK-ENTRY.
           ADD 1                           TO IWT-PAID-COUNT
                                              (IWT-INDEX)
                                              IWT-BUCKET-COUNT
                                              (IWT-INDEX WS-BUCKET).
      *---------------------------------------------------------------*
       2300-FIND-STATE-ENTRY.
      *---------------------------------------------------------------*
           SET STT-INDEX                   TO 1.
           SEARCH STT-ENTRY
               AT END PERFORM 2310-ADD-STATE-ENTRY
               WHEN STT-INDEX > STT-ENTRY-COUNT
                   PERFORM 2310-ADD-STATE-ENTRY
               WHEN STT-STATE (STT-INDEX) = CD-STATE
                   CONTINUE
           END-SEARCH.
      *---------------------------------------------------------------*
       2310-ADD-STATE-ENTRY.
      *---------------------------------------------------------------*
      *    A FULL TABLE FOLDS THE OVERFLOW INTO THE LAST ROW.
           IF  STT-ENTRY-COUNT < 60
               ADD 1                       TO STT-ENTRY-COUNT
               SET STT-INDEX               TO STT-ENTRY-COUNT
               MOVE CD-STATE               TO STT-STATE (STT-INDEX)
               MOVE 0                      TO STT-PAID-COUNT
                                              (STT-INDEX)
               PERFORM 2320-CLEAR-STATE-BUCKET
                   VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB > 7
           ELSE
               SET STT-INDEX               TO 60
           END-IF.
      *---------------------------------------------------------------*
       2320-CLEAR-STATE-BUCKET.
      *---------------------------------------------------------------*
           MOVE 0                          TO STT-BUCKET-COUNT
                                              (STT-INDEX WS-BKT-SUB).
      *---------------------------------------------------------------*
       2400-FIND-INTAKE-WEEK-ENTRY.
      *---------------------------------------------------------------*
           SET IWT-INDEX                   TO 1.
           SEARCH IWT-ENTRY
               AT END PERFORM 2410-ADD-INTAKE-WEEK-ENTRY
               WHEN IWT-INDEX > IWT-ENTRY-COUNT
                   PERFORM 2410-ADD-INTAKE-WEEK-ENTRY
               WHEN IWT-INTAKE-WEEK (IWT-INDEX) = WS-INTAKE-WEEK
                   CONTINUE
           END-SEARCH.
      *---------------------------------------------------------------*
       2410-ADD-INTAKE-WEEK-ENTRY.
      *---------------------------------------------------------------*
           IF  IWT-ENTRY-COUNT < 10
               ADD 1                       TO IWT-ENTRY-COUNT
               SET IWT-INDEX               TO IWT-ENTRY-COUNT
               MOVE WS-INTAKE-WEEK         TO IWT-INTAKE-WEEK
                                              (IWT-INDEX)
               MOVE 0                      TO IWT-PAID-COUNT
                                              (IWT-INDEX)
               PERFORM 2420-CLEAR-WEEK-BUCKET
                   VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB > 7
           ELSE
               SET IWT-INDEX               TO 10
           END-IF.
      *---------------------------------------------------------------*
       2420-CLEAR-WEEK-BUCKET.
      *---------------------------------------------------------------*
           MOVE 0                          TO IWT-BUCKET-COUNT
                                              (IWT-INDEX WS-BKT-SUB).
      *---------------------------------------------------------------*
       2500-LIST-PENDING-CLAIM.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-PENDING-COUNT.
           COMPUTE WS-CLAIM-AGE =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
             - FUNCTION INTEGER-OF-DATE (CD-DATE).
           IF  WS-CLAIM-AGE < 0
               MOVE 0                      TO WS-CLAIM-AGE
           END-IF.
           MOVE CD-CLAIM-ID                TO PDL-CLAIM-ID.
           MOVE CD-STATE                   TO PDL-STATE.
           MOVE CD-DATE                    TO PDL-CLAIM-DATE.
           MOVE WS-CLAIM-AGE               TO PDL-CLAIM-AGE.
           MOVE PENDING-DETAIL-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE CLAIMANT-DETAIL-FILE.
           CLOSE PAYMENT-MASTER-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-DISTRIBUTIONS.
      *---------------------------------------------------------------*
           MOVE DISTRIBUTION-COLUMN-LINE   TO WS-COLUMN-LINE.
           MOVE 'DAYS TO FIRST PAYMENT BY STATE' TO THL-SECTION-TITLE.
           MOVE 99                         TO LINE-COUNT.
           PERFORM 4100-PRINT-STATE-ROW
               VARYING STT-INDEX FROM 1 BY 1
               UNTIL STT-INDEX > STT-ENTRY-COUNT.
           PERFORM 4300-PRINT-ALL-CLAIMS-ROW.
           MOVE 'DAYS TO FIRST PAY BY INTAKE WK' TO THL-SECTION-TITLE.
           MOVE 99                         TO LINE-COUNT.
           PERFORM 4200-PRINT-INTAKE-WEEK-ROW
               VARYING IWT-INDEX FROM 1 BY 1
               UNTIL IWT-INDEX > IWT-ENTRY-COUNT.
           PERFORM 4300-PRINT-ALL-CLAIMS-ROW.
      *---------------------------------------------------------------*
       4100-PRINT-STATE-ROW.
      *---------------------------------------------------------------*
           MOVE STT-STATE (STT-INDEX)      TO WS-PR-KEY.
           MOVE STT-PAID-COUNT (STT-INDEX) TO WS-PR-PAID-COUNT.
           PERFORM 4110-MOVE-STATE-BUCKET
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 7.
           PERFORM 4500-PRINT-DISTRIBUTION-ROW.
      *---------------------------------------------------------------*
       4110-MOVE-STATE-BUCKET.
      *---------------------------------------------------------------*
           MOVE STT-BUCKET-COUNT (STT-INDEX WS-BKT-SUB)
               TO WS-PR-BUCKET-COUNT (WS-BKT-SUB).
      *---------------------------------------------------------------*
       4200-PRINT-INTAKE-WEEK-ROW.
      *---------------------------------------------------------------*
           MOVE IWT-INTAKE-WEEK (IWT-INDEX) TO WS-PR-KEY.
           MOVE IWT-PAID-COUNT (IWT-INDEX) TO WS-PR-PAID-COUNT.
           PERFORM 4210-MOVE-WEEK-BUCKET
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 7.
           PERFORM 4500-PRINT-DISTRIBUTION-ROW.
      *---------------------------------------------------------------*
       4210-MOVE-WEEK-BUCKET.
      *---------------------------------------------------------------*
           MOVE IWT-BUCKET-COUNT (IWT-INDEX WS-BKT-SUB)
               TO WS-PR-BUCKET-COUNT (WS-BKT-SUB).
      *---------------------------------------------------------------*
       4300-PRINT-ALL-CLAIMS-ROW.
      *---------------------------------------------------------------*
           MOVE 'ALL'                      TO WS-PR-KEY.
           MOVE ALL-PAID-COUNT             TO WS-PR-PAID-COUNT.
           PERFORM 4310-MOVE-ALL-BUCKET
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 7.
           MOVE SPACE                      TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 4500-PRINT-DISTRIBUTION-ROW.
      *---------------------------------------------------------------*
       4310-MOVE-ALL-BUCKET.
      *---------------------------------------------------------------*
           MOVE ALL-BUCKET-COUNT (WS-BKT-SUB)
               TO WS-PR-BUCKET-COUNT (WS-BKT-SUB).
      *---------------------------------------------------------------*
       4500-PRINT-DISTRIBUTION-ROW.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO DISTRIBUTION-DETAIL-LINE.
           MOVE WS-PR-KEY                  TO DDL-KEY.
           MOVE WS-PR-PAID-COUNT           TO DDL-PAID-COUNT.
           PERFORM 4510-MOVE-PRINT-BUCKET
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 7.
           IF  WS-PR-PAID-COUNT = 0
               MOVE 0                      TO DDL-WITHIN-14-PCT
                                              DDL-WITHIN-21-PCT
           ELSE
               COMPUTE WS-WITHIN-COUNT = WS-PR-BUCKET-COUNT (1)
                   + WS-PR-BUCKET-COUNT (2)
               COMPUTE DDL-WITHIN-14-PCT ROUNDED =
                   WS-WITHIN-COUNT * 100 / WS-PR-PAID-COUNT
               ADD WS-PR-BUCKET-COUNT (3)  TO WS-WITHIN-COUNT
               COMPUTE DDL-WITHIN-21-PCT ROUNDED =
                   WS-WITHIN-COUNT * 100 / WS-PR-PAID-COUNT
           END-IF.
           MOVE DISTRIBUTION-DETAIL-LINE   TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       4510-MOVE-PRINT-BUCKET.
      *---------------------------------------------------------------*
           MOVE WS-PR-BUCKET-COUNT (WS-BKT-SUB)
               TO DDL-BUCKET-COUNT (WS-BKT-SUB).
      *---------------------------------------------------------------*
       8000-READ-CLAIMANT-DETAIL.
      *---------------------------------------------------------------*
           READ CLAIMANT-DETAIL-FILE
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
           MOVE TIMELINESS-HEADING-LINE    TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE WS-COLUMN-LINE             TO PRINT-LINE.
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
