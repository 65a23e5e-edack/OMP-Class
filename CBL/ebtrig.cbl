       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EBTRIG.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    WEEKLY EXTENDED BENEFITS TRIGGER DETERMINATION - TAKES THE
      *    WEEK'S CONTINUING CLAIMS FROM THE UNEMPLOYMENT-CLAIMS-FILE
      *    OVER THE COVERED EMPLOYMENT ON LABFORRF (THE SAME INSURED
      *    UNEMPLOYMENT RATE UNEMSUM PRINTS), KEEPS IT ON THE EBHIST
      *    RATE HISTORY (SEE EBTREC) AND APPLIES THE TRIGGER TEST -
      *      ON-INDICATOR  THE 13-WEEK AVERAGE RATE IS AT LEAST THE
      *                    EBIURMIN THRESHOLD AND AT LEAST EBPCTPRI
      *                    PERCENT OF THE AVERAGE FOR THE SAME 13
      *                    WEEKS IN EACH OF THE TWO PRIOR YEARS.  A
      *                    PRIOR YEAR NOT ON THE HISTORY FAILS THE
      *                    TEST - BACK WEEKS CAN BE LOADED BY CARD.
      *      ON            THE INDICATOR IS MET AND EB WAS OFF.
      *      OFF           THE INDICATOR IS NOT MET AND THE PERIOD HAS
      *                    RUN THE MANDATORY EBMINWKS MINIMUM; UNTIL
      *                    THEN EB STAYS ON WHATEVER THE RATE DOES.
      *    PRINTS THE TRIGGER NOTICE ON PRTLINE.  A CHANGE IN TRIGGER
      *    STATUS IS ALSO RAISED IN THE EXCEPTION HUB THROUGH
      *    EXCWRITE, AND UNEMPAY READS THE WEEK'S STATUS BEFORE IT
      *    LOADS ANY EXT PAYMENT.  RETURN CODE 4 WHEN THERE IS NO
      *    COVERED EMPLOYMENT FOR THE WEEK (NOTHING IS WRITTEN).
      *
      *    SYSIN CARD - COL 1-8 WEEK-ENDING YYYYMMDD.  BLANK MEANS THE
      *    LAST COMPLETED WEEK BEFORE THE BUSINESS DATE.
      *
      *    PARMFILE PARAMETERS (SEE PARMC) -
      *      EBIURMIN  THRESHOLD RATE 9V99 AS THREE DIGITS (DEFAULT
      *                500 = 5.00 PERCENT)
      *      EBPCTPRI  PERCENT OF EACH PRIOR YEAR 9(3) (DEFAULT 120)
      *      EBMINWKS  MINIMUM WEEKS ON 9(2) (DEFAULT 13)
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
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS RECORD-ID OF UNEMPLOYMENT-CLAIM
             ALTERNATE RECORD KEY IS RECORD-DATE OF UNEMPLOYMENT-CLAIM
                 WITH DUPLICATES
             FILE STATUS  IS UNEMPLOYMENT-FILE-STATUS.
           SELECT EB-HISTORY-FILE ASSIGN TO EBHIST
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS EB-WEEK-ENDING
             FILE STATUS  IS EB-HISTORY-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  UNEMPLOYMENT-CLAIMS-FILE
            DATA RECORD IS UNEMPLOYMENT-CLAIM.
           COPY UNEMC.
      *---------------------------------------------------------------*
       FD  EB-HISTORY-FILE.
       COPY EBTREC.
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
               88  UNEMPLOYMENT-FILE-OK          VALUE '00'.
           05  EB-HISTORY-STATUS           PIC X(02).
               88  EB-HISTORY-OK                 VALUE '00'.
               88  EB-HISTORY-NEW                VALUE '35'.
           05  FILES-OPEN-SW               PIC X VALUE 'Y'.
               88  FILES-OPEN                    VALUE 'Y'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  WS-WEEK-CARD                PIC X(08) VALUE SPACE.
           05  WS-BUSINESS-DATE            PIC 9(08).
           05  WS-TRIGGER-WEEK             PIC 9(08).
           05  WS-TRIGGER-WEEK-R REDEFINES WS-TRIGGER-WEEK.
               10  WS-TW-YYYY              PIC 9(04).
               10  WS-TW-MM                PIC 9(02).
               10  WS-TW-DD                PIC 9(02).
           05  WS-TRIGGER-WEEK-DDMMYYYY.
               10  WS-TD-DD                PIC 9(02).
               10  WS-TD-MM                PIC 9(02).
               10  WS-TD-YYYY              PIC 9(04).
           05  WS-TRIGGER-PERIOD           PIC 9(06).
           05  WS-LF-PERIOD-USED           PIC 9(06) VALUE 0.
           05  WS-CONTINUING-CLAIMS        PIC 9(09) VALUE 0.
           05  WS-COVERED-EMP              PIC 9(09) VALUE 0.
           05  WS-WEEK-IUR                 PIC 9(03)V99 VALUE 0.
           05  WS-IUR-THRESHOLD            PIC 9V99 VALUE 5.00.
           05  WS-PRIOR-PERCENT            PIC 9(03) VALUE 120.
           05  WS-MINIMUM-WEEKS            PIC 9(02) VALUE 13.
           05  WS-LF-SUB                   PIC S9(04) COMP.
           05  WS-WEEK-SUB                 PIC S9(04) COMP.
           05  WS-TRIGGER-DAY-NO           PIC 9(08).
           05  WS-PROBE-WEEK               PIC 9(08).
           05  WS-YEARS-BACK               PIC 9(01).
           05  WS-RATE-SUM                 PIC 9(05)V99.
           05  WS-RATE-WEEKS               PIC 9(02).
           05  WS-AVERAGE-RATE             PIC 9(03)V99.
           05  WS-PRIOR-1-PCT              PIC 9(05)V99 VALUE 0.
           05  WS-PRIOR-2-PCT              PIC 9(05)V99 VALUE 0.
           05  WS-WEEKS-ON                 PIC 9(04) VALUE 0.
           05  WS-PRIOR-STATUS             PIC X(01) VALUE 'F'.
               88  WS-PRIOR-WAS-ON               VALUE 'O'.
           05  WS-PRIOR-ON-SINCE           PIC 9(08) VALUE 0.
           05  WS-HELD-ON-SW               PIC X(01) VALUE 'N'.
               88  WS-HELD-ON-BY-MINIMUM         VALUE 'Y'.
           05  WS-UNDD-ROWS                PIC 9(08) VALUE 0.
      *---------------------------------------------------------------*
      *    THE WEEK'S ROW, BUILT HERE AND WRITTEN LAST, SO THE
      *    HISTORY PROBES FOR THE AVERAGES DO NOT DISTURB IT.
      *---------------------------------------------------------------*
       01  WS-NEW-TRIGGER-ROW              PIC X(77).
      *---------------------------------------------------------------*
       01  EB-EDIT-FIELDS.
      *---------------------------------------------------------------*
           05  EBE-COUNT                   PIC ZZZ,ZZZ,ZZ9.
           05  EBE-RATE                    PIC ZZ9.99.
           05  EBE-WEEKS                   PIC Z9.
           05  EBE-PERCENT                 PIC ZZ,ZZ9.99.
      *---------------------------------------------------------------*
       01  NOTICE-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'EXTENDED BENEFITS TRIGGER NOTICE - WEEK ENDI'.
           05  FILLER PIC X(03) VALUE 'NG '.
           05  NHL-WEEK-ENDING             PIC 9(08).
      *---------------------------------------------------------------*
       01  NOTICE-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  NDL-LABEL                   PIC X(44).
           05  NDL-VALUE                   PIC X(40).
      *---------------------------------------------------------------*
       01  REPORT-LINES.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
       COPY PRINTCTL.
       COPY BUSDATEC.
       COPY PARMC.
       COPY LABFORC.
       COPY EXCLOGC.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           IF  FILES-OPEN
               PERFORM 8000-READ-UNEMPLOYMENT-FILE
               PERFORM 2000-COUNT-CONTINUING-CLAIMS
                   UNTIL END-OF-FILE
               PERFORM 2100-FIND-COVERED-EMPLOYMENT
               IF  WS-COVERED-EMP = 0
                   DISPLAY 'EBTRIG - NO COVERED EMPLOYMENT ON LABFORRF'
                       ' FOR ', WS-TRIGGER-PERIOD, ' - NO DETERMINATION'
                   MOVE 4                  TO RETURN-CODE
                   MOVE 'NO COVERED EMPLOYMENT ON LABFORRF FOR THE'
                       TO NDL-LABEL
                   MOVE 'WEEK - NO TRIGGER DETERMINATION MADE'
                       TO NDL-VALUE
                   MOVE NOTICE-DETAIL-LINE TO NEXT-REPORT-LINE
                   PERFORM 9000-PRINT-REPORT-LINE
               ELSE
                   PERFORM 2200-COMPUTE-RATES
                   PERFORM 2300-APPLY-TRIGGER-TEST
                   PERFORM 2400-KEEP-TRIGGER-HISTORY
                   PERFORM 4000-PRINT-TRIGGER-NOTICE
                   IF  EB-CHANGED-THIS-WEEK
                       PERFORM 2500-RAISE-STATUS-CHANGE
                   END-IF
               END-IF
               PERFORM 3000-CLOSE-FILES
           END-IF.
           DISPLAY '*** EBTRIG EXTENDED BENEFITS TRIGGER SUMMARY ***'.
           DISPLAY 'TRIGGER WEEK         : ', WS-TRIGGER-WEEK.
           DISPLAY 'CLAIM ROWS FOR WEEK  : ', WS-UNDD-ROWS.
           DISPLAY 'CONTINUING CLAIMS    : ', WS-CONTINUING-CLAIMS.
           DISPLAY 'COVERED EMPLOYMENT   : ', WS-COVERED-EMP.
           DISPLAY 'TRIGGER STATUS       : ', EB-STATUS.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT UNEMPLOYMENT-CLAIMS-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           ACCEPT WS-WEEK-CARD.
           IF  WS-WEEK-CARD IS NUMERIC
               MOVE WS-WEEK-CARD           TO WS-TRIGGER-WEEK
           ELSE
               MOVE 'W'                    TO BD-FUNCTION
               COMPUTE BD-IN-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE) - 7)
               CALL 'BUSDATE' USING BUSDATE-REQUEST
               MOVE BD-OUT-DATE            TO WS-TRIGGER-WEEK
           END-IF.
           MOVE WS-TRIGGER-WEEK            TO NHL-WEEK-ENDING.
           MOVE WS-TW-DD                   TO WS-TD-DD.
           MOVE WS-TW-MM                   TO WS-TD-MM.
           MOVE WS-TW-YYYY                 TO WS-TD-YYYY.
           MOVE WS-TRIGGER-WEEK (1:6)      TO WS-TRIGGER-PERIOD.
           COMPUTE WS-TRIGGER-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-TRIGGER-WEEK).
           MOVE 'EBIURMIN'                 TO PL-PARM-ID.
           MOVE WS-BUSINESS-DATE           TO PL-AS-OF-DATE.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND AND PL-VALUE (1:3) IS NUMERIC
               MOVE PL-VALUE (1:3)         TO WS-IUR-THRESHOLD (1:3)
           END-IF.
           MOVE 'EBPCTPRI'                 TO PL-PARM-ID.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND AND PL-VALUE (1:3) IS NUMERIC
               MOVE PL-VALUE (1:3)         TO WS-PRIOR-PERCENT
           END-IF.
           MOVE 'EBMINWKS'                 TO PL-PARM-ID.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND AND PL-VALUE (1:2) IS NUMERIC
               MOVE PL-VALUE (1:2)         TO WS-MINIMUM-WEEKS
           END-IF.
           CALL 'LABFORLD' USING LABOR-FORCE-TABLE.
           OPEN I-O EB-HISTORY-FILE.
           IF  EB-HISTORY-NEW
      *        FIRST TRIGGER RUN - CREATE THE FILE EMPTY, THEN REOPEN
      *        FOR UPDATE, THE SAME DANCE STATEMNT DOES FOR A
      *        BRAND-NEW REFERENCE CLUSTER.
               OPEN OUTPUT EB-HISTORY-FILE
               CLOSE       EB-HISTORY-FILE
               OPEN I-O    EB-HISTORY-FILE
           END-IF.
           IF NOT UNEMPLOYMENT-FILE-OK
               DISPLAY 'UNDD OPEN ERROR : ', UNEMPLOYMENT-FILE-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT EB-HISTORY-OK
               DISPLAY 'EBHIST OPEN ERROR : ', EB-HISTORY-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
      *---------------------------------------------------------------*
       2000-COUNT-CONTINUING-CLAIMS.
      *---------------------------------------------------------------*
      *    RECORD-DATE IS DDMMYYYY - MATCHED AGAINST THE RESHAPED WEEK.
      *---------------------------------------------------------------*
           IF  RECORD-DATE OF UNEMPLOYMENT-CLAIM =
                   WS-TRIGGER-WEEK-DDMMYYYY
               ADD 1                       TO WS-UNDD-ROWS
               ADD CT-AGE-CONTINUING OF UNEMPLOYMENT-CLAIM
                   TO WS-CONTINUING-CLAIMS
           END-IF.
           PERFORM 8000-READ-UNEMPLOYMENT-FILE.
      *---------------------------------------------------------------*
       2100-FIND-COVERED-EMPLOYMENT.
      *---------------------------------------------------------------*
      *    EMPLOYMENT LEVELS ARE PUBLISHED BEHIND THE CLAIMS, SO THE
      *    LATEST PERIOD NOT AFTER THE WEEK'S MONTH IS USED.
      *---------------------------------------------------------------*
           PERFORM 2110-CHECK-ONE-PERIOD
               VARYING WS-LF-SUB FROM 1 BY 1
               UNTIL WS-LF-SUB > LF-ENTRY-COUNT.
      *---------------------------------------------------------------*
       2110-CHECK-ONE-PERIOD.
      *---------------------------------------------------------------*
           IF  LF-PERIOD (WS-LF-SUB) NOT > WS-TRIGGER-PERIOD
               AND LF-PERIOD (WS-LF-SUB) > WS-LF-PERIOD-USED
               AND LF-COVERED-EMP (WS-LF-SUB) > 0
               MOVE LF-PERIOD (WS-LF-SUB)  TO WS-LF-PERIOD-USED
               MOVE LF-COVERED-EMP (WS-LF-SUB) TO WS-COVERED-EMP
           END-IF.
      *---------------------------------------------------------------*
       2200-COMPUTE-RATES.
      *---------------------------------------------------------------*
           COMPUTE WS-WEEK-IUR ROUNDED =
               WS-CONTINUING-CLAIMS * 100 / WS-COVERED-EMP
               ON SIZE ERROR
                   MOVE 999.99             TO WS-WEEK-IUR
           END-COMPUTE.
           MOVE SPACES                     TO EB-TRIGGER-RECORD.
           MOVE WS-TRIGGER-WEEK            TO EB-WEEK-ENDING.
           MOVE WS-CONTINUING-CLAIMS       TO EB-CONTINUING-CLAIMS.
           MOVE WS-COVERED-EMP             TO EB-COVERED-EMP.
           MOVE WS-WEEK-IUR                TO EB-WEEK-IUR.
           MOVE EB-TRIGGER-RECORD          TO WS-NEW-TRIGGER-ROW.
      *    THE CURRENT 13 WEEKS - THIS WEEK FROM HAND, THE 12 BEFORE
      *    IT FROM THE HISTORY.
           MOVE 0                          TO WS-YEARS-BACK.
           PERFORM 2210-AVERAGE-13-WEEKS.
           MOVE WS-NEW-TRIGGER-ROW         TO EB-TRIGGER-RECORD.
           MOVE WS-AVERAGE-RATE            TO EB-AVERAGE-IUR.
           MOVE WS-RATE-WEEKS              TO EB-AVERAGE-WEEKS.
           MOVE EB-TRIGGER-RECORD          TO WS-NEW-TRIGGER-ROW.
           MOVE 1                          TO WS-YEARS-BACK.
           PERFORM 2210-AVERAGE-13-WEEKS.
           MOVE WS-NEW-TRIGGER-ROW         TO EB-TRIGGER-RECORD.
           MOVE WS-AVERAGE-RATE            TO EB-PRIOR-1-IUR.
           MOVE EB-TRIGGER-RECORD          TO WS-NEW-TRIGGER-ROW.
           MOVE 2                          TO WS-YEARS-BACK.
           PERFORM 2210-AVERAGE-13-WEEKS.
           MOVE WS-NEW-TRIGGER-ROW         TO EB-TRIGGER-RECORD.
           MOVE WS-AVERAGE-RATE            TO EB-PRIOR-2-IUR.
           MOVE EB-TRIGGER-RECORD          TO WS-NEW-TRIGGER-ROW.
      *---------------------------------------------------------------*
       2210-AVERAGE-13-WEEKS.
      *---------------------------------------------------------------*
      *    A YEAR BACK IS 52 WEEKS (364 DAYS) SO THE PROBES LAND ON
      *    THE SAME WEEKDAY AS THE TRIGGER WEEK.
      *---------------------------------------------------------------*
           MOVE 0                          TO WS-RATE-SUM
                                              WS-RATE-WEEKS
                                              WS-AVERAGE-RATE.
           PERFORM 2220-ADD-ONE-WEEK-RATE
               VARYING WS-WEEK-SUB FROM 0 BY 1
               UNTIL WS-WEEK-SUB > 12.
           IF  WS-RATE-WEEKS > 0
               COMPUTE WS-AVERAGE-RATE ROUNDED =
                   WS-RATE-SUM / WS-RATE-WEEKS
           END-IF.
      *---------------------------------------------------------------*
       2220-ADD-ONE-WEEK-RATE.
      *---------------------------------------------------------------*
           IF  WS-YEARS-BACK = 0 AND WS-WEEK-SUB = 0
               ADD WS-WEEK-IUR             TO WS-RATE-SUM
               ADD 1                       TO WS-RATE-WEEKS
           ELSE
               COMPUTE WS-PROBE-WEEK = FUNCTION DATE-OF-INTEGER
                   (WS-TRIGGER-DAY-NO - WS-YEARS-BACK * 364
                    - WS-WEEK-SUB * 7)
               MOVE WS-PROBE-WEEK          TO EB-WEEK-ENDING
               READ EB-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD EB-WEEK-IUR     TO WS-RATE-SUM
                       ADD 1               TO WS-RATE-WEEKS
               END-READ
           END-IF.
      *---------------------------------------------------------------*
       2300-APPLY-TRIGGER-TEST.
      *---------------------------------------------------------------*
      *    STATUS COMING IN IS LAST WEEK'S ROW; NO ROW MEANS OFF.
      *---------------------------------------------------------------*
           COMPUTE WS-PROBE-WEEK = FUNCTION DATE-OF-INTEGER
               (WS-TRIGGER-DAY-NO - 7).
           MOVE WS-PROBE-WEEK              TO EB-WEEK-ENDING.
           READ EB-HISTORY-FILE
               INVALID KEY
                   MOVE 'F'                TO WS-PRIOR-STATUS
                   MOVE 0                  TO WS-PRIOR-ON-SINCE
               NOT INVALID KEY
                   MOVE EB-STATUS          TO WS-PRIOR-STATUS
                   MOVE EB-ON-SINCE        TO WS-PRIOR-ON-SINCE
           END-READ.
           MOVE WS-NEW-TRIGGER-ROW         TO EB-TRIGGER-RECORD.
           IF  EB-PRIOR-1-IUR > 0
               COMPUTE WS-PRIOR-1-PCT ROUNDED =
                   EB-AVERAGE-IUR * 100 / EB-PRIOR-1-IUR
           END-IF.
           IF  EB-PRIOR-2-IUR > 0
               COMPUTE WS-PRIOR-2-PCT ROUNDED =
                   EB-AVERAGE-IUR * 100 / EB-PRIOR-2-IUR
           END-IF.
           IF  EB-AVERAGE-IUR NOT < WS-IUR-THRESHOLD
               AND EB-PRIOR-1-IUR > 0
               AND EB-PRIOR-2-IUR > 0
               AND WS-PRIOR-1-PCT NOT < WS-PRIOR-PERCENT
               AND WS-PRIOR-2-PCT NOT < WS-PRIOR-PERCENT
               MOVE 'Y'                    TO EB-ON-INDICATOR
           ELSE
               MOVE 'N'                    TO EB-ON-INDICATOR
           END-IF.
           MOVE 'N'                        TO EB-STATUS-CHANGED.
           EVALUATE TRUE
               WHEN EB-INDICATOR-MET AND WS-PRIOR-WAS-ON
                   MOVE 'O'                TO EB-STATUS
                   MOVE WS-PRIOR-ON-SINCE  TO EB-ON-SINCE
               WHEN EB-INDICATOR-MET
                   MOVE 'O'                TO EB-STATUS
                   MOVE 'Y'                TO EB-STATUS-CHANGED
                   MOVE WS-TRIGGER-WEEK    TO EB-ON-SINCE
               WHEN WS-PRIOR-WAS-ON
                   COMPUTE WS-WEEKS-ON =
                       (WS-TRIGGER-DAY-NO
                        - FUNCTION INTEGER-OF-DATE (WS-PRIOR-ON-SINCE))
                       / 7
                   IF  WS-WEEKS-ON < WS-MINIMUM-WEEKS
                       MOVE 'O'            TO EB-STATUS
                       MOVE WS-PRIOR-ON-SINCE TO EB-ON-SINCE
                       MOVE 'Y'            TO WS-HELD-ON-SW
                   ELSE
                       MOVE 'F'            TO EB-STATUS
                       MOVE 'Y'            TO EB-STATUS-CHANGED
                       MOVE 0              TO EB-ON-SINCE
                   END-IF
               WHEN OTHER
                   MOVE 'F'                TO EB-STATUS
                   MOVE 0                  TO EB-ON-SINCE
           END-EVALUATE.
           MOVE WS-BUSINESS-DATE           TO EB-RUN-DATE.
      *---------------------------------------------------------------*
       2400-KEEP-TRIGGER-HISTORY.
      *---------------------------------------------------------------*
           WRITE EB-TRIGGER-RECORD
               INVALID KEY
                   REWRITE EB-TRIGGER-RECORD
           END-WRITE.
      *---------------------------------------------------------------*
       2500-RAISE-STATUS-CHANGE.
      *---------------------------------------------------------------*
           MOVE 'EBTRIG'                   TO EX-SOURCE-PROGRAM.
           MOVE 'W'                        TO EX-SEVERITY.
           MOVE SPACES                     TO EX-KEY.
           STRING 'EB WEEK ' DELIMITED BY SIZE
               WS-TRIGGER-WEEK DELIMITED BY SIZE
               INTO EX-KEY
           END-STRING.
           IF  EB-TRIGGER-ON
               MOVE 'EXTENDED BENEFITS TRIGGERED ON'
                   TO EX-MESSAGE
           ELSE
               MOVE 'EXTENDED BENEFITS TRIGGERED OFF'
                   TO EX-MESSAGE
           END-IF.
           CALL 'EXCWRITE' USING EXCWRITE-REQUEST.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE UNEMPLOYMENT-CLAIMS-FILE.
           CLOSE EB-HISTORY-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-TRIGGER-NOTICE.
      *---------------------------------------------------------------*
           MOVE 'CONTINUING CLAIMS FOR THE WEEK'  TO NDL-LABEL.
           MOVE EB-CONTINUING-CLAIMS       TO EBE-COUNT.
           MOVE EBE-COUNT                  TO NDL-VALUE.
           PERFORM 4900-PRINT-NOTICE-LINE.
           MOVE 'COVERED EMPLOYMENT (LABFORRF PERIOD)' TO NDL-LABEL.
           MOVE EB-COVERED-EMP             TO EBE-COUNT.
           MOVE SPACES                     TO NDL-VALUE.
           STRING EBE-COUNT DELIMITED BY SIZE
               '  (' DELIMITED BY SIZE
               WS-LF-PERIOD-USED DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO NDL-VALUE
           END-STRING.
           PERFORM 4900-PRINT-NOTICE-LINE.
           MOVE 'INSURED UNEMPLOYMENT RATE FOR THE WEEK' TO NDL-LABEL.
           MOVE EB-WEEK-IUR                TO EBE-RATE.
           MOVE EBE-RATE                   TO NDL-VALUE.
           PERFORM 4900-PRINT-NOTICE-LINE.
           MOVE '13-WEEK AVERAGE RATE (WEEKS ON HISTORY)' TO NDL-LABEL.
           MOVE EB-AVERAGE-IUR             TO EBE-RATE.
           MOVE EB-AVERAGE-WEEKS           TO EBE-WEEKS.
           MOVE SPACES                     TO NDL-VALUE.
           STRING EBE-RATE DELIMITED BY SIZE
               '  (' DELIMITED BY SIZE
               EBE-WEEKS DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO NDL-VALUE
           END-STRING.
           PERFORM 4900-PRINT-NOTICE-LINE.
           MOVE 'SAME 13 WEEKS ONE YEAR PRIOR / PERCENT' TO NDL-LABEL.
           MOVE EB-PRIOR-1-IUR             TO EBE-RATE.
           MOVE WS-PRIOR-1-PCT             TO EBE-PERCENT.
           PERFORM 4800-FORMAT-PRIOR-YEAR.
           MOVE 'SAME 13 WEEKS TWO YEARS PRIOR / PERCENT'
               TO NDL-LABEL.
           MOVE EB-PRIOR-2-IUR             TO EBE-RATE.
           MOVE WS-PRIOR-2-PCT             TO EBE-PERCENT.
           PERFORM 4800-FORMAT-PRIOR-YEAR.
           MOVE 'THRESHOLD RATE / PERCENT OF PRIOR YEARS' TO NDL-LABEL.
           MOVE WS-IUR-THRESHOLD           TO EBE-RATE.
           MOVE SPACES                     TO NDL-VALUE.
           STRING EBE-RATE DELIMITED BY SIZE
               ' / ' DELIMITED BY SIZE
               WS-PRIOR-PERCENT DELIMITED BY SIZE
               INTO NDL-VALUE
           END-STRING.
           PERFORM 4900-PRINT-NOTICE-LINE.
           MOVE 'ON-INDICATOR MET THIS WEEK'  TO NDL-LABEL.
           IF  EB-INDICATOR-MET
               MOVE 'YES'                  TO NDL-VALUE
           ELSE
               MOVE 'NO'                   TO NDL-VALUE
           END-IF.
           PERFORM 4900-PRINT-NOTICE-LINE.
           MOVE 'STATUS LAST WEEK'         TO NDL-LABEL.
           IF  WS-PRIOR-WAS-ON
               MOVE 'ON'                   TO NDL-VALUE
           ELSE
               MOVE 'OFF'                  TO NDL-VALUE
           END-IF.
           PERFORM 4900-PRINT-NOTICE-LINE.
           MOVE 'EXTENDED BENEFITS STATUS THIS WEEK' TO NDL-LABEL.
           MOVE SPACES                     TO NDL-VALUE.
           EVALUATE TRUE
               WHEN WS-HELD-ON-BY-MINIMUM
                   STRING 'ON - MINIMUM PERIOD (' DELIMITED BY SIZE
                       WS-MINIMUM-WEEKS DELIMITED BY SIZE
                       ' WEEKS) NOT RUN' DELIMITED BY SIZE
                       INTO NDL-VALUE
                   END-STRING
               WHEN EB-TRIGGER-ON
                   STRING 'ON SINCE WEEK ENDING ' DELIMITED BY SIZE
                       EB-ON-SINCE DELIMITED BY SIZE
                       INTO NDL-VALUE
                   END-STRING
               WHEN OTHER
                   MOVE 'OFF'              TO NDL-VALUE
           END-EVALUATE.
           PERFORM 4900-PRINT-NOTICE-LINE.
           IF  EB-CHANGED-THIS-WEEK
               MOVE SPACE                  TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
               IF  EB-TRIGGER-ON
                   MOVE '*** EXTENDED BENEFITS TRIGGER ON - EXT'
                       TO NDL-LABEL
                   MOVE 'PAYMENTS PAYABLE FROM THIS WEEK ***'
                       TO NDL-VALUE
               ELSE
                   MOVE '*** EXTENDED BENEFITS TRIGGER OFF - NO EXT'
                       TO NDL-LABEL
                   MOVE 'PAYMENTS FROM THIS WEEK ***'
                       TO NDL-VALUE
               END-IF
               PERFORM 4900-PRINT-NOTICE-LINE
           END-IF.
      *---------------------------------------------------------------*
       4800-FORMAT-PRIOR-YEAR.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO NDL-VALUE.
           IF  EBE-RATE = '  0.00'
               MOVE 'NOT ON HISTORY'       TO NDL-VALUE
           ELSE
               STRING EBE-RATE DELIMITED BY SIZE
                   ' / ' DELIMITED BY SIZE
                   EBE-PERCENT DELIMITED BY SIZE
                   INTO NDL-VALUE
               END-STRING
           END-IF.
           PERFORM 4900-PRINT-NOTICE-LINE.
      *---------------------------------------------------------------*
       4900-PRINT-NOTICE-LINE.
      *---------------------------------------------------------------*
           MOVE NOTICE-DETAIL-LINE         TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       8000-READ-UNEMPLOYMENT-FILE.
      *---------------------------------------------------------------*
           READ UNEMPLOYMENT-CLAIMS-FILE
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
           MOVE NOTICE-HEADING-LINE        TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE SPACE                      TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           ADD  1                          TO PAGE-COUNT.
           MOVE 1                          TO LINE-SPACEING.
           MOVE 3                          TO LINE-COUNT.
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
