       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COVWWRP.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    WASTEWATER TREND AND LEAD-TIME REPORT - CASE COUNTS FOLLOW
      *    HOW MANY PEOPLE GET TESTED; SEWAGE DOES NOT, AND IT MOVES
      *    ABOUT A WEEK AHEAD OF THE CASES.  WALKS THE WWHIST SAMPLE
      *    HISTORY (LOADED BY COVWWLD) OVER THE 56 DAYS ENDING ON THE
      *    REPORT DATE AND PRINTS TWO SECTIONS -
      *      SEWERSHED TRENDS  EACH SEWERSHED'S MEAN CONCENTRATION FOR
      *                        THE LAST FOUR WEEKS AND THE PERCENT
      *                        CHANGE OF THE LATEST WEEK OVER THE ONE
      *                        BEFORE.  A RISE OF PARMFILE WWRISEPC
      *                        PERCENT OR MORE IS FLAGGED SHARP RISE.
      *      STATE LEAD TIME   THE STATE'S DAILY CONCENTRATION (THE
      *                        SEWERSHEDS SAMPLED THAT DAY, WEIGHTED
      *                        BY POPULATION SERVED) CORRELATED WITH
      *                        THE COVSUMF NEW CASES 0 TO 14 DAYS
      *                        LATER.  THE LAG WITH THE STRONGEST
      *                        CORRELATION IS THE STATE'S LEAD TIME.
      *                        A LAG WITH FEWER THAN 10 PAIRED DAYS
      *                        IS LEFT BLANK.
      *
      *    CONTROL INPUT (SYSIN) -
      *      CARD 1   DISEASE CODE 2 CHARACTERS (BLANK = CV)
      *      CARD 2   REPORT DATE YYYYMMDD (BLANK = BUSINESS DATE)
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
           SELECT WASTEWATER-HISTORY-FILE ASSIGN TO WWHIST
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WASTEWATER-HISTORY-STATUS.
           SELECT COVID-SUMMARY-FILE ASSIGN TO COVSUMF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS CS-SUMMARY-KEY
             FILE STATUS  IS SUMMARY-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  WASTEWATER-HISTORY-FILE
           RECORDING MODE IS F.
       COPY WWHSTC.
      *---------------------------------------------------------------*
       FD  COVID-SUMMARY-FILE.
       COPY COVSUM.
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
           05  WASTEWATER-HISTORY-STATUS   PIC X(02).
               88  WASTEWATER-HISTORY-OK         VALUE '00'.
           05  SUMMARY-FILE-STATUS         PIC X(02).
               88  SUMMARY-FILE-OK               VALUE '00'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  SUMMARY-END-SW              PIC X VALUE 'N'.
               88  SUMMARY-END                   VALUE 'Y'.
           05  HEADING-MODE-SW             PIC X(01) VALUE 'T'.
               88  HEADING-TRENDS                VALUE 'T'.
               88  HEADING-LEAD-TIME             VALUE 'L'.
           05  WS-ROW-COUNT                PIC 9(07) VALUE 0.
           05  WS-WINDOW-ROW-COUNT         PIC 9(07) VALUE 0.
           05  WS-TABLE-FULL-COUNT         PIC 9(07) VALUE 0.
           05  WS-SHARP-RISE-COUNT         PIC 9(05) VALUE 0.
           05  WS-DISEASE-CARD             PIC X(02) VALUE SPACE.
           05  WS-DISEASE-CODE             PIC X(02) VALUE 'CV'.
           05  WS-SCAN-DISEASE             PIC X(02).
           05  WS-DATE-CARD                PIC X(08) VALUE SPACE.
           05  WS-REPORT-DATE              PIC 9(08) VALUE 0.
           05  WS-FIRST-DATE               PIC 9(08) VALUE 0.
           05  WS-RISE-PERCENT             PIC 9(03) VALUE 100.
           05  WS-WINDOW-DAYS              PIC 9(02) VALUE 56.
           05  WS-MINIMUM-PAIRS            PIC 9(02) VALUE 10.
           05  WS-FIRST-INT                PIC S9(09) USAGE IS COMP.
           05  WS-DAY                      PIC S9(04) USAGE IS COMP.
           05  WS-CASE-DAY                 PIC S9(04) USAGE IS COMP.
           05  WS-WEEK                     PIC S9(04) USAGE IS COMP.
           05  WS-LAG                      PIC S9(04) USAGE IS COMP.
           05  WS-LAG-SUB                  PIC S9(04) USAGE IS COMP.
           05  WS-SUB                      PIC S9(04) USAGE IS COMP.
           05  WS-SLIDE-SUB                PIC S9(04) USAGE IS COMP.
           05  WS-SLOT                     PIC S9(04) USAGE IS COMP.
           05  WS-ST-SUB                   PIC S9(04) USAGE IS COMP.
           05  WS-SW-SUB                   PIC S9(04) USAGE IS COMP.
           05  WS-SEWERSHED-KEY.
               10  WS-SEWERSHED-STATE      PIC X(02).
               10  WS-SEWERSHED-ID         PIC X(10).
      *---------------------------------------------------------------*
      *    ONE LAG'S PAIRED SUMS FOR THE CORRELATION - CONCENTRATION
      *    IN THOUSANDS OF COPIES PER LITRE AGAINST NEW CASES.
      *---------------------------------------------------------------*
       01  WS-CORRELATION-FIELDS.
           05  WS-PAIRS                    PIC 9(03).
           05  WS-SUM-X                    PIC 9(11)V99.
           05  WS-SUM-Y                    PIC 9(11).
           05  WS-MEAN-X                   PIC 9(09)V9(04).
           05  WS-MEAN-Y                   PIC 9(09)V9(04).
           05  WS-DEV-X                    PIC S9(09)V9(04).
           05  WS-DEV-Y                    PIC S9(09)V9(04).
           05  WS-SXY                      PIC S9(15)V9(04).
           05  WS-SXX                      PIC 9(15)V9(04).
           05  WS-SYY                      PIC 9(15)V9(04).
      *---------------------------------------------------------------*
       01  WS-TREND-FIELDS.
           05  WS-WEEK-AVERAGE             PIC 9(09)
                                           OCCURS 4 TIMES.
           05  WS-RISE-CHANGE              PIC S9(05).
           05  WS-RISE-OK-SW               PIC X(01).
               88  WS-RISE-OK                    VALUE 'Y'.
      *---------------------------------------------------------------*
      *    SEWERSHEDS IN STATE/SEWERSHED ORDER - A NEW ONE SLIDES THE
      *    HIGHER KEYS DOWN.  WEEK 4 IS THE WEEK ENDING ON THE REPORT
      *    DATE, WEEK 1 THE WEEK THREE BEFORE IT.
      *---------------------------------------------------------------*
       01  SEWERSHED-TABLE.
           05  SW-ENTRY-COUNT              PIC 9(03) VALUE 0.
           05  SW-ENTRY                    OCCURS 500 TIMES.
               10  SW-KEY.
                   15  SW-STATE-CODE       PIC X(02).
                   15  SW-SEWERSHED-ID     PIC X(10).
               10  SW-COUNTY-FIPS          PIC X(05).
               10  SW-POPULATION           PIC 9(08).
               10  SW-LAST-DATE            PIC 9(08).
               10  SW-WEEK                 OCCURS 4 TIMES.
                   15  SW-WEEK-SUM         PIC 9(11).
                   15  SW-WEEK-SAMPLES     PIC 9(03).
      *---------------------------------------------------------------*
      *    STATES IN STATE ORDER, ONE SLOT PER DAY OF THE WINDOW.
      *    SD-WEIGHTED CARRIES CONCENTRATION TIMES POPULATION SERVED
      *    OVER 1,000, SO SD-WEIGHTED / SD-POPULATION IS THE DAY'S
      *    WEIGHTED CONCENTRATION IN THOUSANDS OF COPIES PER LITRE.
      *---------------------------------------------------------------*
       01  STATE-TABLE.
           05  ST-ENTRY-COUNT              PIC 9(02) VALUE 0.
           05  ST-ENTRY                    OCCURS 60 TIMES.
               10  ST-STATE-CODE           PIC X(02).
               10  ST-SAMPLE-DAYS          PIC 9(03).
               10  ST-DAY                  OCCURS 56 TIMES.
                   15  SD-WEIGHTED         PIC 9(15).
                   15  SD-POPULATION       PIC 9(11).
                   15  SD-CONCENTRATION    PIC 9(07)V99.
                   15  SD-CASES            PIC 9(09).
                   15  SD-CASES-SW         PIC X(01).
                       88  SD-HAS-CASES          VALUE 'Y'.
               10  ST-LAG                  OCCURS 15 TIMES.
                   15  SL-PAIRS            PIC 9(03).
                   15  SL-CORRELATION      PIC S9V99.
                   15  SL-CORRELATION-SW   PIC X(01).
                       88  SL-HAS-CORRELATION    VALUE 'Y'.
               10  ST-BEST-LAG             PIC S9(04) USAGE IS COMP.
      *---------------------------------------------------------------*
       01  TREND-HEADING-LINE-1.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'WASTEWATER SEWERSHED TRENDS - WEEK ENDING   '.
           05  THL-REPORT-DATE             PIC 9(08).
           05  FILLER PIC X(26) VALUE
               '   SHARP RISE AT PERCENT  '.
           05  THL-RISE-PERCENT            PIC ZZ9.
           05  FILLER PIC X(10) VALUE SPACE.
           05  FILLER PIC X(05) VALUE 'PAGE '.
           05  THL-PAGE                    PIC ZZ9.
      *---------------------------------------------------------------*
       01  TREND-HEADING-LINE-2.
      *---------------------------------------------------------------*
           05  FILLER PIC X(30) VALUE
               'ST SEWERSHED  FIPS   POP SERVD'.
           05  FILLER PIC X(48) VALUE
               '   WEEK -3     WEEK -2     WEEK -1   THIS WEEK'.
           05  FILLER PIC X(20) VALUE '   % CHG  FLAG'.
      *---------------------------------------------------------------*
       01  TREND-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  TDL-STATE-CODE              PIC X(02).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  TDL-SEWERSHED-ID            PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  TDL-COUNTY-FIPS             PIC X(05).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  TDL-POPULATION              PIC ZZ,ZZZ,ZZ9.
           05  TDL-WEEK                    OCCURS 4 TIMES.
               10  FILLER                  PIC X(01).
               10  TDL-WEEK-AREA.
                   15  TDL-WEEK-AVERAGE    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  TDL-CHANGE-AREA.
               10  TDL-CHANGE              PIC -ZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  TDL-FLAG                    PIC X(10).
      *---------------------------------------------------------------*
       01  LEAD-HEADING-LINE-1.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'WASTEWATER LEAD TIME - CORRELATION OF STATE '.
           05  FILLER PIC X(36) VALUE
               'CONCENTRATION WITH NEW CASES, DIS.  '.
           05  LHL-DISEASE                 PIC X(02).
           05  FILLER PIC X(04) VALUE SPACE.
           05  FILLER PIC X(05) VALUE 'PAGE '.
           05  LHL-PAGE                    PIC ZZ9.
      *---------------------------------------------------------------*
       01  LEAD-HEADING-LINE-2.
      *---------------------------------------------------------------*
           05  FILLER PIC X(12) VALUE 'ST SAMP DAYS'.
           05  LHL-LAG-AREA                OCCURS 15 TIMES.
               10  FILLER                  PIC X(03).
               10  LHL-LAG                 PIC Z9.
               10  FILLER                  PIC X(01).
           05  FILLER PIC X(20) VALUE '  LEAD TIME'.
      *---------------------------------------------------------------*
       01  LEAD-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  LDL-STATE-CODE              PIC X(02).
           05  FILLER                      PIC X(06) VALUE SPACE.
           05  LDL-SAMPLE-DAYS             PIC ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  LDL-LAG-AREA                OCCURS 15 TIMES.
               10  FILLER                  PIC X(01).
               10  LDL-CORRELATION-AREA.
                   15  LDL-CORRELATION     PIC -9.99.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  LDL-LEAD-TIME               PIC X(20).
      *---------------------------------------------------------------*
       01  LEAD-TIME-TEXT.
      *---------------------------------------------------------------*
           05  LTT-DAYS                    PIC Z9.
           05  FILLER                      PIC X(06) VALUE ' DAYS '.
           05  LTT-CORRELATION             PIC -9.99.
      *---------------------------------------------------------------*
       01  REPORT-LINES.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
       COPY PARMC.
       COPY PRINTCTL.
       COPY BUSDATEC.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 8000-READ-WASTEWATER-HISTORY.
           PERFORM 2000-TALLY-ONE-SAMPLE
               UNTIL END-OF-FILE.
           IF  RETURN-CODE < 16
               PERFORM 4000-PRINT-SEWERSHED-TRENDS
               PERFORM 5000-MEASURE-THE-STATES
                   VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > ST-ENTRY-COUNT
               PERFORM 6000-PRINT-LEAD-TIMES
           END-IF.
           PERFORM 3000-CLOSE-FILES.
           DISPLAY '*** COVWWRP WASTEWATER SUMMARY ***'.
           DISPLAY 'HISTORY ROWS READ  : ', WS-ROW-COUNT.
           DISPLAY 'ROWS IN THE WINDOW : ', WS-WINDOW-ROW-COUNT.
           DISPLAY 'SEWERSHEDS         : ', SW-ENTRY-COUNT.
           DISPLAY 'SHARP RISES        : ', WS-SHARP-RISE-COUNT.
           DISPLAY 'STATES             : ', ST-ENTRY-COUNT.
           IF  WS-TABLE-FULL-COUNT > 0
               DISPLAY 'ROWS PAST TABLES   : ', WS-TABLE-FULL-COUNT
           END-IF.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  WASTEWATER-HISTORY-FILE.
           OPEN INPUT  COVID-SUMMARY-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE 50                         TO LINES-ON-PAGE.
           ACCEPT WS-DISEASE-CARD.
           ACCEPT WS-DATE-CARD.
           IF  WS-DISEASE-CARD NOT = SPACE
               MOVE WS-DISEASE-CARD        TO WS-DISEASE-CODE
           END-IF.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           IF  WS-DATE-CARD IS NUMERIC
               MOVE WS-DATE-CARD           TO WS-REPORT-DATE
           ELSE
               MOVE BD-OUT-DATE            TO WS-REPORT-DATE
           END-IF.
      *    SHARP-RISE THRESHOLD - A MISSING OR NON-NUMERIC PARAMETER
      *    KEEPS THE COMPILED-IN 100 PERCENT (A WEEK THAT DOUBLED).
           MOVE 'WWRISEPC'                 TO PL-PARM-ID.
           MOVE BD-OUT-DATE                TO PL-AS-OF-DATE.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND
               AND PL-VALUE (1:3) IS NUMERIC
               MOVE PL-VALUE (1:3)         TO WS-RISE-PERCENT
           END-IF.
           COMPUTE WS-FIRST-INT =
               FUNCTION INTEGER-OF-DATE (WS-REPORT-DATE)
               - WS-WINDOW-DAYS + 1.
           COMPUTE WS-FIRST-DATE =
               FUNCTION DATE-OF-INTEGER (WS-FIRST-INT).
           MOVE WS-REPORT-DATE             TO THL-REPORT-DATE.
           MOVE WS-RISE-PERCENT            TO THL-RISE-PERCENT.
           MOVE WS-DISEASE-CODE            TO LHL-DISEASE.
           PERFORM 1100-SET-LAG-HEADING
               VARYING WS-LAG-SUB FROM 1 BY 1
               UNTIL WS-LAG-SUB > 15.
           IF NOT WASTEWATER-HISTORY-OK
               DISPLAY 'WWHIST OPEN ERROR : ',
                   WASTEWATER-HISTORY-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT SUMMARY-FILE-OK
               DISPLAY 'COVSUMF OPEN ERROR : ', SUMMARY-FILE-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       1100-SET-LAG-HEADING.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO LHL-LAG-AREA (WS-LAG-SUB).
           COMPUTE LHL-LAG (WS-LAG-SUB) = WS-LAG-SUB - 1.
      *---------------------------------------------------------------*
       2000-TALLY-ONE-SAMPLE.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-ROW-COUNT.
           IF  WW-SAMPLE-DATE NOT < WS-FIRST-DATE
               AND WW-SAMPLE-DATE NOT > WS-REPORT-DATE
               ADD 1                       TO WS-WINDOW-ROW-COUNT
               COMPUTE WS-DAY =
                   FUNCTION INTEGER-OF-DATE (WW-SAMPLE-DATE)
                   - WS-FIRST-INT + 1
               PERFORM 2100-TALLY-THE-SEWERSHED
               PERFORM 2200-TALLY-THE-STATE
           END-IF.
           PERFORM 8000-READ-WASTEWATER-HISTORY.
      *---------------------------------------------------------------*
       2100-TALLY-THE-SEWERSHED.
      *---------------------------------------------------------------*
           MOVE WW-STATE-CODE              TO WS-SEWERSHED-STATE.
           MOVE WW-SEWERSHED-ID            TO WS-SEWERSHED-ID.
           MOVE 0                          TO WS-SLOT.
           PERFORM 2110-FIND-SEWERSHED-SLOT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > SW-ENTRY-COUNT
               OR WS-SLOT > 0.
           IF  WS-SLOT = 0
               COMPUTE WS-SLOT = SW-ENTRY-COUNT + 1
               PERFORM 2120-ADD-SEWERSHED
           ELSE
               IF  SW-KEY (WS-SLOT) NOT = WS-SEWERSHED-KEY
                   PERFORM 2120-ADD-SEWERSHED
               END-IF
           END-IF.
           IF  WS-SLOT > 0
               PERFORM 2130-POST-SEWERSHED-SAMPLE
           END-IF.
      *---------------------------------------------------------------*
       2110-FIND-SEWERSHED-SLOT.
      *---------------------------------------------------------------*
           IF  SW-KEY (WS-SUB) NOT < WS-SEWERSHED-KEY
               MOVE WS-SUB                 TO WS-SLOT
           END-IF.
      *---------------------------------------------------------------*
       2120-ADD-SEWERSHED.
      *---------------------------------------------------------------*
           IF  SW-ENTRY-COUNT NOT < 500
               ADD 1                       TO WS-TABLE-FULL-COUNT
               MOVE 0                      TO WS-SLOT
           ELSE
               ADD 1                       TO SW-ENTRY-COUNT
               PERFORM 2125-SLIDE-SEWERSHEDS-DOWN
                   VARYING WS-SLIDE-SUB
                   FROM SW-ENTRY-COUNT BY -1
                   UNTIL WS-SLIDE-SUB <= WS-SLOT
               INITIALIZE SW-ENTRY (WS-SLOT)
               MOVE WS-SEWERSHED-KEY       TO SW-KEY (WS-SLOT)
           END-IF.
      *---------------------------------------------------------------*
       2125-SLIDE-SEWERSHEDS-DOWN.
      *---------------------------------------------------------------*
           MOVE SW-ENTRY (WS-SLIDE-SUB - 1)
               TO SW-ENTRY (WS-SLIDE-SUB).
      *---------------------------------------------------------------*
       2130-POST-SEWERSHED-SAMPLE.
      *---------------------------------------------------------------*
      *    THE LATEST SAMPLE CARRIES THE COUNTY AND POPULATION SHOWN.
           IF  WW-SAMPLE-DATE NOT < SW-LAST-DATE (WS-SLOT)
               MOVE WW-SAMPLE-DATE         TO SW-LAST-DATE (WS-SLOT)
               MOVE WW-COUNTY-FIPS         TO SW-COUNTY-FIPS (WS-SLOT)
               MOVE WW-POPULATION-SERVED   TO SW-POPULATION (WS-SLOT)
           END-IF.
           IF  WS-DAY > 28
               COMPUTE WS-WEEK = (WS-DAY - 29) / 7 + 1
               ADD WW-CONCENTRATION
                   TO SW-WEEK-SUM (WS-SLOT WS-WEEK)
               ADD 1
                   TO SW-WEEK-SAMPLES (WS-SLOT WS-WEEK)
           END-IF.
      *---------------------------------------------------------------*
       2200-TALLY-THE-STATE.
      *---------------------------------------------------------------*
           MOVE 0                          TO WS-SLOT.
           PERFORM 2210-FIND-STATE-SLOT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > ST-ENTRY-COUNT
               OR WS-SLOT > 0.
           IF  WS-SLOT = 0
               COMPUTE WS-SLOT = ST-ENTRY-COUNT + 1
               PERFORM 2220-ADD-STATE
           ELSE
               IF  ST-STATE-CODE (WS-SLOT) NOT = WW-STATE-CODE
                   PERFORM 2220-ADD-STATE
               END-IF
           END-IF.
           IF  WS-SLOT > 0
               COMPUTE SD-WEIGHTED (WS-SLOT WS-DAY) ROUNDED =
                   SD-WEIGHTED (WS-SLOT WS-DAY)
                   + WW-CONCENTRATION * WW-POPULATION-SERVED / 1000
               ADD WW-POPULATION-SERVED
                   TO SD-POPULATION (WS-SLOT WS-DAY)
           END-IF.
      *---------------------------------------------------------------*
       2210-FIND-STATE-SLOT.
      *---------------------------------------------------------------*
           IF  ST-STATE-CODE (WS-SUB) NOT < WW-STATE-CODE
               MOVE WS-SUB                 TO WS-SLOT
           END-IF.
      *---------------------------------------------------------------*
       2220-ADD-STATE.
      *---------------------------------------------------------------*
           IF  ST-ENTRY-COUNT NOT < 60
               ADD 1                       TO WS-TABLE-FULL-COUNT
               MOVE 0                      TO WS-SLOT
           ELSE
               ADD 1                       TO ST-ENTRY-COUNT
               PERFORM 2225-SLIDE-STATES-DOWN
                   VARYING WS-SLIDE-SUB
                   FROM ST-ENTRY-COUNT BY -1
                   UNTIL WS-SLIDE-SUB <= WS-SLOT
               INITIALIZE ST-ENTRY (WS-SLOT)
               MOVE WW-STATE-CODE          TO ST-STATE-CODE (WS-SLOT)
           END-IF.
      *---------------------------------------------------------------*
       2225-SLIDE-STATES-DOWN.
      *---------------------------------------------------------------*
           MOVE ST-ENTRY (WS-SLIDE-SUB - 1)
               TO ST-ENTRY (WS-SLIDE-SUB).
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE WASTEWATER-HISTORY-FILE.
           CLOSE COVID-SUMMARY-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-SEWERSHED-TRENDS.
      *---------------------------------------------------------------*
           SET HEADING-TRENDS TO TRUE.
           MOVE 999                        TO LINE-COUNT.
           PERFORM 4100-PRINT-ONE-SEWERSHED
               VARYING WS-SW-SUB FROM 1 BY 1
               UNTIL WS-SW-SUB > SW-ENTRY-COUNT.
      *---------------------------------------------------------------*
       4100-PRINT-ONE-SEWERSHED.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO TREND-DETAIL-LINE.
           MOVE SW-STATE-CODE (WS-SW-SUB)  TO TDL-STATE-CODE.
           MOVE SW-SEWERSHED-ID (WS-SW-SUB)
                                           TO TDL-SEWERSHED-ID.
           MOVE SW-COUNTY-FIPS (WS-SW-SUB) TO TDL-COUNTY-FIPS.
           MOVE SW-POPULATION (WS-SW-SUB)  TO TDL-POPULATION.
           PERFORM 4110-AVERAGE-ONE-WEEK
               VARYING WS-WEEK FROM 1 BY 1
               UNTIL WS-WEEK > 4.
      *    THE CHANGE NEEDS SAMPLES IN BOTH OF THE LAST TWO WEEKS AND
      *    SOMETHING TO GROW FROM.
           MOVE 'N'                        TO WS-RISE-OK-SW.
           IF  SW-WEEK-SAMPLES (WS-SW-SUB 3) > 0
               AND SW-WEEK-SAMPLES (WS-SW-SUB 4) > 0
               AND WS-WEEK-AVERAGE (3) > 0
               COMPUTE WS-RISE-CHANGE ROUNDED =
                   (WS-WEEK-AVERAGE (4) - WS-WEEK-AVERAGE (3)) * 100
                   / WS-WEEK-AVERAGE (3)
                   ON SIZE ERROR
                       MOVE 99999          TO WS-RISE-CHANGE
               END-COMPUTE
               MOVE WS-RISE-CHANGE         TO TDL-CHANGE
               MOVE 'Y'                    TO WS-RISE-OK-SW
           END-IF.
           IF  WS-RISE-OK
               AND WS-RISE-CHANGE NOT < WS-RISE-PERCENT
               MOVE 'SHARP RISE'           TO TDL-FLAG
               ADD 1                       TO WS-SHARP-RISE-COUNT
           END-IF.
           MOVE TREND-DETAIL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       4110-AVERAGE-ONE-WEEK.
      *---------------------------------------------------------------*
           MOVE 0                          TO WS-WEEK-AVERAGE (WS-WEEK).
           IF  SW-WEEK-SAMPLES (WS-SW-SUB WS-WEEK) > 0
               COMPUTE WS-WEEK-AVERAGE (WS-WEEK) ROUNDED =
                   SW-WEEK-SUM (WS-SW-SUB WS-WEEK)
                   / SW-WEEK-SAMPLES (WS-SW-SUB WS-WEEK)
               MOVE WS-WEEK-AVERAGE (WS-WEEK)
                   TO TDL-WEEK-AVERAGE (WS-WEEK)
           END-IF.
      *---------------------------------------------------------------*
       5000-MEASURE-THE-STATES.
      *---------------------------------------------------------------*
           PERFORM 5100-SET-DAY-CONCENTRATION
               VARYING WS-DAY FROM 1 BY 1
               UNTIL WS-DAY > WS-WINDOW-DAYS.
      *    ROWS LOADED BEFORE THE DISEASE CODE EXISTED CARRY SPACES
      *    AND COUNT AS COVID.
           MOVE WS-DISEASE-CODE            TO WS-SCAN-DISEASE.
           PERFORM 5200-LOAD-STATE-CASES.
           IF  WS-DISEASE-CODE = 'CV'
               MOVE SPACE                  TO WS-SCAN-DISEASE
               PERFORM 5200-LOAD-STATE-CASES
           END-IF.
           MOVE 0                          TO ST-BEST-LAG (WS-ST-SUB).
           PERFORM 5300-CORRELATE-ONE-LAG THRU 5300-EXIT
               VARYING WS-LAG-SUB FROM 1 BY 1
               UNTIL WS-LAG-SUB > 15.
      *---------------------------------------------------------------*
       5100-SET-DAY-CONCENTRATION.
      *---------------------------------------------------------------*
           IF  SD-POPULATION (WS-ST-SUB WS-DAY) > 0
               ADD 1                       TO ST-SAMPLE-DAYS (WS-ST-SUB)
               COMPUTE SD-CONCENTRATION (WS-ST-SUB WS-DAY) ROUNDED =
                   SD-WEIGHTED (WS-ST-SUB WS-DAY)
                   / SD-POPULATION (WS-ST-SUB WS-DAY)
           END-IF.
      *---------------------------------------------------------------*
       5200-LOAD-STATE-CASES.
      *---------------------------------------------------------------*
           MOVE WS-SCAN-DISEASE            TO CS-DISEASE.
           MOVE ST-STATE-CODE (WS-ST-SUB)  TO CS-STATE.
           MOVE WS-FIRST-DATE              TO CS-DATE.
           MOVE 'N'                        TO SUMMARY-END-SW.
           START COVID-SUMMARY-FILE
               KEY IS NOT LESS THAN CS-SUMMARY-KEY
               INVALID KEY
                   SET SUMMARY-END TO TRUE
           END-START.
           IF  NOT SUMMARY-END
               PERFORM 8100-READ-NEXT-SUMMARY
           END-IF.
           PERFORM 5210-POST-ONE-CASE-DAY
               UNTIL SUMMARY-END.
      *---------------------------------------------------------------*
       5210-POST-ONE-CASE-DAY.
      *---------------------------------------------------------------*
           IF  CS-DISEASE NOT = WS-SCAN-DISEASE
               OR CS-STATE NOT = ST-STATE-CODE (WS-ST-SUB)
               OR CS-DATE > WS-REPORT-DATE
               SET SUMMARY-END TO TRUE
           ELSE
               COMPUTE WS-CASE-DAY =
                   FUNCTION INTEGER-OF-DATE (CS-DATE)
                   - WS-FIRST-INT + 1
               ADD CS-POSITIVE-INCREASE
                   TO SD-CASES (WS-ST-SUB WS-CASE-DAY)
               SET SD-HAS-CASES (WS-ST-SUB WS-CASE-DAY) TO TRUE
               PERFORM 8100-READ-NEXT-SUMMARY
           END-IF.
      *---------------------------------------------------------------*
       5300-CORRELATE-ONE-LAG.
      *---------------------------------------------------------------*
      *    PEARSON CORRELATION OF THE DAY'S CONCENTRATION WITH THE
      *    CASES WS-LAG DAYS LATER, OVER THE DAYS THAT HAVE BOTH -
      *    MEANS FIRST, THEN THE DEVIATION SUMS.
           COMPUTE WS-LAG = WS-LAG-SUB - 1.
           INITIALIZE WS-CORRELATION-FIELDS.
           PERFORM 5310-SUM-ONE-PAIR
               VARYING WS-DAY FROM 1 BY 1
               UNTIL WS-DAY + WS-LAG > WS-WINDOW-DAYS.
           MOVE WS-PAIRS                   TO SL-PAIRS
                                              (WS-ST-SUB WS-LAG-SUB).
           MOVE 'N'                        TO SL-CORRELATION-SW
                                              (WS-ST-SUB WS-LAG-SUB).
           IF  WS-PAIRS < WS-MINIMUM-PAIRS
               GO TO 5300-EXIT.
           COMPUTE WS-MEAN-X ROUNDED = WS-SUM-X / WS-PAIRS.
           COMPUTE WS-MEAN-Y ROUNDED = WS-SUM-Y / WS-PAIRS.
           PERFORM 5320-DEVIATE-ONE-PAIR
               VARYING WS-DAY FROM 1 BY 1
               UNTIL WS-DAY + WS-LAG > WS-WINDOW-DAYS.
           IF  WS-SXX = 0 OR WS-SYY = 0
               GO TO 5300-EXIT.
           COMPUTE SL-CORRELATION (WS-ST-SUB WS-LAG-SUB) ROUNDED =
               WS-SXY / (FUNCTION SQRT (WS-SXX)
                         * FUNCTION SQRT (WS-SYY)).
           SET SL-HAS-CORRELATION (WS-ST-SUB WS-LAG-SUB) TO TRUE.
           IF  ST-BEST-LAG (WS-ST-SUB) = 0
               MOVE WS-LAG-SUB             TO ST-BEST-LAG (WS-ST-SUB)
           ELSE
               IF  SL-CORRELATION (WS-ST-SUB WS-LAG-SUB) >
                   SL-CORRELATION (WS-ST-SUB ST-BEST-LAG (WS-ST-SUB))
                   MOVE WS-LAG-SUB         TO ST-BEST-LAG (WS-ST-SUB)
               END-IF
           END-IF.
       5300-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       5310-SUM-ONE-PAIR.
      *---------------------------------------------------------------*
           COMPUTE WS-CASE-DAY = WS-DAY + WS-LAG.
           IF  SD-POPULATION (WS-ST-SUB WS-DAY) > 0
               AND SD-HAS-CASES (WS-ST-SUB WS-CASE-DAY)
               ADD 1                       TO WS-PAIRS
               ADD SD-CONCENTRATION (WS-ST-SUB WS-DAY)
                                           TO WS-SUM-X
               ADD SD-CASES (WS-ST-SUB WS-CASE-DAY)
                                           TO WS-SUM-Y
           END-IF.
      *---------------------------------------------------------------*
       5320-DEVIATE-ONE-PAIR.
      *---------------------------------------------------------------*
           COMPUTE WS-CASE-DAY = WS-DAY + WS-LAG.
           IF  SD-POPULATION (WS-ST-SUB WS-DAY) > 0
               AND SD-HAS-CASES (WS-ST-SUB WS-CASE-DAY)
               COMPUTE WS-DEV-X =
                   SD-CONCENTRATION (WS-ST-SUB WS-DAY) - WS-MEAN-X
               COMPUTE WS-DEV-Y =
                   SD-CASES (WS-ST-SUB WS-CASE-DAY) - WS-MEAN-Y
               COMPUTE WS-SXY = WS-SXY + WS-DEV-X * WS-DEV-Y
               COMPUTE WS-SXX = WS-SXX + WS-DEV-X * WS-DEV-X
               COMPUTE WS-SYY = WS-SYY + WS-DEV-Y * WS-DEV-Y
           END-IF.
      *---------------------------------------------------------------*
       6000-PRINT-LEAD-TIMES.
      *---------------------------------------------------------------*
           SET HEADING-LEAD-TIME TO TRUE.
           MOVE 999                        TO LINE-COUNT.
           PERFORM 6100-PRINT-ONE-STATE
               VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > ST-ENTRY-COUNT.
      *---------------------------------------------------------------*
       6100-PRINT-ONE-STATE.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO LEAD-DETAIL-LINE.
           MOVE ST-STATE-CODE (WS-ST-SUB)  TO LDL-STATE-CODE.
           MOVE ST-SAMPLE-DAYS (WS-ST-SUB) TO LDL-SAMPLE-DAYS.
           PERFORM 6110-SET-ONE-LAG
               VARYING WS-LAG-SUB FROM 1 BY 1
               UNTIL WS-LAG-SUB > 15.
           IF  ST-BEST-LAG (WS-ST-SUB) = 0
               MOVE 'TOO FEW PAIRED DAYS'  TO LDL-LEAD-TIME
           ELSE
               COMPUTE LTT-DAYS = ST-BEST-LAG (WS-ST-SUB) - 1
               MOVE SL-CORRELATION (WS-ST-SUB ST-BEST-LAG (WS-ST-SUB))
                                           TO LTT-CORRELATION
               MOVE LEAD-TIME-TEXT         TO LDL-LEAD-TIME
           END-IF.
           MOVE LEAD-DETAIL-LINE           TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       6110-SET-ONE-LAG.
      *---------------------------------------------------------------*
           IF  SL-HAS-CORRELATION (WS-ST-SUB WS-LAG-SUB)
               MOVE SL-CORRELATION (WS-ST-SUB WS-LAG-SUB)
                   TO LDL-CORRELATION (WS-LAG-SUB)
           END-IF.
      *---------------------------------------------------------------*
       8000-READ-WASTEWATER-HISTORY.
      *---------------------------------------------------------------*
           READ WASTEWATER-HISTORY-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
      *---------------------------------------------------------------*
       8100-READ-NEXT-SUMMARY.
      *---------------------------------------------------------------*
           READ COVID-SUMMARY-FILE NEXT RECORD
               AT END SET SUMMARY-END TO TRUE.
      *---------------------------------------------------------------*
       9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
           IF LINE-COUNT GREATER THAN LINES-ON-PAGE
               PERFORM 9100-PRINT-HEADING-LINES.
           MOVE NEXT-REPORT-LINE           TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE 1                          TO LINE-SPACEING.
      *---------------------------------------------------------------*
       9100-PRINT-HEADING-LINES.
      *---------------------------------------------------------------*
           IF  HEADING-TRENDS
               MOVE PAGE-COUNT             TO THL-PAGE
               MOVE TREND-HEADING-LINE-1   TO PRINT-LINE
               PERFORM 9110-WRITE-TOP-OF-PAGE
               MOVE 2                      TO LINE-SPACEING
               MOVE TREND-HEADING-LINE-2   TO PRINT-LINE
               PERFORM 9120-WRITE-PRINT-LINE
           ELSE
               MOVE PAGE-COUNT             TO LHL-PAGE
               MOVE LEAD-HEADING-LINE-1    TO PRINT-LINE
               PERFORM 9110-WRITE-TOP-OF-PAGE
               MOVE 2                      TO LINE-SPACEING
               MOVE LEAD-HEADING-LINE-2    TO PRINT-LINE
               PERFORM 9120-WRITE-PRINT-LINE
           END-IF.
           ADD  1                          TO PAGE-COUNT.
           MOVE 2                          TO LINE-SPACEING.
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
