       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COVRT.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    EFFECTIVE REPRODUCTION NUMBER (RT) BY STATE - IS THE
      *    EPIDEMIC GROWING OR SHRINKING.  WALKS THE COVSUMF SUMMARY
      *    FILE IN KEY ORDER AND, FOR EACH STATE, ESTIMATES RT FROM
      *    THE DAILY NEW CASES (CS-POSITIVE-INCREASE) -
      *      . A DAY'S RAW ESTIMATE IS THE NEW CASES IN THE ROLLING
      *        WINDOW ENDING THAT DAY OVER THE NEW CASES IN THE SAME
      *        LENGTH WINDOW ONE SERIAL INTERVAL EARLIER (A DAY WITH
      *        NO CASES IN THE EARLIER WINDOW GIVES NO ESTIMATE);
      *      . THE REPORTED RT IS THE AVERAGE OF THE LAST SEVEN RAW
      *        ESTIMATES, WHICH TAKES OUT THE DAY-OF-WEEK REPORTING
      *        RHYTHM;
      *      . THE TREND COMPARES IT WITH THE SAME FIGURE A WEEK
      *        EARLIER (A MOVE OF MORE THAN 0.05 EITHER WAY), AND A
      *        STATE WHOSE RT PASSED THROUGH 1.00 IN THAT WEEK IS
      *        FLAGGED.
      *    THE SERIAL INTERVAL AND WINDOW ARE PARMFILE PARAMETERS
      *    RTSERINT AND RTWINDAY (SEE PARMC).  EVERY STATE'S FIGURE
      *    IS ALSO WRITTEN TO THE RTOUT EXTRACT (SEE RTREC) THE
      *    DASHBOARD READS.
      *
      *    CONTROL INPUT (SYSIN) -
      *      CARD 1   DISEASE CODE 2 CHARACTERS (BLANK = CV)
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
           SELECT COVID-SUMMARY-FILE ASSIGN TO COVSUMF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS CS-SUMMARY-KEY
             FILE STATUS  IS SUMMARY-FILE-STATUS.
           SELECT RT-EXTRACT-FILE ASSIGN TO RTOUT
             FILE STATUS IS RT-EXTRACT-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  COVID-SUMMARY-FILE.
       COPY COVSUM.
      *---------------------------------------------------------------*
       FD  RT-EXTRACT-FILE
           RECORDING MODE IS F.
       COPY RTREC.
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
           05  SUMMARY-FILE-STATUS         PIC X(02).
               88  SUMMARY-FILE-OK               VALUE '00'.
           05  RT-EXTRACT-STATUS           PIC X(02).
               88  RT-EXTRACT-OK                 VALUE '00'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  WS-ROW-COUNT                PIC 9(08) VALUE 0.
           05  WS-STATE-COUNT              PIC 9(03) VALUE 0.
           05  WS-ESTIMATED-COUNT          PIC 9(03) VALUE 0.
           05  WS-CROSSED-UP-COUNT         PIC 9(03) VALUE 0.
           05  WS-CROSSED-DOWN-COUNT       PIC 9(03) VALUE 0.
           05  WS-DISEASE-CARD             PIC X(02) VALUE SPACE.
           05  WS-DISEASE-CODE             PIC X(02) VALUE 'CV'.
           05  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
      *---------------------------------------------------------------*
      *    ESTIMATION PARAMETERS - SERIAL INTERVAL AND ROLLING WINDOW
      *    IN DAYS, EACH 1 TO 14.  THE SMOOTHING SPAN IS A WEEK.
      *---------------------------------------------------------------*
       01  WS-ESTIMATION-PARMS.
           05  WS-SERIAL-INTERVAL          PIC 9(02) VALUE 5.
           05  WS-WINDOW-DAYS              PIC 9(02) VALUE 7.
           05  WS-SMOOTHING-DAYS           PIC 9(02) VALUE 7.
           05  WS-MINIMUM-DAYS             PIC 9(03).
           05  WS-TREND-BAND               PIC 9V99  VALUE .05.
      *---------------------------------------------------------------*
      *    CURRENT STATE GROUP - THE DAILY NEW CASES ARE KEPT IN A
      *    60-DAY RING, DAY N OF THE STATE'S HISTORY IN SLOT
      *    ((N - 1) MOD 60) + 1.  SIXTY DAYS COVERS THE LONGEST SPAN
      *    AN ESTIMATE LOOKS BACK AT THE LARGEST PARAMETERS.
      *---------------------------------------------------------------*
       01  WS-GROUP-FIELDS.
           05  WS-GROUP-STATE              PIC X(02) VALUE LOW-VALUE.
           05  WS-GROUP-DATE               PIC 9(08) VALUE 0.
           05  WS-GROUP-OBS-COUNT          PIC 9(05) VALUE 0.
           05  WS-CASE-RING.
               10  WS-RING-CASES           PIC 9(07)
                                           OCCURS 60 TIMES.
      *---------------------------------------------------------------*
       01  WS-ESTIMATE-FIELDS.
           05  WS-DAY-NO                   PIC S9(05) USAGE IS COMP.
           05  WS-RING-SLOT                PIC S9(05) USAGE IS COMP.
           05  WS-RING-QUOTIENT            PIC S9(05) USAGE IS COMP.
           05  WS-END-DAY                  PIC S9(05) USAGE IS COMP.
           05  WS-RT-DAY                   PIC S9(05) USAGE IS COMP.
           05  WS-SUM-FROM-DAY             PIC S9(05) USAGE IS COMP.
           05  WS-SUM-DAY                  PIC S9(05) USAGE IS COMP.
           05  WS-WINDOW-SUM               PIC 9(09).
           05  WS-RECENT-SUM               PIC 9(09).
           05  WS-EARLIER-SUM              PIC 9(09).
           05  WS-LATEST-WINDOW-CASES      PIC 9(09).
           05  WS-RAW-RT                   PIC 9(03)V9(04).
           05  WS-RAW-RT-TOTAL             PIC 9(05)V9(04).
           05  WS-RAW-RT-COUNT             PIC 9(02).
           05  WS-SMOOTHED-RT              PIC 9(03)V9(04).
           05  WS-CURRENT-RT               PIC 9(03)V9(04).
           05  WS-WEEK-AGO-RT              PIC 9(03)V9(04).
           05  WS-RT-CHANGE                PIC S9(03)V9(04).
           05  WS-CURRENT-OK-SW            PIC X(01).
               88  WS-CURRENT-OK                 VALUE 'Y'.
           05  WS-WEEK-AGO-OK-SW           PIC X(01).
               88  WS-WEEK-AGO-OK                VALUE 'Y'.
           05  WS-SMOOTHED-OK-SW           PIC X(01).
               88  WS-SMOOTHED-OK                VALUE 'Y'.
      *---------------------------------------------------------------*
       01  RT-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'EFFECTIVE REPRODUCTION NUMBER (RT) BY STATE '.
           05  FILLER PIC X(10) VALUE ' DISEASE  '.
           05  RHL-DISEASE                 PIC X(02).
           05  FILLER PIC X(19) VALUE '  SERIAL INTERVAL  '.
           05  RHL-SERIAL-INTERVAL         PIC Z9.
           05  FILLER PIC X(10) VALUE '  WINDOW  '.
           05  RHL-WINDOW-DAYS             PIC Z9.
      *---------------------------------------------------------------*
       01  RT-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(42) VALUE
               'ST  AS OF      WINDOW CASES   RT NOW  WEEK'.
           05  FILLER PIC X(34) VALUE
               ' AGO  TREND    FLAG               '.
      *---------------------------------------------------------------*
       01  RT-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  RDL-STATE                   PIC X(02).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  RDL-AS-OF-DATE              PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  RDL-WINDOW-CASES            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  RDL-CURRENT-AREA.
               10  RDL-CURRENT             PIC Z9.99.
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  RDL-WEEK-AGO-AREA.
               10  RDL-WEEK-AGO            PIC Z9.99.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  RDL-TREND                   PIC X(07).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  RDL-FLAG                    PIC X(24).
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
           PERFORM 8000-READ-COVID-SUMMARY.
           PERFORM 2000-TRACK-ONE-ROW
               UNTIL END-OF-FILE.
           PERFORM 2500-ESTIMATE-THE-GROUP THRU 2500-EXIT.
           PERFORM 3000-CLOSE-FILES.
           DISPLAY '*** COVRT REPRODUCTION NUMBER SUMMARY ***'.
           DISPLAY 'SUMMARY ROWS READ   : ', WS-ROW-COUNT.
           DISPLAY 'STATES              : ', WS-STATE-COUNT.
           DISPLAY 'STATES ESTIMATED    : ', WS-ESTIMATED-COUNT.
           DISPLAY 'CROSSED ABOVE 1.00  : ', WS-CROSSED-UP-COUNT.
           DISPLAY 'CROSSED BELOW 1.00  : ', WS-CROSSED-DOWN-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  COVID-SUMMARY-FILE.
           OPEN OUTPUT RT-EXTRACT-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE 50                         TO LINES-ON-PAGE.
           ACCEPT WS-DISEASE-CARD.
           IF  WS-DISEASE-CARD NOT = SPACE
               MOVE WS-DISEASE-CARD        TO WS-DISEASE-CODE
           END-IF.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           PERFORM 1100-LOAD-PARAMETERS.
           COMPUTE WS-MINIMUM-DAYS =
               WS-SERIAL-INTERVAL + WS-WINDOW-DAYS
               + WS-SMOOTHING-DAYS + 6.
           MOVE WS-DISEASE-CODE            TO RHL-DISEASE.
           MOVE WS-SERIAL-INTERVAL         TO RHL-SERIAL-INTERVAL.
           MOVE WS-WINDOW-DAYS             TO RHL-WINDOW-DAYS.
           IF NOT SUMMARY-FILE-OK
               DISPLAY 'COVSUMF OPEN ERROR : ', SUMMARY-FILE-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT RT-EXTRACT-OK
               DISPLAY 'RTOUT OPEN ERROR : ', RT-EXTRACT-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       1100-LOAD-PARAMETERS.
      *---------------------------------------------------------------*
      *    A MISSING OR OUT-OF-RANGE PARAMETER KEEPS THE COMPILED-IN
      *    VALUE (SERIAL INTERVAL 5 DAYS, WINDOW 7 DAYS).
      *---------------------------------------------------------------*
           MOVE 'RTSERINT'                 TO PL-PARM-ID.
           MOVE WS-BUSINESS-DATE           TO PL-AS-OF-DATE.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND
               AND PL-VALUE (1:2) IS NUMERIC
               AND PL-VALUE (1:2) > '00'
               AND PL-VALUE (1:2) NOT > '14'
               MOVE PL-VALUE (1:2)         TO WS-SERIAL-INTERVAL
           END-IF.
           MOVE 'RTWINDAY'                 TO PL-PARM-ID.
           MOVE WS-BUSINESS-DATE           TO PL-AS-OF-DATE.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND
               AND PL-VALUE (1:2) IS NUMERIC
               AND PL-VALUE (1:2) > '00'
               AND PL-VALUE (1:2) NOT > '14'
               MOVE PL-VALUE (1:2)         TO WS-WINDOW-DAYS
           END-IF.
      *---------------------------------------------------------------*
       2000-TRACK-ONE-ROW.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-ROW-COUNT.
           IF  CS-DISEASE = WS-DISEASE-CODE
               OR (CS-DISEASE = SPACE
                   AND WS-DISEASE-CODE = 'CV')
               IF  CS-STATE NOT = WS-GROUP-STATE
                   PERFORM 2500-ESTIMATE-THE-GROUP THRU 2500-EXIT
                   MOVE CS-STATE           TO WS-GROUP-STATE
                   MOVE 0                  TO WS-GROUP-OBS-COUNT
                   ADD 1                   TO WS-STATE-COUNT
               END-IF
               ADD 1                       TO WS-GROUP-OBS-COUNT
               MOVE WS-GROUP-OBS-COUNT     TO WS-DAY-NO
               PERFORM 2100-FIND-RING-SLOT
               MOVE CS-POSITIVE-INCREASE   TO WS-RING-CASES
                                              (WS-RING-SLOT)
               MOVE CS-DATE                TO WS-GROUP-DATE
           END-IF.
           PERFORM 8000-READ-COVID-SUMMARY.
      *---------------------------------------------------------------*
       2100-FIND-RING-SLOT.
      *---------------------------------------------------------------*
           SUBTRACT 1 FROM WS-DAY-NO GIVING WS-RING-SLOT.
           DIVIDE WS-RING-SLOT BY 60 GIVING WS-RING-QUOTIENT
               REMAINDER WS-RING-SLOT.
           ADD 1                           TO WS-RING-SLOT.
      *---------------------------------------------------------------*
       2500-ESTIMATE-THE-GROUP.
      *---------------------------------------------------------------*
           IF  WS-GROUP-STATE = LOW-VALUE
               GO TO 2500-EXIT.
           MOVE SPACE                      TO RT-ESTIMATE-RECORD.
           MOVE WS-DISEASE-CODE            TO RT-DISEASE.
           MOVE WS-GROUP-STATE             TO RT-STATE.
           MOVE WS-GROUP-DATE              TO RT-AS-OF-DATE.
           MOVE WS-SERIAL-INTERVAL         TO RT-SERIAL-INTERVAL.
           MOVE WS-WINDOW-DAYS             TO RT-WINDOW-DAYS.
           MOVE 0                          TO RT-CURRENT
                                              RT-WEEK-AGO.
           SET RT-INSUFFICIENT TO TRUE.
           MOVE 'N'                        TO WS-CURRENT-OK-SW
                                              WS-WEEK-AGO-OK-SW.
           MOVE 0                          TO WS-LATEST-WINDOW-CASES.
           IF  WS-GROUP-OBS-COUNT NOT < WS-MINIMUM-DAYS
               MOVE WS-GROUP-OBS-COUNT     TO WS-SUM-FROM-DAY
               PERFORM 2640-SUM-WINDOW
               MOVE WS-WINDOW-SUM          TO WS-LATEST-WINDOW-CASES
               MOVE WS-GROUP-OBS-COUNT     TO WS-END-DAY
               PERFORM 2600-SMOOTHED-RT-AT-DAY
               MOVE WS-SMOOTHED-OK-SW      TO WS-CURRENT-OK-SW
               MOVE WS-SMOOTHED-RT         TO WS-CURRENT-RT
               SUBTRACT 7 FROM WS-GROUP-OBS-COUNT GIVING WS-END-DAY
               PERFORM 2600-SMOOTHED-RT-AT-DAY
               MOVE WS-SMOOTHED-OK-SW      TO WS-WEEK-AGO-OK-SW
               MOVE WS-SMOOTHED-RT         TO WS-WEEK-AGO-RT
           END-IF.
           IF  WS-CURRENT-OK AND WS-WEEK-AGO-OK
               PERFORM 2700-JUDGE-THE-TREND
           END-IF.
           PERFORM 2800-REPORT-THE-STATE.
       2500-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2600-SMOOTHED-RT-AT-DAY.
      *---------------------------------------------------------------*
      *    AVERAGE OF THE RAW ESTIMATES FOR THE SEVEN DAYS ENDING ON
      *    DAY WS-END-DAY OF THE STATE'S HISTORY.
      *---------------------------------------------------------------*
           MOVE 0                          TO WS-RAW-RT-TOTAL
                                              WS-RAW-RT-COUNT
                                              WS-SMOOTHED-RT.
           MOVE 'N'                        TO WS-SMOOTHED-OK-SW.
           COMPUTE WS-RT-DAY =
               WS-END-DAY - WS-SMOOTHING-DAYS + 1.
           PERFORM 2610-RAW-RT-FOR-DAY
               UNTIL WS-RT-DAY > WS-END-DAY.
           IF  WS-RAW-RT-COUNT > 0
               COMPUTE WS-SMOOTHED-RT ROUNDED =
                   WS-RAW-RT-TOTAL / WS-RAW-RT-COUNT
               MOVE 'Y'                    TO WS-SMOOTHED-OK-SW
           END-IF.
      *---------------------------------------------------------------*
       2610-RAW-RT-FOR-DAY.
      *---------------------------------------------------------------*
           MOVE WS-RT-DAY                  TO WS-SUM-FROM-DAY.
           PERFORM 2640-SUM-WINDOW.
           MOVE WS-WINDOW-SUM              TO WS-RECENT-SUM.
           COMPUTE WS-SUM-FROM-DAY =
               WS-RT-DAY - WS-SERIAL-INTERVAL.
           PERFORM 2640-SUM-WINDOW.
           MOVE WS-WINDOW-SUM              TO WS-EARLIER-SUM.
           IF  WS-EARLIER-SUM > 0
               COMPUTE WS-RAW-RT ROUNDED =
                   WS-RECENT-SUM / WS-EARLIER-SUM
                   ON SIZE ERROR
                       MOVE 999.9999       TO WS-RAW-RT
               END-COMPUTE
               ADD WS-RAW-RT               TO WS-RAW-RT-TOTAL
               ADD 1                       TO WS-RAW-RT-COUNT
           END-IF.
           ADD 1                           TO WS-RT-DAY.
      *---------------------------------------------------------------*
       2640-SUM-WINDOW.
      *---------------------------------------------------------------*
      *    NEW CASES OVER THE WINDOW ENDING ON DAY WS-SUM-FROM-DAY.
      *---------------------------------------------------------------*
           MOVE 0                          TO WS-WINDOW-SUM.
           COMPUTE WS-SUM-DAY =
               WS-SUM-FROM-DAY - WS-WINDOW-DAYS + 1.
           PERFORM 2650-ADD-ONE-DAY
               UNTIL WS-SUM-DAY > WS-SUM-FROM-DAY.
      *---------------------------------------------------------------*
       2650-ADD-ONE-DAY.
      *---------------------------------------------------------------*
           MOVE WS-SUM-DAY                 TO WS-DAY-NO.
           PERFORM 2100-FIND-RING-SLOT.
           ADD WS-RING-CASES (WS-RING-SLOT) TO WS-WINDOW-SUM.
           ADD 1                           TO WS-SUM-DAY.
      *---------------------------------------------------------------*
       2700-JUDGE-THE-TREND.
      *---------------------------------------------------------------*
           SET RT-ESTIMATED TO TRUE.
           ADD 1                           TO WS-ESTIMATED-COUNT.
           IF  WS-CURRENT-RT > 99.99
               MOVE 99.99                  TO RT-CURRENT
           ELSE
               COMPUTE RT-CURRENT ROUNDED = WS-CURRENT-RT
           END-IF.
           IF  WS-WEEK-AGO-RT > 99.99
               MOVE 99.99                  TO RT-WEEK-AGO
           ELSE
               COMPUTE RT-WEEK-AGO ROUNDED = WS-WEEK-AGO-RT
           END-IF.
           COMPUTE WS-RT-CHANGE = WS-CURRENT-RT - WS-WEEK-AGO-RT.
           EVALUATE TRUE
               WHEN WS-RT-CHANGE > WS-TREND-BAND
                   SET RT-RISING TO TRUE
               WHEN WS-RT-CHANGE < (0 - WS-TREND-BAND)
                   SET RT-FALLING TO TRUE
               WHEN OTHER
                   SET RT-STEADY TO TRUE
           END-EVALUATE.
           IF  WS-WEEK-AGO-RT < 1
               AND WS-CURRENT-RT NOT < 1
               SET RT-CROSSED-UP TO TRUE
               ADD 1                       TO WS-CROSSED-UP-COUNT
           END-IF.
           IF  WS-WEEK-AGO-RT NOT < 1
               AND WS-CURRENT-RT < 1
               SET RT-CROSSED-DOWN TO TRUE
               ADD 1                       TO WS-CROSSED-DOWN-COUNT
           END-IF.
      *---------------------------------------------------------------*
       2800-REPORT-THE-STATE.
      *---------------------------------------------------------------*
           WRITE RT-ESTIMATE-RECORD.
           MOVE RT-STATE                   TO RDL-STATE.
           MOVE RT-AS-OF-DATE              TO RDL-AS-OF-DATE.
           MOVE WS-LATEST-WINDOW-CASES     TO RDL-WINDOW-CASES.
           MOVE SPACE                      TO RDL-FLAG.
           IF  RT-ESTIMATED
               MOVE RT-CURRENT             TO RDL-CURRENT
               MOVE RT-WEEK-AGO            TO RDL-WEEK-AGO
               MOVE RT-TREND               TO RDL-TREND
               EVALUATE TRUE
                   WHEN RT-CROSSED-UP
                       MOVE '** CROSSED ABOVE 1.00'
                           TO RDL-FLAG
                   WHEN RT-CROSSED-DOWN
                       MOVE '** CROSSED BELOW 1.00'
                           TO RDL-FLAG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               MOVE SPACE                  TO RDL-CURRENT-AREA
                                              RDL-WEEK-AGO-AREA
                                              RDL-TREND
               MOVE 'TOO LITTLE HISTORY'   TO RDL-FLAG
           END-IF.
           MOVE RT-DETAIL-LINE             TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE COVID-SUMMARY-FILE.
           CLOSE RT-EXTRACT-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       8000-READ-COVID-SUMMARY.
      *---------------------------------------------------------------*
           READ COVID-SUMMARY-FILE
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
           MOVE RT-HEADING-LINE            TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE RT-COLUMN-LINE             TO PRINT-LINE.
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
