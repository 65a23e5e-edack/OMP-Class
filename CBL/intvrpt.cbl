       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INTVRPT.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    INTERVENTION BEFORE/AFTER TREND REPORT - FOR EVERY EVENT ON
      *    THE INTVREF INTERVENTION REFERENCE (SEE INTVREC, MAINTAINED
      *    BY INTVMNT), COMPARES THE STATE'S 14-DAY AVERAGE OF NEW
      *    CASES, HOSPITAL CENSUS AND NEW DEATHS FROM COVSUMF BEFORE
      *    AND AFTER THE EVENT.  BOTH WINDOWS ARE PUSHED FORWARD BY
      *    THE INCUBATION LAG - AN EFFECT CANNOT SHOW IN THE FIGURES
      *    UNTIL THE LAG HAS PASSED, SO THE "BEFORE" WINDOW IS THE 14
      *    DAYS ENDING THE DAY BEFORE THE EVENT DATE PLUS THE LAG AND
      *    THE "AFTER" WINDOW THE 14 DAYS STARTING ON IT.  THE LAG IS
      *    PARMFILE PARAMETER IVLAGDAY (SEE PARMC).  AN EVENT WHOSE
      *    WINDOWS ARE NOT FULLY ON FILE IS MARKED PARTIAL; ONE WITH
      *    NOTHING ON ONE SIDE, NO DATA.  THE LAST PAGE AVERAGES THE
      *    PERCENT CHANGES BY INTERVENTION TYPE AND DIRECTION OVER THE
      *    EVENTS WITH BOTH WINDOWS COMPLETE.
      *
      *    CONTROL INPUT (SYSIN) -
      *      CARD 1   DISEASE CODE 2 CHARACTERS (BLANK = CV)
      *      CARD 2   EARLIEST EVENT DATE YYYYMMDD (BLANK = EVERY
      *               EVENT ON FILE)
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
           SELECT INTERVENTION-FILE ASSIGN TO INTVREF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS IV-EVENT-KEY
             FILE STATUS  IS INTERVENTION-STATUS.
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
       FD  INTERVENTION-FILE.
       COPY INTVREC.
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
           05  INTERVENTION-STATUS         PIC X(02).
               88  INTERVENTION-OK               VALUE '00'.
           05  SUMMARY-FILE-STATUS         PIC X(02).
               88  SUMMARY-FILE-OK               VALUE '00'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  WINDOW-END-SW               PIC X VALUE 'N'.
               88  WINDOW-END                    VALUE 'Y'.
           05  HEADING-MODE-SW             PIC X(01) VALUE 'E'.
               88  HEADING-EVENTS                VALUE 'E'.
               88  HEADING-SUMMARY               VALUE 'S'.
           05  WS-EVENT-COUNT              PIC 9(05) VALUE 0.
           05  WS-PARTIAL-COUNT            PIC 9(05) VALUE 0.
           05  WS-NO-DATA-COUNT            PIC 9(05) VALUE 0.
           05  WS-DISEASE-CARD             PIC X(02) VALUE SPACE.
           05  WS-DISEASE-CODE             PIC X(02) VALUE 'CV'.
           05  WS-FROM-CARD                PIC X(08) VALUE SPACE.
           05  WS-FROM-DATE                PIC 9(08) VALUE 0.
           05  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
           05  WS-LAG-DAYS                 PIC 9(02) VALUE 7.
           05  WS-WINDOW-DAYS              PIC 9(02) VALUE 14.
           05  WS-SCAN-DISEASE             PIC X(02).
           05  WS-EVENT-INT                PIC S9(09) USAGE IS COMP.
           05  WS-BEFORE-FIRST-DATE        PIC 9(08).
           05  WS-AFTER-FIRST-DATE         PIC 9(08).
           05  WS-AFTER-LAST-DATE          PIC 9(08).
           05  WS-SUB-1                    PIC S9(04) USAGE IS COMP.
      *---------------------------------------------------------------*
      *    ONE EVENT'S TWO WINDOWS - ENTRY 1 BEFORE, ENTRY 2 AFTER.
      *---------------------------------------------------------------*
       01  WINDOW-TOTALS.
           05  WN-ENTRY                    OCCURS 2 TIMES.
               10  WN-DAYS                 PIC 9(03).
               10  WN-CASES                PIC 9(09).
               10  WN-HOSPITAL             PIC 9(09).
               10  WN-DEATHS               PIC 9(09).
               10  WN-CASES-AVG            PIC 9(07)V9.
               10  WN-HOSPITAL-AVG         PIC 9(07)V9.
               10  WN-DEATHS-AVG           PIC 9(07)V9.
       01  WS-CHANGE-FIELDS.
           05  WS-CASES-CHANGE             PIC S9(05)V9.
           05  WS-HOSPITAL-CHANGE          PIC S9(05)V9.
           05  WS-DEATHS-CHANGE            PIC S9(05)V9.
           05  WS-CHANGE-BEFORE            PIC 9(07)V9.
           05  WS-CHANGE-AFTER             PIC 9(07)V9.
           05  WS-CHANGE-RESULT            PIC S9(05)V9.
           05  WS-CHANGE-OK-SW             PIC X(01).
               88  WS-CHANGE-OK                  VALUE 'Y'.
           05  WS-CASES-OK-SW              PIC X(01).
           05  WS-HOSPITAL-OK-SW           PIC X(01).
           05  WS-DEATHS-OK-SW             PIC X(01).
      *---------------------------------------------------------------*
      *    AVERAGE PERCENT CHANGE BY INTERVENTION TYPE AND DIRECTION,
      *    OVER THE EVENTS WITH BOTH WINDOWS COMPLETE.
      *---------------------------------------------------------------*
       01  TYPE-SUMMARY-TABLE.
           05  TS-ENTRY-COUNT              PIC 9(02) VALUE 0.
           05  TS-ENTRY                    OCCURS 12 TIMES
                                           INDEXED BY TS-IDX.
               10  TS-TYPE                 PIC X(04).
               10  TS-DIRECTION            PIC X(01).
               10  TS-EVENTS               PIC 9(05).
               10  TS-CASES-N              PIC 9(05).
               10  TS-CASES-SUM            PIC S9(09)V9.
               10  TS-HOSPITAL-N           PIC 9(05).
               10  TS-HOSPITAL-SUM         PIC S9(09)V9.
               10  TS-DEATHS-N             PIC 9(05).
               10  TS-DEATHS-SUM           PIC S9(09)V9.
      *---------------------------------------------------------------*
       01  EVENT-HEADING-LINE-1.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'INTERVENTION BEFORE/AFTER TRENDS - DISEASE  '.
           05  EHL-DISEASE                 PIC X(02).
           05  FILLER PIC X(30) VALUE
               '   14-DAY AVERAGES, LAG DAYS  '.
           05  EHL-LAG-DAYS                PIC Z9.
           05  FILLER PIC X(10) VALUE SPACE.
           05  FILLER PIC X(05) VALUE 'PAGE '.
           05  EHL-PAGE                    PIC ZZ9.
      *---------------------------------------------------------------*
       01  EVENT-HEADING-LINE-2.
      *---------------------------------------------------------------*
           05  FILLER PIC X(20) VALUE SPACE.
           05  FILLER PIC X(33) VALUE
               '------ NEW CASES ------------    '.
           05  FILLER PIC X(33) VALUE
               '------ HOSPITAL CENSUS ------    '.
           05  FILLER PIC X(33) VALUE
               '------ NEW DEATHS -----------    '.
      *---------------------------------------------------------------*
       01  EVENT-HEADING-LINE-3.
      *---------------------------------------------------------------*
           05  FILLER PIC X(20) VALUE
               'ST EVENT DT TYPE S/E'.
           05  FILLER PIC X(33) VALUE
               '    BEFORE     AFTER  % CHG     '.
           05  FILLER PIC X(33) VALUE
               '    BEFORE     AFTER  % CHG     '.
           05  FILLER PIC X(33) VALUE
               '    BEFORE     AFTER  % CHG     '.
           05  FILLER PIC X(08) VALUE 'NOTE'.
      *---------------------------------------------------------------*
       01  EVENT-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  EDL-STATE                   PIC X(02).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  EDL-EVENT-DATE              PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  EDL-TYPE                    PIC X(04).
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  EDL-DIRECTION               PIC X(01).
           05  EDL-MEASURE                 OCCURS 3 TIMES.
               10  EDL-BEFORE              PIC ZZZ,ZZ9.9.
               10  FILLER                  PIC X(01).
               10  EDL-AFTER               PIC ZZZ,ZZ9.9.
               10  FILLER                  PIC X(01).
               10  EDL-CHANGE-AREA.
                   15  EDL-CHANGE          PIC -ZZZ9.9.
               10  FILLER                  PIC X(06).
           05  EDL-NOTE                    PIC X(08).
      *---------------------------------------------------------------*
       01  EVENT-DESCRIPTION-LINE.
      *---------------------------------------------------------------*
           05  FILLER                      PIC X(20) VALUE SPACE.
           05  EVL-DESCRIPTION             PIC X(40).
      *---------------------------------------------------------------*
       01  SUMMARY-HEADING-LINE-1.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'INTERVENTION SUMMARY - AVERAGE % CHANGE, DIS'.
           05  FILLER PIC X(06) VALUE 'EASE  '.
           05  SHL-DISEASE                 PIC X(02).
           05  FILLER PIC X(34) VALUE SPACE.
           05  FILLER PIC X(05) VALUE 'PAGE '.
           05  SHL-PAGE                    PIC ZZ9.
      *---------------------------------------------------------------*
       01  SUMMARY-HEADING-LINE-2.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'TYPE S/E  EVENTS   NEW CASES   HOSP CENSUS  '.
           05  FILLER PIC X(12) VALUE ' NEW DEATHS'.
      *---------------------------------------------------------------*
       01  SUMMARY-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  SDL-TYPE                    PIC X(04).
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  SDL-DIRECTION               PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  SDL-EVENTS                  PIC ZZ,ZZ9.
           05  SDL-MEASURE                 OCCURS 3 TIMES.
               10  FILLER                  PIC X(05).
               10  SDL-CHANGE-AREA.
                   15  SDL-CHANGE          PIC -ZZZ9.9.
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
           PERFORM 8000-READ-INTERVENTION.
           PERFORM 2000-MEASURE-ONE-EVENT THRU 2000-EXIT
               UNTIL END-OF-FILE.
           IF  RETURN-CODE < 16
               PERFORM 5000-PRINT-TYPE-SUMMARY
           END-IF.
           PERFORM 3000-CLOSE-FILES.
           DISPLAY '*** INTVRPT INTERVENTION TREND SUMMARY ***'.
           DISPLAY 'EVENTS MEASURED    : ', WS-EVENT-COUNT.
           DISPLAY 'PARTIAL WINDOWS    : ', WS-PARTIAL-COUNT.
           DISPLAY 'NO DATA            : ', WS-NO-DATA-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  INTERVENTION-FILE.
           OPEN INPUT  COVID-SUMMARY-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE 50                         TO LINES-ON-PAGE.
           ACCEPT WS-DISEASE-CARD.
           ACCEPT WS-FROM-CARD.
           IF  WS-DISEASE-CARD NOT = SPACE
               MOVE WS-DISEASE-CARD        TO WS-DISEASE-CODE
           END-IF.
           IF  WS-FROM-CARD IS NUMERIC
               MOVE WS-FROM-CARD           TO WS-FROM-DATE
           END-IF.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
      *    INCUBATION LAG - A MISSING OR NON-NUMERIC PARAMETER KEEPS
      *    THE COMPILED-IN 7 DAYS.
           MOVE 'IVLAGDAY'                 TO PL-PARM-ID.
           MOVE WS-BUSINESS-DATE           TO PL-AS-OF-DATE.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND
               AND PL-VALUE (1:2) IS NUMERIC
               MOVE PL-VALUE (1:2)         TO WS-LAG-DAYS
           END-IF.
           MOVE WS-DISEASE-CODE            TO EHL-DISEASE
                                              SHL-DISEASE.
           MOVE WS-LAG-DAYS                TO EHL-LAG-DAYS.
           IF NOT INTERVENTION-OK
               DISPLAY 'INTVREF OPEN ERROR : ', INTERVENTION-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT SUMMARY-FILE-OK
               DISPLAY 'COVSUMF OPEN ERROR : ', SUMMARY-FILE-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       2000-MEASURE-ONE-EVENT.
      *---------------------------------------------------------------*
           IF  IV-EVENT-DATE < WS-FROM-DATE
               PERFORM 8000-READ-INTERVENTION
               GO TO 2000-EXIT.
           ADD 1                           TO WS-EVENT-COUNT.
           INITIALIZE WINDOW-TOTALS.
           COMPUTE WS-EVENT-INT =
               FUNCTION INTEGER-OF-DATE (IV-EVENT-DATE)
               + WS-LAG-DAYS.
           COMPUTE WS-AFTER-FIRST-DATE =
               FUNCTION DATE-OF-INTEGER (WS-EVENT-INT).
           COMPUTE WS-BEFORE-FIRST-DATE =
               FUNCTION DATE-OF-INTEGER
                   (WS-EVENT-INT - WS-WINDOW-DAYS).
           COMPUTE WS-AFTER-LAST-DATE =
               FUNCTION DATE-OF-INTEGER
                   (WS-EVENT-INT + WS-WINDOW-DAYS - 1).
      *    ROWS LOADED BEFORE THE DISEASE CODE EXISTED CARRY SPACES
      *    AND COUNT AS COVID.
           MOVE WS-DISEASE-CODE            TO WS-SCAN-DISEASE.
           PERFORM 2100-SCAN-THE-WINDOWS.
           IF  WS-DISEASE-CODE = 'CV'
               MOVE SPACE                  TO WS-SCAN-DISEASE
               PERFORM 2100-SCAN-THE-WINDOWS
           END-IF.
           PERFORM 2300-COMPARE-THE-WINDOWS.
           PERFORM 2400-PRINT-THE-EVENT.
           PERFORM 8000-READ-INTERVENTION.
       2000-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2100-SCAN-THE-WINDOWS.
      *---------------------------------------------------------------*
           MOVE WS-SCAN-DISEASE            TO CS-DISEASE.
           MOVE IV-STATE-CODE              TO CS-STATE.
           MOVE WS-BEFORE-FIRST-DATE       TO CS-DATE.
           MOVE 'N'                        TO WINDOW-END-SW.
           START COVID-SUMMARY-FILE
               KEY IS NOT LESS THAN CS-SUMMARY-KEY
               INVALID KEY
                   SET WINDOW-END TO TRUE
           END-START.
           IF  NOT WINDOW-END
               PERFORM 8100-READ-NEXT-SUMMARY
           END-IF.
           PERFORM 2200-TALLY-ONE-DAY
               UNTIL WINDOW-END.
      *---------------------------------------------------------------*
       2200-TALLY-ONE-DAY.
      *---------------------------------------------------------------*
           IF  CS-DISEASE NOT = WS-SCAN-DISEASE
               OR CS-STATE NOT = IV-STATE-CODE
               OR CS-DATE > WS-AFTER-LAST-DATE
               SET WINDOW-END TO TRUE
           ELSE
               IF  CS-DATE < WS-AFTER-FIRST-DATE
                   MOVE 1                  TO WS-SUB-1
               ELSE
                   MOVE 2                  TO WS-SUB-1
               END-IF
               ADD 1                       TO WN-DAYS (WS-SUB-1)
               ADD CS-POSITIVE-INCREASE    TO WN-CASES (WS-SUB-1)
               ADD CS-HOSPITAL-CURR        TO WN-HOSPITAL (WS-SUB-1)
               ADD CS-DEATH-INCREASE       TO WN-DEATHS (WS-SUB-1)
               PERFORM 8100-READ-NEXT-SUMMARY
           END-IF.
      *---------------------------------------------------------------*
       2300-COMPARE-THE-WINDOWS.
      *---------------------------------------------------------------*
           PERFORM 2310-AVERAGE-ONE-WINDOW
               VARYING WS-SUB-1 FROM 1 BY 1
               UNTIL WS-SUB-1 > 2.
           MOVE WN-CASES-AVG (1)           TO WS-CHANGE-BEFORE.
           MOVE WN-CASES-AVG (2)           TO WS-CHANGE-AFTER.
           PERFORM 2320-PERCENT-CHANGE.
           MOVE WS-CHANGE-RESULT           TO WS-CASES-CHANGE.
           MOVE WS-CHANGE-OK-SW            TO WS-CASES-OK-SW.
           MOVE WN-HOSPITAL-AVG (1)        TO WS-CHANGE-BEFORE.
           MOVE WN-HOSPITAL-AVG (2)        TO WS-CHANGE-AFTER.
           PERFORM 2320-PERCENT-CHANGE.
           MOVE WS-CHANGE-RESULT           TO WS-HOSPITAL-CHANGE.
           MOVE WS-CHANGE-OK-SW            TO WS-HOSPITAL-OK-SW.
           MOVE WN-DEATHS-AVG (1)          TO WS-CHANGE-BEFORE.
           MOVE WN-DEATHS-AVG (2)          TO WS-CHANGE-AFTER.
           PERFORM 2320-PERCENT-CHANGE.
           MOVE WS-CHANGE-RESULT           TO WS-DEATHS-CHANGE.
           MOVE WS-CHANGE-OK-SW            TO WS-DEATHS-OK-SW.
      *---------------------------------------------------------------*
       2310-AVERAGE-ONE-WINDOW.
      *---------------------------------------------------------------*
           IF  WN-DAYS (WS-SUB-1) > 0
               COMPUTE WN-CASES-AVG (WS-SUB-1) ROUNDED =
                   WN-CASES (WS-SUB-1) / WN-DAYS (WS-SUB-1)
               COMPUTE WN-HOSPITAL-AVG (WS-SUB-1) ROUNDED =
                   WN-HOSPITAL (WS-SUB-1) / WN-DAYS (WS-SUB-1)
               COMPUTE WN-DEATHS-AVG (WS-SUB-1) ROUNDED =
                   WN-DEATHS (WS-SUB-1) / WN-DAYS (WS-SUB-1)
           END-IF.
      *---------------------------------------------------------------*
       2320-PERCENT-CHANGE.
      *---------------------------------------------------------------*
      *    NO PERCENT CAN BE TAKEN OFF A ZERO "BEFORE" AVERAGE.
           MOVE 0                          TO WS-CHANGE-RESULT.
           MOVE 'N'                        TO WS-CHANGE-OK-SW.
           IF  WS-CHANGE-BEFORE > 0
               AND WN-DAYS (1) > 0 AND WN-DAYS (2) > 0
               COMPUTE WS-CHANGE-RESULT ROUNDED =
                   (WS-CHANGE-AFTER - WS-CHANGE-BEFORE) * 100
                   / WS-CHANGE-BEFORE
                   ON SIZE ERROR
                       MOVE 9999.9         TO WS-CHANGE-RESULT
               END-COMPUTE
               MOVE 'Y'                    TO WS-CHANGE-OK-SW
           END-IF.
      *---------------------------------------------------------------*
       2400-PRINT-THE-EVENT.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO EVENT-DETAIL-LINE.
           MOVE IV-STATE-CODE              TO EDL-STATE.
           MOVE IV-EVENT-DATE              TO EDL-EVENT-DATE.
           MOVE IV-TYPE                    TO EDL-TYPE.
           MOVE IV-DIRECTION               TO EDL-DIRECTION.
           MOVE WN-CASES-AVG (1)           TO EDL-BEFORE (1).
           MOVE WN-CASES-AVG (2)           TO EDL-AFTER (1).
           MOVE WN-HOSPITAL-AVG (1)        TO EDL-BEFORE (2).
           MOVE WN-HOSPITAL-AVG (2)        TO EDL-AFTER (2).
           MOVE WN-DEATHS-AVG (1)          TO EDL-BEFORE (3).
           MOVE WN-DEATHS-AVG (2)          TO EDL-AFTER (3).
           IF  WS-CASES-OK-SW = 'Y'
               MOVE WS-CASES-CHANGE        TO EDL-CHANGE (1)
           END-IF.
           IF  WS-HOSPITAL-OK-SW = 'Y'
               MOVE WS-HOSPITAL-CHANGE     TO EDL-CHANGE (2)
           END-IF.
           IF  WS-DEATHS-OK-SW = 'Y'
               MOVE WS-DEATHS-CHANGE       TO EDL-CHANGE (3)
           END-IF.
           EVALUATE TRUE
               WHEN WN-DAYS (1) = 0 OR WN-DAYS (2) = 0
                   MOVE 'NO DATA'          TO EDL-NOTE
                   ADD 1                   TO WS-NO-DATA-COUNT
               WHEN WN-DAYS (1) < WS-WINDOW-DAYS
                   OR WN-DAYS (2) < WS-WINDOW-DAYS
                   MOVE 'PARTIAL'          TO EDL-NOTE
                   ADD 1                   TO WS-PARTIAL-COUNT
               WHEN OTHER
                   PERFORM 2500-ADD-TO-TYPE-SUMMARY
           END-EVALUATE.
           MOVE EVENT-DETAIL-LINE          TO NEXT-REPORT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 9000-PRINT-REPORT-LINE.
           IF  IV-DESCRIPTION NOT = SPACE
               MOVE IV-DESCRIPTION         TO EVL-DESCRIPTION
               MOVE EVENT-DESCRIPTION-LINE TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
      *---------------------------------------------------------------*
       2500-ADD-TO-TYPE-SUMMARY.
      *---------------------------------------------------------------*
           SET TS-IDX                      TO 1.
           SEARCH TS-ENTRY
               AT END
                   PERFORM 2510-ADD-TYPE-ENTRY
               WHEN TS-IDX > TS-ENTRY-COUNT
                   PERFORM 2510-ADD-TYPE-ENTRY
               WHEN TS-TYPE (TS-IDX) = IV-TYPE
                   AND TS-DIRECTION (TS-IDX) = IV-DIRECTION
                   CONTINUE
           END-SEARCH.
           ADD 1                           TO TS-EVENTS (TS-IDX).
           IF  WS-CASES-OK-SW = 'Y'
               ADD 1                       TO TS-CASES-N (TS-IDX)
               ADD WS-CASES-CHANGE         TO TS-CASES-SUM (TS-IDX)
           END-IF.
           IF  WS-HOSPITAL-OK-SW = 'Y'
               ADD 1                       TO TS-HOSPITAL-N (TS-IDX)
               ADD WS-HOSPITAL-CHANGE      TO TS-HOSPITAL-SUM (TS-IDX)
           END-IF.
           IF  WS-DEATHS-OK-SW = 'Y'
               ADD 1                       TO TS-DEATHS-N (TS-IDX)
               ADD WS-DEATHS-CHANGE        TO TS-DEATHS-SUM (TS-IDX)
           END-IF.
      *---------------------------------------------------------------*
       2510-ADD-TYPE-ENTRY.
      *---------------------------------------------------------------*
      *    SIX TYPES BY TWO DIRECTIONS FILL THE TABLE EXACTLY.
           IF  TS-ENTRY-COUNT < 12
               ADD 1                       TO TS-ENTRY-COUNT
           END-IF.
           SET TS-IDX                      TO TS-ENTRY-COUNT.
           MOVE IV-TYPE                    TO TS-TYPE (TS-IDX).
           MOVE IV-DIRECTION               TO TS-DIRECTION (TS-IDX).
           MOVE 0                          TO TS-EVENTS (TS-IDX)
                                              TS-CASES-N (TS-IDX)
                                              TS-CASES-SUM (TS-IDX)
                                              TS-HOSPITAL-N (TS-IDX)
                                              TS-HOSPITAL-SUM (TS-IDX)
                                              TS-DEATHS-N (TS-IDX)
                                              TS-DEATHS-SUM (TS-IDX).
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE INTERVENTION-FILE.
           CLOSE COVID-SUMMARY-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       5000-PRINT-TYPE-SUMMARY.
      *---------------------------------------------------------------*
           SET HEADING-SUMMARY TO TRUE.
           MOVE 999                        TO LINE-COUNT.
           PERFORM 5100-PRINT-ONE-TYPE
               VARYING TS-IDX FROM 1 BY 1
               UNTIL TS-IDX > TS-ENTRY-COUNT.
      *---------------------------------------------------------------*
       5100-PRINT-ONE-TYPE.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO SUMMARY-DETAIL-LINE.
           MOVE TS-TYPE (TS-IDX)           TO SDL-TYPE.
           MOVE TS-DIRECTION (TS-IDX)      TO SDL-DIRECTION.
           MOVE TS-EVENTS (TS-IDX)         TO SDL-EVENTS.
           IF  TS-CASES-N (TS-IDX) > 0
               COMPUTE SDL-CHANGE (1) ROUNDED =
                   TS-CASES-SUM (TS-IDX) / TS-CASES-N (TS-IDX)
           END-IF.
           IF  TS-HOSPITAL-N (TS-IDX) > 0
               COMPUTE SDL-CHANGE (2) ROUNDED =
                   TS-HOSPITAL-SUM (TS-IDX) / TS-HOSPITAL-N (TS-IDX)
           END-IF.
           IF  TS-DEATHS-N (TS-IDX) > 0
               COMPUTE SDL-CHANGE (3) ROUNDED =
                   TS-DEATHS-SUM (TS-IDX) / TS-DEATHS-N (TS-IDX)
           END-IF.
           MOVE SUMMARY-DETAIL-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       8000-READ-INTERVENTION.
      *---------------------------------------------------------------*
           READ INTERVENTION-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
      *---------------------------------------------------------------*
       8100-READ-NEXT-SUMMARY.
      *---------------------------------------------------------------*
           READ COVID-SUMMARY-FILE NEXT RECORD
               AT END SET WINDOW-END TO TRUE.
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
           IF  HEADING-EVENTS
               MOVE PAGE-COUNT             TO EHL-PAGE
               MOVE EVENT-HEADING-LINE-1   TO PRINT-LINE
               PERFORM 9110-WRITE-TOP-OF-PAGE
               MOVE 2                      TO LINE-SPACEING
               MOVE EVENT-HEADING-LINE-2   TO PRINT-LINE
               PERFORM 9120-WRITE-PRINT-LINE
               MOVE 1                      TO LINE-SPACEING
               MOVE EVENT-HEADING-LINE-3   TO PRINT-LINE
               PERFORM 9120-WRITE-PRINT-LINE
               MOVE 5                      TO LINE-COUNT
           ELSE
               MOVE PAGE-COUNT             TO SHL-PAGE
               MOVE SUMMARY-HEADING-LINE-1 TO PRINT-LINE
               PERFORM 9110-WRITE-TOP-OF-PAGE
               MOVE 2                      TO LINE-SPACEING
               MOVE SUMMARY-HEADING-LINE-2 TO PRINT-LINE
               PERFORM 9120-WRITE-PRINT-LINE
               MOVE 4                      TO LINE-COUNT
           END-IF.
           ADD  1                          TO PAGE-COUNT.
           MOVE 2                          TO LINE-SPACEING.
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
