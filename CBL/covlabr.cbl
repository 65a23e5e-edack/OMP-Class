       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COVLABR.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    LABORATORY REPORTING TIMELINESS REPORT - READS THE LABHIST
      *    RESULT HISTORY COVLABL LOADS (SEE LBHSTC) FOR THE RESULTS
      *    RECEIVED IN THE LAST PARMFILE LBWINDAY DAYS (DEFAULT 28)
      *    AND PRINTS, BY PERFORMING LAB AND THEN BY STATE, THE
      *    MEDIAN AND 90TH-PERCENTILE DAYS FROM SPECIMEN COLLECTION TO
      *    RESULT AND FROM RESULT TO REPORT RECEIVED, THE POSITIVE
      *    PERCENT, AND THE PERCENT OF RESULTS REPORTED LATER THAN THE
      *    PARMFILE LBRPTDAY REPORTING STANDARD (DEFAULT 1 DAY AFTER
      *    THE RESULT).  A LAB WHOSE 90TH-PERCENTILE RESULT-TO-REPORT
      *    DAYS EXCEED THE STANDARD IS FLAGGED BREACH - ITS LATE
      *    RESULTS ARE THE ONES MISSING FROM THE COVPOS POSITIVITY.
      *    DAYS ARE COUNTED IN A HISTOGRAM OF 0 THROUGH 29 AND 30 OR
      *    MORE, SO THE PERCENTILES TOP OUT AT 30+.
      *    A LAB IS LISTED UNDER THE STATE OF THE FIRST RESULT SEEN
      *    FOR IT; THE STATE SECTION COUNTS EVERY RESULT UNDER THE
      *    STATE ON THE RESULT.
      *
      *    CONTROL INPUT (SYSIN) -
      *      REPORT DATE YYYYMMDD (BLANK = BUSINESS DATE)
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
           SELECT LAB-HISTORY-FILE ASSIGN TO LABHIST
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS LAB-HISTORY-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  LAB-HISTORY-FILE
           RECORDING MODE IS F.
       COPY LBHSTC.
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
           05  LAB-HISTORY-STATUS          PIC X(02).
               88  LAB-HISTORY-OK                VALUE '00'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  HEADING-MODE-SW             PIC X(01) VALUE 'L'.
               88  HEADING-LAB                   VALUE 'L'.
               88  HEADING-STATE                 VALUE 'S'.
           05  WS-DATE-CARD                PIC X(08) VALUE SPACE.
           05  WS-REPORT-DATE              PIC 9(08) VALUE 0.
           05  WS-REPORT-INT               PIC S9(09) USAGE IS COMP.
           05  WS-WINDOW-FIRST-DATE        PIC 9(08).
           05  WS-WINDOW-DAYS              PIC 9(03) VALUE 28.
           05  WS-REPORT-STANDARD          PIC 9(02) VALUE 1.
           05  WS-HISTORY-COUNT            PIC 9(07) VALUE 0.
           05  WS-WINDOW-COUNT             PIC 9(07) VALUE 0.
           05  WS-BREACH-COUNT             PIC 9(05) VALUE 0.
           05  WS-LOOKUP-STATE             PIC X(02).
           05  WS-FOUND-SUB                PIC S9(04) USAGE IS COMP.
           05  WS-ST-SUB                   PIC S9(04) USAGE IS COMP.
           05  WS-LB-SUB                   PIC S9(04) USAGE IS COMP.
           05  WS-SLOT                     PIC S9(04) USAGE IS COMP.
           05  WS-BUCKET                   PIC S9(04) USAGE IS COMP.
           05  WS-CR-DAYS                  PIC S9(05) USAGE IS COMP.
           05  WS-RR-DAYS                  PIC S9(05) USAGE IS COMP.
           05  WS-PERCENT                  PIC 9(03)V9.
      *---------------------------------------------------------------*
      *    PERCENTILE WORK - THE HISTOGRAMS OF THE LAB OR STATE BEING
      *    PRINTED ARE COPIED HERE, AND 2900 WALKS THEM.
      *---------------------------------------------------------------*
       01  WORK-HISTOGRAMS.
           05  WH-CR-COUNT                 PIC 9(07) OCCURS 31 TIMES.
           05  WH-RR-COUNT                 PIC 9(07) OCCURS 31 TIMES.
       01  WS-PERCENTILE-WORK.
           05  WS-HIST-TOTAL               PIC 9(07).
           05  WS-PCTL                     PIC 9(03).
           05  WS-TARGET                   PIC 9(09).
           05  WS-CUMULATIVE               PIC 9(09).
           05  WS-PCTL-DAYS                PIC 9(02).
           05  WS-CR-MEDIAN                PIC 9(02).
           05  WS-CR-P90                   PIC 9(02).
           05  WS-RR-MEDIAN                PIC 9(02).
           05  WS-RR-P90                   PIC 9(02).
      *---------------------------------------------------------------*
      *    PERFORMING LABS IN ID ORDER, BUILT AS THE RESULTS ARE READ.
      *---------------------------------------------------------------*
       01  LAB-TABLE.
           05  LB-ENTRY-COUNT              PIC 9(04) VALUE 0.
           05  LB-ENTRY                    OCCURS 500 TIMES.
               10  LB-LAB-ID               PIC X(10).
               10  LB-STATE-CODE           PIC X(02).
               10  LB-RESULTS              PIC 9(07).
               10  LB-POSITIVES            PIC 9(07).
               10  LB-LATE                 PIC 9(07).
               10  LB-HISTOGRAMS.
                   15  LB-CR-COUNT         PIC 9(07) OCCURS 31 TIMES.
                   15  LB-RR-COUNT         PIC 9(07) OCCURS 31 TIMES.
      *---------------------------------------------------------------*
      *    ONE ENTRY PER STATE-LOOKUP-TABLE ROW.
      *---------------------------------------------------------------*
       01  STATE-LAB-TABLE.
           05  SL-ENTRY                    OCCURS 58 TIMES.
               10  SL-LABS                 PIC 9(04).
               10  SL-LABS-IN-BREACH       PIC 9(04).
               10  SL-RESULTS              PIC 9(07).
               10  SL-POSITIVES            PIC 9(07).
               10  SL-LATE                 PIC 9(07).
               10  SL-HISTOGRAMS.
                   15  SL-CR-COUNT         PIC 9(07) OCCURS 31 TIMES.
                   15  SL-RR-COUNT         PIC 9(07) OCCURS 31 TIMES.
      *---------------------------------------------------------------*
       01  LAB-HEADING-LINE-1.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'LAB REPORTING TIMELINESS BY LAB - RECEIVED  '.
           05  LHL-FIRST-DATE              PIC 9(08).
           05  FILLER PIC X(04) VALUE ' TO '.
           05  LHL-REPORT-DATE             PIC 9(08).
           05  FILLER PIC X(12) VALUE ' - STANDARD '.
           05  LHL-STANDARD                PIC Z9.
           05  FILLER PIC X(05) VALUE ' DAYS'.
           05  FILLER PIC X(04) VALUE SPACE.
           05  FILLER PIC X(05) VALUE 'PAGE '.
           05  LHL-PAGE                    PIC ZZ9.
      *---------------------------------------------------------------*
       01  LAB-HEADING-LINE-2.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               '                                    COLLECTE'.
           05  FILLER PIC X(39) VALUE
               'D TO     RESULT TO                     '.
      *---------------------------------------------------------------*
       01  LAB-HEADING-LINE-3.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               '                                    RESULT, '.
           05  FILLER PIC X(39) VALUE
               'DAYS    REPORT, DAYS   REPORTED        '.
      *---------------------------------------------------------------*
       01  LAB-HEADING-LINE-4.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'LAB ID      ST  RESULTS  POS PCT    MEDIAN  '.
           05  FILLER PIC X(39) VALUE
               ' P90    MEDIAN   P90   LATE PCT  FLAG  '.
      *---------------------------------------------------------------*
       01  LAB-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  LDL-LAB-ID                  PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  LDL-STATE-CODE              PIC X(02).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  LDL-RESULTS                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  LDL-POSITIVE-PCT            PIC ZZ9.9.
           05  FILLER                      PIC X(07) VALUE SPACE.
           05  LDL-CR-MEDIAN-AREA.
               10  LDL-CR-MEDIAN           PIC ZZ9.
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  LDL-CR-P90-AREA.
               10  LDL-CR-P90              PIC ZZ9.
           05  FILLER                      PIC X(07) VALUE SPACE.
           05  LDL-RR-MEDIAN-AREA.
               10  LDL-RR-MEDIAN           PIC ZZ9.
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  LDL-RR-P90-AREA.
               10  LDL-RR-P90              PIC ZZ9.
           05  FILLER                      PIC X(06) VALUE SPACE.
           05  LDL-LATE-PCT                PIC ZZ9.9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  LDL-FLAG                    PIC X(06).
      *---------------------------------------------------------------*
       01  STA-HEADING-LINE-1.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'LAB REPORTING TIMELINESS BY STATE - RECEIVED'.
           05  FILLER PIC X(01) VALUE SPACE.
           05  SHL-FIRST-DATE              PIC 9(08).
           05  FILLER PIC X(04) VALUE ' TO '.
           05  SHL-REPORT-DATE             PIC 9(08).
           05  FILLER PIC X(12) VALUE ' - STANDARD '.
           05  SHL-STANDARD                PIC Z9.
           05  FILLER PIC X(05) VALUE ' DAYS'.
           05  FILLER PIC X(03) VALUE SPACE.
           05  FILLER PIC X(05) VALUE 'PAGE '.
           05  SHL-PAGE                    PIC ZZ9.
      *---------------------------------------------------------------*
       01  STA-HEADING-LINE-2.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               '                                            '.
           05  FILLER PIC X(44) VALUE
               '    COLLECTED TO     RESULT TO              '.
      *---------------------------------------------------------------*
       01  STA-HEADING-LINE-3.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               '                                            '.
           05  FILLER PIC X(44) VALUE
               '    RESULT, DAYS    REPORT, DAYS   REPORTED '.
           05  FILLER PIC X(08) VALUE
               ' LABS IN'.
      *---------------------------------------------------------------*
       01  STA-HEADING-LINE-4.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'ST  STATE             LABS  RESULTS  POS PCT'.
           05  FILLER PIC X(44) VALUE
               '    MEDIAN   P90    MEDIAN   P90   LATE PCT '.
           05  FILLER PIC X(08) VALUE
               '  BREACH'.
      *---------------------------------------------------------------*
       01  STA-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  SDL-STATE-CODE              PIC X(02).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  SDL-STATE-NAME              PIC X(16).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  SDL-LABS                    PIC ZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  SDL-RESULTS                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  SDL-POSITIVE-PCT            PIC ZZ9.9.
           05  FILLER                      PIC X(07) VALUE SPACE.
           05  SDL-CR-MEDIAN-AREA.
               10  SDL-CR-MEDIAN           PIC ZZ9.
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  SDL-CR-P90-AREA.
               10  SDL-CR-P90              PIC ZZ9.
           05  FILLER                      PIC X(07) VALUE SPACE.
           05  SDL-RR-MEDIAN-AREA.
               10  SDL-RR-MEDIAN           PIC ZZ9.
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  SDL-RR-P90-AREA.
               10  SDL-RR-P90              PIC ZZ9.
           05  FILLER                      PIC X(06) VALUE SPACE.
           05  SDL-LATE-PCT                PIC ZZ9.9.
           05  FILLER                      PIC X(06) VALUE SPACE.
           05  SDL-LABS-IN-BREACH          PIC ZZ9.
      *---------------------------------------------------------------*
       01  REPORT-LINES.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
           05  NO-RESULTS-LINE             PIC X(44) VALUE
               'NO LAB RESULTS RECEIVED IN THE WINDOW       '.
       COPY STATETBL.
       COPY PARMC.
       COPY PRINTCTL.
       COPY BUSDATEC.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           IF  LAB-HISTORY-OK
               PERFORM 8000-READ-LAB-HISTORY
               PERFORM 2000-TALLY-ONE-RESULT
                   UNTIL END-OF-FILE
               PERFORM 4000-PRINT-LAB-SECTION
               PERFORM 5000-PRINT-STATE-SECTION
               PERFORM 3000-CLOSE-FILES
           END-IF.
           DISPLAY '*** COVLABR LAB TIMELINESS SUMMARY ***'.
           DISPLAY 'REPORT DATE        : ', WS-REPORT-DATE.
           DISPLAY 'HISTORY ROWS READ  : ', WS-HISTORY-COUNT.
           DISPLAY 'RESULTS IN WINDOW  : ', WS-WINDOW-COUNT.
           DISPLAY 'LABS               : ', LB-ENTRY-COUNT.
           DISPLAY 'LABS IN BREACH     : ', WS-BREACH-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  LAB-HISTORY-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE 50                         TO LINES-ON-PAGE.
           CALL 'STATELD' USING STATE-LOOKUP-TABLE.
           INITIALIZE STATE-LAB-TABLE.
           ACCEPT WS-DATE-CARD.
           IF  WS-DATE-CARD IS NUMERIC
               MOVE WS-DATE-CARD           TO WS-REPORT-DATE
           ELSE
               MOVE 'T'                    TO BD-FUNCTION
               MOVE ZEROES                 TO BD-IN-DATE
               CALL 'BUSDATE' USING BUSDATE-REQUEST
               MOVE BD-OUT-DATE            TO WS-REPORT-DATE
           END-IF.
           MOVE 'LBWINDAY'                 TO PL-PARM-ID.
           MOVE WS-REPORT-DATE             TO PL-AS-OF-DATE.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND AND PL-VALUE (1:3) IS NUMERIC
               AND PL-VALUE (1:3) > ZEROES
               MOVE PL-VALUE (1:3)         TO WS-WINDOW-DAYS
           END-IF.
           MOVE 'LBRPTDAY'                 TO PL-PARM-ID.
           MOVE WS-REPORT-DATE             TO PL-AS-OF-DATE.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND AND PL-VALUE (1:2) IS NUMERIC
               MOVE PL-VALUE (1:2)         TO WS-REPORT-STANDARD
           END-IF.
           COMPUTE WS-REPORT-INT =
               FUNCTION INTEGER-OF-DATE (WS-REPORT-DATE).
           COMPUTE WS-WINDOW-FIRST-DATE = FUNCTION DATE-OF-INTEGER
               (WS-REPORT-INT - WS-WINDOW-DAYS + 1).
           MOVE WS-WINDOW-FIRST-DATE       TO LHL-FIRST-DATE
                                              SHL-FIRST-DATE.
           MOVE WS-REPORT-DATE             TO LHL-REPORT-DATE
                                              SHL-REPORT-DATE.
           MOVE WS-REPORT-STANDARD         TO LHL-STANDARD
                                              SHL-STANDARD.
           IF NOT LAB-HISTORY-OK
               DISPLAY 'LABHIST OPEN ERROR : ', LAB-HISTORY-STATUS
               MOVE 16                     TO RETURN-CODE.
      *---------------------------------------------------------------*
       2000-TALLY-ONE-RESULT.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-HISTORY-COUNT.
           IF  LH-RECEIVED-DATE NOT < WS-WINDOW-FIRST-DATE
               AND LH-RECEIVED-DATE NOT > WS-REPORT-DATE
               ADD 1                       TO WS-WINDOW-COUNT
               COMPUTE WS-CR-DAYS =
                   FUNCTION INTEGER-OF-DATE (LH-RESULT-DATE)
                   - FUNCTION INTEGER-OF-DATE (LH-COLLECTION-DATE)
               COMPUTE WS-RR-DAYS =
                   FUNCTION INTEGER-OF-DATE (LH-RECEIVED-DATE)
                   - FUNCTION INTEGER-OF-DATE (LH-RESULT-DATE)
               PERFORM 2100-FIND-LAB
               IF  WS-LB-SUB > 0
                   PERFORM 2200-TALLY-LAB
               END-IF
               MOVE LH-STATE-CODE          TO WS-LOOKUP-STATE
               PERFORM 2800-FIND-STATE
               IF  WS-FOUND-SUB > 0
                   PERFORM 2300-TALLY-STATE
               END-IF
           END-IF.
           PERFORM 8000-READ-LAB-HISTORY.
      *---------------------------------------------------------------*
       2100-FIND-LAB.
      *---------------------------------------------------------------*
      *    FIRST SLOT AT OR PAST THE LAB ID; A NEW LAB IS SLID IN
      *    THERE.  WS-LB-SUB COMES BACK 0 ONLY WHEN THE TABLE IS FULL.
           MOVE 1                          TO WS-SLOT.
           PERFORM 2110-STEP-PAST-LOWER-LAB
               UNTIL WS-SLOT > LB-ENTRY-COUNT
               OR LB-LAB-ID (WS-SLOT) NOT < LH-LAB-ID.
           IF  WS-SLOT NOT > LB-ENTRY-COUNT
               AND LB-LAB-ID (WS-SLOT) = LH-LAB-ID
               MOVE WS-SLOT                TO WS-LB-SUB
           ELSE
               IF  LB-ENTRY-COUNT < 500
                   PERFORM 2120-SLIDE-ONE-LAB
                       VARYING WS-LB-SUB FROM LB-ENTRY-COUNT BY -1
                       UNTIL WS-LB-SUB < WS-SLOT
                   ADD 1                   TO LB-ENTRY-COUNT
                   INITIALIZE LB-ENTRY (WS-SLOT)
                   MOVE LH-LAB-ID          TO LB-LAB-ID (WS-SLOT)
                   MOVE LH-STATE-CODE      TO LB-STATE-CODE (WS-SLOT)
                   MOVE WS-SLOT            TO WS-LB-SUB
               ELSE
                   DISPLAY 'COVLABR - LAB TABLE FULL AT ', LH-LAB-ID
                   MOVE 8                  TO RETURN-CODE
                   MOVE 0                  TO WS-LB-SUB
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2110-STEP-PAST-LOWER-LAB.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-SLOT.
      *---------------------------------------------------------------*
       2120-SLIDE-ONE-LAB.
      *---------------------------------------------------------------*
           MOVE LB-ENTRY (WS-LB-SUB)       TO LB-ENTRY (WS-LB-SUB + 1).
      *---------------------------------------------------------------*
       2200-TALLY-LAB.
      *---------------------------------------------------------------*
           ADD 1                           TO LB-RESULTS (WS-LB-SUB).
           IF  LH-POSITIVE
               ADD 1                       TO LB-POSITIVES (WS-LB-SUB)
           END-IF.
           IF  WS-RR-DAYS > WS-REPORT-STANDARD
               ADD 1                       TO LB-LATE (WS-LB-SUB)
           END-IF.
           COMPUTE WS-BUCKET = WS-CR-DAYS + 1.
           IF  WS-BUCKET > 31
               MOVE 31                     TO WS-BUCKET
           END-IF.
           ADD 1                 TO LB-CR-COUNT (WS-LB-SUB WS-BUCKET).
           COMPUTE WS-BUCKET = WS-RR-DAYS + 1.
           IF  WS-BUCKET > 31
               MOVE 31                     TO WS-BUCKET
           END-IF.
           ADD 1                 TO LB-RR-COUNT (WS-LB-SUB WS-BUCKET).
      *---------------------------------------------------------------*
       2300-TALLY-STATE.
      *---------------------------------------------------------------*
           ADD 1                           TO SL-RESULTS (WS-FOUND-SUB).
           IF  LH-POSITIVE
               ADD 1                 TO SL-POSITIVES (WS-FOUND-SUB)
           END-IF.
           IF  WS-RR-DAYS > WS-REPORT-STANDARD
               ADD 1                       TO SL-LATE (WS-FOUND-SUB)
           END-IF.
           COMPUTE WS-BUCKET = WS-CR-DAYS + 1.
           IF  WS-BUCKET > 31
               MOVE 31                     TO WS-BUCKET
           END-IF.
           ADD 1           TO SL-CR-COUNT (WS-FOUND-SUB WS-BUCKET).
           COMPUTE WS-BUCKET = WS-RR-DAYS + 1.
           IF  WS-BUCKET > 31
               MOVE 31                     TO WS-BUCKET
           END-IF.
           ADD 1           TO SL-RR-COUNT (WS-FOUND-SUB WS-BUCKET).
      *---------------------------------------------------------------*
       2800-FIND-STATE.
      *---------------------------------------------------------------*
      *    STATE-LOOKUP-TABLE SUBSCRIPT FOR WS-LOOKUP-STATE, 0 IF NONE.
           MOVE 0                          TO WS-FOUND-SUB.
           SET NAME-INDEX                  TO 1.
           SEARCH STATE-NAME-TABLE
               AT END
                   CONTINUE
               WHEN STATE-CODE (NAME-INDEX) = WS-LOOKUP-STATE
                   SET WS-FOUND-SUB        TO NAME-INDEX
           END-SEARCH.
      *---------------------------------------------------------------*
       2900-FIND-PERCENTILES.
      *---------------------------------------------------------------*
      *    MEDIAN AND 90TH PERCENTILE OF BOTH WORK HISTOGRAMS.  THE
      *    PERCENTILE IS THE FIRST DAY COUNT WHOSE RUNNING TOTAL
      *    REACHES THE RANK; 30 MEANS 30 OR MORE.
           MOVE 50                         TO WS-PCTL.
           PERFORM 2910-WALK-CR-HISTOGRAM.
           MOVE WS-PCTL-DAYS               TO WS-CR-MEDIAN.
           PERFORM 2920-WALK-RR-HISTOGRAM.
           MOVE WS-PCTL-DAYS               TO WS-RR-MEDIAN.
           MOVE 90                         TO WS-PCTL.
           PERFORM 2910-WALK-CR-HISTOGRAM.
           MOVE WS-PCTL-DAYS               TO WS-CR-P90.
           PERFORM 2920-WALK-RR-HISTOGRAM.
           MOVE WS-PCTL-DAYS               TO WS-RR-P90.
      *---------------------------------------------------------------*
       2910-WALK-CR-HISTOGRAM.
      *---------------------------------------------------------------*
           COMPUTE WS-TARGET = (WS-HIST-TOTAL * WS-PCTL + 99) / 100.
           MOVE 0                          TO WS-CUMULATIVE.
           PERFORM 2911-ADD-ONE-CR-BUCKET
               VARYING WS-BUCKET FROM 1 BY 1
               UNTIL WS-BUCKET > 31
               OR WS-CUMULATIVE NOT < WS-TARGET.
           COMPUTE WS-PCTL-DAYS = WS-BUCKET - 2.
      *---------------------------------------------------------------*
       2911-ADD-ONE-CR-BUCKET.
      *---------------------------------------------------------------*
           ADD WH-CR-COUNT (WS-BUCKET)     TO WS-CUMULATIVE.
      *---------------------------------------------------------------*
       2920-WALK-RR-HISTOGRAM.
      *---------------------------------------------------------------*
           COMPUTE WS-TARGET = (WS-HIST-TOTAL * WS-PCTL + 99) / 100.
           MOVE 0                          TO WS-CUMULATIVE.
           PERFORM 2921-ADD-ONE-RR-BUCKET
               VARYING WS-BUCKET FROM 1 BY 1
               UNTIL WS-BUCKET > 31
               OR WS-CUMULATIVE NOT < WS-TARGET.
           COMPUTE WS-PCTL-DAYS = WS-BUCKET - 2.
      *---------------------------------------------------------------*
       2921-ADD-ONE-RR-BUCKET.
      *---------------------------------------------------------------*
           ADD WH-RR-COUNT (WS-BUCKET)     TO WS-CUMULATIVE.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE LAB-HISTORY-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-LAB-SECTION.
      *---------------------------------------------------------------*
           SET HEADING-LAB TO TRUE.
           MOVE 999                        TO LINE-COUNT.
           IF  LB-ENTRY-COUNT = 0
               MOVE NO-RESULTS-LINE        TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           PERFORM 4100-PRINT-ONE-LAB
               VARYING WS-LB-SUB FROM 1 BY 1
               UNTIL WS-LB-SUB > LB-ENTRY-COUNT.
      *---------------------------------------------------------------*
       4100-PRINT-ONE-LAB.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO LAB-DETAIL-LINE.
           MOVE LB-LAB-ID (WS-LB-SUB)      TO LDL-LAB-ID.
           MOVE LB-STATE-CODE (WS-LB-SUB)  TO LDL-STATE-CODE.
           MOVE LB-RESULTS (WS-LB-SUB)     TO LDL-RESULTS.
           COMPUTE WS-PERCENT ROUNDED =
               LB-POSITIVES (WS-LB-SUB) * 100 / LB-RESULTS (WS-LB-SUB).
           MOVE WS-PERCENT                 TO LDL-POSITIVE-PCT.
           COMPUTE WS-PERCENT ROUNDED =
               LB-LATE (WS-LB-SUB) * 100 / LB-RESULTS (WS-LB-SUB).
           MOVE WS-PERCENT                 TO LDL-LATE-PCT.
           MOVE LB-HISTOGRAMS (WS-LB-SUB)  TO WORK-HISTOGRAMS.
           MOVE LB-RESULTS (WS-LB-SUB)     TO WS-HIST-TOTAL.
           PERFORM 2900-FIND-PERCENTILES.
           MOVE WS-CR-MEDIAN               TO LDL-CR-MEDIAN.
           MOVE WS-CR-P90                  TO LDL-CR-P90.
           MOVE WS-RR-MEDIAN               TO LDL-RR-MEDIAN.
           MOVE WS-RR-P90                  TO LDL-RR-P90.
           IF  WS-CR-MEDIAN = 30
               MOVE '30+'                  TO LDL-CR-MEDIAN-AREA
           END-IF.
           IF  WS-CR-P90 = 30
               MOVE '30+'                  TO LDL-CR-P90-AREA
           END-IF.
           IF  WS-RR-MEDIAN = 30
               MOVE '30+'                  TO LDL-RR-MEDIAN-AREA
           END-IF.
           IF  WS-RR-P90 = 30
               MOVE '30+'                  TO LDL-RR-P90-AREA
           END-IF.
           MOVE LB-STATE-CODE (WS-LB-SUB)  TO WS-LOOKUP-STATE.
           PERFORM 2800-FIND-STATE.
           IF  WS-FOUND-SUB > 0
               ADD 1                       TO SL-LABS (WS-FOUND-SUB)
           END-IF.
           IF  WS-RR-P90 > WS-REPORT-STANDARD
               MOVE 'BREACH'               TO LDL-FLAG
               ADD 1                       TO WS-BREACH-COUNT
               IF  WS-FOUND-SUB > 0
                   ADD 1           TO SL-LABS-IN-BREACH (WS-FOUND-SUB)
               END-IF
           END-IF.
           MOVE LAB-DETAIL-LINE            TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       5000-PRINT-STATE-SECTION.
      *---------------------------------------------------------------*
           SET HEADING-STATE TO TRUE.
           MOVE 999                        TO LINE-COUNT.
           IF  WS-WINDOW-COUNT = 0
               MOVE NO-RESULTS-LINE        TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           PERFORM 5100-PRINT-ONE-STATE
               VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > 58.
      *---------------------------------------------------------------*
       5100-PRINT-ONE-STATE.
      *---------------------------------------------------------------*
           IF  SL-RESULTS (WS-ST-SUB) > 0
               MOVE SPACE                  TO STA-DETAIL-LINE
               MOVE STATE-CODE (WS-ST-SUB) TO SDL-STATE-CODE
               MOVE STATE-NAME (WS-ST-SUB) TO SDL-STATE-NAME
               MOVE SL-LABS (WS-ST-SUB)    TO SDL-LABS
               MOVE SL-RESULTS (WS-ST-SUB) TO SDL-RESULTS
               COMPUTE WS-PERCENT ROUNDED =
                   SL-POSITIVES (WS-ST-SUB) * 100
                   / SL-RESULTS (WS-ST-SUB)
               MOVE WS-PERCENT             TO SDL-POSITIVE-PCT
               COMPUTE WS-PERCENT ROUNDED =
                   SL-LATE (WS-ST-SUB) * 100 / SL-RESULTS (WS-ST-SUB)
               MOVE WS-PERCENT             TO SDL-LATE-PCT
               MOVE SL-HISTOGRAMS (WS-ST-SUB) TO WORK-HISTOGRAMS
               MOVE SL-RESULTS (WS-ST-SUB) TO WS-HIST-TOTAL
               PERFORM 2900-FIND-PERCENTILES
               MOVE WS-CR-MEDIAN           TO SDL-CR-MEDIAN
               MOVE WS-CR-P90              TO SDL-CR-P90
               MOVE WS-RR-MEDIAN           TO SDL-RR-MEDIAN
               MOVE WS-RR-P90              TO SDL-RR-P90
               IF  WS-CR-MEDIAN = 30
                   MOVE '30+'              TO SDL-CR-MEDIAN-AREA
               END-IF
               IF  WS-CR-P90 = 30
                   MOVE '30+'              TO SDL-CR-P90-AREA
               END-IF
               IF  WS-RR-MEDIAN = 30
                   MOVE '30+'              TO SDL-RR-MEDIAN-AREA
               END-IF
               IF  WS-RR-P90 = 30
                   MOVE '30+'              TO SDL-RR-P90-AREA
               END-IF
               MOVE SL-LABS-IN-BREACH (WS-ST-SUB)
                                           TO SDL-LABS-IN-BREACH
               MOVE STA-DETAIL-LINE        TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
      *---------------------------------------------------------------*
       8000-READ-LAB-HISTORY.
      *---------------------------------------------------------------*
           READ LAB-HISTORY-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
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
           IF  HEADING-LAB
               MOVE PAGE-COUNT             TO LHL-PAGE
               MOVE LAB-HEADING-LINE-1     TO PRINT-LINE
               PERFORM 9110-WRITE-TOP-OF-PAGE
               MOVE 2                      TO LINE-SPACEING
               MOVE LAB-HEADING-LINE-2     TO PRINT-LINE
               PERFORM 9120-WRITE-PRINT-LINE
               MOVE 1                      TO LINE-SPACEING
               MOVE LAB-HEADING-LINE-3     TO PRINT-LINE
               PERFORM 9120-WRITE-PRINT-LINE
               MOVE LAB-HEADING-LINE-4     TO PRINT-LINE
               PERFORM 9120-WRITE-PRINT-LINE
           ELSE
               MOVE PAGE-COUNT             TO SHL-PAGE
               MOVE STA-HEADING-LINE-1     TO PRINT-LINE
               PERFORM 9110-WRITE-TOP-OF-PAGE
               MOVE 2                      TO LINE-SPACEING
               MOVE STA-HEADING-LINE-2     TO PRINT-LINE
               PERFORM 9120-WRITE-PRINT-LINE
               MOVE 1                      TO LINE-SPACEING
               MOVE STA-HEADING-LINE-3     TO PRINT-LINE
               PERFORM 9120-WRITE-PRINT-LINE
               MOVE STA-HEADING-LINE-4     TO PRINT-LINE
               PERFORM 9120-WRITE-PRINT-LINE
           END-IF.
           ADD  1                          TO PAGE-COUNT.
           MOVE 2                          TO LINE-SPACEING.
           MOVE 6                          TO LINE-COUNT.
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
