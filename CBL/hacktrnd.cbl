       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HACKTRND.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    CATEGORY TREND REPORT - WHERE THE FRONT PAGE'S ATTENTION
      *    IS MOVING.  READS THE HNARCH ARCHIVE AFTER THE HACKTAX
      *    CLASSIFICATION PASS AND, BY EACH STORY'S PRIMARY CATEGORY,
      *    PRINTS FOUR GRIDS -
      *      . SHARE OF STORIES BY WEEK  (THIRTEEN WEEKS),
      *      . SHARE OF VOTES BY WEEK    (THIRTEEN WEEKS),
      *      . SHARE OF STORIES BY MONTH (TWELVE MONTHS),
      *      . SHARE OF VOTES BY MONTH   (TWELVE MONTHS),
      *    EACH A PERCENT OF THE PERIOD'S TOTAL, OLDEST PERIOD ON THE
      *    LEFT, WITH THE CHANGE FROM THE OLDEST TO THE NEWEST PERIOD
      *    AND THE PERIOD TOTALS UNDERNEATH.  THE WEEKS END ON THE
      *    BUSDATE WEEK-ENDING (AS HACKWEEK'S DO) AND THE MONTHS END
      *    WITH THE BUSINESS DATE'S MONTH.  A STORY IS DATED BY WHEN
      *    IT WAS FIRST SEEN AND COUNTS ITS FINAL VOTES; REPOSTS
      *    FLAGGED BY HACKDUP ARE SKIPPED.  STORIES WITH NO CATEGORY
      *    (OR ONE SINCE DROPPED FROM HNTAX) SHOW AS UNCLASSIFIED.
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
           SELECT TAXONOMY-FILE ASSIGN TO HNTAX
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS TX-KEY
             FILE STATUS  IS TAXONOMY-STATUS.
           SELECT STORY-ARCHIVE-FILE ASSIGN TO HNARCH
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS HNA-KEY
             FILE STATUS  IS STORY-ARCHIVE-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  TAXONOMY-FILE.
       COPY HNTAXC.
      *---------------------------------------------------------------*
       FD  STORY-ARCHIVE-FILE.
       COPY HNARCHC.
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
           05  TAXONOMY-STATUS             PIC X(02).
               88  TAXONOMY-OK                   VALUE '00'.
           05  STORY-ARCHIVE-STATUS        PIC X(02).
               88  STORY-ARCHIVE-OK              VALUE '00'.
           05  TAXONOMY-EOF-SW             PIC X VALUE 'N'.
               88  TAXONOMY-EOF                  VALUE 'Y'.
           05  ARCHIVE-EOF-SW              PIC X VALUE 'N'.
               88  ARCHIVE-EOF                   VALUE 'Y'.
           05  HEADING-MODE-SW             PIC 9(01) VALUE 1.
               88  WEEKLY-SECTION                VALUE 1 2.
               88  VOTES-SECTION                 VALUE 2 4.
           05  WS-STORY-COUNT              PIC 9(07) VALUE 0.
           05  WS-REPOST-COUNT             PIC 9(07) VALUE 0.
           05  WS-WEEK-WINDOW-COUNT        PIC 9(07) VALUE 0.
           05  WS-MONTH-WINDOW-COUNT       PIC 9(07) VALUE 0.
           05  WS-ROW-SUB                  PIC S9(04) USAGE IS COMP.
           05  WS-PERIOD-SUB               PIC S9(04) USAGE IS COMP.
           05  WS-PERIOD-COUNT             PIC S9(04) USAGE IS COMP.
           05  WS-UNCLASSIFIED-SUB         PIC S9(04) USAGE IS COMP.
           05  WS-PERIODS-BACK             PIC S9(05) USAGE IS COMP.
           05  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
           05  WS-WEEK-ENDING              PIC 9(08) VALUE 0.
           05  WS-WEEK-END-INTEGER         PIC 9(08).
           05  WS-STORY-INTEGER            PIC 9(08).
           05  WS-BUSINESS-MONTH-NUMBER    PIC 9(06).
           05  WS-STORY-MONTH-NUMBER       PIC 9(06).
           05  WS-WORK-MONTH-NUMBER        PIC 9(06).
           05  WS-WORK-YEAR                PIC 9(04).
           05  WS-WORK-DATE                PIC 9(08).
           05  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
               10  WS-WORK-DATE-YYYY       PIC 9(04).
               10  WS-WORK-DATE-MM         PIC 9(02).
               10  WS-WORK-DATE-DD         PIC 9(02).
           05  WS-NUMERATOR                PIC 9(09).
           05  WS-DENOMINATOR              PIC 9(09).
           05  WS-SHARE                    PIC 9(03)V9.
           05  WS-FIRST-SHARE              PIC 9(03)V9.
           05  WS-SHARE-CHANGE             PIC S9(03)V9.
           05  WS-PERIOD-LABEL.
               10  WS-LABEL-MM             PIC 9(02).
               10  FILLER                  PIC X(01) VALUE '/'.
               10  WS-LABEL-DD-YY          PIC 9(02).
      *---------------------------------------------------------------*
      *    ONE ROW PER HNTAX CATEGORY PLUS THE UNCLASSIFIED ROW, EACH
      *    WITH ITS STORY AND VOTE COUNTS BY WEEK AND BY MONTH -
      *    PERIOD 1 IS THE OLDEST.
      *---------------------------------------------------------------*
       01  CATEGORY-TREND-TABLE.
           05  TR-ENTRY-COUNT              PIC 9(03) VALUE 0.
           05  TR-ENTRY                    OCCURS 51 TIMES
                                           INDEXED BY TR-INDEX.
               10  TR-CODE                 PIC X(03).
               10  TR-NAME                 PIC X(20).
               10  TR-WEEK                 OCCURS 13 TIMES.
                   15  TR-WEEK-STORIES     PIC 9(07).
                   15  TR-WEEK-VOTES       PIC 9(09).
               10  TR-MONTH                OCCURS 12 TIMES.
                   15  TR-MONTH-STORIES    PIC 9(07).
                   15  TR-MONTH-VOTES      PIC 9(09).
      *---------------------------------------------------------------*
       01  PERIOD-TOTAL-TABLE.
           05  PT-WEEK                     OCCURS 13 TIMES.
               10  PT-WEEK-STORIES         PIC 9(07).
               10  PT-WEEK-VOTES           PIC 9(09).
           05  PT-MONTH                    OCCURS 12 TIMES.
               10  PT-MONTH-STORIES        PIC 9(07).
               10  PT-MONTH-VOTES          PIC 9(09).
      *---------------------------------------------------------------*
       01  TREND-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(26) VALUE
               'HACKTRND CATEGORY TREND - '.
           05  THL-SECTION-TITLE           PIC X(40).
           05  FILLER PIC X(07) VALUE ' AS OF '.
           05  THL-AS-OF-DATE              PIC 9(08).
      *---------------------------------------------------------------*
       01  TREND-COLUMN-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(24) VALUE 'CAT CATEGORY'.
           05  TCH-CELL                    OCCURS 13 TIMES.
               10  FILLER                  PIC X(02).
               10  TCH-PERIOD              PIC X(05).
           05  FILLER PIC X(08) VALUE '     CHG'.
      *---------------------------------------------------------------*
       01  TREND-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  TDL-CODE                    PIC X(03).
           05  FILLER                      PIC X(01).
           05  TDL-NAME                    PIC X(20).
           05  TDL-CELL                    OCCURS 13 TIMES.
               10  FILLER                  PIC X(02).
               10  TDL-SHARE               PIC ZZ9.9.
           05  FILLER                      PIC X(02).
           05  TDL-CHANGE                  PIC +ZZ9.9.
      *---------------------------------------------------------------*
       01  TREND-TOTAL-LINE.
      *---------------------------------------------------------------*
           05  TTL-LABEL                   PIC X(24).
           05  TTL-TOTAL                   OCCURS 13 TIMES
                                           PIC Z(06)9.
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
           PERFORM 8000-READ-TAXONOMY.
           PERFORM 2000-LOAD-ONE-CATEGORY
               UNTIL TAXONOMY-EOF.
           ADD 1                           TO TR-ENTRY-COUNT.
           MOVE TR-ENTRY-COUNT             TO WS-UNCLASSIFIED-SUB.
           MOVE SPACE                      TO TR-CODE
                                              (WS-UNCLASSIFIED-SUB).
           MOVE '(UNCLASSIFIED)'           TO TR-NAME
                                              (WS-UNCLASSIFIED-SUB).
           PERFORM 8100-READ-ARCHIVE-STORY.
           PERFORM 2100-COUNT-ONE-STORY
               UNTIL ARCHIVE-EOF.
           PERFORM 4000-PRINT-TREND-SECTION
               VARYING HEADING-MODE-SW FROM 1 BY 1
               UNTIL HEADING-MODE-SW > 4.
           PERFORM 3000-CLOSE-FILES.
           DISPLAY '*** HACKTRND TREND SUMMARY ***'.
           DISPLAY 'STORIES ON ARCHIVE  : ', WS-STORY-COUNT.
           DISPLAY 'REPOSTS SKIPPED     : ', WS-REPOST-COUNT.
           DISPLAY 'IN THE 13 WEEKS     : ', WS-WEEK-WINDOW-COUNT.
           DISPLAY 'IN THE 12 MONTHS    : ', WS-MONTH-WINDOW-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT TAXONOMY-FILE.
           OPEN INPUT STORY-ARCHIVE-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           INITIALIZE CATEGORY-TREND-TABLE
                      PERIOD-TOTAL-TABLE.
      *    THE WEEKS ARE THE PROCESSING CALENDAR'S, ENDING ON THE
      *    SAME WEEK-ENDING THE MONDAY REPORTS CARRY.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           MOVE 'W'                        TO BD-FUNCTION.
           MOVE WS-BUSINESS-DATE           TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-WEEK-ENDING.
           MOVE WS-BUSINESS-DATE           TO THL-AS-OF-DATE
                                              WS-WORK-DATE.
           COMPUTE WS-WEEK-END-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-WEEK-ENDING).
           COMPUTE WS-BUSINESS-MONTH-NUMBER =
               WS-WORK-DATE-YYYY * 12 + WS-WORK-DATE-MM.
      *    NO TAXONOMY IS NOT FATAL - EVERY STORY IS THEN
      *    UNCLASSIFIED AND THE GRIDS STILL SHOW THE VOLUMES.
           IF NOT TAXONOMY-OK
               DISPLAY 'HNTAX OPEN ERROR : ', TAXONOMY-STATUS
               SET TAXONOMY-EOF TO TRUE
           END-IF.
           IF NOT STORY-ARCHIVE-OK
               DISPLAY 'HNARCH OPEN ERROR : ', STORY-ARCHIVE-STATUS
               MOVE 16                     TO RETURN-CODE
               SET ARCHIVE-EOF TO TRUE
           END-IF.
      *---------------------------------------------------------------*
       2000-LOAD-ONE-CATEGORY.
      *---------------------------------------------------------------*
           IF  TX-CATEGORY-ENTRY
               AND TR-ENTRY-COUNT < 50
               ADD 1                       TO TR-ENTRY-COUNT
               MOVE TX-CATEGORY            TO TR-CODE
                                              (TR-ENTRY-COUNT)
               MOVE TX-CATEGORY-NAME       TO TR-NAME
                                              (TR-ENTRY-COUNT)
           END-IF.
           PERFORM 8000-READ-TAXONOMY.
      *---------------------------------------------------------------*
       2100-COUNT-ONE-STORY.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-STORY-COUNT.
           EVALUATE TRUE
               WHEN HNA-DUP-OF-KEY NOT = SPACE
                   ADD 1                   TO WS-REPOST-COUNT
               WHEN HNA-FIRST-SEEN NOT NUMERIC
                   CONTINUE
               WHEN HNA-FIRST-SEEN = 0
                   CONTINUE
               WHEN OTHER
                   PERFORM 2110-FIND-STORY-CATEGORY
                   PERFORM 2200-COUNT-STORY-WEEK
                   PERFORM 2300-COUNT-STORY-MONTH
           END-EVALUATE.
           PERFORM 8100-READ-ARCHIVE-STORY.
      *---------------------------------------------------------------*
       2110-FIND-STORY-CATEGORY.
      *---------------------------------------------------------------*
           MOVE WS-UNCLASSIFIED-SUB        TO WS-ROW-SUB.
           IF  HNA-PRIMARY-CATEGORY NOT = SPACE
               SET TR-INDEX                TO 1
               SEARCH TR-ENTRY
                   AT END
                       CONTINUE
                   WHEN TR-CODE (TR-INDEX) = HNA-PRIMARY-CATEGORY
                       SET WS-ROW-SUB      TO TR-INDEX
               END-SEARCH
           END-IF.
      *---------------------------------------------------------------*
       2200-COUNT-STORY-WEEK.
      *---------------------------------------------------------------*
           COMPUTE WS-STORY-INTEGER =
               FUNCTION INTEGER-OF-DATE (HNA-FIRST-SEEN)
               ON SIZE ERROR
                   MOVE 0                  TO WS-STORY-INTEGER
           END-COMPUTE.
           IF  WS-STORY-INTEGER > 0
               AND WS-STORY-INTEGER <= WS-WEEK-END-INTEGER
               COMPUTE WS-PERIODS-BACK =
                   (WS-WEEK-END-INTEGER - WS-STORY-INTEGER) / 7
               IF  WS-PERIODS-BACK < 13
                   COMPUTE WS-PERIOD-SUB = 13 - WS-PERIODS-BACK
                   ADD 1                   TO WS-WEEK-WINDOW-COUNT
                   ADD 1                   TO TR-WEEK-STORIES
                                              (WS-ROW-SUB
                                               WS-PERIOD-SUB)
                                              PT-WEEK-STORIES
                                              (WS-PERIOD-SUB)
                   ADD HNA-FINAL-VOTES     TO TR-WEEK-VOTES
                                              (WS-ROW-SUB
                                               WS-PERIOD-SUB)
                                              PT-WEEK-VOTES
                                              (WS-PERIOD-SUB)
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2300-COUNT-STORY-MONTH.
      *---------------------------------------------------------------*
           MOVE HNA-FIRST-SEEN             TO WS-WORK-DATE.
           COMPUTE WS-STORY-MONTH-NUMBER =
               WS-WORK-DATE-YYYY * 12 + WS-WORK-DATE-MM.
           IF  WS-STORY-MONTH-NUMBER <= WS-BUSINESS-MONTH-NUMBER
               COMPUTE WS-PERIODS-BACK =
                   WS-BUSINESS-MONTH-NUMBER - WS-STORY-MONTH-NUMBER
               IF  WS-PERIODS-BACK < 12
                   COMPUTE WS-PERIOD-SUB = 12 - WS-PERIODS-BACK
                   ADD 1                   TO WS-MONTH-WINDOW-COUNT
                   ADD 1                   TO TR-MONTH-STORIES
                                              (WS-ROW-SUB
                                               WS-PERIOD-SUB)
                                              PT-MONTH-STORIES
                                              (WS-PERIOD-SUB)
                   ADD HNA-FINAL-VOTES     TO TR-MONTH-VOTES
                                              (WS-ROW-SUB
                                               WS-PERIOD-SUB)
                                              PT-MONTH-VOTES
                                              (WS-PERIOD-SUB)
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE TAXONOMY-FILE.
           CLOSE STORY-ARCHIVE-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-TREND-SECTION.
      *---------------------------------------------------------------*
           EVALUATE HEADING-MODE-SW
               WHEN 1
                   MOVE 'SHARE OF STORIES BY WEEK (PERCENT)'
                       TO THL-SECTION-TITLE
               WHEN 2
                   MOVE 'SHARE OF VOTES BY WEEK (PERCENT)'
                       TO THL-SECTION-TITLE
               WHEN 3
                   MOVE 'SHARE OF STORIES BY MONTH (PERCENT)'
                       TO THL-SECTION-TITLE
               WHEN OTHER
                   MOVE 'SHARE OF VOTES BY MONTH (PERCENT)'
                       TO THL-SECTION-TITLE
           END-EVALUATE.
           IF  WEEKLY-SECTION
               MOVE 13                     TO WS-PERIOD-COUNT
           ELSE
               MOVE 12                     TO WS-PERIOD-COUNT
           END-IF.
           PERFORM 4100-LABEL-ONE-PERIOD
               VARYING WS-PERIOD-SUB FROM 1 BY 1
               UNTIL WS-PERIOD-SUB > 13.
           MOVE 999                        TO LINE-COUNT.
           PERFORM 4200-PRINT-ONE-CATEGORY
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > TR-ENTRY-COUNT.
           PERFORM 4300-PRINT-PERIOD-TOTALS.
      *---------------------------------------------------------------*
       4100-LABEL-ONE-PERIOD.
      *---------------------------------------------------------------*
      *    WEEKS ARE LABELLED BY THEIR WEEK-ENDING MM/DD, MONTHS BY
      *    MM/YY.
           MOVE SPACE                      TO TCH-CELL (WS-PERIOD-SUB).
           EVALUATE TRUE
               WHEN WS-PERIOD-SUB > WS-PERIOD-COUNT
                   CONTINUE
               WHEN WEEKLY-SECTION
                   COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
                       (WS-WEEK-END-INTEGER
                        - (13 - WS-PERIOD-SUB) * 7)
                   MOVE WS-WORK-DATE-MM    TO WS-LABEL-MM
                   MOVE WS-WORK-DATE-DD    TO WS-LABEL-DD-YY
                   MOVE WS-PERIOD-LABEL    TO TCH-PERIOD
                                              (WS-PERIOD-SUB)
               WHEN OTHER
                   COMPUTE WS-WORK-MONTH-NUMBER =
                       WS-BUSINESS-MONTH-NUMBER
                       - (12 - WS-PERIOD-SUB)
                   COMPUTE WS-WORK-YEAR =
                       (WS-WORK-MONTH-NUMBER - 1) / 12
                   COMPUTE WS-LABEL-MM =
                       WS-WORK-MONTH-NUMBER - WS-WORK-YEAR * 12
                   MOVE WS-WORK-YEAR (3:2) TO WS-LABEL-DD-YY
                   MOVE WS-PERIOD-LABEL    TO TCH-PERIOD
                                              (WS-PERIOD-SUB)
           END-EVALUATE.
      *---------------------------------------------------------------*
       4200-PRINT-ONE-CATEGORY.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO TREND-DETAIL-LINE.
           MOVE TR-CODE (WS-ROW-SUB)       TO TDL-CODE.
           MOVE TR-NAME (WS-ROW-SUB)       TO TDL-NAME.
           MOVE 0                          TO WS-FIRST-SHARE
                                              WS-SHARE.
           PERFORM 4210-FIGURE-ONE-SHARE
               VARYING WS-PERIOD-SUB FROM 1 BY 1
               UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT.
           COMPUTE WS-SHARE-CHANGE = WS-SHARE - WS-FIRST-SHARE.
           MOVE WS-SHARE-CHANGE            TO TDL-CHANGE.
           MOVE TREND-DETAIL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       4210-FIGURE-ONE-SHARE.
      *---------------------------------------------------------------*
      *    WS-SHARE IS LEFT HOLDING THE NEWEST PERIOD'S SHARE FOR THE
      *    CHANGE COLUMN.
           EVALUATE HEADING-MODE-SW
               WHEN 1
                   MOVE TR-WEEK-STORIES (WS-ROW-SUB WS-PERIOD-SUB)
                       TO WS-NUMERATOR
                   MOVE PT-WEEK-STORIES (WS-PERIOD-SUB)
                       TO WS-DENOMINATOR
               WHEN 2
                   MOVE TR-WEEK-VOTES (WS-ROW-SUB WS-PERIOD-SUB)
                       TO WS-NUMERATOR
                   MOVE PT-WEEK-VOTES (WS-PERIOD-SUB)
                       TO WS-DENOMINATOR
               WHEN 3
                   MOVE TR-MONTH-STORIES (WS-ROW-SUB WS-PERIOD-SUB)
                       TO WS-NUMERATOR
                   MOVE PT-MONTH-STORIES (WS-PERIOD-SUB)
                       TO WS-DENOMINATOR
               WHEN OTHER
                   MOVE TR-MONTH-VOTES (WS-ROW-SUB WS-PERIOD-SUB)
                       TO WS-NUMERATOR
                   MOVE PT-MONTH-VOTES (WS-PERIOD-SUB)
                       TO WS-DENOMINATOR
           END-EVALUATE.
           IF  WS-DENOMINATOR > 0
               COMPUTE WS-SHARE ROUNDED =
                   WS-NUMERATOR * 100 / WS-DENOMINATOR
           ELSE
               MOVE 0                      TO WS-SHARE
           END-IF.
           IF  WS-PERIOD-SUB = 1
               MOVE WS-SHARE               TO WS-FIRST-SHARE
           END-IF.
           MOVE WS-SHARE                   TO TDL-SHARE
                                              (WS-PERIOD-SUB).
      *---------------------------------------------------------------*
       4300-PRINT-PERIOD-TOTALS.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO TREND-TOTAL-LINE.
           IF  VOTES-SECTION
               MOVE 'ALL VOTES'            TO TTL-LABEL
           ELSE
               MOVE 'ALL STORIES'          TO TTL-LABEL
           END-IF.
           PERFORM 4310-MOVE-ONE-TOTAL
               VARYING WS-PERIOD-SUB FROM 1 BY 1
               UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT.
           MOVE TREND-TOTAL-LINE           TO NEXT-REPORT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 1                          TO LINE-SPACEING.
      *---------------------------------------------------------------*
       4310-MOVE-ONE-TOTAL.
      *---------------------------------------------------------------*
           EVALUATE HEADING-MODE-SW
               WHEN 1
                   MOVE PT-WEEK-STORIES (WS-PERIOD-SUB)
                       TO TTL-TOTAL (WS-PERIOD-SUB)
               WHEN 2
                   MOVE PT-WEEK-VOTES (WS-PERIOD-SUB)
                       TO TTL-TOTAL (WS-PERIOD-SUB)
               WHEN 3
                   MOVE PT-MONTH-STORIES (WS-PERIOD-SUB)
                       TO TTL-TOTAL (WS-PERIOD-SUB)
               WHEN OTHER
                   MOVE PT-MONTH-VOTES (WS-PERIOD-SUB)
                       TO TTL-TOTAL (WS-PERIOD-SUB)
           END-EVALUATE.
      *---------------------------------------------------------------*
       8000-READ-TAXONOMY.
      *---------------------------------------------------------------*
           READ TAXONOMY-FILE NEXT RECORD
               AT END SET TAXONOMY-EOF TO TRUE
           END-READ.
      *---------------------------------------------------------------*
       8100-READ-ARCHIVE-STORY.
      *---------------------------------------------------------------*
           READ STORY-ARCHIVE-FILE
               AT END MOVE 'Y' TO ARCHIVE-EOF-SW.
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
           MOVE TREND-HEADING-LINE         TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE TREND-COLUMN-HEADING-LINE  TO PRINT-LINE.
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
