      *---------------------------------------------------------------*
      *    STATE COMMUNITY RISK LEVEL HISTORY RECORD (RKHIST) - ONE
      *    ROW PER DISEASE, STATE AND RUN DATE, WRITTEN BY THE NIGHTLY
      *    COVRISK STEP (A RERUN OF THE DATE REPLACES THE ROW).
      *    LEVELS - 'L' LOW, 'M' MEDIUM, 'H' HIGH, 'C' CRITICAL, 'N'
      *    NOT SCORED (FEWER THAN TWO INDICATORS AVAILABLE).  THE
      *    PRIOR LEVEL IS THE STATE'S LATEST ROW IN THE WEEK BEFORE,
      *    SPACE WHEN THERE IS NONE.
      *    INDICATORS, IN ORDER -
      *      1  POS  7-DAY TEST POSITIVITY, PERCENT
      *      2  HOS  HOSPITAL CENSUS PER 100,000
      *      3  HOT  PERCENT OF REPORTING COUNTIES AT HOTSPOT RATE
      *      4  WW   WASTEWATER WEEK-OVER-WEEK CHANGE, PERCENT
      *      5  RT   EFFECTIVE REPRODUCTION NUMBER
      *    AN INDICATOR LEVEL OF SPACE MEANS NO FIGURE WAS AVAILABLE.
      *---------------------------------------------------------------*
       01  RISK-LEVEL-RECORD.
           05  RK-RISK-KEY.
               10  RK-DISEASE              PIC X(02).
               10  RK-STATE                PIC X(02).
               10  RK-DATE                 PIC 9(08).
           05  RK-LEVEL                    PIC X(01).
               88  RK-LOW                        VALUE 'L'.
               88  RK-MEDIUM                     VALUE 'M'.
               88  RK-HIGH                       VALUE 'H'.
               88  RK-CRITICAL                   VALUE 'C'.
               88  RK-NOT-SCORED                 VALUE 'N'.
           05  RK-PRIOR-LEVEL              PIC X(01).
           05  RK-LEVEL-CHANGED            PIC X(01).
               88  RK-CHANGED-TODAY              VALUE 'Y'.
           05  RK-INDICATOR                OCCURS 5 TIMES.
               10  RK-INDICATOR-LEVEL      PIC X(01).
               10  RK-INDICATOR-VALUE      PIC S9(05)V99.
           05  RK-RUN-DATE                 PIC 9(08).
           05  FILLER                      PIC X(17).
