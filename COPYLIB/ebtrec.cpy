      *---------------------------------------------------------------*
      *    EXTENDED BENEFITS TRIGGER HISTORY RECORD (EBHIST) - ONE ROW
      *    PER WEEK-ENDING (YYYYMMDD), WRITTEN BY THE WEEKLY EBTRIG
      *    RUN (A RERUN OF THE WEEK REPLACES THE ROW).  THE WEEK'S
      *    INSURED UNEMPLOYMENT RATE IS CONTINUING CLAIMS OVER THE
      *    LABFORRF COVERED EMPLOYMENT; THE AVERAGE IS THE 13 WEEKS
      *    ENDING WITH THIS ONE, AND THE PRIOR-YEAR AVERAGES ARE THE
      *    SAME 13 WEEKS ONE AND TWO YEARS BACK (ZERO WHEN NOT ON
      *    FILE).  ON-INDICATOR 'Y' MEANS THE WEEK PASSED THE TEST;
      *    THE STATUS IS WHAT IS IN FORCE AFTER THE MINIMUM ON-PERIOD
      *    IS APPLIED.  UNEMPAY READS THE STATUS BEFORE IT LOADS AN
      *    EXT PAYMENT FOR THE WEEK.
      *    RATES ARE PERCENT 999V99.  ON-SINCE IS THE WEEK THE
      *    CURRENT EB PERIOD BEGAN, ZERO WHILE OFF.
      *---------------------------------------------------------------*
       01  EB-TRIGGER-RECORD.
           05  EB-WEEK-ENDING              PIC 9(08).
           05  EB-CONTINUING-CLAIMS        PIC 9(09).
           05  EB-COVERED-EMP              PIC 9(09).
           05  EB-WEEK-IUR                 PIC 9(03)V99.
           05  EB-AVERAGE-IUR              PIC 9(03)V99.
           05  EB-AVERAGE-WEEKS            PIC 9(02).
           05  EB-PRIOR-1-IUR              PIC 9(03)V99.
           05  EB-PRIOR-2-IUR              PIC 9(03)V99.
           05  EB-ON-INDICATOR             PIC X(01).
               88  EB-INDICATOR-MET              VALUE 'Y'.
           05  EB-STATUS                   PIC X(01).
               88  EB-TRIGGER-ON                 VALUE 'O'.
               88  EB-TRIGGER-OFF                VALUE 'F'.
           05  EB-STATUS-CHANGED           PIC X(01).
               88  EB-CHANGED-THIS-WEEK          VALUE 'Y'.
           05  EB-ON-SINCE                 PIC 9(08).
           05  EB-RUN-DATE                 PIC 9(08).
           05  FILLER                      PIC X(10).
