      *---------------------------------------------------------------*
      *    EFFECTIVE REPRODUCTION NUMBER EXTRACT - ONE ROW PER STATE,
      *    WRITTEN BY COVRT FROM THE COVSUMF DAILY NEW CASES, SO THE
      *    DASHBOARD AND ANY BRIEFING REPORT CARRY THE SAME RT COLUMN
      *    WITHOUT RECOMPUTING IT.  RT-CURRENT IS THE SMOOTHED
      *    ESTIMATE AS OF RT-AS-OF-DATE, RT-WEEK-AGO THE SAME ESTIMATE
      *    SEVEN DAYS EARLIER.
      *    RT-STATUS - 'E' ESTIMATED, 'I' TOO LITTLE HISTORY (OR NO
      *    CASES IN THE EARLIER WINDOW) TO ESTIMATE; THE FIGURES ARE
      *    ZERO ON AN 'I' ROW.
      *    RT-CROSSING - 'U' THE ESTIMATE ROSE THROUGH 1.00 THIS WEEK,
      *    'D' IT FELL THROUGH 1.00, SPACE NEITHER.
      *---------------------------------------------------------------*
       01  RT-ESTIMATE-RECORD.
           05  RT-DISEASE                  PIC X(02).
           05  RT-STATE                    PIC X(02).
           05  RT-AS-OF-DATE               PIC 9(08).
           05  RT-STATUS                   PIC X(01).
               88  RT-ESTIMATED                  VALUE 'E'.
               88  RT-INSUFFICIENT               VALUE 'I'.
           05  RT-CURRENT                  PIC 9(02)V99.
           05  RT-WEEK-AGO                 PIC 9(02)V99.
           05  RT-TREND                    PIC X(07).
               88  RT-RISING                     VALUE 'RISING '.
               88  RT-FALLING                    VALUE 'FALLING'.
               88  RT-STEADY                     VALUE 'STEADY '.
           05  RT-CROSSING                 PIC X(01).
               88  RT-CROSSED-UP                 VALUE 'U'.
               88  RT-CROSSED-DOWN               VALUE 'D'.
           05  RT-SERIAL-INTERVAL          PIC 9(02).
           05  RT-WINDOW-DAYS              PIC 9(02).
           05  FILLER                      PIC X(47).
