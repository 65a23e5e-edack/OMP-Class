      *---------------------------------------------------------------*
      *    TABLE REPORT DEFINITION RECORD - ONE ROW PER NAMED SUMMARY
      *    TABLE ON THE TABDEF KEYED FILE, MAINTAINED WITH CARDS BY
      *    TABDMNT AND PRODUCED BY THE TABGEN REPORT STEP FROM THE
      *    CERTIFIED CLAIMS FILE, SO A TABLE BUILT ONCE IS RERUN BY
      *    NAME WITHOUT A NEW PROGRAM.
      *    RANGE TYPE - 'F' THE FIXED FROM/TO DATES (YYYYMMDD), 'M'
      *    THE REPORT MONTH, 'Y' THE REPORT YEAR TO THE END OF THE
      *    REPORT MONTH.  THE REPORT MONTH IS THE ONE ON THE TABGEN
      *    RUN CARD, ELSE THE MONTH OF THE BUSINESS DATE; THE DATES
      *    ARE ZERO ON AN 'M' OR 'Y' DEFINITION.
      *    ROW GROUP AND BREAK GROUP - 'S' STATE, 'W' CLAIM WEEK (THE
      *    RECORD DATE), 'M' MONTH, 'C' CLAIM STATUS.  THE BREAK
      *    GROUP IS THE OUTER LEVEL THE ROWS ARE NESTED UNDER (SPACE =
      *    NONE) AND IS WHERE A SUBTOTAL FALLS.
      *    COLUMNS - 'B' THE SECTION'S BUCKETS, THOSE FLAGGED 'Y' IN
      *    THE MASK IN RECORD ORDER (INA FIRST), AT MOST TWELVE OF
      *    THEM; 'I' THE SECTION'S INITIAL/CONTINUING SPLIT.
      *    MONTHLY - 'Y' PUTS THE TABLE IN THE MONTH-END RUN, WHICH
      *    PRODUCES EVERY MONTHLY DEFINITION WHEN NO RUN CARD NAMES
      *    ONE.
      *---------------------------------------------------------------*
       01  TABLE-DEFINITION-RECORD.
           05  TD-TABLE-NAME               PIC X(08).
           05  TD-RANGE-TYPE               PIC X(01).
               88  TD-FIXED-RANGE                VALUE 'F'.
               88  TD-REPORT-MONTH               VALUE 'M'.
               88  TD-YEAR-TO-DATE               VALUE 'Y'.
               88  TD-VALID-RANGE-TYPE           VALUE 'F' 'M' 'Y'.
           05  TD-FROM-DATE                PIC 9(08).
           05  TD-TO-DATE                  PIC 9(08).
           05  TD-ROW-GROUP                PIC X(01).
               88  TD-VALID-ROW-GROUP            VALUE 'S' 'W' 'M'
                                                       'C'.
           05  TD-BREAK-GROUP              PIC X(01).
               88  TD-NO-BREAK                   VALUE SPACE.
               88  TD-VALID-BREAK-GROUP          VALUE 'S' 'W' 'M'
                                                       'C' SPACE.
           05  TD-SECTION                  PIC X(03).
               88  TD-VALID-SECTION              VALUE 'AGE' 'ETH'
                                                 'IND' 'RCE' 'GND'
                                                 'EDU'.
           05  TD-COLUMN-KIND              PIC X(01).
               88  TD-BUCKET-COLUMNS             VALUE 'B'.
               88  TD-SPLIT-COLUMNS              VALUE 'I'.
               88  TD-VALID-COLUMN-KIND          VALUE 'B' 'I'.
           05  TD-BUCKET-MASK.
               10  TD-BUCKET-FLAG          PIC X(01)
                       OCCURS 21 TIMES.
           05  TD-SUBTOTAL-SW              PIC X(01).
               88  TD-SUBTOTALS                  VALUE 'Y'.
           05  TD-GRAND-TOTAL-SW           PIC X(01).
               88  TD-GRAND-TOTAL                VALUE 'Y'.
           05  TD-MONTHLY-SW               PIC X(01).
               88  TD-MONTHLY                    VALUE 'Y'.
           05  TD-TITLE                    PIC X(50).
           05  TD-LAST-CHANGE-DATE         PIC 9(08).
           05  FILLER                      PIC X(10).
