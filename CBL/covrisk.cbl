       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COVRISK.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    COMPOSITE COMMUNITY RISK LEVEL - EVERY COVID SIGNAL HAS ITS
      *    OWN REPORT AND NOBODY MAKES THE ONE CALL.  SCORES EACH
      *    STATE ON THE REPORT DATE ON FIVE INDICATORS -
      *      POS  7-DAY TEST POSITIVITY (COVSUMF, AS COVPOS)
      *      HOS  LATEST HOSPITAL CENSUS PER 100,000 (COVSUMF, AS
      *           COVHOSP/HOSPPROJ, OVER THE CNTYREF POPULATION)
      *      HOT  PERCENT OF THE STATE'S REPORTING COUNTIES WHOSE
      *           7-DAY NEW CASES PER 100,000 REACH THE RKHOTRAT
      *           HOTSPOT RATE (CNTYHIST/CNTYREF, AS COVHOT)
      *      WW   WASTEWATER WEEK-OVER-WEEK CHANGE IN THE STATE'S
      *           POPULATION-WEIGHTED CONCENTRATION (WWHIST, AS
      *           COVWWRP)
      *      RT   THE EFFECTIVE REPRODUCTION NUMBER ON THE COVRT
      *           RTEST EXTRACT
      *    EACH INDICATOR IS LEVELLED LOW / MEDIUM / HIGH / CRITICAL
      *    AGAINST ITS THREE PARMFILE BREAKPOINTS, AND THE STATE'S
      *    LEVEL IS THE ROUNDED AVERAGE OF THE INDICATOR LEVELS IT
      *    HAS FIGURES FOR (AT LEAST TWO, OR THE STATE IS NOT SCORED).
      *    THE LEVEL IS KEPT ON THE RKHIST HISTORY (SEE RKHREC).  A
      *    LEVEL DIFFERENT FROM THE STATE'S LATEST ROW IN THE WEEK
      *    BEFORE IS RAISED IN THE EXCEPTION HUB THROUGH EXCWRITE WITH
      *    THE DRIVING INDICATORS - THOSE AT OR ABOVE THE NEW LEVEL -
      *    SEVERITY E INTO CRITICAL, W OTHERWISE.
      *    PRINTS THE ONE-PAGE STATE RISK MAP, ONE WORD PER STATE,
      *    FOLLOWED BY THE INDICATOR DETAIL BEHIND IT.
      *
      *    CONTROL INPUT (SYSIN) -
      *      CARD 1   DISEASE CODE 2 CHARACTERS (BLANK = CV)
      *      CARD 2   REPORT DATE YYYYMMDD (BLANK = BUSINESS DATE)
      *
      *    PARMFILE PARAMETERS (SEE PARMC) - EACH BREAKPOINT PARAMETER
      *    IS THREE 4-DIGIT VALUES, THE MEDIUM, HIGH AND CRITICAL
      *    FLOORS, IN THE UNITS SHOWN -
      *      RKPOSTHR  POSITIVITY PERCENT 99V99 (0500 1000 2000)
      *      RKHOSTHR  CENSUS PER 100,000 999V9 (0100 0200 0400)
      *      RKHOTTHR  PERCENT OF COUNTIES 999V9 (0100 0250 0500)
      *      RKWWTHR   WASTEWATER RISE PERCENT 9(4) (0020 0050 0100)
      *      RKRTTHR   RT 99V99 (0100 0115 0130)
      *      RKHOTRAT  HOTSPOT 7-DAY CASES PER 100,000 9(4) (0100)
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
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS CS-SUMMARY-KEY
             FILE STATUS  IS SUMMARY-FILE-STATUS.
           SELECT COUNTY-REFERENCE-FILE ASSIGN TO CNTYREF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS CN-COUNTY-FIPS
             FILE STATUS  IS COUNTY-REFERENCE-STATUS.
           SELECT COUNTY-HISTORY-FILE ASSIGN TO CNTYHIST
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS COUNTY-HISTORY-STATUS.
           SELECT OPTIONAL WASTEWATER-HISTORY-FILE ASSIGN TO WWHIST
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WASTEWATER-HISTORY-STATUS.
           SELECT OPTIONAL RT-ESTIMATE-FILE ASSIGN TO RTFILE
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS RT-FILE-STATUS.
           SELECT RISK-HISTORY-FILE ASSIGN TO RKHIST
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS RK-RISK-KEY
             FILE STATUS  IS RISK-HISTORY-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  COVID-SUMMARY-FILE.
       COPY COVSUM.
      *---------------------------------------------------------------*
       FD  COUNTY-REFERENCE-FILE.
       COPY CNTYREFC.
      *---------------------------------------------------------------*
       FD  COUNTY-HISTORY-FILE
           RECORDING MODE IS F.
       COPY CNTYHSTC.
      *---------------------------------------------------------------*
       FD  WASTEWATER-HISTORY-FILE
           RECORDING MODE IS F.
       COPY WWHSTC.
      *---------------------------------------------------------------*
       FD  RT-ESTIMATE-FILE
           RECORDING MODE IS F.
       COPY RTREC.
      *---------------------------------------------------------------*
       FD  RISK-HISTORY-FILE.
       COPY RKHREC.
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
           05  COUNTY-REFERENCE-STATUS     PIC X(02).
               88  COUNTY-REFERENCE-OK           VALUE '00'.
           05  COUNTY-HISTORY-STATUS       PIC X(02).
               88  COUNTY-HISTORY-OK             VALUE '00'.
           05  WASTEWATER-HISTORY-STATUS   PIC X(02).
           05  RT-FILE-STATUS              PIC X(02).
           05  RISK-HISTORY-STATUS         PIC X(02).
               88  RISK-HISTORY-OK               VALUE '00'.
               88  RISK-HISTORY-NEW              VALUE '35'.
           05  FILES-OPEN-SW               PIC X VALUE 'Y'.
               88  FILES-OPEN                    VALUE 'Y'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  SUMMARY-END-SW              PIC X VALUE 'N'.
               88  SUMMARY-END                   VALUE 'Y'.
           05  HEADING-MODE-SW             PIC X(01) VALUE 'M'.
               88  HEADING-MAP                   VALUE 'M'.
               88  HEADING-DETAIL                VALUE 'D'.
           05  WS-DISEASE-CARD             PIC X(02) VALUE SPACE.
           05  WS-DISEASE-CODE             PIC X(02) VALUE 'CV'.
           05  WS-SCAN-DISEASE             PIC X(02).
           05  WS-DATE-CARD                PIC X(08) VALUE SPACE.
           05  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
           05  WS-REPORT-DATE              PIC 9(08) VALUE 0.
           05  WS-REPORT-INT               PIC S9(09) USAGE IS COMP.
           05  WS-WEEK-FIRST-DATE          PIC 9(08).
           05  WS-PRIOR-FIRST-DATE         PIC 9(08).
           05  WS-PROBE-DATE               PIC 9(08).
           05  WS-HOTSPOT-RATE             PIC 9(04) VALUE 100.
           05  WS-COUNTY-RATE              PIC 9(07)V99.
           05  WS-ST-SUB                   PIC S9(04) USAGE IS COMP.
           05  WS-FOUND-SUB                PIC S9(04) USAGE IS COMP.
           05  WS-IND                      PIC S9(04) USAGE IS COMP.
           05  WS-BRK                      PIC S9(04) USAGE IS COMP.
           05  WS-CT-SUB                   PIC S9(04) USAGE IS COMP.
           05  WS-WEEK                     PIC S9(04) USAGE IS COMP.
           05  WS-DAYS-BACK                PIC S9(04) USAGE IS COMP.
           05  WS-ROW                      PIC S9(04) USAGE IS COMP.
           05  WS-COL                      PIC S9(04) USAGE IS COMP.
           05  WS-LEVEL-ROW                PIC S9(04) USAGE IS COMP.
           05  WS-LOOKUP-LEVEL             PIC X(01).
           05  WS-LOOKUP-STATE             PIC X(02).
           05  WS-LEVEL-SUM                PIC 9(02).
           05  WS-LEVEL-COUNT              PIC 9(01).
           05  WS-LEVEL-NUMBER             PIC 9(01).
           05  WS-THIS-WEEK-CONC           PIC 9(09)V99.
           05  WS-PRIOR-WEEK-CONC          PIC 9(09)V99.
           05  WS-COUNTY-ROWS              PIC 9(07) VALUE 0.
           05  WS-NO-REFERENCE-COUNT       PIC 9(07) VALUE 0.
           05  WS-SCORED-COUNT             PIC 9(03) VALUE 0.
           05  WS-CHANGE-COUNT             PIC 9(03) VALUE 0.
           05  WS-DRIVERS                  PIC X(20).
           05  WS-DRIVER-POINTER           PIC S9(04) USAGE IS COMP.
      *---------------------------------------------------------------*
      *    LEVEL CODES AND WORDS, LOW TO CRITICAL - THE TABLE POSITION
      *    LESS ONE IS THE LEVEL NUMBER AVERAGED FOR THE COMPOSITE.
      *---------------------------------------------------------------*
       01  LEVEL-TABLE-DATA.
           05  FILLER PIC X(09) VALUE 'LLOW     '.
           05  FILLER PIC X(09) VALUE 'MMEDIUM  '.
           05  FILLER PIC X(09) VALUE 'HHIGH    '.
           05  FILLER PIC X(09) VALUE 'CCRITICAL'.
       01  LEVEL-TABLE REDEFINES LEVEL-TABLE-DATA.
           05  LT-ENTRY                    OCCURS 4 TIMES
                                           INDEXED BY LT-IDX.
               10  LT-CODE                 PIC X(01).
               10  LT-WORD                 PIC X(08).
       01  WS-LEVEL-COUNTS.
           05  WS-LEVEL-TALLY              PIC 9(03) VALUE 0
                                           OCCURS 5 TIMES.
      *---------------------------------------------------------------*
      *    INDICATOR NAMES, PARAMETER IDS, DEFAULT BREAKPOINTS AND THE
      *    DIVISOR THAT TURNS THE 4-DIGIT BREAKPOINTS INTO UNITS.
      *---------------------------------------------------------------*
       01  INDICATOR-TABLE-DATA.
           05  FILLER PIC X(27) VALUE
               'POSRKPOSTHR0500100020000100'.
           05  FILLER PIC X(27) VALUE
               'HOSRKHOSTHR0100020004000010'.
           05  FILLER PIC X(27) VALUE
               'HOTRKHOTTHR0100025005000010'.
           05  FILLER PIC X(27) VALUE
               'WW RKWWTHR 0020005001000001'.
           05  FILLER PIC X(27) VALUE
               'RT RKRTTHR 0100011501300100'.
       01  INDICATOR-TABLE REDEFINES INDICATOR-TABLE-DATA.
           05  IT-ENTRY                    OCCURS 5 TIMES.
               10  IT-NAME                 PIC X(03).
               10  IT-PARM-ID              PIC X(08).
               10  IT-BREAKPOINTS.
                   15  IT-BREAK-RAW        PIC 9(04) OCCURS 3 TIMES.
               10  IT-DIVISOR              PIC 9(04).
       01  INDICATOR-FLOORS.
           05  IF-ENTRY                    OCCURS 5 TIMES.
               10  IF-FLOOR                PIC 9(03)V99
                                           OCCURS 3 TIMES.
      *---------------------------------------------------------------*
      *    COUNTIES IN FIPS ORDER AS CNTYREF DELIVERS THEM, FOR THE
      *    7-DAY CASE SUMS.  UNUSED SLOTS HOLD HIGH-VALUES SO THE
      *    BINARY SEARCH NEVER STOPS SHORT IN THEM.
      *---------------------------------------------------------------*
       01  COUNTY-TABLE.
           05  CT-ENTRY-COUNT              PIC 9(04) VALUE 0.
           05  CT-ENTRIES.
               10  CT-ENTRY                OCCURS 4000 TIMES
                                           ASCENDING KEY CT-COUNTY-FIPS
                                           INDEXED BY CT-IDX.
                   15  CT-COUNTY-FIPS      PIC X(05).
                   15  CT-STATE-SUB        PIC S9(04) USAGE IS COMP.
                   15  CT-POPULATION       PIC 9(08).
                   15  CT-CASES            PIC 9(09).
                   15  CT-REPORTED-SW      PIC X(01).
                       88  CT-REPORTED           VALUE 'Y'.
      *---------------------------------------------------------------*
      *    ONE ENTRY PER STATE-LOOKUP-TABLE ROW, SAME SUBSCRIPT.
      *---------------------------------------------------------------*
       01  RISK-STATE-TABLE.
           05  RS-ENTRY                    OCCURS 58 TIMES.
               10  RS-POPULATION           PIC 9(10).
               10  RS-REPORTING-COUNTIES   PIC 9(04).
               10  RS-HOT-COUNTIES         PIC 9(04).
               10  RS-WW-WEEK              OCCURS 2 TIMES.
                   15  RS-WW-WEIGHTED      PIC 9(15).
                   15  RS-WW-POPULATION    PIC 9(11).
               10  RS-RT                   PIC 9(02)V99.
               10  RS-RT-SW                PIC X(01).
                   88  RS-HAS-RT                 VALUE 'Y'.
               10  RS-POSITIVES            PIC 9(09).
               10  RS-TESTS                PIC 9(09).
               10  RS-HOSPITAL             PIC 9(07).
               10  RS-HOSPITAL-DATE        PIC 9(08).
               10  RS-INDICATOR            OCCURS 5 TIMES.
                   15  RS-IND-VALUE        PIC S9(05)V99.
                   15  RS-IND-LEVEL        PIC X(01).
               10  RS-LEVEL                PIC X(01).
               10  RS-PRIOR-LEVEL          PIC X(01).
               10  RS-CHANGED-SW           PIC X(01).
                   88  RS-CHANGED                VALUE 'Y'.
               10  RS-DRIVERS              PIC X(20).
      *---------------------------------------------------------------*
       01  MAP-HEADING-LINE-1.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'STATE COMMUNITY RISK LEVELS - REPORT DATE   '.
           05  MHL-REPORT-DATE             PIC 9(08).
           05  FILLER PIC X(12) VALUE '   DISEASE  '.
           05  MHL-DISEASE                 PIC X(02).
           05  FILLER PIC X(10) VALUE SPACE.
           05  FILLER PIC X(05) VALUE 'PAGE '.
           05  MHL-PAGE                    PIC ZZ9.
      *---------------------------------------------------------------*
       01  MAP-HEADING-LINE-2.
      *---------------------------------------------------------------*
           05  FILLER PIC X(40) VALUE
               '+ LEVEL UP SINCE THE PRIOR RUN, - LEVEL '.
           05  FILLER PIC X(05) VALUE 'DOWN'.
      *---------------------------------------------------------------*
       01  MAP-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  MDL-CELL                    OCCURS 4 TIMES.
               10  MDL-STATE-NAME          PIC X(21).
               10  FILLER                  PIC X(01).
               10  MDL-LEVEL-WORD          PIC X(08).
               10  FILLER                  PIC X(01).
               10  MDL-CHANGE-MARK         PIC X(01).
               10  FILLER                  PIC X(01).
      *---------------------------------------------------------------*
       01  MAP-TOTAL-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(06) VALUE 'LOW  '.
           05  MTL-LOW                     PIC ZZ9.
           05  FILLER PIC X(10) VALUE '   MEDIUM '.
           05  MTL-MEDIUM                  PIC ZZ9.
           05  FILLER PIC X(08) VALUE '   HIGH '.
           05  MTL-HIGH                    PIC ZZ9.
           05  FILLER PIC X(12) VALUE '   CRITICAL '.
           05  MTL-CRITICAL                PIC ZZ9.
           05  FILLER PIC X(14) VALUE '   NOT SCORED '.
           05  MTL-NOT-SCORED              PIC ZZ9.
           05  FILLER PIC X(12) VALUE '   CHANGED  '.
           05  MTL-CHANGED                 PIC ZZ9.
      *---------------------------------------------------------------*
       01  DETAIL-HEADING-LINE-1.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'STATE RISK INDICATORS - REPORT DATE         '.
           05  DHL-REPORT-DATE             PIC 9(08).
           05  FILLER PIC X(12) VALUE '   DISEASE  '.
           05  DHL-DISEASE                 PIC X(02).
           05  FILLER PIC X(10) VALUE SPACE.
           05  FILLER PIC X(05) VALUE 'PAGE '.
           05  DHL-PAGE                    PIC ZZ9.
      *---------------------------------------------------------------*
       01  DETAIL-HEADING-LINE-2.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'ST LEVEL    PRIOR      POS %    HOS/100K    '.
           05  FILLER PIC X(44) VALUE
               'HOT CTY %  WW CHG %       RT    DRIVERS     '.
      *---------------------------------------------------------------*
       01  DETAIL-LINE.
      *---------------------------------------------------------------*
           05  DTL-STATE                   PIC X(02).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  DTL-LEVEL-WORD              PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  DTL-PRIOR-WORD              PIC X(08).
           05  DTL-INDICATOR               OCCURS 5 TIMES.
               10  DTL-VALUE-AREA.
                   15  DTL-VALUE           PIC -ZZZZ9.99.
               10  FILLER                  PIC X(01).
               10  DTL-IND-LEVEL           PIC X(01).
               10  FILLER                  PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DTL-DRIVERS                 PIC X(20).
      *---------------------------------------------------------------*
       01  REPORT-LINES.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
       COPY STATETBL.
       COPY PARMC.
       COPY PRINTCTL.
       COPY BUSDATEC.
       COPY EXCLOGC.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           IF  FILES-OPEN
               PERFORM 2000-LOAD-COUNTY-TABLE
               PERFORM 2100-TALLY-COUNTY-CASES
               PERFORM 2200-TALLY-WASTEWATER
               PERFORM 2300-TAKE-RT-ESTIMATES
               PERFORM 2400-SCORE-ONE-STATE
                   VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > 58
               PERFORM 4000-PRINT-RISK-MAP
               PERFORM 5000-PRINT-INDICATOR-DETAIL
               PERFORM 3000-CLOSE-FILES
           END-IF.
           DISPLAY '*** COVRISK STATE RISK LEVEL SUMMARY ***'.
           DISPLAY 'REPORT DATE        : ', WS-REPORT-DATE.
           DISPLAY 'STATES SCORED      : ', WS-SCORED-COUNT.
           DISPLAY 'LEVEL CHANGES      : ', WS-CHANGE-COUNT.
           DISPLAY 'CNTYHIST ROWS      : ', WS-COUNTY-ROWS.
           DISPLAY 'NO CNTYREF ROW     : ', WS-NO-REFERENCE-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  COVID-SUMMARY-FILE.
           OPEN INPUT  COUNTY-REFERENCE-FILE.
           OPEN INPUT  COUNTY-HISTORY-FILE.
           OPEN INPUT  WASTEWATER-HISTORY-FILE.
           OPEN INPUT  RT-ESTIMATE-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE 50                         TO LINES-ON-PAGE.
           CALL 'STATELD' USING STATE-LOOKUP-TABLE.
           ACCEPT WS-DISEASE-CARD.
           ACCEPT WS-DATE-CARD.
           IF  WS-DISEASE-CARD NOT = SPACE
               MOVE WS-DISEASE-CARD        TO WS-DISEASE-CODE
           END-IF.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           IF  WS-DATE-CARD IS NUMERIC
               MOVE WS-DATE-CARD           TO WS-REPORT-DATE
           ELSE
               MOVE WS-BUSINESS-DATE       TO WS-REPORT-DATE
           END-IF.
           COMPUTE WS-REPORT-INT =
               FUNCTION INTEGER-OF-DATE (WS-REPORT-DATE).
           COMPUTE WS-WEEK-FIRST-DATE =
               FUNCTION DATE-OF-INTEGER (WS-REPORT-INT - 6).
           COMPUTE WS-PRIOR-FIRST-DATE =
               FUNCTION DATE-OF-INTEGER (WS-REPORT-INT - 13).
           MOVE WS-REPORT-DATE             TO MHL-REPORT-DATE
                                              DHL-REPORT-DATE.
           MOVE WS-DISEASE-CODE            TO MHL-DISEASE
                                              DHL-DISEASE.
           MOVE WS-BUSINESS-DATE           TO PL-AS-OF-DATE.
           PERFORM 1100-LOAD-BREAKPOINTS
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > 5.
           MOVE 'RKHOTRAT'                 TO PL-PARM-ID.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND AND PL-VALUE (1:4) IS NUMERIC
               MOVE PL-VALUE (1:4)         TO WS-HOTSPOT-RATE
           END-IF.
           OPEN I-O RISK-HISTORY-FILE.
           IF  RISK-HISTORY-NEW
      *        FIRST RUN - CREATE THE FILE EMPTY, THEN REOPEN FOR
      *        UPDATE, THE SAME DANCE EBTRIG DOES.
               OPEN OUTPUT RISK-HISTORY-FILE
               CLOSE       RISK-HISTORY-FILE
               OPEN I-O    RISK-HISTORY-FILE
           END-IF.
           IF NOT SUMMARY-FILE-OK
               DISPLAY 'COVSUMF OPEN ERROR : ', SUMMARY-FILE-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT COUNTY-REFERENCE-OK
               DISPLAY 'CNTYREF OPEN ERROR : ',
                   COUNTY-REFERENCE-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT COUNTY-HISTORY-OK
               DISPLAY 'CNTYHIST OPEN ERROR : ',
                   COUNTY-HISTORY-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT RISK-HISTORY-OK
               DISPLAY 'RKHIST OPEN ERROR : ', RISK-HISTORY-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
      *---------------------------------------------------------------*
       1100-LOAD-BREAKPOINTS.
      *---------------------------------------------------------------*
      *    A MISSING OR NON-NUMERIC PARAMETER KEEPS THE DEFAULTS.
           MOVE IT-PARM-ID (WS-IND)        TO PL-PARM-ID.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND AND PL-VALUE IS NUMERIC
               MOVE PL-VALUE               TO IT-BREAKPOINTS (WS-IND)
           END-IF.
           PERFORM 1110-SET-ONE-FLOOR
               VARYING WS-BRK FROM 1 BY 1
               UNTIL WS-BRK > 3.
      *---------------------------------------------------------------*
       1110-SET-ONE-FLOOR.
      *---------------------------------------------------------------*
           COMPUTE IF-FLOOR (WS-IND WS-BRK) =
               IT-BREAK-RAW (WS-IND WS-BRK) / IT-DIVISOR (WS-IND).
      *---------------------------------------------------------------*
       2000-LOAD-COUNTY-TABLE.
      *---------------------------------------------------------------*
           MOVE HIGH-VALUES                TO CT-ENTRIES.
           INITIALIZE RISK-STATE-TABLE.
           MOVE 'N'                        TO END-OF-FILE-SW.
           PERFORM 8000-READ-COUNTY-REFERENCE.
           PERFORM 2010-LOAD-ONE-COUNTY
               UNTIL END-OF-FILE.
      *---------------------------------------------------------------*
       2010-LOAD-ONE-COUNTY.
      *---------------------------------------------------------------*
           IF  CT-ENTRY-COUNT < 4000
               ADD 1                       TO CT-ENTRY-COUNT
               MOVE CT-ENTRY-COUNT         TO WS-CT-SUB
               MOVE CN-COUNTY-FIPS         TO CT-COUNTY-FIPS (WS-CT-SUB)
               MOVE CN-POPULATION          TO CT-POPULATION (WS-CT-SUB)
               MOVE 0                      TO CT-CASES (WS-CT-SUB)
               MOVE 'N'                    TO CT-REPORTED-SW (WS-CT-SUB)
               MOVE CN-STATE-CODE          TO WS-LOOKUP-STATE
               PERFORM 2900-FIND-STATE
               MOVE WS-FOUND-SUB           TO CT-STATE-SUB (WS-CT-SUB)
               IF  WS-FOUND-SUB > 0
                   ADD CN-POPULATION       TO RS-POPULATION
                                              (WS-FOUND-SUB)
               END-IF
           END-IF.
           PERFORM 8000-READ-COUNTY-REFERENCE.
      *---------------------------------------------------------------*
       2100-TALLY-COUNTY-CASES.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO END-OF-FILE-SW.
           PERFORM 8100-READ-COUNTY-HISTORY.
           PERFORM 2110-TALLY-ONE-COUNTY-ROW
               UNTIL END-OF-FILE.
           PERFORM 2120-RATE-ONE-COUNTY
               VARYING WS-CT-SUB FROM 1 BY 1
               UNTIL WS-CT-SUB > CT-ENTRY-COUNT.
      *---------------------------------------------------------------*
       2110-TALLY-ONE-COUNTY-ROW.
      *---------------------------------------------------------------*
           IF  CH-DATE NOT < WS-WEEK-FIRST-DATE
               AND CH-DATE NOT > WS-REPORT-DATE
               ADD 1                       TO WS-COUNTY-ROWS
               SEARCH ALL CT-ENTRY
                   AT END
                       ADD 1               TO WS-NO-REFERENCE-COUNT
                   WHEN CT-COUNTY-FIPS (CT-IDX) = CH-COUNTY-FIPS
                       ADD CH-NEW-CASES    TO CT-CASES (CT-IDX)
                       MOVE 'Y'            TO CT-REPORTED-SW (CT-IDX)
               END-SEARCH
           END-IF.
           PERFORM 8100-READ-COUNTY-HISTORY.
      *---------------------------------------------------------------*
       2120-RATE-ONE-COUNTY.
      *---------------------------------------------------------------*
           IF  CT-REPORTED (WS-CT-SUB)
               AND CT-STATE-SUB (WS-CT-SUB) > 0
               AND CT-POPULATION (WS-CT-SUB) > 0
               MOVE CT-STATE-SUB (WS-CT-SUB) TO WS-FOUND-SUB
               ADD 1                 TO RS-REPORTING-COUNTIES
                                        (WS-FOUND-SUB)
               COMPUTE WS-COUNTY-RATE ROUNDED =
                   CT-CASES (WS-CT-SUB) * 100000
                   / CT-POPULATION (WS-CT-SUB)
                   ON SIZE ERROR
                       MOVE 9999999.99     TO WS-COUNTY-RATE
               END-COMPUTE
               IF  WS-COUNTY-RATE NOT < WS-HOTSPOT-RATE
                   ADD 1             TO RS-HOT-COUNTIES (WS-FOUND-SUB)
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2200-TALLY-WASTEWATER.
      *---------------------------------------------------------------*
      *    WEEK 1 IS THE WEEK BEFORE, WEEK 2 THE WEEK ENDING ON THE
      *    REPORT DATE.
           MOVE 'N'                        TO END-OF-FILE-SW.
           PERFORM 8200-READ-WASTEWATER-HISTORY.
           PERFORM 2210-TALLY-ONE-SAMPLE
               UNTIL END-OF-FILE.
      *---------------------------------------------------------------*
       2210-TALLY-ONE-SAMPLE.
      *---------------------------------------------------------------*
           IF  WW-SAMPLE-DATE NOT < WS-PRIOR-FIRST-DATE
               AND WW-SAMPLE-DATE NOT > WS-REPORT-DATE
               MOVE WW-STATE-CODE          TO WS-LOOKUP-STATE
               PERFORM 2900-FIND-STATE
               IF  WS-FOUND-SUB > 0
                   IF  WW-SAMPLE-DATE < WS-WEEK-FIRST-DATE
                       MOVE 1              TO WS-WEEK
                   ELSE
                       MOVE 2              TO WS-WEEK
                   END-IF
                   COMPUTE RS-WW-WEIGHTED (WS-FOUND-SUB WS-WEEK)
                       ROUNDED =
                       RS-WW-WEIGHTED (WS-FOUND-SUB WS-WEEK)
                       + WW-CONCENTRATION * WW-POPULATION-SERVED
                       / 1000
                   ADD WW-POPULATION-SERVED
                       TO RS-WW-POPULATION (WS-FOUND-SUB WS-WEEK)
               END-IF
           END-IF.
           PERFORM 8200-READ-WASTEWATER-HISTORY.
      *---------------------------------------------------------------*
       2300-TAKE-RT-ESTIMATES.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO END-OF-FILE-SW.
           PERFORM 8300-READ-RT-ESTIMATE-FILE.
           PERFORM 2310-TAKE-ONE-RT
               UNTIL END-OF-FILE.
      *---------------------------------------------------------------*
       2310-TAKE-ONE-RT.
      *---------------------------------------------------------------*
           IF  RT-ESTIMATED
               AND (RT-DISEASE = WS-DISEASE-CODE
                    OR (RT-DISEASE = SPACE
                        AND WS-DISEASE-CODE = 'CV'))
               MOVE RT-STATE               TO WS-LOOKUP-STATE
               PERFORM 2900-FIND-STATE
               IF  WS-FOUND-SUB > 0
                   MOVE RT-CURRENT         TO RS-RT (WS-FOUND-SUB)
                   MOVE 'Y'                TO RS-RT-SW (WS-FOUND-SUB)
               END-IF
           END-IF.
           PERFORM 8300-READ-RT-ESTIMATE-FILE.
      *---------------------------------------------------------------*
       2400-SCORE-ONE-STATE.
      *---------------------------------------------------------------*
      *    ROWS LOADED BEFORE THE DISEASE CODE EXISTED CARRY SPACES
      *    AND COUNT AS COVID.
           MOVE WS-DISEASE-CODE            TO WS-SCAN-DISEASE.
           PERFORM 2410-SCAN-STATE-SUMMARY.
           IF  WS-DISEASE-CODE = 'CV'
               MOVE SPACE                  TO WS-SCAN-DISEASE
               PERFORM 2410-SCAN-STATE-SUMMARY
           END-IF.
           PERFORM 2420-SET-INDICATOR-VALUES.
           MOVE 0                          TO WS-LEVEL-SUM
                                              WS-LEVEL-COUNT.
           PERFORM 2430-LEVEL-ONE-INDICATOR
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > 5.
           IF  WS-LEVEL-COUNT < 2
               MOVE 'N'                    TO RS-LEVEL (WS-ST-SUB)
               ADD 1                       TO WS-LEVEL-TALLY (5)
           ELSE
               ADD 1                       TO WS-SCORED-COUNT
               COMPUTE WS-LEVEL-NUMBER ROUNDED =
                   WS-LEVEL-SUM / WS-LEVEL-COUNT
               MOVE LT-CODE (WS-LEVEL-NUMBER + 1)
                                           TO RS-LEVEL (WS-ST-SUB)
               ADD 1             TO WS-LEVEL-TALLY (WS-LEVEL-NUMBER + 1)
               PERFORM 2440-LIST-DRIVERS
           END-IF.
           PERFORM 2450-FIND-PRIOR-LEVEL.
           MOVE 'N'                        TO RS-CHANGED-SW (WS-ST-SUB).
           IF  RS-PRIOR-LEVEL (WS-ST-SUB) NOT = SPACE
               AND RS-PRIOR-LEVEL (WS-ST-SUB) NOT = 'N'
               AND RS-LEVEL (WS-ST-SUB) NOT = 'N'
               AND RS-LEVEL (WS-ST-SUB)
                   NOT = RS-PRIOR-LEVEL (WS-ST-SUB)
               MOVE 'Y'                    TO RS-CHANGED-SW (WS-ST-SUB)
               ADD 1                       TO WS-CHANGE-COUNT
           END-IF.
           PERFORM 2460-KEEP-RISK-HISTORY.
           IF  RS-CHANGED (WS-ST-SUB)
               PERFORM 2470-RAISE-LEVEL-CHANGE
           END-IF.
      *---------------------------------------------------------------*
       2410-SCAN-STATE-SUMMARY.
      *---------------------------------------------------------------*
           MOVE WS-SCAN-DISEASE            TO CS-DISEASE.
           MOVE STATE-CODE (WS-ST-SUB)     TO CS-STATE.
           MOVE WS-WEEK-FIRST-DATE         TO CS-DATE.
           MOVE 'N'                        TO SUMMARY-END-SW.
           START COVID-SUMMARY-FILE
               KEY IS NOT LESS THAN CS-SUMMARY-KEY
               INVALID KEY
                   SET SUMMARY-END TO TRUE
           END-START.
           IF  NOT SUMMARY-END
               PERFORM 8400-READ-NEXT-SUMMARY
           END-IF.
           PERFORM 2411-TALLY-ONE-SUMMARY-DAY
               UNTIL SUMMARY-END.
      *---------------------------------------------------------------*
       2411-TALLY-ONE-SUMMARY-DAY.
      *---------------------------------------------------------------*
           IF  CS-DISEASE NOT = WS-SCAN-DISEASE
               OR CS-STATE NOT = STATE-CODE (WS-ST-SUB)
               OR CS-DATE > WS-REPORT-DATE
               SET SUMMARY-END TO TRUE
           ELSE
               ADD CS-POSITIVE-INCREASE    TO RS-POSITIVES (WS-ST-SUB)
               ADD CS-TEST-INCREASE        TO RS-TESTS (WS-ST-SUB)
               IF  CS-DATE NOT < RS-HOSPITAL-DATE (WS-ST-SUB)
                   MOVE CS-DATE        TO RS-HOSPITAL-DATE (WS-ST-SUB)
                   MOVE CS-HOSPITAL-CURR
                                       TO RS-HOSPITAL (WS-ST-SUB)
               END-IF
               PERFORM 8400-READ-NEXT-SUMMARY
           END-IF.
      *---------------------------------------------------------------*
       2420-SET-INDICATOR-VALUES.
      *---------------------------------------------------------------*
      *    AN INDICATOR WITH NOTHING TO MEASURE KEEPS A SPACE LEVEL.
           PERFORM 2421-CLEAR-ONE-INDICATOR
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > 5.
           IF  RS-TESTS (WS-ST-SUB) > 0
               COMPUTE RS-IND-VALUE (WS-ST-SUB 1) ROUNDED =
                   RS-POSITIVES (WS-ST-SUB) * 100
                   / RS-TESTS (WS-ST-SUB)
               MOVE 'L'                    TO RS-IND-LEVEL (WS-ST-SUB 1)
           END-IF.
           IF  RS-HOSPITAL-DATE (WS-ST-SUB) > 0
               AND RS-POPULATION (WS-ST-SUB) > 0
               COMPUTE RS-IND-VALUE (WS-ST-SUB 2) ROUNDED =
                   RS-HOSPITAL (WS-ST-SUB) * 100000
                   / RS-POPULATION (WS-ST-SUB)
               MOVE 'L'                    TO RS-IND-LEVEL (WS-ST-SUB 2)
           END-IF.
           IF  RS-REPORTING-COUNTIES (WS-ST-SUB) > 0
               COMPUTE RS-IND-VALUE (WS-ST-SUB 3) ROUNDED =
                   RS-HOT-COUNTIES (WS-ST-SUB) * 100
                   / RS-REPORTING-COUNTIES (WS-ST-SUB)
               MOVE 'L'                    TO RS-IND-LEVEL (WS-ST-SUB 3)
           END-IF.
           IF  RS-WW-POPULATION (WS-ST-SUB 1) > 0
               AND RS-WW-POPULATION (WS-ST-SUB 2) > 0
               COMPUTE WS-PRIOR-WEEK-CONC ROUNDED =
                   RS-WW-WEIGHTED (WS-ST-SUB 1)
                   / RS-WW-POPULATION (WS-ST-SUB 1)
               COMPUTE WS-THIS-WEEK-CONC ROUNDED =
                   RS-WW-WEIGHTED (WS-ST-SUB 2)
                   / RS-WW-POPULATION (WS-ST-SUB 2)
               IF  WS-PRIOR-WEEK-CONC > 0
                   COMPUTE RS-IND-VALUE (WS-ST-SUB 4) ROUNDED =
                       (WS-THIS-WEEK-CONC - WS-PRIOR-WEEK-CONC) * 100
                       / WS-PRIOR-WEEK-CONC
                       ON SIZE ERROR
                           MOVE 99999.99
                               TO RS-IND-VALUE (WS-ST-SUB 4)
                   END-COMPUTE
                   MOVE 'L'                TO RS-IND-LEVEL (WS-ST-SUB 4)
               END-IF
           END-IF.
           IF  RS-HAS-RT (WS-ST-SUB)
               MOVE RS-RT (WS-ST-SUB)      TO RS-IND-VALUE (WS-ST-SUB 5)
               MOVE 'L'                    TO RS-IND-LEVEL (WS-ST-SUB 5)
           END-IF.
      *---------------------------------------------------------------*
       2421-CLEAR-ONE-INDICATOR.
      *---------------------------------------------------------------*
           MOVE 0               TO RS-IND-VALUE (WS-ST-SUB WS-IND).
           MOVE SPACE           TO RS-IND-LEVEL (WS-ST-SUB WS-IND).
      *---------------------------------------------------------------*
       2430-LEVEL-ONE-INDICATOR.
      *---------------------------------------------------------------*
           IF  RS-IND-LEVEL (WS-ST-SUB WS-IND) NOT = SPACE
               MOVE 0                      TO WS-LEVEL-NUMBER
               PERFORM 2431-CHECK-ONE-FLOOR
                   VARYING WS-BRK FROM 1 BY 1
                   UNTIL WS-BRK > 3
               MOVE LT-CODE (WS-LEVEL-NUMBER + 1)
                   TO RS-IND-LEVEL (WS-ST-SUB WS-IND)
               ADD WS-LEVEL-NUMBER         TO WS-LEVEL-SUM
               ADD 1                       TO WS-LEVEL-COUNT
           END-IF.
      *---------------------------------------------------------------*
       2431-CHECK-ONE-FLOOR.
      *---------------------------------------------------------------*
           IF  RS-IND-VALUE (WS-ST-SUB WS-IND)
               NOT < IF-FLOOR (WS-IND WS-BRK)
               MOVE WS-BRK                 TO WS-LEVEL-NUMBER
           END-IF.
      *---------------------------------------------------------------*
       2440-LIST-DRIVERS.
      *---------------------------------------------------------------*
      *    THE DRIVERS ARE THE INDICATORS AT OR ABOVE THE STATE LEVEL.
           MOVE SPACE                      TO WS-DRIVERS.
           MOVE 1                          TO WS-DRIVER-POINTER.
           PERFORM 2441-ADD-ONE-DRIVER
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > 5.
           MOVE WS-DRIVERS                 TO RS-DRIVERS (WS-ST-SUB).
      *---------------------------------------------------------------*
       2441-ADD-ONE-DRIVER.
      *---------------------------------------------------------------*
           MOVE RS-IND-LEVEL (WS-ST-SUB WS-IND) TO WS-LOOKUP-LEVEL.
           PERFORM 2480-FIND-LEVEL-WORD.
           IF  RS-IND-LEVEL (WS-ST-SUB WS-IND) NOT = SPACE
               AND WS-LEVEL-ROW - 1 NOT < WS-LEVEL-NUMBER
               STRING IT-NAME (WS-IND) DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   INTO WS-DRIVERS
                   WITH POINTER WS-DRIVER-POINTER
               END-STRING
           END-IF.
      *---------------------------------------------------------------*
       2450-FIND-PRIOR-LEVEL.
      *---------------------------------------------------------------*
      *    THE LATEST ROW IN THE SEVEN DAYS BEFORE THE REPORT DATE -
      *    A SKIPPED NIGHT DOES NOT LOSE THE COMPARISON.
           MOVE SPACE               TO RS-PRIOR-LEVEL (WS-ST-SUB).
           PERFORM 2451-PROBE-ONE-DAY
               VARYING WS-DAYS-BACK FROM 1 BY 1
               UNTIL WS-DAYS-BACK > 7
               OR RS-PRIOR-LEVEL (WS-ST-SUB) NOT = SPACE.
      *---------------------------------------------------------------*
       2451-PROBE-ONE-DAY.
      *---------------------------------------------------------------*
           COMPUTE WS-PROBE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-REPORT-INT - WS-DAYS-BACK).
           MOVE WS-DISEASE-CODE            TO RK-DISEASE.
           MOVE STATE-CODE (WS-ST-SUB)     TO RK-STATE.
           MOVE WS-PROBE-DATE              TO RK-DATE.
           READ RISK-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RK-LEVEL       TO RS-PRIOR-LEVEL (WS-ST-SUB)
           END-READ.
      *---------------------------------------------------------------*
       2460-KEEP-RISK-HISTORY.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO RISK-LEVEL-RECORD.
           MOVE WS-DISEASE-CODE            TO RK-DISEASE.
           MOVE STATE-CODE (WS-ST-SUB)     TO RK-STATE.
           MOVE WS-REPORT-DATE             TO RK-DATE.
           MOVE RS-LEVEL (WS-ST-SUB)       TO RK-LEVEL.
           MOVE RS-PRIOR-LEVEL (WS-ST-SUB) TO RK-PRIOR-LEVEL.
           MOVE RS-CHANGED-SW (WS-ST-SUB)  TO RK-LEVEL-CHANGED.
           PERFORM 2461-COPY-ONE-INDICATOR
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > 5.
           MOVE WS-BUSINESS-DATE           TO RK-RUN-DATE.
           WRITE RISK-LEVEL-RECORD
               INVALID KEY
                   REWRITE RISK-LEVEL-RECORD
           END-WRITE.
      *---------------------------------------------------------------*
       2461-COPY-ONE-INDICATOR.
      *---------------------------------------------------------------*
           MOVE RS-IND-LEVEL (WS-ST-SUB WS-IND)
                                       TO RK-INDICATOR-LEVEL (WS-IND).
           MOVE RS-IND-VALUE (WS-ST-SUB WS-IND)
                                       TO RK-INDICATOR-VALUE (WS-IND).
      *---------------------------------------------------------------*
       2470-RAISE-LEVEL-CHANGE.
      *---------------------------------------------------------------*
           MOVE 'COVRISK'                  TO EX-SOURCE-PROGRAM.
           IF  RS-LEVEL (WS-ST-SUB) = 'C'
               MOVE 'E'                    TO EX-SEVERITY
           ELSE
               MOVE 'W'                    TO EX-SEVERITY
           END-IF.
           MOVE SPACES                     TO EX-KEY.
           STRING 'RISK ' DELIMITED BY SIZE
               STATE-CODE (WS-ST-SUB) DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO EX-KEY
           END-STRING.
           MOVE RS-LEVEL (WS-ST-SUB)       TO WS-LOOKUP-LEVEL.
           PERFORM 2480-FIND-LEVEL-WORD.
           MOVE SPACES                     TO EX-MESSAGE.
           MOVE 1                          TO WS-DRIVER-POINTER.
           STRING LT-WORD (WS-LEVEL-ROW) DELIMITED BY SPACE
               ' (WAS ' DELIMITED BY SIZE
               INTO EX-MESSAGE
               WITH POINTER WS-DRIVER-POINTER
           END-STRING.
           MOVE RS-PRIOR-LEVEL (WS-ST-SUB) TO WS-LOOKUP-LEVEL.
           PERFORM 2480-FIND-LEVEL-WORD.
           STRING LT-WORD (WS-LEVEL-ROW) DELIMITED BY SPACE
               ') BY ' DELIMITED BY SIZE
               RS-DRIVERS (WS-ST-SUB) DELIMITED BY SIZE
               INTO EX-MESSAGE
               WITH POINTER WS-DRIVER-POINTER
           END-STRING.
           CALL 'EXCWRITE' USING EXCWRITE-REQUEST.
      *---------------------------------------------------------------*
       2480-FIND-LEVEL-WORD.
      *---------------------------------------------------------------*
      *    LEAVES WS-LEVEL-ROW ON THE LEVEL-TABLE ROW FOR THE CODE IN
      *    WS-LOOKUP-LEVEL.
           SET LT-IDX                      TO 1.
           SEARCH LT-ENTRY
               AT END
                   SET LT-IDX              TO 4
               WHEN LT-CODE (LT-IDX) = WS-LOOKUP-LEVEL
                   CONTINUE
           END-SEARCH.
           SET WS-LEVEL-ROW                TO LT-IDX.
      *---------------------------------------------------------------*
       2900-FIND-STATE.
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
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE COVID-SUMMARY-FILE.
           CLOSE COUNTY-REFERENCE-FILE.
           CLOSE COUNTY-HISTORY-FILE.
           CLOSE WASTEWATER-HISTORY-FILE.
           CLOSE RT-ESTIMATE-FILE.
           CLOSE RISK-HISTORY-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-RISK-MAP.
      *---------------------------------------------------------------*
      *    FOUR STATES ACROSS, IN STATE-NAME ORDER - 58 STATES AND
      *    TERRITORIES FILL FIFTEEN LINES, ONE PAGE.
           SET HEADING-MAP TO TRUE.
           MOVE 999                        TO LINE-COUNT.
           PERFORM 4100-PRINT-ONE-MAP-ROW
               VARYING WS-ROW FROM 1 BY 1
               UNTIL WS-ROW > 15.
           MOVE WS-LEVEL-TALLY (1)         TO MTL-LOW.
           MOVE WS-LEVEL-TALLY (2)         TO MTL-MEDIUM.
           MOVE WS-LEVEL-TALLY (3)         TO MTL-HIGH.
           MOVE WS-LEVEL-TALLY (4)         TO MTL-CRITICAL.
           MOVE WS-LEVEL-TALLY (5)         TO MTL-NOT-SCORED.
           MOVE WS-CHANGE-COUNT            TO MTL-CHANGED.
           MOVE MAP-TOTAL-LINE             TO NEXT-REPORT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       4100-PRINT-ONE-MAP-ROW.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO MAP-DETAIL-LINE.
           PERFORM 4110-FILL-ONE-MAP-CELL
               VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL > 4.
           MOVE MAP-DETAIL-LINE            TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       4110-FILL-ONE-MAP-CELL.
      *---------------------------------------------------------------*
           COMPUTE WS-ST-SUB = (WS-ROW - 1) * 4 + WS-COL.
           IF  WS-ST-SUB NOT > 58
               MOVE STATE-NAME (WS-ST-SUB) TO MDL-STATE-NAME (WS-COL)
               MOVE RS-LEVEL (WS-ST-SUB)   TO WS-LOOKUP-LEVEL
               IF  RS-LEVEL (WS-ST-SUB) = 'N'
                   MOVE 'NO DATA'          TO MDL-LEVEL-WORD (WS-COL)
               ELSE
                   PERFORM 2480-FIND-LEVEL-WORD
                   MOVE LT-WORD (WS-LEVEL-ROW)
                                           TO MDL-LEVEL-WORD (WS-COL)
               END-IF
               IF  RS-CHANGED (WS-ST-SUB)
                   PERFORM 4120-MARK-THE-CHANGE
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       4120-MARK-THE-CHANGE.
      *---------------------------------------------------------------*
      *    LEVEL CODES DO NOT SORT IN ORDER, SO COMPARE TABLE ROWS.
           MOVE RS-PRIOR-LEVEL (WS-ST-SUB) TO WS-LOOKUP-LEVEL.
           PERFORM 2480-FIND-LEVEL-WORD.
           MOVE WS-LEVEL-ROW               TO WS-BRK.
           MOVE RS-LEVEL (WS-ST-SUB)       TO WS-LOOKUP-LEVEL.
           PERFORM 2480-FIND-LEVEL-WORD.
           IF  WS-LEVEL-ROW > WS-BRK
               MOVE '+'                    TO MDL-CHANGE-MARK (WS-COL)
           ELSE
               MOVE '-'                    TO MDL-CHANGE-MARK (WS-COL)
           END-IF.
      *---------------------------------------------------------------*
       5000-PRINT-INDICATOR-DETAIL.
      *---------------------------------------------------------------*
           SET HEADING-DETAIL TO TRUE.
           MOVE 999                        TO LINE-COUNT.
           PERFORM 5100-PRINT-ONE-STATE
               VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > 58.
      *---------------------------------------------------------------*
       5100-PRINT-ONE-STATE.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO DETAIL-LINE.
           MOVE STATE-CODE (WS-ST-SUB)     TO DTL-STATE.
           IF  RS-LEVEL (WS-ST-SUB) = 'N'
               MOVE 'NO DATA'              TO DTL-LEVEL-WORD
           ELSE
               MOVE RS-LEVEL (WS-ST-SUB)   TO WS-LOOKUP-LEVEL
               PERFORM 2480-FIND-LEVEL-WORD
               MOVE LT-WORD (WS-LEVEL-ROW)       TO DTL-LEVEL-WORD
           END-IF.
           EVALUATE RS-PRIOR-LEVEL (WS-ST-SUB)
               WHEN SPACE
                   CONTINUE
               WHEN 'N'
                   MOVE 'NO DATA'          TO DTL-PRIOR-WORD
               WHEN OTHER
                   MOVE RS-PRIOR-LEVEL (WS-ST-SUB)
                                           TO WS-LOOKUP-LEVEL
                   PERFORM 2480-FIND-LEVEL-WORD
                   MOVE LT-WORD (WS-LEVEL-ROW)   TO DTL-PRIOR-WORD
           END-EVALUATE.
           PERFORM 5110-SET-ONE-INDICATOR
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > 5.
           MOVE RS-DRIVERS (WS-ST-SUB)     TO DTL-DRIVERS.
           MOVE DETAIL-LINE                TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       5110-SET-ONE-INDICATOR.
      *---------------------------------------------------------------*
           IF  RS-IND-LEVEL (WS-ST-SUB WS-IND) NOT = SPACE
               MOVE RS-IND-VALUE (WS-ST-SUB WS-IND)
                                           TO DTL-VALUE (WS-IND)
               MOVE RS-IND-LEVEL (WS-ST-SUB WS-IND)
                                           TO DTL-IND-LEVEL (WS-IND)
           END-IF.
      *---------------------------------------------------------------*
       8000-READ-COUNTY-REFERENCE.
      *---------------------------------------------------------------*
           READ COUNTY-REFERENCE-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
      *---------------------------------------------------------------*
       8100-READ-COUNTY-HISTORY.
      *---------------------------------------------------------------*
           READ COUNTY-HISTORY-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
      *---------------------------------------------------------------*
       8200-READ-WASTEWATER-HISTORY.
      *---------------------------------------------------------------*
           READ WASTEWATER-HISTORY-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
      *---------------------------------------------------------------*
       8300-READ-RT-ESTIMATE-FILE.
      *---------------------------------------------------------------*
           READ RT-ESTIMATE-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
      *---------------------------------------------------------------*
       8400-READ-NEXT-SUMMARY.
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
           IF  HEADING-MAP
               MOVE PAGE-COUNT             TO MHL-PAGE
               MOVE MAP-HEADING-LINE-1     TO PRINT-LINE
               PERFORM 9110-WRITE-TOP-OF-PAGE
               MOVE 1                      TO LINE-SPACEING
               MOVE MAP-HEADING-LINE-2     TO PRINT-LINE
               PERFORM 9120-WRITE-PRINT-LINE
           ELSE
               MOVE PAGE-COUNT             TO DHL-PAGE
               MOVE DETAIL-HEADING-LINE-1  TO PRINT-LINE
               PERFORM 9110-WRITE-TOP-OF-PAGE
               MOVE 2                      TO LINE-SPACEING
               MOVE DETAIL-HEADING-LINE-2  TO PRINT-LINE
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
