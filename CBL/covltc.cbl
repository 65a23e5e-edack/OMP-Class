       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COVLTC.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    LONG-TERM-CARE FACILITY OUTBREAK REPORT - LISTS EVERY
      *    FACILITY ON LTCREF WITH AN ACTIVE OUTBREAK, I.E. A NEW
      *    RESIDENT OR STAFF CASE IN A WEEK ENDING IN THE LAST 14 DAYS
      *    OF THE REPORT DATE, FOR THE REGULATORY UNIT'S INSPECTION
      *    TARGETING.  THE OUTBREAK IS TRACED FROM THE LTCHIST WEEKLY
      *    HISTORY (COVLTCL): IT OPENS ON THE FIRST WEEK WITH A CASE
      *    AFTER 14 DAYS WITHOUT ONE AND CLOSES - AND SO DROPS OFF THE
      *    REPORT BY ITSELF - ONCE 14 DAYS PASS WITH NO NEW CASE.
      *    CASES AND DEATHS ARE SUMMED OVER THE OUTBREAK; THE ATTACK
      *    RATE IS OUTBREAK RESIDENT CASES PER 100 LICENSED BEDS.
      *    RESIDENT VACCINATION IS FROM THE FACILITY'S LATEST WEEK.
      *    EACH FACILITY CARRIES ITS COUNTY'S 7-DAY NEW CASES PER
      *    100,000 (CNTYHIST/CNTYREF) AND IS MARKED HOT WHEN THAT
      *    REACHES THE PARMFILE RKHOTRAT HOTSPOT RATE (DEFAULT 100),
      *    THE SAME TEST COVRISK APPLIES TO A COUNTY.  FACILITIES
      *    PRINT HIGHEST ATTACK RATE FIRST.
      *    THE HISTORY IS APPENDED A WEEK AT A TIME, SO EACH
      *    FACILITY'S ROWS ARE MET IN WEEK ORDER.
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
           SELECT LTC-FACILITY-FILE ASSIGN TO LTCREF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS LF-FACILITY-ID
             FILE STATUS  IS LTC-FACILITY-STATUS.
           SELECT LTC-HISTORY-FILE ASSIGN TO LTCHIST
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS LTC-HISTORY-STATUS.
           SELECT COUNTY-REFERENCE-FILE ASSIGN TO CNTYREF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS CN-COUNTY-FIPS
             FILE STATUS  IS COUNTY-REFERENCE-STATUS.
           SELECT COUNTY-HISTORY-FILE ASSIGN TO CNTYHIST
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS COUNTY-HISTORY-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  LTC-FACILITY-FILE.
       COPY LTCREFC.
      *---------------------------------------------------------------*
       FD  LTC-HISTORY-FILE
           RECORDING MODE IS F.
       COPY LTCHSTC.
      *---------------------------------------------------------------*
       FD  COUNTY-REFERENCE-FILE.
       COPY CNTYREFC.
      *---------------------------------------------------------------*
       FD  COUNTY-HISTORY-FILE
           RECORDING MODE IS F.
       COPY CNTYHSTC.
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
           05  LTC-FACILITY-STATUS         PIC X(02).
               88  LTC-FACILITY-OK               VALUE '00'.
           05  LTC-HISTORY-STATUS          PIC X(02).
               88  LTC-HISTORY-OK                VALUE '00'.
           05  COUNTY-REFERENCE-STATUS     PIC X(02).
               88  COUNTY-REFERENCE-OK           VALUE '00'.
           05  COUNTY-HISTORY-STATUS       PIC X(02).
               88  COUNTY-HISTORY-OK             VALUE '00'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  FILES-OPEN-SW               PIC X(01) VALUE 'Y'.
               88  FILES-OPEN                    VALUE 'Y'.
           05  WS-DATE-CARD                PIC X(08) VALUE SPACE.
           05  WS-REPORT-DATE              PIC 9(08) VALUE 0.
           05  WS-REPORT-INT               PIC S9(09) USAGE IS COMP.
           05  WS-WEEK-FIRST-DATE          PIC 9(08).
           05  WS-WEEK-INT                 PIC S9(09) USAGE IS COMP.
           05  WS-GAP-DAYS                 PIC S9(09) USAGE IS COMP.
           05  WS-OUTBREAK-DAYS            PIC 9(03) VALUE 14.
           05  WS-HOTSPOT-RATE             PIC 9(04) VALUE 100.
           05  WS-COUNTY-RATE              PIC 9(07)V9.
           05  WS-ATTACK-RATE              PIC 9(05)V9.
           05  WS-PERCENT                  PIC 9(03)V9.
           05  WS-WEEK-CASES               PIC 9(06).
           05  WS-FACILITY-COUNT           PIC 9(07) VALUE 0.
           05  WS-WEEK-ROWS                PIC 9(07) VALUE 0.
           05  WS-NO-FACILITY-COUNT        PIC 9(07) VALUE 0.
           05  WS-COUNTY-ROWS              PIC 9(07) VALUE 0.
           05  WS-CLOSED-COUNT             PIC 9(05) VALUE 0.
           05  WS-FT-SUB                   PIC S9(05) USAGE IS COMP.
           05  WS-CT-SUB                   PIC S9(04) USAGE IS COMP.
           05  WS-AR-SUB                   PIC S9(04) USAGE IS COMP.
           05  WS-SLOT                     PIC S9(04) USAGE IS COMP.
      *---------------------------------------------------------------*
      *    LTCREF IN FACILITY-ID ORDER WITH EACH FACILITY'S CURRENT
      *    OUTBREAK AS TRACED FROM THE HISTORY.  UNUSED SLOTS HOLD
      *    HIGH-VALUES SO THE SEARCH ALL STAYS IN KEY ORDER.
      *---------------------------------------------------------------*
       01  FACILITY-TABLE.
           05  FT-ENTRY-COUNT              PIC 9(05) VALUE 0.
           05  FT-ENTRIES.
               10  FT-ENTRY                OCCURS 16000 TIMES
                                           ASCENDING KEY FT-FACILITY-ID
                                           INDEXED BY FT-IDX.
                   15  FT-FACILITY-ID      PIC X(10).
                   15  FT-FACILITY-NAME    PIC X(24).
                   15  FT-COUNTY-FIPS      PIC X(05).
                   15  FT-STATE-CODE       PIC X(02).
                   15  FT-LICENSED-BEDS    PIC 9(05).
                   15  FT-OUTBREAK-FIGURES.
                       20  FT-LATEST-WEEK  PIC 9(08).
                       20  FT-CENSUS       PIC 9(05).
                       20  FT-VACCINATED   PIC 9(05).
                       20  FT-OUTBREAK-START
                                           PIC 9(08).
                       20  FT-LAST-CASE-WEEK
                                           PIC 9(08).
                       20  FT-RESIDENT-CASES
                                           PIC 9(07).
                       20  FT-STAFF-CASES  PIC 9(07).
                       20  FT-RESIDENT-DEATHS
                                           PIC 9(07).
      *---------------------------------------------------------------*
      *    CNTYREF IN FIPS ORDER WITH THE 7-DAY NEW CASES, AS COVRISK.
      *---------------------------------------------------------------*
       01  COUNTY-TABLE.
           05  CT-ENTRY-COUNT              PIC 9(04) VALUE 0.
           05  CT-ENTRIES.
               10  CT-ENTRY                OCCURS 4000 TIMES
                                           ASCENDING KEY CT-COUNTY-FIPS
                                           INDEXED BY CT-IDX.
                   15  CT-COUNTY-FIPS      PIC X(05).
                   15  CT-POPULATION       PIC 9(08).
                   15  CT-CASES            PIC 9(09).
      *---------------------------------------------------------------*
      *    THE ACTIVE OUTBREAKS, HELD IN ATTACK-RATE ORDER - A NEW ONE
      *    SLIDES THE LOWER ONES DOWN.
      *---------------------------------------------------------------*
       01  ACTIVE-RANK-TABLE.
           05  AR-ENTRY-COUNT              PIC 9(04) VALUE 0.
           05  AR-ENTRY                    OCCURS 3000 TIMES.
               10  AR-FT-SUB               PIC S9(05) USAGE IS COMP.
               10  AR-ATTACK-RATE          PIC 9(05)V9.
      *---------------------------------------------------------------*
       01  LTC-HEADING-LINE-1.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'LONG-TERM-CARE FACILITIES WITH AN ACTIVE OUT'.
           05  FILLER PIC X(14) VALUE
               'BREAK - AS OF '.
           05  LHL-REPORT-DATE             PIC 9(08).
           05  FILLER PIC X(14) VALUE
               ' - HOTSPOT AT '.
           05  LHL-HOTSPOT-RATE            PIC ZZZ9.
           05  FILLER PIC X(09) VALUE
               ' PER 100K'.
           05  FILLER PIC X(04) VALUE SPACE.
           05  FILLER PIC X(05) VALUE 'PAGE '.
           05  LHL-PAGE                    PIC ZZ9.
      *---------------------------------------------------------------*
       01  LTC-HEADING-LINE-2.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'FACILITY                                  CN'.
           05  FILLER PIC X(44) VALUE
               'TY     LIC  OUTBREAK  LAST         RES   STA'.
           05  FILLER PIC X(42) VALUE
               'FF     RES  ATTACK    RES  CNTY 7-DAY     '.
      *---------------------------------------------------------------*
       01  LTC-HEADING-LINE-3.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'ID          FACILITY NAME             ST  FI'.
           05  FILLER PIC X(44) VALUE
               'PS    BEDS  START     CASE WK    CASES   CAS'.
           05  FILLER PIC X(42) VALUE
               'ES  DEATHS  RATE %  VAX %    PER 100K  HOT'.
      *---------------------------------------------------------------*
       01  LTC-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  LDL-FACILITY-ID             PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  LDL-FACILITY-NAME           PIC X(24).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  LDL-STATE-CODE              PIC X(02).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  LDL-COUNTY-FIPS             PIC X(05).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  LDL-LICENSED-BEDS           PIC ZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  LDL-OUTBREAK-START          PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  LDL-LAST-CASE-WEEK          PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  LDL-RESIDENT-CASES          PIC ZZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  LDL-STAFF-CASES             PIC ZZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  LDL-RESIDENT-DEATHS         PIC ZZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  LDL-ATTACK-RATE             PIC ZZZ9.9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  LDL-VACCINATED-PCT          PIC ZZ9.9.
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  LDL-COUNTY-RATE             PIC ZZZ,ZZ9.9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  LDL-HOTSPOT                 PIC X(03).
      *---------------------------------------------------------------*
       01  REPORT-LINES.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
           05  NO-OUTBREAK-LINE            PIC X(44) VALUE
               'NO LONG-TERM-CARE FACILITY HAS AN OUTBREAK  '.
       COPY PARMC.
       COPY PRINTCTL.
       COPY BUSDATEC.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           IF  FILES-OPEN
               PERFORM 2000-LOAD-FACILITY-TABLE
               PERFORM 2100-LOAD-COUNTY-TABLE
               PERFORM 2200-TALLY-COUNTY-CASES
               PERFORM 2300-TRACE-OUTBREAKS
               PERFORM 2400-RANK-ONE-FACILITY
                   VARYING WS-FT-SUB FROM 1 BY 1
                   UNTIL WS-FT-SUB > FT-ENTRY-COUNT
               PERFORM 4000-PRINT-OUTBREAK-REPORT
               PERFORM 3000-CLOSE-FILES
           END-IF.
           DISPLAY '*** COVLTC FACILITY OUTBREAK SUMMARY ***'.
           DISPLAY 'REPORT DATE        : ', WS-REPORT-DATE.
           DISPLAY 'FACILITIES ON FILE : ', WS-FACILITY-COUNT.
           DISPLAY 'WEEKLY ROWS READ   : ', WS-WEEK-ROWS.
           DISPLAY 'NO LTCREF ROW      : ', WS-NO-FACILITY-COUNT.
           DISPLAY 'ACTIVE OUTBREAKS   : ', AR-ENTRY-COUNT.
           DISPLAY 'OUTBREAKS CLOSED   : ', WS-CLOSED-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  LTC-FACILITY-FILE.
           OPEN INPUT  LTC-HISTORY-FILE.
           OPEN INPUT  COUNTY-REFERENCE-FILE.
           OPEN INPUT  COUNTY-HISTORY-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE 50                         TO LINES-ON-PAGE.
           ACCEPT WS-DATE-CARD.
           IF  WS-DATE-CARD IS NUMERIC
               MOVE WS-DATE-CARD           TO WS-REPORT-DATE
           ELSE
               MOVE 'T'                    TO BD-FUNCTION
               MOVE ZEROES                 TO BD-IN-DATE
               CALL 'BUSDATE' USING BUSDATE-REQUEST
               MOVE BD-OUT-DATE            TO WS-REPORT-DATE
           END-IF.
           MOVE 'RKHOTRAT'                 TO PL-PARM-ID.
           MOVE WS-REPORT-DATE             TO PL-AS-OF-DATE.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND AND PL-VALUE (1:4) IS NUMERIC
               MOVE PL-VALUE (1:4)         TO WS-HOTSPOT-RATE
           END-IF.
           COMPUTE WS-REPORT-INT =
               FUNCTION INTEGER-OF-DATE (WS-REPORT-DATE).
           COMPUTE WS-WEEK-FIRST-DATE =
               FUNCTION DATE-OF-INTEGER (WS-REPORT-INT - 6).
           MOVE WS-REPORT-DATE             TO LHL-REPORT-DATE.
           MOVE WS-HOTSPOT-RATE            TO LHL-HOTSPOT-RATE.
           IF NOT LTC-FACILITY-OK
               DISPLAY 'LTCREF OPEN ERROR : ', LTC-FACILITY-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT LTC-HISTORY-OK
               DISPLAY 'LTCHIST OPEN ERROR : ', LTC-HISTORY-STATUS
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
      *---------------------------------------------------------------*
       2000-LOAD-FACILITY-TABLE.
      *---------------------------------------------------------------*
           MOVE HIGH-VALUES                TO FT-ENTRIES.
           MOVE 'N'                        TO END-OF-FILE-SW.
           PERFORM 8000-READ-LTC-FACILITY.
           PERFORM 2010-LOAD-ONE-FACILITY
               UNTIL END-OF-FILE.
      *---------------------------------------------------------------*
       2010-LOAD-ONE-FACILITY.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-FACILITY-COUNT.
           IF  FT-ENTRY-COUNT < 16000
               ADD 1                       TO FT-ENTRY-COUNT
               MOVE FT-ENTRY-COUNT         TO WS-FT-SUB
               MOVE LF-FACILITY-ID     TO FT-FACILITY-ID (WS-FT-SUB)
               MOVE LF-FACILITY-NAME   TO FT-FACILITY-NAME (WS-FT-SUB)
               MOVE LF-COUNTY-FIPS     TO FT-COUNTY-FIPS (WS-FT-SUB)
               MOVE LF-STATE-CODE      TO FT-STATE-CODE (WS-FT-SUB)
               MOVE LF-LICENSED-BEDS   TO FT-LICENSED-BEDS (WS-FT-SUB)
               MOVE ZEROES         TO FT-OUTBREAK-FIGURES (WS-FT-SUB)
           ELSE
               DISPLAY 'COVLTC - FACILITY TABLE FULL AT ',
                   LF-FACILITY-ID
               MOVE 8                      TO RETURN-CODE
           END-IF.
           PERFORM 8000-READ-LTC-FACILITY.
      *---------------------------------------------------------------*
       2100-LOAD-COUNTY-TABLE.
      *---------------------------------------------------------------*
           MOVE HIGH-VALUES                TO CT-ENTRIES.
           MOVE 'N'                        TO END-OF-FILE-SW.
           PERFORM 8200-READ-COUNTY-REFERENCE.
           PERFORM 2110-LOAD-ONE-COUNTY
               UNTIL END-OF-FILE.
      *---------------------------------------------------------------*
       2110-LOAD-ONE-COUNTY.
      *---------------------------------------------------------------*
           IF  CT-ENTRY-COUNT < 4000
               ADD 1                       TO CT-ENTRY-COUNT
               MOVE CT-ENTRY-COUNT         TO WS-CT-SUB
               MOVE CN-COUNTY-FIPS         TO CT-COUNTY-FIPS (WS-CT-SUB)
               MOVE CN-POPULATION          TO CT-POPULATION (WS-CT-SUB)
               MOVE 0                      TO CT-CASES (WS-CT-SUB)
           END-IF.
           PERFORM 8200-READ-COUNTY-REFERENCE.
      *---------------------------------------------------------------*
       2200-TALLY-COUNTY-CASES.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO END-OF-FILE-SW.
           PERFORM 8300-READ-COUNTY-HISTORY.
           PERFORM 2210-TALLY-ONE-COUNTY-ROW
               UNTIL END-OF-FILE.
      *---------------------------------------------------------------*
       2210-TALLY-ONE-COUNTY-ROW.
      *---------------------------------------------------------------*
           IF  CH-DATE NOT < WS-WEEK-FIRST-DATE
               AND CH-DATE NOT > WS-REPORT-DATE
               ADD 1                       TO WS-COUNTY-ROWS
               SEARCH ALL CT-ENTRY
                   AT END
                       CONTINUE
                   WHEN CT-COUNTY-FIPS (CT-IDX) = CH-COUNTY-FIPS
                       ADD CH-NEW-CASES    TO CT-CASES (CT-IDX)
               END-SEARCH
           END-IF.
           PERFORM 8300-READ-COUNTY-HISTORY.
      *---------------------------------------------------------------*
       2300-TRACE-OUTBREAKS.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO END-OF-FILE-SW.
           PERFORM 8100-READ-LTC-HISTORY.
           PERFORM 2310-TRACE-ONE-WEEK
               UNTIL END-OF-FILE.
      *---------------------------------------------------------------*
       2310-TRACE-ONE-WEEK.
      *---------------------------------------------------------------*
           IF  LW-WEEK-ENDING-DATE NOT > WS-REPORT-DATE
               ADD 1                       TO WS-WEEK-ROWS
               SEARCH ALL FT-ENTRY
                   AT END
                       ADD 1               TO WS-NO-FACILITY-COUNT
                   WHEN FT-FACILITY-ID (FT-IDX) = LW-FACILITY-ID
                       SET WS-FT-SUB       TO FT-IDX
                       PERFORM 2320-APPLY-ONE-WEEK
               END-SEARCH
           END-IF.
           PERFORM 8100-READ-LTC-HISTORY.
      *---------------------------------------------------------------*
       2320-APPLY-ONE-WEEK.
      *---------------------------------------------------------------*
      *    A WEEK WITH A CASE 14 OR MORE DAYS AFTER THE LAST CASE
      *    STARTS A NEW OUTBREAK; OTHERWISE IT ADDS TO THE OPEN ONE.
      *    DEATHS IN A CASE-FREE WEEK STILL COUNT WHILE IT IS OPEN.
           IF  LW-WEEK-ENDING-DATE NOT < FT-LATEST-WEEK (WS-FT-SUB)
               MOVE LW-WEEK-ENDING-DATE TO FT-LATEST-WEEK (WS-FT-SUB)
               MOVE LW-RESIDENT-CENSUS  TO FT-CENSUS (WS-FT-SUB)
               MOVE LW-RESIDENTS-VACCINATED
                                        TO FT-VACCINATED (WS-FT-SUB)
           END-IF.
           COMPUTE WS-WEEK-INT =
               FUNCTION INTEGER-OF-DATE (LW-WEEK-ENDING-DATE).
           IF  FT-LAST-CASE-WEEK (WS-FT-SUB) = 0
               MOVE 999                    TO WS-GAP-DAYS
           ELSE
               COMPUTE WS-GAP-DAYS = WS-WEEK-INT -
                   FUNCTION INTEGER-OF-DATE
                       (FT-LAST-CASE-WEEK (WS-FT-SUB))
           END-IF.
           COMPUTE WS-WEEK-CASES =
               LW-RESIDENT-CASES + LW-STAFF-CASES.
           IF  WS-WEEK-CASES > 0
               IF  WS-GAP-DAYS NOT < WS-OUTBREAK-DAYS
                   MOVE LW-WEEK-ENDING-DATE
                                TO FT-OUTBREAK-START (WS-FT-SUB)
                   MOVE 0       TO FT-RESIDENT-CASES (WS-FT-SUB)
                                   FT-STAFF-CASES (WS-FT-SUB)
                                   FT-RESIDENT-DEATHS (WS-FT-SUB)
               END-IF
               ADD LW-RESIDENT-CASES TO FT-RESIDENT-CASES (WS-FT-SUB)
               ADD LW-STAFF-CASES    TO FT-STAFF-CASES (WS-FT-SUB)
               ADD LW-RESIDENT-DEATHS
                                     TO FT-RESIDENT-DEATHS (WS-FT-SUB)
               MOVE LW-WEEK-ENDING-DATE
                                TO FT-LAST-CASE-WEEK (WS-FT-SUB)
           ELSE
               IF  WS-GAP-DAYS < WS-OUTBREAK-DAYS
                   ADD LW-RESIDENT-DEATHS
                                     TO FT-RESIDENT-DEATHS (WS-FT-SUB)
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2400-RANK-ONE-FACILITY.
      *---------------------------------------------------------------*
      *    ACTIVE WHEN THE LAST CASE WEEK ENDED IN THE LAST 14 DAYS.
           IF  FT-LAST-CASE-WEEK (WS-FT-SUB) > 0
               COMPUTE WS-GAP-DAYS = WS-REPORT-INT -
                   FUNCTION INTEGER-OF-DATE
                       (FT-LAST-CASE-WEEK (WS-FT-SUB))
               IF  WS-GAP-DAYS < WS-OUTBREAK-DAYS
                   PERFORM 2410-PLACE-IN-RANKING
               ELSE
                   ADD 1                   TO WS-CLOSED-COUNT
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2410-PLACE-IN-RANKING.
      *---------------------------------------------------------------*
           IF  FT-LICENSED-BEDS (WS-FT-SUB) > 0
               COMPUTE WS-ATTACK-RATE ROUNDED =
                   FT-RESIDENT-CASES (WS-FT-SUB) * 100
                   / FT-LICENSED-BEDS (WS-FT-SUB)
           ELSE
               MOVE 0                      TO WS-ATTACK-RATE
           END-IF.
           IF  AR-ENTRY-COUNT < 3000
               MOVE 1                      TO WS-SLOT
               PERFORM 2420-STEP-PAST-HIGHER-RATE
                   UNTIL WS-SLOT > AR-ENTRY-COUNT
                   OR AR-ATTACK-RATE (WS-SLOT) < WS-ATTACK-RATE
               PERFORM 2430-SLIDE-ONE-RANK
                   VARYING WS-AR-SUB FROM AR-ENTRY-COUNT BY -1
                   UNTIL WS-AR-SUB < WS-SLOT
               ADD 1                       TO AR-ENTRY-COUNT
               MOVE WS-FT-SUB              TO AR-FT-SUB (WS-SLOT)
               MOVE WS-ATTACK-RATE         TO AR-ATTACK-RATE (WS-SLOT)
           ELSE
               DISPLAY 'COVLTC - OUTBREAK TABLE FULL AT ',
                   FT-FACILITY-ID (WS-FT-SUB)
               MOVE 8                      TO RETURN-CODE
           END-IF.
      *---------------------------------------------------------------*
       2420-STEP-PAST-HIGHER-RATE.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-SLOT.
      *---------------------------------------------------------------*
       2430-SLIDE-ONE-RANK.
      *---------------------------------------------------------------*
           MOVE AR-ENTRY (WS-AR-SUB)       TO AR-ENTRY (WS-AR-SUB + 1).
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE LTC-FACILITY-FILE.
           CLOSE LTC-HISTORY-FILE.
           CLOSE COUNTY-REFERENCE-FILE.
           CLOSE COUNTY-HISTORY-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-OUTBREAK-REPORT.
      *---------------------------------------------------------------*
           MOVE 999                        TO LINE-COUNT.
           IF  AR-ENTRY-COUNT = 0
               MOVE NO-OUTBREAK-LINE       TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           PERFORM 4100-PRINT-ONE-FACILITY
               VARYING WS-AR-SUB FROM 1 BY 1
               UNTIL WS-AR-SUB > AR-ENTRY-COUNT.
      *---------------------------------------------------------------*
       4100-PRINT-ONE-FACILITY.
      *---------------------------------------------------------------*
           MOVE AR-FT-SUB (WS-AR-SUB)      TO WS-FT-SUB.
           MOVE SPACE                      TO LTC-DETAIL-LINE.
           MOVE FT-FACILITY-ID (WS-FT-SUB) TO LDL-FACILITY-ID.
           MOVE FT-FACILITY-NAME (WS-FT-SUB)
                                           TO LDL-FACILITY-NAME.
           MOVE FT-STATE-CODE (WS-FT-SUB)  TO LDL-STATE-CODE.
           MOVE FT-COUNTY-FIPS (WS-FT-SUB) TO LDL-COUNTY-FIPS.
           MOVE FT-LICENSED-BEDS (WS-FT-SUB)
                                           TO LDL-LICENSED-BEDS.
           MOVE FT-OUTBREAK-START (WS-FT-SUB)
                                           TO LDL-OUTBREAK-START.
           MOVE FT-LAST-CASE-WEEK (WS-FT-SUB)
                                           TO LDL-LAST-CASE-WEEK.
           MOVE FT-RESIDENT-CASES (WS-FT-SUB)
                                           TO LDL-RESIDENT-CASES.
           MOVE FT-STAFF-CASES (WS-FT-SUB) TO LDL-STAFF-CASES.
           MOVE FT-RESIDENT-DEATHS (WS-FT-SUB)
                                           TO LDL-RESIDENT-DEATHS.
           MOVE AR-ATTACK-RATE (WS-AR-SUB) TO LDL-ATTACK-RATE.
           IF  FT-CENSUS (WS-FT-SUB) > 0
               COMPUTE WS-PERCENT ROUNDED =
                   FT-VACCINATED (WS-FT-SUB) * 100
                   / FT-CENSUS (WS-FT-SUB)
               MOVE WS-PERCENT             TO LDL-VACCINATED-PCT
           END-IF.
           SEARCH ALL CT-ENTRY
               AT END
                   CONTINUE
               WHEN CT-COUNTY-FIPS (CT-IDX) = FT-COUNTY-FIPS (WS-FT-SUB)
                   IF  CT-POPULATION (CT-IDX) > 0
                       COMPUTE WS-COUNTY-RATE ROUNDED =
                           CT-CASES (CT-IDX) * 100000
                           / CT-POPULATION (CT-IDX)
                       MOVE WS-COUNTY-RATE TO LDL-COUNTY-RATE
                       IF  WS-COUNTY-RATE NOT < WS-HOTSPOT-RATE
                           MOVE 'HOT'      TO LDL-HOTSPOT
                       END-IF
                   END-IF
           END-SEARCH.
           MOVE LTC-DETAIL-LINE            TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       8000-READ-LTC-FACILITY.
      *---------------------------------------------------------------*
           READ LTC-FACILITY-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
      *---------------------------------------------------------------*
       8100-READ-LTC-HISTORY.
      *---------------------------------------------------------------*
           READ LTC-HISTORY-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
      *---------------------------------------------------------------*
       8200-READ-COUNTY-REFERENCE.
      *---------------------------------------------------------------*
           READ COUNTY-REFERENCE-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
      *---------------------------------------------------------------*
       8300-READ-COUNTY-HISTORY.
      *---------------------------------------------------------------*
           READ COUNTY-HISTORY-FILE
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
           MOVE PAGE-COUNT                 TO LHL-PAGE.
           MOVE LTC-HEADING-LINE-1         TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE 2                          TO LINE-SPACEING.
           MOVE LTC-HEADING-LINE-2         TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE 1                          TO LINE-SPACEING.
           MOVE LTC-HEADING-LINE-3         TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           ADD  1                          TO PAGE-COUNT.
           MOVE 2                          TO LINE-SPACEING.
           MOVE 5                          TO LINE-COUNT.
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
