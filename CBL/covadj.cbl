       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COVADJ.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    AGE-ADJUSTED STATE CASE AND DEATH RATES - COVAGER PRINTS
      *    CRUDE COUNTS PER AGE BAND, SO AN OLDER STATE ALWAYS LOOKS
      *    WORSE.  THIS REPORT ADDS UP THE AGEHIST CASES AND DEATHS
      *    FOR A DATE WINDOW PER STATE AND AGE BAND (THE 01-09
      *    RECORD-AGE VOCABULARY), DIVIDES BY THE AGEPOP STATE
      *    POPULATION BY AGE BAND THE POPREF REFRESH MAINTAINS (SEE
      *    AGEPOPC), AND PRINTS PER 100,000 -
      *      CRUDE RATE     ALL CASES (DEATHS) OVER THE STATE'S TOTAL
      *                     BAND 02-09 POPULATION
      *      ADJUSTED RATE  DIRECT METHOD - EACH BAND'S RATE WEIGHTED
      *                     BY THE STANDARD POPULATION FOR THE BAND.
      *                     CASES OF UNKNOWN AGE (BAND 01) ARE SPREAD
      *                     OVER THE KNOWN BANDS IN PROPORTION, SO
      *                     CRUDE AND ADJUSTED COUNT THE SAME CASES
      *      RATIO          CRUDE OVER ADJUSTED - ABOVE 1 MEANS THE
      *                     STATE'S AGE MIX IS INFLATING ITS CRUDE RATE
      *    STATES ARE RANKED ON THE ADJUSTED CASE RATE, HIGHEST FIRST,
      *    WITH THE RANK ON THE ADJUSTED DEATH RATE ALONGSIDE.  A
      *    STATE MISSING A BAND'S POPULATION IS FLAGGED PARTIAL (THE
      *    BAND DROPS OUT OF ITS STANDARD); A STATE WITH CASES BUT NO
      *    AGEPOP ROWS IS LISTED UNRANKED AT THE END.
      *
      *    STANDARD POPULATION - PARMFILE ADSTD02 THROUGH ADSTD09,
      *    PERSONS PER MILLION 9(7).  A BAND WITH NO PARAMETER TAKES
      *    THE COMPILED-IN US 2000 STANDARD COLLAPSED TO THE BANDS.
      *
      *    CONTROL INPUT (SYSIN) -
      *      CARD 1   WINDOW FROM DATE YYYYMMDD (BLANK = 27 DAYS
      *               BEFORE THE TO DATE, A FOUR-WEEK WINDOW)
      *      CARD 2   WINDOW TO DATE YYYYMMDD (BLANK = BUSINESS DATE)
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
           SELECT AGE-HISTORY-FILE ASSIGN TO AGEHIST
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS AGE-HISTORY-STATUS.
           SELECT AGE-POPULATION-FILE ASSIGN TO AGEPOP
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS AP-KEY
             FILE STATUS  IS AGE-POPULATION-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  AGE-HISTORY-FILE
           RECORDING MODE IS F.
       COPY AGEHISTC.
      *---------------------------------------------------------------*
       FD  AGE-POPULATION-FILE.
       COPY AGEPOPC.
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
           05  AGE-HISTORY-STATUS          PIC X(02).
               88  AGE-HISTORY-OK                VALUE '00'.
           05  AGE-POPULATION-STATUS       PIC X(02).
               88  AGE-POPULATION-OK             VALUE '00'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
           05  WS-FROM-CARD                PIC X(08) VALUE SPACE.
           05  WS-TO-CARD                  PIC X(08) VALUE SPACE.
           05  WS-FROM-DATE                PIC 9(08).
           05  WS-TO-DATE                  PIC 9(08).
           05  WS-HISTORY-COUNT            PIC 9(07) VALUE 0.
           05  WS-WINDOW-COUNT             PIC 9(07) VALUE 0.
           05  WS-UNKNOWN-STATE-COUNT      PIC 9(07) VALUE 0.
           05  WS-AGEPOP-COUNT             PIC 9(05) VALUE 0.
           05  WS-RANKED-COUNT             PIC 9(03) VALUE 0.
           05  WS-UNRANKED-COUNT           PIC 9(03) VALUE 0.
           05  WS-LOOKUP-STATE             PIC X(02).
           05  WS-FOUND-SUB                PIC S9(04) USAGE IS COMP.
           05  WS-STATE-SUB                PIC S9(04) USAGE IS COMP.
           05  WS-BAND-SUB                 PIC S9(04) USAGE IS COMP.
           05  WS-BEST-SUB                 PIC S9(04) USAGE IS COMP.
           05  WS-RANK                     PIC 9(03).
           05  WS-BEST-RATE                PIC S9(07)V9(04).
           05  WS-STANDARD-PARM-ID.
               10  FILLER                  PIC X(05) VALUE 'ADSTD'.
               10  WS-STANDARD-BAND-NO     PIC 9(02).
               10  FILLER                  PIC X(01) VALUE SPACE.
      *---------------------------------------------------------------*
      *    DIRECT ADJUSTMENT WORK AREAS.
      *---------------------------------------------------------------*
       01  WS-ADJUSTMENT-WORK.
           05  WS-KNOWN-CASES              PIC 9(10).
           05  WS-KNOWN-DEATHS             PIC 9(10).
           05  WS-STANDARD-USED            PIC 9(09).
           05  WS-CASE-WEIGHTED            PIC 9(11)V9(06).
           05  WS-DEATH-WEIGHTED           PIC 9(11)V9(06).
           05  WS-BAND-RATE                PIC 9(07)V9(06).
      *---------------------------------------------------------------*
      *    COMPILED-IN STANDARD POPULATION PER MILLION, BANDS 01-09 -
      *    THE US 2000 STANDARD COLLAPSED TO THE RECORD-AGE BANDS.
      *    BAND 01 (AGE NOT AVAILABLE) CARRIES NO WEIGHT.
      *---------------------------------------------------------------*
       01  DEFAULT-STANDARD-POPULATION.
           05  FILLER PIC 9(07) VALUE 0000000.
           05  FILLER PIC 9(07) VALUE 0313654.
           05  FILLER PIC 9(07) VALUE 0039631.
           05  FILLER PIC 9(07) VALUE 0135573.
           05  FILLER PIC 9(07) VALUE 0162613.
           05  FILLER PIC 9(07) VALUE 0134834.
           05  FILLER PIC 9(07) VALUE 0048454.
           05  FILLER PIC 9(07) VALUE 0038793.
           05  FILLER PIC 9(07) VALUE 0126448.
       01  DEFAULT-STANDARD-POPULATION-R
               REDEFINES DEFAULT-STANDARD-POPULATION.
           05  DSP-PER-MILLION             PIC 9(07) OCCURS 9 TIMES.
      *---------------------------------------------------------------*
      *    THE STANDARD POPULATION IN FORCE FOR THIS RUN.
      *---------------------------------------------------------------*
       01  STANDARD-POPULATION-TABLE.
           05  SP-BAND                     OCCURS 9 TIMES.
               10  SP-PER-MILLION          PIC 9(07).
               10  SP-SOURCE               PIC X(08).
      *---------------------------------------------------------------*
      *    ONE ENTRY PER STATE-LOOKUP-TABLE ROW.
      *---------------------------------------------------------------*
       01  STATE-RATE-TABLE.
           05  SR-STATE                    OCCURS 58 TIMES.
               10  SR-BAND                 OCCURS 9 TIMES.
                   15  SR-CASES            PIC 9(09).
                   15  SR-DEATHS           PIC 9(09).
                   15  SR-POPULATION       PIC 9(09).
               10  SR-TOTAL-CASES          PIC 9(10).
               10  SR-TOTAL-DEATHS         PIC 9(10).
               10  SR-TOTAL-POPULATION     PIC 9(10).
               10  SR-CRUDE-CASE-RATE      PIC 9(07)V9(04).
               10  SR-ADJ-CASE-RATE        PIC 9(07)V9(04).
               10  SR-CRUDE-DEATH-RATE     PIC 9(07)V9(04).
               10  SR-ADJ-DEATH-RATE       PIC 9(07)V9(04).
               10  SR-DEATH-RANK           PIC 9(03).
               10  SR-PARTIAL-SW           PIC X(01).
                   88  SR-PARTIAL                VALUE 'Y'.
               10  SR-RANKED-SW            PIC X(01).
                   88  SR-RANKED                 VALUE 'Y'.
      *---------------------------------------------------------------*
       01  ADJ-HEADING-LINE-1.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'AGE-ADJUSTED STATE RATES PER 100,000 - FROM '.
           05  AHL-FROM-DATE               PIC 9(08).
           05  FILLER PIC X(04) VALUE ' TO '.
           05  AHL-TO-DATE                 PIC 9(08).
           05  FILLER PIC X(12) VALUE SPACE.
           05  FILLER PIC X(05) VALUE 'PAGE '.
           05  AHL-PAGE                    PIC ZZ9.
      *---------------------------------------------------------------*
       01  ADJ-HEADING-LINE-2.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               '                                            '.
           05  FILLER PIC X(44) VALUE
               '       ---- CASES PER 100,000 ----          '.
           05  FILLER PIC X(44) VALUE
               '   ---- DEATHS PER 100,000 ---              '.
      *---------------------------------------------------------------*
       01  ADJ-HEADING-LINE-3.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'RNK  ST  STATE             POPULATION       '.
           05  FILLER PIC X(44) VALUE
               'CASES      CRUDE   ADJUSTED  RATIO     DEATH'.
           05  FILLER PIC X(44) VALUE
               'S      CRUDE   ADJUSTED  RATIO  DRK  FLAG   '.
      *---------------------------------------------------------------*
       01  ADJ-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  ADL-RANK                    PIC ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-STATE                   PIC X(02).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-STATE-NAME              PIC X(16).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  ADL-POPULATION              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-CASES                   PIC ZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-CRUDE-CASE-RATE         PIC ZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-ADJ-CASE-RATE           PIC ZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-CASE-RATIO              PIC Z9.99.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-DEATHS                  PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-CRUDE-DEATH-RATE        PIC ZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-ADJ-DEATH-RATE          PIC ZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-DEATH-RATIO             PIC Z9.99.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-DEATH-RANK              PIC ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-FLAG                    PIC X(07).
      *---------------------------------------------------------------*
       01  STANDARD-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(35) VALUE
               'STANDARD POPULATION PER MILLION - B'.
           05  FILLER PIC X(04) VALUE 'AND '.
           05  SDL-BAND                    PIC 9(02).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  SDL-PER-MILLION             PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  SDL-SOURCE                  PIC X(08).
      *---------------------------------------------------------------*
       01  REPORT-LINES.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
           05  NO-STATES-LINE              PIC X(44) VALUE
               'NO STATE HAS AGE-BAND POPULATION ON AGEPOP  '.
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
           IF  AGE-HISTORY-OK AND AGE-POPULATION-OK
               PERFORM 8000-READ-AGE-HISTORY
               PERFORM 2000-ADD-ONE-HISTORY-ROW
                   UNTIL END-OF-FILE
               MOVE 'N'                    TO END-OF-FILE-SW
               PERFORM 8100-READ-AGE-POPULATION
               PERFORM 2100-ADD-ONE-POPULATION-ROW
                   UNTIL END-OF-FILE
               PERFORM 2200-RATE-ONE-STATE
                   VARYING WS-STATE-SUB FROM 1 BY 1
                   UNTIL WS-STATE-SUB > 58
               PERFORM 2400-RANK-DEATH-RATES
               PERFORM 4000-PRINT-RANKED-STATES
               PERFORM 3000-CLOSE-FILES
           END-IF.
           DISPLAY '*** COVADJ AGE-ADJUSTED RATE SUMMARY ***'.
           DISPLAY 'WINDOW             : ', WS-FROM-DATE, ' - ',
               WS-TO-DATE.
           DISPLAY 'HISTORY ROWS READ  : ', WS-HISTORY-COUNT.
           DISPLAY 'ROWS IN WINDOW     : ', WS-WINDOW-COUNT.
           DISPLAY 'UNKNOWN STATE ROWS : ', WS-UNKNOWN-STATE-COUNT.
           DISPLAY 'AGEPOP ROWS READ   : ', WS-AGEPOP-COUNT.
           DISPLAY 'STATES RANKED      : ', WS-RANKED-COUNT.
           DISPLAY 'STATES UNRANKED    : ', WS-UNRANKED-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  AGE-HISTORY-FILE.
           OPEN INPUT  AGE-POPULATION-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE 50                         TO LINES-ON-PAGE.
           CALL 'STATELD' USING STATE-LOOKUP-TABLE.
           INITIALIZE STATE-RATE-TABLE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           ACCEPT WS-FROM-CARD.
           ACCEPT WS-TO-CARD.
           IF  WS-TO-CARD IS NUMERIC
               MOVE WS-TO-CARD             TO WS-TO-DATE
           ELSE
               MOVE WS-BUSINESS-DATE       TO WS-TO-DATE
           END-IF.
           IF  WS-FROM-CARD IS NUMERIC
               MOVE WS-FROM-CARD           TO WS-FROM-DATE
           ELSE
               COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-TO-DATE) - 27)
           END-IF.
           MOVE WS-FROM-DATE               TO AHL-FROM-DATE.
           MOVE WS-TO-DATE                 TO AHL-TO-DATE.
           PERFORM 1100-LOAD-ONE-STANDARD-BAND
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 9.
           IF NOT AGE-HISTORY-OK
               DISPLAY 'AGEHIST OPEN ERROR : ', AGE-HISTORY-STATUS
               MOVE 16                     TO RETURN-CODE.
           IF NOT AGE-POPULATION-OK
               DISPLAY 'AGEPOP OPEN ERROR : ', AGE-POPULATION-STATUS
               MOVE 16                     TO RETURN-CODE.
      *---------------------------------------------------------------*
       1100-LOAD-ONE-STANDARD-BAND.
      *---------------------------------------------------------------*
           MOVE DSP-PER-MILLION (WS-BAND-SUB)
                                           TO SP-PER-MILLION
                                              (WS-BAND-SUB).
           MOVE 'DEFAULT'                  TO SP-SOURCE (WS-BAND-SUB).
           IF  WS-BAND-SUB > 1
               MOVE WS-BAND-SUB            TO WS-STANDARD-BAND-NO
               MOVE WS-STANDARD-PARM-ID    TO PL-PARM-ID
               MOVE WS-BUSINESS-DATE       TO PL-AS-OF-DATE
               CALL 'PARMLD' USING PARMLD-REQUEST
               IF  PL-FOUND AND PL-VALUE (1:7) IS NUMERIC
                   MOVE PL-VALUE (1:7)     TO SP-PER-MILLION
                                              (WS-BAND-SUB)
                   MOVE 'PARMFILE'         TO SP-SOURCE (WS-BAND-SUB)
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2000-ADD-ONE-HISTORY-ROW.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-HISTORY-COUNT.
           IF  AH-DATE NOT < WS-FROM-DATE
               AND AH-DATE NOT > WS-TO-DATE
               AND AH-AGE-BAND >= 1 AND AH-AGE-BAND <= 9
               ADD 1                       TO WS-WINDOW-COUNT
               MOVE AH-STATE               TO WS-LOOKUP-STATE
               PERFORM 2900-FIND-STATE
               IF  WS-FOUND-SUB = 0
                   ADD 1                   TO WS-UNKNOWN-STATE-COUNT
               ELSE
                   ADD AH-CASES            TO SR-CASES
                                   (WS-FOUND-SUB AH-AGE-BAND)
                                              SR-TOTAL-CASES
                                   (WS-FOUND-SUB)
                   ADD AH-DEATHS           TO SR-DEATHS
                                   (WS-FOUND-SUB AH-AGE-BAND)
                                              SR-TOTAL-DEATHS
                                   (WS-FOUND-SUB)
               END-IF
           END-IF.
           PERFORM 8000-READ-AGE-HISTORY.
      *---------------------------------------------------------------*
       2100-ADD-ONE-POPULATION-ROW.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-AGEPOP-COUNT.
           MOVE AP-STATE                   TO WS-LOOKUP-STATE.
           PERFORM 2900-FIND-STATE.
           IF  WS-FOUND-SUB > 0
               AND AP-AGE-BAND >= 2 AND AP-AGE-BAND <= 9
               MOVE AP-POPULATION          TO SR-POPULATION
                                   (WS-FOUND-SUB AP-AGE-BAND)
               ADD AP-POPULATION           TO SR-TOTAL-POPULATION
                                   (WS-FOUND-SUB)
           END-IF.
           PERFORM 8100-READ-AGE-POPULATION.
      *---------------------------------------------------------------*
       2200-RATE-ONE-STATE.
      *---------------------------------------------------------------*
      *    CRUDE RATES OVER THE WHOLE BAND 02-09 POPULATION, THEN THE
      *    DIRECT ADJUSTMENT OVER THE BANDS THAT HAVE A POPULATION.
           IF  SR-TOTAL-POPULATION (WS-STATE-SUB) > 0
               COMPUTE SR-CRUDE-CASE-RATE (WS-STATE-SUB) ROUNDED =
                   SR-TOTAL-CASES (WS-STATE-SUB) * 100000
                   / SR-TOTAL-POPULATION (WS-STATE-SUB)
               COMPUTE SR-CRUDE-DEATH-RATE (WS-STATE-SUB) ROUNDED =
                   SR-TOTAL-DEATHS (WS-STATE-SUB) * 100000
                   / SR-TOTAL-POPULATION (WS-STATE-SUB)
               MOVE 0                      TO WS-KNOWN-CASES
                                              WS-KNOWN-DEATHS
                                              WS-STANDARD-USED
                                              WS-CASE-WEIGHTED
                                              WS-DEATH-WEIGHTED
               PERFORM 2300-WEIGHT-ONE-BAND
                   VARYING WS-BAND-SUB FROM 2 BY 1
                   UNTIL WS-BAND-SUB > 9
               IF  WS-STANDARD-USED > 0
                   AND WS-KNOWN-CASES > 0
                   COMPUTE SR-ADJ-CASE-RATE (WS-STATE-SUB) ROUNDED =
                       WS-CASE-WEIGHTED / WS-STANDARD-USED
                       * SR-TOTAL-CASES (WS-STATE-SUB)
                       / WS-KNOWN-CASES
               END-IF
               IF  WS-STANDARD-USED > 0
                   AND WS-KNOWN-DEATHS > 0
                   COMPUTE SR-ADJ-DEATH-RATE (WS-STATE-SUB) ROUNDED =
                       WS-DEATH-WEIGHTED / WS-STANDARD-USED
                       * SR-TOTAL-DEATHS (WS-STATE-SUB)
                       / WS-KNOWN-DEATHS
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2300-WEIGHT-ONE-BAND.
      *---------------------------------------------------------------*
           IF  SR-POPULATION (WS-STATE-SUB WS-BAND-SUB) = 0
               IF  SP-PER-MILLION (WS-BAND-SUB) > 0
                   MOVE 'Y'                TO SR-PARTIAL-SW
                                              (WS-STATE-SUB)
               END-IF
           ELSE
               ADD SR-CASES (WS-STATE-SUB WS-BAND-SUB)
                                           TO WS-KNOWN-CASES
               ADD SR-DEATHS (WS-STATE-SUB WS-BAND-SUB)
                                           TO WS-KNOWN-DEATHS
               ADD SP-PER-MILLION (WS-BAND-SUB)
                                           TO WS-STANDARD-USED
               COMPUTE WS-BAND-RATE ROUNDED =
                   SR-CASES (WS-STATE-SUB WS-BAND-SUB) * 100000
                   / SR-POPULATION (WS-STATE-SUB WS-BAND-SUB)
               COMPUTE WS-CASE-WEIGHTED = WS-CASE-WEIGHTED
                   + WS-BAND-RATE * SP-PER-MILLION (WS-BAND-SUB)
               COMPUTE WS-BAND-RATE ROUNDED =
                   SR-DEATHS (WS-STATE-SUB WS-BAND-SUB) * 100000
                   / SR-POPULATION (WS-STATE-SUB WS-BAND-SUB)
               COMPUTE WS-DEATH-WEIGHTED = WS-DEATH-WEIGHTED
                   + WS-BAND-RATE * SP-PER-MILLION (WS-BAND-SUB)
           END-IF.
      *---------------------------------------------------------------*
       2400-RANK-DEATH-RATES.
      *---------------------------------------------------------------*
      *    HAND OUT THE DEATH RANKS FIRST SO THE CASE-RANKED LISTING
      *    CAN SHOW THEM; THE RANKED SWITCH IS CLEARED AFTERWARDS.
           MOVE 0                          TO WS-RANK.
           MOVE 1                          TO WS-BEST-SUB.
           PERFORM 2410-PICK-NEXT-DEATH-RANK
               UNTIL WS-BEST-SUB = 0.
           PERFORM 2420-CLEAR-ONE-RANKED-SW
               VARYING WS-STATE-SUB FROM 1 BY 1
               UNTIL WS-STATE-SUB > 58.
      *---------------------------------------------------------------*
       2410-PICK-NEXT-DEATH-RANK.
      *---------------------------------------------------------------*
           MOVE 0                          TO WS-BEST-SUB.
           MOVE -1                         TO WS-BEST-RATE.
           PERFORM 2411-TEST-ONE-DEATH-RATE
               VARYING WS-STATE-SUB FROM 1 BY 1
               UNTIL WS-STATE-SUB > 58.
           IF  WS-BEST-SUB > 0
               ADD 1                       TO WS-RANK
               MOVE WS-RANK                TO SR-DEATH-RANK
                                              (WS-BEST-SUB)
               MOVE 'Y'                    TO SR-RANKED-SW
                                              (WS-BEST-SUB)
           END-IF.
      *---------------------------------------------------------------*
       2411-TEST-ONE-DEATH-RATE.
      *---------------------------------------------------------------*
           IF  SR-TOTAL-POPULATION (WS-STATE-SUB) > 0
               AND NOT SR-RANKED (WS-STATE-SUB)
               AND SR-ADJ-DEATH-RATE (WS-STATE-SUB) > WS-BEST-RATE
               MOVE WS-STATE-SUB           TO WS-BEST-SUB
               MOVE SR-ADJ-DEATH-RATE (WS-STATE-SUB)
                                           TO WS-BEST-RATE
           END-IF.
      *---------------------------------------------------------------*
       2420-CLEAR-ONE-RANKED-SW.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO SR-RANKED-SW
                                              (WS-STATE-SUB).
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
           CLOSE AGE-HISTORY-FILE.
           CLOSE AGE-POPULATION-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-RANKED-STATES.
      *---------------------------------------------------------------*
           MOVE 999                        TO LINE-COUNT.
           MOVE 0                          TO WS-RANK.
           MOVE 1                          TO WS-BEST-SUB.
           PERFORM 4100-PRINT-NEXT-CASE-RANK
               UNTIL WS-BEST-SUB = 0.
           IF  WS-RANKED-COUNT = 0
               MOVE NO-STATES-LINE         TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 4300-PRINT-ONE-UNRANKED
               VARYING WS-STATE-SUB FROM 1 BY 1
               UNTIL WS-STATE-SUB > 58.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 4400-PRINT-ONE-STANDARD
               VARYING WS-BAND-SUB FROM 2 BY 1
               UNTIL WS-BAND-SUB > 9.
      *---------------------------------------------------------------*
       4100-PRINT-NEXT-CASE-RANK.
      *---------------------------------------------------------------*
           MOVE 0                          TO WS-BEST-SUB.
           MOVE -1                         TO WS-BEST-RATE.
           PERFORM 4110-TEST-ONE-CASE-RATE
               VARYING WS-STATE-SUB FROM 1 BY 1
               UNTIL WS-STATE-SUB > 58.
           IF  WS-BEST-SUB > 0
               ADD 1                       TO WS-RANK
                                              WS-RANKED-COUNT
               MOVE 'Y'                    TO SR-RANKED-SW
                                              (WS-BEST-SUB)
               MOVE WS-BEST-SUB            TO WS-STATE-SUB
               PERFORM 4200-PRINT-STATE-LINE
           END-IF.
      *---------------------------------------------------------------*
       4110-TEST-ONE-CASE-RATE.
      *---------------------------------------------------------------*
           IF  SR-TOTAL-POPULATION (WS-STATE-SUB) > 0
               AND NOT SR-RANKED (WS-STATE-SUB)
               AND SR-ADJ-CASE-RATE (WS-STATE-SUB) > WS-BEST-RATE
               MOVE WS-STATE-SUB           TO WS-BEST-SUB
               MOVE SR-ADJ-CASE-RATE (WS-STATE-SUB)
                                           TO WS-BEST-RATE
           END-IF.
      *---------------------------------------------------------------*
       4200-PRINT-STATE-LINE.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO ADJ-DETAIL-LINE.
           MOVE WS-RANK                    TO ADL-RANK.
           MOVE STATE-CODE (WS-STATE-SUB)  TO ADL-STATE.
           MOVE STATE-NAME (WS-STATE-SUB)  TO ADL-STATE-NAME.
           MOVE SR-TOTAL-POPULATION (WS-STATE-SUB)
                                           TO ADL-POPULATION.
           MOVE SR-TOTAL-CASES (WS-STATE-SUB) TO ADL-CASES.
           MOVE SR-CRUDE-CASE-RATE (WS-STATE-SUB)
                                           TO ADL-CRUDE-CASE-RATE.
           MOVE SR-ADJ-CASE-RATE (WS-STATE-SUB)
                                           TO ADL-ADJ-CASE-RATE.
           MOVE SR-TOTAL-DEATHS (WS-STATE-SUB) TO ADL-DEATHS.
           MOVE SR-CRUDE-DEATH-RATE (WS-STATE-SUB)
                                           TO ADL-CRUDE-DEATH-RATE.
           MOVE SR-ADJ-DEATH-RATE (WS-STATE-SUB)
                                           TO ADL-ADJ-DEATH-RATE.
           IF  SR-ADJ-CASE-RATE (WS-STATE-SUB) > 0
               COMPUTE ADL-CASE-RATIO ROUNDED =
                   SR-CRUDE-CASE-RATE (WS-STATE-SUB)
                   / SR-ADJ-CASE-RATE (WS-STATE-SUB)
                   ON SIZE ERROR
                       MOVE 99.99          TO ADL-CASE-RATIO
               END-COMPUTE
           END-IF.
           IF  SR-ADJ-DEATH-RATE (WS-STATE-SUB) > 0
               COMPUTE ADL-DEATH-RATIO ROUNDED =
                   SR-CRUDE-DEATH-RATE (WS-STATE-SUB)
                   / SR-ADJ-DEATH-RATE (WS-STATE-SUB)
                   ON SIZE ERROR
                       MOVE 99.99          TO ADL-DEATH-RATIO
               END-COMPUTE
           END-IF.
           MOVE SR-DEATH-RANK (WS-STATE-SUB) TO ADL-DEATH-RANK.
           IF  SR-PARTIAL (WS-STATE-SUB)
               MOVE 'PARTIAL'              TO ADL-FLAG
           END-IF.
           MOVE ADJ-DETAIL-LINE            TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       4300-PRINT-ONE-UNRANKED.
      *---------------------------------------------------------------*
      *    CASES OR DEATHS IN THE WINDOW BUT NO AGEPOP POPULATION.
           IF  SR-TOTAL-POPULATION (WS-STATE-SUB) = 0
               AND (SR-TOTAL-CASES (WS-STATE-SUB) > 0
                   OR SR-TOTAL-DEATHS (WS-STATE-SUB) > 0)
               ADD 1                       TO WS-UNRANKED-COUNT
               MOVE SPACE                  TO ADJ-DETAIL-LINE
               MOVE STATE-CODE (WS-STATE-SUB) TO ADL-STATE
               MOVE STATE-NAME (WS-STATE-SUB) TO ADL-STATE-NAME
               MOVE SR-TOTAL-CASES (WS-STATE-SUB) TO ADL-CASES
               MOVE SR-TOTAL-DEATHS (WS-STATE-SUB) TO ADL-DEATHS
               MOVE 'NO POP'               TO ADL-FLAG
               MOVE ADJ-DETAIL-LINE        TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
      *---------------------------------------------------------------*
       4400-PRINT-ONE-STANDARD.
      *---------------------------------------------------------------*
           MOVE WS-BAND-SUB                TO SDL-BAND.
           MOVE SP-PER-MILLION (WS-BAND-SUB) TO SDL-PER-MILLION.
           MOVE SP-SOURCE (WS-BAND-SUB)    TO SDL-SOURCE.
           MOVE STANDARD-DETAIL-LINE       TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       8000-READ-AGE-HISTORY.
      *---------------------------------------------------------------*
           READ AGE-HISTORY-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
      *---------------------------------------------------------------*
       8100-READ-AGE-POPULATION.
      *---------------------------------------------------------------*
           READ AGE-POPULATION-FILE NEXT RECORD
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
           MOVE PAGE-COUNT                 TO AHL-PAGE.
           MOVE ADJ-HEADING-LINE-1         TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE 2                          TO LINE-SPACEING.
           MOVE ADJ-HEADING-LINE-2         TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE 1                          TO LINE-SPACEING.
           MOVE ADJ-HEADING-LINE-3         TO PRINT-LINE.
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
