       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COVWWLD.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    WASTEWATER SURVEILLANCE FEED EDIT AND LOAD - VALIDATES THE
      *    WWIN FEED (SEWERSHED ID, STATE, COUNTY FIPS, SAMPLE DATE
      *    YYYYMMDD, NORMALIZED CONCENTRATION, POPULATION SERVED) THE
      *    WAY COVCNTY GATES THE COUNTY FEED - FIPS MUST BE ON THE
      *    CNTYREF REFERENCE (CNTYMNT) UNDER THE STATE THE ROW NAMES,
      *    SEWERSHED PRESENT, DATE AND FIGURES NUMERIC, POPULATION
      *    ABOVE ZERO - AND APPENDS GOOD ROWS TO THE WWHIST SAMPLE
      *    HISTORY (SEE WWHSTC).  BAD ROWS GO TO WWREJ AND A NONZERO
      *    REJECT COUNT ENDS WITH RETURN CODE 4.  THE COVWWRP TREND
      *    AND LEAD-TIME REPORT READS THE HISTORY.
      *
      *    WWIN ROW - SEWERSHED,STATE,FIPS,DATE,CONCENTRATION 9(9),
      *    POPULATION 9(8), FIGURES ZERO-FILLED TO FULL WIDTH
      *      (E.G. NY-NYC-026,NY,36047,20261012,000412500,01050000)
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
           SELECT WASTEWATER-CSV-FILE ASSIGN TO WWIN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WASTEWATER-CSV-STATUS.
           SELECT COUNTY-REFERENCE-FILE ASSIGN TO CNTYREF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS CN-COUNTY-FIPS
             FILE STATUS  IS COUNTY-REFERENCE-STATUS.
           SELECT WASTEWATER-HISTORY-FILE ASSIGN TO WWHIST
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WASTEWATER-HISTORY-STATUS.
           SELECT WASTEWATER-REJECT-FILE ASSIGN TO WWREJ
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WASTEWATER-REJECT-STATUS.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  WASTEWATER-CSV-FILE
           RECORDING MODE IS F.
       01  WASTEWATER-CSV-LINE             PIC X(80).
      *---------------------------------------------------------------*
       FD  COUNTY-REFERENCE-FILE.
       COPY CNTYREFC.
      *---------------------------------------------------------------*
       FD  WASTEWATER-HISTORY-FILE
           RECORDING MODE IS F.
       COPY WWHSTC.
      *---------------------------------------------------------------*
       FD  WASTEWATER-REJECT-FILE
           RECORDING MODE IS F.
       01  WASTEWATER-REJECT-RECORD        PIC X(80).
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  WS-PARSE-FIELDS.
      *---------------------------------------------------------------*
           05  WS-SEWERSHED-ID             PIC X(10).
           05  WS-STATE-CODE               PIC X(02).
           05  WS-COUNTY-FIPS              PIC X(05).
           05  WS-DATE                     PIC X(08).
           05  WS-CONCENTRATION            PIC X(09).
           05  WS-POPULATION               PIC X(08).
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  WASTEWATER-CSV-STATUS       PIC X(02).
               88  WASTEWATER-CSV-OK             VALUE '00'.
           05  COUNTY-REFERENCE-STATUS     PIC X(02).
               88  COUNTY-REFERENCE-OK           VALUE '00'.
           05  WASTEWATER-HISTORY-STATUS   PIC X(02).
               88  WASTEWATER-HISTORY-OK         VALUE '00' '05'.
           05  WASTEWATER-REJECT-STATUS    PIC X(02).
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  WS-ROW-COUNT                PIC 9(07) VALUE 0.
           05  WS-LOADED-COUNT             PIC 9(07) VALUE 0.
           05  WS-REJECT-COUNT             PIC 9(07) VALUE 0.
           05  WS-VALID-ROW-SW             PIC X(01).
               88  VALID-ROW                     VALUE 'Y'.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 8000-READ-WASTEWATER-CSV.
           PERFORM 2000-LOAD-ONE-ROW
               UNTIL END-OF-FILE.
           PERFORM 3000-CLOSE-FILES.
           DISPLAY '*** COVWWLD FEED SUMMARY ***'.
           DISPLAY 'FEED ROWS READ : ', WS-ROW-COUNT.
           DISPLAY 'ROWS LOADED    : ', WS-LOADED-COUNT.
           DISPLAY 'ROWS REJECTED  : ', WS-REJECT-COUNT.
           IF  WS-REJECT-COUNT > 0
               MOVE 4                      TO RETURN-CODE
           END-IF.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  WASTEWATER-CSV-FILE.
           OPEN INPUT  COUNTY-REFERENCE-FILE.
           OPEN EXTEND WASTEWATER-HISTORY-FILE.
           OPEN OUTPUT WASTEWATER-REJECT-FILE.
           IF NOT WASTEWATER-CSV-OK
               DISPLAY 'WWIN OPEN ERROR : ', WASTEWATER-CSV-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT COUNTY-REFERENCE-OK
               DISPLAY 'CNTYREF OPEN ERROR : ',
                   COUNTY-REFERENCE-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT WASTEWATER-HISTORY-OK
               DISPLAY 'WWHIST OPEN ERROR : ',
                   WASTEWATER-HISTORY-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       2000-LOAD-ONE-ROW.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-ROW-COUNT.
           PERFORM 2100-VALIDATE-ONE-ROW.
           IF  VALID-ROW
               ADD 1                       TO WS-LOADED-COUNT
               MOVE SPACES             TO WASTEWATER-HISTORY-RECORD
               MOVE WS-SEWERSHED-ID        TO WW-SEWERSHED-ID
               MOVE WS-STATE-CODE          TO WW-STATE-CODE
               MOVE WS-COUNTY-FIPS         TO WW-COUNTY-FIPS
               MOVE WS-DATE                TO WW-SAMPLE-DATE
               MOVE WS-CONCENTRATION       TO WW-CONCENTRATION
               MOVE WS-POPULATION          TO WW-POPULATION-SERVED
               WRITE WASTEWATER-HISTORY-RECORD
           ELSE
               ADD 1                       TO WS-REJECT-COUNT
               MOVE WASTEWATER-CSV-LINE    TO WASTEWATER-REJECT-RECORD
               WRITE WASTEWATER-REJECT-RECORD
           END-IF.
           PERFORM 8000-READ-WASTEWATER-CSV.
      *---------------------------------------------------------------*
       2100-VALIDATE-ONE-ROW.
      *---------------------------------------------------------------*
           MOVE 'Y'                        TO WS-VALID-ROW-SW.
           IF  WS-SEWERSHED-ID = SPACE
               OR WS-DATE NOT NUMERIC
               OR WS-CONCENTRATION NOT NUMERIC
               OR WS-POPULATION NOT NUMERIC
               MOVE 'N'                    TO WS-VALID-ROW-SW
           ELSE
               IF  WS-POPULATION = ZEROES
                   MOVE 'N'                TO WS-VALID-ROW-SW
               ELSE
                   MOVE WS-COUNTY-FIPS     TO CN-COUNTY-FIPS
                   READ COUNTY-REFERENCE-FILE
                       INVALID KEY
                           MOVE 'N'        TO WS-VALID-ROW-SW
                       NOT INVALID KEY
                           IF  CN-STATE-CODE NOT = WS-STATE-CODE
                               MOVE 'N'    TO WS-VALID-ROW-SW
                           END-IF
                   END-READ
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE WASTEWATER-CSV-FILE.
           CLOSE COUNTY-REFERENCE-FILE.
           CLOSE WASTEWATER-HISTORY-FILE.
           CLOSE WASTEWATER-REJECT-FILE.
      *---------------------------------------------------------------*
       8000-READ-WASTEWATER-CSV.
      *---------------------------------------------------------------*
           READ WASTEWATER-CSV-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
           IF  NOT END-OF-FILE
               MOVE SPACE TO WS-SEWERSHED-ID WS-STATE-CODE
                             WS-COUNTY-FIPS WS-DATE
                             WS-CONCENTRATION WS-POPULATION
               UNSTRING WASTEWATER-CSV-LINE DELIMITED BY ','
                   INTO WS-SEWERSHED-ID
                        WS-STATE-CODE
                        WS-COUNTY-FIPS
                        WS-DATE
                        WS-CONCENTRATION
                        WS-POPULATION
               END-UNSTRING
           END-IF.
