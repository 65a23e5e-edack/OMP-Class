       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COVLTCL.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    LONG-TERM-CARE WEEKLY FEED EDIT AND LOAD - VALIDATES THE
      *    LTCIN FEED (FACILITY ID, WEEK-ENDING DATE YYYYMMDD, NEW
      *    RESIDENT AND STAFF CASES, NEW RESIDENT AND STAFF DEATHS,
      *    RESIDENT CENSUS, RESIDENTS FULLY VACCINATED) THE WAY
      *    COVWWLD GATES THE WASTEWATER FEED - THE FACILITY MUST BE ON
      *    THE LTCREF REFERENCE (LTCMNT), DATE AND FIGURES NUMERIC,
      *    NO MORE RESIDENTS VACCINATED THAN IN THE CENSUS - AND
      *    APPENDS GOOD ROWS TO THE LTCHIST WEEKLY HISTORY (SEE
      *    LTCHSTC).  BAD ROWS GO TO LTCREJ AND A NONZERO REJECT COUNT
      *    ENDS WITH RETURN CODE 4.  THE COVLTC OUTBREAK REPORT READS
      *    THE HISTORY.
      *
      *    LTCIN ROW - FACILITY,DATE,RESIDENT CASES,STAFF CASES,
      *    RESIDENT DEATHS,STAFF DEATHS,CENSUS,VACCINATED, FIGURES
      *    9(5) ZERO-FILLED TO FULL WIDTH
      *      (E.G. NH00412779,20261010,00003,00001,00000,00000,00112,
      *       00097)
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
           SELECT LTC-CSV-FILE ASSIGN TO LTCIN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS LTC-CSV-STATUS.
           SELECT LTC-FACILITY-FILE ASSIGN TO LTCREF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS LF-FACILITY-ID
             FILE STATUS  IS LTC-FACILITY-STATUS.
           SELECT LTC-HISTORY-FILE ASSIGN TO LTCHIST
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS LTC-HISTORY-STATUS.
           SELECT LTC-REJECT-FILE ASSIGN TO LTCREJ
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS LTC-REJECT-STATUS.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  LTC-CSV-FILE
           RECORDING MODE IS F.
       01  LTC-CSV-LINE                    PIC X(80).
      *---------------------------------------------------------------*
       FD  LTC-FACILITY-FILE.
       COPY LTCREFC.
      *---------------------------------------------------------------*
       FD  LTC-HISTORY-FILE
           RECORDING MODE IS F.
       COPY LTCHSTC.
      *---------------------------------------------------------------*
       FD  LTC-REJECT-FILE
           RECORDING MODE IS F.
       01  LTC-REJECT-RECORD               PIC X(80).
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  WS-PARSE-FIELDS.
      *---------------------------------------------------------------*
           05  WS-FACILITY-ID              PIC X(10).
           05  WS-DATE                     PIC X(08).
           05  WS-RESIDENT-CASES           PIC X(05).
           05  WS-STAFF-CASES              PIC X(05).
           05  WS-RESIDENT-DEATHS          PIC X(05).
           05  WS-STAFF-DEATHS             PIC X(05).
           05  WS-CENSUS                   PIC X(05).
           05  WS-VACCINATED               PIC X(05).
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  LTC-CSV-STATUS              PIC X(02).
               88  LTC-CSV-OK                    VALUE '00'.
           05  LTC-FACILITY-STATUS         PIC X(02).
               88  LTC-FACILITY-OK               VALUE '00'.
           05  LTC-HISTORY-STATUS          PIC X(02).
               88  LTC-HISTORY-OK                VALUE '00' '05'.
           05  LTC-REJECT-STATUS           PIC X(02).
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
           PERFORM 8000-READ-LTC-CSV.
           PERFORM 2000-LOAD-ONE-ROW
               UNTIL END-OF-FILE.
           PERFORM 3000-CLOSE-FILES.
           DISPLAY '*** COVLTCL FEED SUMMARY ***'.
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
           OPEN INPUT  LTC-CSV-FILE.
           OPEN INPUT  LTC-FACILITY-FILE.
           OPEN EXTEND LTC-HISTORY-FILE.
           OPEN OUTPUT LTC-REJECT-FILE.
           IF NOT LTC-CSV-OK
               DISPLAY 'LTCIN OPEN ERROR : ', LTC-CSV-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT LTC-FACILITY-OK
               DISPLAY 'LTCREF OPEN ERROR : ', LTC-FACILITY-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT LTC-HISTORY-OK
               DISPLAY 'LTCHIST OPEN ERROR : ', LTC-HISTORY-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       2000-LOAD-ONE-ROW.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-ROW-COUNT.
           PERFORM 2100-VALIDATE-ONE-ROW.
           IF  VALID-ROW
               ADD 1                       TO WS-LOADED-COUNT
               MOVE SPACES                 TO LTC-WEEKLY-RECORD
               MOVE WS-FACILITY-ID         TO LW-FACILITY-ID
               MOVE WS-DATE                TO LW-WEEK-ENDING-DATE
               MOVE WS-RESIDENT-CASES      TO LW-RESIDENT-CASES
               MOVE WS-STAFF-CASES         TO LW-STAFF-CASES
               MOVE WS-RESIDENT-DEATHS     TO LW-RESIDENT-DEATHS
               MOVE WS-STAFF-DEATHS        TO LW-STAFF-DEATHS
               MOVE WS-CENSUS              TO LW-RESIDENT-CENSUS
               MOVE WS-VACCINATED          TO LW-RESIDENTS-VACCINATED
               WRITE LTC-WEEKLY-RECORD
           ELSE
               ADD 1                       TO WS-REJECT-COUNT
               MOVE LTC-CSV-LINE           TO LTC-REJECT-RECORD
               WRITE LTC-REJECT-RECORD
           END-IF.
           PERFORM 8000-READ-LTC-CSV.
      *---------------------------------------------------------------*
       2100-VALIDATE-ONE-ROW.
      *---------------------------------------------------------------*
           MOVE 'Y'                        TO WS-VALID-ROW-SW.
           IF  WS-FACILITY-ID = SPACE
               OR WS-DATE NOT NUMERIC
               OR WS-RESIDENT-CASES NOT NUMERIC
               OR WS-STAFF-CASES NOT NUMERIC
               OR WS-RESIDENT-DEATHS NOT NUMERIC
               OR WS-STAFF-DEATHS NOT NUMERIC
               OR WS-CENSUS NOT NUMERIC
               OR WS-VACCINATED NOT NUMERIC
               MOVE 'N'                    TO WS-VALID-ROW-SW
           ELSE
               IF  WS-VACCINATED > WS-CENSUS
                   MOVE 'N'                TO WS-VALID-ROW-SW
               ELSE
                   MOVE WS-FACILITY-ID     TO LF-FACILITY-ID
                   READ LTC-FACILITY-FILE
                       INVALID KEY
                           MOVE 'N'        TO WS-VALID-ROW-SW
                   END-READ
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE LTC-CSV-FILE.
           CLOSE LTC-FACILITY-FILE.
           CLOSE LTC-HISTORY-FILE.
           CLOSE LTC-REJECT-FILE.
      *---------------------------------------------------------------*
       8000-READ-LTC-CSV.
      *---------------------------------------------------------------*
           READ LTC-CSV-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
           IF  NOT END-OF-FILE
               MOVE SPACE TO WS-FACILITY-ID WS-DATE
                             WS-RESIDENT-CASES WS-STAFF-CASES
                             WS-RESIDENT-DEATHS WS-STAFF-DEATHS
                             WS-CENSUS WS-VACCINATED
               UNSTRING LTC-CSV-LINE DELIMITED BY ','
                   INTO WS-FACILITY-ID
                        WS-DATE
                        WS-RESIDENT-CASES
                        WS-STAFF-CASES
                        WS-RESIDENT-DEATHS
                        WS-STAFF-DEATHS
                        WS-CENSUS
                        WS-VACCINATED
               END-UNSTRING
           END-IF.
