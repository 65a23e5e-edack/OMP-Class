       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COVLABL.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    LABORATORY RESULT FEED EDIT AND LOAD - VALIDATES THE LABIN
      *    FEED (PERFORMING LAB ID, STATE, SPECIMEN COLLECTION DATE,
      *    RESULT DATE, REPORT-RECEIVED DATE, RESULT) THE WAY COVWWLD
      *    GATES THE WASTEWATER FEED - LAB ID PRESENT, STATE ON THE
      *    STATERF TABLE, DATES NUMERIC AND IN ORDER (COLLECTED, THEN
      *    RESULTED, THEN RECEIVED), RESULT P, N OR I - AND APPENDS
      *    GOOD ROWS TO THE LABHIST RESULT HISTORY (SEE LBHSTC).  BAD
      *    ROWS GO TO LABREJ AND A NONZERO REJECT COUNT ENDS WITH
      *    RETURN CODE 4.  THE COVLABR TIMELINESS REPORT READS THE
      *    HISTORY.
      *
      *    LABIN ROW - LAB ID,STATE,COLLECTED,RESULTED,RECEIVED,RESULT
      *      (E.G. QDX-04417,NY,20261008,20261010,20261012,P)
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
           SELECT LAB-CSV-FILE ASSIGN TO LABIN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS LAB-CSV-STATUS.
           SELECT LAB-HISTORY-FILE ASSIGN TO LABHIST
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS LAB-HISTORY-STATUS.
           SELECT LAB-REJECT-FILE ASSIGN TO LABREJ
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS LAB-REJECT-STATUS.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  LAB-CSV-FILE
           RECORDING MODE IS F.
       01  LAB-CSV-LINE                    PIC X(80).
      *---------------------------------------------------------------*
       FD  LAB-HISTORY-FILE
           RECORDING MODE IS F.
       COPY LBHSTC.
      *---------------------------------------------------------------*
       FD  LAB-REJECT-FILE
           RECORDING MODE IS F.
       01  LAB-REJECT-RECORD               PIC X(80).
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  WS-PARSE-FIELDS.
      *---------------------------------------------------------------*
           05  WS-LAB-ID                   PIC X(10).
           05  WS-STATE-CODE               PIC X(02).
           05  WS-COLLECTION-DATE          PIC X(08).
           05  WS-RESULT-DATE              PIC X(08).
           05  WS-RECEIVED-DATE            PIC X(08).
           05  WS-RESULT                   PIC X(01).
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  LAB-CSV-STATUS              PIC X(02).
               88  LAB-CSV-OK                    VALUE '00'.
           05  LAB-HISTORY-STATUS          PIC X(02).
               88  LAB-HISTORY-OK                VALUE '00' '05'.
           05  LAB-REJECT-STATUS           PIC X(02).
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  WS-ROW-COUNT                PIC 9(07) VALUE 0.
           05  WS-LOADED-COUNT             PIC 9(07) VALUE 0.
           05  WS-REJECT-COUNT             PIC 9(07) VALUE 0.
           05  WS-VALID-ROW-SW             PIC X(01).
               88  VALID-ROW                     VALUE 'Y'.
           05  WS-STATE-FOUND-SW           PIC X(01).
               88  STATE-FOUND                   VALUE 'Y'.
       COPY STATETBL.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 8000-READ-LAB-CSV.
           PERFORM 2000-LOAD-ONE-ROW
               UNTIL END-OF-FILE.
           PERFORM 3000-CLOSE-FILES.
           DISPLAY '*** COVLABL FEED SUMMARY ***'.
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
           OPEN INPUT  LAB-CSV-FILE.
           OPEN EXTEND LAB-HISTORY-FILE.
           OPEN OUTPUT LAB-REJECT-FILE.
           CALL 'STATELD' USING STATE-LOOKUP-TABLE.
           IF NOT LAB-CSV-OK
               DISPLAY 'LABIN OPEN ERROR : ', LAB-CSV-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT LAB-HISTORY-OK
               DISPLAY 'LABHIST OPEN ERROR : ', LAB-HISTORY-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       2000-LOAD-ONE-ROW.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-ROW-COUNT.
           PERFORM 2100-VALIDATE-ONE-ROW.
           IF  VALID-ROW
               ADD 1                       TO WS-LOADED-COUNT
               MOVE SPACES                 TO LAB-HISTORY-RECORD
               MOVE WS-LAB-ID              TO LH-LAB-ID
               MOVE WS-STATE-CODE          TO LH-STATE-CODE
               MOVE WS-COLLECTION-DATE     TO LH-COLLECTION-DATE
               MOVE WS-RESULT-DATE         TO LH-RESULT-DATE
               MOVE WS-RECEIVED-DATE       TO LH-RECEIVED-DATE
               MOVE WS-RESULT              TO LH-RESULT
               WRITE LAB-HISTORY-RECORD
           ELSE
               ADD 1                       TO WS-REJECT-COUNT
               MOVE LAB-CSV-LINE           TO LAB-REJECT-RECORD
               WRITE LAB-REJECT-RECORD
           END-IF.
           PERFORM 8000-READ-LAB-CSV.
      *---------------------------------------------------------------*
       2100-VALIDATE-ONE-ROW.
      *---------------------------------------------------------------*
           MOVE 'Y'                        TO WS-VALID-ROW-SW.
           MOVE WS-RESULT                  TO LH-RESULT.
           IF  WS-LAB-ID = SPACE
               OR WS-COLLECTION-DATE NOT NUMERIC
               OR WS-RESULT-DATE NOT NUMERIC
               OR WS-RECEIVED-DATE NOT NUMERIC
               OR NOT LH-VALID-RESULT
               MOVE 'N'                    TO WS-VALID-ROW-SW
           ELSE
               IF  WS-RESULT-DATE < WS-COLLECTION-DATE
                   OR WS-RECEIVED-DATE < WS-RESULT-DATE
                   MOVE 'N'                TO WS-VALID-ROW-SW
               ELSE
                   PERFORM 2110-CHECK-STATE
                   IF  NOT STATE-FOUND
                       MOVE 'N'            TO WS-VALID-ROW-SW
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2110-CHECK-STATE.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO WS-STATE-FOUND-SW.
           SET NAME-INDEX                  TO 1.
           SEARCH STATE-NAME-TABLE
               AT END
                   CONTINUE
               WHEN STATE-CODE (NAME-INDEX) = WS-STATE-CODE
                   MOVE 'Y'                TO WS-STATE-FOUND-SW
           END-SEARCH.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE LAB-CSV-FILE.
           CLOSE LAB-HISTORY-FILE.
           CLOSE LAB-REJECT-FILE.
      *---------------------------------------------------------------*
       8000-READ-LAB-CSV.
      *---------------------------------------------------------------*
           READ LAB-CSV-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
           IF  NOT END-OF-FILE
               MOVE SPACE TO WS-LAB-ID WS-STATE-CODE
                             WS-COLLECTION-DATE WS-RESULT-DATE
                             WS-RECEIVED-DATE WS-RESULT
               UNSTRING LAB-CSV-LINE DELIMITED BY ','
                   INTO WS-LAB-ID
                        WS-STATE-CODE
                        WS-COLLECTION-DATE
                        WS-RESULT-DATE
                        WS-RECEIVED-DATE
                        WS-RESULT
               END-UNSTRING
           END-IF.
