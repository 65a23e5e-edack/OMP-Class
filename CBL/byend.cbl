       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BYEND.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    WEEKLY BENEFIT-YEAR-ENDING LISTING - WALKS BENEFIT YEARS
      *    (BENYEAR, SEE BYREC, KEPT BY UNEMDET) AND LISTS EVERY
      *    CLAIMANT WHOSE BENEFIT YEAR ENDS BETWEEN THE BUSINESS DATE
      *    AND THE END OF THE NOTICE WINDOW, SOONEST FIRST, SO THE
      *    CENTERS CAN SEND THE BENEFIT-YEAR-ENDING NOTICES.  TOTALS
      *    BY STATE AT THE END.
      *
      *    PARMFILE PARAMETER (SEE PARMC) -
      *      BYNOTCDY  NOTICE WINDOW IN DAYS 9(3) (DEFAULT 30)
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
           SELECT BENEFIT-YEAR-FILE ASSIGN TO BENYEAR
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS BY-CLAIMANT-ID
             FILE STATUS  IS BENEFIT-YEAR-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWORK.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  BENEFIT-YEAR-FILE.
       COPY BYREC.
      *---------------------------------------------------------------*
       SD  SORT-FILE.
       01  SORT-ENDING-RECORD.
           05  SE-END-DATE                 PIC 9(08).
           05  SE-CLAIMANT-ID              PIC X(10).
           05  SE-STATE                    PIC X(03).
           05  SE-BEGIN-DATE               PIC 9(08).
           05  SE-ORIGINAL-CLAIM-ID        PIC X(08).
           05  SE-LAST-CLAIM-DATE          PIC 9(08).
           05  SE-ADDITIONAL-COUNT         PIC 9(03).
           05  SE-REOPENED-COUNT           PIC 9(03).
           05  SE-DAYS-LEFT                PIC 9(03).
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
           05  BENEFIT-YEAR-STATUS         PIC X(02).
               88  BENEFIT-YEAR-OK               VALUE '00'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  SORT-EOF-SW                 PIC X VALUE 'N'.
               88  SORT-EOF                      VALUE 'Y'.
           05  WS-BENEFIT-YEAR-COUNT       PIC 9(08) VALUE 0.
           05  WS-ENDING-COUNT             PIC 9(08) VALUE 0.
           05  WS-NOTICE-DAYS              PIC 9(03) VALUE 30.
           05  WS-BUSINESS-DATE            PIC 9(08).
           05  WS-TODAY-INTEGER            PIC 9(08).
           05  WS-WINDOW-END-INTEGER       PIC 9(08).
           05  WS-WINDOW-END-DATE          PIC 9(08).
           05  WS-END-INTEGER              PIC 9(08).
      *---------------------------------------------------------------*
      *    PER-STATE COUNT OF BENEFIT YEARS ENDING IN THE WINDOW.
      *---------------------------------------------------------------*
       01  STATE-ENDING-TABLE.
           05  SET-ENTRY-COUNT             PIC 9(03) VALUE 0.
           05  SET-ENTRY                   OCCURS 60 TIMES
                                           INDEXED BY SET-INDEX.
               10  SET-STATE               PIC X(03).
               10  SET-COUNT               PIC 9(07).
      *---------------------------------------------------------------*
       01  ENDING-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'BENEFIT YEARS ENDING - NOTICE LISTING  FROM '.
           05  EHL-FROM-DATE               PIC 9(08).
           05  FILLER PIC X(04) VALUE ' TO '.
           05  EHL-TO-DATE                 PIC 9(08).
      *---------------------------------------------------------------*
       01  ENDING-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'CLAIMANT    ST   BY BEGIN    BY END  DAYS  O'.
           05  FILLER PIC X(38) VALUE
               'RIG CLAIM  LAST CLAIM   ADDL  REOPENED'.
      *---------------------------------------------------------------*
       01  ENDING-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  EDL-CLAIMANT-ID             PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  EDL-STATE                   PIC X(03).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  EDL-BEGIN-DATE              PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  EDL-END-DATE                PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  EDL-DAYS-LEFT               PIC ZZ9.
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  EDL-ORIGINAL-CLAIM-ID       PIC X(08).
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  EDL-LAST-CLAIM-DATE         PIC 9(08).
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  EDL-ADDITIONAL-COUNT        PIC ZZ9.
           05  FILLER                      PIC X(07) VALUE SPACE.
           05  EDL-REOPENED-COUNT          PIC ZZ9.
      *---------------------------------------------------------------*
       01  STATE-TOTAL-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(24) VALUE 'BENEFIT YEARS ENDING IN '.
           05  STL-STATE                   PIC X(03).
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  STL-COUNT                   PIC Z,ZZZ,ZZ9.
      *---------------------------------------------------------------*
       01  REPORT-LINES.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
       COPY PRINTCTL.
       COPY BUSDATEC.
       COPY PARMC.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           SORT SORT-FILE
               ON ASCENDING KEY SE-END-DATE
                                SE-CLAIMANT-ID
               INPUT PROCEDURE 2000-SELECT-ENDING-YEARS
               OUTPUT PROCEDURE 2500-LIST-ENDING-YEARS.
           PERFORM 4000-PRINT-TOTALS.
           PERFORM 3000-CLOSE-FILES.
           DISPLAY '*** BYEND BENEFIT-YEAR-ENDING SUMMARY ***'.
           DISPLAY 'BENEFIT YEARS ON FILE    : ', WS-BENEFIT-YEAR-COUNT.
           DISPLAY 'ENDING WITHIN THE WINDOW : ', WS-ENDING-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT BENEFIT-YEAR-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           MOVE 'BYNOTCDY'                 TO PL-PARM-ID.
           MOVE WS-BUSINESS-DATE           TO PL-AS-OF-DATE.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND AND PL-VALUE (1:3) IS NUMERIC
               MOVE PL-VALUE (1:3)         TO WS-NOTICE-DAYS
           END-IF.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
           COMPUTE WS-WINDOW-END-INTEGER =
               WS-TODAY-INTEGER + WS-NOTICE-DAYS.
           COMPUTE WS-WINDOW-END-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WINDOW-END-INTEGER).
           MOVE WS-BUSINESS-DATE           TO EHL-FROM-DATE.
           MOVE WS-WINDOW-END-DATE         TO EHL-TO-DATE.
           IF NOT BENEFIT-YEAR-OK
               DISPLAY 'BENYEAR OPEN ERROR : ', BENEFIT-YEAR-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       2000-SELECT-ENDING-YEARS.
      *---------------------------------------------------------------*
           IF  NOT END-OF-FILE
               PERFORM 8000-READ-BENEFIT-YEAR
           END-IF.
           PERFORM 2100-SELECT-ONE-YEAR
               UNTIL END-OF-FILE.
      *---------------------------------------------------------------*
       2100-SELECT-ONE-YEAR.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-BENEFIT-YEAR-COUNT.
           IF  BY-END-DATE NOT < WS-BUSINESS-DATE
               AND BY-END-DATE NOT > WS-WINDOW-END-DATE
               COMPUTE WS-END-INTEGER =
                   FUNCTION INTEGER-OF-DATE (BY-END-DATE)
               MOVE BY-END-DATE            TO SE-END-DATE
               MOVE BY-CLAIMANT-ID         TO SE-CLAIMANT-ID
               MOVE BY-STATE               TO SE-STATE
               MOVE BY-BEGIN-DATE          TO SE-BEGIN-DATE
               MOVE BY-ORIGINAL-CLAIM-ID   TO SE-ORIGINAL-CLAIM-ID
               MOVE BY-LAST-CLAIM-DATE     TO SE-LAST-CLAIM-DATE
               MOVE BY-ADDITIONAL-COUNT    TO SE-ADDITIONAL-COUNT
               MOVE BY-REOPENED-COUNT      TO SE-REOPENED-COUNT
               COMPUTE SE-DAYS-LEFT =
                   WS-END-INTEGER - WS-TODAY-INTEGER
               RELEASE SORT-ENDING-RECORD
           END-IF.
           PERFORM 8000-READ-BENEFIT-YEAR.
      *---------------------------------------------------------------*
       2500-LIST-ENDING-YEARS.
      *---------------------------------------------------------------*
           PERFORM 8100-RETURN-SORTED-ROW.
           PERFORM 2600-LIST-ONE-YEAR
               UNTIL SORT-EOF.
      *---------------------------------------------------------------*
       2600-LIST-ONE-YEAR.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-ENDING-COUNT.
           MOVE SE-CLAIMANT-ID             TO EDL-CLAIMANT-ID.
           MOVE SE-STATE                   TO EDL-STATE.
           MOVE SE-BEGIN-DATE              TO EDL-BEGIN-DATE.
           MOVE SE-END-DATE                TO EDL-END-DATE.
           MOVE SE-DAYS-LEFT               TO EDL-DAYS-LEFT.
           MOVE SE-ORIGINAL-CLAIM-ID       TO EDL-ORIGINAL-CLAIM-ID.
           MOVE SE-LAST-CLAIM-DATE         TO EDL-LAST-CLAIM-DATE.
           MOVE SE-ADDITIONAL-COUNT        TO EDL-ADDITIONAL-COUNT.
           MOVE SE-REOPENED-COUNT          TO EDL-REOPENED-COUNT.
           MOVE ENDING-DETAIL-LINE         TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 2700-COUNT-STATE.
           PERFORM 8100-RETURN-SORTED-ROW.
      *---------------------------------------------------------------*
       2700-COUNT-STATE.
      *---------------------------------------------------------------*
           SET SET-INDEX                   TO 1.
           SEARCH SET-ENTRY
               AT END
                   CONTINUE
               WHEN SET-INDEX > SET-ENTRY-COUNT
                   ADD 1                   TO SET-ENTRY-COUNT
                   MOVE SE-STATE           TO SET-STATE (SET-INDEX)
                   MOVE 1                  TO SET-COUNT (SET-INDEX)
               WHEN SET-STATE (SET-INDEX) = SE-STATE
                   ADD 1                   TO SET-COUNT (SET-INDEX)
           END-SEARCH.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE BENEFIT-YEAR-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-TOTALS.
      *---------------------------------------------------------------*
           IF  WS-ENDING-COUNT = 0
               MOVE 'NO BENEFIT YEARS END WITHIN THE NOTICE WINDOW'
                                           TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 4100-PRINT-STATE-LINE
               VARYING SET-INDEX FROM 1 BY 1
               UNTIL SET-INDEX > SET-ENTRY-COUNT.
      *---------------------------------------------------------------*
       4100-PRINT-STATE-LINE.
      *---------------------------------------------------------------*
           MOVE SET-STATE (SET-INDEX)      TO STL-STATE.
           MOVE SET-COUNT (SET-INDEX)      TO STL-COUNT.
           MOVE STATE-TOTAL-LINE           TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 1                          TO LINE-SPACEING.
      *---------------------------------------------------------------*
       8000-READ-BENEFIT-YEAR.
      *---------------------------------------------------------------*
           READ BENEFIT-YEAR-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
      *---------------------------------------------------------------*
       8100-RETURN-SORTED-ROW.
      *---------------------------------------------------------------*
           RETURN SORT-FILE
               AT END MOVE 'Y' TO SORT-EOF-SW.
      *---------------------------------------------------------------*
       9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
           IF LINE-COUNT GREATER THAN LINES-ON-PAGE
               PERFORM 9100-PRINT-HEADING-LINES.
           MOVE NEXT-REPORT-LINE           TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
      *---------------------------------------------------------------*
       9100-PRINT-HEADING-LINES.
      *---------------------------------------------------------------*
           MOVE ENDING-HEADING-LINE        TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE ENDING-COLUMN-LINE         TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           ADD  1                          TO PAGE-COUNT.
           MOVE 1                          TO LINE-SPACEING.
           MOVE 3                          TO LINE-COUNT.
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
