      *         CUTOVER JOB PROMOTES FROM.  THE IMPACT SECTION SHOWS
      *         EACH STATE'S OLD AND NEW POPULATION AND THE PERCENT
      *         EVERY PUBLISHED PER-100,000 RATE WILL MOVE.
      *         THE CENSUS STATE-BY-AGE-BAND EXTRACT (CENSAGE - STATE,
      *         AGE BAND 02-09, POPULATION, ONE CSV ROW EACH) IS
      *         CHECKED THE SAME WAY AGAINST THE AGEPOP REFERENCE (SEE
      *         AGEPOPC) THE COVADJ AGE-ADJUSTED RATES DIVIDE BY, AND
      *         THE APPLY CARD REWRITES AGEPOP WITH THE NEW VINTAGE.
      *         CONTROL INPUT (SYSIN) -
      *           CARD 1  TOLERANCE PERCENT 9(3) (BLANK = 005)
      *           CARD 2  ACTION - 'APPLY' STAGES THE NEW VINTAGE,
           SELECT CENSUS-EXTRACT-FILE
               ASSIGN TO CENSIN
               FILE STATUS IS CENSUS-EXTRACT-STATUS.
           SELECT OPTIONAL CENSUS-AGE-FILE
               ASSIGN TO CENSAGE
               FILE STATUS IS CENSUS-AGE-STATUS.
           SELECT AGE-POPULATION-FILE
               ASSIGN TO AGEPOP
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS AP-KEY
               FILE STATUS  IS AGE-POPULATION-STATUS.
           SELECT PRINT-FILE
               ASSIGN TO PRTFILE.
      *===============================================================*
       FD  CENSUS-EXTRACT-FILE
               RECORDING MODE F.
       01  CENSUS-EXTRACT-LINE         PIC X(80).
      *---------------------------------------------------------------*
       FD  CENSUS-AGE-FILE
               RECORDING MODE F.
       01  CENSUS-AGE-LINE             PIC X(80).
      *---------------------------------------------------------------*
       FD  AGE-POPULATION-FILE.
       COPY AGEPOPC.
      *---------------------------------------------------------------*
       FD  PRINT-FILE RECORDING MODE F.
       01  PRINT-RECORD.
           05  WS-STATE                PIC X(02).
           05  WS-ZIPNAME              PIC X(20).
           05  WS-POPULATION           PIC X(07).
           05  WS-AGE-STATE            PIC X(02).
           05  WS-AGE-BAND             PIC X(02).
           05  WS-AGE-BAND-N REDEFINES WS-AGE-BAND
                                       PIC 9(02).
           05  WS-AGE-POPULATION       PIC X(09).
           05  WS-AGE-POPULATION-N REDEFINES WS-AGE-POPULATION
                                       PIC 9(09).
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  CENSUS-EXTRACT-STATUS   PIC X(02).
               88  CENSUS-EXTRACT-OK             VALUE '00'.
           05  CENSUS-AGE-STATUS       PIC X(02).
           05  AGE-POPULATION-STATUS   PIC X(02).
               88  AGE-POPULATION-OK             VALUE '00'.
               88  AGE-POPULATION-NEW            VALUE '35'.
           05  AGE-EOF-SW              PIC X(01) VALUE 'N'.
               88  AGE-EOF                       VALUE 'Y'.
           05  AGE-FILE-OPEN-SW        PIC X(01) VALUE 'N'.
               88  AGE-FILE-OPEN                 VALUE 'Y'.
           05  WS-AGE-ROW-COUNT        PIC 9(05) VALUE 0.
           05  WS-AGE-REJECT-COUNT     PIC 9(05) VALUE 0.
           05  WS-AGE-CHANGED-COUNT    PIC 9(05) VALUE 0.
           05  WS-AGE-STAGED-COUNT     PIC 9(05) VALUE 0.
           05  WS-AGE-OLD-POPULATION   PIC 9(09).
           05  END-OF-FILE-SW          PIC X(01) VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  SQL-EOF-SW              PIC X(01) VALUE 'N'.
               PERFORM 2800-STAGE-NEW-VINTAGE
           END-IF.
           PERFORM 4000-PRINT-IMPACT-SECTION.
           PERFORM 3000-REFRESH-AGE-BANDS.
           PERFORM 5000-CLOSE-FILES.
           DISPLAY '*** POPREF REFRESH SUMMARY ***'.
           DISPLAY 'EXTRACT ROWS READ : ', WS-EXTRACT-ROW-COUNT.
           DISPLAY 'ZIPS VANISHING    : ', WS-VANISHED-COUNT.
           DISPLAY 'ZIPS MOVED        : ', WS-MOVED-COUNT.
           DISPLAY 'ROWS STAGED       : ', WS-STAGED-COUNT.
           DISPLAY 'AGE-BAND ROWS READ: ', WS-AGE-ROW-COUNT.
           DISPLAY 'AGE-BAND REJECTS  : ', WS-AGE-REJECT-COUNT.
           DISPLAY 'AGE-BAND MOVES    : ', WS-AGE-CHANGED-COUNT.
           DISPLAY 'AGE-BAND APPLIED  : ', WS-AGE-STAGED-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES-INITIALIZE.
      *---------------------------------------------------------------*
           OPEN INPUT  CENSUS-EXTRACT-FILE.
           OPEN INPUT  CENSUS-AGE-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE 50                    TO LINES-ON-PAGE.
           ELSE
               ADD 1                  TO WS-STAGED-COUNT
           END-IF.
      *---------------------------------------------------------------*
       3000-REFRESH-AGE-BANDS.
      *---------------------------------------------------------------*
      *    AN APPLY RUN OPENS AGEPOP FOR UPDATE, CREATING IT THE FIRST
      *    TIME; A REPORT-ONLY RUN JUST READS IT.
           IF  WS-APPLY-REQUESTED
               OPEN I-O AGE-POPULATION-FILE
               IF  AGE-POPULATION-NEW
                   OPEN OUTPUT AGE-POPULATION-FILE
                   CLOSE       AGE-POPULATION-FILE
                   OPEN I-O    AGE-POPULATION-FILE
               END-IF
           ELSE
               OPEN INPUT AGE-POPULATION-FILE
           END-IF.
           IF  AGE-POPULATION-OK
               MOVE 'Y'               TO AGE-FILE-OPEN-SW
           END-IF.
           MOVE SPACE                 TO NEXT-REPORT-LINE.
           MOVE 2                     TO LINE-SPACEING.
           MOVE 'STATE POPULATION BY AGE BAND -'
               TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 1                     TO LINE-SPACEING.
           PERFORM 8100-READ-CENSUS-AGE-ROW.
           PERFORM 3100-ABSORB-ONE-AGE-ROW
               UNTIL AGE-EOF.
           IF  AGE-FILE-OPEN
               CLOSE AGE-POPULATION-FILE
           END-IF.
      *---------------------------------------------------------------*
       3100-ABSORB-ONE-AGE-ROW.
      *---------------------------------------------------------------*
           ADD 1                      TO WS-AGE-ROW-COUNT.
           IF  WS-AGE-STATE = SPACE
               OR WS-AGE-BAND NOT NUMERIC
               OR WS-AGE-POPULATION NOT NUMERIC
               ADD 1                  TO WS-AGE-REJECT-COUNT
           ELSE
               IF  WS-AGE-BAND-N < 2 OR WS-AGE-BAND-N > 9
                   ADD 1              TO WS-AGE-REJECT-COUNT
               ELSE
                   PERFORM 3200-JUDGE-ONE-AGE-ROW
               END-IF
           END-IF.
           PERFORM 8100-READ-CENSUS-AGE-ROW.
      *---------------------------------------------------------------*
       3200-JUDGE-ONE-AGE-ROW.
      *---------------------------------------------------------------*
           MOVE WS-AGE-STATE          TO AP-STATE.
           MOVE WS-AGE-BAND-N         TO AP-AGE-BAND.
           MOVE 0                     TO WS-AGE-OLD-POPULATION.
           IF  AGE-FILE-OPEN
               READ AGE-POPULATION-FILE
                   NOT INVALID KEY
                       MOVE AP-POPULATION TO WS-AGE-OLD-POPULATION
               END-READ
           END-IF.
           IF  WS-AGE-OLD-POPULATION = 0
               MOVE 100               TO WS-MOVE-PCT
           ELSE
               COMPUTE WS-MOVE-PCT ROUNDED =
                   FUNCTION ABS (WS-AGE-POPULATION-N
                       - WS-AGE-OLD-POPULATION) * 100
                   / WS-AGE-OLD-POPULATION
           END-IF.
           IF  WS-MOVE-PCT > WS-TOLERANCE-PCT
               ADD 1                  TO WS-AGE-CHANGED-COUNT
               MOVE SPACE             TO CHANGE-DETAIL-LINE
               MOVE 'AGE'             TO CDL-ZIP
               MOVE WS-AGE-BAND       TO CDL-ZIP (4:2)
               MOVE WS-AGE-STATE      TO CDL-STATE
               MOVE WS-AGE-OLD-POPULATION TO CDL-OLD-POPULATION
               MOVE WS-AGE-POPULATION-N TO CDL-NEW-POPULATION
               IF  WS-AGE-OLD-POPULATION = 0
                   MOVE 'NEW AGE BAND ROW'
                       TO CDL-FINDING
               ELSE
                   MOVE 'MOVES PAST TOLERANCE'
                       TO CDL-FINDING
               END-IF
               PERFORM 2900-PRINT-CHANGE-LINE
           END-IF.
           IF  WS-APPLY-REQUESTED AND AGE-FILE-OPEN
               PERFORM 3300-APPLY-ONE-AGE-ROW
           END-IF.
      *---------------------------------------------------------------*
       3300-APPLY-ONE-AGE-ROW.
      *---------------------------------------------------------------*
           MOVE SPACES                TO AGE-POPULATION-RECORD.
           MOVE WS-AGE-STATE          TO AP-STATE.
           MOVE WS-AGE-BAND-N         TO AP-AGE-BAND.
           MOVE WS-AGE-POPULATION-N   TO AP-POPULATION.
           MOVE WS-EFFECTIVE-CARD     TO AP-EFFECTIVE-DATE.
           MOVE WS-AGE-OLD-POPULATION TO AP-PRIOR-POPULATION.
           WRITE AGE-POPULATION-RECORD
               INVALID KEY
                   REWRITE AGE-POPULATION-RECORD
           END-WRITE.
           IF  AGE-POPULATION-OK
               ADD 1                  TO WS-AGE-STAGED-COUNT
           ELSE
               DISPLAY 'POPREF - AGEPOP UPDATE FAILED FOR ',
                   AP-KEY, ' STATUS ', AGE-POPULATION-STATUS
               MOVE 12                TO RETURN-CODE
           END-IF.
      *---------------------------------------------------------------*
       4000-PRINT-IMPACT-SECTION.
      *---------------------------------------------------------------*
       5000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE CENSUS-EXTRACT-FILE.
           CLOSE CENSUS-AGE-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       7000-ADD-TO-OLD-IMPACT.
                        WS-POPULATION
               END-UNSTRING
           END-IF.
      *---------------------------------------------------------------*
       8100-READ-CENSUS-AGE-ROW.
      *---------------------------------------------------------------*
           READ CENSUS-AGE-FILE
               AT END MOVE 'Y' TO AGE-EOF-SW.
           IF  NOT AGE-EOF
               MOVE SPACE TO WS-AGE-STATE WS-AGE-BAND
                             WS-AGE-POPULATION
               UNSTRING CENSUS-AGE-LINE DELIMITED BY ','
                   INTO WS-AGE-STATE
                        WS-AGE-BAND
                        WS-AGE-POPULATION
               END-UNSTRING
           END-IF.
      *---------------------------------------------------------------*
       9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
