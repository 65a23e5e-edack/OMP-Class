      *    EXHAUSTION ESTIMATE - CLAIMANTS WITHIN THE APPROACH
      *    WINDOW OF THE ENTITLEMENT CEILING - BROKEN BY AGE BAND
      *    AND GENDER, WHICH IS WHAT THE STAFFING AND BUDGET PEOPLE
      *    ASK FOR EVERY QUARTER.  ALSO WRITES THE EXHAUSTION RATE
      *    BY INDUSTRY, EDUCATION, AGE BAND AND STATE TO EXHRATE (SEE
      *    EXHREC), THE WEIGHTS THE PROFSCR PROFILING RUN SCORES NEW
      *    CLAIMANTS WITH.
      *
      *    CONTROL INPUT (SYSIN) -
      *      CARD 1   ENTITLEMENT CEILING IN WEEKS  9(2) (BLANK = 26)
           SELECT CLAIMANT-HISTORY-FILE ASSIGN TO CLMTHIST
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS CLAIMANT-HISTORY-STATUS.
           SELECT EXHAUSTION-RATE-FILE ASSIGN TO EXHRATE
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS EXHAUSTION-RATE-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWORK.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
      *---------------------------------------------------------------*
       FD  CLAIMANT-HISTORY-FILE
           RECORDING MODE IS F.
       01  CLAIMANT-HISTORY-RECORD         PIC X(57).
      *---------------------------------------------------------------*
       FD  EXHAUSTION-RATE-FILE
           RECORDING MODE IS F.
       COPY EXHREC.
      *---------------------------------------------------------------*
       SD  SORT-FILE.
       01  SORT-DETAIL-RECORD.
           05  SD-CLAIM-ID                 PIC X(08).
           05  FILLER                      PIC X(01).
           05  SD-DATE                     PIC 9(08).
           05  FILLER                      PIC X(40).
      *---------------------------------------------------------------*
       FD  PRINT-FILE
           RECORDING MODE IS F.
      *---------------------------------------------------------------*
           05  CLAIMANT-HISTORY-STATUS     PIC X(02).
               88  CLAIMANT-HISTORY-OK           VALUE '00'.
           05  EXHAUSTION-RATE-STATUS      PIC X(02).
               88  EXHAUSTION-RATE-OK            VALUE '00'.
           05  SORT-EOF-SW                 PIC X VALUE 'N'.
               88  SORT-EOF                      VALUE 'Y'.
           05  WS-ROW-COUNT                PIC 9(08) VALUE 0.
           05  WS-CEILING-WEEKS            PIC 9(02) VALUE 26.
           05  WS-WINDOW-WEEKS             PIC 9(02) VALUE 4.
           05  WS-EXHAUST-RATE             PIC 9(03)V9(02).
           05  WS-RATE-ROW-COUNT           PIC 9(04) VALUE 0.
           05  WS-FACTOR-CODE-2            PIC 9(02).
           05  WS-FACTOR-CODE-1            PIC 9(01).
      *---------------------------------------------------------------*
       01  WS-GROUP-FIELDS.
      *---------------------------------------------------------------*
           05  WS-GROUP-LAST-DATE          PIC 9(08) VALUE 0.
           05  WS-GROUP-AGE-BAND           PIC 9(02) VALUE 0.
           05  WS-GROUP-GENDER             PIC 9(01) VALUE 0.
           05  WS-GROUP-INDUSTRY           PIC 9(02) VALUE 0.
           05  WS-GROUP-EDUCATION          PIC 9(01) VALUE 0.
           05  WS-GROUP-STATE              PIC X(03) VALUE SPACE.
           05  WS-GROUP-EXHAUSTED-SW       PIC X(01) VALUE 'N'.
               88  WS-GROUP-EXHAUSTED            VALUE 'Y'.
      *---------------------------------------------------------------*
      *    DURATION DISTRIBUTION - FOUR-WEEK BUCKETS UP TO THE
      *    CEILING, PLUS AN AT-OR-OVER-CEILING BUCKET.
      *---------------------------------------------------------------*
           05  WS-EXH-BY-AGE-BAND          PIC 9(08) OCCURS 9 TIMES.
           05  WS-EXH-BY-GENDER            PIC 9(08) OCCURS 3 TIMES.
      *---------------------------------------------------------------*
      *    CLAIMS AND EXHAUSTIONS BY PROFILING FACTOR, FOR EXHRATE.
      *    STATES ARE ADDED AS THEY TURN UP IN THE HISTORY.
      *---------------------------------------------------------------*
       01  WS-FACTOR-TALLIES.
           05  WS-IND-ENTRY                OCCURS 21 TIMES.
               10  WS-IND-CLAIMS           PIC 9(08).
               10  WS-IND-EXHAUSTED        PIC 9(08).
           05  WS-EDU-ENTRY                OCCURS 7 TIMES.
               10  WS-EDU-CLAIMS           PIC 9(08).
               10  WS-EDU-EXHAUSTED        PIC 9(08).
           05  WS-AGE-ENTRY                OCCURS 9 TIMES.
               10  WS-AGE-CLAIMS           PIC 9(08).
               10  WS-AGE-EXHAUSTED        PIC 9(08).
           05  WS-STATE-COUNT              PIC 9(03).
           05  WS-ST-ENTRY                 OCCURS 60 TIMES
                                           INDEXED BY ST-IDX.
               10  WS-ST-CODE              PIC X(03).
               10  WS-ST-CLAIMS            PIC 9(08).
               10  WS-ST-EXHAUSTED         PIC 9(08).
      *---------------------------------------------------------------*
       01  DURATION-HEADING-LINE.
      *---------------------------------------------------------------*
               USING CLAIMANT-HISTORY-FILE
               OUTPUT PROCEDURE 5000-MEASURE-SORTED-DETAIL.
           PERFORM 4000-PRINT-ANALYSIS.
           PERFORM 4500-WRITE-EXHAUSTION-RATES.
           CLOSE PRINT-FILE.
           DISPLAY 'HISTORY ROWS READ   : ', WS-ROW-COUNT.
           DISPLAY 'CLAIMS MEASURED     : ', WS-CLAIM-COUNT.
           DISPLAY 'APPROACHING EXHAUST : ', WS-APPROACHING-COUNT.
           DISPLAY 'EXHRATE ROWS WRITTEN: ', WS-RATE-ROW-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1100-CLEAR-TALLIES.
           PERFORM 1130-CLEAR-ONE-GENDER-TALLY
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 3.
           INITIALIZE WS-FACTOR-TALLIES.
      *---------------------------------------------------------------*
       1110-CLEAR-ONE-BUCKET.
      *---------------------------------------------------------------*
           END-IF.
           MOVE CD-AGE-BAND                TO WS-GROUP-AGE-BAND.
           MOVE CD-GENDER                  TO WS-GROUP-GENDER.
           MOVE CD-INDUSTRY                TO WS-GROUP-INDUSTRY.
           MOVE CD-EDUCATION               TO WS-GROUP-EDUCATION.
           MOVE CD-STATE                   TO WS-GROUP-STATE.
           PERFORM 8000-RETURN-SORTED-ROW.
      *---------------------------------------------------------------*
       5500-CLOSE-OUT-CLAIM.
           MOVE 0                          TO WS-GROUP-WEEK-COUNT
                                              WS-GROUP-LAST-DATE
                                              WS-GROUP-AGE-BAND
                                              WS-GROUP-GENDER
                                              WS-GROUP-INDUSTRY
                                              WS-GROUP-EDUCATION.
           MOVE SPACE                      TO WS-GROUP-STATE.
      *---------------------------------------------------------------*
       5600-TALLY-DURATION.
      *---------------------------------------------------------------*
           IF  WS-SUB > 7
               MOVE 8                      TO WS-SUB
           END-IF.
           MOVE 'N'                        TO WS-GROUP-EXHAUSTED-SW.
           IF  WS-GROUP-WEEK-COUNT >= WS-CEILING-WEEKS
               MOVE 8                      TO WS-SUB
               ADD 1                       TO WS-EXHAUSTED-COUNT
               MOVE 'Y'                    TO WS-GROUP-EXHAUSTED-SW
           END-IF.
           ADD 1                           TO WS-DUR-BUCKET (WS-SUB).
           PERFORM 5700-TALLY-FACTORS.
           IF  WS-GROUP-WEEK-COUNT >=
                   WS-CEILING-WEEKS - WS-WINDOW-WEEKS
               AND WS-GROUP-WEEK-COUNT < WS-CEILING-WEEKS
                                              (WS-GROUP-GENDER)
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       5700-TALLY-FACTORS.
      *---------------------------------------------------------------*
      *    A CODE OUTSIDE ITS RANGE (INA OR A BAD ROW) IS LEFT OUT OF
      *    THAT FACTOR'S RATES BUT STILL COUNTS IN THE OTHERS.
      *---------------------------------------------------------------*
           IF  WS-GROUP-INDUSTRY >= 1 AND WS-GROUP-INDUSTRY <= 21
               ADD 1 TO WS-IND-CLAIMS (WS-GROUP-INDUSTRY)
               IF  WS-GROUP-EXHAUSTED
                   ADD 1 TO WS-IND-EXHAUSTED (WS-GROUP-INDUSTRY)
               END-IF
           END-IF.
           IF  WS-GROUP-EDUCATION >= 1 AND WS-GROUP-EDUCATION <= 7
               ADD 1 TO WS-EDU-CLAIMS (WS-GROUP-EDUCATION)
               IF  WS-GROUP-EXHAUSTED
                   ADD 1 TO WS-EDU-EXHAUSTED (WS-GROUP-EDUCATION)
               END-IF
           END-IF.
           IF  WS-GROUP-AGE-BAND >= 1 AND WS-GROUP-AGE-BAND <= 9
               ADD 1 TO WS-AGE-CLAIMS (WS-GROUP-AGE-BAND)
               IF  WS-GROUP-EXHAUSTED
                   ADD 1 TO WS-AGE-EXHAUSTED (WS-GROUP-AGE-BAND)
               END-IF
           END-IF.
           IF  WS-GROUP-STATE NOT = SPACE
               SET ST-IDX                  TO 1
               SEARCH WS-ST-ENTRY
                   AT END
                       DISPLAY 'UNEMDUR - STATE TABLE FULL, '
                           'STATE NOT RATED : ', WS-GROUP-STATE
                   WHEN ST-IDX > WS-STATE-COUNT
                       ADD 1               TO WS-STATE-COUNT
                       MOVE WS-GROUP-STATE TO WS-ST-CODE (ST-IDX)
                       PERFORM 5710-TALLY-STATE
                   WHEN WS-ST-CODE (ST-IDX) = WS-GROUP-STATE
                       PERFORM 5710-TALLY-STATE
               END-SEARCH
           END-IF.
      *---------------------------------------------------------------*
       5710-TALLY-STATE.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-ST-CLAIMS (ST-IDX).
           IF  WS-GROUP-EXHAUSTED
               ADD 1                       TO WS-ST-EXHAUSTED (ST-IDX)
           END-IF.
      *---------------------------------------------------------------*
       4000-PRINT-ANALYSIS.
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
           MOVE DURATION-DETAIL-LINE       TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       4500-WRITE-EXHAUSTION-RATES.
      *---------------------------------------------------------------*
           OPEN OUTPUT EXHAUSTION-RATE-FILE.
           IF NOT EXHAUSTION-RATE-OK
               DISPLAY 'EXHRATE OPEN ERROR : ', EXHAUSTION-RATE-STATUS
               MOVE 16                     TO RETURN-CODE
           ELSE
               MOVE SPACE                  TO EXHAUSTION-RATE-RECORD
               MOVE 'T'                    TO EX-FACTOR
               MOVE WS-CLAIM-COUNT         TO EX-CLAIM-COUNT
               MOVE WS-EXHAUSTED-COUNT     TO EX-EXHAUSTED-COUNT
               PERFORM 4590-WRITE-RATE-ROW
               PERFORM 4510-WRITE-INDUSTRY-RATE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 21
               PERFORM 4520-WRITE-EDUCATION-RATE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 7
               PERFORM 4530-WRITE-AGE-RATE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 9
               PERFORM 4540-WRITE-STATE-RATE
                   VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-STATE-COUNT
               CLOSE EXHAUSTION-RATE-FILE
           END-IF.
      *---------------------------------------------------------------*
       4510-WRITE-INDUSTRY-RATE.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO EXHAUSTION-RATE-RECORD.
           MOVE 'I'                        TO EX-FACTOR.
           MOVE WS-SUB                     TO WS-FACTOR-CODE-2.
           MOVE WS-FACTOR-CODE-2           TO EX-FACTOR-VALUE.
           MOVE WS-IND-CLAIMS (WS-SUB)     TO EX-CLAIM-COUNT.
           MOVE WS-IND-EXHAUSTED (WS-SUB)  TO EX-EXHAUSTED-COUNT.
           PERFORM 4590-WRITE-RATE-ROW.
      *---------------------------------------------------------------*
       4520-WRITE-EDUCATION-RATE.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO EXHAUSTION-RATE-RECORD.
           MOVE 'E'                        TO EX-FACTOR.
           MOVE WS-SUB                     TO WS-FACTOR-CODE-1.
           MOVE WS-FACTOR-CODE-1           TO EX-FACTOR-VALUE.
           MOVE WS-EDU-CLAIMS (WS-SUB)     TO EX-CLAIM-COUNT.
           MOVE WS-EDU-EXHAUSTED (WS-SUB)  TO EX-EXHAUSTED-COUNT.
           PERFORM 4590-WRITE-RATE-ROW.
      *---------------------------------------------------------------*
       4530-WRITE-AGE-RATE.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO EXHAUSTION-RATE-RECORD.
           MOVE 'A'                        TO EX-FACTOR.
           MOVE WS-SUB                     TO WS-FACTOR-CODE-2.
           MOVE WS-FACTOR-CODE-2           TO EX-FACTOR-VALUE.
           MOVE WS-AGE-CLAIMS (WS-SUB)     TO EX-CLAIM-COUNT.
           MOVE WS-AGE-EXHAUSTED (WS-SUB)  TO EX-EXHAUSTED-COUNT.
           PERFORM 4590-WRITE-RATE-ROW.
      *---------------------------------------------------------------*
       4540-WRITE-STATE-RATE.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO EXHAUSTION-RATE-RECORD.
           MOVE 'S'                        TO EX-FACTOR.
           MOVE WS-ST-CODE (ST-IDX)        TO EX-FACTOR-VALUE.
           MOVE WS-ST-CLAIMS (ST-IDX)      TO EX-CLAIM-COUNT.
           MOVE WS-ST-EXHAUSTED (ST-IDX)   TO EX-EXHAUSTED-COUNT.
           PERFORM 4590-WRITE-RATE-ROW.
      *---------------------------------------------------------------*
       4590-WRITE-RATE-ROW.
      *---------------------------------------------------------------*
      *    A VALUE NO HISTORY CLAIM CARRIED IS NOT WRITTEN - PROFSCR
      *    FALLS BACK TO THE ALL-CLAIMS RATE FOR IT.
      *---------------------------------------------------------------*
           IF  EX-CLAIM-COUNT > 0
               COMPUTE EX-EXHAUST-RATE ROUNDED =
                   EX-EXHAUSTED-COUNT * 100 / EX-CLAIM-COUNT
               MOVE WS-CEILING-WEEKS       TO EX-CEILING-WEEKS
               WRITE EXHAUSTION-RATE-RECORD
               ADD 1                       TO WS-RATE-ROW-COUNT
           END-IF.
      *---------------------------------------------------------------*
       8000-RETURN-SORTED-ROW.
      *---------------------------------------------------------------*
