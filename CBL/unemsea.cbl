       DATE-WRITTEN. 08/22/2026.
       DATE-COMPILED.
      *===============================================================*
      *    SEASONALLY ADJUSTED CLAIMS TREND REPORT - READS THE CLMSUMF
      *    CLAIMS SUMMARY (BUILT BY CLMAGG, VERIFIED BY CLMSCKF) FOR
      *    THE REQUESTED RANGE (NORMALLY THE LAST 13 WEEKS), ROLLS
      *    THE SUMMARY ROWS UP INTO WEEKLY TOTALS PER
      *    DEMOGRAPHIC SECTION, AND PRINTS THE RAW AND SEASONALLY
      *    ADJUSTED SERIES SIDE BY SIDE.  THE ADJUSTMENT FACTORS ARE
      *    DATA, NOT CONSTANTS - ONE FACTOR PER WEEK-OF-YEAR PER
           SELECT FACTOR-FILE ASSIGN TO SEASFAC
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS FACTOR-FILE-STATUS.
           SELECT CLAIMS-SUMMARY-FILE ASSIGN TO CLMSUMF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS SM-SUMMARY-KEY
             FILE STATUS  IS SUMMARY-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
           05  FILLER                      PIC X(01).
           05  SF-FACTOR                   PIC 9(01)V9(04).
           05  FILLER                      PIC X(67).
      *---------------------------------------------------------------*
       FD  CLAIMS-SUMMARY-FILE.
           COPY CLMSUM.
      *---------------------------------------------------------------*
       FD  PRINT-FILE
           RECORDING MODE IS F.
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
           COPY CLMSCKFC.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  SUMMARY-FILE-STATUS         PIC X(02).
               88  SUMMARY-FILE-OK               VALUE '00'.
           05  END-OF-FILE-SW              PIC X(01) VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  FACTOR-FILE-STATUS          PIC X(02).
               88  FACTOR-FILE-OK                VALUE '00'.
           05  FACTOR-EOF-SW               PIC X(01) VALUE 'N'.
           05  WS-RECORD-INT               PIC 9(08) USAGE IS COMP.
           05  WS-YEAR-START-INT           PIC 9(08) USAGE IS COMP.
           05  WS-DATE-NUM                 PIC 9(08).
           05  WS-FROM-NUM                 PIC 9(08) VALUE 0.
           05  WS-TO-NUM                   PIC 9(08) VALUE 99999999.
           05  WS-YEAR-START-NUM           PIC 9(08).
           05  WS-DAY-OF-YEAR              PIC S9(04) USAGE IS COMP.
           05  WS-WEEK-SUB                 PIC S9(04) USAGE IS COMP.
           05  WS-WEEK-COUNT               PIC S9(04) USAGE IS COMP
                                           VALUE 0.
           05  WS-FACTOR-COUNT             PIC 9(04) VALUE 0.
           05  WS-ADJUSTED                 PIC 9(09)V99 COMP-3.
           05  WS-WORK-FACTOR              PIC 9(01)V9(04) COMP-3.
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 0900-VERIFY-CLAIMS-SUMMARY.
           IF  NOT SK-SUMMARY-CERTIFIED
               MOVE 16                     TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-LOAD-FACTOR-TABLE.
           PERFORM 2000-READ-CLAIMS-SUMMARY.
           IF  WS-WEEK-COUNT < 1
               DISPLAY 'UNEMSEA FOUND NO CLAIMS IN THE REQUESTED ',
                   'RANGE - NO TREND REPORT PRODUCED'
           CLOSE PRINT-FILE.
           DISPLAY 'SEASONAL FACTORS LOADED : ', WS-FACTOR-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       0900-VERIFY-CLAIMS-SUMMARY.
      *---------------------------------------------------------------*
           CALL 'CLMSCKF' USING CLMSCKF-REQUEST.
           IF  NOT SK-SUMMARY-CERTIFIED
               DISPLAY 'UNEMSEA - CLAIMS SUMMARY NOT CERTIFIED (',
                   SK-RESULT, ') - RUN REFUSED'
           END-IF.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
      *---------------------------------------------------------------*
           ACCEPT WS-RANGE-TO-CARD.
           MOVE WS-RANGE-FROM-CARD         TO SH1-FROM-CARD.
           MOVE WS-RANGE-TO-CARD           TO SH1-TO-CARD.
           IF  WS-RANGE-FROM-CARD IS NUMERIC
               COMPUTE WS-FROM-NUM =
                   (FUNCTION NUMVAL (WS-RANGE-FROM-CARD (5:4)) * 10000)
                   + (FUNCTION NUMVAL (WS-RANGE-FROM-CARD (3:2)) * 100)
                   + FUNCTION NUMVAL (WS-RANGE-FROM-CARD (1:2))
           END-IF.
           IF  WS-RANGE-TO-CARD IS NUMERIC
               COMPUTE WS-TO-NUM =
                   (FUNCTION NUMVAL (WS-RANGE-TO-CARD (5:4)) * 10000)
                   + (FUNCTION NUMVAL (WS-RANGE-TO-CARD (3:2)) * 100)
                   + FUNCTION NUMVAL (WS-RANGE-TO-CARD (1:2))
           END-IF.
           MOVE WS-FROM-NUM                TO WS-DATE-NUM.
           COMPUTE WS-FROM-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
      *---------------------------------------------------------------*
               ADD 1                       TO WS-FACTOR-COUNT
           END-IF.
      *---------------------------------------------------------------*
       2000-READ-CLAIMS-SUMMARY.
      *---------------------------------------------------------------*
      *    THE WEEKLY SECTION TOTALS COME STRAIGHT OFF THE CLMSUMF
      *    SUMMARY ROWS - ONE ROW PER STATE, CLAIM DATE AND SECTION,
      *    ITS SECTION TOTAL ALREADY SUMMED BY CLMAGG.
      *---------------------------------------------------------------*
           OPEN INPUT CLAIMS-SUMMARY-FILE.
           IF  NOT SUMMARY-FILE-OK
               DISPLAY 'CLMSUMF OPEN ERROR : ', SUMMARY-FILE-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE
           ELSE
               PERFORM 8000-READ-SUMMARY-FILE
           END-IF.
           PERFORM 2510-ROLL-UP-ONE-ROW
               UNTIL END-OF-FILE.
           IF  SUMMARY-FILE-OK OR SUMMARY-FILE-STATUS = '10'
               CLOSE CLAIMS-SUMMARY-FILE
           END-IF.
      *---------------------------------------------------------------*
       2510-ROLL-UP-ONE-ROW.
      *---------------------------------------------------------------*
           MOVE SM-CLAIM-DATE              TO WS-DATE-NUM.
           IF  WS-DATE-NUM >= WS-FROM-NUM
               AND WS-DATE-NUM <= WS-TO-NUM
               PERFORM 2520-PLACE-ROW-IN-WEEK
           END-IF.
           PERFORM 8000-READ-SUMMARY-FILE.
      *---------------------------------------------------------------*
       2520-PLACE-ROW-IN-WEEK.
      *---------------------------------------------------------------*
           COMPUTE WS-RECORD-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
           COMPUTE WS-WEEK-SUB =
               IF  WS-WEEK-SUB > WS-WEEK-COUNT
                   MOVE WS-WEEK-SUB        TO WS-WEEK-COUNT
               END-IF
               PERFORM 2525-SET-WEEK-OF-YEAR
               PERFORM 2530-ADD-SECTION-TOTAL
           END-IF.
      *---------------------------------------------------------------*
       2525-SET-WEEK-OF-YEAR.
      *---------------------------------------------------------------*
           COMPUTE WS-YEAR-START-NUM = WS-DATE-NUM / 10000.
           COMPUTE WS-YEAR-START-NUM =
               (WS-YEAR-START-NUM * 10000) + 101.
           COMPUTE WS-YEAR-START-INT =
               FUNCTION INTEGER-OF-DATE (WS-YEAR-START-NUM).
           COMPUTE WS-DAY-OF-YEAR =
               MOVE 53                 TO WTT-WEEK-OF-YEAR (WS-WEEK-SUB)
           END-IF.
      *---------------------------------------------------------------*
       2530-ADD-SECTION-TOTAL.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN SM-SECTION-AGE
                   MOVE 1                  TO WS-SECTION-SUB
               WHEN SM-SECTION-ETH
                   MOVE 2                  TO WS-SECTION-SUB
               WHEN SM-SECTION-IND
                   MOVE 3                  TO WS-SECTION-SUB
               WHEN SM-SECTION-RCE
                   MOVE 4                  TO WS-SECTION-SUB
               WHEN SM-SECTION-GND
                   MOVE 5                  TO WS-SECTION-SUB
               WHEN OTHER
                   MOVE 6                  TO WS-SECTION-SUB
           END-EVALUATE.
           ADD SM-SECTION-TOTAL
               TO WTT-SECTION-TOTAL (WS-WEEK-SUB, WS-SECTION-SUB).
      *---------------------------------------------------------------*
       4000-PRINT-SECTION-TREND.
      *---------------------------------------------------------------*
           MOVE WS-ADJUSTED                TO SDL-ADJUSTED.
           MOVE SEASONAL-DETAIL-LINE       TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       8000-READ-SUMMARY-FILE.
      *---------------------------------------------------------------*
           READ CLAIMS-SUMMARY-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
      *    THE SUMMARY CONTROL ROW (SEE CLMSUM) IS BOOKKEEPING, NOT
      *    A STATE/DATE GROUP - SKIP IT.
           IF  NOT END-OF-FILE
               AND SM-CONTROL-ROW
               GO TO 8000-READ-SUMMARY-FILE.
      *---------------------------------------------------------------*
       9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
