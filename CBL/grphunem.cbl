      *===============================================================*
      *    CLAIMS VOLUME TREND GRAPH - THE GRAPHUSA DAY-BY-DAY
      *    PLOTTED-CHARACTER CHART, POINTED AT OUR OWN CLAIMS DATA.
      *    ROLLS THE CLMSUMF CLAIMS SUMMARY (BUILT BY CLMAGG FROM THE
      *    CERTIFIED CLAIMS FILE) UP BY CLAIM DATE OVER THE
      *    REQUESTED RANGE AND PLOTS ONE LINE PER DAY, '*' SCALED TO
      *    THE BUSIEST DAY ON THE CHART, WITH THE DAY'S COUNT
      *    PRINTED BESIDE THE DATE.  A VISIBLE SPIKE GETS ACTED ON -
       INPUT-OUTPUT SECTION.
      *---------------------------------------------------------------*
       FILE-CONTROL.
           SELECT CLAIMS-SUMMARY-FILE ASSIGN TO CLMSUMF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS SM-SUMMARY-KEY
             FILE STATUS  IS SUMMARY-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  CLAIMS-SUMMARY-FILE.
           COPY CLMSUM.
      *---------------------------------------------------------------*
       FD  PRINT-FILE
           RECORDING MODE IS F.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  SUMMARY-FILE-STATUS         PIC X(02).
               88  SUMMARY-FILE-OK               VALUE '00'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  WS-FROM-CARD                PIC X(08).
           05  WS-TO-NUM                   PIC 9(08) VALUE 99999999.
           05  WS-RECORD-DATE-NUM          PIC 9(08).
           05  WS-SERIES-VALUE             PIC 9(09).
           05  WS-SERIES-SECTION           PIC X(03).
           05  WS-SERIES-BUCKET            PIC S9(04) USAGE IS COMP.
           05  WS-SERIES-KNOWN-SW          PIC X(01).
               88  WS-SERIES-KNOWN               VALUE 'Y'.
           05  WS-CLAIM-COUNT              PIC 9(08) VALUE 0.
               10  GDT-DATE-NUM            PIC 9(08).
               10  GDT-VALUE               PIC 9(09).
      *---------------------------------------------------------------*
           COPY CLMSCKFC.
      *---------------------------------------------------------------*
       01  REPORT-LINES.
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 0900-VERIFY-CLAIMS-SUMMARY.
           IF  NOT SK-SUMMARY-CERTIFIED
               MOVE 16                     TO RETURN-CODE
               GOBACK
           END-IF.
               PERFORM 3000-CLOSE-FILES
               GOBACK
           END-IF.
           PERFORM 8000-READ-SUMMARY-FILE.
           PERFORM 2000-ROLL-UP-NEXT-ROW
               UNTIL END-OF-FILE.
           PERFORM 2500-SORT-DAYS-BY-DATE THRU 2500-EXIT.
           PERFORM 4000-PRINT-TREND-GRAPH THRU 4000-EXIT.
           DISPLAY 'DAYS NOT PLOTTED   : ', WS-DAYS-DROPPED-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       0900-VERIFY-CLAIMS-SUMMARY.
      *---------------------------------------------------------------*
      *    SAME SELF-CERTIFICATION CHECK AS THE OTHER READERS - A
      *    PARTIAL OR OUT-OF-DATE SUMMARY IS REFUSED, NOT PLOTTED.
      *---------------------------------------------------------------*
           CALL 'CLMSCKF' USING CLMSCKF-REQUEST.
           IF  NOT SK-SUMMARY-CERTIFIED
               DISPLAY 'GRPHUNEM - CLAIMS SUMMARY NOT CERTIFIED (',
                   SK-RESULT, ') - CONTROL SAYS ',
                   SK-CTL-RECORD-COUNT, '/', SK-CTL-HASH-TOTAL,
                   ' SUMMARY HOLDS ', SK-ACTUAL-RECORD-COUNT, '/',
                   SK-ACTUAL-HASH-TOTAL, ' - RUN REFUSED'
           END-IF.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  CLAIMS-SUMMARY-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 60                         TO LINES-ON-PAGE.
           PERFORM 1200-CLEAR-DAY-ENTRY
               VARYING WS-SUB-1 FROM 1 BY 1
               UNTIL WS-SUB-1 > 92.
           IF NOT SUMMARY-FILE-OK
               DISPLAY 'CLMSUMF OPEN ERROR : ', SUMMARY-FILE-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       1100-VALIDATE-SERIES-CARD.
      *---------------------------------------------------------------*
      *    EACH SERIES IS ONE BUCKET OF ONE SUMMARY SECTION - THE AGE
      *    BANDS IN UNEMC ORDER (INA FIRST), THE SECTORS BY NUMBER.
      *---------------------------------------------------------------*
           MOVE 'Y'                        TO WS-SERIES-KNOWN-SW.
           MOVE 'AGE'                      TO WS-SERIES-SECTION.
           EVALUATE WS-SERIES-CARD
               WHEN 'TOTAL'
               WHEN 'AGE-INA'
                   MOVE 1                  TO WS-SERIES-BUCKET
               WHEN 'AGE-UNDER22'
                   MOVE 2                  TO WS-SERIES-BUCKET
               WHEN 'AGE-22-24'
                   MOVE 3                  TO WS-SERIES-BUCKET
               WHEN 'AGE-25-34'
                   MOVE 4                  TO WS-SERIES-BUCKET
               WHEN 'AGE-35-44'
                   MOVE 5                  TO WS-SERIES-BUCKET
               WHEN 'AGE-45-54'
                   MOVE 6                  TO WS-SERIES-BUCKET
               WHEN 'AGE-55-59'
                   MOVE 7                  TO WS-SERIES-BUCKET
               WHEN 'AGE-60-64'
                   MOVE 8                  TO WS-SERIES-BUCKET
               WHEN 'AGE-OVER65'
                   MOVE 9                  TO WS-SERIES-BUCKET
               WHEN OTHER
                   MOVE 'N'                TO WS-SERIES-KNOWN-SW
                   IF  WS-SERIES-CARD (1:4) = 'IND-'
                       AND FUNCTION NUMVAL
                           (WS-SERIES-CARD (5:2)) <= 21
                       MOVE 'Y'            TO WS-SERIES-KNOWN-SW
                       MOVE 'IND'          TO WS-SERIES-SECTION
                       COMPUTE WS-SERIES-BUCKET = FUNCTION NUMVAL
                           (WS-SERIES-CARD (5:2))
                   END-IF
           END-EVALUATE.
      *---------------------------------------------------------------*
               GDT-DATE-NUM (WS-SUB-1)
               GDT-VALUE (WS-SUB-1).
      *---------------------------------------------------------------*
       2000-ROLL-UP-NEXT-ROW.
      *---------------------------------------------------------------*
      *    CLAIMS ARE COUNTED FROM THE AGE ROW OF EACH STATE/DATE
      *    GROUP (THE COUNT REPEATS ON ALL SIX ROWS); THE PLOTTED
      *    VALUE COMES FROM THE SERIES' OWN SECTION ROW.
      *---------------------------------------------------------------*
           IF  SM-SECTION-AGE
               ADD SM-CLAIM-COUNT          TO WS-CLAIM-COUNT
           END-IF.
           MOVE SM-CLAIM-DATE              TO WS-RECORD-DATE-NUM.
           IF  WS-RECORD-DATE-NUM >= WS-FROM-NUM
               AND WS-RECORD-DATE-NUM <= WS-TO-NUM
               IF  SM-SECTION-AGE
                   ADD SM-CLAIM-COUNT      TO WS-IN-RANGE-COUNT
               END-IF
               IF  SM-SECTION = WS-SERIES-SECTION
                   MOVE SM-BUCKET-TOTAL (WS-SERIES-BUCKET)
                                           TO WS-SERIES-VALUE
                   PERFORM 2200-ADD-TO-DAY-ENTRY
               END-IF
           END-IF.
           PERFORM 8000-READ-SUMMARY-FILE.
      *---------------------------------------------------------------*
       2200-ADD-TO-DAY-ENTRY.
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
       2500-SORT-DAYS-BY-DATE.
      *---------------------------------------------------------------*
      *    THE SUMMARY COMES BACK IN STATE ORDER, SO THE DAY TABLE
      *    FILLS IN ARRIVAL ORDER - BUBBLE IT INTO DATE ORDER SO
      *    THE CHART READS TOP TO BOTTOM THROUGH TIME.
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE CLAIMS-SUMMARY-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       8000-READ-SUMMARY-FILE.
      *---------------------------------------------------------------*
           READ CLAIMS-SUMMARY-FILE NEXT RECORD
               AT END MOVE 'Y' TO END-OF-FILE-SW.
      *    THE SUMMARY CONTROL ROW (SEE CLMSUM) IS BOOKKEEPING, NOT
      *    A STATE/DATE GROUP - SKIP IT.
           IF  NOT END-OF-FILE
               AND SM-CONTROL-ROW
               GO TO 8000-READ-SUMMARY-FILE.
      *---------------------------------------------------------------*
       9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
