               FILE STATUS IS GLB-FILE-STATUS.
           SELECT OPTIONAL VACCINATION-FILE ASSIGN TO VAXFILE
               FILE STATUS IS VAX-FILE-STATUS.
           SELECT OPTIONAL RT-ESTIMATE-FILE ASSIGN TO RTFILE
               FILE STATUS IS RT-FILE-STATUS.
           SELECT PRINT-FILE    ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
       FD  VACCINATION-FILE
               RECORDING MODE F.
       01  VAX-RECORD                  PIC X(80).
      *---------------------------------------------------------------*
      *    PER-STATE RT ESTIMATES FROM THE COVRT EXTRACT (OPTIONAL).
      *---------------------------------------------------------------*
       FD  RT-ESTIMATE-FILE
               RECORDING MODE F.
       COPY RTREC.
      *---------------------------------------------------------------*
       FD  PRINT-FILE
               RECORDING MODE F.
               10  FILLER          PIC X(01) VALUE '|'.
               10  SL-BAR          PIC X(50).
               10  FILLER          PIC X(01) VALUE '|'.
      *---------------------------------------------------------------*
           05  RT-SECTION-LINE.
               10  FILLER          PIC X(25) VALUE
                   'STATE RT (COVRT)        :'.
               10  FILLER          PIC X(01) VALUE SPACE.
               10  FILLER          PIC X(34) VALUE
                   'ST  AS OF       RT  WK AGO  TREND'.
      *---------------------------------------------------------------*
           05  STATE-RT-LINE.
               10  FILLER          PIC X(26) VALUE SPACE.
               10  RTL-STATE       PIC X(02).
               10  FILLER          PIC X(02) VALUE SPACE.
               10  RTL-AS-OF-DATE  PIC 9(08).
               10  FILLER          PIC X(02) VALUE SPACE.
               10  RTL-CURRENT-AREA.
                   15  RTL-CURRENT PIC Z9.99.
               10  FILLER          PIC X(03) VALUE SPACE.
               10  RTL-WEEK-AGO-AREA.
                   15  RTL-WEEK-AGO PIC Z9.99.
               10  FILLER          PIC X(02) VALUE SPACE.
               10  RTL-TREND       PIC X(07).
               10  FILLER          PIC X(02) VALUE SPACE.
               10  RTL-FLAG        PIC X(22).
      *---------------------------------------------------------------*
       COPY USAFILE.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  VAX-FILE-STATUS          PIC X(02).
           05  RT-FILE-STATUS           PIC X(02).
           05  RT-END-OF-FILE-SW        PIC X(01) VALUE 'N'.
               88  RT-END-OF-FILE                 VALUE 'Y'.
           05  VAX-END-OF-FILE-SW       PIC X(01) VALUE 'N'.
               88  VAX-END-OF-FILE                VALUE 'Y'.
           05  WS-VAX-DOSE-TOTAL        PIC 9(10) VALUE ZERO.
           PERFORM 4300-PRINT-WORLD-SECTION.
           PERFORM 4350-PRINT-VACCINATION-LINE.
           PERFORM 4400-PRINT-SHARE-BAR.
           PERFORM 4500-PRINT-RT-SECTION.
      *---------------------------------------------------------------*
       4100-PRINT-HEADING-LINES.
      *---------------------------------------------------------------*
           END-PERFORM.
           MOVE USA-SHARE-LINE             TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       4500-PRINT-RT-SECTION.
      *---------------------------------------------------------------*
      *    THE RT COLUMN - ONE LINE PER STATE FROM THE COVRT EXTRACT,
      *    WITH THE STATES WHOSE RT CROSSED 1.00 THIS WEEK FLAGGED.
      *    NO EXTRACT, NO SECTION.
      *---------------------------------------------------------------*
           OPEN INPUT RT-ESTIMATE-FILE.
           IF  RT-FILE-STATUS NOT = '00'
               SET RT-END-OF-FILE      TO TRUE
           ELSE
               PERFORM 8300-READ-RT-ESTIMATE-FILE
               MOVE 2                  TO LINE-SPACEING
               MOVE RT-SECTION-LINE    TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           PERFORM 4510-PRINT-STATE-RT
               UNTIL RT-END-OF-FILE.
           CLOSE RT-ESTIMATE-FILE.
      *---------------------------------------------------------------*
       4510-PRINT-STATE-RT.
      *---------------------------------------------------------------*
           IF  RT-DISEASE = WS-DISEASE-CODE
               MOVE RT-STATE               TO RTL-STATE
               MOVE RT-AS-OF-DATE          TO RTL-AS-OF-DATE
               MOVE SPACE                  TO RTL-FLAG
               IF  RT-ESTIMATED
                   MOVE RT-CURRENT         TO RTL-CURRENT
                   MOVE RT-WEEK-AGO        TO RTL-WEEK-AGO
                   MOVE RT-TREND           TO RTL-TREND
                   IF  RT-CROSSED-UP
                       MOVE '** CROSSED ABOVE 1.00' TO RTL-FLAG
                   END-IF
                   IF  RT-CROSSED-DOWN
                       MOVE '** CROSSED BELOW 1.00' TO RTL-FLAG
                   END-IF
               ELSE
                   MOVE SPACE              TO RTL-CURRENT-AREA
                                              RTL-WEEK-AGO-AREA
                                              RTL-TREND
                   MOVE 'TOO LITTLE HISTORY' TO RTL-FLAG
               END-IF
               MOVE STATE-RT-LINE          TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           PERFORM 8300-READ-RT-ESTIMATE-FILE.
      *---------------------------------------------------------------*
       5000-CLOSE-FILES.
      *---------------------------------------------------------------*
                        GR-PERCENT
               END-UNSTRING
           END-IF.
      *---------------------------------------------------------------*
       8300-READ-RT-ESTIMATE-FILE.
      *---------------------------------------------------------------*
           READ RT-ESTIMATE-FILE
               AT END MOVE 'Y' TO RT-END-OF-FILE-SW.
      *---------------------------------------------------------------*
       9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
