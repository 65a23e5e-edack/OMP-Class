      *    THE EQUITY OFFICE HAS BEEN COMPUTING BY HAND FROM THE
      *    UNEMQUE PRINTOUT EVERY SESSION.
      *
      *    THE BUCKET COUNTS COME FROM THE CLMSUMF SUMMARY THAT
      *    CLMAGG BUILDS AFTER THE LOAD - ONE ROW PER STATE, DATE AND
      *    SECTION, VERIFIED AT OPEN BY CLMSCKF - NOT FROM THE
      *    CLAIMS MASTER ITSELF.
      *===============================================================*
       ENVIRONMENT DIVISION.
      *---------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *---------------------------------------------------------------*
       FILE-CONTROL.
           SELECT CLAIMS-SUMMARY-FILE ASSIGN TO CLMSUMF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS SM-SUMMARY-KEY
             FILE STATUS  IS SUMMARY-FILE-STATUS.
           SELECT WORKFORCE-REFERENCE-FILE ASSIGN TO WFCOMPRF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  CLAIMS-SUMMARY-FILE.
           COPY CLMSUM.
      *---------------------------------------------------------------*
       FD  WORKFORCE-REFERENCE-FILE.
       COPY WFCREFC.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  SUMMARY-FILE-STATUS         PIC X(02).
               88  SUMMARY-FILE-OK               VALUE '00'.
           05  WORKFORCE-REFERENCE-STATUS  PIC X(02).
               88  WORKFORCE-REFERENCE-OK        VALUE '00'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
           05  WS-SECTION-ENTRY            OCCURS 6 TIMES.
               10  WS-SECTION-CODE         PIC X(03).
               10  WS-SECTION-BUCKETS      PIC 9(02).
      *---------------------------------------------------------------*
      *    RUNNING BUCKET TOTALS - SECTION BY BUCKET.
      *---------------------------------------------------------------*
       01  REPORT-LINES.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
           COPY CLMSCKFC.
       COPY PRINTCTL.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 0900-VERIFY-CLAIMS-SUMMARY.
           IF  NOT SK-SUMMARY-CERTIFIED
               MOVE 16                     TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-OPEN-FILES.
           PERFORM 8000-READ-SUMMARY-FILE.
           PERFORM 2000-ACCUMULATE-ONE-ROW
               UNTIL END-OF-FILE.
           PERFORM 4000-PRINT-EQUITY-REPORT.
           PERFORM 3000-CLOSE-FILES.
           DISPLAY 'CLAIMS READ : ', WS-CLAIM-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       0900-VERIFY-CLAIMS-SUMMARY.
      *---------------------------------------------------------------*
           CALL 'CLMSCKF' USING CLMSCKF-REQUEST.
           IF  NOT SK-SUMMARY-CERTIFIED
               DISPLAY 'EQUIRPT - CLAIMS SUMMARY NOT CERTIFIED (',
                   SK-RESULT, ') - RUN REFUSED'
           END-IF.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT CLAIMS-SUMMARY-FILE.
           OPEN INPUT WORKFORCE-REFERENCE-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           PERFORM 1100-CLEAR-SECTION-ROW
               VARYING WS-SECTION-SUB FROM 1 BY 1
               UNTIL WS-SECTION-SUB > 6.
           IF NOT SUMMARY-FILE-OK
               DISPLAY 'CLMSUMF OPEN ERROR : ', SUMMARY-FILE-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT WORKFORCE-REFERENCE-OK
      *---------------------------------------------------------------*
           MOVE 0 TO WS-BUCKET-TOTAL (WS-SECTION-SUB WS-BUCKET-SUB).
      *---------------------------------------------------------------*
       2000-ACCUMULATE-ONE-ROW.
      *---------------------------------------------------------------*
      *    ONE SUMMARY ROW IS ONE SECTION OF ONE STATE/DATE GROUP.
      *    THE GROUP'S CLAIM COUNT IS REPEATED ON ALL SIX OF ITS
      *    ROWS, SO CLAIMS ARE COUNTED FROM THE AGE ROW ONLY.
      *---------------------------------------------------------------*
           IF  SM-SECTION-AGE
               ADD SM-CLAIM-COUNT          TO WS-CLAIM-COUNT
           END-IF.
           MOVE 1                          TO WS-SECTION-SUB.
           PERFORM 2100-FIND-SECTION-ENTRY
               UNTIL WS-SECTION-SUB > 6
                  OR WS-SECTION-CODE (WS-SECTION-SUB) = SM-SECTION.
           IF  WS-SECTION-SUB NOT > 6
               PERFORM 2110-ADD-ONE-BUCKET
                   VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB >
                       WS-SECTION-BUCKETS (WS-SECTION-SUB)
           END-IF.
           PERFORM 8000-READ-SUMMARY-FILE.
      *---------------------------------------------------------------*
       2100-FIND-SECTION-ENTRY.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-SECTION-SUB.
      *---------------------------------------------------------------*
       2110-ADD-ONE-BUCKET.
      *---------------------------------------------------------------*
           ADD SM-BUCKET-TOTAL (WS-BUCKET-SUB)
               TO WS-BUCKET-TOTAL (WS-SECTION-SUB WS-BUCKET-SUB).
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE CLAIMS-SUMMARY-FILE.
           CLOSE WORKFORCE-REFERENCE-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
           MOVE EQUITY-DETAIL-LINE         TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       8000-READ-SUMMARY-FILE.
      *---------------------------------------------------------------*
           READ CLAIMS-SUMMARY-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
      *    THE SUMMARY CONTROL ROW (SEE CLMSUM) IS BOOKKEEPING, NOT
      *    A STATE/DATE GROUP.
           IF  NOT END-OF-FILE
               AND SM-CONTROL-ROW
               GO TO 8000-READ-SUMMARY-FILE.
      *---------------------------------------------------------------*
       9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
