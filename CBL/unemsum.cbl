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
           05  INDEX-1                     PIC 999 VALUE 0.
           05  WS-CLAIM-COUNT              PIC 9(08) VALUE 0.
           05  WS-SECTION-SUB              PIC S9(04) USAGE IS COMP.
           05  WS-BUCKET-SUB               PIC S9(04) USAGE IS COMP.
           05  WS-STATE-CODE-LOOKUP        PIC X(03).
           05  WS-STATE-FULL-NAME          PIC X(23) VALUE SPACE.
      *    EXECUTIVE-COPY SWITCH (SYSIN) - 'Y' SUPPRESSES THE 21-ROW
               10  WS-AGE-F-55-59          PIC 9(09) VALUE 0.
               10  WS-AGE-F-60-64          PIC 9(09) VALUE 0.
               10  WS-AGE-OVER-65          PIC 9(09) VALUE 0.
      *    TABLE VIEWS OF THE SECTION ACCUMULATORS - ENTRY N IS
      *    BUCKET N OF THE SECTION AS CARRIED ON THE CLMSUMF ROW.
           05  WS-AGE-TOTAL-TABLE REDEFINES WS-AGE-TOTALS.
               10  WS-AGE-TOTAL-COUNT      PIC 9(09) OCCURS 9 TIMES.
           05  WS-ETHNICITY-TOTALS.
               10  WS-ETH-INA                   PIC 9(09) VALUE 0.
               10  WS-ETH-LATINO-HISPANIC       PIC 9(09) VALUE 0.
               10  WS-ETH-NOT-LATINO-HISPANIC   PIC 9(09) VALUE 0.
           05  WS-ETH-TOTAL-TABLE REDEFINES WS-ETHNICITY-TOTALS.
               10  WS-ETH-TOTAL-COUNT      PIC 9(09) OCCURS 3 TIMES.
           05  WS-INDUSTRY-TOTALS.
               10  WS-IND-INA                        PIC 9(09) VALUE 0.
               10  WS-IND-WHOLESALE-TRADE            PIC 9(09) VALUE 0.
               10  WS-RCE-AFRICAN-AMERICAN            PIC 9(09) VALUE 0.
               10  WS-RCE-NATIVE-AMERICAN-ALASKAN     PIC 9(09) VALUE 0.
               10  WS-RCE-NATIVE-HAWAIAN-PACIFIC      PIC 9(09) VALUE 0.
           05  WS-RCE-TOTAL-TABLE REDEFINES WS-RACE-TOTALS.
               10  WS-RCE-TOTAL-COUNT      PIC 9(09) OCCURS 6 TIMES.
           05  WS-GENDER-TOTALS.
               10  WS-GND-INA                        PIC 9(09) VALUE 0.
               10  WS-GND-MALE                       PIC 9(09) VALUE 0.
               10  WS-GND-FEMALE                     PIC 9(09) VALUE 0.
           05  WS-GND-TOTAL-TABLE REDEFINES WS-GENDER-TOTALS.
               10  WS-GND-TOTAL-COUNT      PIC 9(09) OCCURS 3 TIMES.
           05  WS-EDUCATION-TOTALS.
               10  WS-EDU-INA                        PIC 9(09) VALUE 0.
               10  WS-EDU-NO-HS-DIPLOMA              PIC 9(09) VALUE 0.
               10  WS-EDU-ASSOCIATE-DEGREE           PIC 9(09) VALUE 0.
               10  WS-EDU-BACHELOR-DEGREE            PIC 9(09) VALUE 0.
               10  WS-EDU-ADVANCED-DEGREE            PIC 9(09) VALUE 0.
           05  WS-EDU-TOTAL-TABLE REDEFINES WS-EDUCATION-TOTALS.
               10  WS-EDU-TOTAL-COUNT      PIC 9(09) OCCURS 7 TIMES.
           05  WS-CLAIM-TYPE-TOTALS.
               10  WS-CT-AGE-INITIAL                 PIC 9(09) VALUE 0.
               10  WS-CT-AGE-CONTINUING              PIC 9(09) VALUE 0.
               10  WS-CT-GND-CONTINUING              PIC 9(09) VALUE 0.
               10  WS-CT-EDU-INITIAL                 PIC 9(09) VALUE 0.
               10  WS-CT-EDU-CONTINUING              PIC 9(09) VALUE 0.
           05  WS-CT-TOTAL-TABLE REDEFINES WS-CLAIM-TYPE-TOTALS.
               10  WS-CT-SECTION-PAIR      OCCURS 6 TIMES.
                   15  WS-CT-INITIAL-TOTAL     PIC 9(09).
                   15  WS-CT-CONTINUING-TOTAL  PIC 9(09).
      *---------------------------------------------------------------*
      *    PER-PERIOD (YYYYMM) CONTINUING-CLAIM ROLLUP FOR THE
      *    INSURED UNEMPLOYMENT RATE - CONTINUING CLAIMS OVER THE
           05  IDL-RATE                    PIC ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  IDL-NOTE                    PIC X(24).
           COPY CLMSCKFC.
       COPY PRINTCTL.
      *---------------------------------------------------------------*
           COPY PARMC.
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
           PERFORM 2000-ACCUMULATE-TOTALS
               UNTIL END-OF-FILE.
           PERFORM 4000-PRINT-SUMMARY-REPORT.
           MOVE OL-RETURN-CODE         TO RETURN-CODE.
           GOBACK.
      *---------------------------------------------------------------*
       0900-VERIFY-CLAIMS-SUMMARY.
      *---------------------------------------------------------------*
      *    THE SUMMARY CERTIFIES ITSELF - ITS CONTROL ROW MUST AGREE
      *    WITH THE ROWS ON FILE AND WITH THE CONTROL RECORD NOW ON
      *    THE CLAIMS MASTER BEFORE THIS PROGRAM REPORTS FROM IT.  A
      *    PARTIAL OR OUT-OF-DATE SUMMARY IS REFUSED WITH A CLEAR
      *    MESSAGE AND RETURN CODE 16.
      *---------------------------------------------------------------*
           CALL 'CLMSCKF' USING CLMSCKF-REQUEST.
           IF  NOT SK-SUMMARY-CERTIFIED
               DISPLAY 'UNEMSUM - CLAIMS SUMMARY NOT CERTIFIED (',
                   SK-RESULT, ') - CONTROL SAYS ',
                   SK-CTL-RECORD-COUNT, '/', SK-CTL-HASH-TOTAL,
                   ' SUMMARY HOLDS ', SK-ACTUAL-RECORD-COUNT, '/',
                   SK-ACTUAL-HASH-TOTAL, ' - RUN REFUSED'
           END-IF.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT CLAIMS-SUMMARY-FILE.
           MOVE 'UNEMSUM '               TO OL-PROGRAM-ID.
           MOVE 'START'                TO OL-EVENT.
           MOVE ZERO                   TO OL-RETURN-CODE
           PERFORM 1100-CLEAR-STATE-ENTRY
               VARYING INDEX-1 FROM 1 BY 1
               UNTIL INDEX-1 > 59.
           IF NOT SUMMARY-FILE-OK
               DISPLAY 'CLMSUMF OPEN ERROR : ', SUMMARY-FILE-STATUS
               SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       1100-CLEAR-STATE-ENTRY.
      *---------------------------------------------------------------*
       2000-ACCUMULATE-TOTALS.
      *---------------------------------------------------------------*
      *    ONE CLMSUMF ROW IS ONE SECTION OF ONE STATE/DATE GROUP,
      *    ALREADY SUMMED BY CLMAGG.  THE GROUP'S CLAIM COUNT REPEATS
      *    ON ALL SIX OF ITS ROWS, SO CLAIMS (AND THE CLAIM-LEVEL
      *    CONTINUING FIGURE FOR THE IUR) ARE TAKEN FROM THE AGE ROW.
      *---------------------------------------------------------------*
           PERFORM 2100-IDENTIFY-SECTION.
           PERFORM 2200-ADD-SECTION-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > SM-BUCKET-COUNT.
           PERFORM 2560-ACCUMULATE-CLAIM-TYPE-TOTALS.
           IF  SM-SECTION-AGE
               ADD SM-CLAIM-COUNT          TO WS-CLAIM-COUNT
               PERFORM 2570-ACCUMULATE-IUR-PERIOD
           END-IF.
           PERFORM 2600-ACCUMULATE-STATE-TOTALS.
           PERFORM 8000-READ-SUMMARY-FILE.
      *---------------------------------------------------------------*
       2100-IDENTIFY-SECTION.
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
      *---------------------------------------------------------------*
       2200-ADD-SECTION-BUCKET.
      *---------------------------------------------------------------*
           EVALUATE WS-SECTION-SUB
               WHEN 1
                   ADD SM-BUCKET-TOTAL (WS-BUCKET-SUB)
                       TO WS-AGE-TOTAL-COUNT (WS-BUCKET-SUB)
               WHEN 2
                   ADD SM-BUCKET-TOTAL (WS-BUCKET-SUB)
                       TO WS-ETH-TOTAL-COUNT (WS-BUCKET-SUB)
               WHEN 3
                   ADD SM-BUCKET-TOTAL (WS-BUCKET-SUB)
                       TO WS-IND-TOTAL-COUNT (WS-BUCKET-SUB)
               WHEN 4
                   ADD SM-BUCKET-TOTAL (WS-BUCKET-SUB)
                       TO WS-RCE-TOTAL-COUNT (WS-BUCKET-SUB)
               WHEN 5
                   ADD SM-BUCKET-TOTAL (WS-BUCKET-SUB)
                       TO WS-GND-TOTAL-COUNT (WS-BUCKET-SUB)
               WHEN OTHER
                   ADD SM-BUCKET-TOTAL (WS-BUCKET-SUB)
                       TO WS-EDU-TOTAL-COUNT (WS-BUCKET-SUB)
           END-EVALUATE.
      *---------------------------------------------------------------*
       2560-ACCUMULATE-CLAIM-TYPE-TOTALS.
      *---------------------------------------------------------------*
           ADD SM-INITIAL
               TO WS-CT-INITIAL-TOTAL (WS-SECTION-SUB).
           ADD SM-CONTINUING
               TO WS-CT-CONTINUING-TOTAL (WS-SECTION-SUB).
      *---------------------------------------------------------------*
       2570-ACCUMULATE-IUR-PERIOD.
      *---------------------------------------------------------------*
           COMPUTE WS-IUR-WORK-PERIOD = SM-CLAIM-DATE / 100.
           SET IUR-INDEX                   TO 1.
           SEARCH WS-IUR-ENTRY
               AT END PERFORM 2575-ADD-IUR-PERIOD
               WHEN WS-IUR-PERIOD (IUR-INDEX) = WS-IUR-WORK-PERIOD
                   ADD SM-CONTINUING
                       TO WS-IUR-CONTINUING (IUR-INDEX)
           END-SEARCH.
      *---------------------------------------------------------------*
               ADD 1                       TO WS-IUR-PERIOD-COUNT
               MOVE WS-IUR-WORK-PERIOD
                   TO WS-IUR-PERIOD (WS-IUR-PERIOD-COUNT)
               MOVE SM-CONTINUING
                   TO WS-IUR-CONTINUING (WS-IUR-PERIOD-COUNT)
           END-IF.
      *---------------------------------------------------------------*
       2600-ACCUMULATE-STATE-TOTALS.
      *---------------------------------------------------------------*
      *    THE AGE ROW SORTS FIRST IN EVERY STATE/DATE GROUP, SO A
      *    STATE'S ENTRY IS OPENED (AND ITS CLAIM COUNT SET) BEFORE
      *    ANY OF ITS OTHER SECTION ROWS ARRIVE.
      *---------------------------------------------------------------*
           SET STT-INDEX                   TO 1.
           SEARCH STT-ENTRY
               AT END PERFORM 2610-ADD-STATE-ENTRY
               WHEN STT-STATE-CODE (STT-INDEX) = SM-STATE-CODE
                   AND STT-CLAIM-COUNT (STT-INDEX) > 0
                   CONTINUE
           END-SEARCH.
           EVALUATE WS-SECTION-SUB
               WHEN 1
                   ADD SM-CLAIM-COUNT  TO STT-CLAIM-COUNT (STT-INDEX)
                   ADD SM-SECTION-TOTAL
                                       TO STT-AGE-TOTAL (STT-INDEX)
               WHEN 2
                   ADD SM-SECTION-TOTAL
                                       TO STT-ETH-TOTAL (STT-INDEX)
               WHEN 3
                   ADD SM-SECTION-TOTAL
                                       TO STT-IND-TOTAL (STT-INDEX)
               WHEN 4
                   ADD SM-SECTION-TOTAL
                                       TO STT-RCE-TOTAL (STT-INDEX)
               WHEN 5
                   ADD SM-SECTION-TOTAL
                                       TO STT-GND-TOTAL (STT-INDEX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *---------------------------------------------------------------*
       2610-ADD-STATE-ENTRY.
      *---------------------------------------------------------------*
               ADD 1                       TO STT-ENTRY-COUNT
           END-IF.
           SET STT-INDEX                   TO STT-ENTRY-COUNT.
           MOVE SM-STATE-CODE
               TO STT-STATE-CODE (STT-INDEX).
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE CLAIMS-SUMMARY-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-SUMMARY-REPORT.
               WHEN STATE-CODE (NAME-INDEX) = WS-STATE-CODE-LOOKUP
                   MOVE STATE-NAME (NAME-INDEX) TO WS-STATE-FULL-NAME.
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
