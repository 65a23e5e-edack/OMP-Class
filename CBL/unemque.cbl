           SELECT OPTIONAL CSV-FILE ASSIGN TO CSVOUT.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
               FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT CLAIMS-SUMMARY-FILE ASSIGN TO CLMSUMF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS SM-SUMMARY-KEY
             FILE STATUS  IS SUMMARY-FILE-STATUS.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
           RECORDING MODE IS F.
       01  RUN-CONTROL-RECORD.
           05  RC-RECORD-ID                PIC X(08).
      *---------------------------------------------------------------*
      *    CLAIMS-SUMMARY-FILE (CLMSUMF) - THE STATE/DATE/SECTION
      *    TOTALS CLMAGG BUILDS AFTER THE NIGHTLY LOAD.  READ ONLY FOR
      *    UNEM-CLAIM-ID (1) = 'SUMMARY', WHICH REPORTS ONE IMAGE PER
      *    STATE AND DATE WITHOUT WALKING THE CLAIMS MASTER.
      *---------------------------------------------------------------*
       FD  CLAIMS-SUMMARY-FILE.
           COPY CLMSUM.
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
           05  WS-SERVICE-TOTAL            PIC 9(08).
           05  WS-PUBLIC-TOTAL             PIC 9(08).
           05  WS-PRIVATE-TOTAL            PIC 9(08).
           05  SUMMARY-FILE-STATUS         PIC X(02).
               88  SUMMARY-FILE-OK               VALUE '00'.
           05  SUMMARY-EOF-SW              PIC X VALUE 'N'.
               88  SUMMARY-EOF                   VALUE 'Y'.
           05  WS-SUMMARY-RETURN-CODE      PIC S9(04) COMP VALUE 0.
           05  WS-SUMMARY-GROUP-STATE      PIC X(03).
           05  WS-SUMMARY-GROUP-DATE       PIC 9(08).
           05  WS-SUMMARY-BUCKET-SUB       PIC 9(02) COMP.
           05  WS-SUMMARY-CAPPED-COUNT     PIC 9(07) VALUE 0.
           05  WS-SUMMARY-INITIAL          PIC 9(06).
           05  WS-SUMMARY-CONTINUING       PIC 9(06).
      *---------------------------------------------------------------*
      *    ONE SUMMARY ROW'S BUCKETS IN THE 9(06) CELL SIZE OF THE
      *    CLAIM IMAGE, LAID INTO THE SECTION BY REFERENCE
      *    MODIFICATION THE SAME WAY THE SECTION IMAGES ARE COPIED.
      *---------------------------------------------------------------*
       01  WS-SUMMARY-BUCKET-IMAGE.
           05  WS-SUMMARY-BUCKET           PIC 9(06) OCCURS 21 TIMES.
      *---------------------------------------------------------------*
           COPY CLMSCKFC.
      *---------------------------------------------------------------*
       01  INDUSTRY-GROUP-LINE.
      *---------------------------------------------------------------*
           PERFORM 2000-PROCESS-UNEMP-FILE
               UNTIL END-OF-FILE.
           PERFORM 3000-CLOSE-FILES.
           IF  WS-SUMMARY-RETURN-CODE > RETURN-CODE
               MOVE WS-SUMMARY-RETURN-CODE TO RETURN-CODE
           END-IF.
           MOVE 'STOP '                TO OL-EVENT.
           MOVE RETURN-CODE            TO OL-RETURN-CODE.
           MOVE RECORD-TABLE-SIZE TO OL-RECORD-COUNT.
      *---------------------------------------------------------------*
       2000-PROCESS-UNEMP-FILE.
      *---------------------------------------------------------------*
           MOVE 'N' TO RECORD-TABLE-TRUNCATED-SW.
           PERFORM 2100-PROGRAM-OPTIONS.
           IF NOT SUMMARY-REQUEST
               CALL 'UNEMREAD' USING RECORD-TABLE-SIZE,
                                     RECORD-TABLE-INDEX,
                                     PROGRAM-ACTION,
                                     RECORD-TABLE,
                                     RECORD-TABLE-TRUNCATED-SW,
                                     RECORD-DATE-RANGE,
                                     RECORD-BROWSE-REQUEST,
                                     RECORD-FOUND-TABLE
           END-IF.
           IF RECORD-TABLE-SIZE > 0 THEN
               PERFORM 2200-PRINT-UNEM-REPORT VARYING RECORD-TABLE-INDEX
                  FROM 1 BY 1
                           MOVE 0              TO RECORD-TABLE-SIZE
                           PERFORM 2140-BUILD-RUN-CONTROL-LIST
                       ELSE
                         IF UNEM-CLAIM-ID (1) = 'SUMMARY' THEN
                           MOVE 'SUM'          TO PROGRAM-ACTION
                           MOVE 0              TO RECORD-TABLE-SIZE
                           PERFORM 2150-BUILD-SUMMARY-TABLE
                         ELSE
                           MOVE SPACE              TO PROGRAM-ACTION
                           MOVE 0                  TO RECORD-TABLE-SIZE
                           PERFORM 2110-BUILD-LOOKUP-TABLE
                               VARYING INDEX-1 FROM 1 BY 1
                               UNTIL INDEX-1 > 10
                         END-IF
                       END-IF
                   END-IF
               END-IF
      *---------------------------------------------------------------*
           READ RUN-CONTROL-FILE
               AT END MOVE 'Y' TO RUN-CONTROL-EOF-SW.
      *---------------------------------------------------------------*
       2150-BUILD-SUMMARY-TABLE.
      *---------------------------------------------------------------*
      *    'SUMMARY' LOADS THE REPORT TABLE FROM CLMSUMF INSTEAD OF
      *    CALLING UNEMREAD - ONE CLAIM IMAGE PER STATE AND DATE, EACH
      *    SECTION FILLED FROM ITS SUMMARY ROW.  THE RECORD-ID OF THE
      *    IMAGE IS THE CLAIM DATE.  THE SUMMARY IS ONLY USED WHEN
      *    CLMSCKF CERTIFIES IT AGAINST THE MASTER'S CONTROL RECORD.
      *---------------------------------------------------------------*
           CALL 'CLMSCKF' USING CLMSCKF-REQUEST.
           IF  NOT SK-SUMMARY-CERTIFIED
               DISPLAY 'UNEMQUE - CLAIMS SUMMARY NOT CERTIFIED (',
                   SK-RESULT, ') - SUMMARY REPORT REFUSED'
               MOVE 16                     TO WS-SUMMARY-RETURN-CODE
           ELSE
               MOVE 'N'                    TO SUMMARY-EOF-SW
               MOVE SPACE                  TO WS-SUMMARY-GROUP-STATE
               MOVE ZERO                   TO WS-SUMMARY-GROUP-DATE
                                              WS-SUMMARY-CAPPED-COUNT
               OPEN INPUT CLAIMS-SUMMARY-FILE
               IF  NOT SUMMARY-FILE-OK
                   DISPLAY 'CLMSUMF OPEN ERROR : ', SUMMARY-FILE-STATUS
                   MOVE 16                 TO WS-SUMMARY-RETURN-CODE
               ELSE
                   PERFORM 2151-READ-SUMMARY-ROW
                   PERFORM 2152-POST-SUMMARY-ROW
                       UNTIL SUMMARY-EOF
                   CLOSE CLAIMS-SUMMARY-FILE
               END-IF
           END-IF.
           IF  WS-SUMMARY-CAPPED-COUNT > ZERO
               DISPLAY 'UNEMQUE - SUMMARY CELLS ABOVE 999999 SHOWN AS ',
                   '999999 : ', WS-SUMMARY-CAPPED-COUNT
               IF  WS-SUMMARY-RETURN-CODE < 4
                   MOVE 4                  TO WS-SUMMARY-RETURN-CODE
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2151-READ-SUMMARY-ROW.
      *---------------------------------------------------------------*
           READ CLAIMS-SUMMARY-FILE
               AT END MOVE 'Y' TO SUMMARY-EOF-SW.
           IF  NOT SUMMARY-EOF
               AND SM-CONTROL-ROW
               GO TO 2151-READ-SUMMARY-ROW.
      *---------------------------------------------------------------*
       2152-POST-SUMMARY-ROW.
      *---------------------------------------------------------------*
           IF  SM-STATE-CODE NOT = WS-SUMMARY-GROUP-STATE
               OR SM-CLAIM-DATE NOT = WS-SUMMARY-GROUP-DATE
               PERFORM 2153-START-SUMMARY-CLAIM
           END-IF.
           IF  RECORD-TABLE-TRUNCATED
               MOVE 'Y'                    TO SUMMARY-EOF-SW
           ELSE
               PERFORM 2154-PLACE-SUMMARY-SECTION
               PERFORM 2151-READ-SUMMARY-ROW
           END-IF.
      *---------------------------------------------------------------*
       2153-START-SUMMARY-CLAIM.
      *---------------------------------------------------------------*
           MOVE SM-STATE-CODE              TO WS-SUMMARY-GROUP-STATE.
           MOVE SM-CLAIM-DATE              TO WS-SUMMARY-GROUP-DATE.
           IF  RECORD-TABLE-SIZE < RECORD-TABLE-MAX-SIZE
               ADD 1                       TO RECORD-TABLE-SIZE
               INITIALIZE TBL-UNEMPLOYMENT-CLAIM (RECORD-TABLE-SIZE)
               MOVE 'N/A' TO EXIST OF RECORD-AGE
                   OF TBL-UNEMPLOYMENT-CLAIM (RECORD-TABLE-SIZE)
               MOVE 'N/A' TO EXIST OF RECORD-ETHNICITY
                   OF TBL-UNEMPLOYMENT-CLAIM (RECORD-TABLE-SIZE)
               MOVE 'N/A' TO EXIST OF RECORD-INDUSTRY
                   OF TBL-UNEMPLOYMENT-CLAIM (RECORD-TABLE-SIZE)
               MOVE 'N/A' TO EXIST OF RECORD-RACE
                   OF TBL-UNEMPLOYMENT-CLAIM (RECORD-TABLE-SIZE)
               MOVE 'N/A' TO EXIST OF RECORD-GENDER
                   OF TBL-UNEMPLOYMENT-CLAIM (RECORD-TABLE-SIZE)
               MOVE 'N/A' TO EXIST OF RECORD-EDUCATION
                   OF TBL-UNEMPLOYMENT-CLAIM (RECORD-TABLE-SIZE)
               MOVE SM-CLAIM-DATE          TO RECORD-ID
                   OF TBL-UNEMPLOYMENT-CLAIM (RECORD-TABLE-SIZE)
               MOVE SM-CLAIM-DATE (7:2)    TO DD OF RECORD-DATE
                   OF TBL-UNEMPLOYMENT-CLAIM (RECORD-TABLE-SIZE)
               MOVE SM-CLAIM-DATE (5:2)    TO MM OF RECORD-DATE
                   OF TBL-UNEMPLOYMENT-CLAIM (RECORD-TABLE-SIZE)
               MOVE SM-CLAIM-DATE (1:4)    TO YY OF RECORD-DATE
                   OF TBL-UNEMPLOYMENT-CLAIM (RECORD-TABLE-SIZE)
               MOVE SM-STATE-CODE          TO RECORD-STATE-CODE
                   OF TBL-UNEMPLOYMENT-CLAIM (RECORD-TABLE-SIZE)
               MOVE 'Y' TO RECORD-FOUND-SW (RECORD-TABLE-SIZE)
           ELSE
               SET RECORD-TABLE-TRUNCATED  TO TRUE
           END-IF.
      *---------------------------------------------------------------*
       2154-PLACE-SUMMARY-SECTION.
      *---------------------------------------------------------------*
           MOVE ZERO                       TO WS-SUMMARY-BUCKET-IMAGE.
           PERFORM 2155-CAP-SUMMARY-BUCKET
               VARYING WS-SUMMARY-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-SUMMARY-BUCKET-SUB > SM-BUCKET-COUNT
                  OR WS-SUMMARY-BUCKET-SUB > 21.
           IF  SM-INITIAL > 999999
               MOVE 999999                 TO WS-SUMMARY-INITIAL
               ADD 1                       TO WS-SUMMARY-CAPPED-COUNT
           ELSE
               MOVE SM-INITIAL             TO WS-SUMMARY-INITIAL
           END-IF.
           IF  SM-CONTINUING > 999999
               MOVE 999999                 TO WS-SUMMARY-CONTINUING
               ADD 1                       TO WS-SUMMARY-CAPPED-COUNT
           ELSE
               MOVE SM-CONTINUING          TO WS-SUMMARY-CONTINUING
           END-IF.
           EVALUATE TRUE
               WHEN SM-SECTION-AGE
                   MOVE 'AGE' TO EXIST OF RECORD-AGE
                       OF TBL-UNEMPLOYMENT-CLAIM (RECORD-TABLE-SIZE)
                   MOVE WS-SUMMARY-BUCKET-IMAGE (1:54) TO RECORD-AGE
                       OF TBL-UNEMPLOYMENT-CLAIM (RECORD-TABLE-SIZE)
                       (4:54)
                   MOVE WS-SUMMARY-INITIAL TO CT-AGE-INITIAL
                       OF TBL-UNEMPLOYMENT-CLAIM (RECORD-TABLE-SIZE)
                   MOVE WS-SUMMARY-CONTINUING TO CT-AGE-CONTINUING
                       OF TBL-UNEMPLOYMENT-CLAIM (RECORD-TABLE-SIZE)
               WHEN SM-SECTION-ETH
                   MOVE 'ETH' TO EXIST OF RECORD-ETHNICITY
                       OF TBL-UNEMPLOYMENT-CLAIM (RECORD-TABLE-SIZE)
                   MOVE WS-SUMMARY-BUCKET-IMAGE (1:18)
                       TO RECORD-ETHNICITY
                       OF TBL-UNEMPLOYMENT-CLAIM (RECORD-TABLE-SIZE)
                       (4:18)
                   MOVE WS-SUMMARY-INITIAL TO CT-ETH-INITIAL
                       OF TBL-UNEMPLOYMENT-CLAIM (RECORD-TABLE-SIZE)
                   MOVE WS-SUMMARY-CONTINUING TO CT-ETH-CONTINUING
                       OF TBL-UNEMPLOYMENT-CLAIM (RECORD-TABLE-SIZE)
               WHEN SM-SECTION-IND
                   MOVE 'IND' TO EXIST OF RECORD-INDUSTRY
                       OF TBL-UNEMPLOYMENT-CLAIM (RECORD-TABLE-SIZE)
                   MOVE WS-SUMMARY-BUCKET-IMAGE (1:126)
                       TO RECORD-INDUSTRY
                       OF TBL-UNEMPLOYMENT-CLAIM (RECORD-TABLE-SIZE)
                       (4:126)
                   MOVE WS-SUMMARY-INITIAL TO CT-IND-INITIAL
                       OF TBL-UNEMPLOYMENT-CLAIM (RECORD-TABLE-SIZE)
                   MOVE WS-SUMMARY-CONTINUING TO CT-IND-CONTINUING
                       OF TBL-UNEMPLOYMENT-CLAIM (RECORD-TABLE-SIZE)
               WHEN SM-SECTION-RCE
                   MOVE 'RCE' TO EXIST OF RECORD-RACE
                       OF TBL-UNEMPLOYMENT-CLAIM (RECORD-TABLE-SIZE)
                   MOVE WS-SUMMARY-BUCKET-IMAGE (1:36) TO RECORD-RACE
                       OF TBL-UNEMPLOYMENT-CLAIM (RECORD-TABLE-SIZE)
                       (4:36)
                   MOVE WS-SUMMARY-INITIAL TO CT-RCE-INITIAL
                       OF TBL-UNEMPLOYMENT-CLAIM (RECORD-TABLE-SIZE)
                   MOVE WS-SUMMARY-CONTINUING TO CT-RCE-CONTINUING
                       OF TBL-UNEMPLOYMENT-CLAIM (RECORD-TABLE-SIZE)
               WHEN SM-SECTION-GND
                   MOVE 'GND' TO EXIST OF RECORD-GENDER
                       OF TBL-UNEMPLOYMENT-CLAIM (RECORD-TABLE-SIZE)
                   MOVE WS-SUMMARY-BUCKET-IMAGE (1:18) TO RECORD-GENDER
                       OF TBL-UNEMPLOYMENT-CLAIM (RECORD-TABLE-SIZE)
                       (4:18)
                   MOVE WS-SUMMARY-INITIAL TO CT-GND-INITIAL
                       OF TBL-UNEMPLOYMENT-CLAIM (RECORD-TABLE-SIZE)
                   MOVE WS-SUMMARY-CONTINUING TO CT-GND-CONTINUING
                       OF TBL-UNEMPLOYMENT-CLAIM (RECORD-TABLE-SIZE)
               WHEN SM-SECTION-EDU
                   MOVE 'EDU' TO EXIST OF RECORD-EDUCATION
                       OF TBL-UNEMPLOYMENT-CLAIM (RECORD-TABLE-SIZE)
                   MOVE WS-SUMMARY-BUCKET-IMAGE (1:42)
                       TO RECORD-EDUCATION
                       OF TBL-UNEMPLOYMENT-CLAIM (RECORD-TABLE-SIZE)
                       (4:42)
                   MOVE WS-SUMMARY-INITIAL TO CT-EDU-INITIAL
                       OF TBL-UNEMPLOYMENT-CLAIM (RECORD-TABLE-SIZE)
                   MOVE WS-SUMMARY-CONTINUING TO CT-EDU-CONTINUING
                       OF TBL-UNEMPLOYMENT-CLAIM (RECORD-TABLE-SIZE)
           END-EVALUATE.
      *---------------------------------------------------------------*
       2155-CAP-SUMMARY-BUCKET.
      *---------------------------------------------------------------*
           IF  SM-BUCKET-TOTAL (WS-SUMMARY-BUCKET-SUB) > 999999
               MOVE 999999 TO WS-SUMMARY-BUCKET (WS-SUMMARY-BUCKET-SUB)
               ADD 1                       TO WS-SUMMARY-CAPPED-COUNT
           ELSE
               MOVE SM-BUCKET-TOTAL (WS-SUMMARY-BUCKET-SUB)
                   TO WS-SUMMARY-BUCKET (WS-SUMMARY-BUCKET-SUB)
           END-IF.
      *---------------------------------------------------------------*
       2200-PRINT-UNEM-REPORT.
      *---------------------------------------------------------------*
