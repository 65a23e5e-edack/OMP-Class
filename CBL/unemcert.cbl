      *    THAT WEEK, SO THE PROCESSING CENTERS CAN CHASE THEM BEFORE
      *    THE FEDERAL TIMELINESS MEASURES BITE.
      *
      *    A FOURTH FEED COLUMN CARRIES THE GROSS EARNINGS THE
      *    CLAIMANT REPORTED FOR THE WEEK.  EACH CERTIFICATION IS
      *    PRICED AS IT LOADS - THE WEEKLY BENEFIT AMOUNT FROM THE
      *    MONDET DETERMINATION MASTER (DETMSTR) LESS THE EARNINGS
      *    ABOVE THE DISREGARD - AND MARKED FULL, PARTIAL OR
      *    ZERO-PAY (SEE CERTREC).  THE DISREGARD IS THE GREATER OF
      *    TWO PARMFILE PARAMETERS -
      *      PEDISAMT  FLAT DISREGARD               9(5) DOLLARS
      *      PEDISPCT  DISREGARD AS PERCENT OF WBA  99V9 AS THREE
      *                DIGITS
      *
      *    CONTROL INPUT (SYSIN) -
      *      WEEK-ENDING        YYYYMMDD (BLANK = EVERY WEEK ON THE
      *                         DETAIL FILE IS MATCHED)
             RECORD KEY   IS CT-CERT-KEY
             FILE STATUS  IS CERTIFICATION-STATUS.
           SELECT CLAIMANT-DETAIL-FILE ASSIGN TO CLMTFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS CD-DETAIL-KEY
             ALTERNATE RECORD KEY IS CD-CLAIMANT-ID WITH DUPLICATES
             ALTERNATE RECORD KEY IS CD-EMPLOYER-ACCT WITH DUPLICATES
             FILE STATUS  IS CLAIMANT-DETAIL-STATUS.
           SELECT DETERMINATION-FILE ASSIGN TO DETMSTR
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS MD-CLAIM-ID
             FILE STATUS  IS DETERMINATION-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
       FD  CERTIFICATION-FILE.
       COPY CERTREC.
      *---------------------------------------------------------------*
       FD  CLAIMANT-DETAIL-FILE.
       COPY CLMTREC.
      *---------------------------------------------------------------*
       FD  DETERMINATION-FILE.
       COPY MDETREC.
      *---------------------------------------------------------------*
       FD  PRINT-FILE
           RECORDING MODE IS F.
           05  WS-CLAIM-ID                 PIC X(08).
           05  WS-WEEK-ENDING              PIC X(08).
           05  WS-CERT-DATE                PIC X(08).
           05  WS-EARNINGS                 PIC X(12).
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
               88  CERTIFICATION-NEW             VALUE '35'.
           05  CLAIMANT-DETAIL-STATUS      PIC X(02).
               88  CLAIMANT-DETAIL-OK            VALUE '00'.
           05  DETERMINATION-STATUS        PIC X(02).
               88  DETERMINATION-OK              VALUE '00'.
           05  DETERMINATION-OPEN-SW       PIC X VALUE 'N'.
               88  DETERMINATION-OPEN            VALUE 'Y'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  DETAIL-EOF-SW               PIC X VALUE 'N'.
           05  WS-DELINQUENT-COUNT         PIC 9(08) VALUE 0.
           05  WS-WEEK-CARD                PIC X(08) VALUE SPACE.
           05  WS-WEEK-FILTER              PIC 9(08) VALUE 0.
           05  WS-FULL-PAY-COUNT           PIC 9(08) VALUE 0.
           05  WS-PARTIAL-PAY-COUNT        PIC 9(08) VALUE 0.
           05  WS-ZERO-PAY-COUNT           PIC 9(08) VALUE 0.
           05  WS-NOT-PAYABLE-COUNT        PIC 9(08) VALUE 0.
      *---------------------------------------------------------------*
      *    PARTIAL-EARNINGS PRICING - THE DISREGARD DEFAULTS STAND
      *    WHEN THE PARAMETER MASTER HAS NO EFFECTIVE ROW.
      *---------------------------------------------------------------*
       01  WS-EARNINGS-WORK.
           05  WS-DISREGARD-FLAT           PIC 9(05) VALUE 50.
           05  WS-DISREGARD-PCT            PIC 9(02)V9 VALUE 0.
           05  WS-DISREGARD                PIC 9(05)V99.
           05  WS-GROSS-EARNINGS           PIC 9(05)V99.
           05  WS-DEDUCTIBLE               PIC 9(05)V99.
      *---------------------------------------------------------------*
       01  DELINQUENT-HEADING-LINE.
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
       COPY PRINTCTL.
       COPY PARMC.
       COPY BUSDATEC.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
           DISPLAY 'FEED ROWS REJECTED : ', WS-CERT-REJECT-COUNT.
           DISPLAY 'CLAIMANTS MATCHED  : ', WS-MATCHED-COUNT.
           DISPLAY 'DELINQUENT         : ', WS-DELINQUENT-COUNT.
           DISPLAY 'FULL-PAY WEEKS     : ', WS-FULL-PAY-COUNT.
           DISPLAY 'PARTIAL-PAY WEEKS  : ', WS-PARTIAL-PAY-COUNT.
           DISPLAY 'ZERO-PAY WEEKS     : ', WS-ZERO-PAY-COUNT.
           DISPLAY 'NOT PAYABLE        : ', WS-NOT-PAYABLE-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
               MOVE WS-WEEK-CARD           TO WS-WEEK-FILTER
           END-IF.
           MOVE WS-WEEK-FILTER             TO DHL-WEEK.
           PERFORM 1100-LOAD-DISREGARD.
           OPEN INPUT DETERMINATION-FILE.
           IF  DETERMINATION-OK
               MOVE 'Y'                    TO DETERMINATION-OPEN-SW
           ELSE
      *        NO DETERMINATION MASTER YET - THE CERTIFICATIONS STILL
      *        LOAD, EVERY ONE MARKED NOT PAYABLE UNTIL MONDET RUNS.
               DISPLAY 'DETMSTR UNAVAILABLE : ', DETERMINATION-STATUS,
                   ' - WEEKS LOAD UNPRICED'
           END-IF.
           OPEN I-O CERTIFICATION-FILE.
           IF  CERTIFICATION-NEW
      *        FIRST-EVER MATCH RUN - CREATE THE FILE EMPTY, THEN
               DISPLAY 'CLMTFILE OPEN ERROR : ', CLAIMANT-DETAIL-STATUS
               MOVE 16                     TO RETURN-CODE
               SET DETAIL-EOF TO TRUE.
      *---------------------------------------------------------------*
       1100-LOAD-DISREGARD.
      *---------------------------------------------------------------*
      *    THE DISREGARD IN FORCE ON THE BUSINESS DATE, SO A RERUN
      *    OR BACKDATED RUN PRICES THE WEEKS AS THAT DAY WOULD HAVE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO PL-AS-OF-DATE.
           MOVE 'PEDISAMT'                 TO PL-PARM-ID.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND
               AND PL-VALUE (1:5) IS NUMERIC
               MOVE PL-VALUE (1:5)         TO WS-DISREGARD-FLAT
           END-IF.
           MOVE 'PEDISPCT'                 TO PL-PARM-ID.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND
               AND PL-VALUE (1:3) IS NUMERIC
               COMPUTE WS-DISREGARD-PCT =
                   FUNCTION NUMVAL (PL-VALUE (1:3)) / 10
           END-IF.
      *---------------------------------------------------------------*
       2000-LOAD-ONE-CERTIFICATION.
      *---------------------------------------------------------------*
               MOVE WS-WEEK-ENDING         TO CT-WEEK-ENDING
               MOVE WS-CERT-DATE           TO CT-CERT-DATE
               MOVE SPACE                  TO CERTIFICATION-RECORD
                   (40:9)
               PERFORM 2100-PRICE-CERTIFIED-WEEK
               WRITE CERTIFICATION-RECORD
                   INVALID KEY
      *                RE-CERTIFICATION OF A WEEK ALREADY ON FILE -
               ADD 1                       TO WS-CERT-REJECT-COUNT
           END-IF.
           PERFORM 8000-READ-CERTIFICATION-CSV.
      *---------------------------------------------------------------*
       2100-PRICE-CERTIFIED-WEEK.
      *---------------------------------------------------------------*
      *    WBA LESS THE EARNINGS ABOVE THE DISREGARD.  A ROW WITH NO
      *    EARNINGS COLUMN (OR AN UNREADABLE ONE) IS A FULL WEEK.
      *---------------------------------------------------------------*
           MOVE 0                          TO WS-GROSS-EARNINGS.
           IF  WS-EARNINGS NOT = SPACE
               COMPUTE WS-GROSS-EARNINGS =
                   FUNCTION NUMVAL (WS-EARNINGS)
                   ON SIZE ERROR
                       MOVE 0              TO WS-GROSS-EARNINGS
               END-COMPUTE
           END-IF.
           MOVE WS-GROSS-EARNINGS          TO CT-GROSS-EARNINGS.
           MOVE 0                          TO CT-PAYABLE-AMOUNT.
           MOVE 'N'                        TO CT-PAY-STATUS.
           IF  DETERMINATION-OPEN
               MOVE WS-CLAIM-ID            TO MD-CLAIM-ID
               READ DETERMINATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  MD-ELIGIBLE
                           PERFORM 2110-APPLY-EARNINGS
                       END-IF
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN CT-FULL-PAY
                   ADD 1                   TO WS-FULL-PAY-COUNT
               WHEN CT-PARTIAL-PAY
                   ADD 1                   TO WS-PARTIAL-PAY-COUNT
               WHEN CT-ZERO-PAY
                   ADD 1                   TO WS-ZERO-PAY-COUNT
               WHEN OTHER
                   ADD 1                   TO WS-NOT-PAYABLE-COUNT
           END-EVALUATE.
      *---------------------------------------------------------------*
       2110-APPLY-EARNINGS.
      *---------------------------------------------------------------*
           COMPUTE WS-DISREGARD =
               MD-WEEKLY-BENEFIT * WS-DISREGARD-PCT / 100.
           IF  WS-DISREGARD-FLAT > WS-DISREGARD
               MOVE WS-DISREGARD-FLAT      TO WS-DISREGARD
           END-IF.
           IF  WS-GROSS-EARNINGS > WS-DISREGARD
               COMPUTE WS-DEDUCTIBLE =
                   WS-GROSS-EARNINGS - WS-DISREGARD
           ELSE
               MOVE 0                      TO WS-DEDUCTIBLE
           END-IF.
           EVALUATE TRUE
               WHEN WS-GROSS-EARNINGS = 0
                   MOVE MD-WEEKLY-BENEFIT  TO CT-PAYABLE-AMOUNT
                   MOVE 'F'                TO CT-PAY-STATUS
               WHEN WS-DEDUCTIBLE >= MD-WEEKLY-BENEFIT
                   MOVE 0                  TO CT-PAYABLE-AMOUNT
                   MOVE 'Z'                TO CT-PAY-STATUS
               WHEN OTHER
                   COMPUTE CT-PAYABLE-AMOUNT =
                       MD-WEEKLY-BENEFIT - WS-DEDUCTIBLE
                   MOVE 'P'                TO CT-PAY-STATUS
           END-EVALUATE.
      *---------------------------------------------------------------*
       2500-MATCH-ONE-CLAIMANT.
      *---------------------------------------------------------------*
           CLOSE CERTIFICATION-CSV-FILE.
           CLOSE CERTIFICATION-FILE.
           CLOSE CLAIMANT-DETAIL-FILE.
           IF  DETERMINATION-OPEN
               CLOSE DETERMINATION-FILE
           END-IF.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       8000-READ-CERTIFICATION-CSV.
               AT END MOVE 'Y' TO END-OF-FILE-SW.
           IF  NOT END-OF-FILE
               MOVE SPACE TO WS-CLAIM-ID WS-WEEK-ENDING WS-CERT-DATE
                             WS-EARNINGS
               UNSTRING CERTIFICATION-CSV-LINE DELIMITED BY ','
                   INTO WS-CLAIM-ID
                        WS-WEEK-ENDING
                        WS-CERT-DATE
                        WS-EARNINGS
               END-UNSTRING
           END-IF.
      *---------------------------------------------------------------*
