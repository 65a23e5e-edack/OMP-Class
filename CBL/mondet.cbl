       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MONDET.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    MONETARY DETERMINATION - BUILDS THE SAME PER-CLAIM
      *    BASE-PERIOD ROLLUP WAGEPRF PROOFS FROM THE WAGEIN FEED
      *    (CLAIM ID, QUARTER YYYYQ, QUARTERLY WAGES), THEN WALKS
      *    THE CLAIMANT DETAIL FILE (CLMTFILE, LOADED BY UNEMDET)
      *    AND COMPUTES EACH CLAIM'S WEEKLY BENEFIT AMOUNT AND
      *    MAXIMUM BENEFIT AMOUNT FROM THE RATE SCHEDULE ON THE
      *    PARMFILE PARAMETER MASTER.  EVERY DETERMINATION IS FILED
      *    IN THE DETMSTR KEYED MASTER BY CLAIM ID (SEE MDETREC) AND
      *    PRINTED ON THE DETERMINATION LISTING, SO EVERY PAYMENT
      *    AMOUNT CAN BE PROVED FROM OUR OWN WAGE DATA INSTEAD OF
      *    TAKEN FROM THE PAYIN FEED.
      *
      *    THE SCHEDULE (PARMFILE, EFFECTIVE-DATED, SEE PARMC) -
      *      MDMINBPW  MINIMUM BASE-PERIOD WAGES   9(7) DOLLARS
      *      MDMINHQW  MINIMUM HIGH-QUARTER WAGES  9(7) DOLLARS
      *      MDHQDIVR  HIGH-QUARTER DIVISOR        9(3)
      *      MDWBAMIN  WEEKLY BENEFIT FLOOR        9(5) DOLLARS
      *      MDWBAMAX  WEEKLY BENEFIT CEILING      9(5) DOLLARS
      *      MDMAXWKS  MAXIMUM WEEKS PAYABLE       9(2)
      *      MDBPPCT   MAXIMUM BENEFIT AS PERCENT OF BASE-PERIOD
      *                WAGES, 99V9 AS THREE DIGITS
      *    WBA = HIGH QUARTER / DIVISOR, WHOLE DOLLARS, HELD BETWEEN
      *    THE FLOOR AND THE CEILING.  MBA = THE LESSER OF WBA TIMES
      *    THE MAXIMUM WEEKS AND THE PERCENT OF BASE-PERIOD WAGES.
      *    A CLAIM ALREADY ON DETMSTR WHOSE FIGURES COME OUT THE SAME
      *    IS LEFT ALONE; ONE WHOSE FIGURES CHANGED IS REDETERMINED
      *    IN PLACE AND LISTED AGAIN.
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
           SELECT WAGE-CSV-FILE ASSIGN TO WAGEIN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WAGE-CSV-STATUS.
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
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  WAGE-CSV-FILE
           RECORDING MODE IS F.
       01  WAGE-CSV-LINE                   PIC X(80).
      *---------------------------------------------------------------*
       FD  CLAIMANT-DETAIL-FILE.
       COPY CLMTREC.
      *---------------------------------------------------------------*
       FD  DETERMINATION-FILE.
       COPY MDETREC.
      *---------------------------------------------------------------*
       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD.
           05  PRINT-LINE                  PIC X(132).
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  WS-PARSE-FIELDS.
      *---------------------------------------------------------------*
           05  WS-CLAIM-ID                 PIC X(08).
           05  WS-QUARTER                  PIC X(05).
           05  WS-WAGES                    PIC X(12).
           05  WS-WAGE-AMOUNT              PIC 9(07)V99.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  WAGE-CSV-STATUS             PIC X(02).
               88  WAGE-CSV-OK                   VALUE '00'.
           05  CLAIMANT-DETAIL-STATUS      PIC X(02).
               88  CLAIMANT-DETAIL-OK            VALUE '00'.
           05  DETERMINATION-STATUS        PIC X(02).
               88  DETERMINATION-OK              VALUE '00'.
               88  DETERMINATION-NEW             VALUE '35'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  DETAIL-EOF-SW               PIC X VALUE 'N'.
               88  DETAIL-EOF                    VALUE 'Y'.
           05  WS-ON-FILE-SW               PIC X VALUE 'N'.
               88  WS-ON-FILE                    VALUE 'Y'.
           05  WS-WAGE-ROW-COUNT           PIC 9(08) VALUE 0.
           05  WS-WAGE-REJECT-COUNT        PIC 9(08) VALUE 0.
           05  WS-CLAIMANT-COUNT           PIC 9(08) VALUE 0.
           05  WS-NEW-COUNT                PIC 9(08) VALUE 0.
           05  WS-REDETERMINED-COUNT       PIC 9(08) VALUE 0.
           05  WS-UNCHANGED-COUNT          PIC 9(08) VALUE 0.
           05  WS-ELIGIBLE-COUNT           PIC 9(08) VALUE 0.
           05  WS-INELIGIBLE-COUNT         PIC 9(08) VALUE 0.
           05  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
      *---------------------------------------------------------------*
      *    RATE SCHEDULE - COMPILED-IN DEFAULTS STAND WHEN THE
      *    PARAMETER MASTER HAS NO EFFECTIVE ROW.
      *---------------------------------------------------------------*
       01  WS-RATE-SCHEDULE.
           05  WS-MIN-BASE-WAGES           PIC 9(07) VALUE 2500.
           05  WS-MIN-HIGHQ-WAGES          PIC 9(07) VALUE 1500.
           05  WS-HQ-DIVISOR               PIC 9(03) VALUE 26.
           05  WS-WBA-FLOOR                PIC 9(05) VALUE 50.
           05  WS-WBA-CEILING              PIC 9(05) VALUE 600.
           05  WS-MAX-WEEKS                PIC 9(02) VALUE 26.
           05  WS-BASE-PERIOD-PCT          PIC 9(02)V9 VALUE 33.3.
      *---------------------------------------------------------------*
       01  WS-DETERMINATION-WORK.
           05  WS-WBA                      PIC 9(05).
           05  WS-MBA-BY-WEEKS             PIC 9(07).
           05  WS-MBA-BY-PERCENT           PIC 9(07).
           05  WS-MBA                      PIC 9(07).
           05  WS-STATUS                   PIC X(01).
           05  WS-REASON                   PIC X(02).
           05  WS-BASE-WAGES               PIC 9(09)V99.
           05  WS-HIGH-QUARTER             PIC 9(07)V99.
           05  WS-TOTAL-WBA                PIC 9(11)V99 VALUE 0.
           05  WS-TOTAL-MBA                PIC 9(13)V99 VALUE 0.
      *---------------------------------------------------------------*
      *    PER-CLAIM BASE-PERIOD ROLLUP - TOTAL WAGES AND THE HIGH
      *    QUARTER ACROSS EVERY WAGE ROW FOR THE CLAIM.
      *---------------------------------------------------------------*
       01  WAGE-TOTAL-TABLE.
           05  WGT-ENTRY-COUNT             PIC 9(05) VALUE 0.
           05  WGT-ENTRY                   OCCURS 5000 TIMES
                                           INDEXED BY WGT-INDEX.
               10  WGT-CLAIM-ID            PIC X(08).
               10  WGT-TOTAL-WAGES         PIC 9(09)V99.
               10  WGT-HIGH-QUARTER        PIC 9(07)V99.
      *---------------------------------------------------------------*
       01  DETERMINATION-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'MONETARY DETERMINATION LISTING - BUSINESS DA'.
           05  FILLER PIC X(04) VALUE 'TE  '.
           05  DHL-BUSINESS-DATE           PIC 9(08).
      *---------------------------------------------------------------*
       01  DETERMINATION-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(48) VALUE
               'CLAIM-ID  STATE     BASE-WAGES   HIGH-QUARTER   '.
           05  FILLER PIC X(48) VALUE
               '   WBA          MBA  RESULT                     '.
      *---------------------------------------------------------------*
       01  DETERMINATION-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  DDL-CLAIM-ID                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DDL-STATE                   PIC X(03).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DDL-BASE-WAGES              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DDL-HIGH-QUARTER            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DDL-WBA                     PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DDL-MBA                     PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DDL-RESULT                  PIC X(30).
      *---------------------------------------------------------------*
       01  TOTAL-LINE.
      *---------------------------------------------------------------*
           05  TL-LABEL                    PIC X(30).
           05  TL-COUNT                    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  TL-AMOUNT                   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
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
           PERFORM 1100-LOAD-RATE-SCHEDULE.
           PERFORM 8000-READ-WAGE-CSV.
           PERFORM 2000-ROLL-UP-ONE-WAGE-ROW
               UNTIL END-OF-FILE.
           PERFORM 8100-READ-CLAIMANT-DETAIL.
           PERFORM 2500-DETERMINE-ONE-CLAIMANT
               UNTIL DETAIL-EOF.
           PERFORM 4000-PRINT-TOTALS.
           PERFORM 3000-CLOSE-FILES.
           DISPLAY '*** MONDET MONETARY DETERMINATION SUMMARY ***'.
           DISPLAY 'WAGE ROWS READ    : ', WS-WAGE-ROW-COUNT.
           DISPLAY 'WAGE ROWS BAD     : ', WS-WAGE-REJECT-COUNT.
           DISPLAY 'CLAIMANT ROWS     : ', WS-CLAIMANT-COUNT.
           DISPLAY 'NEW DETERMINATIONS: ', WS-NEW-COUNT.
           DISPLAY 'REDETERMINED      : ', WS-REDETERMINED-COUNT.
           DISPLAY 'UNCHANGED         : ', WS-UNCHANGED-COUNT.
           DISPLAY 'ELIGIBLE          : ', WS-ELIGIBLE-COUNT.
           DISPLAY 'INELIGIBLE        : ', WS-INELIGIBLE-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  WAGE-CSV-FILE.
           OPEN INPUT  CLAIMANT-DETAIL-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE
                                              DHL-BUSINESS-DATE.
           OPEN I-O DETERMINATION-FILE.
           IF  DETERMINATION-NEW
      *        FIRST-EVER DETERMINATION RUN - CREATE THE FILE EMPTY,
      *        THEN REOPEN FOR UPDATE, THE SAME DANCE STATEMNT DOES
      *        FOR A BRAND-NEW REFERENCE CLUSTER.
               OPEN OUTPUT DETERMINATION-FILE
               CLOSE       DETERMINATION-FILE
               OPEN I-O    DETERMINATION-FILE
           END-IF.
           IF NOT DETERMINATION-OK
               DISPLAY 'DETMSTR OPEN ERROR : ', DETERMINATION-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE
               SET DETAIL-EOF TO TRUE.
           IF NOT WAGE-CSV-OK
               DISPLAY 'WAGEIN OPEN ERROR : ', WAGE-CSV-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT CLAIMANT-DETAIL-OK
               DISPLAY 'CLMTFILE OPEN ERROR : ', CLAIMANT-DETAIL-STATUS
               MOVE 16                     TO RETURN-CODE
               SET DETAIL-EOF TO TRUE.
      *---------------------------------------------------------------*
       1100-LOAD-RATE-SCHEDULE.
      *---------------------------------------------------------------*
      *    EACH ENTRY OF THE SCHEDULE IS ITS OWN EFFECTIVE-DATED
      *    PARAMETER, SO A CEILING CHANGE ON JANUARY 1 IS ONE PARMMNT
      *    CARD DATED AHEAD, NOT A COMPILE.
      *---------------------------------------------------------------*
           MOVE WS-BUSINESS-DATE           TO PL-AS-OF-DATE.
           MOVE 'MDMINBPW'                 TO PL-PARM-ID.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND
               AND PL-VALUE (1:7) IS NUMERIC
               MOVE PL-VALUE (1:7)         TO WS-MIN-BASE-WAGES
           END-IF.
           MOVE 'MDMINHQW'                 TO PL-PARM-ID.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND
               AND PL-VALUE (1:7) IS NUMERIC
               MOVE PL-VALUE (1:7)         TO WS-MIN-HIGHQ-WAGES
           END-IF.
           MOVE 'MDHQDIVR'                 TO PL-PARM-ID.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND
               AND PL-VALUE (1:3) IS NUMERIC
               AND PL-VALUE (1:3) NOT = '000'
               MOVE PL-VALUE (1:3)         TO WS-HQ-DIVISOR
           END-IF.
           MOVE 'MDWBAMIN'                 TO PL-PARM-ID.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND
               AND PL-VALUE (1:5) IS NUMERIC
               MOVE PL-VALUE (1:5)         TO WS-WBA-FLOOR
           END-IF.
           MOVE 'MDWBAMAX'                 TO PL-PARM-ID.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND
               AND PL-VALUE (1:5) IS NUMERIC
               MOVE PL-VALUE (1:5)         TO WS-WBA-CEILING
           END-IF.
           MOVE 'MDMAXWKS'                 TO PL-PARM-ID.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND
               AND PL-VALUE (1:2) IS NUMERIC
               MOVE PL-VALUE (1:2)         TO WS-MAX-WEEKS
           END-IF.
           MOVE 'MDBPPCT '                 TO PL-PARM-ID.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND
               AND PL-VALUE (1:3) IS NUMERIC
               COMPUTE WS-BASE-PERIOD-PCT =
                   FUNCTION NUMVAL (PL-VALUE (1:3)) / 10
           END-IF.
           DISPLAY 'SCHEDULE - MIN BASE ', WS-MIN-BASE-WAGES,
               ' MIN HQ ', WS-MIN-HIGHQ-WAGES,
               ' DIVISOR ', WS-HQ-DIVISOR.
           DISPLAY 'SCHEDULE - WBA ', WS-WBA-FLOOR, '-',
               WS-WBA-CEILING, ' WEEKS ', WS-MAX-WEEKS,
               ' BP PCT ', WS-BASE-PERIOD-PCT.
      *---------------------------------------------------------------*
       2000-ROLL-UP-ONE-WAGE-ROW.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-WAGE-ROW-COUNT.
           IF  WS-CLAIM-ID IS NUMERIC
               AND WS-QUARTER (1:4) IS NUMERIC
               COMPUTE WS-WAGE-AMOUNT =
                   FUNCTION NUMVAL (WS-WAGES)
                   ON SIZE ERROR
                       MOVE 0              TO WS-WAGE-AMOUNT
               END-COMPUTE
               PERFORM 2100-FIND-WAGE-ENTRY
               ADD WS-WAGE-AMOUNT          TO WGT-TOTAL-WAGES
                                              (WGT-INDEX)
               IF  WS-WAGE-AMOUNT > WGT-HIGH-QUARTER (WGT-INDEX)
                   MOVE WS-WAGE-AMOUNT     TO WGT-HIGH-QUARTER
                                              (WGT-INDEX)
               END-IF
           ELSE
               ADD 1                       TO WS-WAGE-REJECT-COUNT
           END-IF.
           PERFORM 8000-READ-WAGE-CSV.
      *---------------------------------------------------------------*
       2100-FIND-WAGE-ENTRY.
      *---------------------------------------------------------------*
           SET WGT-INDEX                   TO 1.
           SEARCH WGT-ENTRY
               AT END PERFORM 2110-ADD-WAGE-ENTRY
               WHEN WGT-CLAIM-ID (WGT-INDEX) = WS-CLAIM-ID
                   CONTINUE
           END-SEARCH.
      *---------------------------------------------------------------*
       2110-ADD-WAGE-ENTRY.
      *---------------------------------------------------------------*
           IF  WGT-ENTRY-COUNT < 5000
               ADD 1                       TO WGT-ENTRY-COUNT
           END-IF.
           SET WGT-INDEX                   TO WGT-ENTRY-COUNT.
           MOVE WS-CLAIM-ID                TO WGT-CLAIM-ID (WGT-INDEX).
           MOVE 0                          TO WGT-TOTAL-WAGES
                                              (WGT-INDEX)
                                              WGT-HIGH-QUARTER
                                              (WGT-INDEX).
      *---------------------------------------------------------------*
       2500-DETERMINE-ONE-CLAIMANT.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-CLAIMANT-COUNT.
           MOVE 0                          TO WS-BASE-WAGES
                                              WS-HIGH-QUARTER
                                              WS-WBA
                                              WS-MBA.
           MOVE 'I'                        TO WS-STATUS.
           MOVE 'NW'                       TO WS-REASON.
           SET WGT-INDEX                   TO 1.
           SEARCH WGT-ENTRY
               AT END CONTINUE
               WHEN WGT-CLAIM-ID (WGT-INDEX) = CD-CLAIM-ID
                   PERFORM 2600-COMPUTE-BENEFIT-AMOUNTS
           END-SEARCH.
           PERFORM 2700-FILE-DETERMINATION.
           PERFORM 8100-READ-CLAIMANT-DETAIL.
      *---------------------------------------------------------------*
       2600-COMPUTE-BENEFIT-AMOUNTS.
      *---------------------------------------------------------------*
           MOVE WGT-TOTAL-WAGES (WGT-INDEX) TO WS-BASE-WAGES.
           MOVE WGT-HIGH-QUARTER (WGT-INDEX) TO WS-HIGH-QUARTER.
           EVALUATE TRUE
               WHEN WS-BASE-WAGES < WS-MIN-BASE-WAGES
                   MOVE 'BP'               TO WS-REASON
               WHEN WS-HIGH-QUARTER < WS-MIN-HIGHQ-WAGES
                   MOVE 'HQ'               TO WS-REASON
               WHEN OTHER
                   MOVE 'E'                TO WS-STATUS
                   MOVE SPACE              TO WS-REASON
           END-EVALUATE.
           IF  WS-STATUS = 'E'
      *        WHOLE DOLLARS - THE FRACTION FALLS AWAY ON THE MOVE
      *        INTO THE INTEGER WORK FIELD.
               COMPUTE WS-WBA = WS-HIGH-QUARTER / WS-HQ-DIVISOR
               IF  WS-WBA < WS-WBA-FLOOR
                   MOVE WS-WBA-FLOOR       TO WS-WBA
               END-IF
               IF  WS-WBA > WS-WBA-CEILING
                   MOVE WS-WBA-CEILING     TO WS-WBA
               END-IF
               COMPUTE WS-MBA-BY-WEEKS = WS-WBA * WS-MAX-WEEKS
               COMPUTE WS-MBA-BY-PERCENT =
                   WS-BASE-WAGES * WS-BASE-PERIOD-PCT / 100
               IF  WS-MBA-BY-PERCENT < WS-MBA-BY-WEEKS
                   MOVE WS-MBA-BY-PERCENT  TO WS-MBA
               ELSE
                   MOVE WS-MBA-BY-WEEKS    TO WS-MBA
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2700-FILE-DETERMINATION.
      *---------------------------------------------------------------*
           MOVE CD-CLAIM-ID                TO MD-CLAIM-ID.
           READ DETERMINATION-FILE
               INVALID KEY
                   MOVE 'N'                TO WS-ON-FILE-SW
                   MOVE SPACES
                       TO MONETARY-DETERMINATION-RECORD
               NOT INVALID KEY
                   MOVE 'Y'                TO WS-ON-FILE-SW
           END-READ.
           IF  WS-ON-FILE
               AND MD-BASE-WAGES = WS-BASE-WAGES
               AND MD-HIGH-QUARTER = WS-HIGH-QUARTER
               AND MD-WEEKLY-BENEFIT = WS-WBA
               AND MD-MAXIMUM-BENEFIT = WS-MBA
               AND MD-STATUS = WS-STATUS
      *        SAME FIGURES AS ALREADY FILED - THE CLAIM HAS MORE
      *        THAN ONE DETAIL ROW, OR NOTHING CHANGED SINCE LAST RUN.
               ADD 1                       TO WS-UNCHANGED-COUNT
           ELSE
               PERFORM 2710-BUILD-DETERMINATION
               IF  WS-ON-FILE
                   ADD 1                   TO MD-REDETERMINED-COUNT
                   REWRITE MONETARY-DETERMINATION-RECORD
                   ADD 1                   TO WS-REDETERMINED-COUNT
                   MOVE 'REDETERMINED'     TO DDL-RESULT
               ELSE
                   MOVE 0                  TO MD-REDETERMINED-COUNT
                   WRITE MONETARY-DETERMINATION-RECORD
                   ADD 1                   TO WS-NEW-COUNT
                   MOVE 'DETERMINED'       TO DDL-RESULT
               END-IF
               PERFORM 2800-PRINT-DETERMINATION
           END-IF.
      *---------------------------------------------------------------*
       2710-BUILD-DETERMINATION.
      *---------------------------------------------------------------*
           MOVE CD-CLAIM-ID                TO MD-CLAIM-ID.
           MOVE WS-BUSINESS-DATE           TO MD-DETERMINATION-DATE.
           MOVE CD-STATE                   TO MD-STATE.
           MOVE WS-BASE-WAGES              TO MD-BASE-WAGES.
           MOVE WS-HIGH-QUARTER            TO MD-HIGH-QUARTER.
           MOVE WS-WBA                     TO MD-WEEKLY-BENEFIT.
           MOVE WS-MBA                     TO MD-MAXIMUM-BENEFIT.
           MOVE WS-STATUS                  TO MD-STATUS.
           MOVE WS-REASON                  TO MD-REASON.
      *---------------------------------------------------------------*
       2800-PRINT-DETERMINATION.
      *---------------------------------------------------------------*
           MOVE CD-CLAIM-ID                TO DDL-CLAIM-ID.
           MOVE CD-STATE                   TO DDL-STATE.
           MOVE WS-BASE-WAGES              TO DDL-BASE-WAGES.
           MOVE WS-HIGH-QUARTER            TO DDL-HIGH-QUARTER.
           MOVE WS-WBA                     TO DDL-WBA.
           MOVE WS-MBA                     TO DDL-MBA.
           IF  WS-STATUS = 'E'
               ADD 1                       TO WS-ELIGIBLE-COUNT
               ADD WS-WBA                  TO WS-TOTAL-WBA
               ADD WS-MBA                  TO WS-TOTAL-MBA
           ELSE
               ADD 1                       TO WS-INELIGIBLE-COUNT
               EVALUATE WS-REASON
                   WHEN 'NW'
                       MOVE 'INELIGIBLE - NO WAGE RECORDS'
                           TO DDL-RESULT
                   WHEN 'BP'
                       MOVE 'INELIGIBLE - BASE BELOW MIN'
                           TO DDL-RESULT
                   WHEN 'HQ'
                       MOVE 'INELIGIBLE - HIGH QTR BELOW MIN'
                           TO DDL-RESULT
               END-EVALUATE
           END-IF.
           MOVE DETERMINATION-DETAIL-LINE  TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE WAGE-CSV-FILE.
           CLOSE CLAIMANT-DETAIL-FILE.
           CLOSE DETERMINATION-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-TOTALS.
      *---------------------------------------------------------------*
           MOVE 2                          TO LINE-SPACEING.
           MOVE 'ELIGIBLE - TOTAL WBA / MBA'  TO TL-LABEL.
           MOVE WS-ELIGIBLE-COUNT          TO TL-COUNT.
           MOVE WS-TOTAL-WBA               TO TL-AMOUNT.
           MOVE TOTAL-LINE                 TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 1                          TO LINE-SPACEING.
           MOVE SPACE                      TO TL-LABEL.
           MOVE 0                          TO TL-COUNT.
           MOVE WS-TOTAL-MBA               TO TL-AMOUNT.
           MOVE TOTAL-LINE                 TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'INELIGIBLE'               TO TL-LABEL.
           MOVE WS-INELIGIBLE-COUNT        TO TL-COUNT.
           MOVE 0                          TO TL-AMOUNT.
           MOVE TOTAL-LINE                 TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'UNCHANGED, NOT RELISTED'  TO TL-LABEL.
           MOVE WS-UNCHANGED-COUNT         TO TL-COUNT.
           MOVE TOTAL-LINE                 TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       8000-READ-WAGE-CSV.
      *---------------------------------------------------------------*
           READ WAGE-CSV-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
           IF  NOT END-OF-FILE
               MOVE SPACE TO WS-CLAIM-ID WS-QUARTER WS-WAGES
               UNSTRING WAGE-CSV-LINE DELIMITED BY ','
                   INTO WS-CLAIM-ID
                        WS-QUARTER
                        WS-WAGES
               END-UNSTRING
           END-IF.
      *---------------------------------------------------------------*
       8100-READ-CLAIMANT-DETAIL.
      *---------------------------------------------------------------*
           READ CLAIMANT-DETAIL-FILE
               AT END MOVE 'Y' TO DETAIL-EOF-SW.
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
           MOVE DETERMINATION-HEADING-LINE TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE DETERMINATION-COLUMN-LINE  TO PRINT-LINE.
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
