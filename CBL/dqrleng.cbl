       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DQRLENG.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    DATA-QUALITY RULE ENGINE - RUNS EVERY ACTIVE RULE ON THE
      *    DQRULES FILE (SEE DQRULREC, MAINTAINED BY DQRLMNT) AGAINST
      *    THE NIGHT'S LOADS - EVERY ROW OF CLMTFILE, WHICH UNEMDET
      *    REBUILDS EACH NIGHT, AND THE PAYMSTR ROWS WHOSE LOAD DATE
      *    IS THE BUSINESS DATE.  THE EDITS HARDCODED IN UNEMDET,
      *    UNEMPAY AND UNEMCERT STILL RUN AT LOAD TIME; THESE ARE THE
      *    BUSINESS UNIT'S OWN CHECKS LAYERED ON TOP.
      *    PRINTS EACH RULE WITH ITS HIT COUNT AND UP TO FIVE SAMPLE
      *    KEYS (CLAIM ID AND CLAIM DATE, OR CLAIM ID AND PAID
      *    WEEK-ENDING).  A HIT ON AN 'E' OR 'F' RULE IS ALSO RAISED
      *    TO THE EXCEPTION HUB THROUGH EXCWRITE WITH THE RULE'S
      *    SEVERITY AND MESSAGE, KEYED ON CLAIM ID PLUS RULE ID; A
      *    'W' RULE IS LISTED ONLY.  A RULE NAMING A FIELD NO LONGER
      *    IN THE DQFLDTBC DICTIONARY IS NOT RUN AND IS RAISED TO THE
      *    HUB AS AN ERROR.
      *    RETURN CODE 8 WHEN AN 'F' RULE HITS, 4 WHEN AN 'E' RULE
      *    HITS OR A RULE COULD NOT BE RUN.
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
           SELECT DATA-QUALITY-RULE-FILE ASSIGN TO DQRULES
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS DQ-RULE-ID
             FILE STATUS  IS DATA-QUALITY-RULE-STATUS.
           SELECT CLAIMANT-DETAIL-FILE ASSIGN TO CLMTFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS CD-DETAIL-KEY
             ALTERNATE RECORD KEY IS CD-CLAIMANT-ID WITH DUPLICATES
             ALTERNATE RECORD KEY IS CD-EMPLOYER-ACCT WITH DUPLICATES
             FILE STATUS  IS CLAIMANT-DETAIL-STATUS.
           SELECT PAYMENT-MASTER-FILE ASSIGN TO PAYMSTR
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS PM-PAYMENT-KEY
             FILE STATUS  IS PAYMENT-MASTER-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  DATA-QUALITY-RULE-FILE.
       COPY DQRULREC.
      *---------------------------------------------------------------*
       FD  CLAIMANT-DETAIL-FILE.
       COPY CLMTREC.
      *---------------------------------------------------------------*
       FD  PAYMENT-MASTER-FILE.
       COPY PAYREC.
      *---------------------------------------------------------------*
       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD.
           05  PRINT-LINE                  PIC X(132).
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  DATA-QUALITY-RULE-STATUS    PIC X(02).
               88  DATA-QUALITY-RULE-OK          VALUE '00'.
               88  DATA-QUALITY-RULE-NEW         VALUE '35'.
           05  CLAIMANT-DETAIL-STATUS      PIC X(02).
               88  CLAIMANT-DETAIL-OK            VALUE '00'.
           05  PAYMENT-MASTER-STATUS       PIC X(02).
               88  PAYMENT-MASTER-OK             VALUE '00'.
               88  PAYMENT-MASTER-NEW            VALUE '35'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  SCAN-EOF-SW                 PIC X(01).
               88  SCAN-EOF                      VALUE 'Y'.
           05  RULE-FILE-OPEN-SW           PIC X(01) VALUE 'N'.
               88  RULE-FILE-OPEN                VALUE 'Y'.
           05  PAYMENT-MASTER-OPEN-SW      PIC X(01) VALUE 'N'.
               88  PAYMENT-MASTER-OPEN           VALUE 'Y'.
           05  RULE-HIT-SW                 PIC X(01).
               88  RULE-HIT                      VALUE 'Y'.
           05  FIELD-USABLE-SW             PIC X(01).
               88  FIELD-USABLE                  VALUE 'Y'.
           05  ERROR-HIT-SW                PIC X(01) VALUE 'N'.
               88  ERROR-HIT                     VALUE 'Y'.
           05  FATAL-HIT-SW                PIC X(01) VALUE 'N'.
               88  FATAL-HIT                     VALUE 'Y'.
           05  WS-BUSINESS-DATE            PIC 9(08).
           05  WS-TARGET-FILE              PIC X(01).
           05  WS-ROW-KEY                  PIC X(16).
           05  WS-RECORD-IMAGE             PIC X(80).
           05  WS-RULE-SUB                 PIC 9(03).
           05  WS-COND                     PIC 9(01).
           05  WS-FIELD-SUB                PIC 9(02).
           05  WS-FIND-NAME                PIC X(12).
           05  WS-SAMPLE-SUB               PIC 9(01).
           05  WS-FIELD-TEXT               PIC X(12).
           05  WS-FIELD-NUMBER             PIC S9(16)V99.
           05  WS-DIGITS                   PIC X(18).
           05  WS-DIGITS-NUMBER REDEFINES WS-DIGITS
                                           PIC 9(18).
           05  WS-DIGITS-DATE REDEFINES WS-DIGITS.
               10  FILLER                  PIC X(10).
               10  WS-DIGITS-DD            PIC 9(02).
               10  WS-DIGITS-MM            PIC 9(02).
               10  WS-DIGITS-YYYY          PIC 9(04).
           05  WS-LEFT-TEXT                PIC X(12).
           05  WS-RIGHT-TEXT               PIC X(12).
           05  WS-LEFT-NUMBER              PIC S9(16)V99.
           05  WS-RIGHT-NUMBER             PIC S9(16)V99.
           05  WS-COMPARISON               PIC X(01).
               88  WS-LEFT-LESS                  VALUE 'L'.
               88  WS-LEFT-EQUAL                 VALUE 'E'.
               88  WS-LEFT-GREATER               VALUE 'G'.
           05  WS-RULES-READ               PIC 9(05) VALUE 0.
           05  WS-RULES-INACTIVE           PIC 9(05) VALUE 0.
           05  WS-RULES-NOT-RUN            PIC 9(05) VALUE 0.
           05  WS-CLAIMANT-ROWS            PIC 9(09) VALUE 0.
           05  WS-PAYMENT-ROWS             PIC 9(09) VALUE 0.
           05  WS-TOTAL-HITS               PIC 9(09) VALUE 0.
       COPY DQFLDTBC.
      *---------------------------------------------------------------*
      *    ACTIVE RULES, IN RULE-ID ORDER, WITH THEIR FIELD NAMES
      *    RESOLVED TO DICTIONARY ENTRIES.  A RIGHT SUBSCRIPT OF ZERO
      *    MEANS THE CONDITION TESTS A VALUE.
      *---------------------------------------------------------------*
       01  RULE-TABLE.
           05  RT-RULE-COUNT               PIC 9(03) VALUE 0.
           05  RT-ENTRY                    OCCURS 200 TIMES.
               10  RT-RULE-ID              PIC X(06).
               10  RT-TARGET-FILE          PIC X(01).
               10  RT-SEVERITY             PIC X(01).
                   88  RT-WARNING                VALUE 'W'.
                   88  RT-FATAL                  VALUE 'F'.
               10  RT-MESSAGE              PIC X(40).
               10  RT-RUNNABLE-SW          PIC X(01).
                   88  RT-RUNNABLE               VALUE 'Y'.
               10  RT-CONDITION-COUNT      PIC 9(01).
               10  RT-CONDITION            OCCURS 2 TIMES.
                   15  RT-LEFT-SUB         PIC 9(02).
                   15  RT-OPERATOR         PIC X(02).
                   15  RT-RIGHT-SUB        PIC 9(02).
                   15  RT-RIGHT-TEXT       PIC X(12).
                   15  RT-RIGHT-NUMBER     PIC S9(11)V99.
               10  RT-HIT-COUNT            PIC 9(09).
               10  RT-SAMPLE-KEY           PIC X(16) OCCURS 5 TIMES.
      *---------------------------------------------------------------*
       01  ENGINE-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'DQRLENG DATA-QUALITY RULE ENGINE      AS OF '.
           05  EHL-BUSINESS-DATE           PIC 9(08).
           05  FILLER PIC X(08) VALUE '   PAGE '.
           05  EHL-PAGE-COUNT              PIC ZZ9.
      *---------------------------------------------------------------*
       01  ENGINE-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(41) VALUE
               'RULE    FILE      SEV       HITS  MESSAGE'.
      *---------------------------------------------------------------*
       01  RULE-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  RDL-RULE-ID                 PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  RDL-FILE                    PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  RDL-SEVERITY                PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  RDL-HITS                    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  RDL-MESSAGE                 PIC X(40).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  RDL-NOTE                    PIC X(36).
      *---------------------------------------------------------------*
       01  SAMPLE-KEY-LINE.
      *---------------------------------------------------------------*
           05  FILLER                      PIC X(08) VALUE SPACE.
           05  FILLER PIC X(13) VALUE 'SAMPLE KEYS: '.
           05  SKL-KEY                     OCCURS 5 TIMES.
               10  SKL-CLAIM-ID            PIC X(08).
               10  FILLER                  PIC X(01).
               10  SKL-DATE                PIC X(08).
               10  FILLER                  PIC X(02).
      *---------------------------------------------------------------*
       01  ENGINE-TOTAL-LINE.
      *---------------------------------------------------------------*
           05  ETL-LABEL                   PIC X(30).
           05  ETL-COUNT                   PIC ZZZ,ZZZ,ZZ9.
      *---------------------------------------------------------------*
       01  REPORT-LINES.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
       COPY PRINTCTL.
       COPY BUSDATEC.
       COPY EXCLOGC.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           IF  NOT END-OF-FILE
               PERFORM 8000-READ-RULE
               PERFORM 2000-LOAD-RULE
                   UNTIL END-OF-FILE
               PERFORM 2100-SWEEP-CLAIMANT-DETAIL
               IF  PAYMENT-MASTER-OPEN
                   PERFORM 2200-SWEEP-PAYMENTS
               END-IF
               PERFORM 4000-PRINT-RULE-RESULTS
           END-IF.
           PERFORM 3000-CLOSE-FILES.
           EVALUATE TRUE
               WHEN RETURN-CODE > 4
                   CONTINUE
               WHEN FATAL-HIT
                   MOVE 8                  TO RETURN-CODE
               WHEN ERROR-HIT OR WS-RULES-NOT-RUN > 0
                   MOVE 4                  TO RETURN-CODE
           END-EVALUATE.
           DISPLAY '*** DQRLENG RULE ENGINE SUMMARY ***'.
           DISPLAY 'RULES READ          : ', WS-RULES-READ.
           DISPLAY 'RULES INACTIVE      : ', WS-RULES-INACTIVE.
           DISPLAY 'RULES NOT RUN       : ', WS-RULES-NOT-RUN.
           DISPLAY 'CLMTFILE ROWS TESTED: ', WS-CLAIMANT-ROWS.
           DISPLAY 'PAYMSTR ROWS TESTED : ', WS-PAYMENT-ROWS.
           DISPLAY 'RULE HITS           : ', WS-TOTAL-HITS.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE           TO EHL-BUSINESS-DATE.
           OPEN INPUT DATA-QUALITY-RULE-FILE.
           EVALUATE TRUE
               WHEN DATA-QUALITY-RULE-OK
                   MOVE 'Y'                TO RULE-FILE-OPEN-SW
               WHEN DATA-QUALITY-RULE-NEW
      *            NO RULE HAS EVER BEEN ADDED - NOTHING TO RUN.
                   MOVE 'NO DATA-QUALITY RULES ON FILE'
                       TO NEXT-REPORT-LINE
                   PERFORM 9000-PRINT-REPORT-LINE
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   DISPLAY 'DQRULES OPEN ERROR : ',
                       DATA-QUALITY-RULE-STATUS
                   MOVE 16                 TO RETURN-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.
           OPEN INPUT CLAIMANT-DETAIL-FILE.
           IF NOT CLAIMANT-DETAIL-OK
               DISPLAY 'CLMTFILE OPEN ERROR : ', CLAIMANT-DETAIL-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *    NO PAYMENT MASTER YET MEANS NO PAYMENTS LOADED TONIGHT.
           OPEN INPUT PAYMENT-MASTER-FILE.
           IF  PAYMENT-MASTER-OK
               MOVE 'Y'                    TO PAYMENT-MASTER-OPEN-SW
           ELSE
               IF NOT PAYMENT-MASTER-NEW
                   DISPLAY 'PAYMSTR OPEN ERROR : ',
                       PAYMENT-MASTER-STATUS
                   MOVE 16                 TO RETURN-CODE
                   SET END-OF-FILE TO TRUE
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2000-LOAD-RULE.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-RULES-READ.
           EVALUATE TRUE
               WHEN NOT DQ-ACTIVE
                   ADD 1                   TO WS-RULES-INACTIVE
               WHEN RT-RULE-COUNT NOT < 200
                   DISPLAY 'DQRLENG RULE TABLE FULL - NOT RUN : ',
                       DQ-RULE-ID
                   ADD 1                   TO WS-RULES-NOT-RUN
                   MOVE 'DQRLENG'          TO EX-SOURCE-PROGRAM
                   MOVE 'E'                TO EX-SEVERITY
                   MOVE DQ-RULE-ID         TO EX-KEY
                   MOVE 'RULE TABLE FULL - RULE NOT RUN'
                       TO EX-MESSAGE
                   CALL 'EXCWRITE' USING EXCWRITE-REQUEST
               WHEN OTHER
                   ADD 1                   TO RT-RULE-COUNT
                   MOVE RT-RULE-COUNT      TO WS-RULE-SUB
                   PERFORM 2010-MOVE-RULE-TO-TABLE
           END-EVALUATE.
           PERFORM 8000-READ-RULE.
      *---------------------------------------------------------------*
       2010-MOVE-RULE-TO-TABLE.
      *---------------------------------------------------------------*
           MOVE DQ-RULE-ID                 TO RT-RULE-ID (WS-RULE-SUB).
           MOVE DQ-TARGET-FILE             TO RT-TARGET-FILE
                                              (WS-RULE-SUB).
           MOVE DQ-SEVERITY                TO RT-SEVERITY
                                              (WS-RULE-SUB).
           MOVE DQ-MESSAGE                 TO RT-MESSAGE (WS-RULE-SUB).
           MOVE 'Y'                        TO RT-RUNNABLE-SW
                                              (WS-RULE-SUB).
           MOVE 0                          TO RT-HIT-COUNT
                                              (WS-RULE-SUB).
           MOVE SPACES                     TO RT-SAMPLE-KEY
                                              (WS-RULE-SUB, 1)
                                              RT-SAMPLE-KEY
                                              (WS-RULE-SUB, 2)
                                              RT-SAMPLE-KEY
                                              (WS-RULE-SUB, 3)
                                              RT-SAMPLE-KEY
                                              (WS-RULE-SUB, 4)
                                              RT-SAMPLE-KEY
                                              (WS-RULE-SUB, 5).
           IF  DQ-FIELD-NAME (2) = SPACES
               MOVE 1                      TO RT-CONDITION-COUNT
                                              (WS-RULE-SUB)
           ELSE
               MOVE 2                      TO RT-CONDITION-COUNT
                                              (WS-RULE-SUB)
           END-IF.
           PERFORM 2020-RESOLVE-CONDITION
               VARYING WS-COND FROM 1 BY 1
               UNTIL WS-COND > RT-CONDITION-COUNT (WS-RULE-SUB).
           IF NOT RT-RUNNABLE (WS-RULE-SUB)
               ADD 1                       TO WS-RULES-NOT-RUN
               MOVE 'DQRLENG'              TO EX-SOURCE-PROGRAM
               MOVE 'E'                    TO EX-SEVERITY
               MOVE DQ-RULE-ID             TO EX-KEY
               MOVE 'RULE NAMES A FIELD NOT IN THE DICTIONARY'
                   TO EX-MESSAGE
               CALL 'EXCWRITE' USING EXCWRITE-REQUEST
           END-IF.
      *---------------------------------------------------------------*
       2020-RESOLVE-CONDITION.
      *---------------------------------------------------------------*
           MOVE DQ-FIELD-NAME (WS-COND)    TO WS-FIND-NAME.
           PERFORM 2030-FIND-FIELD.
           MOVE WS-FIELD-SUB               TO RT-LEFT-SUB
                                              (WS-RULE-SUB, WS-COND).
           IF  WS-FIELD-SUB = 0
               MOVE 'N'                    TO RT-RUNNABLE-SW
                                              (WS-RULE-SUB)
           END-IF.
           MOVE DQ-OPERATOR (WS-COND)      TO RT-OPERATOR
                                              (WS-RULE-SUB, WS-COND).
           MOVE DQ-OPERAND-TEXT (WS-COND)  TO RT-RIGHT-TEXT
                                              (WS-RULE-SUB, WS-COND).
           MOVE DQ-OPERAND-NUMBER (WS-COND)
                                           TO RT-RIGHT-NUMBER
                                              (WS-RULE-SUB, WS-COND).
           MOVE 0                          TO RT-RIGHT-SUB
                                              (WS-RULE-SUB, WS-COND).
           IF  DQ-OPERAND-IS-FIELD (WS-COND)
               MOVE DQ-OPERAND-TEXT (WS-COND) TO WS-FIND-NAME
               PERFORM 2030-FIND-FIELD
               MOVE WS-FIELD-SUB           TO RT-RIGHT-SUB
                                              (WS-RULE-SUB, WS-COND)
               IF  WS-FIELD-SUB = 0
                   MOVE 'N'                TO RT-RUNNABLE-SW
                                              (WS-RULE-SUB)
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2030-FIND-FIELD.
      *---------------------------------------------------------------*
           MOVE 0                          TO WS-FIELD-SUB.
           SET DQF-IDX                     TO 1.
           SEARCH DQF-ENTRY
               AT END
                   CONTINUE
               WHEN DQF-FILE (DQF-IDX) = DQ-TARGET-FILE
                   AND DQF-NAME (DQF-IDX) = WS-FIND-NAME
                   SET WS-FIELD-SUB        TO DQF-IDX
           END-SEARCH.
      *---------------------------------------------------------------*
       2100-SWEEP-CLAIMANT-DETAIL.
      *---------------------------------------------------------------*
           MOVE 'C'                        TO WS-TARGET-FILE.
           MOVE 'N'                        TO SCAN-EOF-SW.
           PERFORM 8100-READ-CLAIMANT-DETAIL.
           PERFORM 2110-TEST-CLAIMANT-ROW
               UNTIL SCAN-EOF.
      *---------------------------------------------------------------*
       2110-TEST-CLAIMANT-ROW.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-CLAIMANT-ROWS.
           MOVE CLAIMANT-DETAIL-RECORD     TO WS-RECORD-IMAGE.
           MOVE CD-CLAIM-ID                TO WS-ROW-KEY (1:8).
           MOVE CD-DATE                    TO WS-ROW-KEY (9:8).
           PERFORM 2500-APPLY-RULE THRU 2500-EXIT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > RT-RULE-COUNT.
           PERFORM 8100-READ-CLAIMANT-DETAIL.
      *---------------------------------------------------------------*
       2200-SWEEP-PAYMENTS.
      *---------------------------------------------------------------*
           MOVE 'P'                        TO WS-TARGET-FILE.
           MOVE 'N'                        TO SCAN-EOF-SW.
           PERFORM 8200-READ-PAYMENT.
           PERFORM 2210-TEST-PAYMENT-ROW
               UNTIL SCAN-EOF.
      *---------------------------------------------------------------*
       2210-TEST-PAYMENT-ROW.
      *---------------------------------------------------------------*
      *    ONLY THE ROWS UNEMPAY LOADED OR TOPPED UP TONIGHT.
           IF  PM-LOAD-DATE = WS-BUSINESS-DATE
               ADD 1                       TO WS-PAYMENT-ROWS
               MOVE BENEFIT-PAYMENT-RECORD TO WS-RECORD-IMAGE
               MOVE PM-PAYMENT-KEY         TO WS-ROW-KEY
               PERFORM 2500-APPLY-RULE THRU 2500-EXIT
                   VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > RT-RULE-COUNT
           END-IF.
           PERFORM 8200-READ-PAYMENT.
      *---------------------------------------------------------------*
       2500-APPLY-RULE.
      *---------------------------------------------------------------*
           IF  RT-TARGET-FILE (WS-RULE-SUB) NOT = WS-TARGET-FILE
               OR NOT RT-RUNNABLE (WS-RULE-SUB)
               GO TO 2500-EXIT.
           MOVE 'Y'                        TO RULE-HIT-SW.
           PERFORM 2600-TEST-CONDITION THRU 2600-EXIT
               VARYING WS-COND FROM 1 BY 1
               UNTIL WS-COND > RT-CONDITION-COUNT (WS-RULE-SUB)
                  OR NOT RULE-HIT.
           IF  RULE-HIT
               PERFORM 2700-RECORD-HIT.
       2500-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2600-TEST-CONDITION.
      *---------------------------------------------------------------*
      *    A NUMERIC FIELD THAT DOES NOT HOLD A NUMBER CANNOT SATISFY
      *    A COMPARISON - THE LOAD EDITS OWN THAT PROBLEM.
      *---------------------------------------------------------------*
           MOVE RT-LEFT-SUB (WS-RULE-SUB, WS-COND) TO WS-FIELD-SUB.
           PERFORM 2650-EXTRACT-FIELD.
           IF  DQF-TEXT (WS-FIELD-SUB)
               MOVE WS-FIELD-TEXT          TO WS-LEFT-TEXT
               IF  RT-RIGHT-SUB (WS-RULE-SUB, WS-COND) = 0
                   MOVE RT-RIGHT-TEXT (WS-RULE-SUB, WS-COND)
                                           TO WS-RIGHT-TEXT
               ELSE
                   MOVE RT-RIGHT-SUB (WS-RULE-SUB, WS-COND)
                                           TO WS-FIELD-SUB
                   PERFORM 2650-EXTRACT-FIELD
                   MOVE WS-FIELD-TEXT      TO WS-RIGHT-TEXT
               END-IF
               EVALUATE TRUE
                   WHEN WS-LEFT-TEXT < WS-RIGHT-TEXT
                       SET WS-LEFT-LESS    TO TRUE
                   WHEN WS-LEFT-TEXT = WS-RIGHT-TEXT
                       SET WS-LEFT-EQUAL   TO TRUE
                   WHEN OTHER
                       SET WS-LEFT-GREATER TO TRUE
               END-EVALUATE
               GO TO 2600-APPLY-OPERATOR.
           IF NOT FIELD-USABLE
               MOVE 'N'                    TO RULE-HIT-SW
               GO TO 2600-EXIT.
           MOVE WS-FIELD-NUMBER            TO WS-LEFT-NUMBER.
           IF  RT-RIGHT-SUB (WS-RULE-SUB, WS-COND) = 0
               MOVE RT-RIGHT-NUMBER (WS-RULE-SUB, WS-COND)
                                           TO WS-RIGHT-NUMBER
           ELSE
               MOVE RT-RIGHT-SUB (WS-RULE-SUB, WS-COND)
                                           TO WS-FIELD-SUB
               PERFORM 2650-EXTRACT-FIELD
               IF NOT FIELD-USABLE
                   MOVE 'N'                TO RULE-HIT-SW
                   GO TO 2600-EXIT
               END-IF
               MOVE WS-FIELD-NUMBER        TO WS-RIGHT-NUMBER
           END-IF.
           EVALUATE TRUE
               WHEN WS-LEFT-NUMBER < WS-RIGHT-NUMBER
                   SET WS-LEFT-LESS        TO TRUE
               WHEN WS-LEFT-NUMBER = WS-RIGHT-NUMBER
                   SET WS-LEFT-EQUAL       TO TRUE
               WHEN OTHER
                   SET WS-LEFT-GREATER     TO TRUE
           END-EVALUATE.
       2600-APPLY-OPERATOR.
           EVALUATE RT-OPERATOR (WS-RULE-SUB, WS-COND)
               WHEN 'EQ'
                   IF NOT WS-LEFT-EQUAL
                       MOVE 'N'            TO RULE-HIT-SW
                   END-IF
               WHEN 'NE'
                   IF  WS-LEFT-EQUAL
                       MOVE 'N'            TO RULE-HIT-SW
                   END-IF
               WHEN 'LT'
                   IF NOT WS-LEFT-LESS
                       MOVE 'N'            TO RULE-HIT-SW
                   END-IF
               WHEN 'LE'
                   IF  WS-LEFT-GREATER
                       MOVE 'N'            TO RULE-HIT-SW
                   END-IF
               WHEN 'GT'
                   IF NOT WS-LEFT-GREATER
                       MOVE 'N'            TO RULE-HIT-SW
                   END-IF
               WHEN 'GE'
                   IF  WS-LEFT-LESS
                       MOVE 'N'            TO RULE-HIT-SW
                   END-IF
               WHEN OTHER
                   MOVE 'N'                TO RULE-HIT-SW
           END-EVALUATE.
       2600-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2650-EXTRACT-FIELD.
      *---------------------------------------------------------------*
      *    PULLS DICTIONARY FIELD WS-FIELD-SUB OUT OF THE CURRENT
      *    RECORD - AS TEXT, AND FOR A NUMERIC FIELD AS A NUMBER AT
      *    ITS IMPLIED DECIMALS (A DDMMYYYY DATE TURNED YYYYMMDD).
      *---------------------------------------------------------------*
           MOVE SPACES                     TO WS-FIELD-TEXT.
           MOVE WS-RECORD-IMAGE (DQF-OFFSET (WS-FIELD-SUB):
                                 DQF-LENGTH (WS-FIELD-SUB))
                                           TO WS-FIELD-TEXT.
           MOVE 0                          TO WS-FIELD-NUMBER.
           MOVE 'Y'                        TO FIELD-USABLE-SW.
           IF  NOT DQF-TEXT (WS-FIELD-SUB)
               MOVE ZEROES                 TO WS-DIGITS
               MOVE WS-RECORD-IMAGE (DQF-OFFSET (WS-FIELD-SUB):
                                     DQF-LENGTH (WS-FIELD-SUB))
                   TO WS-DIGITS (19 - DQF-LENGTH (WS-FIELD-SUB):
                                 DQF-LENGTH (WS-FIELD-SUB))
               EVALUATE TRUE
                   WHEN WS-DIGITS IS NOT NUMERIC
                       MOVE 'N'            TO FIELD-USABLE-SW
                   WHEN DQF-DDMMYYYY (WS-FIELD-SUB)
                       COMPUTE WS-FIELD-NUMBER =
                           WS-DIGITS-YYYY * 10000
                           + WS-DIGITS-MM * 100 + WS-DIGITS-DD
                   WHEN OTHER
                       COMPUTE WS-FIELD-NUMBER =
                           WS-DIGITS-NUMBER
                           / 10 ** DQF-DECIMALS (WS-FIELD-SUB)
               END-EVALUATE
           END-IF.
      *---------------------------------------------------------------*
       2700-RECORD-HIT.
      *---------------------------------------------------------------*
           ADD 1                           TO RT-HIT-COUNT
                                              (WS-RULE-SUB)
                                              WS-TOTAL-HITS.
           IF  RT-HIT-COUNT (WS-RULE-SUB) NOT > 5
               MOVE RT-HIT-COUNT (WS-RULE-SUB) TO WS-SAMPLE-SUB
               MOVE WS-ROW-KEY             TO RT-SAMPLE-KEY
                                              (WS-RULE-SUB,
                                               WS-SAMPLE-SUB)
           END-IF.
           IF  NOT RT-WARNING (WS-RULE-SUB)
               IF  RT-FATAL (WS-RULE-SUB)
                   SET FATAL-HIT           TO TRUE
               ELSE
                   SET ERROR-HIT           TO TRUE
               END-IF
               MOVE 'DQRLENG'              TO EX-SOURCE-PROGRAM
               MOVE RT-SEVERITY (WS-RULE-SUB) TO EX-SEVERITY
               MOVE SPACES                 TO EX-KEY
               MOVE WS-ROW-KEY (1:8)       TO EX-KEY (1:8)
               MOVE RT-RULE-ID (WS-RULE-SUB) TO EX-KEY (9:6)
               MOVE RT-MESSAGE (WS-RULE-SUB) TO EX-MESSAGE
               CALL 'EXCWRITE' USING EXCWRITE-REQUEST
           END-IF.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           IF  RULE-FILE-OPEN
               CLOSE DATA-QUALITY-RULE-FILE
           END-IF.
           IF  CLAIMANT-DETAIL-OK
               CLOSE CLAIMANT-DETAIL-FILE
           END-IF.
           IF  PAYMENT-MASTER-OPEN
               CLOSE PAYMENT-MASTER-FILE
           END-IF.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-RULE-RESULTS.
      *---------------------------------------------------------------*
           IF  RT-RULE-COUNT = 0
               MOVE 'NO ACTIVE DATA-QUALITY RULES'
                   TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           ELSE
               PERFORM 4100-PRINT-ONE-RULE
                   VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > RT-RULE-COUNT
           END-IF.
           MOVE 2                          TO LINE-SPACEING.
           MOVE 'CLMTFILE ROWS TESTED     :'  TO ETL-LABEL.
           MOVE WS-CLAIMANT-ROWS           TO ETL-COUNT.
           MOVE ENGINE-TOTAL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 1                          TO LINE-SPACEING.
           MOVE 'PAYMSTR ROWS LOADED TODAY:'  TO ETL-LABEL.
           MOVE WS-PAYMENT-ROWS            TO ETL-COUNT.
           MOVE ENGINE-TOTAL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'ACTIVE RULES             :'  TO ETL-LABEL.
           MOVE RT-RULE-COUNT              TO ETL-COUNT.
           MOVE ENGINE-TOTAL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'INACTIVE RULES           :'  TO ETL-LABEL.
           MOVE WS-RULES-INACTIVE          TO ETL-COUNT.
           MOVE ENGINE-TOTAL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'RULES NOT RUN            :'  TO ETL-LABEL.
           MOVE WS-RULES-NOT-RUN           TO ETL-COUNT.
           MOVE ENGINE-TOTAL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'TOTAL RULE HITS          :'  TO ETL-LABEL.
           MOVE WS-TOTAL-HITS              TO ETL-COUNT.
           MOVE ENGINE-TOTAL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       4100-PRINT-ONE-RULE.
      *---------------------------------------------------------------*
           MOVE RT-RULE-ID (WS-RULE-SUB)   TO RDL-RULE-ID.
           IF  RT-TARGET-FILE (WS-RULE-SUB) = 'C'
               MOVE 'CLMTFILE'             TO RDL-FILE
           ELSE
               MOVE 'PAYMSTR'              TO RDL-FILE
           END-IF.
           MOVE RT-SEVERITY (WS-RULE-SUB)  TO RDL-SEVERITY.
           MOVE RT-HIT-COUNT (WS-RULE-SUB) TO RDL-HITS.
           MOVE RT-MESSAGE (WS-RULE-SUB)   TO RDL-MESSAGE.
           IF  RT-RUNNABLE (WS-RULE-SUB)
               MOVE SPACES                 TO RDL-NOTE
           ELSE
               MOVE 'NOT RUN - FIELD NOT IN DICTIONARY'
                   TO RDL-NOTE
           END-IF.
           MOVE RULE-DETAIL-LINE           TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           IF  RT-HIT-COUNT (WS-RULE-SUB) > 0
               MOVE SPACES                 TO SKL-KEY (1) SKL-KEY (2)
                                              SKL-KEY (3) SKL-KEY (4)
                                              SKL-KEY (5)
               PERFORM 4110-MOVE-SAMPLE-KEY
                   VARYING WS-SAMPLE-SUB FROM 1 BY 1
                   UNTIL WS-SAMPLE-SUB > 5
               MOVE SAMPLE-KEY-LINE        TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
      *---------------------------------------------------------------*
       4110-MOVE-SAMPLE-KEY.
      *---------------------------------------------------------------*
           MOVE RT-SAMPLE-KEY (WS-RULE-SUB, WS-SAMPLE-SUB) (1:8)
                                           TO SKL-CLAIM-ID
                                              (WS-SAMPLE-SUB).
           MOVE RT-SAMPLE-KEY (WS-RULE-SUB, WS-SAMPLE-SUB) (9:8)
                                           TO SKL-DATE
                                              (WS-SAMPLE-SUB).
      *---------------------------------------------------------------*
       8000-READ-RULE.
      *---------------------------------------------------------------*
           READ DATA-QUALITY-RULE-FILE NEXT RECORD
               AT END SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       8100-READ-CLAIMANT-DETAIL.
      *---------------------------------------------------------------*
           READ CLAIMANT-DETAIL-FILE
               AT END SET SCAN-EOF TO TRUE.
      *---------------------------------------------------------------*
       8200-READ-PAYMENT.
      *---------------------------------------------------------------*
           READ PAYMENT-MASTER-FILE NEXT RECORD
               AT END SET SCAN-EOF TO TRUE.
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
           MOVE PAGE-COUNT                 TO EHL-PAGE-COUNT.
           MOVE ENGINE-HEADING-LINE        TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE ENGINE-COLUMN-LINE         TO PRINT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 9120-WRITE-PRINT-LINE.
           ADD  1                          TO PAGE-COUNT.
           MOVE 1                          TO LINE-SPACEING.
           MOVE 4                          TO LINE-COUNT.
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
