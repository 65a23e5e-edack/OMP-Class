       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DQRLMNT.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    DATA-QUALITY RULE MAINTENANCE - APPLIES ADD/CHANGE/DELETE
      *    CARDS TO THE DQRULES KEYED RULE FILE (SEE DQRULREC) AND
      *    PRINTS AN AUDIT LISTING OF EVERY CARD AND ITS RESULT, THE
      *    SAME ARRANGEMENT FEEDMNT USES FOR THE FEED REGISTRY.  THE
      *    RULES BELONG TO THE BUSINESS UNIT - A NEW EDIT IS A CARD,
      *    NOT A PROGRAM CHANGE.  FIELD NAMES ARE EDITED AGAINST THE
      *    DQFLDTBC DICTIONARY THE DQRLENG ENGINE RUNS WITH.
      *
      *    CARD FORMAT (DQRLIN) -
      *      COL 1       ACTION  A=ADD  C=CHANGE  D=DELETE
      *      COL 3-8     RULE ID
      *      COL 10      FILE TESTED  C=CLMTFILE  P=PAYMSTR
      *      COL 12      ACTIVE  Y/N (BLANK ON AN ADD = Y)
      *      COL 14      SEVERITY  W/E/F
      *      COL 16-27   CONDITION 1 FIELD NAME
      *      COL 29-30   CONDITION 1 OPERATOR  EQ NE LT LE GT GE
      *      COL 32      CONDITION 1 OPERAND  V=VALUE  F=FIELD
      *      COL 34-45   CONDITION 1 VALUE OR SECOND FIELD NAME
      *      COL 47-76   CONDITION 2, SAME LAYOUT AS COL 16-45
      *                  (BLANK = ONE-CONDITION RULE)
      *      COL 78-117  MESSAGE
      *    A NUMERIC VALUE IS DIGITS WITH AN OPTIONAL DECIMAL POINT
      *    (AMOUNTS IN DOLLARS AND CENTS); A DATE VALUE IS YYYYMMDD.
      *    A C CARD LEAVES BLANK ACTIVE, SEVERITY AND MESSAGE AS THEY
      *    ARE; A CONDITION 1 FIELD ON A C CARD RESTATES THE WHOLE
      *    TEST (BOTH CONDITIONS), AND IS NEEDED TO MOVE A RULE TO
      *    THE OTHER FILE.
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
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS DQ-RULE-ID
             FILE STATUS  IS DATA-QUALITY-RULE-STATUS.
           SELECT MAINTENANCE-CARD-FILE ASSIGN TO DQRLIN
             FILE STATUS IS MAINTENANCE-CARD-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  DATA-QUALITY-RULE-FILE.
       COPY DQRULREC.
      *---------------------------------------------------------------*
       FD  MAINTENANCE-CARD-FILE
           RECORDING MODE IS F.
       01  MAINTENANCE-CARD.
           05  MC-ACTION                   PIC X(01).
               88  MC-ADD                        VALUE 'A'.
               88  MC-CHANGE                     VALUE 'C'.
               88  MC-DELETE                     VALUE 'D'.
           05  FILLER                      PIC X(01).
           05  MC-RULE-ID                  PIC X(06).
           05  FILLER                      PIC X(01).
           05  MC-TARGET-FILE              PIC X(01).
           05  FILLER                      PIC X(01).
           05  MC-ACTIVE-SW                PIC X(01).
           05  FILLER                      PIC X(01).
           05  MC-SEVERITY                 PIC X(01).
           05  FILLER                      PIC X(01).
           05  MC-CONDITION                OCCURS 2 TIMES.
               10  MC-FIELD-NAME           PIC X(12).
               10  FILLER                  PIC X(01).
               10  MC-OPERATOR             PIC X(02).
               10  FILLER                  PIC X(01).
               10  MC-OPERAND-KIND         PIC X(01).
               10  FILLER                  PIC X(01).
               10  MC-OPERAND-TEXT         PIC X(12).
               10  FILLER                  PIC X(01).
           05  MC-MESSAGE                  PIC X(40).
           05  FILLER                      PIC X(03).
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
           05  MAINTENANCE-CARD-STATUS     PIC X(02).
               88  MAINTENANCE-CARD-OK           VALUE '00'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  CARD-REJECTED-SW            PIC X(01).
               88  CARD-REJECTED                 VALUE 'Y'.
           05  WS-CARD-COUNT               PIC 9(05) VALUE 0.
           05  WS-APPLIED-COUNT            PIC 9(05) VALUE 0.
           05  WS-REJECTED-COUNT           PIC 9(05) VALUE 0.
           05  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
           05  WS-COND                     PIC 9(01).
           05  WS-FIND-NAME                PIC X(12).
           05  WS-FIELD-SUB                PIC 9(02).
           05  WS-LEFT-SUB                 PIC 9(02).
           05  WS-LEFT-CLASS               PIC X(01).
           05  WS-RIGHT-CLASS              PIC X(01).
           05  WS-VALUE-TEXT               PIC X(12).
           05  WS-VALUE-LEN                PIC 9(02).
           05  WS-DIGIT-COUNT              PIC 9(02).
           05  WS-POINT-COUNT              PIC 9(02).
       COPY DQFLDTBC.
      *---------------------------------------------------------------*
       01  AUDIT-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'DQRLMNT DATA-QUALITY RULE MAINTENANCE       '.
      *---------------------------------------------------------------*
       01  AUDIT-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  ADL-CARD-IMAGE              PIC X(117).
      *---------------------------------------------------------------*
       01  AUDIT-RESULT-LINE.
      *---------------------------------------------------------------*
           05  FILLER                      PIC X(08) VALUE SPACE.
           05  ARL-RESULT                  PIC X(40).
      *---------------------------------------------------------------*
       01  REPORT-LINES.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
       COPY PRINTCTL.
       COPY BUSDATEC.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 8000-READ-MAINTENANCE-CARD.
           PERFORM 2000-APPLY-MAINTENANCE-CARD
               UNTIL END-OF-FILE.
           PERFORM 3000-CLOSE-FILES.
           DISPLAY '*** DQRLMNT MAINTENANCE SUMMARY ***'.
           DISPLAY 'CARDS READ    : ', WS-CARD-COUNT.
           DISPLAY 'CARDS APPLIED : ', WS-APPLIED-COUNT.
           DISPLAY 'CARDS REJECTED: ', WS-REJECTED-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  MAINTENANCE-CARD-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           OPEN I-O DATA-QUALITY-RULE-FILE.
           IF  DATA-QUALITY-RULE-NEW
      *        FIRST-EVER RULE - CREATE THE FILE EMPTY, THEN REOPEN
      *        FOR UPDATE, THE SAME DANCE STATEMNT DOES FOR A
      *        BRAND-NEW REFERENCE CLUSTER.
               OPEN OUTPUT DATA-QUALITY-RULE-FILE
               CLOSE       DATA-QUALITY-RULE-FILE
               OPEN I-O    DATA-QUALITY-RULE-FILE
           END-IF.
           IF NOT DATA-QUALITY-RULE-OK
               DISPLAY 'DQRULES OPEN ERROR : ',
                   DATA-QUALITY-RULE-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT MAINTENANCE-CARD-OK
               DISPLAY 'DQRLIN OPEN ERROR : ', MAINTENANCE-CARD-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       2000-APPLY-MAINTENANCE-CARD.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-CARD-COUNT.
           MOVE MAINTENANCE-CARD (1:117)   TO ADL-CARD-IMAGE.
           MOVE 'N'                        TO CARD-REJECTED-SW.
           MOVE SPACES                     TO ARL-RESULT.
           EVALUATE TRUE
               WHEN MC-RULE-ID = SPACES
                   MOVE 'RULE ID MISSING'  TO ARL-RESULT
                   SET CARD-REJECTED TO TRUE
               WHEN MC-ADD
                   PERFORM 2100-ADD-RULE THRU 2100-EXIT
               WHEN MC-CHANGE
                   PERFORM 2200-CHANGE-RULE THRU 2200-EXIT
               WHEN MC-DELETE
                   PERFORM 2300-DELETE-RULE
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE'
                       TO ARL-RESULT
                   SET CARD-REJECTED TO TRUE
           END-EVALUATE.
           IF  CARD-REJECTED
               ADD 1                       TO WS-REJECTED-COUNT
           ELSE
               ADD 1                       TO WS-APPLIED-COUNT
           END-IF.
           PERFORM 2900-PRINT-AUDIT-LINES.
           PERFORM 8000-READ-MAINTENANCE-CARD.
      *---------------------------------------------------------------*
       2100-ADD-RULE.
      *---------------------------------------------------------------*
           MOVE MC-RULE-ID                 TO DQ-RULE-ID.
           READ DATA-QUALITY-RULE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'ALREADY ON FILE - NOT ADDED'
                       TO ARL-RESULT
                   SET CARD-REJECTED TO TRUE
           END-READ.
           IF  CARD-REJECTED
               GO TO 2100-EXIT.
           MOVE SPACES                     TO DATA-QUALITY-RULE-RECORD.
           MOVE MC-RULE-ID                 TO DQ-RULE-ID.
           MOVE MC-TARGET-FILE             TO DQ-TARGET-FILE.
           MOVE MC-SEVERITY                TO DQ-SEVERITY.
           MOVE MC-MESSAGE                 TO DQ-MESSAGE.
           IF  MC-ACTIVE-SW = SPACE
               MOVE 'Y'                    TO DQ-ACTIVE-SW
           ELSE
               MOVE MC-ACTIVE-SW           TO DQ-ACTIVE-SW
           END-IF.
           EVALUATE TRUE
               WHEN NOT DQ-VALID-TARGET-FILE
                   MOVE 'INVALID FILE - MUST BE C OR P'
                       TO ARL-RESULT
               WHEN DQ-ACTIVE-SW NOT = 'Y' AND NOT = 'N'
                   MOVE 'INVALID ACTIVE FLAG' TO ARL-RESULT
               WHEN NOT DQ-VALID-SEVERITY
                   MOVE 'INVALID SEVERITY' TO ARL-RESULT
               WHEN DQ-MESSAGE = SPACES
                   MOVE 'MESSAGE MISSING'  TO ARL-RESULT
           END-EVALUATE.
           IF  ARL-RESULT NOT = SPACES
               SET CARD-REJECTED TO TRUE
               GO TO 2100-EXIT.
           PERFORM 2400-EDIT-CONDITION THRU 2400-EXIT
               VARYING WS-COND FROM 1 BY 1
               UNTIL WS-COND > 2 OR CARD-REJECTED.
           IF  CARD-REJECTED
               GO TO 2100-EXIT.
           MOVE WS-BUSINESS-DATE           TO DQ-LAST-CHANGE-DATE.
           WRITE DATA-QUALITY-RULE-RECORD.
           MOVE 'RULE ADDED'               TO ARL-RESULT.
       2100-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2200-CHANGE-RULE.
      *---------------------------------------------------------------*
           MOVE MC-RULE-ID                 TO DQ-RULE-ID.
           READ DATA-QUALITY-RULE-FILE
               INVALID KEY
                   MOVE 'NOT ON FILE - NOT CHANGED'
                       TO ARL-RESULT
                   SET CARD-REJECTED TO TRUE
           END-READ.
           IF  CARD-REJECTED
               GO TO 2200-EXIT.
           EVALUATE TRUE
               WHEN MC-TARGET-FILE NOT = SPACE
                   AND MC-TARGET-FILE NOT = 'C' AND NOT = 'P'
                   MOVE 'INVALID FILE - MUST BE C OR P'
                       TO ARL-RESULT
               WHEN MC-TARGET-FILE NOT = SPACE
                   AND MC-TARGET-FILE NOT = DQ-TARGET-FILE
                   AND MC-FIELD-NAME (1) = SPACES
                   MOVE 'NEW FILE NEEDS THE CONDITIONS RESTATED'
                       TO ARL-RESULT
               WHEN MC-ACTIVE-SW NOT = SPACE
                   AND MC-ACTIVE-SW NOT = 'Y' AND NOT = 'N'
                   MOVE 'INVALID ACTIVE FLAG' TO ARL-RESULT
               WHEN MC-SEVERITY NOT = SPACE
                   AND MC-SEVERITY NOT = 'W' AND NOT = 'E'
                   AND MC-SEVERITY NOT = 'F'
                   MOVE 'INVALID SEVERITY' TO ARL-RESULT
           END-EVALUATE.
           IF  ARL-RESULT NOT = SPACES
               SET CARD-REJECTED TO TRUE
               GO TO 2200-EXIT.
           IF  MC-ACTIVE-SW NOT = SPACE
               MOVE MC-ACTIVE-SW           TO DQ-ACTIVE-SW
           END-IF.
           IF  MC-SEVERITY NOT = SPACE
               MOVE MC-SEVERITY            TO DQ-SEVERITY
           END-IF.
           IF  MC-MESSAGE NOT = SPACES
               MOVE MC-MESSAGE             TO DQ-MESSAGE
           END-IF.
           IF  MC-FIELD-NAME (1) NOT = SPACES
               IF  MC-TARGET-FILE NOT = SPACE
                   MOVE MC-TARGET-FILE     TO DQ-TARGET-FILE
               END-IF
               PERFORM 2400-EDIT-CONDITION THRU 2400-EXIT
                   VARYING WS-COND FROM 1 BY 1
                   UNTIL WS-COND > 2 OR CARD-REJECTED
           END-IF.
           IF  CARD-REJECTED
               GO TO 2200-EXIT.
           MOVE WS-BUSINESS-DATE           TO DQ-LAST-CHANGE-DATE.
           REWRITE DATA-QUALITY-RULE-RECORD.
           MOVE 'RULE CHANGED'             TO ARL-RESULT.
       2200-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2300-DELETE-RULE.
      *---------------------------------------------------------------*
           MOVE MC-RULE-ID                 TO DQ-RULE-ID.
           DELETE DATA-QUALITY-RULE-FILE RECORD
               INVALID KEY
                   MOVE 'NOT ON FILE - NOT DELETED'
                       TO ARL-RESULT
                   SET CARD-REJECTED TO TRUE
               NOT INVALID KEY
                   MOVE 'RULE DELETED'     TO ARL-RESULT
           END-DELETE.
      *---------------------------------------------------------------*
       2400-EDIT-CONDITION.
      *---------------------------------------------------------------*
      *    EDITS CONDITION WS-COND OF THE CARD INTO THE RULE RECORD.
      *    A REJECTION SAYS WHICH CONDITION IN COLUMN 6 OF THE TEXT.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO DQ-FIELD-NAME (WS-COND)
                                              DQ-OPERATOR (WS-COND)
                                              DQ-OPERAND-KIND (WS-COND)
                                              DQ-OPERAND-TEXT (WS-COND).
           MOVE 0                          TO DQ-OPERAND-NUMBER
                                              (WS-COND).
           IF  MC-FIELD-NAME (WS-COND) = SPACES
               IF  WS-COND = 1
                   MOVE 'COND 1 FIELD NAME MISSING' TO ARL-RESULT
                   SET CARD-REJECTED TO TRUE
               ELSE
                   IF  MC-CONDITION (2) NOT = SPACES
                       MOVE 'COND 2 FIELD NAME MISSING'
                           TO ARL-RESULT
                       SET CARD-REJECTED TO TRUE
                   END-IF
               END-IF
               GO TO 2400-EXIT.
           MOVE MC-FIELD-NAME (WS-COND)    TO WS-FIND-NAME.
           PERFORM 2600-FIND-FIELD.
           IF  WS-FIELD-SUB = 0
               MOVE 'COND N FIELD NOT IN DICTIONARY' TO ARL-RESULT
               GO TO 2400-REJECT.
           MOVE WS-FIELD-SUB               TO WS-LEFT-SUB.
           IF  DQF-TEXT (WS-LEFT-SUB)
               MOVE 'X'                    TO WS-LEFT-CLASS
           ELSE
               MOVE 'N'                    TO WS-LEFT-CLASS
           END-IF.
           MOVE MC-FIELD-NAME (WS-COND)    TO DQ-FIELD-NAME (WS-COND).
           MOVE MC-OPERATOR (WS-COND)      TO DQ-OPERATOR (WS-COND).
           MOVE MC-OPERAND-KIND (WS-COND)  TO DQ-OPERAND-KIND
                                              (WS-COND).
           MOVE MC-OPERAND-TEXT (WS-COND)  TO DQ-OPERAND-TEXT
                                              (WS-COND).
           IF  NOT DQ-VALID-OPERATOR (WS-COND)
               MOVE 'COND N INVALID OPERATOR' TO ARL-RESULT
               GO TO 2400-REJECT.
           EVALUATE TRUE
               WHEN DQ-OPERAND-IS-FIELD (WS-COND)
                   MOVE MC-OPERAND-TEXT (WS-COND) TO WS-FIND-NAME
                   PERFORM 2600-FIND-FIELD
                   IF  WS-FIELD-SUB = 0
                       MOVE 'COND N 2ND FIELD NOT IN DICTIONARY'
                           TO ARL-RESULT
                       GO TO 2400-REJECT
                   END-IF
                   IF  DQF-TEXT (WS-FIELD-SUB)
                       MOVE 'X'            TO WS-RIGHT-CLASS
                   ELSE
                       MOVE 'N'            TO WS-RIGHT-CLASS
                   END-IF
                   IF  WS-RIGHT-CLASS NOT = WS-LEFT-CLASS
                       MOVE 'COND N TEXT FIELD VS NUMERIC FIELD'
                           TO ARL-RESULT
                       GO TO 2400-REJECT
                   END-IF
               WHEN DQ-OPERAND-IS-VALUE (WS-COND)
                   IF  WS-LEFT-CLASS = 'N'
                       PERFORM 2500-EDIT-NUMERIC-VALUE
                       IF  ARL-RESULT NOT = SPACES
                           GO TO 2400-REJECT
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'COND N OPERAND MUST BE V OR F'
                       TO ARL-RESULT
                   GO TO 2400-REJECT
           END-EVALUATE.
           GO TO 2400-EXIT.
       2400-REJECT.
           MOVE WS-COND                    TO ARL-RESULT (6:1).
           SET CARD-REJECTED TO TRUE.
       2400-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2500-EDIT-NUMERIC-VALUE.
      *---------------------------------------------------------------*
      *    DIGITS WITH AT MOST ONE DECIMAL POINT, NO EMBEDDED SPACE.
      *    A DATE FIELD TAKES EIGHT DIGITS, YYYYMMDD.
      *---------------------------------------------------------------*
           MOVE MC-OPERAND-TEXT (WS-COND)  TO WS-VALUE-TEXT.
           MOVE 0                          TO WS-VALUE-LEN
                                              WS-DIGIT-COUNT
                                              WS-POINT-COUNT.
           INSPECT WS-VALUE-TEXT TALLYING WS-VALUE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF  WS-VALUE-LEN = 0
               MOVE 'COND N NUMERIC VALUE MISSING' TO ARL-RESULT
           ELSE
               INSPECT WS-VALUE-TEXT (1:WS-VALUE-LEN)
                   TALLYING WS-DIGIT-COUNT FOR ALL '0' '1' '2' '3'
                                               '4' '5' '6' '7'
                                               '8' '9'
                            WS-POINT-COUNT FOR ALL '.'
               EVALUATE TRUE
                   WHEN WS-VALUE-LEN < 12
                       AND WS-VALUE-TEXT (WS-VALUE-LEN + 1:)
                           NOT = SPACES
                       MOVE 'COND N VALUE HAS EMBEDDED SPACE'
                           TO ARL-RESULT
                   WHEN WS-DIGIT-COUNT + WS-POINT-COUNT
                           NOT = WS-VALUE-LEN
                       OR WS-POINT-COUNT > 1
                       OR WS-DIGIT-COUNT = 0
                       MOVE 'COND N VALUE NOT NUMERIC'
                           TO ARL-RESULT
                   WHEN DQF-DDMMYYYY (WS-LEFT-SUB)
                       AND (WS-VALUE-LEN NOT = 8
                            OR WS-POINT-COUNT NOT = 0)
                       MOVE 'COND N DATE VALUE MUST BE YYYYMMDD'
                           TO ARL-RESULT
                   WHEN OTHER
                       COMPUTE DQ-OPERAND-NUMBER (WS-COND) =
                           FUNCTION NUMVAL
                               (WS-VALUE-TEXT (1:WS-VALUE-LEN))
               END-EVALUATE
           END-IF.
      *---------------------------------------------------------------*
       2600-FIND-FIELD.
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
       2900-PRINT-AUDIT-LINES.
      *---------------------------------------------------------------*
           MOVE AUDIT-DETAIL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE AUDIT-RESULT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE DATA-QUALITY-RULE-FILE.
           CLOSE MAINTENANCE-CARD-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       8000-READ-MAINTENANCE-CARD.
      *---------------------------------------------------------------*
           READ MAINTENANCE-CARD-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
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
           MOVE AUDIT-HEADING-LINE         TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           ADD  1                          TO PAGE-COUNT.
           MOVE 1                          TO LINE-SPACEING.
           MOVE 2                          TO LINE-COUNT.
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
