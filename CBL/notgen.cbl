       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NOTGEN.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    DAILY CLAIMANT AND EMPLOYER NOTICE GENERATION - PICKS UP
      *    THE DAY'S EVENTS THAT LEGALLY REQUIRE A WRITTEN NOTICE AND
      *    PRINTS A MAIL-READY LETTER FOR EACH ON NOTPRT, ONE PAGE
      *    PER NOTICE, FROM THE NOTTMPL TEMPLATE DECK (SEE NTMPREC) -
      *      'ST' CLAIM STATUS CHANGES  - UNEMSTAT REWRITES ON THE
      *                                   UNJRNL JOURNAL (SOURCE STA)
      *      'AD' APPEAL DECISIONS      - APPFILE CASES DECIDED ON
      *                                   THE DAY (APPMNT)
      *      'OP' OVERPAYMENTS          - OVPFILE ENTRIES ESTABLISHED
      *                                   ON THE DAY (OVPMNT)
      *    EVERY NOTICE IS LOGGED ON NOTLOG (SEE NTLOGREC) BY CLAIM,
      *    NOTICE TYPE AND EVENT DATE; A NOTICE ALREADY LOGGED IS NOT
      *    PRINTED AGAIN, SO THE RUN CAN BE RESTARTED.  THE CONTROL
      *    LISTING ON PRTLINE SHOWS EVERY EVENT AND WHAT WAS DONE.
      *    RETURN CODE 4 WHEN AN EVENT HAS NO TEMPLATE.
      *
      *    SYSIN CARD - COL 1-8 EVENT DATE YYYYMMDD.  BLANK MEANS THE
      *    BUSINESS DATE (THE NORMAL NIGHTLY RUN).
      *
      *    PARMFILE PARAMETER (SEE PARMC) -
      *      NTAPPLDY  DAYS FROM THE NOTICE DATE TO FILE AN APPEAL
      *                9(3) (DEFAULT 30)
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
           SELECT TEMPLATE-FILE ASSIGN TO NOTTMPL
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS TEMPLATE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO UNJRNL
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS  IS JOURNAL-FILE-STATUS.
           SELECT APPEAL-FILE ASSIGN TO APPFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS AP-CLAIM-ID
             FILE STATUS  IS APPEAL-FILE-STATUS.
           SELECT OVERPAYMENT-FILE ASSIGN TO OVPFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS OV-CLAIM-ID
             FILE STATUS  IS OVERPAYMENT-STATUS.
           SELECT NOTICE-LOG-FILE ASSIGN TO NOTLOG
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS NL-NOTICE-KEY
             FILE STATUS  IS NOTICE-LOG-STATUS.
           SELECT LETTER-FILE ASSIGN TO NOTPRT.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  TEMPLATE-FILE
           RECORDING MODE IS F.
       COPY NTMPREC.
      *---------------------------------------------------------------*
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       COPY UNJRNLC.
      *---------------------------------------------------------------*
       FD  APPEAL-FILE.
       COPY APPREC.
      *---------------------------------------------------------------*
       FD  OVERPAYMENT-FILE.
       COPY OVPREC.
      *---------------------------------------------------------------*
       FD  NOTICE-LOG-FILE.
       COPY NTLOGREC.
      *---------------------------------------------------------------*
       FD  LETTER-FILE
           RECORDING MODE IS F.
       01  LETTER-RECORD.
           05  LETTER-LINE                 PIC X(132).
      *---------------------------------------------------------------*
       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD.
           05  PRINT-LINE                  PIC X(132).
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
      *    JOURNALED STATUS-CHANGE IMAGES ARE READ THROUGH THIS WORK
      *    COPY OF THE CLAIM LAYOUT.
      *---------------------------------------------------------------*
           COPY UNEMC REPLACING ==UNEMPLOYMENT-CLAIM== BY
               ==WORK-CLAIM==.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  TEMPLATE-STATUS             PIC X(02).
               88  TEMPLATE-OK                   VALUE '00'.
           05  JOURNAL-FILE-STATUS         PIC X(02).
               88  JOURNAL-FILE-OK               VALUE '00'.
           05  APPEAL-FILE-STATUS          PIC X(02).
               88  APPEAL-FILE-OK                VALUE '00'.
           05  OVERPAYMENT-STATUS          PIC X(02).
               88  OVERPAYMENT-OK                VALUE '00'.
           05  NOTICE-LOG-STATUS           PIC X(02).
               88  NOTICE-LOG-OK                 VALUE '00'.
               88  NOTICE-LOG-NEW                VALUE '35'.
           05  FILES-OPEN-SW               PIC X VALUE 'Y'.
               88  FILES-OPEN                    VALUE 'Y'.
           05  TEMPLATE-EOF-SW             PIC X VALUE 'N'.
               88  TEMPLATE-EOF                  VALUE 'Y'.
           05  JOURNAL-EOF-SW              PIC X VALUE 'N'.
               88  JOURNAL-EOF                   VALUE 'Y'.
           05  APPEAL-EOF-SW               PIC X VALUE 'N'.
               88  APPEAL-EOF                    VALUE 'Y'.
           05  OVERPAYMENT-EOF-SW          PIC X VALUE 'N'.
               88  OVERPAYMENT-EOF               VALUE 'Y'.
           05  WS-DATE-CARD                PIC X(08) VALUE SPACE.
           05  WS-EVENT-DATE-FILTER        PIC 9(08).
           05  WS-BUSINESS-DATE            PIC 9(08).
           05  WS-APPEAL-DAYS              PIC 9(03) VALUE 30.
           05  WS-DEADLINE-DATE            PIC 9(08).
           05  WS-EVENT-COUNT              PIC 9(06) VALUE 0.
           05  WS-ISSUED-COUNT             PIC 9(06) VALUE 0.
           05  WS-ALREADY-ISSUED-COUNT     PIC 9(06) VALUE 0.
           05  WS-NO-TEMPLATE-COUNT        PIC 9(06) VALUE 0.
           05  WS-TYPE-LINE-COUNT          PIC 9(03).
           05  WS-TMPL-SUB                 PIC S9(04) COMP.
           05  WS-AR-SUB                   PIC S9(04) COMP.
           05  WS-SCAN-POS                 PIC S9(04) COMP.
           05  WS-OUT-PTR                  PIC S9(04) COMP.
           05  WS-LEAD-SPACES              PIC S9(04) COMP.
           05  WS-TEXT-TYPE                PIC X(02).
      *---------------------------------------------------------------*
      *    THE EVENT BEING NOTICED.
      *---------------------------------------------------------------*
       01  WS-EVENT-FIELDS.
           05  WS-EV-CLAIM-ID              PIC X(08).
           05  WS-EV-NOTICE-TYPE           PIC X(02).
           05  WS-EV-EVENT-DATE            PIC 9(08).
           05  WS-EV-REASON-TEXT           PIC X(30).
           05  WS-EV-AMOUNT                PIC 9(07)V99.
      *---------------------------------------------------------------*
      *    FILLED-IN VALUES FOR THE TEMPLATE VARIABLES.
      *---------------------------------------------------------------*
       01  WS-EDIT-FIELDS.
           05  WS-DATE-WORK                PIC 9(08).
           05  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
               10  WS-DW-YEAR              PIC 9(04).
               10  WS-DW-MONTH             PIC 9(02).
               10  WS-DW-DAY               PIC 9(02).
           05  WS-DATE-EDIT.
               10  WS-DE-MONTH             PIC 9(02).
               10  FILLER                  PIC X(01) VALUE '/'.
               10  WS-DE-DAY               PIC 9(02).
               10  FILLER                  PIC X(01) VALUE '/'.
               10  WS-DE-YEAR              PIC 9(04).
           05  WS-NOTICE-DATE-TEXT         PIC X(10).
           05  WS-EVENT-DATE-TEXT          PIC X(10).
           05  WS-DEADLINE-TEXT            PIC X(10).
           05  WS-AMOUNT-EDIT              PIC $$,$$$,$$9.99.
           05  WS-STATUS-WORD              PIC X(14).
           05  WS-LEVEL-WORD               PIC X(16).
           05  WS-DECISION-WORD            PIC X(08).
           05  WS-SCAN-TEXT                PIC X(80).
           05  WS-OUT-LINE                 PIC X(80).
      *---------------------------------------------------------------*
      *    THE TEMPLATE DECK, LOADED WHOLE AT START.
      *---------------------------------------------------------------*
       01  WS-TEMPLATE-TABLE.
           05  WS-TMPL-COUNT               PIC S9(04) COMP VALUE 0.
           05  WS-TMPL-ENTRY               OCCURS 500 TIMES.
               10  WS-TMPL-TYPE            PIC X(02).
               10  WS-TMPL-TEXT            PIC X(70).
      *---------------------------------------------------------------*
       01  LETTER-ID-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(13) VALUE 'NOTICE DATE: '.
           05  LIL-NOTICE-DATE             PIC X(10).
           05  FILLER PIC X(14) VALUE '    CLAIM ID: '.
           05  LIL-CLAIM-ID                PIC X(08).
           05  FILLER PIC X(12) VALUE '    NOTICE: '.
           05  LIL-NOTICE-TYPE             PIC X(02).
      *---------------------------------------------------------------*
       01  CONTROL-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'NOTGEN DAILY NOTICE GENERATION - EVENT DATE '.
           05  CHL-EVENT-DATE              PIC 9(08).
      *---------------------------------------------------------------*
       01  CONTROL-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'CLAIM     TYPE  EVENT DATE      AMOUNT  REAS'.
           05  FILLER PIC X(34) VALUE
               'ON                          RESULT'.
      *---------------------------------------------------------------*
       01  CONTROL-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  CDL-CLAIM-ID                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  CDL-NOTICE-TYPE             PIC X(02).
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  CDL-EVENT-DATE              PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  CDL-AMOUNT                  PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  CDL-REASON-TEXT             PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  CDL-RESULT                  PIC X(30).
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
           IF  FILES-OPEN
               PERFORM 8000-READ-TEMPLATE
               PERFORM 1500-LOAD-ONE-TEMPLATE-LINE
                   UNTIL TEMPLATE-EOF
               PERFORM 8100-READ-JOURNAL
               PERFORM 2000-STATUS-CHANGE-EVENT
                   UNTIL JOURNAL-EOF
               PERFORM 8200-READ-APPEAL
               PERFORM 2100-APPEAL-DECISION-EVENT
                   UNTIL APPEAL-EOF
               PERFORM 8300-READ-OVERPAYMENT
               PERFORM 2200-OVERPAYMENT-EVENT
                   UNTIL OVERPAYMENT-EOF
               IF  WS-EVENT-COUNT = 0
                   MOVE 'NO NOTICE EVENTS FOR THE DATE'
                                           TO NEXT-REPORT-LINE
                   PERFORM 9000-PRINT-REPORT-LINE
               END-IF
               PERFORM 3000-CLOSE-FILES
           END-IF.
           DISPLAY '*** NOTGEN NOTICE GENERATION SUMMARY ***'.
           DISPLAY 'EVENT DATE          : ', WS-EVENT-DATE-FILTER.
           DISPLAY 'EVENTS FOUND        : ', WS-EVENT-COUNT.
           DISPLAY 'NOTICES ISSUED      : ', WS-ISSUED-COUNT.
           DISPLAY 'ALREADY ISSUED      : ', WS-ALREADY-ISSUED-COUNT.
           DISPLAY 'NO TEMPLATE         : ', WS-NO-TEMPLATE-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT TEMPLATE-FILE.
           OPEN INPUT JOURNAL-FILE.
           OPEN INPUT APPEAL-FILE.
           OPEN INPUT OVERPAYMENT-FILE.
           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           ACCEPT WS-DATE-CARD.
           IF  WS-DATE-CARD IS NUMERIC
               MOVE WS-DATE-CARD           TO WS-EVENT-DATE-FILTER
           ELSE
               MOVE WS-BUSINESS-DATE       TO WS-EVENT-DATE-FILTER
           END-IF.
           MOVE WS-EVENT-DATE-FILTER       TO CHL-EVENT-DATE.
           MOVE 'NTAPPLDY'                 TO PL-PARM-ID.
           MOVE WS-BUSINESS-DATE           TO PL-AS-OF-DATE.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND AND PL-VALUE (1:3) IS NUMERIC
               MOVE PL-VALUE (1:3)         TO WS-APPEAL-DAYS
           END-IF.
           COMPUTE WS-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                + WS-APPEAL-DAYS).
           MOVE WS-BUSINESS-DATE           TO WS-DATE-WORK.
           PERFORM 2900-EDIT-DATE.
           MOVE WS-DATE-EDIT               TO WS-NOTICE-DATE-TEXT.
           MOVE WS-DEADLINE-DATE           TO WS-DATE-WORK.
           PERFORM 2900-EDIT-DATE.
           MOVE WS-DATE-EDIT               TO WS-DEADLINE-TEXT.
           OPEN I-O NOTICE-LOG-FILE.
           IF  NOTICE-LOG-NEW
      *        FIRST-EVER NOTICE RUN - CREATE THE FILE EMPTY, THEN
      *        REOPEN FOR UPDATE, THE SAME DANCE STATEMNT DOES FOR A
      *        BRAND-NEW REFERENCE CLUSTER.
               OPEN OUTPUT NOTICE-LOG-FILE
               CLOSE       NOTICE-LOG-FILE
               OPEN I-O    NOTICE-LOG-FILE
           END-IF.
           IF NOT TEMPLATE-OK
               DISPLAY 'NOTTMPL OPEN ERROR : ', TEMPLATE-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT JOURNAL-FILE-OK
               DISPLAY 'UNJRNL OPEN ERROR : ', JOURNAL-FILE-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT APPEAL-FILE-OK
               DISPLAY 'APPFILE OPEN ERROR : ', APPEAL-FILE-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT OVERPAYMENT-OK
               DISPLAY 'OVPFILE OPEN ERROR : ', OVERPAYMENT-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT NOTICE-LOG-OK
               DISPLAY 'NOTLOG OPEN ERROR : ', NOTICE-LOG-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
      *---------------------------------------------------------------*
       1500-LOAD-ONE-TEMPLATE-LINE.
      *---------------------------------------------------------------*
           IF  WS-TMPL-COUNT < 500
               ADD 1                       TO WS-TMPL-COUNT
               MOVE NT-TEMPLATE-TYPE
                   TO WS-TMPL-TYPE (WS-TMPL-COUNT)
               MOVE NT-TEXT                TO WS-TMPL-TEXT
                                              (WS-TMPL-COUNT)
           ELSE
               DISPLAY 'NOTGEN - TEMPLATE TABLE FULL, LINE IGNORED : ',
                   NT-TEMPLATE-TYPE, NT-LINE-SEQ
           END-IF.
           PERFORM 8000-READ-TEMPLATE.
      *---------------------------------------------------------------*
       2000-STATUS-CHANGE-EVENT.
      *---------------------------------------------------------------*
      *    UNEMSTAT STAMPS CLAIM-STATUS-DATE WITH THE BUSINESS DATE,
      *    SO THE JOURNALED AFTER-IMAGE SAYS WHICH DAY IT BELONGS TO.
      *---------------------------------------------------------------*
           IF  JL-SOURCE = 'STA'
               MOVE JL-CLAIM-IMAGE         TO WORK-CLAIM
               IF  CLAIM-STATUS-DATE = WS-EVENT-DATE-FILTER
                   EVALUATE CLAIM-STATUS-CODE
                       WHEN 'C'
                           MOVE 'CLOSED'   TO WS-STATUS-WORD
                       WHEN 'E'
                           MOVE 'EXHAUSTED' TO WS-STATUS-WORD
                       WHEN 'V'
                           MOVE 'VOIDED'   TO WS-STATUS-WORD
                       WHEN OTHER
                           MOVE 'REOPENED' TO WS-STATUS-WORD
                   END-EVALUATE
                   MOVE SPACE              TO WS-EVENT-FIELDS
                   MOVE JL-RECORD-ID       TO WS-EV-CLAIM-ID
                   MOVE 'ST'               TO WS-EV-NOTICE-TYPE
                   MOVE CLAIM-STATUS-DATE  TO WS-EV-EVENT-DATE
                   MOVE 0                  TO WS-EV-AMOUNT
                   STRING 'CLAIM ' DELIMITED BY SIZE
                       WS-STATUS-WORD DELIMITED BY SPACE
                       ' - REASON ' DELIMITED BY SIZE
                       CLAIM-STATUS-REASON DELIMITED BY SIZE
                       INTO WS-EV-REASON-TEXT
                   END-STRING
                   PERFORM 2500-ISSUE-NOTICE
               END-IF
           END-IF.
           PERFORM 8100-READ-JOURNAL.
      *---------------------------------------------------------------*
       2100-APPEAL-DECISION-EVENT.
      *---------------------------------------------------------------*
           IF  AP-DECIDED
               AND AP-DECISION-DATE = WS-EVENT-DATE-FILTER
               EVALUATE TRUE
                   WHEN AP-LOWER-AUTHORITY
                       MOVE 'LOWER AUTHORITY'  TO WS-LEVEL-WORD
                   WHEN AP-HIGHER-AUTHORITY
                       MOVE 'HIGHER AUTHORITY' TO WS-LEVEL-WORD
                   WHEN OTHER
                       MOVE 'COURT'            TO WS-LEVEL-WORD
               END-EVALUATE
               EVALUATE AP-DECISION
                   WHEN 'A'
                       MOVE 'AFFIRMED'     TO WS-DECISION-WORD
                   WHEN 'R'
                       MOVE 'REVERSED'     TO WS-DECISION-WORD
                   WHEN OTHER
                       MOVE 'MODIFIED'     TO WS-DECISION-WORD
               END-EVALUATE
               MOVE SPACE                  TO WS-EVENT-FIELDS
               MOVE AP-CLAIM-ID            TO WS-EV-CLAIM-ID
               MOVE 'AD'                   TO WS-EV-NOTICE-TYPE
               MOVE AP-DECISION-DATE       TO WS-EV-EVENT-DATE
               MOVE 0                      TO WS-EV-AMOUNT
               STRING WS-LEVEL-WORD DELIMITED BY '  '
                   ' - ' DELIMITED BY SIZE
                   WS-DECISION-WORD DELIMITED BY SIZE
                   INTO WS-EV-REASON-TEXT
               END-STRING
               PERFORM 2500-ISSUE-NOTICE
           END-IF.
           PERFORM 8200-READ-APPEAL.
      *---------------------------------------------------------------*
       2200-OVERPAYMENT-EVENT.
      *---------------------------------------------------------------*
           IF  OV-ESTABLISH-DATE = WS-EVENT-DATE-FILTER
               MOVE SPACE                  TO WS-EVENT-FIELDS
               MOVE OV-CLAIM-ID            TO WS-EV-CLAIM-ID
               MOVE 'OP'                   TO WS-EV-NOTICE-TYPE
               MOVE OV-ESTABLISH-DATE      TO WS-EV-EVENT-DATE
               COMPUTE WS-EV-AMOUNT =
                   OV-ORIGINAL-AMOUNT - OV-CORRECTED-AMOUNT
               STRING 'OVERPAYMENT CAUSE ' DELIMITED BY SIZE
                   OV-CAUSE-CODE DELIMITED BY SIZE
                   INTO WS-EV-REASON-TEXT
               END-STRING
               PERFORM 2500-ISSUE-NOTICE
           END-IF.
           PERFORM 8300-READ-OVERPAYMENT.
      *---------------------------------------------------------------*
       2500-ISSUE-NOTICE.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-EVENT-COUNT.
           MOVE WS-EV-CLAIM-ID             TO CDL-CLAIM-ID.
           MOVE WS-EV-NOTICE-TYPE          TO CDL-NOTICE-TYPE.
           MOVE WS-EV-EVENT-DATE           TO CDL-EVENT-DATE.
           MOVE WS-EV-AMOUNT               TO CDL-AMOUNT.
           MOVE WS-EV-REASON-TEXT          TO CDL-REASON-TEXT.
           MOVE 0                          TO WS-TYPE-LINE-COUNT.
           PERFORM 2510-COUNT-TYPE-LINE
               VARYING WS-TMPL-SUB FROM 1 BY 1
               UNTIL WS-TMPL-SUB > WS-TMPL-COUNT.
           IF  WS-TYPE-LINE-COUNT = 0
               MOVE 'NO TEMPLATE - NOT ISSUED' TO CDL-RESULT
               ADD 1                       TO WS-NO-TEMPLATE-COUNT
               MOVE 4                      TO RETURN-CODE
           ELSE
               MOVE SPACES                 TO NOTICE-LOG-RECORD
               MOVE WS-EV-CLAIM-ID         TO NL-CLAIM-ID
               MOVE WS-EV-NOTICE-TYPE      TO NL-NOTICE-TYPE
               MOVE WS-EV-EVENT-DATE       TO NL-EVENT-DATE
               MOVE WS-EV-REASON-TEXT      TO NL-REASON-TEXT
               MOVE WS-EV-AMOUNT           TO NL-AMOUNT
               MOVE WS-BUSINESS-DATE       TO NL-NOTICE-DATE
               MOVE WS-DEADLINE-DATE       TO NL-APPEAL-DEADLINE
               MOVE 0                      TO NL-MAILED-DATE
               WRITE NOTICE-LOG-RECORD
                   INVALID KEY
                       MOVE 'ALREADY ISSUED - NOT REPRINTED'
                           TO CDL-RESULT
                       ADD 1               TO WS-ALREADY-ISSUED-COUNT
                   NOT INVALID KEY
                       MOVE 'NOTICE ISSUED' TO CDL-RESULT
                       ADD 1               TO WS-ISSUED-COUNT
                       PERFORM 2600-PRINT-LETTER
               END-WRITE
           END-IF.
           MOVE CONTROL-DETAIL-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       2510-COUNT-TYPE-LINE.
      *---------------------------------------------------------------*
           IF  WS-TMPL-TYPE (WS-TMPL-SUB) = WS-EV-NOTICE-TYPE
               ADD 1                       TO WS-TYPE-LINE-COUNT
           END-IF.
      *---------------------------------------------------------------*
       2600-PRINT-LETTER.
      *---------------------------------------------------------------*
      *    ONE PAGE PER NOTICE - LETTERHEAD, THE IDENTIFYING LINE
      *    THE MAILROOM MATCHES AGAINST THE LOG, THEN THE BODY.
      *---------------------------------------------------------------*
           MOVE WS-EV-EVENT-DATE           TO WS-DATE-WORK.
           PERFORM 2900-EDIT-DATE.
           MOVE WS-DATE-EDIT               TO WS-EVENT-DATE-TEXT.
           MOVE WS-EV-AMOUNT               TO WS-AMOUNT-EDIT.
           MOVE SPACE                      TO LETTER-LINE.
           WRITE LETTER-RECORD
               AFTER ADVANCING PAGE.
           MOVE 'HD'                       TO WS-TEXT-TYPE.
           PERFORM 2610-PRINT-TYPE-LINE
               VARYING WS-TMPL-SUB FROM 1 BY 1
               UNTIL WS-TMPL-SUB > WS-TMPL-COUNT.
           MOVE WS-NOTICE-DATE-TEXT        TO LIL-NOTICE-DATE.
           MOVE WS-EV-CLAIM-ID             TO LIL-CLAIM-ID.
           MOVE WS-EV-NOTICE-TYPE          TO LIL-NOTICE-TYPE.
           MOVE LETTER-ID-LINE             TO LETTER-LINE.
           WRITE LETTER-RECORD
               AFTER ADVANCING 2 LINES.
           MOVE SPACE                      TO LETTER-LINE.
           WRITE LETTER-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE WS-EV-NOTICE-TYPE          TO WS-TEXT-TYPE.
           PERFORM 2610-PRINT-TYPE-LINE
               VARYING WS-TMPL-SUB FROM 1 BY 1
               UNTIL WS-TMPL-SUB > WS-TMPL-COUNT.
      *---------------------------------------------------------------*
       2610-PRINT-TYPE-LINE.
      *---------------------------------------------------------------*
           IF  WS-TMPL-TYPE (WS-TMPL-SUB) = WS-TEXT-TYPE
               IF  WS-TMPL-TEXT (WS-TMPL-SUB) (1:7) = '&APPEAL'
                   PERFORM 2620-PRINT-APPEAL-LINE
                       VARYING WS-AR-SUB FROM 1 BY 1
                       UNTIL WS-AR-SUB > WS-TMPL-COUNT
               ELSE
                   MOVE WS-TMPL-TEXT (WS-TMPL-SUB) TO WS-SCAN-TEXT
                   PERFORM 2700-FILL-AND-WRITE-LINE
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2620-PRINT-APPEAL-LINE.
      *---------------------------------------------------------------*
           IF  WS-TMPL-TYPE (WS-AR-SUB) = 'AR'
               MOVE WS-TMPL-TEXT (WS-AR-SUB) TO WS-SCAN-TEXT
               PERFORM 2700-FILL-AND-WRITE-LINE
           END-IF.
      *---------------------------------------------------------------*
       2700-FILL-AND-WRITE-LINE.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO WS-OUT-LINE.
           MOVE 1                          TO WS-OUT-PTR.
           PERFORM 2710-SCAN-ONE-POSITION
               VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > 70
                  OR WS-OUT-PTR > 80.
           MOVE WS-OUT-LINE                TO LETTER-LINE.
           WRITE LETTER-RECORD
               AFTER ADVANCING 1 LINE.
      *---------------------------------------------------------------*
       2710-SCAN-ONE-POSITION.
      *---------------------------------------------------------------*
      *    A VARIABLE IS REPLACED BY ITS VALUE AND THE SCAN SKIPS THE
      *    REST OF ITS NAME; ANY OTHER CHARACTER IS COPIED ACROSS.
      *    STRING STOPS QUIETLY AT THE END OF THE 80-BYTE LINE.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-SCAN-TEXT (WS-SCAN-POS:1) NOT = '&'
                   STRING WS-SCAN-TEXT (WS-SCAN-POS:1)
                       DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                   END-STRING
               WHEN WS-SCAN-TEXT (WS-SCAN-POS:6) = '&CLAIM'
                   STRING WS-EV-CLAIM-ID DELIMITED BY SPACE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                   END-STRING
                   ADD 5                   TO WS-SCAN-POS
               WHEN WS-SCAN-TEXT (WS-SCAN-POS:6) = '&NDATE'
                   STRING WS-NOTICE-DATE-TEXT DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                   END-STRING
                   ADD 5                   TO WS-SCAN-POS
               WHEN WS-SCAN-TEXT (WS-SCAN-POS:6) = '&EDATE'
                   STRING WS-EVENT-DATE-TEXT DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                   END-STRING
                   ADD 5                   TO WS-SCAN-POS
               WHEN WS-SCAN-TEXT (WS-SCAN-POS:9) = '&DEADLINE'
                   STRING WS-DEADLINE-TEXT DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                   END-STRING
                   ADD 8                   TO WS-SCAN-POS
               WHEN WS-SCAN-TEXT (WS-SCAN-POS:7) = '&AMOUNT'
                   MOVE 0                  TO WS-LEAD-SPACES
                   INSPECT WS-AMOUNT-EDIT TALLYING WS-LEAD-SPACES
                       FOR LEADING SPACE
                   STRING WS-AMOUNT-EDIT (WS-LEAD-SPACES + 1:)
                       DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                   END-STRING
                   ADD 6                   TO WS-SCAN-POS
               WHEN WS-SCAN-TEXT (WS-SCAN-POS:7) = '&REASON'
                   STRING WS-EV-REASON-TEXT DELIMITED BY '  '
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                   END-STRING
                   ADD 6                   TO WS-SCAN-POS
               WHEN OTHER
                   STRING WS-SCAN-TEXT (WS-SCAN-POS:1)
                       DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                   END-STRING
           END-EVALUATE.
      *---------------------------------------------------------------*
       2900-EDIT-DATE.
      *---------------------------------------------------------------*
           MOVE WS-DW-MONTH                TO WS-DE-MONTH.
           MOVE WS-DW-DAY                  TO WS-DE-DAY.
           MOVE WS-DW-YEAR                 TO WS-DE-YEAR.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE TEMPLATE-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE APPEAL-FILE.
           CLOSE OVERPAYMENT-FILE.
           CLOSE NOTICE-LOG-FILE.
           CLOSE LETTER-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       8000-READ-TEMPLATE.
      *---------------------------------------------------------------*
           READ TEMPLATE-FILE
               AT END MOVE 'Y' TO TEMPLATE-EOF-SW.
      *---------------------------------------------------------------*
       8100-READ-JOURNAL.
      *---------------------------------------------------------------*
           READ JOURNAL-FILE
               AT END MOVE 'Y' TO JOURNAL-EOF-SW.
      *---------------------------------------------------------------*
       8200-READ-APPEAL.
      *---------------------------------------------------------------*
           READ APPEAL-FILE NEXT RECORD
               AT END MOVE 'Y' TO APPEAL-EOF-SW
           END-READ.
      *---------------------------------------------------------------*
       8300-READ-OVERPAYMENT.
      *---------------------------------------------------------------*
           READ OVERPAYMENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO OVERPAYMENT-EOF-SW
           END-READ.
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
           MOVE CONTROL-HEADING-LINE       TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE CONTROL-COLUMN-LINE        TO PRINT-LINE.
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
