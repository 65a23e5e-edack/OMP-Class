       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EXPRATE.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    ANNUAL EMPLOYER EXPERIENCE RATING - FOR EVERY EMPLOYER
      *    ACCOUNT ON EMPLRF, TAKES THREE COMPLETED CALENDAR YEARS OF
      *    BENEFIT CHARGES FROM THE EMPCHG QUARTERLY CHARGE HISTORY
      *    (CHGHIST, SEE CHGHREC) AND OF TAXABLE PAYROLL FROM THE
      *    PAYRLIN FEED, COMPUTES THE BENEFIT RATIO (CHARGES AS A
      *    PERCENT OF PAYROLL) AND ASSIGNS THE CONTRIBUTION RATE FROM
      *    THE PARMFILE RATE SCHEDULE.  AN ACCOUNT WITHOUT TAXABLE
      *    PAYROLL IN ALL THREE YEARS GETS THE NEW-EMPLOYER RATE.
      *    PRINTS ONE RATE NOTICE PAGE PER EMPLOYER, THEN THE RATE
      *    DISTRIBUTION SUMMARY, AND KEEPS EACH RATE ON RATEFILE (SEE
      *    RATREC).  RETURN CODE 4 WHEN PAYROLL ROWS WERE REJECTED.
      *    THE CHARGES ARE NET OF THE PROTEST CREDITS EMPCHG KEPT ON
      *    CHGHIST FOR UPHELD EMPLOYER PROTESTS - A YEAR WHOSE CREDITS
      *    EXCEED ITS CHARGES COUNTS AS NO CHARGES, NOT LESS.
      *
      *    SYSIN CARD - COL 1-4 RATE YEAR.  BLANK MEANS THE YEAR AFTER
      *    THE BUSINESS DATE.  THE EXPERIENCE YEARS ARE THE RATE YEAR
      *    LESS FOUR THROUGH THE RATE YEAR LESS TWO - THE DECEMBER RUN
      *    FOR 2027 RATES USES 2023 THROUGH 2025.
      *
      *    PAYRLIN ROW - ACCOUNT,YEAR,TAXABLE PAYROLL (E.G.
      *    12345678,2025,1250000.00).  ROWS OUTSIDE THE EXPERIENCE
      *    YEARS ARE SKIPPED; A SECOND ROW FOR THE SAME ACCOUNT AND
      *    YEAR IS ADDED TO THE FIRST.
      *
      *    PARMFILE PARAMETERS (SEE PARMC) -
      *      ERSCH01   RATE SCHEDULE STEPS, LOWEST RATIO FIRST -
      *      ...       BENEFIT RATIO CEILING 99V9999 IN (1:6) AND THE
      *      ERSCH20   RATE 99V999 IN (7:5).  LOADED UNTIL THE FIRST
      *                MISSING STEP; A RATIO ABOVE THE LAST CEILING
      *                TAKES THE LAST RATE.  NO STEPS ON FILE MEANS
      *                THE COMPILED-IN SCHEDULE BELOW.
      *      ERNEWRT   NEW-EMPLOYER RATE 99V999 (DEFAULT 2.700)
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
           SELECT EMPLOYER-REFERENCE-FILE ASSIGN TO EMPLRF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS EM-EMPLOYER-ACCT
             FILE STATUS  IS EMPLOYER-REFERENCE-STATUS.
           SELECT CHARGE-HISTORY-FILE ASSIGN TO CHGHIST
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS CH-HISTORY-KEY
             FILE STATUS  IS CHARGE-HISTORY-STATUS.
           SELECT PAYROLL-CSV-FILE ASSIGN TO PAYRLIN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS PAYROLL-CSV-STATUS.
           SELECT CONTRIBUTION-RATE-FILE ASSIGN TO RATEFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS RT-RATE-KEY
             FILE STATUS  IS CONTRIBUTION-RATE-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  EMPLOYER-REFERENCE-FILE.
       COPY EMPLREFC.
      *---------------------------------------------------------------*
       FD  CHARGE-HISTORY-FILE.
       COPY CHGHREC.
      *---------------------------------------------------------------*
       FD  PAYROLL-CSV-FILE
           RECORDING MODE IS F.
       01  PAYROLL-CSV-LINE                PIC X(80).
      *---------------------------------------------------------------*
       FD  CONTRIBUTION-RATE-FILE.
       COPY RATREC.
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
           05  WS-PAYROLL-ACCT             PIC X(08).
           05  WS-PAYROLL-YEAR             PIC X(04).
           05  WS-PAYROLL-AMOUNT           PIC X(16).
           05  WS-PAYROLL-YEAR-NO          PIC 9(04).
           05  WS-TAXABLE-PAYROLL          PIC 9(11)V99.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  EMPLOYER-REFERENCE-STATUS   PIC X(02).
               88  EMPLOYER-REFERENCE-OK         VALUE '00'.
           05  CHARGE-HISTORY-STATUS       PIC X(02).
               88  CHARGE-HISTORY-OK             VALUE '00'.
           05  PAYROLL-CSV-STATUS          PIC X(02).
               88  PAYROLL-CSV-OK                VALUE '00'.
           05  CONTRIBUTION-RATE-STATUS    PIC X(02).
               88  CONTRIBUTION-RATE-OK          VALUE '00'.
               88  CONTRIBUTION-RATE-NEW         VALUE '35'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  PAYROLL-EOF-SW              PIC X VALUE 'N'.
               88  PAYROLL-EOF                   VALUE 'Y'.
           05  WS-VALID-ROW-SW             PIC X(01).
               88  VALID-ROW                     VALUE 'Y'.
           05  SCHEDULE-DONE-SW            PIC X(01).
               88  SCHEDULE-DONE                 VALUE 'Y'.
           05  WS-RATE-YEAR-CARD           PIC X(04).
           05  WS-RATE-YEAR                PIC 9(04).
           05  WS-FIRST-EXPERIENCE-YEAR    PIC 9(04).
           05  WS-LAST-EXPERIENCE-YEAR     PIC 9(04).
           05  WS-BUSINESS-DATE            PIC 9(08).
           05  WS-NEW-EMPLOYER-RATE        PIC 9(02)V999 VALUE 2.700.
           05  WS-SCHEDULE-PARM-ID.
               10  FILLER                  PIC X(05) VALUE 'ERSCH'.
               10  WS-SCHEDULE-STEP-NO     PIC 9(02).
               10  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-STEP-SUB                 PIC 9(02).
           05  WS-YEAR-SUB                 PIC 9(01).
           05  WS-QUARTER-SUB              PIC 9(01).
           05  WS-RATE-STEP                PIC 9(02).
           05  WS-PAYROLL-YEARS            PIC 9(01).
           05  WS-CHARGES-3YR              PIC 9(11)V99.
           05  WS-YEAR-NET-CHARGES         PIC S9(11)V99.
           05  WS-PAYROLL-3YR              PIC 9(13)V99.
           05  WS-BENEFIT-RATIO            PIC 9(02)V9999.
           05  WS-CONTRIBUTION-RATE        PIC 9(02)V999.
           05  WS-RATE-BASIS               PIC X(01).
               88  WS-EXPERIENCE-RATED           VALUE 'E'.
               88  WS-NEW-EMPLOYER               VALUE 'N'.
           05  WS-PAYROLL-ROW-COUNT        PIC 9(08) VALUE 0.
           05  WS-PAYROLL-REJECT-COUNT     PIC 9(08) VALUE 0.
           05  WS-PAYROLL-SKIP-COUNT       PIC 9(08) VALUE 0.
           05  WS-EMPLOYER-COUNT           PIC 9(08) VALUE 0.
           05  WS-EXPERIENCE-COUNT         PIC 9(08) VALUE 0.
           05  WS-NEW-EMPLOYER-COUNT       PIC 9(08) VALUE 0.
           05  WS-RATE-WRITTEN             PIC 9(08) VALUE 0.
           05  WS-TOTAL-LAST-PAYROLL       PIC 9(13)V99 VALUE 0.
           05  WS-EMPLOYER-PERCENT         PIC 9(03)V9.
      *---------------------------------------------------------------*
      *    COMPILED-IN RATE SCHEDULE, USED ONLY WHEN NO ERSCH STEPS
      *    ARE ON THE PARMFILE - RATIO CEILING 99V9999, RATE 99V999.
      *---------------------------------------------------------------*
       01  DEFAULT-RATE-SCHEDULE.
           05  FILLER PIC X(11) VALUE '00500000100'.
           05  FILLER PIC X(11) VALUE '01000000500'.
           05  FILLER PIC X(11) VALUE '01500001000'.
           05  FILLER PIC X(11) VALUE '02000001500'.
           05  FILLER PIC X(11) VALUE '03000002700'.
           05  FILLER PIC X(11) VALUE '04000003600'.
           05  FILLER PIC X(11) VALUE '06000004500'.
           05  FILLER PIC X(11) VALUE '99999905400'.
       01  DEFAULT-RATE-SCHEDULE-R REDEFINES DEFAULT-RATE-SCHEDULE.
           05  DRS-STEP                    OCCURS 8 TIMES.
               10  DRS-RATIO-CEILING       PIC 9(02)V9999.
               10  DRS-RATE                PIC 9(02)V999.
      *---------------------------------------------------------------*
      *    THE RATE SCHEDULE IN FORCE FOR THIS RUN.
      *---------------------------------------------------------------*
       01  RATE-SCHEDULE-TABLE.
           05  RST-STEP-COUNT              PIC 9(02) VALUE 0.
           05  RST-STEP                    OCCURS 20 TIMES
                                           INDEXED BY RST-INDEX.
               10  RST-RATIO-CEILING       PIC 9(02)V9999.
               10  RST-RATE                PIC 9(02)V999.
      *---------------------------------------------------------------*
      *    TAXABLE PAYROLL FOR THE EXPERIENCE YEARS, FROM PAYRLIN.
      *---------------------------------------------------------------*
       01  PAYROLL-TABLE.
           05  PRT-ENTRY-COUNT             PIC 9(05) VALUE 0.
           05  PRT-ENTRY                   OCCURS 9000 TIMES
                                           INDEXED BY PRT-INDEX.
               10  PRT-EMPLOYER-ACCT       PIC X(08).
               10  PRT-YEAR                PIC 9(04).
               10  PRT-PAYROLL             PIC 9(11)V99.
      *---------------------------------------------------------------*
      *    ONE EMPLOYER'S THREE EXPERIENCE YEARS.
      *---------------------------------------------------------------*
       01  EXPERIENCE-YEAR-TABLE.
           05  EYR-ENTRY                   OCCURS 3 TIMES.
               10  EYR-YEAR                PIC 9(04).
               10  EYR-CHARGES             PIC 9(09)V99.
               10  EYR-PAYROLL             PIC 9(11)V99.
      *---------------------------------------------------------------*
      *    RATE DISTRIBUTION - ONE ENTRY PER SCHEDULE STEP, THEN ONE
      *    FOR THE NEW-EMPLOYER RATE.  PAYROLL IS THE LAST EXPERIENCE
      *    YEAR'S TAXABLE PAYROLL.
      *---------------------------------------------------------------*
       01  RATE-DISTRIBUTION-TABLE.
           05  RDT-ENTRY                   OCCURS 21 TIMES.
               10  RDT-RATE                PIC 9(02)V999.
               10  RDT-RATIO-CEILING       PIC 9(02)V9999.
               10  RDT-EMPLOYER-COUNT      PIC 9(07).
               10  RDT-PAYROLL             PIC 9(13)V99.
      *---------------------------------------------------------------*
       01  NOTICE-TITLE-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'EMPLOYER CONTRIBUTION RATE NOTICE - RATE YEA'.
           05  FILLER PIC X(02) VALUE 'R '.
           05  NTL-RATE-YEAR               PIC 9(04).
      *---------------------------------------------------------------*
       01  NOTICE-ACCOUNT-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(20) VALUE 'EMPLOYER ACCOUNT  : '.
           05  NAL-EMPLOYER-ACCT           PIC X(08).
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  NAL-EMPLOYER-NAME           PIC X(30).
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  NAL-STATE-CODE              PIC X(03).
      *---------------------------------------------------------------*
       01  NOTICE-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'EXPERIENCE YEAR    BENEFIT CHARGES       TAX'.
           05  FILLER PIC X(12) VALUE 'ABLE PAYROLL'.
      *---------------------------------------------------------------*
       01  NOTICE-YEAR-LINE.
      *---------------------------------------------------------------*
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  NYL-YEAR                    PIC X(05).
           05  FILLER                      PIC X(07) VALUE SPACE.
           05  NYL-CHARGES                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  NYL-PAYROLL                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
      *---------------------------------------------------------------*
       01  NOTICE-RATIO-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(20) VALUE 'BENEFIT RATIO     : '.
           05  NRL-BENEFIT-RATIO           PIC Z9.9999.
           05  FILLER                      PIC X(02) VALUE ' %'.
      *---------------------------------------------------------------*
       01  NOTICE-RATE-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(20) VALUE 'CONTRIBUTION RATE : '.
           05  NRT-CONTRIBUTION-RATE       PIC Z9.999.
           05  FILLER PIC X(30) VALUE
               ' % OF TAXABLE PAYROLL'.
      *---------------------------------------------------------------*
       01  NOTICE-BASIS-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(20) VALUE 'RATE BASIS        : '.
           05  NBL-BASIS-TEXT              PIC X(50).
      *---------------------------------------------------------------*
       01  NOTICE-STEP-TEXT.
      *---------------------------------------------------------------*
           05  FILLER PIC X(35) VALUE
               'EXPERIENCE RATED - SCHEDULE STEP '.
           05  NST-STEP                    PIC Z9.
      *---------------------------------------------------------------*
       01  DISTRIBUTION-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'CONTRIBUTION RATE DISTRIBUTION - RATE YEAR  '.
           05  DHL-RATE-YEAR               PIC 9(04).
           05  FILLER PIC X(24) VALUE
               '   EXPERIENCE YEARS     '.
           05  DHL-FIRST-YEAR              PIC 9(04).
           05  FILLER                      PIC X(03) VALUE ' - '.
           05  DHL-LAST-YEAR               PIC 9(04).
      *---------------------------------------------------------------*
       01  DISTRIBUTION-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'RATIO UP TO    RATE   EMPLOYERS    PCT     L'.
           05  FILLER PIC X(16) VALUE 'AST YEAR PAYROLL'.
      *---------------------------------------------------------------*
       01  DISTRIBUTION-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  DDL-RATIO-CEILING           PIC X(11).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DDL-RATE                    PIC Z9.999.
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  DDL-EMPLOYER-COUNT          PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DDL-EMPLOYER-PERCENT        PIC ZZ9.9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DDL-PAYROLL                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
      *---------------------------------------------------------------*
       01  DISTRIBUTION-RATIO-EDIT.
      *---------------------------------------------------------------*
           05  DRE-RATIO-CEILING           PIC Z9.9999.
           05  FILLER                      PIC X(04) VALUE SPACE.
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
           IF  NOT END-OF-FILE
               PERFORM 8200-READ-PAYROLL-ROW
               PERFORM 1200-LOAD-ONE-PAYROLL-ROW
                   UNTIL PAYROLL-EOF
               PERFORM 8000-READ-EMPLOYER
           END-IF.
           PERFORM 2000-RATE-ONE-EMPLOYER
               UNTIL END-OF-FILE.
           PERFORM 4500-PRINT-DISTRIBUTION.
           PERFORM 3000-CLOSE-FILES.
           DISPLAY '*** EXPRATE EXPERIENCE RATING SUMMARY ***'.
           DISPLAY 'RATE YEAR                : ', WS-RATE-YEAR.
           DISPLAY 'PAYROLL ROWS READ        : ', WS-PAYROLL-ROW-COUNT.
           DISPLAY 'PAYROLL ROWS SKIPPED     : ',
               WS-PAYROLL-SKIP-COUNT.
           DISPLAY 'PAYROLL ROWS REJECTED    : ',
               WS-PAYROLL-REJECT-COUNT.
           DISPLAY 'EMPLOYERS RATED          : ', WS-EMPLOYER-COUNT.
           DISPLAY 'EXPERIENCE RATED         : ', WS-EXPERIENCE-COUNT.
           DISPLAY 'NEW-EMPLOYER RATE        : ',
               WS-NEW-EMPLOYER-COUNT.
           DISPLAY 'RATE ROWS WRITTEN        : ', WS-RATE-WRITTEN.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT EMPLOYER-REFERENCE-FILE.
           OPEN INPUT CHARGE-HISTORY-FILE.
           OPEN INPUT PAYROLL-CSV-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           ACCEPT WS-RATE-YEAR-CARD.
           IF  WS-RATE-YEAR-CARD IS NUMERIC
               MOVE WS-RATE-YEAR-CARD      TO WS-RATE-YEAR
           ELSE
               COMPUTE WS-RATE-YEAR = WS-BUSINESS-DATE / 10000 + 1
           END-IF.
           COMPUTE WS-FIRST-EXPERIENCE-YEAR = WS-RATE-YEAR - 4.
           COMPUTE WS-LAST-EXPERIENCE-YEAR  = WS-RATE-YEAR - 2.
           MOVE WS-RATE-YEAR               TO NTL-RATE-YEAR
                                              DHL-RATE-YEAR.
           MOVE WS-FIRST-EXPERIENCE-YEAR   TO DHL-FIRST-YEAR.
           MOVE WS-LAST-EXPERIENCE-YEAR    TO DHL-LAST-YEAR.
           PERFORM 1100-LOAD-RATE-SCHEDULE.
           OPEN I-O CONTRIBUTION-RATE-FILE.
           IF  CONTRIBUTION-RATE-NEW
      *        FIRST RATING RUN - CREATE THE FILE EMPTY, THEN REOPEN
      *        FOR UPDATE, THE SAME DANCE STATEMNT DOES FOR A
      *        BRAND-NEW REFERENCE CLUSTER.
               OPEN OUTPUT CONTRIBUTION-RATE-FILE
               CLOSE       CONTRIBUTION-RATE-FILE
               OPEN I-O    CONTRIBUTION-RATE-FILE
           END-IF.
           IF NOT EMPLOYER-REFERENCE-OK
               DISPLAY 'EMPLRF OPEN ERROR : ',
                   EMPLOYER-REFERENCE-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *    NO CHARGE HISTORY WOULD RATE EVERY ACCOUNT AT THE BOTTOM OF
      *    THE SCHEDULE - STOP RATHER THAN MAIL THOSE NOTICES.
           IF NOT CHARGE-HISTORY-OK
               DISPLAY 'CHGHIST OPEN ERROR : ', CHARGE-HISTORY-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT PAYROLL-CSV-OK
               DISPLAY 'PAYRLIN OPEN ERROR : ', PAYROLL-CSV-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT CONTRIBUTION-RATE-OK
               DISPLAY 'RATEFILE OPEN ERROR : ',
                   CONTRIBUTION-RATE-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       1100-LOAD-RATE-SCHEDULE.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO SCHEDULE-DONE-SW.
           PERFORM 1110-LOAD-ONE-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 20
                  OR SCHEDULE-DONE.
           IF  RST-STEP-COUNT = 0
               DISPLAY 'EXPRATE - NO ERSCH STEPS ON PARMFILE, ',
                   'COMPILED-IN SCHEDULE USED'
               PERFORM 1120-LOAD-DEFAULT-STEP
                   VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > 8
           END-IF.
           MOVE 'ERNEWRT'                  TO PL-PARM-ID.
           MOVE WS-BUSINESS-DATE           TO PL-AS-OF-DATE.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND AND PL-VALUE (1:5) IS NUMERIC
               MOVE PL-VALUE (1:5)         TO WS-NEW-EMPLOYER-RATE
           END-IF.
           INITIALIZE RATE-DISTRIBUTION-TABLE.
           PERFORM 1130-SET-DISTRIBUTION-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > RST-STEP-COUNT.
           MOVE WS-NEW-EMPLOYER-RATE
               TO RDT-RATE (RST-STEP-COUNT + 1).
      *---------------------------------------------------------------*
       1110-LOAD-ONE-STEP.
      *---------------------------------------------------------------*
           MOVE WS-STEP-SUB                TO WS-SCHEDULE-STEP-NO.
           MOVE WS-SCHEDULE-PARM-ID        TO PL-PARM-ID.
           MOVE WS-BUSINESS-DATE           TO PL-AS-OF-DATE.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND AND PL-VALUE (1:11) IS NUMERIC
               ADD 1                       TO RST-STEP-COUNT
               MOVE PL-VALUE (1:6)
                   TO RST-RATIO-CEILING (RST-STEP-COUNT)
               MOVE PL-VALUE (7:5)
                   TO RST-RATE (RST-STEP-COUNT)
           ELSE
               MOVE 'Y'                    TO SCHEDULE-DONE-SW
           END-IF.
      *---------------------------------------------------------------*
       1120-LOAD-DEFAULT-STEP.
      *---------------------------------------------------------------*
           ADD 1                           TO RST-STEP-COUNT.
           MOVE DRS-RATIO-CEILING (WS-STEP-SUB)
               TO RST-RATIO-CEILING (RST-STEP-COUNT).
           MOVE DRS-RATE (WS-STEP-SUB)     TO RST-RATE (RST-STEP-COUNT).
      *---------------------------------------------------------------*
       1130-SET-DISTRIBUTION-STEP.
      *---------------------------------------------------------------*
           MOVE RST-RATE (WS-STEP-SUB)     TO RDT-RATE (WS-STEP-SUB).
           MOVE RST-RATIO-CEILING (WS-STEP-SUB)
               TO RDT-RATIO-CEILING (WS-STEP-SUB).
      *---------------------------------------------------------------*
       1200-LOAD-ONE-PAYROLL-ROW.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-PAYROLL-ROW-COUNT.
           MOVE 'Y'                        TO WS-VALID-ROW-SW.
           IF  WS-PAYROLL-ACCT = SPACE
               OR WS-PAYROLL-YEAR NOT NUMERIC
               MOVE 'N'                    TO WS-VALID-ROW-SW
           END-IF.
           IF  VALID-ROW
               COMPUTE WS-TAXABLE-PAYROLL =
                   FUNCTION NUMVAL (WS-PAYROLL-AMOUNT)
                   ON SIZE ERROR
                       MOVE 'N'            TO WS-VALID-ROW-SW
               END-COMPUTE
           END-IF.
           IF  NOT VALID-ROW
               ADD 1                       TO WS-PAYROLL-REJECT-COUNT
               MOVE 4                      TO RETURN-CODE
               DISPLAY 'EXPRATE - PAYROLL ROW REJECTED : ',
                   PAYROLL-CSV-LINE
           ELSE
               MOVE WS-PAYROLL-YEAR        TO WS-PAYROLL-YEAR-NO
               IF  WS-PAYROLL-YEAR-NO < WS-FIRST-EXPERIENCE-YEAR
                   OR WS-PAYROLL-YEAR-NO > WS-LAST-EXPERIENCE-YEAR
                   ADD 1                   TO WS-PAYROLL-SKIP-COUNT
               ELSE
                   PERFORM 1210-POST-PAYROLL-ROW
               END-IF
           END-IF.
           PERFORM 8200-READ-PAYROLL-ROW.
      *---------------------------------------------------------------*
       1210-POST-PAYROLL-ROW.
      *---------------------------------------------------------------*
           SET PRT-INDEX                   TO 1.
           SEARCH PRT-ENTRY
               AT END
                   ADD 1                   TO WS-PAYROLL-REJECT-COUNT
                   MOVE 4                  TO RETURN-CODE
                   DISPLAY 'EXPRATE - PAYROLL TABLE FULL, ROW ',
                       WS-PAYROLL-ROW-COUNT, ' NOT RATED'
               WHEN PRT-INDEX > PRT-ENTRY-COUNT
                   ADD 1                   TO PRT-ENTRY-COUNT
                   MOVE WS-PAYROLL-ACCT    TO PRT-EMPLOYER-ACCT
                                              (PRT-INDEX)
                   MOVE WS-PAYROLL-YEAR-NO TO PRT-YEAR (PRT-INDEX)
                   MOVE WS-TAXABLE-PAYROLL TO PRT-PAYROLL (PRT-INDEX)
               WHEN PRT-EMPLOYER-ACCT (PRT-INDEX) = WS-PAYROLL-ACCT
                AND PRT-YEAR (PRT-INDEX) = WS-PAYROLL-YEAR-NO
                   ADD WS-TAXABLE-PAYROLL  TO PRT-PAYROLL (PRT-INDEX)
           END-SEARCH.
      *---------------------------------------------------------------*
       2000-RATE-ONE-EMPLOYER.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-EMPLOYER-COUNT.
           MOVE 0                          TO WS-PAYROLL-YEARS
                                              WS-CHARGES-3YR
                                              WS-PAYROLL-3YR
                                              WS-BENEFIT-RATIO
                                              WS-RATE-STEP.
           PERFORM 2100-GATHER-ONE-YEAR
               VARYING WS-YEAR-SUB FROM 1 BY 1
               UNTIL WS-YEAR-SUB > 3.
           IF  WS-PAYROLL-YEARS = 3
               SET WS-EXPERIENCE-RATED     TO TRUE
               ADD 1                       TO WS-EXPERIENCE-COUNT
               COMPUTE WS-BENEFIT-RATIO ROUNDED =
                   WS-CHARGES-3YR * 100 / WS-PAYROLL-3YR
                   ON SIZE ERROR
                       MOVE 99.9999        TO WS-BENEFIT-RATIO
               END-COMPUTE
               PERFORM 2200-FIND-SCHEDULE-RATE
           ELSE
               SET WS-NEW-EMPLOYER         TO TRUE
               ADD 1                       TO WS-NEW-EMPLOYER-COUNT
               MOVE WS-NEW-EMPLOYER-RATE   TO WS-CONTRIBUTION-RATE
               COMPUTE WS-RATE-STEP = RST-STEP-COUNT + 1
           END-IF.
           ADD 1                           TO RDT-EMPLOYER-COUNT
                                              (WS-RATE-STEP).
           ADD EYR-PAYROLL (3)             TO RDT-PAYROLL
                                              (WS-RATE-STEP)
                                              WS-TOTAL-LAST-PAYROLL.
           PERFORM 2300-KEEP-RATE.
           PERFORM 4000-PRINT-RATE-NOTICE.
           PERFORM 8000-READ-EMPLOYER.
      *---------------------------------------------------------------*
       2100-GATHER-ONE-YEAR.
      *---------------------------------------------------------------*
           COMPUTE EYR-YEAR (WS-YEAR-SUB) =
               WS-FIRST-EXPERIENCE-YEAR + WS-YEAR-SUB - 1.
           MOVE 0                          TO EYR-CHARGES (WS-YEAR-SUB)
                                              EYR-PAYROLL (WS-YEAR-SUB)
                                              WS-YEAR-NET-CHARGES.
           SET PRT-INDEX                   TO 1.
           SEARCH PRT-ENTRY
               AT END
                   CONTINUE
               WHEN PRT-INDEX > PRT-ENTRY-COUNT
                   CONTINUE
               WHEN PRT-EMPLOYER-ACCT (PRT-INDEX) = EM-EMPLOYER-ACCT
                AND PRT-YEAR (PRT-INDEX) = EYR-YEAR (WS-YEAR-SUB)
                   MOVE PRT-PAYROLL (PRT-INDEX)
                       TO EYR-PAYROLL (WS-YEAR-SUB)
           END-SEARCH.
           IF  EYR-PAYROLL (WS-YEAR-SUB) > 0
               ADD 1                       TO WS-PAYROLL-YEARS
           END-IF.
           PERFORM 2110-ADD-QUARTER-CHARGES
               VARYING WS-QUARTER-SUB FROM 1 BY 1
               UNTIL WS-QUARTER-SUB > 4.
           IF  WS-YEAR-NET-CHARGES > 0
               MOVE WS-YEAR-NET-CHARGES    TO EYR-CHARGES (WS-YEAR-SUB)
           END-IF.
           ADD EYR-CHARGES (WS-YEAR-SUB)   TO WS-CHARGES-3YR.
           ADD EYR-PAYROLL (WS-YEAR-SUB)   TO WS-PAYROLL-3YR.
      *---------------------------------------------------------------*
       2110-ADD-QUARTER-CHARGES.
      *---------------------------------------------------------------*
           MOVE EM-EMPLOYER-ACCT           TO CH-EMPLOYER-ACCT.
           MOVE EYR-YEAR (WS-YEAR-SUB)     TO CH-YEAR.
           MOVE WS-QUARTER-SUB             TO CH-QUARTER.
           READ CHARGE-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD CH-BENEFIT-CHARGES  TO WS-YEAR-NET-CHARGES
                   SUBTRACT CH-CREDIT-AMOUNT FROM WS-YEAR-NET-CHARGES
           END-READ.
      *---------------------------------------------------------------*
       2200-FIND-SCHEDULE-RATE.
      *---------------------------------------------------------------*
      *    FIRST STEP WHOSE CEILING COVERS THE RATIO; PAST THE LAST
      *    CEILING THE LAST STEP APPLIES.
      *---------------------------------------------------------------*
           MOVE RST-STEP-COUNT             TO WS-RATE-STEP.
           SET RST-INDEX                   TO 1.
           SEARCH RST-STEP
               AT END
                   CONTINUE
               WHEN RST-INDEX > RST-STEP-COUNT
                   CONTINUE
               WHEN WS-BENEFIT-RATIO NOT > RST-RATIO-CEILING (RST-INDEX)
                   SET WS-RATE-STEP        TO RST-INDEX
           END-SEARCH.
           MOVE RST-RATE (WS-RATE-STEP)    TO WS-CONTRIBUTION-RATE.
      *---------------------------------------------------------------*
       2300-KEEP-RATE.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO CONTRIBUTION-RATE-RECORD.
           MOVE EM-EMPLOYER-ACCT           TO RT-EMPLOYER-ACCT.
           MOVE WS-RATE-YEAR               TO RT-RATE-YEAR.
           MOVE WS-CONTRIBUTION-RATE       TO RT-CONTRIBUTION-RATE.
           MOVE WS-BENEFIT-RATIO           TO RT-BENEFIT-RATIO.
           MOVE WS-RATE-BASIS              TO RT-RATE-BASIS.
           MOVE WS-CHARGES-3YR             TO RT-CHARGES-3YR.
           MOVE WS-PAYROLL-3YR             TO RT-PAYROLL-3YR.
           MOVE WS-BUSINESS-DATE           TO RT-RUN-DATE.
           ADD 1                           TO WS-RATE-WRITTEN.
           WRITE CONTRIBUTION-RATE-RECORD
               INVALID KEY
                   REWRITE CONTRIBUTION-RATE-RECORD
           END-WRITE.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE EMPLOYER-REFERENCE-FILE.
           CLOSE CHARGE-HISTORY-FILE.
           CLOSE PAYROLL-CSV-FILE.
           CLOSE CONTRIBUTION-RATE-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-RATE-NOTICE.
      *---------------------------------------------------------------*
      *    ONE PAGE PER EMPLOYER - THE NOTICE IS MAILED AS PRINTED.
      *---------------------------------------------------------------*
           MOVE NOTICE-TITLE-LINE          TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           ADD  1                          TO PAGE-COUNT.
           MOVE EM-EMPLOYER-ACCT           TO NAL-EMPLOYER-ACCT.
           MOVE EM-EMPLOYER-NAME           TO NAL-EMPLOYER-NAME.
           MOVE EM-STATE-CODE              TO NAL-STATE-CODE.
           MOVE NOTICE-ACCOUNT-LINE        TO PRINT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE NOTICE-COLUMN-LINE         TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE 1                          TO LINE-SPACEING.
           PERFORM 4100-PRINT-NOTICE-YEAR
               VARYING WS-YEAR-SUB FROM 1 BY 1
               UNTIL WS-YEAR-SUB > 3.
           MOVE 'TOTAL'                    TO NYL-YEAR.
           MOVE WS-CHARGES-3YR             TO NYL-CHARGES.
           MOVE WS-PAYROLL-3YR             TO NYL-PAYROLL.
           MOVE NOTICE-YEAR-LINE           TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           MOVE WS-BENEFIT-RATIO           TO NRL-BENEFIT-RATIO.
           MOVE NOTICE-RATIO-LINE          TO PRINT-LINE.
           IF  WS-NEW-EMPLOYER
               MOVE 'NOT COMPUTED'         TO PRINT-LINE (21:12)
           END-IF.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE 1                          TO LINE-SPACEING.
           MOVE WS-CONTRIBUTION-RATE       TO NRT-CONTRIBUTION-RATE.
           MOVE NOTICE-RATE-LINE           TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           IF  WS-EXPERIENCE-RATED
               MOVE WS-RATE-STEP           TO NST-STEP
               MOVE NOTICE-STEP-TEXT       TO NBL-BASIS-TEXT
           ELSE
               MOVE 'NEW EMPLOYER - UNDER THREE YEARS OF PAYROLL'
                                           TO NBL-BASIS-TEXT
           END-IF.
           MOVE NOTICE-BASIS-LINE          TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
      *---------------------------------------------------------------*
       4100-PRINT-NOTICE-YEAR.
      *---------------------------------------------------------------*
           MOVE EYR-YEAR (WS-YEAR-SUB)     TO NYL-YEAR.
           MOVE EYR-CHARGES (WS-YEAR-SUB)  TO NYL-CHARGES.
           MOVE EYR-PAYROLL (WS-YEAR-SUB)  TO NYL-PAYROLL.
           MOVE NOTICE-YEAR-LINE           TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
      *---------------------------------------------------------------*
       4500-PRINT-DISTRIBUTION.
      *---------------------------------------------------------------*
           MOVE 999                        TO LINE-COUNT.
           MOVE 1                          TO LINE-SPACEING.
           IF  WS-EMPLOYER-COUNT > 0
               PERFORM 4510-PRINT-DISTRIBUTION-STEP
                   VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > RST-STEP-COUNT + 1
           ELSE
               MOVE 'NO EMPLOYER ACCOUNTS RATED'
                                           TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           MOVE SPACE                      TO DISTRIBUTION-DETAIL-LINE.
           MOVE 'ALL RATES'                TO DDL-RATIO-CEILING.
           MOVE WS-EMPLOYER-COUNT          TO DDL-EMPLOYER-COUNT.
           MOVE WS-TOTAL-LAST-PAYROLL      TO DDL-PAYROLL.
           MOVE DISTRIBUTION-DETAIL-LINE   TO NEXT-REPORT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       4510-PRINT-DISTRIBUTION-STEP.
      *---------------------------------------------------------------*
           IF  WS-STEP-SUB > RST-STEP-COUNT
               MOVE 'NEW EMPLOYR'          TO DDL-RATIO-CEILING
           ELSE
               MOVE RDT-RATIO-CEILING (WS-STEP-SUB)
                   TO DRE-RATIO-CEILING
               MOVE DISTRIBUTION-RATIO-EDIT TO DDL-RATIO-CEILING
           END-IF.
           MOVE RDT-RATE (WS-STEP-SUB)     TO DDL-RATE.
           MOVE RDT-EMPLOYER-COUNT (WS-STEP-SUB)
               TO DDL-EMPLOYER-COUNT.
           COMPUTE WS-EMPLOYER-PERCENT ROUNDED =
               RDT-EMPLOYER-COUNT (WS-STEP-SUB) * 100
               / WS-EMPLOYER-COUNT.
           MOVE WS-EMPLOYER-PERCENT        TO DDL-EMPLOYER-PERCENT.
           MOVE RDT-PAYROLL (WS-STEP-SUB)  TO DDL-PAYROLL.
           MOVE DISTRIBUTION-DETAIL-LINE   TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       8000-READ-EMPLOYER.
      *---------------------------------------------------------------*
           READ EMPLOYER-REFERENCE-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
      *---------------------------------------------------------------*
       8200-READ-PAYROLL-ROW.
      *---------------------------------------------------------------*
           READ PAYROLL-CSV-FILE
               AT END MOVE 'Y' TO PAYROLL-EOF-SW.
           IF  NOT PAYROLL-EOF
               MOVE SPACE TO WS-PAYROLL-ACCT WS-PAYROLL-YEAR
                             WS-PAYROLL-AMOUNT
               UNSTRING PAYROLL-CSV-LINE DELIMITED BY ','
                   INTO WS-PAYROLL-ACCT
                        WS-PAYROLL-YEAR
                        WS-PAYROLL-AMOUNT
               END-UNSTRING
           END-IF.
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
           MOVE DISTRIBUTION-HEADING-LINE  TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE DISTRIBUTION-COLUMN-LINE   TO PRINT-LINE.
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
