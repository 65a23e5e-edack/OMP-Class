       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHGBACK.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    MONTHLY DEPARTMENTAL CHARGEBACK - PRICES A MONTH OF AD-HOC
      *    EXTRACTS, REPORT DISTRIBUTION AND ONLINE INQUIRIES AND
      *    BILLS THEM TO THE DESKS THAT ASKED FOR THEM -
      *      - EACH ADHOCX REQUEST AND EACH BURST RECIPIENT PACKAGE
      *        ON THE CHGUSE USAGE LOG (SEE CHGUREC), AT A FLAT RATE
      *        PER REQUEST OR PACKAGE, PLUS A SHARE OF THAT STEP'S RUN
      *        COST - ITS ELAPSED SECONDS AND RECORDS PROCESSED FROM
      *        THE OPSFILE INSTRUMENTATION, PRICED AND SHARED BY
      *        REQUEST OR PACKAGE COUNT;
      *      - EACH UINQ LOOKUP ON THE ACCESSLG ACCESS LOG (REFUSED
      *        LOOKUPS ARE NOT BILLED), BY OPERATOR, AT A RATE PER
      *        INQUIRY.
      *    REQUESTERS AND OPERATORS ARE PUT ON DESKS, AND DESKS IN
      *    BUDGET DEPARTMENTS, BY THE CHGDESK CROSS-REFERENCE (SEE
      *    CHGDREC).  THE RATES ARE PARMFILE PARAMETERS (SEE PARMC) AS
      *    OF THE BUSINESS DATE.  PRINTS ONE INVOICE PAGE PER DESK IN
      *    DEPARTMENT ORDER, THEN THE BUDGET SUMMARY BY DEPARTMENT
      *    WITH THE STEP RUN COSTS BEHIND THE SHARES.
      *
      *    CONTROL INPUT (SYSIN) -
      *      CARD 1  BILLING MONTH YYYYMM (BLANK = THE MONTH OF THE
      *              BUSINESS DATE)
      *    RETURN CODE 4 WHEN ANY CHARGE LANDED ON DESK UNASSIGNED -
      *    CHGDESK NEEDS A ROW FOR A REQUESTER OR OPERATOR.
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
           SELECT OPERATIONS-FILE ASSIGN TO OPSFILE
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS  IS OPERATIONS-STATUS.
           SELECT OPTIONAL CHARGE-USAGE-FILE ASSIGN TO CHGUSE
             FILE STATUS IS CHARGE-USAGE-STATUS.
           SELECT OPTIONAL ACCESS-LOG-FILE ASSIGN TO ACCESSLG
             FILE STATUS IS ACCESS-LOG-STATUS.
           SELECT OPTIONAL CHARGE-DESK-FILE ASSIGN TO CHGDESK
             FILE STATUS IS CHARGE-DESK-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWORK.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  OPERATIONS-FILE
           RECORDING MODE IS F.
       01  OPERATIONS-RECORD.
           05  OPR-DATE                    PIC 9(08).
           05  FILLER                      PIC X(01).
           05  OPR-TIME                    PIC 9(06).
           05  FILLER                      PIC X(01).
           05  OPR-PROGRAM-ID              PIC X(08).
           05  FILLER                      PIC X(01).
           05  OPR-EVENT                   PIC X(05).
           05  FILLER                      PIC X(01).
           05  OPR-RETURN-CODE             PIC 9(04).
           05  FILLER                      PIC X(01).
           05  OPR-RECORD-COUNT            PIC 9(09).
      *---------------------------------------------------------------*
       FD  CHARGE-USAGE-FILE
           RECORDING MODE IS F.
       COPY CHGUREC.
      *---------------------------------------------------------------*
       FD  ACCESS-LOG-FILE
           RECORDING MODE IS F.
       01  ACCESS-LOG-RECORD.
           05  AL-RUN-DATE                 PIC 9(08).
           05  FILLER                      PIC X(01).
           05  AL-PROGRAM-ID               PIC X(08).
           05  FILLER                      PIC X(01).
           05  AL-OPERATOR-ID              PIC X(08).
           05  FILLER                      PIC X(01).
           05  AL-ACTION                   PIC X(07).
           05  FILLER                      PIC X(01).
           05  AL-RECORD-ID                PIC X(08).
           05  FILLER                      PIC X(01).
           05  AL-RESULT                   PIC X(09).
      *---------------------------------------------------------------*
       FD  CHARGE-DESK-FILE
           RECORDING MODE IS F.
       COPY CHGDREC.
      *---------------------------------------------------------------*
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-DEPARTMENT               PIC X(16).
           05  SR-DESK                     PIC X(16).
           05  SR-EXTRACT-REQUESTS         PIC 9(05).
           05  SR-EXTRACT-LINES            PIC 9(09).
           05  SR-PACKAGES                 PIC 9(05).
           05  SR-PACKAGE-LINES            PIC 9(09).
           05  SR-INQUIRIES                PIC 9(07).
           05  SR-EXTRACT-AMOUNT           PIC 9(07)V99.
           05  SR-EXTRACT-SHARE            PIC 9(07)V99.
           05  SR-PACKAGE-AMOUNT           PIC 9(07)V99.
           05  SR-PACKAGE-SHARE            PIC 9(07)V99.
           05  SR-INQUIRY-AMOUNT           PIC 9(07)V99.
           05  SR-TOTAL-AMOUNT             PIC 9(07)V99.
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
           05  OPERATIONS-STATUS           PIC X(02).
               88  OPERATIONS-OK                 VALUE '00'.
           05  CHARGE-USAGE-STATUS         PIC X(02).
               88  CHARGE-USAGE-OK               VALUE '00' '05'.
           05  ACCESS-LOG-STATUS           PIC X(02).
               88  ACCESS-LOG-OK                 VALUE '00' '05'.
           05  CHARGE-DESK-STATUS          PIC X(02).
               88  CHARGE-DESK-OK                VALUE '00' '05'.
           05  OPERATIONS-EOF-SW           PIC X VALUE 'N'.
               88  OPERATIONS-EOF                VALUE 'Y'.
           05  USAGE-EOF-SW                PIC X VALUE 'N'.
               88  USAGE-EOF                     VALUE 'Y'.
           05  ACCESS-LOG-EOF-SW           PIC X VALUE 'N'.
               88  ACCESS-LOG-EOF                VALUE 'Y'.
           05  DESK-XREF-EOF-SW            PIC X VALUE 'N'.
               88  DESK-XREF-EOF                 VALUE 'Y'.
           05  SORT-EOF-SW                 PIC X VALUE 'N'.
               88  SORT-EOF                      VALUE 'Y'.
           05  HEADING-MODE-SW             PIC X(01) VALUE 'I'.
               88  HEADING-INVOICE               VALUE 'I'.
               88  HEADING-SUMMARY               VALUE 'S'.
           05  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
           05  WS-MONTH-CARD               PIC X(06) VALUE SPACE.
           05  WS-BILLING-MONTH            PIC 9(06).
           05  WS-USAGE-COUNT              PIC 9(07) VALUE 0.
           05  WS-INQUIRY-COUNT            PIC 9(07) VALUE 0.
           05  WS-UNASSIGNED-COUNT         PIC 9(07) VALUE 0.
           05  WS-HH                       PIC 9(02).
           05  WS-MM-X                     PIC 9(02).
           05  WS-SS                       PIC 9(02).
           05  WS-EVENT-SECS               PIC S9(07) USAGE IS COMP.
           05  WS-ELAPSED-SECS             PIC S9(07) USAGE IS COMP.
           05  WS-LOOKUP-TYPE              PIC X(01).
           05  WS-LOOKUP-ID                PIC X(16).
           05  WS-DESK-NAME                PIC X(16).
           05  WS-CURRENT-DEPARTMENT       PIC X(16).
           05  WS-RATE-ID                  PIC X(08).
           05  WS-RATE-VALUE               PIC 9(03)V9(04).
           05  WS-SUB-1                    PIC 9(03).
      *---------------------------------------------------------------*
      *    RATES - DOLLARS PER UNIT, 999V9999 AS SEVEN DIGITS IN
      *    PL-VALUE (1:7).  THE COMPILED-IN VALUES STAND WHEN THE
      *    PARAMETER MASTER HAS NO EFFECTIVE ROW.
      *---------------------------------------------------------------*
       01  WS-CHARGE-RATES.
           05  WS-RATE-EXTRACT-REQUEST     PIC 9(03)V9(04) VALUE 5.
           05  WS-RATE-PACKAGE             PIC 9(03)V9(04) VALUE 1.5.
           05  WS-RATE-INQUIRY             PIC 9(03)V9(04) VALUE .25.
           05  WS-RATE-STEP-SECOND         PIC 9(03)V9(04) VALUE .05.
           05  WS-RATE-THOUSAND-RECORDS    PIC 9(03)V9(04) VALUE .1.
      *---------------------------------------------------------------*
      *    RUN COST OF THE TWO BILLED BATCH STEPS FOR THE MONTH - ENTRY
      *    1 ADHOCX, ENTRY 2 BURST.  ITEMS ARE THE REQUESTS OR
      *    PACKAGES ON THE USAGE LOG THE COST IS SHARED OVER.
      *---------------------------------------------------------------*
       01  STEP-COST-TABLE.
           05  ST-ENTRY                    OCCURS 2 TIMES
                                           INDEXED BY ST-IDX.
               10  ST-PROGRAM-ID           PIC X(08).
               10  ST-PENDING-SW           PIC X(01).
               10  ST-PENDING-DATE         PIC 9(08).
               10  ST-PENDING-SECS         PIC S9(07) USAGE IS COMP.
               10  ST-RUNS                 PIC 9(05).
               10  ST-SECONDS              PIC 9(09).
               10  ST-RECORDS              PIC 9(11).
               10  ST-ITEMS                PIC 9(07).
               10  ST-RUN-COST             PIC 9(07)V99.
               10  ST-ALLOCATED            PIC 9(07)V99.
      *---------------------------------------------------------------*
       01  DESK-XREF-TABLE.
           05  DX-ENTRY-COUNT              PIC 9(04) VALUE 0.
           05  DX-ENTRY                    OCCURS 500 TIMES
                                           INDEXED BY DX-IDX.
               10  DX-ENTRY-TYPE           PIC X(01).
               10  DX-ENTRY-ID             PIC X(16).
               10  DX-MAPS-TO              PIC X(16).
      *---------------------------------------------------------------*
       01  DESK-CHARGE-TABLE.
           05  DT-ENTRY-COUNT              PIC 9(03) VALUE 0.
           05  DT-ENTRY                    OCCURS 200 TIMES
                                           INDEXED BY DT-IDX.
               10  DT-DESK                 PIC X(16).
               10  DT-EXTRACT-REQUESTS     PIC 9(05).
               10  DT-EXTRACT-LINES        PIC 9(09).
               10  DT-PACKAGES             PIC 9(05).
               10  DT-PACKAGE-LINES        PIC 9(09).
               10  DT-INQUIRIES            PIC 9(07).
      *---------------------------------------------------------------*
       01  DEPARTMENT-TOTAL-TABLE.
           05  DP-ENTRY-COUNT              PIC 9(03) VALUE 0.
           05  DP-ENTRY                    OCCURS 200 TIMES
                                           INDEXED BY DP-IDX.
               10  DP-DEPARTMENT           PIC X(16).
               10  DP-DESKS                PIC 9(03).
               10  DP-EXTRACT-AMOUNT       PIC 9(09)V99.
               10  DP-PACKAGE-AMOUNT       PIC 9(09)V99.
               10  DP-INQUIRY-AMOUNT       PIC 9(09)V99.
               10  DP-TOTAL-AMOUNT         PIC 9(09)V99.
      *---------------------------------------------------------------*
       01  WS-GRAND-TOTALS.
           05  GT-EXTRACT-AMOUNT           PIC 9(09)V99 VALUE 0.
           05  GT-PACKAGE-AMOUNT           PIC 9(09)V99 VALUE 0.
           05  GT-INQUIRY-AMOUNT           PIC 9(09)V99 VALUE 0.
           05  GT-TOTAL-AMOUNT             PIC 9(09)V99 VALUE 0.
      *---------------------------------------------------------------*
       01  INVOICE-HEADING-LINE-1.
      *---------------------------------------------------------------*
           05  FILLER                      PIC X(41) VALUE
               'DEPARTMENTAL CHARGEBACK INVOICE - MONTH '.
           05  IHL-MONTH                   PIC 9(06).
           05  FILLER                      PIC X(29) VALUE SPACE.
           05  FILLER                      PIC X(05) VALUE 'PAGE '.
           05  IHL-PAGE                    PIC ZZ9.
      *---------------------------------------------------------------*
       01  INVOICE-HEADING-LINE-2.
      *---------------------------------------------------------------*
           05  FILLER                      PIC X(07) VALUE 'DESK : '.
           05  IHL-DESK                    PIC X(16).
           05  FILLER                      PIC X(17)
                   VALUE '    DEPARTMENT : '.
           05  IHL-DEPARTMENT              PIC X(16).
      *---------------------------------------------------------------*
       01  INVOICE-HEADING-LINE-3.
      *---------------------------------------------------------------*
           05  FILLER                      PIC X(36) VALUE 'SERVICE'.
           05  FILLER                      PIC X(11) VALUE
               '   QUANTITY'.
           05  FILLER                      PIC X(10) VALUE
               '      RATE'.
           05  FILLER                      PIC X(14) VALUE
               '        AMOUNT'.
      *---------------------------------------------------------------*
       01  INVOICE-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  IDL-SERVICE                 PIC X(34).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  IDL-QUANTITY                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  IDL-RATE-AREA.
               10  IDL-RATE                PIC ZZ9.9999.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  IDL-AMOUNT                  PIC Z,ZZZ,ZZ9.99.
      *---------------------------------------------------------------*
       01  SUMMARY-HEADING-LINE-1.
      *---------------------------------------------------------------*
           05  FILLER                      PIC X(41) VALUE
               'CHARGEBACK BUDGET SUMMARY - MONTH       '.
           05  SHL-MONTH                   PIC 9(06).
           05  FILLER                      PIC X(29) VALUE SPACE.
           05  FILLER                      PIC X(05) VALUE 'PAGE '.
           05  SHL-PAGE                    PIC ZZ9.
      *---------------------------------------------------------------*
       01  SUMMARY-HEADING-LINE-2.
      *---------------------------------------------------------------*
           05  FILLER                      PIC X(16) VALUE 'DEPARTMENT'.
           05  FILLER                      PIC X(07) VALUE '  DESKS'.
           05  FILLER                      PIC X(16) VALUE
               '    AD-HOC EXTR.'.
           05  FILLER                      PIC X(16) VALUE
               '    DISTRIBUTION'.
           05  FILLER                      PIC X(16) VALUE
               '    ONLINE INQ. '.
           05  FILLER                      PIC X(16) VALUE
               '           TOTAL'.
      *---------------------------------------------------------------*
       01  SUMMARY-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  SDL-DEPARTMENT              PIC X(16).
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  SDL-DESKS                   PIC ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  SDL-EXTRACT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  SDL-PACKAGE-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  SDL-INQUIRY-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  SDL-TOTAL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
      *---------------------------------------------------------------*
       01  STEP-COST-LINE.
      *---------------------------------------------------------------*
           05  SCL-PROGRAM-ID              PIC X(08).
           05  FILLER                      PIC X(07) VALUE '  RUNS '.
           05  SCL-RUNS                    PIC ZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE
               '  SECONDS '.
           05  SCL-SECONDS                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE
               '  RECORDS '.
           05  SCL-RECORDS                 PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(11) VALUE
               '  RUN COST '.
           05  SCL-RUN-COST                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(12) VALUE
               '  ALLOCATED '.
           05  SCL-ALLOCATED               PIC Z,ZZZ,ZZ9.99.
      *---------------------------------------------------------------*
       01  RATE-NOTE-LINE.
      *---------------------------------------------------------------*
           05  FILLER                      PIC X(24) VALUE
               'RATES IN FORCE - EXTRACT'.
           05  RNL-EXTRACT                 PIC ZZ9.9999.
           05  FILLER                      PIC X(09) VALUE '  PACKAGE'.
           05  RNL-PACKAGE                 PIC ZZ9.9999.
           05  FILLER                      PIC X(09) VALUE '  INQUIRY'.
           05  RNL-INQUIRY                 PIC ZZ9.9999.
           05  FILLER                      PIC X(12) VALUE
               '  STEP SEC. '.
           05  RNL-SECOND                  PIC ZZ9.9999.
           05  FILLER                      PIC X(15) VALUE
               '  PER 1000 RECS'.
           05  RNL-THOUSAND                PIC ZZ9.9999.
      *---------------------------------------------------------------*
       01  REPORT-LINES.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
       COPY PARMC.
       COPY PRINTCTL.
       COPY BUSDATEC.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           IF  RETURN-CODE < 16
               PERFORM 1100-LOAD-RATES
               PERFORM 1200-LOAD-DESK-XREF
               PERFORM 2000-TIME-BILLED-STEPS
               PERFORM 2200-TALLY-USAGE-LOG
               PERFORM 2300-TALLY-INQUIRIES
               PERFORM 2500-PRICE-STEP-RUNS
               SORT SORT-FILE
                   ON ASCENDING KEY SR-DEPARTMENT
                                    SR-DESK
                   INPUT PROCEDURE 4000-RELEASE-DESK-CHARGES
                   OUTPUT PROCEDURE 5000-PRINT-INVOICES
               PERFORM 6000-PRINT-BUDGET-SUMMARY
           END-IF.
           PERFORM 3000-CLOSE-FILES.
           DISPLAY '*** CHGBACK CHARGEBACK SUMMARY ***'.
           DISPLAY 'BILLING MONTH      : ', WS-BILLING-MONTH.
           DISPLAY 'USAGE ROWS BILLED  : ', WS-USAGE-COUNT.
           DISPLAY 'INQUIRIES BILLED   : ', WS-INQUIRY-COUNT.
           DISPLAY 'DESKS INVOICED     : ', DT-ENTRY-COUNT.
           DISPLAY 'UNASSIGNED ITEMS   : ', WS-UNASSIGNED-COUNT.
           IF  WS-UNASSIGNED-COUNT > 0
               AND RETURN-CODE < 4
               MOVE 4                      TO RETURN-CODE
           END-IF.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  OPERATIONS-FILE.
           OPEN INPUT  CHARGE-USAGE-FILE.
           OPEN INPUT  ACCESS-LOG-FILE.
           OPEN INPUT  CHARGE-DESK-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           ACCEPT WS-MONTH-CARD.
           IF  WS-MONTH-CARD IS NUMERIC
               MOVE WS-MONTH-CARD          TO WS-BILLING-MONTH
           ELSE
               MOVE WS-BUSINESS-DATE (1:6) TO WS-BILLING-MONTH
           END-IF.
           MOVE WS-BILLING-MONTH           TO IHL-MONTH
                                              SHL-MONTH.
           IF NOT OPERATIONS-OK
               DISPLAY 'OPSFILE OPEN ERROR : ', OPERATIONS-STATUS
               MOVE 16                     TO RETURN-CODE.
           IF NOT CHARGE-USAGE-OK
               DISPLAY 'CHGUSE OPEN ERROR : ', CHARGE-USAGE-STATUS
               MOVE 16                     TO RETURN-CODE.
           IF NOT ACCESS-LOG-OK
               DISPLAY 'ACCESSLG OPEN ERROR : ', ACCESS-LOG-STATUS
               MOVE 16                     TO RETURN-CODE.
           IF NOT CHARGE-DESK-OK
               DISPLAY 'CHGDESK OPEN ERROR : ', CHARGE-DESK-STATUS,
                   ' - EVERY CHARGE GOES TO DESK UNASSIGNED'
               SET DESK-XREF-EOF TO TRUE.
      *---------------------------------------------------------------*
       1100-LOAD-RATES.
      *---------------------------------------------------------------*
           MOVE 'CBADXREQ'                 TO WS-RATE-ID.
           MOVE WS-RATE-EXTRACT-REQUEST    TO WS-RATE-VALUE.
           PERFORM 1110-LOAD-ONE-RATE.
           MOVE WS-RATE-VALUE              TO WS-RATE-EXTRACT-REQUEST.
           MOVE 'CBBSTPKG'                 TO WS-RATE-ID.
           MOVE WS-RATE-PACKAGE            TO WS-RATE-VALUE.
           PERFORM 1110-LOAD-ONE-RATE.
           MOVE WS-RATE-VALUE              TO WS-RATE-PACKAGE.
           MOVE 'CBINQLKP'                 TO WS-RATE-ID.
           MOVE WS-RATE-INQUIRY            TO WS-RATE-VALUE.
           PERFORM 1110-LOAD-ONE-RATE.
           MOVE WS-RATE-VALUE              TO WS-RATE-INQUIRY.
           MOVE 'CBSTPSEC'                 TO WS-RATE-ID.
           MOVE WS-RATE-STEP-SECOND        TO WS-RATE-VALUE.
           PERFORM 1110-LOAD-ONE-RATE.
           MOVE WS-RATE-VALUE              TO WS-RATE-STEP-SECOND.
           MOVE 'CBSTPKRC'                 TO WS-RATE-ID.
           MOVE WS-RATE-THOUSAND-RECORDS   TO WS-RATE-VALUE.
           PERFORM 1110-LOAD-ONE-RATE.
           MOVE WS-RATE-VALUE              TO WS-RATE-THOUSAND-RECORDS.
      *---------------------------------------------------------------*
       1110-LOAD-ONE-RATE.
      *---------------------------------------------------------------*
           MOVE WS-RATE-ID                 TO PL-PARM-ID.
           MOVE WS-BUSINESS-DATE           TO PL-AS-OF-DATE.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND
               AND PL-VALUE (1:7) IS NUMERIC
               MOVE PL-VALUE (1:7)         TO WS-RATE-VALUE
           END-IF.
      *---------------------------------------------------------------*
       1200-LOAD-DESK-XREF.
      *---------------------------------------------------------------*
           IF  NOT DESK-XREF-EOF
               PERFORM 8300-READ-DESK-XREF
           END-IF.
           PERFORM 1210-STORE-DESK-XREF
               UNTIL DESK-XREF-EOF.
      *---------------------------------------------------------------*
       1210-STORE-DESK-XREF.
      *---------------------------------------------------------------*
           IF  DX-ENTRY-COUNT < 500
               AND (DK-OPERATOR OR DK-REQUESTER OR DK-DESK-DEPARTMENT)
               ADD 1                       TO DX-ENTRY-COUNT
               SET DX-IDX                  TO DX-ENTRY-COUNT
               MOVE DK-ENTRY-TYPE          TO DX-ENTRY-TYPE (DX-IDX)
               MOVE DK-ENTRY-ID            TO DX-ENTRY-ID (DX-IDX)
               MOVE DK-MAPS-TO             TO DX-MAPS-TO (DX-IDX)
           END-IF.
           PERFORM 8300-READ-DESK-XREF.
      *---------------------------------------------------------------*
       2000-TIME-BILLED-STEPS.
      *---------------------------------------------------------------*
      *    PAIRS EACH ADHOCX AND BURST START WITH ITS STOP, THE SAME
      *    WAY OPSRPT DOES, FOR RUNS STARTED IN THE BILLING MONTH.
      *---------------------------------------------------------------*
           INITIALIZE STEP-COST-TABLE.
           MOVE 'ADHOCX  '                 TO ST-PROGRAM-ID (1).
           MOVE 'BURST   '                 TO ST-PROGRAM-ID (2).
           MOVE 'N'                        TO ST-PENDING-SW (1)
                                              ST-PENDING-SW (2).
           PERFORM 8000-READ-OPERATIONS-RECORD.
           PERFORM 2100-PAIR-ONE-EVENT THRU 2100-EXIT
               UNTIL OPERATIONS-EOF.
      *---------------------------------------------------------------*
       2100-PAIR-ONE-EVENT.
      *---------------------------------------------------------------*
           IF  OPR-EVENT NOT = 'START' AND OPR-EVENT NOT = 'STOP '
               PERFORM 8000-READ-OPERATIONS-RECORD
               GO TO 2100-EXIT.
           SET ST-IDX                      TO 1.
           SEARCH ST-ENTRY
               AT END
                   PERFORM 8000-READ-OPERATIONS-RECORD
                   GO TO 2100-EXIT
               WHEN ST-PROGRAM-ID (ST-IDX) = OPR-PROGRAM-ID
                   CONTINUE
           END-SEARCH.
           MOVE OPR-TIME (1:2)             TO WS-HH.
           MOVE OPR-TIME (3:2)             TO WS-MM-X.
           MOVE OPR-TIME (5:2)             TO WS-SS.
           COMPUTE WS-EVENT-SECS =
               (WS-HH * 3600) + (WS-MM-X * 60) + WS-SS.
           IF  OPR-EVENT = 'START'
               MOVE OPR-DATE           TO ST-PENDING-DATE (ST-IDX)
               MOVE WS-EVENT-SECS      TO ST-PENDING-SECS (ST-IDX)
               MOVE 'Y'                TO ST-PENDING-SW (ST-IDX)
           ELSE
               IF  ST-PENDING-SW (ST-IDX) = 'Y'
                   PERFORM 2110-CLOSE-OUT-RUN
               END-IF
           END-IF.
           PERFORM 8000-READ-OPERATIONS-RECORD.
       2100-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2110-CLOSE-OUT-RUN.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO ST-PENDING-SW (ST-IDX).
           IF  ST-PENDING-DATE (ST-IDX) (1:6) = WS-BILLING-MONTH
               COMPUTE WS-ELAPSED-SECS =
                   WS-EVENT-SECS - ST-PENDING-SECS (ST-IDX)
               IF  WS-ELAPSED-SECS < 0
      *            THE STEP RAN ACROSS MIDNIGHT.
                   ADD 86400               TO WS-ELAPSED-SECS
               END-IF
               ADD 1                       TO ST-RUNS (ST-IDX)
               ADD WS-ELAPSED-SECS         TO ST-SECONDS (ST-IDX)
               ADD OPR-RECORD-COUNT        TO ST-RECORDS (ST-IDX)
           END-IF.
      *---------------------------------------------------------------*
       2200-TALLY-USAGE-LOG.
      *---------------------------------------------------------------*
           PERFORM 8100-READ-USAGE-RECORD.
           PERFORM 2210-TALLY-ONE-USAGE
               UNTIL USAGE-EOF.
      *---------------------------------------------------------------*
       2210-TALLY-ONE-USAGE.
      *---------------------------------------------------------------*
           IF  CG-USAGE-DATE (1:6) = WS-BILLING-MONTH
               AND (CG-FROM-ADHOCX OR CG-FROM-BURST)
               ADD 1                       TO WS-USAGE-COUNT
               IF  CG-CHARGE-REQUESTER
                   MOVE 'R'                TO WS-LOOKUP-TYPE
                   MOVE CG-CHARGE-ID       TO WS-LOOKUP-ID
                   PERFORM 2400-RESOLVE-DESK
               ELSE
                   MOVE CG-CHARGE-ID       TO WS-DESK-NAME
               END-IF
               PERFORM 2450-FIND-DESK-ENTRY
               IF  CG-FROM-ADHOCX
                   ADD 1                   TO ST-ITEMS (1)
                                              DT-EXTRACT-REQUESTS
                                              (DT-IDX)
                   ADD CG-UNITS            TO DT-EXTRACT-LINES (DT-IDX)
               ELSE
                   ADD 1                   TO ST-ITEMS (2)
                                              DT-PACKAGES (DT-IDX)
                   ADD CG-UNITS            TO DT-PACKAGE-LINES (DT-IDX)
               END-IF
           END-IF.
           PERFORM 8100-READ-USAGE-RECORD.
      *---------------------------------------------------------------*
       2300-TALLY-INQUIRIES.
      *---------------------------------------------------------------*
           PERFORM 8200-READ-ACCESS-LOG.
           PERFORM 2310-TALLY-ONE-INQUIRY
               UNTIL ACCESS-LOG-EOF.
      *---------------------------------------------------------------*
       2310-TALLY-ONE-INQUIRY.
      *---------------------------------------------------------------*
      *    ONLY THE UINQ TRANSACTION'S LOOKUPS ARE BILLED HERE; A
      *    LOOKUP THE OPERATOR WAS REFUSED COST NOTHING TO ANSWER.
           IF  AL-RUN-DATE (1:6) = WS-BILLING-MONTH
               AND AL-PROGRAM-ID = 'UNEMINQ '
               AND AL-RESULT NOT = 'REFUSED'
               ADD 1                       TO WS-INQUIRY-COUNT
               MOVE 'O'                    TO WS-LOOKUP-TYPE
               MOVE AL-OPERATOR-ID         TO WS-LOOKUP-ID
               PERFORM 2400-RESOLVE-DESK
               PERFORM 2450-FIND-DESK-ENTRY
               ADD 1                       TO DT-INQUIRIES (DT-IDX)
           END-IF.
           PERFORM 8200-READ-ACCESS-LOG.
      *---------------------------------------------------------------*
       2400-RESOLVE-DESK.
      *---------------------------------------------------------------*
           MOVE 'UNASSIGNED'               TO WS-DESK-NAME.
           SET DX-IDX                      TO 1.
           SEARCH DX-ENTRY
               AT END
                   CONTINUE
               WHEN DX-IDX > DX-ENTRY-COUNT
                   CONTINUE
               WHEN DX-ENTRY-TYPE (DX-IDX) = WS-LOOKUP-TYPE
                   AND DX-ENTRY-ID (DX-IDX) = WS-LOOKUP-ID
                   MOVE DX-MAPS-TO (DX-IDX) TO WS-DESK-NAME
           END-SEARCH.
      *---------------------------------------------------------------*
       2450-FIND-DESK-ENTRY.
      *---------------------------------------------------------------*
      *    A BLANK DESK, OR ONE THE TABLE HAS NO ROOM FOR, BILLS TO
      *    UNASSIGNED.  THE LAST TABLE SLOT IS KEPT FOR UNASSIGNED.
      *---------------------------------------------------------------*
           IF  WS-DESK-NAME = SPACES
               MOVE 'UNASSIGNED'           TO WS-DESK-NAME
           END-IF.
           SET DT-IDX                      TO 1.
           SEARCH DT-ENTRY
               AT END
                   PERFORM 2460-ADD-DESK-ENTRY
               WHEN DT-IDX > DT-ENTRY-COUNT
                   PERFORM 2460-ADD-DESK-ENTRY
               WHEN DT-DESK (DT-IDX) = WS-DESK-NAME
                   CONTINUE
           END-SEARCH.
           IF  WS-DESK-NAME = 'UNASSIGNED'
               ADD 1                       TO WS-UNASSIGNED-COUNT
           END-IF.
      *---------------------------------------------------------------*
       2460-ADD-DESK-ENTRY.
      *---------------------------------------------------------------*
           IF  DT-ENTRY-COUNT > 198
               AND WS-DESK-NAME NOT = 'UNASSIGNED'
               MOVE 'UNASSIGNED'           TO WS-DESK-NAME
               SET DT-IDX                  TO 1
               SEARCH DT-ENTRY
                   AT END
                       PERFORM 2470-NEW-DESK-ENTRY
                   WHEN DT-IDX > DT-ENTRY-COUNT
                       PERFORM 2470-NEW-DESK-ENTRY
                   WHEN DT-DESK (DT-IDX) = WS-DESK-NAME
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM 2470-NEW-DESK-ENTRY
           END-IF.
      *---------------------------------------------------------------*
       2470-NEW-DESK-ENTRY.
      *---------------------------------------------------------------*
           ADD 1                           TO DT-ENTRY-COUNT.
           SET DT-IDX                      TO DT-ENTRY-COUNT.
           MOVE WS-DESK-NAME               TO DT-DESK (DT-IDX).
           MOVE 0                          TO DT-EXTRACT-REQUESTS
                                              (DT-IDX)
                                              DT-EXTRACT-LINES (DT-IDX)
                                              DT-PACKAGES (DT-IDX)
                                              DT-PACKAGE-LINES (DT-IDX)
                                              DT-INQUIRIES (DT-IDX).
      *---------------------------------------------------------------*
       2500-PRICE-STEP-RUNS.
      *---------------------------------------------------------------*
           PERFORM 2510-PRICE-ONE-STEP
               VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > 2.
      *---------------------------------------------------------------*
       2510-PRICE-ONE-STEP.
      *---------------------------------------------------------------*
           COMPUTE ST-RUN-COST (ST-IDX) ROUNDED =
               ST-SECONDS (ST-IDX) * WS-RATE-STEP-SECOND
               + ST-RECORDS (ST-IDX) * WS-RATE-THOUSAND-RECORDS
                   / 1000.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE OPERATIONS-FILE.
           CLOSE CHARGE-USAGE-FILE.
           CLOSE ACCESS-LOG-FILE.
           CLOSE CHARGE-DESK-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-RELEASE-DESK-CHARGES.
      *---------------------------------------------------------------*
      *    SORT INPUT - ONE PRICED ROW PER DESK, KEYED ON ITS BUDGET
      *    DEPARTMENT.
      *---------------------------------------------------------------*
           PERFORM 4100-PRICE-ONE-DESK
               VARYING DT-IDX FROM 1 BY 1
               UNTIL DT-IDX > DT-ENTRY-COUNT.
      *---------------------------------------------------------------*
       4100-PRICE-ONE-DESK.
      *---------------------------------------------------------------*
           MOVE DT-DESK (DT-IDX)           TO SR-DESK.
           MOVE 'D'                        TO WS-LOOKUP-TYPE.
           MOVE DT-DESK (DT-IDX)           TO WS-LOOKUP-ID.
           PERFORM 2400-RESOLVE-DESK.
      *    A DESK WITH NO DEPARTMENT ROW IS ITS OWN DEPARTMENT.
           IF  WS-DESK-NAME = 'UNASSIGNED'
               MOVE DT-DESK (DT-IDX)       TO SR-DEPARTMENT
           ELSE
               MOVE WS-DESK-NAME           TO SR-DEPARTMENT
           END-IF.
           MOVE DT-EXTRACT-REQUESTS (DT-IDX) TO SR-EXTRACT-REQUESTS.
           MOVE DT-EXTRACT-LINES (DT-IDX)  TO SR-EXTRACT-LINES.
           MOVE DT-PACKAGES (DT-IDX)       TO SR-PACKAGES.
           MOVE DT-PACKAGE-LINES (DT-IDX)  TO SR-PACKAGE-LINES.
           MOVE DT-INQUIRIES (DT-IDX)      TO SR-INQUIRIES.
           COMPUTE SR-EXTRACT-AMOUNT ROUNDED =
               SR-EXTRACT-REQUESTS * WS-RATE-EXTRACT-REQUEST.
           COMPUTE SR-PACKAGE-AMOUNT ROUNDED =
               SR-PACKAGES * WS-RATE-PACKAGE.
           COMPUTE SR-INQUIRY-AMOUNT ROUNDED =
               SR-INQUIRIES * WS-RATE-INQUIRY.
           MOVE 0                          TO SR-EXTRACT-SHARE
                                              SR-PACKAGE-SHARE.
           IF  ST-ITEMS (1) > 0
               COMPUTE SR-EXTRACT-SHARE ROUNDED =
                   ST-RUN-COST (1) * SR-EXTRACT-REQUESTS
                   / ST-ITEMS (1)
           END-IF.
           IF  ST-ITEMS (2) > 0
               COMPUTE SR-PACKAGE-SHARE ROUNDED =
                   ST-RUN-COST (2) * SR-PACKAGES
                   / ST-ITEMS (2)
           END-IF.
           ADD SR-EXTRACT-SHARE            TO ST-ALLOCATED (1).
           ADD SR-PACKAGE-SHARE            TO ST-ALLOCATED (2).
           COMPUTE SR-TOTAL-AMOUNT =
               SR-EXTRACT-AMOUNT + SR-EXTRACT-SHARE
               + SR-PACKAGE-AMOUNT + SR-PACKAGE-SHARE
               + SR-INQUIRY-AMOUNT.
           RELEASE SORT-RECORD.
      *---------------------------------------------------------------*
       5000-PRINT-INVOICES.
      *---------------------------------------------------------------*
      *    SORT OUTPUT - ONE INVOICE PAGE PER DESK, AND THE DEPARTMENT
      *    TOTALS FOR THE BUDGET SUMMARY AS THE DEPARTMENTS GO BY.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO SORT-EOF-SW.
           MOVE HIGH-VALUES                TO WS-CURRENT-DEPARTMENT.
           SET HEADING-INVOICE TO TRUE.
           PERFORM 8400-RETURN-SORTED-DESK.
           PERFORM 5100-PRINT-ONE-INVOICE
               UNTIL SORT-EOF.
      *---------------------------------------------------------------*
       5100-PRINT-ONE-INVOICE.
      *---------------------------------------------------------------*
           IF  SR-DEPARTMENT NOT = WS-CURRENT-DEPARTMENT
               MOVE SR-DEPARTMENT          TO WS-CURRENT-DEPARTMENT
               IF  DP-ENTRY-COUNT < 200
                   ADD 1                   TO DP-ENTRY-COUNT
               END-IF
               SET DP-IDX                  TO DP-ENTRY-COUNT
               MOVE SR-DEPARTMENT          TO DP-DEPARTMENT (DP-IDX)
               MOVE 0                      TO DP-DESKS (DP-IDX)
                                              DP-EXTRACT-AMOUNT (DP-IDX)
                                              DP-PACKAGE-AMOUNT (DP-IDX)
                                              DP-INQUIRY-AMOUNT (DP-IDX)
                                              DP-TOTAL-AMOUNT (DP-IDX)
           END-IF.
           ADD 1                           TO DP-DESKS (DP-IDX).
           COMPUTE DP-EXTRACT-AMOUNT (DP-IDX) =
               DP-EXTRACT-AMOUNT (DP-IDX)
               + SR-EXTRACT-AMOUNT + SR-EXTRACT-SHARE.
           COMPUTE DP-PACKAGE-AMOUNT (DP-IDX) =
               DP-PACKAGE-AMOUNT (DP-IDX)
               + SR-PACKAGE-AMOUNT + SR-PACKAGE-SHARE.
           ADD SR-INQUIRY-AMOUNT         TO DP-INQUIRY-AMOUNT (DP-IDX).
           ADD SR-TOTAL-AMOUNT             TO DP-TOTAL-AMOUNT (DP-IDX).
           MOVE SR-DESK                    TO IHL-DESK.
           MOVE SR-DEPARTMENT              TO IHL-DEPARTMENT.
      *    EVERY DESK'S INVOICE STARTS ON A FRESH PAGE.
           MOVE 999                        TO LINE-COUNT.
           MOVE 'AD-HOC EXTRACT REQUESTS'  TO IDL-SERVICE.
           MOVE SR-EXTRACT-REQUESTS        TO IDL-QUANTITY.
           MOVE WS-RATE-EXTRACT-REQUEST    TO IDL-RATE.
           MOVE SR-EXTRACT-AMOUNT          TO IDL-AMOUNT.
           PERFORM 5200-PRINT-INVOICE-LINE.
           MOVE '  LINES FILED (NOT PRICED)' TO IDL-SERVICE.
           MOVE SR-EXTRACT-LINES           TO IDL-QUANTITY.
           MOVE SPACES                     TO IDL-RATE-AREA.
           MOVE 0                          TO IDL-AMOUNT.
           PERFORM 5200-PRINT-INVOICE-LINE.
           MOVE 'AD-HOC STEP RUN COST SHARE' TO IDL-SERVICE.
           MOVE SR-EXTRACT-REQUESTS        TO IDL-QUANTITY.
           MOVE SPACES                     TO IDL-RATE-AREA.
           MOVE SR-EXTRACT-SHARE           TO IDL-AMOUNT.
           PERFORM 5200-PRINT-INVOICE-LINE.
           MOVE 'DISTRIBUTION PACKAGES'    TO IDL-SERVICE.
           MOVE SR-PACKAGES                TO IDL-QUANTITY.
           MOVE WS-RATE-PACKAGE            TO IDL-RATE.
           MOVE SR-PACKAGE-AMOUNT          TO IDL-AMOUNT.
           PERFORM 5200-PRINT-INVOICE-LINE.
           MOVE '  LINES DELIVERED (NOT PRICED)' TO IDL-SERVICE.
           MOVE SR-PACKAGE-LINES           TO IDL-QUANTITY.
           MOVE SPACES                     TO IDL-RATE-AREA.
           MOVE 0                          TO IDL-AMOUNT.
           PERFORM 5200-PRINT-INVOICE-LINE.
           MOVE 'DISTRIBUTION STEP RUN COST SHARE' TO IDL-SERVICE.
           MOVE SR-PACKAGES                TO IDL-QUANTITY.
           MOVE SPACES                     TO IDL-RATE-AREA.
           MOVE SR-PACKAGE-SHARE           TO IDL-AMOUNT.
           PERFORM 5200-PRINT-INVOICE-LINE.
           MOVE 'ONLINE INQUIRIES (UINQ)'  TO IDL-SERVICE.
           MOVE SR-INQUIRIES               TO IDL-QUANTITY.
           MOVE WS-RATE-INQUIRY            TO IDL-RATE.
           MOVE SR-INQUIRY-AMOUNT          TO IDL-AMOUNT.
           PERFORM 5200-PRINT-INVOICE-LINE.
           MOVE 'INVOICE TOTAL'            TO IDL-SERVICE.
           MOVE 0                          TO IDL-QUANTITY.
           MOVE SPACES                     TO IDL-RATE-AREA.
           MOVE SR-TOTAL-AMOUNT            TO IDL-AMOUNT.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 5200-PRINT-INVOICE-LINE.
           PERFORM 8400-RETURN-SORTED-DESK.
      *---------------------------------------------------------------*
       5200-PRINT-INVOICE-LINE.
      *---------------------------------------------------------------*
           MOVE INVOICE-DETAIL-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 1                          TO LINE-SPACEING.
      *---------------------------------------------------------------*
       6000-PRINT-BUDGET-SUMMARY.
      *---------------------------------------------------------------*
           SET HEADING-SUMMARY TO TRUE.
           MOVE 999                        TO LINE-COUNT.
           PERFORM 6100-PRINT-ONE-DEPARTMENT
               VARYING DP-IDX FROM 1 BY 1
               UNTIL DP-IDX > DP-ENTRY-COUNT.
           MOVE 'TOTAL'                    TO SDL-DEPARTMENT.
           MOVE DT-ENTRY-COUNT             TO SDL-DESKS.
           MOVE GT-EXTRACT-AMOUNT          TO SDL-EXTRACT-AMOUNT.
           MOVE GT-PACKAGE-AMOUNT          TO SDL-PACKAGE-AMOUNT.
           MOVE GT-INQUIRY-AMOUNT          TO SDL-INQUIRY-AMOUNT.
           MOVE GT-TOTAL-AMOUNT            TO SDL-TOTAL-AMOUNT.
           MOVE SUMMARY-DETAIL-LINE        TO NEXT-REPORT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 6200-PRINT-STEP-COST
               VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > 2.
           MOVE WS-RATE-EXTRACT-REQUEST    TO RNL-EXTRACT.
           MOVE WS-RATE-PACKAGE            TO RNL-PACKAGE.
           MOVE WS-RATE-INQUIRY            TO RNL-INQUIRY.
           MOVE WS-RATE-STEP-SECOND        TO RNL-SECOND.
           MOVE WS-RATE-THOUSAND-RECORDS   TO RNL-THOUSAND.
           MOVE RATE-NOTE-LINE             TO NEXT-REPORT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       6100-PRINT-ONE-DEPARTMENT.
      *---------------------------------------------------------------*
           MOVE DP-DEPARTMENT (DP-IDX)     TO SDL-DEPARTMENT.
           MOVE DP-DESKS (DP-IDX)          TO SDL-DESKS.
           MOVE DP-EXTRACT-AMOUNT (DP-IDX) TO SDL-EXTRACT-AMOUNT.
           MOVE DP-PACKAGE-AMOUNT (DP-IDX) TO SDL-PACKAGE-AMOUNT.
           MOVE DP-INQUIRY-AMOUNT (DP-IDX) TO SDL-INQUIRY-AMOUNT.
           MOVE DP-TOTAL-AMOUNT (DP-IDX)   TO SDL-TOTAL-AMOUNT.
           ADD DP-EXTRACT-AMOUNT (DP-IDX)  TO GT-EXTRACT-AMOUNT.
           ADD DP-PACKAGE-AMOUNT (DP-IDX)  TO GT-PACKAGE-AMOUNT.
           ADD DP-INQUIRY-AMOUNT (DP-IDX)  TO GT-INQUIRY-AMOUNT.
           ADD DP-TOTAL-AMOUNT (DP-IDX)    TO GT-TOTAL-AMOUNT.
           MOVE SUMMARY-DETAIL-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       6200-PRINT-STEP-COST.
      *---------------------------------------------------------------*
      *    THE STEP RUN COSTS BEHIND THE SHARES - WHAT IS LEFT
      *    UNALLOCATED IS ROUNDING, OR A MONTH WITH RUNS BUT NO
      *    LOGGED USAGE.
           MOVE ST-PROGRAM-ID (ST-IDX)     TO SCL-PROGRAM-ID.
           MOVE ST-RUNS (ST-IDX)           TO SCL-RUNS.
           MOVE ST-SECONDS (ST-IDX)        TO SCL-SECONDS.
           MOVE ST-RECORDS (ST-IDX)        TO SCL-RECORDS.
           MOVE ST-RUN-COST (ST-IDX)       TO SCL-RUN-COST.
           MOVE ST-ALLOCATED (ST-IDX)      TO SCL-ALLOCATED.
           MOVE STEP-COST-LINE             TO NEXT-REPORT-LINE.
           IF  ST-IDX = 1
               MOVE 2                      TO LINE-SPACEING
           END-IF.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       8000-READ-OPERATIONS-RECORD.
      *---------------------------------------------------------------*
           READ OPERATIONS-FILE
               AT END MOVE 'Y' TO OPERATIONS-EOF-SW.
      *---------------------------------------------------------------*
       8100-READ-USAGE-RECORD.
      *---------------------------------------------------------------*
           READ CHARGE-USAGE-FILE
               AT END MOVE 'Y' TO USAGE-EOF-SW.
      *---------------------------------------------------------------*
       8200-READ-ACCESS-LOG.
      *---------------------------------------------------------------*
           READ ACCESS-LOG-FILE
               AT END MOVE 'Y' TO ACCESS-LOG-EOF-SW.
      *---------------------------------------------------------------*
       8300-READ-DESK-XREF.
      *---------------------------------------------------------------*
           READ CHARGE-DESK-FILE
               AT END MOVE 'Y' TO DESK-XREF-EOF-SW.
      *---------------------------------------------------------------*
       8400-RETURN-SORTED-DESK.
      *---------------------------------------------------------------*
           RETURN SORT-FILE
               AT END MOVE 'Y' TO SORT-EOF-SW.
      *---------------------------------------------------------------*
       9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
           IF LINE-COUNT GREATER THAN LINES-ON-PAGE
               PERFORM 9100-PRINT-HEADING-LINES.
           MOVE NEXT-REPORT-LINE           TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE 1                          TO LINE-SPACEING.
      *---------------------------------------------------------------*
       9100-PRINT-HEADING-LINES.
      *---------------------------------------------------------------*
           ADD  1                          TO PAGE-COUNT.
           IF  HEADING-INVOICE
               MOVE PAGE-COUNT             TO IHL-PAGE
               MOVE INVOICE-HEADING-LINE-1 TO PRINT-LINE
               PERFORM 9110-WRITE-TOP-OF-PAGE
               MOVE 1                      TO LINE-SPACEING
               MOVE INVOICE-HEADING-LINE-2 TO PRINT-LINE
               PERFORM 9120-WRITE-PRINT-LINE
               MOVE 2                      TO LINE-SPACEING
               MOVE INVOICE-HEADING-LINE-3 TO PRINT-LINE
               PERFORM 9120-WRITE-PRINT-LINE
               MOVE 5                      TO LINE-COUNT
           ELSE
               MOVE PAGE-COUNT             TO SHL-PAGE
               MOVE SUMMARY-HEADING-LINE-1 TO PRINT-LINE
               PERFORM 9110-WRITE-TOP-OF-PAGE
               MOVE 2                      TO LINE-SPACEING
               MOVE SUMMARY-HEADING-LINE-2 TO PRINT-LINE
               PERFORM 9120-WRITE-PRINT-LINE
               MOVE 4                      TO LINE-COUNT
           END-IF.
           MOVE 2                          TO LINE-SPACEING.
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
