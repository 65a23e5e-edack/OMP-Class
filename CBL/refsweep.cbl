       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REFSWEEP.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    WEEKLY REFERENCE-FILE CROSS-REFERENCE SWEEP - THE KEYED
      *    REFERENCE FILES ARE EACH KEPT BY THEIR OWN CARD
      *    MAINTENANCE PROGRAM AND NOTHING HOLDS THEM TO EACH OTHER,
      *    SO A BAD REFERENCE ROW USED TO SURFACE AS A WRONG NUMBER
      *    ON A PUBLISHED REPORT.  THIS RUN READS THEM AND CHECKS -
      *      RULE 1  EVERY EM-STATE-CODE ON EMPLRF, CN-STATE-CODE ON
      *              CNTYREF AND SB-STATE-CODE ON BEDREF IS ON
      *              STATERF.
      *      RULE 2  EVERY STATERF STATE HAS A BEDREF ROW.
      *      RULE 3  LABFORRF CARRIES THE CURRENT PERIODS - THE
      *              THREE MONTHS ENDING RSLFLGMO MONTHS (PARMLD,
      *              DEFAULT 2) BEFORE THE BUSINESS MONTH, EACH WITH
      *              COVERED EMPLOYMENT ABOVE ZERO.  LABFORRF IS ONE
      *              STATEWIDE SERIES KEYED ON PERIOD, SO THE RULE
      *              IS CHECKED ONCE RATHER THAN PER STATE.
      *      RULE 4  EACH WFCOMPRF SECTION'S BUCKET SHARES TOTAL
      *              100.00 PERCENT.
      *      RULE 5  EVERY DISTCTL REPORT ID HAS BEEN CAPTURED BY
      *              RPTARCH AT LEAST ONCE - A DISTRIBUTION ROW FOR
      *              A REPORT THE ARCHIVE HAS NEVER SEEN IS A TYPO
      *              OR A REPORT THAT NO LONGER RUNS.
      *      RULE 6  EVERY PARAMETER ID A PROGRAM ASKS PARMLD FOR
      *              (SEE PARMIDC) HAS A PARMFILE ROW EFFECTIVE ON
      *              OR BEFORE THE BUSINESS DATE.
      *    BREAKS PRINT GROUPED BY RULE AND EACH ONE IS RAISED TO THE
      *    EXCEPTION HUB THROUGH EXCWRITE, KEYED ON THE FILE AND THE
      *    OFFENDING KEY.  RETURN CODE 4 WHEN ANY RULE IS BROKEN.
      *    STATERF MUST OPEN.  ANY OTHER REFERENCE FILE NOT YET
      *    CREATED IS NOT SWEPT AS A SOURCE, AND COUNTS AS EMPTY
      *    WHERE ANOTHER RULE LOOKS INTO IT; ANY OTHER OPEN FAILURE
      *    ENDS THE RUN.
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
           SELECT STATE-REFERENCE-FILE ASSIGN TO STATERF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS SR-STATE-CODE
             FILE STATUS  IS STATE-REFERENCE-STATUS.
           SELECT EMPLOYER-REFERENCE-FILE ASSIGN TO EMPLRF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS EM-EMPLOYER-ACCT
             FILE STATUS  IS EMPLOYER-REFERENCE-STATUS.
           SELECT COUNTY-REFERENCE-FILE ASSIGN TO CNTYREF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS CN-COUNTY-FIPS
             FILE STATUS  IS COUNTY-REFERENCE-STATUS.
           SELECT BED-REFERENCE-FILE ASSIGN TO BEDREF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS SB-STATE-CODE
             FILE STATUS  IS BED-REFERENCE-STATUS.
           SELECT LABOR-FORCE-FILE ASSIGN TO LABFORRF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS LR-PERIOD
             FILE STATUS  IS LABOR-FORCE-STATUS.
           SELECT WORKFORCE-REFERENCE-FILE ASSIGN TO WFCOMPRF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS WF-BUCKET-KEY
             FILE STATUS  IS WORKFORCE-REFERENCE-STATUS.
           SELECT DISTRIBUTION-CONTROL-FILE ASSIGN TO DISTCTL
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS DC-CONTROL-KEY
             FILE STATUS  IS DISTRIBUTION-CONTROL-STATUS.
           SELECT REPORT-ARCHIVE-FILE ASSIGN TO RPTARCH
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS RA-ARCHIVE-KEY
             FILE STATUS  IS REPORT-ARCHIVE-STATUS.
           SELECT PARAMETER-MASTER-FILE ASSIGN TO PARMFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS PR-PARM-KEY
             FILE STATUS  IS PARAMETER-MASTER-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  STATE-REFERENCE-FILE.
       01  STATE-REFERENCE-RECORD.
           05  SR-STATE-CODE               PIC X(03).
           05  SR-STATE-NAME               PIC X(23).
           05  SR-FILLER                   PIC X(24).
      *---------------------------------------------------------------*
       FD  EMPLOYER-REFERENCE-FILE.
       COPY EMPLREFC.
      *---------------------------------------------------------------*
       FD  COUNTY-REFERENCE-FILE.
       COPY CNTYREFC.
      *---------------------------------------------------------------*
       FD  BED-REFERENCE-FILE.
       COPY BEDREFC.
      *---------------------------------------------------------------*
       FD  LABOR-FORCE-FILE.
       01  LABOR-FORCE-RECORD.
           05  LR-PERIOD                   PIC 9(06).
           05  LR-COVERED-EMP              PIC 9(09).
           05  LR-FILLER                   PIC X(35).
      *---------------------------------------------------------------*
       FD  WORKFORCE-REFERENCE-FILE.
       COPY WFCREFC.
      *---------------------------------------------------------------*
       FD  DISTRIBUTION-CONTROL-FILE.
       COPY DISTCTLC.
      *---------------------------------------------------------------*
       FD  REPORT-ARCHIVE-FILE.
       01  REPORT-ARCHIVE-RECORD.
           05  RA-ARCHIVE-KEY.
               10  RA-REPORT-ID            PIC X(08).
               10  RA-RUN-DATE             PIC 9(08).
               10  RA-LINE-NUMBER          PIC 9(06).
           05  RA-LINE                     PIC X(132).
      *---------------------------------------------------------------*
       FD  PARAMETER-MASTER-FILE.
       COPY PARMREC.
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
           05  STATE-REFERENCE-STATUS      PIC X(02).
               88  STATE-REFERENCE-OK            VALUE '00'.
           05  EMPLOYER-REFERENCE-STATUS   PIC X(02).
               88  EMPLOYER-REFERENCE-OK         VALUE '00'.
               88  EMPLOYER-REFERENCE-NEW        VALUE '35'.
           05  COUNTY-REFERENCE-STATUS     PIC X(02).
               88  COUNTY-REFERENCE-OK           VALUE '00'.
               88  COUNTY-REFERENCE-NEW          VALUE '35'.
           05  BED-REFERENCE-STATUS        PIC X(02).
               88  BED-REFERENCE-OK              VALUE '00'.
               88  BED-REFERENCE-NEW             VALUE '35'.
           05  LABOR-FORCE-STATUS          PIC X(02).
               88  LABOR-FORCE-OK                VALUE '00'.
               88  LABOR-FORCE-NEW               VALUE '35'.
           05  WORKFORCE-REFERENCE-STATUS  PIC X(02).
               88  WORKFORCE-REFERENCE-OK        VALUE '00'.
               88  WORKFORCE-REFERENCE-NEW       VALUE '35'.
           05  DISTRIBUTION-CONTROL-STATUS PIC X(02).
               88  DISTRIBUTION-CONTROL-OK       VALUE '00'.
               88  DISTRIBUTION-CONTROL-NEW      VALUE '35'.
           05  REPORT-ARCHIVE-STATUS       PIC X(02).
               88  REPORT-ARCHIVE-OK             VALUE '00'.
               88  REPORT-ARCHIVE-NEW            VALUE '35'.
           05  PARAMETER-MASTER-STATUS     PIC X(02).
               88  PARAMETER-MASTER-OK           VALUE '00'.
               88  PARAMETER-MASTER-NEW          VALUE '35'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  SCAN-EOF-SW                 PIC X(01).
               88  SCAN-EOF                      VALUE 'Y'.
           05  PROBE-EOF-SW                PIC X(01).
               88  PROBE-EOF                     VALUE 'Y'.
           05  ROW-FOUND-SW                PIC X(01).
               88  ROW-FOUND                     VALUE 'Y'.
           05  WS-BUSINESS-DATE            PIC 9(08).
           05  WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
               10  WS-BUSINESS-YYYY        PIC 9(04).
               10  WS-BUSINESS-MM          PIC 9(02).
               10  WS-BUSINESS-DD          PIC 9(02).
           05  WS-LAG-MONTHS               PIC 9(02) VALUE 2.
           05  WS-MONTH-INDEX              PIC 9(06) USAGE IS COMP.
           05  WS-PERIOD-YYYY              PIC 9(04).
           05  WS-PERIOD-MM-0              PIC 9(02).
           05  WS-PERIOD                   PIC 9(06).
           05  WS-PERIOD-SUB               PIC 9(01).
           05  WS-FILE-SEQ                 PIC 9(02).
           05  WS-RULE                     PIC 9(01).
           05  WS-RULE-COUNT               PIC 9(07).
           05  WS-BREAK-COUNT              PIC 9(07) VALUE 0.
           05  WS-PIT-SUB                  PIC 9(03).
           05  WS-STATE-CODE               PIC X(03).
           05  WS-BREAK-KEY                PIC X(08).
           05  WS-BREAK-DETAIL             PIC X(60).
           05  WS-SECTION                  PIC X(03).
           05  WS-SECTION-TOTAL            PIC 9(05)V99.
           05  WS-SECTION-BUCKETS          PIC 9(03).
           05  WS-REPORT-ID                PIC X(08).
           05  WS-RECIPIENT-COUNT          PIC 9(05).
           05  WS-FIRST-EFFECTIVE          PIC 9(08).
      *---------------------------------------------------------------*
      *    THE REFERENCE FILES, WITH THE ROWS READ AND WHETHER THE
      *    FILE WAS THERE TO READ.
      *---------------------------------------------------------------*
       01  SWEPT-FILE-VALUES.
           05  FILLER PIC X(08) VALUE 'STATERF '.
           05  FILLER PIC X(08) VALUE 'EMPLRF  '.
           05  FILLER PIC X(08) VALUE 'CNTYREF '.
           05  FILLER PIC X(08) VALUE 'BEDREF  '.
           05  FILLER PIC X(08) VALUE 'LABFORRF'.
           05  FILLER PIC X(08) VALUE 'WFCOMPRF'.
           05  FILLER PIC X(08) VALUE 'DISTCTL '.
           05  FILLER PIC X(08) VALUE 'RPTARCH '.
           05  FILLER PIC X(08) VALUE 'PARMFILE'.
       01  SWEPT-FILE-TABLE REDEFINES SWEPT-FILE-VALUES.
           05  SFT-DD-NAME                 PIC X(08) OCCURS 9 TIMES.
       01  SWEPT-FILE-STATE.
           05  SFT-STATE                   OCCURS 9 TIMES.
               10  SFT-AVAILABLE-SW        PIC X(01) VALUE 'N'.
                   88  SFT-AVAILABLE             VALUE 'Y'.
               10  SFT-ROW-COUNT           PIC 9(09) VALUE 0.
      *---------------------------------------------------------------*
      *    RULE TEXT - SECTION TITLE FOR THE LISTING, MESSAGE FOR
      *    THE EXCEPTION HUB.
      *---------------------------------------------------------------*
       01  RULE-TEXT-VALUES.
           05  FILLER PIC X(50) VALUE
               'RULE 1 - STATE CODE NOT ON STATERF                '.
           05  FILLER PIC X(40) VALUE
               'STATE CODE NOT ON STATERF               '.
           05  FILLER PIC X(50) VALUE
               'RULE 2 - STATERF STATE WITH NO BEDREF ROW         '.
           05  FILLER PIC X(40) VALUE
               'STATERF STATE WITH NO BEDREF ROW        '.
           05  FILLER PIC X(50) VALUE
               'RULE 3 - LABFORRF PERIOD MISSING OR NOT CURRENT   '.
           05  FILLER PIC X(40) VALUE
               'LABFORRF PERIOD MISSING OR ZERO         '.
           05  FILLER PIC X(50) VALUE
               'RULE 4 - WFCOMPRF SECTION SHARES NOT 100 PERCENT  '.
           05  FILLER PIC X(40) VALUE
               'WFCOMPRF SECTION SHARES NOT 100 PERCENT '.
           05  FILLER PIC X(50) VALUE
               'RULE 5 - DISTCTL REPORT NEVER CAPTURED BY RPTARCH '.
           05  FILLER PIC X(40) VALUE
               'DISTCTL REPORT NOT CAPTURED BY RPTARCH  '.
           05  FILLER PIC X(50) VALUE
               'RULE 6 - PARAMETER WITH NO EFFECTIVE PARMFILE ROW '.
           05  FILLER PIC X(40) VALUE
               'PARAMETER WITH NO EFFECTIVE PARMFILE ROW'.
       01  RULE-TEXT-TABLE REDEFINES RULE-TEXT-VALUES.
           05  RTT-ENTRY                   OCCURS 6 TIMES.
               10  RTT-TITLE               PIC X(50).
               10  RTT-MESSAGE             PIC X(40).
      *---------------------------------------------------------------*
      *    BREAK DETAIL LAYOUTS, MOVED TO WS-BREAK-DETAIL.
      *---------------------------------------------------------------*
       01  STATE-CODE-DETAIL.
           05  FILLER PIC X(11) VALUE 'STATE CODE '.
           05  SCD-STATE-CODE              PIC X(03).
           05  FILLER PIC X(03) VALUE ' - '.
           05  SCD-NAME                    PIC X(30).
       01  BED-MISSING-DETAIL.
           05  FILLER PIC X(21) VALUE 'NO STAFFED-BED ROW - '.
           05  BMD-STATE-NAME              PIC X(23).
       01  PERIOD-DETAIL.
           05  PDD-TEXT                    PIC X(32).
           05  FILLER PIC X(13) VALUE ' - LAG MONTHS'.
           05  PDD-LAG-MONTHS              PIC Z9.
       01  SHARE-DETAIL.
           05  FILLER PIC X(13) VALUE 'SHARES TOTAL '.
           05  SHD-TOTAL                   PIC ZZ,ZZ9.99.
           05  FILLER PIC X(14) VALUE ' PERCENT OVER '.
           05  SHD-BUCKETS                 PIC ZZ9.
           05  FILLER PIC X(08) VALUE ' BUCKETS'.
       01  REPORT-DETAIL.
           05  FILLER PIC X(34) VALUE
               'NO CAPTURE ON THE ARCHIVE - DESKS '.
           05  RPD-RECIPIENTS              PIC ZZZZ9.
       01  PARAMETER-DETAIL.
           05  FILLER PIC X(08) VALUE 'USED BY '.
           05  PMD-PROGRAM-ID              PIC X(08).
           05  FILLER PIC X(03) VALUE ' - '.
           05  PMD-TEXT                    PIC X(25).
           05  PMD-DATE                    PIC X(08).
      *---------------------------------------------------------------*
       01  SWEEP-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'REFSWEEP REFERENCE-FILE SWEEP         AS OF '.
           05  SHL-BUSINESS-DATE           PIC 9(08).
           05  FILLER PIC X(08) VALUE '   PAGE '.
           05  SHL-PAGE-COUNT              PIC ZZ9.
      *---------------------------------------------------------------*
       01  SWEEP-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(40) VALUE
               'FILE      KEY       DETAIL              '.
      *---------------------------------------------------------------*
       01  BREAK-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  BDL-SOURCE                  PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  BDL-KEY                     PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  BDL-DETAIL                  PIC X(60).
      *---------------------------------------------------------------*
       01  RULE-TOTAL-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(20) VALUE '  BREAKS           :'.
           05  RTL-COUNT                   PIC Z,ZZZ,ZZ9.
      *---------------------------------------------------------------*
       01  FILE-COUNT-LINE.
      *---------------------------------------------------------------*
           05  FCL-DD-NAME                 PIC X(08).
           05  FILLER PIC X(12) VALUE ' ROWS READ :'.
           05  FCL-ROW-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  FCL-NOTE                    PIC X(30).
      *---------------------------------------------------------------*
       01  REPORT-LINES.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
       COPY PRINTCTL.
       COPY BUSDATEC.
       COPY EXCLOGC.
       COPY PARMC.
       COPY PARMIDC.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           IF  NOT END-OF-FILE
               PERFORM 2100-RULE-STATE-CODES
               PERFORM 2200-RULE-BED-ROWS
               PERFORM 2300-RULE-LABOR-FORCE
               PERFORM 2400-RULE-WORKFORCE-SHARES
               PERFORM 2500-RULE-DISTRIBUTION
               PERFORM 2600-RULE-PARAMETERS
               PERFORM 4500-PRINT-FILE-COUNTS
           END-IF.
           PERFORM 3000-CLOSE-FILES.
           IF  WS-BREAK-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4                      TO RETURN-CODE
           END-IF.
           DISPLAY '*** REFSWEEP REFERENCE SWEEP SUMMARY ***'.
           DISPLAY 'STATERF ROWS READ   : ', SFT-ROW-COUNT (1).
           DISPLAY 'EMPLRF ROWS READ    : ', SFT-ROW-COUNT (2).
           DISPLAY 'CNTYREF ROWS READ   : ', SFT-ROW-COUNT (3).
           DISPLAY 'BEDREF ROWS READ    : ', SFT-ROW-COUNT (4).
           DISPLAY 'WFCOMPRF ROWS READ  : ', SFT-ROW-COUNT (6).
           DISPLAY 'DISTCTL ROWS READ   : ', SFT-ROW-COUNT (7).
           DISPLAY 'BREAKS RAISED       : ', WS-BREAK-COUNT.
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
           MOVE WS-BUSINESS-DATE           TO SHL-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE           TO PL-AS-OF-DATE.
           MOVE 'RSLFLGMO'                 TO PL-PARM-ID.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND AND PL-VALUE (1:2) IS NUMERIC
               MOVE PL-VALUE (1:2)         TO WS-LAG-MONTHS
           END-IF.
           MOVE WS-LAG-MONTHS              TO PDD-LAG-MONTHS.
           OPEN INPUT STATE-REFERENCE-FILE.
           IF  STATE-REFERENCE-OK
               MOVE 'Y'                    TO SFT-AVAILABLE-SW (1)
           ELSE
               DISPLAY 'STATERF OPEN ERROR : ', STATE-REFERENCE-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE
           END-IF.
      *    A REFERENCE FILE NOT YET CREATED HOLDS NO ROWS; ANY OTHER
      *    FAILURE ENDS THE RUN.
           OPEN INPUT EMPLOYER-REFERENCE-FILE.
           IF  EMPLOYER-REFERENCE-OK
               MOVE 'Y'                    TO SFT-AVAILABLE-SW (2)
           ELSE
               IF NOT EMPLOYER-REFERENCE-NEW
                   DISPLAY 'EMPLRF OPEN ERROR : ',
                       EMPLOYER-REFERENCE-STATUS
                   MOVE 16                 TO RETURN-CODE
                   SET END-OF-FILE TO TRUE
               END-IF
           END-IF.
           OPEN INPUT COUNTY-REFERENCE-FILE.
           IF  COUNTY-REFERENCE-OK
               MOVE 'Y'                    TO SFT-AVAILABLE-SW (3)
           ELSE
               IF NOT COUNTY-REFERENCE-NEW
                   DISPLAY 'CNTYREF OPEN ERROR : ',
                       COUNTY-REFERENCE-STATUS
                   MOVE 16                 TO RETURN-CODE
                   SET END-OF-FILE TO TRUE
               END-IF
           END-IF.
           OPEN INPUT BED-REFERENCE-FILE.
           IF  BED-REFERENCE-OK
               MOVE 'Y'                    TO SFT-AVAILABLE-SW (4)
           ELSE
               IF NOT BED-REFERENCE-NEW
                   DISPLAY 'BEDREF OPEN ERROR : ', BED-REFERENCE-STATUS
                   MOVE 16                 TO RETURN-CODE
                   SET END-OF-FILE TO TRUE
               END-IF
           END-IF.
           OPEN INPUT LABOR-FORCE-FILE.
           IF  LABOR-FORCE-OK
               MOVE 'Y'                    TO SFT-AVAILABLE-SW (5)
           ELSE
               IF NOT LABOR-FORCE-NEW
                   DISPLAY 'LABFORRF OPEN ERROR : ', LABOR-FORCE-STATUS
                   MOVE 16                 TO RETURN-CODE
                   SET END-OF-FILE TO TRUE
               END-IF
           END-IF.
           OPEN INPUT WORKFORCE-REFERENCE-FILE.
           IF  WORKFORCE-REFERENCE-OK
               MOVE 'Y'                    TO SFT-AVAILABLE-SW (6)
           ELSE
               IF NOT WORKFORCE-REFERENCE-NEW
                   DISPLAY 'WFCOMPRF OPEN ERROR : ',
                       WORKFORCE-REFERENCE-STATUS
                   MOVE 16                 TO RETURN-CODE
                   SET END-OF-FILE TO TRUE
               END-IF
           END-IF.
           OPEN INPUT DISTRIBUTION-CONTROL-FILE.
           IF  DISTRIBUTION-CONTROL-OK
               MOVE 'Y'                    TO SFT-AVAILABLE-SW (7)
           ELSE
               IF NOT DISTRIBUTION-CONTROL-NEW
                   DISPLAY 'DISTCTL OPEN ERROR : ',
                       DISTRIBUTION-CONTROL-STATUS
                   MOVE 16                 TO RETURN-CODE
                   SET END-OF-FILE TO TRUE
               END-IF
           END-IF.
           OPEN INPUT REPORT-ARCHIVE-FILE.
           IF  REPORT-ARCHIVE-OK
               MOVE 'Y'                    TO SFT-AVAILABLE-SW (8)
           ELSE
               IF NOT REPORT-ARCHIVE-NEW
                   DISPLAY 'RPTARCH OPEN ERROR : ',
                       REPORT-ARCHIVE-STATUS
                   MOVE 16                 TO RETURN-CODE
                   SET END-OF-FILE TO TRUE
               END-IF
           END-IF.
           OPEN INPUT PARAMETER-MASTER-FILE.
           IF  PARAMETER-MASTER-OK
               MOVE 'Y'                    TO SFT-AVAILABLE-SW (9)
           ELSE
               IF NOT PARAMETER-MASTER-NEW
                   DISPLAY 'PARMFILE OPEN ERROR : ',
                       PARAMETER-MASTER-STATUS
                   MOVE 16                 TO RETURN-CODE
                   SET END-OF-FILE TO TRUE
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2050-BEGIN-RULE.
      *---------------------------------------------------------------*
           MOVE 0                          TO WS-RULE-COUNT.
           MOVE 2                          TO LINE-SPACEING.
           MOVE RTT-TITLE (WS-RULE)        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 1                          TO LINE-SPACEING.
      *---------------------------------------------------------------*
       2060-END-RULE.
      *---------------------------------------------------------------*
           IF  WS-RULE-COUNT = 0
               MOVE '  NONE'               TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           ELSE
               MOVE WS-RULE-COUNT          TO RTL-COUNT
               MOVE RULE-TOTAL-LINE        TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
      *---------------------------------------------------------------*
       2070-CHECK-STATE-ON-FILE.
      *---------------------------------------------------------------*
      *    WS-STATE-CODE AGAINST STATERF; A BREAK NEEDS SCD-NAME SET
      *    BY THE CALLER.
      *---------------------------------------------------------------*
           MOVE WS-STATE-CODE              TO SR-STATE-CODE.
           READ STATE-REFERENCE-FILE
               INVALID KEY
                   MOVE WS-STATE-CODE      TO SCD-STATE-CODE
                   MOVE STATE-CODE-DETAIL  TO WS-BREAK-DETAIL
                   PERFORM 2900-RAISE-BREAK
           END-READ.
      *---------------------------------------------------------------*
       2100-RULE-STATE-CODES.
      *---------------------------------------------------------------*
           MOVE 1                          TO WS-RULE.
           PERFORM 2050-BEGIN-RULE.
           IF  SFT-AVAILABLE (2)
               MOVE 2                      TO WS-FILE-SEQ
               MOVE 'N'                    TO SCAN-EOF-SW
               PERFORM 8200-READ-NEXT-EMPLOYER
               PERFORM 2110-CHECK-EMPLOYER-STATE
                   UNTIL SCAN-EOF
           END-IF.
           IF  SFT-AVAILABLE (3)
               MOVE 3                      TO WS-FILE-SEQ
               MOVE 'N'                    TO SCAN-EOF-SW
               PERFORM 8300-READ-NEXT-COUNTY
               PERFORM 2120-CHECK-COUNTY-STATE
                   UNTIL SCAN-EOF
           END-IF.
           IF  SFT-AVAILABLE (4)
               MOVE 4                      TO WS-FILE-SEQ
               MOVE 'N'                    TO SCAN-EOF-SW
               PERFORM 8400-READ-NEXT-BED-ROW
               PERFORM 2130-CHECK-BED-STATE
                   UNTIL SCAN-EOF
           END-IF.
           PERFORM 2060-END-RULE.
      *---------------------------------------------------------------*
       2110-CHECK-EMPLOYER-STATE.
      *---------------------------------------------------------------*
           ADD 1                           TO SFT-ROW-COUNT (2).
           MOVE EM-EMPLOYER-ACCT           TO WS-BREAK-KEY.
           MOVE EM-STATE-CODE              TO WS-STATE-CODE.
           MOVE EM-EMPLOYER-NAME           TO SCD-NAME.
           PERFORM 2070-CHECK-STATE-ON-FILE.
           PERFORM 8200-READ-NEXT-EMPLOYER.
      *---------------------------------------------------------------*
       2120-CHECK-COUNTY-STATE.
      *---------------------------------------------------------------*
           ADD 1                           TO SFT-ROW-COUNT (3).
           MOVE CN-COUNTY-FIPS             TO WS-BREAK-KEY.
           MOVE CN-STATE-CODE              TO WS-STATE-CODE.
           MOVE CN-COUNTY-NAME             TO SCD-NAME.
           PERFORM 2070-CHECK-STATE-ON-FILE.
           PERFORM 8300-READ-NEXT-COUNTY.
      *---------------------------------------------------------------*
       2130-CHECK-BED-STATE.
      *---------------------------------------------------------------*
           ADD 1                           TO SFT-ROW-COUNT (4).
           MOVE SB-STATE-CODE              TO WS-BREAK-KEY.
           MOVE SB-STATE-CODE              TO WS-STATE-CODE.
           MOVE 'STAFFED-BED ROW'          TO SCD-NAME.
           PERFORM 2070-CHECK-STATE-ON-FILE.
           PERFORM 8400-READ-NEXT-BED-ROW.
      *---------------------------------------------------------------*
       2200-RULE-BED-ROWS.
      *---------------------------------------------------------------*
      *    STATERF END TO END, PROBING BEDREF FOR EACH STATE.  NO
      *    BEDREF AT ALL MEANS EVERY STATE IS MISSING ITS ROW.
      *---------------------------------------------------------------*
           MOVE 2                          TO WS-RULE.
           MOVE 1                          TO WS-FILE-SEQ.
           PERFORM 2050-BEGIN-RULE.
           MOVE LOW-VALUES                 TO SR-STATE-CODE.
           MOVE 'N'                        TO SCAN-EOF-SW.
           START STATE-REFERENCE-FILE
               KEY IS NOT LESS THAN SR-STATE-CODE
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START.
           IF  NOT SCAN-EOF
               PERFORM 8100-READ-NEXT-STATE
           END-IF.
           PERFORM 2210-CHECK-STATE-BED-ROW
               UNTIL SCAN-EOF.
           PERFORM 2060-END-RULE.
      *---------------------------------------------------------------*
       2210-CHECK-STATE-BED-ROW.
      *---------------------------------------------------------------*
           ADD 1                           TO SFT-ROW-COUNT (1).
           MOVE 'N'                        TO ROW-FOUND-SW.
           IF  SFT-AVAILABLE (4)
               MOVE SR-STATE-CODE          TO SB-STATE-CODE
               READ BED-REFERENCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y'            TO ROW-FOUND-SW
               END-READ
           END-IF.
           IF  NOT ROW-FOUND
               MOVE SR-STATE-CODE          TO WS-BREAK-KEY
               MOVE SR-STATE-NAME          TO BMD-STATE-NAME
               MOVE BED-MISSING-DETAIL     TO WS-BREAK-DETAIL
               PERFORM 2900-RAISE-BREAK
           END-IF.
           PERFORM 8100-READ-NEXT-STATE.
      *---------------------------------------------------------------*
       2300-RULE-LABOR-FORCE.
      *---------------------------------------------------------------*
           MOVE 3                          TO WS-RULE.
           MOVE 5                          TO WS-FILE-SEQ.
           PERFORM 2050-BEGIN-RULE.
           PERFORM 2310-CHECK-ONE-PERIOD
               VARYING WS-PERIOD-SUB FROM 0 BY 1
               UNTIL WS-PERIOD-SUB > 2.
           PERFORM 2060-END-RULE.
      *---------------------------------------------------------------*
       2310-CHECK-ONE-PERIOD.
      *---------------------------------------------------------------*
      *    REQUIRED PERIOD = BUSINESS MONTH LESS THE LAG, LESS THE
      *    SUBSCRIPT, COUNTED IN MONTHS FROM YEAR ZERO.
      *---------------------------------------------------------------*
           COMPUTE WS-MONTH-INDEX =
               WS-BUSINESS-YYYY * 12 + WS-BUSINESS-MM - 1
               - WS-LAG-MONTHS - WS-PERIOD-SUB.
           DIVIDE WS-MONTH-INDEX BY 12
               GIVING WS-PERIOD-YYYY
               REMAINDER WS-PERIOD-MM-0.
           COMPUTE WS-PERIOD =
               WS-PERIOD-YYYY * 100 + WS-PERIOD-MM-0 + 1.
           MOVE 'N'                        TO ROW-FOUND-SW.
           IF  SFT-AVAILABLE (5)
               MOVE WS-PERIOD              TO LR-PERIOD
               READ LABOR-FORCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y'            TO ROW-FOUND-SW
                       ADD 1               TO SFT-ROW-COUNT (5)
               END-READ
           END-IF.
           MOVE SPACES                     TO WS-BREAK-KEY.
           MOVE WS-PERIOD                  TO WS-BREAK-KEY (1:6).
           IF  NOT ROW-FOUND
               MOVE 'REQUIRED PERIOD NOT ON LABFORRF' TO PDD-TEXT
               MOVE PERIOD-DETAIL          TO WS-BREAK-DETAIL
               PERFORM 2900-RAISE-BREAK
           ELSE
               IF  LR-COVERED-EMP = 0
                   MOVE 'COVERED EMPLOYMENT IS ZERO' TO PDD-TEXT
                   MOVE PERIOD-DETAIL      TO WS-BREAK-DETAIL
                   PERFORM 2900-RAISE-BREAK
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2400-RULE-WORKFORCE-SHARES.
      *---------------------------------------------------------------*
      *    WFCOMPRF IS IN SECTION/BUCKET ORDER, SO A CHANGE OF
      *    SECTION IS THE BREAK.
      *---------------------------------------------------------------*
           MOVE 4                          TO WS-RULE.
           MOVE 6                          TO WS-FILE-SEQ.
           PERFORM 2050-BEGIN-RULE.
           IF  SFT-AVAILABLE (6)
               MOVE 'N'                    TO SCAN-EOF-SW
               PERFORM 8600-READ-NEXT-BUCKET
               PERFORM 2410-CHECK-ONE-SECTION
                   UNTIL SCAN-EOF
           END-IF.
           PERFORM 2060-END-RULE.
      *---------------------------------------------------------------*
       2410-CHECK-ONE-SECTION.
      *---------------------------------------------------------------*
           MOVE WF-SECTION                 TO WS-SECTION.
           MOVE 0                          TO WS-SECTION-TOTAL
                                              WS-SECTION-BUCKETS.
           PERFORM 2420-ADD-ONE-BUCKET
               UNTIL SCAN-EOF OR WF-SECTION NOT = WS-SECTION.
           IF  WS-SECTION-TOTAL NOT = 100
               MOVE WS-SECTION             TO WS-BREAK-KEY
               MOVE WS-SECTION-TOTAL       TO SHD-TOTAL
               MOVE WS-SECTION-BUCKETS     TO SHD-BUCKETS
               MOVE SHARE-DETAIL           TO WS-BREAK-DETAIL
               PERFORM 2900-RAISE-BREAK
           END-IF.
      *---------------------------------------------------------------*
       2420-ADD-ONE-BUCKET.
      *---------------------------------------------------------------*
           ADD 1                           TO SFT-ROW-COUNT (6)
                                              WS-SECTION-BUCKETS.
           ADD WF-SHARE-PCT                TO WS-SECTION-TOTAL.
           PERFORM 8600-READ-NEXT-BUCKET.
      *---------------------------------------------------------------*
       2500-RULE-DISTRIBUTION.
      *---------------------------------------------------------------*
      *    DISTCTL IS IN REPORT/RECIPIENT ORDER - ONE ARCHIVE PROBE
      *    PER REPORT ID, ONE BREAK PER REPORT HOWEVER MANY DESKS
      *    RECEIVE IT.
      *---------------------------------------------------------------*
           MOVE 5                          TO WS-RULE.
           MOVE 7                          TO WS-FILE-SEQ.
           PERFORM 2050-BEGIN-RULE.
           IF  SFT-AVAILABLE (7)
               MOVE 'N'                    TO SCAN-EOF-SW
               PERFORM 8700-READ-NEXT-DISTRIBUTION
               PERFORM 2510-CHECK-ONE-REPORT
                   UNTIL SCAN-EOF
           END-IF.
           PERFORM 2060-END-RULE.
      *---------------------------------------------------------------*
       2510-CHECK-ONE-REPORT.
      *---------------------------------------------------------------*
           MOVE DC-REPORT-ID               TO WS-REPORT-ID.
           MOVE 0                          TO WS-RECIPIENT-COUNT.
           PERFORM 2520-COUNT-ONE-RECIPIENT
               UNTIL SCAN-EOF OR DC-REPORT-ID NOT = WS-REPORT-ID.
           MOVE 'N'                        TO ROW-FOUND-SW.
           IF  SFT-AVAILABLE (8)
               MOVE WS-REPORT-ID           TO RA-REPORT-ID
               MOVE 0                      TO RA-RUN-DATE
                                              RA-LINE-NUMBER
               MOVE 'N'                    TO PROBE-EOF-SW
               START REPORT-ARCHIVE-FILE
                   KEY IS NOT LESS THAN RA-ARCHIVE-KEY
                   INVALID KEY
                       SET PROBE-EOF TO TRUE
               END-START
               IF  NOT PROBE-EOF
                   READ REPORT-ARCHIVE-FILE NEXT RECORD
                       AT END SET PROBE-EOF TO TRUE
                   END-READ
               END-IF
               IF  NOT PROBE-EOF
                   AND RA-REPORT-ID = WS-REPORT-ID
                   MOVE 'Y'                TO ROW-FOUND-SW
               END-IF
           END-IF.
           IF  NOT ROW-FOUND
               MOVE WS-REPORT-ID           TO WS-BREAK-KEY
               MOVE WS-RECIPIENT-COUNT     TO RPD-RECIPIENTS
               MOVE REPORT-DETAIL          TO WS-BREAK-DETAIL
               PERFORM 2900-RAISE-BREAK
           END-IF.
      *---------------------------------------------------------------*
       2520-COUNT-ONE-RECIPIENT.
      *---------------------------------------------------------------*
           ADD 1                           TO SFT-ROW-COUNT (7)
                                              WS-RECIPIENT-COUNT.
           PERFORM 8700-READ-NEXT-DISTRIBUTION.
      *---------------------------------------------------------------*
       2600-RULE-PARAMETERS.
      *---------------------------------------------------------------*
           MOVE 6                          TO WS-RULE.
           MOVE 9                          TO WS-FILE-SEQ.
           PERFORM 2050-BEGIN-RULE.
           PERFORM 2610-CHECK-ONE-PARAMETER
               VARYING WS-PIT-SUB FROM 1 BY 1
               UNTIL WS-PIT-SUB > PIT-ENTRY-COUNT.
           PERFORM 2060-END-RULE.
      *---------------------------------------------------------------*
       2610-CHECK-ONE-PARAMETER.
      *---------------------------------------------------------------*
      *    THE ROWS FOR ONE ID ARE IN EFFECTIVE-DATE ORDER, SO THE
      *    FIRST ROW DECIDES - EFFECTIVE ON OR BEFORE THE BUSINESS
      *    DATE, OR ONLY FUTURE-DATED.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO ROW-FOUND-SW.
           MOVE 0                          TO WS-FIRST-EFFECTIVE.
           IF  SFT-AVAILABLE (9)
               MOVE PIT-PARM-ID (WS-PIT-SUB) TO PR-PARM-ID
               MOVE 0                      TO PR-EFFECTIVE-DATE
               MOVE 'N'                    TO PROBE-EOF-SW
               START PARAMETER-MASTER-FILE
                   KEY IS NOT LESS THAN PR-PARM-KEY
                   INVALID KEY
                       SET PROBE-EOF TO TRUE
               END-START
               IF  NOT PROBE-EOF
                   READ PARAMETER-MASTER-FILE NEXT RECORD
                       AT END SET PROBE-EOF TO TRUE
                   END-READ
               END-IF
               IF  NOT PROBE-EOF
                   AND PR-PARM-ID = PIT-PARM-ID (WS-PIT-SUB)
                   ADD 1                   TO SFT-ROW-COUNT (9)
                   MOVE PR-EFFECTIVE-DATE  TO WS-FIRST-EFFECTIVE
                   IF  PR-EFFECTIVE-DATE NOT > WS-BUSINESS-DATE
                       MOVE 'Y'            TO ROW-FOUND-SW
                   END-IF
               END-IF
           END-IF.
           IF  NOT ROW-FOUND
               MOVE PIT-PARM-ID (WS-PIT-SUB) TO WS-BREAK-KEY
               MOVE PIT-PROGRAM-ID (WS-PIT-SUB) TO PMD-PROGRAM-ID
               IF  WS-FIRST-EFFECTIVE = 0
                   MOVE 'NO ROW ON PARMFILE'   TO PMD-TEXT
                   MOVE SPACES             TO PMD-DATE
               ELSE
                   MOVE 'FIRST ROW EFFECTIVE '  TO PMD-TEXT
                   MOVE WS-FIRST-EFFECTIVE TO PMD-DATE
               END-IF
               MOVE PARAMETER-DETAIL       TO WS-BREAK-DETAIL
               PERFORM 2900-RAISE-BREAK
           END-IF.
      *---------------------------------------------------------------*
       2900-RAISE-BREAK.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-RULE-COUNT
                                              WS-BREAK-COUNT.
           MOVE SFT-DD-NAME (WS-FILE-SEQ)  TO BDL-SOURCE.
           MOVE WS-BREAK-KEY               TO BDL-KEY.
           MOVE WS-BREAK-DETAIL            TO BDL-DETAIL.
           MOVE BREAK-DETAIL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *    THE BREAK ALSO LANDS ON THE CENTRAL EXCEPTION HUB, WHERE
      *    IT STAYS OPEN UNTIL ACKNOWLEDGED.
           MOVE 'REFSWEEP'                 TO EX-SOURCE-PROGRAM.
           MOVE 'E'                        TO EX-SEVERITY.
           MOVE SFT-DD-NAME (WS-FILE-SEQ)  TO EX-KEY (1:8).
           MOVE WS-BREAK-KEY               TO EX-KEY (9:8).
           MOVE RTT-MESSAGE (WS-RULE)      TO EX-MESSAGE.
           CALL 'EXCWRITE' USING EXCWRITE-REQUEST.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           IF  SFT-AVAILABLE (1)
               CLOSE STATE-REFERENCE-FILE
           END-IF.
           IF  SFT-AVAILABLE (2)
               CLOSE EMPLOYER-REFERENCE-FILE
           END-IF.
           IF  SFT-AVAILABLE (3)
               CLOSE COUNTY-REFERENCE-FILE
           END-IF.
           IF  SFT-AVAILABLE (4)
               CLOSE BED-REFERENCE-FILE
           END-IF.
           IF  SFT-AVAILABLE (5)
               CLOSE LABOR-FORCE-FILE
           END-IF.
           IF  SFT-AVAILABLE (6)
               CLOSE WORKFORCE-REFERENCE-FILE
           END-IF.
           IF  SFT-AVAILABLE (7)
               CLOSE DISTRIBUTION-CONTROL-FILE
           END-IF.
           IF  SFT-AVAILABLE (8)
               CLOSE REPORT-ARCHIVE-FILE
           END-IF.
           IF  SFT-AVAILABLE (9)
               CLOSE PARAMETER-MASTER-FILE
           END-IF.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4500-PRINT-FILE-COUNTS.
      *---------------------------------------------------------------*
      *    LABFORRF, RPTARCH AND PARMFILE ARE PROBED, NOT READ END
      *    TO END - THEIR COUNTS ARE THE ROWS THE PROBES FOUND.
      *---------------------------------------------------------------*
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 4510-PRINT-ONE-FILE-COUNT
               VARYING WS-FILE-SEQ FROM 1 BY 1
               UNTIL WS-FILE-SEQ > 9.
      *---------------------------------------------------------------*
       4510-PRINT-ONE-FILE-COUNT.
      *---------------------------------------------------------------*
           MOVE SFT-DD-NAME (WS-FILE-SEQ)  TO FCL-DD-NAME.
           MOVE SFT-ROW-COUNT (WS-FILE-SEQ) TO FCL-ROW-COUNT.
           IF  SFT-AVAILABLE (WS-FILE-SEQ)
               MOVE SPACES                 TO FCL-NOTE
           ELSE
               MOVE 'NOT YET CREATED - NOT SWEPT' TO FCL-NOTE
           END-IF.
           MOVE FILE-COUNT-LINE            TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 1                          TO LINE-SPACEING.
      *---------------------------------------------------------------*
       8100-READ-NEXT-STATE.
      *---------------------------------------------------------------*
           READ STATE-REFERENCE-FILE NEXT RECORD
               AT END SET SCAN-EOF TO TRUE
           END-READ.
      *---------------------------------------------------------------*
       8200-READ-NEXT-EMPLOYER.
      *---------------------------------------------------------------*
           READ EMPLOYER-REFERENCE-FILE NEXT RECORD
               AT END SET SCAN-EOF TO TRUE
           END-READ.
      *---------------------------------------------------------------*
       8300-READ-NEXT-COUNTY.
      *---------------------------------------------------------------*
           READ COUNTY-REFERENCE-FILE NEXT RECORD
               AT END SET SCAN-EOF TO TRUE
           END-READ.
      *---------------------------------------------------------------*
       8400-READ-NEXT-BED-ROW.
      *---------------------------------------------------------------*
           READ BED-REFERENCE-FILE NEXT RECORD
               AT END SET SCAN-EOF TO TRUE
           END-READ.
      *---------------------------------------------------------------*
       8600-READ-NEXT-BUCKET.
      *---------------------------------------------------------------*
           READ WORKFORCE-REFERENCE-FILE NEXT RECORD
               AT END SET SCAN-EOF TO TRUE
           END-READ.
      *---------------------------------------------------------------*
       8700-READ-NEXT-DISTRIBUTION.
      *---------------------------------------------------------------*
           READ DISTRIBUTION-CONTROL-FILE NEXT RECORD
               AT END SET SCAN-EOF TO TRUE
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
           MOVE PAGE-COUNT                 TO SHL-PAGE-COUNT.
           MOVE SWEEP-HEADING-LINE         TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE SWEEP-COLUMN-LINE          TO PRINT-LINE.
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
