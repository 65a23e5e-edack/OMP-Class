       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TABGEN.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    GENERIC TABLE REPORT WRITER - PRODUCES A SUMMARY TABLE OF
      *    THE CERTIFIED CLAIMS FILE FROM A NAMED DEFINITION ON THE
      *    TABDEF FILE (SEE TABDFREC, MAINTAINED BY TABDMNT): CLAIMS
      *    IN THE DEFINITION'S DATE RANGE, ONE ROW PER STATE, WEEK,
      *    MONTH OR CLAIM STATUS, OPTIONALLY NESTED UNDER A BREAK
      *    GROUP WITH SUBTOTALS, ONE COLUMN PER SELECTED BUCKET OF
      *    ONE DEMOGRAPHIC SECTION (OR ITS INITIAL/CONTINUING SPLIT),
      *    A ROW TOTAL AND A GRAND TOTAL.  EACH TABLE IS PRINTED ON
      *    PRTLINE STARTING ON A NEW PAGE AND WRITTEN TO CSVOUT.
      *
      *    EVERY PRINTED LINE - ROW, SUBTOTAL AND GRAND TOTAL - PASSES
      *    THROUGH SUPRCELL AT THE SUPRTHRS THRESHOLD BEFORE IT IS
      *    PRINTED OR EXPORTED, AND THE LINE TOTAL IS THE SUM OF THE
      *    CELLS LEFT STANDING, SO NO MASKED CELL CAN BE RE-DERIVED
      *    FROM ITS OWN LINE.  THE COUNT OF MASKED CELLS IS FOOTNOTED
      *    UNDER EACH TABLE.
      *
      *    RUN CARD FORMAT (TABRUN) - ONE TABLE PER CARD -
      *      COL 1-8     TABLE NAME
      *      COL 10-15   REPORT MONTH YYYYMM (BLANK = THE MONTH OF THE
      *                  BUSINESS DATE)
      *    AN EMPTY DECK PRODUCES EVERY DEFINITION FLAGGED MONTHLY FOR
      *    THE BUSINESS DATE'S MONTH - THE MONTH-END RUN.  RETURN CODE
      *    4 WHEN A CARD NAMES A TABLE NOT ON FILE.
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
           SELECT RUN-CARD-FILE ASSIGN TO TABRUN
             FILE STATUS IS RUN-CARD-STATUS.
           SELECT TABLE-DEFINITION-FILE ASSIGN TO TABDEF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS TD-TABLE-NAME
             FILE STATUS  IS TABLE-DEFINITION-STATUS.
           SELECT UNEMPLOYMENT-CLAIMS-FILE ASSIGN TO UNDD
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS RECORD-ID OF UNEMPLOYMENT-CLAIM
             ALTERNATE RECORD KEY IS RECORD-DATE OF UNEMPLOYMENT-CLAIM
                 WITH DUPLICATES
             FILE STATUS  IS UNEMPLOYMENT-FILE-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWORK.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
           SELECT OPTIONAL CSV-FILE ASSIGN TO CSVOUT.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  RUN-CARD-FILE
           RECORDING MODE IS F.
       01  RUN-CARD.
           05  RC-TABLE-NAME               PIC X(08).
           05  FILLER                      PIC X(01).
           05  RC-REPORT-MONTH             PIC X(06).
           05  FILLER                      PIC X(65).
      *---------------------------------------------------------------*
       FD  TABLE-DEFINITION-FILE.
       COPY TABDFREC.
      *---------------------------------------------------------------*
       FD  UNEMPLOYMENT-CLAIMS-FILE
            DATA RECORD IS UNEMPLOYMENT-CLAIM.
           COPY UNEMC.
      *---------------------------------------------------------------*
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-BREAK-KEY                PIC X(08).
           05  SR-ROW-KEY                  PIC X(08).
           05  SR-CELL                     PIC 9(06)
                   OCCURS 12 TIMES.
      *---------------------------------------------------------------*
       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD.
           05  PRINT-LINE                  PIC X(132).
      *---------------------------------------------------------------*
       FD  CSV-FILE
           RECORDING MODE IS F.
       01  CSV-RECORD                      PIC X(200).
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  RUN-CARD-STATUS             PIC X(02).
               88  RUN-CARD-OK                   VALUE '00'.
           05  TABLE-DEFINITION-STATUS     PIC X(02).
               88  TABLE-DEFINITION-OK           VALUE '00'.
           05  UNEMPLOYMENT-FILE-STATUS    PIC X(02).
               88  UNEMPLOYMENT-FILE-OK          VALUE '00'.
           05  END-OF-CARDS-SW             PIC X VALUE 'N'.
               88  END-OF-CARDS                  VALUE 'Y'.
           05  DEFINITION-EOF-SW           PIC X VALUE 'N'.
               88  DEFINITION-EOF                VALUE 'Y'.
           05  CLAIMS-EOF-SW               PIC X VALUE 'N'.
               88  CLAIMS-EOF                    VALUE 'Y'.
           05  SORT-EOF-SW                 PIC X VALUE 'N'.
               88  SORT-EOF                      VALUE 'Y'.
           05  WS-CARD-COUNT               PIC 9(05) VALUE 0.
           05  WS-TABLE-COUNT              PIC 9(05) VALUE 0.
           05  WS-NOT-FOUND-COUNT          PIC 9(05) VALUE 0.
           05  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
           05  WS-REPORT-MONTH             PIC 9(06).
           05  WS-FROM-DATE                PIC 9(08).
           05  WS-TO-DATE                  PIC 9(08).
           05  WS-CLAIM-DATE-NUM           PIC 9(08).
           05  WS-SECTION-SUB              PIC 9(02).
           05  WS-BUCKET-SUB               PIC 9(02).
           05  WS-COL-SUB                  PIC 9(02).
           05  WS-COLUMN-COUNT             PIC 9(02).
           05  WS-IMAGE-OFFSET             PIC 9(04).
           05  WS-TABLE-ROW-COUNT          PIC 9(07).
           05  WS-CURRENT-BREAK            PIC X(08).
           05  WS-CURRENT-ROW              PIC X(08).
           05  WS-GROUP-CODE               PIC X(01).
           05  WS-GROUP-KEY                PIC X(08).
           05  WS-GROUP-LABEL              PIC X(10).
           05  WS-GROUP-NAME               PIC X(06).
           05  WS-BREAK-LABEL              PIC X(10).
           05  WS-LINE-LABEL               PIC X(10).
           05  WS-LINE-TOTAL               PIC 9(09).
           05  WS-CSV-POINTER              PIC 9(03).
           05  WS-CSV-VALUE                PIC 9(09).
      *    THE COMPILED-IN THRESHOLD STANDS ONLY WHEN THE PARAMETER
      *    MASTER HAS NO EFFECTIVE SUPRTHRS ROW.
           05  WS-SUPPRESS-THRESHOLD       PIC 9(03) VALUE 10.
           05  WS-SUPPRESSED-COUNT         PIC 9(04) VALUE 0.
      *---------------------------------------------------------------*
       01  WS-COLUMN-TABLE.
      *---------------------------------------------------------------*
      *    THE TABLE'S COLUMNS - WHERE EACH ONE'S COUNT SITS IN THE
      *    CLAIM RECORD AND ITS HEADING LABEL.
           05  WS-COLUMN-ENTRY             OCCURS 12 TIMES.
               10  WS-COLUMN-OFFSET        PIC 9(04).
               10  WS-COLUMN-LABEL         PIC X(08).
      *---------------------------------------------------------------*
       01  WS-TABLE-ACCUMULATORS.
      *---------------------------------------------------------------*
           05  WS-ROW-CELLS.
               10  WS-ROW-CELL             PIC 9(09) OCCURS 12 TIMES.
           05  WS-BREAK-CELLS.
               10  WS-BREAK-CELL           PIC 9(09) OCCURS 12 TIMES.
           05  WS-GRAND-CELLS.
               10  WS-GRAND-CELL           PIC 9(09) OCCURS 12 TIMES.
           05  WS-LINE-CELLS.
               10  WS-LINE-CELL            PIC 9(09) OCCURS 12 TIMES.
      *---------------------------------------------------------------*
      *    A CLAIM-SHAPED IMAGE HANDED TO SUPRCELL - THE LINE'S CELLS
      *    GO INTO THE FIRST CELLS OF THE TABLE'S SECTION, EVERY OTHER
      *    CELL STAYS ZERO.
       01  SUPPRESS-CLAIM-IMAGE            PIC X(416).
       COPY TABSECTC.
      *---------------------------------------------------------------*
       01  TABLE-TITLE-LINE.
      *---------------------------------------------------------------*
           05  TTL-TITLE                   PIC X(50).
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  FILLER                      PIC X(06) VALUE 'TABLE '.
           05  TTL-TABLE-NAME              PIC X(08).
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  FILLER                      PIC X(05) VALUE 'PAGE '.
           05  TTL-PAGE                    PIC ZZ9.
      *---------------------------------------------------------------*
       01  TABLE-RANGE-LINE.
      *---------------------------------------------------------------*
           05  FILLER                      PIC X(13)
                   VALUE 'CLAIMS DATED '.
           05  TRL-FROM-DATE               PIC 9(08).
           05  FILLER                      PIC X(06) VALUE ' THRU '.
           05  TRL-TO-DATE                 PIC 9(08).
           05  FILLER                      PIC X(10)
                   VALUE '  SECTION '.
           05  TRL-SECTION                 PIC X(03).
           05  FILLER                      PIC X(04) VALUE ' BY '.
           05  TRL-ROW-GROUP               PIC X(06).
           05  TRL-BREAK-TEXT              PIC X(08).
           05  TRL-BREAK-GROUP             PIC X(06).
      *---------------------------------------------------------------*
       01  TABLE-COLUMN-HEADING-LINE.
      *---------------------------------------------------------------*
           05  TCH-ROW-HEADING             PIC X(10).
           05  TCH-COLUMN-AREA             OCCURS 12 TIMES.
               10  FILLER                  PIC X(01).
               10  TCH-LABEL               PIC X(08).
           05  FILLER                      PIC X(01).
           05  TCH-TOTAL-HEADING           PIC X(09).
      *---------------------------------------------------------------*
       01  TABLE-BREAK-LINE.
      *---------------------------------------------------------------*
           05  FILLER                      PIC X(03) VALUE '** '.
           05  TBL-GROUP-NAME              PIC X(06).
           05  FILLER                      PIC X(02) VALUE ': '.
           05  TBL-GROUP-LABEL             PIC X(10).
      *---------------------------------------------------------------*
       01  TABLE-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  TDL-LABEL                   PIC X(10).
           05  TDL-COLUMN-AREA             OCCURS 12 TIMES.
               10  FILLER                  PIC X(01).
               10  TDL-CELL                PIC ZZZZZZZ9.
           05  FILLER                      PIC X(01).
           05  TDL-TOTAL                   PIC ZZZZZZZZ9.
      *---------------------------------------------------------------*
       01  TABLE-FOOTNOTE-LINE.
      *---------------------------------------------------------------*
           05  FILLER                      PIC X(13)
                   VALUE 'CELLS UNDER  '.
           05  TFL-THRESHOLD               PIC ZZ9.
           05  FILLER                      PIC X(35)
                   VALUE ' SUPPRESSED (WITH COMPLEMENTS) :   '.
           05  TFL-SUPPRESSED-COUNT        PIC Z,ZZ9.
      *---------------------------------------------------------------*
       01  TABLE-EMPTY-LINE.
      *---------------------------------------------------------------*
           05  FILLER                      PIC X(30)
                   VALUE '*** NO CLAIMS IN THE RANGE ***'.
      *---------------------------------------------------------------*
       01  REPORT-LINES.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
           COPY UNEMCKFC.
       COPY PARMC.
       COPY PRINTCTL.
       COPY BUSDATEC.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 0900-VERIFY-CLAIMS-FILE.
           IF  NOT UK-FILE-CERTIFIED
               MOVE 16                     TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-THRESHOLD.
           PERFORM 8000-READ-RUN-CARD.
           IF  END-OF-CARDS
               IF  RETURN-CODE < 16
                   PERFORM 2800-RUN-MONTHLY-TABLES
               END-IF
           ELSE
               PERFORM 2000-RUN-ONE-CARD
                   UNTIL END-OF-CARDS
           END-IF.
           PERFORM 3000-CLOSE-FILES.
           DISPLAY '*** TABGEN TABLE REPORT SUMMARY ***'.
           DISPLAY 'RUN CARDS READ     : ', WS-CARD-COUNT.
           DISPLAY 'TABLES PRODUCED    : ', WS-TABLE-COUNT.
           DISPLAY 'TABLES NOT ON FILE : ', WS-NOT-FOUND-COUNT.
           IF  WS-NOT-FOUND-COUNT > 0
               AND RETURN-CODE < 4
               MOVE 4                      TO RETURN-CODE
           END-IF.
           GOBACK.
      *---------------------------------------------------------------*
       0900-VERIFY-CLAIMS-FILE.
      *---------------------------------------------------------------*
           CALL 'UNEMCKF' USING UNEMCKF-REQUEST.
           IF  NOT UK-FILE-CERTIFIED
               DISPLAY 'TABGEN - CLAIMS FILE NOT CERTIFIED (',
                   UK-RESULT, ') - RUN REFUSED'
           END-IF.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  RUN-CARD-FILE.
           OPEN INPUT  TABLE-DEFINITION-FILE.
           OPEN OUTPUT PRINT-FILE.
           OPEN OUTPUT CSV-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           IF NOT TABLE-DEFINITION-OK
               DISPLAY 'TABDEF OPEN ERROR : ',
                   TABLE-DEFINITION-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-CARDS TO TRUE.
           IF NOT RUN-CARD-OK
               DISPLAY 'TABRUN OPEN ERROR : ', RUN-CARD-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-CARDS TO TRUE.
      *---------------------------------------------------------------*
       1100-LOAD-THRESHOLD.
      *---------------------------------------------------------------*
      *    THE SUPRTHRS THRESHOLD COMES FROM THE PARMFILE PARAMETER
      *    MASTER (EFFECTIVE-DATED - SEE PARMMNT) AS OF THE BUSINESS
      *    DATE, THE SAME ROW THE OTHER SUPRCELL CALLERS USE.
           MOVE 'SUPRTHRS'                 TO PL-PARM-ID.
           MOVE WS-BUSINESS-DATE           TO PL-AS-OF-DATE.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND
               AND PL-VALUE (1:3) IS NUMERIC
               MOVE PL-VALUE (1:3)         TO WS-SUPPRESS-THRESHOLD
           END-IF.
      *---------------------------------------------------------------*
       2000-RUN-ONE-CARD.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-CARD-COUNT.
           IF  RC-REPORT-MONTH IS NUMERIC
               MOVE RC-REPORT-MONTH        TO WS-REPORT-MONTH
           ELSE
               MOVE WS-BUSINESS-DATE (1:6) TO WS-REPORT-MONTH
           END-IF.
           MOVE RC-TABLE-NAME              TO TD-TABLE-NAME.
           READ TABLE-DEFINITION-FILE
               INVALID KEY
                   DISPLAY 'TABGEN - TABLE ', RC-TABLE-NAME,
                       ' NOT ON FILE - SKIPPED'
                   ADD 1                   TO WS-NOT-FOUND-COUNT
               NOT INVALID KEY
                   PERFORM 2100-PRODUCE-ONE-TABLE
           END-READ.
           PERFORM 8000-READ-RUN-CARD.
      *---------------------------------------------------------------*
       2100-PRODUCE-ONE-TABLE.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-TABLE-COUNT.
           PERFORM 2110-SET-DATE-RANGE.
           SET TST-IDX                     TO 1.
           SEARCH TST-ENTRY
               AT END
                   SET TST-IDX             TO 1
               WHEN TST-SECTION (TST-IDX) = TD-SECTION
                   CONTINUE
           END-SEARCH.
           SET WS-SECTION-SUB              TO TST-IDX.
           MOVE SPACES                     TO WS-COLUMN-TABLE.
           MOVE 0                          TO WS-COLUMN-COUNT.
           IF  TD-SPLIT-COLUMNS
               MOVE 2                      TO WS-COLUMN-COUNT
               MOVE TST-SPLIT-START (WS-SECTION-SUB)
                   TO WS-COLUMN-OFFSET (1)
               COMPUTE WS-COLUMN-OFFSET (2) =
                   TST-SPLIT-START (WS-SECTION-SUB) + 6
               MOVE 'INITIAL'              TO WS-COLUMN-LABEL (1)
               MOVE 'CONTIN'               TO WS-COLUMN-LABEL (2)
           ELSE
               PERFORM 2120-SET-BUCKET-COLUMN
                   VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > TST-CELLS (WS-SECTION-SUB)
           END-IF.
           MOVE TD-ROW-GROUP               TO WS-GROUP-CODE.
           PERFORM 2260-NAME-GROUP.
           MOVE WS-GROUP-NAME              TO TRL-ROW-GROUP
                                              TCH-ROW-HEADING.
           MOVE SPACES                     TO TRL-BREAK-TEXT
                                              TRL-BREAK-GROUP.
           IF  NOT TD-NO-BREAK
               MOVE TD-BREAK-GROUP         TO WS-GROUP-CODE
               PERFORM 2260-NAME-GROUP
               MOVE ' WITHIN '             TO TRL-BREAK-TEXT
               MOVE WS-GROUP-NAME          TO TRL-BREAK-GROUP
           END-IF.
           MOVE TD-TITLE                   TO TTL-TITLE.
           MOVE TD-TABLE-NAME              TO TTL-TABLE-NAME.
           MOVE WS-FROM-DATE               TO TRL-FROM-DATE.
           MOVE WS-TO-DATE                 TO TRL-TO-DATE.
           MOVE TD-SECTION                 TO TRL-SECTION.
           MOVE SPACES                     TO TCH-COLUMN-AREA (1)
                                              TCH-COLUMN-AREA (2)
                                              TCH-COLUMN-AREA (3)
                                              TCH-COLUMN-AREA (4)
                                              TCH-COLUMN-AREA (5)
                                              TCH-COLUMN-AREA (6)
                                              TCH-COLUMN-AREA (7)
                                              TCH-COLUMN-AREA (8)
                                              TCH-COLUMN-AREA (9)
                                              TCH-COLUMN-AREA (10)
                                              TCH-COLUMN-AREA (11)
                                              TCH-COLUMN-AREA (12).
           PERFORM 2130-SET-COLUMN-HEADING
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > WS-COLUMN-COUNT.
           MOVE '    TOTAL'                TO TCH-TOTAL-HEADING.
           MOVE 0                          TO WS-SUPPRESSED-COUNT
                                              WS-TABLE-ROW-COUNT
                                              PAGE-COUNT.
           MOVE ZEROS                      TO WS-GRAND-CELLS.
      *    EVERY TABLE STARTS ON A FRESH PAGE.
           MOVE 999                        TO LINE-COUNT.
           PERFORM 2700-WRITE-CSV-HEADING.
           SORT SORT-FILE
               ON ASCENDING KEY SR-BREAK-KEY
                                SR-ROW-KEY
               INPUT PROCEDURE 2200-SELECT-CLAIMS
               OUTPUT PROCEDURE 2400-PRINT-TABLE.
      *---------------------------------------------------------------*
       2110-SET-DATE-RANGE.
      *---------------------------------------------------------------*
      *    A MONTH RUNS 01 THRU 31 - THE RANGE TEST ONLY NEEDS AN
      *    UPPER BOUND NO REAL DATE OF THE MONTH EXCEEDS.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN TD-FIXED-RANGE
                   MOVE TD-FROM-DATE       TO WS-FROM-DATE
                   MOVE TD-TO-DATE         TO WS-TO-DATE
               WHEN TD-YEAR-TO-DATE
                   COMPUTE WS-FROM-DATE =
                       (WS-REPORT-MONTH / 100) * 10000 + 101
                   COMPUTE WS-TO-DATE = WS-REPORT-MONTH * 100 + 31
               WHEN OTHER
                   COMPUTE WS-FROM-DATE = WS-REPORT-MONTH * 100 + 1
                   COMPUTE WS-TO-DATE = WS-REPORT-MONTH * 100 + 31
           END-EVALUATE.
      *---------------------------------------------------------------*
       2120-SET-BUCKET-COLUMN.
      *---------------------------------------------------------------*
           IF  TD-BUCKET-FLAG (WS-BUCKET-SUB) = 'Y'
               AND WS-COLUMN-COUNT < 12
               ADD 1                       TO WS-COLUMN-COUNT
               COMPUTE WS-COLUMN-OFFSET (WS-COLUMN-COUNT) =
                   TST-BUCKET-START (WS-SECTION-SUB)
                   + (WS-BUCKET-SUB - 1) * 6
               MOVE TST-LABEL (WS-SECTION-SUB, WS-BUCKET-SUB)
                   TO WS-COLUMN-LABEL (WS-COLUMN-COUNT)
           END-IF.
      *---------------------------------------------------------------*
       2130-SET-COLUMN-HEADING.
      *---------------------------------------------------------------*
           MOVE WS-COLUMN-LABEL (WS-COL-SUB) TO TCH-LABEL (WS-COL-SUB).
      *---------------------------------------------------------------*
       2200-SELECT-CLAIMS.
      *---------------------------------------------------------------*
      *    SORT INPUT - ONE SORT ROW PER CLAIM IN THE RANGE, KEYED ON
      *    ITS BREAK AND ROW GROUPS AND CARRYING THE TABLE'S CELLS.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO CLAIMS-EOF-SW.
           OPEN INPUT UNEMPLOYMENT-CLAIMS-FILE.
           IF NOT UNEMPLOYMENT-FILE-OK
               DISPLAY 'UNDD OPEN ERROR : ',
                   UNEMPLOYMENT-FILE-STATUS
               MOVE 16                     TO RETURN-CODE
               SET CLAIMS-EOF TO TRUE
           END-IF.
           PERFORM 8100-READ-CLAIMS-FILE.
           PERFORM 2210-CONSIDER-ONE-CLAIM
               UNTIL CLAIMS-EOF.
           CLOSE UNEMPLOYMENT-CLAIMS-FILE.
      *---------------------------------------------------------------*
       2210-CONSIDER-ONE-CLAIM.
      *---------------------------------------------------------------*
           COMPUTE WS-CLAIM-DATE-NUM =
               YY OF UNEMPLOYMENT-CLAIM * 10000
               + MM OF UNEMPLOYMENT-CLAIM * 100
               + DD OF UNEMPLOYMENT-CLAIM.
           IF  WS-CLAIM-DATE-NUM >= WS-FROM-DATE
               AND WS-CLAIM-DATE-NUM <= WS-TO-DATE
               MOVE SPACES                 TO SR-BREAK-KEY
               IF  NOT TD-NO-BREAK
                   MOVE TD-BREAK-GROUP     TO WS-GROUP-CODE
                   PERFORM 2220-BUILD-GROUP-KEY
                   MOVE WS-GROUP-KEY       TO SR-BREAK-KEY
               END-IF
               MOVE TD-ROW-GROUP           TO WS-GROUP-CODE
               PERFORM 2220-BUILD-GROUP-KEY
               MOVE WS-GROUP-KEY           TO SR-ROW-KEY
               MOVE ZEROS                  TO SR-CELL (1) SR-CELL (2)
                   SR-CELL (3) SR-CELL (4) SR-CELL (5) SR-CELL (6)
                   SR-CELL (7) SR-CELL (8) SR-CELL (9) SR-CELL (10)
                   SR-CELL (11) SR-CELL (12)
               PERFORM 2230-MOVE-CLAIM-CELL
                   VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-COLUMN-COUNT
               RELEASE SORT-RECORD
           END-IF.
           PERFORM 8100-READ-CLAIMS-FILE.
      *---------------------------------------------------------------*
       2220-BUILD-GROUP-KEY.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO WS-GROUP-KEY.
           EVALUATE WS-GROUP-CODE
               WHEN 'S'
                   MOVE RECORD-STATE-CODE OF UNEMPLOYMENT-CLAIM
                       TO WS-GROUP-KEY
               WHEN 'W'
                   MOVE WS-CLAIM-DATE-NUM  TO WS-GROUP-KEY
               WHEN 'M'
                   MOVE WS-CLAIM-DATE-NUM (1:6)
                       TO WS-GROUP-KEY
               WHEN OTHER
      *            A CLAIM WRITTEN BEFORE THE STATUS EXISTED READS AS
      *            OPEN, AS IT DOES EVERYWHERE ELSE.
                   IF  CLAIM-STATUS-OPEN
                       MOVE 'O'            TO WS-GROUP-KEY
                   ELSE
                       MOVE CLAIM-STATUS-CODE OF UNEMPLOYMENT-CLAIM
                           TO WS-GROUP-KEY
                   END-IF
           END-EVALUATE.
      *---------------------------------------------------------------*
       2230-MOVE-CLAIM-CELL.
      *---------------------------------------------------------------*
           IF  UNEMPLOYMENT-CLAIM (WS-COLUMN-OFFSET (WS-COL-SUB):6)
                   IS NUMERIC
               MOVE UNEMPLOYMENT-CLAIM (WS-COLUMN-OFFSET (WS-COL-SUB):6)
                   TO SR-CELL (WS-COL-SUB)
           END-IF.
      *---------------------------------------------------------------*
       2250-FORMAT-GROUP-LABEL.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO WS-GROUP-LABEL.
           EVALUATE WS-GROUP-CODE
               WHEN 'S'
                   IF  WS-GROUP-KEY = SPACES
                       MOVE '(NONE)'       TO WS-GROUP-LABEL
                   ELSE
                       MOVE WS-GROUP-KEY   TO WS-GROUP-LABEL
                   END-IF
               WHEN 'W'
                   STRING WS-GROUP-KEY (1:4) '-'
                          WS-GROUP-KEY (5:2) '-'
                          WS-GROUP-KEY (7:2)
                       DELIMITED BY SIZE INTO WS-GROUP-LABEL
               WHEN 'M'
                   STRING WS-GROUP-KEY (1:4) '-'
                          WS-GROUP-KEY (5:2)
                       DELIMITED BY SIZE INTO WS-GROUP-LABEL
               WHEN OTHER
                   EVALUATE WS-GROUP-KEY (1:1)
                       WHEN 'O'
                           MOVE 'OPEN'     TO WS-GROUP-LABEL
                       WHEN 'C'
                           MOVE 'CLOSED'   TO WS-GROUP-LABEL
                       WHEN 'E'
                           MOVE 'EXHAUSTED' TO WS-GROUP-LABEL
                       WHEN 'V'
                           MOVE 'VOIDED'   TO WS-GROUP-LABEL
                       WHEN OTHER
                           MOVE WS-GROUP-KEY TO WS-GROUP-LABEL
                   END-EVALUATE
           END-EVALUATE.
      *---------------------------------------------------------------*
       2260-NAME-GROUP.
      *---------------------------------------------------------------*
           EVALUATE WS-GROUP-CODE
               WHEN 'S'
                   MOVE 'STATE'            TO WS-GROUP-NAME
               WHEN 'W'
                   MOVE 'WEEK'             TO WS-GROUP-NAME
               WHEN 'M'
                   MOVE 'MONTH'            TO WS-GROUP-NAME
               WHEN OTHER
                   MOVE 'STATUS'           TO WS-GROUP-NAME
           END-EVALUATE.
      *---------------------------------------------------------------*
       2400-PRINT-TABLE.
      *---------------------------------------------------------------*
      *    SORT OUTPUT - CONTROL BREAKS ON THE BREAK GROUP AND THE ROW
      *    GROUP; ROWS AND SUBTOTALS AS THEY CLOSE, THE GRAND TOTAL AND
      *    THE SUPPRESSION FOOTNOTE AT THE END.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO SORT-EOF-SW.
           PERFORM 8200-RETURN-SORTED-ROW.
           IF  SORT-EOF
               MOVE TABLE-EMPTY-LINE       TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           PERFORM 2410-PROCESS-BREAK-GROUP
               UNTIL SORT-EOF.
           IF  TD-GRAND-TOTAL
               AND WS-TABLE-ROW-COUNT > 0
               MOVE WS-GRAND-CELLS         TO WS-LINE-CELLS
               MOVE 'TOTAL'                TO WS-LINE-LABEL
               MOVE SPACES                 TO WS-BREAK-LABEL
               MOVE 2                      TO LINE-SPACEING
               PERFORM 2500-PRINT-TABLE-LINE
           END-IF.
           MOVE WS-SUPPRESS-THRESHOLD      TO TFL-THRESHOLD.
           MOVE WS-SUPPRESSED-COUNT        TO TFL-SUPPRESSED-COUNT.
           MOVE TABLE-FOOTNOTE-LINE        TO NEXT-REPORT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       2410-PROCESS-BREAK-GROUP.
      *---------------------------------------------------------------*
           MOVE SR-BREAK-KEY               TO WS-CURRENT-BREAK.
           MOVE ZEROS                      TO WS-BREAK-CELLS.
           MOVE SPACES                     TO WS-BREAK-LABEL.
           IF  NOT TD-NO-BREAK
               MOVE TD-BREAK-GROUP         TO WS-GROUP-CODE
               MOVE WS-CURRENT-BREAK       TO WS-GROUP-KEY
               PERFORM 2250-FORMAT-GROUP-LABEL
               MOVE WS-GROUP-LABEL         TO WS-BREAK-LABEL
               PERFORM 2260-NAME-GROUP
               MOVE WS-GROUP-NAME          TO TBL-GROUP-NAME
               MOVE WS-BREAK-LABEL         TO TBL-GROUP-LABEL
               MOVE TABLE-BREAK-LINE       TO NEXT-REPORT-LINE
               MOVE 2                      TO LINE-SPACEING
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           PERFORM 2420-PROCESS-ONE-ROW
               UNTIL SORT-EOF
                  OR SR-BREAK-KEY NOT = WS-CURRENT-BREAK.
           IF  TD-SUBTOTALS
               MOVE WS-BREAK-CELLS         TO WS-LINE-CELLS
               MOVE 'SUBTOTAL'             TO WS-LINE-LABEL
               PERFORM 2500-PRINT-TABLE-LINE
           END-IF.
      *---------------------------------------------------------------*
       2420-PROCESS-ONE-ROW.
      *---------------------------------------------------------------*
           MOVE SR-ROW-KEY                 TO WS-CURRENT-ROW.
           MOVE ZEROS                      TO WS-ROW-CELLS.
           PERFORM 2430-ADD-SORTED-ROW
               UNTIL SORT-EOF
                  OR SR-BREAK-KEY NOT = WS-CURRENT-BREAK
                  OR SR-ROW-KEY NOT = WS-CURRENT-ROW.
           ADD 1                           TO WS-TABLE-ROW-COUNT.
           MOVE TD-ROW-GROUP               TO WS-GROUP-CODE.
           MOVE WS-CURRENT-ROW             TO WS-GROUP-KEY.
           PERFORM 2250-FORMAT-GROUP-LABEL.
           MOVE WS-GROUP-LABEL             TO WS-LINE-LABEL.
           MOVE WS-ROW-CELLS               TO WS-LINE-CELLS.
           PERFORM 2500-PRINT-TABLE-LINE.
      *---------------------------------------------------------------*
       2430-ADD-SORTED-ROW.
      *---------------------------------------------------------------*
           PERFORM 2435-ADD-ONE-CELL
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > WS-COLUMN-COUNT.
           PERFORM 8200-RETURN-SORTED-ROW.
      *---------------------------------------------------------------*
       2435-ADD-ONE-CELL.
      *---------------------------------------------------------------*
           ADD SR-CELL (WS-COL-SUB)
               TO WS-ROW-CELL (WS-COL-SUB)
                  WS-BREAK-CELL (WS-COL-SUB)
                  WS-GRAND-CELL (WS-COL-SUB).
      *---------------------------------------------------------------*
       2500-PRINT-TABLE-LINE.
      *---------------------------------------------------------------*
      *    SUPPRESS, TOTAL, PRINT AND EXPORT ONE LINE OF THE TABLE
      *    FROM WS-LINE-CELLS.  A CELL OVER 999999 GOES TO SUPRCELL AS
      *    999999 - IT IS FAR PAST ANY THRESHOLD AND IS NEVER MASKED.
      *---------------------------------------------------------------*
           MOVE ALL '0'                    TO SUPPRESS-CLAIM-IMAGE.
           PERFORM 2510-PLACE-SUPPRESS-CELL
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > WS-COLUMN-COUNT.
           CALL 'SUPRCELL' USING SUPPRESS-CLAIM-IMAGE,
               WS-SUPPRESS-THRESHOLD, WS-SUPPRESSED-COUNT.
           MOVE 0                          TO WS-LINE-TOTAL.
           MOVE SPACES                     TO TABLE-DETAIL-LINE.
           MOVE WS-LINE-LABEL              TO TDL-LABEL.
           PERFORM 2520-TAKE-SUPPRESSED-CELL
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > WS-COLUMN-COUNT.
           MOVE WS-LINE-TOTAL              TO TDL-TOTAL.
           MOVE TABLE-DETAIL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 2710-WRITE-CSV-LINE.
      *---------------------------------------------------------------*
       2510-PLACE-SUPPRESS-CELL.
      *---------------------------------------------------------------*
           COMPUTE WS-IMAGE-OFFSET =
               TST-BUCKET-START (WS-SECTION-SUB) + (WS-COL-SUB - 1) * 6.
           IF  WS-LINE-CELL (WS-COL-SUB) > 999999
               MOVE '999999'
                   TO SUPPRESS-CLAIM-IMAGE (WS-IMAGE-OFFSET:6)
           ELSE
               MOVE WS-LINE-CELL (WS-COL-SUB) (4:6)
                   TO SUPPRESS-CLAIM-IMAGE (WS-IMAGE-OFFSET:6)
           END-IF.
      *---------------------------------------------------------------*
       2520-TAKE-SUPPRESSED-CELL.
      *---------------------------------------------------------------*
           COMPUTE WS-IMAGE-OFFSET =
               TST-BUCKET-START (WS-SECTION-SUB) + (WS-COL-SUB - 1) * 6.
           IF  SUPPRESS-CLAIM-IMAGE (WS-IMAGE-OFFSET:6) = '000000'
               MOVE 0                      TO WS-LINE-CELL (WS-COL-SUB)
           END-IF.
           ADD WS-LINE-CELL (WS-COL-SUB)   TO WS-LINE-TOTAL.
           MOVE WS-LINE-CELL (WS-COL-SUB)  TO TDL-CELL (WS-COL-SUB).
      *---------------------------------------------------------------*
       2800-RUN-MONTHLY-TABLES.
      *---------------------------------------------------------------*
      *    NO RUN CARDS - THE MONTH-END RUN.  EVERY DEFINITION FLAGGED
      *    MONTHLY IS PRODUCED FOR THE BUSINESS DATE'S MONTH, IN NAME
      *    ORDER.
      *---------------------------------------------------------------*
           MOVE WS-BUSINESS-DATE (1:6)     TO WS-REPORT-MONTH.
           MOVE LOW-VALUES                 TO TD-TABLE-NAME.
           START TABLE-DEFINITION-FILE
               KEY IS NOT LESS THAN TD-TABLE-NAME
               INVALID KEY
                   SET DEFINITION-EOF TO TRUE
           END-START.
           IF  NOT DEFINITION-EOF
               PERFORM 8300-READ-NEXT-DEFINITION
           END-IF.
           PERFORM 2810-RUN-IF-MONTHLY
               UNTIL DEFINITION-EOF.
      *---------------------------------------------------------------*
       2810-RUN-IF-MONTHLY.
      *---------------------------------------------------------------*
           IF  TD-MONTHLY
               PERFORM 2100-PRODUCE-ONE-TABLE
           END-IF.
           PERFORM 8300-READ-NEXT-DEFINITION.
      *---------------------------------------------------------------*
       2700-WRITE-CSV-HEADING.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO CSV-RECORD.
           MOVE 1                          TO WS-CSV-POINTER.
           STRING 'TABLE,GROUP,ROW'
               DELIMITED BY SIZE
               INTO CSV-RECORD WITH POINTER WS-CSV-POINTER.
           PERFORM 2705-STRING-CSV-LABEL
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > WS-COLUMN-COUNT.
           STRING ',TOTAL'
               DELIMITED BY SIZE
               INTO CSV-RECORD WITH POINTER WS-CSV-POINTER.
           WRITE CSV-RECORD.
      *---------------------------------------------------------------*
       2705-STRING-CSV-LABEL.
      *---------------------------------------------------------------*
           STRING ','
                  WS-COLUMN-LABEL (WS-COL-SUB) DELIMITED BY '  '
               INTO CSV-RECORD WITH POINTER WS-CSV-POINTER.
      *---------------------------------------------------------------*
       2710-WRITE-CSV-LINE.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO CSV-RECORD.
           MOVE 1                          TO WS-CSV-POINTER.
           STRING TD-TABLE-NAME            DELIMITED BY SPACE
                  ','                      DELIMITED BY SIZE
                  WS-BREAK-LABEL           DELIMITED BY SPACE
                  ','                      DELIMITED BY SIZE
                  WS-LINE-LABEL            DELIMITED BY SPACE
               INTO CSV-RECORD WITH POINTER WS-CSV-POINTER.
           PERFORM 2715-STRING-CSV-VALUE
               VARYING WS-COL-SUB FROM 1 BY 1
               UNTIL WS-COL-SUB > WS-COLUMN-COUNT.
           MOVE WS-LINE-TOTAL              TO WS-CSV-VALUE.
           STRING ','
                  WS-CSV-VALUE             DELIMITED BY SIZE
               INTO CSV-RECORD WITH POINTER WS-CSV-POINTER.
           WRITE CSV-RECORD.
      *---------------------------------------------------------------*
       2715-STRING-CSV-VALUE.
      *---------------------------------------------------------------*
           MOVE WS-LINE-CELL (WS-COL-SUB)  TO WS-CSV-VALUE.
           STRING ','
                  WS-CSV-VALUE             DELIMITED BY SIZE
               INTO CSV-RECORD WITH POINTER WS-CSV-POINTER.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE RUN-CARD-FILE.
           CLOSE TABLE-DEFINITION-FILE.
           CLOSE PRINT-FILE.
           CLOSE CSV-FILE.
      *---------------------------------------------------------------*
       8000-READ-RUN-CARD.
      *---------------------------------------------------------------*
           READ RUN-CARD-FILE
               AT END MOVE 'Y' TO END-OF-CARDS-SW.
      *---------------------------------------------------------------*
       8100-READ-CLAIMS-FILE.
      *---------------------------------------------------------------*
           READ UNEMPLOYMENT-CLAIMS-FILE
               AT END MOVE 'Y' TO CLAIMS-EOF-SW.
      *    THE EMBEDDED CONTROL RECORD (SEE UNEMCTLC) IS BOOKKEEPING,
      *    NOT A CLAIM.
           IF  NOT CLAIMS-EOF
               AND RECORD-ID OF UNEMPLOYMENT-CLAIM = '00000000'
               GO TO 8100-READ-CLAIMS-FILE.
      *---------------------------------------------------------------*
       8200-RETURN-SORTED-ROW.
      *---------------------------------------------------------------*
           RETURN SORT-FILE
               AT END MOVE 'Y' TO SORT-EOF-SW.
      *---------------------------------------------------------------*
       8300-READ-NEXT-DEFINITION.
      *---------------------------------------------------------------*
           READ TABLE-DEFINITION-FILE NEXT RECORD
               AT END MOVE 'Y' TO DEFINITION-EOF-SW.
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
           MOVE PAGE-COUNT                 TO TTL-PAGE.
           MOVE TABLE-TITLE-LINE           TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE 1                          TO LINE-SPACEING.
           MOVE TABLE-RANGE-LINE           TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           MOVE TABLE-COLUMN-HEADING-LINE  TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           MOVE 5                          TO LINE-COUNT.
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
