       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HNEDIT.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    PRE-VALIDATION GATEKEEPER FOR THE HACKER NEWS EXTRACT -
      *    RUNS AS THE STEP BEFORE HACKNEWS IN THE NIGHTLY PROC, THE
      *    WAY COVEDIT FRONTS THE COVID REPORTS.  EVERY ROW IS BROKEN
      *    OUT WITH THE SAME CSV RULES HACKNEWS USES AND CHECKED -
      *      . HNR-KEY NOT ALREADY SEEN EARLIER IN THE EXTRACT;
      *      . TITLE NOT TRUNCATED AT THE 86-BYTE FIELD WIDTH (A
      *        FULL FIELD, OR A QUOTED TITLE WITH NO CLOSING QUOTE);
      *      . VOTES AND COMMENT COUNT NUMERIC, NOT NEGATIVE, AND
      *        WITHIN THEIR 4-DIGIT FIELDS;
      *      . CREATED DATE A VALID YYYY-MM-DD AND NOT LATER THAN
      *        THE RUN DATE;
      *      . URL AND DOMAIN CONSISTENT - A NON-BLANK URL MUST
      *        CARRY AN HTTP/HTTPS SCHEME AND A HOST NAME THAT FITS
      *        THE 30-BYTE DOMAIN FIELD.  A BLANK URL IS A TEXT POST
      *        (ASK HN AND THE LIKE) AND PASSES.
      *    ROWS THAT PASS ARE WRITTEN UNCHANGED TO THE CERTIFIED FILE
      *    HACKNEWS READS.  A REJECTED ROW GOES TO THE REJECT FILE
      *    (HNREJ) WITH ITS REASON, TO THE EXCEPTIONS LISTING AND TO
      *    THE CENTRAL EXCEPTION HUB, AND THE STEP ENDS WITH RETURN
      *    CODE 4 SO THE HN STEPS STILL RUN ON THE CERTIFIED ROWS.
      *
      *    FATAL CONDITIONS END WITH RETURN CODE 8 AND STOP THE HN
      *    STEPS THROUGH THEIR COND= TESTS -
      *      . AN EMPTY EXTRACT;
      *      . A ROW COUNT OUTSIDE THE HEDEVPCT BAND (PARMLD, PERCENT,
      *        DEFAULT 50) AROUND THE TRAILING AVERAGE OF THE LAST
      *        HEAVGDAY (DEFAULT 14) NIGHTS THAT PASSED;
      *      . REJECTS ABOVE HEREJPCT (DEFAULT 10) PERCENT OF ROWS.
      *    THE TRAILING AVERAGE COMES FROM THE STEP'S OWN COUNT
      *    HISTORY (HNEDHIST), ONE ROW PER RUN APPENDED AT THE END OF
      *    THE STEP AND MARKED PASSED OR FAILED - A FAILED NIGHT IS
      *    KEPT OUT OF THE AVERAGE SO ONE BAD FEED DOES NOT DRAG THE
      *    BAND TOWARD ITSELF.  A RERUN OF THE SAME DATE NEVER
      *    COMPARES AGAINST ITSELF.
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
           SELECT HACKER-NEWS-FILE ASSIGN TO HACKNWS
               FILE STATUS IS FILE-STATUS.
           SELECT CERTIFIED-FILE ASSIGN TO CERTOUT
               FILE STATUS IS CERTIFIED-STATUS.
           SELECT REJECT-FILE ASSIGN TO HNREJ
               FILE STATUS IS REJECT-STATUS.
           SELECT OPTIONAL COUNT-HISTORY-FILE ASSIGN TO HNEDHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COUNT-HISTORY-STATUS.
           SELECT PRINT-FILE    ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
       FD  HACKER-NEWS-FILE
               RECORDING MODE F.
       01  HACKER-NEWS-RECORD-IN      PIC X(210).
      *---------------------------------------------------------------*
       FD  CERTIFIED-FILE
               RECORDING MODE F.
       01  CERTIFIED-RECORD           PIC X(210).
      *---------------------------------------------------------------*
      *    REJECTED ROWS - THE REASON FOLLOWED BY THE ROW EXACTLY AS
      *    IT ARRIVED, SO THE FEED OWNER CAN BE SHOWN WHAT WAS SENT.
      *---------------------------------------------------------------*
       FD  REJECT-FILE
               RECORDING MODE F.
       01  REJECT-RECORD.
           05  RJ-REASON              PIC X(40).
           05  FILLER                 PIC X(01).
           05  RJ-ROW                 PIC X(210).
      *---------------------------------------------------------------*
       FD  COUNT-HISTORY-FILE
               RECORDING MODE F.
       01  COUNT-HISTORY-RECORD.
           05  CH-DATE                PIC 9(08).
           05  FILLER                 PIC X(01).
           05  CH-ROW-COUNT           PIC 9(09).
           05  FILLER                 PIC X(01).
           05  CH-RESULT              PIC X(01).
               88  CH-PASSED                      VALUE 'P'.
               88  CH-FAILED                      VALUE 'F'.
      *---------------------------------------------------------------*
       FD  PRINT-FILE
               RECORDING MODE IS F.
       01  PRINT-RECORD.
           05  PRINT-LINE             PIC X(132).
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       COPY HACKNEWS.
      *---------------------------------------------------------------*
       01   REPORT-LINES.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE       PIC X(132).
      *---------------------------------------------------------------*
       01  EDIT-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(51) VALUE
               'HNEDIT HACKER NEWS EXTRACT CERTIFICATION EXCEPTIONS'.
      *---------------------------------------------------------------*
       01  EDIT-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  EDL-KEY                PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACE.
           05  EDL-CREATED            PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACE.
           05  EDL-REASON             PIC X(40).
           05  FILLER                 PIC X(02) VALUE SPACE.
           05  EDL-TITLE              PIC X(60).
      *---------------------------------------------------------------*
       01  EDIT-COUNT-LINE.
      *---------------------------------------------------------------*
           05  ECL-LABEL              PIC X(24).
           05  ECL-COUNT              PIC ZZZ,ZZZ,ZZ9.
      *---------------------------------------------------------------*
           COPY OPSLOGC.
      *---------------------------------------------------------------*
           COPY EXCLOGC.
      *---------------------------------------------------------------*
           COPY PARMC.
      *---------------------------------------------------------------*
      *    EVERY KEY SEEN SO FAR IN TONIGHT'S EXTRACT, FOR THE
      *    DUPLICATE CHECK.  THE EXTRACT RUNS A FEW HUNDRED ROWS; A
      *    FULL TABLE STOPS ADDING KEYS AND SAYS SO ONCE.
      *---------------------------------------------------------------*
       01  SEEN-KEY-TABLE.
           05  SKT-ENTRY-COUNT        PIC 9(04)   VALUE ZERO.
           05  SKT-ENTRY              OCCURS 5000 TIMES
                                       INDEXED BY SKT-INDEX.
               10  SKT-KEY            PIC X(08).
      *---------------------------------------------------------------*
      *    ROW COUNTS OF THE LAST HEAVGDAY PASSED NIGHTS, KEPT AS A
      *    RING - CHT-NEXT-SLOT IS WHERE THE NEXT NIGHT GOES, SO THE
      *    OLDEST NIGHT IS OVERWRITTEN ONCE THE RING IS FULL.
      *---------------------------------------------------------------*
       01  COUNT-HISTORY-TABLE.
           05  CHT-FILLED             PIC 9(02)   VALUE ZERO.
           05  CHT-NEXT-SLOT          PIC 9(02)   VALUE 1.
           05  CHT-ENTRY              OCCURS 60 TIMES.
               10  CHT-ROW-COUNT      PIC 9(09).
      *---------------------------------------------------------------*
       01  DAYS-IN-MONTH-VALUES.
           05  FILLER                 PIC X(24)   VALUE
               '312931303130313130313031'.
       01  DAYS-IN-MONTH-TABLE REDEFINES DAYS-IN-MONTH-VALUES.
           05  DIM-DAYS               PIC 9(02)   OCCURS 12 TIMES.
      *---------------------------------------------------------------*
       01  WS-HOLD-FIELDS.
      *---------------------------------------------------------------*
           05  FILE-STATUS            PIC X(02).
           05  CERTIFIED-STATUS       PIC X(02).
           05  REJECT-STATUS          PIC X(02).
           05  COUNT-HISTORY-STATUS   PIC X(02).
               88  COUNT-HISTORY-OK               VALUE '00' '05'.
           05  END-OF-FILE-SW         PIC X(01)   VALUE 'N'.
               88  END-OF-FILE                    VALUE 'Y'.
           05  VALID-RECORD-SW        PIC X(01)   VALUE 'Y'.
               88  VALID-RECORD                   VALUE 'Y'.
           05  HISTORY-EOF-SW         PIC X(01)   VALUE 'N'.
               88  HISTORY-EOF                    VALUE 'Y'.
           05  WS-FILE-OPEN-ERROR-SW  PIC X(01)   VALUE 'N'.
               88  WS-FILE-OPEN-ERROR             VALUE 'Y'.
           05  WS-ROW-OK-SW           PIC X(01).
               88  WS-ROW-OK                      VALUE 'Y'.
           05  WS-KEY-TABLE-FULL-SW   PIC X(01)   VALUE 'N'.
               88  WS-KEY-TABLE-FULL              VALUE 'Y'.
           05  WS-ROW-COUNT           PIC 9(07)   VALUE ZERO.
           05  WS-CERTIFIED-COUNT     PIC 9(07)   VALUE ZERO.
           05  WS-REJECT-COUNT        PIC 9(07)   VALUE ZERO.
           05  WS-FATAL-COUNT         PIC 9(02)   VALUE ZERO.
           05  WS-RUN-DATE            PIC 9(08).
           05  WS-BAND-PCT            PIC 9(03)   VALUE 50.
           05  WS-AVG-NIGHTS          PIC 9(02)   VALUE 14.
           05  WS-REJECT-PCT          PIC 9(03)   VALUE 10.
           05  WS-AVG-COUNT           PIC 9(09)   USAGE IS COMP.
           05  WS-HISTORY-TOTAL       PIC 9(12)   USAGE IS COMP.
           05  WS-DEVIATION           PIC S9(09)  USAGE IS COMP.
           05  WS-BAND-LIMIT          PIC 9(12)   USAGE IS COMP.
           05  WS-DEV-SCALED          PIC 9(12)   USAGE IS COMP.
           05  WS-SUB-1               PIC S9(04)  USAGE IS COMP.
      *---------------------------------------------------------------*
      *    BREAKOUT WORK AREAS - THE ROW IS PARSED FROM A COPY SO THE
      *    CERTIFIED AND REJECT FILES GET IT EXACTLY AS IT ARRIVED.
      *---------------------------------------------------------------*
       01  WS-BREAKOUT-FIELDS.
           05  WS-WORK-RECORD         PIC X(210).
           05  WS-TITLE-LEN           PIC S9(04)  USAGE IS COMP.
           05  WS-VOTES-TEXT          PIC X(10).
           05  WS-VOTES-LEN           PIC S9(04)  USAGE IS COMP.
           05  WS-COMMENT-TEXT        PIC X(10).
           05  WS-COMMENT-LEN         PIC S9(04)  USAGE IS COMP.
           05  WS-MINUS-COUNT         PIC S9(04)  USAGE IS COMP.
           05  WS-URL-SCHEME          PIC X(60).
           05  WS-URL-REMAINDER       PIC X(60).
           05  WS-DOMAIN-LEN          PIC S9(04)  USAGE IS COMP.
           05  WS-DOT-COUNT           PIC S9(04)  USAGE IS COMP.
           05  WS-BLANK-COUNT         PIC S9(04)  USAGE IS COMP.
           05  WS-CREATED-YEAR        PIC 9(04).
           05  WS-CREATED-MONTH       PIC 9(02).
           05  WS-CREATED-DAY         PIC 9(02).
           05  WS-CREATED-NUM         PIC 9(08).
           05  WS-MONTH-DAYS          PIC 9(02).
       COPY PRINTCTL.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           IF  WS-FILE-OPEN-ERROR
               DISPLAY '*** HNEDIT ABENDING - FILE OPEN FAILED ***'
               MOVE 16              TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 8000-READ-HACKER-NEWS-FILE.
           PERFORM 2000-EDIT-ONE-ROW
               UNTIL END-OF-FILE.
           PERFORM 4000-CHECK-FILE-LEVEL.
           PERFORM 3000-CLOSE-FILES.
           DISPLAY '*** HNEDIT CERTIFICATION SUMMARY ***'.
           DISPLAY 'ROWS READ      : ', WS-ROW-COUNT.
           DISPLAY 'ROWS CERTIFIED : ', WS-CERTIFIED-COUNT.
           DISPLAY 'ROWS REJECTED  : ', WS-REJECT-COUNT.
           DISPLAY 'TRAILING AVG   : ', WS-AVG-COUNT.
           IF  WS-FATAL-COUNT > ZERO
               DISPLAY 'FILE FAILED CERTIFICATION - HN STEPS STOP'
               MOVE 8               TO RETURN-CODE
           ELSE
               IF  WS-REJECT-COUNT > ZERO
                   DISPLAY 'ROWS REJECTED - SEE HNREJ'
                   MOVE 4           TO RETURN-CODE
               END-IF
           END-IF.
           MOVE 'STOP '                TO OL-EVENT.
           MOVE RETURN-CODE            TO OL-RETURN-CODE.
           MOVE WS-ROW-COUNT TO OL-RECORD-COUNT.
           CALL 'OPSLOG' USING OPSLOG-REQUEST.
      *    THE RUN-UNIT RETURN CODE IS RESTATED AFTER THE CALL SO
      *    THE GATE CODE SURVIVES THE SUBPROGRAM RETURN.
           MOVE OL-RETURN-CODE         TO RETURN-CODE.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR     TO WS-RUN-DATE (1:4).
           MOVE WS-CURRENT-MONTH    TO WS-RUN-DATE (5:2).
           MOVE WS-CURRENT-DAY      TO WS-RUN-DATE (7:2).
           MOVE 50                  TO LINES-ON-PAGE.
           PERFORM 1100-LOAD-PARAMETERS.
           PERFORM 1200-LOAD-COUNT-HISTORY.
           OPEN INPUT  HACKER-NEWS-FILE.
           MOVE 'HNEDIT  '             TO OL-PROGRAM-ID.
           MOVE 'START'                TO OL-EVENT.
           MOVE ZERO                   TO OL-RETURN-CODE
                                          OL-RECORD-COUNT.
           CALL 'OPSLOG' USING OPSLOG-REQUEST.
           OPEN OUTPUT CERTIFIED-FILE.
           OPEN OUTPUT REJECT-FILE.
           OPEN OUTPUT PRINT-FILE.
           IF  FILE-STATUS NOT = '00'
               DISPLAY 'HACKNWS OPEN ERROR : ', FILE-STATUS
               MOVE 'Y'             TO WS-FILE-OPEN-ERROR-SW
           END-IF.
           IF  CERTIFIED-STATUS NOT = '00'
               DISPLAY 'CERTOUT OPEN ERROR : ', CERTIFIED-STATUS
               MOVE 'Y'             TO WS-FILE-OPEN-ERROR-SW
           END-IF.
           IF  REJECT-STATUS NOT = '00'
               DISPLAY 'HNREJ OPEN ERROR   : ', REJECT-STATUS
               MOVE 'Y'             TO WS-FILE-OPEN-ERROR-SW
           END-IF.
      *---------------------------------------------------------------*
       1100-LOAD-PARAMETERS.
      *---------------------------------------------------------------*
      *    THE BAND, THE NIGHTS AVERAGED AND THE FATAL REJECT SHARE
      *    COME FROM THE PARMFILE PARAMETER MASTER (EFFECTIVE-DATED -
      *    SEE PARMMNT); THE COMPILED-IN DEFAULTS STAND WHEN A
      *    PARAMETER IS MISSING OR UNUSABLE.
           MOVE WS-RUN-DATE         TO PL-AS-OF-DATE.
           MOVE 'HEDEVPCT'          TO PL-PARM-ID.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND AND PL-VALUE (1:3) IS NUMERIC
               MOVE PL-VALUE (1:3)  TO WS-BAND-PCT
           END-IF.
           MOVE WS-RUN-DATE         TO PL-AS-OF-DATE.
           MOVE 'HEAVGDAY'          TO PL-PARM-ID.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND AND PL-VALUE (1:2) IS NUMERIC
               AND PL-VALUE (1:2) > '00'
               MOVE PL-VALUE (1:2)  TO WS-AVG-NIGHTS
           END-IF.
           IF  WS-AVG-NIGHTS > 60
               MOVE 60              TO WS-AVG-NIGHTS
           END-IF.
           MOVE WS-RUN-DATE         TO PL-AS-OF-DATE.
           MOVE 'HEREJPCT'          TO PL-PARM-ID.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND AND PL-VALUE (1:3) IS NUMERIC
               MOVE PL-VALUE (1:3)  TO WS-REJECT-PCT
           END-IF.
      *---------------------------------------------------------------*
       1200-LOAD-COUNT-HISTORY.
      *---------------------------------------------------------------*
      *    A MISSING OR UNREADABLE HISTORY ONLY MEANS THERE IS NO
      *    AVERAGE YET - THE BAND CHECK IS SKIPPED, NOTHING ELSE.
           OPEN INPUT COUNT-HISTORY-FILE.
           IF  NOT COUNT-HISTORY-OK
               DISPLAY 'HNEDHIST OPEN ERROR : ', COUNT-HISTORY-STATUS,
                   ' - NO TRAILING AVERAGE'
           ELSE
               PERFORM 8200-READ-COUNT-HISTORY
               PERFORM 1210-KEEP-HISTORY-NIGHT
                   UNTIL HISTORY-EOF
               CLOSE COUNT-HISTORY-FILE
           END-IF.
           MOVE ZERO                TO WS-HISTORY-TOTAL
                                       WS-AVG-COUNT.
           PERFORM 1220-ADD-HISTORY-NIGHT
               VARYING WS-SUB-1 FROM 1 BY 1
               UNTIL WS-SUB-1 > CHT-FILLED.
           IF  CHT-FILLED > ZERO
               COMPUTE WS-AVG-COUNT =
                   WS-HISTORY-TOTAL / CHT-FILLED
           END-IF.
      *---------------------------------------------------------------*
       1210-KEEP-HISTORY-NIGHT.
      *---------------------------------------------------------------*
           IF  CH-PASSED
               AND CH-DATE < WS-RUN-DATE
               MOVE CH-ROW-COUNT    TO CHT-ROW-COUNT (CHT-NEXT-SLOT)
               IF  CHT-FILLED < WS-AVG-NIGHTS
                   ADD 1            TO CHT-FILLED
               END-IF
               IF  CHT-NEXT-SLOT < WS-AVG-NIGHTS
                   ADD 1            TO CHT-NEXT-SLOT
               ELSE
                   MOVE 1           TO CHT-NEXT-SLOT
               END-IF
           END-IF.
           PERFORM 8200-READ-COUNT-HISTORY.
      *---------------------------------------------------------------*
       1220-ADD-HISTORY-NIGHT.
      *---------------------------------------------------------------*
           ADD CHT-ROW-COUNT (WS-SUB-1) TO WS-HISTORY-TOTAL.
      *---------------------------------------------------------------*
       2000-EDIT-ONE-ROW.
      *---------------------------------------------------------------*
           ADD 1                    TO WS-ROW-COUNT.
           MOVE 'Y'                 TO WS-ROW-OK-SW.
           PERFORM 2100-CHECK-DUPLICATE-KEY.
           IF  WS-ROW-OK
               PERFORM 2200-CHECK-TITLE-WIDTH
           END-IF.
           IF  WS-ROW-OK
               PERFORM 2300-CHECK-COUNT-FIELDS
           END-IF.
           IF  WS-ROW-OK
               PERFORM 2400-CHECK-CREATED-DATE
           END-IF.
           IF  WS-ROW-OK
               PERFORM 2500-CHECK-URL-DOMAIN
           END-IF.
           IF  WS-ROW-OK
               ADD 1                TO WS-CERTIFIED-COUNT
               MOVE HACKER-NEWS-RECORD-IN TO CERTIFIED-RECORD
               WRITE CERTIFIED-RECORD
           END-IF.
           PERFORM 8000-READ-HACKER-NEWS-FILE.
      *---------------------------------------------------------------*
       2100-CHECK-DUPLICATE-KEY.
      *---------------------------------------------------------------*
           IF  HNR-KEY = SPACE
               MOVE 'HNR-KEY MISSING'          TO EDL-REASON
               PERFORM 2900-REJECT-ROW
           ELSE
               SET SKT-INDEX        TO 1
               SEARCH SKT-ENTRY
                   AT END PERFORM 2110-ADD-SEEN-KEY
                   WHEN SKT-INDEX > SKT-ENTRY-COUNT
                       PERFORM 2110-ADD-SEEN-KEY
                   WHEN SKT-KEY (SKT-INDEX) = HNR-KEY
                       MOVE 'DUPLICATE HNR-KEY IN EXTRACT'
                           TO EDL-REASON
                       PERFORM 2900-REJECT-ROW
               END-SEARCH
           END-IF.
      *---------------------------------------------------------------*
       2110-ADD-SEEN-KEY.
      *---------------------------------------------------------------*
           IF  SKT-ENTRY-COUNT < 5000
               ADD 1                TO SKT-ENTRY-COUNT
               MOVE HNR-KEY         TO SKT-KEY (SKT-ENTRY-COUNT)
           ELSE
               IF  NOT WS-KEY-TABLE-FULL
                   DISPLAY 'HNEDIT KEY TABLE FULL - DUPLICATE CHECK ',
                       'COVERS THE FIRST 5000 ROWS ONLY'
                   MOVE 'Y'         TO WS-KEY-TABLE-FULL-SW
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2200-CHECK-TITLE-WIDTH.
      *---------------------------------------------------------------*
      *    A TITLE THAT FILLS THE FIELD TO THE LAST BYTE WAS CUT AT
      *    THE FIELD WIDTH, HERE OR UPSTREAM; SO WAS A QUOTED TITLE
      *    THAT NEVER REACHES ITS CLOSING QUOTE.
           IF  WS-TITLE-LEN > 86
               OR HNR-TITLE (86:1) NOT = SPACE
               MOVE 'TITLE TRUNCATED AT FIELD WIDTH'
                   TO EDL-REASON
               PERFORM 2900-REJECT-ROW
           ELSE
               IF  HNR-TITLE (1:1) = '"'
                   AND (WS-TITLE-LEN < 2
                        OR HNR-TITLE (WS-TITLE-LEN:1) NOT = '"')
                   MOVE 'TITLE TRUNCATED - NO CLOSING QUOTE'
                       TO EDL-REASON
                   PERFORM 2900-REJECT-ROW
               ELSE
                   IF  HNR-TITLE = SPACE
                       MOVE 'TITLE MISSING'    TO EDL-REASON
                       PERFORM 2900-REJECT-ROW
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2300-CHECK-COUNT-FIELDS.
      *---------------------------------------------------------------*
           MOVE ZERO                TO WS-MINUS-COUNT.
           INSPECT WS-VOTES-TEXT TALLYING WS-MINUS-COUNT FOR ALL '-'.
           INSPECT WS-COMMENT-TEXT TALLYING WS-MINUS-COUNT FOR ALL '-'.
           IF  WS-MINUS-COUNT > ZERO
               MOVE 'NEGATIVE VOTE OR COMMENT COUNT'
                   TO EDL-REASON
               PERFORM 2900-REJECT-ROW
           ELSE
               IF  WS-VOTES-LEN < 1 OR WS-VOTES-LEN > 4
                   OR WS-COMMENT-LEN < 1 OR WS-COMMENT-LEN > 4
                   MOVE 'VOTE OR COMMENT COUNT WRONG LENGTH'
                       TO EDL-REASON
                   PERFORM 2900-REJECT-ROW
               ELSE
                   IF  WS-VOTES-TEXT (1:WS-VOTES-LEN) NOT NUMERIC
                       OR WS-COMMENT-TEXT (1:WS-COMMENT-LEN)
                           NOT NUMERIC
                       MOVE 'NON-NUMERIC VOTE OR COMMENT COUNT'
                           TO EDL-REASON
                       PERFORM 2900-REJECT-ROW
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2400-CHECK-CREATED-DATE.
      *---------------------------------------------------------------*
           IF  HNR-CREATED-DATE (1:4) NOT NUMERIC
               OR HNR-CREATED-DATE (5:1) NOT = '-'
               OR HNR-CREATED-DATE (6:2) NOT NUMERIC
               OR HNR-CREATED-DATE (8:1) NOT = '-'
               OR HNR-CREATED-DATE (9:2) NOT NUMERIC
               MOVE 'CREATED DATE NOT YYYY-MM-DD' TO EDL-REASON
               PERFORM 2900-REJECT-ROW
           ELSE
               MOVE HNR-CREATED-DATE (1:4) TO WS-CREATED-YEAR
               MOVE HNR-CREATED-DATE (6:2) TO WS-CREATED-MONTH
               MOVE HNR-CREATED-DATE (9:2) TO WS-CREATED-DAY
               IF  WS-CREATED-MONTH < 1 OR WS-CREATED-MONTH > 12
                   MOVE 'CREATED DATE MONTH INVALID'
                       TO EDL-REASON
                   PERFORM 2900-REJECT-ROW
               ELSE
                   PERFORM 2410-CHECK-CREATED-DAY
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2410-CHECK-CREATED-DAY.
      *---------------------------------------------------------------*
           MOVE DIM-DAYS (WS-CREATED-MONTH) TO WS-MONTH-DAYS.
           IF  WS-CREATED-MONTH = 2
               AND FUNCTION MOD (WS-CREATED-YEAR, 4) NOT = ZERO
               MOVE 28              TO WS-MONTH-DAYS
           END-IF.
           IF  WS-CREATED-DAY < 1 OR WS-CREATED-DAY > WS-MONTH-DAYS
               MOVE 'CREATED DATE DAY INVALID' TO EDL-REASON
               PERFORM 2900-REJECT-ROW
           ELSE
               COMPUTE WS-CREATED-NUM = (WS-CREATED-YEAR * 10000)
                   + (WS-CREATED-MONTH * 100) + WS-CREATED-DAY
               IF  WS-CREATED-NUM > WS-RUN-DATE
                   MOVE 'CREATED DATE IN THE FUTURE'
                       TO EDL-REASON
                   PERFORM 2900-REJECT-ROW
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2500-CHECK-URL-DOMAIN.
      *---------------------------------------------------------------*
      *    THE DOMAIN IS DERIVED FROM THE URL THE SAME WAY HACKNEWS
      *    DERIVES IT, SO A URL THAT WOULD LEAVE HACKNEWS WITH NO
      *    HOST, OR WITH A HOST CUT SHORT IN ITS 30-BYTE DOMAIN
      *    FIELD, IS CAUGHT HERE INSTEAD OF TALLIED UNDER A BROKEN
      *    DOMAIN ON THE REPORT.
           IF  HNR-URL NOT = SPACE
               MOVE SPACE           TO WS-URL-SCHEME
                                       WS-URL-REMAINDER
                                       HNR-DOMAIN
               MOVE ZERO            TO WS-DOMAIN-LEN
               UNSTRING HNR-URL DELIMITED BY '://'
                   INTO WS-URL-SCHEME
                        WS-URL-REMAINDER
               INSPECT WS-URL-SCHEME CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF  WS-URL-REMAINDER = SPACE
                   OR (WS-URL-SCHEME NOT = 'HTTP'
                       AND WS-URL-SCHEME NOT = 'HTTPS')
                   MOVE 'URL HAS NO HTTP/HTTPS SCHEME'
                       TO EDL-REASON
                   PERFORM 2900-REJECT-ROW
               ELSE
                   UNSTRING WS-URL-REMAINDER
                       DELIMITED BY '/' OR '?' OR ':' OR SPACE
                       INTO HNR-DOMAIN COUNT IN WS-DOMAIN-LEN
                   PERFORM 2510-CHECK-DOMAIN
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2510-CHECK-DOMAIN.
      *---------------------------------------------------------------*
           IF  WS-DOMAIN-LEN < 1
               MOVE 'URL HAS NO HOST FOR DOMAIN' TO EDL-REASON
               PERFORM 2900-REJECT-ROW
           ELSE
               IF  WS-DOMAIN-LEN > 30
                   MOVE 'URL HOST LONGER THAN DOMAIN FIELD'
                       TO EDL-REASON
                   PERFORM 2900-REJECT-ROW
               ELSE
                   MOVE ZERO        TO WS-DOT-COUNT
                   INSPECT HNR-DOMAIN (1:WS-DOMAIN-LEN)
                       TALLYING WS-DOT-COUNT FOR ALL '.'
                   IF  WS-DOT-COUNT = ZERO
                       OR HNR-DOMAIN (1:1) = '.'
                       OR HNR-DOMAIN (WS-DOMAIN-LEN:1) = '.'
                       MOVE 'URL HOST IS NOT A DOMAIN NAME'
                           TO EDL-REASON
                       PERFORM 2900-REJECT-ROW
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2900-REJECT-ROW.
      *---------------------------------------------------------------*
           MOVE 'N'                 TO WS-ROW-OK-SW.
           ADD 1                    TO WS-REJECT-COUNT.
           MOVE HNR-KEY             TO EDL-KEY.
           MOVE HNR-CREATED-DATE (1:10) TO EDL-CREATED.
           MOVE HNR-TITLE           TO EDL-TITLE.
           MOVE EDIT-DETAIL-LINE    TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE SPACE               TO REJECT-RECORD.
           MOVE EDL-REASON          TO RJ-REASON.
           MOVE HACKER-NEWS-RECORD-IN TO RJ-ROW.
           WRITE REJECT-RECORD.
      *    THE REJECT ALSO LANDS ON THE CENTRAL EXCEPTION HUB,
      *    WHERE IT STAYS OPEN UNTIL ACKNOWLEDGED.
           MOVE 'HNEDIT  '          TO EX-SOURCE-PROGRAM.
           MOVE 'E'                 TO EX-SEVERITY.
           MOVE SPACES              TO EX-KEY.
           MOVE HNR-KEY             TO EX-KEY (1:8).
           MOVE EDL-REASON          TO EX-MESSAGE.
           CALL 'EXCWRITE' USING EXCWRITE-REQUEST.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE HACKER-NEWS-FILE
                 CERTIFIED-FILE
                 REJECT-FILE
                 PRINT-FILE.
      *    TONIGHT'S COUNT JOINS THE HISTORY WHETHER IT PASSED OR
      *    NOT; ONLY PASSED NIGHTS FEED A LATER AVERAGE.
           OPEN EXTEND COUNT-HISTORY-FILE.
           IF  COUNT-HISTORY-OK
               MOVE SPACE           TO COUNT-HISTORY-RECORD
               MOVE WS-RUN-DATE     TO CH-DATE
               MOVE WS-ROW-COUNT    TO CH-ROW-COUNT
               IF  WS-FATAL-COUNT > ZERO
                   SET CH-FAILED    TO TRUE
               ELSE
                   SET CH-PASSED    TO TRUE
               END-IF
               WRITE COUNT-HISTORY-RECORD
               CLOSE COUNT-HISTORY-FILE
           ELSE
               DISPLAY 'HNEDHIST OPEN ERROR : ', COUNT-HISTORY-STATUS,
                   ' - TONIGHT NOT KEPT'
           END-IF.
      *---------------------------------------------------------------*
       4000-CHECK-FILE-LEVEL.
      *---------------------------------------------------------------*
           IF  WS-ROW-COUNT = ZERO
               MOVE 'EXTRACT IS EMPTY'         TO EDL-REASON
               PERFORM 4900-FATAL-CONDITION
           END-IF.
           IF  WS-AVG-COUNT > ZERO
               AND WS-ROW-COUNT > ZERO
               COMPUTE WS-DEVIATION = WS-ROW-COUNT - WS-AVG-COUNT
               COMPUTE WS-DEV-SCALED =
                   FUNCTION ABS (WS-DEVIATION) * 100
               COMPUTE WS-BAND-LIMIT = WS-AVG-COUNT * WS-BAND-PCT
               IF  WS-DEV-SCALED > WS-BAND-LIMIT
                   MOVE 'ROW COUNT OUTSIDE DEVIATION BAND'
                       TO EDL-REASON
                   PERFORM 4900-FATAL-CONDITION
               END-IF
           END-IF.
           IF  WS-REJECT-COUNT * 100 > WS-ROW-COUNT * WS-REJECT-PCT
               MOVE 'REJECTED ROWS ABOVE FATAL SHARE'
                   TO EDL-REASON
               PERFORM 4900-FATAL-CONDITION
           END-IF.
           MOVE SPACE                  TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'ROWS READ'            TO ECL-LABEL.
           MOVE WS-ROW-COUNT           TO ECL-COUNT.
           MOVE EDIT-COUNT-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'ROWS CERTIFIED'       TO ECL-LABEL.
           MOVE WS-CERTIFIED-COUNT     TO ECL-COUNT.
           MOVE EDIT-COUNT-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'ROWS REJECTED'        TO ECL-LABEL.
           MOVE WS-REJECT-COUNT        TO ECL-COUNT.
           MOVE EDIT-COUNT-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'TRAILING AVERAGE'     TO ECL-LABEL.
           MOVE WS-AVG-COUNT           TO ECL-COUNT.
           MOVE EDIT-COUNT-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'NIGHTS AVERAGED'      TO ECL-LABEL.
           MOVE CHT-FILLED             TO ECL-COUNT.
           MOVE EDIT-COUNT-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       4900-FATAL-CONDITION.
      *---------------------------------------------------------------*
           ADD 1                    TO WS-FATAL-COUNT.
           MOVE '*FATAL*'           TO EDL-KEY.
           MOVE SPACE               TO EDL-CREATED
                                       EDL-TITLE.
           MOVE EDIT-DETAIL-LINE    TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *    THE FAILURE ALSO LANDS ON THE CENTRAL EXCEPTION HUB,
      *    WHERE IT STAYS OPEN UNTIL ACKNOWLEDGED.
           MOVE 'HNEDIT  '          TO EX-SOURCE-PROGRAM.
           MOVE 'F'                 TO EX-SEVERITY.
           MOVE SPACES              TO EX-KEY.
           MOVE WS-RUN-DATE         TO EX-KEY (1:8).
           MOVE EDL-REASON          TO EX-MESSAGE.
           CALL 'EXCWRITE' USING EXCWRITE-REQUEST.
      *---------------------------------------------------------------*
       8000-READ-HACKER-NEWS-FILE.
      *---------------------------------------------------------------*
           READ HACKER-NEWS-FILE
               AT END MOVE 'Y'         TO END-OF-FILE-SW
                      MOVE 'N'         TO VALID-RECORD-SW.
           IF  VALID-RECORD
               MOVE HACKER-NEWS-RECORD-IN TO WS-WORK-RECORD
               PERFORM 8100-BREAKOUT-HACKER-RECORD.
      *---------------------------------------------------------------*
       8100-BREAKOUT-HACKER-RECORD.
      *---------------------------------------------------------------*
      *    THE SAME QUOTE AND COMMA HANDLING AS HACKNEWS'S OWN
      *    BREAKOUT, SO A ROW CERTIFIED HERE PARSES THE SAME WAY
      *    THERE.  THE COUNT FIELDS ARE TAKEN AS TEXT SO A SIGN OR A
      *    STRAY CHARACTER CAN BE SEEN BEFORE A NUMERIC MOVE HIDES IT.
           INSPECT WS-WORK-RECORD
               REPLACING ALL '""' BY X'0000'.
           INSPECT WS-WORK-RECORD
               REPLACING ALL '"' BY '#'
               AFTER INITIAL '"'.
           INSPECT WS-WORK-RECORD
               REPLACING ALL ',' BY ' '
               AFTER QUOTE BEFORE '#'.
           INSPECT WS-WORK-RECORD
               REPLACING ALL ';' BY ' '
               AFTER QUOTE BEFORE '#'.
           INSPECT WS-WORK-RECORD
               REPLACING ALL '#' BY '"'
               AFTER INITIAL '"'.
           INSPECT WS-WORK-RECORD
               REPLACING ALL X'0000' BY '""'.
           MOVE SPACE               TO HNR-RECORD
                                       WS-VOTES-TEXT
                                       WS-COMMENT-TEXT.
           MOVE ZERO                TO WS-TITLE-LEN
                                       WS-VOTES-LEN
                                       WS-COMMENT-LEN.
           UNSTRING WS-WORK-RECORD  DELIMITED BY ','
                INTO HNR-KEY
                     HNR-TITLE        COUNT IN WS-TITLE-LEN
                     HNR-URL
                     WS-VOTES-TEXT    COUNT IN WS-VOTES-LEN
                     WS-COMMENT-TEXT  COUNT IN WS-COMMENT-LEN
                     HNR-AUTHOR
                     HNR-CREATED-DATE.
      *---------------------------------------------------------------*
       8200-READ-COUNT-HISTORY.
      *---------------------------------------------------------------*
           READ COUNT-HISTORY-FILE
               AT END MOVE 'Y'         TO HISTORY-EOF-SW.
      *---------------------------------------------------------------*
       9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
           IF LINE-COUNT GREATER THAN LINES-ON-PAGE
              PERFORM 9100-PRINT-HEADING-LINES.
           MOVE NEXT-REPORT-LINE       TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
      *---------------------------------------------------------------*
       9100-PRINT-HEADING-LINES.
      *---------------------------------------------------------------*
           MOVE EDIT-HEADING-LINE      TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           ADD 1                       TO PAGE-COUNT.
           MOVE 1                      TO LINE-SPACEING.
           MOVE 2                      TO LINE-COUNT.
      *---------------------------------------------------------------*
       9110-WRITE-TOP-OF-PAGE.
      *---------------------------------------------------------------*
           WRITE PRINT-RECORD
               AFTER ADVANCING PAGE.
           MOVE SPACE                  TO PRINT-LINE.
      *---------------------------------------------------------------*
       9120-WRITE-PRINT-LINE.
      *---------------------------------------------------------------*
           WRITE PRINT-RECORD
               AFTER ADVANCING LINE-SPACEING.
           MOVE SPACE                  TO PRINT-LINE.
           ADD 1                       TO LINE-COUNT.
