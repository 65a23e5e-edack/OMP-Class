       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HACKHIRE.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    HIRING-THREAD SKILLS DEMAND - THE MONTHLY "WHO IS HIRING"
      *    THREADS AS A LABOR-MARKET SIGNAL FOR THE SKILLS WE RECRUIT
      *    FOR.  TWO STEPS IN ONE RUN -
      *      . EVERY TOP-LEVEL COMMENT ON THE HACKCMTS COMMENTS
      *        EXTRACT WHOSE PARENT IS A HIRING THREAD (AN HNARCH
      *        STORY TITLED "WHO IS HIRING") IS A JOB POSTING AND IS
      *        FILED ON THE HNHIRE POSTING LEDGER (SEE HNHIREC) UNDER
      *        THE THREAD'S MONTH;
      *      . THE LEDGER'S LAST TWELVE MONTHS, ENDING WITH THE
      *        BUSINESS DATE'S MONTH, ARE SCANNED AGAINST THE HIRESKL
      *        SKILLS LIST AND PRINTED AS A MONTH-BY-MONTH COUNT OF
      *        POSTINGS MENTIONING EACH SKILL AND AS EACH SKILL'S
      *        SHARE OF THE MONTH'S POSTINGS, WITH THE CHANGE FROM
      *        THE PRIOR MONTH TO THE LATEST.
      *    A POSTING MENTIONING REMOTE WORK COUNTS AS REMOTE; ONE
      *    MENTIONING ONSITE, ON-SITE OR ON SITE COUNTS AS ONSITE - A
      *    HYBRID POSTING COUNTS AS BOTH.
      *
      *    SKILLS CARD (HIRESKL) - ONE SKILL PER CARD, UP TO 40 -
      *      COL 1-20  TERM AS IT APPEARS IN A POSTING, CASE IGNORED;
      *                AN '_' STANDS FOR A BLANK SO A SHORT NAME CAN
      *                BE MATCHED AS A WHOLE WORD (E.G. _GO_)
      *      COL 22-41 LABEL FOR THE REPORT (BLANK = THE TERM)
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
           SELECT OPTIONAL COMMENTS-FILE ASSIGN TO HACKCMTS
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS COMMENTS-STATUS.
           SELECT STORY-ARCHIVE-FILE ASSIGN TO HNARCH
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS HNA-KEY
             FILE STATUS  IS STORY-ARCHIVE-STATUS.
           SELECT HIRING-POSTING-FILE ASSIGN TO HNHIRE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS HP-KEY
             FILE STATUS  IS HIRING-POSTING-STATUS.
           SELECT SKILLS-CARD-FILE ASSIGN TO HIRESKL
             FILE STATUS IS SKILLS-CARD-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  COMMENTS-FILE
           RECORDING MODE IS F.
       01  COMMENTS-RECORD-IN              PIC X(400).
      *---------------------------------------------------------------*
       FD  STORY-ARCHIVE-FILE.
       COPY HNARCHC.
      *---------------------------------------------------------------*
       FD  HIRING-POSTING-FILE.
       COPY HNHIREC.
      *---------------------------------------------------------------*
       FD  SKILLS-CARD-FILE
           RECORDING MODE IS F.
       01  SKILLS-CARD.
           05  SC-TERM                     PIC X(20).
           05  FILLER                      PIC X(01).
           05  SC-LABEL                    PIC X(20).
           05  FILLER                      PIC X(39).
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
           05  COMMENTS-STATUS             PIC X(02).
               88  COMMENTS-OK                   VALUE '00' '05'.
           05  STORY-ARCHIVE-STATUS        PIC X(02).
               88  STORY-ARCHIVE-OK              VALUE '00'.
           05  HIRING-POSTING-STATUS       PIC X(02).
               88  HIRING-POSTING-OK             VALUE '00'.
               88  HIRING-POSTING-NEW            VALUE '35'.
           05  SKILLS-CARD-STATUS          PIC X(02).
               88  SKILLS-CARD-OK                VALUE '00'.
           05  COMMENTS-EOF-SW             PIC X VALUE 'N'.
               88  COMMENTS-EOF                  VALUE 'Y'.
           05  LEDGER-EOF-SW               PIC X VALUE 'N'.
               88  LEDGER-EOF                    VALUE 'Y'.
           05  SKILLS-EOF-SW               PIC X VALUE 'N'.
               88  SKILLS-EOF                    VALUE 'Y'.
           05  WS-TERM-SIZED-SW            PIC X(01).
               88  WS-TERM-SIZED                 VALUE 'Y'.
           05  HEADING-MODE-SW             PIC 9(01) VALUE 1.
               88  COUNT-SECTION                 VALUE 1.
               88  SHARE-SECTION                 VALUE 2.
      *    THE LAST PARENT LOOKED UP - A THREAD'S COMMENTS ARRIVE
      *    TOGETHER, SO ONE ARCHIVE READ SERVES THE RUN OF THEM.
           05  WS-LAST-PARENT-KEY          PIC X(08) VALUE SPACE.
           05  WS-LAST-PARENT-SW           PIC X(01) VALUE 'N'.
               88  LAST-PARENT-IS-HIRING         VALUE 'Y'.
           05  WS-LAST-THREAD-MONTH        PIC 9(06) VALUE 0.
           05  WS-COMMENT-COUNT            PIC 9(07) VALUE 0.
           05  WS-NEW-POSTING-COUNT        PIC 9(07) VALUE 0.
           05  WS-REFRESHED-POSTING-COUNT  PIC 9(07) VALUE 0.
           05  WS-SCANNED-POSTING-COUNT    PIC 9(07) VALUE 0.
           05  WS-SKILL-SUB                PIC S9(04) USAGE IS COMP.
           05  WS-MONTH-SUB                PIC S9(04) USAGE IS COMP.
           05  WS-ROW-SUB                  PIC S9(04) USAGE IS COMP.
           05  WS-MONTHS-BACK              PIC S9(05) USAGE IS COMP.
           05  WS-MATCH-TALLY              PIC 9(04).
           05  WS-TERM-LEN                 PIC 9(02).
           05  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
           05  WS-BUSINESS-MONTH-NUMBER    PIC 9(06).
           05  WS-POSTING-MONTH-NUMBER     PIC 9(06).
           05  WS-WORK-MONTH-NUMBER        PIC 9(06).
           05  WS-WORK-YEAR                PIC 9(04).
           05  WS-WORK-MONTH               PIC 9(02).
           05  WS-WINDOW-START-MONTH       PIC 9(06).
           05  WS-WORK-DATE                PIC 9(08).
           05  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
               10  WS-WORK-DATE-YYYYMM     PIC 9(06).
               10  FILLER                  PIC 9(02).
           05  WS-MATCH-TITLE              PIC X(86).
           05  WS-MATCH-TEXT               PIC X(322).
           05  WS-COUNT                    PIC 9(07).
           05  WS-PRIOR-COUNT              PIC 9(07).
           05  WS-COUNT-CHANGE             PIC S9(07).
           05  WS-SHARE                    PIC 9(03)V9.
           05  WS-PRIOR-SHARE              PIC 9(03)V9.
           05  WS-SHARE-CHANGE             PIC S9(03)V9.
           05  WS-MONTH-LABEL.
               10  WS-LABEL-MM             PIC 9(02).
               10  FILLER                  PIC X(01) VALUE '/'.
               10  WS-LABEL-YY             PIC 9(02).
      *---------------------------------------------------------------*
      *    THE SKILLS LIST WITH EACH SKILL'S POSTING COUNT BY MONTH.
      *    ROWS 1-3 OF THE REPORT ARE ALL POSTINGS, REMOTE AND
      *    ONSITE; THE SKILLS FOLLOW.  MONTH 12 IS THE LATEST.
      *---------------------------------------------------------------*
       01  SKILLS-TABLE.
           05  SK-ENTRY-COUNT              PIC 9(02) VALUE 0.
           05  SK-ENTRY                    OCCURS 40 TIMES.
               10  SK-TERM                 PIC X(20).
               10  SK-TERM-LEN             PIC 9(02).
               10  SK-LABEL                PIC X(20).
               10  SK-MONTH-POSTINGS       PIC 9(07) OCCURS 12 TIMES.
      *---------------------------------------------------------------*
       01  MONTH-TOTAL-TABLE.
           05  MT-MONTH                    OCCURS 12 TIMES.
               10  MT-POSTINGS             PIC 9(07).
               10  MT-REMOTE               PIC 9(07).
               10  MT-ONSITE               PIC 9(07).
      *---------------------------------------------------------------*
       01  HIRE-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(40) VALUE
               'HACKHIRE HIRING-THREAD SKILLS DEMAND -  '.
           05  HHL-SECTION-TITLE           PIC X(36).
           05  FILLER PIC X(07) VALUE ' AS OF '.
           05  HHL-AS-OF-DATE              PIC 9(08).
      *---------------------------------------------------------------*
       01  HIRE-COLUMN-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(20) VALUE 'SKILL'.
           05  HCH-CELL                    OCCURS 12 TIMES.
               10  FILLER                  PIC X(03).
               10  HCH-MONTH               PIC X(05).
           05  FILLER PIC X(09) VALUE '  CHG MOM'.
      *---------------------------------------------------------------*
       01  HIRE-COUNT-LINE.
      *---------------------------------------------------------------*
           05  HCL-LABEL                   PIC X(20).
           05  HCL-CELL                    OCCURS 12 TIMES.
               10  FILLER                  PIC X(02).
               10  HCL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02).
           05  HCL-CHANGE                  PIC +ZZ,ZZ9.
      *---------------------------------------------------------------*
       01  HIRE-SHARE-LINE.
      *---------------------------------------------------------------*
           05  HSL-LABEL                   PIC X(20).
           05  HSL-CELL                    OCCURS 12 TIMES.
               10  FILLER                  PIC X(03).
               10  HSL-SHARE               PIC ZZ9.9.
           05  FILLER                      PIC X(03).
           05  HSL-CHANGE                  PIC +ZZ9.9.
      *---------------------------------------------------------------*
       01  REPORT-LINES.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
       COPY HNCMTC.
       COPY PRINTCTL.
       COPY BUSDATEC.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 8200-READ-SKILLS-CARD.
           PERFORM 1100-LOAD-ONE-SKILL
               UNTIL SKILLS-EOF.
           PERFORM 8000-READ-COMMENT.
           PERFORM 2000-FILE-ONE-COMMENT
               UNTIL COMMENTS-EOF.
           PERFORM 2500-POSITION-LEDGER.
           PERFORM 2600-SCAN-ONE-POSTING
               UNTIL LEDGER-EOF.
           PERFORM 4000-PRINT-DEMAND-SECTION
               VARYING HEADING-MODE-SW FROM 1 BY 1
               UNTIL HEADING-MODE-SW > 2.
           PERFORM 3000-CLOSE-FILES.
           DISPLAY '*** HACKHIRE SKILLS DEMAND SUMMARY ***'.
           DISPLAY 'COMMENTS READ       : ', WS-COMMENT-COUNT.
           DISPLAY 'NEW POSTINGS FILED  : ', WS-NEW-POSTING-COUNT.
           DISPLAY 'POSTINGS REFRESHED  : ', WS-REFRESHED-POSTING-COUNT.
           DISPLAY 'POSTINGS IN WINDOW  : ', WS-SCANNED-POSTING-COUNT.
           DISPLAY 'SKILLS ON THE LIST  : ', SK-ENTRY-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  COMMENTS-FILE.
           OPEN INPUT  STORY-ARCHIVE-FILE.
           OPEN INPUT  SKILLS-CARD-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE 50                         TO LINES-ON-PAGE.
           INITIALIZE SKILLS-TABLE
                      MONTH-TOTAL-TABLE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE
                                              WS-WORK-DATE
                                              HHL-AS-OF-DATE.
           MOVE WS-WORK-DATE-YYYYMM        TO WS-WORK-MONTH-NUMBER.
           PERFORM 1200-MONTH-NUMBER-OF-YYYYMM.
           MOVE WS-WORK-MONTH-NUMBER       TO WS-BUSINESS-MONTH-NUMBER.
           OPEN I-O HIRING-POSTING-FILE.
           IF  HIRING-POSTING-NEW
      *        FIRST RUN - CREATE THE LEDGER EMPTY, THEN REOPEN FOR
      *        UPDATE.
               OPEN OUTPUT HIRING-POSTING-FILE
               CLOSE       HIRING-POSTING-FILE
               OPEN I-O    HIRING-POSTING-FILE
           END-IF.
           IF NOT HIRING-POSTING-OK
               DISPLAY 'HNHIRE OPEN ERROR : ', HIRING-POSTING-STATUS
               MOVE 16                     TO RETURN-CODE
               SET COMMENTS-EOF TO TRUE
               SET LEDGER-EOF TO TRUE
               SET SKILLS-EOF TO TRUE.
           IF NOT STORY-ARCHIVE-OK
               DISPLAY 'HNARCH OPEN ERROR : ', STORY-ARCHIVE-STATUS
               MOVE 16                     TO RETURN-CODE
               SET COMMENTS-EOF TO TRUE.
           IF NOT COMMENTS-OK
               DISPLAY 'HACKCMTS OPEN ERROR : ', COMMENTS-STATUS
               MOVE 16                     TO RETURN-CODE
               SET COMMENTS-EOF TO TRUE.
           IF NOT SKILLS-CARD-OK
               DISPLAY 'HIRESKL OPEN ERROR : ', SKILLS-CARD-STATUS
               MOVE 16                     TO RETURN-CODE
               SET SKILLS-EOF TO TRUE.
      *---------------------------------------------------------------*
       1100-LOAD-ONE-SKILL.
      *---------------------------------------------------------------*
           IF  SC-TERM NOT = SPACE
               AND SK-ENTRY-COUNT < 40
               ADD 1                       TO SK-ENTRY-COUNT
               MOVE SK-ENTRY-COUNT         TO WS-SKILL-SUB
               INSPECT SC-TERM CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE 20                     TO WS-TERM-LEN
               MOVE 'N'                    TO WS-TERM-SIZED-SW
               PERFORM 1110-TRIM-ONE-BLANK
                   UNTIL WS-TERM-SIZED
               MOVE WS-TERM-LEN            TO SK-TERM-LEN
                                              (WS-SKILL-SUB)
               IF  SC-LABEL = SPACE
                   MOVE SC-TERM            TO SK-LABEL (WS-SKILL-SUB)
               ELSE
                   MOVE SC-LABEL           TO SK-LABEL (WS-SKILL-SUB)
               END-IF
               INSPECT SC-TERM CONVERTING '_' TO ' '
               MOVE SC-TERM                TO SK-TERM (WS-SKILL-SUB)
           END-IF.
           PERFORM 8200-READ-SKILLS-CARD.
      *---------------------------------------------------------------*
       1110-TRIM-ONE-BLANK.
      *---------------------------------------------------------------*
           IF  WS-TERM-LEN = 1
               SET WS-TERM-SIZED TO TRUE
           ELSE
               IF  SC-TERM (WS-TERM-LEN:1) = SPACE
                   SUBTRACT 1              FROM WS-TERM-LEN
               ELSE
                   SET WS-TERM-SIZED TO TRUE
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       1200-MONTH-NUMBER-OF-YYYYMM.
      *---------------------------------------------------------------*
      *    TURNS THE YYYYMM IN WS-WORK-MONTH-NUMBER INTO A RUNNING
      *    MONTH COUNT (YEAR * 12 + MONTH) SO MONTHS SUBTRACT.
           COMPUTE WS-WORK-YEAR = WS-WORK-MONTH-NUMBER / 100.
           COMPUTE WS-WORK-MONTH =
               WS-WORK-MONTH-NUMBER - WS-WORK-YEAR * 100.
           COMPUTE WS-WORK-MONTH-NUMBER =
               WS-WORK-YEAR * 12 + WS-WORK-MONTH.
      *---------------------------------------------------------------*
       1300-YYYYMM-OF-MONTH-NUMBER.
      *---------------------------------------------------------------*
      *    AND BACK AGAIN - WS-WORK-YEAR AND WS-WORK-MONTH ARE LEFT
      *    SET FOR THE COLUMN LABELS.
           COMPUTE WS-WORK-YEAR = (WS-WORK-MONTH-NUMBER - 1) / 12.
           COMPUTE WS-WORK-MONTH =
               WS-WORK-MONTH-NUMBER - WS-WORK-YEAR * 12.
           COMPUTE WS-WORK-MONTH-NUMBER =
               WS-WORK-YEAR * 100 + WS-WORK-MONTH.
      *---------------------------------------------------------------*
       2000-FILE-ONE-COMMENT.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-COMMENT-COUNT.
           IF  CMT-PARENT-KEY NOT = WS-LAST-PARENT-KEY
               PERFORM 2100-CHECK-PARENT-THREAD
           END-IF.
           IF  LAST-PARENT-IS-HIRING
               PERFORM 2200-FILE-ONE-POSTING
           END-IF.
           PERFORM 8000-READ-COMMENT.
      *---------------------------------------------------------------*
       2100-CHECK-PARENT-THREAD.
      *---------------------------------------------------------------*
      *    A REPLY'S PARENT IS ANOTHER COMMENT AND WILL NOT BE ON
      *    THE ARCHIVE, SO ONLY TOP-LEVEL POSTINGS GET THROUGH.
           MOVE CMT-PARENT-KEY             TO WS-LAST-PARENT-KEY
                                              HNA-KEY.
           MOVE 'N'                        TO WS-LAST-PARENT-SW.
           READ STORY-ARCHIVE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE HNA-TITLE          TO WS-MATCH-TITLE
                   INSPECT WS-MATCH-TITLE CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   MOVE 0                  TO WS-MATCH-TALLY
                   INSPECT WS-MATCH-TITLE
                       TALLYING WS-MATCH-TALLY
                       FOR ALL 'WHO IS HIRING'
                   IF  WS-MATCH-TALLY > 0
                       AND HNA-FIRST-SEEN IS NUMERIC
                       MOVE 'Y'            TO WS-LAST-PARENT-SW
                       MOVE HNA-FIRST-SEEN TO WS-WORK-DATE
                       MOVE WS-WORK-DATE-YYYYMM
                           TO WS-LAST-THREAD-MONTH
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       2200-FILE-ONE-POSTING.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO HIRING-POSTING-RECORD.
           MOVE WS-LAST-THREAD-MONTH       TO HP-THREAD-MONTH.
           MOVE CMT-KEY                    TO HP-COMMENT-KEY.
           MOVE CMT-PARENT-KEY             TO HP-THREAD-KEY.
           MOVE CMT-AUTHOR                 TO HP-COMMENTER.
           MOVE CMT-TEXT                   TO HP-POSTING-TEXT.
           INSPECT HP-POSTING-TEXT CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE WS-BUSINESS-DATE           TO HP-LAST-LOAD-DATE.
           WRITE HIRING-POSTING-RECORD
               INVALID KEY
                   REWRITE HIRING-POSTING-RECORD
                   ADD 1                   TO WS-REFRESHED-POSTING-COUNT
               NOT INVALID KEY
                   ADD 1                   TO WS-NEW-POSTING-COUNT
           END-WRITE.
      *---------------------------------------------------------------*
       2500-POSITION-LEDGER.
      *---------------------------------------------------------------*
      *    THE LEDGER IS KEYED MONTH FIRST, SO THE WINDOW STARTS AT
      *    THE FIRST POSTING OF THE OLDEST OF THE TWELVE MONTHS.
           COMPUTE WS-WORK-MONTH-NUMBER =
               WS-BUSINESS-MONTH-NUMBER - 11.
           PERFORM 1300-YYYYMM-OF-MONTH-NUMBER.
           MOVE WS-WORK-MONTH-NUMBER       TO WS-WINDOW-START-MONTH.
           IF  NOT LEDGER-EOF
               MOVE LOW-VALUES             TO HP-KEY
               MOVE WS-WINDOW-START-MONTH  TO HP-THREAD-MONTH
               START HIRING-POSTING-FILE
                   KEY IS >= HP-KEY
                   INVALID KEY
                       SET LEDGER-EOF TO TRUE
               END-START
           END-IF.
           IF  NOT LEDGER-EOF
               PERFORM 8100-READ-NEXT-POSTING
           END-IF.
      *---------------------------------------------------------------*
       2600-SCAN-ONE-POSTING.
      *---------------------------------------------------------------*
           MOVE HP-THREAD-MONTH            TO WS-WORK-MONTH-NUMBER.
           PERFORM 1200-MONTH-NUMBER-OF-YYYYMM.
           MOVE WS-WORK-MONTH-NUMBER       TO WS-POSTING-MONTH-NUMBER.
           IF  WS-POSTING-MONTH-NUMBER > WS-BUSINESS-MONTH-NUMBER
               SET LEDGER-EOF TO TRUE
           ELSE
               COMPUTE WS-MONTHS-BACK =
                   WS-BUSINESS-MONTH-NUMBER - WS-POSTING-MONTH-NUMBER
               COMPUTE WS-MONTH-SUB = 12 - WS-MONTHS-BACK
               ADD 1                       TO WS-SCANNED-POSTING-COUNT
               ADD 1                       TO MT-POSTINGS
                                              (WS-MONTH-SUB)
               MOVE SPACE                  TO WS-MATCH-TEXT
               MOVE HP-POSTING-TEXT        TO WS-MATCH-TEXT (2:320)
               MOVE 0                      TO WS-MATCH-TALLY
               INSPECT WS-MATCH-TEXT
                   TALLYING WS-MATCH-TALLY FOR ALL 'REMOTE'
               IF  WS-MATCH-TALLY > 0
                   ADD 1                   TO MT-REMOTE (WS-MONTH-SUB)
               END-IF
               MOVE 0                      TO WS-MATCH-TALLY
               INSPECT WS-MATCH-TEXT
                   TALLYING WS-MATCH-TALLY FOR ALL 'ONSITE'
                                               ALL 'ON-SITE'
                                               ALL 'ON SITE'
               IF  WS-MATCH-TALLY > 0
                   ADD 1                   TO MT-ONSITE (WS-MONTH-SUB)
               END-IF
               PERFORM 2610-MATCH-ONE-SKILL
                   VARYING WS-SKILL-SUB FROM 1 BY 1
                   UNTIL WS-SKILL-SUB > SK-ENTRY-COUNT
               PERFORM 8100-READ-NEXT-POSTING
           END-IF.
      *---------------------------------------------------------------*
       2610-MATCH-ONE-SKILL.
      *---------------------------------------------------------------*
      *    A POSTING COUNTS ONCE FOR A SKILL HOWEVER OFTEN IT NAMES
      *    IT.
           MOVE 0                          TO WS-MATCH-TALLY.
           INSPECT WS-MATCH-TEXT
               TALLYING WS-MATCH-TALLY FOR ALL
               SK-TERM (WS-SKILL-SUB) (1:SK-TERM-LEN (WS-SKILL-SUB)).
           IF  WS-MATCH-TALLY > 0
               ADD 1                       TO SK-MONTH-POSTINGS
                                              (WS-SKILL-SUB
                                               WS-MONTH-SUB)
           END-IF.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE COMMENTS-FILE.
           CLOSE STORY-ARCHIVE-FILE.
           CLOSE HIRING-POSTING-FILE.
           CLOSE SKILLS-CARD-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-DEMAND-SECTION.
      *---------------------------------------------------------------*
           IF  COUNT-SECTION
               MOVE 'POSTINGS MENTIONING EACH SKILL'
                   TO HHL-SECTION-TITLE
           ELSE
               MOVE 'PERCENT OF THE MONTH''S POSTINGS'
                   TO HHL-SECTION-TITLE
           END-IF.
           PERFORM 4100-LABEL-ONE-MONTH
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12.
           MOVE 999                        TO LINE-COUNT.
           PERFORM 4200-PRINT-ONE-ROW
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > SK-ENTRY-COUNT + 3.
      *---------------------------------------------------------------*
       4100-LABEL-ONE-MONTH.
      *---------------------------------------------------------------*
           COMPUTE WS-WORK-MONTH-NUMBER =
               WS-BUSINESS-MONTH-NUMBER - (12 - WS-MONTH-SUB).
           PERFORM 1300-YYYYMM-OF-MONTH-NUMBER.
           MOVE WS-WORK-MONTH              TO WS-LABEL-MM.
           MOVE WS-WORK-YEAR (3:2)         TO WS-LABEL-YY.
           MOVE SPACE                      TO HCH-CELL (WS-MONTH-SUB).
           MOVE WS-MONTH-LABEL             TO HCH-MONTH (WS-MONTH-SUB).
      *---------------------------------------------------------------*
       4200-PRINT-ONE-ROW.
      *---------------------------------------------------------------*
      *    THE ALL-POSTINGS ROW IS ITS OWN 100 PERCENT, SO THE SHARE
      *    GRID STARTS AT THE REMOTE ROW.
           IF  COUNT-SECTION
               MOVE SPACE                  TO HIRE-COUNT-LINE
           ELSE
               MOVE SPACE                  TO HIRE-SHARE-LINE
           END-IF.
           EVALUATE WS-ROW-SUB
               WHEN 1
                   MOVE 'ALL POSTINGS'     TO HCL-LABEL
               WHEN 2
                   MOVE 'REMOTE'           TO HCL-LABEL HSL-LABEL
               WHEN 3
                   MOVE 'ONSITE'           TO HCL-LABEL HSL-LABEL
               WHEN OTHER
                   COMPUTE WS-SKILL-SUB = WS-ROW-SUB - 3
                   MOVE SK-LABEL (WS-SKILL-SUB)
                       TO HCL-LABEL HSL-LABEL
           END-EVALUATE.
           MOVE 0                          TO WS-COUNT WS-SHARE.
           PERFORM 4210-FIGURE-ONE-MONTH
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12.
           EVALUATE TRUE
               WHEN COUNT-SECTION
                   COMPUTE WS-COUNT-CHANGE =
                       WS-COUNT - WS-PRIOR-COUNT
                   MOVE WS-COUNT-CHANGE    TO HCL-CHANGE
                   MOVE HIRE-COUNT-LINE    TO NEXT-REPORT-LINE
                   PERFORM 9000-PRINT-REPORT-LINE
               WHEN WS-ROW-SUB > 1
                   COMPUTE WS-SHARE-CHANGE =
                       WS-SHARE - WS-PRIOR-SHARE
                   MOVE WS-SHARE-CHANGE    TO HSL-CHANGE
                   MOVE HIRE-SHARE-LINE    TO NEXT-REPORT-LINE
                   PERFORM 9000-PRINT-REPORT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *---------------------------------------------------------------*
       4210-FIGURE-ONE-MONTH.
      *---------------------------------------------------------------*
      *    WS-COUNT AND WS-SHARE ARE LEFT HOLDING THE LATEST MONTH'S
      *    FIGURES, WS-PRIOR-COUNT AND WS-PRIOR-SHARE THE MONTH
      *    BEFORE, FOR THE MONTH-OVER-MONTH COLUMN.
           MOVE WS-COUNT                   TO WS-PRIOR-COUNT.
           MOVE WS-SHARE                   TO WS-PRIOR-SHARE.
           EVALUATE WS-ROW-SUB
               WHEN 1
                   MOVE MT-POSTINGS (WS-MONTH-SUB) TO WS-COUNT
               WHEN 2
                   MOVE MT-REMOTE (WS-MONTH-SUB)   TO WS-COUNT
               WHEN 3
                   MOVE MT-ONSITE (WS-MONTH-SUB)   TO WS-COUNT
               WHEN OTHER
                   MOVE SK-MONTH-POSTINGS (WS-SKILL-SUB WS-MONTH-SUB)
                       TO WS-COUNT
           END-EVALUATE.
           IF  MT-POSTINGS (WS-MONTH-SUB) > 0
               COMPUTE WS-SHARE ROUNDED =
                   WS-COUNT * 100 / MT-POSTINGS (WS-MONTH-SUB)
           ELSE
               MOVE 0                      TO WS-SHARE
           END-IF.
           IF  COUNT-SECTION
               MOVE WS-COUNT               TO HCL-COUNT (WS-MONTH-SUB)
           ELSE
               MOVE WS-SHARE               TO HSL-SHARE (WS-MONTH-SUB)
           END-IF.
      *---------------------------------------------------------------*
       8000-READ-COMMENT.
      *---------------------------------------------------------------*
           READ COMMENTS-FILE
               AT END MOVE 'Y' TO COMMENTS-EOF-SW.
           IF  NOT COMMENTS-EOF
               MOVE SPACE              TO CMT-KEY CMT-PARENT-KEY
                                          CMT-AUTHOR CMT-CREATED
                                          CMT-TEXT
               MOVE 1                  TO CMT-TEXT-POINTER
               UNSTRING COMMENTS-RECORD-IN DELIMITED BY ','
                   INTO CMT-KEY
                        CMT-PARENT-KEY
                        CMT-AUTHOR
                        CMT-CREATED
                   WITH POINTER CMT-TEXT-POINTER
               END-UNSTRING
               IF  CMT-TEXT-POINTER NOT > 400
                   MOVE COMMENTS-RECORD-IN (CMT-TEXT-POINTER:)
                                       TO CMT-TEXT
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       8100-READ-NEXT-POSTING.
      *---------------------------------------------------------------*
           READ HIRING-POSTING-FILE NEXT RECORD
               AT END SET LEDGER-EOF TO TRUE
           END-READ.
      *---------------------------------------------------------------*
       8200-READ-SKILLS-CARD.
      *---------------------------------------------------------------*
           READ SKILLS-CARD-FILE
               AT END MOVE 'Y' TO SKILLS-EOF-SW.
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
           MOVE HIRE-HEADING-LINE          TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE HIRE-COLUMN-HEADING-LINE   TO PRINT-LINE.
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
