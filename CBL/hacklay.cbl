       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HACKLAY.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    LAYOFF-STORY MATCH - AN EARLY WARNING OF CLAIM SURGES FROM
      *    THE HACKER NEWS ARCHIVE.  EVERY HNARCH STORY FIRST SEEN IN
      *    THE LAST HLWINDAY DAYS (PARMLD, DEFAULT 42) WHOSE TITLE
      *    CARRIES A LAYOFF TERM (LAYOFF, LAID OFF, CUTS, RESTRUCTURING,
      *    RIF, DOWNSIZING ...) IS CHECKED AGAINST THE EMPALS EMPLOYER
      *    ALIAS TABLE (SEE EMPALSC, MAINTAINED BY EMPAMNT).  EACH
      *    EMPLOYER ACCOUNT AN ALIAS POINTS AT IS LISTED UNDER THE
      *    STORY WITH -
      *      . THE LATEST WARN NOTICE ON WARNHIST FOR THE ACCOUNT, OR
      *        FAILING THAT FOR THE NAME THE EMPLOYER CARRIES ON
      *        EMPLRF, AND HOW MANY NOTICES ARE ON FILE;
      *      . THE INITIAL CLAIMS (NEW, ADDITIONAL AND REOPENED) FILED
      *        ON CLMTFILE AGAINST THE ACCOUNT IN EACH OF THE FOUR
      *        WEEKS STARTING THE DAY THE STORY WAS FIRST SEEN.  A
      *        WEEK NOT YET OVER AS OF THE BUSINESS DATE IS A PARTIAL
      *        COUNT.
      *    LAYOFF STORIES NO ALIAS MATCHES GO ON A SEPARATE REVIEW
      *    LIST - EACH ONE IS EITHER NOT AN EMPLOYER OF OURS OR AN
      *    ALIAS STILL TO BE ADDED.  REPOSTS (HNA-DUP-OF-KEY SET BY
      *    HACKDUP) ARE SKIPPED.  PUNCTUATION IN A TITLE IS READ AS A
      *    BLANK, SO "ACME'S" AND "ACME," BOTH MATCH THE ALIAS ACME.
      *    A MISSING WARNHIST IS NOT FATAL - NO NOTICES ARE SHOWN.
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
           SELECT STORY-ARCHIVE-FILE ASSIGN TO HNARCH
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS HNA-KEY
             FILE STATUS  IS STORY-ARCHIVE-STATUS.
           SELECT EMPLOYER-ALIAS-FILE ASSIGN TO EMPALS
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS EA-ALIAS-NAME
             FILE STATUS  IS EMPLOYER-ALIAS-STATUS.
           SELECT EMPLOYER-REFERENCE-FILE ASSIGN TO EMPLRF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS EM-EMPLOYER-ACCT
             FILE STATUS  IS EMPLOYER-REFERENCE-STATUS.
           SELECT WARN-HISTORY-FILE ASSIGN TO WARNHIST
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS WH-NOTICE-KEY
             ALTERNATE RECORD KEY IS WH-EMPLOYER-ACCT
                 WITH DUPLICATES
             FILE STATUS  IS WARN-HISTORY-STATUS.
           SELECT CLAIMANT-DETAIL-FILE ASSIGN TO CLMTFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS CD-DETAIL-KEY
             ALTERNATE RECORD KEY IS CD-CLAIMANT-ID WITH DUPLICATES
             ALTERNATE RECORD KEY IS CD-EMPLOYER-ACCT WITH DUPLICATES
             FILE STATUS  IS CLAIMANT-DETAIL-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  STORY-ARCHIVE-FILE.
       COPY HNARCHC.
      *---------------------------------------------------------------*
       FD  EMPLOYER-ALIAS-FILE.
       COPY EMPALSC.
      *---------------------------------------------------------------*
       FD  EMPLOYER-REFERENCE-FILE.
       COPY EMPLREFC.
      *---------------------------------------------------------------*
       FD  WARN-HISTORY-FILE.
       COPY WARNHREC.
      *---------------------------------------------------------------*
       FD  CLAIMANT-DETAIL-FILE.
       COPY CLMTREC.
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
           05  STORY-ARCHIVE-STATUS        PIC X(02).
               88  STORY-ARCHIVE-OK              VALUE '00'.
           05  EMPLOYER-ALIAS-STATUS       PIC X(02).
               88  EMPLOYER-ALIAS-OK             VALUE '00'.
           05  EMPLOYER-REFERENCE-STATUS   PIC X(02).
               88  EMPLOYER-REFERENCE-OK         VALUE '00'.
           05  WARN-HISTORY-STATUS         PIC X(02).
               88  WARN-HISTORY-OK               VALUE '00' '02'.
           05  CLAIMANT-DETAIL-STATUS      PIC X(02).
               88  CLAIMANT-DETAIL-OK            VALUE '00' '02'.
           05  WARN-HISTORY-OPEN-SW        PIC X(01) VALUE 'N'.
               88  WARN-HISTORY-OPEN             VALUE 'Y'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  ALIAS-EOF-SW                PIC X VALUE 'N'.
               88  ALIAS-EOF                     VALUE 'Y'.
           05  NOTICE-SCAN-SW              PIC X(01).
               88  NOTICE-SCAN-DONE              VALUE 'Y'.
           05  CLAIM-SCAN-SW               PIC X(01).
               88  CLAIM-SCAN-DONE               VALUE 'Y'.
           05  WS-TERM-SIZED-SW            PIC X(01).
               88  WS-TERM-SIZED                 VALUE 'Y'.
           05  HEADING-MODE-SW             PIC 9(01) VALUE 1.
               88  MATCHED-SECTION               VALUE 1.
               88  UNMATCHED-SECTION             VALUE 2.
           05  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
           05  WS-WINDOW-START             PIC 9(08).
           05  WS-WINDOW-DAYS              PIC 9(03) VALUE 42.
           05  WS-STORY-INTEGER            PIC 9(08).
           05  WS-CLAIM-INTEGER            PIC 9(08).
           05  WS-DAYS-AFTER               PIC S9(08).
           05  WS-WEEK-NO                  PIC 9(01).
           05  WS-TERM-SUB                 PIC S9(04) USAGE IS COMP.
           05  WS-ALIAS-SUB                PIC S9(04) USAGE IS COMP.
           05  WS-MATCH-SUB                PIC S9(04) USAGE IS COMP.
           05  WS-UNMATCHED-SUB            PIC S9(04) USAGE IS COMP.
           05  WS-WEEK-SUB                 PIC S9(04) USAGE IS COMP.
           05  WS-TERM-LEN                 PIC 9(02).
           05  WS-MATCH-TALLY              PIC 9(04).
           05  WS-LAYOFF-TALLY             PIC 9(04).
           05  WS-MATCH-TITLE              PIC X(88).
           05  WS-ALIAS-WORK               PIC X(30).
           05  WS-NOTICE-COUNT             PIC 9(03).
           05  WS-NOTICE-DATE              PIC 9(08).
           05  WS-NOTICE-AFFECTED          PIC 9(06).
           05  WS-TOTAL-CLAIMS             PIC 9(06).
           05  WS-STORY-COUNT              PIC 9(07) VALUE 0.
           05  WS-WINDOW-STORY-COUNT       PIC 9(07) VALUE 0.
           05  WS-LAYOFF-STORY-COUNT       PIC 9(07) VALUE 0.
           05  WS-MATCHED-STORY-COUNT      PIC 9(07) VALUE 0.
           05  WS-MATCHED-ACCOUNT-COUNT    PIC 9(07) VALUE 0.
           05  WS-UNMATCHED-STORY-COUNT    PIC 9(07) VALUE 0.
           05  WS-TABLE-FULL-COUNT         PIC 9(07) VALUE 0.
      *---------------------------------------------------------------*
      *    LAYOFF TERMS LOOKED FOR IN THE UPPER-CASED TITLE, WHICH IS
      *    HELD WITH A BLANK EITHER SIDE SO A TERM WITH A LEADING OR
      *    TRAILING BLANK MATCHES A WHOLE WORD AT EITHER END.  EACH
      *    TERM IS TEN BYTES FOLLOWED BY ITS MATCHING LENGTH.
      *---------------------------------------------------------------*
       01  LAYOFF-TERM-VALUES.
           05  FILLER PIC X(12) VALUE 'LAYOFF    06'.
           05  FILLER PIC X(12) VALUE 'LAY OFF   07'.
           05  FILLER PIC X(12) VALUE 'LAYS OFF  08'.
           05  FILLER PIC X(12) VALUE 'LAID OFF  08'.
           05  FILLER PIC X(12) VALUE ' CUTS     06'.
           05  FILLER PIC X(12) VALUE ' CUT      05'.
           05  FILLER PIC X(12) VALUE 'RESTRUCTUR10'.
           05  FILLER PIC X(12) VALUE ' RIF      05'.
           05  FILLER PIC X(12) VALUE ' RIFS     06'.
           05  FILLER PIC X(12) VALUE 'DOWNSIZ   07'.
       01  LAYOFF-TERM-TABLE REDEFINES LAYOFF-TERM-VALUES.
           05  LT-ENTRY                    OCCURS 10 TIMES.
               10  LT-TERM                 PIC X(10).
               10  LT-TERM-LEN             PIC 9(02).
      *---------------------------------------------------------------*
      *    THE EMPALS ALIASES, WITH THE LENGTH TO MATCH ON.
      *---------------------------------------------------------------*
       01  ALIAS-TABLE.
           05  AT-ENTRY-COUNT              PIC S9(04) USAGE IS COMP
                                           VALUE 0.
           05  AT-ENTRY                    OCCURS 2000 TIMES.
               10  AT-ALIAS-NAME           PIC X(30).
               10  AT-ALIAS-LEN            PIC 9(02).
               10  AT-EMPLOYER-ACCT        PIC X(08).
      *---------------------------------------------------------------*
      *    THE ACCOUNTS MATCHED BY THE CURRENT STORY - EACH LISTED
      *    ONCE, UNDER THE FIRST ALIAS THAT FOUND IT.
      *---------------------------------------------------------------*
       01  STORY-MATCH-TABLE.
           05  SM-ENTRY-COUNT              PIC S9(04) USAGE IS COMP.
           05  SM-ENTRY                    OCCURS 10 TIMES
                                           INDEXED BY SM-INDEX.
               10  SM-EMPLOYER-ACCT        PIC X(08).
               10  SM-ALIAS-NAME           PIC X(30).
      *---------------------------------------------------------------*
       01  WEEK-CLAIM-TABLE.
           05  WC-CLAIMS                   PIC 9(06) OCCURS 4 TIMES.
      *---------------------------------------------------------------*
      *    LAYOFF STORIES NO ALIAS MATCHED, HELD FOR THE REVIEW LIST.
      *---------------------------------------------------------------*
       01  UNMATCHED-STORY-TABLE.
           05  UM-ENTRY-COUNT              PIC S9(04) USAGE IS COMP
                                           VALUE 0.
           05  UM-ENTRY                    OCCURS 500 TIMES.
               10  UM-KEY                  PIC X(08).
               10  UM-FIRST-SEEN           PIC 9(08).
               10  UM-VOTES                PIC 9(05).
               10  UM-COMMENTS             PIC 9(05).
               10  UM-TITLE                PIC X(86).
      *---------------------------------------------------------------*
       01  LAYOFF-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(16) VALUE 'HACKLAY LAYOFF  '.
           05  LHL-SECTION-TITLE           PIC X(40).
           05  FILLER PIC X(07) VALUE ' AS OF '.
           05  LHL-AS-OF-DATE              PIC 9(08).
           05  FILLER PIC X(18) VALUE '  STORIES SEEN IN '.
           05  LHL-WINDOW-DAYS             PIC ZZ9.
           05  FILLER PIC X(05) VALUE ' DAYS'.
      *---------------------------------------------------------------*
       01  MATCHED-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(04) VALUE SPACE.
           05  FILLER PIC X(10) VALUE 'ACCOUNT'.
           05  FILLER PIC X(32) VALUE 'EMPLOYER NAME (EMPLRF)'.
           05  FILLER PIC X(22) VALUE 'ALIAS MATCHED'.
           05  FILLER PIC X(10) VALUE 'WARN EFF'.
           05  FILLER PIC X(07) VALUE 'WORKERS'.
           05  FILLER PIC X(05) VALUE '  NTC'.
           05  FILLER PIC X(33) VALUE
               '  CLMS W1 CLMS W2 CLMS W3 CLMS W4'.
           05  FILLER PIC X(09) VALUE '    TOTAL'.
      *---------------------------------------------------------------*
       01  UNMATCHED-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(10) VALUE 'STORY'.
           05  FILLER PIC X(10) VALUE 'FIRST SEEN'.
           05  FILLER PIC X(08) VALUE ' VOTES  '.
           05  FILLER PIC X(08) VALUE ' CMNTS  '.
           05  FILLER PIC X(05) VALUE 'TITLE'.
      *---------------------------------------------------------------*
       01  STORY-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(06) VALUE 'STORY '.
           05  SDL-KEY                     PIC X(08).
           05  FILLER PIC X(07) VALUE '  SEEN '.
           05  SDL-FIRST-SEEN              PIC 9(08).
           05  FILLER PIC X(08) VALUE '  VOTES '.
           05  SDL-VOTES                   PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  SDL-TITLE                   PIC X(86).
      *---------------------------------------------------------------*
       01  ACCOUNT-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  ADL-EMPLOYER-ACCT           PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-EMPLOYER-NAME           PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-ALIAS-NAME              PIC X(20).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-NOTICE-DATE             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-NOTICE-AFFECTED         PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-NOTICE-COUNT            PIC ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  ADL-WEEK                    OCCURS 4 TIMES.
               10  FILLER                  PIC X(02).
               10  ADL-WEEK-CLAIMS         PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-TOTAL-CLAIMS            PIC ZZZ,ZZ9.
      *---------------------------------------------------------------*
       01  UNMATCHED-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  UDL-KEY                     PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  UDL-FIRST-SEEN              PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  UDL-VOTES                   PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  UDL-COMMENTS                PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  UDL-TITLE                   PIC X(86).
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
           PERFORM 8100-READ-ALIAS.
           PERFORM 1200-LOAD-ONE-ALIAS
               UNTIL ALIAS-EOF.
           PERFORM 8000-READ-STORY.
           PERFORM 2000-CHECK-ONE-STORY
               UNTIL END-OF-FILE.
           IF  WS-MATCHED-STORY-COUNT = 0
               MOVE '    NO LAYOFF STORY MATCHED AN EMPLOYER ALIAS'
                   TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           PERFORM 4000-PRINT-UNMATCHED-SECTION.
           PERFORM 3000-CLOSE-FILES.
           DISPLAY '*** HACKLAY LAYOFF-STORY MATCH SUMMARY ***'.
           DISPLAY 'STORIES READ        : ', WS-STORY-COUNT.
           DISPLAY 'STORIES IN WINDOW   : ', WS-WINDOW-STORY-COUNT.
           DISPLAY 'LAYOFF STORIES      : ', WS-LAYOFF-STORY-COUNT.
           DISPLAY 'MATCHED STORIES     : ', WS-MATCHED-STORY-COUNT.
           DISPLAY 'EMPLOYERS LISTED    : ', WS-MATCHED-ACCOUNT-COUNT.
           DISPLAY 'UNMATCHED STORIES   : ', WS-UNMATCHED-STORY-COUNT.
           DISPLAY 'ALIASES LOADED      : ', AT-ENTRY-COUNT.
           IF  WS-TABLE-FULL-COUNT > 0
               DISPLAY 'ROWS OVER TABLE SIZE: ', WS-TABLE-FULL-COUNT
           END-IF.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT STORY-ARCHIVE-FILE.
           OPEN INPUT EMPLOYER-ALIAS-FILE.
           OPEN INPUT EMPLOYER-REFERENCE-FILE.
           OPEN INPUT CLAIMANT-DETAIL-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE
                                              LHL-AS-OF-DATE.
           PERFORM 1100-LOAD-PARAMETERS.
           MOVE WS-WINDOW-DAYS             TO LHL-WINDOW-DAYS.
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                - WS-WINDOW-DAYS + 1).
      *    NO NOTICE HISTORY YET MEANS NO NOTICE TO SHOW - THE
      *    MATCHES ARE STILL LISTED.
           OPEN INPUT WARN-HISTORY-FILE.
           IF  WARN-HISTORY-OK
               MOVE 'Y'                    TO WARN-HISTORY-OPEN-SW
           ELSE
               DISPLAY 'WARNHIST UNAVAILABLE : ', WARN-HISTORY-STATUS,
                   ' - NO NOTICES SHOWN'
           END-IF.
           IF NOT STORY-ARCHIVE-OK
               DISPLAY 'HNARCH OPEN ERROR : ', STORY-ARCHIVE-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT EMPLOYER-ALIAS-OK
               DISPLAY 'EMPALS OPEN ERROR : ', EMPLOYER-ALIAS-STATUS
               MOVE 16                     TO RETURN-CODE
               SET ALIAS-EOF TO TRUE
               SET END-OF-FILE TO TRUE.
           IF NOT EMPLOYER-REFERENCE-OK
               DISPLAY 'EMPLRF OPEN ERROR : ',
                   EMPLOYER-REFERENCE-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT CLAIMANT-DETAIL-OK
               DISPLAY 'CLMTFILE OPEN ERROR : ', CLAIMANT-DETAIL-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       1100-LOAD-PARAMETERS.
      *---------------------------------------------------------------*
           MOVE WS-BUSINESS-DATE           TO PL-AS-OF-DATE.
           MOVE 'HLWINDAY'                 TO PL-PARM-ID.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND AND PL-VALUE (1:3) IS NUMERIC
               MOVE PL-VALUE (1:3)         TO WS-WINDOW-DAYS
           END-IF.
      *---------------------------------------------------------------*
       1200-LOAD-ONE-ALIAS.
      *---------------------------------------------------------------*
           IF  EA-ALIAS-NAME NOT = SPACE
               IF  AT-ENTRY-COUNT < 2000
                   ADD 1                   TO AT-ENTRY-COUNT
                   MOVE EA-ALIAS-NAME      TO WS-ALIAS-WORK
                   MOVE 30                 TO WS-TERM-LEN
                   MOVE 'N'                TO WS-TERM-SIZED-SW
                   PERFORM 1210-TRIM-ONE-BLANK
                       UNTIL WS-TERM-SIZED
                   INSPECT WS-ALIAS-WORK CONVERTING '_' TO ' '
                   MOVE WS-ALIAS-WORK      TO AT-ALIAS-NAME
                                              (AT-ENTRY-COUNT)
                   MOVE WS-TERM-LEN        TO AT-ALIAS-LEN
                                              (AT-ENTRY-COUNT)
                   MOVE EA-EMPLOYER-ACCT   TO AT-EMPLOYER-ACCT
                                              (AT-ENTRY-COUNT)
               ELSE
                   ADD 1                   TO WS-TABLE-FULL-COUNT
               END-IF
           END-IF.
           PERFORM 8100-READ-ALIAS.
      *---------------------------------------------------------------*
       1210-TRIM-ONE-BLANK.
      *---------------------------------------------------------------*
           IF  WS-TERM-LEN = 1
               SET WS-TERM-SIZED TO TRUE
           ELSE
               IF  WS-ALIAS-WORK (WS-TERM-LEN:1) = SPACE
                   SUBTRACT 1              FROM WS-TERM-LEN
               ELSE
                   SET WS-TERM-SIZED TO TRUE
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2000-CHECK-ONE-STORY.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-STORY-COUNT.
           IF  HNA-FIRST-SEEN IS NUMERIC
               AND HNA-FIRST-SEEN NOT < WS-WINDOW-START
               AND HNA-FIRST-SEEN NOT > WS-BUSINESS-DATE
               AND HNA-DUP-OF-KEY = SPACE
               ADD 1                       TO WS-WINDOW-STORY-COUNT
               MOVE SPACE                  TO WS-MATCH-TITLE
               MOVE HNA-TITLE              TO WS-MATCH-TITLE (2:86)
               INSPECT WS-MATCH-TITLE CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               INSPECT WS-MATCH-TITLE CONVERTING
                   ',.:;!?()"''' TO '          '
               MOVE 0                      TO WS-LAYOFF-TALLY
               PERFORM 2100-MATCH-LAYOFF-TERM
                   VARYING WS-TERM-SUB FROM 1 BY 1
                   UNTIL WS-TERM-SUB > 10
               IF  WS-LAYOFF-TALLY > 0
                   ADD 1                   TO WS-LAYOFF-STORY-COUNT
                   INITIALIZE STORY-MATCH-TABLE
                   PERFORM 2200-MATCH-ONE-ALIAS
                       VARYING WS-ALIAS-SUB FROM 1 BY 1
                       UNTIL WS-ALIAS-SUB > AT-ENTRY-COUNT
                   IF  SM-ENTRY-COUNT > 0
                       PERFORM 2300-PRINT-MATCHED-STORY
                   ELSE
                       PERFORM 2900-SAVE-UNMATCHED-STORY
                   END-IF
               END-IF
           END-IF.
           PERFORM 8000-READ-STORY.
      *---------------------------------------------------------------*
       2100-MATCH-LAYOFF-TERM.
      *---------------------------------------------------------------*
           INSPECT WS-MATCH-TITLE
               TALLYING WS-LAYOFF-TALLY FOR ALL
               LT-TERM (WS-TERM-SUB) (1:LT-TERM-LEN (WS-TERM-SUB)).
      *---------------------------------------------------------------*
       2200-MATCH-ONE-ALIAS.
      *---------------------------------------------------------------*
           MOVE 0                          TO WS-MATCH-TALLY.
           INSPECT WS-MATCH-TITLE
               TALLYING WS-MATCH-TALLY FOR ALL
               AT-ALIAS-NAME (WS-ALIAS-SUB)
                   (1:AT-ALIAS-LEN (WS-ALIAS-SUB)).
           IF  WS-MATCH-TALLY > 0
               SET SM-INDEX                TO 1
               SEARCH SM-ENTRY
                   AT END
                       PERFORM 2210-ADD-MATCHED-ACCOUNT
                   WHEN SM-EMPLOYER-ACCT (SM-INDEX)
                           = AT-EMPLOYER-ACCT (WS-ALIAS-SUB)
                       CONTINUE
               END-SEARCH
           END-IF.
      *---------------------------------------------------------------*
       2210-ADD-MATCHED-ACCOUNT.
      *---------------------------------------------------------------*
           IF  SM-ENTRY-COUNT < 10
               ADD 1                       TO SM-ENTRY-COUNT
               MOVE AT-EMPLOYER-ACCT (WS-ALIAS-SUB)
                   TO SM-EMPLOYER-ACCT (SM-ENTRY-COUNT)
               MOVE AT-ALIAS-NAME (WS-ALIAS-SUB)
                   TO SM-ALIAS-NAME (SM-ENTRY-COUNT)
           ELSE
               ADD 1                       TO WS-TABLE-FULL-COUNT
           END-IF.
      *---------------------------------------------------------------*
       2300-PRINT-MATCHED-STORY.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-MATCHED-STORY-COUNT.
           MOVE HNA-KEY                    TO SDL-KEY.
           MOVE HNA-FIRST-SEEN             TO SDL-FIRST-SEEN.
           MOVE HNA-FINAL-VOTES            TO SDL-VOTES.
           MOVE HNA-TITLE                  TO SDL-TITLE.
           MOVE STORY-DETAIL-LINE          TO NEXT-REPORT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE FUNCTION INTEGER-OF-DATE (HNA-FIRST-SEEN)
               TO WS-STORY-INTEGER.
           PERFORM 2400-PRINT-ONE-ACCOUNT
               VARYING WS-MATCH-SUB FROM 1 BY 1
               UNTIL WS-MATCH-SUB > SM-ENTRY-COUNT.
      *---------------------------------------------------------------*
       2400-PRINT-ONE-ACCOUNT.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-MATCHED-ACCOUNT-COUNT.
           MOVE SPACE                      TO ACCOUNT-DETAIL-LINE.
           MOVE SM-EMPLOYER-ACCT (WS-MATCH-SUB)
                                           TO ADL-EMPLOYER-ACCT.
           MOVE SM-ALIAS-NAME (WS-MATCH-SUB) TO ADL-ALIAS-NAME.
           MOVE SM-EMPLOYER-ACCT (WS-MATCH-SUB) TO EM-EMPLOYER-ACCT.
           READ EMPLOYER-REFERENCE-FILE
               INVALID KEY
                   MOVE SPACES             TO EM-EMPLOYER-NAME
           END-READ.
           IF  EM-EMPLOYER-NAME = SPACES
               MOVE '** NOT ON EMPLRF **'  TO ADL-EMPLOYER-NAME
           ELSE
               MOVE EM-EMPLOYER-NAME       TO ADL-EMPLOYER-NAME
           END-IF.
           MOVE 0                          TO WS-NOTICE-COUNT
                                              WS-NOTICE-DATE
                                              WS-NOTICE-AFFECTED.
           IF  WARN-HISTORY-OPEN
               PERFORM 2500-FIND-NOTICE-BY-ACCOUNT
               IF  WS-NOTICE-COUNT = 0
                   PERFORM 2600-FIND-NOTICE-BY-NAME
               END-IF
           END-IF.
           IF  WS-NOTICE-COUNT = 0
               MOVE 'NONE'                 TO ADL-NOTICE-DATE
           ELSE
               MOVE WS-NOTICE-DATE         TO ADL-NOTICE-DATE
               MOVE WS-NOTICE-AFFECTED     TO ADL-NOTICE-AFFECTED
           END-IF.
           MOVE WS-NOTICE-COUNT            TO ADL-NOTICE-COUNT.
           PERFORM 2700-COUNT-ACCOUNT-CLAIMS.
           PERFORM 2410-MOVE-WEEK-CLAIMS
               VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > 4.
           MOVE WS-TOTAL-CLAIMS            TO ADL-TOTAL-CLAIMS.
           MOVE ACCOUNT-DETAIL-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       2410-MOVE-WEEK-CLAIMS.
      *---------------------------------------------------------------*
           MOVE WC-CLAIMS (WS-WEEK-SUB)    TO ADL-WEEK-CLAIMS
                                              (WS-WEEK-SUB).
      *---------------------------------------------------------------*
       2500-FIND-NOTICE-BY-ACCOUNT.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO NOTICE-SCAN-SW.
           MOVE SM-EMPLOYER-ACCT (WS-MATCH-SUB) TO WH-EMPLOYER-ACCT.
           START WARN-HISTORY-FILE
               KEY IS EQUAL TO WH-EMPLOYER-ACCT
               INVALID KEY
                   MOVE 'Y'                TO NOTICE-SCAN-SW
           END-START.
           PERFORM 2510-CHECK-ONE-ACCOUNT-NOTICE
               UNTIL NOTICE-SCAN-DONE.
      *---------------------------------------------------------------*
       2510-CHECK-ONE-ACCOUNT-NOTICE.
      *---------------------------------------------------------------*
           READ WARN-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                TO NOTICE-SCAN-SW
           END-READ.
           IF  NOT NOTICE-SCAN-DONE
               IF  WH-EMPLOYER-ACCT NOT = SM-EMPLOYER-ACCT
                                              (WS-MATCH-SUB)
                   MOVE 'Y'                TO NOTICE-SCAN-SW
               ELSE
                   PERFORM 2800-NOTE-NOTICE
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2600-FIND-NOTICE-BY-NAME.
      *---------------------------------------------------------------*
      *    NOTICES FILED WITHOUT AN ACCOUNT ARE MATCHED ON THE NAME
      *    THE EMPLOYER CARRIES ON EMPLRF.
      *---------------------------------------------------------------*
           IF  EM-EMPLOYER-NAME NOT = SPACES
               MOVE 'N'                    TO NOTICE-SCAN-SW
               MOVE EM-EMPLOYER-NAME       TO WH-EMPLOYER-NAME
               MOVE ZEROES                 TO WH-EFFECTIVE-DATE
               START WARN-HISTORY-FILE
                   KEY IS NOT LESS THAN WH-NOTICE-KEY
                   INVALID KEY
                       MOVE 'Y'            TO NOTICE-SCAN-SW
               END-START
               PERFORM 2610-CHECK-ONE-NAME-NOTICE
                   UNTIL NOTICE-SCAN-DONE
           END-IF.
      *---------------------------------------------------------------*
       2610-CHECK-ONE-NAME-NOTICE.
      *---------------------------------------------------------------*
           READ WARN-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                TO NOTICE-SCAN-SW
           END-READ.
           IF  NOT NOTICE-SCAN-DONE
               IF  WH-EMPLOYER-NAME NOT = EM-EMPLOYER-NAME
                   MOVE 'Y'                TO NOTICE-SCAN-SW
               ELSE
                   PERFORM 2800-NOTE-NOTICE
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2700-COUNT-ACCOUNT-CLAIMS.
      *---------------------------------------------------------------*
           INITIALIZE WEEK-CLAIM-TABLE.
           MOVE 0                          TO WS-TOTAL-CLAIMS.
           MOVE 'N'                        TO CLAIM-SCAN-SW.
           MOVE SM-EMPLOYER-ACCT (WS-MATCH-SUB) TO CD-EMPLOYER-ACCT.
           START CLAIMANT-DETAIL-FILE
               KEY IS EQUAL TO CD-EMPLOYER-ACCT
               INVALID KEY
                   MOVE 'Y'                TO CLAIM-SCAN-SW
           END-START.
           PERFORM 2710-COUNT-ONE-CLAIM
               UNTIL CLAIM-SCAN-DONE.
      *---------------------------------------------------------------*
       2710-COUNT-ONE-CLAIM.
      *---------------------------------------------------------------*
      *    WEEK 1 IS THE DAY THE STORY WAS FIRST SEEN AND THE SIX
      *    DAYS AFTER IT.
      *---------------------------------------------------------------*
           READ CLAIMANT-DETAIL-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                TO CLAIM-SCAN-SW
           END-READ.
           IF  NOT CLAIM-SCAN-DONE
               IF  CD-EMPLOYER-ACCT NOT = SM-EMPLOYER-ACCT
                                              (WS-MATCH-SUB)
                   MOVE 'Y'                TO CLAIM-SCAN-SW
               ELSE
                   IF  CD-INITIAL-CLAIM
                       AND CD-DATE IS NUMERIC
                       AND CD-DATE NOT < HNA-FIRST-SEEN
                       MOVE FUNCTION INTEGER-OF-DATE (CD-DATE)
                           TO WS-CLAIM-INTEGER
                       COMPUTE WS-DAYS-AFTER =
                           WS-CLAIM-INTEGER - WS-STORY-INTEGER
                       IF  WS-DAYS-AFTER < 28
                           COMPUTE WS-WEEK-NO = WS-DAYS-AFTER / 7 + 1
                           ADD 1           TO WC-CLAIMS (WS-WEEK-NO)
                                              WS-TOTAL-CLAIMS
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2800-NOTE-NOTICE.
      *---------------------------------------------------------------*
      *    THE LATEST NOTICE ON FILE IS THE ONE SHOWN.
           ADD 1                           TO WS-NOTICE-COUNT.
           IF  WH-EFFECTIVE-DATE > WS-NOTICE-DATE
               MOVE WH-EFFECTIVE-DATE      TO WS-NOTICE-DATE
               MOVE WH-AFFECTED-COUNT      TO WS-NOTICE-AFFECTED
           END-IF.
      *---------------------------------------------------------------*
       2900-SAVE-UNMATCHED-STORY.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-UNMATCHED-STORY-COUNT.
           IF  UM-ENTRY-COUNT < 500
               ADD 1                       TO UM-ENTRY-COUNT
               MOVE HNA-KEY            TO UM-KEY (UM-ENTRY-COUNT)
               MOVE HNA-FIRST-SEEN     TO UM-FIRST-SEEN (UM-ENTRY-COUNT)
               MOVE HNA-FINAL-VOTES    TO UM-VOTES (UM-ENTRY-COUNT)
               MOVE HNA-FINAL-COMMENTS TO UM-COMMENTS (UM-ENTRY-COUNT)
               MOVE HNA-TITLE          TO UM-TITLE (UM-ENTRY-COUNT)
           ELSE
               ADD 1                       TO WS-TABLE-FULL-COUNT
           END-IF.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE STORY-ARCHIVE-FILE.
           CLOSE EMPLOYER-ALIAS-FILE.
           CLOSE EMPLOYER-REFERENCE-FILE.
           CLOSE CLAIMANT-DETAIL-FILE.
           IF  WARN-HISTORY-OPEN
               CLOSE WARN-HISTORY-FILE
           END-IF.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-UNMATCHED-SECTION.
      *---------------------------------------------------------------*
           MOVE 2                          TO HEADING-MODE-SW.
           MOVE 999                        TO LINE-COUNT.
           IF  UM-ENTRY-COUNT = 0
               MOVE 'NO UNMATCHED LAYOFF STORIES'
                   TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           ELSE
               PERFORM 4100-PRINT-ONE-UNMATCHED
                   VARYING WS-UNMATCHED-SUB FROM 1 BY 1
                   UNTIL WS-UNMATCHED-SUB > UM-ENTRY-COUNT
           END-IF.
      *---------------------------------------------------------------*
       4100-PRINT-ONE-UNMATCHED.
      *---------------------------------------------------------------*
           MOVE UM-KEY (WS-UNMATCHED-SUB)  TO UDL-KEY.
           MOVE UM-FIRST-SEEN (WS-UNMATCHED-SUB) TO UDL-FIRST-SEEN.
           MOVE UM-VOTES (WS-UNMATCHED-SUB) TO UDL-VOTES.
           MOVE UM-COMMENTS (WS-UNMATCHED-SUB) TO UDL-COMMENTS.
           MOVE UM-TITLE (WS-UNMATCHED-SUB) TO UDL-TITLE.
           MOVE UNMATCHED-DETAIL-LINE      TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       8000-READ-STORY.
      *---------------------------------------------------------------*
           READ STORY-ARCHIVE-FILE NEXT RECORD
               AT END MOVE 'Y' TO END-OF-FILE-SW.
      *---------------------------------------------------------------*
       8100-READ-ALIAS.
      *---------------------------------------------------------------*
           READ EMPLOYER-ALIAS-FILE NEXT RECORD
               AT END MOVE 'Y' TO ALIAS-EOF-SW.
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
           IF  MATCHED-SECTION
               MOVE 'STORIES MATCHED TO EMPLOYERS'
                   TO LHL-SECTION-TITLE
           ELSE
               MOVE 'STORIES NOT MATCHED - REVIEW LIST'
                   TO LHL-SECTION-TITLE
           END-IF.
           MOVE LAYOFF-HEADING-LINE        TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           IF  MATCHED-SECTION
               MOVE MATCHED-COLUMN-LINE    TO PRINT-LINE
           ELSE
               MOVE UNMATCHED-COLUMN-LINE  TO PRINT-LINE
           END-IF.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 9120-WRITE-PRINT-LINE.
           ADD  1                          TO PAGE-COUNT.
           MOVE 2                          TO LINE-SPACEING.
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
