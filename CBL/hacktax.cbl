       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HACKTAX.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    TOPIC CLASSIFICATION PASS - THE WATCHLST KEYWORDS SAY
      *    WHETHER OUR WORDS APPEARED; THIS SAYS WHAT A STORY WAS
      *    ABOUT.  THE HNTAX TAXONOMY (HNTXMNT) HOLDS THE CATEGORIES
      *    AND, UNDER EACH, WEIGHTED TITLE TERMS AND DOMAIN PATTERNS.
      *    EVERY STORY ON THE HNARCH ARCHIVE IS SCORED AGAINST EVERY
      *    CATEGORY -
      *      . A TITLE TERM SCORES ITS WEIGHT FOR EACH TIME IT
      *        APPEARS IN THE TITLE (CASE IGNORED; THE TITLE IS
      *        BLANK-PADDED BOTH ENDS SO _TERM_ MATCHES A WHOLE WORD
      *        EVEN AT THE START OR END),
      *      . A DOMAIN PATTERN SCORES ITS WEIGHT ONCE WHEN IT
      *        APPEARS ANYWHERE IN THE STORY'S DOMAIN.
      *    THE HIGHEST SCORE IS THE PRIMARY CATEGORY AND THE NEXT
      *    THE SECONDARY (A TIE GOES TO THE LOWER CATEGORY CODE); A
      *    CATEGORY THAT SCORED NOTHING IS NEVER ASSIGNED.  THE
      *    ARCHIVE ROW IS REWRITTEN ONLY WHEN ITS CATEGORIES CHANGE,
      *    SO THE PASS CAN BE RERUN AFTER ANY TAXONOMY CHANGE.  A
      *    SUMMARY BY CATEGORY IS PRINTED; HACKTRND REPORTS THE
      *    TREND.
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
           SELECT TAXONOMY-FILE ASSIGN TO HNTAX
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS TX-KEY
             FILE STATUS  IS TAXONOMY-STATUS.
           SELECT STORY-ARCHIVE-FILE ASSIGN TO HNARCH
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS HNA-KEY
             FILE STATUS  IS STORY-ARCHIVE-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  TAXONOMY-FILE.
       COPY HNTAXC.
      *---------------------------------------------------------------*
       FD  STORY-ARCHIVE-FILE.
       COPY HNARCHC.
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
           05  TAXONOMY-STATUS             PIC X(02).
               88  TAXONOMY-OK                   VALUE '00'.
           05  STORY-ARCHIVE-STATUS        PIC X(02).
               88  STORY-ARCHIVE-OK              VALUE '00'.
           05  TAXONOMY-EOF-SW             PIC X VALUE 'N'.
               88  TAXONOMY-EOF                  VALUE 'Y'.
           05  ARCHIVE-EOF-SW              PIC X VALUE 'N'.
               88  ARCHIVE-EOF                   VALUE 'Y'.
           05  WS-TERM-SIZED-SW            PIC X(01).
               88  WS-TERM-SIZED                 VALUE 'Y'.
           05  WS-STORY-COUNT              PIC 9(07) VALUE 0.
           05  WS-CHANGED-COUNT            PIC 9(07) VALUE 0.
           05  WS-UNCLASSIFIED-COUNT       PIC 9(07) VALUE 0.
           05  WS-ORPHAN-TERM-COUNT        PIC 9(05) VALUE 0.
           05  WS-DROPPED-TERM-COUNT       PIC 9(05) VALUE 0.
           05  WS-SUB                      PIC S9(04) USAGE IS COMP.
           05  WS-TERM-SUB                 PIC S9(04) USAGE IS COMP.
           05  WS-BEST-SUB                 PIC S9(04) USAGE IS COMP.
           05  WS-SECOND-SUB               PIC S9(04) USAGE IS COMP.
           05  WS-MATCH-TALLY              PIC 9(04).
           05  WS-TERM-LEN                 PIC 9(02).
           05  WS-NEW-PRIMARY              PIC X(03).
           05  WS-NEW-SECONDARY            PIC X(03).
           05  WS-MATCH-TITLE              PIC X(88).
           05  WS-MATCH-DOMAIN             PIC X(30).
      *---------------------------------------------------------------*
      *    THE TAXONOMY IN MEMORY.  THE FILE IS IN KEY ORDER, SO A
      *    CATEGORY'S 'C' ENTRY ARRIVES AHEAD OF ITS TERMS; A TERM
      *    WHOSE CATEGORY ENTRY IS MISSING IS COUNTED AND IGNORED.
      *    TERM BLANKS ARE RESTORED FROM '_' ONCE THE LENGTH IS TAKEN.
      *---------------------------------------------------------------*
       01  CATEGORY-TABLE.
           05  TC-ENTRY-COUNT              PIC 9(03) VALUE 0.
           05  TC-ENTRY                    OCCURS 50 TIMES
                                           INDEXED BY TC-INDEX.
               10  TC-CODE                 PIC X(03).
               10  TC-NAME                 PIC X(20).
               10  TC-SCORE                PIC 9(07).
               10  TC-TERM-COUNT           PIC 9(04).
               10  TC-PRIMARY-COUNT        PIC 9(07).
               10  TC-SECONDARY-COUNT      PIC 9(07).
      *---------------------------------------------------------------*
       01  TERM-TABLE.
           05  TT-ENTRY-COUNT              PIC 9(04) VALUE 0.
           05  TT-ENTRY                    OCCURS 1000 TIMES.
               10  TT-CATEGORY-SUB         PIC 9(03).
               10  TT-ENTRY-TYPE           PIC X(01).
                   88  TT-DOMAIN-PATTERN         VALUE 'D'.
                   88  TT-TITLE-TERM             VALUE 'T'.
               10  TT-TERM                 PIC X(30).
               10  TT-TERM-LEN             PIC 9(02).
               10  TT-WEIGHT               PIC 9(03).
      *---------------------------------------------------------------*
       01  TAX-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(38) VALUE
               'HACKTAX TOPIC CLASSIFICATION SUMMARY  '.
      *---------------------------------------------------------------*
       01  TAX-COLUMN-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'CAT  CATEGORY NAME        TERMS   PRIMARY   '.
           05  FILLER PIC X(09) VALUE
               'SECONDARY'.
      *---------------------------------------------------------------*
       01  TAX-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  TDL-CODE                    PIC X(03).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  TDL-NAME                    PIC X(20).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  TDL-TERMS                   PIC Z,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  TDL-PRIMARY                 PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  TDL-SECONDARY               PIC Z,ZZZ,ZZ9.
      *---------------------------------------------------------------*
       01  REPORT-LINES.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
       COPY PRINTCTL.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 8000-READ-TAXONOMY.
           PERFORM 2000-LOAD-ONE-TAXONOMY-ENTRY
               UNTIL TAXONOMY-EOF.
           PERFORM 8100-READ-NEXT-STORY.
           PERFORM 2200-CLASSIFY-ONE-STORY
               UNTIL ARCHIVE-EOF.
           PERFORM 4000-PRINT-SUMMARY.
           PERFORM 3000-CLOSE-FILES.
           DISPLAY '*** HACKTAX CLASSIFICATION SUMMARY ***'.
           DISPLAY 'CATEGORIES LOADED   : ', TC-ENTRY-COUNT.
           DISPLAY 'TERMS LOADED        : ', TT-ENTRY-COUNT.
           DISPLAY 'ORPHAN TERMS        : ', WS-ORPHAN-TERM-COUNT.
           DISPLAY 'TERMS OVER TABLE    : ', WS-DROPPED-TERM-COUNT.
           DISPLAY 'STORIES CLASSIFIED  : ', WS-STORY-COUNT.
           DISPLAY 'CATEGORIES CHANGED  : ', WS-CHANGED-COUNT.
           DISPLAY 'UNCLASSIFIED        : ', WS-UNCLASSIFIED-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT TAXONOMY-FILE.
           OPEN I-O STORY-ARCHIVE-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           IF NOT TAXONOMY-OK
               DISPLAY 'HNTAX OPEN ERROR : ', TAXONOMY-STATUS
               MOVE 16                     TO RETURN-CODE
               SET TAXONOMY-EOF TO TRUE
               SET ARCHIVE-EOF TO TRUE
           END-IF.
           IF NOT STORY-ARCHIVE-OK
               DISPLAY 'HNARCH OPEN ERROR : ', STORY-ARCHIVE-STATUS
               MOVE 16                     TO RETURN-CODE
               SET ARCHIVE-EOF TO TRUE
           ELSE
               MOVE LOW-VALUES             TO HNA-KEY
               START STORY-ARCHIVE-FILE
                   KEY IS >= HNA-KEY
                   INVALID KEY
                       SET ARCHIVE-EOF TO TRUE
               END-START
           END-IF.
      *---------------------------------------------------------------*
       2000-LOAD-ONE-TAXONOMY-ENTRY.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN TX-CATEGORY-ENTRY
                   IF  TC-ENTRY-COUNT < 50
                       ADD 1               TO TC-ENTRY-COUNT
                       SET TC-INDEX        TO TC-ENTRY-COUNT
                       MOVE TX-CATEGORY    TO TC-CODE (TC-INDEX)
                       MOVE TX-CATEGORY-NAME
                           TO TC-NAME (TC-INDEX)
                       MOVE 0              TO TC-SCORE (TC-INDEX)
                                              TC-TERM-COUNT
                                              (TC-INDEX)
                                              TC-PRIMARY-COUNT
                                              (TC-INDEX)
                                              TC-SECONDARY-COUNT
                                              (TC-INDEX)
                   END-IF
               WHEN TC-ENTRY-COUNT = 0
                   ADD 1                   TO WS-ORPHAN-TERM-COUNT
               WHEN TX-CATEGORY NOT = TC-CODE (TC-ENTRY-COUNT)
                   ADD 1                   TO WS-ORPHAN-TERM-COUNT
               WHEN TT-ENTRY-COUNT NOT < 1000
                   ADD 1                   TO WS-DROPPED-TERM-COUNT
               WHEN OTHER
                   PERFORM 2100-LOAD-ONE-TERM
           END-EVALUATE.
           PERFORM 8000-READ-TAXONOMY.
      *---------------------------------------------------------------*
       2100-LOAD-ONE-TERM.
      *---------------------------------------------------------------*
           ADD 1                           TO TT-ENTRY-COUNT.
           MOVE TC-ENTRY-COUNT             TO TT-CATEGORY-SUB
                                              (TT-ENTRY-COUNT).
           ADD 1                           TO TC-TERM-COUNT
                                              (TC-ENTRY-COUNT).
           MOVE TX-ENTRY-TYPE              TO TT-ENTRY-TYPE
                                              (TT-ENTRY-COUNT).
           MOVE TX-TERM                    TO TT-TERM
                                              (TT-ENTRY-COUNT).
           MOVE TX-WEIGHT                  TO TT-WEIGHT
                                              (TT-ENTRY-COUNT).
           MOVE 30                         TO WS-TERM-LEN.
           MOVE 'N'                        TO WS-TERM-SIZED-SW.
           PERFORM 2110-TRIM-ONE-BLANK
               UNTIL WS-TERM-SIZED.
           MOVE WS-TERM-LEN                TO TT-TERM-LEN
                                              (TT-ENTRY-COUNT).
           INSPECT TT-TERM (TT-ENTRY-COUNT)
               CONVERTING '_' TO ' '.
      *---------------------------------------------------------------*
       2110-TRIM-ONE-BLANK.
      *---------------------------------------------------------------*
           IF  WS-TERM-LEN = 1
               SET WS-TERM-SIZED TO TRUE
           ELSE
               IF  TX-TERM (WS-TERM-LEN:1) = SPACE
                   SUBTRACT 1              FROM WS-TERM-LEN
               ELSE
                   SET WS-TERM-SIZED TO TRUE
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2200-CLASSIFY-ONE-STORY.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-STORY-COUNT.
           MOVE SPACE                      TO WS-MATCH-TITLE.
           MOVE HNA-TITLE                  TO WS-MATCH-TITLE (2:86).
           MOVE HNA-DOMAIN                 TO WS-MATCH-DOMAIN.
           INSPECT WS-MATCH-TITLE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WS-MATCH-DOMAIN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           PERFORM 2210-CLEAR-ONE-SCORE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > TC-ENTRY-COUNT.
           PERFORM 2220-SCORE-ONE-TERM
               VARYING WS-TERM-SUB FROM 1 BY 1
               UNTIL WS-TERM-SUB > TT-ENTRY-COUNT.
           MOVE 0                          TO WS-BEST-SUB
                                              WS-SECOND-SUB.
           PERFORM 2230-RANK-ONE-CATEGORY
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > TC-ENTRY-COUNT.
           MOVE SPACE                      TO WS-NEW-PRIMARY
                                              WS-NEW-SECONDARY.
           IF  WS-BEST-SUB > 0
               MOVE TC-CODE (WS-BEST-SUB)  TO WS-NEW-PRIMARY
               ADD 1                       TO TC-PRIMARY-COUNT
                                              (WS-BEST-SUB)
           ELSE
               ADD 1                       TO WS-UNCLASSIFIED-COUNT
           END-IF.
           IF  WS-SECOND-SUB > 0
               MOVE TC-CODE (WS-SECOND-SUB) TO WS-NEW-SECONDARY
               ADD 1                       TO TC-SECONDARY-COUNT
                                              (WS-SECOND-SUB)
           END-IF.
           IF  WS-NEW-PRIMARY NOT = HNA-PRIMARY-CATEGORY
               OR WS-NEW-SECONDARY NOT = HNA-SECONDARY-CATEGORY
               MOVE WS-NEW-PRIMARY         TO HNA-PRIMARY-CATEGORY
               MOVE WS-NEW-SECONDARY       TO HNA-SECONDARY-CATEGORY
               REWRITE STORY-ARCHIVE-RECORD
               ADD 1                       TO WS-CHANGED-COUNT
           END-IF.
           PERFORM 8100-READ-NEXT-STORY.
      *---------------------------------------------------------------*
       2210-CLEAR-ONE-SCORE.
      *---------------------------------------------------------------*
           MOVE 0                          TO TC-SCORE (WS-SUB).
      *---------------------------------------------------------------*
       2220-SCORE-ONE-TERM.
      *---------------------------------------------------------------*
           MOVE 0                          TO WS-MATCH-TALLY.
           MOVE TT-CATEGORY-SUB (WS-TERM-SUB) TO WS-SUB.
           IF  TT-TITLE-TERM (WS-TERM-SUB)
               INSPECT WS-MATCH-TITLE
                   TALLYING WS-MATCH-TALLY FOR ALL
                   TT-TERM (WS-TERM-SUB)
                       (1:TT-TERM-LEN (WS-TERM-SUB))
               COMPUTE TC-SCORE (WS-SUB) = TC-SCORE (WS-SUB)
                   + WS-MATCH-TALLY * TT-WEIGHT (WS-TERM-SUB)
           ELSE
               INSPECT WS-MATCH-DOMAIN
                   TALLYING WS-MATCH-TALLY FOR ALL
                   TT-TERM (WS-TERM-SUB)
                       (1:TT-TERM-LEN (WS-TERM-SUB))
               IF  WS-MATCH-TALLY > 0
                   ADD TT-WEIGHT (WS-TERM-SUB)
                       TO TC-SCORE (WS-SUB)
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2230-RANK-ONE-CATEGORY.
      *---------------------------------------------------------------*
      *    STRICTLY GREATER, SO THE LOWER CODE KEEPS A TIE.
           IF  TC-SCORE (WS-SUB) > 0
               IF  WS-BEST-SUB = 0
                   OR TC-SCORE (WS-SUB) > TC-SCORE (WS-BEST-SUB)
                   MOVE WS-BEST-SUB        TO WS-SECOND-SUB
                   MOVE WS-SUB             TO WS-BEST-SUB
               ELSE
                   IF  WS-SECOND-SUB = 0
                       OR TC-SCORE (WS-SUB)
                           > TC-SCORE (WS-SECOND-SUB)
                       MOVE WS-SUB         TO WS-SECOND-SUB
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE TAXONOMY-FILE.
           CLOSE STORY-ARCHIVE-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-SUMMARY.
      *---------------------------------------------------------------*
           PERFORM 4100-PRINT-ONE-CATEGORY
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > TC-ENTRY-COUNT.
           MOVE SPACE                      TO TAX-DETAIL-LINE.
           MOVE '(UNCLASSIFIED)'           TO TDL-NAME.
           MOVE WS-UNCLASSIFIED-COUNT      TO TDL-PRIMARY.
           MOVE TAX-DETAIL-LINE            TO NEXT-REPORT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 1                          TO LINE-SPACEING.
           MOVE SPACE                      TO TAX-DETAIL-LINE.
           MOVE 'STORIES ON ARCHIVE'       TO TDL-NAME.
           MOVE WS-STORY-COUNT             TO TDL-PRIMARY.
           MOVE TAX-DETAIL-LINE            TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       4100-PRINT-ONE-CATEGORY.
      *---------------------------------------------------------------*
           MOVE TC-CODE (WS-SUB)           TO TDL-CODE.
           MOVE TC-NAME (WS-SUB)           TO TDL-NAME.
           MOVE TC-TERM-COUNT (WS-SUB)     TO TDL-TERMS.
           MOVE TC-PRIMARY-COUNT (WS-SUB)  TO TDL-PRIMARY.
           MOVE TC-SECONDARY-COUNT (WS-SUB) TO TDL-SECONDARY.
           MOVE TAX-DETAIL-LINE            TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       8000-READ-TAXONOMY.
      *---------------------------------------------------------------*
           READ TAXONOMY-FILE NEXT RECORD
               AT END SET TAXONOMY-EOF TO TRUE
           END-READ.
      *---------------------------------------------------------------*
       8100-READ-NEXT-STORY.
      *---------------------------------------------------------------*
           READ STORY-ARCHIVE-FILE NEXT RECORD
               AT END SET ARCHIVE-EOF TO TRUE
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
           MOVE TAX-HEADING-LINE           TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE TAX-COLUMN-HEADING-LINE    TO PRINT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 9120-WRITE-PRINT-LINE.
           ADD  1                          TO PAGE-COUNT.
           MOVE 1                          TO LINE-SPACEING.
           MOVE 3                          TO LINE-COUNT.
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
