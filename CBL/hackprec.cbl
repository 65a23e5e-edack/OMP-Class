       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HACKPREC.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    WATCH-KEYWORD PRECISION - MONTHLY SCORE OF THE HACKNEWS
      *    WATCH-LIST ALERTS AGAINST THE ANALYSTS' RELEVANCE LABELS.
      *    THE ALRTHIST ALERT HISTORY ROWS FOR THE MONTH ARE SORTED BY
      *    KEYWORD AND STORY; A STORY LOGGED BY SEVERAL RUNS COUNTS AS
      *    ONE ALERT FOR ITS KEYWORD.  EACH ALERT IS LOOKED UP ON THE
      *    HNLABEL LABEL FILE (SEE HNLBLC, MAINTAINED BY HNLBMNT).
      *    ONE LINE PER KEYWORD SHOWS THE ALERTS RAISED, HOW MANY WERE
      *    LABELED, RELEVANT, NOT RELEVANT AND NOT YET LABELED, THE
      *    PRECISION (RELEVANT AS A PERCENT OF THOSE LABELED) AND THE
      *    TITLE WORDS SEEN MOST OFTEN IN THE NOT-RELEVANT STORIES -
      *    THE EVIDENCE FOR PRUNING OR TIGHTENING A KEYWORD.  TITLES
      *    COME FROM HNARCH, OR FROM THE ALERT ROW FOR A STORY NOT YET
      *    ARCHIVED.  WORDS UNDER THREE LETTERS, COMMON FILLER WORDS
      *    AND THE KEYWORD ITSELF ARE NOT COUNTED.
      *
      *    SYSIN - OPTIONAL YYYYMM MONTH TO REPORT; BLANK FOR THE
      *    MONTH OF THE BUSINESS DATE.
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
           SELECT OPTIONAL ALERT-HISTORY-FILE ASSIGN TO ALRTHIST
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS ALERT-HISTORY-STATUS.
           SELECT STORY-LABEL-FILE ASSIGN TO HNLABEL
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS LB-STORY-KEY
             FILE STATUS  IS STORY-LABEL-STATUS.
           SELECT STORY-ARCHIVE-FILE ASSIGN TO HNARCH
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS HNA-KEY
             FILE STATUS  IS STORY-ARCHIVE-STATUS.
           SELECT SORT-FILE
               ASSIGN TO SORTFL.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  ALERT-HISTORY-FILE
           RECORDING MODE IS F.
       COPY HNALRTC.
      *---------------------------------------------------------------*
       FD  STORY-LABEL-FILE.
       COPY HNLBLC.
      *---------------------------------------------------------------*
       FD  STORY-ARCHIVE-FILE.
       COPY HNARCHC.
      *---------------------------------------------------------------*
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-KEYWORD                  PIC X(15).
           05  SR-STORY-KEY                PIC X(08).
           05  SR-STORY-TITLE              PIC X(60).
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
           05  ALERT-HISTORY-STATUS        PIC X(02).
               88  ALERT-HISTORY-OK              VALUE '00' '05'.
           05  STORY-LABEL-STATUS          PIC X(02).
               88  STORY-LABEL-OK                VALUE '00'.
           05  STORY-ARCHIVE-STATUS        PIC X(02).
               88  STORY-ARCHIVE-OK              VALUE '00'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  SORT-EOF-SW                 PIC X VALUE 'N'.
               88  SORT-END-OF-FILE              VALUE 'Y'.
           05  WS-MONTH-CARD               PIC X(06) VALUE SPACE.
           05  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
           05  WS-REPORT-MONTH             PIC 9(06).
           05  WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH.
               10  WS-REPORT-YYYY          PIC X(04).
               10  WS-REPORT-MM            PIC X(02).
           05  WS-CURRENT-KEYWORD          PIC X(15).
           05  WS-CURRENT-STORY            PIC X(08).
           05  WS-WORK-TITLE               PIC X(86).
           05  WS-WORD                     PIC X(15).
           05  WS-TITLE-PTR                PIC S9(04) USAGE IS COMP.
           05  WS-RANK-SUB                 PIC S9(04) USAGE IS COMP.
           05  WS-WORD-SUB                 PIC S9(04) USAGE IS COMP.
           05  WS-BEST-SUB                 PIC S9(04) USAGE IS COMP.
           05  WS-BEST-COUNT               PIC 9(05).
           05  WS-PRECISION                PIC 9(03)V9.
           05  WS-HISTORY-READ-COUNT       PIC 9(07) VALUE 0.
           05  WS-MONTH-ROW-COUNT          PIC 9(07) VALUE 0.
           05  WS-KEYWORD-COUNT            PIC 9(05) VALUE 0.
           05  WS-TABLE-FULL-COUNT         PIC 9(07) VALUE 0.
      *---------------------------------------------------------------*
       01  KEYWORD-COUNTS.
           05  KC-RAISED                   PIC 9(05).
           05  KC-RELEVANT                 PIC 9(05).
           05  KC-NOT-RELEVANT             PIC 9(05).
           05  KC-UNLABELED                PIC 9(05).
       01  TOTAL-COUNTS.
           05  TC-RAISED                   PIC 9(05) VALUE 0.
           05  TC-RELEVANT                 PIC 9(05) VALUE 0.
           05  TC-NOT-RELEVANT             PIC 9(05) VALUE 0.
           05  TC-UNLABELED                PIC 9(05) VALUE 0.
      *---------------------------------------------------------------*
      *    TITLE WORDS OF THE CURRENT KEYWORD'S NOT-RELEVANT STORIES.
      *---------------------------------------------------------------*
       01  FALSE-POSITIVE-WORD-TABLE.
           05  FW-ENTRY-COUNT              PIC S9(04) USAGE IS COMP.
           05  FW-ENTRY                    OCCURS 300 TIMES
                                           INDEXED BY FW-INDEX.
               10  FW-WORD                 PIC X(15).
               10  FW-COUNT                PIC 9(05).
      *---------------------------------------------------------------*
      *    FILLER WORDS THAT SAY NOTHING ABOUT WHY AN ALERT MISFIRED.
      *---------------------------------------------------------------*
       01  STOP-WORD-VALUES.
           05  FILLER PIC X(36) VALUE
               'THE   AND   FOR   WITH  FROM  THAT  '.
           05  FILLER PIC X(36) VALUE
               'THIS  YOUR  YOU   ARE   WAS   HOW   '.
           05  FILLER PIC X(36) VALUE
               'WHY   WHAT  WHEN  NOT   ITS   INTO  '.
           05  FILLER PIC X(36) VALUE
               'OVER  ABOUT SHOW  ASK   CAN   NEW   '.
           05  FILLER PIC X(36) VALUE
               'NOW   ALL   OUT   HAS   HAVE  BUT   '.
       01  STOP-WORD-TABLE REDEFINES STOP-WORD-VALUES.
           05  SW-ENTRY                    OCCURS 30 TIMES
                                           INDEXED BY SW-INDEX.
               10  SW-WORD                 PIC X(06).
      *---------------------------------------------------------------*
       01  PRECISION-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(40) VALUE
               'HACKPREC WATCH-KEYWORD ALERT PRECISION -'.
           05  FILLER PIC X(07) VALUE ' MONTH '.
           05  PHL-YYYY                    PIC X(04).
           05  FILLER PIC X(01) VALUE '/'.
           05  PHL-MM                      PIC X(02).
           05  FILLER PIC X(07) VALUE ' AS OF '.
           05  PHL-AS-OF-DATE              PIC 9(08).
      *---------------------------------------------------------------*
       01  PRECISION-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(15) VALUE 'KEYWORD'.
           05  FILLER PIC X(08) VALUE '  RAISED'.
           05  FILLER PIC X(08) VALUE ' LABELED'.
           05  FILLER PIC X(08) VALUE 'RELEVANT'.
           05  FILLER PIC X(08) VALUE ' NOT REL'.
           05  FILLER PIC X(08) VALUE '  NO LBL'.
           05  FILLER PIC X(08) VALUE '  PREC %'.
           05  FILLER PIC X(44) VALUE
               '  MOST COMMON WORDS IN NOT-RELEVANT TITLES'.
      *---------------------------------------------------------------*
       01  PRECISION-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  PDL-KEYWORD                 PIC X(15).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  PDL-RAISED                  PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  PDL-LABELED                 PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  PDL-RELEVANT                PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  PDL-NOT-RELEVANT            PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  PDL-UNLABELED               PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  PDL-PRECISION               PIC X(06).
           05  PDL-PRECISION-N REDEFINES PDL-PRECISION
                                           PIC ZZZ9.9.
           05  PDL-FALSE-POSITIVE          OCCURS 3 TIMES.
               10  FILLER                  PIC X(02).
               10  PDL-FP-WORD             PIC X(15).
               10  PDL-FP-COUNT            PIC ZZ9.
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
           SORT SORT-FILE
                ON ASCENDING KEY SR-KEYWORD
                                 SR-STORY-KEY
                INPUT PROCEDURE IS 5000-SELECT-MONTH-ALERTS
                OUTPUT PROCEDURE IS 6000-SCORE-KEYWORDS.
           PERFORM 4000-PRINT-TOTAL-LINE.
           PERFORM 3000-CLOSE-FILES.
           DISPLAY '*** HACKPREC KEYWORD PRECISION SUMMARY ***'.
           DISPLAY 'ALERT ROWS READ     : ', WS-HISTORY-READ-COUNT.
           DISPLAY 'ROWS IN THE MONTH   : ', WS-MONTH-ROW-COUNT.
           DISPLAY 'KEYWORDS REPORTED   : ', WS-KEYWORD-COUNT.
           DISPLAY 'ALERTS RAISED       : ', TC-RAISED.
           IF  WS-TABLE-FULL-COUNT > 0
               DISPLAY 'WORDS OVER TABLE SIZE: ', WS-TABLE-FULL-COUNT
           END-IF.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT ALERT-HISTORY-FILE.
           OPEN INPUT STORY-LABEL-FILE.
           OPEN INPUT STORY-ARCHIVE-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE
                                              PHL-AS-OF-DATE.
           ACCEPT WS-MONTH-CARD.
           IF  WS-MONTH-CARD IS NUMERIC
               MOVE WS-MONTH-CARD          TO WS-REPORT-MONTH
           ELSE
               MOVE WS-BUSINESS-DATE (1:6) TO WS-REPORT-MONTH
           END-IF.
           MOVE WS-REPORT-YYYY             TO PHL-YYYY.
           MOVE WS-REPORT-MM               TO PHL-MM.
           IF NOT ALERT-HISTORY-OK
               DISPLAY 'ALRTHIST OPEN ERROR : ', ALERT-HISTORY-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT STORY-LABEL-OK
               DISPLAY 'HNLABEL OPEN ERROR : ', STORY-LABEL-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT STORY-ARCHIVE-OK
               DISPLAY 'HNARCH OPEN ERROR : ', STORY-ARCHIVE-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE ALERT-HISTORY-FILE.
           CLOSE STORY-LABEL-FILE.
           CLOSE STORY-ARCHIVE-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-TOTAL-LINE.
      *---------------------------------------------------------------*
           IF  WS-KEYWORD-COUNT = 0
               MOVE 'NO WATCH-LIST ALERTS RAISED IN THE MONTH'
                   TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           ELSE
               MOVE SPACE                  TO PRECISION-DETAIL-LINE
               MOVE 'ALL KEYWORDS'         TO PDL-KEYWORD
               MOVE TC-RAISED              TO KC-RAISED
               MOVE TC-RELEVANT            TO KC-RELEVANT
               MOVE TC-NOT-RELEVANT        TO KC-NOT-RELEVANT
               MOVE TC-UNLABELED           TO KC-UNLABELED
               PERFORM 6600-MOVE-KEYWORD-COUNTS
               MOVE PRECISION-DETAIL-LINE  TO NEXT-REPORT-LINE
               MOVE 2                      TO LINE-SPACEING
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
      *---------------------------------------------------------------*
       5000-SELECT-MONTH-ALERTS SECTION.
      *---------------------------------------------------------------*
           IF  NOT END-OF-FILE
               PERFORM 8000-READ-ALERT-HISTORY
           END-IF.
           PERFORM 5100-SELECT-ONE-ALERT
               UNTIL END-OF-FILE.
       5000-DUMMY     SECTION.
      *---------------------------------------------------------------*
       5100-SELECT-ONE-ALERT.
      *---------------------------------------------------------------*
           IF  AH-ALERT-DATE (1:6) = WS-REPORT-MONTH
               AND AH-KEYWORD NOT = SPACE
               AND AH-STORY-KEY NOT = SPACE
               ADD 1                       TO WS-MONTH-ROW-COUNT
               MOVE AH-KEYWORD             TO SR-KEYWORD
               MOVE AH-STORY-KEY           TO SR-STORY-KEY
               MOVE AH-STORY-TITLE         TO SR-STORY-TITLE
               RELEASE SORT-RECORD
           END-IF.
           PERFORM 8000-READ-ALERT-HISTORY.
      *---------------------------------------------------------------*
       6000-SCORE-KEYWORDS SECTION.
      *---------------------------------------------------------------*
           PERFORM 8200-RETURN-SORT-RECORD.
           PERFORM 6100-SCORE-ONE-KEYWORD
               UNTIL SORT-END-OF-FILE.
       6000-DUMMY     SECTION.
      *---------------------------------------------------------------*
       6100-SCORE-ONE-KEYWORD.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-KEYWORD-COUNT.
           MOVE SR-KEYWORD                 TO WS-CURRENT-KEYWORD.
           INITIALIZE KEYWORD-COUNTS
                      FALSE-POSITIVE-WORD-TABLE.
           PERFORM 6200-SCORE-ONE-ALERT
               UNTIL SORT-END-OF-FILE
                  OR SR-KEYWORD NOT = WS-CURRENT-KEYWORD.
           PERFORM 6500-PRINT-KEYWORD-LINE.
      *---------------------------------------------------------------*
       6200-SCORE-ONE-ALERT.
      *---------------------------------------------------------------*
           MOVE SR-STORY-KEY               TO WS-CURRENT-STORY.
           ADD 1                           TO KC-RAISED.
           MOVE SR-STORY-KEY               TO LB-STORY-KEY.
           READ STORY-LABEL-FILE
               INVALID KEY
                   MOVE SPACE              TO LB-LABEL
           END-READ.
           EVALUATE TRUE
               WHEN LB-RELEVANT
                   ADD 1                   TO KC-RELEVANT
               WHEN LB-NOT-RELEVANT
                   ADD 1                   TO KC-NOT-RELEVANT
                   PERFORM 6300-COUNT-TITLE-WORDS
               WHEN OTHER
                   ADD 1                   TO KC-UNLABELED
           END-EVALUATE.
      *    THE SAME STORY LOGGED BY LATER RUNS IS THE SAME ALERT.
           PERFORM 8200-RETURN-SORT-RECORD
               UNTIL SORT-END-OF-FILE
                  OR SR-KEYWORD NOT = WS-CURRENT-KEYWORD
                  OR SR-STORY-KEY NOT = WS-CURRENT-STORY.
      *---------------------------------------------------------------*
       6300-COUNT-TITLE-WORDS.
      *---------------------------------------------------------------*
           MOVE SR-STORY-KEY               TO HNA-KEY.
           READ STORY-ARCHIVE-FILE
               INVALID KEY
                   MOVE SR-STORY-TITLE     TO WS-WORK-TITLE
               NOT INVALID KEY
                   MOVE HNA-TITLE          TO WS-WORK-TITLE
           END-READ.
           INSPECT WS-WORK-TITLE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WS-WORK-TITLE CONVERTING
               ',.:;!?()"''-/' TO '            '.
           MOVE 1                          TO WS-TITLE-PTR.
           PERFORM 6310-COUNT-ONE-WORD
               UNTIL WS-TITLE-PTR > 86.
      *---------------------------------------------------------------*
       6310-COUNT-ONE-WORD.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO WS-WORD.
           UNSTRING WS-WORK-TITLE DELIMITED BY ALL SPACE
               INTO WS-WORD
               WITH POINTER WS-TITLE-PTR
           END-UNSTRING.
           IF  WS-WORD (3:1) NOT = SPACE
               AND WS-WORD NOT = WS-CURRENT-KEYWORD
               SET SW-INDEX                TO 1
               SEARCH SW-ENTRY
                   AT END
                       PERFORM 6320-TALLY-WORD
                   WHEN SW-WORD (SW-INDEX) = WS-WORD
                       CONTINUE
               END-SEARCH
           END-IF.
      *---------------------------------------------------------------*
       6320-TALLY-WORD.
      *---------------------------------------------------------------*
           SET FW-INDEX                    TO 1.
           SEARCH FW-ENTRY
               AT END
                   PERFORM 6330-ADD-WORD
               WHEN FW-WORD (FW-INDEX) = WS-WORD
                   ADD 1                   TO FW-COUNT (FW-INDEX)
           END-SEARCH.
      *---------------------------------------------------------------*
       6330-ADD-WORD.
      *---------------------------------------------------------------*
           IF  FW-ENTRY-COUNT < 300
               ADD 1                       TO FW-ENTRY-COUNT
               MOVE WS-WORD                TO FW-WORD (FW-ENTRY-COUNT)
               MOVE 1                      TO FW-COUNT (FW-ENTRY-COUNT)
           ELSE
               ADD 1                       TO WS-TABLE-FULL-COUNT
           END-IF.
      *---------------------------------------------------------------*
       6500-PRINT-KEYWORD-LINE.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO PRECISION-DETAIL-LINE.
           MOVE WS-CURRENT-KEYWORD         TO PDL-KEYWORD.
           PERFORM 6600-MOVE-KEYWORD-COUNTS.
           PERFORM 6510-PICK-TOP-WORD
               VARYING WS-RANK-SUB FROM 1 BY 1
               UNTIL WS-RANK-SUB > 3.
           ADD KC-RAISED                   TO TC-RAISED.
           ADD KC-RELEVANT                 TO TC-RELEVANT.
           ADD KC-NOT-RELEVANT             TO TC-NOT-RELEVANT.
           ADD KC-UNLABELED                TO TC-UNLABELED.
           MOVE PRECISION-DETAIL-LINE      TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       6510-PICK-TOP-WORD.
      *---------------------------------------------------------------*
      *    THE WORD PICKED IS ZEROED SO THE NEXT PASS FINDS THE
      *    RUNNER-UP.
           MOVE 0                          TO WS-BEST-COUNT
                                              WS-BEST-SUB.
           PERFORM 6520-CHECK-ONE-WORD
               VARYING WS-WORD-SUB FROM 1 BY 1
               UNTIL WS-WORD-SUB > FW-ENTRY-COUNT.
           IF  WS-BEST-SUB > 0
               MOVE FW-WORD (WS-BEST-SUB)  TO PDL-FP-WORD (WS-RANK-SUB)
               MOVE WS-BEST-COUNT          TO PDL-FP-COUNT (WS-RANK-SUB)
               MOVE 0                      TO FW-COUNT (WS-BEST-SUB)
           END-IF.
      *---------------------------------------------------------------*
       6520-CHECK-ONE-WORD.
      *---------------------------------------------------------------*
           IF  FW-COUNT (WS-WORD-SUB) > WS-BEST-COUNT
               MOVE FW-COUNT (WS-WORD-SUB) TO WS-BEST-COUNT
               MOVE WS-WORD-SUB            TO WS-BEST-SUB
           END-IF.
      *---------------------------------------------------------------*
       6600-MOVE-KEYWORD-COUNTS.
      *---------------------------------------------------------------*
           MOVE KC-RAISED                  TO PDL-RAISED.
           COMPUTE PDL-LABELED = KC-RELEVANT + KC-NOT-RELEVANT.
           MOVE KC-RELEVANT                TO PDL-RELEVANT.
           MOVE KC-NOT-RELEVANT            TO PDL-NOT-RELEVANT.
           MOVE KC-UNLABELED               TO PDL-UNLABELED.
           IF  KC-RELEVANT + KC-NOT-RELEVANT = 0
               MOVE '   N/A'               TO PDL-PRECISION
           ELSE
               COMPUTE WS-PRECISION ROUNDED =
                   KC-RELEVANT * 100 / (KC-RELEVANT + KC-NOT-RELEVANT)
               MOVE WS-PRECISION           TO PDL-PRECISION-N
           END-IF.
      *---------------------------------------------------------------*
       8000-READ-ALERT-HISTORY.
      *---------------------------------------------------------------*
           READ ALERT-HISTORY-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
           IF  NOT END-OF-FILE
               ADD 1                       TO WS-HISTORY-READ-COUNT
           END-IF.
      *---------------------------------------------------------------*
       8200-RETURN-SORT-RECORD.
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
           MOVE PRECISION-HEADING-LINE     TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE PRECISION-COLUMN-LINE      TO PRINT-LINE.
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
