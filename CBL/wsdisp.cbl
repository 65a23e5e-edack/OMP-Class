       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WSDISP.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    WORK-SEARCH AUDIT OUTCOME TRACKING - APPLIES OUTCOME CARDS
      *    (VERIFIED / NOT VERIFIED / UNABLE TO REACH) TO THE WSAFILE
      *    AUDIT CASES OPENED BY WSSAMP, WITH AN AUDIT LISTING PER
      *    CARD, THEN WALKS THE AUDIT FILE AND PRINTS THE COMPLETION
      *    REPORT FOR THE WORK-SEARCH COMPLIANCE REVIEW - CASES
      *    SELECTED, VERIFIED, NOT VERIFIED, UNABLE TO REACH, STILL
      *    PENDING, AND THE COMPLETION PERCENTAGE.
      *
      *    CARD FORMAT (WSDIN) -
      *      COL 1     OUTCOME  V=VERIFIED  N=NOT VERIFIED
      *                         U=UNABLE TO REACH THE EMPLOYER
      *      COL 3-10  CLAIM ID
      *      COL 12-19 WEEK-ENDING YYYYMMDD
      *      COL 21-22 CONTACT SEQUENCE (FROM THE WORKSHEET)
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
           SELECT WORK-SEARCH-AUDIT-FILE ASSIGN TO WSAFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS WA-CASE-KEY
             FILE STATUS  IS WORK-SEARCH-AUDIT-STATUS.
           SELECT OUTCOME-CARD-FILE ASSIGN TO WSDIN
             FILE STATUS IS OUTCOME-CARD-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  WORK-SEARCH-AUDIT-FILE.
       COPY WSAREC.
      *---------------------------------------------------------------*
       FD  OUTCOME-CARD-FILE
           RECORDING MODE IS F.
       01  OUTCOME-CARD.
           05  OC-OUTCOME                  PIC X(01).
               88  OC-VALID-OUTCOME              VALUE 'V' 'N' 'U'.
           05  FILLER                      PIC X(01).
           05  OC-CLAIM-ID                 PIC X(08).
           05  FILLER                      PIC X(01).
           05  OC-WEEK-ENDING              PIC 9(08).
           05  FILLER                      PIC X(01).
           05  OC-CONTACT-SEQ              PIC 9(02).
           05  FILLER                      PIC X(58).
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
           05  WORK-SEARCH-AUDIT-STATUS    PIC X(02).
               88  WORK-SEARCH-AUDIT-OK          VALUE '00'.
           05  OUTCOME-CARD-STATUS         PIC X(02).
               88  OUTCOME-CARD-OK               VALUE '00'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  AUDIT-EOF-SW                PIC X VALUE 'N'.
               88  AUDIT-EOF                     VALUE 'Y'.
           05  WS-CARD-COUNT               PIC 9(05) VALUE 0.
           05  WS-APPLIED-COUNT            PIC 9(05) VALUE 0.
           05  WS-REJECTED-COUNT           PIC 9(05) VALUE 0.
           05  WS-CASE-COUNT               PIC 9(06) VALUE 0.
           05  WS-VERIFIED-COUNT           PIC 9(06) VALUE 0.
           05  WS-NOT-VERIFIED-COUNT       PIC 9(06) VALUE 0.
           05  WS-UNABLE-COUNT             PIC 9(06) VALUE 0.
           05  WS-PENDING-COUNT            PIC 9(06) VALUE 0.
           05  WS-COMPLETION-RATE          PIC 9(03)V9(02).
           05  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
      *---------------------------------------------------------------*
       01  AUDIT-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(42) VALUE
               'WSDISP WORK-SEARCH AUDIT OUTCOMES         '.
      *---------------------------------------------------------------*
       01  AUDIT-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  ADL-OUTCOME                 PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-CLAIM-ID                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-WEEK-ENDING             PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-CONTACT-SEQ             PIC 9(02).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-RESULT                  PIC X(30).
      *---------------------------------------------------------------*
       01  COMPLETION-TOTAL-LINE.
      *---------------------------------------------------------------*
           05  CTL-LABEL                   PIC X(26).
           05  CTL-COUNT                   PIC ZZZ,ZZ9.
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
           PERFORM 8000-READ-OUTCOME-CARD.
           PERFORM 2000-APPLY-OUTCOME-CARD
               UNTIL END-OF-FILE.
           PERFORM 2500-COUNT-AUDIT-FILE.
           PERFORM 4000-PRINT-COMPLETION-REPORT.
           PERFORM 3000-CLOSE-FILES.
           DISPLAY '*** WSDISP OUTCOME SUMMARY ***'.
           DISPLAY 'CARDS READ    : ', WS-CARD-COUNT.
           DISPLAY 'CARDS APPLIED : ', WS-APPLIED-COUNT.
           DISPLAY 'CARDS REJECTED: ', WS-REJECTED-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  OUTCOME-CARD-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           OPEN I-O WORK-SEARCH-AUDIT-FILE.
           IF NOT WORK-SEARCH-AUDIT-OK
               DISPLAY 'WSAFILE OPEN ERROR : ',
                   WORK-SEARCH-AUDIT-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE
               SET AUDIT-EOF TO TRUE.
      *---------------------------------------------------------------*
       2000-APPLY-OUTCOME-CARD.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-CARD-COUNT.
           MOVE OC-OUTCOME                 TO ADL-OUTCOME.
           MOVE OC-CLAIM-ID                TO ADL-CLAIM-ID.
           MOVE OC-WEEK-ENDING             TO ADL-WEEK-ENDING.
           MOVE OC-CONTACT-SEQ             TO ADL-CONTACT-SEQ.
           IF  NOT OC-VALID-OUTCOME
               MOVE 'INVALID OUTCOME CODE'
                   TO ADL-RESULT
               ADD 1                       TO WS-REJECTED-COUNT
           ELSE
               MOVE OC-CLAIM-ID            TO WA-CLAIM-ID
               MOVE OC-WEEK-ENDING         TO WA-WEEK-ENDING
               MOVE OC-CONTACT-SEQ         TO WA-CONTACT-SEQ
               READ WORK-SEARCH-AUDIT-FILE
                   INVALID KEY
                       MOVE 'CASE NOT ON AUDIT FILE'
                           TO ADL-RESULT
                       ADD 1               TO WS-REJECTED-COUNT
                   NOT INVALID KEY
                       MOVE OC-OUTCOME     TO WA-OUTCOME
                       MOVE WS-BUSINESS-DATE
                           TO WA-OUTCOME-DATE
                       REWRITE WORK-SEARCH-AUDIT-RECORD
                       MOVE 'OUTCOME RECORDED'
                           TO ADL-RESULT
                       ADD 1               TO WS-APPLIED-COUNT
               END-READ
           END-IF.
           PERFORM 2900-PRINT-AUDIT-LINE.
           PERFORM 8000-READ-OUTCOME-CARD.
      *---------------------------------------------------------------*
       2500-COUNT-AUDIT-FILE.
      *---------------------------------------------------------------*
           IF  AUDIT-EOF
               CONTINUE
           ELSE
               MOVE LOW-VALUES             TO WA-CASE-KEY
               START WORK-SEARCH-AUDIT-FILE
                   KEY IS >= WA-CASE-KEY
                   INVALID KEY
                       SET AUDIT-EOF TO TRUE
               END-START
               PERFORM 8100-READ-NEXT-CASE
               PERFORM 2600-COUNT-ONE-CASE
                   UNTIL AUDIT-EOF
           END-IF.
      *---------------------------------------------------------------*
       2600-COUNT-ONE-CASE.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-CASE-COUNT.
           EVALUATE TRUE
               WHEN WA-VERIFIED
                   ADD 1                   TO WS-VERIFIED-COUNT
               WHEN WA-NOT-VERIFIED
                   ADD 1                   TO WS-NOT-VERIFIED-COUNT
               WHEN WA-UNABLE-TO-REACH
                   ADD 1                   TO WS-UNABLE-COUNT
               WHEN OTHER
                   ADD 1                   TO WS-PENDING-COUNT
           END-EVALUATE.
           PERFORM 8100-READ-NEXT-CASE.
      *---------------------------------------------------------------*
       2900-PRINT-AUDIT-LINE.
      *---------------------------------------------------------------*
           MOVE AUDIT-DETAIL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE SPACE                      TO ADL-RESULT.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE WORK-SEARCH-AUDIT-FILE.
           CLOSE OUTCOME-CARD-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-COMPLETION-REPORT.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO NEXT-REPORT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           MOVE 'CASES SELECTED            ' TO CTL-LABEL.
           MOVE WS-CASE-COUNT              TO CTL-COUNT.
           MOVE COMPLETION-TOTAL-LINE      TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 1                          TO LINE-SPACEING.
           MOVE 'VERIFIED                  ' TO CTL-LABEL.
           MOVE WS-VERIFIED-COUNT          TO CTL-COUNT.
           MOVE COMPLETION-TOTAL-LINE      TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'NOT VERIFIED              ' TO CTL-LABEL.
           MOVE WS-NOT-VERIFIED-COUNT      TO CTL-COUNT.
           MOVE COMPLETION-TOTAL-LINE      TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'UNABLE TO REACH EMPLOYER  ' TO CTL-LABEL.
           MOVE WS-UNABLE-COUNT            TO CTL-COUNT.
           MOVE COMPLETION-TOTAL-LINE      TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'STILL PENDING             ' TO CTL-LABEL.
           MOVE WS-PENDING-COUNT           TO CTL-COUNT.
           MOVE COMPLETION-TOTAL-LINE      TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           IF  WS-CASE-COUNT > 0
               COMPUTE WS-COMPLETION-RATE ROUNDED =
                   (WS-CASE-COUNT - WS-PENDING-COUNT) * 100
                   / WS-CASE-COUNT
               MOVE SPACE                  TO NEXT-REPORT-LINE
               STRING 'COMPLETION RATE PCT: '
                   DELIMITED BY SIZE
                   WS-COMPLETION-RATE DELIMITED BY SIZE
                   INTO NEXT-REPORT-LINE
               END-STRING
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
      *---------------------------------------------------------------*
       8000-READ-OUTCOME-CARD.
      *---------------------------------------------------------------*
           READ OUTCOME-CARD-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
      *---------------------------------------------------------------*
       8100-READ-NEXT-CASE.
      *---------------------------------------------------------------*
           READ WORK-SEARCH-AUDIT-FILE NEXT RECORD
               AT END SET AUDIT-EOF TO TRUE
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
           MOVE AUDIT-HEADING-LINE         TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           ADD  1                          TO PAGE-COUNT.
           MOVE 1                          TO LINE-SPACEING.
           MOVE 2                          TO LINE-COUNT.
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
