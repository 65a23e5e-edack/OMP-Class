       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WSSAMP.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    WORK-SEARCH AUDIT SAMPLE SELECTOR - PULLS A SYSTEMATIC
      *    RANDOM SAMPLE OF THE EMPLOYER CONTACTS FILED ON WSCFILE
      *    FOR A GIVEN WEEK-ENDING, OPENS A CASE FOR EACH ON THE
      *    WSAFILE AUDIT FILE (OUTCOME PENDING) AND PRINTS A
      *    VERIFICATION WORKSHEET LINE PER SAMPLED CONTACT.  THE
      *    WSDISP RUN RECORDS THE OUTCOMES AND REPORTS COMPLETION.
      *    KEPT APART FROM THE QC SAMPLE (QCSAMP/QCFILE) BUT PICKED
      *    THE SAME WAY - EVERY NTH CONTACT FROM A CARD-SUPPLIED
      *    RANDOM START, SO AN AUDITOR CAN REPRODUCE THE SELECTION.
      *
      *    CONTROL INPUT (SYSIN) -
      *      CARD 1   SAMPLE WEEK-ENDING YYYYMMDD
      *      CARD 2   SAMPLING INTERVAL  9(3)  (EVERY NTH CONTACT)
      *      CARD 3   RANDOM START       9(3)  (1 THRU INTERVAL)
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
           SELECT WORK-SEARCH-CONTACT-FILE ASSIGN TO WSCFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS WC-CONTACT-KEY
             FILE STATUS  IS WORK-SEARCH-CONTACT-STATUS.
           SELECT WORK-SEARCH-AUDIT-FILE ASSIGN TO WSAFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS WA-CASE-KEY
             FILE STATUS  IS WORK-SEARCH-AUDIT-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  WORK-SEARCH-CONTACT-FILE.
       COPY WSCREC.
      *---------------------------------------------------------------*
       FD  WORK-SEARCH-AUDIT-FILE.
       COPY WSAREC.
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
           05  WORK-SEARCH-CONTACT-STATUS  PIC X(02).
               88  WORK-SEARCH-CONTACT-OK        VALUE '00'.
           05  WORK-SEARCH-AUDIT-STATUS    PIC X(02).
               88  WORK-SEARCH-AUDIT-OK          VALUE '00'.
               88  WORK-SEARCH-AUDIT-NEW         VALUE '35'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  WS-WEEK-CARD                PIC X(08) VALUE SPACE.
           05  WS-INTERVAL-CARD            PIC X(03) VALUE SPACE.
           05  WS-START-CARD               PIC X(03) VALUE SPACE.
           05  WS-SAMPLE-WEEK              PIC 9(08) VALUE 0.
           05  WS-SAMPLE-INTERVAL          PIC 9(03) VALUE 10.
           05  WS-SAMPLE-START             PIC 9(03) VALUE 1.
           05  WS-POSITION-IN-CYCLE        PIC 9(03) VALUE 0.
           05  WS-WEEK-CONTACT-COUNT       PIC 9(08) VALUE 0.
           05  WS-SAMPLED-COUNT            PIC 9(06) VALUE 0.
           05  WS-ALREADY-OPEN-COUNT       PIC 9(06) VALUE 0.
           05  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
      *---------------------------------------------------------------*
       01  WORKSHEET-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'WORK-SEARCH VERIFICATION WORKSHEET - WEEK EN'.
           05  FILLER PIC X(06) VALUE 'DING  '.
           05  WHL-SAMPLE-WEEK             PIC 9(08).
      *---------------------------------------------------------------*
       01  WORKSHEET-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'CLAIM     SEQ  EMPLOYER CONTACTED           '.
           05  FILLER PIC X(28) VALUE
               '    CONTACTED   MTH  OUTCOME'.
      *---------------------------------------------------------------*
       01  WORKSHEET-CONTACT-LINE.
      *---------------------------------------------------------------*
           05  WCL-CLAIM-ID                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  WCL-CONTACT-SEQ             PIC 9(02).
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  WCL-EMPLOYER-NAME           PIC X(30).
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  WCL-CONTACT-DATE            PIC 9(08).
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  WCL-CONTACT-METHOD          PIC X(01).
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  FILLER PIC X(11) VALUE '___________'.
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
           PERFORM 8000-READ-CONTACT.
           PERFORM 2000-CONSIDER-ONE-CONTACT
               UNTIL END-OF-FILE.
           PERFORM 3000-CLOSE-FILES.
           DISPLAY '*** WSSAMP SELECTION SUMMARY ***'.
           DISPLAY 'CONTACTS IN WEEK   : ', WS-WEEK-CONTACT-COUNT.
           DISPLAY 'CASES OPENED       : ', WS-SAMPLED-COUNT.
           DISPLAY 'ALREADY ON AUDIT   : ', WS-ALREADY-OPEN-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT WORK-SEARCH-CONTACT-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           ACCEPT WS-WEEK-CARD.
           ACCEPT WS-INTERVAL-CARD.
           ACCEPT WS-START-CARD.
           IF  WS-WEEK-CARD IS NUMERIC
               MOVE WS-WEEK-CARD           TO WS-SAMPLE-WEEK
           END-IF.
           IF  WS-INTERVAL-CARD IS NUMERIC
               AND FUNCTION NUMVAL (WS-INTERVAL-CARD) > 0
               MOVE WS-INTERVAL-CARD       TO WS-SAMPLE-INTERVAL
           END-IF.
           IF  WS-START-CARD IS NUMERIC
               AND FUNCTION NUMVAL (WS-START-CARD) > 0
               MOVE WS-START-CARD          TO WS-SAMPLE-START
           END-IF.
           MOVE WS-SAMPLE-WEEK             TO WHL-SAMPLE-WEEK.
           OPEN I-O WORK-SEARCH-AUDIT-FILE.
           IF  WORK-SEARCH-AUDIT-NEW
      *        FIRST-EVER SAMPLE RUN - CREATE THE FILE EMPTY, THEN
      *        REOPEN FOR UPDATE, THE SAME DANCE STATEMNT DOES FOR A
      *        BRAND-NEW REFERENCE CLUSTER.
               OPEN OUTPUT WORK-SEARCH-AUDIT-FILE
               CLOSE       WORK-SEARCH-AUDIT-FILE
               OPEN I-O    WORK-SEARCH-AUDIT-FILE
           END-IF.
           IF NOT WORK-SEARCH-AUDIT-OK
               DISPLAY 'WSAFILE OPEN ERROR : ',
                   WORK-SEARCH-AUDIT-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT WORK-SEARCH-CONTACT-OK
               DISPLAY 'WSCFILE OPEN ERROR : ',
                   WORK-SEARCH-CONTACT-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       2000-CONSIDER-ONE-CONTACT.
      *---------------------------------------------------------------*
      *    THE CONTACT FILE IS IN CLAIM ORDER, SO THE WEEK'S CONTACTS
      *    ARE PICKED OUT ON THE WAY THROUGH - THE CYCLE COUNTS ONLY
      *    CONTACTS IN THE SAMPLE WEEK.
      *---------------------------------------------------------------*
           IF  WC-WEEK-ENDING = WS-SAMPLE-WEEK
               ADD 1                       TO WS-WEEK-CONTACT-COUNT
               ADD 1                       TO WS-POSITION-IN-CYCLE
               IF  WS-POSITION-IN-CYCLE > WS-SAMPLE-INTERVAL
                   MOVE 1                  TO WS-POSITION-IN-CYCLE
               END-IF
               IF  WS-POSITION-IN-CYCLE = WS-SAMPLE-START
                   PERFORM 2100-OPEN-AUDIT-CASE
               END-IF
           END-IF.
           PERFORM 8000-READ-CONTACT.
      *---------------------------------------------------------------*
       2100-OPEN-AUDIT-CASE.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO WORK-SEARCH-AUDIT-RECORD.
           MOVE WC-CONTACT-KEY             TO WA-CASE-KEY.
           MOVE WS-BUSINESS-DATE           TO WA-SELECT-DATE.
           MOVE 'P'                        TO WA-OUTCOME.
           MOVE 0                          TO WA-OUTCOME-DATE.
           WRITE WORK-SEARCH-AUDIT-RECORD
               INVALID KEY
                   ADD 1                   TO WS-ALREADY-OPEN-COUNT
               NOT INVALID KEY
                   ADD 1                   TO WS-SAMPLED-COUNT
                   PERFORM 2200-PRINT-WORKSHEET
           END-WRITE.
      *---------------------------------------------------------------*
       2200-PRINT-WORKSHEET.
      *---------------------------------------------------------------*
           MOVE WC-CLAIM-ID                TO WCL-CLAIM-ID.
           MOVE WC-CONTACT-SEQ             TO WCL-CONTACT-SEQ.
           MOVE WC-EMPLOYER-NAME           TO WCL-EMPLOYER-NAME.
           MOVE WC-CONTACT-DATE            TO WCL-CONTACT-DATE.
           MOVE WC-CONTACT-METHOD          TO WCL-CONTACT-METHOD.
           MOVE WORKSHEET-CONTACT-LINE     TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE WORK-SEARCH-CONTACT-FILE.
           CLOSE WORK-SEARCH-AUDIT-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       8000-READ-CONTACT.
      *---------------------------------------------------------------*
           IF  NOT END-OF-FILE
               READ WORK-SEARCH-CONTACT-FILE NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
               END-READ
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
           MOVE WORKSHEET-HEADING-LINE     TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE WORKSHEET-COLUMN-LINE      TO PRINT-LINE.
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
