       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WSEDIT.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    WEEKLY WORK-SEARCH LOAD AND EDIT - FILES THE WEEK'S
      *    WORK-SEARCH CONTACT FEED (WSCIN) ON THE WSCFILE CONTACT
      *    FILE (SEE WSCREC), THEN WALKS THE CERTIFICATIONS ON
      *    CERTFILE FOR THE EDIT WEEK AND LISTS EVERY CERTIFIED WEEK
      *    WITH FEWER CONTACTS ON FILE THAN THE REQUIRED MINIMUM,
      *    WITH THE WEEK'S COMPLIANCE TOTALS AT THE END.  A FEED ROW
      *    ALREADY ON FILE (SAME CLAIM, WEEK, EMPLOYER, DATE AND
      *    METHOD) IS COUNTED AS A DUPLICATE, SO A RERUN OF THE FEED
      *    DOES NOT DOUBLE THE CONTACTS.  RETURN CODE 4 WHEN FEED ROWS
      *    WERE REJECTED.
      *
      *    SYSIN CARD - COL 1-8 EDIT WEEK-ENDING YYYYMMDD.  BLANK
      *    MEANS THE LAST COMPLETED WEEK BEFORE THE BUSINESS DATE.
      *
      *    WSCIN ROW - CLAIM ID,WEEK-ENDING YYYYMMDD,EMPLOYER NAME,
      *    CONTACT DATE YYYYMMDD,METHOD (I/P/O/M, SEE WSCREC)
      *      (E.G. C0001234,20261010,ACME TOOL AND DIE,20261007,P)
      *    THE CONTACT DATE MAY NOT FALL AFTER THE WEEK-ENDING.
      *
      *    PARMFILE PARAMETER (SEE PARMC) -
      *      WSMINCNT  REQUIRED CONTACTS PER CERTIFIED WEEK 9(2)
      *                (DEFAULT 3)
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
           SELECT CONTACT-CSV-FILE ASSIGN TO WSCIN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS CONTACT-CSV-STATUS.
           SELECT WORK-SEARCH-CONTACT-FILE ASSIGN TO WSCFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS WC-CONTACT-KEY
             FILE STATUS  IS WORK-SEARCH-CONTACT-STATUS.
           SELECT CERTIFICATION-FILE ASSIGN TO CERTFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS CT-CERT-KEY
             FILE STATUS  IS CERTIFICATION-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  CONTACT-CSV-FILE
           RECORDING MODE IS F.
       01  CONTACT-CSV-LINE                PIC X(100).
      *---------------------------------------------------------------*
       FD  WORK-SEARCH-CONTACT-FILE.
       COPY WSCREC.
      *---------------------------------------------------------------*
       FD  CERTIFICATION-FILE.
       COPY CERTREC.
      *---------------------------------------------------------------*
       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD.
           05  PRINT-LINE                  PIC X(132).
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  WS-PARSE-FIELDS.
      *---------------------------------------------------------------*
           05  WS-FEED-CLAIM-ID            PIC X(08).
           05  WS-FEED-WEEK-ENDING         PIC X(08).
           05  WS-FEED-EMPLOYER-NAME       PIC X(30).
           05  WS-FEED-CONTACT-DATE        PIC X(08).
           05  WS-FEED-METHOD              PIC X(01).
               88  WS-FEED-VALID-METHOD          VALUE 'I' 'P'
                                                       'O' 'M'.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  CONTACT-CSV-STATUS          PIC X(02).
               88  CONTACT-CSV-OK                VALUE '00'.
           05  WORK-SEARCH-CONTACT-STATUS  PIC X(02).
               88  WORK-SEARCH-CONTACT-OK        VALUE '00'.
               88  WORK-SEARCH-CONTACT-NEW       VALUE '35'.
           05  CERTIFICATION-STATUS        PIC X(02).
               88  CERTIFICATION-OK              VALUE '00'.
           05  FILES-OPEN-SW               PIC X VALUE 'Y'.
               88  FILES-OPEN                    VALUE 'Y'.
           05  CONTACT-EOF-SW              PIC X VALUE 'N'.
               88  CONTACT-EOF                   VALUE 'Y'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  CONTACT-SCAN-SW             PIC X(01).
               88  CONTACT-SCAN-DONE             VALUE 'Y'.
           05  CONTACT-FILED-SW            PIC X(01).
               88  CONTACT-FILED                 VALUE 'Y'.
           05  WS-VALID-ROW-SW             PIC X(01).
               88  VALID-ROW                     VALUE 'Y'.
           05  WS-WEEK-CARD                PIC X(08) VALUE SPACE.
           05  WS-EDIT-WEEK                PIC 9(08).
           05  WS-BUSINESS-DATE            PIC 9(08).
           05  WS-PRIOR-WEEK-DATE          PIC 9(08).
           05  WS-REQUIRED-CONTACTS        PIC 9(02) VALUE 3.
           05  WS-SEQ                      PIC 9(03).
           05  WS-WEEK-CONTACTS            PIC 9(03).
           05  WS-FEED-ROW-COUNT           PIC 9(08) VALUE 0.
           05  WS-LOADED-COUNT             PIC 9(08) VALUE 0.
           05  WS-DUPLICATE-COUNT          PIC 9(08) VALUE 0.
           05  WS-REJECT-COUNT             PIC 9(08) VALUE 0.
           05  WS-WEEKS-CERTIFIED          PIC 9(08) VALUE 0.
           05  WS-WEEKS-SHORT              PIC 9(08) VALUE 0.
           05  WS-WEEKS-NONE               PIC 9(08) VALUE 0.
           05  WS-COMPLIANCE-RATE          PIC 9(03)V9.
      *---------------------------------------------------------------*
       01  EDIT-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'WORK-SEARCH EDIT - WEEKS BELOW THE REQUIRED '.
           05  FILLER PIC X(24) VALUE
               'CONTACTS    WEEK ENDING '.
           05  EHL-EDIT-WEEK               PIC 9(08).
      *---------------------------------------------------------------*
       01  EDIT-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'CLAIM     WEEK END  CERTIFIED  CONTACTS  REQ'.
           05  FILLER PIC X(12) VALUE 'UIRED  SHORT'.
      *---------------------------------------------------------------*
       01  EDIT-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  EDL-CLAIM-ID                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  EDL-WEEK-ENDING             PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  EDL-CERT-DATE               PIC 9(08).
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  EDL-CONTACTS                PIC Z(07)9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  EDL-REQUIRED                PIC Z(07)9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  EDL-SHORT                   PIC Z(04)9.
      *---------------------------------------------------------------*
       01  EDIT-TOTAL-LINE.
      *---------------------------------------------------------------*
           05  ETL-LABEL                   PIC X(34).
           05  ETL-COUNT                   PIC ZZ,ZZZ,ZZ9.
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
           IF  FILES-OPEN
               PERFORM 8000-READ-CONTACT-ROW
               PERFORM 2000-LOAD-ONE-CONTACT
                   UNTIL CONTACT-EOF
               PERFORM 8100-READ-CERTIFICATION
               PERFORM 2500-EDIT-ONE-CERTIFICATION
                   UNTIL END-OF-FILE
               PERFORM 4000-PRINT-TOTALS
               PERFORM 3000-CLOSE-FILES
           END-IF.
           DISPLAY '*** WSEDIT WORK-SEARCH EDIT SUMMARY ***'.
           DISPLAY 'EDIT WEEK-ENDING         : ', WS-EDIT-WEEK.
           DISPLAY 'FEED ROWS READ           : ', WS-FEED-ROW-COUNT.
           DISPLAY 'CONTACTS LOADED          : ', WS-LOADED-COUNT.
           DISPLAY 'DUPLICATES               : ', WS-DUPLICATE-COUNT.
           DISPLAY 'REJECTED                 : ', WS-REJECT-COUNT.
           DISPLAY 'WEEKS CERTIFIED          : ', WS-WEEKS-CERTIFIED.
           DISPLAY 'WEEKS BELOW MINIMUM      : ', WS-WEEKS-SHORT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT CONTACT-CSV-FILE.
           OPEN INPUT CERTIFICATION-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           ACCEPT WS-WEEK-CARD.
           IF  WS-WEEK-CARD IS NUMERIC
               MOVE WS-WEEK-CARD           TO WS-EDIT-WEEK
           ELSE
               COMPUTE WS-PRIOR-WEEK-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE) - 7)
               MOVE 'W'                    TO BD-FUNCTION
               MOVE WS-PRIOR-WEEK-DATE     TO BD-IN-DATE
               CALL 'BUSDATE' USING BUSDATE-REQUEST
               MOVE BD-OUT-DATE            TO WS-EDIT-WEEK
           END-IF.
           MOVE WS-EDIT-WEEK               TO EHL-EDIT-WEEK.
           MOVE 'WSMINCNT'                 TO PL-PARM-ID.
           MOVE WS-BUSINESS-DATE           TO PL-AS-OF-DATE.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND AND PL-VALUE (1:2) IS NUMERIC
               MOVE PL-VALUE (1:2)         TO WS-REQUIRED-CONTACTS
           END-IF.
           OPEN I-O WORK-SEARCH-CONTACT-FILE.
           IF  WORK-SEARCH-CONTACT-NEW
      *        FIRST FEED EVER LOADED - CREATE THE FILE EMPTY, THEN
      *        REOPEN FOR UPDATE, THE SAME DANCE STATEMNT DOES FOR A
      *        BRAND-NEW REFERENCE CLUSTER.
               OPEN OUTPUT WORK-SEARCH-CONTACT-FILE
               CLOSE       WORK-SEARCH-CONTACT-FILE
               OPEN I-O    WORK-SEARCH-CONTACT-FILE
           END-IF.
           IF NOT CONTACT-CSV-OK
               DISPLAY 'WSCIN OPEN ERROR : ', CONTACT-CSV-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT WORK-SEARCH-CONTACT-OK
               DISPLAY 'WSCFILE OPEN ERROR : ',
                   WORK-SEARCH-CONTACT-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT CERTIFICATION-OK
               DISPLAY 'CERTFILE OPEN ERROR : ', CERTIFICATION-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
      *---------------------------------------------------------------*
       2000-LOAD-ONE-CONTACT.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-FEED-ROW-COUNT.
           MOVE 'Y'                        TO WS-VALID-ROW-SW.
           IF  WS-FEED-CLAIM-ID = SPACE
               OR WS-FEED-EMPLOYER-NAME = SPACE
               OR WS-FEED-WEEK-ENDING NOT NUMERIC
               OR WS-FEED-CONTACT-DATE NOT NUMERIC
               OR NOT WS-FEED-VALID-METHOD
               MOVE 'N'                    TO WS-VALID-ROW-SW
           END-IF.
           IF  VALID-ROW
               AND WS-FEED-CONTACT-DATE > WS-FEED-WEEK-ENDING
               MOVE 'N'                    TO WS-VALID-ROW-SW
           END-IF.
           IF  VALID-ROW
               MOVE 'N'                    TO CONTACT-FILED-SW
               PERFORM 2100-TRY-CONTACT-SEQUENCE
                   VARYING WS-SEQ FROM 1 BY 1
                   UNTIL CONTACT-FILED
                      OR WS-SEQ > 99
               IF  NOT CONTACT-FILED
                   MOVE 'N'                TO WS-VALID-ROW-SW
               END-IF
           END-IF.
           IF  NOT VALID-ROW
               ADD 1                       TO WS-REJECT-COUNT
               MOVE 4                      TO RETURN-CODE
               DISPLAY 'WSEDIT - CONTACT ROW REJECTED : ',
                   CONTACT-CSV-LINE
           END-IF.
           PERFORM 8000-READ-CONTACT-ROW.
      *---------------------------------------------------------------*
       2100-TRY-CONTACT-SEQUENCE.
      *---------------------------------------------------------------*
      *    THE FIRST FREE SEQUENCE IN THE WEEK TAKES THE CONTACT,
      *    UNLESS THE SAME CONTACT IS ALREADY FILED UNDER AN EARLIER
      *    ONE.
      *---------------------------------------------------------------*
           MOVE WS-FEED-CLAIM-ID           TO WC-CLAIM-ID.
           MOVE WS-FEED-WEEK-ENDING        TO WC-WEEK-ENDING.
           MOVE WS-SEQ                     TO WC-CONTACT-SEQ.
           READ WORK-SEARCH-CONTACT-FILE
               INVALID KEY
                   PERFORM 2110-FILE-NEW-CONTACT
               NOT INVALID KEY
                   IF  WC-EMPLOYER-NAME = WS-FEED-EMPLOYER-NAME
                       AND WC-CONTACT-DATE = WS-FEED-CONTACT-DATE
                       AND WC-CONTACT-METHOD = WS-FEED-METHOD
                       ADD 1               TO WS-DUPLICATE-COUNT
                       MOVE 'Y'            TO CONTACT-FILED-SW
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       2110-FILE-NEW-CONTACT.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO
               WORK-SEARCH-CONTACT-RECORD.
           MOVE WS-FEED-CLAIM-ID           TO WC-CLAIM-ID.
           MOVE WS-FEED-WEEK-ENDING        TO WC-WEEK-ENDING.
           MOVE WS-SEQ                     TO WC-CONTACT-SEQ.
           MOVE WS-FEED-EMPLOYER-NAME      TO WC-EMPLOYER-NAME.
           MOVE WS-FEED-CONTACT-DATE       TO WC-CONTACT-DATE.
           MOVE WS-FEED-METHOD             TO WC-CONTACT-METHOD.
           MOVE WS-BUSINESS-DATE           TO WC-LOAD-DATE.
           WRITE WORK-SEARCH-CONTACT-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1                   TO WS-LOADED-COUNT
                   MOVE 'Y'                TO CONTACT-FILED-SW
           END-WRITE.
      *---------------------------------------------------------------*
       2500-EDIT-ONE-CERTIFICATION.
      *---------------------------------------------------------------*
           IF  CT-WEEK-ENDING = WS-EDIT-WEEK
               ADD 1                       TO WS-WEEKS-CERTIFIED
               PERFORM 2600-COUNT-WEEK-CONTACTS
               IF  WS-WEEK-CONTACTS < WS-REQUIRED-CONTACTS
                   PERFORM 2700-LIST-SHORT-WEEK
               END-IF
           END-IF.
           PERFORM 8100-READ-CERTIFICATION.
      *---------------------------------------------------------------*
       2600-COUNT-WEEK-CONTACTS.
      *---------------------------------------------------------------*
           MOVE 0                          TO WS-WEEK-CONTACTS.
           MOVE 'N'                        TO CONTACT-SCAN-SW.
           MOVE CT-CLAIM-ID                TO WC-CLAIM-ID.
           MOVE CT-WEEK-ENDING             TO WC-WEEK-ENDING.
           MOVE 0                          TO WC-CONTACT-SEQ.
           START WORK-SEARCH-CONTACT-FILE
               KEY IS NOT LESS THAN WC-CONTACT-KEY
               INVALID KEY
                   MOVE 'Y'                TO CONTACT-SCAN-SW
           END-START.
           PERFORM 2610-COUNT-ONE-CONTACT
               UNTIL CONTACT-SCAN-DONE.
      *---------------------------------------------------------------*
       2610-COUNT-ONE-CONTACT.
      *---------------------------------------------------------------*
           READ WORK-SEARCH-CONTACT-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                TO CONTACT-SCAN-SW
           END-READ.
           IF  NOT CONTACT-SCAN-DONE
               IF  WC-CLAIM-ID = CT-CLAIM-ID
                   AND WC-WEEK-ENDING = CT-WEEK-ENDING
                   ADD 1                   TO WS-WEEK-CONTACTS
               ELSE
                   MOVE 'Y'                TO CONTACT-SCAN-SW
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2700-LIST-SHORT-WEEK.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-WEEKS-SHORT.
           IF  WS-WEEK-CONTACTS = 0
               ADD 1                       TO WS-WEEKS-NONE
           END-IF.
           MOVE CT-CLAIM-ID                TO EDL-CLAIM-ID.
           MOVE CT-WEEK-ENDING             TO EDL-WEEK-ENDING.
           MOVE CT-CERT-DATE               TO EDL-CERT-DATE.
           MOVE WS-WEEK-CONTACTS           TO EDL-CONTACTS.
           MOVE WS-REQUIRED-CONTACTS       TO EDL-REQUIRED.
           COMPUTE EDL-SHORT =
               WS-REQUIRED-CONTACTS - WS-WEEK-CONTACTS.
           MOVE EDIT-DETAIL-LINE           TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE CONTACT-CSV-FILE.
           CLOSE WORK-SEARCH-CONTACT-FILE.
           CLOSE CERTIFICATION-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-TOTALS.
      *---------------------------------------------------------------*
           IF  WS-WEEKS-SHORT = 0
               MOVE 'NO CERTIFIED WEEK BELOW THE REQUIRED CONTACTS'
                                           TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           MOVE 2                          TO LINE-SPACEING.
           MOVE 'WEEKS CERTIFIED'          TO ETL-LABEL.
           MOVE WS-WEEKS-CERTIFIED         TO ETL-COUNT.
           PERFORM 4100-PRINT-TOTAL-LINE.
           MOVE 'WEEKS MEETING THE MINIMUM' TO ETL-LABEL.
           COMPUTE ETL-COUNT = WS-WEEKS-CERTIFIED - WS-WEEKS-SHORT.
           PERFORM 4100-PRINT-TOTAL-LINE.
           MOVE 'WEEKS BELOW THE MINIMUM'  TO ETL-LABEL.
           MOVE WS-WEEKS-SHORT             TO ETL-COUNT.
           PERFORM 4100-PRINT-TOTAL-LINE.
           MOVE '  OF WHICH NO CONTACTS REPORTED' TO ETL-LABEL.
           MOVE WS-WEEKS-NONE              TO ETL-COUNT.
           PERFORM 4100-PRINT-TOTAL-LINE.
           MOVE 'CONTACTS REQUIRED PER WEEK' TO ETL-LABEL.
           MOVE WS-REQUIRED-CONTACTS       TO ETL-COUNT.
           PERFORM 4100-PRINT-TOTAL-LINE.
           IF  WS-WEEKS-CERTIFIED > 0
               COMPUTE WS-COMPLIANCE-RATE ROUNDED =
                   (WS-WEEKS-CERTIFIED - WS-WEEKS-SHORT) * 100
                   / WS-WEEKS-CERTIFIED
               MOVE SPACE                  TO NEXT-REPORT-LINE
               STRING 'COMPLIANCE RATE PCT: '
                   DELIMITED BY SIZE
                   WS-COMPLIANCE-RATE DELIMITED BY SIZE
                   INTO NEXT-REPORT-LINE
               END-STRING
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
      *---------------------------------------------------------------*
       4100-PRINT-TOTAL-LINE.
      *---------------------------------------------------------------*
           MOVE EDIT-TOTAL-LINE            TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 1                          TO LINE-SPACEING.
      *---------------------------------------------------------------*
       8000-READ-CONTACT-ROW.
      *---------------------------------------------------------------*
           READ CONTACT-CSV-FILE
               AT END MOVE 'Y' TO CONTACT-EOF-SW.
           IF  NOT CONTACT-EOF
               MOVE SPACE TO WS-FEED-CLAIM-ID WS-FEED-WEEK-ENDING
                             WS-FEED-EMPLOYER-NAME
                             WS-FEED-CONTACT-DATE WS-FEED-METHOD
               UNSTRING CONTACT-CSV-LINE DELIMITED BY ','
                   INTO WS-FEED-CLAIM-ID
                        WS-FEED-WEEK-ENDING
                        WS-FEED-EMPLOYER-NAME
                        WS-FEED-CONTACT-DATE
                        WS-FEED-METHOD
               END-UNSTRING
           END-IF.
      *---------------------------------------------------------------*
       8100-READ-CERTIFICATION.
      *---------------------------------------------------------------*
           READ CERTIFICATION-FILE NEXT RECORD
               AT END SET END-OF-FILE TO TRUE
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
           MOVE EDIT-HEADING-LINE          TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE EDIT-COLUMN-LINE           TO PRINT-LINE.
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
