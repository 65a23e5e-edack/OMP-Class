       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NOTMNT.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    NOTICE LOG MAINTENANCE - POSTS THE MAILED DATE AND MAILING
      *    BATCH TO NOTICES NOTGEN LOGGED ON NOTLOG (SEE NTLOGREC), AND
      *    LISTS EVERY NOTICE ON FILE FOR A CLAIM SO A CLERK CAN SHOW
      *    WHEN EACH WAS ISSUED AND MAILED.  PRINTS AN AUDIT LISTING
      *    OF EVERY CARD AND ITS RESULT, THE SAME ARRANGEMENT ISSMNT
      *    USES FOR THE ISSUE DOCKET.
      *
      *    CARD FORMAT (NOTIN) -
      *      COL 1      ACTION  M=MAILED  L=LIST THE CLAIM'S NOTICES
      *      COL 3-10   CLAIM ID
      *      COL 12-13  NOTICE TYPE  ST/AD/OP         (MAILED ONLY)
      *      COL 15-22  EVENT DATE   YYYYMMDD         (MAILED ONLY)
      *      COL 24-31  MAILED DATE  YYYYMMDD; BLANK = BUSINESS DATE
      *      COL 33-40  MAIL BATCH / CERTIFICATE NUMBER
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
           SELECT NOTICE-LOG-FILE ASSIGN TO NOTLOG
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS NL-NOTICE-KEY
             FILE STATUS  IS NOTICE-LOG-STATUS.
           SELECT MAINTENANCE-CARD-FILE ASSIGN TO NOTIN
             FILE STATUS IS MAINTENANCE-CARD-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  NOTICE-LOG-FILE.
       COPY NTLOGREC.
      *---------------------------------------------------------------*
       FD  MAINTENANCE-CARD-FILE
           RECORDING MODE IS F.
       01  MAINTENANCE-CARD.
           05  MC-ACTION                   PIC X(01).
               88  MC-MAILED                     VALUE 'M'.
               88  MC-LIST-CLAIM                 VALUE 'L'.
           05  FILLER                      PIC X(01).
           05  MC-CLAIM-ID                 PIC X(08).
           05  FILLER                      PIC X(01).
           05  MC-NOTICE-TYPE              PIC X(02).
           05  FILLER                      PIC X(01).
           05  MC-EVENT-DATE               PIC X(08).
           05  FILLER                      PIC X(01).
           05  MC-MAILED-DATE              PIC X(08).
           05  FILLER                      PIC X(01).
           05  MC-MAIL-BATCH               PIC X(08).
           05  FILLER                      PIC X(40).
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
           05  NOTICE-LOG-STATUS           PIC X(02).
               88  NOTICE-LOG-OK                 VALUE '00'.
               88  NOTICE-LOG-NEW                VALUE '35'.
           05  MAINTENANCE-CARD-STATUS     PIC X(02).
               88  MAINTENANCE-CARD-OK           VALUE '00'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  END-OF-CLAIM-SW             PIC X VALUE 'N'.
               88  END-OF-CLAIM                  VALUE 'Y'.
           05  WS-CARD-COUNT               PIC 9(05) VALUE 0.
           05  WS-APPLIED-COUNT            PIC 9(05) VALUE 0.
           05  WS-REJECTED-COUNT           PIC 9(05) VALUE 0.
           05  WS-LISTED-COUNT             PIC 9(05) VALUE 0.
           05  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
           05  WS-MAILED-DATE              PIC 9(08) VALUE 0.
      *---------------------------------------------------------------*
       01  AUDIT-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'NOTMNT NOTICE LOG MAINTENANCE AUDIT         '.
      *---------------------------------------------------------------*
       01  AUDIT-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  ADL-ACTION                  PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-CLAIM-ID                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-NOTICE-TYPE             PIC X(02).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-EVENT-DATE              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-MAILED-DATE             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-MAIL-BATCH              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-RESULT                  PIC X(30).
      *---------------------------------------------------------------*
      *    ONE LINE PER LOGGED NOTICE UNDER AN 'L' CARD.
      *---------------------------------------------------------------*
       01  LOG-LIST-LINE.
      *---------------------------------------------------------------*
           05  FILLER                      PIC X(05) VALUE SPACE.
           05  LLL-NOTICE-TYPE             PIC X(02).
           05  FILLER PIC X(08) VALUE ' EVENT '.
           05  LLL-EVENT-DATE              PIC 9(08).
           05  FILLER PIC X(08) VALUE ' ISSUED '.
           05  LLL-NOTICE-DATE             PIC 9(08).
           05  FILLER PIC X(11) VALUE ' DEADLINE '.
           05  LLL-APPEAL-DEADLINE         PIC 9(08).
           05  FILLER PIC X(08) VALUE ' MAILED '.
           05  LLL-MAILED-DATE             PIC X(08).
           05  FILLER PIC X(07) VALUE ' BATCH '.
           05  LLL-MAIL-BATCH              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  LLL-REASON-TEXT             PIC X(30).
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
           PERFORM 8000-READ-MAINTENANCE-CARD.
           PERFORM 2000-APPLY-MAINTENANCE-CARD
               UNTIL END-OF-FILE.
           PERFORM 3000-CLOSE-FILES.
           DISPLAY '*** NOTMNT MAINTENANCE SUMMARY ***'.
           DISPLAY 'CARDS READ     : ', WS-CARD-COUNT.
           DISPLAY 'CARDS APPLIED  : ', WS-APPLIED-COUNT.
           DISPLAY 'CARDS REJECTED : ', WS-REJECTED-COUNT.
           DISPLAY 'NOTICES LISTED : ', WS-LISTED-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  MAINTENANCE-CARD-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           OPEN I-O NOTICE-LOG-FILE.
           IF  NOTICE-LOG-NEW
      *        NO NOTICE RUN YET - CREATE THE FILE EMPTY, THEN REOPEN
      *        FOR UPDATE, THE SAME DANCE STATEMNT DOES FOR A
      *        BRAND-NEW REFERENCE CLUSTER.
               OPEN OUTPUT NOTICE-LOG-FILE
               CLOSE       NOTICE-LOG-FILE
               OPEN I-O    NOTICE-LOG-FILE
           END-IF.
           IF NOT NOTICE-LOG-OK
               DISPLAY 'NOTLOG OPEN ERROR : ', NOTICE-LOG-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       2000-APPLY-MAINTENANCE-CARD.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-CARD-COUNT.
           MOVE MC-ACTION                  TO ADL-ACTION.
           MOVE MC-CLAIM-ID                TO ADL-CLAIM-ID.
           MOVE MC-NOTICE-TYPE             TO ADL-NOTICE-TYPE.
           MOVE MC-EVENT-DATE              TO ADL-EVENT-DATE.
           MOVE MC-MAILED-DATE             TO ADL-MAILED-DATE.
           MOVE MC-MAIL-BATCH              TO ADL-MAIL-BATCH.
           IF  MC-MAILED-DATE IS NUMERIC
               MOVE MC-MAILED-DATE         TO WS-MAILED-DATE
           ELSE
               MOVE WS-BUSINESS-DATE       TO WS-MAILED-DATE
           END-IF.
           EVALUATE TRUE
               WHEN MC-LIST-CLAIM
                   PERFORM 2900-PRINT-AUDIT-LINE
                   PERFORM 2200-LIST-CLAIM-NOTICES
               WHEN MC-MAILED
                   PERFORM 2100-POST-MAILED-DATE
                   PERFORM 2900-PRINT-AUDIT-LINE
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
                   PERFORM 2900-PRINT-AUDIT-LINE
           END-EVALUATE.
           PERFORM 8000-READ-MAINTENANCE-CARD.
      *---------------------------------------------------------------*
       2100-POST-MAILED-DATE.
      *---------------------------------------------------------------*
      *    A SECOND 'M' CARD FOR THE SAME NOTICE (A REMAILING) REPLACES
      *    THE DATE AND BATCH - THE LOG CARRIES THE LATEST MAILING.
      *---------------------------------------------------------------*
           MOVE WS-MAILED-DATE             TO ADL-MAILED-DATE.
           EVALUATE TRUE
               WHEN MC-NOTICE-TYPE NOT = 'ST' AND 'AD' AND 'OP'
                   MOVE 'INVALID NOTICE TYPE'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               WHEN MC-EVENT-DATE IS NOT NUMERIC
                   MOVE 'INVALID EVENT DATE'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               WHEN MC-MAILED-DATE NOT = SPACES
                   AND MC-MAILED-DATE IS NOT NUMERIC
                   MOVE 'INVALID MAILED DATE'
                       TO ADL-RESULT
                   ADD 1                   TO WS-REJECTED-COUNT
               WHEN OTHER
                   MOVE MC-CLAIM-ID        TO NL-CLAIM-ID
                   MOVE MC-NOTICE-TYPE     TO NL-NOTICE-TYPE
                   MOVE MC-EVENT-DATE      TO NL-EVENT-DATE
                   READ NOTICE-LOG-FILE
                       INVALID KEY
                           MOVE 'NOTICE NOT ON LOG - NOT POSTED'
                               TO ADL-RESULT
                           ADD 1           TO WS-REJECTED-COUNT
                       NOT INVALID KEY
                           IF  WS-MAILED-DATE < NL-NOTICE-DATE
                               MOVE 'MAILED BEFORE ISSUE - REJECTED'
                                   TO ADL-RESULT
                               ADD 1       TO WS-REJECTED-COUNT
                           ELSE
                               MOVE WS-MAILED-DATE
                                   TO NL-MAILED-DATE
                               MOVE MC-MAIL-BATCH
                                   TO NL-MAIL-BATCH
                               REWRITE NOTICE-LOG-RECORD
                               MOVE 'MAILED DATE POSTED'
                                   TO ADL-RESULT
                               ADD 1       TO WS-APPLIED-COUNT
                           END-IF
                   END-READ
           END-EVALUATE.
      *---------------------------------------------------------------*
       2200-LIST-CLAIM-NOTICES.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO END-OF-CLAIM-SW.
           MOVE LOW-VALUES                 TO NL-NOTICE-KEY.
           MOVE MC-CLAIM-ID                TO NL-CLAIM-ID.
           START NOTICE-LOG-FILE KEY IS NOT LESS THAN NL-NOTICE-KEY
               INVALID KEY
                   MOVE 'Y'                TO END-OF-CLAIM-SW
           END-START.
           IF  NOT END-OF-CLAIM
               PERFORM 8100-READ-NEXT-NOTICE
           END-IF.
           IF  END-OF-CLAIM
               MOVE 'NO NOTICES ON LOG FOR CLAIM' TO ADL-RESULT
               MOVE AUDIT-DETAIL-LINE      TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
               MOVE SPACE                  TO ADL-RESULT
           END-IF.
           PERFORM 2210-LIST-ONE-NOTICE
               UNTIL END-OF-CLAIM.
           ADD 1                           TO WS-APPLIED-COUNT.
      *---------------------------------------------------------------*
       2210-LIST-ONE-NOTICE.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-LISTED-COUNT.
           MOVE NL-NOTICE-TYPE             TO LLL-NOTICE-TYPE.
           MOVE NL-EVENT-DATE              TO LLL-EVENT-DATE.
           MOVE NL-NOTICE-DATE             TO LLL-NOTICE-DATE.
           MOVE NL-APPEAL-DEADLINE         TO LLL-APPEAL-DEADLINE.
           IF  NL-MAILED-DATE = 0
               MOVE 'NOT YET '             TO LLL-MAILED-DATE
           ELSE
               MOVE NL-MAILED-DATE         TO LLL-MAILED-DATE
           END-IF.
           MOVE NL-MAIL-BATCH              TO LLL-MAIL-BATCH.
           MOVE NL-REASON-TEXT             TO LLL-REASON-TEXT.
           MOVE LOG-LIST-LINE              TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 8100-READ-NEXT-NOTICE.
      *---------------------------------------------------------------*
       2900-PRINT-AUDIT-LINE.
      *---------------------------------------------------------------*
           MOVE AUDIT-DETAIL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE SPACE                      TO ADL-RESULT.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE NOTICE-LOG-FILE.
           CLOSE MAINTENANCE-CARD-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       8000-READ-MAINTENANCE-CARD.
      *---------------------------------------------------------------*
           READ MAINTENANCE-CARD-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
      *---------------------------------------------------------------*
       8100-READ-NEXT-NOTICE.
      *---------------------------------------------------------------*
           READ NOTICE-LOG-FILE NEXT RECORD
               AT END MOVE 'Y' TO END-OF-CLAIM-SW
           END-READ.
           IF  NOT END-OF-CLAIM
               AND NL-CLAIM-ID NOT = MC-CLAIM-ID
               MOVE 'Y'                    TO END-OF-CLAIM-SW
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
