       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STCEDIT.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    WEEKLY SHORT-TIME COMPENSATION (WORK-SHARE) EDIT - LOADS
      *    THE EMPLOYER-REPORTED HOURS FEED (STCHRS) FOR THE EDIT
      *    WEEK, THEN WALKS THE CERTIFICATIONS ON CERTFILE FOR THE
      *    WEEK AND REPRICES EVERY CLAIM ENROLLED UNDER A WORK-SHARE
      *    PLAN (STCPART / STCPLAN, MAINTAINED BY STCMNT).  A WEEK
      *    PASSES WHEN -
      *      THE PLAN ON FILE IS THE ONE THE CLAIM WAS ENROLLED UNDER,
      *      IS ACTIVE AND THE WEEK FALLS BETWEEN ITS START AND END,
      *      THE EMPLOYER REPORTED HOURS FOR THE CLAIM AND WEEK,
      *      THE HOURS REDUCTION IS AT LEAST 10 PERCENT OF THE PLAN'S
      *      NORMAL HOURS AND NOT MORE THAN THE APPROVED REDUCTION,
      *      AND THE CLAIM IS MONETARILY ELIGIBLE ON DETMSTR.
      *    A PASSING WEEK IS PAYABLE AT THE WEEKLY BENEFIT AMOUNT
      *    TIMES THE REDUCTION PERCENT AND MARKED 'W'; A FAILING WEEK
      *    IS MARKED 'S' (HELD) AT ZERO (SEE CERTREC).  BENISS THEN
      *    PAYS THE 'W' WEEKS AS PAYMENT TYPE 'STC'.  EVERY
      *    WORK-SHARE WEEK IS LISTED WITH ITS RESULT, FOLLOWED BY THE
      *    HOURS ROWS THAT MATCHED NO WORK-SHARE CERTIFICATION.
      *    RETURN CODE 4 WHEN WEEKS WERE HELD OR ROWS REJECTED.
      *
      *    SYSIN CARD - COL 1-8 EDIT WEEK-ENDING YYYYMMDD.  BLANK
      *    MEANS THE LAST COMPLETED WEEK BEFORE THE BUSINESS DATE.
      *
      *    STCHRS ROW - CLAIM ID,WEEK-ENDING YYYYMMDD,HOURS WORKED
      *    99V9 AS THREE DIGITS
      *      (E.G. C0001234,20261010,320 FOR 32.0 HOURS)
      *    ROWS FOR ANY OTHER WEEK ARE SKIPPED.
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
           SELECT HOURS-CSV-FILE ASSIGN TO STCHRS
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS HOURS-CSV-STATUS.
           SELECT CERTIFICATION-FILE ASSIGN TO CERTFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS CT-CERT-KEY
             FILE STATUS  IS CERTIFICATION-STATUS.
           SELECT WORK-SHARE-PLAN-FILE ASSIGN TO STCPLAN
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS SP-EMPLOYER-ACCT
             FILE STATUS  IS WORK-SHARE-PLAN-STATUS.
           SELECT WORK-SHARE-PARTICIPANT-FILE ASSIGN TO STCPART
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS SE-CLAIM-ID
             ALTERNATE RECORD KEY IS SE-EMPLOYER-ACCT
                 WITH DUPLICATES
             FILE STATUS  IS WORK-SHARE-PART-STATUS.
           SELECT DETERMINATION-FILE ASSIGN TO DETMSTR
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS MD-CLAIM-ID
             FILE STATUS  IS DETERMINATION-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  HOURS-CSV-FILE
           RECORDING MODE IS F.
       01  HOURS-CSV-LINE                  PIC X(80).
      *---------------------------------------------------------------*
       FD  CERTIFICATION-FILE.
       COPY CERTREC.
      *---------------------------------------------------------------*
       FD  WORK-SHARE-PLAN-FILE.
       COPY STCPREC.
      *---------------------------------------------------------------*
       FD  WORK-SHARE-PARTICIPANT-FILE.
       COPY STCTREC.
      *---------------------------------------------------------------*
       FD  DETERMINATION-FILE.
       COPY MDETREC.
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
           05  WS-FEED-HOURS               PIC X(03).
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  HOURS-CSV-STATUS            PIC X(02).
               88  HOURS-CSV-OK                  VALUE '00'.
           05  CERTIFICATION-STATUS        PIC X(02).
               88  CERTIFICATION-OK              VALUE '00'.
           05  WORK-SHARE-PLAN-STATUS      PIC X(02).
               88  WORK-SHARE-PLAN-OK            VALUE '00'.
           05  WORK-SHARE-PART-STATUS      PIC X(02).
               88  WORK-SHARE-PART-OK            VALUE '00' '02'.
           05  DETERMINATION-STATUS        PIC X(02).
               88  DETERMINATION-OK              VALUE '00'.
           05  FILES-OPEN-SW               PIC X VALUE 'Y'.
               88  FILES-OPEN                    VALUE 'Y'.
           05  HOURS-EOF-SW                PIC X VALUE 'N'.
               88  HOURS-EOF                     VALUE 'Y'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  WS-WEEK-RESULT-SW           PIC X(01).
               88  WS-WEEK-PASSES                VALUE 'Y'.
           05  WS-WEEK-CARD                PIC X(08) VALUE SPACE.
           05  WS-EDIT-WEEK                PIC 9(08).
           05  WS-BUSINESS-DATE            PIC 9(08).
           05  WS-PRIOR-WEEK-DATE          PIC 9(08).
           05  WS-HOURS-WORKED             PIC 9(02)V9.
           05  WS-REDUCTION-PCT            PIC 9(03).
           05  WS-RESULT-TEXT              PIC X(30).
           05  WS-FEED-ROW-COUNT           PIC 9(08) VALUE 0.
           05  WS-OTHER-WEEK-COUNT         PIC 9(08) VALUE 0.
           05  WS-REJECT-COUNT             PIC 9(08) VALUE 0.
           05  WS-UNMATCHED-COUNT          PIC 9(08) VALUE 0.
           05  WS-WEEKS-CERTIFIED          PIC 9(08) VALUE 0.
           05  WS-WEEKS-WORK-SHARE         PIC 9(08) VALUE 0.
           05  WS-WEEKS-PAYABLE            PIC 9(08) VALUE 0.
           05  WS-WEEKS-HELD               PIC 9(08) VALUE 0.
           05  WS-PAYABLE-TOTAL            PIC 9(09)V99 VALUE 0.
      *---------------------------------------------------------------*
      *    THE WEEK'S REPORTED HOURS - ONE ROW PER CLAIM.  A SECOND
      *    ROW FOR THE SAME CLAIM REPLACES THE FIRST (THE EMPLOYER'S
      *    CORRECTION).
      *---------------------------------------------------------------*
       01  HOURS-TABLE.
           05  HRT-ENTRY-COUNT             PIC 9(04) VALUE 0.
           05  HRT-ENTRY                   OCCURS 2000 TIMES
                                           INDEXED BY HRT-INDEX.
               10  HRT-CLAIM-ID            PIC X(08).
               10  HRT-HOURS-WORKED        PIC 9(02)V9.
               10  HRT-MATCHED-SW          PIC X(01).
      *---------------------------------------------------------------*
       01  EDIT-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'WORK-SHARE (SHORT-TIME COMPENSATION) EDIT   '.
           05  FILLER PIC X(12) VALUE 'WEEK ENDING '.
           05  EHL-EDIT-WEEK               PIC 9(08).
      *---------------------------------------------------------------*
       01  EDIT-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'CLAIM     EMPLOYER  PLAN      NORMAL  WORKED'.
           05  FILLER PIC X(44) VALUE
               '  RED%       WBA   PAYABLE  RESULT          '.
      *---------------------------------------------------------------*
       01  EDIT-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  EDL-CLAIM-ID                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  EDL-EMPLOYER-ACCT           PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  EDL-PLAN-NUMBER             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  EDL-NORMAL-HOURS            PIC Z9.9.
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  EDL-HOURS-WORKED            PIC Z9.9.
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  EDL-REDUCTION-PCT           PIC ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  EDL-WEEKLY-BENEFIT          PIC ZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  EDL-PAYABLE                 PIC ZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  EDL-RESULT                  PIC X(30).
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
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           IF  FILES-OPEN
               PERFORM 8000-READ-HOURS-ROW
               PERFORM 2000-LOAD-ONE-HOURS-ROW
                   UNTIL HOURS-EOF
               PERFORM 8100-READ-CERTIFICATION
               PERFORM 2500-EDIT-ONE-CERTIFICATION
                   UNTIL END-OF-FILE
               PERFORM 4000-PRINT-UNMATCHED-HOURS
               PERFORM 4200-PRINT-TOTALS
               PERFORM 3000-CLOSE-FILES
           END-IF.
           DISPLAY '*** STCEDIT WORK-SHARE EDIT SUMMARY ***'.
           DISPLAY 'EDIT WEEK-ENDING         : ', WS-EDIT-WEEK.
           DISPLAY 'HOURS ROWS READ          : ', WS-FEED-ROW-COUNT.
           DISPLAY 'ROWS FOR OTHER WEEKS     : ', WS-OTHER-WEEK-COUNT.
           DISPLAY 'ROWS REJECTED            : ', WS-REJECT-COUNT.
           DISPLAY 'ROWS NOT MATCHED         : ', WS-UNMATCHED-COUNT.
           DISPLAY 'WORK-SHARE WEEKS         : ', WS-WEEKS-WORK-SHARE.
           DISPLAY 'WEEKS PAYABLE            : ', WS-WEEKS-PAYABLE.
           DISPLAY 'WEEKS HELD               : ', WS-WEEKS-HELD.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT HOURS-CSV-FILE.
           OPEN I-O   CERTIFICATION-FILE.
           OPEN INPUT WORK-SHARE-PLAN-FILE.
           OPEN INPUT WORK-SHARE-PARTICIPANT-FILE.
           OPEN INPUT DETERMINATION-FILE.
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
           IF NOT HOURS-CSV-OK
               DISPLAY 'STCHRS OPEN ERROR : ', HOURS-CSV-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT CERTIFICATION-OK
               DISPLAY 'CERTFILE OPEN ERROR : ', CERTIFICATION-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT WORK-SHARE-PLAN-OK
               DISPLAY 'STCPLAN OPEN ERROR : ', WORK-SHARE-PLAN-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT WORK-SHARE-PART-OK
               DISPLAY 'STCPART OPEN ERROR : ', WORK-SHARE-PART-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT DETERMINATION-OK
               DISPLAY 'DETMSTR OPEN ERROR : ', DETERMINATION-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
      *---------------------------------------------------------------*
       2000-LOAD-ONE-HOURS-ROW.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-FEED-ROW-COUNT.
           EVALUATE TRUE
               WHEN WS-FEED-CLAIM-ID = SPACE
                   OR WS-FEED-WEEK-ENDING NOT NUMERIC
                   OR WS-FEED-HOURS NOT NUMERIC
                   ADD 1                   TO WS-REJECT-COUNT
                   MOVE 4                  TO RETURN-CODE
                   DISPLAY 'STCEDIT - HOURS ROW REJECTED : ',
                       HOURS-CSV-LINE
               WHEN WS-FEED-WEEK-ENDING NOT = WS-EDIT-WEEK
                   ADD 1                   TO WS-OTHER-WEEK-COUNT
               WHEN OTHER
                   PERFORM 2100-FIND-HOURS-ENTRY
                   IF  HRT-INDEX > HRT-ENTRY-COUNT
                       ADD 1               TO WS-REJECT-COUNT
                       MOVE 4              TO RETURN-CODE
                       DISPLAY 'STCEDIT - HOURS TABLE FULL : ',
                           HOURS-CSV-LINE
                   ELSE
                       MOVE WS-FEED-HOURS  TO HRT-HOURS-WORKED
                                              (HRT-INDEX) (1:3)
                   END-IF
           END-EVALUATE.
           PERFORM 8000-READ-HOURS-ROW.
      *---------------------------------------------------------------*
       2100-FIND-HOURS-ENTRY.
      *---------------------------------------------------------------*
           SET HRT-INDEX                   TO 1.
           SEARCH HRT-ENTRY
               AT END PERFORM 2110-ADD-HOURS-ENTRY
               WHEN HRT-INDEX > HRT-ENTRY-COUNT
                   PERFORM 2110-ADD-HOURS-ENTRY
               WHEN HRT-CLAIM-ID (HRT-INDEX) = WS-FEED-CLAIM-ID
                   CONTINUE
           END-SEARCH.
      *---------------------------------------------------------------*
       2110-ADD-HOURS-ENTRY.
      *---------------------------------------------------------------*
           IF  HRT-ENTRY-COUNT < 2000
               ADD 1                       TO HRT-ENTRY-COUNT
               SET HRT-INDEX               TO HRT-ENTRY-COUNT
               MOVE WS-FEED-CLAIM-ID       TO HRT-CLAIM-ID (HRT-INDEX)
               MOVE 'N'                    TO HRT-MATCHED-SW
                                              (HRT-INDEX)
           ELSE
               SET HRT-INDEX               TO 2001
           END-IF.
      *---------------------------------------------------------------*
       2500-EDIT-ONE-CERTIFICATION.
      *---------------------------------------------------------------*
           IF  CT-WEEK-ENDING = WS-EDIT-WEEK
               ADD 1                       TO WS-WEEKS-CERTIFIED
               MOVE CT-CLAIM-ID            TO SE-CLAIM-ID
               READ WORK-SHARE-PARTICIPANT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2600-EDIT-WORK-SHARE-WEEK
                           THRU 2600-EXIT
                       PERFORM 2650-POST-WORK-SHARE-WEEK
               END-READ
           END-IF.
           PERFORM 8100-READ-CERTIFICATION.
      *---------------------------------------------------------------*
       2600-EDIT-WORK-SHARE-WEEK.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-WEEKS-WORK-SHARE.
           MOVE 'N'                        TO WS-WEEK-RESULT-SW.
           MOVE 0                          TO WS-HOURS-WORKED
                                              WS-REDUCTION-PCT
                                              MD-WEEKLY-BENEFIT.
           MOVE SPACES                     TO EDIT-DETAIL-LINE.
           MOVE SE-EMPLOYER-ACCT           TO SP-EMPLOYER-ACCT.
           READ WORK-SHARE-PLAN-FILE
               INVALID KEY
                   MOVE 0                  TO SP-NORMAL-HOURS
                   MOVE 'NO PLAN ON FILE'  TO WS-RESULT-TEXT
                   GO TO 2600-EXIT
           END-READ.
           IF  SP-PLAN-NUMBER NOT = SE-PLAN-NUMBER
               MOVE 'ENROLLED UNDER AN ENDED PLAN'
                   TO WS-RESULT-TEXT
               GO TO 2600-EXIT
           END-IF.
           IF  NOT SP-ACTIVE
               AND SP-END-DATE < CT-WEEK-ENDING
               MOVE 'PLAN TERMINATED'      TO WS-RESULT-TEXT
               GO TO 2600-EXIT
           END-IF.
           IF  CT-WEEK-ENDING < SP-START-DATE
               OR CT-WEEK-ENDING > SP-END-DATE
               MOVE 'WEEK OUTSIDE PLAN DATES' TO WS-RESULT-TEXT
               GO TO 2600-EXIT
           END-IF.
           SET HRT-INDEX                   TO 1.
           SEARCH HRT-ENTRY
               AT END
                   MOVE 'NO HOURS REPORTED' TO WS-RESULT-TEXT
                   GO TO 2600-EXIT
               WHEN HRT-INDEX > HRT-ENTRY-COUNT
                   MOVE 'NO HOURS REPORTED' TO WS-RESULT-TEXT
                   GO TO 2600-EXIT
               WHEN HRT-CLAIM-ID (HRT-INDEX) = CT-CLAIM-ID
                   MOVE 'Y'                TO HRT-MATCHED-SW
                                              (HRT-INDEX)
                   MOVE HRT-HOURS-WORKED (HRT-INDEX)
                                           TO WS-HOURS-WORKED
           END-SEARCH.
      *    THE REDUCTION IS TAKEN IN WHOLE PERCENT, ROUNDED DOWN, SO A
      *    WEEK JUST SHORT OF THE 10 PERCENT FLOOR IS NOT PAID.
           IF  WS-HOURS-WORKED < SP-NORMAL-HOURS
               COMPUTE WS-REDUCTION-PCT =
                   (SP-NORMAL-HOURS - WS-HOURS-WORKED) * 100
                   / SP-NORMAL-HOURS
           END-IF.
           IF  WS-REDUCTION-PCT < 10
               MOVE 'REDUCTION BELOW 10 PERCENT' TO WS-RESULT-TEXT
               GO TO 2600-EXIT
           END-IF.
           IF  WS-REDUCTION-PCT > SP-REDUCTION-PCT
               MOVE 'REDUCTION OVER PLAN PERCENT' TO WS-RESULT-TEXT
               GO TO 2600-EXIT
           END-IF.
           MOVE CT-CLAIM-ID                TO MD-CLAIM-ID.
           READ DETERMINATION-FILE
               INVALID KEY
                   MOVE 0                  TO MD-WEEKLY-BENEFIT
                   MOVE 'NO DETERMINATION ON DETMSTR'
                       TO WS-RESULT-TEXT
                   GO TO 2600-EXIT
           END-READ.
           IF  NOT MD-ELIGIBLE
               MOVE 'NOT MONETARILY ELIGIBLE' TO WS-RESULT-TEXT
               GO TO 2600-EXIT
           END-IF.
           MOVE 'Y'                        TO WS-WEEK-RESULT-SW.
           MOVE 'PAYABLE WORK-SHARE WEEK'  TO WS-RESULT-TEXT.
       2600-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2650-POST-WORK-SHARE-WEEK.
      *---------------------------------------------------------------*
           IF  WS-WEEK-PASSES
               COMPUTE CT-PAYABLE-AMOUNT ROUNDED =
                   MD-WEEKLY-BENEFIT * WS-REDUCTION-PCT / 100
               MOVE 'W'                    TO CT-PAY-STATUS
               ADD 1                       TO WS-WEEKS-PAYABLE
               ADD CT-PAYABLE-AMOUNT       TO WS-PAYABLE-TOTAL
           ELSE
               MOVE 0                      TO CT-PAYABLE-AMOUNT
               MOVE 'S'                    TO CT-PAY-STATUS
               ADD 1                       TO WS-WEEKS-HELD
               MOVE 4                      TO RETURN-CODE
           END-IF.
           REWRITE CERTIFICATION-RECORD.
           MOVE CT-CLAIM-ID                TO EDL-CLAIM-ID.
           MOVE SE-EMPLOYER-ACCT           TO EDL-EMPLOYER-ACCT.
           MOVE SE-PLAN-NUMBER             TO EDL-PLAN-NUMBER.
           MOVE SP-NORMAL-HOURS            TO EDL-NORMAL-HOURS.
           MOVE WS-HOURS-WORKED            TO EDL-HOURS-WORKED.
           MOVE WS-REDUCTION-PCT           TO EDL-REDUCTION-PCT.
           MOVE MD-WEEKLY-BENEFIT          TO EDL-WEEKLY-BENEFIT.
           MOVE CT-PAYABLE-AMOUNT          TO EDL-PAYABLE.
           MOVE WS-RESULT-TEXT             TO EDL-RESULT.
           MOVE EDIT-DETAIL-LINE           TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE HOURS-CSV-FILE.
           CLOSE CERTIFICATION-FILE.
           CLOSE WORK-SHARE-PLAN-FILE.
           CLOSE WORK-SHARE-PARTICIPANT-FILE.
           CLOSE DETERMINATION-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-UNMATCHED-HOURS.
      *---------------------------------------------------------------*
           PERFORM 4100-PRINT-ONE-UNMATCHED
               VARYING HRT-INDEX FROM 1 BY 1
               UNTIL HRT-INDEX > HRT-ENTRY-COUNT.
      *---------------------------------------------------------------*
       4100-PRINT-ONE-UNMATCHED.
      *---------------------------------------------------------------*
           IF  HRT-MATCHED-SW (HRT-INDEX) NOT = 'Y'
               ADD 1                       TO WS-UNMATCHED-COUNT
               MOVE 4                      TO RETURN-CODE
               MOVE SPACES                 TO EDIT-DETAIL-LINE
               MOVE HRT-CLAIM-ID (HRT-INDEX) TO EDL-CLAIM-ID
               MOVE HRT-HOURS-WORKED (HRT-INDEX) TO EDL-HOURS-WORKED
               MOVE 'HOURS - NO WORK-SHARE WEEK'
                   TO EDL-RESULT
               MOVE EDIT-DETAIL-LINE       TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
      *---------------------------------------------------------------*
       4200-PRINT-TOTALS.
      *---------------------------------------------------------------*
           IF  WS-WEEKS-WORK-SHARE = 0
               MOVE 'NO WORK-SHARE WEEKS CERTIFIED FOR THE WEEK'
                                           TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           MOVE 2                          TO LINE-SPACEING.
           MOVE 'WEEKS CERTIFIED'          TO ETL-LABEL.
           MOVE WS-WEEKS-CERTIFIED         TO ETL-COUNT.
           PERFORM 4300-PRINT-TOTAL-LINE.
           MOVE 'WORK-SHARE WEEKS'         TO ETL-LABEL.
           MOVE WS-WEEKS-WORK-SHARE        TO ETL-COUNT.
           PERFORM 4300-PRINT-TOTAL-LINE.
           MOVE '  PAYABLE'                TO ETL-LABEL.
           MOVE WS-WEEKS-PAYABLE           TO ETL-COUNT.
           PERFORM 4300-PRINT-TOTAL-LINE.
           MOVE '  HELD'                   TO ETL-LABEL.
           MOVE WS-WEEKS-HELD              TO ETL-COUNT.
           PERFORM 4300-PRINT-TOTAL-LINE.
           MOVE 'HOURS ROWS NOT MATCHED'   TO ETL-LABEL.
           MOVE WS-UNMATCHED-COUNT         TO ETL-COUNT.
           PERFORM 4300-PRINT-TOTAL-LINE.
           MOVE 'HOURS ROWS REJECTED'      TO ETL-LABEL.
           MOVE WS-REJECT-COUNT            TO ETL-COUNT.
           PERFORM 4300-PRINT-TOTAL-LINE.
           MOVE WS-PAYABLE-TOTAL           TO EDL-PAYABLE.
           MOVE SPACE                      TO NEXT-REPORT-LINE.
           STRING 'WORK-SHARE BENEFITS PAYABLE: '
               DELIMITED BY SIZE
               EDL-PAYABLE DELIMITED BY SIZE
               INTO NEXT-REPORT-LINE
           END-STRING.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       4300-PRINT-TOTAL-LINE.
      *---------------------------------------------------------------*
           MOVE EDIT-TOTAL-LINE            TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 1                          TO LINE-SPACEING.
      *---------------------------------------------------------------*
       8000-READ-HOURS-ROW.
      *---------------------------------------------------------------*
           READ HOURS-CSV-FILE
               AT END MOVE 'Y' TO HOURS-EOF-SW.
           IF  NOT HOURS-EOF
               MOVE SPACE TO WS-FEED-CLAIM-ID WS-FEED-WEEK-ENDING
                             WS-FEED-HOURS
               UNSTRING HOURS-CSV-LINE DELIMITED BY ','
                   INTO WS-FEED-CLAIM-ID
                        WS-FEED-WEEK-ENDING
                        WS-FEED-HOURS
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
