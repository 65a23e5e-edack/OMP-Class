       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PROTAGE.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    OPEN EMPLOYER PROTEST AGING REPORT - READS THE PROTEST
      *    DOCKET (SEE PROTREC, MAINTAINED BY PROTMNT) AND LISTS EVERY
      *    PROTEST STILL WITHOUT A DECISION MORE THAN 30 DAYS AFTER
      *    THE EMPLOYER FILED IT, WITH THE EMPLOYER NAME FROM EMPLRF,
      *    THE CHARGED AMOUNT IN DISPUTE AND THE AGE IN DAYS TO THE
      *    BUSINESS DATE, THEN TOTALS BY AGE BAND.  THE TOTALS ALSO
      *    SHOW EVERY OPEN PROTEST AND THE UPHELD CREDITS THE NEXT
      *    NAMED-QUARTER EMPCHG RUN HAS STILL TO POST.
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
           SELECT PROTEST-FILE ASSIGN TO PROTEST
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS EP-PROTEST-KEY
             FILE STATUS  IS PROTEST-STATUS.
           SELECT EMPLOYER-REFERENCE-FILE ASSIGN TO EMPLRF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS EM-EMPLOYER-ACCT
             FILE STATUS  IS EMPLOYER-REFERENCE-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  PROTEST-FILE.
       COPY PROTREC.
      *---------------------------------------------------------------*
       FD  EMPLOYER-REFERENCE-FILE.
       COPY EMPLREFC.
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
           05  PROTEST-STATUS              PIC X(02).
               88  PROTEST-OK                    VALUE '00'.
               88  PROTEST-NEW                   VALUE '35'.
           05  PROTEST-OPEN-SW             PIC X(01) VALUE 'N'.
               88  PROTEST-OPEN                  VALUE 'Y'.
           05  EMPLOYER-REFERENCE-STATUS   PIC X(02).
               88  EMPLOYER-REFERENCE-OK         VALUE '00'.
           05  FILES-OPEN-SW               PIC X VALUE 'Y'.
               88  FILES-OPEN                    VALUE 'Y'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  WS-BUSINESS-DATE            PIC 9(08).
           05  WS-TODAY-INTEGER            PIC 9(08).
           05  WS-AGE-DAYS                 PIC S9(05).
           05  WS-BAND-SUB                 PIC 9(01).
           05  WS-PROTEST-COUNT            PIC 9(08) VALUE 0.
      *---------------------------------------------------------------*
       01  WS-REPORT-TOTALS.
           05  WS-OPEN-PROTESTS            PIC 9(08) VALUE 0.
           05  WS-OPEN-AMOUNT              PIC 9(11)V99 VALUE 0.
           05  WS-AGED-PROTESTS            PIC 9(08) VALUE 0.
           05  WS-AGED-AMOUNT              PIC 9(11)V99 VALUE 0.
           05  WS-UNPOSTED-CREDITS         PIC 9(08) VALUE 0.
           05  WS-UNPOSTED-AMOUNT          PIC 9(11)V99 VALUE 0.
      *---------------------------------------------------------------*
      *    OPEN PROTESTS PAST 30 DAYS BY AGE.
      *---------------------------------------------------------------*
       01  AGE-BAND-NAMES.
           05  FILLER PIC X(23) VALUE '060OPEN 31 TO 60 DAYS  '.
           05  FILLER PIC X(23) VALUE '090OPEN 61 TO 90 DAYS  '.
           05  FILLER PIC X(23) VALUE '999OPEN OVER 90 DAYS   '.
       01  AGE-BAND-TABLE REDEFINES AGE-BAND-NAMES.
           05  ABT-ENTRY                   OCCURS 3 TIMES.
               10  ABT-UPPER-DAYS          PIC 9(03).
               10  ABT-NAME                PIC X(20).
       01  AGE-BAND-TOTALS.
           05  ABC-ENTRY                   OCCURS 3 TIMES.
               10  ABC-PROTESTS            PIC 9(08).
               10  ABC-AMOUNT              PIC 9(11)V99.
      *---------------------------------------------------------------*
       01  REPORT-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'PROTAGE OPEN EMPLOYER PROTESTS OVER 30 DAYS '.
           05  FILLER PIC X(16) VALUE '- BUSINESS DATE '.
           05  RHL-BUSINESS-DATE           PIC 9(08).
      *---------------------------------------------------------------*
       01  AGING-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'ACCOUNT   EMPLOYER NAME                   CL'.
           05  FILLER PIC X(44) VALUE
               'AIM ID  PROTESTED REASON          QUARTER  C'.
           05  FILLER PIC X(21) VALUE
               'HARGED AMOUNT     AGE'.
      *---------------------------------------------------------------*
       01  AGING-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  ADL-EMPLOYER-ACCT           PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-EMPLOYER-NAME           PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-CLAIM-ID                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-PROTEST-DATE            PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-REASON                  PIC X(14).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-STATEMENT-QUARTER       PIC 9(05).
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  ADL-CHARGED-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  ADL-AGE-DAYS                PIC ZZ,ZZ9.
      *---------------------------------------------------------------*
       01  REPORT-TOTAL-LINE.
      *---------------------------------------------------------------*
           05  RTL-LABEL                   PIC X(32).
           05  RTL-PROTESTS                PIC ZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  RTL-AMOUNT                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
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
               IF  PROTEST-OPEN
                   PERFORM 8000-READ-PROTEST
                   PERFORM 2000-AGE-ONE-PROTEST
                       UNTIL END-OF-FILE
               END-IF
               PERFORM 4000-PRINT-AGING-TOTALS
               PERFORM 3000-CLOSE-FILES
           END-IF.
           DISPLAY '*** PROTAGE OPEN EMPLOYER PROTESTS ***'.
           DISPLAY 'BUSINESS DATE            : ', WS-BUSINESS-DATE.
           DISPLAY 'PROTESTS READ            : ', WS-PROTEST-COUNT.
           DISPLAY 'PROTESTS OPEN            : ', WS-OPEN-PROTESTS.
           DISPLAY 'OPEN OVER 30 DAYS        : ', WS-AGED-PROTESTS.
           DISPLAY 'CREDITS NOT YET POSTED   : ', WS-UNPOSTED-CREDITS.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  EMPLOYER-REFERENCE-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE           TO RHL-BUSINESS-DATE.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
           INITIALIZE AGE-BAND-TOTALS.
      *    NO DOCKET YET MEANS NO EMPLOYER HAS PROTESTED - THE REPORT
      *    STILL PRINTS, SHOWING NOTHING OPEN.
           OPEN INPUT PROTEST-FILE.
           EVALUATE TRUE
               WHEN PROTEST-OK
                   SET PROTEST-OPEN TO TRUE
               WHEN PROTEST-NEW
                   DISPLAY 'PROTAGE - PROTEST DOCKET NOT YET CREATED - '
                       'NO EMPLOYER PROTEST ON FILE'
               WHEN OTHER
                   DISPLAY 'PROTEST OPEN ERROR : ', PROTEST-STATUS
                   MOVE 16                 TO RETURN-CODE
                   MOVE 'N'                TO FILES-OPEN-SW
           END-EVALUATE.
           IF NOT EMPLOYER-REFERENCE-OK
               DISPLAY 'EMPLRF OPEN ERROR : ',
                   EMPLOYER-REFERENCE-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
      *---------------------------------------------------------------*
       2000-AGE-ONE-PROTEST.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-PROTEST-COUNT.
           IF  EP-OPEN
               ADD 1                       TO WS-OPEN-PROTESTS
               ADD EP-CHARGED-AMOUNT       TO WS-OPEN-AMOUNT
               COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER -
                   FUNCTION INTEGER-OF-DATE (EP-PROTEST-DATE)
               IF  WS-AGE-DAYS > 30
                   PERFORM 2100-LIST-AGED-PROTEST
               END-IF
           END-IF.
           IF  EP-UPHELD
               AND EP-CREDIT-AMOUNT > 0
               AND EP-CREDIT-QUARTER = 0
               ADD 1                       TO WS-UNPOSTED-CREDITS
               ADD EP-CREDIT-AMOUNT        TO WS-UNPOSTED-AMOUNT
           END-IF.
           PERFORM 8000-READ-PROTEST.
      *---------------------------------------------------------------*
       2100-LIST-AGED-PROTEST.
      *---------------------------------------------------------------*
           MOVE 1                          TO WS-BAND-SUB.
           PERFORM 2110-NEXT-AGE-BAND
               UNTIL WS-BAND-SUB = 3
                  OR WS-AGE-DAYS NOT > ABT-UPPER-DAYS (WS-BAND-SUB).
           ADD 1                           TO ABC-PROTESTS (WS-BAND-SUB)
                                              WS-AGED-PROTESTS.
           ADD EP-CHARGED-AMOUNT           TO ABC-AMOUNT (WS-BAND-SUB)
                                              WS-AGED-AMOUNT.
           MOVE EP-EMPLOYER-ACCT           TO ADL-EMPLOYER-ACCT
                                              EM-EMPLOYER-ACCT.
           READ EMPLOYER-REFERENCE-FILE
               INVALID KEY
                   MOVE '** NOT ON EMPLRF **'
                       TO ADL-EMPLOYER-NAME
               NOT INVALID KEY
                   MOVE EM-EMPLOYER-NAME   TO ADL-EMPLOYER-NAME
           END-READ.
           MOVE EP-CLAIM-ID                TO ADL-CLAIM-ID.
           MOVE EP-PROTEST-DATE            TO ADL-PROTEST-DATE.
           EVALUATE TRUE
               WHEN EP-CLAIMANT-QUIT
                   MOVE 'QUIT'             TO ADL-REASON
               WHEN EP-CLAIMANT-REHIRED
                   MOVE 'REHIRED'          TO ADL-REASON
               WHEN EP-NEVER-EMPLOYED
                   MOVE 'NEVER EMPLOYED'   TO ADL-REASON
               WHEN OTHER
                   MOVE 'OTHER'            TO ADL-REASON
           END-EVALUATE.
           MOVE EP-STATEMENT-QUARTER       TO ADL-STATEMENT-QUARTER.
           MOVE EP-CHARGED-AMOUNT          TO ADL-CHARGED-AMOUNT.
           MOVE WS-AGE-DAYS                TO ADL-AGE-DAYS.
           MOVE AGING-DETAIL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       2110-NEXT-AGE-BAND.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-BAND-SUB.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           IF  PROTEST-OPEN
               CLOSE PROTEST-FILE
           END-IF.
           CLOSE EMPLOYER-REFERENCE-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-AGING-TOTALS.
      *---------------------------------------------------------------*
           IF  WS-AGED-PROTESTS = 0
               MOVE 'NO EMPLOYER PROTEST OPEN MORE THAN 30 DAYS'
                                           TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           MOVE 2                          TO LINE-SPACEING.
           MOVE 'PROTESTS OPEN - AMOUNT IN DISPUTE' TO RTL-LABEL.
           MOVE WS-OPEN-PROTESTS           TO RTL-PROTESTS.
           MOVE WS-OPEN-AMOUNT             TO RTL-AMOUNT.
           MOVE REPORT-TOTAL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 1                          TO LINE-SPACEING.
           MOVE 'OPEN MORE THAN 30 DAYS'   TO RTL-LABEL.
           MOVE WS-AGED-PROTESTS           TO RTL-PROTESTS.
           MOVE WS-AGED-AMOUNT             TO RTL-AMOUNT.
           MOVE REPORT-TOTAL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 4100-PRINT-BAND-LINE
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 3.
           MOVE 2                          TO LINE-SPACEING.
           MOVE 'UPHELD CREDITS NOT YET POSTED' TO RTL-LABEL.
           MOVE WS-UNPOSTED-CREDITS        TO RTL-PROTESTS.
           MOVE WS-UNPOSTED-AMOUNT         TO RTL-AMOUNT.
           MOVE REPORT-TOTAL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 1                          TO LINE-SPACEING.
      *---------------------------------------------------------------*
       4100-PRINT-BAND-LINE.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO RTL-LABEL.
           STRING '    ' ABT-NAME (WS-BAND-SUB)
               DELIMITED BY SIZE INTO RTL-LABEL.
           MOVE ABC-PROTESTS (WS-BAND-SUB) TO RTL-PROTESTS.
           MOVE ABC-AMOUNT (WS-BAND-SUB)   TO RTL-AMOUNT.
           MOVE REPORT-TOTAL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       8000-READ-PROTEST.
      *---------------------------------------------------------------*
           READ PROTEST-FILE NEXT RECORD
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
           MOVE REPORT-HEADING-LINE        TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE AGING-COLUMN-LINE          TO PRINT-LINE.
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
