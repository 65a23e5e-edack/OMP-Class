       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PROFSCR.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    REEMPLOYMENT PROFILING - SCORES EVERY NEW CLAIM ON THE
      *    WEEK'S CLAIMANT DETAIL FILE (CLMTFILE, CD-CLAIM-CLASS 'N')
      *    FOR ITS LIKELIHOOD OF EXHAUSTING BENEFITS, AND REFERS THE
      *    TOP SCORERS, UP TO THE WEEK'S SERVICE CAPACITY, TO
      *    REEMPLOYMENT SERVICES ON THE RESREF REFERRAL FILE (SEE
      *    RSREC).  THE SCORE IS THE AVERAGE OF THE HISTORICAL
      *    EXHAUSTION RATES (EXHRATE, WRITTEN BY UNEMDUR) FOR THE
      *    CLAIMANT'S INDUSTRY, EDUCATION, AGE BAND AND STATE; A
      *    VALUE THE HISTORY NEVER SAW TAKES THE ALL-CLAIMS RATE.
      *    A CLAIM ALREADY ON RESREF IS NOT REFERRED AGAIN AND DOES
      *    NOT USE UP CAPACITY.  PRINTS THE SELECTION LISTING; RESMNT
      *    CARDS TRACK THE REFERRALS FROM THERE.
      *
      *    CONTROL INPUT (SYSIN) -
      *      CARD 1   SERVICE CAPACITY FOR THE WEEK  9(4)
      *               (BLANK OR ZERO - NOBODY IS REFERRED, RC 4)
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
           SELECT EXHAUSTION-RATE-FILE ASSIGN TO EXHRATE
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS EXHAUSTION-RATE-STATUS.
           SELECT CLAIMANT-DETAIL-FILE ASSIGN TO CLMTFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS CD-DETAIL-KEY
             ALTERNATE RECORD KEY IS CD-CLAIMANT-ID WITH DUPLICATES
             ALTERNATE RECORD KEY IS CD-EMPLOYER-ACCT WITH DUPLICATES
             FILE STATUS  IS CLAIMANT-DETAIL-STATUS.
           SELECT REFERRAL-FILE ASSIGN TO RESREF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS RR-CLAIM-ID
             FILE STATUS  IS REFERRAL-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWORK.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  EXHAUSTION-RATE-FILE
           RECORDING MODE IS F.
       COPY EXHREC.
      *---------------------------------------------------------------*
       FD  CLAIMANT-DETAIL-FILE.
       COPY CLMTREC.
      *---------------------------------------------------------------*
       FD  REFERRAL-FILE.
       COPY RSREC.
      *---------------------------------------------------------------*
       SD  SORT-FILE.
       01  SORT-SCORE-RECORD.
           05  SS-SCORE                    PIC 9(03)V9(02).
           05  SS-CLAIM-ID                 PIC X(08).
           05  SS-CLAIMANT-ID              PIC X(10).
           05  SS-STATE                    PIC X(03).
           05  SS-INDUSTRY                 PIC 9(02).
           05  SS-EDUCATION                PIC 9(01).
           05  SS-AGE-BAND                 PIC 9(02).
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
           05  EXHAUSTION-RATE-STATUS      PIC X(02).
               88  EXHAUSTION-RATE-OK            VALUE '00'.
           05  CLAIMANT-DETAIL-STATUS      PIC X(02).
               88  CLAIMANT-DETAIL-OK            VALUE '00'.
           05  REFERRAL-STATUS             PIC X(02).
               88  REFERRAL-OK                   VALUE '00'.
               88  REFERRAL-NEW                  VALUE '35'.
           05  FILES-OPEN-SW               PIC X VALUE 'Y'.
               88  FILES-OPEN                    VALUE 'Y'.
           05  RATE-EOF-SW                 PIC X VALUE 'N'.
               88  RATE-EOF                      VALUE 'Y'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  SORT-EOF-SW                 PIC X VALUE 'N'.
               88  SORT-EOF                      VALUE 'Y'.
           05  WS-CAPACITY-CARD            PIC X(04) VALUE SPACE.
           05  WS-CAPACITY                 PIC 9(04) VALUE 0.
           05  WS-BUSINESS-DATE            PIC 9(08).
           05  WS-ALL-CLAIMS-RATE          PIC 9(03)V9(02) VALUE 0.
           05  WS-FACTOR-RATE              PIC 9(03)V9(02).
           05  WS-RATE-TOTAL               PIC 9(04)V9(02).
           05  WS-LOOKUP-KEY.
               10  WS-LOOKUP-FACTOR        PIC X(01).
               10  WS-LOOKUP-VALUE         PIC X(03).
           05  WS-FACTOR-CODE-2            PIC 9(02).
           05  WS-FACTOR-CODE-1            PIC 9(01).
           05  WS-DETAIL-COUNT             PIC 9(08) VALUE 0.
           05  WS-SCORED-COUNT             PIC 9(08) VALUE 0.
           05  WS-REFERRED-COUNT           PIC 9(06) VALUE 0.
           05  WS-ALREADY-REFERRED-COUNT   PIC 9(06) VALUE 0.
           05  WS-NOT-SELECTED-COUNT       PIC 9(08) VALUE 0.
           05  WS-RANK                     PIC 9(08) VALUE 0.
      *---------------------------------------------------------------*
      *    EXHRATE LOADED WHOLE - 21 INDUSTRIES, 7 EDUCATION LEVELS,
      *    9 AGE BANDS AND THE STATES FIT WELL INSIDE 150 ROWS.
      *---------------------------------------------------------------*
       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT               PIC 9(03) VALUE 0.
           05  WS-RATE-ENTRY               OCCURS 150 TIMES
                                           INDEXED BY RT-IDX.
               10  WS-RATE-KEY             PIC X(04).
               10  WS-RATE-PCT             PIC 9(03)V9(02).
      *---------------------------------------------------------------*
       01  PROFILE-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'REEMPLOYMENT PROFILING - CLAIMANTS REFERRED '.
           05  FILLER PIC X(14) VALUE '  CAPACITY    '.
           05  PHL-CAPACITY                PIC ZZZ9.
      *---------------------------------------------------------------*
       01  PROFILE-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'RANK  CLAIM     CLAIMANT    ST   IND EDU   A'.
           05  FILLER PIC X(10) VALUE 'GE   SCORE'.
      *---------------------------------------------------------------*
       01  PROFILE-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  PDL-RANK                    PIC ZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  PDL-CLAIM-ID                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  PDL-CLAIMANT-ID             PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  PDL-STATE                   PIC X(03).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  PDL-INDUSTRY                PIC 9(02).
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  PDL-EDUCATION               PIC 9(01).
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  PDL-AGE-BAND                PIC 9(02).
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  PDL-SCORE                   PIC ZZ9.99.
      *---------------------------------------------------------------*
       01  PROFILE-TOTAL-LINE.
      *---------------------------------------------------------------*
           05  PTL-LABEL                   PIC X(30).
           05  PTL-COUNT                   PIC ZZ,ZZZ,ZZ9.
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
               PERFORM 8000-READ-RATE-ROW
               PERFORM 1500-LOAD-ONE-RATE
                   UNTIL RATE-EOF
               SORT SORT-FILE
                   ON DESCENDING KEY SS-SCORE
                   ON ASCENDING  KEY SS-CLAIM-ID
                   INPUT PROCEDURE  2000-SCORE-NEW-CLAIMS
                   OUTPUT PROCEDURE 5000-SELECT-TOP-SCORERS
               PERFORM 4000-PRINT-TOTALS
               PERFORM 3000-CLOSE-FILES
           END-IF.
           DISPLAY '*** PROFSCR PROFILING SUMMARY ***'.
           DISPLAY 'DETAIL ROWS READ   : ', WS-DETAIL-COUNT.
           DISPLAY 'NEW CLAIMS SCORED  : ', WS-SCORED-COUNT.
           DISPLAY 'REFERRED           : ', WS-REFERRED-COUNT.
           DISPLAY 'ALREADY REFERRED   : ', WS-ALREADY-REFERRED-COUNT.
           DISPLAY 'OVER CAPACITY      : ', WS-NOT-SELECTED-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT EXHAUSTION-RATE-FILE.
           OPEN INPUT CLAIMANT-DETAIL-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           ACCEPT WS-CAPACITY-CARD.
           IF  WS-CAPACITY-CARD IS NUMERIC
               MOVE WS-CAPACITY-CARD       TO WS-CAPACITY
           END-IF.
           IF  WS-CAPACITY = 0
               DISPLAY 'PROFSCR - NO SERVICE CAPACITY ON THE CARD - '
                   'NOBODY REFERRED'
               MOVE 4                      TO RETURN-CODE
           END-IF.
           MOVE WS-CAPACITY                TO PHL-CAPACITY.
           OPEN I-O REFERRAL-FILE.
           IF  REFERRAL-NEW
      *        FIRST-EVER PROFILING RUN - CREATE THE FILE EMPTY, THEN
      *        REOPEN FOR UPDATE, THE SAME DANCE STATEMNT DOES FOR A
      *        BRAND-NEW REFERENCE CLUSTER.
               OPEN OUTPUT REFERRAL-FILE
               CLOSE       REFERRAL-FILE
               OPEN I-O    REFERRAL-FILE
           END-IF.
           IF NOT EXHAUSTION-RATE-OK
               DISPLAY 'EXHRATE OPEN ERROR : ', EXHAUSTION-RATE-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT CLAIMANT-DETAIL-OK
               DISPLAY 'CLMTFILE OPEN ERROR : ', CLAIMANT-DETAIL-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT REFERRAL-OK
               DISPLAY 'RESREF OPEN ERROR : ', REFERRAL-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
      *---------------------------------------------------------------*
       1500-LOAD-ONE-RATE.
      *---------------------------------------------------------------*
           IF  EX-ALL-CLAIMS
               MOVE EX-EXHAUST-RATE        TO WS-ALL-CLAIMS-RATE
           ELSE
               IF  WS-RATE-COUNT < 150
                   ADD 1                   TO WS-RATE-COUNT
                   MOVE EX-FACTOR-KEY
                       TO WS-RATE-KEY (WS-RATE-COUNT)
                   MOVE EX-EXHAUST-RATE
                       TO WS-RATE-PCT (WS-RATE-COUNT)
               ELSE
                   DISPLAY 'PROFSCR - RATE TABLE FULL, ROW IGNORED : ',
                       EX-FACTOR-KEY
               END-IF
           END-IF.
           PERFORM 8000-READ-RATE-ROW.
      *---------------------------------------------------------------*
       2000-SCORE-NEW-CLAIMS.
      *---------------------------------------------------------------*
           PERFORM 8100-READ-CLAIMANT-DETAIL.
           PERFORM 2100-SCORE-ONE-CLAIMANT
               UNTIL END-OF-FILE.
      *---------------------------------------------------------------*
       2100-SCORE-ONE-CLAIMANT.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-DETAIL-COUNT.
           IF  CD-NEW-CLAIM
               ADD 1                       TO WS-SCORED-COUNT
               MOVE 0                      TO WS-RATE-TOTAL
               MOVE 'I'                    TO WS-LOOKUP-FACTOR
               MOVE CD-INDUSTRY            TO WS-FACTOR-CODE-2
               MOVE WS-FACTOR-CODE-2       TO WS-LOOKUP-VALUE
               PERFORM 2200-ADD-FACTOR-RATE
               MOVE 'E'                    TO WS-LOOKUP-FACTOR
               MOVE CD-EDUCATION           TO WS-FACTOR-CODE-1
               MOVE WS-FACTOR-CODE-1       TO WS-LOOKUP-VALUE
               PERFORM 2200-ADD-FACTOR-RATE
               MOVE 'A'                    TO WS-LOOKUP-FACTOR
               MOVE CD-AGE-BAND            TO WS-FACTOR-CODE-2
               MOVE WS-FACTOR-CODE-2       TO WS-LOOKUP-VALUE
               PERFORM 2200-ADD-FACTOR-RATE
               MOVE 'S'                    TO WS-LOOKUP-FACTOR
               MOVE CD-STATE               TO WS-LOOKUP-VALUE
               PERFORM 2200-ADD-FACTOR-RATE
               MOVE SPACE                  TO SORT-SCORE-RECORD
               COMPUTE SS-SCORE ROUNDED = WS-RATE-TOTAL / 4
               MOVE CD-CLAIM-ID            TO SS-CLAIM-ID
               MOVE CD-CLAIMANT-ID         TO SS-CLAIMANT-ID
               MOVE CD-STATE               TO SS-STATE
               MOVE CD-INDUSTRY            TO SS-INDUSTRY
               MOVE CD-EDUCATION           TO SS-EDUCATION
               MOVE CD-AGE-BAND            TO SS-AGE-BAND
               RELEASE SORT-SCORE-RECORD
           END-IF.
           PERFORM 8100-READ-CLAIMANT-DETAIL.
      *---------------------------------------------------------------*
       2200-ADD-FACTOR-RATE.
      *---------------------------------------------------------------*
           MOVE WS-ALL-CLAIMS-RATE         TO WS-FACTOR-RATE.
           SET RT-IDX                      TO 1.
           SEARCH WS-RATE-ENTRY
               AT END
                   CONTINUE
               WHEN RT-IDX > WS-RATE-COUNT
                   CONTINUE
               WHEN WS-RATE-KEY (RT-IDX) = WS-LOOKUP-KEY
                   MOVE WS-RATE-PCT (RT-IDX) TO WS-FACTOR-RATE
           END-SEARCH.
           ADD WS-FACTOR-RATE              TO WS-RATE-TOTAL.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE EXHAUSTION-RATE-FILE.
           CLOSE CLAIMANT-DETAIL-FILE.
           CLOSE REFERRAL-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-TOTALS.
      *---------------------------------------------------------------*
           IF  WS-REFERRED-COUNT = 0
               MOVE 'NO CLAIMANTS REFERRED THIS RUN'
                                           TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           MOVE 2                          TO LINE-SPACEING.
           MOVE 'NEW CLAIMS SCORED'        TO PTL-LABEL.
           MOVE WS-SCORED-COUNT            TO PTL-COUNT.
           PERFORM 4100-PRINT-TOTAL-LINE.
           MOVE 'REFERRED'                 TO PTL-LABEL.
           MOVE WS-REFERRED-COUNT          TO PTL-COUNT.
           PERFORM 4100-PRINT-TOTAL-LINE.
           MOVE 'ALREADY REFERRED - SKIPPED' TO PTL-LABEL.
           MOVE WS-ALREADY-REFERRED-COUNT  TO PTL-COUNT.
           PERFORM 4100-PRINT-TOTAL-LINE.
           MOVE 'NOT SELECTED - OVER CAPACITY' TO PTL-LABEL.
           MOVE WS-NOT-SELECTED-COUNT      TO PTL-COUNT.
           PERFORM 4100-PRINT-TOTAL-LINE.
      *---------------------------------------------------------------*
       4100-PRINT-TOTAL-LINE.
      *---------------------------------------------------------------*
           MOVE PROFILE-TOTAL-LINE         TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 1                          TO LINE-SPACEING.
      *---------------------------------------------------------------*
       5000-SELECT-TOP-SCORERS.
      *---------------------------------------------------------------*
           PERFORM 8200-RETURN-SORTED-SCORE.
           PERFORM 5100-CONSIDER-ONE-SCORE
               UNTIL SORT-EOF.
      *---------------------------------------------------------------*
       5100-CONSIDER-ONE-SCORE.
      *---------------------------------------------------------------*
           IF  WS-REFERRED-COUNT < WS-CAPACITY
               PERFORM 5200-REFER-CLAIMANT
           ELSE
               ADD 1                       TO WS-NOT-SELECTED-COUNT
           END-IF.
           PERFORM 8200-RETURN-SORTED-SCORE.
      *---------------------------------------------------------------*
       5200-REFER-CLAIMANT.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO
               REEMPLOYMENT-REFERRAL-RECORD.
           MOVE SS-CLAIM-ID                TO RR-CLAIM-ID.
           MOVE SS-CLAIMANT-ID             TO RR-CLAIMANT-ID.
           MOVE SS-STATE                   TO RR-STATE.
           MOVE SS-SCORE                   TO RR-PROFILE-SCORE.
           MOVE WS-BUSINESS-DATE           TO RR-REFERRAL-DATE.
           MOVE 'R'                        TO RR-STATUS.
           MOVE 0                          TO RR-SCHEDULED-DATE
                                              RR-OUTCOME-DATE.
           WRITE REEMPLOYMENT-REFERRAL-RECORD
               INVALID KEY
                   ADD 1                   TO WS-ALREADY-REFERRED-COUNT
               NOT INVALID KEY
                   ADD 1                   TO WS-REFERRED-COUNT
                   PERFORM 5300-PRINT-REFERRAL
           END-WRITE.
      *---------------------------------------------------------------*
       5300-PRINT-REFERRAL.
      *---------------------------------------------------------------*
           MOVE WS-REFERRED-COUNT          TO PDL-RANK.
           MOVE SS-CLAIM-ID                TO PDL-CLAIM-ID.
           MOVE SS-CLAIMANT-ID             TO PDL-CLAIMANT-ID.
           MOVE SS-STATE                   TO PDL-STATE.
           MOVE SS-INDUSTRY                TO PDL-INDUSTRY.
           MOVE SS-EDUCATION               TO PDL-EDUCATION.
           MOVE SS-AGE-BAND                TO PDL-AGE-BAND.
           MOVE SS-SCORE                   TO PDL-SCORE.
           MOVE PROFILE-DETAIL-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       8000-READ-RATE-ROW.
      *---------------------------------------------------------------*
           READ EXHAUSTION-RATE-FILE
               AT END MOVE 'Y' TO RATE-EOF-SW.
      *---------------------------------------------------------------*
       8100-READ-CLAIMANT-DETAIL.
      *---------------------------------------------------------------*
           READ CLAIMANT-DETAIL-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
      *---------------------------------------------------------------*
       8200-RETURN-SORTED-SCORE.
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
      *---------------------------------------------------------------*
       9100-PRINT-HEADING-LINES.
      *---------------------------------------------------------------*
           MOVE PROFILE-HEADING-LINE       TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE PROFILE-COLUMN-LINE        TO PRINT-LINE.
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
