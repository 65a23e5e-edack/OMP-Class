       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MLAYOFF.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    UNANNOUNCED MASS-LAYOFF DETECTION - COUNTS THE NEW CLAIMS
      *    ON CLMTFILE (EVERY ROW BUT A CONTINUING CLAIM) PER
      *    SEPARATING-EMPLOYER ACCOUNT OVER A ROLLING WINDOW ENDING ON
      *    THE RUN DATE, AND FLAGS EVERY ACCOUNT WHOSE CLAIMS IN THE
      *    WINDOW EXCEED THE THRESHOLD.  EACH SURGE IS LOOKED UP ON
      *    THE WARNHIST NOTICE HISTORY (SEE WARNHREC, KEPT BY WARNRPT)
      *    - FIRST BY EMPLRF ACCOUNT, THEN BY THE EMPLRF NAME - FOR A
      *    NOTICE EFFECTIVE FROM THE LOOK-BACK BEFORE THE WINDOW
      *    THROUGH THE END OF IT.  SURGES WITH NO NOTICE PRINT ON THE
      *    COMPLIANCE REFERRAL LIST FOR THE LABOR-STANDARDS UNIT WITH
      *    THE CLAIMS BY WEEK-ENDING; SURGES A NOTICE EXPLAINS PRINT
      *    AFTER THEM WITH THE NOTICE FOUND.  RETURN CODE 4 WHEN ANY
      *    EMPLOYER IS REFERRED.
      *
      *    SYSIN CARD - COL 1-8 WINDOW END DATE YYYYMMDD.  BLANK MEANS
      *    THE BUSINESS DATE.
      *
      *    PARMFILE PARAMETERS (SEE PARMC) -
      *      MLTHRESH  CLAIMS IN THE WINDOW ABOVE WHICH AN ACCOUNT IS
      *                A SURGE 9(5) (DEFAULT 50)
      *      MLWINDAY  WINDOW LENGTH IN DAYS 9(3) (DEFAULT 30, AT
      *                MOST 42)
      *      MLWRNDAY  DAYS BEFORE THE WINDOW A WARN NOTICE MAY BE
      *                EFFECTIVE AND STILL COVER THE SURGE 9(3)
      *                (DEFAULT 90)
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
           SELECT CLAIMANT-DETAIL-FILE ASSIGN TO CLMTFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS CD-DETAIL-KEY
             ALTERNATE RECORD KEY IS CD-CLAIMANT-ID WITH DUPLICATES
             ALTERNATE RECORD KEY IS CD-EMPLOYER-ACCT WITH DUPLICATES
             FILE STATUS  IS CLAIMANT-DETAIL-STATUS.
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
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  CLAIMANT-DETAIL-FILE.
       COPY CLMTREC.
      *---------------------------------------------------------------*
       FD  EMPLOYER-REFERENCE-FILE.
       COPY EMPLREFC.
      *---------------------------------------------------------------*
       FD  WARN-HISTORY-FILE.
       COPY WARNHREC.
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
           05  CLAIMANT-DETAIL-STATUS      PIC X(02).
               88  CLAIMANT-DETAIL-OK            VALUE '00'.
           05  EMPLOYER-REFERENCE-STATUS   PIC X(02).
               88  EMPLOYER-REFERENCE-OK         VALUE '00'.
           05  WARN-HISTORY-STATUS         PIC X(02).
               88  WARN-HISTORY-OK               VALUE '00' '02'.
           05  WARN-HISTORY-OPEN-SW        PIC X(01) VALUE 'N'.
               88  WARN-HISTORY-OPEN             VALUE 'Y'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  NOTICE-SCAN-SW              PIC X(01).
               88  NOTICE-SCAN-DONE              VALUE 'Y'.
           05  WS-DATE-CARD                PIC X(08) VALUE SPACE.
           05  WS-BUSINESS-DATE            PIC 9(08).
           05  WS-WINDOW-END               PIC 9(08).
           05  WS-WINDOW-START             PIC 9(08).
           05  WS-NOTICE-FROM              PIC 9(08).
           05  WS-THRESHOLD                PIC 9(05) VALUE 50.
           05  WS-WINDOW-DAYS              PIC 9(03) VALUE 30.
           05  WS-LOOKBACK-DAYS            PIC 9(03) VALUE 90.
           05  WS-FIRST-WEEK-INTEGER       PIC 9(08).
           05  WS-WEEK-INTEGER             PIC 9(08).
           05  WS-WEEK-COUNT               PIC 9(01).
           05  WS-WEEK-NO                  PIC 9(02).
           05  WS-SUB                      PIC 9(02).
           05  WS-ROW-COUNT                PIC 9(08) VALUE 0.
           05  WS-WINDOW-CLAIMS            PIC 9(08) VALUE 0.
           05  WS-NO-ACCOUNT-COUNT         PIC 9(08) VALUE 0.
           05  WS-SURGE-COUNT              PIC 9(05) VALUE 0.
           05  WS-REFERRAL-COUNT           PIC 9(05) VALUE 0.
           05  WS-COVERED-COUNT            PIC 9(05) VALUE 0.
           05  WS-TABLE-FULL-COUNT         PIC 9(08) VALUE 0.
      *---------------------------------------------------------------*
      *    WEEK-ENDING DATES THE WINDOW TOUCHES, OLDEST FIRST.
      *---------------------------------------------------------------*
       01  WINDOW-WEEK-TABLE.
           05  WWT-WEEK-ENDING             PIC 9(08) OCCURS 7 TIMES.
      *---------------------------------------------------------------*
      *    NEW CLAIMS IN THE WINDOW PER SEPARATING-EMPLOYER ACCOUNT.
      *---------------------------------------------------------------*
       01  EMPLOYER-SURGE-TABLE.
           05  EST-ENTRY-COUNT             PIC 9(04) VALUE 0.
           05  EST-ENTRY                   OCCURS 2000 TIMES
                                           INDEXED BY EST-INDEX.
               10  EST-EMPLOYER-ACCT       PIC X(08).
               10  EST-CLAIM-COUNT         PIC 9(06).
               10  EST-WEEK-COUNT          PIC 9(05) OCCURS 7 TIMES.
               10  EST-FIRST-CLAIM-DATE    PIC 9(08).
               10  EST-LAST-CLAIM-DATE     PIC 9(08).
               10  EST-NOTICE-SW           PIC X(01).
                   88  EST-NOTICE-FOUND          VALUE 'A' 'N'.
               10  EST-NOTICE-DATE         PIC 9(08).
               10  EST-NOTICE-AFFECTED     PIC 9(06).
               10  EST-NOTICE-NAME         PIC X(30).
      *---------------------------------------------------------------*
       01  SURGE-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(30) VALUE
               'MASS-LAYOFF SURGE CHECK  -    '.
           05  SHL-SECTION-TITLE           PIC X(36).
           05  FILLER PIC X(08) VALUE 'WINDOW  '.
           05  SHL-WINDOW-START            PIC 9(08).
           05  FILLER PIC X(04) VALUE ' TO '.
           05  SHL-WINDOW-END              PIC 9(08).
           05  FILLER PIC X(14) VALUE '  THRESHOLD > '.
           05  SHL-THRESHOLD               PIC ZZ,ZZ9.
      *---------------------------------------------------------------*
       01  REFERRAL-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(42) VALUE
               'ACCOUNT   EMPLOYER NAME                   '.
           05  FILLER PIC X(06) VALUE ' TOTAL'.
           05  RCL-WEEK-GROUP              OCCURS 7 TIMES.
               10  FILLER                  PIC X(03).
               10  RCL-WEEK-MM             PIC 9(02).
               10  RCL-WEEK-SLASH          PIC X(01).
               10  RCL-WEEK-DD             PIC 9(02).
           05  FILLER PIC X(20) VALUE
               '  FIRST CLM  LAST CL'.
           05  FILLER PIC X(01) VALUE 'M'.
      *---------------------------------------------------------------*
       01  REFERRAL-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  RDL-EMPLOYER-ACCT           PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  RDL-EMPLOYER-NAME           PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  RDL-CLAIM-COUNT             PIC ZZ,ZZ9.
           05  RDL-WEEK-GROUP              OCCURS 7 TIMES.
               10  FILLER                  PIC X(02).
               10  RDL-WEEK-COUNT          PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  RDL-FIRST-CLAIM-DATE        PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  RDL-LAST-CLAIM-DATE         PIC 9(08).
      *---------------------------------------------------------------*
       01  COVERED-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(42) VALUE
               'ACCOUNT   EMPLOYER NAME                   '.
           05  FILLER PIC X(44) VALUE
               ' TOTAL  EFFECTIVE  AFFECTED  NOTICE FILED AS'.
           05  FILLER PIC X(32) VALUE
               '                  MATCHED ON    '.
      *---------------------------------------------------------------*
       01  COVERED-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  CDL-EMPLOYER-ACCT           PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  CDL-EMPLOYER-NAME           PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  CDL-CLAIM-COUNT             PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  CDL-NOTICE-DATE             PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  CDL-NOTICE-AFFECTED         PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  CDL-NOTICE-NAME             PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  CDL-MATCHED-ON              PIC X(07).
      *---------------------------------------------------------------*
       01  REPORT-LINES.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
           05  WS-COLUMN-LINE              PIC X(132) VALUE SPACE.
       COPY PRINTCTL.
       COPY BUSDATEC.
       COPY PARMC.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 8000-READ-CLAIMANT-DETAIL.
           PERFORM 2000-COUNT-ONE-CLAIM
               UNTIL END-OF-FILE.
           PERFORM 2500-CHECK-ONE-EMPLOYER
               VARYING EST-INDEX FROM 1 BY 1
               UNTIL EST-INDEX > EST-ENTRY-COUNT.
           PERFORM 4000-PRINT-REFERRALS.
           PERFORM 4500-PRINT-COVERED-SURGES.
           PERFORM 3000-CLOSE-FILES.
           DISPLAY '*** MLAYOFF MASS-LAYOFF SURGE SUMMARY ***'.
           DISPLAY 'WINDOW              : ', WS-WINDOW-START, ' - ',
               WS-WINDOW-END.
           DISPLAY 'DETAIL ROWS READ    : ', WS-ROW-COUNT.
           DISPLAY 'NEW CLAIMS IN WINDOW: ', WS-WINDOW-CLAIMS.
           DISPLAY 'NO EMPLOYER ACCOUNT : ', WS-NO-ACCOUNT-COUNT.
           DISPLAY 'EMPLOYERS COUNTED   : ', EST-ENTRY-COUNT.
           DISPLAY 'SURGES              : ', WS-SURGE-COUNT.
           DISPLAY 'REFERRED - NO WARN  : ', WS-REFERRAL-COUNT.
           DISPLAY 'COVERED BY WARN     : ', WS-COVERED-COUNT.
           IF  WS-TABLE-FULL-COUNT > 0
               DISPLAY 'ROWS OVER TABLE SIZE: ', WS-TABLE-FULL-COUNT
           END-IF.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT CLAIMANT-DETAIL-FILE.
           OPEN INPUT EMPLOYER-REFERENCE-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           ACCEPT WS-DATE-CARD.
           IF  WS-DATE-CARD IS NUMERIC
               MOVE WS-DATE-CARD           TO WS-WINDOW-END
           ELSE
               MOVE WS-BUSINESS-DATE       TO WS-WINDOW-END
           END-IF.
           PERFORM 1100-LOAD-PARAMETERS.
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-WINDOW-END)
                - WS-WINDOW-DAYS + 1).
           COMPUTE WS-NOTICE-FROM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-WINDOW-START)
                - WS-LOOKBACK-DAYS).
           PERFORM 1200-SET-WINDOW-WEEKS.
           MOVE WS-WINDOW-START            TO SHL-WINDOW-START.
           MOVE WS-WINDOW-END              TO SHL-WINDOW-END.
           MOVE WS-THRESHOLD               TO SHL-THRESHOLD.
      *    NO NOTICE HISTORY YET MEANS NO NOTICE COVERS ANY SURGE -
      *    EVERY ONE IS REFERRED.
           OPEN INPUT WARN-HISTORY-FILE.
           IF  WARN-HISTORY-OK
               MOVE 'Y'                    TO WARN-HISTORY-OPEN-SW
           ELSE
               DISPLAY 'WARNHIST UNAVAILABLE : ', WARN-HISTORY-STATUS,
                   ' - NO NOTICES CHECKED'
           END-IF.
           IF NOT CLAIMANT-DETAIL-OK
               DISPLAY 'CLMTFILE OPEN ERROR : ', CLAIMANT-DETAIL-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT EMPLOYER-REFERENCE-OK
               DISPLAY 'EMPLRF OPEN ERROR : ',
                   EMPLOYER-REFERENCE-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       1100-LOAD-PARAMETERS.
      *---------------------------------------------------------------*
           MOVE WS-BUSINESS-DATE           TO PL-AS-OF-DATE.
           MOVE 'MLTHRESH'                 TO PL-PARM-ID.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND AND PL-VALUE (1:5) IS NUMERIC
               MOVE PL-VALUE (1:5)         TO WS-THRESHOLD
           END-IF.
           MOVE 'MLWINDAY'                 TO PL-PARM-ID.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND AND PL-VALUE (1:3) IS NUMERIC
               MOVE PL-VALUE (1:3)         TO WS-WINDOW-DAYS
           END-IF.
           IF  WS-WINDOW-DAYS = 0 OR WS-WINDOW-DAYS > 42
               DISPLAY 'MLAYOFF - WINDOW OF ', WS-WINDOW-DAYS,
                   ' DAYS NOT ALLOWED, 30 USED'
               MOVE 30                     TO WS-WINDOW-DAYS
           END-IF.
           MOVE 'MLWRNDAY'                 TO PL-PARM-ID.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND AND PL-VALUE (1:3) IS NUMERIC
               MOVE PL-VALUE (1:3)         TO WS-LOOKBACK-DAYS
           END-IF.
      *---------------------------------------------------------------*
       1200-SET-WINDOW-WEEKS.
      *---------------------------------------------------------------*
      *    THE FIRST WEEK IS THE ONE THE WINDOW OPENS IN; EACH LATER
      *    WEEK-ENDING IS SEVEN DAYS ON, UP TO THE ONE HOLDING THE
      *    WINDOW END.
      *---------------------------------------------------------------*
           MOVE 'W'                        TO BD-FUNCTION.
           MOVE WS-WINDOW-START            TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           COMPUTE WS-FIRST-WEEK-INTEGER =
               FUNCTION INTEGER-OF-DATE (BD-OUT-DATE).
           MOVE 0                          TO WS-WEEK-COUNT.
           MOVE SPACES                     TO REFERRAL-COLUMN-LINE
                                              (49:56).
           PERFORM 1210-ADD-WINDOW-WEEK
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 7.
      *---------------------------------------------------------------*
       1210-ADD-WINDOW-WEEK.
      *---------------------------------------------------------------*
           COMPUTE WS-WEEK-INTEGER =
               WS-FIRST-WEEK-INTEGER + (WS-SUB - 1) * 7.
           COMPUTE WWT-WEEK-ENDING (WS-SUB) =
               FUNCTION DATE-OF-INTEGER (WS-WEEK-INTEGER).
           IF  WS-SUB = 1
               OR WWT-WEEK-ENDING (WS-SUB - 1) < WS-WINDOW-END
               MOVE WS-SUB                 TO WS-WEEK-COUNT
               MOVE WWT-WEEK-ENDING (WS-SUB) (5:2)
                                           TO RCL-WEEK-MM (WS-SUB)
               MOVE '/'                    TO RCL-WEEK-SLASH (WS-SUB)
               MOVE WWT-WEEK-ENDING (WS-SUB) (7:2)
                                           TO RCL-WEEK-DD (WS-SUB)
           END-IF.
      *---------------------------------------------------------------*
       2000-COUNT-ONE-CLAIM.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-ROW-COUNT.
           IF  CD-DATE NOT < WS-WINDOW-START
               AND CD-DATE NOT > WS-WINDOW-END
               AND NOT CD-CONTINUING-CLAIM
               ADD 1                       TO WS-WINDOW-CLAIMS
               IF  CD-EMPLOYER-ACCT = SPACES
                   ADD 1                   TO WS-NO-ACCOUNT-COUNT
               ELSE
                   PERFORM 2100-FIND-EMPLOYER-ENTRY
                   IF  EST-INDEX > EST-ENTRY-COUNT
                       ADD 1               TO WS-TABLE-FULL-COUNT
                   ELSE
                       PERFORM 2200-TALLY-CLAIM
                   END-IF
               END-IF
           END-IF.
           PERFORM 8000-READ-CLAIMANT-DETAIL.
      *---------------------------------------------------------------*
       2100-FIND-EMPLOYER-ENTRY.
      *---------------------------------------------------------------*
           SET EST-INDEX                   TO 1.
           SEARCH EST-ENTRY
               AT END PERFORM 2110-ADD-EMPLOYER-ENTRY
               WHEN EST-INDEX > EST-ENTRY-COUNT
                   PERFORM 2110-ADD-EMPLOYER-ENTRY
               WHEN EST-EMPLOYER-ACCT (EST-INDEX) = CD-EMPLOYER-ACCT
                   CONTINUE
           END-SEARCH.
      *---------------------------------------------------------------*
       2110-ADD-EMPLOYER-ENTRY.
      *---------------------------------------------------------------*
           IF  EST-ENTRY-COUNT < 2000
               ADD 1                       TO EST-ENTRY-COUNT
               SET EST-INDEX               TO EST-ENTRY-COUNT
               MOVE CD-EMPLOYER-ACCT       TO EST-EMPLOYER-ACCT
                                              (EST-INDEX)
               MOVE 0                      TO EST-CLAIM-COUNT
                                              (EST-INDEX)
                                              EST-NOTICE-DATE
                                              (EST-INDEX)
                                              EST-NOTICE-AFFECTED
                                              (EST-INDEX)
               MOVE 99999999               TO EST-FIRST-CLAIM-DATE
                                              (EST-INDEX)
               MOVE 0                      TO EST-LAST-CLAIM-DATE
                                              (EST-INDEX)
               MOVE SPACE                  TO EST-NOTICE-SW
                                              (EST-INDEX)
               MOVE SPACES                 TO EST-NOTICE-NAME
                                              (EST-INDEX)
               PERFORM 2120-CLEAR-WEEK-COUNT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 7
           ELSE
               SET EST-INDEX               TO 2001
           END-IF.
      *---------------------------------------------------------------*
       2120-CLEAR-WEEK-COUNT.
      *---------------------------------------------------------------*
           MOVE 0                TO EST-WEEK-COUNT (EST-INDEX, WS-SUB).
      *---------------------------------------------------------------*
       2200-TALLY-CLAIM.
      *---------------------------------------------------------------*
           ADD 1                   TO EST-CLAIM-COUNT (EST-INDEX).
           IF  CD-DATE < EST-FIRST-CLAIM-DATE (EST-INDEX)
               MOVE CD-DATE        TO EST-FIRST-CLAIM-DATE (EST-INDEX)
           END-IF.
           IF  CD-DATE > EST-LAST-CLAIM-DATE (EST-INDEX)
               MOVE CD-DATE        TO EST-LAST-CLAIM-DATE (EST-INDEX)
           END-IF.
           COMPUTE WS-WEEK-NO =
               (FUNCTION INTEGER-OF-DATE (CD-DATE)
                - WS-FIRST-WEEK-INTEGER + 6) / 7 + 1.
           IF  WS-WEEK-NO > WS-WEEK-COUNT
               MOVE WS-WEEK-COUNT          TO WS-WEEK-NO
           END-IF.
           ADD 1       TO EST-WEEK-COUNT (EST-INDEX, WS-WEEK-NO).
      *---------------------------------------------------------------*
       2500-CHECK-ONE-EMPLOYER.
      *---------------------------------------------------------------*
           IF  EST-CLAIM-COUNT (EST-INDEX) > WS-THRESHOLD
               ADD 1                       TO WS-SURGE-COUNT
               IF  WARN-HISTORY-OPEN
                   PERFORM 2600-FIND-NOTICE-BY-ACCOUNT
                   IF  NOT EST-NOTICE-FOUND (EST-INDEX)
                       PERFORM 2700-FIND-NOTICE-BY-NAME
                   END-IF
               END-IF
               IF  EST-NOTICE-FOUND (EST-INDEX)
                   ADD 1                   TO WS-COVERED-COUNT
               ELSE
                   ADD 1                   TO WS-REFERRAL-COUNT
                   MOVE 4                  TO RETURN-CODE
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2600-FIND-NOTICE-BY-ACCOUNT.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO NOTICE-SCAN-SW.
           MOVE EST-EMPLOYER-ACCT (EST-INDEX) TO WH-EMPLOYER-ACCT.
           START WARN-HISTORY-FILE
               KEY IS EQUAL TO WH-EMPLOYER-ACCT
               INVALID KEY
                   MOVE 'Y'                TO NOTICE-SCAN-SW
           END-START.
           PERFORM 2610-CHECK-ONE-ACCOUNT-NOTICE
               UNTIL NOTICE-SCAN-DONE.
      *---------------------------------------------------------------*
       2610-CHECK-ONE-ACCOUNT-NOTICE.
      *---------------------------------------------------------------*
           READ WARN-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                TO NOTICE-SCAN-SW
           END-READ.
           IF  NOT NOTICE-SCAN-DONE
               IF  WH-EMPLOYER-ACCT NOT = EST-EMPLOYER-ACCT (EST-INDEX)
                   MOVE 'Y'                TO NOTICE-SCAN-SW
               ELSE
                   IF  WH-EFFECTIVE-DATE NOT < WS-NOTICE-FROM
                       AND WH-EFFECTIVE-DATE NOT > WS-WINDOW-END
                       MOVE 'A'            TO EST-NOTICE-SW (EST-INDEX)
                       PERFORM 2800-NOTE-NOTICE
                       MOVE 'Y'            TO NOTICE-SCAN-SW
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2700-FIND-NOTICE-BY-NAME.
      *---------------------------------------------------------------*
      *    NOTICES FILED WITHOUT AN ACCOUNT ARE MATCHED ON THE NAME
      *    THE EMPLOYER CARRIES ON EMPLRF.
      *---------------------------------------------------------------*
           MOVE EST-EMPLOYER-ACCT (EST-INDEX) TO EM-EMPLOYER-ACCT.
           READ EMPLOYER-REFERENCE-FILE
               INVALID KEY
                   MOVE SPACES             TO EM-EMPLOYER-NAME
           END-READ.
           IF  EM-EMPLOYER-NAME NOT = SPACES
               MOVE 'N'                    TO NOTICE-SCAN-SW
               MOVE EM-EMPLOYER-NAME       TO WH-EMPLOYER-NAME
               MOVE WS-NOTICE-FROM         TO WH-EFFECTIVE-DATE
               START WARN-HISTORY-FILE
                   KEY IS NOT LESS THAN WH-NOTICE-KEY
                   INVALID KEY
                       MOVE 'Y'            TO NOTICE-SCAN-SW
               END-START
               PERFORM 2710-CHECK-ONE-NAME-NOTICE
                   UNTIL NOTICE-SCAN-DONE
           END-IF.
      *---------------------------------------------------------------*
       2710-CHECK-ONE-NAME-NOTICE.
      *---------------------------------------------------------------*
           READ WARN-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                TO NOTICE-SCAN-SW
           END-READ.
           IF  NOT NOTICE-SCAN-DONE
               MOVE 'Y'                    TO NOTICE-SCAN-SW
               IF  WH-EMPLOYER-NAME = EM-EMPLOYER-NAME
                   AND WH-EFFECTIVE-DATE NOT > WS-WINDOW-END
                   MOVE 'N'                TO EST-NOTICE-SW (EST-INDEX)
                   PERFORM 2800-NOTE-NOTICE
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2800-NOTE-NOTICE.
      *---------------------------------------------------------------*
           MOVE WH-EFFECTIVE-DATE  TO EST-NOTICE-DATE (EST-INDEX).
           MOVE WH-AFFECTED-COUNT  TO EST-NOTICE-AFFECTED (EST-INDEX).
           MOVE WH-EMPLOYER-NAME   TO EST-NOTICE-NAME (EST-INDEX).
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE CLAIMANT-DETAIL-FILE.
           CLOSE EMPLOYER-REFERENCE-FILE.
           IF  WARN-HISTORY-OPEN
               CLOSE WARN-HISTORY-FILE
           END-IF.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-REFERRALS.
      *---------------------------------------------------------------*
           MOVE 'COMPLIANCE REFERRALS - NO WARN' TO SHL-SECTION-TITLE.
           MOVE REFERRAL-COLUMN-LINE       TO WS-COLUMN-LINE.
           MOVE 99                         TO LINE-COUNT.
           IF  WS-REFERRAL-COUNT = 0
               MOVE 'NO UNANNOUNCED SURGE IN THE WINDOW'
                                           TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           PERFORM 4100-PRINT-ONE-REFERRAL
               VARYING EST-INDEX FROM 1 BY 1
               UNTIL EST-INDEX > EST-ENTRY-COUNT.
      *---------------------------------------------------------------*
       4100-PRINT-ONE-REFERRAL.
      *---------------------------------------------------------------*
           IF  EST-CLAIM-COUNT (EST-INDEX) > WS-THRESHOLD
               AND NOT EST-NOTICE-FOUND (EST-INDEX)
               MOVE SPACES                 TO REFERRAL-DETAIL-LINE
               MOVE EST-EMPLOYER-ACCT (EST-INDEX)
                                           TO RDL-EMPLOYER-ACCT
               PERFORM 4900-GET-EMPLOYER-NAME
               MOVE EM-EMPLOYER-NAME       TO RDL-EMPLOYER-NAME
               MOVE EST-CLAIM-COUNT (EST-INDEX) TO RDL-CLAIM-COUNT
               PERFORM 4110-MOVE-WEEK-COUNT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-WEEK-COUNT
               MOVE EST-FIRST-CLAIM-DATE (EST-INDEX)
                                           TO RDL-FIRST-CLAIM-DATE
               MOVE EST-LAST-CLAIM-DATE (EST-INDEX)
                                           TO RDL-LAST-CLAIM-DATE
               MOVE REFERRAL-DETAIL-LINE   TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
      *---------------------------------------------------------------*
       4110-MOVE-WEEK-COUNT.
      *---------------------------------------------------------------*
           MOVE EST-WEEK-COUNT (EST-INDEX, WS-SUB)
                                           TO RDL-WEEK-COUNT (WS-SUB).
      *---------------------------------------------------------------*
       4500-PRINT-COVERED-SURGES.
      *---------------------------------------------------------------*
           IF  WS-COVERED-COUNT > 0
               MOVE 'SURGES COVERED BY A WARN NOTICE'
                                           TO SHL-SECTION-TITLE
               MOVE COVERED-COLUMN-LINE    TO WS-COLUMN-LINE
               MOVE 99                     TO LINE-COUNT
               PERFORM 4600-PRINT-ONE-COVERED
                   VARYING EST-INDEX FROM 1 BY 1
                   UNTIL EST-INDEX > EST-ENTRY-COUNT
           END-IF.
      *---------------------------------------------------------------*
       4600-PRINT-ONE-COVERED.
      *---------------------------------------------------------------*
           IF  EST-CLAIM-COUNT (EST-INDEX) > WS-THRESHOLD
               AND EST-NOTICE-FOUND (EST-INDEX)
               MOVE EST-EMPLOYER-ACCT (EST-INDEX)
                                           TO CDL-EMPLOYER-ACCT
               PERFORM 4900-GET-EMPLOYER-NAME
               MOVE EM-EMPLOYER-NAME       TO CDL-EMPLOYER-NAME
               MOVE EST-CLAIM-COUNT (EST-INDEX) TO CDL-CLAIM-COUNT
               MOVE EST-NOTICE-DATE (EST-INDEX) TO CDL-NOTICE-DATE
               MOVE EST-NOTICE-AFFECTED (EST-INDEX)
                                           TO CDL-NOTICE-AFFECTED
               MOVE EST-NOTICE-NAME (EST-INDEX) TO CDL-NOTICE-NAME
               IF  EST-NOTICE-SW (EST-INDEX) = 'A'
                   MOVE 'ACCOUNT'          TO CDL-MATCHED-ON
               ELSE
                   MOVE 'NAME'             TO CDL-MATCHED-ON
               END-IF
               MOVE COVERED-DETAIL-LINE    TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
      *---------------------------------------------------------------*
       4900-GET-EMPLOYER-NAME.
      *---------------------------------------------------------------*
           MOVE EST-EMPLOYER-ACCT (EST-INDEX) TO EM-EMPLOYER-ACCT.
           READ EMPLOYER-REFERENCE-FILE
               INVALID KEY
                   MOVE '** NOT ON EMPLRF **' TO EM-EMPLOYER-NAME
           END-READ.
      *---------------------------------------------------------------*
       8000-READ-CLAIMANT-DETAIL.
      *---------------------------------------------------------------*
           READ CLAIMANT-DETAIL-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
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
           MOVE SURGE-HEADING-LINE         TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE WS-COLUMN-LINE             TO PRINT-LINE.
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
