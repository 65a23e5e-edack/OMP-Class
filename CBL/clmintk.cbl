       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLMINTK.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    INITIAL CLAIM APPLICATION INTAKE - EDITS THE DAY'S
      *    APPLICATIONS (INTKIN, SEE INTKREC), ASSIGNS EACH ACCEPTED
      *    ONE THE NEXT CLAIM ID FROM THE INTKCTL CONTROL RECORD (SEE
      *    INTKCREC) AND WRITES ITS CLAIMANT DETAIL ROW STRAIGHT ONTO
      *    CLMTFILE (SEE CLMTREC), CLASSIFIED AGAINST THE CLAIMANT'S
      *    BENEFIT YEAR ON BENYEAR EXACTLY AS UNEMDET CLASSIFIES A
      *    FEED ROW.  THE DETAIL ROW IS ADDED TO THE KEYED MASTER
      *    THROUGH CLMTUPD, SO THIS RUN FOLLOWS THE UNEMDET LOAD OF
      *    THE DAY'S CLMTIN FEED.  THE DEMOGRAPHIC
      *    CODES, WHICH AN APPLICATION DOES NOT CARRY, ARE LOADED AS
      *    BUCKET 1 (INA).
      *    EVERY EDIT IS APPLIED, NOT JUST THE FIRST TO FAIL -
      *      CLAIMANT ID AND LAST NAME PRESENT
      *      MAILING ZIP A REAL ZIP ON ZBANK.ZIP IN THE STATED STATE
      *      SEPARATING EMPLOYER ON EMPLRF
      *      FILED DATE NOT AFTER THE BUSINESS DATE, SEPARATION DATE
      *      NOT AFTER THE FILED DATE
      *      A VALID SEPARATION REASON AND EVERY ELIGIBILITY QUESTION
      *      ANSWERED - ABLE, AVAILABLE AND AUTHORIZED TO WORK, AND NOT
      *      STILL WORKING FULL TIME
      *      COUNTY OF RESIDENCE, WHEN GIVEN, ON CNTYREF IN THE
      *      STATED STATE
      *    A REJECTED APPLICATION IS WRITTEN TO THE INTKPND PEND FILE
      *    (SEE INTKPREC) WITH ITS REASONS TO BE WORKED AND
      *    RESUBMITTED.  THE CONTROL LISTING SHOWS EVERY APPLICATION
      *    AND ITS RESULT.  RETURN CODE 4 WHEN ANY APPLICATION PENDED,
      *    12 WHEN A ZBANK.ZIP LOOKUP FAILED.
      *    AN ACCEPTED CLAIM FROM A COUNTY NAMED IN A DISASTER
      *    DECLARATION ON DISDECL (SEE DISDECC) IS TAGGED ON DISCLM
      *    (SEE DISCLMC) WITH THE DECLARATION AND HOW ITS FILED AND
      *    SEPARATION DATES STAND AGAINST THE DECLARATION'S WINDOW.
      *    A CLAIM OUTSIDE THE WINDOW IS STILL ACCEPTED AS A REGULAR
      *    CLAIM - THE TAG ONLY DECIDES DISASTER ASSISTANCE.
      *
      *    PARMFILE PARAMETER (SEE PARMC) -
      *      INCLMSED  FIRST-RUN CLAIM ID SEED 9(8) (DEFAULT
      *                90000000)
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
           SELECT APPLICATION-FILE ASSIGN TO INTKIN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS APPLICATION-STATUS.
           SELECT PEND-FILE ASSIGN TO INTKPND
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS PEND-FILE-STATUS.
           SELECT INTAKE-CONTROL-FILE ASSIGN TO INTKCTL
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS IC-CONTROL-ID
             FILE STATUS  IS INTAKE-CONTROL-STATUS.
           SELECT EMPLOYER-REFERENCE-FILE ASSIGN TO EMPLRF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS EM-EMPLOYER-ACCT
             FILE STATUS  IS EMPLOYER-REFERENCE-STATUS.
           SELECT BENEFIT-YEAR-FILE ASSIGN TO BENYEAR
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS BY-CLAIMANT-ID
             FILE STATUS  IS BENEFIT-YEAR-STATUS.
           SELECT COUNTY-REFERENCE-FILE ASSIGN TO CNTYREF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS CN-COUNTY-FIPS
             FILE STATUS  IS COUNTY-REFERENCE-STATUS.
           SELECT DECLARATION-FILE ASSIGN TO DISDECL
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS DD-DECLARATION-KEY
             ALTERNATE RECORD KEY IS DD-COUNTY-FIPS WITH DUPLICATES
             FILE STATUS  IS DECLARATION-STATUS.
           SELECT DISASTER-CLAIM-FILE ASSIGN TO DISCLM
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS DA-CLAIM-ID
             ALTERNATE RECORD KEY IS DA-DECLARATION-NO
                 WITH DUPLICATES
             FILE STATUS  IS DISASTER-CLAIM-STATUS.
           SELECT LINEAGE-FILE ASSIGN TO LINEAGE
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS LINEAGE-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  APPLICATION-FILE
           RECORDING MODE IS F.
       COPY INTKREC.
      *---------------------------------------------------------------*
       FD  PEND-FILE
           RECORDING MODE IS F.
       COPY INTKPREC.
      *---------------------------------------------------------------*
       FD  INTAKE-CONTROL-FILE.
       COPY INTKCREC.
      *---------------------------------------------------------------*
       FD  EMPLOYER-REFERENCE-FILE.
       COPY EMPLREFC.
      *---------------------------------------------------------------*
       FD  BENEFIT-YEAR-FILE.
       COPY BYREC.
      *---------------------------------------------------------------*
       FD  COUNTY-REFERENCE-FILE.
       COPY CNTYREFC.
      *---------------------------------------------------------------*
       FD  DECLARATION-FILE.
       COPY DISDECC.
      *---------------------------------------------------------------*
       FD  DISASTER-CLAIM-FILE.
       COPY DISCLMC.
      *---------------------------------------------------------------*
       FD  LINEAGE-FILE
           RECORDING MODE IS F.
       COPY LINREC.
      *---------------------------------------------------------------*
       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD.
           05  PRINT-LINE                  PIC X(132).
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       COPY CLMTREC.
      *---------------------------------------------------------------*
       COPY CLMTUPDC.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  APPLICATION-STATUS          PIC X(02).
               88  APPLICATION-OK                VALUE '00'.
           05  PEND-FILE-STATUS            PIC X(02).
               88  PEND-FILE-OK                  VALUE '00'.
           05  INTAKE-CONTROL-STATUS       PIC X(02).
               88  INTAKE-CONTROL-OK             VALUE '00'.
               88  INTAKE-CONTROL-NEW            VALUE '35'.
           05  CLAIMANT-DETAIL-STATUS      PIC X(02).
               88  CLAIMANT-DETAIL-OK            VALUE '00'.
               88  CLAIMANT-DETAIL-NEW           VALUE '35'.
           05  EMPLOYER-REFERENCE-STATUS   PIC X(02).
               88  EMPLOYER-REFERENCE-OK         VALUE '00'.
           05  BENEFIT-YEAR-STATUS         PIC X(02).
               88  BENEFIT-YEAR-OK               VALUE '00'.
               88  BENEFIT-YEAR-NEW              VALUE '35'.
           05  COUNTY-REFERENCE-STATUS     PIC X(02).
               88  COUNTY-REFERENCE-OK           VALUE '00'.
           05  DECLARATION-STATUS          PIC X(02).
               88  DECLARATION-OK                VALUE '00'.
               88  DECLARATION-NEW               VALUE '35'.
           05  DISASTER-CLAIM-STATUS       PIC X(02).
               88  DISASTER-CLAIM-OK             VALUE '00'.
               88  DISASTER-CLAIM-NEW            VALUE '35'.
           05  LINEAGE-FILE-STATUS         PIC X(02).
               88  LINEAGE-FILE-OK               VALUE '00' '05'.
           05  FILES-OPEN-SW               PIC X VALUE 'Y'.
               88  FILES-OPEN                    VALUE 'Y'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  WS-BENEFIT-YEAR-SW          PIC X(01).
               88  WS-BENEFIT-YEAR-ON-FILE       VALUE 'Y'.
           05  WS-KNOWN-CLAIM-SW           PIC X(01).
               88  WS-KNOWN-CLAIM                VALUE 'Y'.
           05  WS-DECLARATIONS-SW          PIC X(01) VALUE 'N'.
               88  WS-DECLARATIONS-ON-FILE       VALUE 'Y'.
           05  WS-DECLARATION-SCAN-SW      PIC X(01).
               88  WS-DECLARATION-SCAN-DONE      VALUE 'Y'.
           05  WS-WINDOW-STATUS            PIC X(01).
           05  WS-BUSINESS-DATE            PIC 9(08).
           05  WS-FILED-DATE               PIC 9(08).
           05  WS-SEPARATION-DATE          PIC 9(08).
           05  WS-PICKED-BEGIN-DATE        PIC 9(08).
           05  WS-CLAIM-ID-SEED            PIC 9(08) VALUE 90000000.
           05  WS-REASON-COUNT             PIC 9(02).
           05  WS-REASON-TEXT              PIC X(30).
           05  WS-ROW-COUNT                PIC 9(08) VALUE 0.
           05  WS-ACCEPTED-COUNT           PIC 9(08) VALUE 0.
           05  WS-PENDED-COUNT             PIC 9(08) VALUE 0.
           05  WS-ZIP-ERROR-COUNT          PIC 9(08) VALUE 0.
           05  WS-NEW-CLAIM-COUNT          PIC 9(08) VALUE 0.
           05  WS-ADDITIONAL-COUNT         PIC 9(08) VALUE 0.
           05  WS-REOPENED-COUNT           PIC 9(08) VALUE 0.
           05  WS-CONTINUING-COUNT         PIC 9(08) VALUE 0.
           05  WS-BY-END-INTEGER           PIC 9(08).
           05  WS-DISASTER-COUNT           PIC 9(08) VALUE 0.
           05  WS-DISASTER-WITHIN-COUNT    PIC 9(08) VALUE 0.
           05  WS-DISASTER-OUTSIDE-COUNT   PIC 9(08) VALUE 0.
      *---------------------------------------------------------------*
      *    ZBANK.ZIP LOOKUP - THE SAME TABLE THE PER-CAPITA REPORTS
      *    SUM THEIR POPULATIONS FROM.
      *---------------------------------------------------------------*
       COPY SQL.
      *---------------------------------------------------------------*
       01  INTAKE-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'CLMINTK INITIAL CLAIM APPLICATION INTAKE    '.
           05  FILLER PIC X(14) VALUE 'BUSINESS DATE '.
           05  IHL-BUSINESS-DATE           PIC 9(08).
      *---------------------------------------------------------------*
       01  INTAKE-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'APPL REF    CLAIMANT    CLAIM ID  ST  ZIP   '.
           05  FILLER PIC X(44) VALUE
               'EMPLOYER  C  RESULT                         '.
      *---------------------------------------------------------------*
       01  INTAKE-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  IDL-APPLICATION-REF         PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  IDL-CLAIMANT-ID             PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  IDL-CLAIM-ID                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  IDL-STATE                   PIC X(02).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  IDL-MAIL-ZIP                PIC X(05).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  IDL-EMPLOYER-ACCT           PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  IDL-CLAIM-CLASS             PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  IDL-RESULT                  PIC X(30).
      *---------------------------------------------------------------*
       01  INTAKE-TOTAL-LINE.
      *---------------------------------------------------------------*
           05  ITL-LABEL                   PIC X(34).
           05  ITL-COUNT                   PIC ZZ,ZZZ,ZZ9.
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
               PERFORM 8000-READ-APPLICATION
               PERFORM 2000-TAKE-ONE-APPLICATION
                   UNTIL END-OF-FILE
               PERFORM 4000-PRINT-TOTALS
               PERFORM 3000-CLOSE-FILES
           END-IF.
           DISPLAY '*** CLMINTK APPLICATION INTAKE SUMMARY ***'.
           DISPLAY 'APPLICATIONS READ   : ', WS-ROW-COUNT.
           DISPLAY 'ACCEPTED            : ', WS-ACCEPTED-COUNT.
           DISPLAY 'PENDED              : ', WS-PENDED-COUNT.
           DISPLAY 'ZIP LOOKUP FAILURES : ', WS-ZIP-ERROR-COUNT.
           DISPLAY 'DISASTER CLAIMS     : ', WS-DISASTER-COUNT.
           DISPLAY '  WITHIN WINDOW     : ', WS-DISASTER-WITHIN-COUNT.
           DISPLAY '  OUTSIDE WINDOW    : ', WS-DISASTER-OUTSIDE-COUNT.
           DISPLAY 'LAST CLAIM ID       : ', IC-LAST-CLAIM-ID.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  APPLICATION-FILE.
           OPEN INPUT  EMPLOYER-REFERENCE-FILE.
           OPEN INPUT  COUNTY-REFERENCE-FILE.
           OPEN OUTPUT PEND-FILE.
           OPEN OUTPUT PRINT-FILE.
      *    THE LINEAGE TRAIL ACCUMULATES ACROSS RUNS - EXTEND, NOT
      *    OUTPUT - AND ITS LOSS MUST NEVER TAKE THE INTAKE DOWN.
           OPEN EXTEND LINEAGE-FILE.
           IF NOT LINEAGE-FILE-OK
               DISPLAY 'LINEAGE FILE: ', LINEAGE-FILE-STATUS.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE           TO IHL-BUSINESS-DATE.
      *    THE DAY'S DETAIL IS ALREADY ON CLMTFILE - ADD TO IT
      *    THROUGH CLMTUPD, WHICH CREATES A MASTER NEVER YET LOADED.
           MOVE 'CLMINTK '                 TO CU-PROGRAM-ID.
           MOVE 'OPEN '                    TO CU-OPERATION.
           CALL 'CLMTUPD' USING CLMTUPD-REQUEST,
               CLAIMANT-DETAIL-RECORD.
           MOVE CU-STATUS                  TO CLAIMANT-DETAIL-STATUS.
           OPEN I-O BENEFIT-YEAR-FILE.
           IF  BENEFIT-YEAR-NEW
      *        FIRST CLAIM SINCE BENEFIT YEARS WERE KEPT - CREATE THE
      *        FILE EMPTY, THEN REOPEN FOR UPDATE, THE SAME DANCE
      *        STATEMNT DOES FOR A BRAND-NEW REFERENCE CLUSTER.
               OPEN OUTPUT BENEFIT-YEAR-FILE
               CLOSE       BENEFIT-YEAR-FILE
               OPEN I-O    BENEFIT-YEAR-FILE
           END-IF.
           OPEN I-O INTAKE-CONTROL-FILE.
           IF  INTAKE-CONTROL-NEW
               OPEN OUTPUT INTAKE-CONTROL-FILE
               CLOSE       INTAKE-CONTROL-FILE
               OPEN I-O    INTAKE-CONTROL-FILE
           END-IF.
           IF  INTAKE-CONTROL-OK
               PERFORM 1100-READ-CONTROL-RECORD
           END-IF.
      *    NO DECLARATION HAS EVER BEEN LOADED UNTIL DECLMNT FIRST
      *    RUNS - NOTHING TO TAG, AND NO REASON TO STOP THE INTAKE.
           OPEN INPUT DECLARATION-FILE.
           EVALUATE TRUE
               WHEN DECLARATION-OK
                   MOVE 'Y'                TO WS-DECLARATIONS-SW
               WHEN DECLARATION-NEW
                   DISPLAY 'CLMINTK - NO DISDECL YET, NO CLAIM TAGGED'
               WHEN OTHER
                   DISPLAY 'DISDECL OPEN ERROR : ', DECLARATION-STATUS
                   MOVE 16                 TO RETURN-CODE
                   MOVE 'N'                TO FILES-OPEN-SW
           END-EVALUATE.
           OPEN I-O DISASTER-CLAIM-FILE.
           IF  DISASTER-CLAIM-NEW
               OPEN OUTPUT DISASTER-CLAIM-FILE
               CLOSE       DISASTER-CLAIM-FILE
               OPEN I-O    DISASTER-CLAIM-FILE
           END-IF.
           IF NOT APPLICATION-OK
               DISPLAY 'INTKIN OPEN ERROR : ', APPLICATION-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT PEND-FILE-OK
               DISPLAY 'INTKPND OPEN ERROR : ', PEND-FILE-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT INTAKE-CONTROL-OK
               DISPLAY 'INTKCTL OPEN ERROR : ', INTAKE-CONTROL-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT CLAIMANT-DETAIL-OK
               DISPLAY 'CLMTFILE OPEN ERROR : ', CLAIMANT-DETAIL-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT EMPLOYER-REFERENCE-OK
               DISPLAY 'EMPLRF OPEN ERROR : ',
                   EMPLOYER-REFERENCE-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT COUNTY-REFERENCE-OK
               DISPLAY 'CNTYREF OPEN ERROR : ', COUNTY-REFERENCE-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT DISASTER-CLAIM-OK
               DISPLAY 'DISCLM OPEN ERROR : ', DISASTER-CLAIM-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
      *    WITHOUT THE BENEFIT YEARS EVERY CLAIM WOULD CLASSIFY AS
      *    NEW AND START A FRESH YEAR - THE INTAKE DOES NOT RUN.
           IF NOT BENEFIT-YEAR-OK
               DISPLAY 'BENYEAR OPEN ERROR : ', BENEFIT-YEAR-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
      *---------------------------------------------------------------*
       1100-READ-CONTROL-RECORD.
      *---------------------------------------------------------------*
           MOVE 'CLAIMID '                 TO IC-CONTROL-ID.
           READ INTAKE-CONTROL-FILE
               INVALID KEY
                   MOVE 'INCLMSED'         TO PL-PARM-ID
                   MOVE WS-BUSINESS-DATE   TO PL-AS-OF-DATE
                   CALL 'PARMLD' USING PARMLD-REQUEST
                   IF  PL-FOUND AND PL-VALUE (1:8) IS NUMERIC
                       MOVE PL-VALUE (1:8) TO WS-CLAIM-ID-SEED
                   END-IF
                   MOVE SPACES             TO INTAKE-CONTROL-RECORD
                   MOVE 'CLAIMID '         TO IC-CONTROL-ID
                   MOVE WS-CLAIM-ID-SEED   TO IC-LAST-CLAIM-ID
                   MOVE WS-BUSINESS-DATE   TO IC-LAST-RUN-DATE
                   MOVE 0                  TO IC-ASSIGNED-COUNT
                   WRITE INTAKE-CONTROL-RECORD
                   DISPLAY 'CLMINTK - CLAIM ID CONTROL SEEDED AT ',
                       WS-CLAIM-ID-SEED
           END-READ.
      *---------------------------------------------------------------*
       2000-TAKE-ONE-APPLICATION.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-ROW-COUNT.
           MOVE SPACES                     TO PENDED-APPLICATION-RECORD
                                              INTAKE-DETAIL-LINE.
           MOVE 0                          TO WS-REASON-COUNT.
           PERFORM 2100-EDIT-APPLICATION.
           MOVE IA-APPLICATION-REF         TO IDL-APPLICATION-REF.
           MOVE IA-CLAIMANT-ID             TO IDL-CLAIMANT-ID.
           MOVE IA-STATE                   TO IDL-STATE.
           MOVE IA-MAIL-ZIP                TO IDL-MAIL-ZIP.
           MOVE IA-EMPLOYER-ACCT           TO IDL-EMPLOYER-ACCT.
           IF  WS-REASON-COUNT = 0
               PERFORM 2500-ACCEPT-APPLICATION
           ELSE
               PERFORM 2800-PEND-APPLICATION
           END-IF.
           PERFORM 8000-READ-APPLICATION.
      *---------------------------------------------------------------*
       2100-EDIT-APPLICATION.
      *---------------------------------------------------------------*
           IF  IA-CLAIMANT-ID = SPACES
               MOVE 'CLAIMANT ID MISSING'  TO WS-REASON-TEXT
               PERFORM 2190-ADD-PEND-REASON
           END-IF.
           IF  IA-LAST-NAME = SPACES
               MOVE 'CLAIMANT NAME MISSING' TO WS-REASON-TEXT
               PERFORM 2190-ADD-PEND-REASON
           END-IF.
           PERFORM 2110-EDIT-MAILING-ZIP.
           PERFORM 2120-EDIT-EMPLOYER.
           PERFORM 2130-EDIT-DATES.
           IF  NOT IA-VALID-SEPARATION
               MOVE 'INVALID SEPARATION REASON' TO WS-REASON-TEXT
               PERFORM 2190-ADD-PEND-REASON
           END-IF.
           PERFORM 2140-EDIT-ELIGIBILITY.
           PERFORM 2150-EDIT-COUNTY.
      *---------------------------------------------------------------*
       2110-EDIT-MAILING-ZIP.
      *---------------------------------------------------------------*
           IF  IA-STATE = SPACES
               MOVE 'MAILING STATE MISSING' TO WS-REASON-TEXT
               PERFORM 2190-ADD-PEND-REASON
           END-IF.
           IF  IA-MAIL-ZIP IS NOT NUMERIC
               MOVE 'ZIP NOT FIVE DIGITS'  TO WS-REASON-TEXT
               PERFORM 2190-ADD-PEND-REASON
           ELSE
               MOVE IA-MAIL-ZIP            TO ZIP-I
               MOVE SPACES                 TO STATE-I
               EXEC SQL
                   SELECT STATE
                     INTO :STATE-I
                     FROM ZBANK.ZIP
                    WHERE ZIP = :ZIP-I
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       MOVE 'ZIP NOT ON ZBANK.ZIP' TO WS-REASON-TEXT
                       PERFORM 2190-ADD-PEND-REASON
                   WHEN SQLCODE NOT = 0
                       DISPLAY 'CLMINTK - ZIP LOOKUP FAILED FOR ',
                           IA-MAIL-ZIP, ' SQLCODE ', SQLCODE
                       ADD 1               TO WS-ZIP-ERROR-COUNT
                       MOVE 12             TO RETURN-CODE
                       MOVE 'ZIP LOOKUP FAILED - RESUBMIT'
                           TO WS-REASON-TEXT
                       PERFORM 2190-ADD-PEND-REASON
                   WHEN IA-STATE NOT = SPACES
                       AND STATE-I NOT = IA-STATE (1:2)
                       MOVE 'ZIP NOT IN STATED STATE'
                           TO WS-REASON-TEXT
                       PERFORM 2190-ADD-PEND-REASON
               END-EVALUATE
           END-IF.
      *---------------------------------------------------------------*
       2120-EDIT-EMPLOYER.
      *---------------------------------------------------------------*
           IF  IA-EMPLOYER-ACCT = SPACES
               MOVE 'EMPLOYER ACCOUNT MISSING' TO WS-REASON-TEXT
               PERFORM 2190-ADD-PEND-REASON
           ELSE
               MOVE IA-EMPLOYER-ACCT       TO EM-EMPLOYER-ACCT
               READ EMPLOYER-REFERENCE-FILE
                   INVALID KEY
                       MOVE 'EMPLOYER NOT ON EMPLRF'
                           TO WS-REASON-TEXT
                       PERFORM 2190-ADD-PEND-REASON
               END-READ
           END-IF.
      *---------------------------------------------------------------*
       2130-EDIT-DATES.
      *---------------------------------------------------------------*
           MOVE 0                          TO WS-FILED-DATE.
           EVALUATE TRUE
               WHEN IA-FILED-DATE = SPACES
                   MOVE WS-BUSINESS-DATE   TO WS-FILED-DATE
               WHEN IA-FILED-DATE IS NOT NUMERIC
                   OR IA-FILED-DATE > WS-BUSINESS-DATE
                   MOVE 'INVALID FILED DATE' TO WS-REASON-TEXT
                   PERFORM 2190-ADD-PEND-REASON
               WHEN OTHER
                   MOVE IA-FILED-DATE      TO WS-FILED-DATE
           END-EVALUATE.
           IF  IA-SEPARATION-DATE IS NOT NUMERIC
               OR IA-SEPARATION-DATE = ZEROES
               OR (WS-FILED-DATE NOT = 0
                   AND IA-SEPARATION-DATE > WS-FILED-DATE)
               MOVE 'INVALID SEPARATION DATE' TO WS-REASON-TEXT
               PERFORM 2190-ADD-PEND-REASON
           END-IF.
      *---------------------------------------------------------------*
       2140-EDIT-ELIGIBILITY.
      *---------------------------------------------------------------*
           IF  IA-ABLE-TO-WORK NOT = 'Y' AND NOT = 'N'
               OR IA-AVAILABLE-FOR-WORK NOT = 'Y' AND NOT = 'N'
               OR IA-WORK-AUTHORIZED NOT = 'Y' AND NOT = 'N'
               OR IA-STILL-WORKING NOT = 'Y' AND NOT = 'N'
               MOVE 'ELIGIBILITY ANSWER MISSING' TO WS-REASON-TEXT
               PERFORM 2190-ADD-PEND-REASON
           ELSE
               IF  IA-ABLE-TO-WORK = 'N'
                   OR IA-AVAILABLE-FOR-WORK = 'N'
                   MOVE 'NOT ABLE AND AVAILABLE' TO WS-REASON-TEXT
                   PERFORM 2190-ADD-PEND-REASON
               END-IF
               IF  IA-WORK-AUTHORIZED = 'N'
                   MOVE 'NOT AUTHORIZED TO WORK' TO WS-REASON-TEXT
                   PERFORM 2190-ADD-PEND-REASON
               END-IF
               IF  IA-STILL-WORKING = 'Y'
                   MOVE 'STILL WORKING FULL TIME' TO WS-REASON-TEXT
                   PERFORM 2190-ADD-PEND-REASON
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2150-EDIT-COUNTY.
      *---------------------------------------------------------------*
           IF  IA-COUNTY-FIPS NOT = SPACES
               MOVE IA-COUNTY-FIPS         TO CN-COUNTY-FIPS
               READ COUNTY-REFERENCE-FILE
                   INVALID KEY
                       MOVE 'COUNTY NOT ON CNTYREF'
                           TO WS-REASON-TEXT
                       PERFORM 2190-ADD-PEND-REASON
                   NOT INVALID KEY
                       IF  IA-STATE NOT = SPACES
                           AND CN-STATE-CODE NOT = IA-STATE (1:2)
                           MOVE 'COUNTY NOT IN STATED STATE'
                               TO WS-REASON-TEXT
                           PERFORM 2190-ADD-PEND-REASON
                       END-IF
               END-READ
           END-IF.
      *---------------------------------------------------------------*
       2190-ADD-PEND-REASON.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-REASON-COUNT.
           IF  WS-REASON-COUNT NOT > 4
               MOVE WS-REASON-TEXT         TO IP-REASON
                                              (WS-REASON-COUNT)
           END-IF.
      *---------------------------------------------------------------*
       2500-ACCEPT-APPLICATION.
      *---------------------------------------------------------------*
           ADD 1                           TO IC-LAST-CLAIM-ID.
           ADD 1                           TO IC-ASSIGNED-COUNT.
           MOVE WS-BUSINESS-DATE           TO IC-LAST-RUN-DATE.
           REWRITE INTAKE-CONTROL-RECORD.
           MOVE SPACES                     TO CLAIMANT-DETAIL-RECORD.
           MOVE IC-LAST-CLAIM-ID           TO CD-CLAIM-ID.
           MOVE WS-FILED-DATE              TO CD-DATE.
           MOVE 1                          TO CD-AGE-BAND
                                              CD-ETHNICITY
                                              CD-INDUSTRY
                                              CD-RACE
                                              CD-GENDER
                                              CD-EDUCATION.
           MOVE IA-STATE                   TO CD-STATE.
           MOVE IA-EMPLOYER-ACCT           TO CD-EMPLOYER-ACCT.
           MOVE IA-CLAIMANT-ID             TO CD-CLAIMANT-ID.
           PERFORM 2600-CLASSIFY-CLAIM.
           MOVE 'WRITE'                    TO CU-OPERATION.
           CALL 'CLMTUPD' USING CLMTUPD-REQUEST,
               CLAIMANT-DETAIL-RECORD.
           IF  NOT CU-OK
               DISPLAY 'CLMTFILE WRITE ERROR : ', CU-STATUS,
                   ' CLAIM ', CD-CLAIM-ID
               MOVE 12                     TO RETURN-CODE
           END-IF.
           PERFORM 2700-WRITE-LINEAGE-RECORD.
           ADD 1                           TO WS-ACCEPTED-COUNT.
           MOVE CD-CLAIM-ID                TO IDL-CLAIM-ID.
           MOVE CD-CLAIM-CLASS             TO IDL-CLAIM-CLASS.
           MOVE 'ACCEPTED - CLAIM ID ASSIGNED' TO IDL-RESULT.
           MOVE INTAKE-DETAIL-LINE         TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           IF  WS-DECLARATIONS-ON-FILE
               AND IA-COUNTY-FIPS NOT = SPACES
               PERFORM 2750-TAG-DISASTER-CLAIM
           END-IF.
      *---------------------------------------------------------------*
       2600-CLASSIFY-CLAIM.
      *---------------------------------------------------------------*
      *    AN ADDITIONAL CLAIM FOLLOWS WORK FOR ANOTHER EMPLOYER
      *    SINCE THE LAST CLAIM IN THE YEAR; WITHOUT THAT EVIDENCE
      *    THE CLAIM IS A REOPENING.  A FRESH CLAIM ID IS NEVER
      *    ALREADY IN THE YEAR, SO AN APPLICATION IS NEVER CONTINUING.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO CD-CLAIM-CLASS.
           MOVE CD-CLAIMANT-ID             TO BY-CLAIMANT-ID.
           READ BENEFIT-YEAR-FILE
               INVALID KEY
                   MOVE 'N'                TO WS-BENEFIT-YEAR-SW
               NOT INVALID KEY
                   MOVE 'Y'                TO WS-BENEFIT-YEAR-SW
           END-READ.
           EVALUATE TRUE
               WHEN NOT WS-BENEFIT-YEAR-ON-FILE
                   PERFORM 2610-ESTABLISH-BENEFIT-YEAR
                   WRITE BENEFIT-YEAR-RECORD
               WHEN CD-DATE > BY-END-DATE
                   PERFORM 2610-ESTABLISH-BENEFIT-YEAR
                   REWRITE BENEFIT-YEAR-RECORD
               WHEN CD-EMPLOYER-ACCT NOT = BY-LAST-EMPLOYER-ACCT
                   SET CD-ADDITIONAL-CLAIM TO TRUE
                   ADD 1                   TO WS-ADDITIONAL-COUNT
                   ADD 1                   TO BY-ADDITIONAL-COUNT
                   PERFORM 2620-ADD-CLAIM-TO-YEAR
                   REWRITE BENEFIT-YEAR-RECORD
               WHEN OTHER
                   SET CD-REOPENED-CLAIM   TO TRUE
                   ADD 1                   TO WS-REOPENED-COUNT
                   ADD 1                   TO BY-REOPENED-COUNT
                   PERFORM 2620-ADD-CLAIM-TO-YEAR
                   REWRITE BENEFIT-YEAR-RECORD
           END-EVALUATE.
      *---------------------------------------------------------------*
       2610-ESTABLISH-BENEFIT-YEAR.
      *---------------------------------------------------------------*
      *    A BENEFIT YEAR RUNS 52 WEEKS - THE CLAIM DATE THROUGH THE
      *    DAY BEFORE THE SAME WEEKDAY A YEAR ON.
      *---------------------------------------------------------------*
           SET CD-NEW-CLAIM                TO TRUE.
           ADD 1                           TO WS-NEW-CLAIM-COUNT.
           IF  WS-BENEFIT-YEAR-ON-FILE
               MOVE BY-BEGIN-DATE          TO BY-PRIOR-BEGIN-DATE
               MOVE BY-END-DATE            TO BY-PRIOR-END-DATE
           ELSE
               MOVE CD-CLAIMANT-ID         TO BY-CLAIMANT-ID
               MOVE 0                      TO BY-PRIOR-BEGIN-DATE
                                              BY-PRIOR-END-DATE
           END-IF.
           MOVE CD-DATE                    TO BY-BEGIN-DATE.
           COMPUTE WS-BY-END-INTEGER =
               FUNCTION INTEGER-OF-DATE (CD-DATE) + 363.
           COMPUTE BY-END-DATE =
               FUNCTION DATE-OF-INTEGER (WS-BY-END-INTEGER).
           MOVE CD-CLAIM-ID                TO BY-ORIGINAL-CLAIM-ID.
           MOVE CD-STATE                   TO BY-STATE.
           MOVE 0                          TO BY-ADDITIONAL-COUNT
                                              BY-REOPENED-COUNT
                                              BY-CLAIM-COUNT.
           MOVE SPACES                     TO BY-CLAIM-TABLE.
           MOVE SPACES                     TO BY-LAST-EMPLOYER-ACCT.
           PERFORM 2620-ADD-CLAIM-TO-YEAR.
      *---------------------------------------------------------------*
       2620-ADD-CLAIM-TO-YEAR.
      *---------------------------------------------------------------*
           IF  BY-CLAIM-COUNT < 6
               ADD 1                       TO BY-CLAIM-COUNT
           END-IF.
           MOVE CD-CLAIM-ID        TO BY-CLAIM-ID (BY-CLAIM-COUNT).
           MOVE CD-CLAIM-CLASS     TO BY-CLAIM-CLASS (BY-CLAIM-COUNT).
           MOVE CD-DATE                    TO BY-LAST-CLAIM-DATE.
           MOVE CD-EMPLOYER-ACCT           TO BY-LAST-EMPLOYER-ACCT.
      *---------------------------------------------------------------*
       2700-WRITE-LINEAGE-RECORD.
      *---------------------------------------------------------------*
           IF  LINEAGE-FILE-OK
               MOVE SPACES                 TO LINEAGE-RECORD
               MOVE WS-BUSINESS-DATE       TO LN-RUN-DATE
               MOVE CD-CLAIM-ID            TO LN-RECORD-ID
               MOVE 'DET'                  TO LN-SECTION
               MOVE 'INTKIN  '             TO LN-SOURCE-DATASET
               MOVE WS-ROW-COUNT           TO LN-ROW-NUMBER
               WRITE LINEAGE-RECORD
           END-IF.
      *---------------------------------------------------------------*
       2750-TAG-DISASTER-CLAIM.
      *---------------------------------------------------------------*
      *    A COUNTY CAN BE IN MORE THAN ONE DECLARATION - THE FIRST
      *    WHOSE WINDOW THE CLAIM FALLS IN WINS; FAILING THAT THE
      *    CLAIM IS TAGGED TO THE COUNTY'S LATEST INCIDENT, SO THE
      *    ADJUDICATOR SEES WHY IT MISSED.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO DISASTER-CLAIM-RECORD.
           MOVE 0                          TO WS-PICKED-BEGIN-DATE.
           MOVE IA-SEPARATION-DATE         TO WS-SEPARATION-DATE.
           MOVE 'N'                        TO WS-DECLARATION-SCAN-SW.
           MOVE IA-COUNTY-FIPS             TO DD-COUNTY-FIPS.
           START DECLARATION-FILE
               KEY IS EQUAL TO DD-COUNTY-FIPS
               INVALID KEY
                   MOVE 'Y'                TO WS-DECLARATION-SCAN-SW
           END-START.
           IF  NOT WS-DECLARATION-SCAN-DONE
               PERFORM 8100-READ-NEXT-DECLARATION
           END-IF.
           PERFORM 2760-WEIGH-DECLARATION
               UNTIL WS-DECLARATION-SCAN-DONE.
           IF  DA-DECLARATION-NO NOT = SPACES
               MOVE CD-CLAIM-ID            TO DA-CLAIM-ID
               MOVE IA-COUNTY-FIPS         TO DA-COUNTY-FIPS
               MOVE CD-CLAIMANT-ID         TO DA-CLAIMANT-ID
               MOVE WS-FILED-DATE          TO DA-FILED-DATE
               MOVE WS-SEPARATION-DATE     TO DA-SEPARATION-DATE
               MOVE WS-BUSINESS-DATE       TO DA-TAG-DATE
               PERFORM 2780-WRITE-DISASTER-TAG
           END-IF.
      *---------------------------------------------------------------*
       2760-WEIGH-DECLARATION.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-FILED-DATE < DD-INCIDENT-BEGIN
                   MOVE 'B'                TO WS-WINDOW-STATUS
               WHEN WS-FILED-DATE > DD-APPLICATION-DEADLINE
                   MOVE 'L'                TO WS-WINDOW-STATUS
               WHEN WS-SEPARATION-DATE < DD-INCIDENT-BEGIN
                   MOVE 'S'                TO WS-WINDOW-STATUS
               WHEN DD-INCIDENT-END NOT = 0
                   AND WS-SEPARATION-DATE > DD-INCIDENT-END
                   MOVE 'S'                TO WS-WINDOW-STATUS
               WHEN OTHER
                   MOVE 'W'                TO WS-WINDOW-STATUS
           END-EVALUATE.
           IF  WS-WINDOW-STATUS = 'W'
               OR DD-INCIDENT-BEGIN > WS-PICKED-BEGIN-DATE
               MOVE DD-DECLARATION-NO      TO DA-DECLARATION-NO
               MOVE WS-WINDOW-STATUS       TO DA-WINDOW-STATUS
               MOVE DD-INCIDENT-BEGIN      TO WS-PICKED-BEGIN-DATE
           END-IF.
           IF  DA-WITHIN-WINDOW
               MOVE 'Y'                    TO WS-DECLARATION-SCAN-SW
           ELSE
               PERFORM 8100-READ-NEXT-DECLARATION
           END-IF.
      *---------------------------------------------------------------*
       2780-WRITE-DISASTER-TAG.
      *---------------------------------------------------------------*
           WRITE DISASTER-CLAIM-RECORD
               INVALID KEY
                   DISPLAY 'DISCLM WRITE ERROR : ',
                       DISASTER-CLAIM-STATUS, ' CLAIM ', DA-CLAIM-ID
                   MOVE 12                 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1                   TO WS-DISASTER-COUNT
                   IF  DA-WITHIN-WINDOW
                       ADD 1               TO WS-DISASTER-WITHIN-COUNT
                   ELSE
                       ADD 1               TO WS-DISASTER-OUTSIDE-COUNT
                   END-IF
           END-WRITE.
           MOVE SPACES                     TO INTAKE-DETAIL-LINE.
           STRING 'DISASTER ' DELIMITED BY SIZE
               DA-DECLARATION-NO DELIMITED BY SPACE
               INTO IDL-RESULT
           END-STRING.
           EVALUATE TRUE
               WHEN DA-WITHIN-WINDOW
                   MOVE 'IN WINDOW'        TO IDL-RESULT (19:12)
               WHEN DA-FILED-BEFORE-INCIDENT
                   MOVE 'BEFORE EVENT'     TO IDL-RESULT (19:12)
               WHEN DA-FILED-LATE
                   MOVE 'FILED LATE'       TO IDL-RESULT (19:12)
               WHEN DA-SEPARATED-OUTSIDE
                   MOVE 'SEP OUTSIDE'      TO IDL-RESULT (19:12)
           END-EVALUATE.
           MOVE INTAKE-DETAIL-LINE         TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       2800-PEND-APPLICATION.
      *---------------------------------------------------------------*
           MOVE CLAIM-APPLICATION-RECORD   TO IP-APPLICATION.
           MOVE WS-BUSINESS-DATE           TO IP-PEND-DATE.
           MOVE WS-REASON-COUNT            TO IP-REASON-COUNT.
           WRITE PENDED-APPLICATION-RECORD.
           ADD 1                           TO WS-PENDED-COUNT.
           IF  RETURN-CODE < 4
               MOVE 4                      TO RETURN-CODE
           END-IF.
           MOVE 'PENDED - '                TO IDL-RESULT.
           MOVE IP-REASON (1)              TO IDL-RESULT (10:21).
           MOVE INTAKE-DETAIL-LINE         TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 2810-PRINT-MORE-REASONS
               VARYING WS-REASON-COUNT FROM 2 BY 1
               UNTIL WS-REASON-COUNT > IP-REASON-COUNT
                  OR WS-REASON-COUNT > 4.
      *---------------------------------------------------------------*
       2810-PRINT-MORE-REASONS.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO INTAKE-DETAIL-LINE.
           MOVE IP-REASON (WS-REASON-COUNT) TO IDL-RESULT (10:21).
           MOVE INTAKE-DETAIL-LINE         TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE APPLICATION-FILE.
           CLOSE PEND-FILE.
           CLOSE INTAKE-CONTROL-FILE.
           MOVE 'CLOSE'                    TO CU-OPERATION.
           CALL 'CLMTUPD' USING CLMTUPD-REQUEST,
               CLAIMANT-DETAIL-RECORD.
           CLOSE EMPLOYER-REFERENCE-FILE.
           CLOSE BENEFIT-YEAR-FILE.
           CLOSE COUNTY-REFERENCE-FILE.
           IF  WS-DECLARATIONS-ON-FILE
               CLOSE DECLARATION-FILE
           END-IF.
           CLOSE DISASTER-CLAIM-FILE.
           IF  LINEAGE-FILE-OK
               CLOSE LINEAGE-FILE
           END-IF.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-TOTALS.
      *---------------------------------------------------------------*
           MOVE 2                          TO LINE-SPACEING.
           MOVE 'APPLICATIONS READ'        TO ITL-LABEL.
           MOVE WS-ROW-COUNT               TO ITL-COUNT.
           PERFORM 4100-PRINT-TOTAL-LINE.
           MOVE 'ACCEPTED'                 TO ITL-LABEL.
           MOVE WS-ACCEPTED-COUNT          TO ITL-COUNT.
           PERFORM 4100-PRINT-TOTAL-LINE.
           MOVE '  NEW CLAIMS'             TO ITL-LABEL.
           MOVE WS-NEW-CLAIM-COUNT         TO ITL-COUNT.
           PERFORM 4100-PRINT-TOTAL-LINE.
           MOVE '  ADDITIONAL CLAIMS'      TO ITL-LABEL.
           MOVE WS-ADDITIONAL-COUNT        TO ITL-COUNT.
           PERFORM 4100-PRINT-TOTAL-LINE.
           MOVE '  REOPENED CLAIMS'        TO ITL-LABEL.
           MOVE WS-REOPENED-COUNT          TO ITL-COUNT.
           PERFORM 4100-PRINT-TOTAL-LINE.
           MOVE 'PENDED'                   TO ITL-LABEL.
           MOVE WS-PENDED-COUNT            TO ITL-COUNT.
           PERFORM 4100-PRINT-TOTAL-LINE.
           MOVE 'DISASTER CLAIMS TAGGED'   TO ITL-LABEL.
           MOVE WS-DISASTER-COUNT          TO ITL-COUNT.
           PERFORM 4100-PRINT-TOTAL-LINE.
           MOVE '  WITHIN DECLARATION WINDOW' TO ITL-LABEL.
           MOVE WS-DISASTER-WITHIN-COUNT   TO ITL-COUNT.
           PERFORM 4100-PRINT-TOTAL-LINE.
           MOVE '  OUTSIDE DECLARATION WINDOW' TO ITL-LABEL.
           MOVE WS-DISASTER-OUTSIDE-COUNT  TO ITL-COUNT.
           PERFORM 4100-PRINT-TOTAL-LINE.
           MOVE SPACE                      TO NEXT-REPORT-LINE.
           STRING 'LAST CLAIM ID ASSIGNED: '
               DELIMITED BY SIZE
               IC-LAST-CLAIM-ID DELIMITED BY SIZE
               INTO NEXT-REPORT-LINE
           END-STRING.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       4100-PRINT-TOTAL-LINE.
      *---------------------------------------------------------------*
           MOVE INTAKE-TOTAL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 1                          TO LINE-SPACEING.
      *---------------------------------------------------------------*
       8000-READ-APPLICATION.
      *---------------------------------------------------------------*
           READ APPLICATION-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
      *---------------------------------------------------------------*
       8100-READ-NEXT-DECLARATION.
      *---------------------------------------------------------------*
           READ DECLARATION-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-DECLARATION-SCAN-SW.
           IF  NOT WS-DECLARATION-SCAN-DONE
               AND DD-COUNTY-FIPS NOT = IA-COUNTY-FIPS
               MOVE 'Y'                    TO WS-DECLARATION-SCAN-SW
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
           MOVE INTAKE-HEADING-LINE        TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE INTAKE-COLUMN-LINE         TO PRINT-LINE.
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
