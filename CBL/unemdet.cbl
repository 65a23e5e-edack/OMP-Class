      *    DETAIL UP INTO THE AGGREGATE CLAIM COUNTS, AND UNEMXTB
      *    ANSWERS THE CROSS-DIMENSION QUESTIONS THE PRE-AGGREGATED
      *    FEEDS NEVER COULD.
      *    EVERY ROW THAT CARRIES A CLAIMANT ID IS CLASSIFIED AGAINST
      *    THE CLAIMANT'S BENEFIT YEAR ON BENYEAR (SEE BYREC) - NEW,
      *    ADDITIONAL, REOPENED OR CONTINUING - AND THE BENEFIT YEAR
      *    IS ESTABLISHED OR UPDATED AS IT GOES.  THE CLASS RIDES ON
      *    THE DETAIL ROW (CD-CLAIM-CLASS) FOR THE FEDERAL COUNTS.
      *    CLMTFILE IS THE KEYED CLAIMANT DETAIL MASTER, UPDATED IN
      *    PLACE THROUGH CLMTUPD (SEE CLMTUPDC) - A FEED ROW FOR A
      *    CLAIM ID AND DATE NOT YET ON FILE IS WRITTEN, ONE ALREADY
      *    ON FILE IS REWRITTEN.  ROWS THE FEED DOES NOT CARRY (THE
      *    CLAIMS CLMINTK ASSIGNED AT INTAKE) ARE LEFT ALONE.  A ROW
      *    ALREADY ON FILE KEEPS THE CLASS IT WAS GIVEN WHEN FIRST
      *    LOADED AND DOES NOT MOVE THE BENEFIT YEAR AGAIN.
      *===============================================================*
       ENVIRONMENT DIVISION.
      *---------------------------------------------------------------*
           SELECT CLAIMANT-CSV-FILE ASSIGN TO CLMTIN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS CLAIMANT-CSV-STATUS.
           SELECT CLAIMANT-REJECT-FILE ASSIGN TO CLMTREJ
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS CLAIMANT-REJECT-STATUS.
           SELECT BENEFIT-YEAR-FILE ASSIGN TO BENYEAR
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS BY-CLAIMANT-ID
             FILE STATUS  IS BENEFIT-YEAR-STATUS.
           SELECT LINEAGE-FILE ASSIGN TO LINEAGE
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS LINEAGE-FILE-STATUS.
       FD  CLAIMANT-CSV-FILE
           RECORDING MODE IS F.
       01  CLAIMANT-CSV-LINE               PIC X(80).
      *---------------------------------------------------------------*
       FD  CLAIMANT-REJECT-FILE
           RECORDING MODE IS F.
       01  CLAIMANT-REJECT-RECORD          PIC X(80).
      *---------------------------------------------------------------*
       FD  BENEFIT-YEAR-FILE.
       COPY BYREC.
      *---------------------------------------------------------------*
      *    LINEAGE-FILE - ONE ROW PER CLAIMANT ROW LOADED, SAYING
      *    WHICH CLMTIN ROW PRODUCED IT (SEE LINREC).  READ BACK BY
       COPY LINREC.
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       COPY CLMTREC.
      *---------------------------------------------------------------*
       COPY CLMTUPDC.
      *---------------------------------------------------------------*
       01  WS-PARSE-FIELDS.
      *---------------------------------------------------------------*
               88  CLAIMANT-CSV-OK               VALUE '00'.
           05  CLAIMANT-DETAIL-STATUS      PIC X(02).
           05  CLAIMANT-REJECT-STATUS      PIC X(02).
           05  BENEFIT-YEAR-STATUS         PIC X(02).
               88  BENEFIT-YEAR-OK               VALUE '00'.
               88  BENEFIT-YEAR-NEW              VALUE '35'.
           05  LINEAGE-FILE-STATUS         PIC X(02).
               88  LINEAGE-FILE-OK               VALUE '00' '05'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
           05  WS-ROW-COUNT                PIC 9(08) VALUE 0.
           05  WS-LOADED-COUNT             PIC 9(08) VALUE 0.
           05  WS-REJECT-COUNT             PIC 9(08) VALUE 0.
           05  WS-REFRESHED-COUNT          PIC 9(08) VALUE 0.
           05  WS-ROW-ON-FILE-SW           PIC X(01).
               88  WS-ROW-ON-FILE                VALUE 'Y'.
           05  WS-FILED-CLASS              PIC X(01).
           05  WS-VALID-ROW-SW             PIC X(01).
               88  VALID-ROW                     VALUE 'Y'.
           05  WS-BENEFIT-YEAR-SW          PIC X(01).
               88  WS-BENEFIT-YEAR-ON-FILE       VALUE 'Y'.
           05  WS-KNOWN-CLAIM-SW           PIC X(01).
               88  WS-KNOWN-CLAIM                VALUE 'Y'.
           05  WS-NEW-CLAIM-COUNT          PIC 9(08) VALUE 0.
           05  WS-ADDITIONAL-COUNT         PIC 9(08) VALUE 0.
           05  WS-REOPENED-COUNT           PIC 9(08) VALUE 0.
           05  WS-CONTINUING-COUNT         PIC 9(08) VALUE 0.
           05  WS-UNCLASSIFIED-COUNT       PIC 9(08) VALUE 0.
           05  WS-BY-END-INTEGER           PIC 9(08).
       COPY PRINTCTL.
      *===============================================================*
       PROCEDURE DIVISION.
           DISPLAY 'CSV ROWS READ     : ', WS-ROW-COUNT.
           DISPLAY 'CLAIMANTS LOADED  : ', WS-LOADED-COUNT.
           DISPLAY 'ROWS REJECTED     : ', WS-REJECT-COUNT.
           DISPLAY 'ROWS REFRESHED    : ', WS-REFRESHED-COUNT.
           DISPLAY 'NEW CLAIMS        : ', WS-NEW-CLAIM-COUNT.
           DISPLAY 'ADDITIONAL CLAIMS : ', WS-ADDITIONAL-COUNT.
           DISPLAY 'REOPENED CLAIMS   : ', WS-REOPENED-COUNT.
           DISPLAY 'CONTINUING CLAIMS : ', WS-CONTINUING-COUNT.
           DISPLAY 'NO CLAIMANT ID    : ', WS-UNCLASSIFIED-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  CLAIMANT-CSV-FILE.
           MOVE 'UNEMDET '                 TO CU-PROGRAM-ID.
           MOVE 'OPEN '                    TO CU-OPERATION.
           CALL 'CLMTUPD' USING CLMTUPD-REQUEST,
               CLAIMANT-DETAIL-RECORD.
           MOVE CU-STATUS                  TO CLAIMANT-DETAIL-STATUS.
           OPEN OUTPUT CLAIMANT-REJECT-FILE.
      *    THE LINEAGE TRAIL ACCUMULATES ACROSS RUNS - EXTEND, NOT
      *    OUTPUT - AND ITS LOSS MUST NEVER TAKE THE LOAD DOWN.
           IF NOT LINEAGE-FILE-OK
               DISPLAY 'LINEAGE FILE: ', LINEAGE-FILE-STATUS.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           OPEN I-O BENEFIT-YEAR-FILE.
           IF  BENEFIT-YEAR-NEW
      *        FIRST LOAD SINCE BENEFIT YEARS WERE KEPT - CREATE THE
      *        FILE EMPTY, THEN REOPEN FOR UPDATE, THE SAME DANCE
      *        STATEMNT DOES FOR A BRAND-NEW REFERENCE CLUSTER.
               OPEN OUTPUT BENEFIT-YEAR-FILE
               CLOSE       BENEFIT-YEAR-FILE
               OPEN I-O    BENEFIT-YEAR-FILE
           END-IF.
      *    WITHOUT THE BENEFIT YEARS EVERY CLAIM WOULD CLASSIFY AS
      *    NEW AND START A FRESH YEAR - THE LOAD DOES NOT RUN.
           IF NOT BENEFIT-YEAR-OK
               DISPLAY 'BENYEAR OPEN ERROR : ', BENEFIT-YEAR-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT CLAIMANT-CSV-OK
               DISPLAY 'CLMTIN OPEN ERROR : ', CLAIMANT-CSV-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT CU-OK
               DISPLAY 'CLMTFILE OPEN ERROR : ', CLAIMANT-DETAIL-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       2000-LOAD-ONE-CLAIMANT.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-ROW-COUNT.
           PERFORM 2100-VALIDATE-CLAIMANT-ROW.
           IF  VALID-ROW
               PERFORM 2150-CHECK-ROW-ON-FILE
           END-IF.
           IF  VALID-ROW
               MOVE SPACES                 TO CLAIMANT-DETAIL-RECORD
               MOVE WS-CLAIM-ID            TO CD-CLAIM-ID
               MOVE WS-CSV-DATE            TO CD-DATE
               MOVE WS-AGE-BAND            TO CD-AGE-BAND
               MOVE WS-STATE               TO CD-STATE
               MOVE WS-EMPLOYER-ACCT       TO CD-EMPLOYER-ACCT
               MOVE WS-CLAIMANT-ID         TO CD-CLAIMANT-ID
      *        A ROW ON FILE WITHOUT A CLASS CARRIED NO CLAIMANT ID
      *        WHEN IT WAS LOADED - IT IS CLASSIFIED NOW IF IT HAS ONE.
               IF  WS-ROW-ON-FILE
                   AND (WS-FILED-CLASS NOT = SPACE
                        OR CD-CLAIMANT-ID = SPACES)
                   MOVE WS-FILED-CLASS     TO CD-CLAIM-CLASS
               ELSE
                   PERFORM 2200-CLASSIFY-CLAIM
               END-IF
               IF  WS-ROW-ON-FILE
                   ADD 1                   TO WS-REFRESHED-COUNT
                   MOVE 'REWRT'            TO CU-OPERATION
               ELSE
                   ADD 1                   TO WS-LOADED-COUNT
                   MOVE 'WRITE'            TO CU-OPERATION
               END-IF
               CALL 'CLMTUPD' USING CLMTUPD-REQUEST,
                   CLAIMANT-DETAIL-RECORD
               IF  NOT CU-OK
                   DISPLAY 'CLMTFILE WRITE ERROR : ', CU-STATUS,
                       ' CLAIM ', CD-CLAIM-ID, ' DATE ', CD-DATE
                   MOVE 12                 TO RETURN-CODE
               END-IF
               PERFORM 2500-WRITE-LINEAGE-RECORD
           ELSE
               ADD 1                       TO WS-REJECT-COUNT
                   MOVE 'N'                TO WS-VALID-ROW-SW
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2150-CHECK-ROW-ON-FILE.
      *---------------------------------------------------------------*
      *    THE MASTER IS KEYED ON CLAIM ID AND DATE - A ROW ALREADY
      *    LOADED, BY AN EARLIER RUN OR EARLIER IN THIS FEED, IS THE
      *    SAME FILING.  ITS CLASS IS KEPT, SO IT CAN NEITHER MOVE THE
      *    CLAIMANT'S BENEFIT YEAR NOR BE RECLASSED AS CONTINUING.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO WS-ROW-ON-FILE-SW.
           MOVE SPACES                     TO CLAIMANT-DETAIL-RECORD.
           MOVE WS-CLAIM-ID                TO CD-CLAIM-ID.
           MOVE WS-CSV-DATE                TO CD-DATE.
           MOVE 'READ '                    TO CU-OPERATION.
           CALL 'CLMTUPD' USING CLMTUPD-REQUEST,
               CLAIMANT-DETAIL-RECORD.
           IF  CU-OK
               MOVE 'Y'                    TO WS-ROW-ON-FILE-SW
               MOVE CD-CLAIM-CLASS         TO WS-FILED-CLASS
           END-IF.
      *---------------------------------------------------------------*
       2200-CLASSIFY-CLAIM.
      *---------------------------------------------------------------*
      *    AN ADDITIONAL CLAIM FOLLOWS WORK FOR ANOTHER EMPLOYER
      *    SINCE THE LAST CLAIM IN THE YEAR; WITHOUT THAT EVIDENCE
      *    THE CLAIM IS A REOPENING.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO CD-CLAIM-CLASS.
           IF  CD-CLAIMANT-ID = SPACES
               ADD 1                       TO WS-UNCLASSIFIED-COUNT
           ELSE
               MOVE 'N'                    TO WS-KNOWN-CLAIM-SW
               MOVE CD-CLAIMANT-ID         TO BY-CLAIMANT-ID
               READ BENEFIT-YEAR-FILE
                   INVALID KEY
                       MOVE 'N'            TO WS-BENEFIT-YEAR-SW
                   NOT INVALID KEY
                       MOVE 'Y'            TO WS-BENEFIT-YEAR-SW
               END-READ
               IF  WS-BENEFIT-YEAR-ON-FILE
                   PERFORM 2210-FIND-CLAIM-IN-YEAR
               END-IF
               EVALUATE TRUE
                   WHEN WS-KNOWN-CLAIM
                       SET CD-CONTINUING-CLAIM TO TRUE
                       ADD 1               TO WS-CONTINUING-COUNT
                   WHEN NOT WS-BENEFIT-YEAR-ON-FILE
                       PERFORM 2220-ESTABLISH-BENEFIT-YEAR
                       WRITE BENEFIT-YEAR-RECORD
                   WHEN CD-DATE > BY-END-DATE
                       PERFORM 2220-ESTABLISH-BENEFIT-YEAR
                       REWRITE BENEFIT-YEAR-RECORD
                   WHEN CD-EMPLOYER-ACCT NOT = SPACES
                       AND CD-EMPLOYER-ACCT NOT = BY-LAST-EMPLOYER-ACCT
                       SET CD-ADDITIONAL-CLAIM TO TRUE
                       ADD 1               TO WS-ADDITIONAL-COUNT
                       ADD 1               TO BY-ADDITIONAL-COUNT
                       PERFORM 2230-ADD-CLAIM-TO-YEAR
                       REWRITE BENEFIT-YEAR-RECORD
                   WHEN OTHER
                       SET CD-REOPENED-CLAIM TO TRUE
                       ADD 1               TO WS-REOPENED-COUNT
                       ADD 1               TO BY-REOPENED-COUNT
                       PERFORM 2230-ADD-CLAIM-TO-YEAR
                       REWRITE BENEFIT-YEAR-RECORD
               END-EVALUATE
           END-IF.
      *---------------------------------------------------------------*
       2210-FIND-CLAIM-IN-YEAR.
      *---------------------------------------------------------------*
      *    ONLY A CLAIM FILED IN THE CURRENT YEAR COUNTS AS KNOWN - A
      *    CLAIM ID CARRIED OVER FROM AN ENDED YEAR IS NOT LOOKED FOR.
      *---------------------------------------------------------------*
           IF  CD-DATE NOT > BY-END-DATE
               SET BY-CLAIM-INDEX          TO 1
               SEARCH BY-CLAIM-ENTRY
                   WHEN BY-CLAIM-INDEX > BY-CLAIM-COUNT
                       CONTINUE
                   WHEN BY-CLAIM-ID (BY-CLAIM-INDEX) = CD-CLAIM-ID
                       MOVE 'Y'            TO WS-KNOWN-CLAIM-SW
               END-SEARCH
           END-IF.
      *---------------------------------------------------------------*
       2220-ESTABLISH-BENEFIT-YEAR.
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
           PERFORM 2230-ADD-CLAIM-TO-YEAR.
      *---------------------------------------------------------------*
       2230-ADD-CLAIM-TO-YEAR.
      *---------------------------------------------------------------*
           IF  BY-CLAIM-COUNT < 6
               ADD 1                       TO BY-CLAIM-COUNT
           END-IF.
           MOVE CD-CLAIM-ID        TO BY-CLAIM-ID (BY-CLAIM-COUNT).
           MOVE CD-CLAIM-CLASS     TO BY-CLAIM-CLASS (BY-CLAIM-COUNT).
           MOVE CD-DATE                    TO BY-LAST-CLAIM-DATE.
           IF  CD-EMPLOYER-ACCT NOT = SPACES
               MOVE CD-EMPLOYER-ACCT       TO BY-LAST-EMPLOYER-ACCT
           END-IF.
      *---------------------------------------------------------------*
       2500-WRITE-LINEAGE-RECORD.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE CLAIMANT-CSV-FILE.
           MOVE 'CLOSE'                    TO CU-OPERATION.
           CALL 'CLMTUPD' USING CLMTUPD-REQUEST,
               CLAIMANT-DETAIL-RECORD.
           CLOSE CLAIMANT-REJECT-FILE.
           CLOSE BENEFIT-YEAR-FILE.
           IF  LINEAGE-FILE-OK
               CLOSE LINEAGE-FILE
           END-IF.
