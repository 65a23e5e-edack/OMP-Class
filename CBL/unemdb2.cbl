      *    ALWAYS REFLECTS EXACTLY ONE CERTIFIED FILE.  THE
      *    WAREHOUSE EXTRACT (UNEMEXT) STILL SERVES THE DOWNSTREAM
      *    AGENCY; THIS SERVES US.
      *    UNEMP.CLAIMANT CARRIES ONLY THE PSKASGN SURROGATE KEY,
      *    NEVER THE REAL CLAIMANT ID - A ROW WHOSE SURROGATE CANNOT
      *    BE HAD IS NOT MIRRORED.  RE-IDENTIFICATION IS PSKREID'S.
      *===============================================================*
       ENVIRONMENT DIVISION.
      *---------------------------------------------------------------*
                 WITH DUPLICATES
             FILE STATUS  IS UNEMPLOYMENT-FILE-STATUS.
           SELECT CLAIMANT-DETAIL-FILE ASSIGN TO CLMTFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS CD-DETAIL-KEY
             ALTERNATE RECORD KEY IS CD-CLAIMANT-ID WITH DUPLICATES
             ALTERNATE RECORD KEY IS CD-EMPLOYER-ACCT WITH DUPLICATES
             FILE STATUS  IS CLAIMANT-DETAIL-STATUS.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
            DATA RECORD IS UNEMPLOYMENT-CLAIM.
           COPY UNEMC.
      *---------------------------------------------------------------*
       FD  CLAIMANT-DETAIL-FILE.
       COPY CLMTREC.
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
                         EDUCATION      DECIMAL(1)         ,
                         STATE_CODE     CHAR(3)            ,
                         EMPLOYER_ACCT  CHAR(8)            ,
                         CLAIMANT_KEY   CHAR(8)            )
                         END-EXEC.
      *****************************************************
      * HOST VARIABLES FOR THE MIRROR ROWS                *
           02  HV-CD-EDUCATION     PIC 9(1).
           02  HV-CD-STATE         PIC X(3).
           02  HV-CD-EMPLOYER      PIC X(8).
           02  HV-CD-CLAIMANT-KEY  PIC X(8).
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  WS-CLAIMANTS-MIRRORED       PIC 9(09) VALUE 0.
           05  WS-SINCE-COMMIT             PIC 9(05) VALUE 0.
           COPY UNEMCKFC.
           COPY PSKREQC.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
           PERFORM 2000-MIRROR-ONE-CLAIM
               UNTIL END-OF-FILE.
           PERFORM 8100-READ-CLAIMANT-DETAIL.
           PERFORM 2500-MIRROR-ONE-CLAIMANT THRU 2500-EXIT
               UNTIL DETAIL-EOF.
           EXEC SQL COMMIT END-EXEC.
           PERFORM 3000-CLOSE-FILES.
           MOVE CD-EDUCATION               TO HV-CD-EDUCATION.
           MOVE CD-STATE                   TO HV-CD-STATE.
           MOVE CD-EMPLOYER-ACCT           TO HV-CD-EMPLOYER.
           MOVE CD-CLAIMANT-ID             TO PK-CLAIMANT-ID.
           CALL 'PSKASGN' USING PSKASGN-REQUEST.
      *    NO SURROGATE, NO ROW - THE REAL ID NEVER REACHES THE MIRROR.
           IF  PK-CROSSWALK-UNUSABLE
               DISPLAY 'UNEMDB2 - NO SURROGATE KEY FOR ',
                   HV-CD-CLAIM-ID, ' - CLAIMANT MIRROR STOPPED'
               MOVE 16                     TO RETURN-CODE
               SET DETAIL-EOF              TO TRUE
               GO TO 2500-EXIT.
           MOVE PK-SURROGATE-KEY           TO HV-CD-CLAIMANT-KEY.
           EXEC SQL
               INSERT INTO UNEMP.CLAIMANT
                      (CLAIM_ID, CLAIM_DATE, AGE_BAND, ETHNICITY,
                       INDUSTRY, RACE, GENDER, EDUCATION,
                       STATE_CODE, EMPLOYER_ACCT, CLAIMANT_KEY)
               VALUES (:HV-CD-CLAIM-ID, :HV-CD-DATE,
                       :HV-CD-AGE-BAND, :HV-CD-ETHNICITY,
                       :HV-CD-INDUSTRY, :HV-CD-RACE,
                       :HV-CD-GENDER, :HV-CD-EDUCATION,
                       :HV-CD-STATE, :HV-CD-EMPLOYER,
                       :HV-CD-CLAIMANT-KEY)
           END-EXEC.
           IF  SQLCODE < 0
               DISPLAY 'UNEMDB2 - CLAIMANT INSERT FAILED FOR ',
               PERFORM 2900-COMMIT-IF-DUE
           END-IF.
           PERFORM 8100-READ-CLAIMANT-DETAIL.
       2500-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2900-COMMIT-IF-DUE.
      *---------------------------------------------------------------*
