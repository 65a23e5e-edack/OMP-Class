       IDENTIFICATION DIVISION.
       PROGRAM-ID.  IDVLOAD.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    DAILY IDENTITY VERIFICATION LOAD - FILES THE IDENTITY-
      *    PROOFING VENDOR'S RESULT FEED (IDVIN) ON THE IDVFILE
      *    VERIFICATION FILE (SEE IDVREC), ONE ROW PER CLAIMANT.  A
      *    CLAIMANT NOT YET ON FILE IS ADDED; ONE ALREADY ON FILE
      *    TAKES THE FEED RESULT WHEN IT IS DATED ON OR AFTER THE
      *    RESULT ON FILE.  AN OLDER RESULT IS COUNTED AS SUPERSEDED
      *    AND NOT APPLIED, AND THE SAME RESULT FROM THE SAME VENDOR
      *    ON THE SAME DATE IS COUNTED AS A DUPLICATE, SO A RERUN OF
      *    THE FEED CHANGES NOTHING.  A PASS SETS THE PASS DATE WHEN
      *    THE CLAIMANT WAS NOT ALREADY IN PASS STATUS.  RETURN CODE
      *    4 WHEN FEED ROWS WERE REJECTED.
      *
      *    IDVIN ROW - CLAIMANT ID,VENDOR,RESULT (P/F/N/M, SEE
      *    IDVREC),RESULT DATE YYYYMMDD
      *      (E.G. 0001234567,IDPROOF,P,20261014)
      *    THE RESULT DATE MAY NOT FALL AFTER THE BUSINESS DATE.
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
           SELECT VERIFICATION-CSV-FILE ASSIGN TO IDVIN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS VERIFICATION-CSV-STATUS.
           SELECT IDENTITY-VERIFICATION-FILE ASSIGN TO IDVFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS IV-CLAIMANT-ID
             FILE STATUS  IS IDENTITY-VERIFICATION-STATUS.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  VERIFICATION-CSV-FILE
           RECORDING MODE IS F.
       01  VERIFICATION-CSV-LINE           PIC X(80).
      *---------------------------------------------------------------*
       FD  IDENTITY-VERIFICATION-FILE.
       COPY IDVREC.
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  WS-PARSE-FIELDS.
      *---------------------------------------------------------------*
           05  WS-FEED-CLAIMANT-ID         PIC X(10).
           05  WS-FEED-VENDOR              PIC X(10).
           05  WS-FEED-RESULT              PIC X(01).
               88  WS-FEED-PASS                  VALUE 'P'.
               88  WS-FEED-VALID-RESULT          VALUE 'P' 'F'
                                                       'N' 'M'.
           05  WS-FEED-RESULT-DATE         PIC X(08).
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  VERIFICATION-CSV-STATUS     PIC X(02).
               88  VERIFICATION-CSV-OK           VALUE '00'.
           05  IDENTITY-VERIFICATION-STATUS
                                           PIC X(02).
               88  IDENTITY-VERIFICATION-OK      VALUE '00'.
               88  IDENTITY-VERIFICATION-NEW     VALUE '35'.
           05  FILES-OPEN-SW               PIC X VALUE 'Y'.
               88  FILES-OPEN                    VALUE 'Y'.
           05  VERIFICATION-EOF-SW         PIC X VALUE 'N'.
               88  VERIFICATION-EOF              VALUE 'Y'.
           05  WS-VALID-ROW-SW             PIC X(01).
               88  VALID-ROW                     VALUE 'Y'.
           05  WS-BUSINESS-DATE            PIC 9(08).
           05  WS-FEED-ROW-COUNT           PIC 9(08) VALUE 0.
           05  WS-ADDED-COUNT              PIC 9(08) VALUE 0.
           05  WS-UPDATED-COUNT            PIC 9(08) VALUE 0.
           05  WS-DUPLICATE-COUNT          PIC 9(08) VALUE 0.
           05  WS-SUPERSEDED-COUNT         PIC 9(08) VALUE 0.
           05  WS-REJECT-COUNT             PIC 9(08) VALUE 0.
           05  WS-NEW-PASS-COUNT           PIC 9(08) VALUE 0.
       COPY PRINTCTL.
       COPY BUSDATEC.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           IF  FILES-OPEN
               PERFORM 8000-READ-VERIFICATION-ROW
               PERFORM 2000-LOAD-ONE-RESULT
                   UNTIL VERIFICATION-EOF
               PERFORM 3000-CLOSE-FILES
           END-IF.
           DISPLAY '*** IDVLOAD IDENTITY VERIFICATION LOAD ***'.
           DISPLAY 'BUSINESS DATE            : ', WS-BUSINESS-DATE.
           DISPLAY 'FEED ROWS READ           : ', WS-FEED-ROW-COUNT.
           DISPLAY 'CLAIMANTS ADDED          : ', WS-ADDED-COUNT.
           DISPLAY 'RESULTS UPDATED          : ', WS-UPDATED-COUNT.
           DISPLAY 'NEWLY IN PASS STATUS     : ', WS-NEW-PASS-COUNT.
           DISPLAY 'DUPLICATES               : ', WS-DUPLICATE-COUNT.
           DISPLAY 'SUPERSEDED (OLDER)       : ', WS-SUPERSEDED-COUNT.
           DISPLAY 'REJECTED                 : ', WS-REJECT-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT VERIFICATION-CSV-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           OPEN I-O IDENTITY-VERIFICATION-FILE.
           IF  IDENTITY-VERIFICATION-NEW
      *        FIRST FEED EVER LOADED - CREATE THE FILE EMPTY, THEN
      *        REOPEN FOR UPDATE, THE SAME DANCE STATEMNT DOES FOR A
      *        BRAND-NEW REFERENCE CLUSTER.
               OPEN OUTPUT IDENTITY-VERIFICATION-FILE
               CLOSE       IDENTITY-VERIFICATION-FILE
               OPEN I-O    IDENTITY-VERIFICATION-FILE
           END-IF.
           IF NOT VERIFICATION-CSV-OK
               DISPLAY 'IDVIN OPEN ERROR : ', VERIFICATION-CSV-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT IDENTITY-VERIFICATION-OK
               DISPLAY 'IDVFILE OPEN ERROR : ',
                   IDENTITY-VERIFICATION-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
      *---------------------------------------------------------------*
       2000-LOAD-ONE-RESULT.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-FEED-ROW-COUNT.
           MOVE 'Y'                        TO WS-VALID-ROW-SW.
           IF  WS-FEED-CLAIMANT-ID = SPACE
               OR WS-FEED-VENDOR = SPACE
               OR NOT WS-FEED-VALID-RESULT
               OR WS-FEED-RESULT-DATE NOT NUMERIC
               MOVE 'N'                    TO WS-VALID-ROW-SW
           END-IF.
           IF  VALID-ROW
               AND WS-FEED-RESULT-DATE > WS-BUSINESS-DATE
               MOVE 'N'                    TO WS-VALID-ROW-SW
           END-IF.
           IF  VALID-ROW
               MOVE WS-FEED-CLAIMANT-ID    TO IV-CLAIMANT-ID
               READ IDENTITY-VERIFICATION-FILE
                   INVALID KEY
                       PERFORM 2100-ADD-CLAIMANT
                   NOT INVALID KEY
                       PERFORM 2200-APPLY-RESULT THRU 2200-EXIT
               END-READ
           END-IF.
           IF  NOT VALID-ROW
               ADD 1                       TO WS-REJECT-COUNT
               MOVE 4                      TO RETURN-CODE
               DISPLAY 'IDVLOAD - RESULT ROW REJECTED : ',
                   VERIFICATION-CSV-LINE
           END-IF.
           PERFORM 8000-READ-VERIFICATION-ROW.
      *---------------------------------------------------------------*
       2100-ADD-CLAIMANT.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO
               IDENTITY-VERIFICATION-RECORD.
           MOVE WS-FEED-CLAIMANT-ID        TO IV-CLAIMANT-ID.
           MOVE WS-FEED-VENDOR             TO IV-VENDOR.
           MOVE WS-FEED-RESULT             TO IV-RESULT.
           MOVE WS-FEED-RESULT-DATE        TO IV-RESULT-DATE.
           MOVE 0                          TO IV-PASS-DATE.
           IF  WS-FEED-PASS
               MOVE WS-FEED-RESULT-DATE    TO IV-PASS-DATE
           END-IF.
           MOVE WS-BUSINESS-DATE           TO IV-FIRST-LOAD-DATE
                                              IV-LOAD-DATE.
           WRITE IDENTITY-VERIFICATION-RECORD
               INVALID KEY
                   MOVE 'N'                TO WS-VALID-ROW-SW
               NOT INVALID KEY
                   ADD 1                   TO WS-ADDED-COUNT
                   IF  WS-FEED-PASS
                       ADD 1               TO WS-NEW-PASS-COUNT
                   END-IF
           END-WRITE.
      *---------------------------------------------------------------*
       2200-APPLY-RESULT.
      *---------------------------------------------------------------*
      *    THE NEWEST RESULT STANDS.  ON THE SAME DATE THE FEED ROW
      *    WINS, SINCE THE VENDOR SENDS A CORRECTION THAT WAY.
      *---------------------------------------------------------------*
           IF  WS-FEED-RESULT-DATE < IV-RESULT-DATE
               ADD 1                       TO WS-SUPERSEDED-COUNT
               GO TO 2200-EXIT
           END-IF.
           IF  WS-FEED-RESULT-DATE = IV-RESULT-DATE
               AND WS-FEED-RESULT = IV-RESULT
               AND WS-FEED-VENDOR = IV-VENDOR
               ADD 1                       TO WS-DUPLICATE-COUNT
               GO TO 2200-EXIT
           END-IF.
           IF  WS-FEED-PASS
               AND NOT IV-PASS
               MOVE WS-FEED-RESULT-DATE    TO IV-PASS-DATE
               ADD 1                       TO WS-NEW-PASS-COUNT
           END-IF.
           MOVE WS-FEED-VENDOR             TO IV-VENDOR.
           MOVE WS-FEED-RESULT             TO IV-RESULT.
           MOVE WS-FEED-RESULT-DATE        TO IV-RESULT-DATE.
           MOVE WS-BUSINESS-DATE           TO IV-LOAD-DATE.
           REWRITE IDENTITY-VERIFICATION-RECORD
               INVALID KEY
                   MOVE 'N'                TO WS-VALID-ROW-SW
               NOT INVALID KEY
                   ADD 1                   TO WS-UPDATED-COUNT
           END-REWRITE.
       2200-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE VERIFICATION-CSV-FILE.
           CLOSE IDENTITY-VERIFICATION-FILE.
      *---------------------------------------------------------------*
       8000-READ-VERIFICATION-ROW.
      *---------------------------------------------------------------*
           READ VERIFICATION-CSV-FILE
               AT END MOVE 'Y' TO VERIFICATION-EOF-SW.
           IF  NOT VERIFICATION-EOF
               MOVE SPACE TO WS-FEED-CLAIMANT-ID WS-FEED-VENDOR
                             WS-FEED-RESULT WS-FEED-RESULT-DATE
               UNSTRING VERIFICATION-CSV-LINE DELIMITED BY ','
                   INTO WS-FEED-CLAIMANT-ID
                        WS-FEED-VENDOR
                        WS-FEED-RESULT
                        WS-FEED-RESULT-DATE
               END-UNSTRING
           END-IF.
