       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PSKREID.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    CLAIMANT RE-IDENTIFICATION LOOKUP - TURNS SURROGATE KEYS
      *    FROM THE DB2 MIRROR BACK INTO REAL CLAIMANT IDENTIFIERS
      *    THROUGH THE CLMTXWK CROSSWALK (SEE CLXWREC), FOR THE CASES
      *    WHERE AN ANALYST'S FINDING HAS TO BE ACTED ON.
      *    THE SUBMITTING OPERATOR (FIRST SYSIN CARD) IS CHECKED
      *    AGAINST THE OPERAUTH FILE THE UNEMINQ INQUIRY AND UNEMCOR
      *    CORRECTION JOBS USE.  ONLY AUTHORITY 'R' (RE-IDENTIFY) IS
      *    HONOURED - INQUIRY OR CORRECTION AUTHORITY DOES NOT CARRY
      *    IT.  EVERY LOOKUP CARD, ANSWERED OR REFUSED, IS WRITTEN TO
      *    THE ACCESS LOG (ACTION 'REIDENT', RECORD ID = SURROGATE,
      *    RESULT FOUND/NOTFOUND/NOREASON/REFUSED); WITH NO USABLE
      *    ACCESS LOG NOTHING IS LOOKED UP.
      *
      *    CARD FORMAT (REIDIN) -
      *      COL 1-8    SURROGATE KEY
      *      COL 10-39  REASON / CASE REFERENCE (REQUIRED)
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
           SELECT CLAIMANT-CROSSWALK-FILE ASSIGN TO CLMTXWK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS XW-CLAIMANT-ID
             ALTERNATE RECORD KEY IS XW-SURROGATE-KEY
             FILE STATUS  IS CLAIMANT-CROSSWALK-STATUS.
           SELECT LOOKUP-CARD-FILE ASSIGN TO REIDIN
             FILE STATUS IS LOOKUP-CARD-STATUS.
           SELECT OPERATOR-AUTH-FILE ASSIGN TO OPERAUTH
             FILE STATUS IS OPERATOR-AUTH-STATUS.
           SELECT ACCESS-LOG-FILE ASSIGN TO ACCESSLG
             FILE STATUS IS ACCESS-LOG-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  CLAIMANT-CROSSWALK-FILE.
       COPY CLXWREC.
      *---------------------------------------------------------------*
       FD  LOOKUP-CARD-FILE
           RECORDING MODE IS F.
       01  LOOKUP-CARD.
           05  LC-SURROGATE-KEY            PIC X(08).
           05  FILLER                      PIC X(01).
           05  LC-REASON                   PIC X(30).
           05  FILLER                      PIC X(41).
      *---------------------------------------------------------------*
       FD  OPERATOR-AUTH-FILE
           RECORDING MODE IS F.
       01  OPERATOR-AUTH-RECORD.
           05  OA-OPERATOR-ID              PIC X(08).
           05  FILLER                      PIC X(01).
           05  OA-AUTHORITY                PIC X(01).
           05  FILLER                      PIC X(01).
           05  OA-SECTION-AUTH             PIC X(03).
      *---------------------------------------------------------------*
       FD  ACCESS-LOG-FILE
           RECORDING MODE IS F.
       01  ACCESS-LOG-RECORD.
           05  AL-RUN-DATE.
               10  AL-RUN-YEAR             PIC 9(04).
               10  AL-RUN-MONTH            PIC 9(02).
               10  AL-RUN-DAY              PIC 9(02).
           05  FILLER                      PIC X(01).
           05  AL-PROGRAM-ID               PIC X(08).
           05  FILLER                      PIC X(01).
           05  AL-OPERATOR-ID              PIC X(08).
           05  FILLER                      PIC X(01).
           05  AL-ACTION                   PIC X(07).
           05  FILLER                      PIC X(01).
           05  AL-RECORD-ID                PIC X(08).
           05  FILLER                      PIC X(01).
           05  AL-RESULT                   PIC X(09).
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
           05  CLAIMANT-CROSSWALK-STATUS   PIC X(02).
               88  CLAIMANT-CROSSWALK-OK         VALUE '00'.
           05  LOOKUP-CARD-STATUS          PIC X(02).
               88  LOOKUP-CARD-OK                VALUE '00'.
           05  OPERATOR-AUTH-STATUS        PIC X(02).
               88  OPERATOR-AUTH-OK              VALUE '00'.
           05  ACCESS-LOG-STATUS           PIC X(02).
               88  ACCESS-LOG-OK                 VALUE '00'.
               88  ACCESS-LOG-NEW                VALUE '35'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  OPERATOR-AUTH-EOF-SW        PIC X VALUE 'N'.
               88  OPERATOR-AUTH-EOF             VALUE 'Y'.
           05  WS-OPERATOR-FOUND-SW        PIC X VALUE 'N'.
               88  OPERATOR-FOUND                VALUE 'Y'.
           05  WS-OPERATOR-ID              PIC X(08) VALUE SPACE.
           05  WS-OPERATOR-AUTHORITY       PIC X(01) VALUE SPACE.
               88  OPERATOR-MAY-REIDENTIFY       VALUE 'R'.
           05  WS-CARD-RESULT              PIC X(09).
           05  WS-CARD-COUNT               PIC 9(05) VALUE 0.
           05  WS-FOUND-COUNT              PIC 9(05) VALUE 0.
           05  WS-REFUSED-COUNT            PIC 9(05) VALUE 0.
      *---------------------------------------------------------------*
       01  LOOKUP-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'PSKREID CLAIMANT RE-IDENTIFICATION - OPER   '.
           05  LHL-OPERATOR-ID             PIC X(08).
           05  FILLER PIC X(08) VALUE '   PAGE '.
           05  LHL-PAGE-COUNT              PIC ZZ9.
      *---------------------------------------------------------------*
       01  LOOKUP-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(61) VALUE
               'SURROGATE  CLAIMANT ID  ASSIGNED  RESULT     REASON'.
      *---------------------------------------------------------------*
       01  LOOKUP-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  LDL-SURROGATE-KEY           PIC X(08).
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  LDL-CLAIMANT-ID             PIC X(10).
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  LDL-ASSIGNED-DATE           PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  LDL-RESULT                  PIC X(09).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  LDL-REASON                  PIC X(30).
      *---------------------------------------------------------------*
       01  REPORT-LINES.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
       COPY PRINTCTL.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 1500-CHECK-OPERATOR-AUTHORITY.
           IF  NOT OPERATOR-MAY-REIDENTIFY
               DISPLAY 'OPERATOR ', WS-OPERATOR-ID,
                   ' HAS NO RE-IDENTIFICATION AUTHORITY - ',
                   'LOOKUPS REFUSED'
               MOVE 12                     TO RETURN-CODE
           END-IF.
           PERFORM 8000-READ-LOOKUP-CARD.
           PERFORM 2000-PROCESS-LOOKUP-CARD
               UNTIL END-OF-FILE.
           PERFORM 3000-CLOSE-FILES.
           DISPLAY '*** PSKREID RE-IDENTIFICATION SUMMARY ***'.
           DISPLAY 'OPERATOR           : ', WS-OPERATOR-ID.
           DISPLAY 'LOOKUP CARDS READ  : ', WS-CARD-COUNT.
           DISPLAY 'CLAIMANTS RETURNED : ', WS-FOUND-COUNT.
           DISPLAY 'LOOKUPS REFUSED    : ', WS-REFUSED-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  LOOKUP-CARD-FILE.
           OPEN INPUT  OPERATOR-AUTH-FILE.
           OPEN INPUT  CLAIMANT-CROSSWALK-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           ACCEPT WS-OPERATOR-ID.
           MOVE WS-OPERATOR-ID             TO LHL-OPERATOR-ID.
           OPEN EXTEND ACCESS-LOG-FILE.
           IF  ACCESS-LOG-NEW
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF.
      *    A LOOKUP THAT CANNOT BE LOGGED IS NOT MADE.
           IF NOT ACCESS-LOG-OK
               DISPLAY 'ACCESSLG OPEN ERROR : ', ACCESS-LOG-STATUS,
                   ' - NO LOOKUPS MADE'
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT CLAIMANT-CROSSWALK-OK
               DISPLAY 'CLMTXWK OPEN ERROR : ',
                   CLAIMANT-CROSSWALK-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT LOOKUP-CARD-OK
               DISPLAY 'REIDIN OPEN ERROR : ', LOOKUP-CARD-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT OPERATOR-AUTH-OK
               DISPLAY 'OPERAUTH OPEN ERROR : ', OPERATOR-AUTH-STATUS,
                   ' - NO OPERATOR IS AUTHORIZED'
               SET OPERATOR-AUTH-EOF TO TRUE.
      *---------------------------------------------------------------*
       1500-CHECK-OPERATOR-AUTHORITY.
      *---------------------------------------------------------------*
           IF NOT OPERATOR-AUTH-EOF
               PERFORM 1510-READ-OPERATOR-AUTH
               PERFORM 1520-MATCH-OPERATOR-AUTH
                   UNTIL OPERATOR-AUTH-EOF OR OPERATOR-FOUND
           END-IF.
           IF NOT OPERATOR-FOUND
               MOVE SPACE                  TO WS-OPERATOR-AUTHORITY
           END-IF.
      *---------------------------------------------------------------*
       1510-READ-OPERATOR-AUTH.
      *---------------------------------------------------------------*
           READ OPERATOR-AUTH-FILE
               AT END MOVE 'Y' TO OPERATOR-AUTH-EOF-SW.
      *---------------------------------------------------------------*
       1520-MATCH-OPERATOR-AUTH.
      *---------------------------------------------------------------*
           IF  OA-OPERATOR-ID = WS-OPERATOR-ID
               SET OPERATOR-FOUND          TO TRUE
               MOVE OA-AUTHORITY           TO WS-OPERATOR-AUTHORITY
           ELSE
               PERFORM 1510-READ-OPERATOR-AUTH
           END-IF.
      *---------------------------------------------------------------*
       2000-PROCESS-LOOKUP-CARD.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-CARD-COUNT.
           MOVE SPACES                     TO LDL-CLAIMANT-ID
                                              LDL-ASSIGNED-DATE.
           EVALUATE TRUE
               WHEN NOT OPERATOR-MAY-REIDENTIFY
                   MOVE 'REFUSED'          TO WS-CARD-RESULT
                   ADD 1                   TO WS-REFUSED-COUNT
               WHEN LC-REASON = SPACES
                   MOVE 'NOREASON'         TO WS-CARD-RESULT
                   ADD 1                   TO WS-REFUSED-COUNT
               WHEN OTHER
                   PERFORM 2100-LOOK-UP-SURROGATE
           END-EVALUATE.
           MOVE LC-SURROGATE-KEY           TO LDL-SURROGATE-KEY.
           MOVE WS-CARD-RESULT             TO LDL-RESULT.
           MOVE LC-REASON                  TO LDL-REASON.
           MOVE LOOKUP-DETAIL-LINE         TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 2900-WRITE-ACCESS-LOG.
           PERFORM 8000-READ-LOOKUP-CARD.
      *---------------------------------------------------------------*
       2100-LOOK-UP-SURROGATE.
      *---------------------------------------------------------------*
           MOVE LC-SURROGATE-KEY           TO XW-SURROGATE-KEY.
           READ CLAIMANT-CROSSWALK-FILE
               KEY IS XW-SURROGATE-KEY
               INVALID KEY
                   MOVE 'NOTFOUND'         TO WS-CARD-RESULT
               NOT INVALID KEY
                   IF  XW-CONTROL-ROW
                       MOVE 'NOTFOUND'     TO WS-CARD-RESULT
                   ELSE
                       MOVE 'FOUND'        TO WS-CARD-RESULT
                       MOVE XW-CLAIMANT-ID TO LDL-CLAIMANT-ID
                       MOVE XW-ASSIGNED-DATE
                                           TO LDL-ASSIGNED-DATE
                       ADD 1               TO WS-FOUND-COUNT
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       2900-WRITE-ACCESS-LOG.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO ACCESS-LOG-RECORD.
           MOVE WS-CURRENT-YEAR            TO AL-RUN-YEAR.
           MOVE WS-CURRENT-MONTH           TO AL-RUN-MONTH.
           MOVE WS-CURRENT-DAY             TO AL-RUN-DAY.
           MOVE 'PSKREID '                 TO AL-PROGRAM-ID.
           MOVE WS-OPERATOR-ID             TO AL-OPERATOR-ID.
           MOVE 'REIDENT'                  TO AL-ACTION.
           MOVE LC-SURROGATE-KEY           TO AL-RECORD-ID.
           MOVE WS-CARD-RESULT             TO AL-RESULT.
           WRITE ACCESS-LOG-RECORD.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE LOOKUP-CARD-FILE.
           CLOSE OPERATOR-AUTH-FILE.
           CLOSE CLAIMANT-CROSSWALK-FILE.
           CLOSE ACCESS-LOG-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       8000-READ-LOOKUP-CARD.
      *---------------------------------------------------------------*
           READ LOOKUP-CARD-FILE
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
           MOVE PAGE-COUNT                 TO LHL-PAGE-COUNT.
           MOVE LOOKUP-HEADING-LINE        TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE LOOKUP-COLUMN-LINE         TO PRINT-LINE.
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
