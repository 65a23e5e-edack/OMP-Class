       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLUSSCR.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    SHARED PAYMENT-DESTINATION CLUSTER SCREENING (WEEKLY) -
      *    DUPSCRN CATCHES ONE CLAIMANT ON TWO CLAIMS; THIS CATCHES
      *    MANY IDENTITIES PAYING INTO ONE PLACE.  EVERY OPEN CLAIM
      *    ON THE CLAIMANT DETAIL FILE (CLMTFILE) IS LOOKED UP ON
      *    PAYDEST (SEE PDSTREC) AND SORTED TWICE OVER -
      *      BY DIRECT-DEPOSIT ROUTING AND ACCOUNT NUMBER, AND
      *      BY MAILING ADDRESS, NORMALIZED (CASE, SPACING AND
      *      PUNCTUATION IGNORED) AND QUALIFIED BY THE FIVE-DIGIT ZIP.
      *    ANY DESTINATION SHARED BY CLUSTMIN OR MORE DISTINCT OPEN
      *    CLAIMS IS LISTED WITH ITS CLAIM IDS, STATES AND EMPLOYERS,
      *    RAISED THROUGH EXCWRITE, AND EVERY CLAIM IN IT IS PUT ON
      *    PAYMENT HOLD ON PAYHOLD (SEE PHLDREC), WHICH BENISS
      *    HONOURS UNTIL THE INTEGRITY UNIT CLEARS IT ON A PHLDMNT
      *    CARD.  A CLEARED CLAIM IS NOT HELD AGAIN UNLESS ITS
      *    DESTINATION HAS CHANGED SINCE THE CLEARANCE.
      *    RETURN CODE 4 WHEN ANY CLUSTER IS FOUND.
      *
      *    PARMFILE PARAMETERS (SEE PARMC) -
      *      CLUSTMIN  SMALLEST CLUSTER REPORTED AND HELD 9(3),
      *                DEFAULT 3
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
           SELECT UNEMPLOYMENT-CLAIMS-FILE ASSIGN TO UNDD
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS RECORD-ID OF UNEMPLOYMENT-CLAIM
             ALTERNATE RECORD KEY IS RECORD-DATE OF UNEMPLOYMENT-CLAIM
                 WITH DUPLICATES
             FILE STATUS  IS UNEMPLOYMENT-FILE-STATUS.
           SELECT PAYMENT-DESTINATION-FILE ASSIGN TO PAYDEST
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS PD-CLAIM-ID
             FILE STATUS  IS PAYMENT-DESTINATION-STATUS.
           SELECT PAYMENT-HOLD-FILE ASSIGN TO PAYHOLD
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS PH-CLAIM-ID
             FILE STATUS  IS PAYMENT-HOLD-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWORK.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  CLAIMANT-DETAIL-FILE.
       COPY CLMTREC.
      *---------------------------------------------------------------*
       FD  UNEMPLOYMENT-CLAIMS-FILE
            DATA RECORD IS UNEMPLOYMENT-CLAIM.
           COPY UNEMC.
      *---------------------------------------------------------------*
       FD  PAYMENT-DESTINATION-FILE.
       COPY PDSTREC.
      *---------------------------------------------------------------*
       FD  PAYMENT-HOLD-FILE.
       COPY PHLDREC.
      *---------------------------------------------------------------*
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-CLUSTER-TYPE             PIC X(01).
           05  SR-CLUSTER-KEY              PIC X(35).
           05  SR-CLAIM-ID                 PIC X(08).
           05  SR-STATE                    PIC X(03).
           05  SR-EMPLOYER-ACCT            PIC X(08).
           05  SR-DEST-CHANGE-DATE         PIC 9(08).
           05  SR-DISPLAY                  PIC X(50).
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
           05  UNEMPLOYMENT-FILE-STATUS    PIC X(02).
               88  UNEMPLOYMENT-FILE-OK          VALUE '00'.
           05  PAYMENT-DESTINATION-STATUS  PIC X(02).
               88  PAYMENT-DESTINATION-OK        VALUE '00'.
           05  PAYMENT-HOLD-STATUS         PIC X(02).
               88  PAYMENT-HOLD-OK               VALUE '00'.
               88  PAYMENT-HOLD-NEW              VALUE '35'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  SORT-EOF-SW                 PIC X VALUE 'N'.
               88  SORT-EOF                      VALUE 'Y'.
           05  WS-CLAIM-OPEN-SW            PIC X(01).
               88  WS-CLAIM-IS-OPEN              VALUE 'Y'.
           05  WS-ROW-COUNT                PIC 9(08) VALUE 0.
           05  WS-NOT-OPEN-COUNT           PIC 9(08) VALUE 0.
           05  WS-NO-DESTINATION-COUNT     PIC 9(08) VALUE 0.
           05  WS-ACCOUNT-CLUSTER-COUNT    PIC 9(06) VALUE 0.
           05  WS-ADDRESS-CLUSTER-COUNT    PIC 9(06) VALUE 0.
           05  WS-HOLDS-PLACED             PIC 9(06) VALUE 0.
           05  WS-ALREADY-HELD             PIC 9(06) VALUE 0.
           05  WS-CLEARED-KEPT             PIC 9(06) VALUE 0.
           05  WS-CLUSTER-MINIMUM          PIC 9(03) VALUE 3.
           05  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
           05  WS-SUB                      PIC S9(04) USAGE IS COMP.
           05  WS-IN-SUB                   PIC S9(04) USAGE IS COMP.
           05  WS-OUT-SUB                  PIC S9(04) USAGE IS COMP.
      *---------------------------------------------------------------*
      *    ADDRESS NORMALIZATION - UPPER-CASED, THEN ONLY LETTERS AND
      *    DIGITS KEPT, SO CASE, SPACING AND PERIODS NEVER SPLIT ONE
      *    PLACE IN TWO.
      *---------------------------------------------------------------*
       01  WS-ADDRESS-FIELDS.
           05  WS-ADDRESS-WORK             PIC X(30).
           05  WS-ADDRESS-KEY.
               10  WS-NORMAL-ADDRESS       PIC X(30).
               10  WS-NORMAL-ZIP           PIC X(05).
           05  WS-ACCOUNT-KEY.
               10  WS-KEY-ROUTING          PIC 9(09).
               10  WS-KEY-ACCOUNT          PIC X(17).
               10  FILLER                  PIC X(09) VALUE SPACE.
      *---------------------------------------------------------------*
      *    CURRENT CLUSTER - THE DISTINCT OPEN CLAIMS SHARING THE
      *    DESTINATION IN HAND.  A CLUSTER LARGER THAN THE TABLE IS
      *    COUNTED IN FULL, BUT ONLY THE FIRST 200 ARE LISTED AND
      *    HELD - THE OVERFLOW IS NOTED AND ENDS THE STEP RC 8.
      *---------------------------------------------------------------*
       01  WS-CLUSTER-FIELDS.
           05  WS-CLUSTER-TYPE             PIC X(01).
               88  WS-ACCOUNT-CLUSTER            VALUE 'D'.
           05  WS-CLUSTER-KEY              PIC X(35).
           05  WS-CLUSTER-DISPLAY          PIC X(50).
           05  WS-CLUSTER-SIZE             PIC 9(05) VALUE 0.
           05  WS-MEMBER-COUNT             PIC 9(03) VALUE 0.
           05  WS-LAST-CLAIM-ID            PIC X(08).
           05  WS-MEMBER                   OCCURS 200 TIMES.
               10  WS-MEMBER-CLAIM-ID      PIC X(08).
               10  WS-MEMBER-STATE         PIC X(03).
               10  WS-MEMBER-EMPLOYER      PIC X(08).
               10  WS-MEMBER-CHANGE-DATE   PIC 9(08).
      *---------------------------------------------------------------*
       01  SCREEN-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'CLUSSCR SHARED PAYMENT-DESTINATION CLUSTERS '.
           05  FILLER PIC X(16) VALUE '- BUSINESS DATE '.
           05  SHL-BUSINESS-DATE           PIC 9(08).
           05  FILLER PIC X(08) VALUE '   PAGE '.
           05  SHL-PAGE-COUNT              PIC ZZ9.
      *---------------------------------------------------------------*
       01  SCREEN-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               '    CLAIM ID  ST   EMPLOYER  HOLD ACTION    '.
      *---------------------------------------------------------------*
       01  CLUSTER-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  CDL-TYPE-TEXT               PIC X(16).
           05  CDL-DISPLAY                 PIC X(50).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  CDL-SIZE                    PIC ZZ,ZZ9.
           05  FILLER                      PIC X(13) VALUE
               ' OPEN CLAIMS '.
           05  CDL-NOTE                    PIC X(30).
      *---------------------------------------------------------------*
       01  MEMBER-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  MDL-CLAIM-ID                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  MDL-STATE                   PIC X(03).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  MDL-EMPLOYER                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  MDL-HOLD-ACTION             PIC X(30).
      *---------------------------------------------------------------*
       01  REPORT-LINES.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
       COPY PRINTCTL.
       COPY BUSDATEC.
       COPY PARMC.
       COPY EXCLOGC.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-THRESHOLD.
           IF  NOT END-OF-FILE
               SORT SORT-FILE
                   ON ASCENDING KEY SR-CLUSTER-TYPE
                                    SR-CLUSTER-KEY
                                    SR-CLAIM-ID
                   INPUT PROCEDURE 2000-COLLECT-DESTINATIONS
                   OUTPUT PROCEDURE 4000-SCREEN-CLUSTERS
           END-IF.
           PERFORM 3000-CLOSE-FILES.
           IF  (WS-ACCOUNT-CLUSTER-COUNT > 0
                OR WS-ADDRESS-CLUSTER-COUNT > 0)
               AND RETURN-CODE < 4
               MOVE 4                      TO RETURN-CODE
           END-IF.
           DISPLAY '*** CLUSSCR SCREENING SUMMARY ***'.
           DISPLAY 'DETAIL ROWS READ      : ', WS-ROW-COUNT.
           DISPLAY 'CLAIM NOT OPEN        : ', WS-NOT-OPEN-COUNT.
           DISPLAY 'NO PAYMENT DESTINATION: ', WS-NO-DESTINATION-COUNT.
           DISPLAY 'CLUSTER MINIMUM       : ', WS-CLUSTER-MINIMUM.
           DISPLAY 'SHARED ACCOUNTS       : ', WS-ACCOUNT-CLUSTER-COUNT.
           DISPLAY 'SHARED ADDRESSES      : ', WS-ADDRESS-CLUSTER-COUNT.
           DISPLAY 'HOLDS PLACED          : ', WS-HOLDS-PLACED.
           DISPLAY 'ALREADY ON HOLD       : ', WS-ALREADY-HELD.
           DISPLAY 'CLEARED, NOT RE-HELD  : ', WS-CLEARED-KEPT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  CLAIMANT-DETAIL-FILE.
           OPEN INPUT  UNEMPLOYMENT-CLAIMS-FILE.
           OPEN INPUT  PAYMENT-DESTINATION-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE           TO SHL-BUSINESS-DATE.
           OPEN I-O PAYMENT-HOLD-FILE.
           IF  PAYMENT-HOLD-NEW
      *        FIRST-EVER SCREEN - CREATE THE HOLD FILE EMPTY, THEN
      *        REOPEN FOR UPDATE, THE SAME DANCE STATEMNT DOES FOR A
      *        BRAND-NEW REFERENCE CLUSTER.
               OPEN OUTPUT PAYMENT-HOLD-FILE
               CLOSE       PAYMENT-HOLD-FILE
               OPEN I-O    PAYMENT-HOLD-FILE
           END-IF.
           IF NOT PAYMENT-HOLD-OK
               DISPLAY 'PAYHOLD OPEN ERROR : ', PAYMENT-HOLD-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT CLAIMANT-DETAIL-OK
               DISPLAY 'CLMTFILE OPEN ERROR : ', CLAIMANT-DETAIL-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT UNEMPLOYMENT-FILE-OK
               DISPLAY 'UNEMPLOYMENT-CLAIMS-FILE OPEN ERROR : ',
                   UNEMPLOYMENT-FILE-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT PAYMENT-DESTINATION-OK
               DISPLAY 'PAYDEST OPEN ERROR : ',
                   PAYMENT-DESTINATION-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       1100-LOAD-THRESHOLD.
      *---------------------------------------------------------------*
      *    A CLUSTER OF ONE IS EVERY CLAIM ON FILE - ANYTHING UNDER
      *    TWO KEEPS THE DEFAULT.
      *---------------------------------------------------------------*
           MOVE WS-BUSINESS-DATE           TO PL-AS-OF-DATE.
           MOVE 'CLUSTMIN'                 TO PL-PARM-ID.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND AND PL-VALUE (1:3) IS NUMERIC
               AND PL-VALUE (1:3) > '001'
               MOVE PL-VALUE (1:3)         TO WS-CLUSTER-MINIMUM
           END-IF.
      *---------------------------------------------------------------*
       2000-COLLECT-DESTINATIONS.
      *---------------------------------------------------------------*
           PERFORM 8000-READ-CLAIMANT-DETAIL.
           PERFORM 2100-CONSIDER-ONE-CLAIM
               UNTIL END-OF-FILE.
      *---------------------------------------------------------------*
       2100-CONSIDER-ONE-CLAIM.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-ROW-COUNT.
           MOVE 'N'                        TO WS-CLAIM-OPEN-SW.
           MOVE CD-CLAIM-ID
               TO RECORD-ID OF UNEMPLOYMENT-CLAIM.
           READ UNEMPLOYMENT-CLAIMS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  CLAIM-STATUS-OPEN OF UNEMPLOYMENT-CLAIM
                       SET WS-CLAIM-IS-OPEN TO TRUE
                   END-IF
           END-READ.
           IF  WS-CLAIM-IS-OPEN
               MOVE CD-CLAIM-ID            TO PD-CLAIM-ID
               READ PAYMENT-DESTINATION-FILE
                   INVALID KEY
                       ADD 1               TO WS-NO-DESTINATION-COUNT
                   NOT INVALID KEY
                       PERFORM 2200-RELEASE-DESTINATIONS
               END-READ
           ELSE
               ADD 1                       TO WS-NOT-OPEN-COUNT
           END-IF.
           PERFORM 8000-READ-CLAIMANT-DETAIL.
      *---------------------------------------------------------------*
       2200-RELEASE-DESTINATIONS.
      *---------------------------------------------------------------*
           MOVE CD-CLAIM-ID                TO SR-CLAIM-ID.
           MOVE CD-STATE                   TO SR-STATE.
           MOVE CD-EMPLOYER-ACCT           TO SR-EMPLOYER-ACCT.
           MOVE PD-LAST-CHANGE-DATE        TO SR-DEST-CHANGE-DATE.
           IF  PD-DIRECT-DEPOSIT
               AND PD-ROUTING-NUMBER > 0
               AND PD-ACCOUNT-NUMBER NOT = SPACES
               MOVE 'D'                    TO SR-CLUSTER-TYPE
               MOVE PD-ROUTING-NUMBER      TO WS-KEY-ROUTING
               MOVE PD-ACCOUNT-NUMBER      TO WS-KEY-ACCOUNT
               MOVE WS-ACCOUNT-KEY         TO SR-CLUSTER-KEY
               MOVE SPACES                 TO SR-DISPLAY
               STRING 'ROUTING ' PD-ROUTING-NUMBER
                   ' ACCOUNT ' PD-ACCOUNT-NUMBER
                   DELIMITED BY SIZE INTO SR-DISPLAY
               RELEASE SORT-RECORD
           END-IF.
           IF  PD-ADDRESS-LINE NOT = SPACES
               PERFORM 2300-NORMALIZE-ADDRESS
               MOVE 'A'                    TO SR-CLUSTER-TYPE
               MOVE WS-ADDRESS-KEY         TO SR-CLUSTER-KEY
               MOVE SPACES                 TO SR-DISPLAY
               STRING PD-ADDRESS-LINE ' ' PD-STATE ' '
                   PD-ZIP-CODE (1:5)
                   DELIMITED BY SIZE INTO SR-DISPLAY
               RELEASE SORT-RECORD
           END-IF.
      *---------------------------------------------------------------*
       2300-NORMALIZE-ADDRESS.
      *---------------------------------------------------------------*
           MOVE PD-ADDRESS-LINE            TO WS-ADDRESS-WORK.
           INSPECT WS-ADDRESS-WORK CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES                     TO WS-NORMAL-ADDRESS.
           MOVE 0                          TO WS-OUT-SUB.
           PERFORM 2310-KEEP-ONE-CHARACTER
               VARYING WS-IN-SUB FROM 1 BY 1
               UNTIL WS-IN-SUB > 30.
           MOVE PD-ZIP-CODE (1:5)          TO WS-NORMAL-ZIP.
      *---------------------------------------------------------------*
       2310-KEEP-ONE-CHARACTER.
      *---------------------------------------------------------------*
           IF  WS-ADDRESS-WORK (WS-IN-SUB:1) NOT = SPACE
               AND (WS-ADDRESS-WORK (WS-IN-SUB:1) IS ALPHABETIC-UPPER
                    OR WS-ADDRESS-WORK (WS-IN-SUB:1) IS NUMERIC)
               ADD 1                       TO WS-OUT-SUB
               MOVE WS-ADDRESS-WORK (WS-IN-SUB:1)
                   TO WS-NORMAL-ADDRESS (WS-OUT-SUB:1)
           END-IF.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE CLAIMANT-DETAIL-FILE.
           CLOSE UNEMPLOYMENT-CLAIMS-FILE.
           CLOSE PAYMENT-DESTINATION-FILE.
           CLOSE PAYMENT-HOLD-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-SCREEN-CLUSTERS.
      *---------------------------------------------------------------*
           PERFORM 8100-RETURN-SORTED-ROW.
           PERFORM 4100-SCREEN-ONE-CLUSTER
               UNTIL SORT-EOF.
           IF  WS-ACCOUNT-CLUSTER-COUNT = 0
               AND WS-ADDRESS-CLUSTER-COUNT = 0
               MOVE 'NO SHARED DESTINATIONS AT OR ABOVE THE MINIMUM'
                   TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
      *---------------------------------------------------------------*
       4100-SCREEN-ONE-CLUSTER.
      *---------------------------------------------------------------*
           MOVE SR-CLUSTER-TYPE            TO WS-CLUSTER-TYPE.
           MOVE SR-CLUSTER-KEY             TO WS-CLUSTER-KEY.
           MOVE SR-DISPLAY                 TO WS-CLUSTER-DISPLAY.
           MOVE 0                          TO WS-CLUSTER-SIZE
                                              WS-MEMBER-COUNT.
           MOVE LOW-VALUES                 TO WS-LAST-CLAIM-ID.
           PERFORM 4110-NOTE-ONE-MEMBER
               UNTIL SORT-EOF
               OR SR-CLUSTER-TYPE NOT = WS-CLUSTER-TYPE
               OR SR-CLUSTER-KEY NOT = WS-CLUSTER-KEY.
           IF  WS-CLUSTER-SIZE NOT < WS-CLUSTER-MINIMUM
               PERFORM 4200-REPORT-CLUSTER
           END-IF.
      *---------------------------------------------------------------*
       4110-NOTE-ONE-MEMBER.
      *---------------------------------------------------------------*
      *    THE DETAIL FILE MAY CARRY A CLAIM MORE THAN ONCE - THE
      *    SORT BRINGS THE REPEATS TOGETHER, SO ONLY A NEW CLAIM ID
      *    COUNTS.
      *---------------------------------------------------------------*
           IF  SR-CLAIM-ID NOT = WS-LAST-CLAIM-ID
               MOVE SR-CLAIM-ID            TO WS-LAST-CLAIM-ID
               ADD 1                       TO WS-CLUSTER-SIZE
               IF  WS-MEMBER-COUNT < 200
                   ADD 1                   TO WS-MEMBER-COUNT
                   MOVE SR-CLAIM-ID
                       TO WS-MEMBER-CLAIM-ID (WS-MEMBER-COUNT)
                   MOVE SR-STATE
                       TO WS-MEMBER-STATE (WS-MEMBER-COUNT)
                   MOVE SR-EMPLOYER-ACCT
                       TO WS-MEMBER-EMPLOYER (WS-MEMBER-COUNT)
                   MOVE SR-DEST-CHANGE-DATE
                       TO WS-MEMBER-CHANGE-DATE (WS-MEMBER-COUNT)
               END-IF
           END-IF.
           PERFORM 8100-RETURN-SORTED-ROW.
      *---------------------------------------------------------------*
       4200-REPORT-CLUSTER.
      *---------------------------------------------------------------*
           IF  WS-ACCOUNT-CLUSTER
               ADD 1                       TO WS-ACCOUNT-CLUSTER-COUNT
               MOVE 'SHARED ACCOUNT  '     TO CDL-TYPE-TEXT
               MOVE 'SHARED DEPOSIT ACCOUNT - CLAIMS HELD'
                   TO EX-MESSAGE
           ELSE
               ADD 1                       TO WS-ADDRESS-CLUSTER-COUNT
               MOVE 'SHARED ADDRESS  '     TO CDL-TYPE-TEXT
               MOVE 'SHARED MAILING ADDRESS - CLAIMS HELD'
                   TO EX-MESSAGE
           END-IF.
           MOVE WS-CLUSTER-DISPLAY         TO CDL-DISPLAY.
           MOVE WS-CLUSTER-SIZE            TO CDL-SIZE.
           IF  WS-CLUSTER-SIZE > WS-MEMBER-COUNT
               MOVE 'OVER 200 - REST NOT HELD'
                                           TO CDL-NOTE
               MOVE 8                      TO RETURN-CODE
           ELSE
               MOVE SPACES                 TO CDL-NOTE
           END-IF.
           MOVE 2                          TO LINE-SPACEING.
           MOVE CLUSTER-DETAIL-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 1                          TO LINE-SPACEING.
           PERFORM 4210-HOLD-AND-LIST-MEMBER
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-MEMBER-COUNT.
           MOVE 'CLUSSCR'                  TO EX-SOURCE-PROGRAM.
           MOVE 'E'                        TO EX-SEVERITY.
           MOVE WS-CLUSTER-TYPE            TO EX-KEY (1:1).
           MOVE WS-MEMBER-CLAIM-ID (1)     TO EX-KEY (2:8).
           MOVE SPACES                     TO EX-KEY (10:7).
           CALL 'EXCWRITE' USING EXCWRITE-REQUEST.
      *---------------------------------------------------------------*
       4210-HOLD-AND-LIST-MEMBER.
      *---------------------------------------------------------------*
           PERFORM 4220-PLACE-HOLD.
           MOVE WS-MEMBER-CLAIM-ID (WS-SUB) TO MDL-CLAIM-ID.
           MOVE WS-MEMBER-STATE (WS-SUB)   TO MDL-STATE.
           MOVE WS-MEMBER-EMPLOYER (WS-SUB) TO MDL-EMPLOYER.
           MOVE MEMBER-DETAIL-LINE         TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       4220-PLACE-HOLD.
      *---------------------------------------------------------------*
      *    A HOLD ALREADY IN FORCE IS LEFT AS IT IS.  A CLEARANCE
      *    STANDS UNTIL THE CLAIM'S DESTINATION CHANGES AFTER IT.
      *---------------------------------------------------------------*
           MOVE WS-MEMBER-CLAIM-ID (WS-SUB) TO PH-CLAIM-ID.
           READ PAYMENT-HOLD-FILE
               INVALID KEY
                   PERFORM 4230-MOVE-NEW-HOLD
                   WRITE PAYMENT-HOLD-RECORD
                       INVALID KEY
                           MOVE 'HOLD NOT WRITTEN'
                               TO MDL-HOLD-ACTION
                           MOVE 12         TO RETURN-CODE
                       NOT INVALID KEY
                           MOVE 'HOLD PLACED'
                               TO MDL-HOLD-ACTION
                           ADD 1           TO WS-HOLDS-PLACED
                   END-WRITE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN PH-HELD
                           MOVE 'ALREADY ON HOLD'
                               TO MDL-HOLD-ACTION
                           ADD 1           TO WS-ALREADY-HELD
                       WHEN WS-MEMBER-CHANGE-DATE (WS-SUB)
                               > PH-CLEARED-DATE
                           PERFORM 4230-MOVE-NEW-HOLD
                           REWRITE PAYMENT-HOLD-RECORD
                           MOVE 'HELD AGAIN - DEST CHANGED'
                               TO MDL-HOLD-ACTION
                           ADD 1           TO WS-HOLDS-PLACED
                       WHEN OTHER
                           MOVE 'CLEARED - NOT HELD AGAIN'
                               TO MDL-HOLD-ACTION
                           ADD 1           TO WS-CLEARED-KEPT
                   END-EVALUATE
           END-READ.
      *---------------------------------------------------------------*
       4230-MOVE-NEW-HOLD.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO PAYMENT-HOLD-RECORD.
           MOVE WS-MEMBER-CLAIM-ID (WS-SUB) TO PH-CLAIM-ID.
           MOVE 'H'                        TO PH-HOLD-STATUS.
           MOVE WS-CLUSTER-TYPE            TO PH-CLUSTER-TYPE.
           MOVE WS-CLUSTER-KEY             TO PH-CLUSTER-KEY.
           IF  WS-CLUSTER-SIZE > 999
               MOVE 999                    TO PH-CLUSTER-SIZE
           ELSE
               MOVE WS-CLUSTER-SIZE        TO PH-CLUSTER-SIZE
           END-IF.
           MOVE WS-BUSINESS-DATE           TO PH-HOLD-DATE
                                              PH-LAST-CHANGE-DATE.
           MOVE 0                          TO PH-CLEARED-DATE.
           MOVE 'CLUSSCR SHARED-DESTINATION'  TO PH-HOLD-NOTE.
      *---------------------------------------------------------------*
       8000-READ-CLAIMANT-DETAIL.
      *---------------------------------------------------------------*
           READ CLAIMANT-DETAIL-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
      *---------------------------------------------------------------*
       8100-RETURN-SORTED-ROW.
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
           MOVE PAGE-COUNT                 TO SHL-PAGE-COUNT.
           MOVE SCREEN-HEADING-LINE        TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE SCREEN-COLUMN-LINE         TO PRINT-LINE.
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
