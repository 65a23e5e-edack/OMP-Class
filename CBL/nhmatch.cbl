       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NHMATCH.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    WEEKLY NEW-HIRE CROSS-MATCH - MATCHES THE STATE NEW-HIRE
      *    DIRECTORY FEED (NEWHIRE) AGAINST CD-CLAIMANT-ID ON CLMTFILE
      *    AND LISTS EVERY WEEK THE CLAIMANT CERTIFIED (CERTFILE) FOR A
      *    WEEK ENDING ON OR AFTER A REPORTED HIRE DATE, WITH THE
      *    HIRING EMPLOYER'S NAME FROM EMPLRF AND WHAT PAYMSTR SHOWS
      *    PAID FOR THE WEEK (AMOUNT PAID PLUS ANY OFFSET, REVERSED
      *    ROWS NOT COUNTED).  WHERE A CLAIM HAS PAID POST-HIRE WEEKS
      *    A PROPOSED OVPMNT ESTABLISH CARD IS WRITTEN TO NHOVPOUT -
      *    CAUSE NHR, ORIGINAL AMOUNT THE POST-HIRE WEEKS PAID,
      *    CORRECTED AMOUNT ZERO.  ONCE THE INVESTIGATOR CONFIRMS THE
      *    HIT THE CARD GOES INTO THE OVPMNT OVPIN DECK AS IT STANDS.
      *    WHEN THE CLAIMANT HAS MORE THAN ONE HIRE ON THE FEED, EACH
      *    WEEK IS SHOWN AGAINST THE LATEST HIRE ON OR BEFORE IT.
      *    RETURN CODE 4 WHEN FEED ROWS WERE REJECTED.
      *
      *    NEWHIRE ROW - EMPLOYEE ID (THE CLAIMANT ID),EMPLOYER
      *    ACCOUNT,HIRE DATE YYYYMMDD,STATE
      *      (E.G. 0012345678,12345678,20261005,NY )
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
           SELECT NEW-HIRE-CSV-FILE ASSIGN TO NEWHIRE
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS NEW-HIRE-CSV-STATUS.
           SELECT CLAIMANT-DETAIL-FILE ASSIGN TO CLMTFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS CD-DETAIL-KEY
             ALTERNATE RECORD KEY IS CD-CLAIMANT-ID WITH DUPLICATES
             ALTERNATE RECORD KEY IS CD-EMPLOYER-ACCT WITH DUPLICATES
             FILE STATUS  IS CLAIMANT-DETAIL-STATUS.
           SELECT CERTIFICATION-FILE ASSIGN TO CERTFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS CT-CERT-KEY
             FILE STATUS  IS CERTIFICATION-STATUS.
           SELECT PAYMENT-MASTER-FILE ASSIGN TO PAYMSTR
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS PM-PAYMENT-KEY
             FILE STATUS  IS PAYMENT-MASTER-STATUS.
           SELECT EMPLOYER-REFERENCE-FILE ASSIGN TO EMPLRF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS EM-EMPLOYER-ACCT
             FILE STATUS  IS EMPLOYER-REFERENCE-STATUS.
           SELECT PROPOSED-CARD-FILE ASSIGN TO NHOVPOUT
             FILE STATUS IS PROPOSED-CARD-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWORK.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  NEW-HIRE-CSV-FILE
           RECORDING MODE IS F.
       01  NEW-HIRE-CSV-LINE               PIC X(80).
      *---------------------------------------------------------------*
       FD  CLAIMANT-DETAIL-FILE.
       COPY CLMTREC.
      *---------------------------------------------------------------*
       FD  CERTIFICATION-FILE.
       COPY CERTREC.
      *---------------------------------------------------------------*
       FD  PAYMENT-MASTER-FILE.
       COPY PAYREC.
      *---------------------------------------------------------------*
       FD  EMPLOYER-REFERENCE-FILE.
       COPY EMPLREFC.
      *---------------------------------------------------------------*
      *    OVPMNT MAINTENANCE CARD IMAGE - SEE OVPMNT FOR THE COLUMNS.
      *---------------------------------------------------------------*
       FD  PROPOSED-CARD-FILE
           RECORDING MODE IS F.
       01  PROPOSED-CARD.
           05  PC-ACTION                   PIC X(01).
           05  FILLER                      PIC X(01).
           05  PC-CLAIM-ID                 PIC X(08).
           05  FILLER                      PIC X(01).
           05  PC-CAUSE-CODE               PIC X(03).
           05  FILLER                      PIC X(01).
           05  PC-ORIGINAL-AMOUNT          PIC 9(07)V99.
           05  FILLER                      PIC X(01).
           05  PC-OTHER-AMOUNT             PIC 9(07)V99.
           05  FILLER                      PIC X(46).
      *---------------------------------------------------------------*
      *    ROW TYPE '1' IS A NEW HIRE, '2' A CLAIM - THE HIRES FOR A
      *    CLAIMANT SORT AHEAD OF THE CLAIMS THEY ARE MATCHED TO.
      *---------------------------------------------------------------*
       SD  SORT-FILE.
       01  SORT-MATCH-RECORD.
           05  SM-CLAIMANT-ID              PIC X(10).
           05  SM-ROW-TYPE                 PIC X(01).
               88  SM-NEW-HIRE-ROW               VALUE '1'.
               88  SM-CLAIM-ROW                  VALUE '2'.
           05  SM-HIRE-DATE                PIC 9(08).
           05  SM-CLAIM-ID                 PIC X(08).
           05  SM-EMPLOYER-ACCT            PIC X(08).
           05  SM-HIRE-STATE               PIC X(03).
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
           05  WS-HIRE-EMPLOYEE-ID         PIC X(10).
           05  WS-HIRE-EMPLOYER-ACCT       PIC X(08).
           05  WS-HIRE-DATE                PIC X(08).
           05  WS-HIRE-STATE               PIC X(03).
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  NEW-HIRE-CSV-STATUS         PIC X(02).
               88  NEW-HIRE-CSV-OK               VALUE '00'.
           05  CLAIMANT-DETAIL-STATUS      PIC X(02).
               88  CLAIMANT-DETAIL-OK            VALUE '00'.
           05  CERTIFICATION-STATUS        PIC X(02).
               88  CERTIFICATION-OK              VALUE '00'.
           05  PAYMENT-MASTER-STATUS       PIC X(02).
               88  PAYMENT-MASTER-OK             VALUE '00'.
           05  EMPLOYER-REFERENCE-STATUS   PIC X(02).
               88  EMPLOYER-REFERENCE-OK         VALUE '00'.
           05  PROPOSED-CARD-STATUS        PIC X(02).
               88  PROPOSED-CARD-OK              VALUE '00'.
           05  FILES-OPEN-SW               PIC X VALUE 'Y'.
               88  FILES-OPEN                    VALUE 'Y'.
           05  NEW-HIRE-EOF-SW             PIC X VALUE 'N'.
               88  NEW-HIRE-EOF                  VALUE 'Y'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  SORT-EOF-SW                 PIC X VALUE 'N'.
               88  SORT-EOF                      VALUE 'Y'.
           05  CERT-SCAN-SW                PIC X(01).
               88  CERT-SCAN-DONE                VALUE 'Y'.
           05  WS-VALID-ROW-SW             PIC X(01).
               88  VALID-ROW                     VALUE 'Y'.
           05  WS-HIRE-ROW-COUNT           PIC 9(08) VALUE 0.
           05  WS-HIRE-REJECT-COUNT        PIC 9(08) VALUE 0.
           05  WS-CLAIM-ROW-COUNT          PIC 9(08) VALUE 0.
           05  WS-CLAIMANTS-MATCHED        PIC 9(08) VALUE 0.
           05  WS-WEEKS-LISTED             PIC 9(08) VALUE 0.
           05  WS-CARDS-WRITTEN            PIC 9(08) VALUE 0.
           05  WS-TOTAL-PAID               PIC 9(09)V99 VALUE 0.
           05  WS-CLAIM-PAID               PIC 9(07)V99.
           05  WS-WEEK-PAID                PIC 9(07)V99.
           05  WS-CURRENT-CLAIMANT         PIC X(10).
           05  WS-CLAIMANT-LISTED-SW       PIC X(01).
               88  WS-CLAIMANT-LISTED            VALUE 'Y'.
           05  WS-HIRE-SUB                 PIC S9(04) USAGE IS COMP.
           05  WS-MATCH-SUB                PIC S9(04) USAGE IS COMP.
           05  WS-WEEK-DDMMYYYY.
               10  WS-WEEK-DD              PIC 9(02).
               10  WS-WEEK-MM              PIC 9(02).
               10  WS-WEEK-YYYY            PIC 9(04).
      *---------------------------------------------------------------*
      *    THE NEW HIRES REPORTED FOR THE CLAIMANT IN HAND.
      *---------------------------------------------------------------*
       01  CLAIMANT-HIRE-TABLE.
           05  CHT-ENTRY-COUNT             PIC S9(04) USAGE IS COMP.
           05  CHT-ENTRY                   OCCURS 20 TIMES.
               10  CHT-HIRE-DATE           PIC 9(08).
               10  CHT-EMPLOYER-ACCT       PIC X(08).
               10  CHT-HIRE-STATE          PIC X(03).
      *---------------------------------------------------------------*
       01  MATCH-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'NEW-HIRE CROSS-MATCH - WEEKS CERTIFIED AFTER'.
           05  FILLER PIC X(21) VALUE ' HIRE      RUN DATE  '.
           05  MHL-RUN-DATE                PIC 9(08).
      *---------------------------------------------------------------*
       01  MATCH-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'CLAIMANT    CLAIM     WEEK END  CERTIFIED  H'.
           05  FILLER PIC X(44) VALUE
               'IRED     ST   EMPLOYER  EMPLOYER NAME       '.
           05  FILLER PIC X(22) VALUE
               '             WEEK PAID'.
      *---------------------------------------------------------------*
       01  MATCH-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  MDL-CLAIMANT-ID             PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  MDL-CLAIM-ID                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  MDL-WEEK-ENDING             PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  MDL-CERT-DATE               PIC 9(08).
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  MDL-HIRE-DATE               PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  MDL-HIRE-STATE              PIC X(03).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  MDL-EMPLOYER-ACCT           PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  MDL-EMPLOYER-NAME           PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  MDL-WEEK-PAID               PIC ZZZ,ZZ9.99.
      *---------------------------------------------------------------*
       01  CLAIM-TOTAL-LINE.
      *---------------------------------------------------------------*
           05  FILLER                      PIC X(12) VALUE SPACE.
           05  CTL-CLAIM-ID                PIC X(08).
           05  FILLER PIC X(44) VALUE
               '  PAID AFTER HIRE                           '.
           05  FILLER                      PIC X(36) VALUE SPACE.
           05  CTL-CLAIM-PAID              PIC ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  CTL-CARD-NOTE               PIC X(20).
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
               SORT SORT-FILE
                   ON ASCENDING KEY SM-CLAIMANT-ID
                                    SM-ROW-TYPE
                                    SM-HIRE-DATE
                   INPUT PROCEDURE 2000-RELEASE-MATCH-ROWS
                   OUTPUT PROCEDURE 2500-MATCH-CLAIMANTS
               IF  WS-WEEKS-LISTED = 0
                   MOVE 'NO CERTIFIED WEEKS ON OR AFTER A REPORTED HIRE'
                                           TO NEXT-REPORT-LINE
                   PERFORM 9000-PRINT-REPORT-LINE
               END-IF
               PERFORM 3000-CLOSE-FILES
           END-IF.
           DISPLAY '*** NHMATCH NEW-HIRE CROSS-MATCH SUMMARY ***'.
           DISPLAY 'NEW-HIRE ROWS READ       : ', WS-HIRE-ROW-COUNT.
           DISPLAY 'NEW-HIRE ROWS REJECTED   : ', WS-HIRE-REJECT-COUNT.
           DISPLAY 'CLAIM ROWS WITH IDENTITY : ', WS-CLAIM-ROW-COUNT.
           DISPLAY 'CLAIMANTS MATCHED        : ', WS-CLAIMANTS-MATCHED.
           DISPLAY 'POST-HIRE WEEKS LISTED   : ', WS-WEEKS-LISTED.
           DISPLAY 'PROPOSED OVPMNT CARDS    : ', WS-CARDS-WRITTEN.
           DISPLAY 'PAID AFTER HIRE          : ', WS-TOTAL-PAID.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT NEW-HIRE-CSV-FILE.
           OPEN INPUT CLAIMANT-DETAIL-FILE.
           OPEN INPUT CERTIFICATION-FILE.
           OPEN INPUT PAYMENT-MASTER-FILE.
           OPEN INPUT EMPLOYER-REFERENCE-FILE.
           OPEN OUTPUT PROPOSED-CARD-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO MHL-RUN-DATE.
           IF NOT NEW-HIRE-CSV-OK
               DISPLAY 'NEWHIRE OPEN ERROR : ', NEW-HIRE-CSV-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT CLAIMANT-DETAIL-OK
               DISPLAY 'CLMTFILE OPEN ERROR : ', CLAIMANT-DETAIL-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT CERTIFICATION-OK
               DISPLAY 'CERTFILE OPEN ERROR : ', CERTIFICATION-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT PAYMENT-MASTER-OK
               DISPLAY 'PAYMSTR OPEN ERROR : ', PAYMENT-MASTER-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT EMPLOYER-REFERENCE-OK
               DISPLAY 'EMPLRF OPEN ERROR : ',
                   EMPLOYER-REFERENCE-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
           IF NOT PROPOSED-CARD-OK
               DISPLAY 'NHOVPOUT OPEN ERROR : ', PROPOSED-CARD-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
      *---------------------------------------------------------------*
       2000-RELEASE-MATCH-ROWS.
      *---------------------------------------------------------------*
           PERFORM 8000-READ-NEW-HIRE-ROW.
           PERFORM 2100-RELEASE-ONE-HIRE
               UNTIL NEW-HIRE-EOF.
           PERFORM 8100-READ-CLAIMANT-DETAIL.
           PERFORM 2200-RELEASE-ONE-CLAIM
               UNTIL END-OF-FILE.
      *---------------------------------------------------------------*
       2100-RELEASE-ONE-HIRE.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-HIRE-ROW-COUNT.
           IF  WS-HIRE-EMPLOYEE-ID = SPACE
               OR WS-HIRE-DATE NOT NUMERIC
               ADD 1                       TO WS-HIRE-REJECT-COUNT
               MOVE 4                      TO RETURN-CODE
               DISPLAY 'NHMATCH - NEW-HIRE ROW REJECTED : ',
                   NEW-HIRE-CSV-LINE
           ELSE
               MOVE SPACE                  TO SORT-MATCH-RECORD
               MOVE WS-HIRE-EMPLOYEE-ID    TO SM-CLAIMANT-ID
               MOVE '1'                    TO SM-ROW-TYPE
               MOVE WS-HIRE-DATE           TO SM-HIRE-DATE
               MOVE WS-HIRE-EMPLOYER-ACCT  TO SM-EMPLOYER-ACCT
               MOVE WS-HIRE-STATE          TO SM-HIRE-STATE
               RELEASE SORT-MATCH-RECORD
           END-IF.
           PERFORM 8000-READ-NEW-HIRE-ROW.
      *---------------------------------------------------------------*
       2200-RELEASE-ONE-CLAIM.
      *---------------------------------------------------------------*
           IF  CD-CLAIMANT-ID NOT = SPACE
               ADD 1                       TO WS-CLAIM-ROW-COUNT
               MOVE SPACE                  TO SORT-MATCH-RECORD
               MOVE CD-CLAIMANT-ID         TO SM-CLAIMANT-ID
               MOVE '2'                    TO SM-ROW-TYPE
               MOVE 0                      TO SM-HIRE-DATE
               MOVE CD-CLAIM-ID            TO SM-CLAIM-ID
               RELEASE SORT-MATCH-RECORD
           END-IF.
           PERFORM 8100-READ-CLAIMANT-DETAIL.
      *---------------------------------------------------------------*
       2500-MATCH-CLAIMANTS.
      *---------------------------------------------------------------*
           MOVE HIGH-VALUES                TO WS-CURRENT-CLAIMANT.
           PERFORM 8200-RETURN-SORTED-ROW.
           PERFORM 2600-MATCH-ONE-ROW
               UNTIL SORT-EOF.
      *---------------------------------------------------------------*
       2600-MATCH-ONE-ROW.
      *---------------------------------------------------------------*
           IF  SM-CLAIMANT-ID NOT = WS-CURRENT-CLAIMANT
               MOVE SM-CLAIMANT-ID         TO WS-CURRENT-CLAIMANT
               MOVE 0                      TO CHT-ENTRY-COUNT
               MOVE 'N'                    TO WS-CLAIMANT-LISTED-SW
           END-IF.
           IF  SM-NEW-HIRE-ROW
               IF  CHT-ENTRY-COUNT < 20
                   ADD 1                   TO CHT-ENTRY-COUNT
                   MOVE SM-HIRE-DATE
                       TO CHT-HIRE-DATE (CHT-ENTRY-COUNT)
                   MOVE SM-EMPLOYER-ACCT
                       TO CHT-EMPLOYER-ACCT (CHT-ENTRY-COUNT)
                   MOVE SM-HIRE-STATE
                       TO CHT-HIRE-STATE (CHT-ENTRY-COUNT)
               END-IF
           ELSE
               IF  CHT-ENTRY-COUNT > 0
                   PERFORM 2700-MATCH-CLAIM-WEEKS
               END-IF
           END-IF.
           PERFORM 8200-RETURN-SORTED-ROW.
      *---------------------------------------------------------------*
       2700-MATCH-CLAIM-WEEKS.
      *---------------------------------------------------------------*
      *    THE HIRES ARE IN HIRE-DATE ORDER, SO THE EARLIEST ONE IS
      *    WHERE THE CLAIM'S CERTIFIED WEEKS START TO COUNT.
      *---------------------------------------------------------------*
           MOVE 0                          TO WS-CLAIM-PAID.
           MOVE 'N'                        TO CERT-SCAN-SW.
           MOVE SM-CLAIM-ID                TO CT-CLAIM-ID.
           MOVE CHT-HIRE-DATE (1)          TO CT-WEEK-ENDING.
           START CERTIFICATION-FILE KEY IS NOT LESS THAN CT-CERT-KEY
               INVALID KEY
                   MOVE 'Y'                TO CERT-SCAN-SW
           END-START.
           PERFORM 2710-MATCH-ONE-WEEK
               UNTIL CERT-SCAN-DONE.
           IF  WS-CLAIM-PAID > 0
               PERFORM 2800-PROPOSE-ESTABLISH-CARD
           END-IF.
      *---------------------------------------------------------------*
       2710-MATCH-ONE-WEEK.
      *---------------------------------------------------------------*
           READ CERTIFICATION-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                TO CERT-SCAN-SW
           END-READ.
           IF  NOT CERT-SCAN-DONE
               IF  CT-CLAIM-ID NOT = SM-CLAIM-ID
                   MOVE 'Y'                TO CERT-SCAN-SW
               ELSE
                   PERFORM 2720-LIST-POST-HIRE-WEEK
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2720-LIST-POST-HIRE-WEEK.
      *---------------------------------------------------------------*
           MOVE 1                          TO WS-MATCH-SUB.
           PERFORM 2730-FIND-LATEST-HIRE
               VARYING WS-HIRE-SUB FROM 2 BY 1
               UNTIL WS-HIRE-SUB > CHT-ENTRY-COUNT.
           IF  NOT WS-CLAIMANT-LISTED
               ADD 1                       TO WS-CLAIMANTS-MATCHED
               MOVE 'Y'                    TO WS-CLAIMANT-LISTED-SW
           END-IF.
           ADD 1                           TO WS-WEEKS-LISTED.
      *    PAYMSTR WEEK-ENDING IS DDMMYYYY - RESHAPE THE CERT WEEK.
           MOVE CT-WEEK-ENDING (1:4)       TO WS-WEEK-YYYY.
           MOVE CT-WEEK-ENDING (5:2)       TO WS-WEEK-MM.
           MOVE CT-WEEK-ENDING (7:2)       TO WS-WEEK-DD.
           MOVE CT-CLAIM-ID                TO PM-CLAIM-ID.
           MOVE WS-WEEK-DDMMYYYY           TO PM-WEEK-ENDING.
           MOVE 0                          TO WS-WEEK-PAID.
           READ PAYMENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  NOT PM-REVERSED
                       AND PM-PAYMENT-TYPE NOT = 'ADJ'
                       MOVE PM-AMOUNT-PAID TO WS-WEEK-PAID
                       IF  PM-OFFSET-AMOUNT IS NUMERIC
                           ADD PM-OFFSET-AMOUNT
                                           TO WS-WEEK-PAID
                       END-IF
                   END-IF
           END-READ.
           ADD WS-WEEK-PAID                TO WS-CLAIM-PAID
                                              WS-TOTAL-PAID.
           MOVE CHT-EMPLOYER-ACCT (WS-MATCH-SUB) TO EM-EMPLOYER-ACCT.
           READ EMPLOYER-REFERENCE-FILE
               INVALID KEY
                   MOVE '*** NOT ON EMPLRF ***'
                                           TO EM-EMPLOYER-NAME
           END-READ.
           MOVE SM-CLAIMANT-ID             TO MDL-CLAIMANT-ID.
           MOVE CT-CLAIM-ID                TO MDL-CLAIM-ID.
           MOVE CT-WEEK-ENDING             TO MDL-WEEK-ENDING.
           MOVE CT-CERT-DATE               TO MDL-CERT-DATE.
           MOVE CHT-HIRE-DATE (WS-MATCH-SUB) TO MDL-HIRE-DATE.
           MOVE CHT-HIRE-STATE (WS-MATCH-SUB) TO MDL-HIRE-STATE.
           MOVE CHT-EMPLOYER-ACCT (WS-MATCH-SUB)
               TO MDL-EMPLOYER-ACCT.
           MOVE EM-EMPLOYER-NAME           TO MDL-EMPLOYER-NAME.
           MOVE WS-WEEK-PAID               TO MDL-WEEK-PAID.
           MOVE MATCH-DETAIL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       2730-FIND-LATEST-HIRE.
      *---------------------------------------------------------------*
           IF  CHT-HIRE-DATE (WS-HIRE-SUB) NOT > CT-WEEK-ENDING
               MOVE WS-HIRE-SUB            TO WS-MATCH-SUB
           END-IF.
      *---------------------------------------------------------------*
       2800-PROPOSE-ESTABLISH-CARD.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO PROPOSED-CARD.
           MOVE 'E'                        TO PC-ACTION.
           MOVE SM-CLAIM-ID                TO PC-CLAIM-ID.
           MOVE 'NHR'                      TO PC-CAUSE-CODE.
           MOVE WS-CLAIM-PAID              TO PC-ORIGINAL-AMOUNT.
           MOVE 0                          TO PC-OTHER-AMOUNT.
           WRITE PROPOSED-CARD.
           ADD 1                           TO WS-CARDS-WRITTEN.
           MOVE SM-CLAIM-ID                TO CTL-CLAIM-ID.
           MOVE WS-CLAIM-PAID              TO CTL-CLAIM-PAID.
           MOVE 'ESTABLISH PROPOSED'       TO CTL-CARD-NOTE.
           MOVE CLAIM-TOTAL-LINE           TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE NEW-HIRE-CSV-FILE.
           CLOSE CLAIMANT-DETAIL-FILE.
           CLOSE CERTIFICATION-FILE.
           CLOSE PAYMENT-MASTER-FILE.
           CLOSE EMPLOYER-REFERENCE-FILE.
           CLOSE PROPOSED-CARD-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       8000-READ-NEW-HIRE-ROW.
      *---------------------------------------------------------------*
           READ NEW-HIRE-CSV-FILE
               AT END MOVE 'Y' TO NEW-HIRE-EOF-SW.
           IF  NOT NEW-HIRE-EOF
               MOVE SPACE TO WS-HIRE-EMPLOYEE-ID WS-HIRE-EMPLOYER-ACCT
                             WS-HIRE-DATE WS-HIRE-STATE
               UNSTRING NEW-HIRE-CSV-LINE DELIMITED BY ','
                   INTO WS-HIRE-EMPLOYEE-ID
                        WS-HIRE-EMPLOYER-ACCT
                        WS-HIRE-DATE
                        WS-HIRE-STATE
               END-UNSTRING
           END-IF.
      *---------------------------------------------------------------*
       8100-READ-CLAIMANT-DETAIL.
      *---------------------------------------------------------------*
           READ CLAIMANT-DETAIL-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
      *---------------------------------------------------------------*
       8200-RETURN-SORTED-ROW.
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
           MOVE MATCH-HEADING-LINE         TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE MATCH-COLUMN-LINE          TO PRINT-LINE.
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
