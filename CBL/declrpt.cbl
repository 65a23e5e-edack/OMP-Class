       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DECLRPT.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    DISASTER DECLARATION ACTIVITY REPORT - ONE LINE PER
      *    DECLARATION ON DISDECL (SEE DISDECC) WITH THE COUNTIES IT
      *    NAMES, ITS INCIDENT PERIOD AND APPLICATION DEADLINE, THE
      *    DAYS LEFT TO THE DEADLINE FROM THE BUSINESS DATE ('CLOSED'
      *    ONCE IT HAS PASSED), THE CLAIMS THE CLMINTK INTAKE TAGGED
      *    TO IT ON DISCLM (SEE DISCLMC) SPLIT WITHIN AND OUTSIDE ITS
      *    WINDOW, AND THE WEEKS AND DOLLARS PAID ON THOSE CLAIMS ON
      *    PAYMSTR.  ONLY MONEY THAT WENT OUT COUNTS - A REVERSED ROW
      *    OR A WEEK WHOLLY TAKEN BY AN OFFSET PAID NOTHING.
      *    WHEN A DECLARATION'S COUNTIES CARRY DIFFERENT DATES (A
      *    COUNTY ADDED BY AMENDMENT) THE LINE SHOWS THE EARLIEST
      *    BEGIN, THE LATEST END AND THE LATEST DEADLINE.
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
           SELECT DECLARATION-FILE ASSIGN TO DISDECL
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS DD-DECLARATION-KEY
             ALTERNATE RECORD KEY IS DD-COUNTY-FIPS WITH DUPLICATES
             FILE STATUS  IS DECLARATION-STATUS.
           SELECT DISASTER-CLAIM-FILE ASSIGN TO DISCLM
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS DA-CLAIM-ID
             ALTERNATE RECORD KEY IS DA-DECLARATION-NO
                 WITH DUPLICATES
             FILE STATUS  IS DISASTER-CLAIM-STATUS.
           SELECT PAYMENT-MASTER-FILE ASSIGN TO PAYMSTR
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS PM-PAYMENT-KEY
             FILE STATUS  IS PAYMENT-MASTER-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  DECLARATION-FILE.
       COPY DISDECC.
      *---------------------------------------------------------------*
       FD  DISASTER-CLAIM-FILE.
       COPY DISCLMC.
      *---------------------------------------------------------------*
       FD  PAYMENT-MASTER-FILE.
       COPY PAYREC.
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
           05  DECLARATION-STATUS          PIC X(02).
               88  DECLARATION-OK                VALUE '00'.
               88  DECLARATION-NEW               VALUE '35'.
           05  DISASTER-CLAIM-STATUS       PIC X(02).
               88  DISASTER-CLAIM-OK             VALUE '00'.
               88  DISASTER-CLAIM-NEW            VALUE '35'.
           05  PAYMENT-MASTER-STATUS       PIC X(02).
               88  PAYMENT-MASTER-OK             VALUE '00'.
           05  DECLARATION-OPEN-SW         PIC X(01) VALUE 'N'.
               88  DECLARATION-OPEN              VALUE 'Y'.
           05  DISASTER-CLAIM-OPEN-SW      PIC X(01) VALUE 'N'.
               88  DISASTER-CLAIM-OPEN           VALUE 'Y'.
           05  FILES-OPEN-SW               PIC X VALUE 'Y'.
               88  FILES-OPEN                    VALUE 'Y'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  CLAIM-SCAN-SW               PIC X(01).
               88  CLAIM-SCAN-DONE               VALUE 'Y'.
           05  PAYMENT-SCAN-SW             PIC X(01).
               88  PAYMENT-SCAN-DONE             VALUE 'Y'.
           05  WS-BUSINESS-DATE            PIC 9(08).
           05  WS-TODAY-INTEGER            PIC 9(08).
           05  WS-DAYS-LEFT                PIC S9(05).
           05  WS-DECLARATION-ROWS         PIC 9(08) VALUE 0.
      *---------------------------------------------------------------*
      *    THE CURRENT DECLARATION, GATHERED ACROSS ITS COUNTY ROWS.
      *---------------------------------------------------------------*
       01  WS-DECLARATION-FIELDS.
           05  WS-DECLARATION-NO           PIC X(08) VALUE SPACE.
           05  WS-INCIDENT-NAME            PIC X(30).
           05  WS-INCIDENT-BEGIN           PIC 9(08).
           05  WS-INCIDENT-END             PIC 9(08).
           05  WS-CONTINUING-SW            PIC X(01).
               88  WS-INCIDENT-CONTINUING        VALUE 'Y'.
           05  WS-APPLICATION-DEADLINE     PIC 9(08).
           05  WS-DECL-COUNTIES            PIC 9(05).
           05  WS-DECL-CLAIMS              PIC 9(08).
           05  WS-DECL-WITHIN              PIC 9(08).
           05  WS-DECL-OUTSIDE             PIC 9(08).
           05  WS-DECL-WEEKS               PIC 9(08).
           05  WS-DECL-AMOUNT              PIC 9(11)V99.
      *---------------------------------------------------------------*
       01  WS-REPORT-TOTALS.
           05  WS-TOTAL-DECLARATIONS       PIC 9(08) VALUE 0.
           05  WS-TOTAL-OPEN               PIC 9(08) VALUE 0.
           05  WS-TOTAL-COUNTIES           PIC 9(08) VALUE 0.
           05  WS-TOTAL-CLAIMS             PIC 9(08) VALUE 0.
           05  WS-TOTAL-WITHIN             PIC 9(08) VALUE 0.
           05  WS-TOTAL-OUTSIDE            PIC 9(08) VALUE 0.
           05  WS-TOTAL-WEEKS              PIC 9(08) VALUE 0.
           05  WS-TOTAL-AMOUNT             PIC 9(11)V99 VALUE 0.
      *---------------------------------------------------------------*
       01  REPORT-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'DECLRPT DISASTER DECLARATION ACTIVITY - BUSI'.
           05  FILLER PIC X(10) VALUE 'NESS DATE '.
           05  RHL-BUSINESS-DATE           PIC 9(08).
      *---------------------------------------------------------------*
       01  REPORT-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'DECL NO   INCIDENT                   CTY  BE'.
           05  FILLER PIC X(44) VALUE
               'GIN     END         DEADLINE  DAYS LEFT  CLA'.
           05  FILLER PIC X(44) VALUE
               'IMS  WITHIN  OUTSIDE    WEEKS    AMOUNT PAID'.
      *---------------------------------------------------------------*
       01  DECLARATION-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  DDL-DECLARATION-NO          PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DDL-INCIDENT-NAME           PIC X(25).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DDL-COUNTIES                PIC ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DDL-INCIDENT-BEGIN          PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DDL-INCIDENT-END            PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DDL-APPLICATION-DEADLINE    PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DDL-DAYS-LEFT               PIC Z(08)9.
           05  DDL-DAYS-LEFT-X REDEFINES DDL-DAYS-LEFT
                                           PIC X(09).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DDL-CLAIMS                  PIC ZZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DDL-WITHIN                  PIC ZZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DDL-OUTSIDE                 PIC ZZZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DDL-WEEKS                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DDL-AMOUNT                  PIC ZZ,ZZZ,ZZ9.99.
      *---------------------------------------------------------------*
       01  REPORT-TOTAL-LINE.
      *---------------------------------------------------------------*
           05  RTL-LABEL                   PIC X(34).
           05  RTL-COUNT                   PIC ZZ,ZZZ,ZZ9
                                           BLANK WHEN ZERO.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  RTL-AMOUNT                  PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                           BLANK WHEN ZERO.
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
               IF  DECLARATION-OPEN
                   PERFORM 8000-READ-DECLARATION
               ELSE
                   SET END-OF-FILE TO TRUE
               END-IF
               PERFORM 2000-TAKE-ONE-COUNTY-ROW
                   UNTIL END-OF-FILE
               PERFORM 2900-END-DECLARATION
               PERFORM 4000-PRINT-TOTALS
               PERFORM 3000-CLOSE-FILES
           END-IF.
           DISPLAY '*** DECLRPT DISASTER DECLARATION ACTIVITY ***'.
           DISPLAY 'BUSINESS DATE            : ', WS-BUSINESS-DATE.
           DISPLAY 'DECLARATION ROWS READ    : ', WS-DECLARATION-ROWS.
           DISPLAY 'DECLARATIONS             : ', WS-TOTAL-DECLARATIONS.
           DISPLAY 'STILL TAKING CLAIMS      : ', WS-TOTAL-OPEN.
           DISPLAY 'CLAIMS TAGGED            : ', WS-TOTAL-CLAIMS.
           DISPLAY 'WEEKS PAID               : ', WS-TOTAL-WEEKS.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  PAYMENT-MASTER-FILE.
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
      *    NEITHER FILE EXISTS UNTIL DECLMNT AND CLMINTK FIRST RUN -
      *    NO DECLARATION, OR NO TAGGED CLAIM, IS NOT AN ERROR.
           OPEN INPUT DECLARATION-FILE.
           EVALUATE TRUE
               WHEN DECLARATION-OK
                   SET DECLARATION-OPEN    TO TRUE
               WHEN DECLARATION-NEW
                   DISPLAY 'DECLRPT - DISDECL NOT YET LOADED'
               WHEN OTHER
                   DISPLAY 'DISDECL OPEN ERROR : ', DECLARATION-STATUS
                   MOVE 16                 TO RETURN-CODE
                   MOVE 'N'                TO FILES-OPEN-SW
           END-EVALUATE.
           OPEN INPUT DISASTER-CLAIM-FILE.
           EVALUATE TRUE
               WHEN DISASTER-CLAIM-OK
                   SET DISASTER-CLAIM-OPEN TO TRUE
               WHEN DISASTER-CLAIM-NEW
                   DISPLAY 'DECLRPT - DISCLM NOT YET LOADED'
               WHEN OTHER
                   DISPLAY 'DISCLM OPEN ERROR : ',
                       DISASTER-CLAIM-STATUS
                   MOVE 16                 TO RETURN-CODE
                   MOVE 'N'                TO FILES-OPEN-SW
           END-EVALUATE.
           IF NOT PAYMENT-MASTER-OK
               DISPLAY 'PAYMSTR OPEN ERROR : ', PAYMENT-MASTER-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
      *---------------------------------------------------------------*
       2000-TAKE-ONE-COUNTY-ROW.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-DECLARATION-ROWS.
           IF  DD-DECLARATION-NO NOT = WS-DECLARATION-NO
               PERFORM 2900-END-DECLARATION
               PERFORM 2100-START-DECLARATION
           END-IF.
           ADD 1                           TO WS-DECL-COUNTIES.
           IF  DD-INCIDENT-BEGIN < WS-INCIDENT-BEGIN
               MOVE DD-INCIDENT-BEGIN      TO WS-INCIDENT-BEGIN
           END-IF.
           IF  DD-INCIDENT-END = 0
               MOVE 'Y'                    TO WS-CONTINUING-SW
           END-IF.
           IF  DD-INCIDENT-END > WS-INCIDENT-END
               MOVE DD-INCIDENT-END        TO WS-INCIDENT-END
           END-IF.
           IF  DD-APPLICATION-DEADLINE > WS-APPLICATION-DEADLINE
               MOVE DD-APPLICATION-DEADLINE
                                           TO WS-APPLICATION-DEADLINE
           END-IF.
           PERFORM 8000-READ-DECLARATION.
      *---------------------------------------------------------------*
       2100-START-DECLARATION.
      *---------------------------------------------------------------*
           INITIALIZE WS-DECLARATION-FIELDS.
           MOVE DD-DECLARATION-NO          TO WS-DECLARATION-NO.
           MOVE DD-INCIDENT-NAME           TO WS-INCIDENT-NAME.
           MOVE DD-INCIDENT-BEGIN          TO WS-INCIDENT-BEGIN.
           MOVE 'N'                        TO WS-CONTINUING-SW.
      *---------------------------------------------------------------*
       2200-TALLY-TAGGED-CLAIM.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-DECL-CLAIMS.
           IF  DA-WITHIN-WINDOW
               ADD 1                       TO WS-DECL-WITHIN
           ELSE
               ADD 1                       TO WS-DECL-OUTSIDE
           END-IF.
           MOVE DA-CLAIM-ID                TO PM-CLAIM-ID.
           MOVE LOW-VALUES                 TO PM-WEEK-ENDING.
           MOVE 'N'                        TO PAYMENT-SCAN-SW.
           START PAYMENT-MASTER-FILE
               KEY IS NOT LESS THAN PM-PAYMENT-KEY
               INVALID KEY
                   MOVE 'Y'                TO PAYMENT-SCAN-SW
           END-START.
           PERFORM 8200-READ-CLAIM-PAYMENT.
           PERFORM 2300-TALLY-CLAIM-PAYMENT
               UNTIL PAYMENT-SCAN-DONE.
           PERFORM 8100-READ-TAGGED-CLAIM.
      *---------------------------------------------------------------*
       2300-TALLY-CLAIM-PAYMENT.
      *---------------------------------------------------------------*
           IF  NOT PM-REVERSED
               AND NOT PM-FULLY-OFFSET
               AND PM-AMOUNT-PAID > 0
               ADD 1                       TO WS-DECL-WEEKS
               ADD PM-AMOUNT-PAID          TO WS-DECL-AMOUNT
           END-IF.
           PERFORM 8200-READ-CLAIM-PAYMENT.
      *---------------------------------------------------------------*
       2900-END-DECLARATION.
      *---------------------------------------------------------------*
           IF  WS-DECLARATION-NO NOT = SPACE
               PERFORM 2910-GATHER-TAGGED-CLAIMS
               PERFORM 2920-PRINT-DECLARATION
           END-IF.
      *---------------------------------------------------------------*
       2910-GATHER-TAGGED-CLAIMS.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO CLAIM-SCAN-SW.
           IF  DISASTER-CLAIM-OPEN
               MOVE WS-DECLARATION-NO      TO DA-DECLARATION-NO
               START DISASTER-CLAIM-FILE
                   KEY IS EQUAL TO DA-DECLARATION-NO
                   INVALID KEY
                       MOVE 'Y'            TO CLAIM-SCAN-SW
               END-START
           ELSE
               MOVE 'Y'                    TO CLAIM-SCAN-SW
           END-IF.
           PERFORM 8100-READ-TAGGED-CLAIM.
           PERFORM 2200-TALLY-TAGGED-CLAIM
               UNTIL CLAIM-SCAN-DONE.
      *---------------------------------------------------------------*
       2920-PRINT-DECLARATION.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO DECLARATION-DETAIL-LINE.
           MOVE WS-DECLARATION-NO          TO DDL-DECLARATION-NO.
           MOVE WS-INCIDENT-NAME           TO DDL-INCIDENT-NAME.
           MOVE WS-DECL-COUNTIES           TO DDL-COUNTIES.
           MOVE WS-INCIDENT-BEGIN          TO DDL-INCIDENT-BEGIN.
           IF  WS-INCIDENT-CONTINUING
               MOVE 'CONTINUING'           TO DDL-INCIDENT-END
           ELSE
               MOVE WS-INCIDENT-END        TO DDL-INCIDENT-END
           END-IF.
           MOVE WS-APPLICATION-DEADLINE    TO DDL-APPLICATION-DEADLINE.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE (WS-APPLICATION-DEADLINE)
               - WS-TODAY-INTEGER.
           IF  WS-DAYS-LEFT < 0
               MOVE '   CLOSED'            TO DDL-DAYS-LEFT-X
           ELSE
               MOVE WS-DAYS-LEFT           TO DDL-DAYS-LEFT
               ADD 1                       TO WS-TOTAL-OPEN
           END-IF.
           MOVE WS-DECL-CLAIMS             TO DDL-CLAIMS.
           MOVE WS-DECL-WITHIN             TO DDL-WITHIN.
           MOVE WS-DECL-OUTSIDE            TO DDL-OUTSIDE.
           MOVE WS-DECL-WEEKS              TO DDL-WEEKS.
           MOVE WS-DECL-AMOUNT             TO DDL-AMOUNT.
           MOVE DECLARATION-DETAIL-LINE    TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           ADD 1                           TO WS-TOTAL-DECLARATIONS.
           ADD WS-DECL-COUNTIES            TO WS-TOTAL-COUNTIES.
           ADD WS-DECL-CLAIMS              TO WS-TOTAL-CLAIMS.
           ADD WS-DECL-WITHIN              TO WS-TOTAL-WITHIN.
           ADD WS-DECL-OUTSIDE             TO WS-TOTAL-OUTSIDE.
           ADD WS-DECL-WEEKS               TO WS-TOTAL-WEEKS.
           ADD WS-DECL-AMOUNT              TO WS-TOTAL-AMOUNT.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           IF  DECLARATION-OPEN
               CLOSE DECLARATION-FILE
           END-IF.
           IF  DISASTER-CLAIM-OPEN
               CLOSE DISASTER-CLAIM-FILE
           END-IF.
           CLOSE PAYMENT-MASTER-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-TOTALS.
      *---------------------------------------------------------------*
           IF  WS-TOTAL-DECLARATIONS = 0
               MOVE 'NO DISASTER DECLARATION IS ON FILE'
                                           TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           MOVE 2                          TO LINE-SPACEING.
           MOVE 'DECLARATIONS'             TO RTL-LABEL.
           MOVE WS-TOTAL-DECLARATIONS      TO RTL-COUNT.
           MOVE 0                          TO RTL-AMOUNT.
           PERFORM 4100-PRINT-TOTAL-LINE.
           MOVE '  STILL TAKING CLAIMS'    TO RTL-LABEL.
           MOVE WS-TOTAL-OPEN              TO RTL-COUNT.
           PERFORM 4100-PRINT-TOTAL-LINE.
           MOVE 'DECLARED COUNTIES'        TO RTL-LABEL.
           MOVE WS-TOTAL-COUNTIES          TO RTL-COUNT.
           PERFORM 4100-PRINT-TOTAL-LINE.
           MOVE 'CLAIMS TAGGED'            TO RTL-LABEL.
           MOVE WS-TOTAL-CLAIMS            TO RTL-COUNT.
           PERFORM 4100-PRINT-TOTAL-LINE.
           MOVE '  WITHIN DECLARATION WINDOW' TO RTL-LABEL.
           MOVE WS-TOTAL-WITHIN            TO RTL-COUNT.
           PERFORM 4100-PRINT-TOTAL-LINE.
           MOVE '  OUTSIDE DECLARATION WINDOW' TO RTL-LABEL.
           MOVE WS-TOTAL-OUTSIDE           TO RTL-COUNT.
           PERFORM 4100-PRINT-TOTAL-LINE.
           MOVE 'WEEKS PAID - DOLLARS PAID'  TO RTL-LABEL.
           MOVE WS-TOTAL-WEEKS             TO RTL-COUNT.
           MOVE WS-TOTAL-AMOUNT            TO RTL-AMOUNT.
           PERFORM 4100-PRINT-TOTAL-LINE.
      *---------------------------------------------------------------*
       4100-PRINT-TOTAL-LINE.
      *---------------------------------------------------------------*
           MOVE REPORT-TOTAL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 1                          TO LINE-SPACEING.
      *---------------------------------------------------------------*
       8000-READ-DECLARATION.
      *---------------------------------------------------------------*
           READ DECLARATION-FILE NEXT RECORD
               AT END SET END-OF-FILE TO TRUE
           END-READ.
      *---------------------------------------------------------------*
       8100-READ-TAGGED-CLAIM.
      *---------------------------------------------------------------*
           IF  NOT CLAIM-SCAN-DONE
               READ DISASTER-CLAIM-FILE NEXT RECORD
                   AT END SET CLAIM-SCAN-DONE TO TRUE
               END-READ
           END-IF.
           IF  NOT CLAIM-SCAN-DONE
               AND DA-DECLARATION-NO NOT = WS-DECLARATION-NO
               SET CLAIM-SCAN-DONE         TO TRUE
           END-IF.
      *---------------------------------------------------------------*
       8200-READ-CLAIM-PAYMENT.
      *---------------------------------------------------------------*
           IF  NOT PAYMENT-SCAN-DONE
               READ PAYMENT-MASTER-FILE NEXT RECORD
                   AT END SET PAYMENT-SCAN-DONE TO TRUE
               END-READ
           END-IF.
           IF  NOT PAYMENT-SCAN-DONE
               AND PM-CLAIM-ID NOT = DA-CLAIM-ID
               SET PAYMENT-SCAN-DONE       TO TRUE
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
           MOVE REPORT-HEADING-LINE        TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE REPORT-COLUMN-LINE         TO PRINT-LINE.
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
