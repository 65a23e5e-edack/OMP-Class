       IDENTIFICATION DIVISION.
       PROGRAM-ID.  UNEM5159.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    MONTHLY CLAIMS AND PAYMENT ACTIVITY REPORT (ETA-5159
      *    STYLE) - THE MONTH-END COMPANION TO THE UNEMFED WEEKLY
      *    EXTRACT.  THE REPORTING PERIOD IS TAKEN FROM THE BUSDATE
      *    PROCESSING CALENDAR: THE WEEKS WHOSE WEEK-ENDING FALLS IN
      *    THE MONTH, FROM THE DAY AFTER THE PRIOR MONTH'S LAST
      *    WEEK-ENDING THROUGH THIS MONTH'S LAST.  CLAIMS AND
      *    PAYMENTS ARE BOTH COUNTED OVER THAT ONE PERIOD -
      *      INITIAL/CONTINUING  RECORD-CLAIM-TYPE ON THE
      *                          UNEMPLOYMENT-CLAIMS-FILE (THE AGE
      *                          SECTION'S PAIR, AS UNEMFED TAKES IT)
      *      WEEKS CLAIMED       CERTFILE WEEKS CERTIFIED
      *      WEEKS COMPENSATED   PAYMSTR ROWS BY PAYMENT TYPE (AMOUNT
      *      AND AMOUNT PAID     PAID PLUS ANY OFFSET WITHHELD;
      *                          REVERSED ROWS LEFT OUT; ADJ ROWS ARE
      *                          ADJUSTMENTS, NOT WEEKS, BACKED OUT)
      *    EACH SPLIT BETWEEN THE STATE PROGRAM (REG, SUP, STC) AND
      *    EXTENDED BENEFITS (EXT).  THE CLAIMS FILE CARRIES NO
      *    PROGRAM, SO ITS COUNTS ARE THE STATE FIGURES; THE EXTENDED
      *    INITIAL CLAIMS ARE THE CLAIMS FIRST PAID EXT IN THE PERIOD
      *    AND THE EXTENDED CONTINUING CLAIMS ARE THE WEEKS CLAIMED
      *    THAT WERE PAID EXT.  A CERTIFIED WEEK IS EXTENDED WHEN ITS
      *    PAYMSTR ROW IS EXT, OTHERWISE STATE.
      *    THE LAST PAGE RECONCILES THE CLAIMS SIDE TO THE PAYMENT
      *    SIDE WEEK FOR WEEK - PAYABLE WEEKS CLAIMED WITH NO PAYMENT
      *    AND WEEKS PAID WITH NO CERTIFICATION ARE WHY THE TWO TEAMS'
      *    FIGURES DISAGREE.  RETURN CODE 4 WHEN EITHER IS NONZERO.
      *    ONE FIXED-FORMAT TRANSMISSION RECORD PER PROGRAM IS WRITTEN
      *    TO ETAXMIT WITH THE SAME FIGURES AS THE PRINTED REPORT.
      *
      *    CONTROL INPUT (SYSIN) -
      *      REPORT MONTH YYYYMM (BLANK = MONTH OF THE BUSINESS DATE)
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
           SELECT UNEMPLOYMENT-CLAIMS-FILE ASSIGN TO UNDD
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS RECORD-ID OF UNEMPLOYMENT-CLAIM
             ALTERNATE RECORD KEY IS RECORD-DATE OF UNEMPLOYMENT-CLAIM
                 WITH DUPLICATES
             FILE STATUS  IS UNEMPLOYMENT-FILE-STATUS.
           SELECT CERTIFICATION-FILE ASSIGN TO CERTFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS CT-CERT-KEY
             FILE STATUS  IS CERTIFICATION-STATUS.
           SELECT PAYMENT-MASTER-FILE ASSIGN TO PAYMSTR
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS PM-PAYMENT-KEY
             FILE STATUS  IS PAYMENT-MASTER-STATUS.
           SELECT ETA-EXTRACT-FILE ASSIGN TO ETAXMIT
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS  IS ETA-EXTRACT-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  UNEMPLOYMENT-CLAIMS-FILE
            DATA RECORD IS UNEMPLOYMENT-CLAIM.
           COPY UNEMC.
      *---------------------------------------------------------------*
       FD  CERTIFICATION-FILE.
       COPY CERTREC.
      *---------------------------------------------------------------*
       FD  PAYMENT-MASTER-FILE.
       COPY PAYREC.
      *---------------------------------------------------------------*
      *    TRANSMISSION RECORD - PROGRAM 'S' STATE, 'E' EXTENDED.
      *    ADJUSTMENTS ARE CARRIED ON THE STATE RECORD; THE NET
      *    AMOUNT IS THE WEEKS' AMOUNT LESS THE ADJUSTMENTS.
      *---------------------------------------------------------------*
       FD  ETA-EXTRACT-FILE
           RECORDING MODE IS F.
       01  ETA-EXTRACT-RECORD.
           05  EX-RECORD-TYPE              PIC X(04).
           05  EX-PROGRAM-CODE             PIC X(01).
           05  EX-REPORT-MONTH             PIC 9(06).
           05  EX-PERIOD-START             PIC 9(08).
           05  EX-PERIOD-END               PIC 9(08).
           05  EX-INITIAL-CLAIMS           PIC 9(09).
           05  EX-CONTINUING-CLAIMS        PIC 9(09).
           05  EX-WEEKS-CLAIMED            PIC 9(09).
           05  EX-WEEKS-COMPENSATED        PIC 9(09).
           05  EX-AMOUNT-PAID              PIC 9(11)V99.
           05  EX-TYPE-FIGURES             OCCURS 4 TIMES.
               10  EX-TYPE-CODE            PIC X(03).
               10  EX-TYPE-WEEKS           PIC 9(09).
               10  EX-TYPE-AMOUNT          PIC 9(11)V99.
           05  EX-ADJUSTMENT-AMOUNT        PIC 9(11)V99.
           05  EX-NET-AMOUNT               PIC S9(11)V99
                                           SIGN IS LEADING SEPARATE.
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
           05  UNEMPLOYMENT-FILE-STATUS    PIC X(02).
               88  UNEMPLOYMENT-FILE-OK          VALUE '00'.
           05  CERTIFICATION-STATUS        PIC X(02).
               88  CERTIFICATION-OK              VALUE '00'.
           05  PAYMENT-MASTER-STATUS       PIC X(02).
               88  PAYMENT-MASTER-OK             VALUE '00'.
           05  ETA-EXTRACT-STATUS          PIC X(02).
               88  ETA-EXTRACT-OK                VALUE '00'.
           05  FILES-OPEN-SW               PIC X(01) VALUE 'Y'.
               88  FILES-OPEN                    VALUE 'Y'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  CERT-EOF-SW                 PIC X VALUE 'N'.
               88  CERT-EOF                      VALUE 'Y'.
           05  PAYMENT-EOF-SW              PIC X VALUE 'N'.
               88  PAYMENT-EOF                   VALUE 'Y'.
           05  WEEK-SCAN-SW                PIC X(01) VALUE 'N'.
               88  WEEK-SCAN-DONE                VALUE 'Y'.
           05  EXT-BEFORE-SW               PIC X(01).
               88  EXT-PAID-BEFORE               VALUE 'Y'.
           05  EXT-IN-PERIOD-SW            PIC X(01).
               88  EXT-PAID-IN-PERIOD            VALUE 'Y'.
           05  WS-MONTH-CARD               PIC X(06) VALUE SPACE.
           05  WS-REPORT-MONTH             PIC 9(06) VALUE 0.
           05  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
           05  WS-PERIOD-START             PIC 9(08) VALUE 0.
           05  WS-PERIOD-END               PIC 9(08) VALUE 0.
           05  WS-NEXT-WEEK                PIC 9(08).
           05  FILLER REDEFINES WS-NEXT-WEEK.
               10  WS-NEXT-WEEK-MONTH      PIC 9(06).
               10  FILLER                  PIC 9(02).
           05  WS-CALENDAR-STATUS          PIC X(01) VALUE '0'.
           05  WS-DATE-NUM                 PIC 9(08).
           05  WS-CLAIM-ID                 PIC X(08) VALUE SPACE.
           05  WS-PROGRAM-SUB              PIC S9(04) USAGE IS COMP.
           05  WS-TYPE-SUB                 PIC S9(04) USAGE IS COMP.
           05  WS-SUB-1                    PIC S9(04) USAGE IS COMP.
           05  WS-CLAIM-COUNT              PIC 9(08) VALUE 0.
           05  WS-MONTH-CLAIM-COUNT        PIC 9(08) VALUE 0.
           05  WS-CERT-COUNT               PIC 9(08) VALUE 0.
           05  WS-PAYMENT-COUNT            PIC 9(08) VALUE 0.
           05  WS-REVERSED-COUNT           PIC 9(08) VALUE 0.
           05  WS-OTHER-TYPE-COUNT         PIC 9(08) VALUE 0.
           05  WS-RECORDS-WRITTEN          PIC 9(04) VALUE 0.
           05  WS-ROW-AMOUNT               PIC 9(07)V99.
           05  WS-NET-AMOUNT               PIC S9(11)V99.
      *---------------------------------------------------------------*
      *    WEEK-ENDING DATES OF THE REPORTING MONTH, FROM THE CALENDAR.
      *---------------------------------------------------------------*
       01  MONTH-WEEK-TABLE.
           05  MWT-WEEK-COUNT              PIC 9(01) VALUE 0.
           05  MWT-WEEK-ENDING             PIC 9(08) OCCURS 6 TIMES.
      *---------------------------------------------------------------*
      *    FIGURES PER PROGRAM - 1 STATE, 2 EXTENDED.
      *---------------------------------------------------------------*
       01  PROGRAM-FIGURE-TABLE.
           05  PFT-ENTRY                   OCCURS 2 TIMES.
               10  PFT-INITIAL             PIC 9(09).
               10  PFT-CONTINUING          PIC 9(09).
               10  PFT-WEEKS-CLAIMED       PIC 9(09).
               10  PFT-WEEKS-COMPENSATED   PIC 9(09).
               10  PFT-AMOUNT-PAID         PIC 9(11)V99.
               10  PFT-CLAIMED-AND-PAID    PIC 9(09).
               10  PFT-PAYABLE-NOT-PAID    PIC 9(09).
               10  PFT-NOT-PAYABLE         PIC 9(09).
               10  PFT-PAID-NO-CERT        PIC 9(09).
      *---------------------------------------------------------------*
      *    WEEKS AND DOLLARS PER PAYMENT TYPE.  TYPE 5 (ADJ) IS THE
      *    ADJUSTMENTS BACKED OUT, NOT WEEKS COMPENSATED.
      *---------------------------------------------------------------*
       01  PAYMENT-TYPE-NAMES.
           05  FILLER PIC X(04) VALUE 'REG1'.
           05  FILLER PIC X(04) VALUE 'SUP1'.
           05  FILLER PIC X(04) VALUE 'STC1'.
           05  FILLER PIC X(04) VALUE 'EXT2'.
           05  FILLER PIC X(04) VALUE 'ADJ1'.
       01  PAYMENT-TYPE-TABLE REDEFINES PAYMENT-TYPE-NAMES.
           05  PTT-ENTRY                   OCCURS 5 TIMES
                                           INDEXED BY PTT-INDEX.
               10  PTT-TYPE-CODE           PIC X(03).
               10  PTT-PROGRAM             PIC 9(01).
       01  PAYMENT-TYPE-FIGURES.
           05  PTF-ENTRY                   OCCURS 5 TIMES.
               10  PTF-WEEKS               PIC 9(09).
               10  PTF-AMOUNT              PIC 9(11)V99.
      *---------------------------------------------------------------*
       01  REPORT-LINES.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
      *---------------------------------------------------------------*
       01  ACTIVITY-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(47) VALUE
               'MONTHLY CLAIMS AND PAYMENT ACTIVITY (ETA-5159) '.
           05  FILLER PIC X(06) VALUE 'MONTH '.
           05  AHL-REPORT-MONTH            PIC 9(06).
           05  FILLER PIC X(16) VALUE '   WEEKS ENDING '.
           05  AHL-FIRST-WEEK              PIC 9(08).
           05  FILLER PIC X(04) VALUE ' TO '.
           05  AHL-LAST-WEEK               PIC 9(08).
           05  FILLER PIC X(03) VALUE SPACE.
           05  FILLER PIC X(05) VALUE 'PAGE '.
           05  AHL-PAGE-NUMBER             PIC ZZ9.
      *---------------------------------------------------------------*
       01  ACTIVITY-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(49) VALUE SPACE.
           05  FILLER PIC X(05) VALUE 'STATE'.
           05  FILLER PIC X(16) VALUE '        EXTENDED'.
           05  FILLER PIC X(16) VALUE '           TOTAL'.
      *---------------------------------------------------------------*
       01  ACTIVITY-COUNT-LINE.
      *---------------------------------------------------------------*
           05  ACL-LABEL                   PIC X(40).
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  ACL-STATE                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(05) VALUE SPACE.
           05  ACL-EXTENDED                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(05) VALUE SPACE.
           05  ACL-TOTAL                   PIC ZZZ,ZZZ,ZZ9.
      *---------------------------------------------------------------*
       01  ACTIVITY-AMOUNT-LINE.
      *---------------------------------------------------------------*
           05  AAL-LABEL                   PIC X(40).
           05  AAL-STATE                   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AAL-EXTENDED                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AAL-TOTAL                   PIC ZZZ,ZZZ,ZZ9.99-.
      *---------------------------------------------------------------*
       01  WEEK-LIST-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(40) VALUE
               '  REPORTING WEEK ENDING'.
           05  WLL-WEEK-ENDING             PIC 9(08).
       COPY PRINTCTL.
       COPY BUSDATEC.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           IF  FILES-OPEN
               PERFORM 8000-READ-UNEMPLOYMENT-FILE
               PERFORM 2000-COUNT-ONE-CLAIM
                   UNTIL END-OF-FILE
               PERFORM 8100-READ-CERTIFICATION
               PERFORM 2200-COUNT-ONE-CERTIFICATION
                   UNTIL CERT-EOF
               PERFORM 2400-START-PAYMENTS
               PERFORM 2500-COUNT-ONE-PAYMENT
                   UNTIL PAYMENT-EOF
               PERFORM 2600-CLOSE-CLAIM-PAYMENTS
               PERFORM 4000-PRINT-CLAIMS-ACTIVITY
               PERFORM 4100-PRINT-PAYMENT-ACTIVITY
               PERFORM 4200-PRINT-RECONCILIATION
               PERFORM 4500-WRITE-TRANSMISSION-RECORDS
               PERFORM 3000-CLOSE-FILES
           END-IF.
           DISPLAY '*** UNEM5159 MONTHLY ACTIVITY SUMMARY ***'.
           DISPLAY 'REPORT MONTH           : ', WS-REPORT-MONTH.
           DISPLAY 'PERIOD                 : ', WS-PERIOD-START, ' - ',
               WS-PERIOD-END.
           DISPLAY 'CLAIMS SCANNED         : ', WS-CLAIM-COUNT.
           DISPLAY 'CLAIMS IN PERIOD       : ', WS-MONTH-CLAIM-COUNT.
           DISPLAY 'WEEKS CERTIFIED        : ', WS-CERT-COUNT.
           DISPLAY 'PAYMENT ROWS IN PERIOD : ', WS-PAYMENT-COUNT.
           DISPLAY 'REVERSED ROWS SKIPPED  : ', WS-REVERSED-COUNT.
           IF  WS-OTHER-TYPE-COUNT > 0
               DISPLAY 'UNKNOWN PAYMENT TYPES  : ', WS-OTHER-TYPE-COUNT
           END-IF.
           DISPLAY 'TRANSMISSION RECORDS   : ', WS-RECORDS-WRITTEN.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  UNEMPLOYMENT-CLAIMS-FILE.
           OPEN INPUT  CERTIFICATION-FILE.
           OPEN INPUT  PAYMENT-MASTER-FILE.
           OPEN OUTPUT ETA-EXTRACT-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           ACCEPT WS-MONTH-CARD.
           IF  WS-MONTH-CARD IS NUMERIC
               MOVE WS-MONTH-CARD          TO WS-REPORT-MONTH
           ELSE
               COMPUTE WS-REPORT-MONTH =
                   WS-BUSINESS-DATE / 100
           END-IF.
           PERFORM 1100-SET-REPORTING-WEEKS.
           MOVE WS-REPORT-MONTH            TO AHL-REPORT-MONTH.
           MOVE MWT-WEEK-ENDING (1)        TO AHL-FIRST-WEEK.
           MOVE WS-PERIOD-END              TO AHL-LAST-WEEK.
           INITIALIZE PROGRAM-FIGURE-TABLE
                      PAYMENT-TYPE-FIGURES.
           IF  WS-CALENDAR-STATUS = '4'
               DISPLAY 'UNEM5159 - CALFILE UNAVAILABLE - REPORTING ',
                   'WEEKS COMPUTED'
           END-IF.
           IF NOT UNEMPLOYMENT-FILE-OK
               DISPLAY 'UNEMPLOYMENT-CLAIMS-FILE OPEN ERROR : ',
                   UNEMPLOYMENT-FILE-STATUS
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
           IF NOT ETA-EXTRACT-OK
               DISPLAY 'ETAXMIT OPEN ERROR : ', ETA-EXTRACT-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'N'                    TO FILES-OPEN-SW.
      *---------------------------------------------------------------*
       1100-SET-REPORTING-WEEKS.
      *---------------------------------------------------------------*
      *    THE FIRST WEEK-ENDING ON OR AFTER THE FIRST OF THE MONTH
      *    IS ALWAYS IN THE MONTH; EACH NEXT ONE IS THE CALENDAR'S
      *    WEEK-ENDING FOR THE DAY AFTER, WHILE IT STAYS IN THE MONTH.
      *---------------------------------------------------------------*
           COMPUTE WS-DATE-NUM = WS-REPORT-MONTH * 100 + 1.
           MOVE 'W'                        TO BD-FUNCTION.
           MOVE WS-DATE-NUM                TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           IF  BD-STATUS = '4'
               MOVE '4'                    TO WS-CALENDAR-STATUS
           END-IF.
           MOVE BD-OUT-DATE                TO WS-NEXT-WEEK.
           MOVE 'N'                        TO WEEK-SCAN-SW.
           PERFORM 1110-ADD-REPORTING-WEEK
               UNTIL WEEK-SCAN-DONE.
           COMPUTE WS-PERIOD-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (MWT-WEEK-ENDING (1)) - 6).
           MOVE MWT-WEEK-ENDING (MWT-WEEK-COUNT) TO WS-PERIOD-END.
      *---------------------------------------------------------------*
       1110-ADD-REPORTING-WEEK.
      *---------------------------------------------------------------*
           IF  WS-NEXT-WEEK-MONTH NOT = WS-REPORT-MONTH
               OR  MWT-WEEK-COUNT = 6
               MOVE 'Y'                    TO WEEK-SCAN-SW
           ELSE
               ADD 1                       TO MWT-WEEK-COUNT
               MOVE WS-NEXT-WEEK     TO MWT-WEEK-ENDING (MWT-WEEK-COUNT)
               COMPUTE BD-IN-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-NEXT-WEEK) + 1)
               CALL 'BUSDATE' USING BUSDATE-REQUEST
               IF  BD-STATUS = '4'
                   MOVE '4'                TO WS-CALENDAR-STATUS
               END-IF
               MOVE BD-OUT-DATE            TO WS-NEXT-WEEK
           END-IF.
      *---------------------------------------------------------------*
       2000-COUNT-ONE-CLAIM.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-CLAIM-COUNT.
           COMPUTE WS-DATE-NUM =
               (YY OF RECORD-DATE OF UNEMPLOYMENT-CLAIM * 10000)
               + (MM OF RECORD-DATE OF UNEMPLOYMENT-CLAIM * 100)
               + DD OF RECORD-DATE OF UNEMPLOYMENT-CLAIM.
           IF  WS-DATE-NUM NOT < WS-PERIOD-START
               AND WS-DATE-NUM NOT > WS-PERIOD-END
               ADD 1                       TO WS-MONTH-CLAIM-COUNT
               ADD CT-AGE-INITIAL          TO PFT-INITIAL (1)
               ADD CT-AGE-CONTINUING       TO PFT-CONTINUING (1)
           END-IF.
           PERFORM 8000-READ-UNEMPLOYMENT-FILE.
      *---------------------------------------------------------------*
       2200-COUNT-ONE-CERTIFICATION.
      *---------------------------------------------------------------*
      *    A CERTIFIED WEEK IS MATCHED TO ITS PAYMSTR ROW - THE ROW'S
      *    PAYMENT TYPE SAYS WHICH PROGRAM THE WEEK WAS CLAIMED UNDER.
      *---------------------------------------------------------------*
           IF  CT-WEEK-ENDING NOT < WS-PERIOD-START
               AND CT-WEEK-ENDING NOT > WS-PERIOD-END
               ADD 1                       TO WS-CERT-COUNT
               MOVE 1                      TO WS-PROGRAM-SUB
               MOVE CT-CLAIM-ID            TO PM-CLAIM-ID
               MOVE CT-WEEK-ENDING (7:2)   TO PM-WEEK-DD
               MOVE CT-WEEK-ENDING (5:2)   TO PM-WEEK-MM
               MOVE CT-WEEK-ENDING (1:4)   TO PM-WEEK-YYYY
               READ PAYMENT-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES         TO PM-PAYMENT-TYPE
               END-READ
               IF  PM-PAYMENT-TYPE = 'EXT'
                   MOVE 2                  TO WS-PROGRAM-SUB
                   ADD 1          TO PFT-CONTINUING (WS-PROGRAM-SUB)
               END-IF
               ADD 1          TO PFT-WEEKS-CLAIMED (WS-PROGRAM-SUB)
               EVALUATE TRUE
                   WHEN PM-PAYMENT-TYPE NOT = SPACES
                       AND PM-PAYMENT-TYPE NOT = 'ADJ'
                       AND NOT PM-REVERSED
                       ADD 1 TO PFT-CLAIMED-AND-PAID (WS-PROGRAM-SUB)
                   WHEN CT-FULL-PAY OR CT-PARTIAL-PAY
                       OR CT-WORK-SHARE-PAY
                       ADD 1 TO PFT-PAYABLE-NOT-PAID (WS-PROGRAM-SUB)
                   WHEN OTHER
                       ADD 1 TO PFT-NOT-PAYABLE (WS-PROGRAM-SUB)
               END-EVALUATE
           END-IF.
           PERFORM 8100-READ-CERTIFICATION.
      *---------------------------------------------------------------*
       2400-START-PAYMENTS.
      *---------------------------------------------------------------*
           MOVE LOW-VALUES                 TO PM-PAYMENT-KEY.
           START PAYMENT-MASTER-FILE KEY IS NOT LESS THAN PM-PAYMENT-KEY
               INVALID KEY
                   MOVE 'Y'                TO PAYMENT-EOF-SW
           END-START.
           MOVE SPACES                     TO WS-CLAIM-ID.
           MOVE 'N'                        TO EXT-BEFORE-SW
                                              EXT-IN-PERIOD-SW.
           IF  NOT PAYMENT-EOF
               PERFORM 8200-READ-PAYMENT
           END-IF.
      *---------------------------------------------------------------*
       2500-COUNT-ONE-PAYMENT.
      *---------------------------------------------------------------*
           IF  PM-CLAIM-ID NOT = WS-CLAIM-ID
               PERFORM 2600-CLOSE-CLAIM-PAYMENTS
               MOVE PM-CLAIM-ID            TO WS-CLAIM-ID
           END-IF.
           COMPUTE WS-DATE-NUM =
               PM-WEEK-YYYY * 10000 + PM-WEEK-MM * 100 + PM-WEEK-DD.
           IF  PM-REVERSED
               IF  WS-DATE-NUM NOT < WS-PERIOD-START
                   AND WS-DATE-NUM NOT > WS-PERIOD-END
                   ADD 1                   TO WS-REVERSED-COUNT
               END-IF
           ELSE
               IF  PM-PAYMENT-TYPE = 'EXT'
                   AND WS-DATE-NUM < WS-PERIOD-START
                   MOVE 'Y'                TO EXT-BEFORE-SW
               END-IF
               IF  WS-DATE-NUM NOT < WS-PERIOD-START
                   AND WS-DATE-NUM NOT > WS-PERIOD-END
                   PERFORM 2510-TALLY-PERIOD-PAYMENT
               END-IF
           END-IF.
           PERFORM 8200-READ-PAYMENT.
      *---------------------------------------------------------------*
       2510-TALLY-PERIOD-PAYMENT.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-PAYMENT-COUNT.
           SET PTT-INDEX                   TO 1.
           SEARCH PTT-ENTRY
               AT END
                   ADD 1                   TO WS-OTHER-TYPE-COUNT
               WHEN PTT-TYPE-CODE (PTT-INDEX) = PM-PAYMENT-TYPE
                   PERFORM 2520-ADD-TYPE-FIGURES
           END-SEARCH.
      *---------------------------------------------------------------*
       2520-ADD-TYPE-FIGURES.
      *---------------------------------------------------------------*
           SET WS-TYPE-SUB                 TO PTT-INDEX.
           MOVE PTT-PROGRAM (WS-TYPE-SUB)  TO WS-PROGRAM-SUB.
           MOVE PM-AMOUNT-PAID             TO WS-ROW-AMOUNT.
           IF  PM-OFFSET-AMOUNT IS NUMERIC
               ADD PM-OFFSET-AMOUNT        TO WS-ROW-AMOUNT
           END-IF.
           ADD WS-ROW-AMOUNT               TO PTF-AMOUNT (WS-TYPE-SUB).
           IF  PM-PAYMENT-TYPE NOT = 'ADJ'
               ADD 1                       TO PTF-WEEKS (WS-TYPE-SUB)
               ADD 1  TO PFT-WEEKS-COMPENSATED (WS-PROGRAM-SUB)
               ADD WS-ROW-AMOUNT  TO PFT-AMOUNT-PAID (WS-PROGRAM-SUB)
               IF  PM-PAYMENT-TYPE = 'EXT'
                   MOVE 'Y'                TO EXT-IN-PERIOD-SW
               END-IF
               MOVE PM-CLAIM-ID            TO CT-CLAIM-ID
               MOVE WS-DATE-NUM            TO CT-WEEK-ENDING
               READ CERTIFICATION-FILE
                   INVALID KEY
                       ADD 1  TO PFT-PAID-NO-CERT (WS-PROGRAM-SUB)
               END-READ
           END-IF.
      *---------------------------------------------------------------*
       2600-CLOSE-CLAIM-PAYMENTS.
      *---------------------------------------------------------------*
      *    A CLAIM WHOSE FIRST EXT WEEK IS IN THE PERIOD IS AN
      *    EXTENDED INITIAL CLAIM.
      *---------------------------------------------------------------*
           IF  EXT-PAID-IN-PERIOD AND NOT EXT-PAID-BEFORE
               ADD 1                       TO PFT-INITIAL (2)
           END-IF.
           MOVE 'N'                        TO EXT-BEFORE-SW
                                              EXT-IN-PERIOD-SW.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE UNEMPLOYMENT-CLAIMS-FILE.
           CLOSE CERTIFICATION-FILE.
           CLOSE PAYMENT-MASTER-FILE.
           CLOSE ETA-EXTRACT-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-CLAIMS-ACTIVITY.
      *---------------------------------------------------------------*
           MOVE 99                         TO LINE-COUNT.
           PERFORM 4010-PRINT-REPORTING-WEEK
               VARYING WS-SUB-1 FROM 1 BY 1
               UNTIL WS-SUB-1 > MWT-WEEK-COUNT.
           MOVE 'CLAIMS ACTIVITY'          TO NEXT-REPORT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE '  INITIAL CLAIMS'         TO ACL-LABEL.
           MOVE PFT-INITIAL (1)            TO ACL-STATE.
           MOVE PFT-INITIAL (2)            TO ACL-EXTENDED.
           COMPUTE ACL-TOTAL = PFT-INITIAL (1) + PFT-INITIAL (2).
           PERFORM 4900-PRINT-COUNT-LINE.
           MOVE '  CONTINUING CLAIMS'      TO ACL-LABEL.
           MOVE PFT-CONTINUING (1)         TO ACL-STATE.
           MOVE PFT-CONTINUING (2)         TO ACL-EXTENDED.
           COMPUTE ACL-TOTAL = PFT-CONTINUING (1) + PFT-CONTINUING (2).
           PERFORM 4900-PRINT-COUNT-LINE.
           MOVE '  WEEKS CLAIMED'          TO ACL-LABEL.
           MOVE PFT-WEEKS-CLAIMED (1)      TO ACL-STATE.
           MOVE PFT-WEEKS-CLAIMED (2)      TO ACL-EXTENDED.
           COMPUTE ACL-TOTAL =
               PFT-WEEKS-CLAIMED (1) + PFT-WEEKS-CLAIMED (2).
           PERFORM 4900-PRINT-COUNT-LINE.
      *---------------------------------------------------------------*
       4010-PRINT-REPORTING-WEEK.
      *---------------------------------------------------------------*
           MOVE MWT-WEEK-ENDING (WS-SUB-1) TO WLL-WEEK-ENDING.
           MOVE WEEK-LIST-LINE             TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       4100-PRINT-PAYMENT-ACTIVITY.
      *---------------------------------------------------------------*
           MOVE 'WEEKS COMPENSATED'        TO NEXT-REPORT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 4110-PRINT-TYPE-WEEKS
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 4.
           MOVE '  TOTAL WEEKS COMPENSATED' TO ACL-LABEL.
           MOVE PFT-WEEKS-COMPENSATED (1)  TO ACL-STATE.
           MOVE PFT-WEEKS-COMPENSATED (2)  TO ACL-EXTENDED.
           COMPUTE ACL-TOTAL =
               PFT-WEEKS-COMPENSATED (1) + PFT-WEEKS-COMPENSATED (2).
           PERFORM 4900-PRINT-COUNT-LINE.
           MOVE 'AMOUNT PAID'              TO NEXT-REPORT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 4120-PRINT-TYPE-AMOUNT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 4.
           MOVE '  TOTAL AMOUNT PAID'      TO AAL-LABEL.
           MOVE PFT-AMOUNT-PAID (1)        TO AAL-STATE.
           MOVE PFT-AMOUNT-PAID (2)        TO AAL-EXTENDED.
           COMPUTE AAL-TOTAL =
               PFT-AMOUNT-PAID (1) + PFT-AMOUNT-PAID (2).
           PERFORM 4910-PRINT-AMOUNT-LINE.
           MOVE '  LESS ADJ ADJUSTMENTS'   TO AAL-LABEL.
           COMPUTE AAL-STATE = 0 - PTF-AMOUNT (5).
           MOVE 0                          TO AAL-EXTENDED.
           COMPUTE AAL-TOTAL = 0 - PTF-AMOUNT (5).
           PERFORM 4910-PRINT-AMOUNT-LINE.
           MOVE '  NET AMOUNT PAID'        TO AAL-LABEL.
           COMPUTE AAL-STATE = PFT-AMOUNT-PAID (1) - PTF-AMOUNT (5).
           MOVE PFT-AMOUNT-PAID (2)        TO AAL-EXTENDED.
           COMPUTE AAL-TOTAL = PFT-AMOUNT-PAID (1)
               + PFT-AMOUNT-PAID (2) - PTF-AMOUNT (5).
           PERFORM 4910-PRINT-AMOUNT-LINE.
      *---------------------------------------------------------------*
       4110-PRINT-TYPE-WEEKS.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO ACL-LABEL.
           STRING '  ' PTT-TYPE-CODE (WS-TYPE-SUB) ' WEEKS'
               DELIMITED BY SIZE INTO ACL-LABEL.
           MOVE 0                          TO ACL-STATE ACL-EXTENDED.
           IF  PTT-PROGRAM (WS-TYPE-SUB) = 1
               MOVE PTF-WEEKS (WS-TYPE-SUB) TO ACL-STATE
           ELSE
               MOVE PTF-WEEKS (WS-TYPE-SUB) TO ACL-EXTENDED
           END-IF.
           MOVE PTF-WEEKS (WS-TYPE-SUB)    TO ACL-TOTAL.
           PERFORM 4900-PRINT-COUNT-LINE.
      *---------------------------------------------------------------*
       4120-PRINT-TYPE-AMOUNT.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO AAL-LABEL.
           STRING '  ' PTT-TYPE-CODE (WS-TYPE-SUB) ' AMOUNT'
               DELIMITED BY SIZE INTO AAL-LABEL.
           MOVE 0                          TO AAL-STATE AAL-EXTENDED.
           IF  PTT-PROGRAM (WS-TYPE-SUB) = 1
               MOVE PTF-AMOUNT (WS-TYPE-SUB) TO AAL-STATE
           ELSE
               MOVE PTF-AMOUNT (WS-TYPE-SUB) TO AAL-EXTENDED
           END-IF.
           MOVE PTF-AMOUNT (WS-TYPE-SUB)   TO AAL-TOTAL.
           PERFORM 4910-PRINT-AMOUNT-LINE.
      *---------------------------------------------------------------*
       4200-PRINT-RECONCILIATION.
      *---------------------------------------------------------------*
           MOVE 99                         TO LINE-COUNT.
           MOVE 'CLAIMS TO PAYMENTS RECONCILIATION'
                                           TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE '  WEEKS CLAIMED'          TO ACL-LABEL.
           MOVE PFT-WEEKS-CLAIMED (1)      TO ACL-STATE.
           MOVE PFT-WEEKS-CLAIMED (2)      TO ACL-EXTENDED.
           COMPUTE ACL-TOTAL =
               PFT-WEEKS-CLAIMED (1) + PFT-WEEKS-CLAIMED (2).
           PERFORM 4900-PRINT-COUNT-LINE.
           MOVE '    CLAIMED AND PAID'     TO ACL-LABEL.
           MOVE PFT-CLAIMED-AND-PAID (1)   TO ACL-STATE.
           MOVE PFT-CLAIMED-AND-PAID (2)   TO ACL-EXTENDED.
           COMPUTE ACL-TOTAL =
               PFT-CLAIMED-AND-PAID (1) + PFT-CLAIMED-AND-PAID (2).
           PERFORM 4900-PRINT-COUNT-LINE.
           MOVE '    NOT PAYABLE AS CERTIFIED' TO ACL-LABEL.
           MOVE PFT-NOT-PAYABLE (1)        TO ACL-STATE.
           MOVE PFT-NOT-PAYABLE (2)        TO ACL-EXTENDED.
           COMPUTE ACL-TOTAL =
               PFT-NOT-PAYABLE (1) + PFT-NOT-PAYABLE (2).
           PERFORM 4900-PRINT-COUNT-LINE.
           MOVE '    PAYABLE BUT NOT PAID' TO ACL-LABEL.
           MOVE PFT-PAYABLE-NOT-PAID (1)   TO ACL-STATE.
           MOVE PFT-PAYABLE-NOT-PAID (2)   TO ACL-EXTENDED.
           COMPUTE ACL-TOTAL =
               PFT-PAYABLE-NOT-PAID (1) + PFT-PAYABLE-NOT-PAID (2).
           PERFORM 4900-PRINT-COUNT-LINE.
           MOVE '  WEEKS COMPENSATED'      TO ACL-LABEL.
           MOVE PFT-WEEKS-COMPENSATED (1)  TO ACL-STATE.
           MOVE PFT-WEEKS-COMPENSATED (2)  TO ACL-EXTENDED.
           COMPUTE ACL-TOTAL =
               PFT-WEEKS-COMPENSATED (1) + PFT-WEEKS-COMPENSATED (2).
           PERFORM 4900-PRINT-COUNT-LINE.
           MOVE '    PAID WITH NO CERTIFICATION' TO ACL-LABEL.
           MOVE PFT-PAID-NO-CERT (1)       TO ACL-STATE.
           MOVE PFT-PAID-NO-CERT (2)       TO ACL-EXTENDED.
           COMPUTE ACL-TOTAL =
               PFT-PAID-NO-CERT (1) + PFT-PAID-NO-CERT (2).
           PERFORM 4900-PRINT-COUNT-LINE.
           IF  PFT-PAYABLE-NOT-PAID (1) + PFT-PAYABLE-NOT-PAID (2)
               + PFT-PAID-NO-CERT (1) + PFT-PAID-NO-CERT (2) > 0
               MOVE 4                      TO RETURN-CODE
               MOVE '  ** CLAIMS AND PAYMENT FIGURES DO NOT RECONCILE'
                                           TO NEXT-REPORT-LINE
           ELSE
               MOVE '  CLAIMS AND PAYMENT FIGURES RECONCILE'
                                           TO NEXT-REPORT-LINE
           END-IF.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       4500-WRITE-TRANSMISSION-RECORDS.
      *---------------------------------------------------------------*
           PERFORM 4510-WRITE-PROGRAM-RECORD
               VARYING WS-PROGRAM-SUB FROM 1 BY 1
               UNTIL WS-PROGRAM-SUB > 2.
      *---------------------------------------------------------------*
       4510-WRITE-PROGRAM-RECORD.
      *---------------------------------------------------------------*
           MOVE '5159'                     TO EX-RECORD-TYPE.
           IF  WS-PROGRAM-SUB = 1
               MOVE 'S'                    TO EX-PROGRAM-CODE
               MOVE PTF-AMOUNT (5)         TO EX-ADJUSTMENT-AMOUNT
           ELSE
               MOVE 'E'                    TO EX-PROGRAM-CODE
               MOVE 0                      TO EX-ADJUSTMENT-AMOUNT
           END-IF.
           MOVE WS-REPORT-MONTH            TO EX-REPORT-MONTH.
           MOVE WS-PERIOD-START            TO EX-PERIOD-START.
           MOVE WS-PERIOD-END              TO EX-PERIOD-END.
           MOVE PFT-INITIAL (WS-PROGRAM-SUB) TO EX-INITIAL-CLAIMS.
           MOVE PFT-CONTINUING (WS-PROGRAM-SUB)
                                           TO EX-CONTINUING-CLAIMS.
           MOVE PFT-WEEKS-CLAIMED (WS-PROGRAM-SUB)
                                           TO EX-WEEKS-CLAIMED.
           MOVE PFT-WEEKS-COMPENSATED (WS-PROGRAM-SUB)
                                           TO EX-WEEKS-COMPENSATED.
           MOVE PFT-AMOUNT-PAID (WS-PROGRAM-SUB) TO EX-AMOUNT-PAID.
           PERFORM 4520-MOVE-TYPE-FIGURES
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 4.
           COMPUTE EX-NET-AMOUNT =
               EX-AMOUNT-PAID - EX-ADJUSTMENT-AMOUNT.
           WRITE ETA-EXTRACT-RECORD.
           ADD 1                           TO WS-RECORDS-WRITTEN.
      *---------------------------------------------------------------*
       4520-MOVE-TYPE-FIGURES.
      *---------------------------------------------------------------*
           MOVE PTT-TYPE-CODE (WS-TYPE-SUB) TO EX-TYPE-CODE
                                               (WS-TYPE-SUB).
           IF  PTT-PROGRAM (WS-TYPE-SUB) = WS-PROGRAM-SUB
               MOVE PTF-WEEKS (WS-TYPE-SUB)
                                  TO EX-TYPE-WEEKS (WS-TYPE-SUB)
               MOVE PTF-AMOUNT (WS-TYPE-SUB)
                                  TO EX-TYPE-AMOUNT (WS-TYPE-SUB)
           ELSE
               MOVE 0             TO EX-TYPE-WEEKS (WS-TYPE-SUB)
                                     EX-TYPE-AMOUNT (WS-TYPE-SUB)
           END-IF.
      *---------------------------------------------------------------*
       4900-PRINT-COUNT-LINE.
      *---------------------------------------------------------------*
           MOVE ACTIVITY-COUNT-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       4910-PRINT-AMOUNT-LINE.
      *---------------------------------------------------------------*
           MOVE ACTIVITY-AMOUNT-LINE       TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       8000-READ-UNEMPLOYMENT-FILE.
      *---------------------------------------------------------------*
           READ UNEMPLOYMENT-CLAIMS-FILE NEXT RECORD
               AT END MOVE 'Y' TO END-OF-FILE-SW.
      *    THE EMBEDDED CONTROL RECORD (SEE UNEMCTLC) IS
      *    BOOKKEEPING, NOT A CLAIM - SKIP IT.
           IF  NOT END-OF-FILE
               AND RECORD-ID OF UNEMPLOYMENT-CLAIM = '00000000'
               GO TO 8000-READ-UNEMPLOYMENT-FILE.
      *---------------------------------------------------------------*
       8100-READ-CERTIFICATION.
      *---------------------------------------------------------------*
           READ CERTIFICATION-FILE NEXT RECORD
               AT END MOVE 'Y' TO CERT-EOF-SW.
      *---------------------------------------------------------------*
       8200-READ-PAYMENT.
      *---------------------------------------------------------------*
           READ PAYMENT-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO PAYMENT-EOF-SW.
      *---------------------------------------------------------------*
       9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
           IF LINE-COUNT GREATER THAN LINES-ON-PAGE
               PERFORM 9100-PRINT-HEADING-LINES.
           MOVE NEXT-REPORT-LINE           TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE 1                          TO LINE-SPACEING.
      *---------------------------------------------------------------*
       9100-PRINT-HEADING-LINES.
      *---------------------------------------------------------------*
           MOVE PAGE-COUNT                 TO AHL-PAGE-NUMBER.
           MOVE ACTIVITY-HEADING-LINE      TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE ACTIVITY-COLUMN-LINE       TO PRINT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 9120-WRITE-PRINT-LINE.
           ADD  1                          TO PAGE-COUNT.
           MOVE 2                          TO LINE-SPACEING.
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
