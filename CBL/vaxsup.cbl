       IDENTIFICATION DIVISION.
       PROGRAM-ID.  VAXSUP.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    VACCINE DAYS-OF-SUPPLY AND EXPIRING LOTS REPORT - READS THE
      *    VXBAL LOT BALANCES VAXINV REWRITES EACH NIGHT (SEE VXBALC)
      *    AND PRINTS, FOR THE ALLOCATION MEETING -
      *      1. PER STATE AND PRODUCT, THE USABLE DOSES ON HAND (LOTS
      *         NOT PAST EXPIRY), THE DOSES ADMINISTERED IN THE LAST
      *         SEVEN DAYS, THE DAILY RATE, AND THE DAYS OF SUPPLY THE
      *         ON-HAND COVERS AT THAT RATE, WITH A STATE TOTAL.
      *         ADMINISTERED DOSES NO LOT COVERED COUNT IN THE STATE
      *         RATE ON A LINE OF THEIR OWN
      *      2. EVERY LOT WITH DOSES ON HAND THAT EXPIRES WITHIN THE
      *         PARMFILE VXEXPDAY WINDOW (DEFAULT 30 DAYS) OF THE
      *         BUSINESS DATE, OR HAS ALREADY EXPIRED
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
           SELECT VACCINE-BALANCE-FILE ASSIGN TO VXBAL
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS VACCINE-BALANCE-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  VACCINE-BALANCE-FILE
           RECORDING MODE IS F.
       COPY VXBALC.
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
           05  VACCINE-BALANCE-STATUS      PIC X(02).
               88  VACCINE-BALANCE-OK            VALUE '00'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  HEADING-MODE-SW             PIC X(01) VALUE 'S'.
               88  HEADING-SUPPLY                VALUE 'S'.
               88  HEADING-EXPIRY                VALUE 'E'.
           05  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
           05  WS-BUSINESS-INT             PIC S9(09) USAGE IS COMP.
           05  WS-EXPIRY-WINDOW            PIC 9(03) VALUE 30.
           05  WS-EXPIRY-LIMIT             PIC 9(08).
           05  WS-DAYS-LEFT                PIC S9(05).
           05  WS-LOT-COUNT                PIC 9(07) VALUE 0.
           05  WS-EXPIRING-COUNT           PIC 9(05) VALUE 0.
           05  WS-PRIOR-STATE              PIC X(02).
           05  WS-PRIOR-PRODUCT            PIC X(08).
      *---------------------------------------------------------------*
       01  WS-SUPPLY-TOTALS.
      *---------------------------------------------------------------*
      *    ROW 1 THE PRODUCT BEING ADDED UP, ROW 2 ITS STATE.
           05  ST-TOTAL                    OCCURS 2 TIMES.
               10  ST-USABLE-ON-HAND       PIC 9(10).
               10  ST-EXPIRED-ON-HAND      PIC 9(10).
               10  ST-ADMIN-7DAY           PIC 9(10).
           05  WS-TOTAL-SUB                PIC S9(04) USAGE IS COMP.
           05  WS-DAILY-RATE               PIC 9(09)V9.
           05  WS-DAYS-SUPPLY              PIC 9(05)V9.
      *---------------------------------------------------------------*
       01  SUPPLY-HEADING-LINE-1.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'VACCINE DAYS OF SUPPLY - BUSINESS DATE      '.
           05  SHL-BUSINESS-DATE           PIC 9(08).
           05  FILLER PIC X(24) VALUE SPACE.
           05  FILLER PIC X(05) VALUE 'PAGE '.
           05  SHL-PAGE                    PIC ZZ9.
      *---------------------------------------------------------------*
       01  SUPPLY-HEADING-LINE-2.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'ST  PRODUCT    USABLE ON HAND  7-DAY GIVEN  '.
           05  FILLER PIC X(44) VALUE
               '  PER DAY  DAYS SUPPLY  EXPIRED ON HAND     '.
      *---------------------------------------------------------------*
       01  SUPPLY-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  SDL-STATE                   PIC X(02).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  SDL-PRODUCT                 PIC X(12).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  SDL-USABLE-ON-HAND          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  SDL-ADMIN-7DAY              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  SDL-DAILY-RATE              PIC ZZZ,ZZ9.9.
           05  FILLER                      PIC X(06) VALUE SPACE.
           05  SDL-DAYS-AREA.
               10  SDL-DAYS-SUPPLY         PIC ZZZZ9.9.
           05  FILLER                      PIC X(06) VALUE SPACE.
           05  SDL-EXPIRED-ON-HAND         PIC ZZZ,ZZZ,ZZ9.
      *---------------------------------------------------------------*
       01  EXPIRY-HEADING-LINE-1.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'VACCINE LOTS EXPIRING WITHIN                '.
           05  EHL-WINDOW                  PIC ZZ9.
           05  FILLER PIC X(27) VALUE ' DAYS OF BUSINESS DATE     '.
           05  EHL-BUSINESS-DATE           PIC 9(08).
           05  FILLER PIC X(04) VALUE SPACE.
           05  FILLER PIC X(05) VALUE 'PAGE '.
           05  EHL-PAGE                    PIC ZZ9.
      *---------------------------------------------------------------*
       01  EXPIRY-HEADING-LINE-2.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'ST  PRODUCT   LOT              EXPIRES DAYS '.
           05  FILLER PIC X(44) VALUE
               'LEFT          ON HAND                       '.
      *---------------------------------------------------------------*
       01  EXPIRY-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  EDL-STATE                   PIC X(02).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  EDL-PRODUCT                 PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  EDL-LOT                     PIC X(12).
           05  FILLER                      PIC X(05) VALUE SPACE.
           05  EDL-EXPIRY-DATE             PIC 9(08).
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  EDL-DAYS-AREA.
               10  EDL-DAYS-LEFT           PIC ZZZZ9.
           05  FILLER                      PIC X(06) VALUE SPACE.
           05  EDL-ON-HAND                 PIC ZZZ,ZZZ,ZZ9.
      *---------------------------------------------------------------*
       01  REPORT-LINES.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
           05  NO-EXPIRING-LINE            PIC X(44) VALUE
               'NO LOT WITH DOSES ON HAND EXPIRES IN WINDOW '.
       COPY PARMC.
       COPY PRINTCTL.
       COPY BUSDATEC.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           IF  VACCINE-BALANCE-OK
               PERFORM 4000-PRINT-DAYS-OF-SUPPLY
               CLOSE VACCINE-BALANCE-FILE
               OPEN INPUT VACCINE-BALANCE-FILE
               PERFORM 5000-PRINT-EXPIRING-LOTS
               PERFORM 3000-CLOSE-FILES
           END-IF.
           DISPLAY '*** VAXSUP SUPPLY REPORT SUMMARY ***'.
           DISPLAY 'BUSINESS DATE      : ', WS-BUSINESS-DATE.
           DISPLAY 'LOT BALANCES READ  : ', WS-LOT-COUNT.
           DISPLAY 'LOTS EXPIRING      : ', WS-EXPIRING-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  VACCINE-BALANCE-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           MOVE 'VXEXPDAY'                 TO PL-PARM-ID.
           MOVE WS-BUSINESS-DATE           TO PL-AS-OF-DATE.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND AND PL-VALUE (1:3) IS NUMERIC
               MOVE PL-VALUE (1:3)         TO WS-EXPIRY-WINDOW
           END-IF.
           COMPUTE WS-BUSINESS-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
           COMPUTE WS-EXPIRY-LIMIT = FUNCTION DATE-OF-INTEGER
               (WS-BUSINESS-INT + WS-EXPIRY-WINDOW).
           MOVE WS-BUSINESS-DATE           TO SHL-BUSINESS-DATE
                                              EHL-BUSINESS-DATE.
           MOVE WS-EXPIRY-WINDOW           TO EHL-WINDOW.
           IF NOT VACCINE-BALANCE-OK
               DISPLAY 'VXBAL OPEN ERROR : ', VACCINE-BALANCE-STATUS
               MOVE 16                     TO RETURN-CODE.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE VACCINE-BALANCE-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-DAYS-OF-SUPPLY.
      *---------------------------------------------------------------*
           SET HEADING-SUPPLY TO TRUE.
           MOVE 999                        TO LINE-COUNT.
           INITIALIZE WS-SUPPLY-TOTALS.
           MOVE 'N'                        TO END-OF-FILE-SW.
           PERFORM 8000-READ-BALANCE.
           IF  NOT END-OF-FILE
               MOVE VB-STATE               TO WS-PRIOR-STATE
               MOVE VB-PRODUCT             TO WS-PRIOR-PRODUCT
           END-IF.
           PERFORM 4100-TAKE-ONE-LOT
               UNTIL END-OF-FILE.
           IF  WS-LOT-COUNT > 0
               PERFORM 4200-PRINT-PRODUCT-LINE
               PERFORM 4300-PRINT-STATE-LINE
           END-IF.
      *---------------------------------------------------------------*
       4100-TAKE-ONE-LOT.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-LOT-COUNT.
           IF  VB-STATE NOT = WS-PRIOR-STATE
               PERFORM 4200-PRINT-PRODUCT-LINE
               PERFORM 4300-PRINT-STATE-LINE
           ELSE
               IF  VB-PRODUCT NOT = WS-PRIOR-PRODUCT
                   PERFORM 4200-PRINT-PRODUCT-LINE
               END-IF
           END-IF.
           MOVE VB-STATE                   TO WS-PRIOR-STATE.
           MOVE VB-PRODUCT                 TO WS-PRIOR-PRODUCT.
           IF  VB-EXPIRY-DATE < WS-BUSINESS-DATE
               ADD VB-ON-HAND              TO ST-EXPIRED-ON-HAND (1)
           ELSE
               ADD VB-ON-HAND              TO ST-USABLE-ON-HAND (1)
           END-IF.
           ADD VB-ADMIN-7DAY               TO ST-ADMIN-7DAY (1).
           PERFORM 8000-READ-BALANCE.
      *---------------------------------------------------------------*
       4200-PRINT-PRODUCT-LINE.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO SUPPLY-DETAIL-LINE.
           MOVE WS-PRIOR-STATE             TO SDL-STATE.
           IF  WS-PRIOR-PRODUCT = SPACE
               MOVE 'NOT ON A LOT'         TO SDL-PRODUCT
           ELSE
               MOVE WS-PRIOR-PRODUCT       TO SDL-PRODUCT
           END-IF.
           MOVE 1                          TO WS-TOTAL-SUB.
           PERFORM 4400-SET-SUPPLY-FIGURES.
           MOVE SUPPLY-DETAIL-LINE         TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           ADD ST-USABLE-ON-HAND (1)       TO ST-USABLE-ON-HAND (2).
           ADD ST-EXPIRED-ON-HAND (1)      TO ST-EXPIRED-ON-HAND (2).
           ADD ST-ADMIN-7DAY (1)           TO ST-ADMIN-7DAY (2).
           INITIALIZE ST-TOTAL (1).
      *---------------------------------------------------------------*
       4300-PRINT-STATE-LINE.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO SUPPLY-DETAIL-LINE.
           MOVE WS-PRIOR-STATE             TO SDL-STATE.
           MOVE 'STATE TOTAL'              TO SDL-PRODUCT.
           MOVE 2                          TO WS-TOTAL-SUB.
           PERFORM 4400-SET-SUPPLY-FIGURES.
           MOVE SUPPLY-DETAIL-LINE         TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           INITIALIZE ST-TOTAL (2).
      *---------------------------------------------------------------*
       4400-SET-SUPPLY-FIGURES.
      *---------------------------------------------------------------*
           MOVE ST-USABLE-ON-HAND (WS-TOTAL-SUB)
                                           TO SDL-USABLE-ON-HAND.
           MOVE ST-EXPIRED-ON-HAND (WS-TOTAL-SUB)
                                           TO SDL-EXPIRED-ON-HAND.
           MOVE ST-ADMIN-7DAY (WS-TOTAL-SUB) TO SDL-ADMIN-7DAY.
           COMPUTE WS-DAILY-RATE ROUNDED =
               ST-ADMIN-7DAY (WS-TOTAL-SUB) / 7.
           MOVE WS-DAILY-RATE              TO SDL-DAILY-RATE.
           IF  ST-ADMIN-7DAY (WS-TOTAL-SUB) = 0
               MOVE ' NO USE'              TO SDL-DAYS-AREA
           ELSE
               COMPUTE WS-DAYS-SUPPLY ROUNDED =
                   ST-USABLE-ON-HAND (WS-TOTAL-SUB) * 7
                   / ST-ADMIN-7DAY (WS-TOTAL-SUB)
                   ON SIZE ERROR
                       MOVE 99999.9        TO WS-DAYS-SUPPLY
               END-COMPUTE
               MOVE WS-DAYS-SUPPLY         TO SDL-DAYS-SUPPLY
           END-IF.
      *---------------------------------------------------------------*
       5000-PRINT-EXPIRING-LOTS.
      *---------------------------------------------------------------*
           SET HEADING-EXPIRY TO TRUE.
           MOVE 999                        TO LINE-COUNT.
           MOVE 'N'                        TO END-OF-FILE-SW.
           PERFORM 8000-READ-BALANCE.
           PERFORM 5100-CHECK-ONE-LOT
               UNTIL END-OF-FILE.
           IF  WS-EXPIRING-COUNT = 0
               MOVE NO-EXPIRING-LINE       TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
      *---------------------------------------------------------------*
       5100-CHECK-ONE-LOT.
      *---------------------------------------------------------------*
           IF  VB-LOT NOT = SPACE
               AND VB-ON-HAND > 0
               AND VB-EXPIRY-DATE NOT > WS-EXPIRY-LIMIT
               ADD 1                       TO WS-EXPIRING-COUNT
               MOVE SPACE                  TO EXPIRY-DETAIL-LINE
               MOVE VB-STATE               TO EDL-STATE
               MOVE VB-PRODUCT             TO EDL-PRODUCT
               MOVE VB-LOT                 TO EDL-LOT
               MOVE VB-EXPIRY-DATE         TO EDL-EXPIRY-DATE
               MOVE VB-ON-HAND             TO EDL-ON-HAND
               IF  VB-EXPIRY-DATE < WS-BUSINESS-DATE
                   MOVE 'EXPRD'            TO EDL-DAYS-AREA
               ELSE
                   COMPUTE WS-DAYS-LEFT =
                       FUNCTION INTEGER-OF-DATE (VB-EXPIRY-DATE)
                       - WS-BUSINESS-INT
                   MOVE WS-DAYS-LEFT       TO EDL-DAYS-LEFT
               END-IF
               MOVE EXPIRY-DETAIL-LINE     TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           PERFORM 8000-READ-BALANCE.
      *---------------------------------------------------------------*
       8000-READ-BALANCE.
      *---------------------------------------------------------------*
           READ VACCINE-BALANCE-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
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
           IF  HEADING-SUPPLY
               MOVE PAGE-COUNT             TO SHL-PAGE
               MOVE SUPPLY-HEADING-LINE-1  TO PRINT-LINE
               PERFORM 9110-WRITE-TOP-OF-PAGE
               MOVE 2                      TO LINE-SPACEING
               MOVE SUPPLY-HEADING-LINE-2  TO PRINT-LINE
               PERFORM 9120-WRITE-PRINT-LINE
           ELSE
               MOVE PAGE-COUNT             TO EHL-PAGE
               MOVE EXPIRY-HEADING-LINE-1  TO PRINT-LINE
               PERFORM 9110-WRITE-TOP-OF-PAGE
               MOVE 2                      TO LINE-SPACEING
               MOVE EXPIRY-HEADING-LINE-2  TO PRINT-LINE
               PERFORM 9120-WRITE-PRINT-LINE
           END-IF.
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
