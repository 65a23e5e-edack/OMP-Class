       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LHLDRPT.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    WEEKLY LEGAL-HOLD REVIEW - READS THE LGLHOLD REGISTER (SEE
      *    LHLDREC, KEPT BY LHLDMNT) AND LISTS EVERY HOLD STILL IN
      *    FORCE ON THE BUSINESS DATE THAT WAS PLACED AT LEAST THE
      *    REVIEW AGE AGO, SO COUNSEL CAN CONFIRM IT OR SEND A
      *    RELEASE CARD.  TOTALS SHOW HOLDS IN FORCE, HOLDS DUE FOR
      *    REVIEW AND RELEASED ROWS STILL ON THE REGISTER.  NO
      *    REGISTER YET MEANS NO HOLDS.
      *
      *    PARMFILE PARAMETERS (SEE PARMC) -
      *      LHREVDAY  AGE IN DAYS AT WHICH A HOLD IN FORCE COMES UP
      *                FOR REVIEW 9(3) (DEFAULT 365)
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
           SELECT LEGAL-HOLD-FILE ASSIGN TO LGLHOLD
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS LH-CLAIM-ID
             FILE STATUS  IS LEGAL-HOLD-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  LEGAL-HOLD-FILE.
       COPY LHLDREC.
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
           05  LEGAL-HOLD-STATUS           PIC X(02).
               88  LEGAL-HOLD-OK                 VALUE '00'.
               88  LEGAL-HOLD-NEW                VALUE '35'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  WS-BUSINESS-DATE            PIC 9(08).
           05  WS-REVIEW-DAYS              PIC 9(03) VALUE 365.
           05  WS-HOLD-AGE                 PIC S9(05).
           05  WS-HOLD-COUNT               PIC 9(07) VALUE 0.
           05  WS-IN-FORCE-COUNT           PIC 9(07) VALUE 0.
           05  WS-REVIEW-COUNT             PIC 9(07) VALUE 0.
           05  WS-RELEASED-COUNT           PIC 9(07) VALUE 0.
      *---------------------------------------------------------------*
       01  REVIEW-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'LHLDRPT LEGAL HOLDS DUE FOR REVIEW  - AS OF '.
           05  RHL-BUSINESS-DATE           PIC 9(08).
           05  FILLER PIC X(18) VALUE '   HELD AT LEAST  '.
           05  RHL-REVIEW-DAYS             PIC ZZ9.
           05  FILLER PIC X(13) VALUE ' DAYS    PAGE'.
           05  RHL-PAGE-COUNT              PIC ZZ9.
      *---------------------------------------------------------------*
       01  REVIEW-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'CLAIM ID  REASON              REQUESTING PA'.
           05  FILLER PIC X(44) VALUE
               'RTY                 HOLD DATE  DAYS  NOTE   '.
      *---------------------------------------------------------------*
       01  REVIEW-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  RDL-CLAIM-ID                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  RDL-HOLD-REASON             PIC X(02).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  RDL-REASON-TEXT             PIC X(16).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  RDL-REQUESTING-PARTY        PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  RDL-HOLD-DATE               PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  RDL-HOLD-AGE                PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  RDL-HOLD-NOTE               PIC X(30).
      *---------------------------------------------------------------*
       01  REVIEW-TOTAL-LINE.
      *---------------------------------------------------------------*
           05  RTL-LABEL                   PIC X(30).
           05  RTL-COUNT                   PIC Z,ZZZ,ZZ9.
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
           PERFORM 9100-PRINT-HEADING-LINES.
           PERFORM 8000-READ-LEGAL-HOLD.
           PERFORM 2000-CHECK-ONE-HOLD
               UNTIL END-OF-FILE.
           PERFORM 4000-PRINT-TOTALS.
           PERFORM 3000-CLOSE-FILES.
           DISPLAY '*** LHLDRPT LEGAL-HOLD REVIEW SUMMARY ***'.
           DISPLAY 'HOLDS ON REGISTER   : ', WS-HOLD-COUNT.
           DISPLAY 'HOLDS IN FORCE      : ', WS-IN-FORCE-COUNT.
           DISPLAY 'DUE FOR REVIEW      : ', WS-REVIEW-COUNT.
           DISPLAY 'RELEASED            : ', WS-RELEASED-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE           TO PL-AS-OF-DATE.
           MOVE 'LHREVDAY'                 TO PL-PARM-ID.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND AND PL-VALUE (1:3) IS NUMERIC
               MOVE PL-VALUE (1:3)         TO WS-REVIEW-DAYS
           END-IF.
           MOVE WS-BUSINESS-DATE           TO RHL-BUSINESS-DATE.
           MOVE WS-REVIEW-DAYS             TO RHL-REVIEW-DAYS.
      *    NO REGISTER YET - NO CLAIM HAS EVER BEEN HELD.
           OPEN INPUT LEGAL-HOLD-FILE.
           IF  LEGAL-HOLD-NEW
               DISPLAY 'LGLHOLD NOT YET CREATED - NO HOLDS'
               SET END-OF-FILE TO TRUE
           ELSE
               IF NOT LEGAL-HOLD-OK
                   DISPLAY 'LGLHOLD OPEN ERROR : ', LEGAL-HOLD-STATUS
                   MOVE 16                 TO RETURN-CODE
                   SET END-OF-FILE TO TRUE
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2000-CHECK-ONE-HOLD.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-HOLD-COUNT.
           IF  LH-RELEASE-DATE NOT = 0
               AND LH-RELEASE-DATE NOT > WS-BUSINESS-DATE
               ADD 1                       TO WS-RELEASED-COUNT
           ELSE
               ADD 1                       TO WS-IN-FORCE-COUNT
               COMPUTE WS-HOLD-AGE =
                   FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                 - FUNCTION INTEGER-OF-DATE (LH-HOLD-DATE)
               IF  WS-HOLD-AGE NOT < WS-REVIEW-DAYS
                   ADD 1                   TO WS-REVIEW-COUNT
                   PERFORM 2100-PRINT-REVIEW-LINE
               END-IF
           END-IF.
           PERFORM 8000-READ-LEGAL-HOLD.
      *---------------------------------------------------------------*
       2100-PRINT-REVIEW-LINE.
      *---------------------------------------------------------------*
           MOVE LH-CLAIM-ID                TO RDL-CLAIM-ID.
           MOVE LH-HOLD-REASON             TO RDL-HOLD-REASON.
           EVALUATE TRUE
               WHEN LH-COURT-APPEAL
                   MOVE 'COURT APPEAL'     TO RDL-REASON-TEXT
               WHEN LH-OPEN-OVERPAYMENT
                   MOVE 'OPEN OVERPAYMENT' TO RDL-REASON-TEXT
               WHEN LH-RECORDS-SUBPOENA
                   MOVE 'SUBPOENA'         TO RDL-REASON-TEXT
               WHEN OTHER
                   MOVE 'OTHER'            TO RDL-REASON-TEXT
           END-EVALUATE.
           MOVE LH-REQUESTING-PARTY        TO RDL-REQUESTING-PARTY.
           MOVE LH-HOLD-DATE               TO RDL-HOLD-DATE.
           MOVE WS-HOLD-AGE                TO RDL-HOLD-AGE.
           MOVE LH-HOLD-NOTE               TO RDL-HOLD-NOTE.
           MOVE REVIEW-DETAIL-LINE         TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           IF  NOT LEGAL-HOLD-NEW
               CLOSE LEGAL-HOLD-FILE
           END-IF.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-TOTALS.
      *---------------------------------------------------------------*
           MOVE 2                          TO LINE-SPACEING.
           MOVE 'HOLDS ON REGISTER'        TO RTL-LABEL.
           MOVE WS-HOLD-COUNT              TO RTL-COUNT.
           MOVE REVIEW-TOTAL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 1                          TO LINE-SPACEING.
           MOVE 'HOLDS IN FORCE'           TO RTL-LABEL.
           MOVE WS-IN-FORCE-COUNT          TO RTL-COUNT.
           MOVE REVIEW-TOTAL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'HOLDS DUE FOR REVIEW'     TO RTL-LABEL.
           MOVE WS-REVIEW-COUNT            TO RTL-COUNT.
           MOVE REVIEW-TOTAL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'RELEASED HOLDS ON FILE'   TO RTL-LABEL.
           MOVE WS-RELEASED-COUNT          TO RTL-COUNT.
           MOVE REVIEW-TOTAL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       8000-READ-LEGAL-HOLD.
      *---------------------------------------------------------------*
           READ LEGAL-HOLD-FILE
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
           MOVE PAGE-COUNT                 TO RHL-PAGE-COUNT.
           MOVE REVIEW-HEADING-LINE        TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE REVIEW-COLUMN-LINE         TO PRINT-LINE.
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
