       DATE-WRITTEN. 09/02/2026.
       DATE-COMPILED.
      *===============================================================*
      *    CROSS-CLAIM DUPLICATE-CLAIMANT SCREENING - READS THE
      *    CLAIMANT DETAIL MASTER (CLMTFILE, SEE CLMTREC) DOWN ITS
      *    CLAIMANT ALTERNATE INDEX - THE CLAIMANT IDENTIFIER THE
      *    UNEMDET INTAKE NOW CARRIES - AND
      *    REPORTS EVERY CLAIMANT APPEARING ON MORE THAN ONE CLAIM
      *    ID, OR UNDER MORE THAN ONE STATE CODE - THE MOST COMMON
      *    FRAUD PATTERN, INVISIBLE UNTIL THE INTAKE CARRIED
      *---------------------------------------------------------------*
       FILE-CONTROL.
           SELECT CLAIMANT-DETAIL-FILE ASSIGN TO CLMTFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS CD-DETAIL-KEY
             ALTERNATE RECORD KEY IS CD-CLAIMANT-ID WITH DUPLICATES
             ALTERNATE RECORD KEY IS CD-EMPLOYER-ACCT WITH DUPLICATES
             FILE STATUS  IS CLAIMANT-DETAIL-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  CLAIMANT-DETAIL-FILE.
       COPY CLMTREC.
      *---------------------------------------------------------------*
       FD  PRINT-FILE
           RECORDING MODE IS F.
           05  PRINT-LINE                  PIC X(132).
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  CLAIMANT-DETAIL-STATUS      PIC X(02).
               88  CLAIMANT-DETAIL-OK            VALUE '00'.
           05  DETAIL-EOF-SW               PIC X VALUE 'N'.
               88  DETAIL-EOF                    VALUE 'Y'.
           05  WS-ROW-COUNT                PIC 9(08) VALUE 0.
           05  WS-NO-IDENTITY-COUNT        PIC 9(08) VALUE 0.
           05  WS-CLAIMANT-COUNT           PIC 9(08) VALUE 0.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           OPEN INPUT CLAIMANT-DETAIL-FILE.
           IF  NOT CLAIMANT-DETAIL-OK
               DISPLAY 'CLMTFILE OPEN ERROR : ', CLAIMANT-DETAIL-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE 'Y'                    TO DETAIL-EOF-SW
           END-IF.
           PERFORM 5000-SCREEN-CLAIMANT-DETAIL.
           CLOSE CLAIMANT-DETAIL-FILE.
           CLOSE PRINT-FILE.
           DISPLAY '*** DUPSCRN SCREENING SUMMARY ***'.
           DISPLAY 'DETAIL ROWS READ      : ', WS-ROW-COUNT.
           DISPLAY 'CLAIMANTS SCREENED    : ', WS-CLAIMANT-COUNT.
           DISPLAY 'MULTI-CLAIM CLAIMANTS : ', WS-DUP-CLAIM-COUNT.
           DISPLAY 'MULTI-STATE CLAIMANTS : ', WS-DUP-STATE-COUNT.
           IF  (WS-DUP-CLAIM-COUNT > 0 OR WS-DUP-STATE-COUNT > 0)
           AND RETURN-CODE < 4
               MOVE 4                      TO RETURN-CODE
           END-IF.
           GOBACK.
      *---------------------------------------------------------------*
       5000-SCREEN-CLAIMANT-DETAIL.
      *---------------------------------------------------------------*
      *    THE CLAIMANT ALTERNATE INDEX HANDS THE ROWS OVER GROUPED BY
      *    CLAIMANT, ROWS WITHOUT IDENTITY (SPACES) FIRST.
      *---------------------------------------------------------------*
           IF  NOT DETAIL-EOF
               MOVE LOW-VALUES             TO CD-CLAIMANT-ID
               START CLAIMANT-DETAIL-FILE
                   KEY IS NOT LESS THAN CD-CLAIMANT-ID
                   INVALID KEY
                       MOVE 'Y'            TO DETAIL-EOF-SW
               END-START
           END-IF.
           IF  NOT DETAIL-EOF
               PERFORM 8000-READ-NEXT-DETAIL
           END-IF.
           PERFORM 5100-PROCESS-ONE-ROW
               UNTIL DETAIL-EOF.
           PERFORM 5500-CLOSE-OUT-GROUP.
      *---------------------------------------------------------------*
       5100-PROCESS-ONE-ROW.
               END-IF
               PERFORM 5200-NOTE-CLAIM-AND-STATE
           END-IF.
           PERFORM 8000-READ-NEXT-DETAIL.
      *---------------------------------------------------------------*
       5200-NOTE-CLAIM-AND-STATE.
      *---------------------------------------------------------------*
           MOVE SCREEN-CLAIM-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       8000-READ-NEXT-DETAIL.
      *---------------------------------------------------------------*
           READ CLAIMANT-DETAIL-FILE NEXT RECORD
               AT END MOVE 'Y' TO DETAIL-EOF-SW.
      *---------------------------------------------------------------*
       9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
