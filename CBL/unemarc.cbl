       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 08/09/2026.
       DATE-COMPILED.
      *===============================================================*
      *    CLAIMS PURGE/ARCHIVE - COPIES EVERY CLAIM DATED BEFORE THE
      *    SYSIN CUTOFF (COL 1-8 YYYYMMDD) TO UNARCH AND PURGES IT
      *    FROM UNDD THROUGH UNEMUPD.  A CLAIM UNDER A LEGAL HOLD IN
      *    FORCE ON THE LGLHOLD REGISTER (SEE LHLDREC) IS NEITHER
      *    ARCHIVED NOR PURGED - IT STAYS ON UNDD AND IS LISTED ON
      *    THE SKIPPED-CLAIMS REPORT.  NO REGISTER YET MEANS NO HOLDS.
      *===============================================================*
       ENVIRONMENT DIVISION.
      *---------------------------------------------------------------*
           SELECT ARCHIVE-FILE ASSIGN TO UNARCH
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS  IS ARCHIVE-FILE-STATUS.
           SELECT LEGAL-HOLD-FILE ASSIGN TO LGLHOLD
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS LH-CLAIM-ID
             FILE STATUS  IS LEGAL-HOLD-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
               10  XR-RUN-DAY              PIC 9(02).
           05  XR-CUTOFF-DATE              PIC 9(08).
           05  FILLER                      PIC X(192).
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
               88  UNEMPLOYMENT-FILE-OK          VALUE '00'.
           05  ARCHIVE-FILE-STATUS         PIC XX.
               88  ARCHIVE-FILE-OK               VALUE '00'.
           05  LEGAL-HOLD-STATUS           PIC X(02).
               88  LEGAL-HOLD-OK                 VALUE '00'.
               88  LEGAL-HOLD-NEW                VALUE '35'.
           05  LEGAL-HOLD-OPEN-SW          PIC X(01) VALUE 'N'.
               88  LEGAL-HOLD-OPEN               VALUE 'Y'.
           05  CLAIM-HELD-SW               PIC X(01).
               88  CLAIM-HELD                    VALUE 'Y'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  WS-SCAN-COUNT               PIC 9(08) VALUE 0.
           05  WS-ARCHIVE-COUNT            PIC 9(08) VALUE 0.
           05  WS-HELD-COUNT               PIC 9(08) VALUE 0.
           05  WS-CUTOFF-DATE              PIC 9(08).
           05  WS-BUSINESS-DATE            PIC 9(08).
           05  WS-RECORD-DATE-NUM          PIC 9(08) USAGE IS COMP.
      *---------------------------------------------------------------*
       01  HELD-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'UNEMARC CLAIMS SKIPPED - LEGAL HOLD  CUTOFF '.
           05  HHL-CUTOFF-DATE             PIC 9(08).
      *---------------------------------------------------------------*
       01  HELD-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'CLAIM ID  CLAIM DATE  REASON  REQUESTING PAR'.
           05  FILLER PIC X(24) VALUE
               'TY                   HOL'.
           05  FILLER PIC X(06) VALUE 'D DATE'.
      *---------------------------------------------------------------*
       01  HELD-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  HDL-CLAIM-ID                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  HDL-CLAIM-DATE              PIC 9(08).
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  HDL-HOLD-REASON             PIC X(02).
           05  FILLER                      PIC X(06) VALUE SPACE.
           05  HDL-REQUESTING-PARTY        PIC X(30).
           05  FILLER                      PIC X(05) VALUE SPACE.
           05  HDL-HOLD-DATE               PIC 9(08).
      *---------------------------------------------------------------*
       01  REPORT-LINES.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
       COPY PRINTCTL.
       COPY BUSDATEC.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
           DISPLAY 'CUTOFF DATE (YYYYMMDD) : ', WS-CUTOFF-DATE.
           DISPLAY 'CLAIMS SCANNED         : ', WS-SCAN-COUNT.
           DISPLAY 'CLAIMS ARCHIVED/PURGED : ', WS-ARCHIVE-COUNT.
           DISPLAY 'CLAIMS HELD - SKIPPED  : ', WS-HELD-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
           CALL 'UNEMUPD' USING UNEMUPD-REQUEST, UNEMPLOYMENT-CLAIM.
           MOVE UU-STATUS              TO UNEMPLOYMENT-FILE-STATUS.
           OPEN OUTPUT ARCHIVE-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           ACCEPT WS-CUTOFF-DATE.
           MOVE WS-CUTOFF-DATE             TO HHL-CUTOFF-DATE.
      *    NO HOLD REGISTER YET MEANS NO CLAIM IS HELD.  ANY OTHER
      *    FAILURE STOPS THE RUN - PURGING WITHOUT THE REGISTER COULD
      *    DESTROY A HELD CLAIM.
           OPEN INPUT LEGAL-HOLD-FILE.
           IF  LEGAL-HOLD-OK
               MOVE 'Y'                    TO LEGAL-HOLD-OPEN-SW
           ELSE
               IF  LEGAL-HOLD-NEW
                   DISPLAY 'LGLHOLD NOT YET CREATED - NO HOLDS'
               ELSE
                   DISPLAY 'LGLHOLD OPEN ERROR : ', LEGAL-HOLD-STATUS
                   MOVE 16                 TO RETURN-CODE
                   SET END-OF-FILE TO TRUE
               END-IF
           END-IF.
           IF NOT UNEMPLOYMENT-FILE-OK
               DISPLAY 'UNEMPLOYMENT-CLAIMS-FILE OPEN ERROR : ',
                   UNEMPLOYMENT-FILE-STATUS
               + (MM OF RECORD-DATE OF UNEMPLOYMENT-CLAIM * 100)
               + DD OF RECORD-DATE OF UNEMPLOYMENT-CLAIM.
           IF  WS-RECORD-DATE-NUM < WS-CUTOFF-DATE
               PERFORM 2050-CHECK-LEGAL-HOLD
               IF  CLAIM-HELD
                   PERFORM 2200-LIST-HELD-CLAIM
               ELSE
                   PERFORM 2100-ARCHIVE-AND-PURGE-CLAIM
               END-IF
           END-IF.
           PERFORM 8000-READ-UNEMPLOYMENT-FILE.
      *---------------------------------------------------------------*
       2050-CHECK-LEGAL-HOLD.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO CLAIM-HELD-SW.
           IF  LEGAL-HOLD-OPEN
               MOVE RECORD-ID OF UNEMPLOYMENT-CLAIM TO LH-CLAIM-ID
               READ LEGAL-HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  LH-HOLD-DATE NOT > WS-BUSINESS-DATE
                           AND (LH-RELEASE-DATE = 0
                           OR LH-RELEASE-DATE > WS-BUSINESS-DATE)
                           MOVE 'Y'        TO CLAIM-HELD-SW
                       END-IF
               END-READ
           END-IF.
      *---------------------------------------------------------------*
       2100-ARCHIVE-AND-PURGE-CLAIM.
      *---------------------------------------------------------------*
                   UNEMPLOYMENT-FILE-STATUS
           END-IF.
           ADD 1 TO WS-ARCHIVE-COUNT.
      *---------------------------------------------------------------*
       2200-LIST-HELD-CLAIM.
      *---------------------------------------------------------------*
           ADD 1 TO WS-HELD-COUNT.
           MOVE RECORD-ID OF UNEMPLOYMENT-CLAIM TO HDL-CLAIM-ID.
           MOVE WS-RECORD-DATE-NUM         TO HDL-CLAIM-DATE.
           MOVE LH-HOLD-REASON             TO HDL-HOLD-REASON.
           MOVE LH-REQUESTING-PARTY        TO HDL-REQUESTING-PARTY.
           MOVE LH-HOLD-DATE               TO HDL-HOLD-DATE.
           MOVE HELD-DETAIL-LINE           TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           MOVE 'CLOSE'                TO UU-OPERATION.
           CALL 'UNEMUPD' USING UNEMUPD-REQUEST, UNEMPLOYMENT-CLAIM.
           CLOSE ARCHIVE-FILE.
           IF  WS-HELD-COUNT = 0
               PERFORM 9100-PRINT-HEADING-LINES
               MOVE 'NO CLAIMS PAST THE CUTOFF ARE UNDER LEGAL HOLD'
                                           TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           IF  LEGAL-HOLD-OPEN
               CLOSE LEGAL-HOLD-FILE
           END-IF.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       8000-READ-UNEMPLOYMENT-FILE.
      *---------------------------------------------------------------*
           IF  UU-END-OF-FILE
               MOVE 'Y' TO END-OF-FILE-SW
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
           MOVE HELD-HEADING-LINE          TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE HELD-COLUMN-LINE           TO PRINT-LINE.
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
