      *    JRNLCYC AND ACTION TRAILER, CARRYING THE COUNT AND HASH
      *    IN ITS IMAGE FIELD, SO EVERY READER OF A GENERATION SEES
      *    FIXED-LENGTH JOURNAL RECORDS THROUGHOUT.
      *
      *    AN ENTRY FOR A CLAIM UNDER A LEGAL HOLD IN FORCE ON THE
      *    LGLHOLD REGISTER (SEE LHLDREC) IS NOT CYCLED OFF - IT IS
      *    CARRIED FORWARD INTO JRNLNEW IN ITS ORIGINAL ORDER, SO THE
      *    HELD CLAIM'S HISTORY STAYS IN THE LIVE JOURNAL UNTIL THE
      *    HOLD IS RELEASED, AND IS LISTED ON THE SKIPPED-ENTRIES
      *    REPORT.  CARRIED ENTRIES ARE LEFT OUT OF THE GENERATION'S
      *    COUNT, HASH AND DATE SPAN.  NO REGISTER YET MEANS NO HOLDS.
      *===============================================================*
       ENVIRONMENT DIVISION.
      *---------------------------------------------------------------*
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS GX-GENERATION-NO
             FILE STATUS  IS GENERATION-INDEX-STATUS.
           SELECT LEGAL-HOLD-FILE ASSIGN TO LGLHOLD
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS LH-CLAIM-ID
             FILE STATUS  IS LEGAL-HOLD-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
           05  GX-RECORD-COUNT             PIC 9(09).
           05  GX-HASH-TOTAL               PIC 9(12).
           05  FILLER                      PIC X(11).
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
           05  GENERATION-INDEX-STATUS     PIC X(02).
               88  GENERATION-INDEX-OK           VALUE '00'.
               88  GENERATION-INDEX-NEW          VALUE '35'.
           05  LEGAL-HOLD-STATUS           PIC X(02).
               88  LEGAL-HOLD-OK                 VALUE '00'.
               88  LEGAL-HOLD-NEW                VALUE '35'.
           05  LEGAL-HOLD-OPEN-SW          PIC X(01) VALUE 'N'.
               88  LEGAL-HOLD-OPEN               VALUE 'Y'.
           05  CLAIM-HELD-SW               PIC X(01).
               88  CLAIM-HELD                    VALUE 'Y'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  INDEX-EOF-SW                PIC X VALUE 'N'.
               88  INDEX-EOF                     VALUE 'Y'.
           05  WS-RECORD-COUNT             PIC 9(09) VALUE 0.
           05  WS-HELD-COUNT               PIC 9(09) VALUE 0.
           05  WS-HASH-TOTAL               PIC 9(12) VALUE 0.
           05  WS-FROM-DATE                PIC 9(08) VALUE 99999999.
           05  WS-TO-DATE                  PIC 9(08) VALUE 0.
           05  WS-TRL-HASH                 PIC 9(12).
           05  FILLER PIC X(05) VALUE ' GEN '.
           05  WS-TRL-GENERATION           PIC 9(04).
      *---------------------------------------------------------------*
       01  HELD-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'JRNLCYC ENTRIES CARRIED FORWARD - LEGAL HOLD'.
           05  FILLER PIC X(14) VALUE '   GENERATION '.
           05  HHL-GENERATION              PIC 9(04).
      *---------------------------------------------------------------*
       01  HELD-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'CLAIM ID  ENTRY DATE  PROGRAM   ACTION  REAS'.
           05  FILLER PIC X(30) VALUE
               'ON  REQUESTING PARTY          '.
           05  FILLER PIC X(09) VALUE ' HOLD DAT'.
           05  FILLER PIC X(01) VALUE 'E'.
      *---------------------------------------------------------------*
       01  HELD-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  HDL-CLAIM-ID                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  HDL-ENTRY-DATE              PIC 9(08).
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  HDL-PROGRAM-ID              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  HDL-ACTION                  PIC X(07).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  HDL-HOLD-REASON             PIC X(02).
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  HDL-REQUESTING-PARTY        PIC X(30).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  HDL-HOLD-DATE               PIC 9(08).
      *---------------------------------------------------------------*
       01  REPORT-LINES.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
       COPY PRINTCTL.
       COPY BUSDATEC.
      *===============================================================*
       PROCEDURE DIVISION.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1500-FIND-NEXT-GENERATION.
           PERFORM 8000-READ-JOURNAL-FILE.
           PERFORM 2000-OFFLOAD-ONE-ENTRY THRU 2000-EXIT
               UNTIL END-OF-FILE.
           PERFORM 2500-WRITE-GENERATION-TRAILER.
           PERFORM 2600-WRITE-INDEX-ENTRY.
           DISPLAY '*** JRNLCYC GENERATION SUMMARY ***'.
           DISPLAY 'GENERATION NUMBER  : ', WS-NEXT-GENERATION.
           DISPLAY 'ENTRIES OFFLOADED  : ', WS-RECORD-COUNT.
           DISPLAY 'HELD - CARRIED FWD : ', WS-HELD-COUNT.
           DISPLAY 'DATE SPAN          : ', WS-FROM-DATE, ' - ',
               WS-TO-DATE.
           GOBACK.
      *---------------------------------------------------------------*
           OPEN INPUT  JOURNAL-FILE.
           OPEN OUTPUT GENERATION-FILE.
           OPEN OUTPUT NEW-JOURNAL-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
               CLOSE       GENERATION-INDEX-FILE
               OPEN I-O    GENERATION-INDEX-FILE
           END-IF.
      *    NO HOLD REGISTER YET MEANS NO CLAIM IS HELD.  ANY OTHER
      *    FAILURE STOPS THE RUN - CYCLING WITHOUT THE REGISTER COULD
      *    TAKE A HELD CLAIM'S HISTORY OUT OF THE LIVE JOURNAL.
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
           IF NOT NEW-JOURNAL-OK
               DISPLAY 'JRNLNEW OPEN ERROR : ', NEW-JOURNAL-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT JOURNAL-FILE-OK
               DISPLAY 'UNJRNL OPEN ERROR : ', JOURNAL-FILE-STATUS
               MOVE 16                     TO RETURN-CODE
                   UNTIL INDEX-EOF
           END-IF.
           ADD 1                           TO WS-NEXT-GENERATION.
           MOVE WS-NEXT-GENERATION         TO HHL-GENERATION.
      *---------------------------------------------------------------*
       1510-NOTE-ONE-GENERATION.
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
       2000-OFFLOAD-ONE-ENTRY.
      *---------------------------------------------------------------*
           COMPUTE WS-ENTRY-DATE =
               JL-RUN-YEAR * 10000 + JL-RUN-MONTH * 100
               + JL-RUN-DAY.
           PERFORM 2050-CHECK-LEGAL-HOLD.
           IF  CLAIM-HELD
               PERFORM 2200-CARRY-HELD-ENTRY
               PERFORM 8000-READ-JOURNAL-FILE
               GO TO 2000-EXIT
           END-IF.
           ADD 1                           TO WS-RECORD-COUNT.
           ADD JL-NEW-INA-COUNT            TO WS-HASH-TOTAL.
           IF  WS-ENTRY-DATE < WS-FROM-DATE
               MOVE WS-ENTRY-DATE          TO WS-FROM-DATE
           END-IF.
           MOVE JOURNAL-RECORD             TO GENERATION-RECORD.
           WRITE GENERATION-RECORD.
           PERFORM 8000-READ-JOURNAL-FILE.
      *---------------------------------------------------------------*
       2000-EXIT.
      *---------------------------------------------------------------*
           EXIT.
      *---------------------------------------------------------------*
       2050-CHECK-LEGAL-HOLD.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO CLAIM-HELD-SW.
           IF  LEGAL-HOLD-OPEN
               AND JL-RECORD-ID NOT = '00000000'
               MOVE JL-RECORD-ID           TO LH-CLAIM-ID
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
       2200-CARRY-HELD-ENTRY.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-HELD-COUNT.
           MOVE JOURNAL-RECORD             TO NEW-JOURNAL-RECORD.
           WRITE NEW-JOURNAL-RECORD.
           MOVE JL-RECORD-ID               TO HDL-CLAIM-ID.
           MOVE WS-ENTRY-DATE              TO HDL-ENTRY-DATE.
           MOVE JL-PROGRAM-ID              TO HDL-PROGRAM-ID.
           MOVE JL-ACTION                  TO HDL-ACTION.
           MOVE LH-HOLD-REASON             TO HDL-HOLD-REASON.
           MOVE LH-REQUESTING-PARTY        TO HDL-REQUESTING-PARTY.
           MOVE LH-HOLD-DATE               TO HDL-HOLD-DATE.
           MOVE HELD-DETAIL-LINE           TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       2500-WRITE-GENERATION-TRAILER.
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
       2700-CREATE-EMPTY-JOURNAL.
      *---------------------------------------------------------------*
      *    THE REPLACEMENT THE JOB SWAPS IN FOR UNJRNL ONCE THE
      *    OFFLOAD IS SAFELY CATALOGED - EMPTY BUT FOR ANY ENTRIES
      *    CARRIED FORWARD FOR CLAIMS UNDER LEGAL HOLD.
      *---------------------------------------------------------------*
           CLOSE NEW-JOURNAL-FILE.
           IF  WS-HELD-COUNT = 0
               PERFORM 9100-PRINT-HEADING-LINES
               MOVE 'NO JOURNAL ENTRIES ARE FOR CLAIMS UNDER LEGAL HOLD'
                                           TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE JOURNAL-FILE.
           CLOSE GENERATION-FILE.
           CLOSE GENERATION-INDEX-FILE.
           IF  LEGAL-HOLD-OPEN
               CLOSE LEGAL-HOLD-FILE
           END-IF.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       8000-READ-JOURNAL-FILE.
      *---------------------------------------------------------------*
           READ GENERATION-INDEX-FILE NEXT RECORD
               AT END SET INDEX-EOF TO TRUE
           END-READ.
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
