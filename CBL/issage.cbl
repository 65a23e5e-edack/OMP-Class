       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ISSAGE.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    NONMONETARY ISSUE AGING REPORT - WALKS THE ISSFILE DOCKET
      *    (SEE ISSREC, MAINTAINED BY ISSMNT) AND PRINTS EVERY
      *    PENDING ISSUE WITH ITS AGE IN DAYS FROM DETECTION,
      *    FLAGGING THOSE PAST THE FEDERAL 21-DAY THRESHOLD.
      *    DETERMINED ISSUES ROLL INTO THE TIMELINESS TOTALS - THE
      *    SHARE OF DETERMINATIONS MADE WITHIN 21 DAYS OF DETECTION -
      *    BY ISSUE TYPE AND OVERALL.
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
           SELECT ISSUE-FILE ASSIGN TO ISSFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS NI-ISSUE-KEY
             FILE STATUS  IS ISSUE-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  ISSUE-FILE.
       COPY ISSREC.
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
           05  ISSUE-FILE-STATUS           PIC X(02).
               88  ISSUE-FILE-OK                 VALUE '00'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  WS-DOCKET-COUNT             PIC 9(06) VALUE 0.
           05  WS-AGE-DAYS                 PIC S9(05).
           05  WS-THRESHOLD-DAYS           PIC 9(03) VALUE 21.
           05  WS-TODAY-INTEGER            PIC 9(08).
           05  WS-DETECTION-INTEGER        PIC 9(08).
           05  WS-DETERMINATION-INTEGER    PIC 9(08).
           05  WS-BUSINESS-DATE            PIC 9(08).
           05  WS-TYPE-SUB                 PIC 9(01).
           05  WS-TIMELY-PERCENT           PIC 9(03)V9.
      *---------------------------------------------------------------*
      *    TOTALS BY ISSUE TYPE - ENTRY 6 IS THE ALL-TYPES LINE.
      *---------------------------------------------------------------*
       01  ISSUE-TYPE-NAMES.
           05  FILLER PIC X(22) VALUE 'VQVOLUNTARY QUIT      '.
           05  FILLER PIC X(22) VALUE 'DSDISCHARGE           '.
           05  FILLER PIC X(22) VALUE 'AAABLE AND AVAILABLE  '.
           05  FILLER PIC X(22) VALUE 'RWREFUSAL OF WORK     '.
           05  FILLER PIC X(22) VALUE 'FRFAILED TO REPORT    '.
           05  FILLER PIC X(22) VALUE '  ALL ISSUES          '.
       01  ISSUE-TYPE-TABLE REDEFINES ISSUE-TYPE-NAMES.
           05  ITT-ENTRY                   OCCURS 6 TIMES.
               10  ITT-TYPE                PIC X(02).
               10  ITT-NAME                PIC X(20).
       01  ISSUE-TYPE-TOTALS.
           05  ITC-ENTRY                   OCCURS 6 TIMES.
               10  ITC-PENDING             PIC 9(06).
               10  ITC-OVER-THRESHOLD      PIC 9(06).
               10  ITC-DETERMINED          PIC 9(06).
               10  ITC-TIMELY              PIC 9(06).
      *---------------------------------------------------------------*
       01  AGING-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'NONMONETARY ISSUE AGING - PENDING ISSUES    '.
      *---------------------------------------------------------------*
       01  AGING-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'CLAIM-ID  ISSUE  DETECTED  EMPLR RESP    AGE'.
           05  FILLER PIC X(06) VALUE '  FLAG'.
      *---------------------------------------------------------------*
       01  AGING-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  AGD-CLAIM-ID                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  AGD-ISSUE-TYPE              PIC X(02).
           05  FILLER                      PIC X(05) VALUE SPACE.
           05  AGD-DETECTION-DATE          PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  AGD-RESPONSE-DATE           PIC X(08).
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  AGD-AGE-DAYS                PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  AGD-FLAG                    PIC X(18).
      *---------------------------------------------------------------*
       01  TIMELINESS-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'ISSUE TYPE            PENDING  PAST 21    DE'.
           05  FILLER PIC X(25) VALUE
               'CIDED    WITHIN    PCT 21'.
      *---------------------------------------------------------------*
       01  TIMELINESS-TOTAL-LINE.
      *---------------------------------------------------------------*
           05  TTL-NAME                    PIC X(20).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  TTL-PENDING                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  TTL-OVER-THRESHOLD          PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  TTL-DETERMINED              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  TTL-TIMELY                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(05) VALUE SPACE.
           05  TTL-PERCENT                 PIC ZZ9.9.
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
           PERFORM 8000-READ-ISSUE-FILE.
           PERFORM 2000-REPORT-ONE-ISSUE
               UNTIL END-OF-FILE.
           PERFORM 4000-PRINT-TIMELINESS-TOTALS.
           PERFORM 3000-CLOSE-FILES.
           DISPLAY 'ISSUES ON DOCKET  : ', WS-DOCKET-COUNT.
           DISPLAY 'PENDING           : ', ITC-PENDING (6).
           DISPLAY 'PAST 21 DAYS      : ', ITC-OVER-THRESHOLD (6).
           IF  ITC-OVER-THRESHOLD (6) > 0
               MOVE 4                      TO RETURN-CODE
           END-IF.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT ISSUE-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
           INITIALIZE ISSUE-TYPE-TOTALS.
           IF NOT ISSUE-FILE-OK
               DISPLAY 'ISSFILE OPEN ERROR : ', ISSUE-FILE-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       2000-REPORT-ONE-ISSUE.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-DOCKET-COUNT.
           EVALUATE TRUE
               WHEN NI-VOLUNTARY-QUIT
                   MOVE 1                  TO WS-TYPE-SUB
               WHEN NI-DISCHARGE
                   MOVE 2                  TO WS-TYPE-SUB
               WHEN NI-ABLE-AND-AVAILABLE
                   MOVE 3                  TO WS-TYPE-SUB
               WHEN NI-FAILED-TO-REPORT
                   MOVE 5                  TO WS-TYPE-SUB
               WHEN OTHER
                   MOVE 4                  TO WS-TYPE-SUB
           END-EVALUATE.
           COMPUTE WS-DETECTION-INTEGER =
               FUNCTION INTEGER-OF-DATE (NI-DETECTION-DATE)
               ON SIZE ERROR
                   MOVE WS-TODAY-INTEGER   TO WS-DETECTION-INTEGER
           END-COMPUTE.
           EVALUATE TRUE
               WHEN NI-PENDING
                   PERFORM 2100-AGE-AND-PRINT
               WHEN NI-DETERMINED
                   PERFORM 2200-MEASURE-DETERMINATION
           END-EVALUATE.
           PERFORM 8000-READ-ISSUE-FILE.
      *---------------------------------------------------------------*
       2100-AGE-AND-PRINT.
      *---------------------------------------------------------------*
           ADD 1                           TO ITC-PENDING (WS-TYPE-SUB)
                                              ITC-PENDING (6).
           COMPUTE WS-AGE-DAYS =
               WS-TODAY-INTEGER - WS-DETECTION-INTEGER.
           IF  WS-AGE-DAYS < 0
               MOVE 0                      TO WS-AGE-DAYS
           END-IF.
           MOVE NI-CLAIM-ID                TO AGD-CLAIM-ID.
           MOVE NI-ISSUE-TYPE              TO AGD-ISSUE-TYPE.
           MOVE NI-DETECTION-DATE          TO AGD-DETECTION-DATE.
           IF  NI-EMPLOYER-RESPONSE-DATE = 0
               MOVE 'NONE'                 TO AGD-RESPONSE-DATE
           ELSE
               MOVE NI-EMPLOYER-RESPONSE-DATE TO AGD-RESPONSE-DATE
           END-IF.
           MOVE WS-AGE-DAYS                TO AGD-AGE-DAYS.
           IF  WS-AGE-DAYS > WS-THRESHOLD-DAYS
               ADD 1          TO ITC-OVER-THRESHOLD (WS-TYPE-SUB)
                                 ITC-OVER-THRESHOLD (6)
               MOVE '** PAST 21 DAYS'      TO AGD-FLAG
           ELSE
               MOVE SPACE                  TO AGD-FLAG
           END-IF.
           MOVE AGING-DETAIL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       2200-MEASURE-DETERMINATION.
      *---------------------------------------------------------------*
           ADD 1                  TO ITC-DETERMINED (WS-TYPE-SUB)
                                     ITC-DETERMINED (6).
           COMPUTE WS-DETERMINATION-INTEGER =
               FUNCTION INTEGER-OF-DATE (NI-DETERMINATION-DATE)
               ON SIZE ERROR
                   MOVE WS-DETECTION-INTEGER
                                   TO WS-DETERMINATION-INTEGER
           END-COMPUTE.
           IF  WS-DETERMINATION-INTEGER - WS-DETECTION-INTEGER
                   NOT > WS-THRESHOLD-DAYS
               ADD 1              TO ITC-TIMELY (WS-TYPE-SUB)
                                     ITC-TIMELY (6)
           END-IF.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE ISSUE-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-TIMELINESS-TOTALS.
      *---------------------------------------------------------------*
           MOVE 2                          TO LINE-SPACEING.
           MOVE TIMELINESS-COLUMN-LINE     TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 1                          TO LINE-SPACEING.
           PERFORM 4100-PRINT-TYPE-LINE
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 6.
      *---------------------------------------------------------------*
       4100-PRINT-TYPE-LINE.
      *---------------------------------------------------------------*
           MOVE ITT-NAME (WS-TYPE-SUB)     TO TTL-NAME.
           MOVE ITC-PENDING (WS-TYPE-SUB)  TO TTL-PENDING.
           MOVE ITC-OVER-THRESHOLD (WS-TYPE-SUB)
                                           TO TTL-OVER-THRESHOLD.
           MOVE ITC-DETERMINED (WS-TYPE-SUB) TO TTL-DETERMINED.
           MOVE ITC-TIMELY (WS-TYPE-SUB)   TO TTL-TIMELY.
           IF  ITC-DETERMINED (WS-TYPE-SUB) = 0
               MOVE 0                      TO WS-TIMELY-PERCENT
           ELSE
               COMPUTE WS-TIMELY-PERCENT ROUNDED =
                   ITC-TIMELY (WS-TYPE-SUB) * 100
                   / ITC-DETERMINED (WS-TYPE-SUB)
           END-IF.
           MOVE WS-TIMELY-PERCENT          TO TTL-PERCENT.
           IF  WS-TYPE-SUB = 6
               MOVE 2                      TO LINE-SPACEING
           END-IF.
           MOVE TIMELINESS-TOTAL-LINE      TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       8000-READ-ISSUE-FILE.
      *---------------------------------------------------------------*
           READ ISSUE-FILE
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
           MOVE AGING-HEADING-LINE         TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE AGING-COLUMN-LINE          TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           ADD  1                          TO PAGE-COUNT.
           MOVE 1                          TO LINE-SPACEING.
           MOVE 3                          TO LINE-COUNT.
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
