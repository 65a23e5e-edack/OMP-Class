      *    CLAIMS PER STATE AND SECTOR PER EFFECTIVE WEEK.  THE
      *    UNEMFCT TREND LINE CANNOT SEE AN ANNOUNCED PLANT CLOSURE;
      *    THIS CAN.  BAD ROWS GO TO WARNREJ.
      *    AN OPTIONAL SIXTH COLUMN CARRIES THE EMPLOYER'S EMPLRF
      *    ACCOUNT.  EVERY GOOD NOTICE IS KEPT ON THE WARNHIST NOTICE
      *    HISTORY (SEE WARNHREC), WHERE THE MLAYOFF SURGE CHECK LOOKS
      *    FOR THE NOTICE BEHIND A BURST OF CLAIMS.
      *
      *    CONTROL INPUT (SYSIN) -
      *      TAKE-UP RATE PERCENT 9(3) - SHARE OF AFFECTED WORKERS
           SELECT WARN-REJECT-FILE ASSIGN TO WARNREJ
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WARN-REJECT-STATUS.
           SELECT WARN-HISTORY-FILE ASSIGN TO WARNHIST
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS WH-NOTICE-KEY
             ALTERNATE RECORD KEY IS WH-EMPLOYER-ACCT
                 WITH DUPLICATES
             FILE STATUS  IS WARN-HISTORY-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
       FD  WARN-REJECT-FILE
           RECORDING MODE IS F.
       01  WARN-REJECT-RECORD              PIC X(120).
      *---------------------------------------------------------------*
       FD  WARN-HISTORY-FILE.
       COPY WARNHREC.
      *---------------------------------------------------------------*
       FD  PRINT-FILE
           RECORDING MODE IS F.
           05  WS-EFFECTIVE-DATE           PIC X(08).
           05  WS-SECTOR-NO                PIC 9(02).
           05  WS-AFFECTED-COUNT           PIC 9(06).
      *    OPTIONAL SIXTH COLUMN - EMPLRF EMPLOYER ACCOUNT.  SPACES
      *    WHEN THE FEED DOES NOT CARRY IT.
           05  WS-EMPLOYER-ACCT            PIC X(08).
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  WARN-CSV-STATUS             PIC X(02).
               88  WARN-CSV-OK                   VALUE '00'.
           05  WARN-REJECT-STATUS          PIC X(02).
           05  WARN-HISTORY-STATUS         PIC X(02).
               88  WARN-HISTORY-OK               VALUE '00' '02'.
               88  WARN-HISTORY-NEW              VALUE '35'.
           05  WS-HISTORY-WRITTEN          PIC 9(06) VALUE 0.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  WS-NOTICE-COUNT             PIC 9(06) VALUE 0.
           DISPLAY 'ROWS REJECTED    : ', WS-REJECT-COUNT.
           DISPLAY 'WORKERS AFFECTED : ', WS-TOTAL-AFFECTED.
           DISPLAY 'EXPECTED CLAIMS  : ', WS-TOTAL-EXPECTED.
           DISPLAY 'NOTICES KEPT     : ', WS-HISTORY-WRITTEN.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
               AND FUNCTION NUMVAL (WS-TAKEUP-CARD) > 0
               MOVE WS-TAKEUP-CARD         TO WS-TAKEUP-PCT
           END-IF.
           OPEN I-O WARN-HISTORY-FILE.
           IF  WARN-HISTORY-NEW
      *        FIRST NOTICE KEPT - CREATE THE FILE EMPTY, THEN REOPEN
      *        FOR UPDATE, THE SAME DANCE STATEMNT DOES FOR A
      *        BRAND-NEW REFERENCE CLUSTER.
               OPEN OUTPUT WARN-HISTORY-FILE
               CLOSE       WARN-HISTORY-FILE
               OPEN I-O    WARN-HISTORY-FILE
           END-IF.
           IF NOT WARN-CSV-OK
               DISPLAY 'WARNIN OPEN ERROR : ', WARN-CSV-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT WARN-HISTORY-OK
               DISPLAY 'WARNHIST OPEN ERROR : ', WARN-HISTORY-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       2000-LOAD-ONE-NOTICE.
      *---------------------------------------------------------------*
                   WS-AFFECTED-COUNT * WS-TAKEUP-PCT / 100
               ADD WS-EXPECTED-CLAIMS      TO WS-TOTAL-EXPECTED
               PERFORM 2500-FILE-IMPACT-ENTRY
               PERFORM 2600-KEEP-NOTICE-HISTORY
           ELSE
               ADD 1                       TO WS-REJECT-COUNT
               MOVE WARN-CSV-LINE          TO WARN-REJECT-RECORD
           COMPUTE IMP-WEEK (IMP-INDEX) =
               FUNCTION NUMVAL (WS-EFFECTIVE-DATE).
           MOVE 0                          TO IMP-EXPECTED (IMP-INDEX).
      *---------------------------------------------------------------*
       2600-KEEP-NOTICE-HISTORY.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO WARN-HISTORY-RECORD.
           MOVE WS-EMPLOYER-NAME           TO WH-EMPLOYER-NAME.
           MOVE WS-EFFECTIVE-DATE (5:4)    TO WH-EFFECTIVE-DATE (1:4).
           MOVE WS-EFFECTIVE-DATE (3:2)    TO WH-EFFECTIVE-DATE (5:2).
           MOVE WS-EFFECTIVE-DATE (1:2)    TO WH-EFFECTIVE-DATE (7:2).
           MOVE WS-EMPLOYER-ACCT           TO WH-EMPLOYER-ACCT.
           MOVE WS-STATE                   TO WH-STATE.
           MOVE WS-SECTOR-NO               TO WH-SECTOR-NO.
           MOVE WS-AFFECTED-COUNT          TO WH-AFFECTED-COUNT.
           COMPUTE WH-LOAD-DATE =
               WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY.
           ADD 1                           TO WS-HISTORY-WRITTEN.
           WRITE WARN-HISTORY-RECORD
               INVALID KEY
                   REWRITE WARN-HISTORY-RECORD
           END-WRITE.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE WARN-CSV-FILE.
           CLOSE WARN-HISTORY-FILE.
           CLOSE WARN-REJECT-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
           IF  NOT END-OF-FILE
               MOVE SPACE TO WS-EMPLOYER-NAME WS-STATE WS-SECTOR
                             WS-AFFECTED WS-EFFECTIVE-DATE
                             WS-EMPLOYER-ACCT
               UNSTRING WARN-CSV-LINE DELIMITED BY ','
                   INTO WS-EMPLOYER-NAME
                        WS-STATE
                        WS-SECTOR
                        WS-AFFECTED
                        WS-EFFECTIVE-DATE
                        WS-EMPLOYER-ACCT
               END-UNSTRING
           END-IF.
      *---------------------------------------------------------------*
