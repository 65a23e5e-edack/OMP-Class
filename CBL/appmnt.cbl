      *    AND PRINTS AN AUDIT LISTING OF EVERY CARD AND ITS RESULT,
      *    THE SAME ARRANGEMENT STATEMNT USES FOR THE STATE REFERENCE
      *    FILE.  THE SUPERVISOR'S BINDER BECOMES A SYSTEM RECORD.
      *    AN APPEAL IS AN APPEAL OF A DETERMINATION - A FILE CARD IS
      *    REFUSED UNLESS THE CLAIM HAS A DETERMINED ISSUE ON THE
      *    ISSFILE NONMONETARY DOCKET (SEE ISSREC, KEPT BY ISSMNT).
      *
      *    CARD FORMAT (APPIN) -
      *      COL 1     ACTION  F=FILE  E=ESCALATE LEVEL  D=DECIDE
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS AP-CLAIM-ID
             FILE STATUS  IS APPEAL-FILE-STATUS.
           SELECT ISSUE-FILE ASSIGN TO ISSFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS NI-ISSUE-KEY
             FILE STATUS  IS ISSUE-FILE-STATUS.
           SELECT MAINTENANCE-CARD-FILE ASSIGN TO APPIN
             FILE STATUS IS MAINTENANCE-CARD-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *---------------------------------------------------------------*
       FD  APPEAL-FILE.
       COPY APPREC.
      *---------------------------------------------------------------*
       FD  ISSUE-FILE.
       COPY ISSREC.
      *---------------------------------------------------------------*
       FD  MAINTENANCE-CARD-FILE
           RECORDING MODE IS F.
           05  APPEAL-FILE-STATUS          PIC X(02).
               88  APPEAL-FILE-OK                VALUE '00'.
               88  APPEAL-FILE-NEW               VALUE '35'.
           05  ISSUE-FILE-STATUS           PIC X(02).
               88  ISSUE-FILE-OK                 VALUE '00'.
           05  ISSUE-FILE-OPEN-SW          PIC X(01) VALUE 'N'.
               88  ISSUE-FILE-OPEN               VALUE 'Y'.
           05  WS-DECIDED-ISSUE-SW         PIC X(01).
               88  WS-DECIDED-ISSUE-FOUND        VALUE 'Y'.
           05  WS-ISSUE-SCAN-SW            PIC X(01).
               88  WS-ISSUE-SCAN-DONE            VALUE 'Y'.
           05  MAINTENANCE-CARD-STATUS     PIC X(02).
               88  MAINTENANCE-CARD-OK           VALUE '00'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               CLOSE       APPEAL-FILE
               OPEN I-O    APPEAL-FILE
           END-IF.
      *    NO ISSUE DOCKET MEANS NO DETERMINATION TO APPEAL - EVERY
      *    FILE CARD IS REFUSED, THE OTHER ACTIONS STILL APPLY.
           OPEN INPUT ISSUE-FILE.
           IF  ISSUE-FILE-OK
               MOVE 'Y'                    TO ISSUE-FILE-OPEN-SW
           ELSE
               DISPLAY 'ISSFILE OPEN ERROR : ', ISSUE-FILE-STATUS
           END-IF.
           IF NOT APPEAL-FILE-OK
               DISPLAY 'APPFILE OPEN ERROR : ', APPEAL-FILE-STATUS
               MOVE 16                     TO RETURN-CODE
      *---------------------------------------------------------------*
       2100-FILE-APPEAL.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO ADL-RESULT.
           IF  MC-LEVEL NOT = '1' AND '2' AND 'C'
               MOVE 'INVALID LEVEL - NOT FILED'
                   TO ADL-RESULT
               ADD 1                       TO WS-REJECTED-COUNT
           ELSE
               PERFORM 2150-FIND-DECIDED-ISSUE
           END-IF.
           IF  ADL-RESULT = SPACE
               AND NOT WS-DECIDED-ISSUE-FOUND
               MOVE 'NO DECIDED ISSUE - NOT FILED'
                   TO ADL-RESULT
               ADD 1                       TO WS-REJECTED-COUNT
           END-IF.
           IF  ADL-RESULT = SPACE
               MOVE SPACES                 TO APPEAL-RECORD
               MOVE MC-CLAIM-ID            TO AP-CLAIM-ID
               MOVE WS-BUSINESS-DATE       TO AP-FILING-DATE
                       ADD 1               TO WS-APPLIED-COUNT
               END-WRITE
           END-IF.
      *---------------------------------------------------------------*
       2150-FIND-DECIDED-ISSUE.
      *---------------------------------------------------------------*
      *    ANY DETERMINED ISSUE ON THE CLAIM WILL DO - THE APPEAL IS
      *    KEYED ON THE CLAIM, NOT THE ISSUE.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO WS-DECIDED-ISSUE-SW.
           MOVE 'N'                        TO WS-ISSUE-SCAN-SW.
           IF  ISSUE-FILE-OPEN
               MOVE MC-CLAIM-ID            TO NI-CLAIM-ID
               MOVE LOW-VALUES             TO NI-ISSUE-TYPE
               START ISSUE-FILE KEY IS NOT LESS THAN NI-ISSUE-KEY
                   INVALID KEY
                       MOVE 'Y'            TO WS-ISSUE-SCAN-SW
               END-START
               PERFORM 2160-READ-NEXT-ISSUE
                   UNTIL WS-ISSUE-SCAN-DONE
           END-IF.
      *---------------------------------------------------------------*
       2160-READ-NEXT-ISSUE.
      *---------------------------------------------------------------*
           READ ISSUE-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                TO WS-ISSUE-SCAN-SW
               NOT AT END
                   IF  NI-CLAIM-ID NOT = MC-CLAIM-ID
                       MOVE 'Y'            TO WS-ISSUE-SCAN-SW
                   ELSE
                       IF  NI-DETERMINED
                           MOVE 'Y'        TO WS-DECIDED-ISSUE-SW
                           MOVE 'Y'        TO WS-ISSUE-SCAN-SW
                       END-IF
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       2200-ESCALATE-APPEAL.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE APPEAL-FILE.
           IF  ISSUE-FILE-OPEN
               CLOSE ISSUE-FILE
           END-IF.
           CLOSE MAINTENANCE-CARD-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
