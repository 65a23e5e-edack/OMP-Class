       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLMSCKF.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    CLAIMS-SUMMARY CONTROL-ROW VERIFIER - CALLED AT OPEN BY
      *    EVERY PROGRAM THAT REPORTS FROM THE CLMSUMF SUMMARY, THE
      *    SAME WAY UNEMCKF IS CALLED FOR THE MASTER.  READS THE
      *    SUMMARY CONTROL ROW (RESERVED ALL-ZERO KEY - SEE CLMSUM),
      *    RECOUNTS THE ROWS, THE CLAIMS AND THE INA HASH ACTUALLY
      *    ON THE SUMMARY, AND THEN COMPARES THE CONTROL ROW WITH
      *    THE CONTROL RECORD NOW ON UNEMPLOYMENT-CLAIMS-FILE.  A
      *    HALF-BUILT SUMMARY COMES BACK 'BAD'; A WHOLE SUMMARY OF
      *    AN EARLIER LOAD (CLMAGG NOT RERUN AFTER A RELOAD) COMES
      *    BACK 'OLD', AND THE READERS REFUSE BOTH.
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
           SELECT CLAIMS-SUMMARY-FILE ASSIGN TO CLMSUMF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS SM-SUMMARY-KEY
             FILE STATUS  IS SUMMARY-FILE-STATUS.
           SELECT UNEMPLOYMENT-CLAIMS-FILE ASSIGN TO UNDD
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS RECORD-ID OF UNEMPLOYMENT-CLAIM
             ALTERNATE RECORD KEY IS RECORD-DATE OF UNEMPLOYMENT-CLAIM
                 WITH DUPLICATES
             FILE STATUS  IS UNEMPLOYMENT-FILE-STATUS.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  CLAIMS-SUMMARY-FILE.
           COPY CLMSUM.
      *---------------------------------------------------------------*
       FD  UNEMPLOYMENT-CLAIMS-FILE
            DATA RECORD IS UNEMPLOYMENT-CLAIM.
           COPY UNEMC.
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
           COPY UNEMCTLC.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-MISC-FIELDS.
      *---------------------------------------------------------------*
           05  SUMMARY-FILE-STATUS         PIC X(02).
               88  SUMMARY-FILE-OK               VALUE '00'.
           05  UNEMPLOYMENT-FILE-STATUS    PIC X(02).
               88  UNEMPLOYMENT-FILE-OK          VALUE '00'.
           05  END-OF-FILE-SW              PIC X(01) VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  WS-CONTROL-PRESENT-SW       PIC X(01).
               88  WS-CONTROL-PRESENT            VALUE 'Y'.
           05  WS-MASTER-CURRENT-SW        PIC X(01).
               88  WS-MASTER-CURRENT             VALUE 'Y'.
      *---------------------------------------------------------------*
       LINKAGE SECTION.
      *---------------------------------------------------------------*
       COPY CLMSCKFC.
      *===============================================================*
       PROCEDURE DIVISION USING CLMSCKF-REQUEST.
      *---------------------------------------------------------------*
       0000-MAIN-ROUTINE.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO END-OF-FILE-SW.
           MOVE ZEROES                     TO SK-CTL-LOAD-DATE
                                              SK-CTL-RECORD-COUNT
                                              SK-CTL-HASH-TOTAL
                                              SK-CTL-ROW-COUNT
                                              SK-ACTUAL-RECORD-COUNT
                                              SK-ACTUAL-HASH-TOTAL
                                              SK-ACTUAL-ROW-COUNT.
           OPEN INPUT CLAIMS-SUMMARY-FILE.
           IF  NOT SUMMARY-FILE-OK
               MOVE 'NF '                  TO SK-RESULT
               GO TO 0000-RETURN.
           PERFORM 1000-READ-CONTROL-ROW.
           PERFORM 2000-SCAN-ACTUAL-CONTENTS.
           CLOSE CLAIMS-SUMMARY-FILE.
           PERFORM 3000-CHECK-MASTER-CONTROL.
           IF  NOT WS-CONTROL-PRESENT
               MOVE 'NC '                  TO SK-RESULT
           ELSE
               IF  SK-ACTUAL-RECORD-COUNT = SK-CTL-RECORD-COUNT
                   AND SK-ACTUAL-HASH-TOTAL = SK-CTL-HASH-TOTAL
                   AND SK-ACTUAL-ROW-COUNT = SK-CTL-ROW-COUNT
                   IF  WS-MASTER-CURRENT
                       MOVE 'OK '          TO SK-RESULT
                   ELSE
                       MOVE 'OLD'          TO SK-RESULT
                   END-IF
               ELSE
                   MOVE 'BAD'              TO SK-RESULT
               END-IF
           END-IF.
       0000-RETURN.
           GOBACK.
      *---------------------------------------------------------------*
       1000-READ-CONTROL-ROW.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO WS-CONTROL-PRESENT-SW.
           SET SM-CONTROL-ROW              TO TRUE.
           READ CLAIMS-SUMMARY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y'                TO WS-CONTROL-PRESENT-SW
                   MOVE SM-CTL-LOAD-DATE   TO SK-CTL-LOAD-DATE
                   MOVE SM-CTL-RECORD-COUNT
                                           TO SK-CTL-RECORD-COUNT
                   MOVE SM-CTL-HASH-TOTAL  TO SK-CTL-HASH-TOTAL
                   MOVE SM-CTL-ROW-COUNT   TO SK-CTL-ROW-COUNT
           END-READ.
      *---------------------------------------------------------------*
       2000-SCAN-ACTUAL-CONTENTS.
      *---------------------------------------------------------------*
      *    THE CONTROL ROW'S ZERO KEY DOES NOT SORT FIRST UNDER EVERY
      *    COLLATING SEQUENCE, SO THE SCAN STARTS AT LOW-VALUES AND
      *    STEPS OVER THE CONTROL ROW WHEREVER IT FALLS.
      *---------------------------------------------------------------*
           MOVE LOW-VALUES                 TO SM-SUMMARY-KEY.
           START CLAIMS-SUMMARY-FILE
               KEY IS >= SM-SUMMARY-KEY
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START.
           IF  NOT END-OF-FILE
               PERFORM 8000-READ-NEXT-ROW
           END-IF.
           PERFORM 2100-COUNT-ONE-ROW
               UNTIL END-OF-FILE.
      *---------------------------------------------------------------*
       2100-COUNT-ONE-ROW.
      *---------------------------------------------------------------*
           IF  NOT SM-CONTROL-ROW
               ADD 1                       TO SK-ACTUAL-ROW-COUNT
               ADD SM-BUCKET-TOTAL (1)     TO SK-ACTUAL-HASH-TOTAL
               IF  SM-SECTION-AGE
                   ADD SM-CLAIM-COUNT      TO SK-ACTUAL-RECORD-COUNT
               END-IF
           END-IF.
           PERFORM 8000-READ-NEXT-ROW.
      *---------------------------------------------------------------*
       3000-CHECK-MASTER-CONTROL.
      *---------------------------------------------------------------*
      *    THE SUMMARY IS CURRENT ONLY WHILE THE MASTER STILL CARRIES
      *    THE CONTROL RECORD THE SUMMARY WAS BUILT FROM.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO WS-MASTER-CURRENT-SW.
           OPEN INPUT UNEMPLOYMENT-CLAIMS-FILE.
           IF  UNEMPLOYMENT-FILE-OK
               MOVE '00000000'             TO RECORD-ID
                   OF UNEMPLOYMENT-CLAIM
               READ UNEMPLOYMENT-CLAIMS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE UNEMPLOYMENT-CLAIM
                                           TO CLAIMS-CONTROL-RECORD
                       IF  CTL-LOAD-DATE = SK-CTL-LOAD-DATE
                           AND CTL-RECORD-COUNT = SK-CTL-RECORD-COUNT
                           AND CTL-HASH-TOTAL = SK-CTL-HASH-TOTAL
                           MOVE 'Y'        TO WS-MASTER-CURRENT-SW
                       END-IF
               END-READ
               CLOSE UNEMPLOYMENT-CLAIMS-FILE
           END-IF.
      *---------------------------------------------------------------*
       8000-READ-NEXT-ROW.
      *---------------------------------------------------------------*
           READ CLAIMS-SUMMARY-FILE NEXT RECORD
               AT END MOVE 'Y' TO END-OF-FILE-SW.
