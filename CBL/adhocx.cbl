      *      COL 32-34  SECTION AGE/ETH/IND/RCE/GND/EDU
      *                 (SPACES = AGE)
      *      COL 36-41  MINIMUM SECTION TOTAL 9(6) (0 = ALL)
      *      COL 43-50  REQUESTER ID - WHO THE REQUEST IS BILLED TO
      *                 (BLANK = UNASSIGNED)
      *    EVERY FULFILLED REQUEST IS ALSO LOGGED TO THE CHGUSE
      *    CHARGEBACK USAGE FILE (SEE CHGUREC) FOR THE MONTHLY
      *    CHGBACK RUN.
      *===============================================================*
       ENVIRONMENT DIVISION.
      *---------------------------------------------------------------*
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS RA-ARCHIVE-KEY
             FILE STATUS  IS REPORT-ARCHIVE-STATUS.
           SELECT CHARGE-USAGE-FILE ASSIGN TO CHGUSE
             FILE STATUS IS CHARGE-USAGE-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
           05  RQ-SECTION                  PIC X(03).
           05  FILLER                      PIC X(01).
           05  RQ-MIN-TOTAL                PIC X(06).
           05  FILLER                      PIC X(01).
           05  RQ-REQUESTER                PIC X(08).
           05  FILLER                      PIC X(30).
      *---------------------------------------------------------------*
       FD  UNEMPLOYMENT-CLAIMS-FILE
            DATA RECORD IS UNEMPLOYMENT-CLAIM.
               10  RA-RUN-DATE             PIC 9(08).
               10  RA-LINE-NUMBER          PIC 9(06).
           05  RA-LINE                     PIC X(132).
      *---------------------------------------------------------------*
       FD  CHARGE-USAGE-FILE
           RECORDING MODE IS F.
       COPY CHGUREC.
      *---------------------------------------------------------------*
       FD  PRINT-FILE
           RECORDING MODE IS F.
           05  REPORT-ARCHIVE-STATUS       PIC X(02).
               88  REPORT-ARCHIVE-OK             VALUE '00'.
               88  REPORT-ARCHIVE-NEW            VALUE '35'.
           05  CHARGE-USAGE-STATUS         PIC X(02).
               88  CHARGE-USAGE-OK               VALUE '00'.
               88  CHARGE-USAGE-NEW              VALUE '35'.
           05  END-OF-CARDS-SW             PIC X VALUE 'N'.
               88  END-OF-CARDS                  VALUE 'Y'.
           05  CLAIMS-EOF-SW               PIC X VALUE 'N'.
           05  WS-SECTION-TOTAL            PIC 9(09).
           05  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
           05  WS-DUP-LINE-COUNT           PIC 9(06) VALUE 0.
           05  WS-CLAIMS-READ              PIC 9(09) VALUE 0.
      *---------------------------------------------------------------*
       01  EXTRACT-DETAIL-LINE.
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
           05  FDL-REQUEST-ID              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  FDL-REQUESTER               PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  FDL-FROM-DATE               PIC X(08).
           05  FILLER                      PIC X(01) VALUE '-'.
           05  FDL-TO-DATE                 PIC X(08).
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
           COPY UNEMCKFC.
           COPY OPSLOGC.
       COPY PRINTCTL.
       COPY BUSDATEC.
      *===============================================================*
           DISPLAY 'REQUESTS READ      : ', WS-REQUEST-COUNT.
           DISPLAY 'REQUESTS FULFILLED : ', WS-FULFILLED-COUNT.
           DISPLAY 'REQUESTS REJECTED  : ', WS-REJECTED-COUNT.
           MOVE 'STOP '                    TO OL-EVENT.
           MOVE RETURN-CODE                TO OL-RETURN-CODE.
           MOVE WS-CLAIMS-READ             TO OL-RECORD-COUNT.
           CALL 'OPSLOG' USING OPSLOG-REQUEST.
      *    THE RUN-UNIT RETURN CODE IS RESTATED AFTER THE CALL SO
      *    THE STEP'S CODE SURVIVES THE SUBPROGRAM RETURN.
           MOVE OL-RETURN-CODE             TO RETURN-CODE.
           GOBACK.
      *---------------------------------------------------------------*
       0900-VERIFY-CLAIMS-FILE.
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  REQUEST-CARD-FILE.
           MOVE 'ADHOCX  '                 TO OL-PROGRAM-ID.
           MOVE 'START'                    TO OL-EVENT.
           MOVE ZERO                       TO OL-RETURN-CODE
                                              OL-RECORD-COUNT.
           CALL 'OPSLOG' USING OPSLOG-REQUEST.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
                   REPORT-ARCHIVE-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-CARDS TO TRUE.
           OPEN EXTEND CHARGE-USAGE-FILE.
           IF  CHARGE-USAGE-NEW
               OPEN OUTPUT CHARGE-USAGE-FILE
           END-IF.
      *    THE EXTRACTS STILL RUN WHEN THE USAGE LOG CANNOT BE
      *    OPENED - THE WARNING CODE TELLS OPERATIONS THE NIGHT'S
      *    REQUESTS WENT UNBILLED.
           IF NOT CHARGE-USAGE-OK
               DISPLAY 'CHGUSE OPEN ERROR : ', CHARGE-USAGE-STATUS,
                   ' - REQUESTS NOT LOGGED FOR CHARGEBACK'
               MOVE 4                      TO RETURN-CODE.
           IF NOT REQUEST-CARD-OK
               DISPLAY 'ADHIN OPEN ERROR : ', REQUEST-CARD-STATUS
               MOVE 16                     TO RETURN-CODE
      *---------------------------------------------------------------*
           ADD 1                           TO WS-REQUEST-COUNT.
           MOVE RQ-REQUEST-ID              TO FDL-REQUEST-ID.
           MOVE RQ-REQUESTER               TO FDL-REQUESTER.
           MOVE RQ-FROM-DATE               TO FDL-FROM-DATE.
           MOVE RQ-TO-DATE                 TO FDL-TO-DATE.
           MOVE RQ-STATE-CODE              TO FDL-STATE.
               ADD 1                       TO WS-FULFILLED-COUNT
               MOVE WS-LINES-FILED         TO FDL-LINES-FILED
               MOVE 'FILED IN ARCHIVE'     TO FDL-RESULT
               PERFORM 2500-LOG-CHARGE-USAGE
           END-IF.
           MOVE FULFILLMENT-DETAIL-LINE    TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       2200-CONSIDER-ONE-CLAIM.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-CLAIMS-READ.
           COMPUTE WS-CLAIM-DATE-NUM =
               YY OF UNEMPLOYMENT-CLAIM * 10000
               + MM OF UNEMPLOYMENT-CLAIM * 100
                   REWRITE REPORT-ARCHIVE-RECORD
                   ADD 1                   TO WS-DUP-LINE-COUNT
           END-WRITE.
      *---------------------------------------------------------------*
       2500-LOG-CHARGE-USAGE.
      *---------------------------------------------------------------*
           IF  CHARGE-USAGE-OK
               MOVE SPACES                 TO CHARGE-USAGE-RECORD
               MOVE WS-BUSINESS-DATE       TO CG-USAGE-DATE
               SET CG-FROM-ADHOCX          TO TRUE
               SET CG-CHARGE-REQUESTER     TO TRUE
               MOVE RQ-REQUESTER           TO CG-CHARGE-ID
               MOVE RQ-REQUEST-ID          TO CG-ITEM-ID
               MOVE WS-LINES-FILED         TO CG-UNITS
               WRITE CHARGE-USAGE-RECORD
           END-IF.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE REQUEST-CARD-FILE.
           CLOSE CHARGE-USAGE-FILE.
           CLOSE REPORT-ARCHIVE-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
