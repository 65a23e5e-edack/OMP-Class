      *    THE UNEMQUE SECTION HEADINGS, THE UNEMSUM WEEK TAGS, THE
      *    COVDASH PAGE TAGS).  A DELIVERY MANIFEST PRINTS AT THE
      *    END.  HALF A MORNING OF SEPARATING PRINTOUTS BECOMES A
      *    JOB STEP.  EACH PACKAGE IS ALSO LOGGED TO THE CHGUSE
      *    CHARGEBACK USAGE FILE (SEE CHGUREC) AGAINST THE RECIPIENT'S
      *    DESK FOR THE MONTHLY CHGBACK RUN.
      *
      *    CONTROL INPUT (SYSIN) -
      *      REPORT ID          8 CHARACTERS (E.G. UNEMQUE)
           SELECT BUNDLE-FILE ASSIGN TO BUNDLE
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS  IS BUNDLE-FILE-STATUS.
           SELECT CHARGE-USAGE-FILE ASSIGN TO CHGUSE
             FILE STATUS IS CHARGE-USAGE-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
       FD  BUNDLE-FILE
           RECORDING MODE IS F.
       01  BUNDLE-RECORD                   PIC X(132).
      *---------------------------------------------------------------*
       FD  CHARGE-USAGE-FILE
           RECORDING MODE IS F.
       COPY CHGUREC.
      *---------------------------------------------------------------*
       FD  PRINT-FILE
           RECORDING MODE IS F.
               88  REPORT-INPUT-OK               VALUE '00'.
           05  BUNDLE-FILE-STATUS          PIC X(02).
               88  BUNDLE-FILE-OK                VALUE '00'.
           05  CHARGE-USAGE-STATUS         PIC X(02).
               88  CHARGE-USAGE-OK               VALUE '00'.
               88  CHARGE-USAGE-NEW              VALUE '35'.
           05  CONTROL-EOF-SW              PIC X VALUE 'N'.
               88  CONTROL-EOF                   VALUE 'Y'.
           05  REPORT-EOF-SW               PIC X VALUE 'N'.
           05  WS-REPORT-ID-CARD           PIC X(08) VALUE SPACE.
           05  WS-RECIPIENT-COUNT          PIC 9(04) VALUE 0.
           05  WS-LINES-DELIVERED          PIC 9(07) VALUE 0.
           05  WS-TOTAL-LINES-DELIVERED    PIC 9(09) VALUE 0.
           05  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
           05  WS-TOKEN-SUB                PIC S9(04) USAGE IS COMP.
           05  WS-TOKEN-LEN                PIC S9(04) USAGE IS COMP.
           05  WS-MATCH-TALLY              PIC 9(04) USAGE IS COMP.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
       COPY PRINTCTL.
       COPY BUSDATEC.
       COPY OPSLOGC.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
           DISPLAY '*** BURST SUMMARY FOR ', WS-REPORT-ID-CARD,
               ' ***'.
           DISPLAY 'RECIPIENTS BUNDLED : ', WS-RECIPIENT-COUNT.
           MOVE 'STOP '                    TO OL-EVENT.
           MOVE RETURN-CODE                TO OL-RETURN-CODE.
           MOVE WS-TOTAL-LINES-DELIVERED   TO OL-RECORD-COUNT.
           CALL 'OPSLOG' USING OPSLOG-REQUEST.
      *    THE RUN-UNIT RETURN CODE IS RESTATED AFTER THE CALL SO
      *    THE STEP'S CODE SURVIVES THE SUBPROGRAM RETURN.
           MOVE OL-RETURN-CODE             TO RETURN-CODE.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           ACCEPT WS-REPORT-ID-CARD.
           MOVE WS-REPORT-ID-CARD          TO MHL-REPORT-ID.
           MOVE 'BURST   '                 TO OL-PROGRAM-ID.
           MOVE 'START'                    TO OL-EVENT.
           MOVE ZERO                       TO OL-RETURN-CODE
                                              OL-RECORD-COUNT.
           CALL 'OPSLOG' USING OPSLOG-REQUEST.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           OPEN INPUT DISTRIBUTION-CONTROL-FILE.
           OPEN OUTPUT BUNDLE-FILE.
           OPEN OUTPUT PRINT-FILE.
                   DISTRIBUTION-CONTROL-STATUS
               MOVE 16                     TO RETURN-CODE
               SET CONTROL-EOF TO TRUE.
           OPEN EXTEND CHARGE-USAGE-FILE.
           IF  CHARGE-USAGE-NEW
               OPEN OUTPUT CHARGE-USAGE-FILE
           END-IF.
      *    THE BUNDLES STILL GO OUT WHEN THE USAGE LOG CANNOT BE
      *    OPENED - THE WARNING CODE TELLS OPERATIONS THE NIGHT'S
      *    PACKAGES WENT UNBILLED.
           IF NOT CHARGE-USAGE-OK
               DISPLAY 'CHGUSE OPEN ERROR : ', CHARGE-USAGE-STATUS,
                   ' - PACKAGES NOT LOGGED FOR CHARGEBACK'
               MOVE 4                      TO RETURN-CODE.
           IF NOT BUNDLE-FILE-OK
               DISPLAY 'BUNDLE OPEN ERROR : ', BUNDLE-FILE-STATUS
               MOVE 16                     TO RETURN-CODE
               MOVE WS-LINES-DELIVERED     TO MDL-LINES
               MOVE MANIFEST-DETAIL-LINE   TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
               ADD WS-LINES-DELIVERED      TO WS-TOTAL-LINES-DELIVERED
               PERFORM 2600-LOG-CHARGE-USAGE
               PERFORM 8000-READ-NEXT-ROUTE
           END-IF.
      *---------------------------------------------------------------*
                   SET WS-TOKEN-SIZED TO TRUE
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2600-LOG-CHARGE-USAGE.
      *---------------------------------------------------------------*
           IF  CHARGE-USAGE-OK
               MOVE SPACES                 TO CHARGE-USAGE-RECORD
               MOVE WS-BUSINESS-DATE       TO CG-USAGE-DATE
               SET CG-FROM-BURST           TO TRUE
               SET CG-CHARGE-DESK          TO TRUE
               MOVE DC-DESK                TO CG-CHARGE-ID
               MOVE WS-REPORT-ID-CARD      TO CG-ITEM-ID
               MOVE DC-RECIPIENT-ID        TO CG-RECIPIENT-ID
               MOVE WS-LINES-DELIVERED     TO CG-UNITS
               WRITE CHARGE-USAGE-RECORD
           END-IF.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE DISTRIBUTION-CONTROL-FILE.
           CLOSE CHARGE-USAGE-FILE.
           CLOSE BUNDLE-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
