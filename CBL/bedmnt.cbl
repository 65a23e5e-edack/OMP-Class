      *    CARD, THE SAME ARRANGEMENT STATEMNT USES.  THE HOSPPROJ
      *    PROJECTION DIVIDES THE CENSUS TREND BY THESE CAPACITIES.
      *
      *    CARDS DO NOT GO STRAIGHT TO THE LIVE FILE.  A STAGE RUN
      *    WRITES THEM TO THE PENDING CHANGE SET (CHGSET), A REVIEW
      *    RUN LISTS FIELD BY FIELD WHAT THE SET WOULD CHANGE, AND A
      *    PROMOTE RUN BY AN APPROVER OTHER THAN THE SUBMITTER
      *    APPLIES IT AND LOGS WHO APPROVED IT AND WHEN (CHGLOG).
      *    THE RUN CARD AND THE THREE MODES ARE DESCRIBED IN CHGCTLC.
      *
      *    CARD FORMAT (BEDIN) -
      *      COL 1     ACTION  A=ADD  C=CHANGE  D=DELETE
      *      COL 3-4   STATE CODE
             FILE STATUS  IS BED-REFERENCE-STATUS.
           SELECT MAINTENANCE-CARD-FILE ASSIGN TO BEDIN
             FILE STATUS IS MAINTENANCE-CARD-STATUS.
           SELECT OPTIONAL CHANGE-SET-FILE ASSIGN TO CHGSET
             FILE STATUS IS CHANGE-SET-STATUS.
           SELECT OPTIONAL CHANGE-LOG-FILE ASSIGN TO CHGLOG
             FILE STATUS IS CHANGE-LOG-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FD  MAINTENANCE-CARD-FILE
           RECORDING MODE IS F.
       01  MAINTENANCE-CARD-RECORD         PIC X(80).
      *---------------------------------------------------------------*
       FD  CHANGE-SET-FILE
           RECORDING MODE IS F.
       COPY CHGSETC.
      *---------------------------------------------------------------*
       FD  CHANGE-LOG-FILE
           RECORDING MODE IS F.
       COPY CHGLOGC.
      *---------------------------------------------------------------*
       FD  PRINT-FILE
           RECORDING MODE IS F.
           05  WS-CARD-COUNT               PIC 9(05) VALUE 0.
           05  WS-APPLIED-COUNT            PIC 9(05) VALUE 0.
           05  WS-REJECTED-COUNT           PIC 9(05) VALUE 0.
      *---------------------------------------------------------------*
      *    THE CARD, AS READ FROM THE CARD FILE OR AS STAGED.
      *---------------------------------------------------------------*
       01  MAINTENANCE-CARD.
           05  MC-ACTION                   PIC X(01).
               88  MC-ADD                        VALUE 'A'.
               88  MC-CHANGE                     VALUE 'C'.
               88  MC-DELETE                     VALUE 'D'.
           05  FILLER                      PIC X(01).
           05  MC-STATE-CODE               PIC X(02).
           05  FILLER                      PIC X(01).
           05  MC-STAFFED-BEDS             PIC X(07).
           05  FILLER                      PIC X(01).
           05  MC-STAFFED-ICU-BEDS         PIC X(06).
           05  FILLER                      PIC X(61).
      *---------------------------------------------------------------*
       01  AUDIT-HEADING-LINE.
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
       COPY PRINTCTL.
       COPY CHGCTLC.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           EVALUATE TRUE
               WHEN CHG-STAGE-RUN
                   IF  NOT END-OF-FILE
                       PERFORM 8000-READ-MAINTENANCE-CARD
                   END-IF
                   PERFORM 4000-STAGE-MAINTENANCE-CARD
                       UNTIL END-OF-FILE
               WHEN CHG-REVIEW-RUN
                   IF  NOT END-OF-FILE
                       PERFORM 8100-READ-CHANGE-SET
                   END-IF
                   PERFORM 5000-REVIEW-STAGED-CHANGE
                       UNTIL END-OF-FILE
               WHEN CHG-PROMOTE-RUN
                   IF  NOT END-OF-FILE
                       PERFORM 8100-READ-CHANGE-SET
                       PERFORM 6000-CHECK-APPROVER
                   END-IF
                   PERFORM 6100-PROMOTE-STAGED-CHANGE
                       UNTIL END-OF-FILE
                   PERFORM 6500-CLEAR-CHANGE-SET
           END-EVALUATE.
           PERFORM 3000-CLOSE-FILES.
           DISPLAY '*** BEDMNT MAINTENANCE SUMMARY ***'.
           DISPLAY 'RUN MODE      : ', CHG-RUN-MODE.
           DISPLAY 'CARDS READ    : ', WS-CARD-COUNT.
           DISPLAY 'CARDS STAGED  : ', CHG-STAGED-COUNT.
           DISPLAY 'CARDS APPLIED : ', WS-APPLIED-COUNT.
           DISPLAY 'CARDS REJECTED: ', WS-REJECTED-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           COMPUTE CHG-TODAY =
               (WS-CURRENT-YEAR * 10000)
               + (WS-CURRENT-MONTH * 100) + WS-CURRENT-DAY.
           MOVE 'BEDREF  '                 TO CHG-TARGET-DD
                                              CMH-TARGET-DD.
           ACCEPT CHANGE-RUN-CARD.
           IF  CHG-RUN-MODE = SPACE
               MOVE 'STAGE'                TO CHG-RUN-MODE
           END-IF.
           MOVE CHG-RUN-MODE               TO CMH-RUN-MODE.
           MOVE CHG-OPERATOR-ID            TO CMH-OPERATOR-ID.
           EVALUATE TRUE
               WHEN CHG-STAGE-RUN
                   PERFORM 1100-OPEN-STAGE-FILES
               WHEN CHG-REVIEW-RUN
                   PERFORM 1200-OPEN-REVIEW-FILES
               WHEN CHG-PROMOTE-RUN
                   PERFORM 1300-OPEN-PROMOTE-FILES
               WHEN OTHER
                   DISPLAY 'INVALID RUN MODE : ', CHG-RUN-MODE,
                       ' - RUN REFUSED'
                   MOVE 12                 TO RETURN-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.
      *---------------------------------------------------------------*
       1100-OPEN-STAGE-FILES.
      *---------------------------------------------------------------*
      *    THE STAGE RUN NEVER OPENS THE LIVE FILE.  A NEW SET
      *    REPLACES WHATEVER WAS STAGED BEFORE AND NOT PROMOTED.
      *---------------------------------------------------------------*
           OPEN INPUT  MAINTENANCE-CARD-FILE.
           MOVE CHG-OPERATOR-ID            TO CHG-SUBMITTER-ID
                                              CMH-SUBMITTER-ID.
           MOVE CHG-TODAY                  TO CHG-SUBMITTED-DATE
                                              CMH-SUBMITTED-DATE.
           IF  CHG-OPERATOR-ID = SPACE
               DISPLAY 'NO SUBMITTER ID ON THE RUN CARD - RUN REFUSED'
               MOVE 12                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE
           ELSE
               OPEN OUTPUT CHANGE-SET-FILE
               IF  CHANGE-SET-OK
                   SET CHG-SET-OPEN        TO TRUE
               ELSE
                   DISPLAY 'CHGSET OPEN ERROR : ', CHANGE-SET-STATUS
                   MOVE 16                 TO RETURN-CODE
                   SET END-OF-FILE TO TRUE
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       1200-OPEN-REVIEW-FILES.
      *---------------------------------------------------------------*
      *    REVIEW READS THE LIVE FILE ONLY.  A FILE NOT YET CREATED
      *    SIMPLY HAS NOTHING ON IT.
      *---------------------------------------------------------------*
           OPEN INPUT CHANGE-SET-FILE.
           IF  CHANGE-SET-OK
               SET CHG-SET-OPEN            TO TRUE
           ELSE
               DISPLAY 'CHGSET OPEN ERROR : ', CHANGE-SET-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE
           END-IF.
           OPEN INPUT BED-REFERENCE-FILE.
           IF  BED-REFERENCE-OK
               SET CHG-LIVE-OPEN           TO TRUE
           ELSE
               IF  NOT BED-REFERENCE-NEW
                   DISPLAY 'BEDREF OPEN ERROR : ',
                       BED-REFERENCE-STATUS
                   MOVE 16                 TO RETURN-CODE
                   SET END-OF-FILE TO TRUE
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       1300-OPEN-PROMOTE-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  CHANGE-SET-FILE.
           IF  CHANGE-SET-OK
               SET CHG-SET-OPEN            TO TRUE
           ELSE
               DISPLAY 'CHGSET OPEN ERROR : ', CHANGE-SET-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE
           END-IF.
      *    NO APPROVAL WITHOUT A RECORD OF IT.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF  NOT CHANGE-LOG-OK
               DISPLAY 'CHGLOG OPEN ERROR : ', CHANGE-LOG-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE
           END-IF.
           OPEN I-O BED-REFERENCE-FILE.
           IF  BED-REFERENCE-NEW
      *        FIRST-EVER MAINTENANCE RUN - CREATE THE FILE EMPTY,
               DISPLAY 'BEDREF OPEN ERROR : ', BED-REFERENCE-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF  BED-REFERENCE-OK
               SET CHG-LIVE-OPEN           TO TRUE
           END-IF.
      *---------------------------------------------------------------*
       2000-APPLY-MAINTENANCE-CARD.
      *---------------------------------------------------------------*
                   ADD 1                   TO WS-REJECTED-COUNT
           END-EVALUATE.
           PERFORM 2900-PRINT-AUDIT-LINE.
      *---------------------------------------------------------------*
       2100-ADD-STATE-BEDS.
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
           MOVE AUDIT-DETAIL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE ADL-RESULT                 TO CHG-CARD-RESULT.
           MOVE SPACE                      TO ADL-RESULT.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           IF  CHG-LIVE-OPEN
               CLOSE BED-REFERENCE-FILE
           END-IF.
           IF  CHG-SET-OPEN
               CLOSE CHANGE-SET-FILE
           END-IF.
           IF  CHG-STAGE-RUN
               CLOSE MAINTENANCE-CARD-FILE
           END-IF.
           IF  CHG-PROMOTE-RUN
               CLOSE CHANGE-LOG-FILE
           END-IF.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-STAGE-MAINTENANCE-CARD.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-CARD-COUNT.
           MOVE MAINTENANCE-CARD-RECORD    TO CSL-CARD.
           IF  MC-ADD OR MC-CHANGE OR MC-DELETE
               ADD 1                       TO CHG-SEQUENCE
                                              CHG-STAGED-COUNT
               MOVE SPACE                  TO CHANGE-SET-RECORD
               MOVE CHG-TARGET-DD          TO CS-TARGET-DD
               MOVE CHG-SEQUENCE           TO CS-SEQUENCE
               MOVE CHG-SUBMITTER-ID       TO CS-SUBMITTER-ID
               MOVE CHG-SUBMITTED-DATE     TO CS-SUBMITTED-DATE
               MOVE MAINTENANCE-CARD-RECORD TO CS-CARD-IMAGE
               WRITE CHANGE-SET-RECORD
               MOVE CHG-SEQUENCE           TO CSL-SEQUENCE
               MOVE 'STAGED - AWAITING APPROVAL'
                   TO CSL-RESULT
           ELSE
               MOVE 0                      TO CSL-SEQUENCE
               MOVE 'INVALID ACTION - NOT STAGED'
                   TO CSL-RESULT
               ADD 1                       TO WS-REJECTED-COUNT
           END-IF.
           MOVE CHANGE-STAGE-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 8000-READ-MAINTENANCE-CARD.
      *---------------------------------------------------------------*
       5000-REVIEW-STAGED-CHANGE.
      *---------------------------------------------------------------*
      *    ONE LINE PER FIELD THE CARD WOULD CHANGE, BEFORE AND
      *    AFTER, OR ONE LINE SAYING WHY IT WOULD CHANGE NOTHING.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-CARD-COUNT.
           MOVE CS-CARD-IMAGE              TO MAINTENANCE-CARD.
           MOVE CS-SEQUENCE                TO CRL-SEQUENCE.
           MOVE MC-ACTION                  TO CRL-ACTION.
           MOVE SPACE                      TO CRL-KEY
                                              CHG-CARD-RESULT.
           MOVE 'N'                        TO CHG-ON-FILE-SW.
           PERFORM 5100-READ-LIVE-RECORD.
           EVALUATE TRUE
               WHEN MC-ADD AND CHG-ON-FILE
                   MOVE 'ALREADY ON FILE - WOULD NOT ADD'
                       TO CHG-CARD-RESULT
               WHEN (MC-CHANGE OR MC-DELETE) AND NOT CHG-ON-FILE
                   MOVE 'NOT ON FILE - WOULD BE REJECTED'
                       TO CHG-CARD-RESULT
               WHEN MC-ADD OR MC-CHANGE OR MC-DELETE
                   MOVE 0                  TO CHG-FIELD-COUNT
                   PERFORM 5200-DIFF-FIELDS
                   IF  CHG-FIELD-COUNT = 0
                       MOVE 'NO FIELD WOULD CHANGE'
                           TO CHG-CARD-RESULT
                   END-IF
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE'
                       TO CHG-CARD-RESULT
           END-EVALUATE.
           IF  CHG-CARD-RESULT NOT = SPACE
               MOVE CHG-CARD-RESULT        TO CRL-CHANGE
               MOVE CHANGE-REVIEW-LINE     TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           PERFORM 8100-READ-CHANGE-SET.
      *---------------------------------------------------------------*
       5100-READ-LIVE-RECORD.
      *---------------------------------------------------------------*
           MOVE MC-STATE-CODE              TO CRL-KEY.
           IF  CHG-LIVE-OPEN
               MOVE MC-STATE-CODE          TO SB-STATE-CODE
               PERFORM 5110-READ-LIVE-BY-KEY
           END-IF.
      *---------------------------------------------------------------*
       5110-READ-LIVE-BY-KEY.
      *---------------------------------------------------------------*
           READ BED-REFERENCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CHG-ON-FILE         TO TRUE
           END-READ.
      *---------------------------------------------------------------*
       5200-DIFF-FIELDS.
      *---------------------------------------------------------------*
      *    A CHANGE CARD WITH A BLANK COUNT LEAVES THAT COUNT ALONE.
           MOVE 'STAFFED BEDS'             TO CHG-FIELD-NAME.
           MOVE SB-STAFFED-BEDS            TO CHG-BEFORE.
           IF  MC-CHANGE AND MC-STAFFED-BEDS IS NOT NUMERIC
               MOVE CHG-BEFORE             TO CHG-AFTER
           ELSE
               MOVE MC-STAFFED-BEDS        TO CHG-AFTER
           END-IF.
           PERFORM 5900-PRINT-FIELD-DIFF.
           MOVE 'STAFFED ICU BEDS'         TO CHG-FIELD-NAME.
           MOVE SB-STAFFED-ICU-BEDS        TO CHG-BEFORE.
           IF  MC-CHANGE AND MC-STAFFED-ICU-BEDS IS NOT NUMERIC
               MOVE CHG-BEFORE             TO CHG-AFTER
           ELSE
               MOVE MC-STAFFED-ICU-BEDS    TO CHG-AFTER
           END-IF.
           PERFORM 5900-PRINT-FIELD-DIFF.
      *---------------------------------------------------------------*
       5900-PRINT-FIELD-DIFF.
      *---------------------------------------------------------------*
      *    AN ADD HAS NO BEFORE AND A DELETE HAS NO AFTER.
      *---------------------------------------------------------------*
           IF  NOT CHG-ON-FILE
               MOVE SPACE                  TO CHG-BEFORE
           END-IF.
           IF  MC-DELETE
               MOVE SPACE                  TO CHG-AFTER
           END-IF.
           IF  CHG-BEFORE NOT = CHG-AFTER
               ADD 1                       TO CHG-FIELD-COUNT
               MOVE SPACE                  TO CRL-CHANGE
               MOVE CHG-FIELD-NAME         TO CRL-FIELD
               MOVE CHG-BEFORE             TO CRL-BEFORE
               MOVE CHG-AFTER              TO CRL-AFTER
               MOVE CHANGE-REVIEW-LINE     TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
      *---------------------------------------------------------------*
       6000-CHECK-APPROVER.
      *---------------------------------------------------------------*
      *    SEGREGATION OF DUTIES - THE SUBMITTER CANNOT APPROVE THEIR
      *    OWN SET, AND NOBODY APPROVES ANONYMOUSLY.  A REFUSED SET
      *    STAYS PENDING FOR A PROPER APPROVER.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO CHG-CARD-RESULT.
           IF  END-OF-FILE
               DISPLAY 'NO CHANGE SET PENDING FOR ', CHG-TARGET-DD
           ELSE
               EVALUATE TRUE
                   WHEN CS-TARGET-DD NOT = CHG-TARGET-DD
                       MOVE 'SET IS FOR ANOTHER FILE'
                           TO CHG-CARD-RESULT
                   WHEN CHG-OPERATOR-ID = SPACE
                       MOVE 'NO APPROVER - REFUSED'
                           TO CHG-CARD-RESULT
                   WHEN CHG-OPERATOR-ID = CS-SUBMITTER-ID
                       MOVE 'SELF-APPROVAL - REFUSED'
                           TO CHG-CARD-RESULT
               END-EVALUATE
               IF  CHG-CARD-RESULT = SPACE
                   SET CHG-PROMOTE-CLEARED TO TRUE
               ELSE
                   DISPLAY 'PROMOTE OF ', CHG-TARGET-DD, ' BY ',
                       CHG-OPERATOR-ID, ' : ', CHG-CARD-RESULT
                   MOVE CHG-CARD-RESULT    TO NEXT-REPORT-LINE
                   PERFORM 9000-PRINT-REPORT-LINE
                   MOVE 0                  TO CS-SEQUENCE
                   MOVE SPACE              TO CS-CARD-IMAGE
                   PERFORM 6900-WRITE-CHANGE-LOG
                   MOVE 12                 TO RETURN-CODE
                   SET END-OF-FILE TO TRUE
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       6100-PROMOTE-STAGED-CHANGE.
      *---------------------------------------------------------------*
      *    THE STAGED CARD IS APPLIED BY THE SAME PARAGRAPHS THAT
      *    APPLIED A CARD DIRECTLY BEFORE CHANGES WERE STAGED.
      *---------------------------------------------------------------*
           MOVE CS-CARD-IMAGE              TO MAINTENANCE-CARD.
           PERFORM 2000-APPLY-MAINTENANCE-CARD.
           PERFORM 6900-WRITE-CHANGE-LOG.
           PERFORM 8100-READ-CHANGE-SET.
      *---------------------------------------------------------------*
       6500-CLEAR-CHANGE-SET.
      *---------------------------------------------------------------*
      *    A PROMOTED SET IS EMPTIED SO IT CANNOT BE APPLIED TWICE.
      *---------------------------------------------------------------*
           IF  CHG-PROMOTE-CLEARED
               CLOSE CHANGE-SET-FILE
               OPEN OUTPUT CHANGE-SET-FILE
               IF  NOT CHANGE-SET-OK
                   DISPLAY 'CHGSET NOT EMPTIED : ', CHANGE-SET-STATUS,
                       ' - DO NOT PROMOTE IT AGAIN'
                   MOVE 'N'                TO CHG-SET-OPEN-SW
                   MOVE 16                 TO RETURN-CODE
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       6900-WRITE-CHANGE-LOG.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO CHANGE-LOG-RECORD.
           MOVE CHG-TARGET-DD              TO CG-TARGET-DD.
           MOVE CS-SEQUENCE                TO CG-SEQUENCE.
           MOVE CS-SUBMITTER-ID            TO CG-SUBMITTER-ID.
           MOVE CS-SUBMITTED-DATE          TO CG-SUBMITTED-DATE.
           MOVE CHG-OPERATOR-ID            TO CG-APPROVER-ID.
           MOVE CHG-TODAY                  TO CG-APPROVED-DATE.
           MOVE WS-CURRENT-DATE-DATA (9:6) TO CG-APPROVED-TIME.
           MOVE CHG-CARD-RESULT            TO CG-RESULT.
           MOVE CS-CARD-IMAGE              TO CG-CARD-IMAGE.
           WRITE CHANGE-LOG-RECORD.
      *---------------------------------------------------------------*
       8000-READ-MAINTENANCE-CARD.
      *---------------------------------------------------------------*
           READ MAINTENANCE-CARD-FILE INTO MAINTENANCE-CARD
               AT END MOVE 'Y' TO END-OF-FILE-SW.
      *---------------------------------------------------------------*
       8100-READ-CHANGE-SET.
      *---------------------------------------------------------------*
           READ CHANGE-SET-FILE
               AT END
                   MOVE 'Y'                TO END-OF-FILE-SW
               NOT AT END
                   MOVE CS-SUBMITTER-ID    TO CMH-SUBMITTER-ID
                   MOVE CS-SUBMITTED-DATE  TO CMH-SUBMITTED-DATE
           END-READ.
      *---------------------------------------------------------------*
       9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
           MOVE AUDIT-HEADING-LINE         TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE CHANGE-MODE-HEADING-LINE   TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           ADD  1                          TO PAGE-COUNT.
           MOVE 1                          TO LINE-SPACEING.
           MOVE 3                          TO LINE-COUNT.
      *---------------------------------------------------------------*
       9110-WRITE-TOP-OF-PAGE.
      *---------------------------------------------------------------*
