      *    (MAINTAINED BY EMPMNT), SO BENEFIT CHARGES LAND ON THE
      *    RIGHT EXPERIENCE RATING.  ROWS WITHOUT AN ACCOUNT ROLL UP
      *    UNDER THE UNSPECIFIED LINE.
      *    EACH LINE ALSO CARRIES THE BENEFIT DOLLARS CHARGED - THE
      *    PAYMSTR PAYMENTS ISSUED IN THE QUARTER ON EVERY CLAIM THE
      *    EMPLOYER SEPARATED, WHENEVER THE CLAIM WAS FILED - ONCE PER
      *    CLAIM, HOWEVER MANY WEEKLY ROWS CARRY IT.  A RUN
      *    FOR A NAMED QUARTER KEEPS EACH LINE ON THE CHGHIST CHARGE
      *    HISTORY (SEE CHGHREC) FOR THE EXPRATE EXPERIENCE RATING.
      *    SHORT-TIME COMPENSATION (STC TYPE) PAYMENTS ARE CHARGED TO
      *    THE EMPLOYER WHOSE WORK-SHARE PLAN THE CLAIM IS ENROLLED IN
      *    (STCPART, MAINTAINED BY STCMNT), NOT THE SEPARATING
      *    EMPLOYER ON THE DETAIL ROW.
      *    A RUN FOR A NAMED QUARTER ALSO POSTS THE CREDIT FOR EVERY
      *    UPHELD PROTEST ON THE PROTEST DOCKET (SEE PROTREC,
      *    MAINTAINED BY PROTMNT) NOT YET POSTED TO AN EARLIER
      *    QUARTER.  THE LINE SHOWS THE CREDITS AND THE NET CHARGES,
      *    AND THE CREDITS ARE KEPT ON CHGHIST APART FROM THE GROSS
      *    CHARGES.  A RERUN OF THE SAME QUARTER POSTS THEM AGAIN.
      *
      *    CONTROL INPUT (SYSIN) -
      *      QUARTER            YYYYQ (E.G. 20263; BLANK = ALL ROWS)
      *---------------------------------------------------------------*
       FILE-CONTROL.
           SELECT CLAIMANT-DETAIL-FILE ASSIGN TO CLMTFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS CD-DETAIL-KEY
             ALTERNATE RECORD KEY IS CD-CLAIMANT-ID WITH DUPLICATES
             ALTERNATE RECORD KEY IS CD-EMPLOYER-ACCT WITH DUPLICATES
             FILE STATUS  IS CLAIMANT-DETAIL-STATUS.
           SELECT EMPLOYER-REFERENCE-FILE ASSIGN TO EMPLRF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS EM-EMPLOYER-ACCT
             FILE STATUS  IS EMPLOYER-REFERENCE-STATUS.
           SELECT PAYMENT-MASTER-FILE ASSIGN TO PAYMSTR
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS PM-PAYMENT-KEY
             FILE STATUS  IS PAYMENT-MASTER-STATUS.
           SELECT CHARGE-HISTORY-FILE ASSIGN TO CHGHIST
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS CH-HISTORY-KEY
             FILE STATUS  IS CHARGE-HISTORY-STATUS.
           SELECT WORK-SHARE-PARTICIPANT-FILE ASSIGN TO STCPART
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS SE-CLAIM-ID
             ALTERNATE RECORD KEY IS SE-EMPLOYER-ACCT
                 WITH DUPLICATES
             FILE STATUS  IS WORK-SHARE-PART-STATUS.
           SELECT PROTEST-FILE ASSIGN TO PROTEST
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS EP-PROTEST-KEY
             FILE STATUS  IS PROTEST-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  CLAIMANT-DETAIL-FILE.
       COPY CLMTREC.
      *---------------------------------------------------------------*
       FD  EMPLOYER-REFERENCE-FILE.
       COPY EMPLREFC.
      *---------------------------------------------------------------*
       FD  PAYMENT-MASTER-FILE.
       COPY PAYREC.
      *---------------------------------------------------------------*
       FD  CHARGE-HISTORY-FILE.
       COPY CHGHREC.
      *---------------------------------------------------------------*
       FD  WORK-SHARE-PARTICIPANT-FILE.
       COPY STCTREC.
      *---------------------------------------------------------------*
       FD  PROTEST-FILE.
       COPY PROTREC.
      *---------------------------------------------------------------*
       FD  PRINT-FILE
           RECORDING MODE IS F.
               88  CLAIMANT-DETAIL-OK            VALUE '00'.
           05  EMPLOYER-REFERENCE-STATUS   PIC X(02).
               88  EMPLOYER-REFERENCE-OK         VALUE '00'.
           05  PAYMENT-MASTER-STATUS       PIC X(02).
               88  PAYMENT-MASTER-OK             VALUE '00'.
           05  CHARGE-HISTORY-STATUS       PIC X(02).
               88  CHARGE-HISTORY-OK             VALUE '00'.
               88  CHARGE-HISTORY-NEW            VALUE '35'.
           05  WORK-SHARE-PART-STATUS      PIC X(02).
               88  WORK-SHARE-PART-OK            VALUE '00' '02'.
           05  WORK-SHARE-OPEN-SW          PIC X(01) VALUE 'N'.
               88  WORK-SHARE-OPEN               VALUE 'Y'.
           05  PROTEST-STATUS              PIC X(02).
               88  PROTEST-OK                    VALUE '00'.
               88  PROTEST-NEW                   VALUE '35'.
           05  PROTEST-OPEN-SW             PIC X(01) VALUE 'N'.
               88  PROTEST-OPEN                  VALUE 'Y'.
           05  PROTEST-EOF-SW              PIC X(01) VALUE 'N'.
               88  PROTEST-EOF                   VALUE 'Y'.
           05  WS-CREDITS-POSTED           PIC 9(08) VALUE 0.
           05  WS-CREDIT-TOTAL             PIC 9(11)V99 VALUE 0.
           05  WS-NET-CHARGES              PIC S9(11)V99.
           05  WS-CHARGING-QUARTER         PIC 9(05) VALUE 0.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  PAYMENT-SCAN-SW             PIC X(01).
               88  PAYMENT-SCAN-DONE             VALUE 'Y'.
           05  WS-HISTORY-WRITTEN          PIC 9(08) VALUE 0.
           05  WS-CLAIM-CHARGES            PIC S9(09)V99.
           05  WS-STC-CHARGES              PIC S9(09)V99.
           05  WS-STC-TOTAL                PIC S9(11)V99 VALUE 0.
           05  WS-CHARGE-ACCT              PIC X(08).
           05  WS-PAY-YEAR                 PIC 9(04).
           05  WS-PAY-MONTH                PIC 9(02).
           05  WS-PAY-QUARTER              PIC 9(01).
           05  WS-BUSINESS-DATE            PIC 9(08).
           05  WS-ROW-COUNT                PIC 9(08) VALUE 0.
           05  WS-SELECTED-COUNT           PIC 9(08) VALUE 0.
           05  WS-QUARTER-CARD             PIC X(05) VALUE SPACE.
           05  WS-ROW-YEAR                 PIC 9(04).
           05  WS-ROW-MONTH                PIC 9(02).
           05  WS-ROW-QUARTER              PIC 9(01).
           05  WS-CLAIM-CHARGED-SW         PIC X(01).
               88  WS-CLAIM-ALREADY-CHARGED      VALUE 'Y'.
      *---------------------------------------------------------------*
      *    CLAIMS ALREADY CHARGED TO THE EMPLOYER IN HAND - THE DETAIL
      *    CARRIES A ROW FOR EVERY WEEK A CLAIM IS ON THE FEED, BUT
      *    THE CLAIM'S PAYMENTS ARE CHARGED ONCE.  CLEARED AT EACH
      *    CHANGE OF ACCOUNT, AS AN EMPLOYER'S ROWS ARRIVE TOGETHER.
      *---------------------------------------------------------------*
       01  CHARGED-CLAIM-TABLE.
           05  CCT-EMPLOYER-ACCT           PIC X(08) VALUE LOW-VALUES.
           05  CCT-ENTRY-COUNT             PIC 9(04) VALUE 0.
           05  CCT-ENTRY                   OCCURS 5000 TIMES
                                           INDEXED BY CCT-INDEX.
               10  CCT-CLAIM-ID            PIC X(08).
      *---------------------------------------------------------------*
      *    PER-EMPLOYER ROLLUP - ONE ROW PER DISTINCT ACCOUNT SEEN ON
      *    THE DETAIL FOR THE QUARTER.  A SPACES ACCOUNT IS THE
                                           INDEXED BY EMT-INDEX.
               10  EMT-EMPLOYER-ACCT       PIC X(08).
               10  EMT-CLAIMANT-COUNT      PIC 9(08).
               10  EMT-BENEFIT-CHARGES     PIC 9(09)V99.
               10  EMT-CREDITS             PIC 9(09)V99.
               10  EMT-USED-SW             PIC X(01).
      *---------------------------------------------------------------*
       01  CHARGING-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(52) VALUE
               'ACCOUNT   EMPLOYER NAME                   CLAIMANTS '.
           05  FILLER PIC X(18) VALUE
               '  BENEFIT CHARGES '.
           05  FILLER PIC X(16) VALUE
               '         CREDITS'.
           05  FILLER PIC X(20) VALUE
               '         NET CHARGES'.
      *---------------------------------------------------------------*
       01  CHARGING-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  CDL-EMPLOYER-NAME           PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  CDL-CLAIMANT-COUNT          PIC ZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  CDL-BENEFIT-CHARGES         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  CDL-CREDITS                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  CDL-NET-CHARGES             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
      *---------------------------------------------------------------*
       01  REPORT-LINES.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
       COPY PRINTCTL.
       COPY BUSDATEC.
       COPY EXCLOGC.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
           PERFORM 8000-READ-CLAIMANT-DETAIL.
           PERFORM 2000-TALLY-ONE-CLAIMANT
               UNTIL END-OF-FILE.
           IF  PROTEST-OPEN
               PERFORM 2400-POST-PROTEST-CREDIT
                   UNTIL PROTEST-EOF
           END-IF.
           PERFORM 4000-PRINT-CHARGING-STATEMENT.
           PERFORM 3000-CLOSE-FILES.
           DISPLAY 'DETAIL ROWS READ     : ', WS-ROW-COUNT.
           DISPLAY 'ROWS IN QUARTER      : ', WS-SELECTED-COUNT.
           DISPLAY 'EMPLOYERS CHARGED    : ', EMT-ENTRY-COUNT.
           DISPLAY 'CHARGE HISTORY ROWS  : ', WS-HISTORY-WRITTEN.
           DISPLAY 'WORK-SHARE CHARGES   : ', WS-STC-TOTAL.
           DISPLAY 'PROTEST CREDITS      : ', WS-CREDITS-POSTED.
           DISPLAY 'PROTEST CREDIT AMOUNT: ', WS-CREDIT-TOTAL.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT CLAIMANT-DETAIL-FILE.
      *    THE DETAIL IS READ DOWN THE EMPLOYER ALTERNATE INDEX, SO
      *    EACH EMPLOYER'S ROWS ARRIVE TOGETHER.
           MOVE LOW-VALUES                 TO CD-EMPLOYER-ACCT.
           START CLAIMANT-DETAIL-FILE
               KEY IS NOT LESS THAN CD-EMPLOYER-ACCT
               INVALID KEY MOVE 'Y'        TO END-OF-FILE-SW
           END-START.
           OPEN INPUT EMPLOYER-REFERENCE-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
               MOVE WS-QUARTER-CARD (5:1)  TO WS-QUARTER-NO
           END-IF.
           MOVE WS-QUARTER-CARD            TO CHL-QUARTER.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           OPEN INPUT PAYMENT-MASTER-FILE.
           IF NOT PAYMENT-MASTER-OK
               DISPLAY 'PAYMSTR OPEN ERROR : ', PAYMENT-MASTER-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *    THE HISTORY IS ONLY KEPT FOR A NAMED QUARTER - AN ALL-ROWS
      *    RUN IS A LOOK, NOT A CHARGING PERIOD.
           IF  WS-QUARTER-YEAR NOT = 0
               OPEN I-O CHARGE-HISTORY-FILE
               IF  CHARGE-HISTORY-NEW
      *            FIRST CHARGING RUN SINCE THE HISTORY WAS KEPT -
      *            CREATE THE FILE EMPTY, THEN REOPEN FOR UPDATE, THE
      *            SAME DANCE STATEMNT DOES FOR A BRAND-NEW CLUSTER.
                   OPEN OUTPUT CHARGE-HISTORY-FILE
                   CLOSE       CHARGE-HISTORY-FILE
                   OPEN I-O    CHARGE-HISTORY-FILE
               END-IF
               IF NOT CHARGE-HISTORY-OK
                   DISPLAY 'CHGHIST OPEN ERROR : ',
                       CHARGE-HISTORY-STATUS
                   MOVE 16                 TO RETURN-CODE
                   SET END-OF-FILE TO TRUE
               END-IF
               MOVE WS-QUARTER-CARD        TO WS-CHARGING-QUARTER
               OPEN I-O PROTEST-FILE
               IF  PROTEST-NEW
      *            NO PROTEST DOCKET YET MEANS NO PROTEST HAS BEEN
      *            FILED - CREATE IT EMPTY, THEN REOPEN FOR UPDATE,
      *            THE SAME DANCE AS THE HISTORY ABOVE.
                   OPEN OUTPUT PROTEST-FILE
                   CLOSE       PROTEST-FILE
                   OPEN I-O    PROTEST-FILE
               END-IF
               IF  PROTEST-OK
                   MOVE 'Y'                TO PROTEST-OPEN-SW
                   PERFORM 8100-READ-PROTEST
               ELSE
                   DISPLAY 'PROTEST OPEN ERROR : ', PROTEST-STATUS
                   MOVE 16                 TO RETURN-CODE
                   SET END-OF-FILE TO TRUE
               END-IF
           END-IF.
      *    NO STCPART YET MEANS NO WORK-SHARE PLANS HAVE BEEN TAKEN -
      *    EVERY PAYMENT THEN GOES TO THE SEPARATING EMPLOYER.
           OPEN INPUT WORK-SHARE-PARTICIPANT-FILE.
           IF  WORK-SHARE-PART-OK
               MOVE 'Y'                    TO WORK-SHARE-OPEN-SW
           END-IF.
           IF NOT CLAIMANT-DETAIL-OK
               DISPLAY 'CLMTFILE OPEN ERROR : ', CLAIMANT-DETAIL-STATUS
               MOVE 16                     TO RETURN-CODE
               OR (WS-ROW-YEAR = WS-QUARTER-YEAR
                   AND WS-ROW-QUARTER = WS-QUARTER-NO)
               ADD 1                       TO WS-SELECTED-COUNT
               MOVE CD-EMPLOYER-ACCT       TO WS-CHARGE-ACCT
               PERFORM 2100-FIND-EMPLOYER-ENTRY
               ADD 1                       TO EMT-CLAIMANT-COUNT
                                              (EMT-INDEX)
           END-IF.
           PERFORM 2050-CHECK-CLAIM-CHARGED.
           IF  NOT WS-CLAIM-ALREADY-CHARGED
               PERFORM 2060-CHARGE-CLAIM
           END-IF.
           PERFORM 8000-READ-CLAIMANT-DETAIL.
      *---------------------------------------------------------------*
       2050-CHECK-CLAIM-CHARGED.
      *---------------------------------------------------------------*
      *    A CLAIM NOT YET SEEN FOR THE EMPLOYER IS REMEMBERED AND
      *    CHARGED; A LATER ROW FOR IT (THE WEEKLY RE-CARRY) IS NOT.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO WS-CLAIM-CHARGED-SW.
           IF  CD-EMPLOYER-ACCT NOT = CCT-EMPLOYER-ACCT
               MOVE CD-EMPLOYER-ACCT       TO CCT-EMPLOYER-ACCT
               MOVE 0                      TO CCT-ENTRY-COUNT
           END-IF.
           SET CCT-INDEX                   TO 1.
           SEARCH CCT-ENTRY
               AT END
                   CONTINUE
               WHEN CCT-INDEX > CCT-ENTRY-COUNT
                   CONTINUE
               WHEN CCT-CLAIM-ID (CCT-INDEX) = CD-CLAIM-ID
                   MOVE 'Y'                TO WS-CLAIM-CHARGED-SW
           END-SEARCH.
           IF  NOT WS-CLAIM-ALREADY-CHARGED
               IF  CCT-ENTRY-COUNT < 5000
                   ADD 1                   TO CCT-ENTRY-COUNT
                   MOVE CD-CLAIM-ID        TO CCT-CLAIM-ID
                                              (CCT-ENTRY-COUNT)
               ELSE
                   DISPLAY 'CHARGED-CLAIM TABLE FULL : ',
                       CD-EMPLOYER-ACCT, ' ', CD-CLAIM-ID
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2060-CHARGE-CLAIM.
      *---------------------------------------------------------------*
           PERFORM 2200-SUM-CLAIM-CHARGES.
           IF  WS-CLAIM-CHARGES > 0
               MOVE CD-EMPLOYER-ACCT       TO WS-CHARGE-ACCT
               PERFORM 2100-FIND-EMPLOYER-ENTRY
               ADD WS-CLAIM-CHARGES        TO EMT-BENEFIT-CHARGES
                                              (EMT-INDEX)
           END-IF.
           IF  WS-STC-CHARGES > 0
               PERFORM 2300-FIND-PLAN-EMPLOYER
               PERFORM 2100-FIND-EMPLOYER-ENTRY
               ADD WS-STC-CHARGES          TO EMT-BENEFIT-CHARGES
                                              (EMT-INDEX)
               ADD WS-STC-CHARGES          TO WS-STC-TOTAL
           END-IF.
      *---------------------------------------------------------------*
       2100-FIND-EMPLOYER-ENTRY.
      *---------------------------------------------------------------*
           SET EMT-INDEX                   TO 1.
           SEARCH EMT-ENTRY
               AT END PERFORM 2110-ADD-EMPLOYER-ENTRY
               WHEN EMT-EMPLOYER-ACCT (EMT-INDEX) = WS-CHARGE-ACCT
                   AND EMT-USED-SW (EMT-INDEX) = 'Y'
                   CONTINUE
           END-SEARCH.
               ADD 1                       TO EMT-ENTRY-COUNT
           END-IF.
           SET EMT-INDEX                   TO EMT-ENTRY-COUNT.
           MOVE WS-CHARGE-ACCT             TO EMT-EMPLOYER-ACCT
                                              (EMT-INDEX).
           MOVE 0                          TO EMT-CLAIMANT-COUNT
                                              (EMT-INDEX)
                                              EMT-BENEFIT-CHARGES
                                              (EMT-INDEX)
                                              EMT-CREDITS (EMT-INDEX).
           MOVE 'Y'                        TO EMT-USED-SW (EMT-INDEX).
      *---------------------------------------------------------------*
       2200-SUM-CLAIM-CHARGES.
      *---------------------------------------------------------------*
      *    PAYMENTS ARE CHARGED IN THE QUARTER THEY WENT OUT (THE
      *    LOAD DATE), NOT THE QUARTER THE CLAIM WAS FILED.
      *---------------------------------------------------------------*
           MOVE 0                          TO WS-CLAIM-CHARGES
                                              WS-STC-CHARGES.
           MOVE 'N'                        TO PAYMENT-SCAN-SW.
           MOVE CD-CLAIM-ID                TO PM-CLAIM-ID.
           MOVE LOW-VALUES                 TO PM-WEEK-ENDING.
           START PAYMENT-MASTER-FILE KEY IS NOT LESS THAN PM-PAYMENT-KEY
               INVALID KEY
                   MOVE 'Y'                TO PAYMENT-SCAN-SW
           END-START.
           PERFORM 2210-CHARGE-ONE-PAYMENT
               UNTIL PAYMENT-SCAN-DONE.
      *---------------------------------------------------------------*
       2210-CHARGE-ONE-PAYMENT.
      *---------------------------------------------------------------*
           READ PAYMENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                TO PAYMENT-SCAN-SW
           END-READ.
           IF  NOT PAYMENT-SCAN-DONE
               IF  PM-CLAIM-ID NOT = CD-CLAIM-ID
                   MOVE 'Y'                TO PAYMENT-SCAN-SW
               ELSE
                   MOVE PM-LOAD-DATE (1:4) TO WS-PAY-YEAR
                   MOVE PM-LOAD-DATE (5:2) TO WS-PAY-MONTH
                   COMPUTE WS-PAY-QUARTER = (WS-PAY-MONTH + 2) / 3
                   IF  NOT PM-REVERSED
                       AND (WS-QUARTER-YEAR = 0
                            OR (WS-PAY-YEAR = WS-QUARTER-YEAR
                                AND WS-PAY-QUARTER = WS-QUARTER-NO))
                       PERFORM 2220-ADD-PAYMENT-CHARGE
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2220-ADD-PAYMENT-CHARGE.
      *---------------------------------------------------------------*
           EVALUATE PM-PAYMENT-TYPE
               WHEN 'ADJ'
                   SUBTRACT PM-AMOUNT-PAID FROM WS-CLAIM-CHARGES
               WHEN 'STC'
                   ADD PM-AMOUNT-PAID      TO WS-STC-CHARGES
                   IF  PM-OFFSET-AMOUNT IS NUMERIC
                       ADD PM-OFFSET-AMOUNT TO WS-STC-CHARGES
                   END-IF
               WHEN OTHER
                   ADD PM-AMOUNT-PAID      TO WS-CLAIM-CHARGES
                   IF  PM-OFFSET-AMOUNT IS NUMERIC
                       ADD PM-OFFSET-AMOUNT TO WS-CLAIM-CHARGES
                   END-IF
           END-EVALUATE.
      *---------------------------------------------------------------*
       2300-FIND-PLAN-EMPLOYER.
      *---------------------------------------------------------------*
      *    A CLAIM SINCE REMOVED FROM ITS PLAN FALLS BACK TO THE
      *    SEPARATING EMPLOYER.
      *---------------------------------------------------------------*
           MOVE CD-EMPLOYER-ACCT           TO WS-CHARGE-ACCT.
           IF  WORK-SHARE-OPEN
               MOVE CD-CLAIM-ID            TO SE-CLAIM-ID
               READ WORK-SHARE-PARTICIPANT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SE-EMPLOYER-ACCT TO WS-CHARGE-ACCT
               END-READ
           END-IF.
      *---------------------------------------------------------------*
       2400-POST-PROTEST-CREDIT.
      *---------------------------------------------------------------*
      *    A CREDIT ALREADY POSTED TO THIS QUARTER IS TAKEN AGAIN SO A
      *    RERUN GIVES THE SAME STATEMENT; ONE POSTED TO AN EARLIER
      *    QUARTER IS DONE WITH.  THE CREDIT IS ONLY TAKEN ONCE THE
      *    PROTEST IS MARKED POSTED, SO A FAILED REWRITE CANNOT LEAVE
      *    IT TO BE TAKEN AGAIN NEXT QUARTER.
      *---------------------------------------------------------------*
           IF  EP-UPHELD
               AND EP-CREDIT-AMOUNT > 0
               AND (EP-CREDIT-QUARTER = 0
                    OR EP-CREDIT-QUARTER = WS-CHARGING-QUARTER)
               MOVE WS-CHARGING-QUARTER    TO EP-CREDIT-QUARTER
               MOVE WS-BUSINESS-DATE       TO EP-CREDIT-POSTED-DATE
               REWRITE EMPLOYER-PROTEST-RECORD
                   INVALID KEY
                       PERFORM 2410-RAISE-POSTING-FAILURE
                   NOT INVALID KEY
                       PERFORM 2420-TAKE-PROTEST-CREDIT
               END-REWRITE
           END-IF.
           PERFORM 8100-READ-PROTEST.
      *---------------------------------------------------------------*
       2410-RAISE-POSTING-FAILURE.
      *---------------------------------------------------------------*
           DISPLAY 'PROTEST REWRITE FAILED : ', EP-PROTEST-KEY,
               ' STATUS ', PROTEST-STATUS.
           MOVE 12                         TO RETURN-CODE.
           MOVE 'EMPCHG'                   TO EX-SOURCE-PROGRAM.
           MOVE 'E'                        TO EX-SEVERITY.
           MOVE EP-PROTEST-KEY             TO EX-KEY.
           MOVE 'PROTEST CREDIT HELD - REWRITE FAILED' TO EX-MESSAGE.
           CALL 'EXCWRITE' USING EXCWRITE-REQUEST.
      *---------------------------------------------------------------*
       2420-TAKE-PROTEST-CREDIT.
      *---------------------------------------------------------------*
           MOVE EP-EMPLOYER-ACCT           TO WS-CHARGE-ACCT.
           PERFORM 2100-FIND-EMPLOYER-ENTRY.
           ADD EP-CREDIT-AMOUNT            TO EMT-CREDITS (EMT-INDEX)
                                              WS-CREDIT-TOTAL.
           ADD 1                           TO WS-CREDITS-POSTED.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE CLAIMANT-DETAIL-FILE.
           CLOSE EMPLOYER-REFERENCE-FILE.
           CLOSE PAYMENT-MASTER-FILE.
           IF  WORK-SHARE-OPEN
               CLOSE WORK-SHARE-PARTICIPANT-FILE
           END-IF.
           IF  WS-QUARTER-YEAR NOT = 0
               CLOSE CHARGE-HISTORY-FILE
           END-IF.
           IF  PROTEST-OPEN
               CLOSE PROTEST-FILE
           END-IF.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-CHARGING-STATEMENT.
           END-IF.
           MOVE EMT-CLAIMANT-COUNT (EMT-INDEX)
               TO CDL-CLAIMANT-COUNT.
           MOVE EMT-BENEFIT-CHARGES (EMT-INDEX)
               TO CDL-BENEFIT-CHARGES.
           MOVE EMT-CREDITS (EMT-INDEX)    TO CDL-CREDITS.
           COMPUTE WS-NET-CHARGES =
               EMT-BENEFIT-CHARGES (EMT-INDEX)
             - EMT-CREDITS (EMT-INDEX).
           MOVE WS-NET-CHARGES             TO CDL-NET-CHARGES.
           MOVE CHARGING-DETAIL-LINE       TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           IF  WS-QUARTER-YEAR NOT = 0
               AND EMT-EMPLOYER-ACCT (EMT-INDEX) NOT = SPACE
               PERFORM 4200-KEEP-CHARGE-HISTORY
           END-IF.
      *---------------------------------------------------------------*
       4200-KEEP-CHARGE-HISTORY.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO CHARGE-HISTORY-RECORD.
           MOVE EMT-EMPLOYER-ACCT (EMT-INDEX) TO CH-EMPLOYER-ACCT.
           MOVE WS-QUARTER-YEAR            TO CH-YEAR.
           MOVE WS-QUARTER-NO              TO CH-QUARTER.
           MOVE EMT-CLAIMANT-COUNT (EMT-INDEX) TO CH-CLAIMANT-COUNT.
           MOVE EMT-BENEFIT-CHARGES (EMT-INDEX) TO CH-BENEFIT-CHARGES.
           MOVE EMT-CREDITS (EMT-INDEX)    TO CH-CREDIT-AMOUNT.
           MOVE WS-BUSINESS-DATE           TO CH-RUN-DATE.
           ADD 1                           TO WS-HISTORY-WRITTEN.
           WRITE CHARGE-HISTORY-RECORD
               INVALID KEY
                   REWRITE CHARGE-HISTORY-RECORD
           END-WRITE.
      *---------------------------------------------------------------*
       8000-READ-CLAIMANT-DETAIL.
      *---------------------------------------------------------------*
           READ CLAIMANT-DETAIL-FILE NEXT RECORD
               AT END MOVE 'Y' TO END-OF-FILE-SW.
      *---------------------------------------------------------------*
       8100-READ-PROTEST.
      *---------------------------------------------------------------*
           READ PROTEST-FILE NEXT RECORD
               AT END MOVE 'Y' TO PROTEST-EOF-SW.
      *---------------------------------------------------------------*
       9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
