       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PAYINQ.
       AUTHOR.        EDWIN ACKERMAN.
       INSTALLATION.  MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    PSEUDO-CONVERSATIONAL CICS PAYMENT-HISTORY INQUIRY
      *    (TRANSID UPAY), THE CALL CENTER'S COMPANION TO UINQ.  THE
      *    OPERATOR KEYS A CLAIM ID AND GETS BACK -
      *      THE CLAIM'S PAYMSTR WEEKS (SEE PAYREC), MOST RECENT
      *      FIRST, TWELVE TO A PAGE - NET AMOUNT, OFFSET, PAYMENT
      *      TYPE, ISSUE STATUS, ISSUANCE SERIAL AND LOAD DATE;
      *      EVERY PAYABLE WEEK CERTIFIED ON CERTFILE (SEE CERTREC)
      *      THAT IS NOT YET ON PAYMSTR;
      *      ANY OPEN OR PARTLY RECOVERED OVERPAYMENT BALANCE ON
      *      OVPFILE (SEE OVPREC).
      *    PRESSING ENTER WITH THE CLAIM ID LEFT BLANK SHOWS THE NEXT
      *    PAGE OF WEEKS; KEYING ANOTHER CLAIM ID STARTS OVER.  THE
      *    CLAIM AND PAGE RIDE IN THE COMMAREA BETWEEN TASKS.
      *    OPERATOR AUTHORIZATION AND ACCESS LOGGING ARE UNEMINQ'S -
      *    THE SIGNED-ON USERID MUST HOLD AUTHORITY 'I' OR 'C' ON
      *    OPERAUTH, AND EVERY PAGE SHOWN OR REFUSED IS WRITTEN TO
      *    THE UACL ACCESS-AUDIT QUEUE.
      *===============================================================*
       ENVIRONMENT DIVISION.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
           COPY PAYREC.
      *---------------------------------------------------------------*
           COPY CERTREC.
      *---------------------------------------------------------------*
           COPY OVPREC.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  WS-RESPONSE                 PIC S9(08) USAGE IS COMP.
           05  WS-BROWSE-SW                PIC X(01) VALUE 'N'.
               88  WS-BROWSE-DONE                VALUE 'Y'.
           05  WS-HISTORY-FOUND-SW         PIC X(01) VALUE 'N'.
               88  HISTORY-FOUND                 VALUE 'Y'.
           05  WS-SUB                      PIC S9(04) USAGE IS COMP.
           05  WS-INSERT-SUB               PIC S9(04) USAGE IS COMP.
           05  WS-FIRST-SUB                PIC S9(04) USAGE IS COMP.
           05  WS-LAST-SUB                 PIC S9(04) USAGE IS COMP.
           05  WS-LINE-SUB                 PIC S9(04) USAGE IS COMP.
           05  WS-PAGE-COUNT               PIC 9(03) VALUE 0.
           05  WS-UNPAID-COUNT             PIC 9(03) VALUE 0.
           05  WS-WEEK-SORT-KEY            PIC 9(08).
           05  WS-WEEK-ENDING              PIC 9(08).
           05  WS-WEEK-ENDING-X REDEFINES WS-WEEK-ENDING.
               10  WS-WEEK-YYYY            PIC 9(04).
               10  WS-WEEK-MM              PIC 9(02).
               10  WS-WEEK-DD              PIC 9(02).
           05  WS-PAYMENT-BROWSE-KEY.
               10  WS-PB-CLAIM-ID          PIC X(08).
               10  WS-PB-WEEK-ENDING       PIC X(08).
           05  WS-CERT-BROWSE-KEY.
               10  WS-CB-CLAIM-ID          PIC X(08).
               10  WS-CB-WEEK-ENDING       PIC 9(08).
      *---------------------------------------------------------------*
      *    THE CLAIM'S PAYMSTR WEEKS, HELD MOST RECENT FIRST.  THE KEY
      *    IS CLAIM PLUS DDMMYYYY, SO A KEYED BROWSE COMES BACK IN DAY
      *    ORDER - EACH WEEK IS INSERTED BY ITS YYYYMMDD INSTEAD.  PAST
      *    260 WEEKS (FIVE YEARS) THE OLDEST FALL OFF THE SCREEN.
      *---------------------------------------------------------------*
       01  WS-PAYMENT-WEEK-TABLE.
           05  WS-WEEK-COUNT               PIC S9(04) USAGE IS COMP
                                           VALUE 0.
           05  WS-WEEK-ENTRY               OCCURS 260 TIMES.
               10  WS-WE-SORT-KEY          PIC 9(08).
               10  WS-WE-AMOUNT-PAID       PIC 9(07)V99.
               10  WS-WE-OFFSET-AMOUNT     PIC 9(05)V99.
               10  WS-WE-PAYMENT-TYPE      PIC X(03).
               10  WS-WE-ISSUE-STATUS      PIC X(01).
               10  WS-WE-ISSUANCE-SERIAL   PIC 9(09).
               10  WS-WE-LOAD-DATE         PIC 9(08).
      *---------------------------------------------------------------*
       01  WS-SCREEN-INPUT-AREA.
      *---------------------------------------------------------------*
           05  SCR-CLAIM-ID                PIC X(08).
      *---------------------------------------------------------------*
       01  WS-SCREEN-OUTPUT-AREA.
      *---------------------------------------------------------------*
           05  WS-SCREEN-LINE              PIC X(80)
                                           OCCURS 23 TIMES.
      *---------------------------------------------------------------*
       01  PAY-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(28) VALUE
               'UPAY PAYMENT HISTORY  CLAIM '.
           05  PHL-CLAIM-ID                PIC X(08).
           05  FILLER PIC X(08) VALUE '   PAGE '.
           05  PHL-PAGE                    PIC ZZ9.
           05  FILLER PIC X(04) VALUE ' OF '.
           05  PHL-PAGE-COUNT              PIC ZZ9.
      *---------------------------------------------------------------*
       01  PAY-OVERPAYMENT-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(25) VALUE
               'OPEN OVERPAYMENT BALANCE '.
           05  POL-BALANCE                 PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(14) VALUE '  ESTABLISHED '.
           05  POL-ESTABLISH-DATE          PIC 9(08).
           05  FILLER PIC X(08) VALUE '  CAUSE '.
           05  POL-CAUSE-CODE              PIC X(03).
      *---------------------------------------------------------------*
       01  PAY-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(40) VALUE
               'WEEK END      NET PAID    OFFSET  TYPE  '.
           05  FILLER PIC X(30) VALUE
               'STATUS         SERIAL   LOADED'.
      *---------------------------------------------------------------*
       01  PAY-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  PDL-WEEK-ENDING             PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  PDL-AMOUNT-PAID             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  PDL-OFFSET-AMOUNT           PIC ZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  PDL-PAYMENT-TYPE            PIC X(03).
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  PDL-ISSUE-STATUS            PIC X(12).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  PDL-ISSUANCE-SERIAL         PIC Z(08)9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  PDL-LOAD-DATE               PIC 9(08).
      *---------------------------------------------------------------*
       01  UNPAID-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  UDL-WEEK-ENDING             PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  UDL-PAYABLE-AMOUNT          PIC ZZ,ZZ9.99.
           05  FILLER PIC X(12) VALUE '  CERTIFIED '.
           05  UDL-CERT-DATE               PIC 9(08).
           05  FILLER PIC X(13) VALUE '  PAY STATUS '.
           05  UDL-PAY-STATUS              PIC X(01).
      *---------------------------------------------------------------*
       01  UNPAID-MORE-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(06) VALUE '  AND '.
           05  UML-COUNT                   PIC ZZ9.
           05  FILLER PIC X(25) VALUE ' MORE CERTIFIED, UNPAID'.
      *---------------------------------------------------------------*
       01  WS-NOT-FOUND-MSG.
      *---------------------------------------------------------------*
           05  FILLER PIC X(30) VALUE
               'NO PAYMENT HISTORY FOR CLAIM '.
           05  WS-NF-CLAIM-ID              PIC X(08).
      *---------------------------------------------------------------*
       01  WS-ENTER-ID-MSG          PIC X(40)
               VALUE 'ENTER AN 8-DIGIT UNEMPLOYMENT CLAIM ID:'.
      *---------------------------------------------------------------*
      *    CARRIED BETWEEN TASKS - THE CLAIM ON SCREEN AND THE PAGE
      *    LAST SHOWN.  A BLANK CLAIM MEANS NOTHING IS ON SCREEN.
      *---------------------------------------------------------------*
       01  WS-COMMAREA.
           05  CA-CLAIM-ID                 PIC X(08) VALUE SPACE.
           05  CA-PAGE                     PIC 9(03) VALUE 0.
      *---------------------------------------------------------------*
      *    OPERATOR AUTHORIZATION - AS UNEMINQ: AUTHORITY 'I' OR 'C'
      *    ON OPERAUTH PERMITS THE INQUIRY; ANYTHING ELSE (OR NO
      *    OPERAUTH ROW) REFUSES IT.
      *---------------------------------------------------------------*
       01  WS-OPERATOR-AUTH-FIELDS.
      *---------------------------------------------------------------*
           05  WS-OPERATOR-ID              PIC X(08) VALUE SPACE.
           05  WS-AUTH-RESPONSE            PIC S9(08) USAGE IS COMP.
           05  WS-OPERATOR-AUTHORITY       PIC X(01) VALUE SPACE.
               88  OPERATOR-MAY-INQUIRE          VALUE 'I' 'C'.
      *---------------------------------------------------------------*
       01  OPERATOR-AUTH-RECORD.
      *---------------------------------------------------------------*
           05  OA-OPERATOR-ID              PIC X(08).
           05  FILLER                      PIC X(01).
           05  OA-AUTHORITY                PIC X(01).
           05  FILLER                      PIC X(01).
           05  OA-SECTION-AUTH             PIC X(03).
      *---------------------------------------------------------------*
       01  ACCESS-LOG-RECORD.
      *---------------------------------------------------------------*
           05  AL-RUN-DATE                 PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AL-PROGRAM-ID               PIC X(08) VALUE 'PAYINQ  '.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AL-OPERATOR-ID              PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AL-ACTION                   PIC X(07) VALUE 'PAYINQ '.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AL-RECORD-ID                PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AL-RESULT                   PIC X(09).
      *---------------------------------------------------------------*
       01  WS-NOT-AUTH-MSG.
      *---------------------------------------------------------------*
           05  FILLER PIC X(25)
               VALUE 'OPERATOR NOT AUTHORIZED: '.
           05  WS-NA-OPERATOR-ID           PIC X(08).
      *===============================================================*
       LINKAGE SECTION.
      *---------------------------------------------------------------*
       01  DFHCOMMAREA.
           05  LS-CLAIM-ID                 PIC X(08).
           05  LS-PAGE                     PIC 9(03).
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           EXEC CICS
               HANDLE CONDITION
                   MAPFAIL(1000-DISPLAY-INPUT-SCREEN)
                   ERROR(9900-ABEND-EXIT)
           END-EXEC.
           IF  EIBCALEN EQUAL ZERO
               PERFORM 1000-DISPLAY-INPUT-SCREEN
           ELSE
               MOVE DFHCOMMAREA             TO WS-COMMAREA
               PERFORM 2000-RECEIVE-AND-LOOKUP
           END-IF.
      *---------------------------------------------------------------*
       1000-DISPLAY-INPUT-SCREEN.
      *---------------------------------------------------------------*
           EXEC CICS
               SEND TEXT FROM(WS-ENTER-ID-MSG)
                    LENGTH(LENGTH OF WS-ENTER-ID-MSG)
                    ERASE
           END-EXEC.
           EXEC CICS
               RETURN TRANSID('UPAY') COMMAREA(WS-COMMAREA)
                    LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.
      *---------------------------------------------------------------*
       2000-RECEIVE-AND-LOOKUP.
      *---------------------------------------------------------------*
           MOVE SPACES                      TO WS-SCREEN-INPUT-AREA.
           EXEC CICS
               RECEIVE INTO(WS-SCREEN-INPUT-AREA)
                    LENGTH(LENGTH OF WS-SCREEN-INPUT-AREA)
           END-EXEC.
      *    A BLANK CLAIM ID PAGES ON THROUGH THE CLAIM ON SCREEN.
           IF  SCR-CLAIM-ID = SPACES
               IF  CA-CLAIM-ID = SPACES
                   PERFORM 1000-DISPLAY-INPUT-SCREEN
               END-IF
               ADD 1                        TO CA-PAGE
           ELSE
               MOVE SCR-CLAIM-ID            TO CA-CLAIM-ID
               MOVE 1                       TO CA-PAGE
           END-IF.
           MOVE CA-CLAIM-ID                 TO AL-RECORD-ID.
           PERFORM 1900-CHECK-OPERATOR-AUTHORITY.
           IF  NOT OPERATOR-MAY-INQUIRE
               MOVE WS-OPERATOR-ID          TO WS-NA-OPERATOR-ID
               MOVE 'REFUSED'               TO AL-RESULT
               PERFORM 2900-WRITE-ACCESS-LOG
               MOVE SPACES                  TO CA-CLAIM-ID
               EXEC CICS
                   SEND TEXT FROM(WS-NOT-AUTH-MSG)
                        LENGTH(LENGTH OF WS-NOT-AUTH-MSG)
                        ERASE
               END-EXEC
               EXEC CICS
                   RETURN TRANSID('UPAY') COMMAREA(WS-COMMAREA)
                        LENGTH(LENGTH OF WS-COMMAREA)
               END-EXEC
           END-IF.
           MOVE SPACES                      TO WS-SCREEN-OUTPUT-AREA.
           PERFORM 2100-LOAD-PAYMENT-WEEKS THRU 2100-EXIT.
           PERFORM 2300-FIND-OPEN-OVERPAYMENT.
           PERFORM 2400-LIST-UNPAID-WEEKS.
           IF  HISTORY-FOUND
               MOVE 'ALLOWED'               TO AL-RESULT
               PERFORM 2500-BUILD-PAGE
           ELSE
               MOVE 'NOT FOUND'             TO AL-RESULT
               MOVE CA-CLAIM-ID             TO WS-NF-CLAIM-ID
               MOVE SPACES                  TO CA-CLAIM-ID
           END-IF.
           PERFORM 2900-WRITE-ACCESS-LOG.
           PERFORM 3000-SEND-HISTORY-SCREEN.
           EXEC CICS
               RETURN TRANSID('UPAY') COMMAREA(WS-COMMAREA)
                    LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.
      *---------------------------------------------------------------*
       1900-CHECK-OPERATOR-AUTHORITY.
      *---------------------------------------------------------------*
           MOVE SPACE                       TO WS-OPERATOR-AUTHORITY.
           EXEC CICS
               ASSIGN USERID(WS-OPERATOR-ID)
           END-EXEC.
           EXEC CICS
               READ FILE('OPERAUTH')
                    INTO(OPERATOR-AUTH-RECORD)
                    RIDFLD(WS-OPERATOR-ID)
                    RESP(WS-AUTH-RESPONSE)
           END-EXEC.
           IF  WS-AUTH-RESPONSE = DFHRESP(NORMAL)
               MOVE OA-AUTHORITY            TO WS-OPERATOR-AUTHORITY
           END-IF.
      *---------------------------------------------------------------*
       2100-LOAD-PAYMENT-WEEKS.
      *---------------------------------------------------------------*
           MOVE 0                           TO WS-WEEK-COUNT.
           MOVE 'N'                         TO WS-BROWSE-SW.
           MOVE CA-CLAIM-ID                 TO WS-PB-CLAIM-ID.
           MOVE LOW-VALUES                  TO WS-PB-WEEK-ENDING.
           EXEC CICS
               STARTBR FILE('PAYMSTR')
                    RIDFLD(WS-PAYMENT-BROWSE-KEY)
                    GTEQ
                    RESP(WS-RESPONSE)
           END-EXEC.
           IF  WS-RESPONSE NOT = DFHRESP(NORMAL)
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2110-READ-NEXT-PAYMENT.
           PERFORM 2200-KEEP-PAYMENT-WEEK
               UNTIL WS-BROWSE-DONE.
           EXEC CICS
               ENDBR FILE('PAYMSTR')
           END-EXEC.
       2100-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2110-READ-NEXT-PAYMENT.
      *---------------------------------------------------------------*
           EXEC CICS
               READNEXT FILE('PAYMSTR')
                    INTO(BENEFIT-PAYMENT-RECORD)
                    RIDFLD(WS-PAYMENT-BROWSE-KEY)
                    RESP(WS-RESPONSE)
           END-EXEC.
           IF  WS-RESPONSE NOT = DFHRESP(NORMAL)
               OR PM-CLAIM-ID NOT = CA-CLAIM-ID
               SET WS-BROWSE-DONE           TO TRUE
           END-IF.
      *---------------------------------------------------------------*
       2200-KEEP-PAYMENT-WEEK.
      *---------------------------------------------------------------*
           SET HISTORY-FOUND                TO TRUE.
           MOVE PM-WEEK-YYYY                TO WS-WEEK-YYYY.
           MOVE PM-WEEK-MM                  TO WS-WEEK-MM.
           MOVE PM-WEEK-DD                  TO WS-WEEK-DD.
           MOVE WS-WEEK-ENDING              TO WS-WEEK-SORT-KEY.
      *    FIND THE FIRST ENTRY OLDER THAN THIS WEEK.
           MOVE 1                           TO WS-INSERT-SUB.
           PERFORM 2210-STEP-PAST-NEWER-WEEK
               UNTIL WS-INSERT-SUB > WS-WEEK-COUNT
               OR WS-WE-SORT-KEY (WS-INSERT-SUB) < WS-WEEK-SORT-KEY.
           IF  WS-INSERT-SUB NOT > 260
               IF  WS-WEEK-COUNT < 260
                   ADD 1                    TO WS-WEEK-COUNT
               END-IF
               PERFORM 2220-SHIFT-ONE-WEEK-DOWN
                   VARYING WS-SUB FROM WS-WEEK-COUNT BY -1
                   UNTIL WS-SUB NOT > WS-INSERT-SUB
               MOVE WS-WEEK-SORT-KEY
                   TO WS-WE-SORT-KEY (WS-INSERT-SUB)
               MOVE PM-AMOUNT-PAID
                   TO WS-WE-AMOUNT-PAID (WS-INSERT-SUB)
               MOVE PM-OFFSET-AMOUNT
                   TO WS-WE-OFFSET-AMOUNT (WS-INSERT-SUB)
               MOVE PM-PAYMENT-TYPE
                   TO WS-WE-PAYMENT-TYPE (WS-INSERT-SUB)
               MOVE PM-ISSUE-STATUS
                   TO WS-WE-ISSUE-STATUS (WS-INSERT-SUB)
               MOVE PM-ISSUANCE-SERIAL
                   TO WS-WE-ISSUANCE-SERIAL (WS-INSERT-SUB)
               MOVE PM-LOAD-DATE
                   TO WS-WE-LOAD-DATE (WS-INSERT-SUB)
           END-IF.
           PERFORM 2110-READ-NEXT-PAYMENT.
      *---------------------------------------------------------------*
       2210-STEP-PAST-NEWER-WEEK.
      *---------------------------------------------------------------*
           ADD 1                            TO WS-INSERT-SUB.
      *---------------------------------------------------------------*
       2220-SHIFT-ONE-WEEK-DOWN.
      *---------------------------------------------------------------*
           MOVE WS-WEEK-ENTRY (WS-SUB - 1)  TO WS-WEEK-ENTRY (WS-SUB).
      *---------------------------------------------------------------*
       2300-FIND-OPEN-OVERPAYMENT.
      *---------------------------------------------------------------*
           EXEC CICS
               READ FILE('OVPFILE')
                    INTO(OVERPAYMENT-RECORD)
                    RIDFLD(CA-CLAIM-ID)
                    RESP(WS-RESPONSE)
           END-EXEC.
           IF  WS-RESPONSE = DFHRESP(NORMAL)
               AND (OV-OPEN OR OV-PARTIAL)
               AND OV-BALANCE > 0
               SET HISTORY-FOUND            TO TRUE
               MOVE OV-BALANCE              TO POL-BALANCE
               MOVE OV-ESTABLISH-DATE       TO POL-ESTABLISH-DATE
               MOVE OV-CAUSE-CODE           TO POL-CAUSE-CODE
               MOVE PAY-OVERPAYMENT-LINE    TO WS-SCREEN-LINE (2)
           ELSE
               MOVE 'NO OPEN OVERPAYMENT'   TO WS-SCREEN-LINE (2)
           END-IF.
      *---------------------------------------------------------------*
       2400-LIST-UNPAID-WEEKS.
      *---------------------------------------------------------------*
      *    A PAYABLE CERTIFIED WEEK WITH NO PAYMSTR ROW IS WAITING ON
      *    BENISS (OR HELD THERE).  LINES 19-22 TAKE FOUR; ANY MORE
      *    ARE COUNTED ON LINE 22.
      *---------------------------------------------------------------*
           MOVE 0                           TO WS-UNPAID-COUNT.
           MOVE 18                          TO WS-LINE-SUB.
           MOVE 'CERTIFIED WEEKS NOT YET PAID -'
                                            TO WS-SCREEN-LINE (18).
           MOVE 'N'                         TO WS-BROWSE-SW.
           MOVE CA-CLAIM-ID                 TO WS-CB-CLAIM-ID.
           MOVE 0                           TO WS-CB-WEEK-ENDING.
           EXEC CICS
               STARTBR FILE('CERTFILE')
                    RIDFLD(WS-CERT-BROWSE-KEY)
                    GTEQ
                    RESP(WS-RESPONSE)
           END-EXEC.
           IF  WS-RESPONSE = DFHRESP(NORMAL)
               PERFORM 2410-READ-NEXT-CERTIFICATION
               PERFORM 2420-CHECK-CERTIFIED-WEEK
                   UNTIL WS-BROWSE-DONE
               EXEC CICS
                   ENDBR FILE('CERTFILE')
               END-EXEC
           END-IF.
           IF  WS-UNPAID-COUNT = 0
               MOVE '  NONE'                TO WS-SCREEN-LINE (19)
           END-IF.
           IF  WS-UNPAID-COUNT > 4
               SUBTRACT 3 FROM WS-UNPAID-COUNT GIVING UML-COUNT
               MOVE UNPAID-MORE-LINE        TO WS-SCREEN-LINE (22)
           END-IF.
      *---------------------------------------------------------------*
       2410-READ-NEXT-CERTIFICATION.
      *---------------------------------------------------------------*
           EXEC CICS
               READNEXT FILE('CERTFILE')
                    INTO(CERTIFICATION-RECORD)
                    RIDFLD(WS-CERT-BROWSE-KEY)
                    RESP(WS-RESPONSE)
           END-EXEC.
           IF  WS-RESPONSE NOT = DFHRESP(NORMAL)
               OR CT-CLAIM-ID NOT = CA-CLAIM-ID
               SET WS-BROWSE-DONE           TO TRUE
           END-IF.
      *---------------------------------------------------------------*
       2420-CHECK-CERTIFIED-WEEK.
      *---------------------------------------------------------------*
           SET HISTORY-FOUND                TO TRUE.
           IF  (CT-FULL-PAY OR CT-PARTIAL-PAY OR CT-WORK-SHARE-PAY)
               AND CT-PAYABLE-AMOUNT > 0
      *        CERTFILE WEEK-ENDING IS YYYYMMDD; PAYMSTR'S IS
      *        DDMMYYYY - RESHAPE BEFORE PROBING.
               MOVE CT-WEEK-ENDING          TO WS-WEEK-ENDING
               MOVE CT-CLAIM-ID             TO PM-CLAIM-ID
               MOVE WS-WEEK-DD              TO PM-WEEK-DD
               MOVE WS-WEEK-MM              TO PM-WEEK-MM
               MOVE WS-WEEK-YYYY            TO PM-WEEK-YYYY
               EXEC CICS
                   READ FILE('PAYMSTR')
                        INTO(BENEFIT-PAYMENT-RECORD)
                        RIDFLD(PM-PAYMENT-KEY)
                        RESP(WS-RESPONSE)
               END-EXEC
               IF  WS-RESPONSE = DFHRESP(NOTFND)
                   PERFORM 2430-SHOW-UNPAID-WEEK
               END-IF
           END-IF.
           PERFORM 2410-READ-NEXT-CERTIFICATION.
      *---------------------------------------------------------------*
       2430-SHOW-UNPAID-WEEK.
      *---------------------------------------------------------------*
           ADD 1                            TO WS-UNPAID-COUNT.
           IF  WS-UNPAID-COUNT NOT > 4
               ADD 1                        TO WS-LINE-SUB
               MOVE CT-WEEK-ENDING          TO UDL-WEEK-ENDING
               MOVE CT-PAYABLE-AMOUNT       TO UDL-PAYABLE-AMOUNT
               MOVE CT-CERT-DATE            TO UDL-CERT-DATE
               MOVE CT-PAY-STATUS           TO UDL-PAY-STATUS
               MOVE UNPAID-DETAIL-LINE
                   TO WS-SCREEN-LINE (WS-LINE-SUB)
           END-IF.
      *---------------------------------------------------------------*
       2500-BUILD-PAGE.
      *---------------------------------------------------------------*
      *    TWELVE WEEKS TO A PAGE.  PAGING PAST THE LAST PAGE COMES
      *    BACK ROUND TO THE FIRST.
      *---------------------------------------------------------------*
           COMPUTE WS-PAGE-COUNT = (WS-WEEK-COUNT + 11) / 12.
           IF  WS-PAGE-COUNT = 0
               MOVE 1                       TO WS-PAGE-COUNT
           END-IF.
           IF  CA-PAGE > WS-PAGE-COUNT
               MOVE 1                       TO CA-PAGE
           END-IF.
           MOVE CA-CLAIM-ID                 TO PHL-CLAIM-ID.
           MOVE CA-PAGE                     TO PHL-PAGE.
           MOVE WS-PAGE-COUNT               TO PHL-PAGE-COUNT.
           MOVE PAY-HEADING-LINE            TO WS-SCREEN-LINE (1).
           MOVE PAY-COLUMN-LINE             TO WS-SCREEN-LINE (4).
           COMPUTE WS-FIRST-SUB = (CA-PAGE - 1) * 12 + 1.
           COMPUTE WS-LAST-SUB = WS-FIRST-SUB + 11.
           IF  WS-LAST-SUB > WS-WEEK-COUNT
               MOVE WS-WEEK-COUNT           TO WS-LAST-SUB
           END-IF.
           MOVE 4                           TO WS-LINE-SUB.
           IF  WS-WEEK-COUNT = 0
               MOVE '  NO WEEKS ON PAYMSTR' TO WS-SCREEN-LINE (5)
           END-IF.
           PERFORM 2510-SHOW-PAYMENT-WEEK
               VARYING WS-SUB FROM WS-FIRST-SUB BY 1
               UNTIL WS-SUB > WS-LAST-SUB.
           IF  CA-PAGE < WS-PAGE-COUNT
               MOVE 'ENTER WITH CLAIM ID BLANK FOR THE NEXT PAGE'
                                            TO WS-SCREEN-LINE (23)
           ELSE
               MOVE 'END OF PAYMENT HISTORY - KEY A CLAIM ID'
                                            TO WS-SCREEN-LINE (23)
           END-IF.
      *---------------------------------------------------------------*
       2510-SHOW-PAYMENT-WEEK.
      *---------------------------------------------------------------*
           ADD 1                            TO WS-LINE-SUB.
           MOVE WS-WE-SORT-KEY (WS-SUB)     TO PDL-WEEK-ENDING.
           MOVE WS-WE-AMOUNT-PAID (WS-SUB)  TO PDL-AMOUNT-PAID.
           MOVE WS-WE-OFFSET-AMOUNT (WS-SUB) TO PDL-OFFSET-AMOUNT.
           MOVE WS-WE-PAYMENT-TYPE (WS-SUB) TO PDL-PAYMENT-TYPE.
           MOVE WS-WE-ISSUANCE-SERIAL (WS-SUB)
                                            TO PDL-ISSUANCE-SERIAL.
           MOVE WS-WE-LOAD-DATE (WS-SUB)    TO PDL-LOAD-DATE.
           EVALUATE WS-WE-ISSUE-STATUS (WS-SUB)
               WHEN 'I'  MOVE 'ISSUED'       TO PDL-ISSUE-STATUS
               WHEN 'P'  MOVE 'PAID'         TO PDL-ISSUE-STATUS
               WHEN 'R'  MOVE 'RETURNED'     TO PDL-ISSUE-STATUS
               WHEN 'S'  MOVE 'STALE-DATED'  TO PDL-ISSUE-STATUS
               WHEN 'O'  MOVE 'FULLY OFFSET' TO PDL-ISSUE-STATUS
               WHEN SPACE
                         MOVE 'PAID BY FEED' TO PDL-ISSUE-STATUS
               WHEN OTHER
                         MOVE WS-WE-ISSUE-STATUS (WS-SUB)
                                             TO PDL-ISSUE-STATUS
           END-EVALUATE.
           MOVE PAY-DETAIL-LINE
               TO WS-SCREEN-LINE (WS-LINE-SUB).
      *---------------------------------------------------------------*
       2900-WRITE-ACCESS-LOG.
      *---------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE (1:8) TO AL-RUN-DATE.
           MOVE WS-OPERATOR-ID              TO AL-OPERATOR-ID.
           EXEC CICS
               WRITEQ TD QUEUE('UACL')
                    FROM(ACCESS-LOG-RECORD)
                    LENGTH(LENGTH OF ACCESS-LOG-RECORD)
           END-EXEC.
      *---------------------------------------------------------------*
       3000-SEND-HISTORY-SCREEN.
      *---------------------------------------------------------------*
           IF  HISTORY-FOUND
               EXEC CICS
                   SEND TEXT FROM(WS-SCREEN-OUTPUT-AREA)
                        LENGTH(LENGTH OF WS-SCREEN-OUTPUT-AREA)
                        ERASE
               END-EXEC
           ELSE
               EXEC CICS
                   SEND TEXT FROM(WS-NOT-FOUND-MSG)
                        LENGTH(LENGTH OF WS-NOT-FOUND-MSG)
                        ERASE
               END-EXEC
           END-IF.
      *---------------------------------------------------------------*
       9900-ABEND-EXIT.
      *---------------------------------------------------------------*
           EXEC CICS
               SEND TEXT FROM(WS-NOT-FOUND-MSG)
                    LENGTH(LENGTH OF WS-NOT-FOUND-MSG)
                    ERASE
           END-EXEC.
           EXEC CICS
               RETURN
           END-EXEC.
