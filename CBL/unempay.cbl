      *    SUPPLEMENTAL RUN IN THE SAME FEED DOES NOT LOSE THE FIRST
      *    PAYMENT.  BAD ROWS GO TO PAYREJ.  BENERPT PUTS THE LOADED
      *    DOLLARS NEXT TO THE WEEKLY CLAIM COUNTS.
      *    AN EXT (EXTENDED BENEFITS) ROW IS ONLY LOADED FOR A WEEK
      *    THE EBTRIG RUN HAS ON THE EBHIST TRIGGER HISTORY (SEE
      *    EBTREC) WITH EB TRIGGERED ON; OTHERWISE IT GOES TO PAYREJ.
      *    A ROW FOR A WEEK BENISS HAS ALREADY ISSUED (SERIAL OR ISSUE
      *    STATUS ON THE PAYMSTR ROW) ALSO GOES TO PAYREJ - THE MONEY
      *    IS OUT THE DOOR AND BANKRCN MATCHES ON THE ISSUED AMOUNT.
      *    A ROW BANKRCN HAS REVERSED (RETURNED DEPOSIT OR STALE
      *    CHECK) PAID NOTHING, SO THE FEED ROW REPLACES IT, KEEPING
      *    ANY OVERPAYMENT OFFSET BENISS TOOK FROM THE WEEK.
      *===============================================================*
       ENVIRONMENT DIVISION.
      *---------------------------------------------------------------*
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS PM-PAYMENT-KEY
             FILE STATUS  IS PAYMENT-MASTER-STATUS.
           SELECT EB-HISTORY-FILE ASSIGN TO EBHIST
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS EB-WEEK-ENDING
             FILE STATUS  IS EB-HISTORY-STATUS.
           SELECT PAYMENT-REJECT-FILE ASSIGN TO PAYREJ
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS PAYMENT-REJECT-STATUS.
      *---------------------------------------------------------------*
       FD  PAYMENT-MASTER-FILE.
       COPY PAYREC.
      *---------------------------------------------------------------*
       FD  EB-HISTORY-FILE.
       COPY EBTREC.
      *---------------------------------------------------------------*
       FD  PAYMENT-REJECT-FILE
           RECORDING MODE IS F.
               88  PAYMENT-MASTER-OK             VALUE '00'.
               88  PAYMENT-MASTER-NEW            VALUE '35'.
           05  PAYMENT-REJECT-STATUS       PIC X(02).
           05  EB-HISTORY-STATUS           PIC X(02).
               88  EB-HISTORY-OK                 VALUE '00'.
           05  EB-HISTORY-OPEN-SW          PIC X VALUE 'N'.
               88  EB-HISTORY-OPEN               VALUE 'Y'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  WS-ROW-COUNT                PIC 9(08) VALUE 0.
           05  WS-LOADED-COUNT             PIC 9(08) VALUE 0.
           05  WS-ADDED-TO-COUNT           PIC 9(08) VALUE 0.
           05  WS-REJECT-COUNT             PIC 9(08) VALUE 0.
           05  WS-EB-OFF-COUNT             PIC 9(08) VALUE 0.
           05  WS-ISSUED-WEEK-COUNT        PIC 9(08) VALUE 0.
           05  WS-REPLACED-COUNT           PIC 9(08) VALUE 0.
           05  WS-KEPT-OFFSET              PIC 9(05)V99.
           05  WS-EB-WEEK                  PIC 9(08).
           05  WS-DOLLAR-TOTAL             PIC 9(11)V99 VALUE 0.
           05  WS-VALID-ROW-SW             PIC X(01).
               88  VALID-ROW                     VALUE 'Y'.
           DISPLAY 'FEED ROWS READ    : ', WS-ROW-COUNT.
           DISPLAY 'PAYMENTS LOADED   : ', WS-LOADED-COUNT.
           DISPLAY 'PAYMENTS ADDED-TO : ', WS-ADDED-TO-COUNT.
           DISPLAY 'REVERSED REPLACED : ', WS-REPLACED-COUNT.
           DISPLAY 'ROWS REJECTED     : ', WS-REJECT-COUNT.
           DISPLAY '  EXT WITH EB OFF : ', WS-EB-OFF-COUNT.
           DISPLAY '  WEEK ISSUED     : ', WS-ISSUED-WEEK-COUNT.
           DISPLAY 'DOLLARS LOADED    : ', WS-DOLLAR-TOTAL.
           GOBACK.
      *---------------------------------------------------------------*
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
      *    NO TRIGGER HISTORY MEANS EB HAS NEVER BEEN ON - EVERY EXT
      *    ROW IS REJECTED, NOT THE WHOLE LOAD.
           OPEN INPUT EB-HISTORY-FILE.
           IF  EB-HISTORY-OK
               MOVE 'Y'                    TO EB-HISTORY-OPEN-SW
           ELSE
               DISPLAY 'EBHIST NOT AVAILABLE - EXT ROWS REJECTED : ',
                   EB-HISTORY-STATUS
           END-IF.
           OPEN I-O PAYMENT-MASTER-FILE.
           IF  PAYMENT-MASTER-NEW
      *        FIRST-EVER LOAD - CREATE THE FILE EMPTY, THEN REOPEN
               MOVE 'N'                    TO WS-VALID-ROW-SW
           END-IF.
           IF  WS-PAYMENT-TYPE NOT = 'REG' AND 'EXT' AND 'ADJ'
               AND 'SUP' AND 'STC'
               MOVE 'N'                    TO WS-VALID-ROW-SW
           END-IF.
           IF  VALID-ROW
                       MOVE 'N'            TO WS-VALID-ROW-SW
               END-COMPUTE
           END-IF.
           IF  VALID-ROW AND WS-PAYMENT-TYPE = 'EXT'
               PERFORM 2150-CHECK-EB-TRIGGER
           END-IF.
      *---------------------------------------------------------------*
       2150-CHECK-EB-TRIGGER.
      *---------------------------------------------------------------*
      *    THE FEED WEEK IS DDMMYYYY, THE TRIGGER HISTORY YYYYMMDD.
      *---------------------------------------------------------------*
           MOVE WS-WEEK-ENDING (5:4)       TO WS-EB-WEEK (1:4).
           MOVE WS-WEEK-ENDING (3:2)       TO WS-EB-WEEK (5:2).
           MOVE WS-WEEK-ENDING (1:2)       TO WS-EB-WEEK (7:2).
           IF  EB-HISTORY-OPEN
               MOVE WS-EB-WEEK             TO EB-WEEK-ENDING
               READ EB-HISTORY-FILE
                   INVALID KEY
                       MOVE 'F'            TO EB-STATUS
               END-READ
           ELSE
               MOVE 'F'                    TO EB-STATUS
           END-IF.
           IF  NOT EB-TRIGGER-ON
               MOVE 'N'                    TO WS-VALID-ROW-SW
               ADD 1                       TO WS-EB-OFF-COUNT
           END-IF.
      *---------------------------------------------------------------*
       2200-APPLY-PAYMENT.
      *---------------------------------------------------------------*
               INVALID KEY
                   PERFORM 2210-WRITE-NEW-PAYMENT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN PM-FEED-LOADED
                           AND (PM-ISSUANCE-SERIAL NOT NUMERIC
                                OR PM-ISSUANCE-SERIAL = 0)
                           PERFORM 2220-ADD-TO-PAYMENT
                       WHEN PM-REVERSED
                           PERFORM 2240-REPLACE-REVERSED-PAYMENT
                       WHEN OTHER
                           PERFORM 2230-REJECT-ISSUED-WEEK
                   END-EVALUATE
           END-READ.
      *---------------------------------------------------------------*
       2210-WRITE-NEW-PAYMENT.
      *---------------------------------------------------------------*
           MOVE WS-AMOUNT-PAID             TO PM-AMOUNT-PAID.
           MOVE WS-PAYMENT-TYPE            TO PM-PAYMENT-TYPE.
           MOVE BD-OUT-DATE                TO PM-LOAD-DATE.
           MOVE 0                          TO PM-ISSUANCE-SERIAL
                                              PM-OFFSET-AMOUNT.
           WRITE BENEFIT-PAYMENT-RECORD.
           ADD 1                           TO WS-LOADED-COUNT.
           ADD WS-AMOUNT-PAID              TO WS-DOLLAR-TOTAL.
      *---------------------------------------------------------------*
       2220-ADD-TO-PAYMENT.
      *---------------------------------------------------------------*
           ADD WS-AMOUNT-PAID              TO PM-AMOUNT-PAID.
           MOVE BD-OUT-DATE                TO PM-LOAD-DATE.
           REWRITE BENEFIT-PAYMENT-RECORD
               INVALID KEY
                   PERFORM 2250-REJECT-REWRITE-FAILED
               NOT INVALID KEY
                   ADD 1                   TO WS-ADDED-TO-COUNT
                   ADD WS-AMOUNT-PAID      TO WS-DOLLAR-TOTAL
           END-REWRITE.
      *---------------------------------------------------------------*
       2230-REJECT-ISSUED-WEEK.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-REJECT-COUNT
                                              WS-ISSUED-WEEK-COUNT.
           DISPLAY 'WEEK ALREADY ISSUED - REJECTED : ',
               WS-CLAIM-ID, ' ', WS-WEEK-ENDING.
           MOVE PAYMENT-CSV-LINE           TO PAYMENT-REJECT-RECORD.
           WRITE PAYMENT-REJECT-RECORD.
      *---------------------------------------------------------------*
       2240-REPLACE-REVERSED-PAYMENT.
      *---------------------------------------------------------------*
      *    THE REVERSED ROW IS OVERLAID BY THE FEED ROW, WHICH THEN
      *    LOOKS LIKE ANY OTHER FEED-LOADED WEEK - BUT FOR THE OFFSET.
      *    THE RECOVERY BENISS TOOK FROM THE WEEK STAYS POSTED ON
      *    OVPFILE, SO THE ROW GOES ON CARRYING IT.
      *---------------------------------------------------------------*
           MOVE 0                          TO WS-KEPT-OFFSET.
           IF  PM-OFFSET-AMOUNT IS NUMERIC
               MOVE PM-OFFSET-AMOUNT       TO WS-KEPT-OFFSET
           END-IF.
           MOVE SPACES                     TO BENEFIT-PAYMENT-RECORD.
           MOVE WS-CLAIM-ID                TO PM-CLAIM-ID.
           MOVE WS-WEEK-ENDING             TO PM-WEEK-ENDING.
           MOVE WS-AMOUNT-PAID             TO PM-AMOUNT-PAID.
           MOVE WS-PAYMENT-TYPE            TO PM-PAYMENT-TYPE.
           MOVE BD-OUT-DATE                TO PM-LOAD-DATE.
           MOVE 0                          TO PM-ISSUANCE-SERIAL.
           MOVE WS-KEPT-OFFSET             TO PM-OFFSET-AMOUNT.
           REWRITE BENEFIT-PAYMENT-RECORD
               INVALID KEY
                   PERFORM 2250-REJECT-REWRITE-FAILED
               NOT INVALID KEY
                   ADD 1                   TO WS-REPLACED-COUNT
                   ADD WS-AMOUNT-PAID      TO WS-DOLLAR-TOTAL
           END-REWRITE.
      *---------------------------------------------------------------*
       2250-REJECT-REWRITE-FAILED.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-REJECT-COUNT.
           DISPLAY 'PAYMSTR REWRITE FAILED - REJECTED : ',
               WS-CLAIM-ID, ' ', WS-WEEK-ENDING, ' STATUS ',
               PAYMENT-MASTER-STATUS.
           MOVE PAYMENT-CSV-LINE           TO PAYMENT-REJECT-RECORD.
           WRITE PAYMENT-REJECT-RECORD.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE PAYMENT-CSV-FILE.
           CLOSE PAYMENT-MASTER-FILE.
           CLOSE PAYMENT-REJECT-FILE.
           IF  EB-HISTORY-OPEN
               CLOSE EB-HISTORY-FILE
           END-IF.
      *---------------------------------------------------------------*
       8000-READ-PAYMENT-CSV.
      *---------------------------------------------------------------*
