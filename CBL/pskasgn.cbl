       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PSKASGN.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    CLAIMANT PSEUDONYM MODULE - RETURNS THE STABLE SURROGATE
      *    KEY FOR A REAL CLAIMANT IDENTIFIER FROM THE CLMTXWK
      *    CROSSWALK (SEE CLXWREC), ASSIGNING THE NEXT SERIAL THE
      *    FIRST TIME A CLAIMANT IS SEEN (SEE PSKREQC).  CALLED BY
      *    EVERY JOB THAT HANDS CLAIMANT-LEVEL ROWS TO THE ANALYSTS,
      *    SO THEY JOIN ON THE SURROGATE ACROSS WEEKS WITHOUT EVER
      *    HOLDING THE REAL ID.  UNLIKE THE ANONCPY TEST-DATA MASK,
      *    THE SAME CLAIMANT GETS THE SAME SURROGATE EVERY NIGHT.
      *    THE CROSSWALK IS OPENED ON FIRST CALL AND HELD FOR THE RUN
      *    UNIT, THE SAME CONTRACT AS EXCWRITE; AN UNUSABLE CROSSWALK
      *    IS REPORTED ONCE AND EVERY CALL THEN ANSWERS 'U'.
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
           SELECT CLAIMANT-CROSSWALK-FILE ASSIGN TO CLMTXWK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS XW-CLAIMANT-ID
             ALTERNATE RECORD KEY IS XW-SURROGATE-KEY
             FILE STATUS  IS CLAIMANT-CROSSWALK-STATUS.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  CLAIMANT-CROSSWALK-FILE.
       COPY CLXWREC.
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-MISC-FIELDS.
      *---------------------------------------------------------------*
           05  CLAIMANT-CROSSWALK-STATUS   PIC X(02).
               88  CLAIMANT-CROSSWALK-OK         VALUE '00'.
               88  CLAIMANT-CROSSWALK-NEW        VALUE '35'.
           05  WS-FILE-OPEN-SW             PIC X(01) VALUE 'N'.
               88  WS-FILE-IS-OPEN               VALUE 'Y'.
               88  WS-FILE-UNUSABLE              VALUE 'U'.
           05  WS-LAST-SERIAL              PIC 9(07) VALUE 0.
           05  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
       COPY BUSDATEC.
      *---------------------------------------------------------------*
       LINKAGE SECTION.
      *---------------------------------------------------------------*
       COPY PSKREQC.
      *===============================================================*
       PROCEDURE DIVISION USING PSKASGN-REQUEST.
      *---------------------------------------------------------------*
       0000-MAIN-ROUTINE.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO PK-SURROGATE-KEY.
           IF  NOT WS-FILE-IS-OPEN
               AND NOT WS-FILE-UNUSABLE
               PERFORM 1000-FIRST-CALL-SETUP THRU 1000-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-FILE-UNUSABLE
                   SET PK-CROSSWALK-UNUSABLE TO TRUE
               WHEN PK-CLAIMANT-ID = SPACES
                   SET PK-NO-CLAIMANT      TO TRUE
               WHEN OTHER
                   PERFORM 2000-FIND-OR-ASSIGN THRU 2000-EXIT
           END-EVALUATE.
           GOBACK.
      *---------------------------------------------------------------*
       1000-FIRST-CALL-SETUP.
      *---------------------------------------------------------------*
           OPEN I-O CLAIMANT-CROSSWALK-FILE.
           IF  CLAIMANT-CROSSWALK-NEW
      *        FIRST-EVER CLAIMANT - CREATE THE CROSSWALK EMPTY, THEN
      *        REOPEN FOR UPDATE, THE SAME DANCE STATEMNT DOES FOR A
      *        BRAND-NEW REFERENCE CLUSTER.
               OPEN OUTPUT CLAIMANT-CROSSWALK-FILE
               CLOSE       CLAIMANT-CROSSWALK-FILE
               OPEN I-O    CLAIMANT-CROSSWALK-FILE
           END-IF.
           IF  NOT CLAIMANT-CROSSWALK-OK
               DISPLAY 'PSKASGN - CLMTXWK UNAVAILABLE (STATUS ',
                   CLAIMANT-CROSSWALK-STATUS,
                   ') - NO SURROGATE KEYS ISSUED'
               MOVE 'U'                    TO WS-FILE-OPEN-SW
               GO TO 1000-EXIT.
           MOVE 'Y'                        TO WS-FILE-OPEN-SW.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           MOVE '0000000000'               TO XW-CLAIMANT-ID.
           READ CLAIMANT-CROSSWALK-FILE
               INVALID KEY
                   PERFORM 1100-WRITE-CONTROL-ROW
               NOT INVALID KEY
                   MOVE XC-LAST-SERIAL     TO WS-LAST-SERIAL
           END-READ.
       1000-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       1100-WRITE-CONTROL-ROW.
      *---------------------------------------------------------------*
           MOVE SPACES                     TO CLAIMANT-CROSSWALK-RECORD.
           MOVE '0000000000'               TO XW-CLAIMANT-ID.
           MOVE 'K0000000'                 TO XC-CONTROL-SURROGATE.
           MOVE 0                          TO XC-LAST-SERIAL
                                              WS-LAST-SERIAL.
           WRITE CLAIMANT-CROSSWALK-RECORD
               INVALID KEY
                   DISPLAY 'PSKASGN - CLMTXWK CONTROL ROW NOT ',
                       'WRITTEN, STATUS ', CLAIMANT-CROSSWALK-STATUS
                   MOVE 'U'                TO WS-FILE-OPEN-SW
           END-WRITE.
      *---------------------------------------------------------------*
       2000-FIND-OR-ASSIGN.
      *---------------------------------------------------------------*
           MOVE PK-CLAIMANT-ID             TO XW-CLAIMANT-ID.
           READ CLAIMANT-CROSSWALK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE XW-SURROGATE-KEY   TO PK-SURROGATE-KEY
                   SET PK-EXISTING-KEY     TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF  WS-LAST-SERIAL NOT < 9999999
               DISPLAY 'PSKASGN - SURROGATE SERIALS EXHAUSTED'
               MOVE 'U'                    TO WS-FILE-OPEN-SW
               SET PK-CROSSWALK-UNUSABLE   TO TRUE
               GO TO 2000-EXIT.
           ADD 1                           TO WS-LAST-SERIAL.
           MOVE SPACES                     TO CLAIMANT-CROSSWALK-RECORD.
           MOVE PK-CLAIMANT-ID             TO XW-CLAIMANT-ID.
           MOVE 'K'                        TO XW-SURROGATE-PREFIX.
           MOVE WS-LAST-SERIAL             TO XW-SURROGATE-SERIAL.
           MOVE WS-BUSINESS-DATE           TO XW-ASSIGNED-DATE.
           WRITE CLAIMANT-CROSSWALK-RECORD
               INVALID KEY
                   DISPLAY 'PSKASGN - CROSSWALK ROW NOT WRITTEN, ',
                       'STATUS ', CLAIMANT-CROSSWALK-STATUS
                   SET PK-CROSSWALK-UNUSABLE TO TRUE
                   GO TO 2000-EXIT
           END-WRITE.
           MOVE XW-SURROGATE-KEY           TO PK-SURROGATE-KEY.
           SET PK-NEW-KEY                  TO TRUE.
      *    THE CONTROL ROW IS KEPT CURRENT WITH EVERY ASSIGNMENT SO A
      *    RUN THAT ENDS EARLY NEVER REISSUES A SERIAL.
           MOVE SPACES                     TO CLAIMANT-CROSSWALK-RECORD.
           MOVE '0000000000'               TO XW-CLAIMANT-ID.
           MOVE 'K0000000'                 TO XC-CONTROL-SURROGATE.
           MOVE WS-LAST-SERIAL             TO XC-LAST-SERIAL.
           REWRITE CLAIMANT-CROSSWALK-RECORD
               INVALID KEY
                   DISPLAY 'PSKASGN - CLMTXWK CONTROL ROW NOT ',
                       'UPDATED, STATUS ', CLAIMANT-CROSSWALK-STATUS
           END-REWRITE.
       2000-EXIT.
           EXIT.
