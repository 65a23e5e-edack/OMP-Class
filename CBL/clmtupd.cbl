       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLMTUPD.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    SHARED UPDATE MODULE FOR THE KEYED CLAIMANT DETAIL MASTER
      *    (CLMTFILE, SEE CLMTREC) - THE ONLY PROGRAM THAT OPENS
      *    CLMTFILE FOR OUTPUT OR UPDATE.  SEE CLMTUPDC FOR THE
      *    OPERATION CODES.  THE PRIME KEY IS THE CLAIM ID AND DATE;
      *    THE CLAIMANT AND EMPLOYER ALTERNATE INDEXES ARE UPKEPT BY
      *    THE ACCESS METHOD ON EVERY WRITE, REWRITE AND DELETE MADE
      *    HERE, SO EVERY READER THAT GOES STRAIGHT TO ONE CLAIMANT OR
      *    ONE EMPLOYER SEES THE SAME ROWS A FULL PASS WOULD.
      *
      *    THE SEPARATOR BYTE INSIDE THE PRIME KEY IS FORCED TO SPACE
      *    ON EVERY KEYED OPERATION, SO A ROW WRITTEN FROM A FEED
      *    IMAGE AND A KEY BUILT BY A READER ALWAYS COMPARE EQUAL.
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
           SELECT CLAIMANT-DETAIL-FILE ASSIGN TO CLMTFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS CD-DETAIL-KEY
             ALTERNATE RECORD KEY IS CD-CLAIMANT-ID WITH DUPLICATES
             ALTERNATE RECORD KEY IS CD-EMPLOYER-ACCT WITH DUPLICATES
             FILE STATUS  IS CLAIMANT-DETAIL-STATUS.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  CLAIMANT-DETAIL-FILE.
       COPY CLMTREC.
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-MISC-FIELDS.
      *---------------------------------------------------------------*
           05  CLAIMANT-DETAIL-STATUS      PIC X(02).
               88  CLAIMANT-DETAIL-OK            VALUE '00'.
               88  CLAIMANT-DETAIL-NEW           VALUE '35'.
      *---------------------------------------------------------------*
       LINKAGE SECTION.
      *---------------------------------------------------------------*
       COPY CLMTUPDC.
      *---------------------------------------------------------------*
       01  LS-DETAIL-AREA                  PIC X(57).
      *===============================================================*
       PROCEDURE DIVISION USING CLMTUPD-REQUEST, LS-DETAIL-AREA.
      *---------------------------------------------------------------*
       0000-MAIN-ROUTINE.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN CU-OP-OPEN-IO
                   PERFORM 1000-OPEN-IO
               WHEN CU-OP-OPEN-NEW
                   PERFORM 1100-OPEN-FRESH
               WHEN CU-OP-READ
                   PERFORM 2000-READ-BY-KEY
               WHEN CU-OP-WRITE
                   PERFORM 3000-WRITE-DETAIL
               WHEN CU-OP-REWRITE
                   PERFORM 3100-REWRITE-DETAIL
               WHEN CU-OP-DELETE
                   PERFORM 3200-DELETE-DETAIL
               WHEN CU-OP-CLOSE
                   PERFORM 4000-CLOSE-FILE
               WHEN OTHER
                   MOVE '99'               TO CU-STATUS
           END-EVALUATE.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-IO.
      *---------------------------------------------------------------*
      *    UPDATE IN PLACE.  A MASTER THAT HAS NEVER BEEN LOADED IS
      *    CREATED EMPTY FIRST, THE SAME DANCE UNEMUPD DOES FOR A
      *    BRAND-NEW CLAIMS CLUSTER.
      *---------------------------------------------------------------*
           MOVE 0                          TO CU-WRITTEN-COUNT
                                              CU-REWRITTEN-COUNT
                                              CU-DELETED-COUNT.
           OPEN I-O CLAIMANT-DETAIL-FILE.
           IF  CLAIMANT-DETAIL-NEW
               OPEN OUTPUT CLAIMANT-DETAIL-FILE
               IF  CLAIMANT-DETAIL-OK
                   CLOSE CLAIMANT-DETAIL-FILE
                   OPEN I-O CLAIMANT-DETAIL-FILE
               END-IF
           END-IF.
           MOVE CLAIMANT-DETAIL-STATUS     TO CU-STATUS.
      *---------------------------------------------------------------*
       1100-OPEN-FRESH.
      *---------------------------------------------------------------*
      *    A FULL RELOAD - THE MASTER IS EMPTIED AND REOPENED FOR
      *    UPDATE, SO THE LOAD STILL WRITES ONE ROW AT A TIME THROUGH
      *    THE PRIME KEY AND A REPEATED CLAIM ID AND DATE IS CAUGHT.
      *---------------------------------------------------------------*
           MOVE 0                          TO CU-WRITTEN-COUNT
                                              CU-REWRITTEN-COUNT
                                              CU-DELETED-COUNT.
           OPEN OUTPUT CLAIMANT-DETAIL-FILE.
           IF  CLAIMANT-DETAIL-OK
               CLOSE CLAIMANT-DETAIL-FILE
               OPEN I-O CLAIMANT-DETAIL-FILE
           END-IF.
           MOVE CLAIMANT-DETAIL-STATUS     TO CU-STATUS.
      *---------------------------------------------------------------*
       2000-READ-BY-KEY.
      *---------------------------------------------------------------*
           MOVE LS-DETAIL-AREA             TO CLAIMANT-DETAIL-RECORD.
           MOVE SPACE                      TO CD-DETAIL-KEY (9:1).
           READ CLAIMANT-DETAIL-FILE
               KEY IS CD-DETAIL-KEY.
           MOVE CLAIMANT-DETAIL-STATUS     TO CU-STATUS.
           IF  CLAIMANT-DETAIL-OK
               MOVE CLAIMANT-DETAIL-RECORD TO LS-DETAIL-AREA
           END-IF.
      *---------------------------------------------------------------*
       3000-WRITE-DETAIL.
      *---------------------------------------------------------------*
           MOVE LS-DETAIL-AREA             TO CLAIMANT-DETAIL-RECORD.
           MOVE SPACE                      TO CD-DETAIL-KEY (9:1).
           WRITE CLAIMANT-DETAIL-RECORD.
           MOVE CLAIMANT-DETAIL-STATUS     TO CU-STATUS.
           IF  CLAIMANT-DETAIL-OK
               ADD 1                       TO CU-WRITTEN-COUNT
           END-IF.
      *---------------------------------------------------------------*
       3100-REWRITE-DETAIL.
      *---------------------------------------------------------------*
           MOVE LS-DETAIL-AREA             TO CLAIMANT-DETAIL-RECORD.
           MOVE SPACE                      TO CD-DETAIL-KEY (9:1).
           REWRITE CLAIMANT-DETAIL-RECORD.
           MOVE CLAIMANT-DETAIL-STATUS     TO CU-STATUS.
           IF  CLAIMANT-DETAIL-OK
               ADD 1                       TO CU-REWRITTEN-COUNT
           END-IF.
      *---------------------------------------------------------------*
       3200-DELETE-DETAIL.
      *---------------------------------------------------------------*
           MOVE LS-DETAIL-AREA             TO CLAIMANT-DETAIL-RECORD.
           MOVE SPACE                      TO CD-DETAIL-KEY (9:1).
           DELETE CLAIMANT-DETAIL-FILE RECORD.
           MOVE CLAIMANT-DETAIL-STATUS     TO CU-STATUS.
           IF  CLAIMANT-DETAIL-OK
               ADD 1                       TO CU-DELETED-COUNT
           END-IF.
      *---------------------------------------------------------------*
       4000-CLOSE-FILE.
      *---------------------------------------------------------------*
           CLOSE CLAIMANT-DETAIL-FILE.
           MOVE CLAIMANT-DETAIL-STATUS     TO CU-STATUS.
