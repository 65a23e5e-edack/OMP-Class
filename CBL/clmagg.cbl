       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLMAGG.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    CLAIMS SUMMARY AGGREGATION - ONE PASS OVER THE CERTIFIED
      *    UNEMPLOYMENT-CLAIMS-FILE (RUN RIGHT AFTER THE LOAD IS
      *    CERTIFIED AND RELEASED) BUILDING THE KEYED CLMSUMF SUMMARY
      *    BY STATE, CLAIM DATE AND SECTION THAT THE CLAIMS REPORTS
      *    READ INSTEAD OF EACH WALKING THE MASTER CLAIM BY CLAIM.
      *    THE CLAIMS SIDE OF WHAT COVAGG DOES FOR THE COVID HISTORY.
      *
      *    THE SUMMARY IS REBUILT FROM EMPTY EVERY RUN - A CLAIM
      *    PURGED OR MOVED TO ANOTHER DATE SINCE THE LAST BUILD MUST
      *    NOT LEAVE ITS OLD FIGURES BEHIND.  THE MASTER IS VERIFIED
      *    WITH UNEMCKF FIRST AND THE RUN IS REFUSED (RC 16) ON AN
      *    UNCERTIFIED FILE.  THE PASS RECOUNTS AND REHASHES THE
      *    CLAIMS AS IT GOES; ONLY WHEN ITS OWN FIGURES AGREE WITH
      *    THE MASTER'S CONTROL RECORD IS THE SUMMARY CONTROL ROW
      *    WRITTEN, SO A BUILD THAT DIES PART WAY LEAVES A SUMMARY
      *    THE READERS (VIA CLMSCKF) REFUSE.
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
           SELECT UNEMPLOYMENT-CLAIMS-FILE ASSIGN TO UNDD
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS RECORD-ID OF UNEMPLOYMENT-CLAIM
             ALTERNATE RECORD KEY IS RECORD-DATE OF UNEMPLOYMENT-CLAIM
                 WITH DUPLICATES
             FILE STATUS  IS UNEMPLOYMENT-FILE-STATUS.
           SELECT CLAIMS-SUMMARY-FILE ASSIGN TO CLMSUMF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS SM-SUMMARY-KEY
             FILE STATUS  IS SUMMARY-FILE-STATUS.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  UNEMPLOYMENT-CLAIMS-FILE
            DATA RECORD IS UNEMPLOYMENT-CLAIM.
           COPY UNEMC.
      *---------------------------------------------------------------*
       FD  CLAIMS-SUMMARY-FILE.
           COPY CLMSUM.
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
           COPY OPSLOGC.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  UNEMPLOYMENT-FILE-STATUS    PIC X(02).
               88  UNEMPLOYMENT-FILE-OK          VALUE '00'.
           05  SUMMARY-FILE-STATUS         PIC X(02).
               88  SUMMARY-FILE-OK               VALUE '00'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  WS-SECTION-SUB              PIC S9(04) USAGE IS COMP.
           05  WS-BUCKET-SUB               PIC S9(04) USAGE IS COMP.
           05  WS-CLAIM-DATE-NUM           PIC 9(08).
           05  WS-CLAIM-COUNT              PIC 9(09) VALUE 0.
           05  WS-HASH-TOTAL               PIC 9(12) VALUE 0.
           05  WS-WRITTEN-COUNT            PIC 9(09) VALUE 0.
           05  WS-UPDATED-COUNT            PIC 9(09) VALUE 0.
           05  WS-ERROR-COUNT              PIC 9(09) VALUE 0.
           05  WS-CURRENT-DATE-DATA        PIC X(21).
      *---------------------------------------------------------------*
      *    SECTION DIRECTORY - CODE AND BUCKET COUNT PER SECTION, IN
      *    THE ORDER THE SECTIONS SIT ON THE CLAIM.
      *---------------------------------------------------------------*
       01  WS-SECTION-DIRECTORY.
           05  FILLER PIC X(05) VALUE 'AGE09'.
           05  FILLER PIC X(05) VALUE 'ETH03'.
           05  FILLER PIC X(05) VALUE 'IND21'.
           05  FILLER PIC X(05) VALUE 'RCE06'.
           05  FILLER PIC X(05) VALUE 'GND03'.
           05  FILLER PIC X(05) VALUE 'EDU07'.
       01  WS-SECTION-TABLE REDEFINES WS-SECTION-DIRECTORY.
           05  WS-SECTION-ENTRY            OCCURS 6 TIMES.
               10  WS-SECTION-CODE         PIC X(03).
               10  WS-SECTION-BUCKETS      PIC 9(02).
      *---------------------------------------------------------------*
       01  WS-BUCKET-WORK-AREA.
           05  WS-BUCKET-IMAGE             PIC X(126).
           05  WS-BUCKET-TABLE REDEFINES WS-BUCKET-IMAGE.
               10  WS-BUCKET-VALUE         PIC 9(06) OCCURS 21 TIMES.
      *---------------------------------------------------------------*
      *    THE CLAIM'S INITIAL/CONTINUING SPLIT, ONE PAIR PER SECTION
      *    IN THE SAME SECTION ORDER.
      *---------------------------------------------------------------*
       01  WS-CLAIM-TYPE-WORK-AREA.
           05  WS-CLAIM-TYPE-IMAGE         PIC X(72).
           05  WS-CLAIM-TYPE-TABLE REDEFINES WS-CLAIM-TYPE-IMAGE.
               10  WS-CLAIM-TYPE-PAIR      OCCURS 6 TIMES.
                   15  WS-CT-INITIAL       PIC 9(06).
                   15  WS-CT-CONTINUING    PIC 9(06).
      *---------------------------------------------------------------*
           COPY UNEMCKFC.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           MOVE 'CLMAGG  '                 TO OL-PROGRAM-ID.
           MOVE 'START'                    TO OL-EVENT.
           MOVE ZERO                       TO OL-RETURN-CODE
                                              OL-RECORD-COUNT.
           CALL 'OPSLOG' USING OPSLOG-REQUEST.
           PERFORM 0900-VERIFY-CLAIMS-FILE.
           IF  NOT UK-FILE-CERTIFIED
               MOVE 16                     TO RETURN-CODE
           ELSE
               PERFORM 1000-OPEN-FILES
               PERFORM 8000-READ-UNEMPLOYMENT-FILE
               PERFORM 2000-SUMMARIZE-ONE-CLAIM
                   UNTIL END-OF-FILE
               PERFORM 2900-WRITE-CONTROL-ROW
               PERFORM 3000-CLOSE-FILES
           END-IF.
           DISPLAY '*** CLMAGG CLAIMS SUMMARY BUILD ***'.
           DISPLAY 'CLAIMS READ       : ', WS-CLAIM-COUNT.
           DISPLAY 'SUMMARIES WRITTEN : ', WS-WRITTEN-COUNT.
           DISPLAY 'SUMMARIES UPDATED : ', WS-UPDATED-COUNT.
           DISPLAY 'WRITE ERRORS      : ', WS-ERROR-COUNT.
           MOVE 'STOP '                    TO OL-EVENT.
           MOVE RETURN-CODE                TO OL-RETURN-CODE.
           MOVE WS-CLAIM-COUNT             TO OL-RECORD-COUNT.
           CALL 'OPSLOG' USING OPSLOG-REQUEST.
      *    THE RUN-UNIT RETURN CODE IS RESTATED AFTER THE CALL SO
      *    THE GATE CODE SURVIVES THE SUBPROGRAM RETURN.
           MOVE OL-RETURN-CODE             TO RETURN-CODE.
           GOBACK.
      *---------------------------------------------------------------*
       0900-VERIFY-CLAIMS-FILE.
      *---------------------------------------------------------------*
           CALL 'UNEMCKF' USING UNEMCKF-REQUEST.
           IF  NOT UK-FILE-CERTIFIED
               DISPLAY 'CLMAGG - CLAIMS FILE NOT CERTIFIED (',
                   UK-RESULT, ') - CONTROL SAYS ',
                   UK-CTL-RECORD-COUNT, ' CLAIMS, FOUND ',
                   UK-ACTUAL-RECORD-COUNT, ' - RUN REFUSED'
           END-IF.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           OPEN INPUT UNEMPLOYMENT-CLAIMS-FILE.
           IF  NOT UNEMPLOYMENT-FILE-OK
               DISPLAY 'UNEMPLOYMENT-CLAIMS-FILE OPEN ERROR : ',
                   UNEMPLOYMENT-FILE-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE
           END-IF.
      *    OPEN OUTPUT EMPTIES LAST NIGHT'S SUMMARY; THE BUILD THEN
      *    RUNS I-O SO A STATE/DATE GROUP CAN BE READ BACK AND ADDED
      *    TO AS ITS CLAIMS COME BY.
           OPEN OUTPUT CLAIMS-SUMMARY-FILE.
           CLOSE       CLAIMS-SUMMARY-FILE.
           OPEN I-O    CLAIMS-SUMMARY-FILE.
           IF  NOT SUMMARY-FILE-OK
               DISPLAY 'CLMSUMF OPEN ERROR : ', SUMMARY-FILE-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE
           END-IF.
      *---------------------------------------------------------------*
       2000-SUMMARIZE-ONE-CLAIM.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-CLAIM-COUNT.
           COMPUTE WS-CLAIM-DATE-NUM =
               (YY OF UNEMPLOYMENT-CLAIM * 10000)
               + (MM OF UNEMPLOYMENT-CLAIM * 100)
               + DD OF UNEMPLOYMENT-CLAIM.
           MOVE RECORD-CLAIM-TYPE OF UNEMPLOYMENT-CLAIM
               TO WS-CLAIM-TYPE-IMAGE.
           MOVE 1                          TO WS-SECTION-SUB.
           MOVE RECORD-AGE OF UNEMPLOYMENT-CLAIM (4:54)
               TO WS-BUCKET-IMAGE.
           PERFORM 2100-POST-SECTION-ROW.
           MOVE 2                          TO WS-SECTION-SUB.
           MOVE RECORD-ETHNICITY OF UNEMPLOYMENT-CLAIM (4:18)
               TO WS-BUCKET-IMAGE.
           PERFORM 2100-POST-SECTION-ROW.
           MOVE 3                          TO WS-SECTION-SUB.
           MOVE RECORD-INDUSTRY OF UNEMPLOYMENT-CLAIM (4:126)
               TO WS-BUCKET-IMAGE.
           PERFORM 2100-POST-SECTION-ROW.
           MOVE 4                          TO WS-SECTION-SUB.
           MOVE RECORD-RACE OF UNEMPLOYMENT-CLAIM (4:36)
               TO WS-BUCKET-IMAGE.
           PERFORM 2100-POST-SECTION-ROW.
           MOVE 5                          TO WS-SECTION-SUB.
           MOVE RECORD-GENDER OF UNEMPLOYMENT-CLAIM (4:18)
               TO WS-BUCKET-IMAGE.
           PERFORM 2100-POST-SECTION-ROW.
           MOVE 6                          TO WS-SECTION-SUB.
           MOVE RECORD-EDUCATION OF UNEMPLOYMENT-CLAIM (4:42)
               TO WS-BUCKET-IMAGE.
           PERFORM 2100-POST-SECTION-ROW.
           PERFORM 8000-READ-UNEMPLOYMENT-FILE.
      *---------------------------------------------------------------*
       2100-POST-SECTION-ROW.
      *---------------------------------------------------------------*
      *    READ THE STATE/DATE/SECTION ROW BACK (OR START A NEW ONE),
      *    ADD THIS CLAIM INTO IT AND PUT IT BACK.  THE INA BUCKET
      *    OF EVERY SECTION GOES INTO THE RUNNING HASH - THE SAME
      *    SUM THE MASTER'S CONTROL RECORD CARRIES.
      *---------------------------------------------------------------*
           MOVE RECORD-STATE-CODE OF UNEMPLOYMENT-CLAIM
               TO SM-STATE-CODE.
           MOVE WS-CLAIM-DATE-NUM          TO SM-CLAIM-DATE.
           MOVE WS-SECTION-CODE (WS-SECTION-SUB)
                                           TO SM-SECTION.
           READ CLAIMS-SUMMARY-FILE
               INVALID KEY
                   MOVE ZEROES             TO SM-SUMMARY-BODY
                   MOVE WS-SECTION-BUCKETS (WS-SECTION-SUB)
                                           TO SM-BUCKET-COUNT
           END-READ.
           ADD 1                           TO SM-CLAIM-COUNT.
           ADD WS-CT-INITIAL (WS-SECTION-SUB)
                                           TO SM-INITIAL.
           ADD WS-CT-CONTINUING (WS-SECTION-SUB)
                                           TO SM-CONTINUING.
           ADD WS-BUCKET-VALUE (1)         TO WS-HASH-TOTAL.
           PERFORM 2110-ADD-ONE-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB >
                   WS-SECTION-BUCKETS (WS-SECTION-SUB).
           IF  SUMMARY-FILE-OK
               REWRITE CLAIMS-SUMMARY-RECORD
               IF  SUMMARY-FILE-OK
                   ADD 1                   TO WS-UPDATED-COUNT
               ELSE
                   ADD 1                   TO WS-ERROR-COUNT
               END-IF
           ELSE
               WRITE CLAIMS-SUMMARY-RECORD
               IF  SUMMARY-FILE-OK
                   ADD 1                   TO WS-WRITTEN-COUNT
               ELSE
                   ADD 1                   TO WS-ERROR-COUNT
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2110-ADD-ONE-BUCKET.
      *---------------------------------------------------------------*
           ADD WS-BUCKET-VALUE (WS-BUCKET-SUB)
               TO SM-BUCKET-TOTAL (WS-BUCKET-SUB)
                  SM-SECTION-TOTAL.
      *---------------------------------------------------------------*
       2900-WRITE-CONTROL-ROW.
      *---------------------------------------------------------------*
      *    THE CONTROL ROW GOES ON ONLY WHEN THE PASS WAS CLEAN AND
      *    SAW EXACTLY WHAT THE MASTER'S CONTROL RECORD PROMISED.
      *---------------------------------------------------------------*
           IF  RETURN-CODE > 0
               OR WS-ERROR-COUNT > 0
               OR WS-CLAIM-COUNT NOT = UK-CTL-RECORD-COUNT
               OR WS-HASH-TOTAL NOT = UK-CTL-HASH-TOTAL
               DISPLAY 'CLMAGG - SUMMARY NOT CERTIFIED - CONTROL SAYS ',
                   UK-CTL-RECORD-COUNT, ' CLAIMS, SUMMARIZED ',
                   WS-CLAIM-COUNT, ', ', WS-ERROR-COUNT,
                   ' WRITE ERRORS'
               MOVE 16                     TO RETURN-CODE
           ELSE
               MOVE SPACES                 TO CLAIMS-SUMMARY-RECORD
               SET SM-CONTROL-ROW          TO TRUE
               MOVE UK-CTL-LOAD-DATE       TO SM-CTL-LOAD-DATE
               MOVE UK-CTL-RECORD-COUNT    TO SM-CTL-RECORD-COUNT
               MOVE UK-CTL-HASH-TOTAL      TO SM-CTL-HASH-TOTAL
               MOVE WS-WRITTEN-COUNT       TO SM-CTL-ROW-COUNT
               MOVE WS-CURRENT-DATE-DATA (1:8)
                                           TO SM-CTL-BUILD-DATE
               WRITE CLAIMS-SUMMARY-RECORD
               IF  NOT SUMMARY-FILE-OK
                   DISPLAY 'CLMSUMF CONTROL ROW WRITE ERROR : ',
                       SUMMARY-FILE-STATUS
                   MOVE 16                 TO RETURN-CODE
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE UNEMPLOYMENT-CLAIMS-FILE
                 CLAIMS-SUMMARY-FILE.
      *---------------------------------------------------------------*
       8000-READ-UNEMPLOYMENT-FILE.
      *---------------------------------------------------------------*
           READ UNEMPLOYMENT-CLAIMS-FILE
               AT END MOVE 'Y'             TO END-OF-FILE-SW.
      *    THE EMBEDDED CONTROL RECORD (RECORD-ID 00000000) IS
      *    BOOKKEEPING, NOT A CLAIM - SKIP IT.
           IF  NOT END-OF-FILE
               AND RECORD-ID OF UNEMPLOYMENT-CLAIM = '00000000'
               GO TO 8000-READ-UNEMPLOYMENT-FILE.
