       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CIVRPT.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    CONTACT-TRACING DAILY WORKLOAD REPORT - READS THE CIVFILE
      *    CASE INVESTIGATIONS CIVMNT MAINTAINS (SEE CIVREC) AND
      *    PRINTS, AS OF THE REPORT DATE -
      *      1. PER INVESTIGATOR, THE OPEN CASES, THE OPEN CASES PAST
      *         THE 24-HOUR AND 48-HOUR TARGETS, THE CASES ASSIGNED
      *         AND INTERVIEWED IN THE LAST SEVEN DAYS, AND THE
      *         CONTACTS NAMED AND REACHED ON THOSE INTERVIEWS WITH
      *         THE REACH PERCENT
      *      2. PER COUNTY, THE SAME OPEN AND PAST-TARGET COUNTS AND
      *         THE SEVEN-DAY ASSIGNMENTS SET AGAINST THE SEVEN-DAY
      *         NEW CASES COVCNTY LOADED TO CNTYHIST.  A COUNTY THAT
      *         HAD NEW CASES BUT WAS ASSIGNED FEWER THAN PARMFILE
      *         CICOVPCT (DEFAULT 80) INVESTIGATIONS PER 100 OF THEM
      *         IS FLAGGED SHORT OF STAFF
      *    THE 24-HOUR TARGET IS A FIRST ATTEMPT BY THE DAY AFTER
      *    ASSIGNMENT; THE 48-HOUR TARGET IS THE INTERVIEW COMPLETED
      *    WITHIN TWO DAYS OF ASSIGNMENT.  ONLY WHOLE DATES ARE KEPT,
      *    SO THE TARGETS ARE COUNTED IN DAYS.
      *
      *    CONTROL INPUT (SYSIN) -
      *      REPORT DATE YYYYMMDD (BLANK = BUSINESS DATE)
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
           SELECT CASE-INVESTIGATION-FILE ASSIGN TO CIVFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS CI-CASE-ID
             FILE STATUS  IS CASE-INVESTIGATION-STATUS.
           SELECT COUNTY-REFERENCE-FILE ASSIGN TO CNTYREF
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS CN-COUNTY-FIPS
             FILE STATUS  IS COUNTY-REFERENCE-STATUS.
           SELECT COUNTY-HISTORY-FILE ASSIGN TO CNTYHIST
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS COUNTY-HISTORY-STATUS.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  CASE-INVESTIGATION-FILE.
       COPY CIVREC.
      *---------------------------------------------------------------*
       FD  COUNTY-REFERENCE-FILE.
       COPY CNTYREFC.
      *---------------------------------------------------------------*
       FD  COUNTY-HISTORY-FILE
           RECORDING MODE IS F.
       COPY CNTYHSTC.
      *---------------------------------------------------------------*
       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD.
           05  PRINT-LINE                  PIC X(132).
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS-MISC.
      *---------------------------------------------------------------*
           05  CASE-INVESTIGATION-STATUS   PIC X(02).
               88  CASE-INVESTIGATION-OK         VALUE '00'.
           05  COUNTY-REFERENCE-STATUS     PIC X(02).
               88  COUNTY-REFERENCE-OK           VALUE '00'.
           05  COUNTY-HISTORY-STATUS       PIC X(02).
               88  COUNTY-HISTORY-OK             VALUE '00'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  HEADING-MODE-SW             PIC X(01) VALUE 'I'.
               88  HEADING-INVESTIGATOR          VALUE 'I'.
               88  HEADING-COUNTY                VALUE 'C'.
           05  WS-DATE-CARD                PIC X(08) VALUE SPACE.
           05  WS-REPORT-DATE              PIC 9(08) VALUE 0.
           05  WS-REPORT-INT               PIC S9(09) USAGE IS COMP.
           05  WS-WEEK-FIRST-DATE          PIC 9(08).
           05  WS-DAYS-OPEN                PIC S9(05) USAGE IS COMP.
           05  WS-DAYS-TO-ATTEMPT          PIC S9(05) USAGE IS COMP.
           05  WS-COVERAGE-PCT             PIC 9(03) VALUE 80.
           05  WS-COVERAGE                 PIC 9(05)V9.
           05  WS-REACH-PCT                PIC 9(03)V9.
           05  WS-CASE-COUNT               PIC 9(07) VALUE 0.
           05  WS-NO-COUNTY-COUNT          PIC 9(07) VALUE 0.
           05  WS-HISTORY-ROWS             PIC 9(07) VALUE 0.
           05  WS-SHORT-COUNT              PIC 9(05) VALUE 0.
           05  WS-CT-SUB                   PIC S9(04) USAGE IS COMP.
           05  WS-IV-SUB                   PIC S9(04) USAGE IS COMP.
           05  WS-SLOT                     PIC S9(04) USAGE IS COMP.
           05  WS-PAST-24-SW               PIC X(01).
               88  PAST-24-HOUR                  VALUE 'Y'.
           05  WS-PAST-48-SW               PIC X(01).
               88  PAST-48-HOUR                  VALUE 'Y'.
      *---------------------------------------------------------------*
      *    CNTYREF IN FIPS ORDER, WITH THE COUNTY'S TRACING COUNTS.
      *---------------------------------------------------------------*
       01  COUNTY-TABLE.
           05  CT-ENTRY-COUNT              PIC 9(04) VALUE 0.
           05  CT-ENTRIES.
               10  CT-ENTRY                OCCURS 4000 TIMES
                                           ASCENDING KEY CT-COUNTY-FIPS
                                           INDEXED BY CT-IDX.
                   15  CT-COUNTY-FIPS      PIC X(05).
                   15  CT-COUNTY-NAME      PIC X(24).
                   15  CT-STATE-CODE       PIC X(02).
                   15  CT-COUNTS.
                       20  CT-OPEN         PIC 9(05).
                       20  CT-PAST-24      PIC 9(05).
                       20  CT-PAST-48      PIC 9(05).
                       20  CT-ASSIGNED-7   PIC 9(05).
                   15  CT-NEW-CASES-7      PIC 9(09).
      *---------------------------------------------------------------*
      *    INVESTIGATORS IN ID ORDER, BUILT AS THE CASES ARE READ.
      *---------------------------------------------------------------*
       01  INVESTIGATOR-TABLE.
           05  IT-ENTRY-COUNT              PIC 9(04) VALUE 0.
           05  IT-ENTRY                    OCCURS 500 TIMES.
               10  IT-INVESTIGATOR-ID      PIC X(08).
               10  IT-OPEN                 PIC 9(05).
               10  IT-PAST-24              PIC 9(05).
               10  IT-PAST-48              PIC 9(05).
               10  IT-ASSIGNED-7           PIC 9(05).
               10  IT-INTERVIEWED-7        PIC 9(05).
               10  IT-NAMED-7              PIC 9(07).
               10  IT-REACHED-7            PIC 9(07).
      *---------------------------------------------------------------*
       01  INV-HEADING-LINE-1.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'CONTACT TRACING WORKLOAD BY INVESTIGATOR AS '.
           05  FILLER PIC X(03) VALUE 'OF '.
           05  IHL-REPORT-DATE             PIC 9(08).
           05  FILLER PIC X(25) VALUE SPACE.
           05  FILLER PIC X(05) VALUE 'PAGE '.
           05  IHL-PAGE                    PIC ZZ9.
      *---------------------------------------------------------------*
       01  INV-HEADING-LINE-2.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               '                OPEN      PAST      PAST   A'.
           05  FILLER PIC X(44) VALUE
               'SSIGNED   INTERVIEWED   CONTACTS   CONTACTS '.
           05  FILLER PIC X(08) VALUE
               '   REACH'.
      *---------------------------------------------------------------*
       01  INV-HEADING-LINE-3.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'INVESTIGATOR   CASES   24-HOUR   48-HOUR    '.
           05  FILLER PIC X(44) VALUE
               ' 7 DAYS        7 DAYS      NAMED    REACHED '.
           05  FILLER PIC X(08) VALUE
               '     PCT'.
      *---------------------------------------------------------------*
       01  INV-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  IDL-INVESTIGATOR-ID         PIC X(08).
           05  FILLER                      PIC X(06) VALUE SPACE.
           05  IDL-OPEN                    PIC ZZ,ZZ9.
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  IDL-PAST-24                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  IDL-PAST-48                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  IDL-ASSIGNED-7              PIC ZZZZ,ZZ9.
           05  FILLER                      PIC X(07) VALUE SPACE.
           05  IDL-INTERVIEWED-7           PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  IDL-NAMED-7                 PIC ZZZZ,ZZ9.
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  IDL-REACHED-7               PIC ZZZZ,ZZ9.
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  IDL-REACH-AREA.
               10  IDL-REACH-PCT           PIC ZZZ9.9.
      *---------------------------------------------------------------*
       01  CTY-HEADING-LINE-1.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'CONTACT TRACING STAFFING BY COUNTY AS OF    '.
           05  CHL-REPORT-DATE             PIC 9(08).
           05  FILLER PIC X(26) VALUE
               '  - SHORT BELOW ASSIGNED  '.
           05  CHL-COVERAGE-PCT            PIC ZZ9.
           05  FILLER PIC X(18) VALUE ' PER 100 NEW CASES'.
           05  FILLER PIC X(04) VALUE SPACE.
           05  FILLER PIC X(05) VALUE 'PAGE '.
           05  CHL-PAGE                    PIC ZZ9.
      *---------------------------------------------------------------*
       01  CTY-HEADING-LINE-2.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               '                                      OPEN  '.
           05  FILLER PIC X(44) VALUE
               '    PAST      PAST   ASSIGNED     NEW CASES '.
           05  FILLER PIC X(23) VALUE
               '   ASSIGNED PER        '.
      *---------------------------------------------------------------*
       01  CTY-HEADING-LINE-3.
      *---------------------------------------------------------------*
           05  FILLER PIC X(44) VALUE
               'FIPS   COUNTY                   ST   CASES  '.
           05  FILLER PIC X(44) VALUE
               ' 24-HOUR   48-HOUR     7 DAYS        7 DAYS '.
           05  FILLER PIC X(23) VALUE
               '  100 NEW CASES   FLAG '.
      *---------------------------------------------------------------*
       01  CTY-DETAIL-LINE.
      *---------------------------------------------------------------*
           05  CDL-COUNTY-FIPS             PIC X(05).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  CDL-COUNTY-NAME             PIC X(24).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  CDL-STATE-CODE              PIC X(02).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  CDL-OPEN                    PIC ZZ,ZZ9.
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  CDL-PAST-24                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  CDL-PAST-48                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  CDL-ASSIGNED-7              PIC ZZZZ,ZZ9.
           05  FILLER                      PIC X(05) VALUE SPACE.
           05  CDL-NEW-CASES-7             PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(09) VALUE SPACE.
           05  CDL-COVERAGE-AREA.
               10  CDL-COVERAGE            PIC ZZZZ9.9.
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  CDL-FLAG                    PIC X(05).
      *---------------------------------------------------------------*
       01  REPORT-LINES.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
           05  NO-CASES-LINE               PIC X(44) VALUE
               'NO CASE INVESTIGATIONS ON CIVFILE           '.
       COPY PARMC.
       COPY PRINTCTL.
       COPY BUSDATEC.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           IF  CASE-INVESTIGATION-OK
               AND COUNTY-REFERENCE-OK
               AND COUNTY-HISTORY-OK
               PERFORM 2000-LOAD-COUNTY-TABLE
               PERFORM 2100-TALLY-NEW-CASES
               PERFORM 2200-TALLY-CASE-INVESTIGATIONS
               PERFORM 4000-PRINT-INVESTIGATOR-SECTION
               PERFORM 5000-PRINT-COUNTY-SECTION
               PERFORM 3000-CLOSE-FILES
           END-IF.
           DISPLAY '*** CIVRPT TRACING WORKLOAD SUMMARY ***'.
           DISPLAY 'REPORT DATE          : ', WS-REPORT-DATE.
           DISPLAY 'CASES READ           : ', WS-CASE-COUNT.
           DISPLAY 'CASES NOT ON CNTYREF : ', WS-NO-COUNTY-COUNT.
           DISPLAY 'INVESTIGATORS        : ', IT-ENTRY-COUNT.
           DISPLAY 'CNTYHIST ROWS IN WEEK: ', WS-HISTORY-ROWS.
           DISPLAY 'COUNTIES SHORT       : ', WS-SHORT-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  CASE-INVESTIGATION-FILE.
           OPEN INPUT  COUNTY-REFERENCE-FILE.
           OPEN INPUT  COUNTY-HISTORY-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE 50                         TO LINES-ON-PAGE.
           ACCEPT WS-DATE-CARD.
           IF  WS-DATE-CARD IS NUMERIC
               MOVE WS-DATE-CARD           TO WS-REPORT-DATE
           ELSE
               MOVE 'T'                    TO BD-FUNCTION
               MOVE ZEROES                 TO BD-IN-DATE
               CALL 'BUSDATE' USING BUSDATE-REQUEST
               MOVE BD-OUT-DATE            TO WS-REPORT-DATE
           END-IF.
           COMPUTE WS-REPORT-INT =
               FUNCTION INTEGER-OF-DATE (WS-REPORT-DATE).
           COMPUTE WS-WEEK-FIRST-DATE =
               FUNCTION DATE-OF-INTEGER (WS-REPORT-INT - 6).
           MOVE 'CICOVPCT'                 TO PL-PARM-ID.
           MOVE WS-REPORT-DATE             TO PL-AS-OF-DATE.
           CALL 'PARMLD' USING PARMLD-REQUEST.
           IF  PL-FOUND AND PL-VALUE (1:3) IS NUMERIC
               MOVE PL-VALUE (1:3)         TO WS-COVERAGE-PCT
           END-IF.
           MOVE WS-REPORT-DATE             TO IHL-REPORT-DATE
                                              CHL-REPORT-DATE.
           MOVE WS-COVERAGE-PCT            TO CHL-COVERAGE-PCT.
           IF NOT CASE-INVESTIGATION-OK
               DISPLAY 'CIVFILE OPEN ERROR : ',
                   CASE-INVESTIGATION-STATUS
               MOVE 16                     TO RETURN-CODE.
           IF NOT COUNTY-REFERENCE-OK
               DISPLAY 'CNTYREF OPEN ERROR : ', COUNTY-REFERENCE-STATUS
               MOVE 16                     TO RETURN-CODE.
           IF NOT COUNTY-HISTORY-OK
               DISPLAY 'CNTYHIST OPEN ERROR : ', COUNTY-HISTORY-STATUS
               MOVE 16                     TO RETURN-CODE.
      *---------------------------------------------------------------*
       2000-LOAD-COUNTY-TABLE.
      *---------------------------------------------------------------*
           MOVE HIGH-VALUES                TO CT-ENTRIES.
           MOVE 'N'                        TO END-OF-FILE-SW.
           PERFORM 8000-READ-COUNTY-REFERENCE.
           PERFORM 2010-LOAD-ONE-COUNTY
               UNTIL END-OF-FILE.
      *---------------------------------------------------------------*
       2010-LOAD-ONE-COUNTY.
      *---------------------------------------------------------------*
           IF  CT-ENTRY-COUNT < 4000
               ADD 1                       TO CT-ENTRY-COUNT
               MOVE CT-ENTRY-COUNT         TO WS-CT-SUB
               MOVE CN-COUNTY-FIPS         TO CT-COUNTY-FIPS (WS-CT-SUB)
               MOVE CN-COUNTY-NAME         TO CT-COUNTY-NAME (WS-CT-SUB)
               MOVE CN-STATE-CODE          TO CT-STATE-CODE (WS-CT-SUB)
               MOVE ZEROES                 TO CT-COUNTS (WS-CT-SUB)
                                              CT-NEW-CASES-7 (WS-CT-SUB)
           END-IF.
           PERFORM 8000-READ-COUNTY-REFERENCE.
      *---------------------------------------------------------------*
       2100-TALLY-NEW-CASES.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO END-OF-FILE-SW.
           PERFORM 8100-READ-COUNTY-HISTORY.
           PERFORM 2110-TALLY-ONE-HISTORY-ROW
               UNTIL END-OF-FILE.
      *---------------------------------------------------------------*
       2110-TALLY-ONE-HISTORY-ROW.
      *---------------------------------------------------------------*
           IF  CH-DATE NOT < WS-WEEK-FIRST-DATE
               AND CH-DATE NOT > WS-REPORT-DATE
               ADD 1                       TO WS-HISTORY-ROWS
               SEARCH ALL CT-ENTRY
                   AT END
                       CONTINUE
                   WHEN CT-COUNTY-FIPS (CT-IDX) = CH-COUNTY-FIPS
                       ADD CH-NEW-CASES    TO CT-NEW-CASES-7 (CT-IDX)
               END-SEARCH
           END-IF.
           PERFORM 8100-READ-COUNTY-HISTORY.
      *---------------------------------------------------------------*
       2200-TALLY-CASE-INVESTIGATIONS.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO END-OF-FILE-SW.
           PERFORM 8200-READ-CASE-INVESTIGATION.
           PERFORM 2210-TALLY-ONE-CASE
               UNTIL END-OF-FILE.
      *---------------------------------------------------------------*
       2210-TALLY-ONE-CASE.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-CASE-COUNT.
           IF  CI-ASSIGNED-DATE NOT > WS-REPORT-DATE
               PERFORM 2220-FIND-INVESTIGATOR
               IF  WS-IV-SUB > 0
                   PERFORM 2230-SCORE-ONE-CASE
               END-IF
           END-IF.
           PERFORM 8200-READ-CASE-INVESTIGATION.
      *---------------------------------------------------------------*
       2220-FIND-INVESTIGATOR.
      *---------------------------------------------------------------*
      *    FIRST SLOT AT OR PAST THE ID; A NEW ID IS SLID IN THERE.
      *    WS-IV-SUB COMES BACK 0 ONLY WHEN THE TABLE IS FULL.
           MOVE 1                          TO WS-SLOT.
           PERFORM 2221-STEP-PAST-LOWER-ID
               UNTIL WS-SLOT > IT-ENTRY-COUNT
               OR IT-INVESTIGATOR-ID (WS-SLOT)
                   NOT < CI-INVESTIGATOR-ID.
           IF  WS-SLOT NOT > IT-ENTRY-COUNT
               AND IT-INVESTIGATOR-ID (WS-SLOT) = CI-INVESTIGATOR-ID
               MOVE WS-SLOT                TO WS-IV-SUB
           ELSE
               IF  IT-ENTRY-COUNT < 500
                   PERFORM 2222-SLIDE-ONE-INVESTIGATOR
                       VARYING WS-IV-SUB FROM IT-ENTRY-COUNT BY -1
                       UNTIL WS-IV-SUB < WS-SLOT
                   ADD 1                   TO IT-ENTRY-COUNT
                   MOVE CI-INVESTIGATOR-ID TO IT-INVESTIGATOR-ID
                                              (WS-SLOT)
                   MOVE ZEROES             TO IT-OPEN (WS-SLOT)
                                              IT-PAST-24 (WS-SLOT)
                                              IT-PAST-48 (WS-SLOT)
                                              IT-ASSIGNED-7 (WS-SLOT)
                                              IT-INTERVIEWED-7
                                                  (WS-SLOT)
                                              IT-NAMED-7 (WS-SLOT)
                                              IT-REACHED-7 (WS-SLOT)
                   MOVE WS-SLOT            TO WS-IV-SUB
               ELSE
                   DISPLAY 'CIVRPT - INVESTIGATOR TABLE FULL AT ',
                       CI-INVESTIGATOR-ID
                   MOVE 8                  TO RETURN-CODE
                   MOVE 0                  TO WS-IV-SUB
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2221-STEP-PAST-LOWER-ID.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-SLOT.
      *---------------------------------------------------------------*
       2222-SLIDE-ONE-INVESTIGATOR.
      *---------------------------------------------------------------*
           MOVE IT-ENTRY (WS-IV-SUB)       TO IT-ENTRY (WS-IV-SUB + 1).
      *---------------------------------------------------------------*
       2230-SCORE-ONE-CASE.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO WS-PAST-24-SW
                                              WS-PAST-48-SW.
           IF  CI-OPEN
               COMPUTE WS-DAYS-OPEN = WS-REPORT-INT
                   - FUNCTION INTEGER-OF-DATE (CI-ASSIGNED-DATE)
               IF  CI-NOT-ATTEMPTED
                   MOVE WS-DAYS-OPEN       TO WS-DAYS-TO-ATTEMPT
               ELSE
                   COMPUTE WS-DAYS-TO-ATTEMPT =
                       FUNCTION INTEGER-OF-DATE (CI-FIRST-ATTEMPT-DATE)
                       - FUNCTION INTEGER-OF-DATE (CI-ASSIGNED-DATE)
               END-IF
               IF  WS-DAYS-TO-ATTEMPT > 1
                   MOVE 'Y'                TO WS-PAST-24-SW
               END-IF
               IF  WS-DAYS-OPEN > 2
                   MOVE 'Y'                TO WS-PAST-48-SW
               END-IF
               ADD 1                       TO IT-OPEN (WS-IV-SUB)
           END-IF.
           IF  PAST-24-HOUR
               ADD 1                       TO IT-PAST-24 (WS-IV-SUB)
           END-IF.
           IF  PAST-48-HOUR
               ADD 1                       TO IT-PAST-48 (WS-IV-SUB)
           END-IF.
           IF  CI-ASSIGNED-DATE NOT < WS-WEEK-FIRST-DATE
               ADD 1                       TO IT-ASSIGNED-7 (WS-IV-SUB)
           END-IF.
           IF  CI-INTERVIEW-DATE NOT < WS-WEEK-FIRST-DATE
               AND CI-INTERVIEW-DATE NOT > WS-REPORT-DATE
               ADD 1                 TO IT-INTERVIEWED-7 (WS-IV-SUB)
               ADD CI-CONTACTS-NAMED TO IT-NAMED-7 (WS-IV-SUB)
               ADD CI-CONTACTS-REACHED TO IT-REACHED-7 (WS-IV-SUB)
           END-IF.
           SEARCH ALL CT-ENTRY
               AT END
                   ADD 1                   TO WS-NO-COUNTY-COUNT
               WHEN CT-COUNTY-FIPS (CT-IDX) = CI-COUNTY-FIPS
                   IF  CI-OPEN
                       ADD 1               TO CT-OPEN (CT-IDX)
                   END-IF
                   IF  PAST-24-HOUR
                       ADD 1               TO CT-PAST-24 (CT-IDX)
                   END-IF
                   IF  PAST-48-HOUR
                       ADD 1               TO CT-PAST-48 (CT-IDX)
                   END-IF
                   IF  CI-ASSIGNED-DATE NOT < WS-WEEK-FIRST-DATE
                       ADD 1               TO CT-ASSIGNED-7 (CT-IDX)
                   END-IF
           END-SEARCH.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE CASE-INVESTIGATION-FILE.
           CLOSE COUNTY-REFERENCE-FILE.
           CLOSE COUNTY-HISTORY-FILE.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       4000-PRINT-INVESTIGATOR-SECTION.
      *---------------------------------------------------------------*
           SET HEADING-INVESTIGATOR TO TRUE.
           MOVE 999                        TO LINE-COUNT.
           IF  IT-ENTRY-COUNT = 0
               MOVE NO-CASES-LINE          TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           PERFORM 4100-PRINT-ONE-INVESTIGATOR
               VARYING WS-IV-SUB FROM 1 BY 1
               UNTIL WS-IV-SUB > IT-ENTRY-COUNT.
      *---------------------------------------------------------------*
       4100-PRINT-ONE-INVESTIGATOR.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO INV-DETAIL-LINE.
           MOVE IT-INVESTIGATOR-ID (WS-IV-SUB)
                                           TO IDL-INVESTIGATOR-ID.
           MOVE IT-OPEN (WS-IV-SUB)        TO IDL-OPEN.
           MOVE IT-PAST-24 (WS-IV-SUB)     TO IDL-PAST-24.
           MOVE IT-PAST-48 (WS-IV-SUB)     TO IDL-PAST-48.
           MOVE IT-ASSIGNED-7 (WS-IV-SUB)  TO IDL-ASSIGNED-7.
           MOVE IT-INTERVIEWED-7 (WS-IV-SUB) TO IDL-INTERVIEWED-7.
           MOVE IT-NAMED-7 (WS-IV-SUB)     TO IDL-NAMED-7.
           MOVE IT-REACHED-7 (WS-IV-SUB)   TO IDL-REACHED-7.
           IF  IT-NAMED-7 (WS-IV-SUB) = 0
               MOVE '   N/A'               TO IDL-REACH-AREA
           ELSE
               COMPUTE WS-REACH-PCT ROUNDED =
                   IT-REACHED-7 (WS-IV-SUB) * 100
                   / IT-NAMED-7 (WS-IV-SUB)
               MOVE WS-REACH-PCT           TO IDL-REACH-PCT
           END-IF.
           MOVE INV-DETAIL-LINE            TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       5000-PRINT-COUNTY-SECTION.
      *---------------------------------------------------------------*
           SET HEADING-COUNTY TO TRUE.
           MOVE 999                        TO LINE-COUNT.
           PERFORM 5100-PRINT-ONE-COUNTY
               VARYING WS-CT-SUB FROM 1 BY 1
               UNTIL WS-CT-SUB > CT-ENTRY-COUNT.
      *---------------------------------------------------------------*
       5100-PRINT-ONE-COUNTY.
      *---------------------------------------------------------------*
      *    ONLY COUNTIES WITH TRACING WORK OR NEW CASES ARE LISTED.
           IF  CT-COUNTS (WS-CT-SUB) NOT = ZEROES
               OR CT-NEW-CASES-7 (WS-CT-SUB) > 0
               MOVE SPACE                  TO CTY-DETAIL-LINE
               MOVE CT-COUNTY-FIPS (WS-CT-SUB) TO CDL-COUNTY-FIPS
               MOVE CT-COUNTY-NAME (WS-CT-SUB) TO CDL-COUNTY-NAME
               MOVE CT-STATE-CODE (WS-CT-SUB)  TO CDL-STATE-CODE
               MOVE CT-OPEN (WS-CT-SUB)        TO CDL-OPEN
               MOVE CT-PAST-24 (WS-CT-SUB)     TO CDL-PAST-24
               MOVE CT-PAST-48 (WS-CT-SUB)     TO CDL-PAST-48
               MOVE CT-ASSIGNED-7 (WS-CT-SUB)  TO CDL-ASSIGNED-7
               MOVE CT-NEW-CASES-7 (WS-CT-SUB) TO CDL-NEW-CASES-7
               IF  CT-NEW-CASES-7 (WS-CT-SUB) = 0
                   MOVE '    N/A'          TO CDL-COVERAGE-AREA
               ELSE
                   COMPUTE WS-COVERAGE ROUNDED =
                       CT-ASSIGNED-7 (WS-CT-SUB) * 100
                       / CT-NEW-CASES-7 (WS-CT-SUB)
                       ON SIZE ERROR
                           MOVE 99999.9    TO WS-COVERAGE
                   END-COMPUTE
                   MOVE WS-COVERAGE        TO CDL-COVERAGE
                   IF  WS-COVERAGE < WS-COVERAGE-PCT
                       MOVE 'SHORT'        TO CDL-FLAG
                       ADD 1               TO WS-SHORT-COUNT
                   END-IF
               END-IF
               MOVE CTY-DETAIL-LINE        TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
      *---------------------------------------------------------------*
       8000-READ-COUNTY-REFERENCE.
      *---------------------------------------------------------------*
           READ COUNTY-REFERENCE-FILE NEXT RECORD
               AT END MOVE 'Y' TO END-OF-FILE-SW.
      *---------------------------------------------------------------*
       8100-READ-COUNTY-HISTORY.
      *---------------------------------------------------------------*
           READ COUNTY-HISTORY-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
      *---------------------------------------------------------------*
       8200-READ-CASE-INVESTIGATION.
      *---------------------------------------------------------------*
           READ CASE-INVESTIGATION-FILE NEXT RECORD
               AT END MOVE 'Y' TO END-OF-FILE-SW.
      *---------------------------------------------------------------*
       9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
           IF LINE-COUNT GREATER THAN LINES-ON-PAGE
               PERFORM 9100-PRINT-HEADING-LINES.
           MOVE NEXT-REPORT-LINE           TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE 1                          TO LINE-SPACEING.
      *---------------------------------------------------------------*
       9100-PRINT-HEADING-LINES.
      *---------------------------------------------------------------*
           IF  HEADING-INVESTIGATOR
               MOVE PAGE-COUNT             TO IHL-PAGE
               MOVE INV-HEADING-LINE-1     TO PRINT-LINE
               PERFORM 9110-WRITE-TOP-OF-PAGE
               MOVE 2                      TO LINE-SPACEING
               MOVE INV-HEADING-LINE-2     TO PRINT-LINE
               PERFORM 9120-WRITE-PRINT-LINE
               MOVE 1                      TO LINE-SPACEING
               MOVE INV-HEADING-LINE-3     TO PRINT-LINE
               PERFORM 9120-WRITE-PRINT-LINE
           ELSE
               MOVE PAGE-COUNT             TO CHL-PAGE
               MOVE CTY-HEADING-LINE-1     TO PRINT-LINE
               PERFORM 9110-WRITE-TOP-OF-PAGE
               MOVE 2                      TO LINE-SPACEING
               MOVE CTY-HEADING-LINE-2     TO PRINT-LINE
               PERFORM 9120-WRITE-PRINT-LINE
               MOVE 1                      TO LINE-SPACEING
               MOVE CTY-HEADING-LINE-3     TO PRINT-LINE
               PERFORM 9120-WRITE-PRINT-LINE
           END-IF.
           ADD  1                          TO PAGE-COUNT.
           MOVE 2                          TO LINE-SPACEING.
           MOVE 5                          TO LINE-COUNT.
      *---------------------------------------------------------------*
       9110-WRITE-TOP-OF-PAGE.
      *---------------------------------------------------------------*
           WRITE PRINT-RECORD
               AFTER ADVANCING PAGE.
           MOVE SPACE                      TO PRINT-LINE.
      *---------------------------------------------------------------*
       9120-WRITE-PRINT-LINE.
      *---------------------------------------------------------------*
           WRITE PRINT-RECORD
               AFTER ADVANCING LINE-SPACEING.
           MOVE SPACE                      TO PRINT-LINE.
           ADD  1                          TO LINE-COUNT.
