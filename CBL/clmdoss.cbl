       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLMDOSS.
       AUTHOR. EDWIN ACKERMAN.
       INSTALLATION. MORONS LOSERS AND BIMBOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *===============================================================*
      *    SINGLE-CLAIM RECORDS DOSSIER - FOR A RECORDS REQUEST FROM
      *    A CLAIMANT, THEIR ATTORNEY OR AN INVESTIGATOR.  ONE CARD
      *    PER REQUEST NAMES A CLAIM ID, OR A CLAIMANT IDENTIFIER
      *    (EVERY CLAIM CLMTFILE CARRIES UNDER THAT CLAIMANT), AND
      *    GETS ONE CONSOLIDATED DOCUMENT - EVERYTHING THE SYSTEM
      *    HOLDS ON THE CLAIM(S), IN DATE ORDER -
      *      UNDD      THE CLAIM RECORD (AT ITS RECORD DATE)
      *      CLMTFILE  EVERY CLAIMANT-DETAIL ROW
      *      CERTFILE  EVERY CERTIFIED WEEK (AT ITS WEEK-ENDING)
      *      PAYMSTR   EVERY PAYMENT WEEK (AT ITS WEEK-ENDING)
      *      OVPFILE   THE OVERPAYMENT AND ITS BALANCE (AT ITS
      *                ESTABLISH DATE)
      *      APPFILE   THE APPEALS DOCKET ENTRY (AT ITS FILING DATE)
      *      QCFILE    EVERY QC SAMPLE CASE (AT ITS SAMPLE WEEK)
      *      LINEAGE   EVERY PROVENANCE ROW (AT ITS RUN DATE)
      *      UNJRNL    EVERY JOURNAL ENTRY TOUCHING THE CLAIM
      *    FOLLOWED BY A COUNT OF WHAT EACH FILE GAVE UP.  EVERY FILE
      *    READ FOR EVERY CLAIM IS LOGGED TO ACCESSLG (ACTION
      *    DOSSIER, RESULT THE DD READ) UNDER THE REQUESTING
      *    OPERATOR - A DOSSIER THAT CANNOT BE LOGGED IS NOT RUN.
      *    A FILE THAT CANNOT BE OPENED IS NAMED AS UNAVAILABLE ON
      *    THE DOSSIER AND THE RUN ENDS RETURN CODE 4, SO AN
      *    INCOMPLETE DOSSIER IS NEVER MISTAKEN FOR A COMPLETE ONE.
      *
      *    CARD FORMAT (DOSSIN) -
      *      COL 1      C = BY CLAIM ID   P = BY CLAIMANT IDENTIFIER
      *      COL 3-12   CLAIM ID (COL 3-10) OR CLAIMANT IDENTIFIER
      *      COL 14-21  OPERATOR ID RUNNING THE REQUEST
      *      COL 23-52  REQUESTED BY (PRINTED ON THE DOSSIER)
      *      COL 54-61  DATE THE REQUEST WAS RECEIVED YYYYMMDD
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
           SELECT DOSSIER-CARD-FILE ASSIGN TO DOSSIN
             FILE STATUS IS DOSSIER-CARD-STATUS.
           SELECT UNEMPLOYMENT-CLAIMS-FILE ASSIGN TO UNDD
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS RECORD-ID OF UNEMPLOYMENT-CLAIM
             ALTERNATE RECORD KEY IS RECORD-DATE OF UNEMPLOYMENT-CLAIM
                 WITH DUPLICATES
             FILE STATUS  IS UNEMPLOYMENT-FILE-STATUS.
           SELECT CLAIMANT-DETAIL-FILE ASSIGN TO CLMTFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS CD-DETAIL-KEY
             ALTERNATE RECORD KEY IS CD-CLAIMANT-ID WITH DUPLICATES
             ALTERNATE RECORD KEY IS CD-EMPLOYER-ACCT WITH DUPLICATES
             FILE STATUS  IS CLAIMANT-DETAIL-STATUS.
           SELECT CERTIFICATION-FILE ASSIGN TO CERTFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS CT-CERT-KEY
             FILE STATUS  IS CERTIFICATION-STATUS.
           SELECT PAYMENT-MASTER-FILE ASSIGN TO PAYMSTR
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS PM-PAYMENT-KEY
             FILE STATUS  IS PAYMENT-MASTER-STATUS.
           SELECT OVERPAYMENT-FILE ASSIGN TO OVPFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS OV-CLAIM-ID
             FILE STATUS  IS OVERPAYMENT-STATUS.
           SELECT APPEAL-FILE ASSIGN TO APPFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS RANDOM
             RECORD KEY   IS AP-CLAIM-ID
             FILE STATUS  IS APPEAL-FILE-STATUS.
           SELECT SAMPLE-CONTROL-FILE ASSIGN TO QCFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS QC-CASE-KEY
             FILE STATUS  IS SAMPLE-CONTROL-STATUS.
           SELECT LINEAGE-FILE ASSIGN TO LINEAGE
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS LINEAGE-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO UNJRNL
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS  IS JOURNAL-FILE-STATUS.
           SELECT ACCESS-LOG-FILE ASSIGN TO ACCESSLG
             FILE STATUS IS ACCESS-LOG-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWORK.
           SELECT PRINT-FILE ASSIGN TO PRTLINE.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  DOSSIER-CARD-FILE
           RECORDING MODE IS F.
       01  DOSSIER-CARD.
           05  DC-REQUEST-TYPE             PIC X(01).
               88  DC-BY-CLAIM                   VALUE 'C'.
               88  DC-BY-CLAIMANT                VALUE 'P'.
           05  FILLER                      PIC X(01).
           05  DC-IDENTIFIER               PIC X(10).
           05  FILLER                      PIC X(01).
           05  DC-OPERATOR-ID              PIC X(08).
           05  FILLER                      PIC X(01).
           05  DC-REQUESTED-BY             PIC X(30).
           05  FILLER                      PIC X(01).
           05  DC-RECEIVED-DATE            PIC X(08).
           05  FILLER                      PIC X(19).
      *---------------------------------------------------------------*
       FD  UNEMPLOYMENT-CLAIMS-FILE.
       COPY UNEMC.
      *---------------------------------------------------------------*
       FD  CLAIMANT-DETAIL-FILE.
       COPY CLMTREC.
      *---------------------------------------------------------------*
       FD  CERTIFICATION-FILE.
       COPY CERTREC.
      *---------------------------------------------------------------*
       FD  PAYMENT-MASTER-FILE.
       COPY PAYREC.
      *---------------------------------------------------------------*
       FD  OVERPAYMENT-FILE.
       COPY OVPREC.
      *---------------------------------------------------------------*
       FD  APPEAL-FILE.
       COPY APPREC.
      *---------------------------------------------------------------*
       FD  SAMPLE-CONTROL-FILE.
       COPY QCREC.
      *---------------------------------------------------------------*
       FD  LINEAGE-FILE
           RECORDING MODE IS F.
       COPY LINREC.
      *---------------------------------------------------------------*
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       COPY UNJRNLC.
      *---------------------------------------------------------------*
       FD  ACCESS-LOG-FILE
           RECORDING MODE IS F.
       01  ACCESS-LOG-RECORD.
           05  AL-RUN-DATE.
               10  AL-RUN-YEAR             PIC 9(04).
               10  AL-RUN-MONTH            PIC 9(02).
               10  AL-RUN-DAY              PIC 9(02).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AL-PROGRAM-ID               PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AL-OPERATOR-ID              PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AL-ACTION                   PIC X(07).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AL-RECORD-ID                PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AL-RESULT                   PIC X(09).
      *---------------------------------------------------------------*
      *    ONE ROW PER DOSSIER ENTRY - DATE ORDER, THEN THE ORDER OF
      *    THE SOURCE TABLE BELOW, THEN THE ORDER THE ROW WAS FOUND.
      *---------------------------------------------------------------*
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  DS-ENTRY-DATE               PIC 9(08).
           05  DS-SOURCE-SEQ               PIC 9(02).
           05  DS-SEQUENCE                 PIC 9(07).
           05  DS-SOURCE                   PIC X(08).
           05  DS-CLAIM-ID                 PIC X(08).
           05  DS-DETAIL                   PIC X(90).
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
           05  DOSSIER-CARD-STATUS         PIC X(02).
               88  DOSSIER-CARD-OK               VALUE '00'.
           05  UNEMPLOYMENT-FILE-STATUS    PIC X(02).
               88  UNEMPLOYMENT-FILE-OK          VALUE '00' '02'.
           05  CLAIMANT-DETAIL-STATUS      PIC X(02).
               88  CLAIMANT-DETAIL-OK            VALUE '00'.
           05  CERTIFICATION-STATUS        PIC X(02).
               88  CERTIFICATION-OK              VALUE '00'.
           05  PAYMENT-MASTER-STATUS       PIC X(02).
               88  PAYMENT-MASTER-OK             VALUE '00'.
           05  OVERPAYMENT-STATUS          PIC X(02).
               88  OVERPAYMENT-OK                VALUE '00'.
           05  APPEAL-FILE-STATUS          PIC X(02).
               88  APPEAL-FILE-OK                VALUE '00'.
           05  SAMPLE-CONTROL-STATUS       PIC X(02).
               88  SAMPLE-CONTROL-OK             VALUE '00'.
           05  LINEAGE-FILE-STATUS         PIC X(02).
               88  LINEAGE-FILE-OK               VALUE '00'.
           05  JOURNAL-FILE-STATUS         PIC X(02).
               88  JOURNAL-FILE-OK               VALUE '00'.
           05  ACCESS-LOG-STATUS           PIC X(02).
               88  ACCESS-LOG-OK                 VALUE '00'.
               88  ACCESS-LOG-NEW                VALUE '35'.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                   VALUE 'Y'.
           05  SCAN-EOF-SW                 PIC X(01).
               88  SCAN-EOF                      VALUE 'Y'.
           05  SORT-EOF-SW                 PIC X(01).
               88  SORT-EOF                      VALUE 'Y'.
           05  CLAIM-MATCH-SW              PIC X(01).
               88  CLAIM-MATCHED                 VALUE 'Y'.
           05  WS-BUSINESS-DATE            PIC 9(08).
           05  WS-CLAIM-ID                 PIC X(08).
           05  WS-ENTRY-DATE               PIC 9(08).
           05  WS-SOURCE-SEQ               PIC 9(02).
           05  WS-SEQUENCE                 PIC 9(07).
           05  WS-SUB                      PIC 9(02).
           05  WS-QC-WEEK                  PIC 9(08).
           05  WS-QC-WEEK-PARTS REDEFINES WS-QC-WEEK.
               10  WS-QC-WEEK-DD           PIC 9(02).
               10  WS-QC-WEEK-MM           PIC 9(02).
               10  WS-QC-WEEK-YYYY         PIC 9(04).
           05  WS-ENTRY-COUNT              PIC 9(07).
           05  WS-CARD-COUNT               PIC 9(05) VALUE 0.
           05  WS-DOSSIER-COUNT            PIC 9(05) VALUE 0.
           05  WS-REJECTED-COUNT           PIC 9(05) VALUE 0.
           05  WS-NOT-FOUND-COUNT          PIC 9(05) VALUE 0.
           05  WS-LOG-COUNT                PIC 9(07) VALUE 0.
           05  WS-UNAVAILABLE-COUNT        PIC 9(02) VALUE 0.
      *---------------------------------------------------------------*
      *    THE CLAIMS ONE DOSSIER COVERS.
      *---------------------------------------------------------------*
       01  DOSSIER-CLAIM-TABLE.
           05  DCT-CLAIM-COUNT             PIC 9(02) VALUE 0.
           05  DCT-CLAIM-ID                PIC X(08) OCCURS 50 TIMES
                                           INDEXED BY DCT-INDEX.
      *---------------------------------------------------------------*
      *    THE FILES A DOSSIER DRAWS ON, IN THE ORDER SAME-DAY
      *    ENTRIES PRINT.  AVAILABLE IS SET AT OPEN.
      *---------------------------------------------------------------*
       01  SOURCE-TABLE-VALUES.
           05  FILLER PIC X(28) VALUE 'UNDD    CLAIM RECORD        '.
           05  FILLER PIC X(28) VALUE 'CLMTFILECLAIMANT DETAIL ROWS'.
           05  FILLER PIC X(28) VALUE 'CERTFILECERTIFIED WEEKS     '.
           05  FILLER PIC X(28) VALUE 'PAYMSTR PAYMENT WEEKS       '.
           05  FILLER PIC X(28) VALUE 'OVPFILE OVERPAYMENT         '.
           05  FILLER PIC X(28) VALUE 'APPFILE APPEALS DOCKET      '.
           05  FILLER PIC X(28) VALUE 'QCFILE  QC SAMPLE CASES     '.
           05  FILLER PIC X(28) VALUE 'LINEAGE PROVENANCE ROWS     '.
           05  FILLER PIC X(28) VALUE 'UNJRNL  JOURNAL ENTRIES     '.
       01  SOURCE-TABLE REDEFINES SOURCE-TABLE-VALUES.
           05  SRC-ENTRY                   OCCURS 9 TIMES.
               10  SRC-DD-NAME             PIC X(08).
               10  SRC-TITLE               PIC X(20).
       01  SOURCE-STATE-TABLE.
           05  SRC-STATE                   OCCURS 9 TIMES.
               10  SRC-AVAILABLE-SW        PIC X(01).
                   88  SRC-AVAILABLE             VALUE 'Y'.
               10  SRC-ENTRY-COUNT         PIC 9(07).
      *---------------------------------------------------------------*
      *    ENTRY DETAIL LAYOUTS - ONE PER SOURCE, MOVED TO DS-DETAIL.
      *---------------------------------------------------------------*
       01  CLAIM-RECORD-DETAIL.
           05  FILLER PIC X(06) VALUE 'STATE '.
           05  CRD-STATE-CODE              PIC X(03).
           05  FILLER PIC X(09) VALUE '  STATUS '.
           05  CRD-STATUS-CODE             PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  CRD-STATUS-REASON           PIC X(03).
           05  FILLER PIC X(07) VALUE ' SINCE '.
           05  CRD-STATUS-DATE             PIC 9(08).
           05  FILLER PIC X(10) VALUE '  INITIAL '.
           05  CRD-INITIAL                 PIC ZZZ,ZZ9.
           05  FILLER PIC X(13) VALUE '  CONTINUING '.
           05  CRD-CONTINUING              PIC ZZZ,ZZ9.
           05  FILLER PIC X(09) VALUE '  SOURCE '.
           05  CRD-SOURCE-OF-RECORD        PIC X(01).
      *---------------------------------------------------------------*
       01  CLAIMANT-ROW-DETAIL.
           05  FILLER PIC X(09) VALUE 'CLAIMANT '.
           05  CRW-CLAIMANT-ID             PIC X(10).
           05  FILLER PIC X(08) VALUE '  CLASS '.
           05  CRW-CLAIM-CLASS             PIC X(01).
           05  FILLER PIC X(11) VALUE '  EMPLOYER '.
           05  CRW-EMPLOYER-ACCT           PIC X(08).
           05  FILLER PIC X(08) VALUE '  STATE '.
           05  CRW-STATE                   PIC X(03).
           05  FILLER PIC X(11) VALUE '  AGE BAND '.
           05  CRW-AGE-BAND                PIC 9(02).
           05  FILLER PIC X(11) VALUE '  INDUSTRY '.
           05  CRW-INDUSTRY                PIC 9(02).
      *---------------------------------------------------------------*
       01  CERTIFIED-WEEK-DETAIL.
           05  FILLER PIC X(10) VALUE 'CERTIFIED '.
           05  CWD-CERT-DATE               PIC 9(08).
           05  FILLER PIC X(11) VALUE '  EARNINGS '.
           05  CWD-GROSS-EARNINGS          PIC ZZ,ZZ9.99.
           05  FILLER PIC X(10) VALUE '  PAYABLE '.
           05  CWD-PAYABLE-AMOUNT          PIC ZZ,ZZ9.99.
           05  FILLER PIC X(13) VALUE '  PAY STATUS '.
           05  CWD-PAY-STATUS              PIC X(01).
      *---------------------------------------------------------------*
       01  PAYMENT-WEEK-DETAIL.
           05  FILLER PIC X(05) VALUE 'TYPE '.
           05  PWD-PAYMENT-TYPE            PIC X(03).
           05  FILLER PIC X(07) VALUE '  PAID '.
           05  PWD-AMOUNT-PAID             PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(09) VALUE '  OFFSET '.
           05  PWD-OFFSET-AMOUNT           PIC ZZ,ZZ9.99.
           05  FILLER PIC X(09) VALUE '  SERIAL '.
           05  PWD-ISSUANCE-SERIAL         PIC 9(09).
           05  FILLER PIC X(09) VALUE '  STATUS '.
           05  PWD-ISSUE-STATUS            PIC X(01).
           05  FILLER PIC X(08) VALUE '  METHOD'.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  PWD-PAYMENT-METHOD          PIC X(01).
      *---------------------------------------------------------------*
       01  OVERPAYMENT-DETAIL.
           05  FILLER PIC X(06) VALUE 'CAUSE '.
           05  OVD-CAUSE-CODE              PIC X(03).
           05  FILLER PIC X(11) VALUE '  ORIGINAL '.
           05  OVD-ORIGINAL-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(12) VALUE '  RECOVERED '.
           05  OVD-RECOVERED-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(10) VALUE '  BALANCE '.
           05  OVD-BALANCE                 PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(09) VALUE '  STATUS '.
           05  OVD-STATUS                  PIC X(01).
      *---------------------------------------------------------------*
       01  APPEAL-DETAIL.
           05  FILLER PIC X(06) VALUE 'LEVEL '.
           05  APD-LEVEL                   PIC X(01).
           05  FILLER PIC X(09) VALUE '  STATUS '.
           05  APD-STATUS                  PIC X(01).
           05  FILLER PIC X(11) VALUE '  DECISION '.
           05  APD-DECISION                PIC X(01).
           05  FILLER PIC X(10) VALUE '  DECIDED '.
           05  APD-DECISION-DATE           PIC 9(08).
      *---------------------------------------------------------------*
       01  QC-CASE-DETAIL.
           05  FILLER PIC X(09) VALUE 'SELECTED '.
           05  QCD-SELECT-DATE             PIC 9(08).
           05  FILLER PIC X(14) VALUE '  DISPOSITION '.
           05  QCD-DISPOSITION             PIC X(01).
           05  FILLER PIC X(04) VALUE ' ON '.
           05  QCD-DISPOSITION-DATE        PIC 9(08).
      *---------------------------------------------------------------*
       01  LINEAGE-DETAIL.
           05  FILLER PIC X(08) VALUE 'SECTION '.
           05  LND-SECTION                 PIC X(03).
           05  FILLER PIC X(07) VALUE '  FROM '.
           05  LND-SOURCE-DATASET          PIC X(08).
           05  FILLER PIC X(06) VALUE '  ROW '.
           05  LND-ROW-NUMBER              PIC Z,ZZZ,ZZ9.
      *---------------------------------------------------------------*
       01  JOURNAL-DETAIL.
           05  JND-PROGRAM-ID              PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  JND-SOURCE                  PIC X(03).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  JND-ACTION                  PIC X(07).
           05  FILLER PIC X(12) VALUE '  INA COUNT '.
           05  JND-OLD-INA-COUNT           PIC ZZZ,ZZ9.
           05  FILLER PIC X(04) VALUE ' TO '.
           05  JND-NEW-INA-COUNT           PIC ZZZ,ZZ9.
      *---------------------------------------------------------------*
       01  DOSSIER-HEADING-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(32) VALUE
               'CLMDOSS CLAIM RECORDS DOSSIER - '.
           05  DHL-REQUEST-TEXT            PIC X(10).
           05  DHL-IDENTIFIER              PIC X(10).
           05  FILLER PIC X(10) VALUE '  AS OF   '.
           05  DHL-BUSINESS-DATE           PIC 9(08).
           05  FILLER PIC X(08) VALUE '   PAGE '.
           05  DHL-PAGE-COUNT              PIC ZZ9.
      *---------------------------------------------------------------*
       01  DOSSIER-COLUMN-LINE.
      *---------------------------------------------------------------*
           05  FILLER PIC X(40) VALUE
               'DATE      SOURCE    CLAIM ID  DETAIL    '.
      *---------------------------------------------------------------*
       01  DOSSIER-ENTRY-LINE.
      *---------------------------------------------------------------*
           05  DEL-ENTRY-DATE              PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DEL-SOURCE                  PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DEL-CLAIM-ID                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  DEL-DETAIL                  PIC X(90).
      *---------------------------------------------------------------*
       01  REQUEST-LINE.
      *---------------------------------------------------------------*
           05  RQL-LABEL                   PIC X(20).
           05  RQL-VALUE                   PIC X(30).
      *---------------------------------------------------------------*
       01  SOURCE-COUNT-LINE.
      *---------------------------------------------------------------*
           05  SCL-DD-NAME                 PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  SCL-TITLE                   PIC X(20).
           05  SCL-ENTRY-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  SCL-NOTE                    PIC X(30).
      *---------------------------------------------------------------*
       01  REPORT-LINES.
      *---------------------------------------------------------------*
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
           05  WS-COLUMN-LINE              PIC X(132) VALUE SPACE.
       COPY PRINTCTL.
       COPY BUSDATEC.
      *===============================================================*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           PERFORM 1000-OPEN-FILES.
           PERFORM 8000-READ-DOSSIER-CARD.
           PERFORM 2000-PROCESS-DOSSIER-CARD THRU 2000-EXIT
               UNTIL END-OF-FILE.
           PERFORM 3000-CLOSE-FILES.
           IF  WS-UNAVAILABLE-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4                      TO RETURN-CODE
           END-IF.
           DISPLAY '*** CLMDOSS RECORDS DOSSIER SUMMARY ***'.
           DISPLAY 'CARDS READ          : ', WS-CARD-COUNT.
           DISPLAY 'DOSSIERS PRINTED    : ', WS-DOSSIER-COUNT.
           DISPLAY 'NOTHING ON FILE     : ', WS-NOT-FOUND-COUNT.
           DISPLAY 'CARDS REJECTED      : ', WS-REJECTED-COUNT.
           DISPLAY 'ACCESSES LOGGED     : ', WS-LOG-COUNT.
           DISPLAY 'FILES UNAVAILABLE   : ', WS-UNAVAILABLE-COUNT.
           GOBACK.
      *---------------------------------------------------------------*
       1000-OPEN-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT  DOSSIER-CARD-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE      TO WS-CURRENT-DATE-DATA.
           MOVE 50                         TO LINES-ON-PAGE.
           MOVE 'T'                        TO BD-FUNCTION.
           MOVE ZEROES                     TO BD-IN-DATE.
           CALL 'BUSDATE' USING BUSDATE-REQUEST.
           MOVE BD-OUT-DATE                TO WS-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE           TO DHL-BUSINESS-DATE.
           MOVE DOSSIER-COLUMN-LINE        TO WS-COLUMN-LINE.
      *    THE ACCESS LOG ACCUMULATES ACROSS RUNS - EXTEND, NOT
      *    OUTPUT.  UNLIKE THE LINEAGE TRAIL, ITS LOSS DOES STOP THE
      *    RUN: NO RECORDS ARE READ THAT CANNOT BE LOGGED.
           OPEN EXTEND ACCESS-LOG-FILE.
           IF  ACCESS-LOG-NEW
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF.
           OPEN INPUT UNEMPLOYMENT-CLAIMS-FILE.
           IF  UNEMPLOYMENT-FILE-OK
               MOVE 'Y'                    TO SRC-AVAILABLE-SW (1)
           END-IF.
           OPEN INPUT CLAIMANT-DETAIL-FILE.
           IF  CLAIMANT-DETAIL-OK
               MOVE 'Y'                    TO SRC-AVAILABLE-SW (2)
               CLOSE CLAIMANT-DETAIL-FILE
           END-IF.
           OPEN INPUT CERTIFICATION-FILE.
           IF  CERTIFICATION-OK
               MOVE 'Y'                    TO SRC-AVAILABLE-SW (3)
           END-IF.
           OPEN INPUT PAYMENT-MASTER-FILE.
           IF  PAYMENT-MASTER-OK
               MOVE 'Y'                    TO SRC-AVAILABLE-SW (4)
           END-IF.
           OPEN INPUT OVERPAYMENT-FILE.
           IF  OVERPAYMENT-OK
               MOVE 'Y'                    TO SRC-AVAILABLE-SW (5)
           END-IF.
           OPEN INPUT APPEAL-FILE.
           IF  APPEAL-FILE-OK
               MOVE 'Y'                    TO SRC-AVAILABLE-SW (6)
           END-IF.
           OPEN INPUT SAMPLE-CONTROL-FILE.
           IF  SAMPLE-CONTROL-OK
               MOVE 'Y'                    TO SRC-AVAILABLE-SW (7)
           END-IF.
           OPEN INPUT LINEAGE-FILE.
           IF  LINEAGE-FILE-OK
               MOVE 'Y'                    TO SRC-AVAILABLE-SW (8)
               CLOSE LINEAGE-FILE
           END-IF.
           OPEN INPUT JOURNAL-FILE.
           IF  JOURNAL-FILE-OK
               MOVE 'Y'                    TO SRC-AVAILABLE-SW (9)
               CLOSE JOURNAL-FILE
           END-IF.
           PERFORM 1100-NOTE-UNAVAILABLE-FILE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 9.
           IF NOT ACCESS-LOG-OK
               DISPLAY 'ACCESSLG OPEN ERROR : ', ACCESS-LOG-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
           IF NOT DOSSIER-CARD-OK
               DISPLAY 'DOSSIN OPEN ERROR : ', DOSSIER-CARD-STATUS
               MOVE 16                     TO RETURN-CODE
               SET END-OF-FILE TO TRUE.
      *---------------------------------------------------------------*
       1100-NOTE-UNAVAILABLE-FILE.
      *---------------------------------------------------------------*
           IF  NOT SRC-AVAILABLE (WS-SUB)
               ADD 1                       TO WS-UNAVAILABLE-COUNT
               DISPLAY SRC-DD-NAME (WS-SUB),
                   ' UNAVAILABLE - DOSSIERS WILL BE INCOMPLETE'
           END-IF.
      *---------------------------------------------------------------*
       2000-PROCESS-DOSSIER-CARD.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-CARD-COUNT.
           IF  (NOT DC-BY-CLAIM AND NOT DC-BY-CLAIMANT)
               OR DC-IDENTIFIER = SPACES
               OR DC-OPERATOR-ID = SPACES
               DISPLAY 'CLMDOSS - CARD REJECTED : ', DOSSIER-CARD
               ADD 1                       TO WS-REJECTED-COUNT
               PERFORM 8000-READ-DOSSIER-CARD
               GO TO 2000-EXIT
           END-IF.
           MOVE 0                          TO DCT-CLAIM-COUNT
                                              WS-ENTRY-COUNT
                                              WS-SEQUENCE.
           PERFORM 2010-CLEAR-SOURCE-COUNT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 9.
           IF  DC-BY-CLAIM
               MOVE 1                      TO DCT-CLAIM-COUNT
               MOVE DC-IDENTIFIER (1:8)    TO DCT-CLAIM-ID (1)
               MOVE 'CLAIM ID  '           TO DHL-REQUEST-TEXT
           ELSE
               MOVE 'CLAIMANT  '           TO DHL-REQUEST-TEXT
               PERFORM 2100-FIND-CLAIMANT-CLAIMS
           END-IF.
           MOVE DC-IDENTIFIER              TO DHL-IDENTIFIER.
           MOVE 1                          TO PAGE-COUNT.
           MOVE 999                        TO LINE-COUNT.
           IF  DCT-CLAIM-COUNT = 0
               PERFORM 2500-PRINT-REQUEST-LINES
               MOVE 'NO CLAIMS ON CLMTFILE FOR THIS CLAIMANT'
                                           TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
               MOVE SPACES                 TO AL-RECORD-ID
               MOVE 'CLMTFILE'             TO AL-RESULT
               PERFORM 2960-WRITE-ACCESS-LOG
               ADD 1                       TO WS-NOT-FOUND-COUNT
               PERFORM 8000-READ-DOSSIER-CARD
               GO TO 2000-EXIT
           END-IF.
           SORT SORT-FILE
               ON ASCENDING KEY DS-ENTRY-DATE
                                DS-SOURCE-SEQ
                                DS-SEQUENCE
               INPUT PROCEDURE 2200-GATHER-DOSSIER-ENTRIES
               OUTPUT PROCEDURE 2600-PRINT-DOSSIER.
           PERFORM 2950-LOG-CLAIM-ACCESS
               VARYING DCT-INDEX FROM 1 BY 1
               UNTIL DCT-INDEX > DCT-CLAIM-COUNT.
           IF  WS-ENTRY-COUNT = 0
               ADD 1                       TO WS-NOT-FOUND-COUNT
           ELSE
               ADD 1                       TO WS-DOSSIER-COUNT
           END-IF.
           PERFORM 8000-READ-DOSSIER-CARD.
      *---------------------------------------------------------------*
       2000-EXIT.
      *---------------------------------------------------------------*
           EXIT.
      *---------------------------------------------------------------*
       2010-CLEAR-SOURCE-COUNT.
      *---------------------------------------------------------------*
           MOVE 0                          TO SRC-ENTRY-COUNT (WS-SUB).
      *---------------------------------------------------------------*
       2100-FIND-CLAIMANT-CLAIMS.
      *---------------------------------------------------------------*
      *    EVERY DISTINCT CLAIM ID CLMTFILE CARRIES FOR THE CLAIMANT,
      *    READ STRAIGHT DOWN THE CLAIMANT ALTERNATE INDEX.
      *---------------------------------------------------------------*
           IF  SRC-AVAILABLE (2)
               OPEN INPUT CLAIMANT-DETAIL-FILE
               MOVE DC-IDENTIFIER          TO CD-CLAIMANT-ID
               MOVE 'N'                    TO SCAN-EOF-SW
               START CLAIMANT-DETAIL-FILE
                   KEY IS NOT LESS THAN CD-CLAIMANT-ID
                   INVALID KEY
                       SET SCAN-EOF TO TRUE
               END-START
               IF  NOT SCAN-EOF
                   PERFORM 8100-READ-NEXT-CLAIMANT-ROW
               END-IF
               PERFORM 2110-NOTE-CLAIMANT-CLAIM
                   UNTIL SCAN-EOF
               CLOSE CLAIMANT-DETAIL-FILE
           END-IF.
      *---------------------------------------------------------------*
       2110-NOTE-CLAIMANT-CLAIM.
      *---------------------------------------------------------------*
           IF  CD-CLAIMANT-ID = DC-IDENTIFIER
               MOVE CD-CLAIM-ID            TO WS-CLAIM-ID
               PERFORM 2120-CHECK-CLAIM-TABLE
               IF  NOT CLAIM-MATCHED
                   IF  DCT-CLAIM-COUNT < 50
                       ADD 1               TO DCT-CLAIM-COUNT
                       MOVE CD-CLAIM-ID    TO DCT-CLAIM-ID
                                              (DCT-CLAIM-COUNT)
                   ELSE
                       DISPLAY 'CLMDOSS - OVER 50 CLAIMS FOR ',
                           DC-IDENTIFIER, ' - ', CD-CLAIM-ID,
                           ' LEFT OFF'
                   END-IF
               END-IF
           END-IF.
           PERFORM 8100-READ-NEXT-CLAIMANT-ROW.
      *---------------------------------------------------------------*
       2120-CHECK-CLAIM-TABLE.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO CLAIM-MATCH-SW.
           IF  DCT-CLAIM-COUNT > 0
               SET DCT-INDEX TO 1
               SEARCH DCT-CLAIM-ID
                   AT END
                       CONTINUE
                   WHEN DCT-INDEX > DCT-CLAIM-COUNT
                       CONTINUE
                   WHEN DCT-CLAIM-ID (DCT-INDEX) = WS-CLAIM-ID
                       MOVE 'Y'            TO CLAIM-MATCH-SW
               END-SEARCH
           END-IF.
      *---------------------------------------------------------------*
       2200-GATHER-DOSSIER-ENTRIES.
      *---------------------------------------------------------------*
           PERFORM 2210-GATHER-KEYED-ENTRIES
               VARYING DCT-INDEX FROM 1 BY 1
               UNTIL DCT-INDEX > DCT-CLAIM-COUNT.
           IF  SRC-AVAILABLE (2)
               PERFORM 2300-GATHER-CLAIMANT-ROWS
           END-IF.
           IF  SRC-AVAILABLE (8)
               PERFORM 2400-GATHER-LINEAGE-ROWS
           END-IF.
           IF  SRC-AVAILABLE (9)
               PERFORM 2450-GATHER-JOURNAL-ENTRIES
           END-IF.
      *---------------------------------------------------------------*
       2210-GATHER-KEYED-ENTRIES.
      *---------------------------------------------------------------*
           MOVE DCT-CLAIM-ID (DCT-INDEX)   TO WS-CLAIM-ID.
           IF  SRC-AVAILABLE (1)
               PERFORM 2220-GET-CLAIM-RECORD
           END-IF.
           IF  SRC-AVAILABLE (3)
               PERFORM 2230-GET-CERTIFIED-WEEKS
           END-IF.
           IF  SRC-AVAILABLE (4)
               PERFORM 2240-GET-PAYMENT-WEEKS
           END-IF.
           IF  SRC-AVAILABLE (5)
               PERFORM 2250-GET-OVERPAYMENT
           END-IF.
           IF  SRC-AVAILABLE (6)
               PERFORM 2260-GET-APPEAL
           END-IF.
           IF  SRC-AVAILABLE (7)
               PERFORM 2270-GET-QC-CASES
           END-IF.
      *---------------------------------------------------------------*
       2220-GET-CLAIM-RECORD.
      *---------------------------------------------------------------*
           MOVE WS-CLAIM-ID                TO RECORD-ID
                                              OF UNEMPLOYMENT-CLAIM.
           READ UNEMPLOYMENT-CLAIMS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-ENTRY-DATE =
                       (YY OF RECORD-DATE OF UNEMPLOYMENT-CLAIM
                           * 10000)
                       + (MM OF RECORD-DATE OF UNEMPLOYMENT-CLAIM
                           * 100)
                       + DD OF RECORD-DATE OF UNEMPLOYMENT-CLAIM
                   MOVE RECORD-STATE-CODE  TO CRD-STATE-CODE
                   MOVE CLAIM-STATUS-CODE  TO CRD-STATUS-CODE
                   MOVE CLAIM-STATUS-REASON TO CRD-STATUS-REASON
                   MOVE CLAIM-STATUS-DATE  TO CRD-STATUS-DATE
                   MOVE CT-AGE-INITIAL     TO CRD-INITIAL
                   MOVE CT-AGE-CONTINUING  TO CRD-CONTINUING
                   MOVE RECORD-SOURCE-OF-RECORD
                                           TO CRD-SOURCE-OF-RECORD
                   MOVE CLAIM-RECORD-DETAIL TO DS-DETAIL
                   MOVE 1                  TO WS-SOURCE-SEQ
                   PERFORM 2900-RELEASE-ENTRY
           END-READ.
      *---------------------------------------------------------------*
       2230-GET-CERTIFIED-WEEKS.
      *---------------------------------------------------------------*
           MOVE WS-CLAIM-ID                TO CT-CLAIM-ID.
           MOVE 0                          TO CT-WEEK-ENDING.
           MOVE 'N'                        TO SCAN-EOF-SW.
           START CERTIFICATION-FILE
               KEY IS NOT LESS THAN CT-CERT-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START.
           IF  NOT SCAN-EOF
               PERFORM 8200-READ-NEXT-CERTIFICATION
           END-IF.
           PERFORM 2235-RELEASE-CERTIFIED-WEEK
               UNTIL SCAN-EOF.
      *---------------------------------------------------------------*
       2235-RELEASE-CERTIFIED-WEEK.
      *---------------------------------------------------------------*
           MOVE CT-WEEK-ENDING             TO WS-ENTRY-DATE.
           MOVE CT-CERT-DATE               TO CWD-CERT-DATE.
           MOVE CT-GROSS-EARNINGS          TO CWD-GROSS-EARNINGS.
           MOVE CT-PAYABLE-AMOUNT          TO CWD-PAYABLE-AMOUNT.
           MOVE CT-PAY-STATUS              TO CWD-PAY-STATUS.
           MOVE CERTIFIED-WEEK-DETAIL      TO DS-DETAIL.
           MOVE 3                          TO WS-SOURCE-SEQ.
           PERFORM 2900-RELEASE-ENTRY.
           PERFORM 8200-READ-NEXT-CERTIFICATION.
      *---------------------------------------------------------------*
       2240-GET-PAYMENT-WEEKS.
      *---------------------------------------------------------------*
           MOVE WS-CLAIM-ID                TO PM-CLAIM-ID.
           MOVE 0                          TO PM-WEEK-ENDING.
           MOVE 'N'                        TO SCAN-EOF-SW.
           START PAYMENT-MASTER-FILE
               KEY IS NOT LESS THAN PM-PAYMENT-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START.
           IF  NOT SCAN-EOF
               PERFORM 8300-READ-NEXT-PAYMENT
           END-IF.
           PERFORM 2245-RELEASE-PAYMENT-WEEK
               UNTIL SCAN-EOF.
      *---------------------------------------------------------------*
       2245-RELEASE-PAYMENT-WEEK.
      *---------------------------------------------------------------*
           COMPUTE WS-ENTRY-DATE =
               PM-WEEK-YYYY * 10000 + PM-WEEK-MM * 100 + PM-WEEK-DD.
           MOVE PM-PAYMENT-TYPE            TO PWD-PAYMENT-TYPE.
           MOVE PM-AMOUNT-PAID             TO PWD-AMOUNT-PAID.
           IF  PM-OFFSET-AMOUNT IS NUMERIC
               MOVE PM-OFFSET-AMOUNT       TO PWD-OFFSET-AMOUNT
           ELSE
               MOVE 0                      TO PWD-OFFSET-AMOUNT
           END-IF.
           MOVE PM-ISSUANCE-SERIAL         TO PWD-ISSUANCE-SERIAL.
           MOVE PM-ISSUE-STATUS            TO PWD-ISSUE-STATUS.
           MOVE PM-PAYMENT-METHOD          TO PWD-PAYMENT-METHOD.
           MOVE PAYMENT-WEEK-DETAIL        TO DS-DETAIL.
           MOVE 4                          TO WS-SOURCE-SEQ.
           PERFORM 2900-RELEASE-ENTRY.
           PERFORM 8300-READ-NEXT-PAYMENT.
      *---------------------------------------------------------------*
       2250-GET-OVERPAYMENT.
      *---------------------------------------------------------------*
           MOVE WS-CLAIM-ID                TO OV-CLAIM-ID.
           READ OVERPAYMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE OV-ESTABLISH-DATE  TO WS-ENTRY-DATE
                   MOVE OV-CAUSE-CODE      TO OVD-CAUSE-CODE
                   MOVE OV-ORIGINAL-AMOUNT TO OVD-ORIGINAL-AMOUNT
                   MOVE OV-RECOVERED-AMOUNT
                                           TO OVD-RECOVERED-AMOUNT
                   MOVE OV-BALANCE         TO OVD-BALANCE
                   MOVE OV-STATUS          TO OVD-STATUS
                   MOVE OVERPAYMENT-DETAIL TO DS-DETAIL
                   MOVE 5                  TO WS-SOURCE-SEQ
                   PERFORM 2900-RELEASE-ENTRY
           END-READ.
      *---------------------------------------------------------------*
       2260-GET-APPEAL.
      *---------------------------------------------------------------*
           MOVE WS-CLAIM-ID                TO AP-CLAIM-ID.
           READ APPEAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AP-FILING-DATE     TO WS-ENTRY-DATE
                   MOVE AP-LEVEL           TO APD-LEVEL
                   MOVE AP-STATUS          TO APD-STATUS
                   MOVE AP-DECISION        TO APD-DECISION
                   MOVE AP-DECISION-DATE   TO APD-DECISION-DATE
                   MOVE APPEAL-DETAIL      TO DS-DETAIL
                   MOVE 6                  TO WS-SOURCE-SEQ
                   PERFORM 2900-RELEASE-ENTRY
           END-READ.
      *---------------------------------------------------------------*
       2270-GET-QC-CASES.
      *---------------------------------------------------------------*
           MOVE WS-CLAIM-ID                TO QC-CLAIM-ID.
           MOVE 0                          TO QC-SAMPLE-WEEK.
           MOVE 'N'                        TO SCAN-EOF-SW.
           START SAMPLE-CONTROL-FILE
               KEY IS NOT LESS THAN QC-CASE-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START.
           IF  NOT SCAN-EOF
               PERFORM 8400-READ-NEXT-QC-CASE
           END-IF.
           PERFORM 2275-RELEASE-QC-CASE
               UNTIL SCAN-EOF.
      *---------------------------------------------------------------*
       2275-RELEASE-QC-CASE.
      *---------------------------------------------------------------*
      *    THE SAMPLE WEEK IS DDMMYYYY - RESHAPED FOR THE DATE ORDER.
           MOVE QC-SAMPLE-WEEK             TO WS-QC-WEEK.
           COMPUTE WS-ENTRY-DATE =
               WS-QC-WEEK-YYYY * 10000 + WS-QC-WEEK-MM * 100
               + WS-QC-WEEK-DD.
           MOVE QC-SELECT-DATE             TO QCD-SELECT-DATE.
           MOVE QC-DISPOSITION             TO QCD-DISPOSITION.
           MOVE QC-DISPOSITION-DATE        TO QCD-DISPOSITION-DATE.
           MOVE QC-CASE-DETAIL             TO DS-DETAIL.
           MOVE 7                          TO WS-SOURCE-SEQ.
           PERFORM 2900-RELEASE-ENTRY.
           PERFORM 8400-READ-NEXT-QC-CASE.
      *---------------------------------------------------------------*
       2300-GATHER-CLAIMANT-ROWS.
      *---------------------------------------------------------------*
           OPEN INPUT CLAIMANT-DETAIL-FILE.
           PERFORM 2305-GATHER-CLAIM-ROWS
               VARYING DCT-INDEX FROM 1 BY 1
               UNTIL DCT-INDEX > DCT-CLAIM-COUNT.
           CLOSE CLAIMANT-DETAIL-FILE.
      *---------------------------------------------------------------*
       2305-GATHER-CLAIM-ROWS.
      *---------------------------------------------------------------*
      *    THE CLAIM'S DETAIL ROWS, STARTED ON THE PRIME KEY (CLAIM ID
      *    AND DATE) AND READ UNTIL THE CLAIM ID CHANGES.
      *---------------------------------------------------------------*
           MOVE DCT-CLAIM-ID (DCT-INDEX)   TO WS-CLAIM-ID.
           MOVE SPACES                     TO CD-DETAIL-KEY.
           MOVE WS-CLAIM-ID                TO CD-CLAIM-ID.
           MOVE 0                          TO CD-DATE.
           MOVE 'N'                        TO SCAN-EOF-SW.
           START CLAIMANT-DETAIL-FILE
               KEY IS NOT LESS THAN CD-DETAIL-KEY
               INVALID KEY
                   SET SCAN-EOF TO TRUE
           END-START.
           IF  NOT SCAN-EOF
               PERFORM 8110-READ-NEXT-CLAIM-ROW
           END-IF.
           PERFORM 2310-RELEASE-CLAIMANT-ROW
               UNTIL SCAN-EOF.
      *---------------------------------------------------------------*
       2310-RELEASE-CLAIMANT-ROW.
      *---------------------------------------------------------------*
           MOVE CD-DATE                    TO WS-ENTRY-DATE.
           MOVE CD-CLAIMANT-ID             TO CRW-CLAIMANT-ID.
           MOVE CD-CLAIM-CLASS             TO CRW-CLAIM-CLASS.
           MOVE CD-EMPLOYER-ACCT           TO CRW-EMPLOYER-ACCT.
           MOVE CD-STATE                   TO CRW-STATE.
           MOVE CD-AGE-BAND                TO CRW-AGE-BAND.
           MOVE CD-INDUSTRY                TO CRW-INDUSTRY.
           MOVE CLAIMANT-ROW-DETAIL        TO DS-DETAIL.
           MOVE 2                          TO WS-SOURCE-SEQ.
           PERFORM 2900-RELEASE-ENTRY.
           PERFORM 8110-READ-NEXT-CLAIM-ROW.
      *---------------------------------------------------------------*
       2400-GATHER-LINEAGE-ROWS.
      *---------------------------------------------------------------*
           OPEN INPUT LINEAGE-FILE.
           MOVE 'N'                        TO SCAN-EOF-SW.
           PERFORM 8500-READ-LINEAGE.
           PERFORM 2410-CHECK-LINEAGE-ROW
               UNTIL SCAN-EOF.
           CLOSE LINEAGE-FILE.
      *---------------------------------------------------------------*
       2410-CHECK-LINEAGE-ROW.
      *---------------------------------------------------------------*
           MOVE LN-RECORD-ID               TO WS-CLAIM-ID.
           PERFORM 2120-CHECK-CLAIM-TABLE.
           IF  CLAIM-MATCHED
               MOVE LN-RUN-DATE            TO WS-ENTRY-DATE
               MOVE LN-SECTION             TO LND-SECTION
               MOVE LN-SOURCE-DATASET      TO LND-SOURCE-DATASET
               MOVE LN-ROW-NUMBER          TO LND-ROW-NUMBER
               MOVE LINEAGE-DETAIL         TO DS-DETAIL
               MOVE 8                      TO WS-SOURCE-SEQ
               PERFORM 2900-RELEASE-ENTRY
           END-IF.
           PERFORM 8500-READ-LINEAGE.
      *---------------------------------------------------------------*
       2450-GATHER-JOURNAL-ENTRIES.
      *---------------------------------------------------------------*
           OPEN INPUT JOURNAL-FILE.
           MOVE 'N'                        TO SCAN-EOF-SW.
           PERFORM 8600-READ-JOURNAL.
           PERFORM 2460-CHECK-JOURNAL-ENTRY
               UNTIL SCAN-EOF.
           CLOSE JOURNAL-FILE.
      *---------------------------------------------------------------*
       2460-CHECK-JOURNAL-ENTRY.
      *---------------------------------------------------------------*
           MOVE JL-RECORD-ID               TO WS-CLAIM-ID.
           PERFORM 2120-CHECK-CLAIM-TABLE.
           IF  CLAIM-MATCHED
               MOVE JL-RUN-DATE            TO WS-ENTRY-DATE
               MOVE JL-PROGRAM-ID          TO JND-PROGRAM-ID
               MOVE JL-SOURCE              TO JND-SOURCE
               MOVE JL-ACTION              TO JND-ACTION
               MOVE JL-OLD-INA-COUNT       TO JND-OLD-INA-COUNT
               MOVE JL-NEW-INA-COUNT       TO JND-NEW-INA-COUNT
               MOVE JOURNAL-DETAIL         TO DS-DETAIL
               MOVE 9                      TO WS-SOURCE-SEQ
               PERFORM 2900-RELEASE-ENTRY
           END-IF.
           PERFORM 8600-READ-JOURNAL.
      *---------------------------------------------------------------*
       2500-PRINT-REQUEST-LINES.
      *---------------------------------------------------------------*
           MOVE 'REQUESTED BY'             TO RQL-LABEL.
           MOVE DC-REQUESTED-BY            TO RQL-VALUE.
           MOVE REQUEST-LINE               TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'REQUEST RECEIVED'         TO RQL-LABEL.
           MOVE DC-RECEIVED-DATE           TO RQL-VALUE.
           MOVE REQUEST-LINE               TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'RUN BY OPERATOR'          TO RQL-LABEL.
           MOVE DC-OPERATOR-ID             TO RQL-VALUE.
           MOVE REQUEST-LINE               TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'CLAIMS COVERED'           TO RQL-LABEL.
           PERFORM 2510-PRINT-COVERED-CLAIM
               VARYING DCT-INDEX FROM 1 BY 1
               UNTIL DCT-INDEX > DCT-CLAIM-COUNT.
           MOVE 2                          TO LINE-SPACEING.
      *---------------------------------------------------------------*
       2510-PRINT-COVERED-CLAIM.
      *---------------------------------------------------------------*
           MOVE DCT-CLAIM-ID (DCT-INDEX)   TO RQL-VALUE.
           MOVE REQUEST-LINE               TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE SPACES                     TO RQL-LABEL.
      *---------------------------------------------------------------*
       2600-PRINT-DOSSIER.
      *---------------------------------------------------------------*
           PERFORM 2500-PRINT-REQUEST-LINES.
           MOVE 'N'                        TO SORT-EOF-SW.
           PERFORM 8700-RETURN-SORT-ENTRY.
           PERFORM 2610-PRINT-DOSSIER-ENTRY
               UNTIL SORT-EOF.
           IF  WS-ENTRY-COUNT = 0
               MOVE 'NO RECORDS ON FILE FOR THE CLAIMS ABOVE'
                                           TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 2620-PRINT-SOURCE-COUNT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 9.
      *---------------------------------------------------------------*
       2610-PRINT-DOSSIER-ENTRY.
      *---------------------------------------------------------------*
           MOVE DS-ENTRY-DATE              TO DEL-ENTRY-DATE.
           MOVE DS-SOURCE                  TO DEL-SOURCE.
           MOVE DS-CLAIM-ID                TO DEL-CLAIM-ID.
           MOVE DS-DETAIL                  TO DEL-DETAIL.
           MOVE DOSSIER-ENTRY-LINE         TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 8700-RETURN-SORT-ENTRY.
      *---------------------------------------------------------------*
       2620-PRINT-SOURCE-COUNT.
      *---------------------------------------------------------------*
           MOVE SRC-DD-NAME (WS-SUB)       TO SCL-DD-NAME.
           MOVE SRC-TITLE (WS-SUB)         TO SCL-TITLE.
           MOVE SRC-ENTRY-COUNT (WS-SUB)   TO SCL-ENTRY-COUNT.
           IF  SRC-AVAILABLE (WS-SUB)
               MOVE SPACES                 TO SCL-NOTE
           ELSE
               MOVE '** FILE UNAVAILABLE - NOT READ'
                                           TO SCL-NOTE
           END-IF.
           MOVE SOURCE-COUNT-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       2900-RELEASE-ENTRY.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-SEQUENCE
                                              WS-ENTRY-COUNT
                                   SRC-ENTRY-COUNT (WS-SOURCE-SEQ).
           MOVE WS-ENTRY-DATE              TO DS-ENTRY-DATE.
           MOVE WS-SOURCE-SEQ              TO DS-SOURCE-SEQ.
           MOVE WS-SEQUENCE                TO DS-SEQUENCE.
           MOVE SRC-DD-NAME (WS-SOURCE-SEQ) TO DS-SOURCE.
           MOVE WS-CLAIM-ID                TO DS-CLAIM-ID.
           RELEASE SORT-RECORD.
      *---------------------------------------------------------------*
       2950-LOG-CLAIM-ACCESS.
      *---------------------------------------------------------------*
      *    ONE LOG ROW PER FILE READ FOR THE CLAIM.
      *---------------------------------------------------------------*
           MOVE DCT-CLAIM-ID (DCT-INDEX)   TO AL-RECORD-ID.
           PERFORM 2955-LOG-ONE-SOURCE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 9.
      *---------------------------------------------------------------*
       2955-LOG-ONE-SOURCE.
      *---------------------------------------------------------------*
           IF  SRC-AVAILABLE (WS-SUB)
               MOVE SRC-DD-NAME (WS-SUB)   TO AL-RESULT
               PERFORM 2960-WRITE-ACCESS-LOG
           END-IF.
      *---------------------------------------------------------------*
       2960-WRITE-ACCESS-LOG.
      *---------------------------------------------------------------*
           MOVE WS-BUSINESS-DATE (1:4)     TO AL-RUN-YEAR.
           MOVE WS-BUSINESS-DATE (5:2)     TO AL-RUN-MONTH.
           MOVE WS-BUSINESS-DATE (7:2)     TO AL-RUN-DAY.
           MOVE 'CLMDOSS '                 TO AL-PROGRAM-ID.
           MOVE DC-OPERATOR-ID             TO AL-OPERATOR-ID.
           MOVE 'DOSSIER'                  TO AL-ACTION.
           WRITE ACCESS-LOG-RECORD.
           ADD 1                           TO WS-LOG-COUNT.
      *---------------------------------------------------------------*
       3000-CLOSE-FILES.
      *---------------------------------------------------------------*
           CLOSE DOSSIER-CARD-FILE.
           CLOSE ACCESS-LOG-FILE.
           IF  SRC-AVAILABLE (1)
               CLOSE UNEMPLOYMENT-CLAIMS-FILE
           END-IF.
           IF  SRC-AVAILABLE (3)
               CLOSE CERTIFICATION-FILE
           END-IF.
           IF  SRC-AVAILABLE (4)
               CLOSE PAYMENT-MASTER-FILE
           END-IF.
           IF  SRC-AVAILABLE (5)
               CLOSE OVERPAYMENT-FILE
           END-IF.
           IF  SRC-AVAILABLE (6)
               CLOSE APPEAL-FILE
           END-IF.
           IF  SRC-AVAILABLE (7)
               CLOSE SAMPLE-CONTROL-FILE
           END-IF.
           CLOSE PRINT-FILE.
      *---------------------------------------------------------------*
       8000-READ-DOSSIER-CARD.
      *---------------------------------------------------------------*
           READ DOSSIER-CARD-FILE
               AT END MOVE 'Y' TO END-OF-FILE-SW.
      *---------------------------------------------------------------*
       8100-READ-NEXT-CLAIMANT-ROW.
      *---------------------------------------------------------------*
           READ CLAIMANT-DETAIL-FILE NEXT RECORD
               AT END SET SCAN-EOF TO TRUE
           END-READ.
           IF  NOT SCAN-EOF
           AND CD-CLAIMANT-ID NOT = DC-IDENTIFIER
               SET SCAN-EOF TO TRUE
           END-IF.
      *---------------------------------------------------------------*
       8110-READ-NEXT-CLAIM-ROW.
      *---------------------------------------------------------------*
           READ CLAIMANT-DETAIL-FILE NEXT RECORD
               AT END SET SCAN-EOF TO TRUE
           END-READ.
           IF  NOT SCAN-EOF
           AND CD-CLAIM-ID NOT = WS-CLAIM-ID
               SET SCAN-EOF TO TRUE
           END-IF.
      *---------------------------------------------------------------*
       8200-READ-NEXT-CERTIFICATION.
      *---------------------------------------------------------------*
           READ CERTIFICATION-FILE NEXT RECORD
               AT END SET SCAN-EOF TO TRUE
           END-READ.
           IF  NOT SCAN-EOF
               AND CT-CLAIM-ID NOT = WS-CLAIM-ID
               SET SCAN-EOF TO TRUE
           END-IF.
      *---------------------------------------------------------------*
       8300-READ-NEXT-PAYMENT.
      *---------------------------------------------------------------*
           READ PAYMENT-MASTER-FILE NEXT RECORD
               AT END SET SCAN-EOF TO TRUE
           END-READ.
           IF  NOT SCAN-EOF
               AND PM-CLAIM-ID NOT = WS-CLAIM-ID
               SET SCAN-EOF TO TRUE
           END-IF.
      *---------------------------------------------------------------*
       8400-READ-NEXT-QC-CASE.
      *---------------------------------------------------------------*
           READ SAMPLE-CONTROL-FILE NEXT RECORD
               AT END SET SCAN-EOF TO TRUE
           END-READ.
           IF  NOT SCAN-EOF
               AND QC-CLAIM-ID NOT = WS-CLAIM-ID
               SET SCAN-EOF TO TRUE
           END-IF.
      *---------------------------------------------------------------*
       8500-READ-LINEAGE.
      *---------------------------------------------------------------*
           READ LINEAGE-FILE
               AT END SET SCAN-EOF TO TRUE.
      *---------------------------------------------------------------*
       8600-READ-JOURNAL.
      *---------------------------------------------------------------*
           READ JOURNAL-FILE
               AT END SET SCAN-EOF TO TRUE.
      *---------------------------------------------------------------*
       8700-RETURN-SORT-ENTRY.
      *---------------------------------------------------------------*
           RETURN SORT-FILE
               AT END SET SORT-EOF TO TRUE.
      *---------------------------------------------------------------*
       9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
           IF LINE-COUNT GREATER THAN LINES-ON-PAGE
               PERFORM 9100-PRINT-HEADING-LINES.
           MOVE NEXT-REPORT-LINE           TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
      *---------------------------------------------------------------*
       9100-PRINT-HEADING-LINES.
      *---------------------------------------------------------------*
           MOVE PAGE-COUNT                 TO DHL-PAGE-COUNT.
           MOVE DOSSIER-HEADING-LINE       TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE WS-COLUMN-LINE             TO PRINT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 9120-WRITE-PRINT-LINE.
           ADD  1                          TO PAGE-COUNT.
           MOVE 1                          TO LINE-SPACEING.
           MOVE 4                          TO LINE-COUNT.
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
