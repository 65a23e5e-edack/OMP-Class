      *---------------------------------------------------------------*
      *    REQUEST/RESULT AREA FOR THE CLMSCKF CLAIMS-SUMMARY
      *    VERIFIER.  CALL AT OPEN, BEFORE READING SUMMARY ROWS -
      *        CALL 'CLMSCKF' USING CLMSCKF-REQUEST
      *    SK-RESULT COMES BACK 'OK ' WHEN THE SUMMARY CONTROL ROW
      *    AGREES WITH THE ROWS ON FILE AND WITH THE MASTER'S OWN
      *    CONTROL RECORD, 'BAD' WHEN THE ROWS DISAGREE WITH THE
      *    CONTROL ROW (PARTIAL BUILD), 'OLD' WHEN THE SUMMARY WAS
      *    BUILT FROM A LOAD OTHER THAN THE ONE NOW ON THE MASTER,
      *    'NC ' WHEN THE SUMMARY CARRIES NO CONTROL ROW, AND 'NF '
      *    WHEN THE SUMMARY CANNOT BE OPENED.  A READER REFUSES TO
      *    RUN ON ANYTHING BUT 'OK '.
      *---------------------------------------------------------------*
       01  CLMSCKF-REQUEST.
           05  SK-RESULT                   PIC X(03).
               88  SK-SUMMARY-CERTIFIED          VALUE 'OK '.
               88  SK-SUMMARY-DISAGREES          VALUE 'BAD'.
               88  SK-SUMMARY-STALE              VALUE 'OLD'.
               88  SK-NO-CONTROL-ROW             VALUE 'NC '.
               88  SK-SUMMARY-UNAVAILABLE        VALUE 'NF '.
           05  SK-CTL-LOAD-DATE            PIC 9(08).
           05  SK-CTL-RECORD-COUNT         PIC 9(09).
           05  SK-CTL-HASH-TOTAL           PIC 9(12).
           05  SK-CTL-ROW-COUNT            PIC 9(09).
           05  SK-ACTUAL-RECORD-COUNT      PIC 9(09).
           05  SK-ACTUAL-HASH-TOTAL        PIC 9(12).
           05  SK-ACTUAL-ROW-COUNT         PIC 9(09).
