      *---------------------------------------------------------------*
      *    LABORATORY RESULT HISTORY RECORD - ONE ROW PER TEST RESULT
      *    A PERFORMING LAB REPORTED, APPENDED BY THE COVLABL EDIT/
      *    LOAD AND READ BY THE COVLABR TIMELINESS REPORT.  DATES ARE
      *    YYYYMMDD AND RUN COLLECTION, RESULT, REPORT RECEIVED.
      *    RESULT - 'P' POSITIVE, 'N' NEGATIVE, 'I' INCONCLUSIVE.
      *---------------------------------------------------------------*
       01  LAB-HISTORY-RECORD.
           05  LH-LAB-ID                   PIC X(10).
           05  FILLER                      PIC X(01).
           05  LH-STATE-CODE               PIC X(02).
           05  FILLER                      PIC X(01).
           05  LH-COLLECTION-DATE          PIC 9(08).
           05  FILLER                      PIC X(01).
           05  LH-RESULT-DATE              PIC 9(08).
           05  FILLER                      PIC X(01).
           05  LH-RECEIVED-DATE            PIC 9(08).
           05  FILLER                      PIC X(01).
           05  LH-RESULT                   PIC X(01).
               88  LH-POSITIVE                   VALUE 'P'.
               88  LH-VALID-RESULT               VALUE 'P' 'N' 'I'.
