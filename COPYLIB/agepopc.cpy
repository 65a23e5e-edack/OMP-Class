      *---------------------------------------------------------------*
      *    STATE POPULATION BY AGE BAND - ONE ROW PER STATE PER AGE
      *    BAND (THE 01-09 RECORD-AGE VOCABULARY OF AGEHISTC; BAND 01
      *    IS AGE NOT AVAILABLE AND CARRIES NO POPULATION).  KEYED ON
      *    STATE AND BAND, WRITTEN BY THE POPREF REFRESH FROM THE
      *    CENSUS AGE EXTRACT ON AN APPLY RUN, WITH THE VINTAGE'S
      *    EFFECTIVE DATE AND THE POPULATION IT REPLACED.  READ BY
      *    THE COVADJ AGE-ADJUSTED RATE REPORT.
      *---------------------------------------------------------------*
       01  AGE-POPULATION-RECORD.
           05  AP-KEY.
               10  AP-STATE                PIC X(02).
               10  AP-AGE-BAND             PIC 9(02).
           05  AP-POPULATION               PIC 9(09).
           05  AP-EFFECTIVE-DATE           PIC 9(08).
           05  AP-PRIOR-POPULATION         PIC 9(09).
           05  FILLER                      PIC X(10).
