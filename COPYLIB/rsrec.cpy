      *---------------------------------------------------------------*
      *    REEMPLOYMENT SERVICES REFERRAL RECORD - ONE ROW PER CLAIM
      *    SELECTED BY THE PROFSCR PROFILING RUN, KEYED ON CLAIM ID.
      *    WRITTEN REFERRED BY PROFSCR; SCHEDULED, ATTENDED AND
      *    FAILED-TO-REPORT OUTCOMES ARE POSTED BY RESMNT CARDS, AND
      *    A FAILURE TO REPORT OPENS AN 'FR' ISSUE ON THE ISSFILE
      *    NONMONETARY DOCKET (SEE ISSREC).  DATES ARE YYYYMMDD,
      *    ZERO UNTIL THE EVENT HAPPENS.
      *    STATUS - 'R' REFERRED, 'S' SCHEDULED, 'A' ATTENDED,
      *             'F' FAILED TO REPORT.
      *    PROFILE SCORE - THE CLAIMANT'S ESTIMATED LIKELIHOOD OF
      *    EXHAUSTING, IN PERCENT (SEE PROFSCR).
      *---------------------------------------------------------------*
       01  REEMPLOYMENT-REFERRAL-RECORD.
           05  RR-CLAIM-ID                 PIC X(08).
           05  RR-CLAIMANT-ID              PIC X(10).
           05  RR-STATE                    PIC X(03).
           05  RR-PROFILE-SCORE            PIC 9(03)V9(02).
           05  RR-REFERRAL-DATE            PIC 9(08).
           05  RR-STATUS                   PIC X(01).
               88  RR-REFERRED                   VALUE 'R'.
               88  RR-SCHEDULED                  VALUE 'S'.
               88  RR-ATTENDED                   VALUE 'A'.
               88  RR-FAILED-TO-REPORT           VALUE 'F'.
           05  RR-SCHEDULED-DATE           PIC 9(08).
           05  RR-OUTCOME-DATE             PIC 9(08).
           05  FILLER                      PIC X(10).
