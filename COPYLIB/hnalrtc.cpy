      *---------------------------------------------------------------*
      *    KEYWORD ALERT HISTORY RECORD (ALRTHIST) - ONE ROW APPENDED
      *    PER TRIGGERING STORY EACH TIME A SCHEDULED HACKNEWS RUN
      *    RAISES A WATCH-LIST ALERT, SO A STORY STILL TRIGGERING AT
      *    THE NEXT RUN IS LOGGED AGAIN.  THE DATE IS THE BUSINESS
      *    DATE OF THE RUN, THE TIME THE RUN'S CLOCK STAMP.  READ BY
      *    HACKPREC FOR THE MONTHLY WATCH-KEYWORD PRECISION REPORT.
      *---------------------------------------------------------------*
       01  ALERT-HISTORY-RECORD.
           05  AH-ALERT-DATE               PIC 9(08).
           05  AH-ALERT-TIME               PIC 9(06).
           05  AH-KEYWORD                  PIC X(15).
           05  AH-STORY-KEY                PIC X(08).
           05  AH-STORY-TITLE              PIC X(60).
           05  FILLER                      PIC X(03).
