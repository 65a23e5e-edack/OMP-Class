      *---------------------------------------------------------------*
      *    STORY RELEVANCE LABEL RECORD (HNLABEL) - AN ANALYST'S
      *    JUDGEMENT OF WHETHER AN ARCHIVED STORY WAS WORTH ALERTING
      *    ON, KEYED ON THE HNARCH STORY KEY, WITH THE REASON GIVEN
      *    AND THE ANALYST'S INITIALS.  ONE LABEL PER STORY, HOWEVER
      *    MANY WATCH KEYWORDS IT TRIGGERED.  MAINTAINED BY HNLBMNT;
      *    READ BY HACKPREC.
      *---------------------------------------------------------------*
       01  STORY-LABEL-RECORD.
           05  LB-STORY-KEY                PIC X(08).
           05  LB-LABEL                    PIC X(01).
               88  LB-RELEVANT                   VALUE 'R'.
               88  LB-NOT-RELEVANT               VALUE 'N'.
               88  LB-LABEL-VALID                VALUE 'R' 'N'.
           05  LB-REASON                   PIC X(60).
           05  LB-ANALYST                  PIC X(03).
           05  LB-LABEL-DATE               PIC 9(08).
           05  FILLER                      PIC X(20).
