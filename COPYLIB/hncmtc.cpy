      *---------------------------------------------------------------*
      *    HACKER NEWS COMMENTS EXTRACT - ONE VENDOR CSV ROW PER
      *    COMMENT: COMMENT KEY, PARENT KEY (THE STORY KEY FOR A
      *    TOP-LEVEL COMMENT, OTHERWISE THE COMMENT REPLIED TO),
      *    COMMENTER, TIMESTAMP, THEN THE COMMENT TEXT.  THE TEXT IS
      *    THE LAST FIELD AND MAY ITSELF HOLD COMMAS, SO IT IS TAKEN
      *    AS THE REST OF THE ROW FROM CMT-TEXT-POINTER, NOT
      *    UNSTRUNG.  READ BY HACKCMT AND HACKHIRE.
      *---------------------------------------------------------------*
       01  COMMENT-FIELDS.
           05  CMT-KEY                     PIC X(08).
           05  CMT-PARENT-KEY              PIC X(08).
           05  CMT-AUTHOR                  PIC X(15).
           05  CMT-CREATED                 PIC X(20).
           05  CMT-TEXT                    PIC X(320).
           05  CMT-TEXT-POINTER            PIC S9(04) USAGE IS COMP.
