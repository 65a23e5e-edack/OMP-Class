      *---------------------------------------------------------------*
      *    HIRING-THREAD POSTING LEDGER - ONE ROW PER TOP-LEVEL
      *    COMMENT ON A MONTHLY "WHO IS HIRING" THREAD, KEYED ON THE
      *    THREAD'S MONTH (YYYYMM, FROM WHEN THE THREAD WAS FIRST
      *    SEEN) AND THE COMMENT KEY SO A MONTH READS TOGETHER.
      *    WRITTEN BY HACKHIRE FROM THE COMMENTS EXTRACT; A COMMENT
      *    SEEN AGAIN ON A LATER EXTRACT REPLACES ITS ROW, SO A
      *    POSTING IS ONLY EVER COUNTED ONCE.  THE TEXT IS KEPT (UPPER
      *    CASE) SO THE SKILLS LIST CAN BE CHANGED AND THE WHOLE
      *    HISTORY RESCANNED.
      *---------------------------------------------------------------*
       01  HIRING-POSTING-RECORD.
           05  HP-KEY.
               10  HP-THREAD-MONTH         PIC 9(06).
               10  HP-COMMENT-KEY          PIC X(08).
           05  HP-THREAD-KEY               PIC X(08).
           05  HP-COMMENTER                PIC X(15).
           05  HP-POSTING-TEXT             PIC X(320).
           05  HP-LAST-LOAD-DATE           PIC 9(08).
           05  FILLER                      PIC X(15).
