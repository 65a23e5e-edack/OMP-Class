      *    HACKSRCH, HACKDUP AND HACKWEEK.  THE FINAL COUNTS ARE THE
      *    HIGHEST EVER SEEN FOR THE STORY; HNA-DUP-OF-KEY IS
      *    SPACES UNTIL THE HACKDUP PASS LINKS A REPOST TO THE
      *    STORY KEY IT DUPLICATES.  THE PRIMARY AND SECONDARY
      *    CATEGORIES ARE HNTAX TAXONOMY CODES SET BY THE HACKTAX
      *    CLASSIFICATION PASS - SPACES WHEN NO CATEGORY SCORED.
      *    DATES ARE YYYYMMDD.
      *---------------------------------------------------------------*
       01  STORY-ARCHIVE-RECORD.
           05  HNA-KEY                     PIC X(08).
           05  HNA-FIRST-SEEN              PIC 9(08).
           05  HNA-LAST-SEEN               PIC 9(08).
           05  HNA-DUP-OF-KEY              PIC X(08).
           05  HNA-PRIMARY-CATEGORY        PIC X(03).
           05  HNA-SECONDARY-CATEGORY      PIC X(03).
           05  FILLER                      PIC X(01).
