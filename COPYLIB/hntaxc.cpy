      *---------------------------------------------------------------*
      *    HACKER NEWS TOPIC TAXONOMY RECORD - KEYED ON CATEGORY,
      *    ENTRY TYPE AND TERM.  EACH CATEGORY HAS ONE 'C' ENTRY (TERM
      *    BLANK) CARRYING ITS NAME, FOLLOWED IN KEY ORDER BY ITS 'D'
      *    DOMAIN PATTERNS AND 'T' TITLE TERMS, EACH WITH A WEIGHT.
      *    TERMS ARE HELD UPPER CASE; AN '_' IN A TERM STANDS FOR A
      *    BLANK SO A SHORT WORD CAN BE KEYED AS A WHOLE WORD
      *    (E.G. _AI_).  MAINTAINED BY HNTXMNT; READ BY THE HACKTAX
      *    CLASSIFICATION PASS AND THE HACKTRND TREND REPORT.
      *---------------------------------------------------------------*
       01  TAXONOMY-RECORD.
           05  TX-KEY.
               10  TX-CATEGORY             PIC X(03).
               10  TX-ENTRY-TYPE           PIC X(01).
                   88  TX-CATEGORY-ENTRY         VALUE 'C'.
                   88  TX-DOMAIN-PATTERN         VALUE 'D'.
                   88  TX-TITLE-TERM             VALUE 'T'.
               10  TX-TERM                 PIC X(30).
           05  TX-WEIGHT                   PIC 9(03).
           05  TX-CATEGORY-NAME            PIC X(20).
           05  TX-LAST-CHANGE-DATE         PIC 9(08).
           05  FILLER                      PIC X(15).
