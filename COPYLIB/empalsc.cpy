      *---------------------------------------------------------------*
      *    EMPLOYER ALIAS RECORD (EMPALS) - ONE ROW PER NAME A
      *    COMPANY GOES BY IN THE NEWS (TRADE NAME, BRAND, SHORT
      *    FORM), KEYED ON THE ALIAS AS IT WOULD APPEAR IN A HEADLINE,
      *    HELD UPPER CASE.  AN '_' IN THE ALIAS STANDS FOR A BLANK
      *    SO A SHORT NAME CAN BE MATCHED AS A WHOLE WORD (E.G. _HP_).
      *    EACH ALIAS POINTS AT ONE EMPLRF ACCOUNT; AN ACCOUNT MAY
      *    HAVE MANY.  MAINTAINED BY EMPAMNT; READ BY HACKLAY.
      *---------------------------------------------------------------*
       01  EMPLOYER-ALIAS-RECORD.
           05  EA-ALIAS-NAME               PIC X(30).
           05  EA-EMPLOYER-ACCT            PIC X(08).
           05  EA-LAST-CHANGE-DATE         PIC 9(08).
           05  FILLER                      PIC X(14).
