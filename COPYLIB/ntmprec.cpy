      *---------------------------------------------------------------*
      *    NOTICE TEMPLATE RECORD (NOTTMPL) - ONE 80-BYTE LINE OF
      *    LETTER TEXT, READ BY NOTGEN.  LINES PRINT IN FILE ORDER
      *    WITHIN THEIR TYPE; THE SEQUENCE COLUMN IS FOR WHOEVER
      *    MAINTAINS THE DECK.
      *    TEMPLATE TYPE - 'HD' LETTERHEAD, PRINTED ATOP EVERY NOTICE
      *                    'AR' APPEAL-RIGHTS PARAGRAPH
      *                    'ST' CLAIM STATUS CHANGE (UNEMSTAT)
      *                    'AD' APPEAL DECISION (APPMNT)
      *                    'OP' OVERPAYMENT ESTABLISHED (OVPMNT)
      *    VARIABLE FIELDS IN THE TEXT ARE FILLED IN AS PRINTED -
      *      &CLAIM     CLAIM ID
      *      &NDATE     NOTICE DATE            MM/DD/YYYY
      *      &EDATE     EVENT (EFFECTIVE) DATE MM/DD/YYYY
      *      &DEADLINE  LAST DAY TO APPEAL     MM/DD/YYYY
      *      &AMOUNT    AMOUNT, E.G. $1,234.00
      *      &REASON    REASON TEXT FOR THE NOTICE
      *    A LINE HOLDING &APPEAL IN COLUMN 6 IS REPLACED BY THE 'AR'
      *    LINES.
      *---------------------------------------------------------------*
       01  NOTICE-TEMPLATE-RECORD.
           05  NT-TEMPLATE-TYPE            PIC X(02).
           05  NT-LINE-SEQ                 PIC X(02).
           05  FILLER                      PIC X(01).
           05  NT-TEXT                     PIC X(70).
           05  FILLER                      PIC X(05).
