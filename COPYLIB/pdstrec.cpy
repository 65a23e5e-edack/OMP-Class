      *---------------------------------------------------------------*
      *    PAYMENT DESTINATION RECORD - ONE ROW PER CLAIM, KEYED ON
      *    CLAIM ID.  TELLS THE BENISS ISSUANCE RUN WHERE A CLAIM'S
      *    MONEY GOES - 'D' DIRECT DEPOSIT TO THE ROUTING/ACCOUNT
      *    BELOW, OR 'C' A PAPER CHECK TO THE MAILING ADDRESS.  THE
      *    ADDRESS IS KEPT FOR DEPOSIT CLAIMANTS TOO, FOR NOTICES
      *    AND TAX FORMS.  MAINTAINED BY PDSTMNT.
      *    ACCOUNT TYPE - 'C' CHECKING, 'S' SAVINGS.
      *    ROUTING NUMBER IS THE NINE-DIGIT ABA NUMBER WITH ITS
      *    CHECK DIGIT; PDSTMNT REFUSES ONE THAT FAILS THE CHECK.
      *    PAYEE TIN IS THE CLAIMANT'S SOCIAL SECURITY NUMBER FOR THE
      *    YEAR-END 1099-G (ZERO UNTIL A 'T' CARD SUPPLIES IT).
      *---------------------------------------------------------------*
       01  PAYMENT-DESTINATION-RECORD.
           05  PD-CLAIM-ID                 PIC X(08).
           05  PD-METHOD                   PIC X(01).
               88  PD-DIRECT-DEPOSIT             VALUE 'D'.
               88  PD-PAPER-CHECK                VALUE 'C'.
           05  PD-PAYEE-NAME               PIC X(22).
           05  PD-ROUTING-NUMBER           PIC 9(09).
           05  PD-ROUTING-X REDEFINES PD-ROUTING-NUMBER.
               10  PD-ROUTING-DFI          PIC 9(08).
               10  PD-ROUTING-CHECK        PIC 9(01).
           05  PD-ACCOUNT-NUMBER           PIC X(17).
           05  PD-ACCOUNT-TYPE             PIC X(01).
               88  PD-CHECKING                   VALUE 'C'.
               88  PD-SAVINGS                    VALUE 'S'.
           05  PD-MAILING-ADDRESS.
               10  PD-ADDRESS-LINE         PIC X(30).
               10  PD-CITY                 PIC X(20).
               10  PD-STATE                PIC X(02).
               10  PD-ZIP-CODE             PIC X(09).
           05  PD-LAST-CHANGE-DATE         PIC 9(08).
           05  PD-PAYEE-TIN                PIC 9(09).
           05  FILLER                      PIC X(04).
