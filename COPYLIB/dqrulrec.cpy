      *---------------------------------------------------------------*
      *    DATA-QUALITY RULE RECORD - ONE ROW PER BUSINESS-OWNED
      *    EDIT RULE ON THE DQRULES KEYED FILE, MAINTAINED WITH CARDS
      *    BY DQRLMNT AND RUN NIGHTLY BY THE DQRLENG RULE ENGINE
      *    AGAINST THE NIGHT'S CLMTFILE AND PAYMSTR LOADS.
      *    A RULE NAMES THE FILE IT TESTS ('C' CLMTFILE, 'P'
      *    PAYMSTR) AND ONE OR TWO CONDITIONS - BOTH MUST HOLD FOR A
      *    ROW TO HIT.  A CONDITION IS A FIELD FROM THE DQFLDTBC
      *    DICTIONARY, AN OPERATOR (EQ NE LT LE GT GE) AND EITHER A
      *    VALUE ('V') OR A SECOND FIELD OF THE SAME RECORD ('F').
      *    DQ-OPERAND-TEXT HOLDS THE VALUE AS ENTERED OR THE SECOND
      *    FIELD NAME; FOR A NUMERIC FIELD TESTED AGAINST A VALUE
      *    DQRLMNT ALSO STORES THE VALUE IN DQ-OPERAND-NUMBER.
      *    SPACES IN DQ-FIELD-NAME (2) MEANS A ONE-CONDITION RULE.
      *    SEVERITY IS THE EXCWRITE SEVERITY OF A HIT - 'W' WARNING
      *    (LISTED ONLY), 'E' ERROR, 'F' FATAL/GATE.
      *---------------------------------------------------------------*
       01  DATA-QUALITY-RULE-RECORD.
           05  DQ-RULE-ID                  PIC X(06).
           05  DQ-TARGET-FILE              PIC X(01).
               88  DQ-ON-CLAIMANT-DETAIL         VALUE 'C'.
               88  DQ-ON-PAYMENT-MASTER          VALUE 'P'.
               88  DQ-VALID-TARGET-FILE          VALUE 'C' 'P'.
           05  DQ-ACTIVE-SW                PIC X(01).
               88  DQ-ACTIVE                     VALUE 'Y'.
           05  DQ-SEVERITY                 PIC X(01).
               88  DQ-WARNING                    VALUE 'W'.
               88  DQ-VALID-SEVERITY             VALUE 'W' 'E' 'F'.
           05  DQ-CONDITION                OCCURS 2 TIMES.
               10  DQ-FIELD-NAME           PIC X(12).
               10  DQ-OPERATOR             PIC X(02).
                   88  DQ-VALID-OPERATOR   VALUE 'EQ' 'NE' 'LT'
                                                 'LE' 'GT' 'GE'.
               10  DQ-OPERAND-KIND         PIC X(01).
                   88  DQ-OPERAND-IS-VALUE       VALUE 'V'.
                   88  DQ-OPERAND-IS-FIELD       VALUE 'F'.
               10  DQ-OPERAND-TEXT         PIC X(12).
               10  DQ-OPERAND-NUMBER       PIC S9(11)V99.
           05  DQ-MESSAGE                  PIC X(40).
           05  DQ-LAST-CHANGE-DATE         PIC 9(08).
           05  FILLER                      PIC X(10).
