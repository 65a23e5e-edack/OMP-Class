      *---------------------------------------------------------------*
      *    UNEMPLOYMENT TRUST FUND LEDGER RECORD - ONE ROW PER LEDGER
      *    MONTH (YYYYMM), KEYED ON THE MONTH.  WRITTEN BY THE TFLEDGER
      *    RUN (A RERUN OF THE MONTH REPLACES THE ROW); THE NEXT
      *    MONTH OPENS AT THIS MONTH'S CLOSING BALANCE AND THE
      *    SOLVENCY FIGURE AVERAGES THE TRAILING ROWS.
      *    BENEFITS ARE THE GROSS WEEK (AMOUNT PAID PLUS ANY OFFSET
      *    WITHHELD) BY PAYMENT TYPE; ADJUSTMENTS ARE ADJ ROWS BACKED
      *    OUT.  RECOVERIES ARE THE GROWTH IN THE OVPFILE RECOVERED
      *    TOTAL SINCE THE PRIOR MONTH'S RUN (THE OFFSETS AMONG THEM),
      *    SO TF-RECOVERED-TO-DATE KEEPS THAT TOTAL AS OF THIS RUN.
      *    RUN DATE IS YYYYMMDD.
      *---------------------------------------------------------------*
       01  TRUST-FUND-LEDGER-RECORD.
           05  TF-LEDGER-MONTH             PIC 9(06).
           05  TF-OPENING-BALANCE          PIC S9(11)V99.
           05  TF-CONTRIBUTIONS            PIC 9(11)V99.
           05  TF-BENEFITS-REG             PIC 9(11)V99.
           05  TF-BENEFITS-EXT             PIC 9(11)V99.
           05  TF-BENEFITS-SUP             PIC 9(11)V99.
           05  TF-ADJUSTMENTS              PIC 9(11)V99.
           05  TF-RECOVERIES               PIC 9(11)V99.
           05  TF-INTEREST                 PIC 9(11)V99.
           05  TF-CLOSING-BALANCE          PIC S9(11)V99.
           05  TF-RECOVERED-TO-DATE        PIC 9(11)V99.
           05  TF-RUN-DATE                 PIC 9(08).
           05  FILLER                      PIC X(10).
