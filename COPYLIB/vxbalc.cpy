      *---------------------------------------------------------------*
      *    VACCINE LOT BALANCE RECORD - REWRITTEN WHOLE BY VAXINV EVERY
      *    NIGHT FROM THE VXLEDG LEDGER (SEE VXLEDC), ONE ROW PER STATE
      *    LOT IN STATE/PRODUCT/LOT ORDER, AND READ BY THE VAXSUP
      *    DAYS-OF-SUPPLY AND EXPIRY REPORT.  ON-HAND IS SHIPPED PLUS
      *    TRANSFERRED IN LESS ADMINISTERED, TRANSFERRED OUT, WASTED
      *    AND EXPIRED.  THE ROW WITH PRODUCT AND LOT BLANK CARRIES THE
      *    STATE'S ADMINISTERED DOSES NO LOT COULD COVER AND HAS NO
      *    ON-HAND.  VB-ADMIN-7DAY IS THE DOSES ADMINISTERED IN THE
      *    SEVEN DAYS ENDING ON VB-AS-OF-DATE.
      *---------------------------------------------------------------*
       01  VACCINE-BALANCE-RECORD.
           05  VB-LOT-KEY.
               10  VB-STATE                PIC X(02).
               10  VB-PRODUCT              PIC X(08).
               10  VB-LOT                  PIC X(12).
           05  VB-EXPIRY-DATE              PIC 9(08).
           05  VB-SHIPPED                  PIC 9(09).
           05  VB-ADMINISTERED             PIC 9(09).
           05  VB-TRANSFER-IN              PIC 9(09).
           05  VB-TRANSFER-OUT             PIC 9(09).
           05  VB-WASTED                   PIC 9(09).
           05  VB-EXPIRED                  PIC 9(09).
           05  VB-ON-HAND                  PIC 9(09).
           05  VB-ADMIN-7DAY               PIC 9(09).
           05  VB-AS-OF-DATE               PIC 9(08).
           05  FILLER                      PIC X(10).
