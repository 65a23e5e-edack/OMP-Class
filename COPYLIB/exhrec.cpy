      *---------------------------------------------------------------*
      *    EXHAUSTION-RATE RECORD - ONE ROW PER PROFILING FACTOR
      *    VALUE, WRITTEN BY THE UNEMDUR DURATION RUN FROM THE
      *    CLAIMANT DETAIL HISTORY AND READ BY THE PROFSCR PROFILING
      *    RUN TO WEIGHT EACH NEW CLAIMANT'S FACTORS.  THE RATE IS
      *    THE PERCENT OF HISTORY CLAIMS WITH THAT VALUE WHICH RAN TO
      *    THE ENTITLEMENT CEILING (EX-CEILING-WEEKS).
      *    FACTOR - 'I' INDUSTRY, 'E' EDUCATION, 'A' AGE BAND,
      *             'S' STATE, 'T' ALL CLAIMS (VALUE SPACES).
      *    THE VALUE IS THE CLMTREC CODE LEFT-JUSTIFIED - '07 ' FOR
      *    INDUSTRY 07, '3  ' FOR EDUCATION 3, 'OH ' FOR A STATE.
      *---------------------------------------------------------------*
       01  EXHAUSTION-RATE-RECORD.
           05  EX-FACTOR-KEY.
               10  EX-FACTOR               PIC X(01).
                   88  EX-INDUSTRY               VALUE 'I'.
                   88  EX-EDUCATION              VALUE 'E'.
                   88  EX-AGE-BAND               VALUE 'A'.
                   88  EX-STATE                  VALUE 'S'.
                   88  EX-ALL-CLAIMS             VALUE 'T'.
               10  EX-FACTOR-VALUE         PIC X(03).
           05  EX-CLAIM-COUNT              PIC 9(08).
           05  EX-EXHAUSTED-COUNT          PIC 9(08).
           05  EX-EXHAUST-RATE             PIC 9(03)V9(02).
           05  EX-CEILING-WEEKS            PIC 9(02).
           05  FILLER                      PIC X(13).
