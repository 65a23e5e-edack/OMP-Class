      *---------------------------------------------------------------*
      *    PUBLIC-HEALTH INTERVENTION EVENT REFERENCE RECORD - ONE ROW
      *    PER MEASURE A STATE IMPOSED OR LIFTED, KEYED ON STATE,
      *    EVENT DATE, INTERVENTION TYPE AND DIRECTION.  MAINTAINED BY
      *    INTVMNT; READ BY THE INTVRPT BEFORE/AFTER TREND REPORT.
      *    INTERVENTION TYPES -
      *      MASK  MASK MANDATE          SCHL  SCHOOL CLOSURE
      *      CAPL  CAPACITY LIMITS       STAY  STAY-AT-HOME ORDER
      *      GATH  GATHERING LIMITS      OTHR  ANY OTHER MEASURE
      *    DIRECTION - 'S' THE MEASURE STARTED, 'E' IT ENDED.
      *---------------------------------------------------------------*
       01  INTERVENTION-EVENT-RECORD.
           05  IV-EVENT-KEY.
               10  IV-STATE-CODE           PIC X(02).
               10  IV-EVENT-DATE           PIC 9(08).
               10  IV-TYPE                 PIC X(04).
                   88  IV-VALID-TYPE             VALUE 'MASK' 'SCHL'
                                                 'CAPL' 'STAY' 'GATH'
                                                 'OTHR'.
               10  IV-DIRECTION            PIC X(01).
                   88  IV-STARTED                VALUE 'S'.
                   88  IV-ENDED                  VALUE 'E'.
                   88  IV-VALID-DIRECTION        VALUE 'S' 'E'.
           05  IV-DESCRIPTION              PIC X(40).
           05  IV-LAST-CHANGE-DATE         PIC 9(08).
           05  FILLER                      PIC X(17).
