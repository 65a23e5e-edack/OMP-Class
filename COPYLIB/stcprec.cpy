      *---------------------------------------------------------------*
      *    SHORT-TIME COMPENSATION (WORK-SHARE) PLAN RECORD (STCPLAN) -
      *    ONE ROW PER EMPLOYER ACCOUNT ON EMPLRF WITH AN APPROVED
      *    PLAN, KEYED ON THE ACCOUNT.  MAINTAINED BY STCMNT CARDS;
      *    READ BY THE STCEDIT WEEKLY EDIT AND THE STCRPT USAGE
      *    REPORT.  A NEW PLAN FOR THE SAME EMPLOYER REPLACES THE OLD
      *    ONE (ADD CARD) ONCE THE OLD ONE HAS ENDED.
      *    AFFECTED EMPLOYEES IS THE HEAD COUNT THE PLAN WAS APPROVED
      *    FOR; ENROLLED IS HOW MANY CLAIMS ARE ON STCPART UNDER IT.
      *    NORMAL HOURS ARE THE USUAL WEEKLY HOURS OF THE AFFECTED
      *    UNIT 99V9; THE REDUCTION PERCENT IS THE MOST THE HOURS MAY
      *    BE CUT UNDER THE PLAN.  DATES ARE YYYYMMDD.
      *    STATUS - 'A' ACTIVE, 'T' TERMINATED (END DATE IS THEN THE
      *    TERMINATION DATE).
      *---------------------------------------------------------------*
       01  WORK-SHARE-PLAN-RECORD.
           05  SP-EMPLOYER-ACCT            PIC X(08).
           05  SP-PLAN-NUMBER              PIC X(08).
           05  SP-AFFECTED-EMPLOYEES       PIC 9(05).
           05  SP-ENROLLED-COUNT           PIC 9(05).
           05  SP-NORMAL-HOURS             PIC 9(02)V9.
           05  SP-REDUCTION-PCT            PIC 9(02).
           05  SP-START-DATE               PIC 9(08).
           05  SP-END-DATE                 PIC 9(08).
           05  SP-STATUS                   PIC X(01).
               88  SP-ACTIVE                     VALUE 'A'.
               88  SP-TERMINATED                 VALUE 'T'.
           05  SP-LAST-CHANGE-DATE         PIC 9(08).
           05  FILLER                      PIC X(10).
