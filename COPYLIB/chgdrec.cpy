      *---------------------------------------------------------------*
      *    CHARGEBACK DESK CROSS-REFERENCE (CHGDESK) - CARD-IMAGE
      *    REFERENCE READ BY CHGBACK, KEPT LIKE OPERAUTH.  TYPE 'O'
      *    PUTS A TERMINAL OPERATOR (THE ACCESS-LOG USERID) ON A DESK,
      *    TYPE 'R' PUTS AN ADHOCX REQUESTER ON A DESK, AND TYPE 'D'
      *    PUTS A DESK IN A BUDGET DEPARTMENT.  AN OPERATOR OR
      *    REQUESTER WITH NO ROW IS BILLED TO DESK UNASSIGNED; A DESK
      *    WITH NO 'D' ROW IS ITS OWN DEPARTMENT.
      *---------------------------------------------------------------*
       01  CHARGE-DESK-RECORD.
           05  DK-ENTRY-TYPE               PIC X(01).
               88  DK-OPERATOR                   VALUE 'O'.
               88  DK-REQUESTER                  VALUE 'R'.
               88  DK-DESK-DEPARTMENT            VALUE 'D'.
           05  FILLER                      PIC X(01).
           05  DK-ENTRY-ID                 PIC X(16).
           05  FILLER                      PIC X(01).
           05  DK-MAPS-TO                  PIC X(16).
           05  FILLER                      PIC X(45).
