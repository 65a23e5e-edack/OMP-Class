      *---------------------------------------------------------------*
       2300-CHECK-ID-CARD.
      *---------------------------------------------------------------*
      *    THE UNEMQUE INDD CARD - ALL, SUMMARY, RANGE FROM TO, KEY
      *    START COUNT, LIST, OR UP TO TEN CLAIM IDS - PLUS THE REPORT
      *    SECTION FIELD.
      *---------------------------------------------------------------*
           OPEN INPUT ID-CARD-FILE.
                   CONTINUE
               WHEN 'LIST    '
                   CONTINUE
               WHEN 'SUMMARY '
                   CONTINUE
               WHEN 'RANGE   '
                   MOVE IC-CLAIM-ID (2)    TO WS-EDIT-DATE
                   PERFORM 7000-VALIDATE-DATE THRU 7000-EXIT
