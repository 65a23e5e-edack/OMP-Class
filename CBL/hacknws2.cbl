           SELECT OPTIONAL ALERT-FILE
               ASSIGN TO ALERTOUT
               FILE STATUS IS ALERT-STATUS.
           SELECT OPTIONAL ALERT-HISTORY-FILE
               ASSIGN TO ALRTHIST
               FILE STATUS IS ALRTHIST-STATUS.
      *===============================================================*
       DATA DIVISION.
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
       FD  ALERT-FILE RECORDING MODE F.
       01  ALERT-RECORD                    PIC X(120).
      *---------------------------------------------------------------*
      *    EVERY TRIGGERING STORY IS ALSO LOGGED TO ALRTHIST SO THE
      *    ANALYSTS' RELEVANCE LABELS CAN BE SCORED AGAINST THE ALERTS
      *    (SEE HACKPREC).
      *---------------------------------------------------------------*
       FD  ALERT-HISTORY-FILE RECORDING MODE F.
       COPY HNALRTC.
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
           05  WS-DOM-AVG-VOTES            PIC 9(05)V99.
           05  WATCH-STATUS                PIC X(02) VALUE '00'.
           05  ALERT-STATUS                PIC X(02) VALUE '00'.
           05  ALRTHIST-STATUS             PIC X(02) VALUE '00'.
               88  ALRTHIST-FILE-OK                  VALUE '00' '05'.
           05  WATCH-EOF-SW                PIC X(01) VALUE 'N'.
               88  WATCH-END-OF-FILE                 VALUE 'Y'.
           05  WS-WATCH-ACTIVE-SW          PIC X(01) VALUE 'N'.
                   MOVE 'N'                TO WS-WATCH-ACTIVE-SW
               END-IF
           END-IF.
           IF  WATCH-LIST-ACTIVE
               OPEN EXTEND ALERT-HISTORY-FILE
               IF  NOT ALRTHIST-FILE-OK
                   DISPLAY 'ALRTHIST OPEN ERROR : ', ALRTHIST-STATUS,
                       ' - NO ALERT HISTORY THIS RUN'
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       8400-READ-WATCH-LIST-RECORD.
      *---------------------------------------------------------------*
                   VARYING WS-WATCH-SUB FROM 1 BY 1
                   UNTIL WS-WATCH-SUB > WS-WATCH-COUNT
               CLOSE ALERT-FILE
               IF  ALRTHIST-FILE-OK
                   CLOSE ALERT-HISTORY-FILE
               END-IF
               DISPLAY 'KEYWORD ALERTS RAISED : ', WS-ALERT-COUNT
           END-IF.
      *---------------------------------------------------------------*
               INTO ALERT-RECORD
           END-STRING.
           WRITE ALERT-RECORD.
           IF  ALRTHIST-FILE-OK
               MOVE SPACE                  TO ALERT-HISTORY-RECORD
               MOVE WS-CURRENT-YEAR        TO AH-ALERT-DATE (1:4)
               MOVE WS-CURRENT-MONTH       TO AH-ALERT-DATE (5:2)
               MOVE WS-CURRENT-DAY         TO AH-ALERT-DATE (7:2)
               MOVE WS-RUN-STAMP (9:6)     TO AH-ALERT-TIME
               MOVE WAT-KEYWORD (WS-WATCH-SUB) TO AH-KEYWORD
               MOVE WAT-TRIGGER-KEY (WS-WATCH-SUB, WS-TRIG-SUB)
                   TO AH-STORY-KEY
               MOVE WAT-TRIGGER-TITLE (WS-WATCH-SUB, WS-TRIG-SUB)
                   TO AH-STORY-TITLE
               WRITE ALERT-HISTORY-RECORD
           END-IF.
      *---------------------------------------------------------------*
       4000-CLOSE-FILES.
      *---------------------------------------------------------------*
