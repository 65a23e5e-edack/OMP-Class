      * INSTALLATION.  IBM CLASS.
      *REMARKS. COMMENTS-EXTRACT INGEST - READS THE VENDOR'S COMMENTS
      *         EXTRACT (COMMENT KEY, PARENT STORY KEY, COMMENTER,
      *         TIMESTAMP, TEXT - SEE HNCMTC) ALONGSIDE THE STORY
      *         EXTRACT, AND REPORTS
      *         DISCUSSION DEPTH PER KEYWORD-MATCHED STORY PLUS A
      *         MOST-ACTIVE-COMMENTERS LEADERBOARD IN THE SAME SHAPE
      *         AS HACKAUTH'S AUTHOR REPORT.  THE COMMENT THREADS ARE
           05 FILLER                       PIC X(210).
      *
       FD  COMMENTS-FILE RECORDING MODE F.
       01  COMMENTS-RECORD-IN              PIC X(400).
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-COMMENT-COUNT            PIC 9(05).
      *---------------------------------------------------------------*
       01  PRINT-LINES.
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
       COPY HNCMTC.
      *---------------------------------------------------------------*
       01  DEPTH-DETAIL-LINE.
      *---------------------------------------------------------------*
           IF  NOT CMT-END-OF-FILE
               MOVE SPACE              TO CMT-KEY CMT-PARENT-KEY
                                          CMT-AUTHOR CMT-CREATED
                                          CMT-TEXT
               MOVE 1                  TO CMT-TEXT-POINTER
               UNSTRING COMMENTS-RECORD-IN DELIMITED BY ','
                   INTO CMT-KEY
                        CMT-PARENT-KEY
                        CMT-AUTHOR
                        CMT-CREATED
                   WITH POINTER CMT-TEXT-POINTER
               END-UNSTRING
               IF  CMT-TEXT-POINTER NOT > 400
                   MOVE COMMENTS-RECORD-IN (CMT-TEXT-POINTER:)
                                       TO CMT-TEXT
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       9000-PRINT-REPORT-LINE.
