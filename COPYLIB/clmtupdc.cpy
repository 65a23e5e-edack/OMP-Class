      *---------------------------------------------------------------*
      *    REQUEST AREA FOR CLMTUPD - THE ONE DOOR INTO THE KEYED
      *    CLAIMANT DETAIL MASTER (CLMTFILE, SEE CLMTREC) FOR EVERY
      *    PROGRAM THAT CHANGES IT.  THE CALLER PASSES THIS AREA PLUS
      *    ITS OWN CLAIMANT-DETAIL-RECORD; CLMTUPD PERFORMS THE I/O
      *    AND HANDS BACK THE FILE STATUS.  A WRITE FOR A CLAIM ID
      *    AND DATE ALREADY ON FILE COMES BACK '22'.
      *---------------------------------------------------------------*
       01  CLMTUPD-REQUEST.
           05  CU-OPERATION                PIC X(05).
               88  CU-OP-OPEN-IO                 VALUE 'OPEN '.
               88  CU-OP-OPEN-NEW                VALUE 'NEW  '.
               88  CU-OP-READ                    VALUE 'READ '.
               88  CU-OP-WRITE                   VALUE 'WRITE'.
               88  CU-OP-REWRITE                 VALUE 'REWRT'.
               88  CU-OP-DELETE                  VALUE 'DELET'.
               88  CU-OP-CLOSE                   VALUE 'CLOSE'.
           05  CU-PROGRAM-ID               PIC X(08).
           05  CU-STATUS                   PIC X(02).
               88  CU-OK                         VALUE '00'.
               88  CU-NOT-FOUND                  VALUE '23'.
               88  CU-DUPLICATE                  VALUE '22'.
           05  CU-WRITTEN-COUNT            PIC 9(08).
           05  CU-REWRITTEN-COUNT          PIC 9(08).
           05  CU-DELETED-COUNT            PIC 9(08).
