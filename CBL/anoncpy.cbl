                 WITH DUPLICATES
             FILE STATUS  IS ANONYMOUS-CLAIMS-STATUS.
           SELECT CLAIMANT-DETAIL-FILE ASSIGN TO CLMTFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS SEQUENTIAL
             RECORD KEY   IS CD-DETAIL-KEY
             ALTERNATE RECORD KEY IS CD-CLAIMANT-ID WITH DUPLICATES
             ALTERNATE RECORD KEY IS CD-EMPLOYER-ACCT WITH DUPLICATES
             FILE STATUS  IS CLAIMANT-DETAIL-STATUS.
           SELECT ANONYMOUS-DETAIL-FILE ASSIGN TO ANONCLMT
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS ANONYMOUS-DETAIL-STATUS.
       COPY UNEMC REPLACING ==UNEMPLOYMENT-CLAIM== BY
           ==ANON-CLAIM==.
      *---------------------------------------------------------------*
       FD  CLAIMANT-DETAIL-FILE.
       COPY CLMTREC.
      *---------------------------------------------------------------*
       FD  ANONYMOUS-DETAIL-FILE
