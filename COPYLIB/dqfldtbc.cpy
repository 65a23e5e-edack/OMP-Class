      *---------------------------------------------------------------*
      *    DATA-QUALITY FIELD DICTIONARY - THE FIELDS A DQRULES RULE
      *    MAY NAME, WITH WHERE EACH SITS IN ITS RECORD.  SHARED BY
      *    DQRLMNT (TO EDIT THE CARDS) AND DQRLENG (TO RUN THEM), SO
      *    A RULE CAN ONLY NAME WHAT THE ENGINE CAN FIND.  WHEN A
      *    FIELD IS ADDED TO CLMTREC OR PAYREC, ADD IT HERE TOO.
      *    EACH ENTRY - FILE ('C' CLMTFILE, 'P' PAYMSTR), NAME,
      *    OFFSET AND LENGTH IN THE RECORD, TYPE ('X' TEXT, 'N'
      *    NUMERIC, 'D' DDMMYYYY DATE - COMPARED AS YYYYMMDD, THE
      *    SHAPE A RULE VALUE IS ENTERED IN) AND IMPLIED DECIMALS.
      *---------------------------------------------------------------*
       01  DQ-FIELD-VALUES.
           05  FILLER PIC X(20) VALUE 'CCLAIM-ID    00108X0'.
           05  FILLER PIC X(20) VALUE 'CDATE        01008N0'.
           05  FILLER PIC X(20) VALUE 'CAGE-BAND    01902N0'.
           05  FILLER PIC X(20) VALUE 'CETHNICITY   02201N0'.
           05  FILLER PIC X(20) VALUE 'CINDUSTRY    02402N0'.
           05  FILLER PIC X(20) VALUE 'CRACE        02701N0'.
           05  FILLER PIC X(20) VALUE 'CGENDER      02901N0'.
           05  FILLER PIC X(20) VALUE 'CEDUCATION   03101N0'.
           05  FILLER PIC X(20) VALUE 'CSTATE       03303X0'.
           05  FILLER PIC X(20) VALUE 'CEMPLR-ACCT  03708X0'.
           05  FILLER PIC X(20) VALUE 'CCLAIMANT-ID 04610X0'.
           05  FILLER PIC X(20) VALUE 'CCLAIM-CLASS 05701X0'.
           05  FILLER PIC X(20) VALUE 'PCLAIM-ID    00108X0'.
           05  FILLER PIC X(20) VALUE 'PWEEK-ENDING 00908D0'.
           05  FILLER PIC X(20) VALUE 'PAMOUNT-PAID 01709N2'.
           05  FILLER PIC X(20) VALUE 'PPAYMENT-TYPE02603X0'.
           05  FILLER PIC X(20) VALUE 'PLOAD-DATE   02908N0'.
           05  FILLER PIC X(20) VALUE 'PISSUE-SERIAL03709N0'.
           05  FILLER PIC X(20) VALUE 'PISSUE-STATUS04601X0'.
           05  FILLER PIC X(20) VALUE 'PPAY-METHOD  04701X0'.
           05  FILLER PIC X(20) VALUE 'POFFSET-AMT  04807N2'.
       01  DQ-FIELD-TABLE REDEFINES DQ-FIELD-VALUES.
           05  DQF-ENTRY                   OCCURS 21 TIMES
                                           INDEXED BY DQF-IDX.
               10  DQF-FILE                PIC X(01).
               10  DQF-NAME                PIC X(12).
               10  DQF-OFFSET              PIC 9(03).
               10  DQF-LENGTH              PIC 9(02).
               10  DQF-TYPE                PIC X(01).
                   88  DQF-TEXT                  VALUE 'X'.
                   88  DQF-DDMMYYYY              VALUE 'D'.
               10  DQF-DECIMALS            PIC 9(01).
