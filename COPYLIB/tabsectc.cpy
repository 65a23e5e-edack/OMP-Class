      *---------------------------------------------------------------*
      *    CLAIM RECORD SECTION TABLE FOR THE TABGEN TABLE REPORTS -
      *    PER DEMOGRAPHIC SECTION, THE POSITION OF ITS FIRST BUCKET
      *    CELL INSIDE THE UNEMC CLAIM RECORD, ITS CELL COUNT, THE
      *    POSITION OF ITS INITIAL/CONTINUING PAIR (RECORD-CLAIM-
      *    TYPE), AND AN EIGHT-CHARACTER COLUMN LABEL PER BUCKET.
      *    THE POSITIONS ARE THE SAME ONES SUPRCELL MASKS AND MUST
      *    MOVE IN STEP WITH ANY LAYOUT CHANGE TO UNEMC.
      *---------------------------------------------------------------*
       01  TABLE-SECTION-VALUES.
           05  FILLER PIC X(13) VALUE 'AGE0020090329'.
           05  FILLER PIC X(24) VALUE 'INA     UNDER 2222-24   '.
           05  FILLER PIC X(24) VALUE '25-34   35-44   45-54   '.
           05  FILLER PIC X(24) VALUE '55-59   60-64   65+     '.
           05  FILLER PIC X(24) VALUE SPACES.
           05  FILLER PIC X(24) VALUE SPACES.
           05  FILLER PIC X(24) VALUE SPACES.
           05  FILLER PIC X(24) VALUE SPACES.
           05  FILLER PIC X(13) VALUE 'ETH0077030341'.
           05  FILLER PIC X(24) VALUE 'INA     HISPANICNOT HISP'.
           05  FILLER PIC X(24) VALUE SPACES.
           05  FILLER PIC X(24) VALUE SPACES.
           05  FILLER PIC X(24) VALUE SPACES.
           05  FILLER PIC X(24) VALUE SPACES.
           05  FILLER PIC X(24) VALUE SPACES.
           05  FILLER PIC X(24) VALUE SPACES.
           05  FILLER PIC X(13) VALUE 'IND0098210353'.
           05  FILLER PIC X(24) VALUE 'INA     WHOLESALTRANSPRT'.
           05  FILLER PIC X(24) VALUE 'CONSTRUCFINANCE MANUFACT'.
           05  FILLER PIC X(24) VALUE 'AGRI/FSHPUB ADMNUTILITY '.
           05  FILLER PIC X(24) VALUE 'ACCM/FD INFO    PROF/SCI'.
           05  FILLER PIC X(24) VALUE 'REAL ESTOTHER SVMGMT    '.
           05  FILLER PIC X(24) VALUE 'EDUC SVCMINING  HLTH/SOC'.
           05  FILLER PIC X(24) VALUE 'ARTS/ENTADMN/WSTRETAIL  '.
           05  FILLER PIC X(13) VALUE 'RCE0227060365'.
           05  FILLER PIC X(24) VALUE 'INA     WHITE   ASIAN   '.
           05  FILLER PIC X(24) VALUE 'AFR AMERNAT AMERHAW/PAC '.
           05  FILLER PIC X(24) VALUE SPACES.
           05  FILLER PIC X(24) VALUE SPACES.
           05  FILLER PIC X(24) VALUE SPACES.
           05  FILLER PIC X(24) VALUE SPACES.
           05  FILLER PIC X(24) VALUE SPACES.
           05  FILLER PIC X(13) VALUE 'GND0266030377'.
           05  FILLER PIC X(24) VALUE 'INA     MALE    FEMALE  '.
           05  FILLER PIC X(24) VALUE SPACES.
           05  FILLER PIC X(24) VALUE SPACES.
           05  FILLER PIC X(24) VALUE SPACES.
           05  FILLER PIC X(24) VALUE SPACES.
           05  FILLER PIC X(24) VALUE SPACES.
           05  FILLER PIC X(24) VALUE SPACES.
           05  FILLER PIC X(13) VALUE 'EDU0287070389'.
           05  FILLER PIC X(24) VALUE 'INA     NO HS   HS GRAD '.
           05  FILLER PIC X(24) VALUE 'SOME COLASSOC   BACHELOR'.
           05  FILLER PIC X(24) VALUE 'ADVANCED                '.
           05  FILLER PIC X(24) VALUE SPACES.
           05  FILLER PIC X(24) VALUE SPACES.
           05  FILLER PIC X(24) VALUE SPACES.
           05  FILLER PIC X(24) VALUE SPACES.
       01  TABLE-SECTION-TABLE REDEFINES TABLE-SECTION-VALUES.
           05  TST-ENTRY                   OCCURS 6 TIMES
                                           INDEXED BY TST-IDX.
               10  TST-SECTION             PIC X(03).
               10  TST-BUCKET-START        PIC 9(04).
               10  TST-CELLS               PIC 9(02).
               10  TST-SPLIT-START         PIC 9(04).
               10  TST-LABEL               PIC X(08)
                       OCCURS 21 TIMES.
