      *---------------------------------------------------------------*
      *    PARAMETER IDS IN USE AND THE PROGRAM THAT ASKS PARMLD FOR
      *    EACH - THE TABLE FORM OF THE LIST IN PARMC.  THE REFSWEEP
      *    REFERENCE SWEEP CHECKS EVERY ID HERE FOR A PARMFILE ROW
      *    EFFECTIVE ON THE BUSINESS DATE, SO A NEW PARMLD CALLER
      *    ADDS ITS IDS HERE AS WELL AS TO PARMC.  THE EXPRATE RATE
      *    SCHEDULE IS READ UNTIL A STEP IS MISSING, SO ONLY ITS
      *    FIRST STEP (ERSCH01) IS REQUIRED.  SUPRTHRS IS SHARED BY
      *    THE SUPRCELL CALLERS AND LISTED UNDER UNEMSUM.
      *---------------------------------------------------------------*
       01  PARAMETER-ID-VALUES.
           05  FILLER PIC X(16) VALUE 'VOLDEVPCVOLCHK  '.
           05  FILLER PIC X(16) VALUE 'BNCHVARPUNEMBNCH'.
           05  FILLER PIC X(16) VALUE 'SUPRTHRSUNEMSUM '.
           05  FILLER PIC X(16) VALUE 'MDMINBPWMONDET  '.
           05  FILLER PIC X(16) VALUE 'MDMINHQWMONDET  '.
           05  FILLER PIC X(16) VALUE 'MDHQDIVRMONDET  '.
           05  FILLER PIC X(16) VALUE 'MDWBAMINMONDET  '.
           05  FILLER PIC X(16) VALUE 'MDWBAMAXMONDET  '.
           05  FILLER PIC X(16) VALUE 'MDMAXWKSMONDET  '.
           05  FILLER PIC X(16) VALUE 'MDBPPCT MONDET  '.
           05  FILLER PIC X(16) VALUE 'PEDISAMTUNEMCERT'.
           05  FILLER PIC X(16) VALUE 'PEDISPCTUNEMCERT'.
           05  FILLER PIC X(16) VALUE 'ISODFIRTBENISS  '.
           05  FILLER PIC X(16) VALUE 'ISDESTRTBENISS  '.
           05  FILLER PIC X(16) VALUE 'ISCOMPIDBENISS  '.
           05  FILLER PIC X(16) VALUE 'OFSETPCTBENISS  '.
           05  FILLER PIC X(16) VALUE 'RCSTALDYBANKRCN '.
           05  FILLER PIC X(16) VALUE 'TXPAYTINBEN1099 '.
           05  FILLER PIC X(16) VALUE 'TXTCCODEBEN1099 '.
           05  FILLER PIC X(16) VALUE 'BYNOTCDYBYEND   '.
           05  FILLER PIC X(16) VALUE 'ERSCH01 EXPRATE '.
           05  FILLER PIC X(16) VALUE 'ERNEWRT EXPRATE '.
           05  FILLER PIC X(16) VALUE 'TFINTRT TFLEDGER'.
           05  FILLER PIC X(16) VALUE 'WSMINCNTWSEDIT  '.
           05  FILLER PIC X(16) VALUE 'NTAPPLDYNOTGEN  '.
           05  FILLER PIC X(16) VALUE 'EBIURMINEBTRIG  '.
           05  FILLER PIC X(16) VALUE 'EBPCTPRIEBTRIG  '.
           05  FILLER PIC X(16) VALUE 'EBMINWKSEBTRIG  '.
           05  FILLER PIC X(16) VALUE 'INCLMSEDCLMINTK '.
           05  FILLER PIC X(16) VALUE 'MLTHRESHMLAYOFF '.
           05  FILLER PIC X(16) VALUE 'MLWINDAYMLAYOFF '.
           05  FILLER PIC X(16) VALUE 'MLWRNDAYMLAYOFF '.
           05  FILLER PIC X(16) VALUE 'LHREVDAYLHLDRPT '.
           05  FILLER PIC X(16) VALUE 'CLUSTMINCLUSSCR '.
           05  FILLER PIC X(16) VALUE 'CBADXREQCHGBACK '.
           05  FILLER PIC X(16) VALUE 'CBBSTPKGCHGBACK '.
           05  FILLER PIC X(16) VALUE 'CBINQLKPCHGBACK '.
           05  FILLER PIC X(16) VALUE 'CBSTPSECCHGBACK '.
           05  FILLER PIC X(16) VALUE 'CBSTPKRCCHGBACK '.
           05  FILLER PIC X(16) VALUE 'RTSERINTCOVRT   '.
           05  FILLER PIC X(16) VALUE 'RTWINDAYCOVRT   '.
           05  FILLER PIC X(16) VALUE 'IVLAGDAYINTVRPT '.
           05  FILLER PIC X(16) VALUE 'WWRISEPCCOVWWRP '.
           05  FILLER PIC X(16) VALUE 'RKPOSTHRCOVRISK '.
           05  FILLER PIC X(16) VALUE 'RKHOSTHRCOVRISK '.
           05  FILLER PIC X(16) VALUE 'RKHOTTHRCOVRISK '.
           05  FILLER PIC X(16) VALUE 'RKWWTHR COVRISK '.
           05  FILLER PIC X(16) VALUE 'RKRTTHR COVRISK '.
           05  FILLER PIC X(16) VALUE 'RKHOTRATCOVRISK '.
           05  FILLER PIC X(16) VALUE 'VXEXPDAYVAXSUP  '.
           05  FILLER PIC X(16) VALUE 'ADSTD02 COVADJ  '.
           05  FILLER PIC X(16) VALUE 'ADSTD03 COVADJ  '.
           05  FILLER PIC X(16) VALUE 'ADSTD04 COVADJ  '.
           05  FILLER PIC X(16) VALUE 'ADSTD05 COVADJ  '.
           05  FILLER PIC X(16) VALUE 'ADSTD06 COVADJ  '.
           05  FILLER PIC X(16) VALUE 'ADSTD07 COVADJ  '.
           05  FILLER PIC X(16) VALUE 'ADSTD08 COVADJ  '.
           05  FILLER PIC X(16) VALUE 'ADSTD09 COVADJ  '.
           05  FILLER PIC X(16) VALUE 'CICOVPCTCIVRPT  '.
           05  FILLER PIC X(16) VALUE 'LBWINDAYCOVLABR '.
           05  FILLER PIC X(16) VALUE 'LBRPTDAYCOVLABR '.
           05  FILLER PIC X(16) VALUE 'HLWINDAYHACKLAY '.
           05  FILLER PIC X(16) VALUE 'HEDEVPCTHNEDIT  '.
           05  FILLER PIC X(16) VALUE 'HEAVGDAYHNEDIT  '.
           05  FILLER PIC X(16) VALUE 'HEREJPCTHNEDIT  '.
           05  FILLER PIC X(16) VALUE 'RSLFLGMOREFSWEEP'.
       01  PARAMETER-ID-TABLE REDEFINES PARAMETER-ID-VALUES.
           05  PIT-ENTRY                   OCCURS 66 TIMES.
               10  PIT-PARM-ID             PIC X(08).
               10  PIT-PROGRAM-ID          PIC X(08).
       01  PIT-ENTRY-COUNT                 PIC 9(03) VALUE 66.
