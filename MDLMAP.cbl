       01  MDL1I.
           02  FILLER PIC X(12).
           02  EMPIDML     COMP  PIC  S9(4).
           02  EMPIDMF     PICTURE X.
           02  FILLER REDEFINES EMPIDMF.
             03 EMPIDMA     PICTURE X.
           02  EMPIDMC     PICTURE X.
           02  EMPIDMI   PIC X(06).
           02  NAMEML      COMP  PIC  S9(4).
           02  NAMEMF      PICTURE X.
           02  FILLER REDEFINES NAMEMF.
             03 NAMEMA      PICTURE X.
           02  NAMEMC      PICTURE X.
           02  NAMEMI    PIC X(30).
           02  PTYPEML     COMP  PIC  S9(4).
           02  PTYPEMF     PICTURE X.
           02  FILLER REDEFINES PTYPEMF.
             03 PTYPEMA     PICTURE X.
           02  PTYPEMC     PICTURE X.
           02  PTYPEMI   PIC X(01).
           02  FREQML      COMP  PIC  S9(4).
           02  FREQMF      PICTURE X.
           02  FILLER REDEFINES FREQMF.
             03 FREQMA      PICTURE X.
           02  FREQMC      PICTURE X.
           02  FREQMI    PIC X(01).
           02  HOURSML     COMP  PIC  S9(4).
           02  HOURSMF     PICTURE X.
           02  FILLER REDEFINES HOURSMF.
             03 HOURSMA     PICTURE X.
           02  HOURSMC     PICTURE X.
           02  HOURSMI   PIC X(05).
           02  RATEML      COMP  PIC  S9(4).
           02  RATEMF      PICTURE X.
           02  FILLER REDEFINES RATEMF.
             03 RATEMA      PICTURE X.
           02  RATEMC      PICTURE X.
           02  RATEMI    PIC X(05).
           02  FILSTML     COMP  PIC  S9(4).
           02  FILSTMF     PICTURE X.
           02  FILLER REDEFINES FILSTMF.
             03 FILSTMA     PICTURE X.
           02  FILSTMC     PICTURE X.
           02  FILSTMI   PIC X(01).
           02  ALLOWML     COMP  PIC  S9(4).
           02  ALLOWMF     PICTURE X.
           02  FILLER REDEFINES ALLOWMF.
             03 ALLOWMA     PICTURE X.
           02  ALLOWMC     PICTURE X.
           02  ALLOWMI   PIC X(02).
           02  PCTML       COMP  PIC  S9(4).
           02  PCTMF       PICTURE X.
           02  FILLER REDEFINES PCTMF.
             03 PCTMA       PICTURE X.
           02  PCTMC       PICTURE X.
           02  PCTMI     PIC X(04).
           02  ERNCDML     COMP  PIC  S9(4).
           02  ERNCDMF     PICTURE X.
           02  FILLER REDEFINES ERNCDMF.
             03 ERNCDMA     PICTURE X.
           02  ERNCDMC     PICTURE X.
           02  ERNCDMI   PIC X(01).
           02  SUPAMML     COMP  PIC  S9(4).
           02  SUPAMMF     PICTURE X.
           02  FILLER REDEFINES SUPAMMF.
             03 SUPAMMA     PICTURE X.
           02  SUPAMMC     PICTURE X.
           02  SUPAMMI   PIC X(08).
           02  TNETML      COMP  PIC  S9(4).
           02  TNETMF      PICTURE X.
           02  FILLER REDEFINES TNETMF.
             03 TNETMA      PICTURE X.
           02  TNETMC      PICTURE X.
           02  TNETMI    PIC X(08).
           02  CGROSML     COMP  PIC  S9(4).
           02  CGROSMF     PICTURE X.
           02  FILLER REDEFINES CGROSMF.
             03 CGROSMA     PICTURE X.
           02  CGROSMC     PICTURE X.
           02  CGROSMI   PIC X(10).
           02  MGROSML     COMP  PIC  S9(4).
           02  MGROSMF     PICTURE X.
           02  FILLER REDEFINES MGROSMF.
             03 MGROSMA     PICTURE X.
           02  MGROSMC     PICTURE X.
           02  MGROSMI   PIC X(10).
           02  CFEDML      COMP  PIC  S9(4).
           02  CFEDMF      PICTURE X.
           02  FILLER REDEFINES CFEDMF.
             03 CFEDMA      PICTURE X.
           02  CFEDMC      PICTURE X.
           02  CFEDMI    PIC X(10).
           02  MFEDML      COMP  PIC  S9(4).
           02  MFEDMF      PICTURE X.
           02  FILLER REDEFINES MFEDMF.
             03 MFEDMA      PICTURE X.
           02  MFEDMC      PICTURE X.
           02  MFEDMI    PIC X(10).
           02  CSTATML     COMP  PIC  S9(4).
           02  CSTATMF     PICTURE X.
           02  FILLER REDEFINES CSTATMF.
             03 CSTATMA     PICTURE X.
           02  CSTATMC     PICTURE X.
           02  CSTATMI   PIC X(10).
           02  MSTATML     COMP  PIC  S9(4).
           02  MSTATMF     PICTURE X.
           02  FILLER REDEFINES MSTATMF.
             03 MSTATMA     PICTURE X.
           02  MSTATMC     PICTURE X.
           02  MSTATMI   PIC X(10).
           02  CSOCML      COMP  PIC  S9(4).
           02  CSOCMF      PICTURE X.
           02  FILLER REDEFINES CSOCMF.
             03 CSOCMA      PICTURE X.
           02  CSOCMC      PICTURE X.
           02  CSOCMI    PIC X(10).
           02  MSOCML      COMP  PIC  S9(4).
           02  MSOCMF      PICTURE X.
           02  FILLER REDEFINES MSOCMF.
             03 MSOCMA      PICTURE X.
           02  MSOCMC      PICTURE X.
           02  MSOCMI    PIC X(10).
           02  CMEDML      COMP  PIC  S9(4).
           02  CMEDMF      PICTURE X.
           02  FILLER REDEFINES CMEDMF.
             03 CMEDMA      PICTURE X.
           02  CMEDMC      PICTURE X.
           02  CMEDMI    PIC X(10).
           02  MMEDML      COMP  PIC  S9(4).
           02  MMEDMF      PICTURE X.
           02  FILLER REDEFINES MMEDMF.
             03 MMEDMA      PICTURE X.
           02  MMEDMC      PICTURE X.
           02  MMEDMI    PIC X(10).
           02  C401KML     COMP  PIC  S9(4).
           02  C401KMF     PICTURE X.
           02  FILLER REDEFINES C401KMF.
             03 C401KMA     PICTURE X.
           02  C401KMC     PICTURE X.
           02  C401KMI   PIC X(10).
           02  M401KML     COMP  PIC  S9(4).
           02  M401KMF     PICTURE X.
           02  FILLER REDEFINES M401KMF.
             03 M401KMA     PICTURE X.
           02  M401KMC     PICTURE X.
           02  M401KMI   PIC X(10).
           02  CINSML      COMP  PIC  S9(4).
           02  CINSMF      PICTURE X.
           02  FILLER REDEFINES CINSMF.
             03 CINSMA      PICTURE X.
           02  CINSMC      PICTURE X.
           02  CINSMI    PIC X(10).
           02  MINSML      COMP  PIC  S9(4).
           02  MINSMF      PICTURE X.
           02  FILLER REDEFINES MINSMF.
             03 MINSMA      PICTURE X.
           02  MINSMC      PICTURE X.
           02  MINSMI    PIC X(10).
           02  CGARNML     COMP  PIC  S9(4).
           02  CGARNMF     PICTURE X.
           02  FILLER REDEFINES CGARNMF.
             03 CGARNMA     PICTURE X.
           02  CGARNMC     PICTURE X.
           02  CGARNMI   PIC X(10).
           02  MGARNML     COMP  PIC  S9(4).
           02  MGARNMF     PICTURE X.
           02  FILLER REDEFINES MGARNMF.
             03 MGARNMA     PICTURE X.
           02  MGARNMC     PICTURE X.
           02  MGARNMI   PIC X(10).
           02  CNETML      COMP  PIC  S9(4).
           02  CNETMF      PICTURE X.
           02  FILLER REDEFINES CNETMF.
             03 CNETMA      PICTURE X.
           02  CNETMC      PICTURE X.
           02  CNETMI    PIC X(10).
           02  MNETML      COMP  PIC  S9(4).
           02  MNETMF      PICTURE X.
           02  FILLER REDEFINES MNETMF.
             03 MNETMA      PICTURE X.
           02  MNETMC      PICTURE X.
           02  MNETMI    PIC X(10).
           02  MDLMSGL     COMP  PIC  S9(4).
           02  MDLMSGF     PICTURE X.
           02  FILLER REDEFINES MDLMSGF.
             03 MDLMSGA     PICTURE X.
           02  MDLMSGC     PICTURE X.
           02  MDLMSGI   PIC X(79).
       01  MDL1O REDEFINES MDL1I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(4).
           02  EMPIDMO   PIC X(06).
           02  FILLER PICTURE X(4).
           02  NAMEMO    PIC X(30).
           02  FILLER PICTURE X(4).
           02  PTYPEMO   PIC X(01).
           02  FILLER PICTURE X(4).
           02  FREQMO    PIC X(01).
           02  FILLER PICTURE X(4).
           02  HOURSMO   PIC X(05).
           02  FILLER PICTURE X(4).
           02  RATEMO    PIC X(05).
           02  FILLER PICTURE X(4).
           02  FILSTMO   PIC X(01).
           02  FILLER PICTURE X(4).
           02  ALLOWMO   PIC X(02).
           02  FILLER PICTURE X(4).
           02  PCTMO     PIC X(04).
           02  FILLER PICTURE X(4).
           02  ERNCDMO   PIC X(01).
           02  FILLER PICTURE X(4).
           02  SUPAMMO   PIC X(08).
           02  FILLER PICTURE X(4).
           02  TNETMO    PIC X(08).
           02  FILLER PICTURE X(4).
           02  CGROSMO   PIC X(10).
           02  FILLER PICTURE X(4).
           02  MGROSMO   PIC X(10).
           02  FILLER PICTURE X(4).
           02  CFEDMO    PIC X(10).
           02  FILLER PICTURE X(4).
           02  MFEDMO    PIC X(10).
           02  FILLER PICTURE X(4).
           02  CSTATMO   PIC X(10).
           02  FILLER PICTURE X(4).
           02  MSTATMO   PIC X(10).
           02  FILLER PICTURE X(4).
           02  CSOCMO    PIC X(10).
           02  FILLER PICTURE X(4).
           02  MSOCMO    PIC X(10).
           02  FILLER PICTURE X(4).
           02  CMEDMO    PIC X(10).
           02  FILLER PICTURE X(4).
           02  MMEDMO    PIC X(10).
           02  FILLER PICTURE X(4).
           02  C401KMO   PIC X(10).
           02  FILLER PICTURE X(4).
           02  M401KMO   PIC X(10).
           02  FILLER PICTURE X(4).
           02  CINSMO    PIC X(10).
           02  FILLER PICTURE X(4).
           02  MINSMO    PIC X(10).
           02  FILLER PICTURE X(4).
           02  CGARNMO   PIC X(10).
           02  FILLER PICTURE X(4).
           02  MGARNMO   PIC X(10).
           02  FILLER PICTURE X(4).
           02  CNETMO    PIC X(10).
           02  FILLER PICTURE X(4).
           02  MNETMO    PIC X(10).
           02  FILLER PICTURE X(4).
           02  MDLMSGO   PIC X(79).
