       01  AUTH1I.
           02  FILLER PIC X(12).
           02  ACTIONUL    COMP  PIC  S9(4).
           02  ACTIONUF    PICTURE X.
           02  FILLER REDEFINES ACTIONUF.
             03 ACTIONUA    PICTURE X.
           02  ACTIONUC    PICTURE X.
           02  ACTIONUI  PIC X(01).
           02  USERIDUL    COMP  PIC  S9(4).
           02  USERIDUF    PICTURE X.
           02  FILLER REDEFINES USERIDUF.
             03 USERIDUA    PICTURE X.
           02  USERIDUC    PICTURE X.
           02  USERIDUI  PIC X(08).
           02  UNAMEUL     COMP  PIC  S9(4).
           02  UNAMEUF     PICTURE X.
           02  FILLER REDEFINES UNAMEUF.
             03 UNAMEUA     PICTURE X.
           02  UNAMEUC     PICTURE X.
           02  UNAMEUI   PIC X(30).
           02  USTATUL     COMP  PIC  S9(4).
           02  USTATUF     PICTURE X.
           02  FILLER REDEFINES USTATUF.
             03 USTATUA     PICTURE X.
           02  USTATUC     PICTURE X.
           02  USTATUI   PIC X(01).
           02  FEMPUL      COMP  PIC  S9(4).
           02  FEMPUF      PICTURE X.
           02  FILLER REDEFINES FEMPUF.
             03 FEMPUA      PICTURE X.
           02  FEMPUC      PICTURE X.
           02  FEMPUI    PIC X(01).
           02  FRATEUL     COMP  PIC  S9(4).
           02  FRATEUF     PICTURE X.
           02  FILLER REDEFINES FRATEUF.
             03 FRATEUA     PICTURE X.
           02  FRATEUC     PICTURE X.
           02  FRATEUI   PIC X(01).
           02  FBANKUL     COMP  PIC  S9(4).
           02  FBANKUF     PICTURE X.
           02  FILLER REDEFINES FBANKUF.
             03 FBANKUA     PICTURE X.
           02  FBANKUC     PICTURE X.
           02  FBANKUI   PIC X(01).
           02  FVOIDUL     COMP  PIC  S9(4).
           02  FVOIDUF     PICTURE X.
           02  FILLER REDEFINES FVOIDUF.
             03 FVOIDUA     PICTURE X.
           02  FVOIDUC     PICTURE X.
           02  FVOIDUI   PIC X(01).
           02  FMANUL      COMP  PIC  S9(4).
           02  FMANUF      PICTURE X.
           02  FILLER REDEFINES FMANUF.
             03 FMANUA      PICTURE X.
           02  FMANUC      PICTURE X.
           02  FMANUI    PIC X(01).
           02  FOVRUL      COMP  PIC  S9(4).
           02  FOVRUF      PICTURE X.
           02  FILLER REDEFINES FOVRUF.
             03 FOVRUA      PICTURE X.
           02  FOVRUC      PICTURE X.
           02  FOVRUI    PIC X(01).
           02  FAPRUL      COMP  PIC  S9(4).
           02  FAPRUF      PICTURE X.
           02  FILLER REDEFINES FAPRUF.
             03 FAPRUA      PICTURE X.
           02  FAPRUC      PICTURE X.
           02  FAPRUI    PIC X(01).
           02  LIMITUL     COMP  PIC  S9(4).
           02  LIMITUF     PICTURE X.
           02  FILLER REDEFINES LIMITUF.
             03 LIMITUA     PICTURE X.
           02  LIMITUC     PICTURE X.
           02  LIMITUI   PIC X(09).
           02  CHGBYUL     COMP  PIC  S9(4).
           02  CHGBYUF     PICTURE X.
           02  FILLER REDEFINES CHGBYUF.
             03 CHGBYUA     PICTURE X.
           02  CHGBYUC     PICTURE X.
           02  CHGBYUI   PIC X(08).
           02  CHGDTUL     COMP  PIC  S9(4).
           02  CHGDTUF     PICTURE X.
           02  FILLER REDEFINES CHGDTUF.
             03 CHGDTUA     PICTURE X.
           02  CHGDTUC     PICTURE X.
           02  CHGDTUI   PIC X(08).
           02  PENDNOUL    COMP  PIC  S9(4).
           02  PENDNOUF    PICTURE X.
           02  FILLER REDEFINES PENDNOUF.
             03 PENDNOUA    PICTURE X.
           02  PENDNOUC    PICTURE X.
           02  PENDNOUI  PIC X(06).
           02  PSTATUL     COMP  PIC  S9(4).
           02  PSTATUF     PICTURE X.
           02  FILLER REDEFINES PSTATUF.
             03 PSTATUA     PICTURE X.
           02  PSTATUC     PICTURE X.
           02  PSTATUI   PIC X(08).
           02  PFUNCUL     COMP  PIC  S9(4).
           02  PFUNCUF     PICTURE X.
           02  FILLER REDEFINES PFUNCUF.
             03 PFUNCUA     PICTURE X.
           02  PFUNCUC     PICTURE X.
           02  PFUNCUI   PIC X(16).
           02  PEMPUL      COMP  PIC  S9(4).
           02  PEMPUF      PICTURE X.
           02  FILLER REDEFINES PEMPUF.
             03 PEMPUA      PICTURE X.
           02  PEMPUC      PICTURE X.
           02  PEMPUI    PIC X(06).
           02  PAMTUL      COMP  PIC  S9(4).
           02  PAMTUF      PICTURE X.
           02  FILLER REDEFINES PAMTUF.
             03 PAMTUA      PICTURE X.
           02  PAMTUC      PICTURE X.
           02  PAMTUI    PIC X(13).
           02  PDESCUL     COMP  PIC  S9(4).
           02  PDESCUF     PICTURE X.
           02  FILLER REDEFINES PDESCUF.
             03 PDESCUA     PICTURE X.
           02  PDESCUC     PICTURE X.
           02  PDESCUI   PIC X(40).
           02  PENTBYUL    COMP  PIC  S9(4).
           02  PENTBYUF    PICTURE X.
           02  FILLER REDEFINES PENTBYUF.
             03 PENTBYUA    PICTURE X.
           02  PENTBYUC    PICTURE X.
           02  PENTBYUI  PIC X(08).
           02  PENTDTUL    COMP  PIC  S9(4).
           02  PENTDTUF    PICTURE X.
           02  FILLER REDEFINES PENTDTUF.
             03 PENTDTUA    PICTURE X.
           02  PENTDTUC    PICTURE X.
           02  PENTDTUI  PIC X(08).
           02  PENTTMUL    COMP  PIC  S9(4).
           02  PENTTMUF    PICTURE X.
           02  FILLER REDEFINES PENTTMUF.
             03 PENTTMUA    PICTURE X.
           02  PENTTMUC    PICTURE X.
           02  PENTTMUI  PIC X(06).
           02  PRELBYUL    COMP  PIC  S9(4).
           02  PRELBYUF    PICTURE X.
           02  FILLER REDEFINES PRELBYUF.
             03 PRELBYUA    PICTURE X.
           02  PRELBYUC    PICTURE X.
           02  PRELBYUI  PIC X(08).
           02  PRSLTUL     COMP  PIC  S9(4).
           02  PRSLTUF     PICTURE X.
           02  FILLER REDEFINES PRSLTUF.
             03 PRSLTUA     PICTURE X.
           02  PRSLTUC     PICTURE X.
           02  PRSLTUI   PIC X(35).
           02  AUTHMSGL    COMP  PIC  S9(4).
           02  AUTHMSGF    PICTURE X.
           02  FILLER REDEFINES AUTHMSGF.
             03 AUTHMSGA    PICTURE X.
           02  AUTHMSGC    PICTURE X.
           02  AUTHMSGI  PIC X(79).
       01  AUTH1O REDEFINES AUTH1I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(4).
           02  ACTIONUO  PIC X(01).
           02  FILLER PICTURE X(4).
           02  USERIDUO  PIC X(08).
           02  FILLER PICTURE X(4).
           02  UNAMEUO   PIC X(30).
           02  FILLER PICTURE X(4).
           02  USTATUO   PIC X(01).
           02  FILLER PICTURE X(4).
           02  FEMPUO    PIC X(01).
           02  FILLER PICTURE X(4).
           02  FRATEUO   PIC X(01).
           02  FILLER PICTURE X(4).
           02  FBANKUO   PIC X(01).
           02  FILLER PICTURE X(4).
           02  FVOIDUO   PIC X(01).
           02  FILLER PICTURE X(4).
           02  FMANUO    PIC X(01).
           02  FILLER PICTURE X(4).
           02  FOVRUO    PIC X(01).
           02  FILLER PICTURE X(4).
           02  FAPRUO    PIC X(01).
           02  FILLER PICTURE X(4).
           02  LIMITUO   PIC X(09).
           02  FILLER PICTURE X(4).
           02  CHGBYUO   PIC X(08).
           02  FILLER PICTURE X(4).
           02  CHGDTUO   PIC X(08).
           02  FILLER PICTURE X(4).
           02  PENDNOUO  PIC X(06).
           02  FILLER PICTURE X(4).
           02  PSTATUO   PIC X(08).
           02  FILLER PICTURE X(4).
           02  PFUNCUO   PIC X(16).
           02  FILLER PICTURE X(4).
           02  PEMPUO    PIC X(06).
           02  FILLER PICTURE X(4).
           02  PAMTUO    PIC X(13).
           02  FILLER PICTURE X(4).
           02  PDESCUO   PIC X(40).
           02  FILLER PICTURE X(4).
           02  PENTBYUO  PIC X(08).
           02  FILLER PICTURE X(4).
           02  PENTDTUO  PIC X(08).
           02  FILLER PICTURE X(4).
           02  PENTTMUO  PIC X(06).
           02  FILLER PICTURE X(4).
           02  PRELBYUO  PIC X(08).
           02  FILLER PICTURE X(4).
           02  PRSLTUO   PIC X(35).
           02  FILLER PICTURE X(4).
           02  AUTHMSGO  PIC X(79).
