             03 DSTATDA     PICTURE X.
           02  DSTATDC     PICTURE X.
           02  DSTATDI   PIC X(01).
           02  ORDERDL     COMP  PIC  S9(4).
           02  ORDERDF     PICTURE X.
           02  FILLER REDEFINES ORDERDF.
             03 ORDERDA     PICTURE X.
           02  ORDERDC     PICTURE X.
           02  ORDERDI   PIC X(01).
           02  ARREARDL    COMP  PIC  S9(4).
           02  ARREARDF    PICTURE X.
           02  FILLER REDEFINES ARREARDF.
             03 ARREARDA    PICTURE X.
           02  ARREARDC    PICTURE X.
           02  ARREARDI  PIC X(01).
           02  PRIORDL     COMP  PIC  S9(4).
           02  PRIORDF     PICTURE X.
           02  FILLER REDEFINES PRIORDF.
             03 PRIORDA     PICTURE X.
           02  PRIORDC     PICTURE X.
           02  PRIORDI   PIC X(02).
           02  LCHKDL      COMP  PIC  S9(4).
           02  LCHKDF      PICTURE X.
           02  FILLER REDEFINES LCHKDF.
             03 LCHKDA      PICTURE X.
           02  LCHKDC      PICTURE X.
           02  LCHKDI    PIC X(08).
           02  SHORTDL     COMP  PIC  S9(4).
           02  SHORTDF     PICTURE X.
           02  FILLER REDEFINES SHORTDF.
             03 SHORTDA     PICTURE X.
           02  SHORTDC     PICTURE X.
           02  SHORTDI   PIC X(13).
           02  LWANTDL     COMP  PIC  S9(4).
           02  LWANTDF     PICTURE X.
           02  FILLER REDEFINES LWANTDF.
             03 LWANTDA     PICTURE X.
           02  LWANTDC     PICTURE X.
           02  LWANTDI   PIC X(13).
           02  LTAKEDL     COMP  PIC  S9(4).
           02  LTAKEDF     PICTURE X.
           02  FILLER REDEFINES LTAKEDF.
             03 LTAKEDA     PICTURE X.
           02  LTAKEDC     PICTURE X.
           02  LTAKEDI   PIC X(13).
           02  DEDMSGL     COMP  PIC  S9(4).
           02  DEDMSGF     PICTURE X.
           02  FILLER REDEFINES DEDMSGF.
           02  FILLER PICTURE X(4).
           02  DSTATDO   PIC X(01).
           02  FILLER PICTURE X(4).
           02  ORDERDO   PIC X(01).
           02  FILLER PICTURE X(4).
           02  ARREARDO  PIC X(01).
           02  FILLER PICTURE X(4).
           02  PRIORDO   PIC X(02).
           02  FILLER PICTURE X(4).
           02  LCHKDO    PIC X(08).
           02  FILLER PICTURE X(4).
           02  SHORTDO   PIC X(13).
           02  FILLER PICTURE X(4).
           02  LWANTDO   PIC X(13).
           02  FILLER PICTURE X(4).
           02  LTAKEDO   PIC X(13).
           02  FILLER PICTURE X(4).
           02  DEDMSGO   PIC X(79).
