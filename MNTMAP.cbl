             03 ZIPMA       PICTURE X.
           02  ZIPMC       PICTURE X.
           02  ZIPMI     PIC X(09).
           02  WCCLSML     COMP  PIC  S9(4).
           02  WCCLSMF     PICTURE X.
           02  FILLER REDEFINES WCCLSMF.
             03 WCCLSMA     PICTURE X.
           02  WCCLSMC     PICTURE X.
           02  WCCLSMI   PIC X(04).
           02  RATEML      COMP  PIC  S9(4).
           02  RATEMF      PICTURE X.
           02  FILLER REDEFINES RATEMF.
           02  FILLER PICTURE X(4).
           02  ZIPMO     PIC X(09).
           02  FILLER PICTURE X(4).
           02  WCCLSMO   PIC X(04).
           02  FILLER PICTURE X(4).
           02  RATEMO    PIC X(05).
           02  FILLER PICTURE X(4).
           02  PTYPEMO   PIC X(01).
