             03 APPBYTA     PICTURE X.
           02  APPBYTC     PICTURE X.
           02  APPBYTI   PIC X(08).
           02  SDP1TL      COMP  PIC  S9(4).
           02  SDP1TF      PICTURE X.
           02  FILLER REDEFINES SDP1TF.
             03 SDP1TA      PICTURE X.
           02  SDP1TC      PICTURE X.
           02  SDP1TI    PIC X(04).
           02  SHR1TL      COMP  PIC  S9(4).
           02  SHR1TF      PICTURE X.
           02  FILLER REDEFINES SHR1TF.
             03 SHR1TA      PICTURE X.
           02  SHR1TC      PICTURE X.
           02  SHR1TI    PIC X(05).
           02  SDP2TL      COMP  PIC  S9(4).
           02  SDP2TF      PICTURE X.
           02  FILLER REDEFINES SDP2TF.
             03 SDP2TA      PICTURE X.
           02  SDP2TC      PICTURE X.
           02  SDP2TI    PIC X(04).
           02  SHR2TL      COMP  PIC  S9(4).
           02  SHR2TF      PICTURE X.
           02  FILLER REDEFINES SHR2TF.
             03 SHR2TA      PICTURE X.
           02  SHR2TC      PICTURE X.
           02  SHR2TI    PIC X(05).
           02  SDP3TL      COMP  PIC  S9(4).
           02  SDP3TF      PICTURE X.
           02  FILLER REDEFINES SDP3TF.
             03 SDP3TA      PICTURE X.
           02  SDP3TC      PICTURE X.
           02  SDP3TI    PIC X(04).
           02  SHR3TL      COMP  PIC  S9(4).
           02  SHR3TF      PICTURE X.
           02  FILLER REDEFINES SHR3TF.
             03 SHR3TA      PICTURE X.
           02  SHR3TC      PICTURE X.
           02  SHR3TI    PIC X(05).
           02  TCMSGL      COMP  PIC  S9(4).
           02  TCMSGF      PICTURE X.
           02  FILLER REDEFINES TCMSGF.
           02  FILLER PICTURE X(4).
           02  APPBYTO   PIC X(08).
           02  FILLER PICTURE X(4).
           02  SDP1TO    PIC X(04).
           02  FILLER PICTURE X(4).
           02  SHR1TO    PIC X(05).
           02  FILLER PICTURE X(4).
           02  SDP2TO    PIC X(04).
           02  FILLER PICTURE X(4).
           02  SHR2TO    PIC X(05).
           02  FILLER PICTURE X(4).
           02  SDP3TO    PIC X(04).
           02  FILLER PICTURE X(4).
           02  SHR3TO    PIC X(05).
           02  FILLER PICTURE X(4).
           02  TCMSGO    PIC X(79).
