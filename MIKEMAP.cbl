           02  HRSWRKDC    PICTURE X.
           02  HRSWRKDI  PIC X(05).
           02  FILLER PIC X.                                                    
           02  ERNCDINL    COMP  PIC  S9(4).
           02  ERNCDINF    PICTURE X.
           02  FILLER REDEFINES ERNCDINF.
             03 ERNCDINA    PICTURE X.
           02  ERNCDINC    PICTURE X.
           02  ERNCDINI  PIC X(01).
           02  FILLER PIC X.
           02  SUPAMTL     COMP  PIC  S9(4).
           02  SUPAMTF     PICTURE X.
           02  FILLER REDEFINES SUPAMTF.
             03 SUPAMTA     PICTURE X.
           02  SUPAMTC     PICTURE X.
           02  SUPAMTI   PIC X(08).
           02  FILLER PIC X.
           02  GROSSPYL    COMP  PIC  S9(4).                                    
           02  GROSSPYF    PICTURE X.                                           
           02  FILLER REDEFINES GROSSPYF.                                       
           02  FILLER PICTURE X(4).
           02  HRSWRKDO  PIC X(05).
           02  FILLER PIC X.
           02  FILLER PICTURE X(4).
           02  ERNCDINO  PIC X(01).
           02  FILLER PIC X.
           02  FILLER PICTURE X(4).
           02  SUPAMTO   PIC X(08).
           02  FILLER PIC X.
           02  FILLER PICTURE X(3).
           02  GROSSPYO  PIC X(10).
           02  FILLER PICTURE X(3).
