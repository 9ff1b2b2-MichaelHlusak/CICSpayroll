               INITIAL='DEDUCTION STATUS'
DSTATD  DFHMDF POS=(15,22),LENGTH=1,ATTRB=(NORM,PROT),                 X
               COLOR=DEFAULT  ,INITIAL=' '
        DFHMDF POS=(17,1),LENGTH=42,ATTRB=(NORM,PROT),                 X
               INITIAL='ORDER (C=CREDITOR S=SUPPORT F=2ND FAMILY) '
ORDERD  DFHMDF POS=(17,45),LENGTH=1,ATTRB=(NORM,UNPROT),               X
               COLOR=DEFAULT  ,INITIAL=' '
        DFHMDF POS=(18,1),LENGTH=42,ATTRB=(NORM,PROT),                 X
               INITIAL='SUPPORT ARREARS OVER 12 WEEKS (Y/N)       '
ARREARD DFHMDF POS=(18,45),LENGTH=1,ATTRB=(NORM,UNPROT),               X
               COLOR=DEFAULT  ,INITIAL=' '
        DFHMDF POS=(19,1),LENGTH=42,ATTRB=(NORM,PROT),                 X
               INITIAL='GARNISH PRIORITY (01-99, 01 TAKEN FIRST)  '
PRIORD  DFHMDF POS=(19,45),LENGTH=2,ATTRB=(NORM,UNPROT),               X
               COLOR=DEFAULT  ,INITIAL='  '
        DFHMDF POS=(20,1),LENGTH=17,ATTRB=(NORM,PROT),                 X
               INITIAL='LAST GARN CHECK  '
LCHKD   DFHMDF POS=(20,22),LENGTH=8,ATTRB=(NORM,PROT),                 X
               COLOR=DEFAULT  ,INITIAL='        '
        DFHMDF POS=(20,40),LENGTH=13,ATTRB=(NORM,PROT),                X
               INITIAL='SHORT TO DATE'
SHORTD  DFHMDF POS=(20,55),LENGTH=13,ATTRB=(NORM,PROT),                X
               COLOR=DEFAULT  ,INITIAL='             '
        DFHMDF POS=(21,1),LENGTH=17,ATTRB=(NORM,PROT),                 X
               INITIAL='LAST WANTED      '
LWANTD  DFHMDF POS=(21,22),LENGTH=13,ATTRB=(NORM,PROT),                X
               COLOR=DEFAULT  ,INITIAL='             '
        DFHMDF POS=(21,40),LENGTH=13,ATTRB=(NORM,PROT),                X
               INITIAL='LAST TAKEN   '
LTAKED  DFHMDF POS=(21,55),LENGTH=13,ATTRB=(NORM,PROT),                X
               COLOR=DEFAULT  ,INITIAL='             '
DEDMSG  DFHMDF POS=(23,1),LENGTH=79,ATTRB=(NORM,PROT),                 X
               INITIAL='ENTER ACTION AND FIELDS THEN PRESS ENTER'
        DFHMDF POS=(24,1),LENGTH=52,ATTRB=(NORM,PROT),                 X
