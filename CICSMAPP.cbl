               INITIAL='     '
        DFHMDF POS=(8,1),LENGTH=40,ATTRB=(NORM,PROT),                  X
               INITIAL='HOURS WORKED (999V99, NO DECIMAL POINT) '
        DFHMDF POS=(8,45),LENGTH=34,ATTRB=(NORM,PROT),                 X
               INITIAL='EARN CODE B/C   AMOUNT (999999V99)'
HRSWRKD DFHMDF POS=(9,2),LENGTH=5,ATTRB=(NORM,UNPROT),                 X
               COLOR=DEFAULT  ,INITIAL='_____'
ERNCDIN DFHMDF POS=(9,46),LENGTH=1,ATTRB=(NORM,UNPROT),                X
               COLOR=DEFAULT  ,INITIAL='_'
SUPAMT  DFHMDF POS=(9,62),LENGTH=8,ATTRB=(NORM,UNPROT),                X
               COLOR=DEFAULT  ,INITIAL='________'
        DFHMDF POS=(10,1),LENGTH=10,ATTRB=(NORM,PROT),                 X
               INITIAL='GROSS PAY '
GROSSPY DFHMDF POS=(10,20),LENGTH=10,ATTRB=(NORM,PROT),                X
