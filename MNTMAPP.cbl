               INITIAL='ACTION'
ACTIONM DFHMDF POS=(3,9),LENGTH=1,ATTRB=(NORM,UNPROT,IC),              X
               COLOR=DEFAULT  ,INITIAL='_'
        DFHMDF POS=(3,12),LENGTH=59,ATTRB=(NORM,PROT),                 X
               INITIAL='(A=ADD C=CHG T=TERM R=REACTIVATE B=BROWSE ID N=X
               BROWSE NAME)'
        DFHMDF POS=(4,1),LENGTH=14,ATTRB=(NORM,PROT),                  X
               INITIAL='SSN (9 DIGITS)'
SSNM    DFHMDF POS=(4,22),LENGTH=11,ATTRB=(NORM,UNPROT),               X
               INITIAL='ZIP'
ZIPM    DFHMDF POS=(10,53),LENGTH=9,ATTRB=(NORM,UNPROT),               X
               COLOR=DEFAULT  ,INITIAL='         '
        DFHMDF POS=(10,64),LENGTH=8,ATTRB=(NORM,PROT),                 X
               INITIAL='WC CLASS'
WCCLSM  DFHMDF POS=(10,73),LENGTH=4,ATTRB=(NORM,UNPROT),               X
               COLOR=DEFAULT  ,INITIAL='    '
        DFHMDF POS=(11,1),LENGTH=42,ATTRB=(NORM,PROT),                 X
               INITIAL='HOURLY PAY RATE (999V99, NO DECIMAL POINT)'
RATEM   DFHMDF POS=(11,45),LENGTH=5,ATTRB=(NORM,UNPROT),               X
