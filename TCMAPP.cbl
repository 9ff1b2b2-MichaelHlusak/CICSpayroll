               INITIAL='APPROVED BY    '
APPBYT  DFHMDF POS=(14,25),LENGTH=8,ATTRB=(NORM,PROT),                 X
               INITIAL='        '
        DFHMDF POS=(16,1),LENGTH=41,ATTRB=(NORM,PROT),                 X
               INITIAL='LABOR SPLIT - REGULAR HOURS, REST TO HOME'
        DFHMDF POS=(17,4),LENGTH=28,ATTRB=(NORM,PROT),                 X
               INITIAL='DEPT/CC      HOURS (999V99)'
        DFHMDF POS=(18,1),LENGTH=1,ATTRB=(NORM,PROT),INITIAL='1'
SDP1T   DFHMDF POS=(18,4),LENGTH=4,ATTRB=(NORM,UNPROT),                X
               COLOR=DEFAULT  ,INITIAL='    '
SHR1T   DFHMDF POS=(18,17),LENGTH=5,ATTRB=(NORM,UNPROT),               X
               COLOR=DEFAULT  ,INITIAL='     '
        DFHMDF POS=(19,1),LENGTH=1,ATTRB=(NORM,PROT),INITIAL='2'
SDP2T   DFHMDF POS=(19,4),LENGTH=4,ATTRB=(NORM,UNPROT),                X
               COLOR=DEFAULT  ,INITIAL='    '
SHR2T   DFHMDF POS=(19,17),LENGTH=5,ATTRB=(NORM,UNPROT),               X
               COLOR=DEFAULT  ,INITIAL='     '
        DFHMDF POS=(20,1),LENGTH=1,ATTRB=(NORM,PROT),INITIAL='3'
SDP3T   DFHMDF POS=(20,4),LENGTH=4,ATTRB=(NORM,UNPROT),                X
               COLOR=DEFAULT  ,INITIAL='    '
SHR3T   DFHMDF POS=(20,17),LENGTH=5,ATTRB=(NORM,UNPROT),               X
               COLOR=DEFAULT  ,INITIAL='     '
TCMSG   DFHMDF POS=(23,1),LENGTH=79,ATTRB=(NORM,PROT),                 X
               INITIAL='ENTER ACTION AND FIELDS THEN PRESS ENTER'
        DFHMDF POS=(24,1),LENGTH=52,ATTRB=(NORM,PROT),                 X
