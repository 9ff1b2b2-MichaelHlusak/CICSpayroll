//KC03F15  JOB  TIME=(,2)
//******************************************
//*AFTER THE KEYWORD "MAPNAME" WRITE YOUR MAPSET NAME. AFTER THE
//*KEYWORD "MAPLIB" WRITE THE NAME OF YOUR PHYSICAL MAPSET PDS.
//*AFTER THE KEYWORD "DSCTLIB" WRITE THE NAME OF YOUR SMBOLIC
//*MAPSET PDS. ENCLOSE THE NAME IN SINGLE QUOTES WITH NO LOGIN ID.
//*THE JCL PROCESSOR WILL ATTACH THE JOB NAME TO YOUR PDS NAMES.
//*PLEASE DO NOT USE THE NAMES SHOWN IN "MAPLIB" AND "DSCTLIB".
//****************************************************
//         EXEC PROC=DFHMAPS,MAPNAME=AUTHMAP,                          *
//             MAPLIB='HLUSAK.CICSPHYS',                               *
//             DSCTLIB='HLUSAK.CICSYMBO'
//COPY.SYSUT1 DD *
        PRINT NOGEN
AUTHMAP DFHMSD TYPE=MAP,MODE=INOUT,TERM=ALL,CTRL=FREEKB,               X
               STORAGE=AUTO,LANG=COBOL,TIOAPFX=YES
AUTH1   DFHMDI SIZE=(24,80),LINE=1,COLUMN=1
        DFHMDF POS=(1,1),INITIAL='SPRING 2023',LENGTH=11,              X
               ATTRB=PROT
        DFHMDF POS=(1,26),LENGTH=22,ATTRB=(NORM,PROT),                 X
               INITIAL='PAYROLL USER AUTHORITY'
        DFHMDF POS=(3,1),LENGTH=6,ATTRB=(NORM,PROT),                   X
               INITIAL='ACTION'
ACTIONU DFHMDF POS=(3,22),LENGTH=1,ATTRB=(NORM,UNPROT,IC),             X
               COLOR=DEFAULT  ,INITIAL='_'
        DFHMDF POS=(4,1),LENGTH=29,ATTRB=(NORM,PROT),                  X
               INITIAL='A=ADD C=CHANGE I=INQUIRE USER'
        DFHMDF POS=(4,40),LENGTH=33,ATTRB=(NORM,PROT),                 X
               INITIAL='N=NEXT R=RELEASE X=REJECT PENDING'
        DFHMDF POS=(6,1),LENGTH=7,ATTRB=(NORM,PROT),                   X
               INITIAL='USER ID'
USERIDU DFHMDF POS=(6,22),LENGTH=8,ATTRB=(NORM,UNPROT),                X
               COLOR=DEFAULT  ,INITIAL='        '
        DFHMDF POS=(7,1),LENGTH=9,ATTRB=(NORM,PROT),                   X
               INITIAL='USER NAME'
UNAMEU  DFHMDF POS=(7,22),LENGTH=30,ATTRB=(NORM,UNPROT),               X
               COLOR=DEFAULT  ,INITIAL='                              '
        DFHMDF POS=(8,1),LENGTH=12,ATTRB=(NORM,PROT),                  X
               INITIAL='STATUS (A/S)'
USTATU  DFHMDF POS=(8,22),LENGTH=1,ATTRB=(NORM,UNPROT),                X
               COLOR=DEFAULT  ,INITIAL=' '
        DFHMDF POS=(8,30),LENGTH=23,ATTRB=(NORM,PROT),                 X
               INITIAL='FUNCTIONS ALLOWED (Y/N)'
        DFHMDF POS=(9,1),LENGTH=15,ATTRB=(NORM,PROT),                  X
               INITIAL='EMPLOYEE CHANGE'
FEMPU   DFHMDF POS=(9,22),LENGTH=1,ATTRB=(NORM,UNPROT),                X
               COLOR=DEFAULT  ,INITIAL=' '
        DFHMDF POS=(9,30),LENGTH=11,ATTRB=(NORM,PROT),                 X
               INITIAL='RATE CHANGE'
FRATEU  DFHMDF POS=(9,51),LENGTH=1,ATTRB=(NORM,UNPROT),                X
               COLOR=DEFAULT  ,INITIAL=' '
        DFHMDF POS=(10,1),LENGTH=11,ATTRB=(NORM,PROT),                 X
               INITIAL='BANK CHANGE'
FBANKU  DFHMDF POS=(10,22),LENGTH=1,ATTRB=(NORM,UNPROT),               X
               COLOR=DEFAULT  ,INITIAL=' '
        DFHMDF POS=(10,30),LENGTH=10,ATTRB=(NORM,PROT),                X
               INITIAL='VOID CHECK'
FVOIDU  DFHMDF POS=(10,51),LENGTH=1,ATTRB=(NORM,UNPROT),               X
               COLOR=DEFAULT  ,INITIAL=' '
        DFHMDF POS=(11,1),LENGTH=12,ATTRB=(NORM,PROT),                 X
               INITIAL='MANUAL CHECK'
FMANU   DFHMDF POS=(11,22),LENGTH=1,ATTRB=(NORM,UNPROT),               X
               COLOR=DEFAULT  ,INITIAL=' '
        DFHMDF POS=(11,30),LENGTH=12,ATTRB=(NORM,PROT),                X
               INITIAL='PF6 OVERRIDE'
FOVRU   DFHMDF POS=(11,51),LENGTH=1,ATTRB=(NORM,UNPROT),               X
               COLOR=DEFAULT  ,INITIAL=' '
        DFHMDF POS=(12,1),LENGTH=17,ATTRB=(NORM,PROT),                 X
               INITIAL='APPROVE / RELEASE'
FAPRU   DFHMDF POS=(12,22),LENGTH=1,ATTRB=(NORM,UNPROT),               X
               COLOR=DEFAULT  ,INITIAL=' '
        DFHMDF POS=(13,1),LENGTH=12,ATTRB=(NORM,PROT),                 X
               INITIAL='DOLLAR LIMIT'
LIMITU  DFHMDF POS=(13,22),LENGTH=9,ATTRB=(NORM,UNPROT),               X
               COLOR=DEFAULT  ,INITIAL='         '
        DFHMDF POS=(13,33),LENGTH=30,ATTRB=(NORM,PROT),                X
               INITIAL='(9999999V99, NO DECIMAL POINT)'
        DFHMDF POS=(14,1),LENGTH=18,ATTRB=(NORM,PROT),                 X
               INITIAL='LAST CHANGED BY/ON'
CHGBYU  DFHMDF POS=(14,22),LENGTH=8,ATTRB=(NORM,PROT),                 X
               COLOR=DEFAULT  ,INITIAL='        '
CHGDTU  DFHMDF POS=(14,32),LENGTH=8,ATTRB=(NORM,PROT),                 X
               COLOR=DEFAULT  ,INITIAL='        '
        DFHMDF POS=(16,1),LENGTH=14,ATTRB=(NORM,PROT),                 X
               INITIAL='PENDING NUMBER'
PENDNOU DFHMDF POS=(16,22),LENGTH=6,ATTRB=(NORM,UNPROT),               X
               COLOR=DEFAULT  ,INITIAL='      '
        DFHMDF POS=(16,40),LENGTH=6,ATTRB=(NORM,PROT),                 X
               INITIAL='STATUS'
PSTATU  DFHMDF POS=(16,51),LENGTH=8,ATTRB=(NORM,PROT),                 X
               COLOR=DEFAULT  ,INITIAL='        '
        DFHMDF POS=(17,1),LENGTH=8,ATTRB=(NORM,PROT),                  X
               INITIAL='FUNCTION'
PFUNCU  DFHMDF POS=(17,22),LENGTH=16,ATTRB=(NORM,PROT),                X
               COLOR=DEFAULT  ,INITIAL='                '
        DFHMDF POS=(17,40),LENGTH=8,ATTRB=(NORM,PROT),                 X
               INITIAL='EMPLOYEE'
PEMPU   DFHMDF POS=(17,51),LENGTH=6,ATTRB=(NORM,PROT),                 X
               COLOR=DEFAULT  ,INITIAL='      '
        DFHMDF POS=(18,1),LENGTH=6,ATTRB=(NORM,PROT),                  X
               INITIAL='AMOUNT'
PAMTU   DFHMDF POS=(18,22),LENGTH=13,ATTRB=(NORM,PROT),                X
               COLOR=DEFAULT  ,INITIAL='             '
        DFHMDF POS=(19,1),LENGTH=11,ATTRB=(NORM,PROT),                 X
               INITIAL='DESCRIPTION'
PDESCU  DFHMDF POS=(19,22),LENGTH=40,ATTRB=(NORM,PROT),                X
               COLOR=DEFAULT
        DFHMDF POS=(20,1),LENGTH=16,ATTRB=(NORM,PROT),                 X
               INITIAL='ENTERED BY/ON/AT'
PENTBYU DFHMDF POS=(20,22),LENGTH=8,ATTRB=(NORM,PROT),                 X
               COLOR=DEFAULT  ,INITIAL='        '
PENTDTU DFHMDF POS=(20,32),LENGTH=8,ATTRB=(NORM,PROT),                 X
               COLOR=DEFAULT  ,INITIAL='        '
PENTTMU DFHMDF POS=(20,42),LENGTH=6,ATTRB=(NORM,PROT),                 X
               COLOR=DEFAULT  ,INITIAL='      '
        DFHMDF POS=(21,1),LENGTH=11,ATTRB=(NORM,PROT),                 X
               INITIAL='RELEASED BY'
PRELBYU DFHMDF POS=(21,22),LENGTH=8,ATTRB=(NORM,PROT),                 X
               COLOR=DEFAULT  ,INITIAL='        '
        DFHMDF POS=(22,1),LENGTH=6,ATTRB=(NORM,PROT),                  X
               INITIAL='RESULT'
PRSLTU  DFHMDF POS=(22,22),LENGTH=35,ATTRB=(NORM,PROT),                X
               COLOR=DEFAULT
AUTHMSG DFHMDF POS=(23,1),LENGTH=79,ATTRB=(NORM,PROT),                 X
               INITIAL='ENTER ACTION AND USER ID OR PENDING NUMBER'
        DFHMDF POS=(24,1),LENGTH=40,ATTRB=(NORM,PROT),                 X
               INITIAL='F3=EXIT F12=CANCEL'
        DFHMDF POS=(24,79),LENGTH=1,ATTRB=(DRK,PROT,FSET),INITIAL=' '
        DFHMSD TYPE=FINAL
               END
/*
//COPY.SYSPUNCH DD SYSOUT=B
//LINKMAP.SYSLMOD DD DSN='TSOECCC.CICSTS12.STUDENT.LOADLIB',DISP=SHR
//LINKMAP.SYSLIN  DD
//  DD  *
   NAME AUTHMAP(R)
/*
//***********************************************
//*AFTER "NAME" ABOVE WRITE YOUR MAPSET NAME.
//**********************************************
