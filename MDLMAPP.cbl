//KC03F15  JOB  TIME=(,2)
//******************************************
//*AFTER THE KEYWORD "MAPNAME" WRITE YOUR MAPSET NAME. AFTER THE
//*KEYWORD "MAPLIB" WRITE THE NAME OF YOUR PHYSICAL MAPSET PDS.
//*AFTER THE KEYWORD "DSCTLIB" WRITE THE NAME OF YOUR SMBOLIC
//*MAPSET PDS. ENCLOSE THE NAME IN SINGLE QUOTES WITH NO LOGIN ID.
//*THE JCL PROCESSOR WILL ATTACH THE JOB NAME TO YOUR PDS NAMES.
//*PLEASE DO NOT USE THE NAMES SHOWN IN "MAPLIB" AND "DSCTLIB".
//****************************************************
//         EXEC PROC=DFHMAPS,MAPNAME=MDLMAP,                           *
//             MAPLIB='HLUSAK.CICSPHYS',                               *
//             DSCTLIB='HLUSAK.CICSYMBO'
//COPY.SYSUT1 DD *
        PRINT NOGEN
MDLMAP  DFHMSD TYPE=MAP,MODE=INOUT,TERM=ALL,CTRL=FREEKB,               X
               STORAGE=AUTO,LANG=COBOL,TIOAPFX=YES
MDL1    DFHMDI SIZE=(24,80),LINE=1,COLUMN=1
        DFHMDF POS=(1,1),INITIAL='SPRING 2023',LENGTH=11,              X
               ATTRB=PROT
        DFHMDF POS=(1,26),LENGTH=34,ATTRB=(NORM,PROT),                 X
               INITIAL='PAY MODELING -- NOTHING IS POSTED '
        DFHMDF POS=(3,1),LENGTH=11,ATTRB=(NORM,PROT),                  X
               INITIAL='EMPLOYEE ID'
EMPIDM  DFHMDF POS=(3,30),LENGTH=6,ATTRB=(NORM,UNPROT,IC),             X
               COLOR=DEFAULT  ,INITIAL='______'
        DFHMDF POS=(4,1),LENGTH=13,ATTRB=(NORM,PROT),                  X
               INITIAL='EMPLOYEE NAME'
NAMEM   DFHMDF POS=(4,30),LENGTH=30,ATTRB=(NORM,PROT),                 X
               INITIAL='                              '
        DFHMDF POS=(5,1),LENGTH=20,ATTRB=(NORM,PROT),                  X
               INITIAL='PAY TYPE / FREQUENCY'
PTYPEM  DFHMDF POS=(5,30),LENGTH=1,ATTRB=(NORM,PROT),                  X
               INITIAL=' '
FREQM   DFHMDF POS=(5,32),LENGTH=1,ATTRB=(NORM,PROT),                  X
               INITIAL=' '
        DFHMDF POS=(6,1),LENGTH=43,ATTRB=(NORM,PROT),                  X
               INITIAL='OVERRIDES -- BLANK USES THE EMPLOYEE FIGURE'
        DFHMDF POS=(7,1),LENGTH=24,ATTRB=(NORM,PROT),                  X
               INITIAL='HOURS (999V99, NO POINT)'
HOURSM  DFHMDF POS=(7,30),LENGTH=5,ATTRB=(NORM,UNPROT),                X
               COLOR=DEFAULT  ,INITIAL='     '
        DFHMDF POS=(7,40),LENGTH=14,ATTRB=(NORM,PROT),                 X
               INITIAL='RATE (999V99) '
RATEM   DFHMDF POS=(7,56),LENGTH=5,ATTRB=(NORM,UNPROT),                X
               COLOR=DEFAULT  ,INITIAL='     '
        DFHMDF POS=(8,1),LENGTH=22,ATTRB=(NORM,PROT),                  X
               INITIAL='FILING STATUS (S OR M)'
FILSTM  DFHMDF POS=(8,30),LENGTH=1,ATTRB=(NORM,UNPROT),                X
               COLOR=DEFAULT  ,INITIAL=' '
        DFHMDF POS=(8,40),LENGTH=15,ATTRB=(NORM,PROT),                 X
               INITIAL='ALLOWANCES (99)'
ALLOWM  DFHMDF POS=(8,56),LENGTH=2,ATTRB=(NORM,UNPROT),                X
               COLOR=DEFAULT  ,INITIAL='  '
        DFHMDF POS=(9,1),LENGTH=24,ATTRB=(NORM,PROT),                  X
               INITIAL='401(K) PERCENT (9V999)  '
PCTM    DFHMDF POS=(9,30),LENGTH=4,ATTRB=(NORM,UNPROT),                X
               COLOR=DEFAULT  ,INITIAL='    '
        DFHMDF POS=(10,1),LENGTH=20,ATTRB=(NORM,PROT),                 X
               INITIAL='EARNINGS CODE (B/C) '
ERNCDM  DFHMDF POS=(10,30),LENGTH=1,ATTRB=(NORM,UNPROT),               X
               COLOR=DEFAULT  ,INITIAL=' '
        DFHMDF POS=(10,40),LENGTH=15,ATTRB=(NORM,PROT),                X
               INITIAL='AMT (999999V99)'
SUPAMM  DFHMDF POS=(10,56),LENGTH=8,ATTRB=(NORM,UNPROT),               X
               COLOR=DEFAULT  ,INITIAL='        '
        DFHMDF POS=(11,1),LENGTH=26,ATTRB=(NORM,PROT),                 X
               INITIAL='TARGET NET PAY (999999V99)'
TNETM   DFHMDF POS=(11,30),LENGTH=8,ATTRB=(NORM,UNPROT),               X
               COLOR=DEFAULT  ,INITIAL='        '
        DFHMDF POS=(11,40),LENGTH=27,ATTRB=(NORM,PROT),                X
               INITIAL='SOLVES FOR THE GROSS NEEDED'
        DFHMDF POS=(13,30),LENGTH=10,ATTRB=(NORM,PROT),                X
               INITIAL='   CURRENT'
        DFHMDF POS=(13,45),LENGTH=10,ATTRB=(NORM,PROT),                X
               INITIAL='   MODELED'
        DFHMDF POS=(14,1),LENGTH=15,ATTRB=(NORM,PROT),                 X
               INITIAL='GROSS PAY      '
CGROSM  DFHMDF POS=(14,30),LENGTH=10,ATTRB=(NORM,PROT),                X
               INITIAL='          '
MGROSM  DFHMDF POS=(14,45),LENGTH=10,ATTRB=(NORM,PROT),                X
               INITIAL='          '
        DFHMDF POS=(15,1),LENGTH=15,ATTRB=(NORM,PROT),                 X
               INITIAL='FEDERAL TAX    '
CFEDM   DFHMDF POS=(15,30),LENGTH=10,ATTRB=(NORM,PROT),                X
               INITIAL='          '
MFEDM   DFHMDF POS=(15,45),LENGTH=10,ATTRB=(NORM,PROT),                X
               INITIAL='          '
        DFHMDF POS=(16,1),LENGTH=15,ATTRB=(NORM,PROT),                 X
               INITIAL='STATE TAX      '
CSTATM  DFHMDF POS=(16,30),LENGTH=10,ATTRB=(NORM,PROT),                X
               INITIAL='          '
MSTATM  DFHMDF POS=(16,45),LENGTH=10,ATTRB=(NORM,PROT),                X
               INITIAL='          '
        DFHMDF POS=(17,1),LENGTH=15,ATTRB=(NORM,PROT),                 X
               INITIAL='SOCIAL SECURITY'
CSOCM   DFHMDF POS=(17,30),LENGTH=10,ATTRB=(NORM,PROT),                X
               INITIAL='          '
MSOCM   DFHMDF POS=(17,45),LENGTH=10,ATTRB=(NORM,PROT),                X
               INITIAL='          '
        DFHMDF POS=(18,1),LENGTH=15,ATTRB=(NORM,PROT),                 X
               INITIAL='MEDICARE TAX   '
CMEDM   DFHMDF POS=(18,30),LENGTH=10,ATTRB=(NORM,PROT),                X
               INITIAL='          '
MMEDM   DFHMDF POS=(18,45),LENGTH=10,ATTRB=(NORM,PROT),                X
               INITIAL='          '
        DFHMDF POS=(19,1),LENGTH=15,ATTRB=(NORM,PROT),                 X
               INITIAL='401(K)         '
C401KM  DFHMDF POS=(19,30),LENGTH=10,ATTRB=(NORM,PROT),                X
               INITIAL='          '
M401KM  DFHMDF POS=(19,45),LENGTH=10,ATTRB=(NORM,PROT),                X
               INITIAL='          '
        DFHMDF POS=(20,1),LENGTH=15,ATTRB=(NORM,PROT),                 X
               INITIAL='INSURANCE      '
CINSM   DFHMDF POS=(20,30),LENGTH=10,ATTRB=(NORM,PROT),                X
               INITIAL='          '
MINSM   DFHMDF POS=(20,45),LENGTH=10,ATTRB=(NORM,PROT),                X
               INITIAL='          '
        DFHMDF POS=(21,1),LENGTH=15,ATTRB=(NORM,PROT),                 X
               INITIAL='GARNISHMENT    '
CGARNM  DFHMDF POS=(21,30),LENGTH=10,ATTRB=(NORM,PROT),                X
               INITIAL='          '
MGARNM  DFHMDF POS=(21,45),LENGTH=10,ATTRB=(NORM,PROT),                X
               INITIAL='          '
        DFHMDF POS=(22,1),LENGTH=15,ATTRB=(NORM,PROT),                 X
               INITIAL='NET PAY        '
CNETM   DFHMDF POS=(22,30),LENGTH=10,ATTRB=(NORM,PROT),                X
               INITIAL='          '
MNETM   DFHMDF POS=(22,45),LENGTH=10,ATTRB=(NORM,PROT),                X
               INITIAL='          '
MDLMSG  DFHMDF POS=(23,1),LENGTH=79,ATTRB=(NORM,PROT),                 X
               INITIAL='KEY AN EMPLOYEE ID AND ANY OVERRIDES'
        DFHMDF POS=(24,1),LENGTH=39,ATTRB=(NORM,PROT),                 X
               INITIAL='F3=EXIT F12=CANCEL  ENTER=RUN THE MODEL'
        DFHMDF POS=(24,79),LENGTH=1,ATTRB=(DRK,PROT,FSET),INITIAL=' '
        DFHMSD TYPE=FINAL
               END
/*
//COPY.SYSPUNCH DD SYSOUT=B
//LINKMAP.SYSLMOD DD DSN='TSOECCC.CICSTS12.STUDENT.LOADLIB',DISP=SHR
//LINKMAP.SYSLIN  DD
//  DD  *
   NAME MDLMAP(R)
/*
//***********************************************
//*AFTER "NAME" ABOVE WRITE YOUR MAPSET NAME.
//**********************************************
