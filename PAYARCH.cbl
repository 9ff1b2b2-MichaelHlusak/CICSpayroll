      *                                                               *
      * MODIFICATION HISTORY.                                        *
      *   08/22/26  HL   ORIGINAL PROGRAM.                           *
      *   10/15/26  HL   ARCHIVE RECORD 200 BYTES TO MATCH PAYHIST,  *
      *                  WHICH GREW BY THE EARNINGS CODE.            *
      *****************************************************************
       PROGRAM-ID. PAYARCH.
       AUTHOR. HLUSAK.
       FD  ARCHOUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AR-ARCHIVE-RECORD       PIC X(200).
      *
       FD  ARCHCKPT-FILE
           RECORDING MODE IS F
//*PURGED FROM THE LIVE FILE, AND THE RESTART MODS ONTO IT.
//ARCHOUT  DD DSN=TSOECCC.CICSTS12.STUDENT.PAYHIST.ARCHIVE(+1),
//            DISP=(NEW,CATLG,CATLG),UNIT=SYSDA,
//            SPACE=(CYL,(5,5)),DCB=(RECFM=FB,LRECL=200,BLKSIZE=2000)
//ARCHCKPT DD DSN=TSOECCC.CICSTS12.STUDENT.ARCHCKPT,DISP=SHR
//SYSPRINT DD SYSOUT=*
//SYSIN    DD *
