//PAYHLCVJ JOB  TIME=(,2)
//*********************************************************
//* COMPILE, LINK, AND RUN THE ONE-TIME PAYHIST LENGTH
//* CONVERSION.  READS THE OLD 151-BYTE HISTORY CLUSTER ON
//* //GO.OLDHIST AND LOADS THE NEW 200-BYTE CLUSTER ON
//* //GO.PAYHIST UNDER THE SAME KEYS -- EVERY FIELD THAT
//* EXISTED ON THE OLD RECORD CARRIES OVER UNCHANGED AND THE
//* EARNINGS CODE LOADS AS A SPACE, WHICH IS A REGULAR CHECK.
//* RUN WITH THE ONLINE FILES CLOSED.  BALANCE RECORDS IN =
//* RECORDS OUT BEFORE SWAPPING THE CLUSTERS AND REDEFINING
//* THE PAYHISTN NAME PATH OVER THE NEW CLUSTER.
//* PLACE YOUR OWN LOADLIB/SRCLIB NAMES WHERE SHOWN.
//*********************************************************
//COB      EXEC PGM=IGYCRCTL
//STEPLIB  DD DSN=IGY.SIGYCOMP,DISP=SHR
//SYSLIB   DD DSN=HLUSAK.COBOL@2,DISP=SHR
//SYSIN    DD *
       IDENTIFICATION DIVISION.
      *****************************************************************
      * PROGRAM-ID.   PAYHLCNV.                                      *
      * AUTHOR.       HLUSAK.                                        *
      * DATE-WRITTEN. 10/15/26.                                      *
      *                                                               *
      * ONE-TIME CONVERSION OF THE PAYCHECK HISTORY FILE FROM THE    *
      * 151-BYTE RECORD TO THE 200-BYTE RECORD THAT CARRIES THE      *
      * EARNINGS CODE FOR SUPPLEMENTAL (BONUS AND COMMISSION) PAY.   *
      * SAME MOLD AS THE EMPMCNV MASTER CONVERSION: OLD CLUSTER IN,  *
      * NEW CLUSTER OUT, AND THE IN/OUT COUNTS ARE THE PROOF NOTHING *
      * WAS LOST.  THE KEY DOES NOT CHANGE, SO EVERY RECORD LOADS    *
      * UNDER THE KEY IT HAD.  THE NEW FIELDS LOAD AS SPACES -- A    *
      * SPACE EARNINGS CODE IS A REGULAR CHECK, WHICH IS WHAT EVERY  *
      * CHECK WRITTEN BEFORE THE FIELD EXISTED WAS.                  *
      *                                                               *
      * MODIFICATION HISTORY.                                        *
      *   10/15/26  HL   ORIGINAL PROGRAM.                           *
      *****************************************************************
       PROGRAM-ID. PAYHLCNV.
       AUTHOR. HLUSAK.
       DATE-WRITTEN. 10/15/26.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDHIST-FILE ASSIGN TO OLDHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-KEY
               FILE STATUS IS OP-FILE-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-KEY
               FILE STATUS IS PH-FILE-STATUS.
           SELECT PAYHLCNV-RPT ASSIGN TO SYSPRINT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  OLDHIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *****************************************************************
      * THE HISTORY RECORD AS IT STOOD BEFORE IT GREW -- 151 BYTES   *
      * ENDING AT THE RECORD TYPE, NO FILLER.                        *
      *****************************************************************
       01  OP-OLD-PAYHIST-RECORD.
           05  OP-KEY.
               10  OP-EMP-ID            PIC X(06).
               10  OP-RUN-DATE          PIC 9(08).
               10  OP-CHECK-SEQ         PIC 9(02).
           05  OP-EMP-NAME              PIC X(30).
           05  OP-HOURS-WORKED          PIC 9(03)V99.
           05  OP-HRLY-PAY-RATE         PIC 9(03)V99.
           05  OP-GROSS-PAY             PIC 9(07)V99.
           05  OP-FED-TAX               PIC 9(07)V99.
           05  OP-STATE-TAX             PIC 9(07)V99.
           05  OP-SOC-SEC               PIC 9(07)V99.
           05  OP-MEDICARE-TAX          PIC 9(07)V99.
           05  OP-NET-PAY               PIC 9(07)V99.
           05  OP-DEDUCT-401K           PIC 9(07)V99.
           05  OP-DEDUCT-INSURANCE      PIC 9(07)V99.
           05  OP-DEDUCT-GARNISH        PIC 9(07)V99.
           05  OP-CHECK-NO              PIC 9(08).
           05  OP-CHECK-STATUS          PIC X(01).
           05  OP-DEPT-CODE             PIC X(04).
           05  OP-RECORD-TYPE           PIC X(01).
      *
       FD  PAYHIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY PAYHIST.
      *
       FD  PAYHLCNV-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  PR-PRINT-LINE           PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  OP-FILE-STATUS          PIC X(02).
           88  OP-FILE-OK               VALUE '00'.
           88  OP-FILE-EOF              VALUE '10'.
       01  PH-FILE-STATUS          PIC X(02).
           88  PH-FILE-OK               VALUE '00'.
      *
       01  SWITCHES.
           05  END-OF-FILE-SWITCH  PIC X VALUE 'N'.
               88  END-OF-FILE          VALUE 'Y'.
      *
       77  WS-RECORDS-IN           PIC 9(07) COMP VALUE ZERO.
       77  WS-RECORDS-OUT          PIC 9(07) COMP VALUE ZERO.
       77  WS-WRITE-FAILURES       PIC 9(07) COMP VALUE ZERO.
      *
       01  HDG-LINE-1.
           05  FILLER              PIC X(44) VALUE
               'PAYHIST LENGTH CONVERSION - 151 TO 200 BYTES'.
           05  FILLER              PIC X(88) VALUE SPACES.
      *
       01  EXC-LINE.
           05  EXC-EMP-ID          PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  EXC-EMP-NAME        PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  EXC-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  EXC-NOTE            PIC X(40).
           05  FILLER              PIC X(42) VALUE SPACES.
      *
       01  CNT-LINE.
           05  CNT-CAPTION         PIC X(28).
           05  CNT-VALUE           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(97) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE -- DRIVES THE WHOLE CONVERSION.                *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-CONVERT-ONE-RECORD
               THRU 2000-EXIT
               UNTIL END-OF-FILE.
           PERFORM 8000-PRINT-TOTALS
               THRU 8000-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           GO TO 9999-EXIT.
      *
       1000-INITIALIZE.
           OPEN INPUT OLDHIST-FILE.
           IF NOT OP-FILE-OK
               DISPLAY 'PAYHLCNV - OPEN FAILED, OLDHIST STATUS '
                   OP-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN OUTPUT PAYHIST-FILE.
           IF NOT PH-FILE-OK
               DISPLAY 'PAYHLCNV - OPEN FAILED, PAYHIST STATUS '
                   PH-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN OUTPUT PAYHLCNV-RPT.
           WRITE PR-PRINT-LINE FROM HDG-LINE-1
               AFTER ADVANCING PAGE.
           PERFORM 2100-READ-OLD-RECORD
               THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *
       2000-CONVERT-ONE-RECORD.
           ADD 1 TO WS-RECORDS-IN.
           PERFORM 3000-LOAD-NEW-RECORD
               THRU 3000-EXIT.
           PERFORM 2100-READ-OLD-RECORD
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *
       2100-READ-OLD-RECORD.
           READ OLDHIST-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT OP-FILE-OK AND NOT OP-FILE-EOF
               DISPLAY 'PAYHLCNV - READ FAILED, OLDHIST STATUS '
                   OP-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3000-LOAD-NEW-RECORD -- THE OLD FIELDS CARRY OVER BYTE FOR   *
      * BYTE UNDER THE SAME KEY; THE EARNINGS CODE AND THE FILLER    *
      * LOAD AS SPACES, SO EVERY CONVERTED CHECK READS AS REGULAR    *
      * PAY.                                                         *
      *****************************************************************
       3000-LOAD-NEW-RECORD.
           MOVE SPACES             TO PH-PAYHIST-RECORD.
           MOVE OP-EMP-ID          TO PH-EMP-ID.
           MOVE OP-RUN-DATE        TO PH-RUN-DATE.
           MOVE OP-CHECK-SEQ       TO PH-CHECK-SEQ.
           MOVE OP-EMP-NAME        TO PH-EMP-NAME.
           MOVE OP-HOURS-WORKED    TO PH-HOURS-WORKED.
           MOVE OP-HRLY-PAY-RATE   TO PH-HRLY-PAY-RATE.
           MOVE OP-GROSS-PAY       TO PH-GROSS-PAY.
           MOVE OP-FED-TAX         TO PH-FED-TAX.
           MOVE OP-STATE-TAX       TO PH-STATE-TAX.
           MOVE OP-SOC-SEC         TO PH-SOC-SEC.
           MOVE OP-MEDICARE-TAX    TO PH-MEDICARE-TAX.
           MOVE OP-NET-PAY         TO PH-NET-PAY.
           MOVE OP-DEDUCT-401K     TO PH-DEDUCT-401K.
           MOVE OP-DEDUCT-INSURANCE TO PH-DEDUCT-INSURANCE.
           MOVE OP-DEDUCT-GARNISH  TO PH-DEDUCT-GARNISH.
           MOVE OP-CHECK-NO        TO PH-CHECK-NO.
           MOVE OP-CHECK-STATUS    TO PH-CHECK-STATUS.
           MOVE OP-DEPT-CODE       TO PH-DEPT-CODE.
           MOVE OP-RECORD-TYPE     TO PH-RECORD-TYPE.
           WRITE PH-PAYHIST-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF PH-FILE-OK
               ADD 1 TO WS-RECORDS-OUT
           ELSE
               ADD 1 TO WS-WRITE-FAILURES
               MOVE OP-EMP-ID   TO EXC-EMP-ID
               MOVE OP-EMP-NAME TO EXC-EMP-NAME
               MOVE OP-RUN-DATE TO EXC-RUN-DATE
               MOVE 'NEW FILE WRITE FAILED' TO EXC-NOTE
               WRITE PR-PRINT-LINE FROM EXC-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       3000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 8000-PRINT-TOTALS -- THE IN/OUT PROOF THAT NOTHING WAS LOST. *
      *****************************************************************
       8000-PRINT-TOTALS.
           MOVE SPACES TO CNT-LINE.
           MOVE 'RECORDS READ:' TO CNT-CAPTION.
           MOVE WS-RECORDS-IN TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO CNT-LINE.
           MOVE 'RECORDS LOADED:' TO CNT-CAPTION.
           MOVE WS-RECORDS-OUT TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CNT-LINE.
           MOVE 'WRITE FAILURES:' TO CNT-CAPTION.
           MOVE WS-WRITE-FAILURES TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE.
       8000-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           CLOSE OLDHIST-FILE.
           CLOSE PAYHIST-FILE.
           CLOSE PAYHLCNV-RPT.
       9000-EXIT.
           EXIT.
      *
       9999-EXIT.
           STOP RUN.
/*
//SYSLIN   DD DSN=&&OBJSET,DISP=(MOD,PASS),UNIT=SYSDA,
//             SPACE=(TRK,(3,3))
//SYSPRINT DD SYSOUT=*
//*********************************************************
//* PLACE THE NAME OF YOUR PROGRAM IN THE PARENTHESIS AFTER
//* THE WORD "LOADLIB".
//*********************************************************
//LKED     EXEC PGM=IEWL,COND=(5,LT,COB)
//SYSLIN   DD DSN=&&OBJSET,DISP=(OLD,DELETE)
//SYSLMOD  DD DSN=TSOECCC.CICSTS12.STUDENT.LOADLIB(PAYHLCNV),DISP=SHR
//SYSPRINT DD SYSOUT=*
//GO       EXEC PGM=PAYHLCNV,COND=((5,LT,COB),(5,LT,LKED))
//*OLDHIST IS THE 151-BYTE CLUSTER RENAMED ASIDE; PAYHIST IS THE
//*FRESHLY DEFINED 200-BYTE CLUSTER.  REDEFINE THE PAYHISTN NAME
//*PATH OVER THE NEW CLUSTER AFTER THE LOAD BALANCES.
//OLDHIST  DD DSN=TSOECCC.CICSTS12.STUDENT.PAYHIST.OLD,DISP=SHR
//PAYHIST  DD DSN=TSOECCC.CICSTS12.STUDENT.PAYHIST,DISP=SHR
//SYSPRINT DD SYSOUT=*
