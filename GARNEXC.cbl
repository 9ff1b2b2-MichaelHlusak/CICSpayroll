//GARNEXCJ JOB  TIME=(,2)
//*********************************************************
//* COMPILE, LINK, AND RUN THE GARNISHMENT EXCEPTION
//* REPORT.  TWO CARDS ON //GO.SYSIN:
//*   CARD 1  CHECKS FROM DATE (YYYYMMDD)
//*   CARD 2  CHECKS THROUGH DATE (YYYYMMDD)
//* FOR A SINGLE PAYDAY PUNCH THE SAME DATE ON BOTH CARDS.
//* PLACE YOUR OWN LOADLIB/SRCLIB NAMES WHERE SHOWN.
//*********************************************************
//COB      EXEC PGM=IGYCRCTL
//STEPLIB  DD DSN=IGY.SIGYCOMP,DISP=SHR
//SYSLIB   DD DSN=HLUSAK.COBOL@2,DISP=SHR
//SYSIN    DD *
       IDENTIFICATION DIVISION.
      *****************************************************************
      * PROGRAM-ID.   GARNEXC.                                       *
      * AUTHOR.       HLUSAK.                                        *
      * DATE-WRITTEN. 10/15/26.                                      *
      *                                                               *
      * GARNISHMENT EXCEPTIONS.  PAYCALC HOLDS EVERY GARNISHMENT TO  *
      * THE FEDERAL CEILING ON THE CHECK'S DISPOSABLE EARNINGS AND   *
      * THE CHECK RUNS POST EACH ORDER'S ASK AND ACTUAL TAKE BACK TO *
      * ITS DEDUCT ENTRY.  ONE PASS OF DEDUCT LISTS EVERY            *
      * GARNISHMENT WHOSE LAST CHECK FELL IN THE PERIOD AND TOOK     *
      * LESS THAN THE ORDER ASKED FOR, WITH THE AGENCY AND CASE      *
      * NUMBER OFF GARNPAY SO THE DESK CAN ANSWER THE AGENCY, AND    *
      * THE SHORTFALL RUN UP SINCE THE ORDER WAS KEYED.  AN ACTIVE   *
      * GARNISHMENT STILL CARRYING A BLANK ORDER TYPE IS LISTED TOO  *
      * -- PAYCALC HOLDS IT TO THE CREDITOR CEILING, WHICH IS WRONG  *
      * FOR A SUPPORT ORDER -- UNTIL SOMEONE KEYS THE TYPE IN DEDMNT. *
      *                                                               *
      * MODIFICATION HISTORY.                                        *
      *   10/15/26  HL   ORIGINAL PROGRAM.                           *
      *****************************************************************
       PROGRAM-ID. GARNEXC.
       AUTHOR. HLUSAK.
       DATE-WRITTEN. 10/15/26.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEDUCT-FILE ASSIGN TO DEDUCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DD-KEY
               FILE STATUS IS DD-FILE-STATUS.
           SELECT GARNPAY-FILE ASSIGN TO GARNPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GP-KEY
               FILE STATUS IS GP-FILE-STATUS.
           SELECT EMPMAST-FILE ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS EM-FILE-STATUS.
           SELECT GARNEXC-RPT ASSIGN TO SYSPRINT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  DEDUCT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY DEDUCT.
      *
       FD  GARNPAY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY GARNPAY.
      *
       FD  EMPMAST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY EMPMAST.
      *
       FD  GARNEXC-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  PR-PRINT-LINE           PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  DD-FILE-STATUS          PIC X(02).
           88  DD-FILE-OK               VALUE '00'.
           88  DD-FILE-EOF              VALUE '10'.
       01  GP-FILE-STATUS          PIC X(02).
           88  GP-FILE-OK               VALUE '00'.
       01  EM-FILE-STATUS          PIC X(02).
           88  EM-FILE-OK               VALUE '00'.
      *
       01  SWITCHES.
           05  END-OF-FILE-SWITCH  PIC X VALUE 'N'.
               88  END-OF-FILE          VALUE 'Y'.
           05  SHORT-IN-PERIOD-SWITCH PIC X VALUE 'N'.
               88  SHORT-IN-PERIOD      VALUE 'Y'.
           05  NO-ORDER-TYPE-SWITCH PIC X VALUE 'N'.
               88  NO-ORDER-TYPE        VALUE 'Y'.
      *
       01  WS-FROM-DATE-PARM       PIC 9(08).
       01  WS-THRU-DATE-PARM       PIC 9(08).
      *
       77  WS-GARNISH-READ         PIC 9(07) COMP VALUE ZERO.
       77  WS-SHORT-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-NO-TYPE-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-NO-PAYEE-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  WS-SHORT-WORK           PIC S9(07)V99.
      *
      * THE FIGURES OFF AN ENTRY WRITTEN BEFORE THE LAST-CHECK
      * FIELDS EXISTED ARE SPACES; THEY COUNT AS ZERO HERE.
       77  WS-LAST-WANTED          PIC 9(05)V99.
       77  WS-LAST-TAKEN           PIC 9(05)V99.
       77  WS-SHORT-TO-DATE        PIC 9(07)V99.
      *
       01  WS-TOTALS.
           05  TOT-WANTED          PIC S9(09)V99 VALUE ZERO.
           05  TOT-TAKEN           PIC S9(09)V99 VALUE ZERO.
           05  TOT-SHORT           PIC S9(09)V99 VALUE ZERO.
           05  TOT-SHORT-TO-DATE   PIC S9(09)V99 VALUE ZERO.
      *
      *****************************************************************
      * REPORT LINES.                                                *
      *****************************************************************
       01  HDG-LINE-1.
           05  FILLER              PIC X(40) VALUE
               'GARNISHMENT EXCEPTIONS'.
           05  FILLER              PIC X(12) VALUE 'CHECKS FROM '.
           05  HDG-FROM-DATE       PIC 9(08).
           05  FILLER              PIC X(09) VALUE ' THROUGH '.
           05  HDG-THRU-DATE       PIC 9(08).
           05  FILLER              PIC X(55) VALUE SPACES.
      *
       01  HDG-LINE-2.
           05  FILLER              PIC X(08) VALUE 'EMP ID'.
           05  FILLER              PIC X(16) VALUE 'NAME'.
           05  FILLER              PIC X(04) VALUE 'SQ'.
           05  FILLER              PIC X(03) VALUE 'T'.
           05  FILLER              PIC X(04) VALUE 'PR'.
           05  FILLER              PIC X(16) VALUE 'AGENCY'.
           05  FILLER              PIC X(17) VALUE 'CASE NUMBER'.
           05  FILLER              PIC X(12) VALUE '    WANTED'.
           05  FILLER              PIC X(12) VALUE '     TAKEN'.
           05  FILLER              PIC X(12) VALUE '     SHORT'.
           05  FILLER              PIC X(15) VALUE
               'SHORT TO DATE'.
           05  FILLER              PIC X(13) VALUE 'NOTE'.
      *
       01  DTL-LINE.
           05  DTL-EMP-ID          PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-EMP-NAME        PIC X(14).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-DEDUCT-SEQ      PIC 9(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-ORDER-TYPE      PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-PRIORITY        PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-AGENCY          PIC X(14).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-CASE-NUMBER     PIC X(15).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-WANTED          PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-TAKEN           PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-SHORT           PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-SHORT-TO-DATE   PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-NOTE            PIC X(13).
      *
       01  TOT-LINE.
           05  TOT-CAPTION         PIC X(66).
           05  TOT-WANTED-ED       PIC Z,ZZZ,ZZ9.99.
           05  TOT-TAKEN-ED        PIC Z,ZZZ,ZZ9.99.
           05  TOT-SHORT-ED        PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(30) VALUE SPACES.
      *
       01  CNT-LINE.
           05  CNT-CAPTION         PIC X(32).
           05  CNT-VALUE           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(93) VALUE SPACES.
      *
       01  STD-LINE.
           05  STD-CAPTION         PIC X(32).
           05  STD-VALUE           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(85) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE -- ONE PASS OF DEDUCT, THEN THE TOTALS.        *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ONE-RECORD
               THRU 2000-EXIT
               UNTIL END-OF-FILE.
           PERFORM 8000-PRINT-TOTALS
               THRU 8000-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           GO TO 9999-EXIT.
      *
       1000-INITIALIZE.
           ACCEPT WS-FROM-DATE-PARM FROM SYSIN.
           ACCEPT WS-THRU-DATE-PARM FROM SYSIN.
           IF WS-FROM-DATE-PARM NOT NUMERIC
              OR WS-THRU-DATE-PARM NOT NUMERIC
              OR WS-FROM-DATE-PARM > WS-THRU-DATE-PARM
               DISPLAY 'GARNEXC - PERIOD CARDS MISSING, NOT NUMERIC, '
                   'OR OUT OF ORDER - RUN STOPPED'
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT DEDUCT-FILE.
           IF NOT DD-FILE-OK
               DISPLAY 'GARNEXC - OPEN FAILED, DEDUCT STATUS '
                   DD-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT GARNPAY-FILE.
           IF NOT GP-FILE-OK
               DISPLAY 'GARNEXC - OPEN FAILED, GARNPAY STATUS '
                   GP-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT EMPMAST-FILE.
           IF NOT EM-FILE-OK
               DISPLAY 'GARNEXC - OPEN FAILED, EMPMAST STATUS '
                   EM-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN OUTPUT GARNEXC-RPT.
           MOVE WS-FROM-DATE-PARM TO HDG-FROM-DATE.
           MOVE WS-THRU-DATE-PARM TO HDG-THRU-DATE.
           WRITE PR-PRINT-LINE FROM HDG-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PR-PRINT-LINE FROM HDG-LINE-2
               AFTER ADVANCING 2 LINES.
           PERFORM 2100-READ-DEDUCT
               THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2000-PROCESS-ONE-RECORD -- ONLY GARNISHMENTS.  A SHORT LAST  *
      * CHECK IN THE PERIOD OR AN ACTIVE ORDER WITH NO ORDER TYPE    *
      * GETS A LINE; ONE THAT IS BOTH GETS ONE LINE WITH BOTH SHOWN. *
      *****************************************************************
       2000-PROCESS-ONE-RECORD.
           IF NOT DD-TYPE-GARNISHMENT
               GO TO 2000-READ-NEXT
           END-IF.
           ADD 1 TO WS-GARNISH-READ.
           MOVE ZERO TO WS-LAST-WANTED.
           MOVE ZERO TO WS-LAST-TAKEN.
           MOVE ZERO TO WS-SHORT-TO-DATE.
           IF DD-LAST-WANTED NUMERIC
               MOVE DD-LAST-WANTED TO WS-LAST-WANTED
           END-IF.
           IF DD-LAST-TAKEN NUMERIC
               MOVE DD-LAST-TAKEN TO WS-LAST-TAKEN
           END-IF.
           IF DD-SHORT-TO-DATE NUMERIC
               MOVE DD-SHORT-TO-DATE TO WS-SHORT-TO-DATE
           END-IF.
           MOVE 'N' TO SHORT-IN-PERIOD-SWITCH.
           IF DD-LAST-CHECK-DATE NUMERIC
              AND DD-LAST-CHECK-DATE NOT < WS-FROM-DATE-PARM
              AND DD-LAST-CHECK-DATE NOT > WS-THRU-DATE-PARM
              AND WS-LAST-TAKEN < WS-LAST-WANTED
               SET SHORT-IN-PERIOD TO TRUE
           END-IF.
           MOVE 'N' TO NO-ORDER-TYPE-SWITCH.
           IF DD-DEDUCT-ACTIVE
              AND DD-GARN-ORDER-TYPE = SPACE
               SET NO-ORDER-TYPE TO TRUE
           END-IF.
           IF SHORT-IN-PERIOD OR NO-ORDER-TYPE
               PERFORM 3000-PRINT-EXCEPTION
                   THRU 3000-EXIT
           END-IF.
       2000-READ-NEXT.
           PERFORM 2100-READ-DEDUCT
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *
       2100-READ-DEDUCT.
           READ DEDUCT-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT DD-FILE-OK AND NOT DD-FILE-EOF
               DISPLAY 'GARNEXC - READ FAILED, DEDUCT STATUS '
                   DD-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3000-PRINT-EXCEPTION -- THE ORDER, WHO IT IS PAID TO, AND    *
      * WHAT THE LAST CHECK ASKED FOR AND GOT.  ONLY A SHORT CHECK   *
      * IN THE PERIOD SHOWS ITS FIGURES AND ADDS TO THE TOTALS; A    *
      * LINE THAT IS HERE ONLY FOR THE MISSING TYPE SHOWS JUST THE   *
      * SHORTFALL TO DATE.                                           *
      *****************************************************************
       3000-PRINT-EXCEPTION.
           MOVE SPACES TO DTL-LINE.
           MOVE DD-EMP-ID          TO DTL-EMP-ID.
           MOVE DD-DEDUCT-SEQ      TO DTL-DEDUCT-SEQ.
           MOVE DD-GARN-ORDER-TYPE TO DTL-ORDER-TYPE.
           IF DD-GARN-PRIORITY NUMERIC
              AND DD-GARN-PRIORITY > ZERO
               MOVE DD-GARN-PRIORITY TO DTL-PRIORITY
           END-IF.
           MOVE DD-EMP-ID TO EM-EMP-ID.
           READ EMPMAST-FILE
               INVALID KEY
                   MOVE '*NOT ON MASTER' TO DTL-EMP-NAME
           END-READ.
           IF EM-FILE-OK
               MOVE EM-EMP-NAME TO DTL-EMP-NAME
           END-IF.
           MOVE DD-KEY TO GP-KEY.
           READ GARNPAY-FILE
               INVALID KEY
                   MOVE '*NO PAYEE' TO DTL-AGENCY
                   ADD 1 TO WS-NO-PAYEE-COUNT
           END-READ.
           IF GP-FILE-OK
               MOVE GP-AGENCY-NAME TO DTL-AGENCY
               MOVE GP-CASE-NUMBER TO DTL-CASE-NUMBER
           END-IF.
           MOVE WS-SHORT-TO-DATE TO DTL-SHORT-TO-DATE.
           ADD WS-SHORT-TO-DATE TO TOT-SHORT-TO-DATE.
           IF NO-ORDER-TYPE
               MOVE 'NO ORDER TYPE' TO DTL-NOTE
               ADD 1 TO WS-NO-TYPE-COUNT
           END-IF.
           IF NOT SHORT-IN-PERIOD
               GO TO 3000-WRITE
           END-IF.
           ADD 1 TO WS-SHORT-COUNT.
           COMPUTE WS-SHORT-WORK = WS-LAST-WANTED - WS-LAST-TAKEN.
           MOVE WS-LAST-WANTED TO DTL-WANTED.
           MOVE WS-LAST-TAKEN  TO DTL-TAKEN.
           MOVE WS-SHORT-WORK  TO DTL-SHORT.
           ADD WS-LAST-WANTED TO TOT-WANTED.
           ADD WS-LAST-TAKEN  TO TOT-TAKEN.
           ADD WS-SHORT-WORK  TO TOT-SHORT.
       3000-WRITE.
           WRITE PR-PRINT-LINE FROM DTL-LINE
               AFTER ADVANCING 1 LINE.
       3000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 8000-PRINT-TOTALS -- THE PERIOD'S ASK, TAKE AND SHORTFALL    *
      * OVER THE SHORT CHECKS, THEN THE COUNTS.                      *
      *****************************************************************
       8000-PRINT-TOTALS.
           MOVE SPACES TO TOT-LINE.
           MOVE 'TOTAL OF SHORT CHECKS IN PERIOD' TO TOT-CAPTION.
           MOVE TOT-WANTED TO TOT-WANTED-ED.
           MOVE TOT-TAKEN  TO TOT-TAKEN-ED.
           MOVE TOT-SHORT  TO TOT-SHORT-ED.
           WRITE PR-PRINT-LINE FROM TOT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO STD-LINE.
           MOVE 'SHORTFALL TO DATE, LISTED ORDERS:' TO STD-CAPTION.
           MOVE TOT-SHORT-TO-DATE TO STD-VALUE.
           WRITE PR-PRINT-LINE FROM STD-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CNT-LINE.
           MOVE 'GARNISHMENT ENTRIES READ:' TO CNT-CAPTION.
           MOVE WS-GARNISH-READ TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO CNT-LINE.
           MOVE 'SHORT IN PERIOD:' TO CNT-CAPTION.
           MOVE WS-SHORT-COUNT TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CNT-LINE.
           MOVE 'ACTIVE WITH NO ORDER TYPE:' TO CNT-CAPTION.
           MOVE WS-NO-TYPE-COUNT TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CNT-LINE.
           MOVE 'LISTED WITH NO GARNPAY PAYEE:' TO CNT-CAPTION.
           MOVE WS-NO-PAYEE-COUNT TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE.
       8000-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           CLOSE DEDUCT-FILE.
           CLOSE GARNPAY-FILE.
           CLOSE EMPMAST-FILE.
           CLOSE GARNEXC-RPT.
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
//SYSLMOD  DD DSN=TSOECCC.CICSTS12.STUDENT.LOADLIB(GARNEXC),DISP=SHR
//SYSPRINT DD SYSOUT=*
//GO       EXEC PGM=GARNEXC,COND=((5,LT,COB),(5,LT,LKED))
//DEDUCT   DD DSN=TSOECCC.CICSTS12.STUDENT.DEDUCT,DISP=SHR
//GARNPAY  DD DSN=TSOECCC.CICSTS12.STUDENT.GARNPAY,DISP=SHR
//EMPMAST  DD DSN=TSOECCC.CICSTS12.STUDENT.EMPMAST,DISP=SHR
//SYSPRINT DD SYSOUT=*
//SYSIN    DD *
20261015
20261015
/*
