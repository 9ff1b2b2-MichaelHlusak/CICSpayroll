//* CODE, THE FORM 941 SUMMARY FIGURES, THE PER-PAYDAY
//* LIABILITY BREAKDOWN, AND THE PER-STATE WAGE AND
//* WITHHOLDING TOTALS -- NO MORE CALCULATOR OFF THE PAYREG
//* REGISTERS.  EACH PAYDAY'S LINE CARRIES THE FEDDEP
//* DEPOSIT OFF //GO.DEPLEDG, AND THE QUARTER'S DEPOSITS
//* ARE SET AGAINST THE LIABILITY FOR THE BALANCE DUE.
//* PLACE YOUR OWN LOADLIB/SRCLIB NAMES WHERE SHOWN.
//*********************************************************
//COB      EXEC PGM=IGYCRCTL
//STEPLIB  DD DSN=IGY.SIGYCOMP,DISP=SHR
      * PLUS THE EMPLOYER MEDICARE MATCH AT THE BASE RATE, THE SAME  *
      * EMPLOYER ARITHMETIC PAYGL ACCRUES); AND THE PER-STATE WAGE   *
      * AND WITHHOLDING TOTALS FOR THE STATES' QUARTERLY FILINGS.    *
      * EACH PAYDAY'S LIABILITY LINE SHOWS WHAT FEDDEP DEPOSITED FOR *
      * IT OFF THE DEPLEDG LEDGER, WHEN IT WAS DUE AND WHEN IT       *
      * SETTLED, AND THE QUARTER'S DEPOSITS ARE SET AGAINST THE      *
      * TOTAL LIABILITY FOR THE BALANCE DUE OR OVERPAID.             *
      *                                                               *
      * MODIFICATION HISTORY.                                        *
      *   09/02/26  HL   ORIGINAL PROGRAM.                           *
      *   10/15/26  HL   BONUS AND COMMISSION WAGES SHOWN AS A PART  *
      *                  OF TOTAL WAGES PAID.                        *
      *   10/15/26  HL   FEDERAL DEPOSITS OFF THE DEPLEDG LEDGER     *
      *                  SHOWN PER PAYDAY AND SET AGAINST THE        *
      *                  QUARTER LIABILITY.                          *
      *****************************************************************
       PROGRAM-ID. PAY941.
       AUTHOR. HLUSAK.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS PH-FILE-STATUS.
           SELECT DEPLEDG-FILE ASSIGN TO DEPLEDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-PAYDAY-DATE
               FILE STATUS IS DL-FILE-STATUS.
           SELECT PAY941-RPT ASSIGN TO SYSPRINT.
      *
       DATA DIVISION.
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY PAYHIST.
      *
       FD  DEPLEDG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY DEPLEDG.
      *
       FD  PAY941-RPT
           RECORDING MODE IS F
       01  PH-FILE-STATUS          PIC X(02).
           88  PH-FILE-OK               VALUE '00'.
           88  PH-FILE-EOF              VALUE '10'.
       01  DL-FILE-STATUS          PIC X(02).
           88  DL-FILE-OK               VALUE '00'.
           88  DL-FILE-EOF              VALUE '10'.
      *
       01  SWITCHES.
           05  MASTER-EOF-SWITCH   PIC X VALUE 'N'.
               88  HIST-EOF             VALUE 'Y'.
           05  SLOT-FOUND-SWITCH   PIC X VALUE 'N'.
               88  SLOT-FOUND           VALUE 'Y'.
           05  LEDGER-OPEN-SWITCH  PIC X VALUE 'N'.
               88  LEDGER-OPEN          VALUE 'Y'.
           05  LEDGER-EOF-SWITCH   PIC X VALUE 'N'.
               88  LEDGER-EOF           VALUE 'Y'.
      *
       77  WS-YEAR-PARM            PIC 9(04).
       77  WS-QUARTER-PARM         PIC 9(01).
       01  FILLER REDEFINES WS-RUN-DATE-WORK.
           05  WS-RUN-YEAR         PIC 9(04).
           05  WS-RUN-MONTH        PIC 9(02).
           05  WS-RUN-DAY          PIC 9(02).
      *
      * PER-EMPLOYEE SUMS FOR THE QUARTER.
       01  WS-EMP-SUMS.
           05  WS-TOT-MEDICARE     PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-STATE-TAX    PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-LIABILITY    PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-SUPP-WAGES   PIC S9(11)V99 VALUE ZERO.
      *
       77  ER-MEDICARE-RATE        PIC 9V9999 VALUE .0145.
       77  WS-ER-MEDI-WORK         PIC S9(09)V99.
       77  WS-LIAB-WORK            PIC S9(09)V99.
       77  WS-SIGN-WORK            PIC S9(01) VALUE ZERO.
      *
      * THE QUARTER'S FEDERAL DEPOSITS OFF THE LEDGER.
       77  WS-TOT-DEPOSITS         PIC S9(11)V99 VALUE ZERO.
       77  WS-BALANCE-DUE          PIC S9(11)V99 VALUE ZERO.
       77  WS-DEPOSITS-COUNTED     PIC 9(07) COMP VALUE ZERO.
       77  WS-DEPOSITS-LATE        PIC 9(07) COMP VALUE ZERO.
       77  WS-LEDGER-FROM          PIC 9(08).
       77  WS-LEDGER-THRU          PIC 9(08).
      *
      * PER-PAYDAY LIABILITY, UP TO A HUNDRED PAYDAYS A QUARTER.
       77  PAYDAY-COUNT            PIC S9(04) COMP VALUE ZERO.
       77  PAYDAY-SUB              PIC S9(04) COMP.
           05  FILLER              PIC X(44) VALUE
               'LIABILITY BY PAYDAY (FED + FICA BOTH SIDES) '.
           05  FILLER              PIC X(88) VALUE SPACES.
      *
       01  LIA-HDG-LINE-2.
           05  FILLER              PIC X(12) VALUE 'PAYDAY'.
           05  FILLER              PIC X(14) VALUE '     LIABILITY'.
           05  FILLER              PIC X(18) VALUE
               '         DEPOSITED'.
           05  FILLER              PIC X(10) VALUE '  DUE DATE'.
           05  FILLER              PIC X(10) VALUE '  SETTLED'.
           05  FILLER              PIC X(22) VALUE '  NOTE'.
           05  FILLER              PIC X(46) VALUE SPACES.
      *
       01  LIA-LINE.
           05  LIA-DATE            PIC 9(08).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  LIA-AMOUNT          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  LIA-DEPOSIT         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LIA-DUE-DATE        PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LIA-SETTLE-DATE     PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LIA-NOTE            PIC X(20).
           05  FILLER              PIC X(46) VALUE SPACES.
      *
       01  STA-HDG-LINE.
           05  FILLER              PIC X(44) VALUE
               THRU 6500-EXIT.
           PERFORM 7000-PRINT-STATE-TOTALS
               THRU 7000-EXIT.
           PERFORM 7500-PRINT-DEPOSIT-BALANCE
               THRU 7500-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           GO TO 9999-EXIT.
                   PH-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
      * WITHOUT THE DEPOSIT LEDGER THE REPORT STILL RUNS; THE
      * DEPOSIT COLUMNS AND THE BALANCE DUE ARE LEFT OFF.
           OPEN INPUT DEPLEDG-FILE.
           IF DL-FILE-OK
               SET LEDGER-OPEN TO TRUE
           ELSE
               DISPLAY 'PAY941 - DEPLEDG NOT OPENED, STATUS '
                   DL-FILE-STATUS ' - DEPOSITS NOT SHOWN'
           END-IF.
           OPEN OUTPUT PAY941-RPT.
           ACCEPT WS-YEAR-PARM FROM SYSIN.
           ACCEPT WS-QUARTER-PARM FROM SYSIN.
              WS-SUM-MEDICARE + (WS-SIGN-WORK * PH-MEDICARE-TAX).
           COMPUTE WS-SUM-STATE-TAX =
              WS-SUM-STATE-TAX + (WS-SIGN-WORK * PH-STATE-TAX).
      * BONUS AND COMMISSION WAGES, WITHHELD AT THE FLAT
      * SUPPLEMENTAL RATE, ARE BROKEN OUT OF THE WAGE TOTAL SO THE
      * FEDERAL WITHHOLDING CAN BE RECONCILED.
           IF PH-SUPPLEMENTAL-PAY
               COMPUTE WS-TOT-SUPP-WAGES =
                  WS-TOT-SUPP-WAGES + (WS-SIGN-WORK * PH-GROSS-PAY)
           END-IF.
      * THE PAYDAY'S DEPOSIT LIABILITY: FEDERAL WITHHOLDING, BOTH
      * SOCIAL SECURITY SHARES, THE EMPLOYEE MEDICARE, AND THE
      * EMPLOYER MEDICARE MATCH AT THE BASE RATE -- THE SAME
           WRITE PR-PRINT-LINE FROM SUM-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO SUM-LINE.
           MOVE '  INCLUDES BONUS/COMMISSION WAGES:' TO SUM-CAPTION.
           MOVE WS-TOT-SUPP-WAGES TO SUM-AMOUNT.
           WRITE PR-PRINT-LINE FROM SUM-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO SUM-LINE.
           MOVE 'FEDERAL INCOME TAX WITHHELD:' TO SUM-CAPTION.
           MOVE WS-TOT-FED-TAX TO SUM-AMOUNT.
           WRITE PR-PRINT-LINE FROM SUM-LINE
           END-IF.
           WRITE PR-PRINT-LINE FROM LIA-HDG-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PR-PRINT-LINE FROM LIA-HDG-LINE-2
               AFTER ADVANCING 1 LINE.
           PERFORM 6510-PRINT-EARLIEST-PAYDAY
               THRU 6510-EXIT
               VARYING PAYDAY-PICK FROM 1 BY 1
           MOVE SPACES TO LIA-LINE.
           MOVE PD-DATE (PAYDAY-LOW-SUB) TO LIA-DATE.
           MOVE PD-LIABILITY (PAYDAY-LOW-SUB) TO LIA-AMOUNT.
           PERFORM 6530-SHOW-PAYDAY-DEPOSIT
               THRU 6530-EXIT.
           WRITE PR-PRINT-LINE FROM LIA-LINE
               AFTER ADVANCING 1 LINE.
           ADD PD-LIABILITY (PAYDAY-LOW-SUB) TO WS-TOT-LIABILITY.
           END-IF.
       6520-EXIT.
           EXIT.
      *
      * THE LEDGER ENTRY FOR THE PAYDAY.  A DEPOSIT THAT NO LONGER
      * MATCHES THE LIABILITY MEANS PAYHIST CHANGED AFTER FEDDEP RAN
      * -- A LATE VOID OR MANUAL CHECK -- AND THE DIFFERENCE IS
      * STILL OWED OR OVERPAID.
       6530-SHOW-PAYDAY-DEPOSIT.
           IF NOT LEDGER-OPEN
               GO TO 6530-EXIT
           END-IF.
           MOVE PD-DATE (PAYDAY-LOW-SUB) TO DL-PAYDAY-DATE.
           READ DEPLEDG-FILE
               INVALID KEY
                   MOVE '*NOT ON LEDGER' TO LIA-NOTE
                   GO TO 6530-EXIT
           END-READ.
           MOVE DL-DEPOSIT-AMOUNT TO LIA-DEPOSIT.
           MOVE DL-DUE-DATE TO LIA-DUE-DATE.
           IF DL-NOTHING-DUE
               MOVE 'NO DEPOSIT' TO LIA-NOTE
               GO TO 6530-EXIT
           END-IF.
           MOVE DL-SETTLE-DATE TO LIA-SETTLE-DATE.
           IF DL-SETTLE-DATE > DL-DUE-DATE
               MOVE '*LATE' TO LIA-NOTE
           ELSE
               IF DL-DEPOSIT-AMOUNT NOT =
                  PD-LIABILITY (PAYDAY-LOW-SUB)
                   MOVE '*AMOUNT DIFFERS' TO LIA-NOTE
               ELSE
                   IF DL-NEXT-DAY-RULE
                       MOVE 'NEXT DAY' TO LIA-NOTE
                   END-IF
               END-IF
           END-IF.
       6530-EXIT.
           EXIT.
      *
       7000-PRINT-STATE-TOTALS.
           IF STATE-COUNT = ZERO
               AFTER ADVANCING 1 LINE.
       7100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 7500-PRINT-DEPOSIT-BALANCE -- EVERY LEDGER ENTRY FOR A       *
      * PAYDAY IN THE QUARTER COUNTS AS A DEPOSIT FOR IT.  THE       *
      * BALANCE IS THE LIABILITY LESS THE DEPOSITS; A MINUS BALANCE  *
      * IS AN OVERPAYMENT.                                           *
      *****************************************************************
       7500-PRINT-DEPOSIT-BALANCE.
           IF NOT LEDGER-OPEN
               GO TO 7500-EXIT
           END-IF.
           MOVE WS-YEAR-PARM  TO WS-RUN-YEAR.
           MOVE WS-FROM-MONTH TO WS-RUN-MONTH.
           MOVE 1             TO WS-RUN-DAY.
           MOVE WS-RUN-DATE-WORK TO WS-LEDGER-FROM.
           MOVE WS-TO-MONTH   TO WS-RUN-MONTH.
           MOVE 31            TO WS-RUN-DAY.
           MOVE WS-RUN-DATE-WORK TO WS-LEDGER-THRU.
           MOVE WS-LEDGER-FROM TO DL-PAYDAY-DATE.
           START DEPLEDG-FILE
               KEY NOT LESS THAN DL-PAYDAY-DATE
               INVALID KEY
                   SET LEDGER-EOF TO TRUE
           END-START.
           PERFORM 7510-ADD-ONE-DEPOSIT
               THRU 7510-EXIT
               UNTIL LEDGER-EOF.
           COMPUTE WS-BALANCE-DUE =
              WS-TOT-LIABILITY - WS-TOT-DEPOSITS.
           MOVE SPACES TO SUM-LINE.
           MOVE 'TOTAL DEPOSITS FOR QUARTER:' TO SUM-CAPTION.
           MOVE WS-TOT-DEPOSITS TO SUM-AMOUNT.
           WRITE PR-PRINT-LINE FROM SUM-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO SUM-LINE.
           MOVE 'BALANCE DUE (MINUS IS OVERPAID):' TO SUM-CAPTION.
           MOVE WS-BALANCE-DUE TO SUM-AMOUNT.
           WRITE PR-PRINT-LINE FROM SUM-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO SUM-LINE.
           MOVE 'DEPOSITS MADE:' TO SUM-CAPTION.
           MOVE WS-DEPOSITS-COUNTED TO SUM-AMOUNT.
           WRITE PR-PRINT-LINE FROM SUM-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO SUM-LINE.
           MOVE 'DEPOSITS SETTLED AFTER DUE DATE:' TO SUM-CAPTION.
           MOVE WS-DEPOSITS-LATE TO SUM-AMOUNT.
           WRITE PR-PRINT-LINE FROM SUM-LINE
               AFTER ADVANCING 1 LINE.
       7500-EXIT.
           EXIT.
      *
       7510-ADD-ONE-DEPOSIT.
           READ DEPLEDG-FILE NEXT
               AT END
                   SET LEDGER-EOF TO TRUE
           END-READ.
           IF NOT DL-FILE-OK AND NOT DL-FILE-EOF
               SET LEDGER-EOF TO TRUE
           END-IF.
           IF LEDGER-EOF
              OR DL-PAYDAY-DATE > WS-LEDGER-THRU
               SET LEDGER-EOF TO TRUE
               GO TO 7510-EXIT
           END-IF.
           IF DL-NOTHING-DUE
               GO TO 7510-EXIT
           END-IF.
           ADD DL-DEPOSIT-AMOUNT TO WS-TOT-DEPOSITS.
           ADD 1 TO WS-DEPOSITS-COUNTED.
           IF DL-SETTLE-DATE > DL-DUE-DATE
               ADD 1 TO WS-DEPOSITS-LATE
           END-IF.
       7510-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           CLOSE EMPMAST-FILE.
           CLOSE PAYHIST-FILE.
           IF LEDGER-OPEN
               CLOSE DEPLEDG-FILE
           END-IF.
           CLOSE PAY941-RPT.
       9000-EXIT.
           EXIT.
//GO       EXEC PGM=PAY941,COND=((5,LT,COB),(5,LT,LKED))
//EMPMAST  DD DSN=TSOECCC.CICSTS12.STUDENT.EMPMAST,DISP=SHR
//PAYHIST  DD DSN=TSOECCC.CICSTS12.STUDENT.PAYHIST,DISP=SHR
//DEPLEDG  DD DSN=TSOECCC.CICSTS12.STUDENT.DEPLEDG,DISP=SHR
//SYSPRINT DD SYSOUT=*
//SYSIN    DD *
2026
