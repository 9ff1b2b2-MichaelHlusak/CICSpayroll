//FEDDEPJ  JOB  TIME=(,2)
//*********************************************************
//* COMPILE, LINK, AND RUN THE FEDERAL TAX DEPOSIT FOR ONE
//* PAYDAY.  THREE CARDS ON //GO.SYSIN:
//*   CARD 1  THE PAYDAY (YYYYMMDD) -- THE SAME RUN DATE
//*           PAYREG AND PAYGL TAKE
//*   CARD 2  THE DEPOSIT SCHEDULE FROM THE LOOKBACK PERIOD,
//*           S (SEMIWEEKLY) OR M (MONTHLY)
//*   CARD 3  POST, OR RERUN TO REPLACE A PAYDAY ALREADY ON
//*           THE LEDGER (A RERUN SENDS THE PAYMENT AGAIN --
//*           CANCEL THE FIRST ONE WITH EFTPS BEFORE SENDING)
//* THE DAY'S FEDERAL INCOME TAX WITHHELD PLUS BOTH HALVES
//* OF SOCIAL SECURITY AND MEDICARE GOES OUT AS ONE 941
//* PAYMENT ON //GO.EFTPS WITH THE SETTLEMENT DATE SET TO
//* THE DUE DATE, AND IS RECORDED ON THE DEPLEDG LEDGER.
//* BANK HOLIDAYS FOR THE DUE-DATE ARITHMETIC GO ON
//* //GO.FEDHOL, ONE YYYYMMDD DATE PER CARD IN COLS 1-8.
//* RUN IT AFTER PAYGL ON EVERY PAYDAY, AND SEND THE FILE
//* THE SAME DAY -- EFTPS NEEDS IT ONE BUSINESS DAY BEFORE
//* SETTLEMENT.
//* PLACE YOUR OWN LOADLIB/SRCLIB NAMES WHERE SHOWN.
//*********************************************************
//COB      EXEC PGM=IGYCRCTL
//STEPLIB  DD DSN=IGY.SIGYCOMP,DISP=SHR
//SYSLIB   DD DSN=HLUSAK.COBOL@2,DISP=SHR
//SYSIN    DD *
       IDENTIFICATION DIVISION.
      *****************************************************************
      * PROGRAM-ID.   FEDDEP.                                        *
      * AUTHOR.       HLUSAK.                                        *
      * DATE-WRITTEN. 10/15/26.                                      *
      *                                                               *
      * FEDERAL TAX DEPOSIT FOR ONE PAYDAY.  ONE PASS OF PAYHIST     *
      * ADDS UP THE DAY'S CHECKS -- NORMAL, MANUAL AND VOIDED-       *
      * ORIGINAL ENTRIES ADD, REVERSALS SUBTRACT, THE SAME NETTING   *
      * PAYGL USES -- INTO THE FEDERAL INCOME TAX WITHHELD, BOTH     *
      * SOCIAL SECURITY SHARES (THE EMPLOYER MATCH EQUALS THE        *
      * EMPLOYEE WITHHOLDING), THE EMPLOYEE MEDICARE, AND THE        *
      * EMPLOYER MEDICARE MATCH AT THE BASE RATE ON GROSS.           *
      *                                                               *
      * THE DEPOSIT IS DUE UNDER THE SCHEDULE ON CARD 2:             *
      *   SEMIWEEKLY -- A WEDNESDAY, THURSDAY OR FRIDAY PAYDAY BY    *
      *     THE THIRD BUSINESS DAY AFTER THAT FRIDAY (THE NEXT       *
      *     WEDNESDAY); A SATURDAY THROUGH TUESDAY PAYDAY BY THE     *
      *     THIRD BUSINESS DAY AFTER THAT TUESDAY (THE NEXT FRIDAY). *
      *   MONTHLY -- BY THE 15TH OF THE NEXT MONTH, OR THE NEXT      *
      *     BUSINESS DAY.                                            *
      * THE LIABILITY PILED UP IN THE DEPOSIT PERIOD THROUGH THIS    *
      * PAYDAY IS TAKEN OFF THE LEDGER; AT $100,000 THE DEPOSIT IS   *
      * DUE THE NEXT BUSINESS DAY, AND A MONTHLY DEPOSITOR IS        *
      * SEMIWEEKLY FROM THEN THROUGH THE END OF THE NEXT YEAR -- A   *
      * NEXT-DAY ENTRY ON THE LEDGER SINCE JANUARY 1 OF LAST YEAR    *
      * OVERRIDES AN M CARD.                                         *
      *                                                               *
      * EFTPS WANTS THE PAYMENT A BUSINESS DAY BEFORE SETTLEMENT, SO *
      * THE SETTLEMENT DATE IS THE DUE DATE UNLESS THAT IS TOO SOON, *
      * WHEN IT IS THE FIRST DATE EFTPS CAN STILL MAKE AND THE       *
      * DEPOSIT IS FLAGGED LATE.  THE PAYMENT FILE IS 80-BYTE        *
      * HEADER, ONE 941 PAYMENT WITH ITS SOCIAL SECURITY, MEDICARE   *
      * AND WITHHOLDING SPLIT, AND TRAILER.  THE LEDGER ENTRY KEEPS  *
      * THE FIGURES, THE DUE DATE, WHAT WAS PAID AND FOR WHEN.       *
      *                                                               *
      * MODIFICATION HISTORY.                                        *
      *   10/15/26  HL   ORIGINAL PROGRAM.                           *
      *****************************************************************
       PROGRAM-ID. FEDDEP.
       AUTHOR. HLUSAK.
       DATE-WRITTEN. 10/15/26.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYHIST-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS PH-FILE-STATUS.
           SELECT DEPLEDG-FILE ASSIGN TO DEPLEDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-PAYDAY-DATE
               FILE STATUS IS DL-FILE-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO FEDHOL
               FILE STATUS IS FH-FILE-STATUS.
           SELECT EFTPS-FILE ASSIGN TO EFTPS
               FILE STATUS IS EF-FILE-STATUS.
           SELECT FEDDEP-RPT ASSIGN TO SYSPRINT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PAYHIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY PAYHIST.
      *
       FD  DEPLEDG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY DEPLEDG.
      *
       FD  HOLIDAY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FH-HOLIDAY-RECORD.
           05  FH-HOLIDAY-DATE     PIC 9(08).
           05  FILLER              PIC X(72).
      *
       FD  EFTPS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EF-RECORD               PIC X(80).
      *
       FD  FEDDEP-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  PR-PRINT-LINE           PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  PH-FILE-STATUS          PIC X(02).
           88  PH-FILE-OK               VALUE '00'.
           88  PH-FILE-EOF              VALUE '10'.
       01  DL-FILE-STATUS          PIC X(02).
           88  DL-FILE-OK               VALUE '00'.
           88  DL-FILE-EOF              VALUE '10'.
           88  DL-NOT-FOUND             VALUE '23'.
       01  FH-FILE-STATUS          PIC X(02).
           88  FH-FILE-OK               VALUE '00'.
       01  EF-FILE-STATUS          PIC X(02).
           88  EF-FILE-OK               VALUE '00'.
      *
       01  SWITCHES.
           05  END-OF-FILE-SWITCH  PIC X VALUE 'N'.
               88  END-OF-FILE          VALUE 'Y'.
           05  CARD-EOF-SWITCH     PIC X VALUE 'N'.
               88  CARD-EOF             VALUE 'Y'.
           05  LEDGER-EOF-SWITCH   PIC X VALUE 'N'.
               88  LEDGER-EOF           VALUE 'Y'.
           05  ON-LEDGER-SWITCH    PIC X VALUE 'N'.
               88  ON-LEDGER            VALUE 'Y'.
           05  FORCED-SEMI-SWITCH  PIC X VALUE 'N'.
               88  FORCED-SEMIWEEKLY    VALUE 'Y'.
           05  NEXT-DAY-SWITCH     PIC X VALUE 'N'.
               88  NEXT-DAY-DEPOSIT     VALUE 'Y'.
           05  LATE-SWITCH         PIC X VALUE 'N'.
               88  DEPOSIT-LATE         VALUE 'Y'.
           05  BUSINESS-DAY-SWITCH PIC X VALUE 'N'.
               88  BUSINESS-DAY         VALUE 'Y'.
           05  LEAP-SWITCH         PIC X VALUE 'N'.
               88  LEAP-YEAR            VALUE 'Y'.
      *
       77  WS-RUN-DATE-PARM        PIC 9(08).
       77  WS-SCHEDULE-PARM        PIC X(01).
           88  SCHEDULE-SEMIWEEKLY      VALUE 'S'.
           88  SCHEDULE-MONTHLY         VALUE 'M'.
       77  WS-MODE-PARM            PIC X(05).
           88  MODE-POST                VALUE 'POST'.
           88  MODE-RERUN               VALUE 'RERUN'.
       77  WS-FILE-DATE            PIC 9(08).
       77  WS-CHECKS-COUNTED       PIC 9(07) COMP VALUE ZERO.
       77  WS-SIGN-WORK            PIC S9(01) VALUE ZERO.
      *
      * THE FEIN EVERY FEDERAL FILING GOES OUT UNDER.
       77  FD-EMPLOYER-FEIN        PIC X(09) VALUE '123456789'.
      *
      * EMPLOYER MEDICARE MATCHES AT THE BASE RATE ONLY, AS IN
      * PAYGL AND PAY941.  THE NEXT-DAY RULE STARTS AT $100,000.
       77  ER-MEDICARE-RATE        PIC 9V9999 VALUE .0145.
       77  NEXT-DAY-THRESHOLD      PIC 9(07)V99 VALUE 100000.00.
       77  WS-ER-MEDI-WORK         PIC S9(09)V99.
      *
      * THE DAY'S LIABILITY.
       01  WS-DAY-TOTALS.
           05  WS-DAY-FED-TAX      PIC S9(09)V99 VALUE ZERO.
           05  WS-DAY-SOCSEC       PIC S9(09)V99 VALUE ZERO.
           05  WS-DAY-MEDICARE     PIC S9(09)V99 VALUE ZERO.
           05  WS-DAY-MEDICARE-ER  PIC S9(09)V99 VALUE ZERO.
           05  WS-DAY-LIABILITY    PIC S9(09)V99 VALUE ZERO.
       77  WS-PERIOD-ACCUM         PIC S9(09)V99 VALUE ZERO.
       77  WS-DEPOSIT-AMOUNT       PIC 9(09)V99 VALUE ZERO.
      *
      * THE DATES THE RUN WORKS OUT.
       77  WS-SCHEDULE-USED        PIC X(01).
       77  WS-PERIOD-START         PIC 9(08).
       77  WS-DUE-DATE             PIC 9(08).
       77  WS-EARLIEST-SETTLE      PIC 9(08).
       77  WS-SETTLE-DATE          PIC 9(08).
       77  WS-LOOKBACK-START       PIC 9(08).
      *
      * ONE DATE BEING STEPPED A DAY AT A TIME.
       01  DATE-WORK               PIC 9(08).
       01  FILLER REDEFINES DATE-WORK.
           05  DW-YEAR             PIC 9(04).
           05  DW-MONTH            PIC 9(02).
           05  DW-DAY              PIC 9(02).
       77  DAYS-TO-STEP            PIC S9(04) COMP.
       77  STEP-SUB                PIC S9(04) COMP.
       77  LEAP-QUOT-WORK          PIC S9(04) COMP.
       77  LEAP-REM-WORK           PIC S9(04) COMP.
      *
      * DAY OF THE WEEK BY ZELLER'S RULE -- 0 IS SATURDAY, 1 SUNDAY,
      * 2 MONDAY, AND SO ON TO 6 FOR FRIDAY.
       77  WEEKDAY-NUM             PIC S9(04) COMP.
           88  DOW-WEEKEND              VALUES 0 1.
           88  DOW-WED-THRU-FRI         VALUES 4 5 6.
       77  ZEL-MONTH               PIC S9(04) COMP.
       77  ZEL-YEAR                PIC S9(04) COMP.
       77  ZEL-CENTURY             PIC S9(04) COMP.
       77  ZEL-YEAR-OF-CENT        PIC S9(04) COMP.
       77  ZEL-TERM                PIC S9(04) COMP.
       77  ZEL-SUM                 PIC S9(06) COMP.
       77  ZEL-QUOT                PIC S9(06) COMP.
      *
       01  MONTH-DAYS-TABLE.
           05  FILLER              PIC 9(02) VALUE 31.
           05  FILLER              PIC 9(02) VALUE 28.
           05  FILLER              PIC 9(02) VALUE 31.
           05  FILLER              PIC 9(02) VALUE 30.
           05  FILLER              PIC 9(02) VALUE 31.
           05  FILLER              PIC 9(02) VALUE 30.
           05  FILLER              PIC 9(02) VALUE 31.
           05  FILLER              PIC 9(02) VALUE 31.
           05  FILLER              PIC 9(02) VALUE 30.
           05  FILLER              PIC 9(02) VALUE 31.
           05  FILLER              PIC 9(02) VALUE 30.
           05  FILLER              PIC 9(02) VALUE 31.
       01  MONTH-DAYS-TABLE-R REDEFINES MONTH-DAYS-TABLE.
           05  MONTH-DAYS          OCCURS 12 TIMES PIC 9(02).
       77  WS-MONTH-LENGTH         PIC 9(02).
      *
      * BANK HOLIDAYS OFF THE FEDHOL CARDS, UP TO SIXTY.
       77  HOLIDAY-COUNT           PIC S9(04) COMP VALUE ZERO.
       77  HOLIDAY-SUB             PIC S9(04) COMP.
       01  HOLIDAY-TABLE.
           05  HT-DATE             PIC 9(08) OCCURS 60 TIMES.
      *
      *****************************************************************
      * EFTPS PAYMENT FILE RECORDS.                                  *
      *****************************************************************
       01  EF-HEADER.
           05  FILLER              PIC X(01) VALUE 'H'.
           05  EFH-FEIN            PIC X(09).
           05  EFH-FILE-DATE       PIC 9(08).
           05  FILLER              PIC X(62) VALUE SPACES.
      *
      * TAX TYPE 94105 IS THE FORM 941 FEDERAL TAX DEPOSIT.
       01  EF-DETAIL.
           05  FILLER              PIC X(01) VALUE 'D'.
           05  EFD-FEIN            PIC X(09).
           05  EFD-TAX-TYPE        PIC X(05) VALUE '94105'.
           05  EFD-TAX-YEAR        PIC 9(04).
           05  EFD-TAX-QUARTER     PIC 9(01).
           05  EFD-SETTLE-DATE     PIC 9(08).
           05  EFD-AMOUNT          PIC 9(11)V99.
           05  EFD-SOCSEC          PIC 9(10)V99.
           05  EFD-MEDICARE        PIC 9(10)V99.
           05  EFD-WITHHOLDING     PIC 9(10)V99.
           05  FILLER              PIC X(03) VALUE SPACES.
      *
       01  EF-TRAILER.
           05  FILLER              PIC X(01) VALUE 'T'.
           05  EFT-FEIN            PIC X(09).
           05  EFT-PAYMENT-COUNT   PIC 9(07).
           05  EFT-PAYMENT-TOTAL   PIC 9(11)V99.
           05  FILLER              PIC X(50) VALUE SPACES.
      *
      *****************************************************************
      * REPORT LINES.                                                *
      *****************************************************************
       01  HDG-LINE-1.
           05  FILLER              PIC X(37) VALUE
               'FEDERAL TAX DEPOSIT FOR PAYDAY       '.
           05  HDG-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(87) VALUE SPACES.
      *
       01  SUM-LINE.
           05  SUM-CAPTION         PIC X(36).
           05  SUM-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(78) VALUE SPACES.
      *
       01  DATE-LINE.
           05  DATE-CAPTION        PIC X(36).
           05  FILLER              PIC X(10) VALUE SPACES.
           05  DATE-VALUE          PIC 9(08).
           05  FILLER              PIC X(78) VALUE SPACES.
      *
       01  TEXT-LINE.
           05  TEXT-CAPTION        PIC X(36).
           05  FILLER              PIC X(10) VALUE SPACES.
           05  TEXT-VALUE          PIC X(40).
           05  FILLER              PIC X(46) VALUE SPACES.
      *
       01  NOTE-LINE               PIC X(132).
      *
       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE -- ADD UP THE DAY, WORK OUT WHEN IT IS DUE,    *
      * CUT THE PAYMENT AND POST THE LEDGER.                         *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ONE-RECORD
               THRU 2000-EXIT
               UNTIL END-OF-FILE.
           COMPUTE WS-DAY-LIABILITY =
              WS-DAY-FED-TAX + (2 * WS-DAY-SOCSEC) +
              WS-DAY-MEDICARE + WS-DAY-MEDICARE-ER.
           PERFORM 3000-FIGURE-PERIOD-ACCUM
               THRU 3000-EXIT.
           PERFORM 4000-FIGURE-DUE-DATE
               THRU 4000-EXIT.
           PERFORM 4500-FIGURE-SETTLE-DATE
               THRU 4500-EXIT.
           PERFORM 6000-WRITE-PAYMENT-FILE
               THRU 6000-EXIT.
           PERFORM 7000-POST-LEDGER
               THRU 7000-EXIT.
           PERFORM 8000-PRINT-DEPOSIT
               THRU 8000-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           GO TO 9999-EXIT.
      *
      *****************************************************************
      * 1000-INITIALIZE -- THE CARDS, THE HOLIDAYS, AND A LOOK AT    *
      * THE LEDGER BEFORE ANYTHING IS OPENED FOR OUTPUT, SO A PAYDAY *
      * ALREADY DEPOSITED STOPS THE RUN WITHOUT AN EMPTY FILE.       *
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-PARM FROM SYSIN.
           ACCEPT WS-SCHEDULE-PARM FROM SYSIN.
           ACCEPT WS-MODE-PARM FROM SYSIN.
           IF WS-RUN-DATE-PARM NOT NUMERIC
               DISPLAY 'FEDDEP - PAYDAY CARD MISSING OR NOT NUMERIC '
                   '- RUN STOPPED'
               GO TO 9999-EXIT
           END-IF.
           IF NOT SCHEDULE-SEMIWEEKLY
              AND NOT SCHEDULE-MONTHLY
               DISPLAY 'FEDDEP - SCHEDULE CARD MUST BE S OR M '
                   '- RUN STOPPED'
               GO TO 9999-EXIT
           END-IF.
           IF NOT MODE-POST
              AND NOT MODE-RERUN
               DISPLAY 'FEDDEP - MODE CARD MUST BE POST OR RERUN '
                   '- RUN STOPPED'
               GO TO 9999-EXIT
           END-IF.
           ACCEPT WS-FILE-DATE FROM DATE YYYYMMDD.
           OPEN INPUT HOLIDAY-FILE.
           IF NOT FH-FILE-OK
               DISPLAY 'FEDDEP - OPEN FAILED, FEDHOL STATUS '
                   FH-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           PERFORM 1100-LOAD-ONE-HOLIDAY
               THRU 1100-EXIT
               UNTIL CARD-EOF.
           CLOSE HOLIDAY-FILE.
           OPEN I-O DEPLEDG-FILE.
           IF NOT DL-FILE-OK
               DISPLAY 'FEDDEP - OPEN FAILED, DEPLEDG STATUS '
                   DL-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           MOVE WS-RUN-DATE-PARM TO DL-PAYDAY-DATE.
           READ DEPLEDG-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF DL-FILE-OK
               SET ON-LEDGER TO TRUE
           END-IF.
           IF ON-LEDGER
              AND MODE-POST
               DISPLAY 'FEDDEP - ' WS-RUN-DATE-PARM
                   ' ALREADY ON THE DEPOSIT LEDGER, SENT '
                   DL-SENT-DATE ' - RUN STOPPED, USE RERUN TO REPLACE'
               CLOSE DEPLEDG-FILE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 1200-CHECK-SCHEDULE
               THRU 1200-EXIT.
           OPEN INPUT PAYHIST-FILE.
           IF NOT PH-FILE-OK
               DISPLAY 'FEDDEP - OPEN FAILED, PAYHIST STATUS '
                   PH-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN OUTPUT EFTPS-FILE.
           IF NOT EF-FILE-OK
               DISPLAY 'FEDDEP - OPEN FAILED, EFTPS STATUS '
                   EF-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN OUTPUT FEDDEP-RPT.
           MOVE WS-RUN-DATE-PARM TO HDG-RUN-DATE.
           WRITE PR-PRINT-LINE FROM HDG-LINE-1
               AFTER ADVANCING PAGE.
           PERFORM 2100-READ-PAYHIST
               THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *
      * A CARD THAT IS NOT A DATE IS SHOWN AND SKIPPED; SO IS ONE
      * PAST A FULL TABLE.
       1100-LOAD-ONE-HOLIDAY.
           READ HOLIDAY-FILE
               AT END
                   SET CARD-EOF TO TRUE
           END-READ.
           IF CARD-EOF
               GO TO 1100-EXIT
           END-IF.
           IF FH-HOLIDAY-DATE NOT NUMERIC
              OR HOLIDAY-COUNT NOT < 60
               DISPLAY 'FEDDEP - HOLIDAY CARD SKIPPED: '
                   FH-HOLIDAY-RECORD
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO HOLIDAY-COUNT.
           MOVE FH-HOLIDAY-DATE TO HT-DATE (HOLIDAY-COUNT).
       1100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1200-CHECK-SCHEDULE -- A NEXT-DAY DEPOSIT ANY TIME SINCE     *
      * JANUARY 1 OF LAST YEAR MAKES THE EMPLOYER SEMIWEEKLY NO      *
      * MATTER WHAT THE LOOKBACK CARD SAYS.                          *
      *****************************************************************
       1200-CHECK-SCHEDULE.
           MOVE WS-SCHEDULE-PARM TO WS-SCHEDULE-USED.
           IF SCHEDULE-SEMIWEEKLY
               GO TO 1200-EXIT
           END-IF.
           MOVE WS-RUN-DATE-PARM TO DATE-WORK.
           SUBTRACT 1 FROM DW-YEAR.
           MOVE 1 TO DW-MONTH.
           MOVE 1 TO DW-DAY.
           MOVE DATE-WORK TO WS-LOOKBACK-START.
           MOVE WS-LOOKBACK-START TO DL-PAYDAY-DATE.
           MOVE 'N' TO LEDGER-EOF-SWITCH.
           START DEPLEDG-FILE
               KEY NOT LESS THAN DL-PAYDAY-DATE
               INVALID KEY
                   SET LEDGER-EOF TO TRUE
           END-START.
           PERFORM 1210-CHECK-ONE-ENTRY
               THRU 1210-EXIT
               UNTIL LEDGER-EOF.
           IF FORCED-SEMIWEEKLY
               MOVE 'S' TO WS-SCHEDULE-USED
           END-IF.
       1200-EXIT.
           EXIT.
      *
       1210-CHECK-ONE-ENTRY.
           PERFORM 3100-READ-NEXT-LEDGER
               THRU 3100-EXIT.
           IF LEDGER-EOF
               GO TO 1210-EXIT
           END-IF.
           IF DL-NEXT-DAY-RULE
               SET FORCED-SEMIWEEKLY TO TRUE
           END-IF.
       1210-EXIT.
           EXIT.
      *
       2000-PROCESS-ONE-RECORD.
           IF PH-RUN-DATE = WS-RUN-DATE-PARM
               ADD 1 TO WS-CHECKS-COUNTED
               IF PH-REVERSAL
                   MOVE -1 TO WS-SIGN-WORK
               ELSE
                   MOVE +1 TO WS-SIGN-WORK
               END-IF
               PERFORM 2200-ACCUMULATE-ONE-CHECK
                   THRU 2200-EXIT
           END-IF.
           PERFORM 2100-READ-PAYHIST
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *
       2100-READ-PAYHIST.
           READ PAYHIST-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT PH-FILE-OK AND NOT PH-FILE-EOF
               DISPLAY 'FEDDEP - READ FAILED, PAYHIST STATUS '
                   PH-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
       2100-EXIT.
           EXIT.
      *
      * THE EMPLOYER MEDICARE IS ROUNDED CHECK BY CHECK, THE WAY
      * PAYGL BOOKS IT, SO THE DEPOSIT AGREES WITH THE LEDGER.
       2200-ACCUMULATE-ONE-CHECK.
           COMPUTE WS-DAY-FED-TAX =
              WS-DAY-FED-TAX + (WS-SIGN-WORK * PH-FED-TAX).
           COMPUTE WS-DAY-SOCSEC =
              WS-DAY-SOCSEC + (WS-SIGN-WORK * PH-SOC-SEC).
           COMPUTE WS-DAY-MEDICARE =
              WS-DAY-MEDICARE + (WS-SIGN-WORK * PH-MEDICARE-TAX).
           COMPUTE WS-ER-MEDI-WORK ROUNDED =
              PH-GROSS-PAY * ER-MEDICARE-RATE.
           COMPUTE WS-DAY-MEDICARE-ER =
              WS-DAY-MEDICARE-ER + (WS-SIGN-WORK * WS-ER-MEDI-WORK).
       2200-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3000-FIGURE-PERIOD-ACCUM -- THE LIABILITY ON THE LEDGER FOR  *
      * EARLIER PAYDAYS IN THE SAME DEPOSIT PERIOD, PLUS TODAY.  A   *
      * NEXT-DAY DEPOSIT CLEARS WHAT CAME BEFORE IT.  THE PERIOD IS  *
      * WEDNESDAY-FRIDAY OR SATURDAY-TUESDAY FOR A SEMIWEEKLY        *
      * DEPOSITOR, THE CALENDAR MONTH FOR A MONTHLY ONE.             *
      *****************************************************************
       3000-FIGURE-PERIOD-ACCUM.
           MOVE WS-RUN-DATE-PARM TO DATE-WORK.
           IF WS-SCHEDULE-USED = 'M'
               MOVE 1 TO DW-DAY
           ELSE
               PERFORM 5100-FIGURE-WEEKDAY-NUM
                   THRU 5100-EXIT
               IF DOW-WED-THRU-FRI
                   COMPUTE DAYS-TO-STEP = WEEKDAY-NUM - 4
               ELSE
                   MOVE WEEKDAY-NUM TO DAYS-TO-STEP
               END-IF
               PERFORM 5300-BACK-UP-ONE-DAY
                   THRU 5300-EXIT
                   VARYING STEP-SUB FROM 1 BY 1
                   UNTIL STEP-SUB > DAYS-TO-STEP
           END-IF.
           MOVE DATE-WORK TO WS-PERIOD-START.
           MOVE ZERO TO WS-PERIOD-ACCUM.
           MOVE WS-PERIOD-START TO DL-PAYDAY-DATE.
           MOVE 'N' TO LEDGER-EOF-SWITCH.
           START DEPLEDG-FILE
               KEY NOT LESS THAN DL-PAYDAY-DATE
               INVALID KEY
                   SET LEDGER-EOF TO TRUE
           END-START.
           PERFORM 3200-ADD-ONE-ENTRY
               THRU 3200-EXIT
               UNTIL LEDGER-EOF.
           ADD WS-DAY-LIABILITY TO WS-PERIOD-ACCUM.
           IF WS-PERIOD-ACCUM NOT < NEXT-DAY-THRESHOLD
               SET NEXT-DAY-DEPOSIT TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.
      *
      * THE LEDGER IS IN PAYDAY ORDER; THE RUN'S OWN PAYDAY (A
      * RERUN) AND ANYTHING AFTER IT END THE PASS.
       3100-READ-NEXT-LEDGER.
           READ DEPLEDG-FILE NEXT
               AT END
                   SET LEDGER-EOF TO TRUE
           END-READ.
           IF NOT DL-FILE-OK AND NOT DL-FILE-EOF
               DISPLAY 'FEDDEP - READ FAILED, DEPLEDG STATUS '
                   DL-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           IF NOT LEDGER-EOF
              AND DL-PAYDAY-DATE NOT < WS-RUN-DATE-PARM
               SET LEDGER-EOF TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.
      *
       3200-ADD-ONE-ENTRY.
           PERFORM 3100-READ-NEXT-LEDGER
               THRU 3100-EXIT.
           IF LEDGER-EOF
               GO TO 3200-EXIT
           END-IF.
           IF DL-NEXT-DAY-RULE
               MOVE ZERO TO WS-PERIOD-ACCUM
           ELSE
               ADD DL-LIABILITY TO WS-PERIOD-ACCUM
           END-IF.
       3200-EXIT.
           EXIT.
      *
      *****************************************************************
      * 4000-FIGURE-DUE-DATE -- NEXT BUSINESS DAY UNDER THE $100,000 *
      * RULE, OTHERWISE BY THE SCHEDULE.                             *
      *****************************************************************
       4000-FIGURE-DUE-DATE.
           MOVE WS-RUN-DATE-PARM TO DATE-WORK.
           IF NEXT-DAY-DEPOSIT
               PERFORM 5400-NEXT-BUSINESS-DAY
                   THRU 5400-EXIT
               GO TO 4000-SAVE
           END-IF.
           IF WS-SCHEDULE-USED = 'M'
               IF DW-MONTH < 12
                   ADD 1 TO DW-MONTH
               ELSE
                   MOVE 1 TO DW-MONTH
                   ADD 1 TO DW-YEAR
               END-IF
               MOVE 15 TO DW-DAY
               PERFORM 5500-CHECK-BUSINESS-DAY
                   THRU 5500-EXIT
               IF NOT BUSINESS-DAY
                   PERFORM 5400-NEXT-BUSINESS-DAY
                       THRU 5400-EXIT
               END-IF
               GO TO 4000-SAVE
           END-IF.
      * SEMIWEEKLY -- STEP TO THE LAST DAY OF THE PERIOD (FRIDAY OR
      * TUESDAY), THEN THREE BUSINESS DAYS PAST IT.
           PERFORM 5100-FIGURE-WEEKDAY-NUM
               THRU 5100-EXIT.
           IF DOW-WED-THRU-FRI
               COMPUTE DAYS-TO-STEP = 6 - WEEKDAY-NUM
           ELSE
               COMPUTE DAYS-TO-STEP = 3 - WEEKDAY-NUM
           END-IF.
           PERFORM 5200-ADD-ONE-DAY
               THRU 5200-EXIT
               VARYING STEP-SUB FROM 1 BY 1
               UNTIL STEP-SUB > DAYS-TO-STEP.
           PERFORM 5400-NEXT-BUSINESS-DAY
               THRU 5400-EXIT
               VARYING STEP-SUB FROM 1 BY 1
               UNTIL STEP-SUB > 3.
       4000-SAVE.
           MOVE DATE-WORK TO WS-DUE-DATE.
       4000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 4500-FIGURE-SETTLE-DATE -- EFTPS SETTLES NO SOONER THAN THE  *
      * BUSINESS DAY AFTER THE FILE GOES IN.  A DUE DATE BEFORE THAT *
      * CANNOT BE MADE: THE PAYMENT SETTLES AS SOON AS IT CAN AND IS *
      * FLAGGED LATE FOR TREASURY.                                   *
      *****************************************************************
       4500-FIGURE-SETTLE-DATE.
           MOVE WS-FILE-DATE TO DATE-WORK.
           PERFORM 5400-NEXT-BUSINESS-DAY
               THRU 5400-EXIT.
           MOVE DATE-WORK TO WS-EARLIEST-SETTLE.
           IF WS-DUE-DATE < WS-EARLIEST-SETTLE
               MOVE WS-EARLIEST-SETTLE TO WS-SETTLE-DATE
               SET DEPOSIT-LATE TO TRUE
           ELSE
               MOVE WS-DUE-DATE TO WS-SETTLE-DATE
           END-IF.
       4500-EXIT.
           EXIT.
      *
      *****************************************************************
      * 5100-FIGURE-WEEKDAY-NUM -- ZELLER'S RULE ON DATE-WORK.       *
      * JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE YEAR   *
      * BEFORE.                                                      *
      *****************************************************************
       5100-FIGURE-WEEKDAY-NUM.
           MOVE DW-MONTH TO ZEL-MONTH.
           MOVE DW-YEAR  TO ZEL-YEAR.
           IF ZEL-MONTH < 3
               ADD 12 TO ZEL-MONTH
               SUBTRACT 1 FROM ZEL-YEAR
           END-IF.
           DIVIDE ZEL-YEAR BY 100
               GIVING ZEL-CENTURY
               REMAINDER ZEL-YEAR-OF-CENT.
           MOVE DW-DAY TO ZEL-SUM.
           COMPUTE ZEL-TERM = 13 * (ZEL-MONTH + 1).
           DIVIDE ZEL-TERM BY 5 GIVING ZEL-QUOT.
           ADD ZEL-QUOT TO ZEL-SUM.
           ADD ZEL-YEAR-OF-CENT TO ZEL-SUM.
           DIVIDE ZEL-YEAR-OF-CENT BY 4 GIVING ZEL-QUOT.
           ADD ZEL-QUOT TO ZEL-SUM.
           DIVIDE ZEL-CENTURY BY 4 GIVING ZEL-QUOT.
           ADD ZEL-QUOT TO ZEL-SUM.
           COMPUTE ZEL-SUM = ZEL-SUM + (5 * ZEL-CENTURY).
           DIVIDE ZEL-SUM BY 7
               GIVING ZEL-QUOT
               REMAINDER WEEKDAY-NUM.
       5100-EXIT.
           EXIT.
      *
       5200-ADD-ONE-DAY.
           PERFORM 5250-FIGURE-MONTH-LENGTH
               THRU 5250-EXIT.
           IF DW-DAY < WS-MONTH-LENGTH
               ADD 1 TO DW-DAY
               GO TO 5200-EXIT
           END-IF.
           MOVE 1 TO DW-DAY.
           IF DW-MONTH < 12
               ADD 1 TO DW-MONTH
           ELSE
               MOVE 1 TO DW-MONTH
               ADD 1 TO DW-YEAR
           END-IF.
       5200-EXIT.
           EXIT.
      *
       5250-FIGURE-MONTH-LENGTH.
           MOVE MONTH-DAYS (DW-MONTH) TO WS-MONTH-LENGTH.
           IF DW-MONTH = 2
               PERFORM 5350-CHECK-LEAP-YEAR
                   THRU 5350-EXIT
               IF LEAP-YEAR
                   MOVE 29 TO WS-MONTH-LENGTH
               END-IF
           END-IF.
       5250-EXIT.
           EXIT.
      *
       5300-BACK-UP-ONE-DAY.
           IF DW-DAY > 1
               SUBTRACT 1 FROM DW-DAY
               GO TO 5300-EXIT
           END-IF.
           IF DW-MONTH > 1
               SUBTRACT 1 FROM DW-MONTH
           ELSE
               MOVE 12 TO DW-MONTH
               SUBTRACT 1 FROM DW-YEAR
           END-IF.
           PERFORM 5250-FIGURE-MONTH-LENGTH
               THRU 5250-EXIT.
           MOVE WS-MONTH-LENGTH TO DW-DAY.
       5300-EXIT.
           EXIT.
      *
       5350-CHECK-LEAP-YEAR.
           MOVE 'N' TO LEAP-SWITCH.
           DIVIDE DW-YEAR BY 4
               GIVING LEAP-QUOT-WORK
               REMAINDER LEAP-REM-WORK.
           IF LEAP-REM-WORK = ZERO
               SET LEAP-YEAR TO TRUE
           END-IF.
           DIVIDE DW-YEAR BY 100
               GIVING LEAP-QUOT-WORK
               REMAINDER LEAP-REM-WORK.
           IF LEAP-REM-WORK = ZERO
               MOVE 'N' TO LEAP-SWITCH
           END-IF.
           DIVIDE DW-YEAR BY 400
               GIVING LEAP-QUOT-WORK
               REMAINDER LEAP-REM-WORK.
           IF LEAP-REM-WORK = ZERO
               SET LEAP-YEAR TO TRUE
           END-IF.
       5350-EXIT.
           EXIT.
      *
      * DATE-WORK MOVES TO THE NEXT DAY THAT IS NOT A WEEKEND OR A
      * HOLIDAY CARD.
       5400-NEXT-BUSINESS-DAY.
           PERFORM 5200-ADD-ONE-DAY
               THRU 5200-EXIT.
           PERFORM 5500-CHECK-BUSINESS-DAY
               THRU 5500-EXIT.
           IF NOT BUSINESS-DAY
               GO TO 5400-NEXT-BUSINESS-DAY
           END-IF.
       5400-EXIT.
           EXIT.
      *
       5500-CHECK-BUSINESS-DAY.
           SET BUSINESS-DAY TO TRUE.
           PERFORM 5100-FIGURE-WEEKDAY-NUM
               THRU 5100-EXIT.
           IF DOW-WEEKEND
               MOVE 'N' TO BUSINESS-DAY-SWITCH
               GO TO 5500-EXIT
           END-IF.
           PERFORM 5510-MATCH-ONE-HOLIDAY
               THRU 5510-EXIT
               VARYING HOLIDAY-SUB FROM 1 BY 1
               UNTIL HOLIDAY-SUB > HOLIDAY-COUNT
                  OR NOT BUSINESS-DAY.
       5500-EXIT.
           EXIT.
      *
       5510-MATCH-ONE-HOLIDAY.
           IF HT-DATE (HOLIDAY-SUB) = DATE-WORK
               MOVE 'N' TO BUSINESS-DAY-SWITCH
           END-IF.
       5510-EXIT.
           EXIT.
      *
      *****************************************************************
      * 6000-WRITE-PAYMENT-FILE -- HEADER, THE ONE 941 PAYMENT, AND  *
      * THE TRAILER.  A PAYDAY THAT NETS TO NOTHING STILL GETS A     *
      * HEADER AND AN EMPTY TRAILER SO THE STEP IS PLAINLY DONE, BUT *
      * THE REPORT SAYS NOT TO SEND IT.                              *
      *****************************************************************
       6000-WRITE-PAYMENT-FILE.
           MOVE FD-EMPLOYER-FEIN TO EFH-FEIN.
           MOVE WS-FILE-DATE     TO EFH-FILE-DATE.
           WRITE EF-RECORD FROM EF-HEADER.
           MOVE FD-EMPLOYER-FEIN TO EFT-FEIN.
           MOVE ZERO TO EFT-PAYMENT-COUNT.
           MOVE ZERO TO EFT-PAYMENT-TOTAL.
           IF WS-DAY-LIABILITY NOT > ZERO
               MOVE ZERO TO WS-DEPOSIT-AMOUNT
               GO TO 6000-TRAILER
           END-IF.
           MOVE WS-DAY-LIABILITY TO WS-DEPOSIT-AMOUNT.
           MOVE FD-EMPLOYER-FEIN TO EFD-FEIN.
           MOVE WS-RUN-DATE-PARM TO DATE-WORK.
           MOVE DW-YEAR TO EFD-TAX-YEAR.
           COMPUTE EFD-TAX-QUARTER = (DW-MONTH + 2) / 3.
           MOVE WS-SETTLE-DATE TO EFD-SETTLE-DATE.
           MOVE WS-DEPOSIT-AMOUNT TO EFD-AMOUNT.
           COMPUTE EFD-SOCSEC = 2 * WS-DAY-SOCSEC.
           COMPUTE EFD-MEDICARE =
              WS-DAY-MEDICARE + WS-DAY-MEDICARE-ER.
           MOVE WS-DAY-FED-TAX TO EFD-WITHHOLDING.
           WRITE EF-RECORD FROM EF-DETAIL.
           MOVE 1 TO EFT-PAYMENT-COUNT.
           MOVE WS-DEPOSIT-AMOUNT TO EFT-PAYMENT-TOTAL.
       6000-TRAILER.
           WRITE EF-RECORD FROM EF-TRAILER.
       6000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 7000-POST-LEDGER -- A NEW PAYDAY IS WRITTEN; A RERUN         *
      * REPLACES THE ENTRY IT FOUND.                                 *
      *****************************************************************
       7000-POST-LEDGER.
           MOVE SPACES TO DL-DEPLEDG-RECORD.
           MOVE WS-RUN-DATE-PARM   TO DL-PAYDAY-DATE.
           MOVE WS-SCHEDULE-USED   TO DL-SCHEDULE.
           MOVE WS-DAY-FED-TAX     TO DL-FED-TAX.
           MOVE WS-DAY-SOCSEC      TO DL-SOCSEC-EE.
           MOVE WS-DAY-SOCSEC      TO DL-SOCSEC-ER.
           MOVE WS-DAY-MEDICARE    TO DL-MEDICARE-EE.
           MOVE WS-DAY-MEDICARE-ER TO DL-MEDICARE-ER.
           MOVE WS-DAY-LIABILITY   TO DL-LIABILITY.
           MOVE WS-PERIOD-ACCUM    TO DL-PERIOD-ACCUM.
           MOVE 'N'                TO DL-NEXT-DAY.
           IF NEXT-DAY-DEPOSIT
               MOVE 'Y' TO DL-NEXT-DAY
           END-IF.
           MOVE WS-DUE-DATE        TO DL-DUE-DATE.
           MOVE WS-DEPOSIT-AMOUNT  TO DL-DEPOSIT-AMOUNT.
           MOVE WS-FILE-DATE       TO DL-SENT-DATE.
           MOVE WS-CHECKS-COUNTED  TO DL-CHECKS-COUNTED.
           IF WS-DEPOSIT-AMOUNT > ZERO
               MOVE WS-SETTLE-DATE TO DL-SETTLE-DATE
               MOVE 'S' TO DL-STATUS
           ELSE
               MOVE ZERO TO DL-SETTLE-DATE
               MOVE 'N' TO DL-STATUS
           END-IF.
           IF ON-LEDGER
               REWRITE DL-DEPLEDG-RECORD
           ELSE
               WRITE DL-DEPLEDG-RECORD
           END-IF.
           IF NOT DL-FILE-OK
               DISPLAY 'FEDDEP - DEPLEDG WRITE FAILED FOR '
                   WS-RUN-DATE-PARM ' STATUS ' DL-FILE-STATUS
               MOVE 'LEDGER WRITE FAILED - POST THIS DEPOSIT BY HAND'
                   TO NOTE-LINE
               WRITE PR-PRINT-LINE FROM NOTE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
       7000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 8000-PRINT-DEPOSIT -- THE DEPOSIT ADVICE FOR TREASURY.       *
      *****************************************************************
       8000-PRINT-DEPOSIT.
           MOVE SPACES TO SUM-LINE.
           MOVE 'CHECKS COUNTED:' TO SUM-CAPTION.
           MOVE WS-CHECKS-COUNTED TO SUM-AMOUNT.
           WRITE PR-PRINT-LINE FROM SUM-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO SUM-LINE.
           MOVE 'FEDERAL INCOME TAX WITHHELD:' TO SUM-CAPTION.
           MOVE WS-DAY-FED-TAX TO SUM-AMOUNT.
           WRITE PR-PRINT-LINE FROM SUM-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO SUM-LINE.
           MOVE 'SOC SEC WITHHELD (EMPLOYEE SHARE):' TO SUM-CAPTION.
           MOVE WS-DAY-SOCSEC TO SUM-AMOUNT.
           WRITE PR-PRINT-LINE FROM SUM-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO SUM-LINE.
           MOVE 'SOC SEC EMPLOYER MATCH (EQUAL):' TO SUM-CAPTION.
           MOVE WS-DAY-SOCSEC TO SUM-AMOUNT.
           WRITE PR-PRINT-LINE FROM SUM-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO SUM-LINE.
           MOVE 'MEDICARE WITHHELD (EMPLOYEE):' TO SUM-CAPTION.
           MOVE WS-DAY-MEDICARE TO SUM-AMOUNT.
           WRITE PR-PRINT-LINE FROM SUM-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO SUM-LINE.
           MOVE 'MEDICARE EMPLOYER MATCH:' TO SUM-CAPTION.
           MOVE WS-DAY-MEDICARE-ER TO SUM-AMOUNT.
           WRITE PR-PRINT-LINE FROM SUM-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO SUM-LINE.
           MOVE 'TOTAL DEPOSIT LIABILITY:' TO SUM-CAPTION.
           MOVE WS-DAY-LIABILITY TO SUM-AMOUNT.
           WRITE PR-PRINT-LINE FROM SUM-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO TEXT-LINE.
           MOVE 'DEPOSIT SCHEDULE:' TO TEXT-CAPTION.
           IF WS-SCHEDULE-USED = 'M'
               MOVE 'MONTHLY' TO TEXT-VALUE
           ELSE
               MOVE 'SEMIWEEKLY' TO TEXT-VALUE
           END-IF.
           IF FORCED-SEMIWEEKLY
               MOVE 'SEMIWEEKLY - NEXT-DAY DEPOSIT ON LEDGER'
                   TO TEXT-VALUE
           END-IF.
           WRITE PR-PRINT-LINE FROM TEXT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO DATE-LINE.
           MOVE 'DEPOSIT PERIOD BEGAN:' TO DATE-CAPTION.
           MOVE WS-PERIOD-START TO DATE-VALUE.
           WRITE PR-PRINT-LINE FROM DATE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO SUM-LINE.
           MOVE 'LIABILITY IN PERIOD THROUGH TODAY:' TO SUM-CAPTION.
           MOVE WS-PERIOD-ACCUM TO SUM-AMOUNT.
           WRITE PR-PRINT-LINE FROM SUM-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO DATE-LINE.
           MOVE 'DEPOSIT DUE BY:' TO DATE-CAPTION.
           MOVE WS-DUE-DATE TO DATE-VALUE.
           WRITE PR-PRINT-LINE FROM DATE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO DATE-LINE.
           MOVE 'EFTPS SETTLEMENT DATE:' TO DATE-CAPTION.
           MOVE WS-SETTLE-DATE TO DATE-VALUE.
           WRITE PR-PRINT-LINE FROM DATE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO SUM-LINE.
           MOVE 'AMOUNT ON THE PAYMENT FILE:' TO SUM-CAPTION.
           MOVE WS-DEPOSIT-AMOUNT TO SUM-AMOUNT.
           WRITE PR-PRINT-LINE FROM SUM-LINE
               AFTER ADVANCING 1 LINE.
           IF NEXT-DAY-DEPOSIT
               MOVE '*** $100,000 NEXT-DAY RULE - DEPOSIT BY THE NEXT BU
      -            'SINESS DAY ***' TO NOTE-LINE
               WRITE PR-PRINT-LINE FROM NOTE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           IF NEXT-DAY-DEPOSIT
              AND WS-SCHEDULE-PARM = 'M'
               MOVE '*** NOW A SEMIWEEKLY DEPOSITOR THROUGH THE END OF N
      -            'EXT YEAR - CHANGE THE SCHEDULE CARD TO S ***'
                   TO NOTE-LINE
               WRITE PR-PRINT-LINE FROM NOTE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF DEPOSIT-LATE
              AND WS-DEPOSIT-AMOUNT > ZERO
               MOVE '*** DUE DATE CANNOT BE MET - SETTLES LATE, EXPECT A
      -            ' FAILURE-TO-DEPOSIT PENALTY NOTICE ***' TO NOTE-LINE
               WRITE PR-PRINT-LINE FROM NOTE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           IF WS-DEPOSIT-AMOUNT = ZERO
               MOVE '*** NOTHING DUE FOR THIS PAYDAY - DO NOT TRANSMIT T
      -            'HE PAYMENT FILE ***' TO NOTE-LINE
               WRITE PR-PRINT-LINE FROM NOTE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           IF ON-LEDGER
               MOVE '*** RERUN - LEDGER ENTRY REPLACED; CANCEL THE EARLI
      -            'ER EFTPS PAYMENT BEFORE SENDING THIS ONE ***'
                   TO NOTE-LINE
               WRITE PR-PRINT-LINE FROM NOTE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
       8000-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           CLOSE PAYHIST-FILE.
           CLOSE DEPLEDG-FILE.
           CLOSE EFTPS-FILE.
           CLOSE FEDDEP-RPT.
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
//SYSLMOD  DD DSN=TSOECCC.CICSTS12.STUDENT.LOADLIB(FEDDEP),DISP=SHR
//SYSPRINT DD SYSOUT=*
//GO       EXEC PGM=FEDDEP,COND=((5,LT,COB),(5,LT,LKED))
//PAYHIST  DD DSN=TSOECCC.CICSTS12.STUDENT.PAYHIST,DISP=SHR
//DEPLEDG  DD DSN=TSOECCC.CICSTS12.STUDENT.DEPLEDG,DISP=SHR
//FEDHOL   DD DSN=TSOECCC.CICSTS12.STUDENT.FEDHOL,DISP=SHR
//EFTPS    DD DSN=TSOECCC.CICSTS12.STUDENT.EFTPS(+1),
//            DISP=(NEW,CATLG,CATLG),UNIT=SYSDA,
//            SPACE=(TRK,(1,1)),DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//SYSPRINT DD SYSOUT=*
//SYSIN    DD *
20261015
S
POST
/*
