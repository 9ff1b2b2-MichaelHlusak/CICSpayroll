//PAYFINLJ JOB  TIME=(,2)
//*********************************************************
//* COMPILE, LINK, AND RUN THE TERMINATION FINAL-PAY
//* SETTLEMENT.  SUPPLY THE RUN DATE TO STAMP ON THE FINAL
//* CHECKS (YYYYMMDD) ON THE //GO.SYSIN CARD -- IT MUST SIT
//* INSIDE AN OPEN PAYPER PERIOD, SAME AS ANY OTHER PAY.
//* EVERY EMPLOYEE EMPMNT HAS FLAGGED TERMINATED SINCE THE
//* LAST RUN GETS THE VACATION BALANCE PAID OUT THROUGH
//* PAYCALC AS A NORMAL PAYHIST CHECK, THE NON-GARNISHMENT
//* DEDUCTIONS STOPPED, AND THE EMPBANK DIRECT DEPOSIT
//* STOPPED -- SO RUN PAYCHK FOR THE SAME DATE AFTERWARD AND
//* THE FINAL CHECK PRINTS ON PAPER.  //GO.STMTPRT IS THE
//* SETTLEMENT STATEMENT FOR HR, ONE PAGE PER EMPLOYEE.
//* EVERY EMPMAST, DEDUCT AND EMPBANK UPDATE IS LOGGED TO
//* CHGLOG UNDER USERID 'BATCH'.  THE FINAL CHECKS WRITTEN
//* ARE POSTED TO THE PAYCTL PAYDAY CONTROL LEDGER UNDER
//* STEP PAYFINL FOR PAYCHK, PAYACH, PAYGL AND PAYREG.
//* PLACE YOUR OWN LOADLIB/SRCLIB NAMES WHERE SHOWN.
//*********************************************************
//COB      EXEC PGM=IGYCRCTL
//STEPLIB  DD DSN=IGY.SIGYCOMP,DISP=SHR
//SYSLIB   DD DSN=HLUSAK.COBOL@2,DISP=SHR
//SYSIN    DD *
       IDENTIFICATION DIVISION.
      *****************************************************************
      * PROGRAM-ID.   PAYFINL.                                       *
      * AUTHOR.       HLUSAK.                                        *
      * DATE-WRITTEN. 10/15/26.                                      *
      *                                                               *
      * SETTLES WHAT A TERMINATION LEAVES BEHIND.  FOR EACH EMPMAST  *
      * RECORD FLAGGED TERMINATED WITH THE FINAL PAY STILL PENDING:  *
      * THE UNUSED VACATION BALANCE IS PAID AT THE RATE IN FORCE     *
      * THROUGH THE SHARED PAYCALC (STRAIGHT TIME, AS LEAVE HOURS)   *
      * AND WRITTEN TO PAYHIST AS A NORMAL CHECK; THE YTD FIELDS     *
      * POST AND THE VACATION BALANCE GOES TO ZERO.  ONLY THE        *
      * GARNISHMENTS ARE TAKEN ON THE FINAL CHECK -- A COURT ORDER   *
      * FOLLOWS THE MONEY -- AND EVERY OTHER ACTIVE DEDUCT ENTRY IS  *
      * STOPPED.  THE EMPBANK ENTRY IS STOPPED SO PAYCHK PRINTS THE  *
      * FINAL CHECK ON PAPER AND PAYACH PASSES IT OVER.  A SALARIED  *
      * EMPLOYEE'S VACATION IS PAID AT THE HOURLY EQUIVALENT OF THE  *
      * PERIOD SALARY (ANNUAL SALARY OVER 2080 HOURS).  A ZERO       *
      * BALANCE STILL SETTLES -- NO CHECK, BUT THE STOPS AND THE     *
      * STATEMENT.  AN EMPLOYEE THAT CANNOT BE PAID (NO RATE, NET    *
      * BELOW ZERO, HISTORY WRITE FAILED) IS LISTED AND LEFT         *
      * PENDING, UNTOUCHED, FOR THE NEXT RUN.                        *
      * EVERY REWRITE OF EMPMAST, DEDUCT OR EMPBANK GOES TO THE      *
      * CHGLOG CHANGE LOG WITH BEFORE AND AFTER IMAGES UNDER USERID  *
      * 'BATCH'.  THE FINAL CHECKS WRITTEN ARE POSTED TO THE PAYCTL  *
      * PAYDAY CONTROL LEDGER AS THIS STEP'S ENTRY, SO THE PAYDAY    *
      * STEPS THAT PAY AND PROVE THE CHECKS COUNT THEM.              *
      *                                                               *
      * MODIFICATION HISTORY.                                        *
      *   10/15/26  HL   ORIGINAL PROGRAM.                           *
      *   10/15/26  HL   FINAL CHECK GOES IN AS REGULAR EARNINGS.    *
      *   10/15/26  HL   WORKERS' COMPENSATION CLASS AND STATE       *
      *                  STAMPED ON THE FINAL CHECK; THE PAYOUT IS   *
      *                  ALL STRAIGHT TIME.                          *
      *   10/15/26  HL   GARNISHMENT ORDER FIELDS LOADED; LAST CHECK *
      *                  AND SHORTFALL POSTED.                       *
      *   10/15/26  HL   EMPMAST SETTLEMENT, DEDUCT POSTS AND STOPS, *
      *                  AND THE EMPBANK STOP LOGGED TO CHGLOG WITH  *
      *                  BEFORE AND AFTER IMAGES.                    *
      *   10/15/26  HL   FINAL CHECKS POSTED TO THE PAYCTL CONTROL   *
      *                  LEDGER UNDER STEP PAYFINL.                  *
      *****************************************************************
       PROGRAM-ID. PAYFINL.
       AUTHOR. HLUSAK.
       DATE-WRITTEN. 10/15/26.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMAST-FILE ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS EM-FILE-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS PH-FILE-STATUS.
           SELECT DEDUCT-FILE ASSIGN TO DEDUCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DD-KEY
               FILE STATUS IS DD-FILE-STATUS.
           SELECT EMPBANK-FILE ASSIGN TO EMPBANK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BK-EMP-ID
               FILE STATUS IS BK-FILE-STATUS.
           SELECT PAYPER-FILE ASSIGN TO PAYPER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PP-PERIOD-START
               FILE STATUS IS PP-FILE-STATUS.
           SELECT CHGLOG-FILE ASSIGN TO CHGLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-KEY
               FILE STATUS IS CL-FILE-STATUS.
           SELECT PAYCTL-FILE ASSIGN TO PAYCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-KEY
               FILE STATUS IS CT-FILE-STATUS.
           SELECT PAYFINL-RPT ASSIGN TO SYSPRINT.
           SELECT STMT-RPT ASSIGN TO STMTPRT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY EMPMAST.
      *
       FD  PAYHIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY PAYHIST.
      *
       FD  DEDUCT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY DEDUCT.
      *
       FD  EMPBANK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY EMPBANK.
      *
       FD  PAYPER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY PAYPER.
      *
       FD  CHGLOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY CHGLOG.
      *
       FD  PAYCTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY PAYCTL.
      *
       FD  PAYFINL-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  PR-PRINT-LINE           PIC X(132).
      *
       FD  STMT-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  ST-PRINT-LINE           PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  EM-FILE-STATUS          PIC X(02).
           88  EM-FILE-OK               VALUE '00'.
           88  EM-FILE-EOF              VALUE '10'.
       01  PH-FILE-STATUS          PIC X(02).
           88  PH-FILE-OK               VALUE '00'.
           88  PH-DUPLICATE-KEY         VALUE '22'.
       01  DD-FILE-STATUS          PIC X(02).
           88  DD-FILE-OK               VALUE '00'.
           88  DD-FILE-EOF              VALUE '10'.
       01  BK-FILE-STATUS          PIC X(02).
           88  BK-FILE-OK               VALUE '00'.
           88  BK-NOT-FOUND             VALUE '23'.
       01  PP-FILE-STATUS          PIC X(02).
           88  PP-FILE-OK               VALUE '00'.
           88  PP-FILE-EOF              VALUE '10'.
       01  CL-FILE-STATUS          PIC X(02).
           88  CL-FILE-OK               VALUE '00'.
           88  CL-DUPLICATE-KEY         VALUE '22'.
       01  CT-FILE-STATUS          PIC X(02).
           88  CT-FILE-OK               VALUE '00'.
           88  CT-NOT-FOUND             VALUE '23'.
      *
       01  SWITCHES.
           05  MASTER-EOF-SWITCH   PIC X VALUE 'N'.
               88  MASTER-EOF           VALUE 'Y'.
           05  DEDUCT-EOF-SWITCH   PIC X VALUE 'N'.
               88  DEDUCT-EOF           VALUE 'Y'.
           05  PERIOD-FOUND-SWITCH PIC X VALUE 'N'.
               88  PERIOD-FOUND         VALUE 'Y'.
           05  PERIOD-EOF-SWITCH   PIC X VALUE 'N'.
               88  PERIOD-EOF           VALUE 'Y'.
           05  SETTLE-GOOD-SWITCH  PIC X VALUE 'Y'.
               88  SETTLE-GOOD          VALUE 'Y'.
           05  CHECK-WRITTEN-SWITCH PIC X VALUE 'N'.
               88  CHECK-WRITTEN        VALUE 'Y'.
      *
       77  WS-RUN-DATE-PARM        PIC 9(08).
       77  WS-PERIOD-STATUS        PIC X(01) VALUE SPACE.
       77  WS-EMPLOYEES-READ       PIC 9(07) COMP VALUE ZERO.
       77  WS-EMPLOYEES-SETTLED    PIC 9(05) COMP VALUE ZERO.
       77  WS-CHECKS-WRITTEN       PIC 9(05) COMP VALUE ZERO.
       77  WS-DEDUCTS-STOPPED      PIC 9(05) COMP VALUE ZERO.
       77  WS-DEPOSITS-STOPPED     PIC 9(05) COMP VALUE ZERO.
       77  WS-EXCEPTION-COUNT      PIC 9(05) COMP VALUE ZERO.
       77  WS-EMP-DEDUCTS-STOPPED  PIC 9(03) COMP VALUE ZERO.
      *
      * THE VACATION HOURS BEING PAID OUT AND THE HOURLY RATE THEY
      * PAY AT -- THE RATE IN FORCE FOR AN HOURLY EMPLOYEE, THE
      * SALARY'S HOURLY EQUIVALENT FOR A SALARIED ONE.
       77  WS-VAC-HOURS            PIC 9(04)V99 VALUE ZERO.
       77  WS-PAYOUT-RATE          PIC 9(03)V99 VALUE ZERO.
       77  WS-PERIODS-PER-YEAR     PIC 9(02) VALUE ZERO.
       77  WS-ANNUAL-SALARY-WORK   PIC 9(07)V99 VALUE ZERO.
       77  WS-SICK-HOURS           PIC 9(04)V99 VALUE ZERO.
       77  WS-DEPOSIT-NOTE         PIC X(40) VALUE SPACES.
      *
      * CHANGE LOG WORK AREAS.  EACH RECORD IS HELD HERE AS READ,
      * BEFORE THE SETTLEMENT TOUCHES IT, AS THE BEFORE IMAGE.
       77  WS-LOG-ACTION           PIC X(01).
       77  WS-LOG-FILE-NAME        PIC X(08).
       77  WS-LOG-RECORD-KEY       PIC X(16).
       01  WS-BEFORE-IMAGE         PIC X(200).
       01  WS-AFTER-IMAGE          PIC X(200).
      *
      * THE FINAL CHECKS WRITTEN, AS THE CONTROL LEDGER SEES THEM.
       77  WS-CTL-GROSS            PIC S9(11)V99 VALUE ZERO.
       77  WS-CTL-NET              PIC S9(11)V99 VALUE ZERO.
       01  WS-CLOCK-WORK           PIC 9(08).
       01  FILLER REDEFINES WS-CLOCK-WORK.
           05  WS-CLOCK-HHMMSS     PIC 9(06).
           05  FILLER              PIC 9(02).
      *
       01  WS-TOTALS.
           05  WS-TOTAL-GROSS      PIC S9(09)V99 VALUE ZERO.
           05  WS-TOTAL-NET        PIC S9(09)V99 VALUE ZERO.
      *
       COPY PAYCALCA.
      *
      * GARNISHMENT WORK AREA.  THE EMPLOYEE'S ACTIVE GARNISHMENT
      * ENTRIES ARE READ INTO THE PC-DED TABLE BEFORE THE PAYCALC
      * CALL; THE SEQUENCE NUMBERS ARE SAVED ALONGSIDE SO THE
      * TAKEN-TO-DATE POST CAN FIND EACH RECORD AGAIN.
       77  DED-SUB                 PIC S9(04) COMP.
       01  DED-SEQ-SAVE-TABLE.
           05  DED-SEQ-SAVE        OCCURS 8 TIMES PIC 9(02).
       01  DED-REMAINING-WORK      PIC S9(07)V99.
      *
      *****************************************************************
      * RUN REGISTER LINES.                                          *
      *****************************************************************
       01  HDG-LINE-1.
           05  FILLER              PIC X(34) VALUE
               'TERMINATION FINAL-PAY RUN FOR     '.
           05  HDG-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(90) VALUE SPACES.
      *
       01  HDG-LINE-2.
           05  FILLER              PIC X(08) VALUE 'EMP ID'.
           05  FILLER              PIC X(32) VALUE 'EMPLOYEE NAME'.
           05  FILLER              PIC X(10) VALUE 'VAC HOURS'.
           05  FILLER              PIC X(08) VALUE '  RATE'.
           05  FILLER              PIC X(13) VALUE '  FINAL GROSS'.
           05  FILLER              PIC X(13) VALUE '    FINAL NET'.
           05  FILLER              PIC X(06) VALUE ' DEDS'.
           05  FILLER              PIC X(42) VALUE 'NOTE'.
      *
       01  DTL-LINE.
           05  DTL-EMP-ID          PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-EMP-NAME        PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-VAC-HOURS       PIC Z,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-RATE            PIC ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-GROSS           PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DTL-NET             PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DTL-DEDS            PIC ZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DTL-NOTE            PIC X(40).
           05  FILLER              PIC X(02) VALUE SPACES.
      *
       01  TOT-LINE.
           05  TOT-CAPTION         PIC X(28).
           05  TOT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(89) VALUE SPACES.
      *
       01  CNT-LINE.
           05  CNT-CAPTION         PIC X(28).
           05  CNT-VALUE           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(97) VALUE SPACES.
      *
      *****************************************************************
      * SETTLEMENT STATEMENT LINES -- ONE PAGE PER EMPLOYEE FOR HR.  *
      *****************************************************************
       01  STM-HDG-LINE.
           05  FILLER              PIC X(40) VALUE
               'FINAL PAY SETTLEMENT STATEMENT'.
           05  FILLER              PIC X(10) VALUE 'RUN DATE '.
           05  STM-HDG-RUN-DATE    PIC 9(08).
           05  FILLER              PIC X(74) VALUE SPACES.
      *
       01  STM-EMP-LINE.
           05  FILLER              PIC X(10) VALUE 'EMPLOYEE'.
           05  STM-EMP-ID          PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  STM-EMP-NAME        PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'DEPT'.
           05  STM-DEPT-CODE       PIC X(04).
           05  FILLER              PIC X(72) VALUE SPACES.
      *
       01  STM-AMT-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  STM-AMT-CAPTION     PIC X(30).
           05  STM-AMOUNT          PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(88) VALUE SPACES.
      *
       01  STM-HRS-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  STM-HRS-CAPTION     PIC X(30).
           05  STM-HOURS           PIC Z,ZZ9.99.
           05  FILLER              PIC X(06) VALUE '  AT  '.
           05  STM-HRS-RATE        PIC ZZ9.99.
           05  FILLER              PIC X(78) VALUE SPACES.
      *
       01  STM-TEXT-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  STM-TEXT-CAPTION    PIC X(30).
           05  STM-TEXT            PIC X(60).
           05  FILLER              PIC X(38) VALUE SPACES.
      *
       01  STM-DED-LINE.
           05  FILLER              PIC X(08) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'SEQ'.
           05  STM-DED-SEQ         PIC 9(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  STM-DED-TYPE        PIC X(12).
           05  FILLER              PIC X(16) VALUE 'TAKEN TO DATE'.
           05  STM-DED-TAKEN       PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  STM-DED-ACTION      PIC X(30).
           05  FILLER              PIC X(42) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE -- DRIVES THE WHOLE RUN.                       *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-WORK-ONE-EMPLOYEE
               THRU 2000-EXIT
               UNTIL MASTER-EOF.
           PERFORM 8000-PRINT-TOTALS
               THRU 8000-EXIT.
           PERFORM 8500-POST-CONTROL-ENTRY
               THRU 8500-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           GO TO 9999-EXIT.
      *
       1000-INITIALIZE.
           OPEN I-O EMPMAST-FILE.
           IF NOT EM-FILE-OK
               DISPLAY 'PAYFINL - OPEN FAILED, EMPMAST STATUS '
                   EM-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN I-O PAYHIST-FILE.
           IF NOT PH-FILE-OK
               DISPLAY 'PAYFINL - OPEN FAILED, PAYHIST STATUS '
                   PH-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN I-O DEDUCT-FILE.
           IF NOT DD-FILE-OK
               DISPLAY 'PAYFINL - OPEN FAILED, DEDUCT STATUS '
                   DD-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN I-O EMPBANK-FILE.
           IF NOT BK-FILE-OK
               DISPLAY 'PAYFINL - OPEN FAILED, EMPBANK STATUS '
                   BK-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN I-O CHGLOG-FILE.
           IF NOT CL-FILE-OK
               DISPLAY 'PAYFINL - OPEN FAILED, CHGLOG STATUS '
                   CL-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN I-O PAYCTL-FILE.
           IF NOT CT-FILE-OK
               DISPLAY 'PAYFINL - OPEN FAILED, PAYCTL STATUS '
                   CT-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN OUTPUT PAYFINL-RPT.
           OPEN OUTPUT STMT-RPT.
           ACCEPT WS-RUN-DATE-PARM FROM SYSIN.
           MOVE WS-RUN-DATE-PARM TO HDG-RUN-DATE.
           MOVE WS-RUN-DATE-PARM TO STM-HDG-RUN-DATE.
           PERFORM 1400-FIND-PAY-PERIOD
               THRU 1400-EXIT.
           IF NOT PERIOD-FOUND
               IF WS-PERIOD-STATUS = 'C'
                   DISPLAY 'PAYFINL - PAY PERIOD IS CLOSED - '
                       'RUN STOPPED'
               ELSE
                   DISPLAY 'PAYFINL - NO OPEN PAY PERIOD COVERS '
                       WS-RUN-DATE-PARM ' - RUN STOPPED'
               END-IF
               GO TO 9999-EXIT
           END-IF.
      * EVERY FINAL CHECK CARRIES THE RUN DATE, SO THE OLDEST SET
      * KEPT MUST ALREADY BE IN FORCE.
           CALL 'TAXLOAD' USING PC-PAYCALC-AREA.
           IF PC-TX-SET-COUNT = ZERO
               DISPLAY 'PAYFINL - NO TAX PARAMETERS LOADED - '
                   'RUN STOPPED'
               GO TO 9999-EXIT
           END-IF.
           IF PC-TX-EFF-DATE (1) > WS-RUN-DATE-PARM
               DISPLAY 'PAYFINL - NO TAX PARAMETERS IN FORCE FOR '
                   WS-RUN-DATE-PARM ' - RUN STOPPED'
               GO TO 9999-EXIT
           END-IF.
           WRITE PR-PRINT-LINE FROM HDG-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PR-PRINT-LINE FROM HDG-LINE-2
               AFTER ADVANCING 2 LINES.
           PERFORM 2100-READ-MASTER
               THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1400-FIND-PAY-PERIOD -- THE FINAL CHECKS GO OUT LIKE ANY     *
      * OTHER PAY, SO THE RUN DATE MUST SIT IN AN OPEN PERIOD.       *
      *****************************************************************
       1400-FIND-PAY-PERIOD.
           OPEN INPUT PAYPER-FILE.
           IF NOT PP-FILE-OK
               DISPLAY 'PAYFINL - OPEN FAILED, PAYPER STATUS '
                   PP-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           PERFORM 1410-READ-NEXT-PERIOD
               THRU 1410-EXIT.
           PERFORM 1420-SIFT-ONE-PERIOD
               THRU 1420-EXIT
               UNTIL PERIOD-EOF
                  OR PERIOD-FOUND.
           CLOSE PAYPER-FILE.
       1400-EXIT.
           EXIT.
      *
       1410-READ-NEXT-PERIOD.
           READ PAYPER-FILE
               AT END
                   SET PERIOD-EOF TO TRUE
           END-READ.
           IF NOT PP-FILE-OK AND NOT PP-FILE-EOF
               SET PERIOD-EOF TO TRUE
           END-IF.
       1410-EXIT.
           EXIT.
      *
       1420-SIFT-ONE-PERIOD.
           IF PP-PERIOD-START NOT > WS-RUN-DATE-PARM
              AND PP-PERIOD-END NOT < WS-RUN-DATE-PARM
               MOVE PP-STATUS TO WS-PERIOD-STATUS
               IF PP-OPEN
                   SET PERIOD-FOUND TO TRUE
               ELSE
                   PERFORM 1410-READ-NEXT-PERIOD
                       THRU 1410-EXIT
               END-IF
           ELSE
               PERFORM 1410-READ-NEXT-PERIOD
                   THRU 1410-EXIT
           END-IF.
       1420-EXIT.
           EXIT.
      *
       2000-WORK-ONE-EMPLOYEE.
           ADD 1 TO WS-EMPLOYEES-READ.
           IF EM-TERMINATED
              AND EM-FINAL-PAY-PENDING
               PERFORM 3000-SETTLE-ONE-EMPLOYEE
                   THRU 3000-EXIT
           END-IF.
           PERFORM 2100-READ-MASTER
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *
       2100-READ-MASTER.
           READ EMPMAST-FILE NEXT
               AT END
                   SET MASTER-EOF TO TRUE
           END-READ.
           IF NOT EM-FILE-OK AND NOT EM-FILE-EOF
               DISPLAY 'PAYFINL - READ FAILED, EMPMAST STATUS '
                   EM-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3000-SETTLE-ONE-EMPLOYEE -- PAY THE VACATION OUT, POST THE   *
      * MASTER, THEN THE STOPS AND THE STATEMENT.  NOTHING IS        *
      * STOPPED UNTIL THE FINAL CHECK IS SAFELY ON PAYHIST AND THE   *
      * MASTER CARRIES THE SETTLED FLAG -- A RERUN THEN FINDS        *
      * NOTHING TO PAY TWICE.                                        *
      *****************************************************************
       3000-SETTLE-ONE-EMPLOYEE.
           MOVE 'Y' TO SETTLE-GOOD-SWITCH.
           MOVE 'N' TO CHECK-WRITTEN-SWITCH.
           MOVE ZERO TO WS-EMP-DEDUCTS-STOPPED.
           MOVE ZEROS TO PC-OUTPUTS.
           MOVE ZEROS TO PC-DEDUCT-OUTPUTS.
           MOVE SPACES TO DTL-LINE.
           MOVE EM-EMP-ID   TO DTL-EMP-ID.
           MOVE EM-EMP-NAME TO DTL-EMP-NAME.
           PERFORM 3100-PICK-PAYOUT
               THRU 3100-EXIT.
           IF NOT SETTLE-GOOD
               GO TO 3000-EXIT
           END-IF.
           IF WS-VAC-HOURS > ZERO
               PERFORM 3200-CALL-PAYCALC
                   THRU 3200-EXIT
               IF PC-NET-PAY-NEGATIVE
                   MOVE 'NET PAY CANNOT BE NEGATIVE' TO DTL-NOTE
                   PERFORM 7000-WRITE-EXCEPTION
                       THRU 7000-EXIT
                   GO TO 3000-EXIT
               END-IF
               PERFORM 3400-WRITE-FINAL-CHECK
                   THRU 3400-EXIT
               IF NOT SETTLE-GOOD
                   GO TO 3000-EXIT
               END-IF
           END-IF.
           PERFORM 3500-POST-EMPLOYEE
               THRU 3500-EXIT.
           IF NOT SETTLE-GOOD
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-EMPLOYEES-SETTLED.
           PERFORM 3600-POST-GARNISHMENTS
               THRU 3600-EXIT.
           PERFORM 6000-PRINT-STATEMENT-TOP
               THRU 6000-EXIT.
           PERFORM 4000-STOP-DEDUCTIONS
               THRU 4000-EXIT.
           PERFORM 5000-STOP-DIRECT-DEPOSIT
               THRU 5000-EXIT.
           PERFORM 6500-PRINT-STATEMENT-END
               THRU 6500-EXIT.
           MOVE WS-VAC-HOURS    TO DTL-VAC-HOURS.
           MOVE WS-PAYOUT-RATE  TO DTL-RATE.
           MOVE PC-GROSS-PAY    TO DTL-GROSS.
           MOVE PC-NET-PAY      TO DTL-NET.
           MOVE WS-EMP-DEDUCTS-STOPPED TO DTL-DEDS.
           IF CHECK-WRITTEN
               MOVE 'SETTLED - FINAL CHECK ON PAYHIST' TO DTL-NOTE
           ELSE
               MOVE 'SETTLED - NO VACATION BALANCE' TO DTL-NOTE
           END-IF.
           WRITE PR-PRINT-LINE FROM DTL-LINE
               AFTER ADVANCING 1 LINE.
           ADD PC-GROSS-PAY TO WS-TOTAL-GROSS.
           ADD PC-NET-PAY   TO WS-TOTAL-NET.
       3000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3100-PICK-PAYOUT -- THE HOURS ARE THE WHOLE VACATION BALANCE *
      * (A RECORD STILL CARRYING SPACES THERE HAS NONE).  AN HOURLY  *
      * EMPLOYEE IS PAID AT THE RATE IN FORCE FOR THE RUN DATE --    *
      * THE PENDING EMPMNT RATE ONCE ITS DATE IS REACHED -- AND A    *
      * SALARIED ONE AT THE PERIOD SALARY SPREAD OVER 2080 HOURS.    *
      *****************************************************************
       3100-PICK-PAYOUT.
           MOVE ZERO TO WS-VAC-HOURS.
           MOVE ZERO TO WS-PAYOUT-RATE.
           IF EM-VAC-BALANCE NUMERIC
               MOVE EM-VAC-BALANCE TO WS-VAC-HOURS
           END-IF.
           IF WS-VAC-HOURS = ZERO
               GO TO 3100-EXIT
           END-IF.
           IF WS-VAC-HOURS > 999.99
               MOVE 'VACATION OVER 999.99 HOURS' TO DTL-NOTE
               PERFORM 7000-WRITE-EXCEPTION
                   THRU 7000-EXIT
               GO TO 3100-EXIT
           END-IF.
           IF EM-PAY-SALARIED
               PERFORM 3110-SALARY-HOURLY-RATE
                   THRU 3110-EXIT
           ELSE
               IF EM-HRLY-PAY-RATE NUMERIC
                   MOVE EM-HRLY-PAY-RATE TO WS-PAYOUT-RATE
               END-IF
               IF EM-NEW-PAY-RATE NUMERIC
                  AND EM-NEW-PAY-RATE > ZERO
                  AND EM-RATE-EFF-DATE NUMERIC
                  AND EM-RATE-EFF-DATE > ZERO
                  AND EM-RATE-EFF-DATE NOT > WS-RUN-DATE-PARM
                   MOVE EM-NEW-PAY-RATE TO WS-PAYOUT-RATE
               END-IF
           END-IF.
           IF WS-PAYOUT-RATE = ZERO
               MOVE 'NO PAY RATE FOR VACATION PAYOUT' TO DTL-NOTE
               PERFORM 7000-WRITE-EXCEPTION
                   THRU 7000-EXIT
           END-IF.
       3100-EXIT.
           EXIT.
      *
       3110-SALARY-HOURLY-RATE.
           IF EM-PERIOD-SALARY NOT NUMERIC
               GO TO 3110-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN EM-FREQ-BIWEEKLY
                   MOVE 26 TO WS-PERIODS-PER-YEAR
               WHEN EM-FREQ-SEMIMONTHLY
                   MOVE 24 TO WS-PERIODS-PER-YEAR
               WHEN EM-FREQ-MONTHLY
                   MOVE 12 TO WS-PERIODS-PER-YEAR
               WHEN OTHER
                   MOVE 52 TO WS-PERIODS-PER-YEAR
           END-EVALUATE.
           COMPUTE WS-ANNUAL-SALARY-WORK =
              EM-PERIOD-SALARY * WS-PERIODS-PER-YEAR.
           COMPUTE WS-PAYOUT-RATE ROUNDED =
              WS-ANNUAL-SALARY-WORK / 2080.
       3110-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3200-CALL-PAYCALC -- THE BALANCE GOES IN AS LEAVE HOURS, SO  *
      * IT PAYS STRAIGHT TIME WITH NO OVERTIME.  THE CHECK ALWAYS    *
      * GOES IN AS HOURLY -- A SALARIED CALL WOULD PAY THE PERIOD    *
      * SALARY AND IGNORE THE LEAVE -- BUT THE EMPLOYEE'S OWN        *
      * FREQUENCY DRIVES THE FEDERAL ANNUALIZATION.                  *
      *****************************************************************
       3200-CALL-PAYCALC.
           MOVE ZERO              TO PC-HOURS-WORKED.
           MOVE WS-VAC-HOURS      TO PC-LEAVE-HOURS.
           MOVE WS-PAYOUT-RATE    TO PC-HRLY-PAY-RATE.
           MOVE 'H'               TO PC-PAY-TYPE.
           MOVE EM-PAY-FREQUENCY  TO PC-PAY-FREQUENCY.
           MOVE ZERO              TO PC-PERIOD-SALARY.
           IF EM-YTD-SS-WAGES NUMERIC
               MOVE EM-YTD-SS-WAGES TO PC-YTD-SS-WAGES
           ELSE
               MOVE ZERO TO PC-YTD-SS-WAGES
           END-IF.
           MOVE EM-STATE-CODE     TO PC-STATE-CODE.
           MOVE EM-FILING-STATUS  TO PC-FILING-STATUS.
           IF EM-ALLOWANCES NUMERIC
               MOVE EM-ALLOWANCES TO PC-ALLOWANCES
           ELSE
               MOVE ZERO TO PC-ALLOWANCES
           END-IF.
           MOVE WS-RUN-DATE-PARM  TO PC-CHECK-DATE.
           MOVE SPACE             TO PC-EARNINGS-CODE.
           MOVE ZERO              TO PC-SUPP-AMOUNT.
           PERFORM 3300-LOAD-GARNISHMENTS
               THRU 3300-EXIT.
           CALL 'PAYCALC' USING PC-PAYCALC-AREA.
       3200-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3300-LOAD-GARNISHMENTS -- ONLY THE ACTIVE GARNISHMENT        *
      * ENTRIES WITH A GOAL STILL OPEN RIDE INTO THE FINAL CHECK;    *
      * THE 401(K) AND INSURANCE ENTRIES ARE BEING STOPPED.          *
      *****************************************************************
       3300-LOAD-GARNISHMENTS.
           MOVE ZERO TO PC-DED-COUNT.
           MOVE 'N' TO DEDUCT-EOF-SWITCH.
           MOVE EM-EMP-ID TO DD-EMP-ID.
           MOVE ZERO      TO DD-DEDUCT-SEQ.
           START DEDUCT-FILE
               KEY NOT LESS THAN DD-KEY
               INVALID KEY
                   SET DEDUCT-EOF TO TRUE
           END-START.
           IF DEDUCT-EOF
               GO TO 3300-EXIT
           END-IF.
           PERFORM 3310-READ-NEXT-DEDUCTION
               THRU 3310-EXIT.
           PERFORM 3320-LOAD-ONE-GARNISHMENT
               THRU 3320-EXIT
               UNTIL DEDUCT-EOF
                  OR DD-EMP-ID NOT = EM-EMP-ID
                  OR PC-DED-COUNT = 8.
       3300-EXIT.
           EXIT.
      *
       3310-READ-NEXT-DEDUCTION.
           READ DEDUCT-FILE NEXT
               AT END
                   SET DEDUCT-EOF TO TRUE
           END-READ.
           IF NOT DD-FILE-OK AND NOT DD-FILE-EOF
               SET DEDUCT-EOF TO TRUE
           END-IF.
       3310-EXIT.
           EXIT.
      *
       3320-LOAD-ONE-GARNISHMENT.
           COMPUTE DED-REMAINING-WORK =
              DD-GOAL-AMOUNT - DD-TAKEN-TO-DATE.
           IF DD-DEDUCT-ACTIVE
              AND DD-TYPE-GARNISHMENT
              AND (DD-GOAL-AMOUNT = ZERO
                 OR DED-REMAINING-WORK > ZERO)
               ADD 1 TO PC-DED-COUNT
               MOVE DD-DEDUCT-SEQ TO DED-SEQ-SAVE (PC-DED-COUNT)
               MOVE DD-DEDUCT-TYPE
                  TO PC-DED-TYPE (PC-DED-COUNT)
               MOVE DD-METHOD
                  TO PC-DED-METHOD (PC-DED-COUNT)
               MOVE DD-FLAT-AMOUNT
                  TO PC-DED-FLAT-AMT (PC-DED-COUNT)
               MOVE DD-PERCENT
                  TO PC-DED-PERCENT (PC-DED-COUNT)
               MOVE DD-GARN-ORDER-TYPE
                  TO PC-DED-ORDER-TYPE (PC-DED-COUNT)
               MOVE DD-GARN-ARREARS
                  TO PC-DED-ARREARS (PC-DED-COUNT)
               MOVE DD-GARN-PRIORITY
                  TO PC-DED-PRIORITY (PC-DED-COUNT)
               IF DD-GOAL-AMOUNT = ZERO
                   MOVE ZERO TO PC-DED-REMAINING (PC-DED-COUNT)
                   MOVE 'N'  TO PC-DED-GOAL-FLAG (PC-DED-COUNT)
               ELSE
                   MOVE DED-REMAINING-WORK
                      TO PC-DED-REMAINING (PC-DED-COUNT)
                   MOVE 'Y'  TO PC-DED-GOAL-FLAG (PC-DED-COUNT)
               END-IF
           END-IF.
           PERFORM 3310-READ-NEXT-DEDUCTION
               THRU 3310-EXIT.
       3320-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3400-WRITE-FINAL-CHECK -- A NORMAL PAYHIST ENTRY DATED THE   *
      * RUN DATE, SEQUENCE BUMPED PAST ANY CHECK ALREADY CUT THAT    *
      * DAY.  NORMAL TYPE, SO PAYCHK PRINTS IT AND EVERY REGISTER    *
      * AND EXTRACT COUNTS IT.                                       *
      *****************************************************************
       3400-WRITE-FINAL-CHECK.
           MOVE EM-EMP-ID         TO PH-EMP-ID.
           MOVE WS-RUN-DATE-PARM  TO PH-RUN-DATE.
           MOVE EM-EMP-NAME       TO PH-EMP-NAME.
           MOVE WS-VAC-HOURS      TO PH-HOURS-WORKED.
           MOVE WS-PAYOUT-RATE    TO PH-HRLY-PAY-RATE.
           MOVE PC-GROSS-PAY      TO PH-GROSS-PAY.
           MOVE PC-FED-TAX        TO PH-FED-TAX.
           MOVE PC-STATE-TAX      TO PH-STATE-TAX.
           MOVE PC-SOC-SEC        TO PH-SOC-SEC.
           MOVE PC-MEDICARE-TAX   TO PH-MEDICARE-TAX.
           MOVE PC-NET-PAY        TO PH-NET-PAY.
           MOVE PC-TOTAL-401K      TO PH-DEDUCT-401K.
           MOVE PC-TOTAL-INSURANCE TO PH-DEDUCT-INSURANCE.
           MOVE PC-TOTAL-GARNISH   TO PH-DEDUCT-GARNISH.
           MOVE ZERO              TO PH-CHECK-NO.
           MOVE SPACE             TO PH-CHECK-STATUS.
           MOVE EM-DEPT-CODE      TO PH-DEPT-CODE.
           MOVE SPACE             TO PH-RECORD-TYPE.
           MOVE SPACE             TO PH-EARNINGS-CODE.
      * A VACATION PAYOUT IS ALL STRAIGHT TIME.
           MOVE EM-WC-CLASS-CODE  TO PH-WC-CLASS-CODE.
           MOVE EM-STATE-CODE     TO PH-WC-STATE-CODE.
           MOVE PC-GROSS-PAY      TO PH-STRAIGHT-TIME-PAY.
           MOVE ZERO              TO PH-OT-PREMIUM-PAY.
           MOVE PC-GARN-SHORTFALL TO PH-GARN-SHORTFALL.
           MOVE 1 TO PH-CHECK-SEQ.
           PERFORM 3410-TRY-HISTORY-WRITE
               THRU 3410-EXIT.
           PERFORM 3420-RETRY-HISTORY-WRITE
               THRU 3420-EXIT
               UNTIL NOT PH-DUPLICATE-KEY
                  OR PH-CHECK-SEQ = 99.
           IF PH-FILE-OK
               SET CHECK-WRITTEN TO TRUE
               ADD 1 TO WS-CHECKS-WRITTEN
               ADD PC-GROSS-PAY TO WS-CTL-GROSS
               ADD PC-NET-PAY   TO WS-CTL-NET
           ELSE
               MOVE 'HISTORY WRITE FAILED' TO DTL-NOTE
               PERFORM 7000-WRITE-EXCEPTION
                   THRU 7000-EXIT
           END-IF.
       3400-EXIT.
           EXIT.
      *
       3410-TRY-HISTORY-WRITE.
           WRITE PH-PAYHIST-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
       3410-EXIT.
           EXIT.
      *
       3420-RETRY-HISTORY-WRITE.
           ADD 1 TO PH-CHECK-SEQ.
           PERFORM 3410-TRY-HISTORY-WRITE
               THRU 3410-EXIT.
       3420-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3500-POST-EMPLOYEE -- THE FINAL CHECK'S YTD POSTS, THE       *
      * VACATION BALANCE GOES TO ZERO (NO ACCRUAL ON A PAYOUT), AND  *
      * THE SETTLED FLAG GOES ON IN THE SAME REWRITE.  THE SICK      *
      * BALANCE IS NOT PAID AND IS LEFT FOR THE RECORD.              *
      *****************************************************************
       3500-POST-EMPLOYEE.
           MOVE EM-EMPMAST-RECORD TO WS-BEFORE-IMAGE.
           MOVE ZERO TO WS-SICK-HOURS.
           IF EM-SICK-BALANCE NUMERIC
               MOVE EM-SICK-BALANCE TO WS-SICK-HOURS
           END-IF.
           IF CHECK-WRITTEN
               ADD PC-GROSS-PAY TO EM-YTD-GROSS
               ADD PC-FED-TAX   TO EM-YTD-FED-TAX
               ADD PC-NET-PAY   TO EM-YTD-NET-PAY
               IF EM-YTD-SS-WAGES NOT NUMERIC
                   MOVE ZERO TO EM-YTD-SS-WAGES
               END-IF
               ADD PC-GROSS-PAY TO EM-YTD-SS-WAGES
           END-IF.
           MOVE ZERO TO EM-VAC-BALANCE.
           MOVE 'S' TO EM-FINAL-PAY-STATUS.
           REWRITE EM-EMPMAST-RECORD.
           IF NOT EM-FILE-OK
               DISPLAY 'PAYFINL - EMPMAST REWRITE FAILED FOR '
                   EM-EMP-ID ' STATUS ' EM-FILE-STATUS
               MOVE 'EMPMAST REWRITE FAILED' TO DTL-NOTE
               PERFORM 7000-WRITE-EXCEPTION
                   THRU 7000-EXIT
           ELSE
               MOVE EM-EMPMAST-RECORD TO WS-AFTER-IMAGE
               MOVE 'EMPMAST'         TO WS-LOG-FILE-NAME
               MOVE EM-EMP-ID         TO WS-LOG-RECORD-KEY
               MOVE 'C' TO WS-LOG-ACTION
               PERFORM 7500-WRITE-CHANGE-LOG
                   THRU 7500-EXIT
           END-IF.
       3500-EXIT.
           EXIT.
      *
      * EACH GARNISHMENT TAKE ON THE FINAL CHECK POSTS BACK TO ITS
      * DEDUCT RECORD SO THE GOAL COUNTS DOWN.
       3600-POST-GARNISHMENTS.
           IF NOT CHECK-WRITTEN
              OR PC-DED-COUNT = ZERO
               GO TO 3600-EXIT
           END-IF.
           PERFORM 3610-POST-ONE-GARNISHMENT
               THRU 3610-EXIT
               VARYING DED-SUB FROM 1 BY 1
               UNTIL DED-SUB > PC-DED-COUNT.
       3600-EXIT.
           EXIT.
      *
      * POSTED EVEN WHEN THE CEILING LEFT THE ORDER NOTHING, SO ITS
      * LAST-CHECK FIGURES AND SHORTFALL STAY CURRENT.
       3610-POST-ONE-GARNISHMENT.
           MOVE EM-EMP-ID TO DD-EMP-ID.
           MOVE DED-SEQ-SAVE (DED-SUB) TO DD-DEDUCT-SEQ.
           READ DEDUCT-FILE
               KEY IS DD-KEY
               INVALID KEY
                   GO TO 3610-EXIT
           END-READ.
           MOVE DD-DEDUCT-RECORD TO WS-BEFORE-IMAGE.
           ADD PC-DED-TAKEN (DED-SUB) TO DD-TAKEN-TO-DATE.
           MOVE WS-RUN-DATE-PARM         TO DD-LAST-CHECK-DATE.
           MOVE PC-DED-WANTED (DED-SUB)  TO DD-LAST-WANTED.
           MOVE PC-DED-TAKEN (DED-SUB)   TO DD-LAST-TAKEN.
           IF DD-SHORT-TO-DATE NOT NUMERIC
               MOVE ZERO TO DD-SHORT-TO-DATE
           END-IF.
           COMPUTE DD-SHORT-TO-DATE = DD-SHORT-TO-DATE +
              (PC-DED-WANTED (DED-SUB) - PC-DED-TAKEN (DED-SUB)).
           REWRITE DD-DEDUCT-RECORD.
           IF NOT DD-FILE-OK
               DISPLAY 'PAYFINL - DEDUCTION POST FAILED FOR '
                   EM-EMP-ID ' STATUS ' DD-FILE-STATUS
           ELSE
               MOVE DD-DEDUCT-RECORD TO WS-AFTER-IMAGE
               MOVE 'DEDUCT'         TO WS-LOG-FILE-NAME
               MOVE DD-KEY           TO WS-LOG-RECORD-KEY
               MOVE 'C' TO WS-LOG-ACTION
               PERFORM 7500-WRITE-CHANGE-LOG
                   THRU 7500-EXIT
           END-IF.
       3610-EXIT.
           EXIT.
      *
      *****************************************************************
      * 4000-STOP-DEDUCTIONS -- EVERY ACTIVE DEDUCT ENTRY BUT A      *
      * GARNISHMENT IS STOPPED.  EACH ENTRY IS LISTED ON THE         *
      * STATEMENT WITH WHAT HAPPENED TO IT; A GARNISHMENT STAYS      *
      * ACTIVE FOR THE AGENCY TO BE TOLD.                            *
      *****************************************************************
       4000-STOP-DEDUCTIONS.
           MOVE SPACES TO STM-TEXT-LINE.
           MOVE 'DEDUCTIONS' TO STM-TEXT-CAPTION.
           WRITE ST-PRINT-LINE FROM STM-TEXT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'N' TO DEDUCT-EOF-SWITCH.
           MOVE EM-EMP-ID TO DD-EMP-ID.
           MOVE ZERO      TO DD-DEDUCT-SEQ.
           START DEDUCT-FILE
               KEY NOT LESS THAN DD-KEY
               INVALID KEY
                   SET DEDUCT-EOF TO TRUE
           END-START.
           IF NOT DEDUCT-EOF
               PERFORM 3310-READ-NEXT-DEDUCTION
                   THRU 3310-EXIT
               PERFORM 4100-STOP-ONE-DEDUCTION
                   THRU 4100-EXIT
                   UNTIL DEDUCT-EOF
                      OR DD-EMP-ID NOT = EM-EMP-ID
           END-IF.
           IF WS-EMP-DEDUCTS-STOPPED = ZERO
               MOVE SPACES TO STM-TEXT-LINE
               MOVE 'NO DEDUCTIONS STOPPED' TO STM-TEXT
               WRITE ST-PRINT-LINE FROM STM-TEXT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       4000-EXIT.
           EXIT.
      *
       4100-STOP-ONE-DEDUCTION.
           MOVE SPACES TO STM-DED-LINE.
           MOVE DD-DEDUCT-SEQ    TO STM-DED-SEQ.
           MOVE DD-TAKEN-TO-DATE TO STM-DED-TAKEN.
           EVALUATE TRUE
               WHEN DD-TYPE-401K
                   MOVE '401(K)' TO STM-DED-TYPE
               WHEN DD-TYPE-INSURANCE
                   MOVE 'INSURANCE' TO STM-DED-TYPE
               WHEN DD-TYPE-GARNISHMENT
                   MOVE 'GARNISHMENT' TO STM-DED-TYPE
               WHEN OTHER
                   MOVE DD-DEDUCT-TYPE TO STM-DED-TYPE
           END-EVALUATE.
           IF DD-DEDUCT-STOPPED
               MOVE 'ALREADY STOPPED' TO STM-DED-ACTION
           ELSE
               IF DD-TYPE-GARNISHMENT
                   MOVE 'STAYS ACTIVE - NOTIFY AGENCY'
                      TO STM-DED-ACTION
               ELSE
                   MOVE DD-DEDUCT-RECORD TO WS-BEFORE-IMAGE
                   MOVE 'S' TO DD-DEDUCT-STATUS
                   REWRITE DD-DEDUCT-RECORD
                   IF DD-FILE-OK
                       ADD 1 TO WS-EMP-DEDUCTS-STOPPED
                       ADD 1 TO WS-DEDUCTS-STOPPED
                       MOVE 'STOPPED' TO STM-DED-ACTION
                       MOVE DD-DEDUCT-RECORD TO WS-AFTER-IMAGE
                       MOVE 'DEDUCT'         TO WS-LOG-FILE-NAME
                       MOVE DD-KEY           TO WS-LOG-RECORD-KEY
                       MOVE 'S' TO WS-LOG-ACTION
                       PERFORM 7500-WRITE-CHANGE-LOG
                           THRU 7500-EXIT
                   ELSE
                       DISPLAY 'PAYFINL - DEDUCT STOP FAILED FOR '
                           DD-KEY ' STATUS ' DD-FILE-STATUS
                       MOVE 'STOP FAILED - USE DEDMNT'
                          TO STM-DED-ACTION
                   END-IF
               END-IF
           END-IF.
           WRITE ST-PRINT-LINE FROM STM-DED-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 3310-READ-NEXT-DEDUCTION
               THRU 3310-EXIT.
       4100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 5000-STOP-DIRECT-DEPOSIT -- AN ACTIVE OR PRENOTE EMPBANK     *
      * ENTRY GOES TO STOPPED, SO THE FINAL CHECK PRINTS ON PAPER.   *
      *****************************************************************
       5000-STOP-DIRECT-DEPOSIT.
           MOVE EM-EMP-ID TO BK-EMP-ID.
           READ EMPBANK-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF BK-NOT-FOUND
               MOVE 'NONE ON FILE - PAPER CHECK' TO WS-DEPOSIT-NOTE
               GO TO 5000-EXIT
           END-IF.
           IF NOT BK-FILE-OK
               DISPLAY 'PAYFINL - EMPBANK READ FAILED FOR '
                   EM-EMP-ID ' STATUS ' BK-FILE-STATUS
               MOVE 'READ FAILED - STOP IT IN BANKLOAD'
                  TO WS-DEPOSIT-NOTE
               GO TO 5000-EXIT
           END-IF.
           IF BK-DEPOSIT-STOPPED
               MOVE 'ALREADY STOPPED - PAPER CHECK' TO WS-DEPOSIT-NOTE
               GO TO 5000-EXIT
           END-IF.
           MOVE BK-EMPBANK-RECORD TO WS-BEFORE-IMAGE.
           MOVE 'S' TO BK-DEPOSIT-STATUS.
           REWRITE BK-EMPBANK-RECORD.
           IF BK-FILE-OK
               ADD 1 TO WS-DEPOSITS-STOPPED
               MOVE 'STOPPED - FINAL CHECK ON PAPER' TO WS-DEPOSIT-NOTE
               MOVE BK-EMPBANK-RECORD TO WS-AFTER-IMAGE
               MOVE 'EMPBANK'         TO WS-LOG-FILE-NAME
               MOVE BK-EMP-ID         TO WS-LOG-RECORD-KEY
               MOVE 'S' TO WS-LOG-ACTION
               PERFORM 7500-WRITE-CHANGE-LOG
                   THRU 7500-EXIT
           ELSE
               DISPLAY 'PAYFINL - EMPBANK STOP FAILED FOR '
                   EM-EMP-ID ' STATUS ' BK-FILE-STATUS
               MOVE 'STOP FAILED - STOP IT IN BANKLOAD'
                  TO WS-DEPOSIT-NOTE
           END-IF.
       5000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 6000-PRINT-STATEMENT-TOP -- NEW PAGE, WHO, AND THE MONEY.    *
      *****************************************************************
       6000-PRINT-STATEMENT-TOP.
           WRITE ST-PRINT-LINE FROM STM-HDG-LINE
               AFTER ADVANCING PAGE.
           MOVE EM-EMP-ID    TO STM-EMP-ID.
           MOVE EM-EMP-NAME  TO STM-EMP-NAME.
           MOVE EM-DEPT-CODE TO STM-DEPT-CODE.
           WRITE ST-PRINT-LINE FROM STM-EMP-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'VACATION HOURS PAID OUT' TO STM-HRS-CAPTION.
           MOVE WS-VAC-HOURS   TO STM-HOURS.
           MOVE WS-PAYOUT-RATE TO STM-HRS-RATE.
           WRITE ST-PRINT-LINE FROM STM-HRS-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'GROSS PAY' TO STM-AMT-CAPTION.
           MOVE PC-GROSS-PAY TO STM-AMOUNT.
           PERFORM 6100-PRINT-AMOUNT
               THRU 6100-EXIT.
           MOVE 'FEDERAL TAX' TO STM-AMT-CAPTION.
           MOVE PC-FED-TAX TO STM-AMOUNT.
           PERFORM 6100-PRINT-AMOUNT
               THRU 6100-EXIT.
           MOVE 'STATE TAX' TO STM-AMT-CAPTION.
           MOVE PC-STATE-TAX TO STM-AMOUNT.
           PERFORM 6100-PRINT-AMOUNT
               THRU 6100-EXIT.
           MOVE 'SOCIAL SECURITY' TO STM-AMT-CAPTION.
           MOVE PC-SOC-SEC TO STM-AMOUNT.
           PERFORM 6100-PRINT-AMOUNT
               THRU 6100-EXIT.
           MOVE 'MEDICARE' TO STM-AMT-CAPTION.
           MOVE PC-MEDICARE-TAX TO STM-AMOUNT.
           PERFORM 6100-PRINT-AMOUNT
               THRU 6100-EXIT.
           MOVE 'GARNISHMENTS' TO STM-AMT-CAPTION.
           MOVE PC-TOTAL-GARNISH TO STM-AMOUNT.
           PERFORM 6100-PRINT-AMOUNT
               THRU 6100-EXIT.
           MOVE 'NET FINAL PAY' TO STM-AMT-CAPTION.
           MOVE PC-NET-PAY TO STM-AMOUNT.
           PERFORM 6100-PRINT-AMOUNT
               THRU 6100-EXIT.
           MOVE SPACES TO STM-TEXT-LINE.
           MOVE 'FINAL CHECK' TO STM-TEXT-CAPTION.
           IF CHECK-WRITTEN
               MOVE 'PRINTS IN THE PAYCHK RUN FOR THE RUN DATE'
                  TO STM-TEXT
           ELSE
               MOVE 'NONE - NO VACATION BALANCE TO PAY' TO STM-TEXT
           END-IF.
           WRITE ST-PRINT-LINE FROM STM-TEXT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'SICK HOURS NOT PAID' TO STM-HRS-CAPTION.
           MOVE WS-SICK-HOURS TO STM-HOURS.
           MOVE ZERO TO STM-HRS-RATE.
           WRITE ST-PRINT-LINE FROM STM-HRS-LINE
               AFTER ADVANCING 1 LINE.
       6000-EXIT.
           EXIT.
      *
       6100-PRINT-AMOUNT.
           WRITE ST-PRINT-LINE FROM STM-AMT-LINE
               AFTER ADVANCING 1 LINE.
       6100-EXIT.
           EXIT.
      *
       6500-PRINT-STATEMENT-END.
           MOVE SPACES TO STM-TEXT-LINE.
           MOVE 'DIRECT DEPOSIT' TO STM-TEXT-CAPTION.
           MOVE WS-DEPOSIT-NOTE TO STM-TEXT.
           WRITE ST-PRINT-LINE FROM STM-TEXT-LINE
               AFTER ADVANCING 2 LINES.
       6500-EXIT.
           EXIT.
      *
      *****************************************************************
      * 7000-WRITE-EXCEPTION -- THE EMPLOYEE STAYS PENDING.  THE     *
      * REASON IS ALREADY IN DTL-NOTE.                               *
      *****************************************************************
       7000-WRITE-EXCEPTION.
           MOVE 'N' TO SETTLE-GOOD-SWITCH.
           MOVE WS-VAC-HOURS   TO DTL-VAC-HOURS.
           MOVE WS-PAYOUT-RATE TO DTL-RATE.
           WRITE PR-PRINT-LINE FROM DTL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
       7000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 7500-WRITE-CHANGE-LOG -- BEFORE AND AFTER IMAGES OF THE      *
      * EMPMAST, DEDUCT OR EMPBANK RECORD JUST REWRITTEN.  THE       *
      * RECORD IS ALREADY ON FILE, SO A FAILED LOG WRITE DOES NOT    *
      * BACK IT OUT -- IT GOES TO THE JOB LOG FOR THE PAYROLL DESK   *
      * TO CHASE.  TWO UPDATES IN THE SAME CLOCK TICK BUMP THE       *
      * SEQUENCE.                                                    *
      *****************************************************************
       7500-WRITE-CHANGE-LOG.
           MOVE SPACES TO CL-CHGLOG-RECORD.
           ACCEPT CL-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT CL-LOG-TIME FROM TIME.
           MOVE 'PAYFINL'         TO CL-SOURCE-ID.
           MOVE 1                 TO CL-LOG-SEQ.
           MOVE 'B'               TO CL-SOURCE-TYPE.
           MOVE 'BATCH'           TO CL-USERID.
           MOVE 'PAYFINL'         TO CL-PROGRAM.
           MOVE WS-LOG-FILE-NAME  TO CL-FILE-NAME.
           MOVE WS-LOG-ACTION     TO CL-ACTION.
           MOVE EM-EMP-ID         TO CL-EMP-ID.
           MOVE WS-LOG-RECORD-KEY TO CL-RECORD-KEY.
           MOVE WS-BEFORE-IMAGE   TO CL-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE    TO CL-AFTER-IMAGE.
           PERFORM 7510-TRY-LOG-WRITE
               THRU 7510-EXIT.
           PERFORM 7520-RETRY-LOG-WRITE
               THRU 7520-EXIT
               UNTIL NOT CL-DUPLICATE-KEY
                  OR CL-LOG-SEQ = 9999.
           IF NOT CL-FILE-OK
               DISPLAY 'PAYFINL - CHGLOG WRITE FAILED, STATUS '
                   CL-FILE-STATUS ' EMPLOYEE ' EM-EMP-ID
           END-IF.
       7500-EXIT.
           EXIT.
      *
       7510-TRY-LOG-WRITE.
           WRITE CL-CHGLOG-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
       7510-EXIT.
           EXIT.
      *
       7520-RETRY-LOG-WRITE.
           ADD 1 TO CL-LOG-SEQ.
           PERFORM 7510-TRY-LOG-WRITE
               THRU 7510-EXIT.
       7520-EXIT.
           EXIT.
      *
       8000-PRINT-TOTALS.
           MOVE SPACES TO TOT-LINE.
           MOVE 'TOTAL FINAL GROSS:' TO TOT-CAPTION.
           MOVE WS-TOTAL-GROSS TO TOT-AMOUNT.
           WRITE PR-PRINT-LINE FROM TOT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO TOT-LINE.
           MOVE 'TOTAL FINAL NET:' TO TOT-CAPTION.
           MOVE WS-TOTAL-NET TO TOT-AMOUNT.
           WRITE PR-PRINT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CNT-LINE.
           MOVE 'EMPLOYEES READ:' TO CNT-CAPTION.
           MOVE WS-EMPLOYEES-READ TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO CNT-LINE.
           MOVE 'TERMINATIONS SETTLED:' TO CNT-CAPTION.
           MOVE WS-EMPLOYEES-SETTLED TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CNT-LINE.
           MOVE 'FINAL CHECKS WRITTEN:' TO CNT-CAPTION.
           MOVE WS-CHECKS-WRITTEN TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CNT-LINE.
           MOVE 'DEDUCTIONS STOPPED:' TO CNT-CAPTION.
           MOVE WS-DEDUCTS-STOPPED TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CNT-LINE.
           MOVE 'DIRECT DEPOSITS STOPPED:' TO CNT-CAPTION.
           MOVE WS-DEPOSITS-STOPPED TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CNT-LINE.
           MOVE 'LEFT PENDING (EXCEPTIONS):' TO CNT-CAPTION.
           MOVE WS-EXCEPTION-COUNT TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE.
       8000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 8500-POST-CONTROL-ENTRY -- THE FINAL CHECKS WRITTEN, AS THIS *
      * STEP'S ENTRY ON THE PAYCTL PAYDAY CONTROL LEDGER: COUNT-1    *
      * CHECKS, AMOUNT-1 GROSS, AMOUNT-2 NET.  A SECOND RUN FOR THE  *
      * SAME DATE SETTLES DIFFERENT EMPLOYEES, SO IT ADDS TO THE     *
      * FIRST.  NOTHING HERE HAS TO PROVE AGAINST AN EARLIER STEP,   *
      * SO THE ENTRY IS ALWAYS BALANCED.                             *
      *****************************************************************
       8500-POST-CONTROL-ENTRY.
           MOVE WS-RUN-DATE-PARM TO CT-RUN-DATE.
           MOVE 'PAYFINL '       TO CT-STEP-NAME.
           READ PAYCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT CT-FILE-OK
               MOVE SPACES TO CT-PAYCTL-RECORD
               MOVE WS-RUN-DATE-PARM TO CT-RUN-DATE
               MOVE 'PAYFINL '       TO CT-STEP-NAME
               MOVE ZERO TO CT-COUNT-1
               MOVE ZERO TO CT-COUNT-2
               MOVE ZERO TO CT-COUNT-3
               MOVE ZERO TO CT-AMOUNT-1
               MOVE ZERO TO CT-AMOUNT-2
               MOVE ZERO TO CT-AMOUNT-3
               MOVE ZERO TO CT-RUN-COUNT
           END-IF.
           ADD WS-CHECKS-WRITTEN TO CT-COUNT-1.
           ADD WS-CTL-GROSS      TO CT-AMOUNT-1.
           ADD WS-CTL-NET        TO CT-AMOUNT-2.
           ADD 1 TO CT-RUN-COUNT.
           ACCEPT CT-LAST-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-WORK FROM TIME.
           MOVE WS-CLOCK-HHMMSS TO CT-LAST-RUN-TIME.
           MOVE 'B' TO CT-STATUS.
           IF CT-FILE-OK
               REWRITE CT-PAYCTL-RECORD
           ELSE
               WRITE CT-PAYCTL-RECORD
           END-IF.
           IF NOT CT-FILE-OK
               DISPLAY 'PAYFINL - PAYCTL POST FAILED FOR '
                   WS-RUN-DATE-PARM ' STATUS ' CT-FILE-STATUS
           END-IF.
       8500-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           CLOSE EMPMAST-FILE.
           CLOSE PAYHIST-FILE.
           CLOSE DEDUCT-FILE.
           CLOSE EMPBANK-FILE.
           CLOSE CHGLOG-FILE.
           CLOSE PAYCTL-FILE.
           CLOSE PAYFINL-RPT.
           CLOSE STMT-RPT.
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
//SYSLMOD  DD DSN=TSOECCC.CICSTS12.STUDENT.LOADLIB(PAYFINL),DISP=SHR
//SYSPRINT DD SYSOUT=*
//GO       EXEC PGM=PAYFINL,COND=((5,LT,COB),(5,LT,LKED))
//EMPMAST  DD DSN=TSOECCC.CICSTS12.STUDENT.EMPMAST,DISP=SHR
//PAYHIST  DD DSN=TSOECCC.CICSTS12.STUDENT.PAYHIST,DISP=SHR
//DEDUCT   DD DSN=TSOECCC.CICSTS12.STUDENT.DEDUCT,DISP=SHR
//EMPBANK  DD DSN=TSOECCC.CICSTS12.STUDENT.EMPBANK,DISP=SHR
//PAYPER   DD DSN=TSOECCC.CICSTS12.STUDENT.PAYPER,DISP=SHR
//CHGLOG   DD DSN=TSOECCC.CICSTS12.STUDENT.CHGLOG,DISP=SHR
//PAYCTL   DD DSN=TSOECCC.CICSTS12.STUDENT.PAYCTL,DISP=SHR
//TAXPARM  DD DSN=TSOECCC.CICSTS12.STUDENT.TAXPARM,DISP=SHR
//SYSPRINT DD SYSOUT=*
//STMTPRT  DD SYSOUT=*
//SYSIN    DD *
20260101
/*
