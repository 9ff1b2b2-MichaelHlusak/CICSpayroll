//* //GO.TIMECARD DD.  EVERY TIMECARD THAT PASSES THE SAME
//* EDITS THE CICSMAPP SCREEN ENFORCES GETS A PAYHIST ENTRY
//* AND AN EMPMAST YTD UPDATE; THE REST LAND ON THE EXCEPTION
//* REPORT.  BONUS AND COMMISSION CARDS (EARNINGS CODE B OR C
//* IN COL 41, THE AMOUNT 999999V99 IN COLS 42-49, NO HOURS)
//* RIDE THE SAME DD -- CONCATENATE THE KEYED SUPPLEMENTAL
//* DECK BEHIND THE TCCUT CUTOFF FILE.
//* CARD 2 ON //GO.SYSIN IS THE MODE: 'POST' PAYS THE DECK,
//* 'TRIAL' RUNS THE SAME EDITS AND CALCULATION AND UPDATES
//* NOTHING -- NO PAYHIST, NO YTD, NO LEAVE, NO DEDUCT POSTS,
//* NO LABDIST, NO CHECKPOINT.  A TRIAL PRINTS THE PROOF
//* REGISTER ON //GO.SYSPRINT AND THE VARIANCE REPORT ON
//* //GO.VARPRINT, AND READS CARD 3: THE SWING THRESHOLD IN
//* WHOLE PERCENT (025 FLAGS A GROSS OR NET THAT MOVED MORE
//* THAN 25 PERCENT FROM THE LAST CHECK; BLANK OR ZERO IS 25).
//* RUN THE TRIAL, SIGN OFF ON IT, THEN RUN THE SAME DECK
//* WITH POST.  ANY OTHER MODE CARD ENDS THE STEP WITH
//* CONDITION CODE 16 BEFORE A FILE IS OPENED.
//* A POST RUN WILL NOT START UNLESS THE PAYCTL PAYDAY
//* CONTROL LEDGER HOLDS THE TCCUT ENTRY FOR THE RUN DATE.
//* AT THE END IT POSTS ITS OWN ENTRY (CARDS READ, CHECKS
//* WRITTEN, GROSS AND NET) AND PROVES THE TIMECARDS READ
//* AGAINST THE CARDS TCCUT EXTRACTED.  WHEN A POST MUST GO
//* AHEAD WITHOUT THE CUTOFF ENTRY (A SUPPLEMENTAL-ONLY
//* DECK), CARD 3 IS THE OPERATOR OVERRIDE: 'OVERRIDE' IN
//* COLS 1-8, THE OPERATOR'S USER ID IN COLS 10-17, AND THE
//* REASON IN COLS 19-48.  THE OVERRIDE IS PRINTED ON THE
//* REGISTER AND KEPT ON THE LEDGER ENTRY.
//* PLACE YOUR OWN LOADLIB/SRCLIB NAMES WHERE SHOWN.
//*********************************************************
//COB      EXEC PGM=IGYCRCTL
//STEPLIB  DD DSN=IGY.SIGYCOMP,DISP=SHR
      * EMPMAST YTD UPDATE.  CARDS THAT FAIL AN EDIT GO TO THE       *
      * EXCEPTION REPORT AND TOUCH NOTHING.  THE CICSMAPP SCREEN     *
      * STAYS FOR ONESY-TWOSY CORRECTIONS; THIS IS THE PAYDAY PATH.  *
      * A LIVE RUN NEEDS THE CUTOFF'S ENTRY ON THE PAYCTL PAYDAY     *
      * CONTROL LEDGER TO START, AND POSTS ITS OWN ENTRY AT THE END  *
      * FOR PAYCHK AND PAYACH TO START FROM.                         *
      *                                                               *
      * MODIFICATION HISTORY.                                        *
      *   08/22/26  HL   ORIGINAL PROGRAM.                           *
      *                  ALREADY CUT THIS PERIOD ONLY DRAWS THE      *
      *                  BALANCE -- THE PERIOD SALARY IS NOT PAID    *
      *                  A SECOND TIME ON THE OVERRIDE.              *
      *   10/15/26  HL   TAX PARAMETERS LOADED FROM TAXPARM THROUGH  *
      *                  TAXLOAD AND THE RUN DATE PASSED AS THE      *
      *                  CHECK DATE -- THE RUN STOPS WHEN NO SET IS  *
      *                  IN FORCE FOR THE RUN DATE.                  *
      *   10/15/26  HL   LABOR DISTRIBUTION -- A REGULAR CARD SPLIT   *
      *                  ACROSS DEPARTMENTS OR COST CENTERS GETS A   *
      *                  LABDIST RECORD PER CHECK SPREADING THE      *
      *                  GROSS ON HOURS, REST TO THE HOME DEPT.      *
      *   10/15/26  HL   SUPPLEMENTAL CARDS -- EARNINGS CODE B OR C  *
      *                  WITH A FLAT AMOUNT AND NO HOURS PAY A BONUS *
      *                  OR COMMISSION CHECK AT THE FLAT FEDERAL     *
      *                  RATE; THE CODE RIDES PAYHIST AND THE        *
      *                  REGISTER.  SUCH A CHECK DOES NOT COUNT AS   *
      *                  THE PERIOD'S PAY.                           *
      *   10/15/26  HL   TRIAL MODE -- CARD 2 'TRIAL' RUNS THE EDITS *
      *                  AND PAYCALC WITH NO FILE UPDATED, PRINTS A  *
      *                  PROOF REGISTER, AND A VARIANCE REPORT       *
      *                  SETTING EACH CHECK AGAINST THE LAST ONE     *
      *                  PAID AND LISTING LAST PERIOD'S PAYEES WITH  *
      *                  NO CARD.                                    *
      *   10/15/26  HL   WORKERS' COMPENSATION CLASS, STATE, AND     *
      *                  STRAIGHT-TIME/OVERTIME PREMIUM SPLIT        *
      *                  STAMPED ON THE HISTORY ENTRY.               *
      *   10/15/26  HL   GARNISHMENT ORDER FIELDS LOADED; LAST CHECK *
      *                  AND SHORTFALL POSTED.                       *
      *   10/15/26  HL   PAYDAY CONTROL LEDGER -- A LIVE RUN NEEDS   *
      *                  THE TCCUT ENTRY ON PAYCTL (OR AN OVERRIDE   *
      *                  CARD) AND POSTS ITS CARDS READ, CHECKS,     *
      *                  GROSS AND NET, PROVED AGAINST THE CUTOFF;   *
      *                  THE RUN'S MONEY TOTALS RIDE THE CHECKPOINT  *
      *                  FOR A RESTART.                              *
      *   10/15/26  HL   MODE CARD OTHER THAN TRIAL OR POST ENDS THE *
      *                  RUN WITH RETURN CODE 16 BEFORE ANY OPEN.    *
      *****************************************************************
       PROGRAM-ID. PAYTIME.
       AUTHOR. HLUSAK.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-CONTROL-ID
               FILE STATUS IS CK-FILE-STATUS.
           SELECT LABDIST-FILE ASSIGN TO LABDIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LD-KEY
               FILE STATUS IS LD-FILE-STATUS.
           SELECT PAYCTL-FILE ASSIGN TO PAYCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-KEY
               FILE STATUS IS CT-FILE-STATUS.
           SELECT PAYTIME-RPT ASSIGN TO SYSPRINT.
           SELECT EXCP-RPT ASSIGN TO EXCPRINT.
           SELECT VARIANCE-RPT ASSIGN TO VARPRINT.
      *
       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY PAYPER.
      *
       FD  LABDIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY LABDIST.
      *
       FD  TIMECKPT-FILE
           RECORDING MODE IS F
      * CHECKPOINT, BUT TAKEN EVERY CARD -- A GAP HERE IS A CARD     *
      * PAID TWICE, AND THE COLUMN-12 OVERRIDE WOULD WAVE IT PAST    *
      * THE ALREADY-PAID GUARD.                                      *
      * THE RUN'S GROSS, NET, AND SUPPLEMENTAL CARD COUNT RIDE THE   *
      * SAME RECORD SO A RESUMED RUN POSTS THE WHOLE DECK TO THE     *
      * PAYCTL CONTROL LEDGER, NOT JUST THE PART AFTER THE ABEND.    *
      *****************************************************************
       01  CK-CHECKPOINT-RECORD.
           05  CK-CONTROL-ID       PIC X(08).
           05  CK-LAST-CARD-NO     PIC 9(07).
           05  CK-CHECKS-WRITTEN   PIC 9(05).
           05  CK-EXCEPTION-COUNT  PIC 9(05).
           05  CK-CTL-GROSS        PIC S9(11)V99.
           05  CK-CTL-NET          PIC S9(11)V99.
           05  CK-SUPP-CARDS       PIC 9(05).
           05  FILLER              PIC X(15).
      *
       FD  PAYCTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY PAYCTL.
      *
       FD  PAYTIME-RPT
           RECORDING MODE IS F
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  EX-PRINT-LINE           PIC X(132).
      *
       FD  VARIANCE-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  VR-PRINT-LINE           PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  CK-FILE-STATUS          PIC X(02).
           88  CK-FILE-OK               VALUE '00'.
           88  CK-NOT-FOUND             VALUE '23'.
       01  LD-FILE-STATUS          PIC X(02).
           88  LD-FILE-OK               VALUE '00'.
           88  LD-DUPLICATE-KEY         VALUE '22'.
       01  CT-FILE-STATUS          PIC X(02).
           88  CT-FILE-OK               VALUE '00'.
           88  CT-NOT-FOUND             VALUE '23'.
      *
       01  SWITCHES.
           05  END-OF-FILE-SWITCH  PIC X VALUE 'N'.
               88  PAID-EOF             VALUE 'Y'.
           05  RESTART-SWITCH      PIC X VALUE 'N'.
               88  RESTARTED-RUN        VALUE 'Y'.
           05  TRIAL-MODE-SWITCH   PIC X VALUE 'N'.
               88  TRIAL-RUN            VALUE 'Y'.
           05  PRIOR-PERIOD-SWITCH PIC X VALUE 'N'.
               88  PRIOR-PERIOD-FOUND   VALUE 'Y'.
           05  LAST-FOUND-SWITCH   PIC X VALUE 'N'.
               88  LAST-CHECK-FOUND     VALUE 'Y'.
           05  LAST-EOF-SWITCH     PIC X VALUE 'N'.
               88  LAST-EOF             VALUE 'Y'.
           05  MISS-EOF-SWITCH     PIC X VALUE 'N'.
               88  MISS-EOF             VALUE 'Y'.
           05  DECK-FOUND-SWITCH   PIC X VALUE 'N'.
               88  IN-DECK              VALUE 'Y'.
           05  DECK-FULL-SWITCH    PIC X VALUE 'N'.
               88  DECK-TABLE-FULL      VALUE 'Y'.
           05  SWING-OVER-SWITCH   PIC X VALUE 'N'.
               88  SWING-OVER           VALUE 'Y'.
           05  GROSS-SWING-SWITCH  PIC X VALUE 'N'.
               88  GROSS-SWING          VALUE 'Y'.
           05  NET-SWING-SWITCH    PIC X VALUE 'N'.
               88  NET-SWING            VALUE 'Y'.
           05  OVERRIDE-USED-SWITCH PIC X VALUE 'N'.
               88  RAN-ON-OVERRIDE      VALUE 'Y'.
      *
       77  WS-RUN-DATE-PARM        PIC 9(08).
       77  WS-MODE-PARM            PIC X(08).
       77  WS-PERIOD-START         PIC 9(08).
       77  WS-PERIOD-END           PIC 9(08).
       77  WS-PERIOD-STATUS        PIC X(01) VALUE SPACE.
      * ARE SKIPPED UNTOUCHED.
       77  WS-CARDS-DONE           PIC 9(07) VALUE ZERO.
       77  WS-SKIP-SUB             PIC 9(07) COMP VALUE ZERO.
      *
      * PAYDAY CONTROL LEDGER FIGURES FOR THE WHOLE DECK.  UNLIKE
      * THE REGISTER TOTALS THESE ARE CARRIED ON THE CHECKPOINT, SO
      * A RESUMED RUN STILL POSTS WHAT THE DEAD RUN PAID.
       77  WS-CTL-GROSS            PIC S9(11)V99 VALUE ZERO.
       77  WS-CTL-NET              PIC S9(11)V99 VALUE ZERO.
       77  WS-SUPP-CARDS           PIC 9(05) VALUE ZERO.
       77  WS-REGULAR-CARDS        PIC 9(07) VALUE ZERO.
       77  WS-CUTOFF-CARDS         PIC 9(07) VALUE ZERO.
       77  WS-BLOCK-CAUSE          PIC X(40) VALUE SPACES.
       01  WS-CLOCK-WORK           PIC 9(08).
       01  FILLER REDEFINES WS-CLOCK-WORK.
           05  WS-CLOCK-HHMMSS     PIC 9(06).
           05  FILLER              PIC 9(02).
      *
      * CARD 3 OF A POST RUN -- THE OPERATOR OVERRIDE THAT LETS THE
      * RUN GO AHEAD WITHOUT THE CUTOFF'S LEDGER ENTRY.
       01  OVERRIDE-CARD.
           05  OVR-KEYWORD         PIC X(08).
               88  OVERRIDE-GIVEN       VALUE 'OVERRIDE'.
           05  FILLER              PIC X(01).
           05  OVR-USERID          PIC X(08).
           05  FILLER              PIC X(01).
           05  OVR-REASON          PIC X(30).
           05  FILLER              PIC X(32).
      *
      *
      * TRIAL-RUN VARIANCE WORK AREA.  EACH CARD'S CHECK IS SET
      * AGAINST THE EMPLOYEE'S LAST NORMAL REGULAR CHECK BEFORE THE
      * RUN DATE; A GROSS OR NET THAT MOVED MORE THAN THE THRESHOLD
      * PERCENT EITHER WAY IS FLAGGED.  EVERY EMPLOYEE ID IN THE
      * DECK (PAID OR REJECTED) IS KEPT SO THE PRIOR PERIOD'S
      * CHECKS CAN BE SWEPT FOR ANYONE WITH NO CARD THIS TIME.
       77  WS-VARIANCE-PCT-PARM    PIC 9(03).
       77  WS-VARIANCE-PCT-NEG     PIC S9(03) VALUE ZERO.
       77  WS-PRIOR-START          PIC 9(08) VALUE ZERO.
       77  WS-PRIOR-END            PIC 9(08) VALUE ZERO.
       77  WS-LAST-RUN-DATE        PIC 9(08) VALUE ZERO.
       77  WS-LAST-GROSS           PIC 9(07)V99 VALUE ZERO.
       77  WS-LAST-NET             PIC 9(07)V99 VALUE ZERO.
       77  WS-SWING-OLD            PIC 9(07)V99 VALUE ZERO.
       77  WS-SWING-NEW            PIC 9(07)V99 VALUE ZERO.
       77  WS-SWING-PCT            PIC S9(04)V9 VALUE ZERO.
       77  WS-MISS-LAST-EMP        PIC X(06) VALUE SPACES.
       77  WS-DECK-LOOKUP-ID       PIC X(06) VALUE SPACES.
       77  WS-COMPARED-COUNT       PIC 9(05) COMP VALUE ZERO.
       77  WS-SWING-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-NO-PRIOR-COUNT       PIC 9(05) COMP VALUE ZERO.
       77  WS-MISSING-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  DECK-COUNT              PIC S9(04) COMP VALUE ZERO.
       77  DECK-SUB                PIC S9(04) COMP.
       01  DECK-TABLE.
           05  DECK-EMP-ID         OCCURS 5000 TIMES PIC X(06).
      *
       01  WS-TOTALS.
           05  WS-TOTAL-GROSS      PIC S9(09)V99 VALUE ZERO.
       01  DEDUCT-EOF-SWITCH       PIC X VALUE 'N'.
           88  DEDUCT-EOF               VALUE 'Y'.
      *
      * LABOR SPLIT WORK AREA.  THE SLICES KEYED ON THE CARD ARE
      * COUNTED AND THEIR HOURS ADDED UP BY THE EDIT; WHAT IS LEFT OF
      * THE CARD'S HOURS CHARGES THE HOME DEPARTMENT.  THE GROSS IS
      * SPREAD ON HOURS AND THE LAST LINE TAKES THE ROUNDING.
       77  SPLIT-SUB               PIC S9(04) COMP.
       77  LD-SUB                  PIC S9(04) COMP.
       77  WS-SPLIT-COUNT          PIC 9(01) VALUE ZERO.
       77  WS-SPLIT-HOURS          PIC 9(04)V99 VALUE ZERO.
       77  WS-HOME-HOURS           PIC S9(04)V99 VALUE ZERO.
       77  WS-GROSS-SPREAD         PIC 9(07)V99 VALUE ZERO.
      *
      *****************************************************************
      * HEADING, DETAIL, EXCEPTION, AND TOTAL LINES.                 *
      *****************************************************************
       01  HDG-LINE-1.
           05  HDG-TITLE           PIC X(26) VALUE
               'TIMECARD PAYROLL RUN FOR  '.
           05  HDG-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(98) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE 'MEDICARE'.
           05  FILLER              PIC X(12) VALUE 'NET PAY'.
           05  FILLER              PIC X(12) VALUE 'DEDUCTS'.
           05  FILLER              PIC X(12) VALUE 'EARNINGS'.
           05  FILLER              PIC X(06) VALUE SPACES.
      *
       01  DTL-LINE.
           05  DTL-EMP-NAME        PIC X(30).
           05  DTL-NET-PAY         PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-DEDUCTS         PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-EARNINGS        PIC X(10).
      *
       01  TRIAL-LINE.
           05  FILLER              PIC X(50) VALUE
               'TRIAL RUN - NO CHECKS WRITTEN AND NO FILES UPDATED'.
           05  FILLER              PIC X(82) VALUE SPACES.
      *
       01  SIGNOFF-LINE.
           05  FILLER              PIC X(48) VALUE
               'TRIAL REVIEWED AND RELEASED FOR THE LIVE RUN BY '.
           05  FILLER              PIC X(30) VALUE ALL '_'.
           05  FILLER              PIC X(08) VALUE '   DATE '.
           05  FILLER              PIC X(10) VALUE ALL '_'.
           05  FILLER              PIC X(36) VALUE SPACES.
      *
       01  RESTART-LINE.
           05  FILLER              PIC X(34) VALUE
           05  FILLER              PIC X(44) VALUE
               ' - MONEY TOTALS COVER THE RESUMED PORTION   '.
           05  FILLER              PIC X(47) VALUE SPACES.
      *
       01  OVERRIDE-LINE.
           05  FILLER              PIC X(28) VALUE
               'RUN ON OPERATOR OVERRIDE BY '.
           05  OVL-USERID          PIC X(08).
           05  FILLER              PIC X(03) VALUE ' - '.
           05  OVL-REASON          PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  OVL-CAUSE           PIC X(40).
           05  FILLER              PIC X(21) VALUE SPACES.
      *
       01  CTL-LINE.
           05  FILLER              PIC X(32) VALUE
               'CONTROL LEDGER - TIMECARDS READ '.
           05  CTL-CARDS-READ      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(18) VALUE
               '  TCCUT EXTRACTED '.
           05  CTL-CUTOFF-CARDS    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03) VALUE ' - '.
           05  CTL-VERDICT         PIC X(14).
           05  FILLER              PIC X(51) VALUE SPACES.
      *
       01  EXC-HDG-LINE.
           05  FILLER              PIC X(35) VALUE
           05  CNT-CARDS-READ      PIC ZZ,ZZ9.
           05  FILLER              PIC X(106) VALUE SPACES.
       01  CNT-LINE-2.
           05  CNT-LINE-2-LABEL    PIC X(20) VALUE
               'CHECKS WRITTEN: '.
           05  CNT-CHECKS-WRITTEN  PIC ZZ,ZZ9.
           05  FILLER              PIC X(106) VALUE SPACES.
               'EXCEPTIONS:     '.
           05  CNT-EXCEPTIONS      PIC ZZ,ZZ9.
           05  FILLER              PIC X(106) VALUE SPACES.
      *
      *****************************************************************
      * TRIAL-RUN VARIANCE REPORT LINES.                             *
      *****************************************************************
       01  VAR-HDG-LINE-1.
           05  FILLER              PIC X(40) VALUE
               'TRIAL RUN VARIANCE REPORT FOR RUN DATE  '.
           05  VAR-HDG-RUN-DATE    PIC 9(08).
           05  FILLER              PIC X(22) VALUE
               '   SWING THRESHOLD    '.
           05  VAR-HDG-PCT         PIC ZZ9.
           05  FILLER              PIC X(08) VALUE ' PERCENT'.
           05  FILLER              PIC X(51) VALUE SPACES.
      *
       01  VAR-HDG-LINE-2.
           05  FILLER              PIC X(08) VALUE 'EMP ID'.
           05  FILLER              PIC X(24) VALUE 'EMPLOYEE NAME'.
           05  FILLER              PIC X(10) VALUE 'LAST CHECK'.
           05  FILLER              PIC X(12) VALUE '  LAST GROSS'.
           05  FILLER              PIC X(12) VALUE '  THIS GROSS'.
           05  FILLER              PIC X(09) VALUE '   CHG % '.
           05  FILLER              PIC X(12) VALUE '    LAST NET'.
           05  FILLER              PIC X(12) VALUE '    THIS NET'.
           05  FILLER              PIC X(09) VALUE '   CHG % '.
           05  FILLER              PIC X(24) VALUE '  FLAG'.
      *
       01  VAR-LINE.
           05  VAR-EMP-ID          PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  VAR-EMP-NAME        PIC X(22).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  VAR-LAST-DATE       PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  VAR-LAST-GROSS      PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  VAR-THIS-GROSS      PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  VAR-GROSS-CHG       PIC ZZZ9.9-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  VAR-LAST-NET        PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  VAR-THIS-NET        PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  VAR-NET-CHG         PIC ZZZ9.9-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  VAR-FLAG            PIC X(24).
      *
       01  MISS-HDG-LINE.
           05  FILLER              PIC X(26) VALUE
               'PAID IN THE PERIOD FROM  '.
           05  MISS-HDG-START      PIC 9(08).
           05  FILLER              PIC X(04) VALUE ' TO '.
           05  MISS-HDG-END        PIC 9(08).
           05  FILLER              PIC X(30) VALUE
               ' -- NO CARD IN THIS DECK'.
           05  FILLER              PIC X(56) VALUE SPACES.
      *
       01  MISS-LINE.
           05  MISS-EMP-ID         PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  MISS-EMP-NAME       PIC X(22).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  MISS-LAST-DATE      PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  MISS-LAST-GROSS     PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(23) VALUE SPACES.
           05  MISS-LAST-NET       PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(23) VALUE SPACES.
           05  MISS-REASON         PIC X(24).
      *
       01  VAR-NOTE-LINE.
           05  VAR-NOTE            PIC X(60).
           05  FILLER              PIC X(72) VALUE SPACES.
      *
       01  VAR-CNT-LINE.
           05  VAR-CNT-LABEL       PIC X(30).
           05  VAR-CNT             PIC ZZ,ZZ9.
           05  FILLER              PIC X(96) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *****************************************************************
               UNTIL END-OF-FILE.
           PERFORM 8000-PRINT-TOTALS
               THRU 8000-EXIT.
           IF TRIAL-RUN
               PERFORM 8500-LIST-MISSING-CARDS
                   THRU 8500-EXIT
           ELSE
               PERFORM 8600-POST-CONTROL-ENTRY
                   THRU 8600-EXIT
           END-IF.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           GO TO 9999-EXIT.
      * 1000-INITIALIZE -- OPEN FILES, GET THE RUN DATE, PRINT HDGS. *
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-PARM FROM SYSIN.
           ACCEPT WS-MODE-PARM FROM SYSIN.
      * ANYTHING BUT THE TWO MODES STOPS THE JOB BEFORE A FILE IS
      * OPENED -- A MISPUNCHED TRIAL CARD MUST NOT PAY THE DECK.
           IF WS-MODE-PARM NOT = 'TRIAL'
              AND WS-MODE-PARM NOT = 'POST'
               DISPLAY 'PAYTIME - MODE CARD MUST BE TRIAL OR POST, '
                   'READ ' WS-MODE-PARM
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF WS-MODE-PARM = 'TRIAL'
               SET TRIAL-RUN TO TRUE
               ACCEPT WS-VARIANCE-PCT-PARM FROM SYSIN
               IF WS-VARIANCE-PCT-PARM NOT NUMERIC
                  OR WS-VARIANCE-PCT-PARM = ZERO
                   MOVE 25 TO WS-VARIANCE-PCT-PARM
               END-IF
               COMPUTE WS-VARIANCE-PCT-NEG =
                  ZERO - WS-VARIANCE-PCT-PARM
           ELSE
               MOVE SPACES TO OVERRIDE-CARD
               ACCEPT OVERRIDE-CARD FROM SYSIN
           END-IF.
           OPEN INPUT TIMECARD-FILE.
           IF NOT TC-FILE-OK
               DISPLAY 'PAYTIME - OPEN FAILED, TIMECARD STATUS '
                   TC-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
      * A TRIAL OPENS THE MASTERS FOR INPUT ONLY -- NOTHING IN THIS
      * PROGRAM CAN UPDATE THEM BY MISTAKE ON A TRIAL.
           IF TRIAL-RUN
               OPEN INPUT EMPMAST-FILE
           ELSE
               OPEN I-O EMPMAST-FILE
           END-IF.
           IF NOT EM-FILE-OK
               DISPLAY 'PAYTIME - OPEN FAILED, EMPMAST STATUS '
                   EM-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           IF TRIAL-RUN
               OPEN INPUT PAYHIST-FILE
           ELSE
               OPEN I-O PAYHIST-FILE
           END-IF.
           IF NOT PH-FILE-OK
               DISPLAY 'PAYTIME - OPEN FAILED, PAYHIST STATUS '
                   PH-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           IF TRIAL-RUN
               OPEN INPUT DEDUCT-FILE
           ELSE
               OPEN I-O DEDUCT-FILE
           END-IF.
           IF NOT DD-FILE-OK
               DISPLAY 'PAYTIME - OPEN FAILED, DEDUCT STATUS '
                   DD-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           IF NOT TRIAL-RUN
               PERFORM 1100-OPEN-POSTING-FILES
                   THRU 1100-EXIT
           END-IF.
           OPEN OUTPUT PAYTIME-RPT.
           OPEN OUTPUT EXCP-RPT.
           IF TRIAL-RUN
               OPEN OUTPUT VARIANCE-RPT
               MOVE 'TRIAL PAYROLL PROOF FOR   ' TO HDG-TITLE
               MOVE 'CHECKS PROVED:  ' TO CNT-LINE-2-LABEL
           END-IF.
           MOVE WS-RUN-DATE-PARM TO HDG-RUN-DATE.
           MOVE WS-RUN-DATE-PARM TO EXC-HDG-RUN-DATE.
           PERFORM 1400-FIND-PAY-PERIOD
               END-IF
               GO TO 9999-EXIT
           END-IF.
      * THE TAX SETS LOAD ONCE FOR THE RUN.  EVERY CHECK CARRIES THE
      * RUN DATE, SO THE OLDEST SET KEPT MUST ALREADY BE IN FORCE.
           CALL 'TAXLOAD' USING PC-PAYCALC-AREA.
           IF PC-TX-SET-COUNT = ZERO
               DISPLAY 'PAYTIME - NO TAX PARAMETERS LOADED - '
                   'RUN STOPPED'
               GO TO 9999-EXIT
           END-IF.
           IF PC-TX-EFF-DATE (1) > WS-RUN-DATE-PARM
               DISPLAY 'PAYTIME - NO TAX PARAMETERS IN FORCE FOR '
                   WS-RUN-DATE-PARM ' - RUN STOPPED'
               GO TO 9999-EXIT
           END-IF.
      * A LIVE RUN NEEDS THE CUTOFF'S LEDGER ENTRY BEFORE THE
      * CHECKPOINT IS TOUCHED, SO A REFUSED RUN LEAVES NOTHING ACTIVE.
           IF NOT TRIAL-RUN
               PERFORM 1700-CHECK-CUTOFF-ENTRY
                   THRU 1700-EXIT
           END-IF.
      * A TRIAL TAKES NO CHECKPOINT, SO IT NEITHER RESUMES NOR
      * DISTURBS A LIVE RUN THAT DIED MID-DECK.
           IF NOT TRIAL-RUN
               PERFORM 1500-GET-CHECKPOINT
                   THRU 1500-EXIT
           END-IF.
           WRITE PR-PRINT-LINE FROM HDG-LINE-1
               AFTER ADVANCING PAGE.
           IF TRIAL-RUN
               WRITE PR-PRINT-LINE FROM TRIAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE PR-PRINT-LINE FROM HDG-LINE-2
               AFTER ADVANCING 2 LINES.
           WRITE EX-PRINT-LINE FROM EXC-HDG-LINE
               AFTER ADVANCING PAGE.
           IF TRIAL-RUN
               MOVE WS-RUN-DATE-PARM TO VAR-HDG-RUN-DATE
               MOVE WS-VARIANCE-PCT-PARM TO VAR-HDG-PCT
               WRITE VR-PRINT-LINE FROM VAR-HDG-LINE-1
                   AFTER ADVANCING PAGE
               WRITE VR-PRINT-LINE FROM VAR-HDG-LINE-2
                   AFTER ADVANCING 2 LINES
           END-IF.
           IF RESTARTED-RUN
               COMPUTE RST-NEXT-CARD = CK-LAST-CARD-NO + 1
               WRITE PR-PRINT-LINE FROM RESTART-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF RAN-ON-OVERRIDE
               WRITE PR-PRINT-LINE FROM OVERRIDE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 2100-READ-TIMECARD
               THRU 2100-EXIT.
           IF RESTARTED-RUN
       1000-EXIT.
           EXIT.
      *
      * THE FILES ONLY A LIVE RUN WRITES.
       1100-OPEN-POSTING-FILES.
           OPEN I-O TIMECKPT-FILE.
           IF NOT CK-FILE-OK
               DISPLAY 'PAYTIME - OPEN FAILED, TIMECKPT STATUS '
                   CK-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN I-O LABDIST-FILE.
           IF NOT LD-FILE-OK
               DISPLAY 'PAYTIME - OPEN FAILED, LABDIST STATUS '
                   LD-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN I-O PAYCTL-FILE.
           IF NOT CT-FILE-OK
               DISPLAY 'PAYTIME - OPEN FAILED, PAYCTL STATUS '
                   CT-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
       1100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1500-GET-CHECKPOINT -- A MISSING RUN-CONTROL RECORD IS       *
      * SEEDED CLEAN.  A RECORD STILL FLAGGED ACTIVE FOR THIS RUN    *
                   MOVE ZERO TO CK-LAST-CARD-NO
                   MOVE ZERO TO CK-CHECKS-WRITTEN
                   MOVE ZERO TO CK-EXCEPTION-COUNT
                   MOVE ZERO TO CK-CTL-GROSS
                   MOVE ZERO TO CK-CTL-NET
                   MOVE ZERO TO CK-SUPP-CARDS
                   WRITE CK-CHECKPOINT-RECORD
           END-READ.
           IF NOT CK-FILE-OK
               MOVE CK-LAST-CARD-NO    TO WS-CARDS-DONE
               MOVE CK-CHECKS-WRITTEN  TO WS-CHECKS-WRITTEN
               MOVE CK-EXCEPTION-COUNT TO WS-EXCEPTION-COUNT
               IF CK-CTL-GROSS NUMERIC
                  AND CK-CTL-NET NUMERIC
                  AND CK-SUPP-CARDS NUMERIC
                   MOVE CK-CTL-GROSS   TO WS-CTL-GROSS
                   MOVE CK-CTL-NET     TO WS-CTL-NET
                   MOVE CK-SUPP-CARDS  TO WS-SUPP-CARDS
               END-IF
           ELSE
               MOVE 'A' TO CK-RUN-STATUS
               MOVE WS-RUN-DATE-PARM TO CK-RUN-DATE
               MOVE ZERO TO CK-LAST-CARD-NO
               MOVE ZERO TO CK-CHECKS-WRITTEN
               MOVE ZERO TO CK-EXCEPTION-COUNT
               MOVE ZERO TO CK-CTL-GROSS
               MOVE ZERO TO CK-CTL-NET
               MOVE ZERO TO CK-SUPP-CARDS
               REWRITE CK-CHECKPOINT-RECORD
               IF NOT CK-FILE-OK
                   DISPLAY 'PAYTIME - RUN-CONTROL REWRITE FAILED '
           EXIT.
      *
      *****************************************************************
      * 1700-CHECK-CUTOFF-ENTRY -- THE CUTOFF MUST HAVE POSTED ITS   *
      * ENTRY ON THE PAYCTL CONTROL LEDGER FOR THE RUN DATE, OR THE  *
      * DECK ON THE TIMECARD DD IS NOT ONE THE CHAIN KNOWS ABOUT.    *
      * THE CARDS IT EXTRACTED ARE KEPT TO PROVE THE CARDS READ      *
      * AGAINST AT THE END.  AN OPERATOR OVERRIDE CARD LETS A RUN    *
      * WITH NO CUTOFF (A SUPPLEMENTAL-ONLY DECK) GO AHEAD.          *
      *****************************************************************
       1700-CHECK-CUTOFF-ENTRY.
           MOVE WS-RUN-DATE-PARM TO CT-RUN-DATE.
           MOVE 'TCCUT   '       TO CT-STEP-NAME.
           READ PAYCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF CT-FILE-OK
               MOVE CT-COUNT-1 TO WS-CUTOFF-CARDS
               IF NOT CT-OUT-OF-BALANCE
                   GO TO 1700-EXIT
               END-IF
               MOVE 'TCCUT ENTRY IS OUT OF BALANCE' TO WS-BLOCK-CAUSE
           ELSE
               MOVE ZERO TO WS-CUTOFF-CARDS
               MOVE 'NO TCCUT ENTRY ON THE CONTROL LEDGER'
                   TO WS-BLOCK-CAUSE
           END-IF.
           IF NOT OVERRIDE-GIVEN
              OR OVR-USERID = SPACES
              OR OVR-REASON = SPACES
               DISPLAY 'PAYTIME - ' WS-BLOCK-CAUSE ' FOR '
                   WS-RUN-DATE-PARM ' - RUN STOPPED'
               GO TO 9999-EXIT
           END-IF.
           SET RAN-ON-OVERRIDE TO TRUE.
           MOVE OVR-USERID     TO OVL-USERID.
           MOVE OVR-REASON     TO OVL-REASON.
           MOVE WS-BLOCK-CAUSE TO OVL-CAUSE.
       1700-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1400-FIND-PAY-PERIOD -- THE RUN DATE MUST SIT INSIDE AN      *
      * OPEN PERIOD ON THE PAYPER CONTROL FILE OR THE WHOLE RUN      *
      * STOPS BEFORE A SINGLE CARD IS PAID.                          *
      *
      * AN OPEN PERIOD CONTAINING THE RUN DATE ENDS THE SCAN; A
      * CLOSED ONE IS ONLY REMEMBERED, SO A CORRECTED OPEN PERIOD
      * OVERLAPPING A CLOSED MIS-KEY STILL LETS THE RUN GO.  THE
      * LATEST PERIOD ENDING BEFORE THE RUN DATE IS KEPT AS LAST
      * PERIOD FOR THE TRIAL RUN'S MISSING-CARD SWEEP.
       1420-SIFT-ONE-PERIOD.
           IF PP-PERIOD-END < WS-RUN-DATE-PARM
               MOVE PP-PERIOD-START TO WS-PRIOR-START
               MOVE PP-PERIOD-END   TO WS-PRIOR-END
               SET PRIOR-PERIOD-FOUND TO TRUE
           END-IF.
           IF PP-PERIOD-START NOT > WS-RUN-DATE-PARM
              AND PP-PERIOD-END NOT < WS-RUN-DATE-PARM
               MOVE PP-PERIOD-START TO WS-PERIOD-START
      *****************************************************************
       2000-PROCESS-TIMECARD.
           ADD 1 TO WS-CARDS-READ.
           IF TC-SUPPLEMENTAL-PAY
               ADD 1 TO WS-SUPP-CARDS
           END-IF.
           IF TRIAL-RUN
               PERFORM 2200-NOTE-DECK-EMPLOYEE
                   THRU 2200-EXIT
           END-IF.
           PERFORM 3000-PAY-ONE-TIMECARD
               THRU 3000-EXIT.
           ADD 1 TO WS-CARDS-DONE.
           IF NOT TRIAL-RUN
               PERFORM 2500-TAKE-CHECKPOINT
                   THRU 2500-EXIT
           END-IF.
           PERFORM 2100-READ-TIMECARD
               THRU 2100-EXIT.
       2000-EXIT.
           MOVE WS-CARDS-DONE      TO CK-LAST-CARD-NO.
           MOVE WS-CHECKS-WRITTEN  TO CK-CHECKS-WRITTEN.
           MOVE WS-EXCEPTION-COUNT TO CK-EXCEPTION-COUNT.
           MOVE WS-CTL-GROSS       TO CK-CTL-GROSS.
           MOVE WS-CTL-NET         TO CK-CTL-NET.
           MOVE WS-SUPP-CARDS      TO CK-SUPP-CARDS.
           REWRITE CK-CHECKPOINT-RECORD.
           IF NOT CK-FILE-OK
               DISPLAY 'PAYTIME - CHECKPOINT REWRITE FAILED '
       2100-EXIT.
           EXIT.
      *
      * EVERY EMPLOYEE ID ON THE DECK, WHETHER THE CARD PAYS OR
      * REJECTS -- A REJECTED CARD IS ON THE EXCEPTION REPORT, SO
      * THE EMPLOYEE IS NOT MISSING FROM THE DECK.
       2200-NOTE-DECK-EMPLOYEE.
           MOVE TC-EMP-ID TO WS-DECK-LOOKUP-ID.
           MOVE 'N' TO DECK-FOUND-SWITCH.
           PERFORM 2210-FIND-DECK-SLOT
               THRU 2210-EXIT
               VARYING DECK-SUB FROM 1 BY 1
               UNTIL DECK-SUB > DECK-COUNT
                  OR IN-DECK.
           IF IN-DECK
               GO TO 2200-EXIT
           END-IF.
           IF DECK-COUNT < 5000
               ADD 1 TO DECK-COUNT
               MOVE TC-EMP-ID TO DECK-EMP-ID (DECK-COUNT)
           ELSE
               SET DECK-TABLE-FULL TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.
      *
       2210-FIND-DECK-SLOT.
           IF DECK-EMP-ID (DECK-SUB) = WS-DECK-LOOKUP-ID
               SET IN-DECK TO TRUE
           END-IF.
       2210-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3000-PAY-ONE-TIMECARD -- THE SAME EDITS THE SCREEN ENFORCES, *
      * THEN THE SHARED CALCULATION, HISTORY WRITE, AND YTD POST.    *
      * ANY EDIT FAILURE BAILS TO THE EXIT AFTER LOGGING THE CARD ON *
      * THE EXCEPTION REPORT.  THE EMPLOYEE IS LOOKED UP FIRST SO    *
      * THE HOURS AND RATE EDITS CAN BE SKIPPED FOR A SALARIED       *
      * EMPLOYEE, WHO IS PAID THE PERIOD SALARY WITH NO HOURS.  A    *
      * SUPPLEMENTAL (BONUS OR COMMISSION) CARD TAKES ITS OWN EDITS  *
      * IN PLACE OF THE TIMECARD EDITS.                              *
      *****************************************************************
       3000-PAY-ONE-TIMECARD.
           MOVE 'Y' TO CARD-GOOD-SWITCH.
                   THRU 7000-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF NOT TC-REGULAR-EARNINGS
              AND NOT TC-SUPPLEMENTAL-PAY
               MOVE 'EARNINGS CODE MUST BE B OR C' TO EXC-REASON
               PERFORM 7000-WRITE-EXCEPTION
                   THRU 7000-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3015-PICK-PAY-RATE
               THRU 3015-EXIT.
           IF TC-SUPPLEMENTAL-PAY
               PERFORM 3025-EDIT-SUPPLEMENTAL-CARD
                   THRU 3025-EXIT
           ELSE
               PERFORM 3005-EDIT-TIME-CARD
                   THRU 3005-EXIT
           END-IF.
           IF NOT CARD-GOOD
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-CALL-PAYCALC
               THRU 3100-EXIT.
           IF PC-NET-PAY-NEGATIVE
               MOVE 'NET PAY CANNOT BE NEGATIVE' TO EXC-REASON
               PERFORM 7000-WRITE-EXCEPTION
                   THRU 7000-EXIT
               GO TO 3000-EXIT
           END-IF.
      * A TRIAL STOPS SHORT OF EVERY WRITE -- THE CHECK IS PROVED ON
      * THE REGISTER AND SET AGAINST THE LAST ONE PAID.
           IF TRIAL-RUN
               PERFORM 3400-PRINT-DETAIL
                   THRU 3400-EXIT
               PERFORM 3500-COMPARE-LAST-CHECK
                   THRU 3500-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3200-WRITE-PAYCHECK-HISTORY
               THRU 3200-EXIT.
           IF NOT CARD-GOOD
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3250-WRITE-LABOR-DIST
               THRU 3250-EXIT.
           PERFORM 3300-UPDATE-EMPLOYEE-YTD
               THRU 3300-EXIT.
           PERFORM 3350-POST-DEDUCTIONS
               THRU 3350-EXIT.
           PERFORM 3400-PRINT-DETAIL
               THRU 3400-EXIT.
       3000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3005-EDIT-TIME-CARD -- THE HOURS, HOUR-TYPE, SPLIT AND PAY-  *
      * PERIOD EDITS FOR AN ORDINARY TIMECARD.  A CARD THAT IS NOT   *
      * TO BE PAID LEAVES WITH CARD-GOOD OFF.                        *
      *****************************************************************
       3005-EDIT-TIME-CARD.
           IF EM-PAY-SALARIED
               PERFORM 3010-EDIT-SALARIED-CARD
                   THRU 3010-EXIT
                   THRU 3020-EXIT
           END-IF.
           IF NOT CARD-GOOD
               GO TO 3005-EXIT
           END-IF.
           PERFORM 3030-EDIT-HOUR-TYPE
               THRU 3030-EXIT.
           IF NOT CARD-GOOD
               GO TO 3005-EXIT
           END-IF.
           PERFORM 3035-EDIT-LABOR-SPLIT
               THRU 3035-EXIT.
           IF NOT CARD-GOOD
               GO TO 3005-EXIT
           END-IF.
      * A SALARIED LEAVE CARD ON TOP OF A CHECK ALREADY CUT THIS
      * PERIOD ONLY DRAWS THE LEAVE BALANCE -- THE PERIOD SALARY
               IF ALREADY-PAID
                   PERFORM 3040-POST-SALARIED-LEAVE
                       THRU 3040-EXIT
                   MOVE 'N' TO CARD-GOOD-SWITCH
                   GO TO 3005-EXIT
               END-IF
           END-IF.
           IF NOT TC-SUPERVISOR-OVERRIDE
               PERFORM 3050-CHECK-ALREADY-PAID
                   THRU 3050-EXIT
               IF ALREADY-PAID
                   MOVE 'N' TO CARD-GOOD-SWITCH
                   MOVE 'ALREADY PAID THIS PERIOD' TO EXC-REASON
                   PERFORM 7000-WRITE-EXCEPTION
                       THRU 7000-EXIT
               END-IF
           END-IF.
       3005-EXIT.
           EXIT.
      *
      * A SALARIED CARD NEEDS NO HOURS -- THE CARD IS JUST THE
           EXIT.
      *
      *****************************************************************
      * 3025-EDIT-SUPPLEMENTAL-CARD -- A BONUS OR COMMISSION CARD    *
      * CARRIES A FLAT AMOUNT OVER ZERO AND NOTHING ELSE: NO HOURS,  *
      * NO LEAVE HOUR TYPE, NO LABOR SPLIT.  IT IS A CHECK OF ITS    *
      * OWN ON TOP OF THE PERIOD'S PAY, SO THE ALREADY-PAID GUARD    *
      * DOES NOT APPLY AND NO OVERRIDE IS NEEDED.                    *
      *****************************************************************
       3025-EDIT-SUPPLEMENTAL-CARD.
           MOVE ZERO TO WS-SPLIT-COUNT.
           IF TC-SUPP-AMOUNT-X NOT NUMERIC
               MOVE 'N' TO CARD-GOOD-SWITCH
               MOVE 'SUPPLEMENTAL AMOUNT INVALID' TO EXC-REASON
               PERFORM 7000-WRITE-EXCEPTION
                   THRU 7000-EXIT
               GO TO 3025-EXIT
           END-IF.
           IF TC-SUPP-AMOUNT = ZERO
               MOVE 'N' TO CARD-GOOD-SWITCH
               MOVE 'SUPP AMOUNT MUST BE OVER ZERO' TO EXC-REASON
               PERFORM 7000-WRITE-EXCEPTION
                   THRU 7000-EXIT
               GO TO 3025-EXIT
           END-IF.
           IF TC-HOURS-WORKED-X NOT = SPACES
              AND TC-HOURS-WORKED-X NOT = ZEROS
               MOVE 'N' TO CARD-GOOD-SWITCH
               MOVE 'SUPPLEMENTAL CARD HAS HOURS' TO EXC-REASON
               PERFORM 7000-WRITE-EXCEPTION
                   THRU 7000-EXIT
               GO TO 3025-EXIT
           END-IF.
           IF NOT TC-REGULAR-HOURS
               MOVE 'N' TO CARD-GOOD-SWITCH
               MOVE 'SUPPLEMENTAL CARD IS LEAVE' TO EXC-REASON
               PERFORM 7000-WRITE-EXCEPTION
                   THRU 7000-EXIT
               GO TO 3025-EXIT
           END-IF.
           IF TC-SPLIT-DEPT (1) NOT = SPACES
              OR TC-SPLIT-DEPT (2) NOT = SPACES
              OR TC-SPLIT-DEPT (3) NOT = SPACES
               MOVE 'N' TO CARD-GOOD-SWITCH
               MOVE 'SUPPLEMENTAL CARD CANNOT SPLIT' TO EXC-REASON
               PERFORM 7000-WRITE-EXCEPTION
                   THRU 7000-EXIT
           END-IF.
       3025-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3030-EDIT-HOUR-TYPE -- A LEAVE CARD (VACATION OR SICK) HAS   *
      * TO FIT INSIDE THE BALANCE ON THE MASTER; A BALANCE THE CARD  *
      * WOULD OVERDRAW REJECTS THE CARD.  A RECORD STILL CARRYING    *
           EXIT.
      *
      *****************************************************************
      * 3035-EDIT-LABOR-SPLIT -- THE SAME SPLIT EDITS TCMNT ENFORCES. *
      * ONLY REGULAR HOURS SPLIT; EVERY SLICE NEEDS HOURS OVER ZERO, *
      * AND THE SLICES CANNOT ADD UP TO MORE THAN THE CARD.  A CARD  *
      * WITH NO SLICES CHARGES THE HOME DEPARTMENT AS ALWAYS.        *
      *****************************************************************
       3035-EDIT-LABOR-SPLIT.
           MOVE ZERO TO WS-SPLIT-COUNT.
           MOVE ZERO TO WS-SPLIT-HOURS.
           PERFORM 3036-EDIT-ONE-SPLIT
               THRU 3036-EXIT
               VARYING SPLIT-SUB FROM 1 BY 1
               UNTIL SPLIT-SUB > 3
                  OR NOT CARD-GOOD.
           IF NOT CARD-GOOD
              OR WS-SPLIT-COUNT = ZERO
               GO TO 3035-EXIT
           END-IF.
           IF NOT TC-REGULAR-HOURS
               MOVE 'N' TO CARD-GOOD-SWITCH
               MOVE 'ONLY REGULAR HOURS CAN SPLIT' TO EXC-REASON
               PERFORM 7000-WRITE-EXCEPTION
                   THRU 7000-EXIT
               GO TO 3035-EXIT
           END-IF.
           IF TC-HOURS-WORKED-X NOT NUMERIC
              OR WS-SPLIT-HOURS > TC-HOURS-WORKED
               MOVE 'N' TO CARD-GOOD-SWITCH
               MOVE 'SPLIT HOURS EXCEED CARD HOURS' TO EXC-REASON
               PERFORM 7000-WRITE-EXCEPTION
                   THRU 7000-EXIT
           END-IF.
       3035-EXIT.
           EXIT.
      *
       3036-EDIT-ONE-SPLIT.
           IF TC-SPLIT-DEPT (SPLIT-SUB) = SPACES
               GO TO 3036-EXIT
           END-IF.
           IF TC-SPLIT-HOURS-X (SPLIT-SUB) NOT NUMERIC
              OR TC-SPLIT-HOURS (SPLIT-SUB) = ZERO
               MOVE 'N' TO CARD-GOOD-SWITCH
               MOVE 'SPLIT HOURS INVALID' TO EXC-REASON
               PERFORM 7000-WRITE-EXCEPTION
                   THRU 7000-EXIT
               GO TO 3036-EXIT
           END-IF.
           ADD 1 TO WS-SPLIT-COUNT.
           ADD TC-SPLIT-HOURS (SPLIT-SUB) TO WS-SPLIT-HOURS.
       3036-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3040-POST-SALARIED-LEAVE -- THE BALANCE DRAW WITHOUT A       *
      * CHECK.  THE CARD IS LISTED ON THE EXCEPTION REPORT SO THE    *
      * DESK CAN SEE WHY NO SECOND CHECK CAME OUT; NO ACCRUAL        *
      * PERIOD'S STANDARD HOURS.                                     *
      *****************************************************************
       3040-POST-SALARIED-LEAVE.
      * A TRIAL ONLY LISTS THE DRAW; THE BALANCE IS LEFT ALONE.
           IF TRIAL-RUN
               MOVE 'SALARIED LEAVE - DRAW ONLY' TO EXC-REASON
               PERFORM 7000-WRITE-EXCEPTION
                   THRU 7000-EXIT
               GO TO 3040-EXIT
           END-IF.
           IF EM-VAC-BALANCE NOT NUMERIC
               MOVE ZERO TO EM-VAC-BALANCE
           END-IF.
      *****************************************************************
      * 3050-CHECK-ALREADY-PAID -- A NORMAL PAYHIST ENTRY FOR THE    *
      * EMPLOYEE INSIDE THE OPEN PERIOD BLOCKS THE CARD UNLESS THE   *
      * SUPERVISOR OVERRIDE RIDES COLUMN 12.  A BONUS OR COMMISSION  *
      * CHECK IS NOT THE PERIOD'S PAY AND DOES NOT COUNT.            *
      *****************************************************************
       3050-CHECK-ALREADY-PAID.
           MOVE 'N' TO PAID-SWITCH.
      *
       3070-SIFT-ONE-PAID.
           IF PH-NORMAL-CHECK
              AND NOT PH-SUPPLEMENTAL-PAY
               SET ALREADY-PAID TO TRUE
           ELSE
               PERFORM 3060-READ-NEXT-PAID
      * OVERTIME -- AND A REGULAR CARD'S AS WORKED HOURS.  A
      * SALARIED CHECK CARRIES NEITHER; THE SALARY COVERS THE
      * PERIOD AND ONLY THE BALANCE DRAW USES THE CARD'S HOURS.
      * A SUPPLEMENTAL CARD CARRIES NO HOURS AT ALL -- PAYCALC PAYS
      * THE FLAT AMOUNT.
           MOVE ZERO TO PC-HOURS-WORKED.
           MOVE ZERO TO PC-LEAVE-HOURS.
           IF TC-SUPPLEMENTAL-PAY
               MOVE TC-EARNINGS-CODE TO PC-EARNINGS-CODE
               MOVE TC-SUPP-AMOUNT   TO PC-SUPP-AMOUNT
           ELSE
               MOVE SPACE            TO PC-EARNINGS-CODE
               MOVE ZERO             TO PC-SUPP-AMOUNT
           END-IF.
           IF NOT EM-PAY-SALARIED
              AND NOT TC-SUPPLEMENTAL-PAY
               IF TC-VACATION-HOURS OR TC-SICK-HOURS
                   MOVE TC-HOURS-WORKED TO PC-LEAVE-HOURS
               ELSE
           ELSE
               MOVE ZERO TO PC-ALLOWANCES
           END-IF.
           MOVE WS-RUN-DATE-PARM  TO PC-CHECK-DATE.
           PERFORM 3150-LOAD-DEDUCTIONS
               THRU 3150-EXIT.
           CALL 'PAYCALC' USING PC-PAYCALC-AREA.
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
           EXIT.
      *
       3200-WRITE-PAYCHECK-HISTORY.
           MOVE SPACES            TO PH-PAYHIST-RECORD.
           MOVE TC-EMP-ID         TO PH-EMP-ID.
           MOVE WS-RUN-DATE-PARM  TO PH-RUN-DATE.
           MOVE EM-EMP-NAME       TO PH-EMP-NAME.
           MOVE SPACE             TO PH-CHECK-STATUS.
           MOVE EM-DEPT-CODE      TO PH-DEPT-CODE.
           MOVE SPACE             TO PH-RECORD-TYPE.
           MOVE PC-EARNINGS-CODE  TO PH-EARNINGS-CODE.
           MOVE EM-WC-CLASS-CODE  TO PH-WC-CLASS-CODE.
           MOVE EM-STATE-CODE     TO PH-WC-STATE-CODE.
           MOVE PC-OT-PREMIUM     TO PH-OT-PREMIUM-PAY.
           MOVE PC-GARN-SHORTFALL TO PH-GARN-SHORTFALL.
           COMPUTE PH-STRAIGHT-TIME-PAY =
              PC-GROSS-PAY - PC-OT-PREMIUM.
      * A SECOND CHECK FOR THE SAME EMPLOYEE AND DATE (CORRECTION
      * CARD ON TOP OF A SCREEN CHECK) BUMPS THE SEQUENCE INSTEAD
      * OF LANDING ON THE EXCEPTION REPORT AS A DUPLICATE.
               THRU 3210-EXIT.
       3220-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3250-WRITE-LABOR-DIST -- ONE LABDIST RECORD UNDER THE CHECK'S *
      * OWN PAYHIST KEY: A LINE PER SLICE ON THE CARD, THEN THE      *
      * HOURS LEFT OVER ON A HOME-DEPARTMENT LINE.  THE GROSS GOES   *
      * OUT ON HOURS -- OVERTIME PREMIUM AND ALL -- WITH THE LAST    *
      * LINE TAKING WHATEVER THE ROUNDING LEFT, SO THE LINES ADD     *
      * BACK TO THE CHECK.  A FAILED WRITE LEAVES THE CHECK STANDING *
      * AND CHARGING THE HOME DEPARTMENT; THE DESK IS TOLD.          *
      *****************************************************************
       3250-WRITE-LABOR-DIST.
           IF WS-SPLIT-COUNT = ZERO
               GO TO 3250-EXIT
           END-IF.
           INITIALIZE LD-LABDIST-RECORD.
           MOVE PH-KEY           TO LD-KEY.
           MOVE EM-DEPT-CODE     TO LD-HOME-DEPT.
           MOVE TC-HOURS-WORKED  TO LD-CARD-HOURS.
           MOVE PC-GROSS-PAY     TO LD-GROSS-PAY.
           MOVE ZERO             TO LD-LINE-COUNT.
           PERFORM 3260-LOAD-ONE-SPLIT
               THRU 3260-EXIT
               VARYING SPLIT-SUB FROM 1 BY 1
               UNTIL SPLIT-SUB > 3.
           COMPUTE WS-HOME-HOURS =
              TC-HOURS-WORKED - WS-SPLIT-HOURS.
           IF WS-HOME-HOURS > ZERO
               ADD 1 TO LD-LINE-COUNT
               MOVE EM-DEPT-CODE  TO LD-DEPT-CODE (LD-LINE-COUNT)
               MOVE WS-HOME-HOURS TO LD-HOURS (LD-LINE-COUNT)
           END-IF.
           MOVE ZERO TO WS-GROSS-SPREAD.
           PERFORM 3270-SPREAD-ONE-LINE
               THRU 3270-EXIT
               VARYING LD-SUB FROM 1 BY 1
               UNTIL LD-SUB > LD-LINE-COUNT.
      * A LEFTOVER RECORD UNDER THE SAME KEY (A CHECK BACKED OUT AND
      * ITS SEQUENCE REUSED) IS REPLACED, NOT DUPLICATED.
           WRITE LD-LABDIST-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF LD-DUPLICATE-KEY
               REWRITE LD-LABDIST-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           IF NOT LD-FILE-OK
               MOVE 'LABOR DIST NOT WRITTEN - HOME' TO EXC-REASON
               PERFORM 7000-WRITE-EXCEPTION
                   THRU 7000-EXIT
           END-IF.
       3250-EXIT.
           EXIT.
      *
       3260-LOAD-ONE-SPLIT.
           IF TC-SPLIT-DEPT (SPLIT-SUB) = SPACES
               GO TO 3260-EXIT
           END-IF.
           ADD 1 TO LD-LINE-COUNT.
           MOVE TC-SPLIT-DEPT (SPLIT-SUB)
              TO LD-DEPT-CODE (LD-LINE-COUNT).
           MOVE TC-SPLIT-HOURS (SPLIT-SUB)
              TO LD-HOURS (LD-LINE-COUNT).
       3260-EXIT.
           EXIT.
      *
       3270-SPREAD-ONE-LINE.
           IF LD-SUB = LD-LINE-COUNT
               COMPUTE LD-GROSS (LD-SUB) =
                  PC-GROSS-PAY - WS-GROSS-SPREAD
           ELSE
               COMPUTE LD-GROSS (LD-SUB) ROUNDED =
                  PC-GROSS-PAY * LD-HOURS (LD-SUB)
                  / TC-HOURS-WORKED
               ADD LD-GROSS (LD-SUB) TO WS-GROSS-SPREAD
           END-IF.
       3270-EXIT.
           EXIT.
      *
       3300-UPDATE-EMPLOYEE-YTD.
           ADD PC-GROSS-PAY TO EM-YTD-GROSS.
       3350-EXIT.
           EXIT.
      *
      * A GARNISHMENT POSTS EVEN WHEN THE CEILING LEFT IT NOTHING,
      * SO ITS LAST-CHECK FIGURES AND SHORTFALL STAY CURRENT.
       3360-POST-ONE-DEDUCTION.
           IF PC-DED-TAKEN (DED-SUB) = ZERO
              AND NOT PC-DED-GARNISH (DED-SUB)
               GO TO 3360-EXIT
           END-IF.
           MOVE TC-EMP-ID TO DD-EMP-ID.
                   GO TO 3360-EXIT
           END-READ.
           ADD PC-DED-TAKEN (DED-SUB) TO DD-TAKEN-TO-DATE.
           IF PC-DED-GARNISH (DED-SUB)
               PERFORM 3370-POST-GARNISH-FIGURES
                   THRU 3370-EXIT
           END-IF.
           REWRITE DD-DEDUCT-RECORD.
           IF NOT DD-FILE-OK
               MOVE 'DEDUCTION POST FAILED' TO EXC-REASON
           END-IF.
       3360-EXIT.
           EXIT.
      *
       3370-POST-GARNISH-FIGURES.
           MOVE WS-RUN-DATE-PARM         TO DD-LAST-CHECK-DATE.
           MOVE PC-DED-WANTED (DED-SUB)  TO DD-LAST-WANTED.
           MOVE PC-DED-TAKEN (DED-SUB)   TO DD-LAST-TAKEN.
           IF DD-SHORT-TO-DATE NOT NUMERIC
               MOVE ZERO TO DD-SHORT-TO-DATE
           END-IF.
           COMPUTE DD-SHORT-TO-DATE = DD-SHORT-TO-DATE +
              (PC-DED-WANTED (DED-SUB) - PC-DED-TAKEN (DED-SUB)).
       3370-EXIT.
           EXIT.
      *
       3400-PRINT-DETAIL.
           MOVE SPACES TO DTL-LINE.
           MOVE PC-MEDICARE-TAX TO DTL-MEDICARE.
           MOVE PC-NET-PAY      TO DTL-NET-PAY.
           MOVE PC-TOTAL-DEDUCTS TO DTL-DEDUCTS.
           EVALUATE TRUE
               WHEN TC-EARNINGS-CODE = 'B'
                   MOVE 'BONUS'      TO DTL-EARNINGS
               WHEN TC-EARNINGS-CODE = 'C'
                   MOVE 'COMMISSION' TO DTL-EARNINGS
               WHEN OTHER
                   MOVE SPACES       TO DTL-EARNINGS
           END-EVALUATE.
           WRITE PR-PRINT-LINE FROM DTL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CHECKS-WRITTEN.
           ADD PC-MEDICARE-TAX TO WS-TOTAL-MEDICARE.
           ADD PC-NET-PAY      TO WS-TOTAL-NET-PAY.
           ADD PC-TOTAL-DEDUCTS TO WS-TOTAL-DEDUCTS.
           ADD PC-GROSS-PAY    TO WS-CTL-GROSS.
           ADD PC-NET-PAY      TO WS-CTL-NET.
       3400-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3500-COMPARE-LAST-CHECK -- TRIAL RUN ONLY.  THE PROVED CHECK *
      * AGAINST THE EMPLOYEE'S LAST NORMAL REGULAR CHECK BEFORE THE  *
      * RUN DATE.  VOIDS, REVERSALS, MANUAL CHECKS AND BONUS OR      *
      * COMMISSION CHECKS ARE NOT A PERIOD'S PAY AND ARE PASSED      *
      * OVER.  A BONUS OR COMMISSION CARD IS LISTED BUT NOT          *
      * COMPARED -- IT HAS NO ORDINARY CHECK TO SWING FROM.          *
      *****************************************************************
       3500-COMPARE-LAST-CHECK.
           MOVE SPACES          TO VAR-LINE.
           MOVE TC-EMP-ID       TO VAR-EMP-ID.
           MOVE EM-EMP-NAME     TO VAR-EMP-NAME.
           MOVE PC-GROSS-PAY    TO VAR-THIS-GROSS.
           MOVE PC-NET-PAY      TO VAR-THIS-NET.
           IF TC-SUPPLEMENTAL-PAY
               MOVE 'BONUS/COMMISSION CARD' TO VAR-FLAG
           ELSE
               PERFORM 3510-FIND-LAST-CHECK
                   THRU 3510-EXIT
               PERFORM 3530-FIGURE-SWING
                   THRU 3530-EXIT
           END-IF.
           WRITE VR-PRINT-LINE FROM VAR-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-COMPARED-COUNT.
       3500-EXIT.
           EXIT.
      *
       3510-FIND-LAST-CHECK.
           MOVE 'N' TO LAST-FOUND-SWITCH.
           MOVE 'N' TO LAST-EOF-SWITCH.
           MOVE TC-EMP-ID TO PH-EMP-ID.
           MOVE ZERO      TO PH-RUN-DATE.
           MOVE ZERO      TO PH-CHECK-SEQ.
           START PAYHIST-FILE
               KEY NOT LESS THAN PH-KEY
               INVALID KEY
                   SET LAST-EOF TO TRUE
           END-START.
           IF LAST-EOF
               GO TO 3510-EXIT
           END-IF.
           PERFORM 3520-READ-NEXT-LAST
               THRU 3520-EXIT.
           PERFORM 3525-SIFT-ONE-LAST
               THRU 3525-EXIT
               UNTIL LAST-EOF
                  OR PH-EMP-ID NOT = TC-EMP-ID
                  OR PH-RUN-DATE NOT < WS-RUN-DATE-PARM.
       3510-EXIT.
           EXIT.
      *
       3520-READ-NEXT-LAST.
           READ PAYHIST-FILE NEXT
               AT END
                   SET LAST-EOF TO TRUE
           END-READ.
           IF NOT PH-FILE-OK AND NOT PH-FILE-EOF
               SET LAST-EOF TO TRUE
           END-IF.
       3520-EXIT.
           EXIT.
      *
      * THE KEY RUNS IN DATE ORDER, SO THE LAST ONE KEPT IS THE
      * LATEST.
       3525-SIFT-ONE-LAST.
           IF PH-NORMAL-CHECK
              AND PH-REGULAR-EARNINGS
               SET LAST-CHECK-FOUND TO TRUE
               MOVE PH-RUN-DATE  TO WS-LAST-RUN-DATE
               MOVE PH-GROSS-PAY TO WS-LAST-GROSS
               MOVE PH-NET-PAY   TO WS-LAST-NET
           END-IF.
           PERFORM 3520-READ-NEXT-LAST
               THRU 3520-EXIT.
       3525-EXIT.
           EXIT.
      *
       3530-FIGURE-SWING.
           IF NOT LAST-CHECK-FOUND
               MOVE 'NO PRIOR CHECK' TO VAR-FLAG
               ADD 1 TO WS-NO-PRIOR-COUNT
               GO TO 3530-EXIT
           END-IF.
           MOVE WS-LAST-RUN-DATE TO VAR-LAST-DATE.
           MOVE WS-LAST-GROSS    TO VAR-LAST-GROSS.
           MOVE WS-LAST-NET      TO VAR-LAST-NET.
           MOVE 'N' TO GROSS-SWING-SWITCH.
           MOVE 'N' TO NET-SWING-SWITCH.
           MOVE WS-LAST-GROSS TO WS-SWING-OLD.
           MOVE PC-GROSS-PAY  TO WS-SWING-NEW.
           PERFORM 3540-FIGURE-ONE-SWING
               THRU 3540-EXIT.
           MOVE WS-SWING-PCT TO VAR-GROSS-CHG.
           IF SWING-OVER
               SET GROSS-SWING TO TRUE
           END-IF.
           MOVE WS-LAST-NET   TO WS-SWING-OLD.
           MOVE PC-NET-PAY    TO WS-SWING-NEW.
           PERFORM 3540-FIGURE-ONE-SWING
               THRU 3540-EXIT.
           MOVE WS-SWING-PCT TO VAR-NET-CHG.
           IF SWING-OVER
               SET NET-SWING TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN GROSS-SWING AND NET-SWING
                   MOVE '*** GROSS AND NET SWING' TO VAR-FLAG
               WHEN GROSS-SWING
                   MOVE '*** GROSS SWING' TO VAR-FLAG
               WHEN NET-SWING
                   MOVE '*** NET SWING' TO VAR-FLAG
           END-EVALUATE.
           IF GROSS-SWING OR NET-SWING
               ADD 1 TO WS-SWING-COUNT
           END-IF.
       3530-EXIT.
           EXIT.
      *
      * PERCENT CHANGE FROM THE OLD FIGURE TO THE NEW.  A ZERO OLD
      * FIGURE, OR A CHANGE TOO BIG FOR THE FIELD, SHOWS AS 9999.9.
       3540-FIGURE-ONE-SWING.
           MOVE 'N' TO SWING-OVER-SWITCH.
           IF WS-SWING-OLD = ZERO
               IF WS-SWING-NEW = ZERO
                   MOVE ZERO TO WS-SWING-PCT
               ELSE
                   MOVE 9999.9 TO WS-SWING-PCT
               END-IF
           ELSE
               COMPUTE WS-SWING-PCT ROUNDED =
                  (WS-SWING-NEW - WS-SWING-OLD) * 100
                  / WS-SWING-OLD
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-SWING-PCT
               END-COMPUTE
           END-IF.
           IF WS-SWING-PCT > WS-VARIANCE-PCT-PARM
              OR WS-SWING-PCT < WS-VARIANCE-PCT-NEG
               SET SWING-OVER TO TRUE
           END-IF.
       3540-EXIT.
           EXIT.
      *
      *****************************************************************
      * 7000-WRITE-EXCEPTION -- ONE LINE PER REJECTED CARD.          *
      *****************************************************************
       7000-WRITE-EXCEPTION.
           MOVE WS-EXCEPTION-COUNT TO CNT-EXCEPTIONS.
           WRITE PR-PRINT-LINE FROM CNT-LINE-3
               AFTER ADVANCING 1 LINE.
           IF TRIAL-RUN
               WRITE PR-PRINT-LINE FROM TRIAL-LINE
                   AFTER ADVANCING 2 LINES
               WRITE PR-PRINT-LINE FROM SIGNOFF-LINE
                   AFTER ADVANCING 3 LINES
           END-IF.
       8000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 8500-LIST-MISSING-CARDS -- TRIAL RUN ONLY.  ONE PASS OVER    *
      * PAYHIST FOR NORMAL REGULAR CHECKS DATED IN LAST PERIOD; AN   *
      * EMPLOYEE PAID THEN WITH NO CARD ANYWHERE IN THIS DECK IS     *
      * LISTED ONCE.  SOMEONE TERMINATED SINCE IS EXPECTED TO DROP   *
      * OFF AND IS NOT LISTED.  THE COUNTS CLOSE THE REPORT.         *
      *****************************************************************
       8500-LIST-MISSING-CARDS.
           IF NOT PRIOR-PERIOD-FOUND
               MOVE 'NO EARLIER PAY PERIOD ON PAYPER - NOTHING TO SWEEP'
                  TO VAR-NOTE
               WRITE VR-PRINT-LINE FROM VAR-NOTE-LINE
                   AFTER ADVANCING 3 LINES
               GO TO 8500-COUNTS
           END-IF.
           MOVE WS-PRIOR-START TO MISS-HDG-START.
           MOVE WS-PRIOR-END   TO MISS-HDG-END.
           WRITE VR-PRINT-LINE FROM MISS-HDG-LINE
               AFTER ADVANCING 3 LINES.
           IF DECK-TABLE-FULL
               MOVE 'DECK HAS OVER 5000 EMPLOYEES - LIST MAY OVERSTATE'
                  TO VAR-NOTE
               WRITE VR-PRINT-LINE FROM VAR-NOTE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 'N' TO MISS-EOF-SWITCH.
           MOVE SPACES TO WS-MISS-LAST-EMP.
           MOVE LOW-VALUES TO PH-KEY.
           START PAYHIST-FILE
               KEY NOT LESS THAN PH-KEY
               INVALID KEY
                   SET MISS-EOF TO TRUE
           END-START.
           IF NOT MISS-EOF
               PERFORM 8510-READ-NEXT-HISTORY
                   THRU 8510-EXIT
           END-IF.
           PERFORM 8520-SIFT-ONE-HISTORY
               THRU 8520-EXIT
               UNTIL MISS-EOF.
       8500-COUNTS.
           MOVE 'CHECKS PROVED AND COMPARED:' TO VAR-CNT-LABEL.
           MOVE WS-COMPARED-COUNT TO VAR-CNT.
           WRITE VR-PRINT-LINE FROM VAR-CNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'SWINGS OVER THRESHOLD:' TO VAR-CNT-LABEL.
           MOVE WS-SWING-COUNT TO VAR-CNT.
           WRITE VR-PRINT-LINE FROM VAR-CNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NO PRIOR CHECK:' TO VAR-CNT-LABEL.
           MOVE WS-NO-PRIOR-COUNT TO VAR-CNT.
           WRITE VR-PRINT-LINE FROM VAR-CNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PAID LAST PERIOD, NO CARD:' TO VAR-CNT-LABEL.
           MOVE WS-MISSING-COUNT TO VAR-CNT.
           WRITE VR-PRINT-LINE FROM VAR-CNT-LINE
               AFTER ADVANCING 1 LINE.
       8500-EXIT.
           EXIT.
      *
       8510-READ-NEXT-HISTORY.
           READ PAYHIST-FILE NEXT
               AT END
                   SET MISS-EOF TO TRUE
           END-READ.
           IF NOT PH-FILE-OK AND NOT PH-FILE-EOF
               SET MISS-EOF TO TRUE
           END-IF.
       8510-EXIT.
           EXIT.
      *
       8520-SIFT-ONE-HISTORY.
           IF PH-EMP-ID NOT = WS-MISS-LAST-EMP
              AND PH-NORMAL-CHECK
              AND PH-REGULAR-EARNINGS
              AND PH-RUN-DATE NOT < WS-PRIOR-START
              AND PH-RUN-DATE NOT > WS-PRIOR-END
               PERFORM 8530-CHECK-ONE-MISSING
                   THRU 8530-EXIT
           END-IF.
           PERFORM 8510-READ-NEXT-HISTORY
               THRU 8510-EXIT.
       8520-EXIT.
           EXIT.
      *
       8530-CHECK-ONE-MISSING.
           MOVE PH-EMP-ID TO WS-MISS-LAST-EMP.
           MOVE PH-EMP-ID TO WS-DECK-LOOKUP-ID.
           MOVE 'N' TO DECK-FOUND-SWITCH.
           PERFORM 2210-FIND-DECK-SLOT
               THRU 2210-EXIT
               VARYING DECK-SUB FROM 1 BY 1
               UNTIL DECK-SUB > DECK-COUNT
                  OR IN-DECK.
           IF IN-DECK
               GO TO 8530-EXIT
           END-IF.
           MOVE 'PAID LAST PERIOD - NO CARD' TO MISS-REASON.
           MOVE PH-EMP-ID TO EM-EMP-ID.
           READ EMPMAST-FILE
               INVALID KEY
                   MOVE 'NO CARD - NOT ON EMPMAST' TO MISS-REASON
           END-READ.
           IF EM-FILE-OK
              AND EM-TERMINATED
               GO TO 8530-EXIT
           END-IF.
           MOVE PH-EMP-ID    TO MISS-EMP-ID.
           MOVE PH-EMP-NAME  TO MISS-EMP-NAME.
           MOVE PH-RUN-DATE  TO MISS-LAST-DATE.
           MOVE PH-GROSS-PAY TO MISS-LAST-GROSS.
           MOVE PH-NET-PAY   TO MISS-LAST-NET.
           WRITE VR-PRINT-LINE FROM MISS-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-MISSING-COUNT.
       8530-EXIT.
           EXIT.
      *
      *****************************************************************
      * 8600-POST-CONTROL-ENTRY -- LIVE RUN ONLY.  THE RUN'S ENTRY   *
      * ON THE PAYCTL PAYDAY CONTROL LEDGER: TIMECARDS READ (THE     *
      * SUPPLEMENTAL CARDS ARE KEYED STRAIGHT ONTO THE DECK, SO THEY *
      * ARE COUNTED APART FROM THE CUTOFF'S CARDS), CHECKS WRITTEN,  *
      * GROSS AND NET.  A SECOND RUN FOR THE SAME DATE (THE DECK OF  *
      * A RE-CUTOFF) ADDS TO THE FIRST, THE SAME AS THE CUTOFF'S     *
      * ENTRY DOES.  THE ENTRY IS BALANCED WHEN THE TIMECARDS READ   *
      * MATCH THE CARDS TCCUT EXTRACTED; PAYCHK AND PAYACH WILL NOT  *
      * START FROM AN ENTRY THAT IS OUT OF BALANCE.                  *
      *****************************************************************
       8600-POST-CONTROL-ENTRY.
           COMPUTE WS-REGULAR-CARDS = WS-CARDS-DONE - WS-SUPP-CARDS.
           MOVE WS-RUN-DATE-PARM TO CT-RUN-DATE.
           MOVE 'PAYTIME '       TO CT-STEP-NAME.
           READ PAYCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT CT-FILE-OK
               MOVE SPACES TO CT-PAYCTL-RECORD
               MOVE WS-RUN-DATE-PARM TO CT-RUN-DATE
               MOVE 'PAYTIME '       TO CT-STEP-NAME
               MOVE ZERO TO CT-COUNT-1
               MOVE ZERO TO CT-COUNT-2
               MOVE ZERO TO CT-COUNT-3
               MOVE ZERO TO CT-AMOUNT-1
               MOVE ZERO TO CT-AMOUNT-2
               MOVE ZERO TO CT-AMOUNT-3
               MOVE ZERO TO CT-RUN-COUNT
           END-IF.
           ADD WS-REGULAR-CARDS  TO CT-COUNT-1.
           ADD WS-SUPP-CARDS     TO CT-COUNT-2.
           ADD WS-CHECKS-WRITTEN TO CT-COUNT-3.
           ADD WS-CTL-GROSS      TO CT-AMOUNT-1.
           ADD WS-CTL-NET        TO CT-AMOUNT-2.
           ADD 1 TO CT-RUN-COUNT.
           ACCEPT CT-LAST-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-WORK FROM TIME.
           MOVE WS-CLOCK-HHMMSS TO CT-LAST-RUN-TIME.
           IF RAN-ON-OVERRIDE
               MOVE OVR-USERID TO CT-OVERRIDE-USER
               MOVE OVR-REASON TO CT-OVERRIDE-REASON
           END-IF.
           MOVE CT-COUNT-1      TO CTL-CARDS-READ.
           MOVE WS-CUTOFF-CARDS TO CTL-CUTOFF-CARDS.
           IF CT-COUNT-1 = WS-CUTOFF-CARDS
               MOVE 'B' TO CT-STATUS
               MOVE 'IN BALANCE' TO CTL-VERDICT
           ELSE
               MOVE 'U' TO CT-STATUS
               MOVE 'OUT OF BALANCE' TO CTL-VERDICT
           END-IF.
           IF CT-FILE-OK
               REWRITE CT-PAYCTL-RECORD
           ELSE
               WRITE CT-PAYCTL-RECORD
           END-IF.
           IF NOT CT-FILE-OK
               DISPLAY 'PAYTIME - PAYCTL POST FAILED FOR '
                   WS-RUN-DATE-PARM ' STATUS ' CT-FILE-STATUS
           END-IF.
           WRITE PR-PRINT-LINE FROM CTL-LINE
               AFTER ADVANCING 2 LINES.
       8600-EXIT.
           EXIT.
      *
      *****************************************************************
      * 9000-TERMINATE -- CLOSE UP AND GO HOME.                      *
      *****************************************************************
       9000-TERMINATE.
           IF TRIAL-RUN
               CLOSE VARIANCE-RPT
           ELSE
               MOVE 'C' TO CK-RUN-STATUS
               MOVE WS-CARDS-DONE      TO CK-LAST-CARD-NO
               MOVE WS-CHECKS-WRITTEN  TO CK-CHECKS-WRITTEN
               MOVE WS-EXCEPTION-COUNT TO CK-EXCEPTION-COUNT
               MOVE WS-CTL-GROSS       TO CK-CTL-GROSS
               MOVE WS-CTL-NET         TO CK-CTL-NET
               MOVE WS-SUPP-CARDS      TO CK-SUPP-CARDS
               REWRITE CK-CHECKPOINT-RECORD
               IF NOT CK-FILE-OK
                   DISPLAY 'PAYTIME - FINAL CHECKPOINT FAILED '
                       CK-FILE-STATUS
               END-IF
               CLOSE TIMECKPT-FILE
               CLOSE LABDIST-FILE
               CLOSE PAYCTL-FILE
           END-IF.
           CLOSE TIMECARD-FILE.
           CLOSE EMPMAST-FILE.
           CLOSE PAYHIST-FILE.
           CLOSE DEDUCT-FILE.
           CLOSE PAYTIME-RPT.
           CLOSE EXCP-RPT.
       9000-EXIT.
//PAYHIST  DD DSN=TSOECCC.CICSTS12.STUDENT.PAYHIST,DISP=SHR
//DEDUCT   DD DSN=TSOECCC.CICSTS12.STUDENT.DEDUCT,DISP=SHR
//PAYPER   DD DSN=TSOECCC.CICSTS12.STUDENT.PAYPER,DISP=SHR
//TAXPARM  DD DSN=TSOECCC.CICSTS12.STUDENT.TAXPARM,DISP=SHR
//*AFTER AN ABEND, RERUN THE SAME DECK WITH THE SAME RUN DATE
//*CARD -- THE TIMECKPT RUN-CONTROL RECORD RESUMES THE RUN AT
//*THE CARD AFTER THE LAST ONE FULLY POSTED AND THE REGISTER
//*SHOWS IT WAS A RESTART.
//TIMECKPT DD DSN=TSOECCC.CICSTS12.STUDENT.TIMECKPT,DISP=SHR
//LABDIST  DD DSN=TSOECCC.CICSTS12.STUDENT.LABDIST,DISP=SHR
//PAYCTL   DD DSN=TSOECCC.CICSTS12.STUDENT.PAYCTL,DISP=SHR
//SYSPRINT DD SYSOUT=*
//EXCPRINT DD SYSOUT=*
//VARPRINT DD SYSOUT=*
//SYSIN    DD *
20260101
POST
/*
