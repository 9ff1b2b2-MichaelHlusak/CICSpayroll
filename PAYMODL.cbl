//KC03F15  JOB  TIME=(,2)
//*********************************************
//*PLACE THE NAME OF THE PDS THAT CONTAINS YOUR SYMBOLIC SCREEN
//*AFTER THE KEYWORD "DSCTLIB=". PLACE THE NAME OF THE PDS THAT
//*CONTAINS YOUR COBOL SOURCE CODE "SRCLIB=". WRITE THE CODE FOR YOUR
//*COBOL PROGRAM AFTER THE "//COBOL.SYSIN DD *" STATEMENT BELOW.
//*****************************************************
//*A COND= CHECK RIDES THE COBOL AND LKED STEPS INSIDE THIS PROC SO
//*A FAILED COMPILE (RC OF 5 OR HIGHER) SKIPS THE LINK-EDIT STEP
//*INSTEAD OF RISKING A BAD OBJECT DECK GETTING LINKED INTO THE
//*PRODUCTION LOAD LIBRARY.
//*****************************************************
//         EXEC  CICSCBL,DSCTLIB='HLUSAK.CICSYMBO',                    X
//             SRCLIB=HLUSAK.COBOL@2,COND.LKED=(5,LT,COBOL)
//COBOL.SYSUT1 DD UNIT=&WORK,SPACE=(CYL,(1,1))
//COBOL.SYSIN  DD *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMODL.
      *****************************************************************
      * PAY MODELING (TRANS F159, MAPSET MDLMAP).                     *
      * ANSWERS "WHAT WILL MY CHECK BE IF..." WITHOUT CUTTING A REAL  *
      * CHECK IN CICSMAPP AND VOIDING IT.  THE EMPLOYEE COMES OFF     *
      * EMPMAST AND THE ACTIVE DEDUCT ENTRIES, AND THE TAX SETS IN    *
      * FORCE TODAY OFF TAXPARM, EXACTLY AS CICSMAPP LOADS THEM.  THE *
      * CURRENT COLUMN IS A REGULAR CHECK ON THE EMPLOYEE'S OWN       *
      * FIGURES -- AN HOURLY EMPLOYEE AT THE STANDARD HOURS FOR THE   *
      * PAY FREQUENCY (2080 A YEAR SPREAD OVER THE PERIODS).  THE     *
      * MODELED COLUMN IS THE SAME CHECK WITH WHATEVER THE OPERATOR   *
      * OVERRODE: HOURS, RATE, FILING STATUS, ALLOWANCES, THE 401(K)  *
      * PERCENT, OR A BONUS / COMMISSION AMOUNT.  BOTH GO THROUGH THE *
      * SHARED PAYCALC, SO THE FIGURES ARE THE ONES A REAL CHECK      *
      * WOULD CARRY.                                                  *
      * A TARGET NET PAY TURNS THE MODEL AROUND (NET-TO-GROSS): THE   *
      * GROSS IS WORKED BACK BY RE-RUNNING PAYCALC, RAISING THE TRIAL *
      * GROSS BY WHATEVER THE NET CAME UP SHORT, UNTIL THE NET COMES  *
      * OUT AT THE TARGET (A PENNY OVER WHEN THE ROUNDING WILL NOT    *
      * LAND ON IT).  WITH AN EARNINGS CODE THE SOLVED GROSS IS A     *
      * BONUS OR COMMISSION AT THE FLAT SUPPLEMENTAL RATE; WITHOUT    *
      * ONE IT IS A FLAT REGULAR GROSS FOR THE PERIOD.                *
      * NOTHING IS WRITTEN TO PAYHIST, EMPMAST OR DEDUCT.  THE ONLY   *
      * WRITE IS AN AUDTRL ENTRY WITH ACTION CODE 'W' SO THERE IS A   *
      * RECORD OF WHO LOOKED AT WHOSE PAY.                            *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 VALID-DATA-SWITCH  PIC X VALUE 'Y'.
             88 VALID-DATA            VALUE 'Y'.
          05 PCT-KEYED-SWITCH   PIC X VALUE 'N'.
             88 PCT-KEYED             VALUE 'Y'.
          05 SUPPLEMENTAL-SWITCH PIC X VALUE 'N'.
             88 SUPPLEMENTAL-KEYED    VALUE 'Y'.
          05 TARGET-SWITCH      PIC X VALUE 'N'.
             88 TARGET-KEYED          VALUE 'Y'.
          05 SOLVED-SWITCH      PIC X VALUE 'N'.
             88 GROSS-SOLVED          VALUE 'Y'.
          05 TOO-BIG-SWITCH     PIC X VALUE 'N'.
             88 TARGET-TOO-BIG        VALUE 'Y'.
          05 K401-FOUND-SWITCH  PIC X VALUE 'N'.
             88 K401-FOUND            VALUE 'Y'.
      *
       01 FLAGS.
          05 SEND-FLAGS         PIC X.
             88 SEND-ERASE            VALUE '1'.
             88 SEND-DATAONLY         VALUE '2'.
             88 SEND-DATAONLY-ALARM   VALUE '3'.
      *
       01 COMMUNICATION-AREA.
          05 CA-LAST-EMP-ID          PIC X(06) VALUE LOW-VALUES.
       01 RESPONSE-CODE         PIC S9(8) COMP.
       01 END-OF-SESSION-MESSAGE PIC X(23) VALUE 'THANKS FOR VISITING'.
       01 WARNING-EMPID-MISSING PIC X(35) VALUE
             'PLEASE ENTER EMPLOYEE ID'.
       01 WARNING-EMPID-NOTFND  PIC X(35) VALUE
             'EMPLOYEE ID NOT FOUND'.
       01 WARNING-EMP-TERMINATED PIC X(35) VALUE
             'EMPLOYEE IS TERMINATED'.
       01 WARNING-HOURS-INVALID PIC X(35) VALUE
             'HOURS MUST BE NUMERIC OVER ZERO'.
       01 WARNING-RATE-INVALID  PIC X(35) VALUE
             'RATE MUST BE NUMERIC OVER ZERO'.
       01 WARNING-NO-RATE       PIC X(35) VALUE
             'NO PAY RATE ON FILE -- KEY A RATE'.
       01 WARNING-FILING-INVALID PIC X(35) VALUE
             'FILING STATUS MUST BE S OR M'.
       01 WARNING-ALLOW-INVALID PIC X(35) VALUE
             'ALLOWANCES MUST BE NUMERIC'.
       01 WARNING-PCT-INVALID   PIC X(35) VALUE
             'PERCENT MUST BE 4 DIGITS (9V999)'.
       01 WARNING-K401-NO-ROOM  PIC X(35) VALUE
             'NO ROOM FOR A 401(K) DEDUCTION'.
       01 WARNING-EARN-CODE-INVALID PIC X(35) VALUE
             'EARNINGS CODE MUST BE B OR C'.
       01 WARNING-SUPP-AMT-INVALID PIC X(35) VALUE
             'AMOUNT MUST BE NUMERIC OVER ZERO'.
       01 WARNING-TARGET-INVALID PIC X(35) VALUE
             'TARGET NET MUST BE NUMERIC OVER 0'.
       01 WARNING-NO-TAX-PARMS  PIC X(35) VALUE
             'NO TAX RATES IN FORCE TODAY'.
       01 WARNING-TARGET-TOO-BIG PIC X(35) VALUE
             'TARGET NET TOO LARGE TO MODEL'.
       01 WARNING-NOT-SETTLED   PIC X(35) VALUE
             'NO GROSS REACHES THAT TARGET NET'.
       01 WARNING-AUDIT-FAIL    PIC X(35) VALUE
             'AUDIT WRITE FAILED'.
       01 CONFIRM-MODELED       PIC X(35) VALUE
             'MODEL ONLY -- NOTHING WAS POSTED'.
       01 CONFIRM-SOLVED        PIC X(35) VALUE
             'GROSS NEEDED FOR THE TARGET NET'.
      *
      * KEYED OVERRIDES, DECODED FROM THE NO-DECIMAL-POINT SCREEN
      * FIELDS.  EACH STARTS AS THE EMPLOYEE'S OWN FIGURE AND IS
      * REPLACED ONLY WHEN THE OPERATOR KEYED SOMETHING.
       01 RD-AMOUNT-INT         PIC 9(08).
       01 RD-PCT-INT            PIC 9(04).
       01 RD-HOURS              PIC 9(03)V99.
       01 RD-RATE               PIC 9(03)V99.
       01 RD-FILING-STATUS      PIC X(01).
       01 RD-ALLOWANCES         PIC 9(02).
       01 RD-401K-PCT           PIC 9V999.
       01 RD-SUPP-AMOUNT        PIC 9(06)V99.
       01 RD-TARGET-NET         PIC 9(06)V99.
      *
      * THE EMPLOYEE'S OWN FIGURES -- THE RATE IN FORCE TODAY AND
      * THE STANDARD HOURS FOR THE PAY FREQUENCY.
       01 RATE-IN-FORCE         PIC 9(03)V99.
       01 STD-HOURS             PIC 9(03)V99.
       01 PERIODS-PER-YEAR      PIC 9(02).
       01 ANNUAL-STD-HOURS      PIC 9(04) VALUE 2080.
      *
      * NET-TO-GROSS WORK AREA.  THE TRIAL GROSS GOES TO PAYCALC AS
      * A PERIOD SALARY (REGULAR) OR A SUPPLEMENTAL AMOUNT (BONUS),
      * SO IT CANNOT PASS WHAT THOSE FIELDS HOLD.
       01 TRIAL-GROSS           PIC S9(07)V99.
       01 NET-SHORT             PIC S9(07)V99.
       01 SOLVE-LIMIT           PIC 9(07)V99.
       01 SOLVE-PASSES          PIC S9(04) COMP.
       01 K401-SUB              PIC S9(04) COMP.
      *
      * THE CURRENT COLUMN, SAVED BEFORE THE MODELED CALL REUSES THE
      * PAYCALC AREA.
       01 CURRENT-FIGURES.
          05 CUR-GROSS          PIC 9(06)V99.
          05 CUR-FED-TAX        PIC 9(06)V99.
          05 CUR-STATE-TAX      PIC 9(06)V99.
          05 CUR-SOC-SEC        PIC 9(06)V99.
          05 CUR-MEDICARE-TAX   PIC 9(06)V99.
          05 CUR-401K           PIC 9(06)V99.
          05 CUR-INSURANCE      PIC 9(06)V99.
          05 CUR-GARNISH        PIC 9(06)V99.
          05 CUR-NET-PAY        PIC 9(06)V99.
       01 ED-AMOUNT             PIC ZZZ,ZZ9.99.
      *
      * WHAT THE OPERATOR KEYED, HELD ACROSS THE MAP CLEAR SO THE
      * OVERRIDES GO BACK UP WITH THE ANSWER AND CAN BE ADJUSTED.
       01 KEYED-SAVE.
          05 KS-EMPID           PIC X(06).
          05 KS-HOURS           PIC X(05).
          05 KS-RATE            PIC X(05).
          05 KS-FILING-STATUS   PIC X(01).
          05 KS-ALLOWANCES      PIC X(02).
          05 KS-401K-PCT        PIC X(04).
          05 KS-EARNINGS-CODE   PIC X(01).
          05 KS-SUPP-AMOUNT     PIC X(08).
          05 KS-TARGET-NET      PIC X(08).
      *
       01 WS-USERID             PIC X(08).
       01 ABSTIME-SAVE          PIC S9(15) COMP-3.
       01 RUN-DATE-X            PIC X(08).
       01 RUN-DATE-SAVE         PIC 9(08).
      *
       01 EMPMAST-RESP          PIC S9(08) COMP.
       01 AUDTRL-RESP           PIC S9(08) COMP.
      *
      * DEDUCTION AND TAX PARAMETER LOAD WORK AREAS -- THE SAME
      * BROWSES CICSMAPP RUNS BEFORE ITS PAYCALC CALL.
       01 DEDUCT-RESP           PIC S9(08) COMP.
       01 DEDUCT-RESP2          PIC S9(08) COMP.
       01 DEDUCT-BROWSE-KEY.
          05 DBK-EMP-ID         PIC X(06).
          05 DBK-DEDUCT-SEQ     PIC 9(02).
       01 DED-REMAINING-WORK    PIC S9(07)V99.
       01 TAXPARM-RESP          PIC S9(08) COMP.
       01 TAXPARM-RESP2         PIC S9(08) COMP.
       01 TAX-BROWSE-KEY        PIC X(17).
       01 TAX-SET-SUB           PIC S9(04) COMP.
       01 TAX-SET-CUR           PIC S9(04) COMP.
       01 TAX-ENTRY-SUB         PIC S9(04) COMP.
      *
       COPY PAYCALCA.
      *
       COPY EMPMAST.
      *
       COPY DEDUCT.
      *
       COPY TAXPARM.
      *
       COPY AUDTRL.
      *
       COPY MDLMAP.
      *
       COPY DFHAID.
      *
       COPY DFHBMSCA.
      *
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 LK-LAST-EMP-ID          PIC X(06).
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN.
             IF EIBCALEN NOT = ZERO
                MOVE DFHCOMMAREA TO COMMUNICATION-AREA
             END-IF.
             EVALUATE TRUE
                WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO MDL1I
                   MOVE '1' TO SEND-FLAGS
                   PERFORM 100-SEND-MAP
                WHEN EIBAID = DFHPA3 OR DFHPF3
                   PERFORM 2000-TERMINATION-MESSAGE
                   EXEC CICS
                      RETURN
                   END-EXEC
                WHEN EIBAID = DFHPF12
                    MOVE LOW-VALUE TO MDL1I
                    MOVE "PLEASE RE-ENTER INPUT, THANKS" TO MDLMSGO
                    MOVE '1' TO SEND-FLAGS
                    PERFORM 100-SEND-MAP
                WHEN EIBAID = DFHENTER
                   PERFORM 200-RECEIVE-MAP
                WHEN OTHER
                    MOVE LOW-VALUE TO MDL1I
                    MOVE 'INVALID KEY PRESSED.' TO MDLMSGO
                    MOVE '1' TO SEND-FLAGS
                    PERFORM 100-SEND-MAP
               END-EVALUATE.
               EXEC CICS
                  RETURN TRANSID('F159')
                     COMMAREA(COMMUNICATION-AREA)
               END-EXEC.

         100-SEND-MAP.
                 EXEC CICS
                 SEND
                 MAP('MDL1') MAPSET('MDLMAP')
                 ERASE
                 END-EXEC.

         200-RECEIVE-MAP.
                 EXEC CICS
                 RECEIVE
                 MAP('MDL1') MAPSET('MDLMAP') INTO(MDL1I)
                 END-EXEC
                 MOVE DFHDFLT TO EMPIDMC
                 MOVE DFHDFLT TO HOURSMC
                 MOVE DFHDFLT TO RATEMC
                 MOVE DFHDFLT TO FILSTMC
                 MOVE DFHDFLT TO ALLOWMC
                 MOVE DFHDFLT TO PCTMC
                 MOVE DFHDFLT TO ERNCDMC
                 MOVE DFHDFLT TO SUPAMMC
                 MOVE DFHDFLT TO TNETMC
                 PERFORM 300-EDIT-THE-MODEL
                 IF VALID-DATA
                    PERFORM 400-RUN-THE-MODEL
                 END-IF
      * THE ANSWER GOES UP FIRST SO AN AUDIT WRITE FAILURE BEHIND IT
      * SURVIVES ON THE SCREEN -- THE SAME ORDER MANCHK POSTS IN.
                 IF VALID-DATA
                    PERFORM 700-DISPLAY-RESULT
                    PERFORM 480-WRITE-AUDIT-TRAIL
                    MOVE EMPIDMI TO CA-LAST-EMP-ID
                 END-IF
                 PERFORM 100-SEND-MAP.
      *
      *****************************************************************
      * 300-EDIT-THE-MODEL -- THE EMPLOYEE MUST BE ON FILE AND       *
      * ACTIVE, AND EVERY OVERRIDE KEYED MUST BE GOOD.  A BLANK      *
      * OVERRIDE TAKES THE EMPLOYEE'S OWN FIGURE.  THE MASTER IS     *
      * READ WITHOUT UPDATE -- NOTHING IS EVER REWRITTEN.            *
      *****************************************************************
         300-EDIT-THE-MODEL.
                 MOVE 'Y' TO VALID-DATA-SWITCH
                 IF EMPIDMI = LOW-VALUE OR SPACES
                    MOVE LOW-VALUE TO MDL1O
                    MOVE WARNING-EMPID-MISSING TO MDLMSGO
                    MOVE -1 TO EMPIDML
                    MOVE DFHRED TO EMPIDMC
                    MOVE 'N' TO VALID-DATA-SWITCH
                 END-IF
                 IF VALID-DATA
                    EXEC CICS
                       READ FILE('EMPMAST')
                          INTO(EM-EMPMAST-RECORD)
                          RIDFLD(EMPIDMI)
                          KEYLENGTH(LENGTH OF EM-EMP-ID)
                          RESP(EMPMAST-RESP)
                    END-EXEC
                    IF EMPMAST-RESP NOT = DFHRESP(NORMAL)
                       MOVE LOW-VALUE TO MDL1O
                       MOVE WARNING-EMPID-NOTFND TO MDLMSGO
                       MOVE -1 TO EMPIDML
                       MOVE DFHRED TO EMPIDMC
                       MOVE 'N' TO VALID-DATA-SWITCH
                    END-IF
                 END-IF
                 IF VALID-DATA AND EM-TERMINATED
                    MOVE LOW-VALUE TO MDL1O
                    MOVE WARNING-EMP-TERMINATED TO MDLMSGO
                    MOVE -1 TO EMPIDML
                    MOVE DFHRED TO EMPIDMC
                    MOVE 'N' TO VALID-DATA-SWITCH
                 END-IF
                 IF VALID-DATA
                    PERFORM 310-FIGURE-EMPLOYEE-DEFAULTS
                    PERFORM 320-EDIT-PAY-OVERRIDES
                 END-IF
                 IF VALID-DATA
                    PERFORM 330-EDIT-EARNINGS-OVERRIDES
                 END-IF.
      *
      * TODAY'S DATE PICKS THE RATE IN FORCE AND THE TAX SET.  THE
      * RATE IS PICKED THE WAY CICSMAPP'S 215-PICK-PAY-RATE PICKS
      * IT -- A PENDING EMPMNT RATE CHANGE TAKES OVER ON ITS
      * EFFECTIVE DATE.  THE STANDARD HOURS ARE THE ONES PAYCALC
      * ACCRUES A SALARIED CHECK ON.
         310-FIGURE-EMPLOYEE-DEFAULTS.
                 EXEC CICS
                    ASKTIME ABSTIME(ABSTIME-SAVE)
                 END-EXEC
                 EXEC CICS
                    FORMATTIME ABSTIME(ABSTIME-SAVE)
                       YYYYMMDD(RUN-DATE-X)
                 END-EXEC
                 MOVE RUN-DATE-X TO RUN-DATE-SAVE
                 MOVE ZERO TO RATE-IN-FORCE
                 IF EM-HRLY-PAY-RATE NUMERIC
                    MOVE EM-HRLY-PAY-RATE TO RATE-IN-FORCE
                 END-IF
                 IF EM-NEW-PAY-RATE NUMERIC
                    AND EM-NEW-PAY-RATE > ZERO
                    AND EM-RATE-EFF-DATE NUMERIC
                    AND EM-RATE-EFF-DATE > ZERO
                    AND EM-RATE-EFF-DATE NOT > RUN-DATE-SAVE
                    MOVE EM-NEW-PAY-RATE TO RATE-IN-FORCE
                 END-IF
                 EVALUATE TRUE
                    WHEN EM-FREQ-BIWEEKLY
                       MOVE 26 TO PERIODS-PER-YEAR
                    WHEN EM-FREQ-SEMIMONTHLY
                       MOVE 24 TO PERIODS-PER-YEAR
                    WHEN EM-FREQ-MONTHLY
                       MOVE 12 TO PERIODS-PER-YEAR
                    WHEN OTHER
                       MOVE 52 TO PERIODS-PER-YEAR
                 END-EVALUATE
                 COMPUTE STD-HOURS ROUNDED =
                    ANNUAL-STD-HOURS / PERIODS-PER-YEAR
                 MOVE STD-HOURS TO RD-HOURS
                 MOVE RATE-IN-FORCE TO RD-RATE
                 MOVE EM-FILING-STATUS TO RD-FILING-STATUS
                 IF EM-ALLOWANCES NUMERIC
                    MOVE EM-ALLOWANCES TO RD-ALLOWANCES
                 ELSE
                    MOVE ZERO TO RD-ALLOWANCES
                 END-IF
                 MOVE ZERO TO RD-401K-PCT
                 MOVE ZERO TO RD-SUPP-AMOUNT
                 MOVE ZERO TO RD-TARGET-NET
                 MOVE 'N' TO PCT-KEYED-SWITCH
                 MOVE 'N' TO SUPPLEMENTAL-SWITCH
                 MOVE 'N' TO TARGET-SWITCH.
      *
         320-EDIT-PAY-OVERRIDES.
                 IF HOURSMI NOT = LOW-VALUE AND SPACES
                    IF HOURSMI NUMERIC AND HOURSMI NOT = ZERO
                       MOVE HOURSMI TO RD-AMOUNT-INT
                       DIVIDE RD-AMOUNT-INT BY 100 GIVING RD-HOURS
                    ELSE
                       MOVE LOW-VALUE TO MDL1O
                       MOVE WARNING-HOURS-INVALID TO MDLMSGO
                       MOVE -1 TO HOURSML
                       MOVE DFHRED TO HOURSMC
                       MOVE 'N' TO VALID-DATA-SWITCH
                    END-IF
                 END-IF
                 IF VALID-DATA
                    AND RATEMI NOT = LOW-VALUE AND SPACES
                    IF RATEMI NUMERIC AND RATEMI NOT = ZERO
                       MOVE RATEMI TO RD-AMOUNT-INT
                       DIVIDE RD-AMOUNT-INT BY 100 GIVING RD-RATE
                    ELSE
                       MOVE LOW-VALUE TO MDL1O
                       MOVE WARNING-RATE-INVALID TO MDLMSGO
                       MOVE -1 TO RATEML
                       MOVE DFHRED TO RATEMC
                       MOVE 'N' TO VALID-DATA-SWITCH
                    END-IF
                 END-IF
                 IF VALID-DATA AND NOT EM-PAY-SALARIED
                    AND RD-RATE = ZERO
                    MOVE LOW-VALUE TO MDL1O
                    MOVE WARNING-NO-RATE TO MDLMSGO
                    MOVE -1 TO RATEML
                    MOVE DFHRED TO RATEMC
                    MOVE 'N' TO VALID-DATA-SWITCH
                 END-IF
                 IF VALID-DATA
                    AND FILSTMI NOT = LOW-VALUE AND SPACE
                    IF FILSTMI = 'S' OR 'M'
                       MOVE FILSTMI TO RD-FILING-STATUS
                    ELSE
                       MOVE LOW-VALUE TO MDL1O
                       MOVE WARNING-FILING-INVALID TO MDLMSGO
                       MOVE -1 TO FILSTML
                       MOVE DFHRED TO FILSTMC
                       MOVE 'N' TO VALID-DATA-SWITCH
                    END-IF
                 END-IF
                 IF VALID-DATA
                    AND ALLOWMI NOT = LOW-VALUE AND SPACES
                    IF ALLOWMI NUMERIC
                       MOVE ALLOWMI TO RD-ALLOWANCES
                    ELSE
                       MOVE LOW-VALUE TO MDL1O
                       MOVE WARNING-ALLOW-INVALID TO MDLMSGO
                       MOVE -1 TO ALLOWML
                       MOVE DFHRED TO ALLOWMC
                       MOVE 'N' TO VALID-DATA-SWITCH
                    END-IF
                 END-IF
      * THE 401(K) PERCENT IS KEYED THE WAY DEDMNT TAKES IT -- 9V999,
      * SO 0080 IS 8 PERCENT.  ZERO MODELS STOPPING THE DEFERRAL.
                 IF VALID-DATA
                    AND PCTMI NOT = LOW-VALUE AND SPACES
                    IF PCTMI NUMERIC
                       MOVE PCTMI TO RD-PCT-INT
                       DIVIDE RD-PCT-INT BY 1000 GIVING RD-401K-PCT
                       MOVE 'Y' TO PCT-KEYED-SWITCH
                    ELSE
                       MOVE LOW-VALUE TO MDL1O
                       MOVE WARNING-PCT-INVALID TO MDLMSGO
                       MOVE -1 TO PCTML
                       MOVE DFHRED TO PCTMC
                       MOVE 'N' TO VALID-DATA-SWITCH
                    END-IF
                 END-IF.
      *
      * AN EARNINGS CODE MODELS A BONUS OR COMMISSION CHECK.  THE
      * AMOUNT IS NEEDED ONLY WHEN THERE IS NO TARGET NET TO SOLVE
      * FOR; WITH A TARGET THE AMOUNT IS WHAT GETS WORKED OUT.
         330-EDIT-EARNINGS-OVERRIDES.
                 IF TNETMI NOT = LOW-VALUE AND SPACES
                    IF TNETMI NUMERIC AND TNETMI NOT = ZERO
                       MOVE TNETMI TO RD-AMOUNT-INT
                       DIVIDE RD-AMOUNT-INT BY 100
                          GIVING RD-TARGET-NET
                       MOVE 'Y' TO TARGET-SWITCH
                    ELSE
                       MOVE LOW-VALUE TO MDL1O
                       MOVE WARNING-TARGET-INVALID TO MDLMSGO
                       MOVE -1 TO TNETML
                       MOVE DFHRED TO TNETMC
                       MOVE 'N' TO VALID-DATA-SWITCH
                    END-IF
                 END-IF
                 IF VALID-DATA
                    AND ERNCDMI NOT = LOW-VALUE AND SPACE
                    IF ERNCDMI = 'B' OR 'C'
                       MOVE 'Y' TO SUPPLEMENTAL-SWITCH
                    ELSE
                       MOVE LOW-VALUE TO MDL1O
                       MOVE WARNING-EARN-CODE-INVALID TO MDLMSGO
                       MOVE -1 TO ERNCDML
                       MOVE DFHRED TO ERNCDMC
                       MOVE 'N' TO VALID-DATA-SWITCH
                    END-IF
                 END-IF
                 IF VALID-DATA AND SUPPLEMENTAL-KEYED
                    AND NOT TARGET-KEYED
                    IF SUPAMMI NUMERIC AND SUPAMMI NOT = ZERO
                       MOVE SUPAMMI TO RD-AMOUNT-INT
                       DIVIDE RD-AMOUNT-INT BY 100
                          GIVING RD-SUPP-AMOUNT
                    ELSE
                       MOVE LOW-VALUE TO MDL1O
                       MOVE WARNING-SUPP-AMT-INVALID TO MDLMSGO
                       MOVE -1 TO SUPAMML
                       MOVE DFHRED TO SUPAMMC
                       MOVE 'N' TO VALID-DATA-SWITCH
                    END-IF
                 END-IF.
      *
      *****************************************************************
      * 400-RUN-THE-MODEL -- LOAD THE TAX SETS AND THE DEDUCTIONS    *
      * ONCE, FIGURE THE CURRENT CHECK, THEN THE MODELED ONE.        *
      *****************************************************************
         400-RUN-THE-MODEL.
                 PERFORM 410-LOAD-TAX-PARMS
                 PERFORM 420-LOAD-DEDUCTIONS
                 PERFORM 430-FIGURE-CURRENT
                 IF PC-NO-TAX-PARMS
                    MOVE LOW-VALUE TO MDL1O
                    MOVE WARNING-NO-TAX-PARMS TO MDLMSGO
                    MOVE 'N' TO VALID-DATA-SWITCH
                 END-IF
                 IF VALID-DATA
                    PERFORM 440-FIGURE-MODELED
                 END-IF.
      *
      * BROWSE THE TAXPARM FILE INTO THE PC-TAX-PARMS TABLE, ONE SET
      * PER EFFECTIVE DATE, STOPPING AT THE FIRST SET DATED AFTER
      * TODAY -- THE SAME LOAD CICSMAPP'S 235-LOAD-TAX-PARMS DOES.
         410-LOAD-TAX-PARMS.
                 MOVE ZERO TO PC-TX-SET-COUNT
                 MOVE LOW-VALUES TO TAX-BROWSE-KEY
                 EXEC CICS
                    STARTBR FILE('TAXPARM')
                       RIDFLD(TAX-BROWSE-KEY)
                       KEYLENGTH(LENGTH OF TX-KEY)
                       GTEQ
                       RESP(TAXPARM-RESP)
                 END-EXEC
                 IF TAXPARM-RESP = DFHRESP(NORMAL)
                    PERFORM 411-READ-NEXT-TAX-PARM
                    PERFORM 412-POST-ONE-TAX-PARM
                       UNTIL TAXPARM-RESP NOT = DFHRESP(NORMAL)
                          OR TX-EFF-DATE > RUN-DATE-SAVE
                    EXEC CICS
                       ENDBR FILE('TAXPARM')
                          RESP(TAXPARM-RESP2)
                    END-EXEC
                 END-IF.
      *
         411-READ-NEXT-TAX-PARM.
                 EXEC CICS
                    READNEXT FILE('TAXPARM')
                       INTO(TX-TAXPARM-RECORD)
                       RIDFLD(TAX-BROWSE-KEY)
                       KEYLENGTH(LENGTH OF TX-KEY)
                       RESP(TAXPARM-RESP)
                 END-EXEC.
      *
         412-POST-ONE-TAX-PARM.
                 IF PC-TX-SET-COUNT = ZERO
                    PERFORM 4120-START-NEW-TAX-SET
                 ELSE
                    IF TX-EFF-DATE NOT =
                          PC-TX-EFF-DATE (PC-TX-SET-COUNT)
                       PERFORM 4120-START-NEW-TAX-SET
                    END-IF
                 END-IF
                 MOVE PC-TX-SET-COUNT TO TAX-SET-CUR
                 EVALUATE TRUE
                    WHEN TX-GENERAL-REC
                       MOVE TX-DEFAULT-STATE-RATE
                          TO PC-TX-DEFAULT-STATE-RATE (TAX-SET-CUR)
                       MOVE TX-ALLOWANCE-AMT
                          TO PC-TX-ALLOWANCE-AMT (TAX-SET-CUR)
                       MOVE TX-SS-WAGE-BASE
                          TO PC-TX-SS-WAGE-BASE (TAX-SET-CUR)
                       MOVE TX-ADDL-MED-FLOOR
                          TO PC-TX-ADDL-MED-FLOOR (TAX-SET-CUR)
                       MOVE TX-ADDL-MED-RATE
                          TO PC-TX-ADDL-MED-RATE (TAX-SET-CUR)
                       IF TX-SUPP-FED-RATE NUMERIC
                          MOVE TX-SUPP-FED-RATE
                             TO PC-TX-SUPP-FED-RATE (TAX-SET-CUR)
                       ELSE
                          MOVE ZERO TO PC-TX-SUPP-FED-RATE (TAX-SET-CUR)
                       END-IF
                    WHEN TX-STATE-REC
                       AND PC-TX-STATE-COUNT (TAX-SET-CUR) < 60
                       ADD 1 TO PC-TX-STATE-COUNT (TAX-SET-CUR)
                       MOVE PC-TX-STATE-COUNT (TAX-SET-CUR)
                          TO TAX-ENTRY-SUB
                       MOVE TX-STATE-CODE TO
                          PC-TX-STATE-CODE (TAX-SET-CUR, TAX-ENTRY-SUB)
                       MOVE TX-STATE-RATE TO
                          PC-TX-STATE-RATE (TAX-SET-CUR, TAX-ENTRY-SUB)
                    WHEN TX-FEDERAL-REC
                       AND PC-TX-FED-COUNT (TAX-SET-CUR) < 20
                       ADD 1 TO PC-TX-FED-COUNT (TAX-SET-CUR)
                       MOVE PC-TX-FED-COUNT (TAX-SET-CUR)
                          TO TAX-ENTRY-SUB
                       MOVE TX-FED-STATUS TO
                          PC-TX-FED-STATUS (TAX-SET-CUR, TAX-ENTRY-SUB)
                       MOVE TX-FED-FLOOR TO
                          PC-TX-FED-FLOOR (TAX-SET-CUR, TAX-ENTRY-SUB)
                       MOVE TX-FED-BASE-TAX TO
                          PC-TX-FED-BASE-TAX (TAX-SET-CUR,
                                              TAX-ENTRY-SUB)
                       MOVE TX-FED-RATE TO
                          PC-TX-FED-RATE (TAX-SET-CUR, TAX-ENTRY-SUB)
                 END-EVALUATE
                 PERFORM 411-READ-NEXT-TAX-PARM.
      *
      * A FULL TABLE SLIDES THE SETS DOWN ONE AND DROPS THE OLDEST.
         4120-START-NEW-TAX-SET.
                 IF PC-TX-SET-COUNT = 6
                    PERFORM 4121-SLIDE-ONE-TAX-SET
                       VARYING TAX-SET-SUB FROM 1 BY 1
                       UNTIL TAX-SET-SUB = 6
                 ELSE
                    ADD 1 TO PC-TX-SET-COUNT
                 END-IF
                 MOVE ZEROS TO PC-TX-SET (PC-TX-SET-COUNT)
                 MOVE TX-EFF-DATE TO PC-TX-EFF-DATE (PC-TX-SET-COUNT).
      *
         4121-SLIDE-ONE-TAX-SET.
                 MOVE PC-TX-SET (TAX-SET-SUB + 1)
                    TO PC-TX-SET (TAX-SET-SUB).
      *
      * THE EMPLOYEE'S ACTIVE DEDUCT ENTRIES, LOADED THE WAY
      * CICSMAPP'S 240-LOAD-DEDUCTIONS LOADS THEM.  NOTHING IS
      * POSTED BACK -- THE BROWSE IS READ-ONLY.
         420-LOAD-DEDUCTIONS.
                 MOVE ZERO TO PC-DED-COUNT
                 MOVE EMPIDMI TO DBK-EMP-ID
                 MOVE ZERO    TO DBK-DEDUCT-SEQ
                 EXEC CICS
                    STARTBR FILE('DEDUCT')
                       RIDFLD(DEDUCT-BROWSE-KEY)
                       KEYLENGTH(LENGTH OF DEDUCT-BROWSE-KEY)
                       GTEQ
                       RESP(DEDUCT-RESP)
                 END-EXEC
                 IF DEDUCT-RESP = DFHRESP(NORMAL)
                    PERFORM 421-READ-NEXT-DEDUCTION
                    PERFORM 422-LOAD-ONE-DEDUCTION
                       UNTIL DEDUCT-RESP NOT = DFHRESP(NORMAL)
                          OR DD-EMP-ID NOT = EMPIDMI
                          OR PC-DED-COUNT = 8
                    EXEC CICS
                       ENDBR FILE('DEDUCT')
                          RESP(DEDUCT-RESP2)
                    END-EXEC
                 END-IF.
      *
         421-READ-NEXT-DEDUCTION.
                 EXEC CICS
                    READNEXT FILE('DEDUCT')
                       INTO(DD-DEDUCT-RECORD)
                       RIDFLD(DEDUCT-BROWSE-KEY)
                       KEYLENGTH(LENGTH OF DEDUCT-BROWSE-KEY)
                       RESP(DEDUCT-RESP)
                 END-EXEC.
      *
         422-LOAD-ONE-DEDUCTION.
                 COMPUTE DED-REMAINING-WORK =
                    DD-GOAL-AMOUNT - DD-TAKEN-TO-DATE
                 IF DD-DEDUCT-ACTIVE
                    AND (DD-GOAL-AMOUNT = ZERO
                       OR DED-REMAINING-WORK > ZERO)
                    ADD 1 TO PC-DED-COUNT
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
                 END-IF
                 PERFORM 421-READ-NEXT-DEDUCTION.
      *
      * THE CURRENT COLUMN -- A REGULAR CHECK ON THE EMPLOYEE'S OWN
      * FIGURES, NO OVERRIDES.
         430-FIGURE-CURRENT.
                 PERFORM 435-SET-EMPLOYEE-INPUTS
                 CALL 'PAYCALC' USING PC-PAYCALC-AREA
                 MOVE PC-GROSS-PAY       TO CUR-GROSS
                 MOVE PC-FED-TAX         TO CUR-FED-TAX
                 MOVE PC-STATE-TAX       TO CUR-STATE-TAX
                 MOVE PC-SOC-SEC         TO CUR-SOC-SEC
                 MOVE PC-MEDICARE-TAX    TO CUR-MEDICARE-TAX
                 MOVE PC-TOTAL-401K      TO CUR-401K
                 MOVE PC-TOTAL-INSURANCE TO CUR-INSURANCE
                 MOVE PC-TOTAL-GARNISH   TO CUR-GARNISH
                 MOVE PC-NET-PAY         TO CUR-NET-PAY.
      *
         435-SET-EMPLOYEE-INPUTS.
                 MOVE STD-HOURS        TO PC-HOURS-WORKED
                 MOVE RATE-IN-FORCE    TO PC-HRLY-PAY-RATE
                 MOVE ZERO             TO PC-LEAVE-HOURS
                 MOVE SPACE            TO PC-EARNINGS-CODE
                 MOVE ZERO             TO PC-SUPP-AMOUNT
                 MOVE EM-PAY-TYPE      TO PC-PAY-TYPE
                 MOVE EM-PAY-FREQUENCY TO PC-PAY-FREQUENCY
                 IF EM-PERIOD-SALARY NUMERIC
                    MOVE EM-PERIOD-SALARY TO PC-PERIOD-SALARY
                 ELSE
                    MOVE ZERO TO PC-PERIOD-SALARY
                 END-IF
                 IF EM-YTD-SS-WAGES NUMERIC
                    MOVE EM-YTD-SS-WAGES TO PC-YTD-SS-WAGES
                 ELSE
                    MOVE ZERO TO PC-YTD-SS-WAGES
                 END-IF
                 MOVE EM-STATE-CODE    TO PC-STATE-CODE
                 MOVE EM-FILING-STATUS TO PC-FILING-STATUS
                 IF EM-ALLOWANCES NUMERIC
                    MOVE EM-ALLOWANCES TO PC-ALLOWANCES
                 ELSE
                    MOVE ZERO TO PC-ALLOWANCES
                 END-IF
                 MOVE RUN-DATE-SAVE    TO PC-CHECK-DATE.
      *
      * THE MODELED COLUMN -- THE SAME INPUTS WITH THE OVERRIDES
      * LAID OVER THEM.
         440-FIGURE-MODELED.
                 PERFORM 435-SET-EMPLOYEE-INPUTS
                 MOVE RD-HOURS         TO PC-HOURS-WORKED
                 MOVE RD-RATE          TO PC-HRLY-PAY-RATE
                 MOVE RD-FILING-STATUS TO PC-FILING-STATUS
                 MOVE RD-ALLOWANCES    TO PC-ALLOWANCES
                 IF PCT-KEYED
                    PERFORM 445-APPLY-401K-PERCENT
                 END-IF
                 IF VALID-DATA AND SUPPLEMENTAL-KEYED
                    MOVE ERNCDMI        TO PC-EARNINGS-CODE
                    MOVE RD-SUPP-AMOUNT TO PC-SUPP-AMOUNT
                 END-IF
                 IF VALID-DATA
                    IF TARGET-KEYED
                       PERFORM 450-SOLVE-FOR-GROSS
                    ELSE
                       CALL 'PAYCALC' USING PC-PAYCALC-AREA
                    END-IF
                 END-IF.
      *
      * THE KEYED PERCENT REPLACES THE EMPLOYEE'S 401(K) ENTRY, OR
      * IS ADDED AS ONE WHEN THE EMPLOYEE HAS NONE YET.
         445-APPLY-401K-PERCENT.
                 MOVE 'N' TO K401-FOUND-SWITCH
                 PERFORM 446-FIND-401K-ENTRY
                    VARYING K401-SUB FROM 1 BY 1
                    UNTIL K401-SUB > PC-DED-COUNT
                       OR K401-FOUND
                 IF NOT K401-FOUND
                    IF PC-DED-COUNT < 8
                       ADD 1 TO PC-DED-COUNT
                       MOVE PC-DED-COUNT TO K401-SUB
                       MOVE 'K'  TO PC-DED-TYPE (K401-SUB)
                       MOVE ZERO TO PC-DED-REMAINING (K401-SUB)
                       MOVE 'N'  TO PC-DED-GOAL-FLAG (K401-SUB)
                       MOVE 'Y'  TO K401-FOUND-SWITCH
                    ELSE
                       MOVE LOW-VALUE TO MDL1O
                       MOVE WARNING-K401-NO-ROOM TO MDLMSGO
                       MOVE -1 TO PCTML
                       MOVE DFHRED TO PCTMC
                       MOVE 'N' TO VALID-DATA-SWITCH
                    END-IF
                 END-IF
                 IF K401-FOUND
                    MOVE 'P'         TO PC-DED-METHOD (K401-SUB)
                    MOVE ZERO        TO PC-DED-FLAT-AMT (K401-SUB)
                    MOVE RD-401K-PCT TO PC-DED-PERCENT (K401-SUB)
                 END-IF.
      *
         446-FIND-401K-ENTRY.
                 IF PC-DED-401K (K401-SUB)
                    MOVE 'Y' TO K401-FOUND-SWITCH
                    SUBTRACT 1 FROM K401-SUB
                 END-IF.
      *
      *****************************************************************
      * 450-SOLVE-FOR-GROSS -- NET-TO-GROSS.  THE GROSS GOES IN AS A *
      * FLAT FIGURE (A PERIOD SALARY, OR THE BONUS AMOUNT) SO PAYCALC *
      * PAYS EXACTLY THE TRIAL GROSS.  EACH PASS RAISES THE TRIAL BY *
      * WHAT THE NET CAME UP SHORT; SINCE LESS THAN A DOLLAR OF EACH *
      * DOLLAR OF GROSS IS WITHHELD, THE SHORTFALL SHRINKS EVERY     *
      * PASS.  IF THE ROUNDING KEEPS IT FROM LANDING ON THE PENNY,   *
      * THE GROSS IS STEPPED UP A PENNY AT A TIME UNTIL THE NET IS   *
      * AT LEAST THE TARGET.                                         *
      *****************************************************************
         450-SOLVE-FOR-GROSS.
                 IF SUPPLEMENTAL-KEYED
                    MOVE 999999.99 TO SOLVE-LIMIT
                 ELSE
                    MOVE 'S' TO PC-PAY-TYPE
                    MOVE 99999.99 TO SOLVE-LIMIT
                 END-IF
                 MOVE RD-TARGET-NET TO TRIAL-GROSS
                 MOVE ZERO TO SOLVE-PASSES
                 MOVE 'N' TO SOLVED-SWITCH
                 MOVE 'N' TO TOO-BIG-SWITCH
                 IF TRIAL-GROSS > SOLVE-LIMIT
                    MOVE 'Y' TO TOO-BIG-SWITCH
                 END-IF
                 PERFORM 451-ONE-SOLVE-PASS
                    UNTIL GROSS-SOLVED
                       OR TARGET-TOO-BIG
                       OR SOLVE-PASSES = 30
                 IF NOT GROSS-SOLVED AND NOT TARGET-TOO-BIG
                    PERFORM 453-CALL-AT-TRIAL-GROSS
                    PERFORM 452-STEP-UP-A-PENNY
                       UNTIL PC-NET-PAY NOT < RD-TARGET-NET
                          OR TARGET-TOO-BIG
                          OR SOLVE-PASSES = 60
                 END-IF
                 EVALUATE TRUE
                    WHEN TARGET-TOO-BIG
                       MOVE LOW-VALUE TO MDL1O
                       MOVE WARNING-TARGET-TOO-BIG TO MDLMSGO
                       MOVE -1 TO TNETML
                       MOVE DFHRED TO TNETMC
                       MOVE 'N' TO VALID-DATA-SWITCH
                    WHEN PC-NET-PAY < RD-TARGET-NET
                       MOVE LOW-VALUE TO MDL1O
                       MOVE WARNING-NOT-SETTLED TO MDLMSGO
                       MOVE -1 TO TNETML
                       MOVE DFHRED TO TNETMC
                       MOVE 'N' TO VALID-DATA-SWITCH
                 END-EVALUATE.
      *
         451-ONE-SOLVE-PASS.
                 ADD 1 TO SOLVE-PASSES
                 PERFORM 453-CALL-AT-TRIAL-GROSS
                 COMPUTE NET-SHORT = RD-TARGET-NET - PC-NET-PAY
                 IF NET-SHORT = ZERO
                    MOVE 'Y' TO SOLVED-SWITCH
                 ELSE
                    ADD NET-SHORT TO TRIAL-GROSS
                    IF TRIAL-GROSS < RD-TARGET-NET
                       MOVE RD-TARGET-NET TO TRIAL-GROSS
                    END-IF
                    IF TRIAL-GROSS > SOLVE-LIMIT
                       MOVE 'Y' TO TOO-BIG-SWITCH
                    END-IF
                 END-IF.
      *
         452-STEP-UP-A-PENNY.
                 ADD 1 TO SOLVE-PASSES
                 ADD .01 TO TRIAL-GROSS
                 IF TRIAL-GROSS > SOLVE-LIMIT
                    MOVE 'Y' TO TOO-BIG-SWITCH
                 ELSE
                    PERFORM 453-CALL-AT-TRIAL-GROSS
                 END-IF.
      *
         453-CALL-AT-TRIAL-GROSS.
                 IF SUPPLEMENTAL-KEYED
                    MOVE TRIAL-GROSS TO PC-SUPP-AMOUNT
                 ELSE
                    MOVE TRIAL-GROSS TO PC-PERIOD-SALARY
                 END-IF
                 CALL 'PAYCALC' USING PC-PAYCALC-AREA.
      *
      * THE ONLY WRITE THE MODEL MAKES -- WHO RAN IT, FROM WHERE,
      * AND WHAT IT SHOWED.  ACTION 'W' KEEPS IT APART FROM A REAL
      * CHECK ON THE AUDIT REPORT.
         480-WRITE-AUDIT-TRAIL.
                 EXEC CICS
                    ASSIGN USERID(WS-USERID)
                 END-EXEC
                 EXEC CICS
                    ASKTIME ABSTIME(ABSTIME-SAVE)
                 END-EXEC
                 MOVE EIBTRMID        TO AT-TRMID
                 MOVE EIBDATE         TO AT-EIB-DATE
                 MOVE EIBTIME         TO AT-EIB-TIME
                 MOVE ABSTIME-SAVE    TO AT-ABSTIME
                 MOVE WS-USERID       TO AT-USERID
                 MOVE EM-EMP-NAME     TO AT-EMP-NAME
                 MOVE PC-GROSS-PAY    TO AT-GROSS-PAY
                 MOVE PC-FED-TAX      TO AT-FED-TAX
                 MOVE PC-STATE-TAX    TO AT-STATE-TAX
                 MOVE PC-SOC-SEC      TO AT-SOC-SEC
                 MOVE PC-MEDICARE-TAX TO AT-MEDICARE-TAX
                 MOVE PC-NET-PAY      TO AT-NET-PAY
                 MOVE 'W'             TO AT-ACTION-CODE
                 EXEC CICS
                    WRITE FILE('AUDTRL')
                       FROM(AT-AUDIT-RECORD)
                       RIDFLD(AT-KEY)
                       KEYLENGTH(LENGTH OF AT-KEY)
                       RESP(AUDTRL-RESP)
                 END-EXEC
                 IF AUDTRL-RESP NOT = DFHRESP(NORMAL)
                    MOVE WARNING-AUDIT-FAIL TO MDLMSGO
                 END-IF.
      *
      * THE KEYED OVERRIDES GO BACK UP WITH THE ANSWER, FLAGGED
      * MODIFIED SO THEY COME BACK ON THE NEXT ENTER WITHOUT BEING
      * RE-KEYED -- THE OPERATOR CAN CHANGE ONE FIGURE AND RE-RUN.
         700-DISPLAY-RESULT.
                 MOVE EMPIDMI TO KS-EMPID
                 MOVE HOURSMI TO KS-HOURS
                 MOVE RATEMI  TO KS-RATE
                 MOVE FILSTMI TO KS-FILING-STATUS
                 MOVE ALLOWMI TO KS-ALLOWANCES
                 MOVE PCTMI   TO KS-401K-PCT
                 MOVE ERNCDMI TO KS-EARNINGS-CODE
                 MOVE SUPAMMI TO KS-SUPP-AMOUNT
                 MOVE TNETMI  TO KS-TARGET-NET
                 MOVE LOW-VALUE TO MDL1O
                 MOVE KS-EMPID         TO EMPIDMO
                 MOVE KS-HOURS         TO HOURSMO
                 MOVE KS-RATE          TO RATEMO
                 MOVE KS-FILING-STATUS TO FILSTMO
                 MOVE KS-ALLOWANCES    TO ALLOWMO
                 MOVE KS-401K-PCT      TO PCTMO
                 MOVE KS-EARNINGS-CODE TO ERNCDMO
                 MOVE KS-SUPP-AMOUNT   TO SUPAMMO
                 MOVE KS-TARGET-NET    TO TNETMO
                 MOVE DFHBMFSE TO EMPIDMA
                 MOVE DFHBMFSE TO HOURSMA
                 MOVE DFHBMFSE TO RATEMA
                 MOVE DFHBMFSE TO FILSTMA
                 MOVE DFHBMFSE TO ALLOWMA
                 MOVE DFHBMFSE TO PCTMA
                 MOVE DFHBMFSE TO ERNCDMA
                 MOVE DFHBMFSE TO SUPAMMA
                 MOVE DFHBMFSE TO TNETMA
                 MOVE EM-EMP-NAME      TO NAMEMO
                 MOVE EM-PAY-TYPE      TO PTYPEMO
                 MOVE EM-PAY-FREQUENCY TO FREQMO
                 MOVE CUR-GROSS        TO ED-AMOUNT
                 MOVE ED-AMOUNT        TO CGROSMO
                 MOVE CUR-FED-TAX      TO ED-AMOUNT
                 MOVE ED-AMOUNT        TO CFEDMO
                 MOVE CUR-STATE-TAX    TO ED-AMOUNT
                 MOVE ED-AMOUNT        TO CSTATMO
                 MOVE CUR-SOC-SEC      TO ED-AMOUNT
                 MOVE ED-AMOUNT        TO CSOCMO
                 MOVE CUR-MEDICARE-TAX TO ED-AMOUNT
                 MOVE ED-AMOUNT        TO CMEDMO
                 MOVE CUR-401K         TO ED-AMOUNT
                 MOVE ED-AMOUNT        TO C401KMO
                 MOVE CUR-INSURANCE    TO ED-AMOUNT
                 MOVE ED-AMOUNT        TO CINSMO
                 MOVE CUR-GARNISH      TO ED-AMOUNT
                 MOVE ED-AMOUNT        TO CGARNMO
                 MOVE CUR-NET-PAY      TO ED-AMOUNT
                 MOVE ED-AMOUNT        TO CNETMO
                 MOVE PC-GROSS-PAY     TO ED-AMOUNT
                 MOVE ED-AMOUNT        TO MGROSMO
                 MOVE PC-FED-TAX       TO ED-AMOUNT
                 MOVE ED-AMOUNT        TO MFEDMO
                 MOVE PC-STATE-TAX     TO ED-AMOUNT
                 MOVE ED-AMOUNT        TO MSTATMO
                 MOVE PC-SOC-SEC       TO ED-AMOUNT
                 MOVE ED-AMOUNT        TO MSOCMO
                 MOVE PC-MEDICARE-TAX  TO ED-AMOUNT
                 MOVE ED-AMOUNT        TO MMEDMO
                 MOVE PC-TOTAL-401K    TO ED-AMOUNT
                 MOVE ED-AMOUNT        TO M401KMO
                 MOVE PC-TOTAL-INSURANCE TO ED-AMOUNT
                 MOVE ED-AMOUNT        TO MINSMO
                 MOVE PC-TOTAL-GARNISH TO ED-AMOUNT
                 MOVE ED-AMOUNT        TO MGARNMO
                 MOVE PC-NET-PAY       TO ED-AMOUNT
                 MOVE ED-AMOUNT        TO MNETMO
                 IF TARGET-KEYED
                    MOVE CONFIRM-SOLVED TO MDLMSGO
                 ELSE
                    MOVE CONFIRM-MODELED TO MDLMSGO
                 END-IF.
      *
         2000-TERMINATION-MESSAGE.
                 EXEC CICS
                     SEND TEXT FROM(END-OF-SESSION-MESSAGE)
                          ERASE
                          FREEKB
                 END-EXEC.
/*
//***********************************************
//*PLACE THE NAME OF YOUR PROGRAM IN THE PARENTHESIS AFTER THE
//*WORD "LOADLIB".
//****************************************************
//LKED.SYSLMOD DD DSNAME=TSOECCC.CICSTS12.STUDENT.LOADLIB(PAYMODL)
