             88 VALID-DATA            VALUE 'Y'.                        
      * PF6 IS THE SUPERVISOR OVERRIDE FOR A LEGITIMATE SECOND
      * CHECK INSIDE THE OPEN PERIOD (BONUS, CORRECTION) -- THE
      * CALCULATION RUNS BUT THE AUDIT ENTRY IS FLAGGED 'O'.  THE
      * USER NEEDS THE OVERRIDE FLAG ON THE USRAUTH AUTHORITY FILE,
      * AND AN OVERRIDE CHECK WHOSE NET IS OVER THE USER'S DOLLAR
      * LIMIT IS HELD ON AUTHPND FOR A SECOND USER -- SEE 232-.
          05 OVERRIDE-SWITCH    PIC X VALUE 'N'.
             88 OVERRIDE-KEYED        VALUE 'Y'.
          05 PERIOD-FOUND-SWITCH PIC X VALUE 'N'.
             88 PERIOD-FOUND          VALUE 'Y'.
          05 PAID-SWITCH        PIC X VALUE 'N'.
             88 ALREADY-PAID          VALUE 'Y'.
      * A BONUS OR COMMISSION KEYED IN THE EARNINGS CODE / AMOUNT
      * FIELDS IS A SUPPLEMENTAL CHECK -- A FLAT AMOUNT, NO HOURS,
      * FEDERAL AT THE FLAT SUPPLEMENTAL RATE.  IT IS NOT THE
      * PERIOD'S PAY, SO THE ALREADY-PAID GUARD (AND PF6) DO NOT
      * APPLY TO IT.
          05 SUPPLEMENTAL-SWITCH PIC X VALUE 'N'.
             88 SUPPLEMENTAL-KEYED    VALUE 'Y'.
          05 RELEASE-SWITCH     PIC X VALUE 'N'.
             88 RELEASE-MODE          VALUE 'Y'.
          05 APPLIED-SWITCH     PIC X VALUE 'N'.
             88 ENTRY-APPLIED         VALUE 'Y'.
          05 AUTH-SWITCH        PIC X VALUE 'G'.
             88 AUTH-GRANTED          VALUE 'G'.
             88 AUTH-DENIED           VALUE 'D'.
             88 AUTH-HELD             VALUE 'H'.
      *                                                                 
       01 FLAGS.                                                        
          05 SEND-FLAGS         PIC X.                                  
       01 WARNING-YTD-UPDATE-FAIL PIC X(23) VALUE 'YTD UPDATE FAILED'.
       01 WARNING-AUDIT-WRITE-FAIL PIC X(23) VALUE 'AUDIT WRITE FAILED'.
       01 WARNING-DEDUCT-POST-FAIL PIC X(23) VALUE 'DEDUCT POST FAILED'.
       01 WARNING-CTL-POST-FAIL PIC X(23) VALUE 'PAYCTL POST FAILED'.
       01 WARNING-NO-OPEN-PERIOD PIC X(30) VALUE
             'NO OPEN PAY PERIOD FOR TODAY'.
       01 WARNING-PERIOD-CLOSED PIC X(30) VALUE
             'PAY PERIOD IS CLOSED'.
       01 WARNING-ALREADY-PAID  PIC X(38) VALUE
             'ALREADY PAID THIS PERIOD - PF6 TO PAY'.
       01 WARNING-NO-TAX-PARMS  PIC X(30) VALUE
             'NO TAX RATES IN FORCE TODAY'.
       01 WARNING-EARN-CODE-INVALID PIC X(30) VALUE
             'EARNINGS CODE MUST BE B OR C'.
       01 WARNING-SUPP-AMT-INVALID PIC X(30) VALUE
             'SUPPLEMENTAL AMOUNT INVALID'.
       01 WARNING-SUPP-AMT-ZERO PIC X(30) VALUE
             'SUPP AMOUNT MUST BE OVER ZERO'.
       01 WARNING-SUPP-HOURS    PIC X(38) VALUE
             'NO HOURS ON A BONUS/COMMISSION CHECK'.
       01 WARNING-NOT-AUTHORIZED PIC X(35) VALUE
             'NOT AUTHORIZED FOR THIS FUNCTION'.
       01 WARNING-HOLD-FAILED   PIC X(35) VALUE
             'OVER LIMIT - AUTHPND WRITE FAILED'.
       01 CONFIRM-OVERRIDE-PAID PIC X(35) VALUE
             'OVERRIDE CHECK PAID'.
       01 POST-CALC-MESSAGE      PIC X(23) VALUE 'PAYCHECK PROESSED'.
       01 MESSAGE-SAVE           PIC X(23).                             
      *                                                                 

       01 XRD-HOURS            PIC X(05).
       01 XRD-EMP-HRLY-PAY     PIC X(05).
       01 SUPP-AMOUNT-INT      PIC 9(08).
       01 SUPP-AMOUNT-SAVE     PIC 9(06)V99.

      * THE GROSS / OVERTIME / FEDERAL / STATE-TABLE / FICA /
      * MEDICARE ARITHMETIC LIVES IN THE PAYCALC SUBPROGRAM SO THE
           05 FILLER            PIC X(11) VALUE 'RUN DATE: '.
           05 PS-RUN-DATE       PIC 9(08).
           05 FILLER            PIC X(61) VALUE SPACES.
       01 PAYSTUB-EARN-LINE.
           05 FILLER            PIC X(16) VALUE 'EARNINGS:       '.
           05 PS-EARNINGS       PIC X(10).
           05 FILLER            PIC X(54) VALUE SPACES.
       01 PAYSTUB-GROSS-LINE.
           05 FILLER            PIC X(16) VALUE 'GROSS PAY:      '.
           05 PS-GROSS-PAY      PIC $$$,$$9.99.
           05 FILLER            PIC X(16) VALUE 'GARNISHMENT:    '.
           05 PS-DEDUCT-GARN    PIC $$$,$$9.99.
           05 FILLER            PIC X(54) VALUE SPACES.
      * PRINTED ONLY WHEN THE DISPOSABLE-EARNINGS CEILING HELD A
      * GARNISHMENT UNDER WHAT THE ORDERS ASKED FOR ON THIS CHECK.
       01 PAYSTUB-GARN-SHORT-LINE.
           05 FILLER            PIC X(16) VALUE 'GARN SHORTFALL: '.
           05 PS-GARN-SHORT     PIC $$$,$$9.99.
           05 FILLER            PIC X(54) VALUE SPACES.
       01 PAYSTUB-NET-LINE.
           05 FILLER            PIC X(16) VALUE 'NET PAY:        '.
           05 PS-NET-PAY        PIC $$$,$$9.99.
       01 WS-USERID             PIC X(08).
       01 AUDTRL-RESP           PIC S9(08) COMP.
      *
      * PAYDAY CONTROL LEDGER WORK AREA -- SEE 285-.
       01 PAYCTL-RESP           PIC S9(08) COMP.
       01 CTL-KEY-SAVE          PIC X(16).
       01 CTL-TIME-X            PIC X(06).
      *
      * USER AUTHORITY WORK AREAS.  AUTH-FUNCTION IS THE AUTHPND
      * FUNCTION CODE OF THE USRAUTH FLAG BEING ASKED FOR, AND
      * AUTH-AMOUNT THE DOLLARS MEASURED AGAINST THE USER'S LIMIT.
      * AN ACTION OVER THE LIMIT IS HELD ON AUTHPND UNDER THE NEXT
      * PENDING NUMBER FROM THE CONTROL ENTRY (KEY ZERO).
       01 AUTH-FUNCTION         PIC X(01).
       01 AUTH-AMOUNT           PIC 9(07)V99.
       01 AUTH-DESCRIPTION      PIC X(40).
       01 OVERRIDE-DESCRIPTION.
          05 FILLER             PIC X(30) VALUE
                'PF6 OVERRIDE CHECK FOR PERIOD '.
          05 OD-PERIOD-START    PIC 9(08).
      * THE REFUSAL OR HOLD MESSAGE, KEPT WHILE DIS1O IS CLEARED.
       01 AUTH-MESSAGE-SAVE     PIC X(35).
       01 PEND-CONTROL-KEY      PIC 9(06) VALUE ZERO.
       01 AUTH-DATE-X           PIC X(08).
       01 AUTH-TIME-X           PIC X(06).
       01 HELD-MESSAGE.
          05 FILLER             PIC X(29) VALUE
                'OVER LIMIT - HELD AS PENDING '.
          05 HELD-PEND-NO       PIC 9(06).
       01 USRAUTH-RESP          PIC S9(08) COMP.
       01 AUTHPND-RESP          PIC S9(08) COMP.
      *
      * PAY-PERIOD GUARD WORK AREA.
       01 PAYPER-RESP           PIC S9(08) COMP.
       01 PAYPER-RESP2          PIC S9(08) COMP.
          05 PBK-CHECK-SEQ      PIC 9(02).
      *
       COPY PAYPER.
      *
      * TAX PARAMETER LOAD WORK AREA.  THE TAXPARM SETS IN FORCE UP
      * TO TODAY ARE BROWSED INTO PC-TAX-PARMS BEFORE THE PAYCALC
      * CALL, THE SAME TABLE TAXLOAD BUILDS FOR THE BATCH RUNS.
       01 TAXPARM-RESP          PIC S9(08) COMP.
       01 TAXPARM-RESP2         PIC S9(08) COMP.
       01 TAX-BROWSE-KEY        PIC X(17).
       01 TAX-SET-SUB           PIC S9(04) COMP.
       01 TAX-SET-CUR           PIC S9(04) COMP.
       01 TAX-ENTRY-SUB         PIC S9(04) COMP.
      *
       COPY TAXPARM.
      *
       COPY AUDTRL.
      *
       COPY PAYCTL.
      *
       COPY USRAUTH.
      *
       COPY AUTHPND.
      *
       COPY MIKEMAP.
      *
       01 DFHCOMMAREA.
          05 LK-LAST-EMP-ID          PIC X(06).
          05 LK-LAST-HOURS-WORKED    PIC X(05).
      * AUTHMNT'S RELEASE CALL -- SEE 900-.
       01 LK-RELEASE-AREA REDEFINES DFHCOMMAREA.
       COPY AUTHLNK.
      *

       PROCEDURE DIVISION.                                              
      *                                                                 
       0000-MAIN.
      * AUTHMNT LINKS HERE WITH THE AUTHLNK AREA WHEN A SECOND USER
      * RELEASES AN ENTRY THIS PROGRAM HELD.  THE ENTRY IS APPLIED
      * AND CONTROL GOES BACK TO AUTHMNT WITHOUT TOUCHING A SCREEN.
             IF EIBCALEN = LENGTH OF LK-RELEASE-AREA
                AND AL-REQUEST = 'RELEASE '
                PERFORM 900-APPLY-RELEASED-ENTRY
                EXEC CICS
                   RETURN
                END-EXEC
             END-IF.
             IF EIBCALEN NOT = ZERO
                MOVE DFHCOMMAREA TO COMMUNICATION-AREA
             END-IF.
                 END-EXEC.                                              
                                                                        
         200-RECEIVE-MAP.                                               
      * A RELEASED OVERRIDE COMES IN WITH DIS1I ALREADY LOADED AND
      * GOES BACK TO AUTHMNT WITHOUT A SCREEN -- SEE 900-.
                 IF NOT RELEASE-MODE
                    EXEC CICS
                    RECEIVE
                    MAP('DIS1') MAPSET('MIKEMAP') INTO(DIS1I)
                    END-EXEC
                 END-IF
                 MOVE DFHDFLT TO EMPIDINC
                 MOVE DFHDFLT TO HRSWRKDC
                 MOVE DFHDFLT TO ERNCDINC
                 MOVE DFHDFLT TO SUPAMTC
              EVALUATE TRUE
                WHEN EMPIDINI = LOW-VALUE
                   MOVE LOW-VALUE TO DIS1O
                WHEN OTHER
      * THE EMPLOYEE IS LOOKED UP BEFORE THE HOURS EDITS SO A
      * SALARIED EMPLOYEE CAN BE PAID THE PERIOD SALARY WITH THE
      * HOURS FIELD LEFT BLANK.  A BONUS OR COMMISSION TAKES ITS
      * OWN EDITS IN PLACE OF THE HOURS EDITS.
                   PERFORM 220-LOOKUP-EMPLOYEE
                   IF VALID-DATA
                      PERFORM 212-EDIT-SUPPLEMENTAL
                   END-IF
                   IF VALID-DATA AND NOT EM-PAY-SALARIED
                      AND NOT SUPPLEMENTAL-KEYED
                      PERFORM 210-EDIT-HOURS
                   END-IF
                   IF VALID-DATA
                      MOVE EM-STATE-CODE    TO STATEINO
                      MOVE RATE-IN-FORCE    TO HRPAYINO

                      IF EM-PAY-SALARIED OR SUPPLEMENTAL-KEYED
                         MOVE ZERO TO RD-HOURS
                      ELSE
                         MOVE HRSWRKDI      TO RD-HOURS-INT
                      MOVE RATE-IN-FORCE    TO RD-EMP-HRLY-PAY

                      PERFORM 230-CALL-PAYCALC
                      IF OVERRIDE-KEYED AND NOT SUPPLEMENTAL-KEYED
                         AND NOT RELEASE-MODE
                         AND NOT PC-NET-PAY-NEGATIVE
                         AND NOT PC-NO-TAX-PARMS
                         PERFORM 232-CHECK-OVERRIDE-AUTHORITY
                      END-IF

                      MOVE GROSS-SAVE  TO ED-GROSS-PAY
                      MOVE ED-GROSS-PAY TO GROSSPYO
                      MOVE MEDICARE-TAX-SAVE TO ED-MEDICARE-TAX
                      MOVE ED-MEDICARE-TAX   TO MEDTAXO

                      IF PC-NET-PAY-NEGATIVE OR PC-NO-TAX-PARMS
                         OR NOT AUTH-GRANTED
                         MOVE LOW-VALUE TO DIS1O
                         IF PC-NO-TAX-PARMS
                            MOVE WARNING-NO-TAX-PARMS TO MESSAGEO
                         ELSE
                            MOVE WARNING-NET-PAY-NEG TO MESSAGEO
                         END-IF
                         IF NOT AUTH-GRANTED
                            MOVE AUTH-MESSAGE-SAVE TO MESSAGEO
                         END-IF
                         MOVE '0' TO SEND-FLAGS
                         MOVE 'N' TO VALID-DATA-SWITCH
                      ELSE
                               PERFORM 265-POST-DEDUCTIONS
                               PERFORM 270-PRINT-PAY-STUB
                               PERFORM 280-WRITE-AUDIT-TRAIL
                               PERFORM 285-POST-CONTROL-ENTRY
                               MOVE EMPIDINI TO CA-LAST-EMP-ID
                               MOVE HRSWRKDI TO CA-LAST-HOURS-WORKED
                               MOVE 'Y' TO APPLIED-SWITCH
                            ELSE
                               PERFORM 290-CLEAR-CALC-RESULTS
                            END-IF
                      END-IF
                   END-IF
               END-EVALUATE
               IF NOT RELEASE-MODE
                  PERFORM 100-SEND-MAP
               END-IF.
      *
      * THE HOURS EDITS ONLY RUN FOR AN HOURLY EMPLOYEE -- A
      * SALARIED EMPLOYEE'S CHECK IS THE PERIOD SALARY AND THE
                      MOVE '0' TO SEND-FLAGS
                      MOVE 'N' TO VALID-DATA-SWITCH
                 END-EVALUATE.
      *
      * AN EARNINGS CODE MAKES THE CHECK A BONUS ('B') OR A
      * COMMISSION ('C') FOR THE FLAT AMOUNT KEYED BESIDE IT
      * (999999V99, NO DECIMAL POINT), WITH NO HOURS.  A BLANK
      * CODE IS AN ORDINARY CHECK AND THE AMOUNT IS IGNORED.
         212-EDIT-SUPPLEMENTAL.
                 MOVE 'N' TO SUPPLEMENTAL-SWITCH
                 MOVE ZERO TO SUPP-AMOUNT-SAVE
                 EVALUATE TRUE
                   WHEN ERNCDINI = LOW-VALUE OR SPACE OR '_'
                      CONTINUE
                   WHEN ERNCDINI NOT = 'B' AND NOT = 'C'
                      MOVE LOW-VALUE TO DIS1O
                      MOVE -1 TO ERNCDINL
                      MOVE DFHRED TO ERNCDINC
                      MOVE WARNING-EARN-CODE-INVALID TO MESSAGEO
                      MOVE '0' TO SEND-FLAGS
                      MOVE 'N' TO VALID-DATA-SWITCH
                   WHEN SUPAMTI NOT NUMERIC
                      MOVE LOW-VALUE TO DIS1O
                      MOVE -1 TO SUPAMTL
                      MOVE DFHRED TO SUPAMTC
                      MOVE WARNING-SUPP-AMT-INVALID TO MESSAGEO
                      MOVE '0' TO SEND-FLAGS
                      MOVE 'N' TO VALID-DATA-SWITCH
                   WHEN SUPAMTI = ZERO
                      MOVE LOW-VALUE TO DIS1O
                      MOVE -1 TO SUPAMTL
                      MOVE DFHRED TO SUPAMTC
                      MOVE WARNING-SUPP-AMT-ZERO TO MESSAGEO
                      MOVE '0' TO SEND-FLAGS
                      MOVE 'N' TO VALID-DATA-SWITCH
                   WHEN HRSWRKDI NOT = LOW-VALUE
                      AND HRSWRKDI NOT = SPACES
                      AND HRSWRKDI NOT = '_____'
                      MOVE LOW-VALUE TO DIS1O
                      MOVE -1 TO HRSWRKDL
                      MOVE DFHRED TO HRSWRKDC
                      MOVE WARNING-SUPP-HOURS TO MESSAGEO
                      MOVE '0' TO SEND-FLAGS
                      MOVE 'N' TO VALID-DATA-SWITCH
                   WHEN OTHER
                      MOVE 'Y' TO SUPPLEMENTAL-SWITCH
                      MOVE SUPAMTI TO SUPP-AMOUNT-INT
                      DIVIDE SUPP-AMOUNT-INT BY 100
                         GIVING SUPP-AMOUNT-SAVE
                 END-EVALUATE.
      *
         220-LOOKUP-EMPLOYEE.
                 MOVE 'Y' TO VALID-DATA-SWITCH
      * INSIDE AN OPEN PAY PERIOD AND THE EMPLOYEE MUST NOT ALREADY
      * HOLD A NORMAL CHECK INSIDE THAT PERIOD.  PF6 (SUPERVISOR)
      * LETS A LEGITIMATE EXTRA CHECK THROUGH; THE AUDIT ENTRY
      * CARRIES THE 'O'.  A CLOSED PERIOD BLOCKS EVEN PF6.  A BONUS
      * OR COMMISSION NEEDS NO PF6, AND A BONUS OR COMMISSION
      * ALREADY ON FILE DOES NOT COUNT AS THE PERIOD'S PAY.
         225-CHECK-PAY-PERIOD.
                 EXEC CICS
                    ASKTIME ABSTIME(ABSTIME-SAVE)
                       MOVE '0' TO SEND-FLAGS
                       MOVE 'N' TO VALID-DATA-SWITCH
                    WHEN NOT OVERRIDE-KEYED
                       AND NOT SUPPLEMENTAL-KEYED
                       PERFORM 228-CHECK-ALREADY-PAID
                       IF ALREADY-PAID
                          MOVE LOW-VALUE TO DIS1O
      *
         2290-SIFT-ONE-PAID.
                 IF PH-NORMAL-CHECK
                    AND NOT PH-SUPPLEMENTAL-PAY
                    SET ALREADY-PAID TO TRUE
                 ELSE
                    PERFORM 229-READ-NEXT-PAID
      * THE SCREEN HAS NO HOUR-TYPE FIELD -- A SCREEN CHECK IS
      * ALWAYS REGULAR HOURS; LEAVE COMES IN ON TIMECARDS.
                 MOVE ZERO            TO PC-LEAVE-HOURS
                 IF SUPPLEMENTAL-KEYED
                    MOVE ERNCDINI         TO PC-EARNINGS-CODE
                    MOVE SUPP-AMOUNT-SAVE TO PC-SUPP-AMOUNT
                 ELSE
                    MOVE SPACE            TO PC-EARNINGS-CODE
                    MOVE ZERO             TO PC-SUPP-AMOUNT
                 END-IF
                 MOVE EM-PAY-TYPE     TO PC-PAY-TYPE
                 MOVE EM-PAY-FREQUENCY TO PC-PAY-FREQUENCY
                 IF EM-PERIOD-SALARY NUMERIC
                 ELSE
                    MOVE ZERO TO PC-ALLOWANCES
                 END-IF
                 MOVE RUN-DATE-SAVE   TO PC-CHECK-DATE
                 PERFORM 235-LOAD-TAX-PARMS
                 PERFORM 240-LOAD-DEDUCTIONS
                 CALL 'PAYCALC' USING PC-PAYCALC-AREA
                 MOVE PC-GROSS-PAY    TO GROSS-SAVE
                 MOVE PC-MEDICARE-TAX TO MEDICARE-TAX-SAVE
                 MOVE PC-NET-PAY      TO NET-PAY-SAVE.
      *
      *****************************************************************
      * 232-CHECK-OVERRIDE-AUTHORITY -- A PF6 CHECK IS PRICED AT     *
      * ITS NET PAY.  A USER WITHOUT THE OVERRIDE FLAG IS REFUSED;   *
      * ONE OVER THE DOLLAR LIMIT HAS THE SCREEN HELD ON AUTHPND.    *
      * EITHER WAY NOTHING POSTS AND THE MASTER READ FOR UPDATE IS   *
      * LET GO.  A BONUS OR COMMISSION CHECK NEVER HITS THE PERIOD   *
      * GUARD, SO PF6 ON ONE IS NOT AN OVERRIDE AND IS NOT PRICED.   *
      *****************************************************************
         232-CHECK-OVERRIDE-AUTHORITY.
                 MOVE 'O'               TO AUTH-FUNCTION
                 MOVE NET-PAY-SAVE      TO AUTH-AMOUNT
                 MOVE PERIOD-START-SAVE TO OD-PERIOD-START
                 MOVE OVERRIDE-DESCRIPTION TO AUTH-DESCRIPTION
                 PERFORM 850-CHECK-AUTHORITY
                 IF AUTH-DENIED
                    MOVE WARNING-NOT-AUTHORIZED TO AUTH-MESSAGE-SAVE
                 END-IF
                 IF AUTH-HELD
                    PERFORM 860-HOLD-FOR-RELEASE
                 END-IF
                 IF NOT AUTH-GRANTED
                    EXEC CICS
                       UNLOCK FILE('EMPMAST')
                          RESP(EMPMAST-RESP)
                    END-EXEC
                 END-IF.
      *
      * BROWSE THE TAXPARM FILE INTO THE PC-TAX-PARMS TABLE, ONE SET
      * PER EFFECTIVE DATE, STOPPING AT THE FIRST SET DATED AFTER
      * TODAY -- PAYCALC PICKS THE LAST SET NOT AFTER THE CHECK
      * DATE.  AN EMPTY FILE LEAVES THE COUNT ZERO AND PAYCALC
      * COMES BACK '08'.
         235-LOAD-TAX-PARMS.
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
                    PERFORM 236-READ-NEXT-TAX-PARM
                    PERFORM 237-POST-ONE-TAX-PARM
                       UNTIL TAXPARM-RESP NOT = DFHRESP(NORMAL)
                          OR TX-EFF-DATE > RUN-DATE-SAVE
                    EXEC CICS
                       ENDBR FILE('TAXPARM')
                          RESP(TAXPARM-RESP2)
                    END-EXEC
                 END-IF.
      *
         236-READ-NEXT-TAX-PARM.
                 EXEC CICS
                    READNEXT FILE('TAXPARM')
                       INTO(TX-TAXPARM-RECORD)
                       RIDFLD(TAX-BROWSE-KEY)
                       KEYLENGTH(LENGTH OF TX-KEY)
                       RESP(TAXPARM-RESP)
                 END-EXEC.
      *
      * A NEW EFFECTIVE DATE STARTS A NEW SET; THE RECORD TYPE SAYS
      * WHERE IN THE SET THE FIGURES GO.  ENTRIES PAST THE END OF A
      * TABLE ARE PASSED OVER.
         237-POST-ONE-TAX-PARM.
                 IF PC-TX-SET-COUNT = ZERO
                    PERFORM 2370-START-NEW-TAX-SET
                 ELSE
                    IF TX-EFF-DATE NOT =
                          PC-TX-EFF-DATE (PC-TX-SET-COUNT)
                       PERFORM 2370-START-NEW-TAX-SET
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
                 PERFORM 236-READ-NEXT-TAX-PARM.
      *
      * A FULL TABLE SLIDES THE SETS DOWN ONE AND DROPS THE OLDEST.
         2370-START-NEW-TAX-SET.
                 IF PC-TX-SET-COUNT = 6
                    PERFORM 2371-SLIDE-ONE-TAX-SET
                       VARYING TAX-SET-SUB FROM 1 BY 1
                       UNTIL TAX-SET-SUB = 6
                 ELSE
                    ADD 1 TO PC-TX-SET-COUNT
                 END-IF
                 MOVE ZEROS TO PC-TX-SET (PC-TX-SET-COUNT)
                 MOVE TX-EFF-DATE TO PC-TX-EFF-DATE (PC-TX-SET-COUNT).
      *
         2371-SLIDE-ONE-TAX-SET.
                 MOVE PC-TX-SET (TAX-SET-SUB + 1)
                    TO PC-TX-SET (TAX-SET-SUB).
      *
      * BROWSE THE DEDUCT FILE FOR THE EMPLOYEE'S ACTIVE ENTRIES AND
      * LOAD THEM INTO THE PC-DED TABLE.  STOPPED ENTRIES AND GOALS
      * ALREADY MET ARE PASSED OVER.  NO ENTRIES AT ALL IS THE
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
                       YYYYMMDD(RUN-DATE-X)
                 END-EXEC
                 MOVE RUN-DATE-X    TO RUN-DATE-SAVE
                 MOVE SPACES        TO PH-PAYHIST-RECORD
                 MOVE EMPIDINI      TO PH-EMP-ID
                 MOVE RUN-DATE-SAVE TO PH-RUN-DATE
                 MOVE NAMESINO      TO PH-EMP-NAME
                 MOVE SPACE           TO PH-CHECK-STATUS
                 MOVE EM-DEPT-CODE    TO PH-DEPT-CODE
                 MOVE SPACE           TO PH-RECORD-TYPE
                 MOVE PC-EARNINGS-CODE TO PH-EARNINGS-CODE
                 MOVE EM-WC-CLASS-CODE TO PH-WC-CLASS-CODE
                 MOVE EM-STATE-CODE   TO PH-WC-STATE-CODE
                 MOVE PC-OT-PREMIUM   TO PH-OT-PREMIUM-PAY
                 MOVE PC-GARN-SHORTFALL TO PH-GARN-SHORTFALL
                 COMPUTE PH-STRAIGHT-TIME-PAY =
                    GROSS-SAVE - PC-OT-PREMIUM
      * A SECOND CHECK FOR THE SAME EMPLOYEE AND DATE BUMPS THE
      * SEQUENCE INSTEAD OF DYING ON A DUPLICATE KEY.
                 MOVE 1 TO PH-CHECK-SEQ
      *
         266-POST-ONE-DEDUCTION.
                 IF PC-DED-TAKEN (DED-SUB) > ZERO
                    OR PC-DED-GARNISH (DED-SUB)
                    MOVE EMPIDINI TO DBK-EMP-ID
                    MOVE DED-SEQ-SAVE (DED-SUB) TO DBK-DEDUCT-SEQ
                    EXEC CICS
                    END-EXEC
                    IF DEDUCT-RESP = DFHRESP(NORMAL)
                       ADD PC-DED-TAKEN (DED-SUB) TO DD-TAKEN-TO-DATE
                       IF PC-DED-GARNISH (DED-SUB)
                          PERFORM 267-POST-GARNISH-FIGURES
                       END-IF
                       EXEC CICS
                          REWRITE FILE('DEDUCT')
                             FROM(DD-DEDUCT-RECORD)
                       END-IF
                    END-IF
                 END-IF.
      *
      * A GARNISHMENT POSTS EVEN WHEN THE CEILING LEFT IT NOTHING,
      * SO ITS LAST-CHECK FIGURES AND SHORTFALL STAY CURRENT.
         267-POST-GARNISH-FIGURES.
                 MOVE RUN-DATE-SAVE TO DD-LAST-CHECK-DATE
                 MOVE PC-DED-WANTED (DED-SUB) TO DD-LAST-WANTED
                 MOVE PC-DED-TAKEN (DED-SUB)  TO DD-LAST-TAKEN
                 IF DD-SHORT-TO-DATE NOT NUMERIC
                    MOVE ZERO TO DD-SHORT-TO-DATE
                 END-IF
                 COMPUTE DD-SHORT-TO-DATE = DD-SHORT-TO-DATE +
                    (PC-DED-WANTED (DED-SUB) - PC-DED-TAKEN (DED-SUB)).
      *
         270-PRINT-PAY-STUB.
                 MOVE NAMESINO TO PS-EMP-NAME
                 MOVE RUN-DATE-SAVE TO PS-RUN-DATE
                 IF PC-EARNINGS-CODE = 'B'
                    MOVE 'BONUS'      TO PS-EARNINGS
                 ELSE
                    MOVE 'COMMISSION' TO PS-EARNINGS
                 END-IF
                 MOVE ED-GROSS-PAY TO PS-GROSS-PAY
                 MOVE ED-FED-TAX TO PS-FED-TAX
                 MOVE ED-STATE-TAX TO PS-STATE-TAX
                 MOVE PC-TOTAL-401K      TO PS-DEDUCT-401K
                 MOVE PC-TOTAL-INSURANCE TO PS-DEDUCT-INSUR
                 MOVE PC-TOTAL-GARNISH   TO PS-DEDUCT-GARN
                 MOVE PC-GARN-SHORTFALL  TO PS-GARN-SHORT
                 MOVE ED-NET-PAY TO PS-NET-PAY
                 MOVE EM-VAC-BALANCE  TO PS-VAC-BAL
                 MOVE EM-SICK-BALANCE TO PS-SICK-BAL
                       LENGTH(LENGTH OF PAYSTUB-DATE-LINE)
                       RESP(PRTQ-RESP)
                 END-EXEC
                 IF SUPPLEMENTAL-KEYED
                    EXEC CICS
                       WRITEQ TD QUEUE('PRTQ')
                          FROM(PAYSTUB-EARN-LINE)
                          LENGTH(LENGTH OF PAYSTUB-EARN-LINE)
                          RESP(PRTQ-RESP)
                    END-EXEC
                 END-IF
                 EXEC CICS
                    WRITEQ TD QUEUE('PRTQ')
                       FROM(PAYSTUB-GROSS-LINE)
                          RESP(PRTQ-RESP)
                    END-EXEC
                 END-IF
                 IF PC-GARN-SHORTFALL > ZERO
                    EXEC CICS
                       WRITEQ TD QUEUE('PRTQ')
                          FROM(PAYSTUB-GARN-SHORT-LINE)
                          LENGTH(LENGTH OF PAYSTUB-GARN-SHORT-LINE)
                          RESP(PRTQ-RESP)
                    END-EXEC
                 END-IF
                 EXEC CICS
                    WRITEQ TD QUEUE('PRTQ')
                       FROM(PAYSTUB-NET-LINE)
                 IF AUDTRL-RESP NOT = DFHRESP(NORMAL)
                    MOVE WARNING-AUDIT-WRITE-FAIL TO MESSAGEO
                 END-IF.
      *
      * THE CHECK GOES ON THE PAYCTL PAYDAY CONTROL LEDGER UNDER STEP
      * COM2CICS -- COUNT-1 CHECKS, AMOUNT-1 GROSS, AMOUNT-2 NET --
      * SO PAYCHK AND PAYACH TAKE THE SCREEN AS A PAY RUN FOR THE
      * DATE AND PAYGL AND PAYREG PROVE ITS CHECKS.  THE DAY'S FIRST
      * CHECK WRITES THE ENTRY; A TERMINAL THAT LOSES THAT WRITE TO
      * ANOTHER ADDS TO THE ENTRY THE OTHER JUST WROTE.
         285-POST-CONTROL-ENTRY.
                 EXEC CICS
                    FORMATTIME ABSTIME(ABSTIME-SAVE)
                       TIME(CTL-TIME-X)
                 END-EXEC
                 MOVE RUN-DATE-SAVE TO CT-RUN-DATE
                 MOVE 'COM2CICS'    TO CT-STEP-NAME
                 MOVE CT-KEY        TO CTL-KEY-SAVE
                 PERFORM 286-ADD-TO-CONTROL-ENTRY
                 IF PAYCTL-RESP = DFHRESP(NOTFND)
                    MOVE SPACES        TO CT-PAYCTL-RECORD
                    MOVE CTL-KEY-SAVE  TO CT-KEY
                    MOVE 'B'           TO CT-STATUS
                    MOVE 1             TO CT-COUNT-1
                    MOVE ZERO          TO CT-COUNT-2
                    MOVE ZERO          TO CT-COUNT-3
                    MOVE GROSS-SAVE    TO CT-AMOUNT-1
                    MOVE NET-PAY-SAVE  TO CT-AMOUNT-2
                    MOVE ZERO          TO CT-AMOUNT-3
                    MOVE RUN-DATE-SAVE TO CT-LAST-RUN-DATE
                    MOVE CTL-TIME-X    TO CT-LAST-RUN-TIME
                    MOVE 1             TO CT-RUN-COUNT
                    EXEC CICS
                       WRITE FILE('PAYCTL')
                          FROM(CT-PAYCTL-RECORD)
                          RIDFLD(CTL-KEY-SAVE)
                          KEYLENGTH(LENGTH OF CTL-KEY-SAVE)
                          RESP(PAYCTL-RESP)
                    END-EXEC
                    IF PAYCTL-RESP = DFHRESP(DUPREC)
                       PERFORM 286-ADD-TO-CONTROL-ENTRY
                    END-IF
                 END-IF
                 IF PAYCTL-RESP NOT = DFHRESP(NORMAL)
                    MOVE WARNING-CTL-POST-FAIL TO MESSAGEO
                 END-IF.
      *
      * THE RUN COUNT STOPS AT 999 ON A BUSY DAY; THE CHECK COUNT IN
      * COUNT-1 IS THE ONE THAT MATTERS.
         286-ADD-TO-CONTROL-ENTRY.
                 EXEC CICS
                    READ FILE('PAYCTL')
                       INTO(CT-PAYCTL-RECORD)
                       RIDFLD(CTL-KEY-SAVE)
                       KEYLENGTH(LENGTH OF CTL-KEY-SAVE)
                       UPDATE
                       RESP(PAYCTL-RESP)
                 END-EXEC
                 IF PAYCTL-RESP = DFHRESP(NORMAL)
                    ADD 1              TO CT-COUNT-1
                    ADD GROSS-SAVE     TO CT-AMOUNT-1
                    ADD NET-PAY-SAVE   TO CT-AMOUNT-2
                    MOVE RUN-DATE-SAVE TO CT-LAST-RUN-DATE
                    MOVE CTL-TIME-X    TO CT-LAST-RUN-TIME
                    IF CT-RUN-COUNT < 999
                       ADD 1 TO CT-RUN-COUNT
                    END-IF
                    EXEC CICS
                       REWRITE FILE('PAYCTL')
                          FROM(CT-PAYCTL-RECORD)
                          RESP(PAYCTL-RESP)
                    END-EXEC
                 END-IF.
      *
         290-CLEAR-CALC-RESULTS.
                 MOVE LOW-VALUE TO GROSSPYO
                EXEC CICS
                RETURN
                END-EXEC.
      *
      *****************************************************************
      * 850-CHECK-AUTHORITY -- THE SIGNED-ON USER HAS TO BE ON       *
      * USRAUTH, ACTIVE, AND CARRY THE FLAG FOR AUTH-FUNCTION, OR    *
      * THE ACTION IS REFUSED.  AN AUTH-AMOUNT OVER THE USER'S       *
      * DOLLAR LIMIT IS NOT REFUSED BUT HELD FOR A SECOND USER.      *
      *****************************************************************
         850-CHECK-AUTHORITY.
                 EXEC CICS
                    ASSIGN USERID(WS-USERID)
                 END-EXEC
                 EXEC CICS
                    READ FILE('USRAUTH')
                       INTO(UA-USRAUTH-RECORD)
                       RIDFLD(WS-USERID)
                       KEYLENGTH(LENGTH OF WS-USERID)
                       RESP(USRAUTH-RESP)
                 END-EXEC
                 EVALUATE TRUE
                    WHEN USRAUTH-RESP NOT = DFHRESP(NORMAL)
                    WHEN NOT UA-ACTIVE
                    WHEN AUTH-FUNCTION = 'O'
                       AND NOT UA-MAY-OVERRIDE
                       MOVE 'D' TO AUTH-SWITCH
                    WHEN AUTH-AMOUNT > UA-DOLLAR-LIMIT
                       MOVE 'H' TO AUTH-SWITCH
                    WHEN OTHER
                       MOVE 'G' TO AUTH-SWITCH
                 END-EVALUATE.
      *
      * THE HELD ENTRY CARRIES THE SCREEN AS KEYED SO AUTHMNT
      * CAN HAND IT BACK TO 900- WHEN IT IS RELEASED.
         860-HOLD-FOR-RELEASE.
                 PERFORM 870-NEXT-PEND-NO
                 IF AUTHPND-RESP = DFHRESP(NORMAL)
                    EXEC CICS
                       ASKTIME ABSTIME(ABSTIME-SAVE)
                    END-EXEC
                    EXEC CICS
                       FORMATTIME ABSTIME(ABSTIME-SAVE)
                          YYYYMMDD(AUTH-DATE-X)
                          TIME(AUTH-TIME-X)
                    END-EXEC
                    MOVE SPACES           TO AP-AUTHPND-RECORD
                    MOVE AP-LAST-PEND-NO  TO AP-PEND-NO
                    MOVE AUTH-FUNCTION    TO AP-FUNCTION
                    MOVE 'MIKEPGM'        TO AP-PROGRAM
                    MOVE EMPIDINI         TO AP-EMP-ID
                    MOVE AUTH-AMOUNT      TO AP-AMOUNT
                    MOVE AUTH-DESCRIPTION TO AP-DESCRIPTION
                    MOVE 'P'              TO AP-STATUS
                    MOVE WS-USERID        TO AP-ENTERED-BY
                    MOVE AUTH-DATE-X      TO AP-ENTERED-DATE
                    MOVE AUTH-TIME-X      TO AP-ENTERED-TIME
                    MOVE EIBTRMID         TO AP-ENTERED-TERM
                    MOVE UA-DOLLAR-LIMIT  TO AP-ENTERED-LIMIT
                    MOVE ZERO             TO AP-RELEASED-DATE
                    MOVE ZERO             TO AP-RELEASED-TIME
                    MOVE DIS1I            TO AP-HELD-INPUT
                    EXEC CICS
                       WRITE FILE('AUTHPND')
                          FROM(AP-AUTHPND-RECORD)
                          RIDFLD(AP-PEND-NO)
                          KEYLENGTH(LENGTH OF AP-PEND-NO)
                          RESP(AUTHPND-RESP)
                    END-EXEC
                 END-IF
                 IF AUTHPND-RESP = DFHRESP(NORMAL)
                    MOVE AP-PEND-NO TO HELD-PEND-NO
                    MOVE HELD-MESSAGE TO AUTH-MESSAGE-SAVE
                 ELSE
                    MOVE WARNING-HOLD-FAILED TO AUTH-MESSAGE-SAVE
                 END-IF.
      *
      * THE CONTROL ENTRY IS WRITTEN THE FIRST TIME ANYTHING IS HELD.
         870-NEXT-PEND-NO.
                 EXEC CICS
                    READ FILE('AUTHPND')
                       INTO(AP-CONTROL-RECORD)
                       RIDFLD(PEND-CONTROL-KEY)
                       KEYLENGTH(LENGTH OF PEND-CONTROL-KEY)
                       UPDATE
                       RESP(AUTHPND-RESP)
                 END-EXEC
                 EVALUATE TRUE
                    WHEN AUTHPND-RESP = DFHRESP(NORMAL)
                       IF AP-LAST-PEND-NO = 999999
                          MOVE 1 TO AP-LAST-PEND-NO
                       ELSE
                          ADD 1 TO AP-LAST-PEND-NO
                       END-IF
                       EXEC CICS
                          REWRITE FILE('AUTHPND')
                             FROM(AP-CONTROL-RECORD)
                             RESP(AUTHPND-RESP)
                       END-EXEC
                    WHEN AUTHPND-RESP = DFHRESP(NOTFND)
                       MOVE SPACES TO AP-CONTROL-RECORD
                       MOVE ZERO   TO AP-CONTROL-KEY
                       MOVE 1      TO AP-LAST-PEND-NO
                       EXEC CICS
                          WRITE FILE('AUTHPND')
                             FROM(AP-CONTROL-RECORD)
                             RIDFLD(AP-CONTROL-KEY)
                             KEYLENGTH(LENGTH OF AP-CONTROL-KEY)
                             RESP(AUTHPND-RESP)
                       END-EXEC
                 END-EVALUATE.
      *
      * AUTHMNT'S RELEASE OF A HELD PF6 CHECK -- THE HELD SCREEN GOES
      * BACK INTO DIS1I AND IS PAID AS IF PF6 HAD JUST BEEN PRESSED.
         900-APPLY-RELEASED-ENTRY.
                 MOVE 'Y' TO RELEASE-SWITCH
                 MOVE 'Y' TO OVERRIDE-SWITCH
                 MOVE AL-HELD-INPUT TO DIS1I
                 MOVE SPACES TO MESSAGEO
                 PERFORM 200-RECEIVE-MAP
                 IF ENTRY-APPLIED AND MESSAGEO = SPACES
                    MOVE CONFIRM-OVERRIDE-PAID TO MESSAGEO
                 END-IF
                 MOVE MESSAGEO TO AL-MESSAGE
                 MOVE APPLIED-SWITCH TO AL-RESULT.
         2000-TERMINATION-MESSAGE.
                 EXEC CICS                                              
                     SEND TEXT FROM(END-OF-SESSION-MESSAGE)             
