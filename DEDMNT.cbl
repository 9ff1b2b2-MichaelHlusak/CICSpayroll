      * SHORT OF THE GOAL, OR AN ACTIVE NO-GOAL ORDER) CANNOT BE      *
      * DELETED -- THE COURT ORDER OUTRANKS THE OPERATOR; STOP IT     *
      * AND LET ACCOUNTING SETTLE WITH THE AGENCY FIRST.              *
      * EVERY ADD, CHANGE, STOP, AND DELETE WRITES THE ENTRY'S        *
      * BEFORE AND AFTER IMAGES TO THE CHGLOG CHANGE LOG WITH THE     *
      * USERID, TERMINAL, AND TIME.                                   *
      * A GARNISHMENT ALSO CARRIES ITS ORDER TYPE (CREDITOR, SUPPORT,  *
      * OR SUPPORT WITH A SECOND FAMILY), WHETHER A SUPPORT ORDER IS  *
      * OVER 12 WEEKS IN ARREARS, AND ITS PRIORITY AMONG THE          *
      * EMPLOYEE'S ORDERS -- PAYCALC HOLDS THE ORDERS TO THE FEDERAL  *
      * CEILING ON DISPOSABLE EARNINGS BY THESE.  A BLANK ORDER TYPE  *
      * IS TAKEN AS A CREDITOR ORDER.  THE SCREEN ALSO SHOWS WHAT THE *
      * LAST CHECK WANTED AND TOOK AND THE SHORTFALL TO DATE.         *
      * EVERY ADD, CHANGE, STOP, AND DELETE NEEDS THE EMPLOYEE-CHANGE *
      * FLAG ON THE USRAUTH AUTHORITY FILE.  AN ADD OR CHANGE WORTH   *
      * MORE OVER A YEAR THAN THE USER'S DOLLAR LIMIT IS HELD ON      *
      * AUTHPND UNTIL A SECOND USER RELEASES IT UNDER AUTHMNT, WHICH  *
      * LINKS BACK HERE TO APPLY IT.                                  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       01 SWITCHES.
          05 VALID-DATA-SWITCH  PIC X VALUE 'Y'.
             88 VALID-DATA            VALUE 'Y'.
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
             'GARNISHMENT BALANCE LIVE - USE STOP'.
       01 WARNING-GARNISH-TYPE  PIC X(35) VALUE
             'GARNISHMENT LIVE - TYPE STAYS G'.
       01 WARNING-ORDER-INVALID PIC X(35) VALUE
             'ORDER TYPE MUST BE C S OR F'.
       01 WARNING-ARREARS-INVALID PIC X(35) VALUE
             'ARREARS MUST BE Y OR N'.
       01 WARNING-ARREARS-SUPPORT PIC X(35) VALUE
             'ARREARS APPLIES TO SUPPORT ONLY'.
       01 WARNING-PRIORITY-INVALID PIC X(35) VALUE
             'PRIORITY MUST BE 01-99'.
       01 WARNING-CHGLOG-FAILED PIC X(35) VALUE
             'SAVED - CHANGE LOG WRITE FAILED'.
       01 WARNING-NOT-AUTHORIZED PIC X(35) VALUE
             'NOT AUTHORIZED FOR THIS FUNCTION'.
       01 WARNING-HOLD-FAILED   PIC X(35) VALUE
             'OVER LIMIT - AUTHPND WRITE FAILED'.
       01 CONFIRM-ADDED         PIC X(35) VALUE
             'DEDUCTION ADDED'.
       01 CONFIRM-CHANGED       PIC X(35) VALUE
       01 RD-GOAL-AMOUNT        PIC 9(07)V99.
       01 RD-DEDUCT-TYPE        PIC X(01).
       01 RD-METHOD             PIC X(01).
       01 RD-ORDER-TYPE         PIC X(01).
       01 RD-ARREARS            PIC X(01).
       01 RD-PRIORITY           PIC 9(02).
      *
      * THE ACTION CODE IS SAVED OFF THE MAP AS SOON AS IT IS
      * RECEIVED -- CLEARING DED1O FOR THE REPLY WIPES THE INPUT
       01 ED-TAKEN              PIC $$,$$$,$$9.99.
       01 ED-REMAINING          PIC $$,$$$,$$9.99.
       01 REMAINING-WORK        PIC S9(07)V99.
       01 ED-SHORT              PIC $$,$$$,$$9.99.
       01 ED-LAST-WANTED        PIC $$,$$$,$$9.99.
       01 ED-LAST-TAKEN         PIC $$,$$$,$$9.99.
      *
       01 DEDUCT-RESP           PIC S9(08) COMP.
       01 DEDUCT-RESP2          PIC S9(08) COMP.
       01 DEDUCT-KEY.
          05 DK-EMP-ID          PIC X(06).
          05 DK-DEDUCT-SEQ      PIC 9(02).
      *
      * CHANGE LOG WORK AREAS.  THE ENTRY AS READ FOR UPDATE IS
      * HELD HERE AS THE BEFORE IMAGE -- AN ADD LEAVES IT SPACES,
      * AND A DELETE LOGS SPACES AS THE AFTER IMAGE.
       01 BEFORE-IMAGE-SAVE     PIC X(80).
       01 AFTER-IMAGE-SAVE      PIC X(80).
       01 LOG-ACTION            PIC X(01).
       01 WS-USERID             PIC X(08).
       01 ABSTIME-SAVE          PIC S9(15) COMP-3.
       01 LOG-DATE-X            PIC X(08).
       01 LOG-TIME-X            PIC X(06).
       01 CHGLOG-RESP           PIC S9(08) COMP.
      *
      * USER AUTHORITY WORK AREAS.  AUTH-FUNCTION IS THE AUTHPND
      * FUNCTION CODE OF THE USRAUTH FLAG BEING ASKED FOR, AND
      * AUTH-AMOUNT THE DOLLARS MEASURED AGAINST THE USER'S LIMIT.
      * AN ACTION OVER THE LIMIT IS HELD ON AUTHPND UNDER THE NEXT
      * PENDING NUMBER FROM THE CONTROL ENTRY (KEY ZERO).
       01 AUTH-FUNCTION         PIC X(01).
       01 AUTH-AMOUNT           PIC 9(07)V99.
       01 AUTH-DESCRIPTION      PIC X(40).
      * A DEDUCTION IS WORTH WHAT IT TAKES OVER A YEAR -- THE FLAT
      * AMOUNT EVERY PERIOD, OR THE PERCENT OF THE ANNUAL PAY.
       01 PERIODS-PER-YEAR      PIC 9(02).
       01 ANNUAL-STD-HOURS      PIC 9(04) VALUE 2080.
       01 ANNUAL-PAY-WORK       PIC 9(07)V99.
       01 DEDUCTION-DESCRIPTION.
          05 FILLER             PIC X(14) VALUE 'DEDUCTION SEQ '.
          05 DX-DEDUCT-SEQ      PIC 9(02).
          05 FILLER             PIC X(08) VALUE ' ACTION '.
          05 DX-ACTION          PIC X(01).
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
       COPY DEDUCT.
      *
       COPY CHGLOG.
      *
       COPY EMPMAST.
      *
       COPY USRAUTH.
      *
       COPY AUTHPND.
      *
       COPY DEDMAP.
      *
       01 DFHCOMMAREA.
          05 LK-LAST-EMP-ID          PIC X(06).
          05 LK-LAST-SEQ             PIC X(02).
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
                 IF VALID-DATA
                    PERFORM 320-EDIT-DEDUCT-FIELDS
                 END-IF
                 IF VALID-DATA
                    PERFORM 360-CHECK-AUTHORITY
                 END-IF
                 IF VALID-DATA
                    EXEC CICS
                       READ FILE('DEDUCT')
                       MOVE DFHRED TO SEQDC
                    ELSE
                       MOVE SPACES       TO DD-DEDUCT-RECORD
                       MOVE SPACES       TO BEFORE-IMAGE-SAVE
                       MOVE DK-EMP-ID     TO DD-EMP-ID
                       MOVE DK-DEDUCT-SEQ TO DD-DEDUCT-SEQ
                       MOVE RD-DEDUCT-TYPE TO DD-DEDUCT-TYPE
                       MOVE RD-PERCENT     TO DD-PERCENT
                       MOVE RD-GOAL-AMOUNT TO DD-GOAL-AMOUNT
                       MOVE ZERO           TO DD-TAKEN-TO-DATE
                       MOVE RD-ORDER-TYPE  TO DD-GARN-ORDER-TYPE
                       MOVE RD-ARREARS     TO DD-GARN-ARREARS
                       MOVE RD-PRIORITY    TO DD-GARN-PRIORITY
                       MOVE ZERO           TO DD-LAST-CHECK-DATE
                       MOVE ZERO           TO DD-LAST-WANTED
                       MOVE ZERO           TO DD-LAST-TAKEN
                       MOVE ZERO           TO DD-SHORT-TO-DATE
                       MOVE 'A'            TO DD-DEDUCT-STATUS
                       EXEC CICS
                          WRITE FILE('DEDUCT')
                       IF DEDUCT-RESP = DFHRESP(NORMAL)
                          PERFORM 700-DISPLAY-DEDUCTION
                          MOVE CONFIRM-ADDED TO DEDMSGO
                          MOVE 'Y' TO APPLIED-SWITCH
                          MOVE DD-DEDUCT-RECORD TO AFTER-IMAGE-SAVE
                          MOVE 'A' TO LOG-ACTION
                          PERFORM 800-WRITE-CHANGE-LOG
                       ELSE
                          MOVE LOW-VALUE TO DED1O
                          MOVE WARNING-WRITE-FAILED TO DEDMSGO
                 END-IF
                 IF VALID-DATA
                    PERFORM 340-EDIT-GOAL
                 END-IF
                 IF VALID-DATA
                    PERFORM 350-EDIT-GARNISH-ORDER
                 END-IF.
      *
         330-EDIT-AMOUNTS.
                       MOVE 'N' TO VALID-DATA-SWITCH
                    END-IF
                 END-IF.
      *
      * THE ORDER FIELDS MEAN SOMETHING ONLY ON A GARNISHMENT; ANY
      * OTHER TYPE STORES THEM BLANK.  A BLANK ORDER TYPE IS A
      * CREDITOR ORDER, A BLANK ARREARS IS NO, AND A BLANK PRIORITY
      * FALLS BEHIND EVERY NUMBERED ORDER.  ARREARS RAISES ONLY A
      * SUPPORT CEILING, SO A CREDITOR ORDER CANNOT CARRY IT.
         350-EDIT-GARNISH-ORDER.
                 MOVE SPACE TO RD-ORDER-TYPE
                 MOVE SPACE TO RD-ARREARS
                 MOVE ZERO  TO RD-PRIORITY
                 IF RD-DEDUCT-TYPE = 'G'
                    IF ORDERDI = LOW-VALUE OR SPACE
                       MOVE 'C' TO RD-ORDER-TYPE
                    ELSE
                       IF ORDERDI = 'C' OR 'S' OR 'F'
                          MOVE ORDERDI TO RD-ORDER-TYPE
                       ELSE
                          MOVE LOW-VALUE TO DED1O
                          MOVE WARNING-ORDER-INVALID TO DEDMSGO
                          MOVE -1 TO ORDERDL
                          MOVE DFHRED TO ORDERDC
                          MOVE 'N' TO VALID-DATA-SWITCH
                       END-IF
                    END-IF
                 END-IF
                 IF VALID-DATA
                    AND RD-DEDUCT-TYPE = 'G'
                    IF ARREARDI = LOW-VALUE OR SPACE
                       MOVE 'N' TO RD-ARREARS
                    ELSE
                       IF ARREARDI = 'Y' OR 'N'
                          MOVE ARREARDI TO RD-ARREARS
                       ELSE
                          MOVE LOW-VALUE TO DED1O
                          MOVE WARNING-ARREARS-INVALID TO DEDMSGO
                          MOVE -1 TO ARREARDL
                          MOVE DFHRED TO ARREARDC
                          MOVE 'N' TO VALID-DATA-SWITCH
                       END-IF
                    END-IF
                 END-IF
                 IF VALID-DATA
                    AND RD-ARREARS = 'Y'
                    AND RD-ORDER-TYPE = 'C'
                    MOVE LOW-VALUE TO DED1O
                    MOVE WARNING-ARREARS-SUPPORT TO DEDMSGO
                    MOVE -1 TO ARREARDL
                    MOVE DFHRED TO ARREARDC
                    MOVE 'N' TO VALID-DATA-SWITCH
                 END-IF
                 IF VALID-DATA
                    AND RD-DEDUCT-TYPE = 'G'
                    AND PRIORDI NOT = LOW-VALUE
                    AND PRIORDI NOT = SPACES
                    IF PRIORDI NUMERIC
                       AND PRIORDI NOT = '00'
                       MOVE PRIORDI TO RD-PRIORITY
                    ELSE
                       MOVE LOW-VALUE TO DED1O
                       MOVE WARNING-PRIORITY-INVALID TO DEDMSGO
                       MOVE -1 TO PRIORDL
                       MOVE DFHRED TO PRIORDC
                       MOVE 'N' TO VALID-DATA-SWITCH
                    END-IF
                 END-IF.
      *
      *****************************************************************
      * 360-CHECK-AUTHORITY -- RUNS BEFORE THE DEDUCT FILE IS READ    *
      * FOR UPDATE, SO NOTHING IS LOCKED WHEN AN ACTION IS REFUSED OR *
      * HELD.  A STOP OR DELETE CARRIES NO AMOUNT AND IS NEVER HELD.  *
      * A RELEASED ENTRY WAS CHECKED WHEN IT WAS HELD AND AGAIN BY    *
      * AUTHMNT WHEN IT WAS RELEASED.                                 *
      *****************************************************************
         360-CHECK-AUTHORITY.
                 IF NOT RELEASE-MODE
                    MOVE 'E' TO AUTH-FUNCTION
                    MOVE ZERO TO AUTH-AMOUNT
                    IF ACTION-SAVE = 'A' OR 'C'
                       PERFORM 370-ANNUALIZE-DEDUCTION
                    END-IF
                    MOVE DK-DEDUCT-SEQ TO DX-DEDUCT-SEQ
                    MOVE ACTION-SAVE   TO DX-ACTION
                    MOVE DEDUCTION-DESCRIPTION TO AUTH-DESCRIPTION
                    PERFORM 850-CHECK-AUTHORITY
                    IF AUTH-DENIED
                       MOVE LOW-VALUE TO DED1O
                       MOVE WARNING-NOT-AUTHORIZED TO DEDMSGO
                       MOVE 'N' TO VALID-DATA-SWITCH
                    END-IF
                    IF AUTH-HELD
                       PERFORM 860-HOLD-FOR-RELEASE
                       MOVE 'N' TO VALID-DATA-SWITCH
                    END-IF
                 END-IF.
      *
      * THE ANNUAL PAY IS THE PERIOD SALARY TIMES THE PERIODS FOR A
      * SALARIED EMPLOYEE AND THE HOURLY RATE OVER 2080 HOURS FOR AN
      * HOURLY ONE.  A PERCENT BIG ENOUGH TO OVERFLOW THE AMOUNT IS
      * OVER ANY LIMIT ANYWAY.
         370-ANNUALIZE-DEDUCTION.
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
                 IF RD-METHOD = 'F'
                    COMPUTE AUTH-AMOUNT =
                       RD-FLAT-AMOUNT * PERIODS-PER-YEAR
                 ELSE
                    MOVE ZERO TO ANNUAL-PAY-WORK
                    IF EM-PAY-SALARIED AND EM-PERIOD-SALARY NUMERIC
                       COMPUTE ANNUAL-PAY-WORK =
                          EM-PERIOD-SALARY * PERIODS-PER-YEAR
                    END-IF
                    IF EM-PAY-HOURLY AND EM-HRLY-PAY-RATE NUMERIC
                       COMPUTE ANNUAL-PAY-WORK =
                          EM-HRLY-PAY-RATE * ANNUAL-STD-HOURS
                    END-IF
                    COMPUTE AUTH-AMOUNT ROUNDED =
                       ANNUAL-PAY-WORK * RD-PERCENT
                       ON SIZE ERROR
                          MOVE 9999999.99 TO AUTH-AMOUNT
                    END-COMPUTE
                 END-IF.
      *
         400-CHANGE-DEDUCTION.
                 PERFORM 310-EDIT-KEY-FIELDS
                 IF VALID-DATA
                    PERFORM 320-EDIT-DEDUCT-FIELDS
                 END-IF
                 IF VALID-DATA
                    PERFORM 360-CHECK-AUTHORITY
                 END-IF
                 IF VALID-DATA
                    PERFORM 410-READ-FOR-UPDATE
                 END-IF
                    MOVE RD-FLAT-AMOUNT TO DD-FLAT-AMOUNT
                    MOVE RD-PERCENT     TO DD-PERCENT
                    MOVE RD-GOAL-AMOUNT TO DD-GOAL-AMOUNT
                    MOVE RD-ORDER-TYPE  TO DD-GARN-ORDER-TYPE
                    MOVE RD-ARREARS     TO DD-GARN-ARREARS
                    MOVE RD-PRIORITY    TO DD-GARN-PRIORITY
                    PERFORM 420-REWRITE-DEDUCTION
                    IF VALID-DATA
                       PERFORM 700-DISPLAY-DEDUCTION
                       MOVE CONFIRM-CHANGED TO DEDMSGO
                       MOVE 'Y' TO APPLIED-SWITCH
                       MOVE DD-DEDUCT-RECORD TO AFTER-IMAGE-SAVE
                       MOVE 'C' TO LOG-ACTION
                       PERFORM 800-WRITE-CHANGE-LOG
                    END-IF
                 END-IF.
      *
                    MOVE -1 TO SEQDL
                    MOVE DFHRED TO SEQDC
                    MOVE 'N' TO VALID-DATA-SWITCH
                 ELSE
                    MOVE DD-DEDUCT-RECORD TO BEFORE-IMAGE-SAVE
                 END-IF.
      *
         420-REWRITE-DEDUCTION.
      *
         500-STOP-DEDUCTION.
                 PERFORM 310-EDIT-KEY-FIELDS
                 IF VALID-DATA
                    PERFORM 360-CHECK-AUTHORITY
                 END-IF
                 IF VALID-DATA
                    PERFORM 410-READ-FOR-UPDATE
                 END-IF
                       IF VALID-DATA
                          PERFORM 700-DISPLAY-DEDUCTION
                          MOVE CONFIRM-STOPPED TO DEDMSGO
                          MOVE 'Y' TO APPLIED-SWITCH
                          MOVE DD-DEDUCT-RECORD TO AFTER-IMAGE-SAVE
                          MOVE 'S' TO LOG-ACTION
                          PERFORM 800-WRITE-CHANGE-LOG
                       END-IF
                    END-IF
                 END-IF.
      * DELETED.  STOP IT INSTEAD AND SETTLE WITH THE AGENCY.
         550-DELETE-DEDUCTION.
                 PERFORM 310-EDIT-KEY-FIELDS
                 IF VALID-DATA
                    PERFORM 360-CHECK-AUTHORITY
                 END-IF
                 IF VALID-DATA
                    PERFORM 410-READ-FOR-UPDATE
                 END-IF
                    IF DEDUCT-RESP = DFHRESP(NORMAL)
                       MOVE LOW-VALUE TO DED1O
                       MOVE CONFIRM-DELETED TO DEDMSGO
                       MOVE 'Y' TO APPLIED-SWITCH
                       MOVE SPACES TO AFTER-IMAGE-SAVE
                       MOVE 'D' TO LOG-ACTION
                       PERFORM 800-WRITE-CHANGE-LOG
                    ELSE
                       MOVE LOW-VALUE TO DED1O
                       MOVE WARNING-DELETE-FAILED TO DEDMSGO
                 MOVE REMAINING-WORK  TO ED-REMAINING
                 MOVE ED-REMAINING    TO REMAINDO
                 MOVE DD-DEDUCT-STATUS TO DSTATDO
                 MOVE DD-GARN-ORDER-TYPE TO ORDERDO
                 MOVE DD-GARN-ARREARS TO ARREARDO
      * AN ENTRY WRITTEN BEFORE THE ORDER FIELDS CAME ALONG STILL
      * HAS SPACES THERE -- SHOW BLANKS AND ZEROS, NOT GARBAGE.
                 IF DD-GARN-PRIORITY NUMERIC
                    AND DD-GARN-PRIORITY > ZERO
                    MOVE DD-GARN-PRIORITY TO PRIORDO
                 END-IF
                 IF DD-LAST-CHECK-DATE NUMERIC
                    AND DD-LAST-CHECK-DATE > ZERO
                    MOVE DD-LAST-CHECK-DATE TO LCHKDO
                 END-IF
                 MOVE ZERO TO ED-LAST-WANTED
                 MOVE ZERO TO ED-LAST-TAKEN
                 MOVE ZERO TO ED-SHORT
                 IF DD-LAST-WANTED NUMERIC
                    MOVE DD-LAST-WANTED TO ED-LAST-WANTED
                 END-IF
                 IF DD-LAST-TAKEN NUMERIC
                    MOVE DD-LAST-TAKEN TO ED-LAST-TAKEN
                 END-IF
                 IF DD-SHORT-TO-DATE NUMERIC
                    MOVE DD-SHORT-TO-DATE TO ED-SHORT
                 END-IF
                 MOVE ED-LAST-WANTED  TO LWANTDO
                 MOVE ED-LAST-TAKEN   TO LTAKEDO
                 MOVE ED-SHORT        TO SHORTDO
                 MOVE DD-EMP-ID       TO CA-LAST-EMP-ID
                 MOVE DD-DEDUCT-SEQ   TO CA-LAST-SEQ.
      *
      *****************************************************************
      * 850-CHECK-AUTHORITY -- THE SIGNED-ON USER HAS TO BE ON        *
      * USRAUTH, ACTIVE, AND CARRY THE FLAG FOR AUTH-FUNCTION, OR     *
      * THE ACTION IS REFUSED.  AN AUTH-AMOUNT OVER THE USER'S        *
      * DOLLAR LIMIT IS NOT REFUSED BUT HELD FOR A SECOND USER.       *
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
                    WHEN AUTH-FUNCTION = 'E'
                       AND NOT UA-MAY-CHANGE-EMP
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
                    MOVE 'DEDMNT'         TO AP-PROGRAM
                    MOVE DK-EMP-ID        TO AP-EMP-ID
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
                    MOVE DED1I            TO AP-HELD-INPUT
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
                    MOVE HELD-MESSAGE TO DEDMSGO
                 ELSE
                    MOVE WARNING-HOLD-FAILED TO DEDMSGO
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
      * AUTHMNT'S RELEASE OF A HELD ADD OR CHANGE -- THE HELD SCREEN
      * GOES BACK INTO DED1I AND RUNS THROUGH THE SAME ACTION AS IF
      * IT HAD JUST BEEN KEYED.
         900-APPLY-RELEASED-ENTRY.
                 MOVE 'Y' TO RELEASE-SWITCH
                 MOVE AL-HELD-INPUT TO DED1I
                 MOVE ACTIONDI TO ACTION-SAVE
                 EVALUATE ACTION-SAVE
                    WHEN 'A'
                       PERFORM 300-ADD-DEDUCTION
                    WHEN 'C'
                       PERFORM 400-CHANGE-DEDUCTION
                 END-EVALUATE
                 MOVE DEDMSGO TO AL-MESSAGE
                 MOVE APPLIED-SWITCH TO AL-RESULT.
      *
      * THE DEDUCT ENTRY IS ALREADY UPDATED BY THE TIME THIS RUNS,
      * SO A FAILED LOG WRITE DOES NOT BACK THE CHANGE OUT -- IT
      * SAYS SO ON THE SCREEN IN PLACE OF THE CONFIRMATION SO THE
      * OPERATOR CAN REPORT THE GAP.  A SECOND CHANGE FROM THE SAME
      * TERMINAL IN THE SAME SECOND BUMPS THE SEQUENCE PAST THE
      * FIRST.
         800-WRITE-CHANGE-LOG.
                 EXEC CICS
                    ASSIGN USERID(WS-USERID)
                 END-EXEC
                 EXEC CICS
                    ASKTIME ABSTIME(ABSTIME-SAVE)
                 END-EXEC
                 EXEC CICS
                    FORMATTIME ABSTIME(ABSTIME-SAVE)
                       YYYYMMDD(LOG-DATE-X)
                       TIME(LOG-TIME-X)
                 END-EXEC
                 MOVE SPACES          TO CL-CHGLOG-RECORD
                 MOVE LOG-DATE-X      TO CL-LOG-DATE
                 MOVE LOG-TIME-X      TO CL-LOG-HHMMSS
                 MOVE ZERO            TO CL-LOG-HUNDREDTHS
                 MOVE EIBTRMID        TO CL-SOURCE-ID
                 MOVE 1               TO CL-LOG-SEQ
                 MOVE 'T'             TO CL-SOURCE-TYPE
                 MOVE WS-USERID       TO CL-USERID
                 MOVE 'DEDMNT'        TO CL-PROGRAM
                 MOVE 'DEDUCT'        TO CL-FILE-NAME
                 MOVE LOG-ACTION      TO CL-ACTION
                 MOVE DK-EMP-ID       TO CL-EMP-ID
                 MOVE DEDUCT-KEY      TO CL-RECORD-KEY
                 MOVE BEFORE-IMAGE-SAVE TO CL-BEFORE-IMAGE
                 MOVE AFTER-IMAGE-SAVE  TO CL-AFTER-IMAGE
                 PERFORM 810-TRY-LOG-WRITE
                 PERFORM 820-RETRY-LOG-WRITE
                    UNTIL CHGLOG-RESP NOT = DFHRESP(DUPREC)
                       OR CL-LOG-SEQ = 9999
                 IF CHGLOG-RESP NOT = DFHRESP(NORMAL)
                    MOVE WARNING-CHGLOG-FAILED TO DEDMSGO
                 END-IF.
      *
         810-TRY-LOG-WRITE.
                 EXEC CICS
                    WRITE FILE('CHGLOG')
                       FROM(CL-CHGLOG-RECORD)
                       RIDFLD(CL-KEY)
                       KEYLENGTH(LENGTH OF CL-KEY)
                       RESP(CHGLOG-RESP)
                 END-EXEC.
      *
         820-RETRY-LOG-WRITE.
                 ADD 1 TO CL-LOG-SEQ
                 PERFORM 810-TRY-LOG-WRITE.
      *
         2000-TERMINATION-MESSAGE.
                 EXEC CICS
