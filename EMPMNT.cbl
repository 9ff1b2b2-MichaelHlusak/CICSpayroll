      * THE SSN (SHOWN MASKED TO THE LAST FOUR) AND THE MAILING      *
      * ADDRESS ARE KEPT HERE FOR THE W-2 EXTRACT AND THE PAYCHK     *
      * WINDOW-ENVELOPE ADDRESS BLOCK.                               *
      * A TERMINATION ALSO LEAVES THE FINAL-PAY SETTLEMENT PENDING   *
      * FOR THE PAYFINL RUN TO PICK UP.                              *
      * ACTION R REACTIVATES A TERMINATED EMPLOYEE (A REHIRE OR A    *
      * TERMINATION KEYED IN ERROR) AND CALLS OFF A FINAL PAY THAT   *
      * PAYFINL HAS NOT SETTLED YET.  ONE PAYFINL HAS ALREADY        *
      * SETTLED STOPPED THE DEDUCTIONS AND THE DIRECT DEPOSIT --     *
      * THOSE COME BACK THROUGH DEDMNT AND BANKLOAD, NOT HERE.       *
      * EVERY ADD, CHANGE, TERMINATE, AND REACTIVATE WRITES THE      *
      * RECORD'S BEFORE AND AFTER IMAGES TO THE CHGLOG CHANGE LOG    *
      * WITH THE USERID, TERMINAL, AND TIME.                         *
      * THE WORKERS' COMPENSATION CLASS CODE IS KEPT HERE TOO -- IT  *
      * IS STAMPED ON EVERY PAYHIST CHECK FOR THE WCRPT PREMIUM      *
      * AUDIT.                                                       *
      * EVERY ADD, CHANGE, TERMINATE, AND REACTIVATE NEEDS THE       *
      * EMPLOYEE-CHANGE FLAG ON THE USRAUTH AUTHORITY FILE.  AN ADD, *
      * OR A CHANGE THAT TOUCHES THE RATE, SALARY, PAY TYPE,         *
      * FREQUENCY, OR PENDING NEW RATE, ALSO NEEDS THE RATE-CHANGE   *
      * FLAG, AND ONE THAT MOVES ANNUAL PAY BY MORE THAN THE USER'S  *
      * DOLLAR LIMIT IS HELD ON AUTHPND UNTIL A SECOND USER RELEASES *
      * IT UNDER AUTHMNT, WHICH LINKS BACK HERE TO APPLY IT.         *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
             88 VALID-DATA            VALUE 'Y'.
          05 BROWSE-NEW-SWITCH  PIC X VALUE 'Y'.
             88 BROWSE-NEW-START      VALUE 'Y'.
          05 RATE-TOUCHED-SWITCH PIC X VALUE 'N'.
             88 RATE-TOUCHED          VALUE 'Y'.
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
       01 RESPONSE-CODE         PIC S9(8) COMP.
       01 END-OF-SESSION-MESSAGE PIC X(23) VALUE 'THANKS FOR VISITING'.
       01 WARNING-ACTION-INVALID PIC X(30) VALUE
             'ACTION MUST BE A C T R B OR N'.
       01 WARNING-EMPID-MISSING PIC X(30) VALUE
             'PLEASE ENTER EMPLOYEE ID'.
       01 WARNING-EMPID-ONFILE  PIC X(30) VALUE
             'EMPMAST REWRITE FAILED'.
       01 WARNING-ALREADY-TERM  PIC X(30) VALUE
             'EMPLOYEE ALREADY TERMINATED'.
       01 WARNING-NOT-TERM      PIC X(30) VALUE
             'EMPLOYEE IS NOT TERMINATED'.
       01 WARNING-CHGLOG-FAILED PIC X(30) VALUE
             'SAVED - CHGLOG WRITE FAILED'.
       01 WARNING-FSTAT-INVALID PIC X(30) VALUE
             'FILING STATUS MUST BE S OR M'.
       01 WARNING-ALLOW-INVALID PIC X(30) VALUE
             'KEY NEW RATE AND EFF DATE BOTH'.
       01 WARNING-SSN-INVALID   PIC X(30) VALUE
             'SSN MUST BE 9 DIGITS'.
       01 WARNING-WCCLS-INVALID PIC X(30) VALUE
             'WC CLASS MUST BE 4 DIGITS'.
       01 WARNING-END-OF-FILE   PIC X(30) VALUE
             'END OF FILE REACHED'.
       01 WARNING-NOT-AUTHORIZED PIC X(30) VALUE
             'NOT AUTHORIZED FOR FUNCTION'.
       01 WARNING-HOLD-FAILED   PIC X(30) VALUE
             'OVER LIMIT - HOLD FAILED'.
       01 CONFIRM-ADDED         PIC X(30) VALUE
             'EMPLOYEE ADDED'.
       01 CONFIRM-CHANGED       PIC X(30) VALUE
             'EMPLOYEE CHANGED'.
       01 CONFIRM-TERMINATED    PIC X(30) VALUE
             'EMPLOYEE TERMINATED'.
       01 CONFIRM-REACTIVATED   PIC X(30) VALUE
             'EMPLOYEE REACTIVATED'.
       01 CONFIRM-BROWSED       PIC X(30) VALUE
             'PRESS ENTER FOR NEXT EMPLOYEE'.
      *
       01 RD-NRATE-INT          PIC 9(05).
       01 RD-NEW-RATE           PIC 9(03)V99.
       01 RD-EFF-DATE           PIC 9(08).
       01 RD-WC-CLASS           PIC X(04).
      *
      * THE SSN IS KEYED AS NINE DIGITS IN AN ELEVEN-BYTE FIELD --
      * THE SAME FIELD SHOWS IT BACK MASKED TO THE LAST FOUR.
      *
       01 EMPMAST-RESP          PIC S9(08) COMP.
       01 EMPMAST-RESP2         PIC S9(08) COMP.
      *
      * CHANGE LOG WORK AREAS.  THE RECORD AS READ FOR UPDATE IS
      * HELD HERE AS THE BEFORE IMAGE -- AN ADD LEAVES IT SPACES.
       01 BEFORE-IMAGE-SAVE     PIC X(200).
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
      * A PAY CHANGE IS WORTH WHAT IT MOVES ANNUAL PAY -- THE
      * PERIOD SALARY TIMES THE PERIODS, OR THE HOURLY RATE OVER 2080
      * HOURS -- EITHER WAY, PLUS ANY MOVE IN THE PENDING NEW RATE
      * OVER 2080 HOURS.  A NEW HIRE IS WORTH THE WHOLE ANNUAL PAY.
       01 PERIODS-PER-YEAR      PIC 9(02).
       01 ANNUAL-STD-HOURS      PIC 9(04) VALUE 2080.
       01 ANNUAL-PAY-WORK       PIC 9(07)V99.
       01 OLD-ANNUAL-PAY        PIC 9(07)V99.
       01 OLD-NEW-RATE          PIC 9(03)V99.
       01 RATE-CHANGE-WORK      PIC S9(09)V99.
       01 PENDING-CHANGE-WORK   PIC S9(09)V99.
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
       COPY EMPMAST.
      *
       COPY CHGLOG.
      *
       COPY USRAUTH.
      *
       COPY AUTHPND.
      *
       COPY MNTMAP.
      *
       01 DFHCOMMAREA.
          05 LK-BROWSE-ID            PIC X(06).
          05 LK-BROWSE-NAME          PIC X(30).
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
                   PERFORM 400-CHANGE-EMPLOYEE
                WHEN 'T'
                   PERFORM 500-TERMINATE-EMPLOYEE
                WHEN 'R'
                   PERFORM 550-REACTIVATE-EMPLOYEE
                WHEN 'B'
                   PERFORM 600-BROWSE-BY-ID
                WHEN 'N'
      *
         300-ADD-EMPLOYEE.
                 PERFORM 310-EDIT-KEYED-FIELDS
                 IF VALID-DATA
                    PERFORM 380-CHECK-EMP-AUTHORITY
                 END-IF
      * THE READ BELOW BUILDS THE NEW RECORD FROM SCRATCH, SO THE
      * KEYED PAY IS PRICED IN THE RECORD AREA AHEAD OF IT.
                 IF VALID-DATA
                    MOVE RD-EMP-HRLY-PAY  TO EM-HRLY-PAY-RATE
                    MOVE RD-PAY-TYPE      TO EM-PAY-TYPE
                    MOVE RD-PAY-FREQ      TO EM-PAY-FREQUENCY
                    MOVE RD-PERIOD-SALARY TO EM-PERIOD-SALARY
                    PERFORM 385-CHECK-RATE-AUTHORITY
                 END-IF
                 IF VALID-DATA
                    EXEC CICS
                       READ FILE('EMPMAST')
                       MOVE DFHRED TO EMPIDMC
                    ELSE
                       MOVE SPACES   TO EM-EMPMAST-RECORD
                       MOVE SPACES   TO BEFORE-IMAGE-SAVE
                       MOVE EMPIDMI  TO EM-EMP-ID
                       MOVE NAMEMI   TO EM-EMP-NAME
                       MOVE STATEMI  TO EM-STATE-CODE
                       ELSE
                          MOVE DEPTMI TO EM-DEPT-CODE
                       END-IF
                       MOVE RD-WC-CLASS TO EM-WC-CLASS-CODE
                       EXEC CICS
                          WRITE FILE('EMPMAST')
                             FROM(EM-EMPMAST-RECORD)
                       IF EMPMAST-RESP = DFHRESP(NORMAL)
                          PERFORM 700-DISPLAY-EMPLOYEE
                          MOVE CONFIRM-ADDED TO MNTMSGO
                          MOVE 'Y' TO APPLIED-SWITCH
                          MOVE 'A' TO LOG-ACTION
                          PERFORM 800-WRITE-CHANGE-LOG
                       ELSE
                          MOVE LOW-VALUE TO MNT1O
                          MOVE WARNING-WRITE-FAILED TO MNTMSGO
                 END-IF
                 IF VALID-DATA
                    PERFORM 360-EDIT-SSN
                 END-IF
                 IF VALID-DATA
                    PERFORM 370-EDIT-WC-CLASS
                 END-IF.
      *
         320-EDIT-PAY-RATE.
                    MOVE DFHRED TO SSNMC
                    MOVE 'N' TO VALID-DATA-SWITCH
                 END-IF.
      *
      * THE CLASS CODE IS THE CARRIER'S FOUR DIGITS.  A BLANK ON AN
      * ADD LEAVES THE EMPLOYEE UNCLASSIFIED -- THE PREMIUM AUDIT
      * LISTS THOSE WAGES APART UNTIL SOMEONE KEYS ONE.
         370-EDIT-WC-CLASS.
                 MOVE SPACES TO RD-WC-CLASS
                 IF WCCLSMI NOT = LOW-VALUE AND SPACES
                    IF WCCLSMI NUMERIC
                       MOVE WCCLSMI TO RD-WC-CLASS
                    ELSE
                       MOVE LOW-VALUE TO MNT1O
                       MOVE WARNING-WCCLS-INVALID TO MNTMSGO
                       MOVE -1 TO WCCLSML
                       MOVE DFHRED TO WCCLSMC
                       MOVE 'N' TO VALID-DATA-SWITCH
                    END-IF
                 END-IF.
      *
      *****************************************************************
      * 380-CHECK-EMP-AUTHORITY -- EVERY UPDATING ACTION NEEDS THE   *
      * EMPLOYEE-CHANGE FLAG.  IT CARRIES NO AMOUNT, SO IT IS EITHER *
      * GRANTED OR REFUSED, AND IT RUNS BEFORE THE MASTER IS READ    *
      * FOR UPDATE.  A RELEASED ENTRY WAS CHECKED WHEN IT WAS HELD   *
      * AND AGAIN BY AUTHMNT WHEN IT WAS RELEASED.                   *
      *****************************************************************
         380-CHECK-EMP-AUTHORITY.
                 IF NOT RELEASE-MODE
                    MOVE 'E'  TO AUTH-FUNCTION
                    MOVE ZERO TO AUTH-AMOUNT
                    MOVE 'EMPLOYEE MAINTENANCE' TO AUTH-DESCRIPTION
                    PERFORM 850-CHECK-AUTHORITY
                    IF AUTH-DENIED
                       MOVE LOW-VALUE TO MNT1O
                       MOVE WARNING-NOT-AUTHORIZED TO MNTMSGO
                       MOVE 'N' TO VALID-DATA-SWITCH
                    END-IF
                 END-IF.
      *
      *****************************************************************
      * 385-CHECK-RATE-AUTHORITY -- AN ADD, OR A CHANGE THAT KEYED   *
      * ANY OF THE PAY FIELDS, NEEDS THE RATE-CHANGE FLAG.  THE      *
      * RECORD AREA ALREADY HOLDS THE NEW PAY; THE MOVE IN ANNUAL    *
      * PAY, EITHER DIRECTION, IS MEASURED AGAINST THE USER'S LIMIT  *
      * AND HELD FOR A SECOND USER WHEN IT IS OVER.                  *
      *****************************************************************
         385-CHECK-RATE-AUTHORITY.
                 MOVE 'N' TO RATE-TOUCHED-SWITCH
                 IF ACTION-SAVE = 'A'
                    MOVE 'Y' TO RATE-TOUCHED-SWITCH
                 END-IF
                 IF (RATEMI NOT = LOW-VALUE AND SPACES)
                    OR (SALMI NOT = LOW-VALUE AND SPACES)
                    OR (PTYPEMI NOT = LOW-VALUE AND SPACES)
                    OR (FREQMI NOT = LOW-VALUE AND SPACES)
                    OR (NRATEMI NOT = LOW-VALUE AND SPACES)
                    MOVE 'Y' TO RATE-TOUCHED-SWITCH
                 END-IF
                 IF RATE-TOUCHED AND NOT RELEASE-MODE
                    MOVE 'R' TO AUTH-FUNCTION
                    PERFORM 390-ANNUAL-PAY
                    IF ACTION-SAVE = 'A'
                       MOVE ANNUAL-PAY-WORK TO AUTH-AMOUNT
                       MOVE 'NEW HIRE ANNUAL PAY' TO AUTH-DESCRIPTION
                    ELSE
                       COMPUTE RATE-CHANGE-WORK =
                          ANNUAL-PAY-WORK - OLD-ANNUAL-PAY
                       IF RATE-CHANGE-WORK < ZERO
                          COMPUTE RATE-CHANGE-WORK =
                             ZERO - RATE-CHANGE-WORK
                       END-IF
                       MOVE ZERO TO PENDING-CHANGE-WORK
                       IF EM-NEW-PAY-RATE NUMERIC
                          COMPUTE PENDING-CHANGE-WORK =
                             (EM-NEW-PAY-RATE - OLD-NEW-RATE)
                                * ANNUAL-STD-HOURS
                       END-IF
                       IF PENDING-CHANGE-WORK < ZERO
                          COMPUTE PENDING-CHANGE-WORK =
                             ZERO - PENDING-CHANGE-WORK
                       END-IF
                       COMPUTE AUTH-AMOUNT =
                          RATE-CHANGE-WORK + PENDING-CHANGE-WORK
                          ON SIZE ERROR
                             MOVE 9999999.99 TO AUTH-AMOUNT
                       END-COMPUTE
                       MOVE 'CHANGE IN ANNUAL PAY' TO AUTH-DESCRIPTION
                    END-IF
                    PERFORM 850-CHECK-AUTHORITY
                    IF AUTH-DENIED
                       MOVE LOW-VALUE TO MNT1O
                       MOVE WARNING-NOT-AUTHORIZED TO MNTMSGO
                       MOVE 'N' TO VALID-DATA-SWITCH
                    END-IF
                    IF AUTH-HELD
                       PERFORM 860-HOLD-FOR-RELEASE
                       MOVE 'N' TO VALID-DATA-SWITCH
                    END-IF
                 END-IF.
      *
      * ANNUAL PAY OFF THE RECORD AREA -- SAME PERIODS PAYCALC
      * ANNUALIZES BY.  A FIELD NEVER LOADED COUNTS AS ZERO.
         390-ANNUAL-PAY.
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
                 MOVE ZERO TO ANNUAL-PAY-WORK
                 IF EM-PAY-SALARIED AND EM-PERIOD-SALARY NUMERIC
                    COMPUTE ANNUAL-PAY-WORK =
                       EM-PERIOD-SALARY * PERIODS-PER-YEAR
                 END-IF
                 IF EM-PAY-HOURLY AND EM-HRLY-PAY-RATE NUMERIC
                    COMPUTE ANNUAL-PAY-WORK =
                       EM-HRLY-PAY-RATE * ANNUAL-STD-HOURS
                 END-IF.
      *
         400-CHANGE-EMPLOYEE.
                 PERFORM 380-CHECK-EMP-AUTHORITY
                 IF VALID-DATA
                    PERFORM 410-READ-FOR-UPDATE
                 END-IF
      * THE PAY AS IT STANDS, FOR PRICING A RATE CHANGE IN 385-.
                 IF VALID-DATA
                    PERFORM 390-ANNUAL-PAY
                    MOVE ANNUAL-PAY-WORK TO OLD-ANNUAL-PAY
                    MOVE ZERO TO OLD-NEW-RATE
                    IF EM-NEW-PAY-RATE NUMERIC
                       MOVE EM-NEW-PAY-RATE TO OLD-NEW-RATE
                    END-IF
                 END-IF
                 IF VALID-DATA
                    IF NAMEMI NOT = LOW-VALUE AND SPACES
                       MOVE NAMEMI TO EM-EMP-NAME
                       AND ZIPMI NOT = LOW-VALUE AND SPACES
                       MOVE ZIPMI TO EM-ADDR-ZIP
                    END-IF
                    IF VALID-DATA
                       AND WCCLSMI NOT = LOW-VALUE AND SPACES
                       PERFORM 370-EDIT-WC-CLASS
                       IF VALID-DATA
                          MOVE RD-WC-CLASS TO EM-WC-CLASS-CODE
                       END-IF
                    END-IF
                    IF VALID-DATA
                       PERFORM 385-CHECK-RATE-AUTHORITY
                       IF NOT VALID-DATA
                          EXEC CICS
                             UNLOCK FILE('EMPMAST')
                                RESP(EMPMAST-RESP2)
                          END-EXEC
                       END-IF
                    END-IF
                    IF VALID-DATA
                       PERFORM 420-REWRITE-EMPLOYEE
                       IF VALID-DATA
                          PERFORM 700-DISPLAY-EMPLOYEE
                          MOVE CONFIRM-CHANGED TO MNTMSGO
                          MOVE 'Y' TO APPLIED-SWITCH
                          MOVE 'C' TO LOG-ACTION
                          PERFORM 800-WRITE-CHANGE-LOG
                       END-IF
                    END-IF
                 END-IF.
                       MOVE -1 TO EMPIDML
                       MOVE DFHRED TO EMPIDMC
                       MOVE 'N' TO VALID-DATA-SWITCH
                    ELSE
                       MOVE EM-EMPMAST-RECORD TO BEFORE-IMAGE-SAVE
                    END-IF
                 END-IF.
      *
                 END-IF.
      *
         500-TERMINATE-EMPLOYEE.
                 PERFORM 380-CHECK-EMP-AUTHORITY
                 IF VALID-DATA
                    PERFORM 410-READ-FOR-UPDATE
                 END-IF
                 IF VALID-DATA
                    IF EM-TERMINATED
                       MOVE LOW-VALUE TO MNT1O
                       END-EXEC
                    ELSE
                       MOVE 'T' TO EM-EMP-STATUS
                       MOVE 'P' TO EM-FINAL-PAY-STATUS
                       PERFORM 420-REWRITE-EMPLOYEE
                       IF VALID-DATA
                          PERFORM 700-DISPLAY-EMPLOYEE
                          MOVE CONFIRM-TERMINATED TO MNTMSGO
                          MOVE 'Y' TO APPLIED-SWITCH
                          MOVE 'T' TO LOG-ACTION
                          PERFORM 800-WRITE-CHANGE-LOG
                       END-IF
                    END-IF
                 END-IF.
      *
      * A REACTIVATION PUTS THE EMPLOYEE BACK ON THE PAYROLL.  A
      * FINAL PAY STILL PENDING IS CALLED OFF -- THE EMPLOYEE IS NOT
      * LEAVING AFTER ALL.  THE FLAG IS CLEARED EITHER WAY SO A
      * LATER TERMINATION STARTS A FRESH SETTLEMENT.
         550-REACTIVATE-EMPLOYEE.
                 PERFORM 380-CHECK-EMP-AUTHORITY
                 IF VALID-DATA
                    PERFORM 410-READ-FOR-UPDATE
                 END-IF
                 IF VALID-DATA
                    IF NOT EM-TERMINATED
                       MOVE LOW-VALUE TO MNT1O
                       MOVE WARNING-NOT-TERM TO MNTMSGO
                       EXEC CICS
                          UNLOCK FILE('EMPMAST')
                             RESP(EMPMAST-RESP2)
                       END-EXEC
                    ELSE
                       MOVE 'A' TO EM-EMP-STATUS
                       MOVE SPACE TO EM-FINAL-PAY-STATUS
                       PERFORM 420-REWRITE-EMPLOYEE
                       IF VALID-DATA
                          PERFORM 700-DISPLAY-EMPLOYEE
                          MOVE CONFIRM-REACTIVATED TO MNTMSGO
                          MOVE 'Y' TO APPLIED-SWITCH
                          MOVE 'R' TO LOG-ACTION
                          PERFORM 800-WRITE-CHANGE-LOG
                       END-IF
                    END-IF
                 END-IF.
                 MOVE EM-ADDR-CITY    TO CITYMO
                 MOVE EM-ADDR-STATE   TO ADRSTMO
                 MOVE EM-ADDR-ZIP     TO ZIPMO
                 MOVE EM-WC-CLASS-CODE TO WCCLSMO
                 MOVE EM-STATE-CODE   TO STATEMO
                 MOVE EM-DEPT-CODE    TO DEPTMO
                 MOVE EM-HRLY-PAY-RATE TO RATEMO
                 MOVE ED-YTD-NET-PAY  TO YNETMO
                 MOVE EM-NEW-PAY-RATE TO NRATEMO
                 MOVE EM-RATE-EFF-DATE TO EFFDTMO.
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
                    WHEN AUTH-FUNCTION = 'E'
                       AND NOT UA-MAY-CHANGE-EMP
                    WHEN AUTH-FUNCTION = 'R'
                       AND NOT UA-MAY-CHANGE-RATE
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
                    MOVE 'EMPMNT'         TO AP-PROGRAM
                    MOVE EMPIDMI          TO AP-EMP-ID
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
                    MOVE MNT1I            TO AP-HELD-INPUT
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
                    MOVE HELD-MESSAGE TO MNTMSGO
                 ELSE
                    MOVE WARNING-HOLD-FAILED TO MNTMSGO
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
      * GOES BACK INTO MNT1I AND RUNS THROUGH THE SAME ACTION AS IF
      * IT HAD JUST BEEN KEYED.
         900-APPLY-RELEASED-ENTRY.
                 MOVE 'Y' TO RELEASE-SWITCH
                 MOVE AL-HELD-INPUT TO MNT1I
                 MOVE ACTIONMI TO ACTION-SAVE
                 EVALUATE ACTION-SAVE
                    WHEN 'A'
                       PERFORM 300-ADD-EMPLOYEE
                    WHEN 'C'
                       PERFORM 400-CHANGE-EMPLOYEE
                 END-EVALUATE
                 MOVE MNTMSGO TO AL-MESSAGE
                 MOVE APPLIED-SWITCH TO AL-RESULT.
      *
      * THE MASTER IS ALREADY UPDATED BY THE TIME THIS RUNS, SO A
      * FAILED LOG WRITE DOES NOT BACK THE CHANGE OUT -- IT SAYS SO
      * ON THE SCREEN IN PLACE OF THE CONFIRMATION SO THE OPERATOR
      * CAN REPORT THE GAP.  A SECOND CHANGE FROM THE SAME TERMINAL
      * IN THE SAME SECOND BUMPS THE SEQUENCE PAST THE FIRST.
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
                 MOVE 'EMPMNT'        TO CL-PROGRAM
                 MOVE 'EMPMAST'       TO CL-FILE-NAME
                 MOVE LOG-ACTION      TO CL-ACTION
                 MOVE EM-EMP-ID       TO CL-EMP-ID
                 MOVE EM-EMP-ID       TO CL-RECORD-KEY
                 MOVE BEFORE-IMAGE-SAVE TO CL-BEFORE-IMAGE
                 MOVE EM-EMPMAST-RECORD TO CL-AFTER-IMAGE
                 PERFORM 810-TRY-LOG-WRITE
                 PERFORM 820-RETRY-LOG-WRITE
                    UNTIL CHGLOG-RESP NOT = DFHRESP(DUPREC)
                       OR CL-LOG-SEQ = 9999
                 IF CHGLOG-RESP NOT = DFHRESP(NORMAL)
                    MOVE WARNING-CHGLOG-FAILED TO MNTMSGO
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
