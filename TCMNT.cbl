      * THROUGH THE CICSMAPP SCREEN LIKE ANY OTHER ONESY-TWOSY.      *
      * WHO ENTERED AND WHO APPROVED, AND WHEN, ARE STAMPED ON THE   *
      * CARD FROM THE CICS USERID.                                   *
      * A REGULAR-HOURS CARD CAN SPLIT UP TO THREE SLICES OF ITS     *
      * HOURS OFF TO OTHER DEPARTMENTS OR COST CENTERS FOR LABOR     *
      * DISTRIBUTION -- THE HOURS NOT SPLIT STAY WITH THE HOME       *
      * DEPARTMENT, AND THE SLICES CANNOT ADD UP TO MORE THAN THE    *
      * CARD.  THE SPLIT RIDES THE CARD THROUGH APPROVAL AND TCCUT   *
      * INTO PAYTIME, WHICH SPREADS THE CHECK FOR PAYGL.             *
      * THE APPROVER ALSO NEEDS THE APPROVE FLAG ON THE USRAUTH      *
      * AUTHORITY FILE, AND NO ONE APPROVES A CARD THEY KEYED        *
      * THEMSELVES.  A CARD WORTH MORE THAN THE APPROVER'S DOLLAR    *
      * LIMIT (ITS HOURS AT THE EMPLOYEE'S RATE) IS HELD ON AUTHPND  *
      * UNTIL A SECOND USER RELEASES IT UNDER AUTHMNT.  THE RELEASE  *
      * PRICES THE CARD AGAIN AND WILL NOT APPROVE HOURS RE-KEYED    *
      * UPWARD WHILE IT WAS HELD.                                    *
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
             88 AUTH-REPRICED         VALUE 'C'.
      *
       01 FLAGS.
          05 SEND-FLAGS         PIC X.
             'TCENTRY REWRITE FAILED'.
       01 WARNING-DELETE-FAILED PIC X(35) VALUE
             'TCENTRY DELETE FAILED'.
       01 WARNING-SPLIT-DEPT-MISSING PIC X(35) VALUE
             'SPLIT HOURS NEED A DEPT/COST CTR'.
       01 WARNING-SPLIT-HOURS-INVALID PIC X(35) VALUE
             'SPLIT HOURS MUST BE NUMERIC > ZERO'.
       01 WARNING-SPLIT-NOT-REGULAR PIC X(35) VALUE
             'ONLY REGULAR HOURS CAN BE SPLIT'.
       01 WARNING-SPLIT-EXCEEDS PIC X(35) VALUE
             'SPLIT HOURS EXCEED CARD HOURS'.
       01 WARNING-OWN-CARD      PIC X(35) VALUE
             'CANNOT APPROVE YOUR OWN CARD'.
       01 WARNING-NOT-AUTHORIZED PIC X(35) VALUE
             'NOT AUTHORIZED FOR THIS FUNCTION'.
       01 WARNING-HOLD-FAILED   PIC X(35) VALUE
             'OVER LIMIT - AUTHPND WRITE FAILED'.
       01 WARNING-CARD-REPRICED PIC X(35) VALUE
             'CARD NOW OVER HELD AMOUNT OR LIMIT'.
       01 CONFIRM-ENTERED       PIC X(35) VALUE
             'HOURS ENTERED - AWAITING APPROVAL'.
       01 CONFIRM-REENTERED     PIC X(35) VALUE
       01 ABSTIME-SAVE          PIC S9(15) COMP-3.
       01 TODAY-DATE-X          PIC X(08).
       01 TODAY-DATE            PIC 9(08).
      *
      * USER AUTHORITY WORK AREAS.  AUTH-FUNCTION IS THE AUTHPND
      * FUNCTION CODE OF THE USRAUTH FLAG BEING ASKED FOR, AND
      * AUTH-AMOUNT THE DOLLARS MEASURED AGAINST THE USER'S LIMIT.
      * AN ACTION OVER THE LIMIT IS HELD ON AUTHPND UNDER THE NEXT
      * PENDING NUMBER FROM THE CONTROL ENTRY (KEY ZERO).
       01 AUTH-FUNCTION         PIC X(01).
       01 AUTH-AMOUNT           PIC 9(07)V99.
       01 AUTH-DESCRIPTION      PIC X(40).
      * A CARD IS WORTH ITS HOURS AT THE HOURLY RATE, OR FOR A
      * SALARIED EMPLOYEE AT THE PERIOD SALARY SPREAD OVER 2080 HOURS.
       01 PERIODS-PER-YEAR      PIC 9(02).
       01 ANNUAL-STD-HOURS      PIC 9(04) VALUE 2080.
       01 CARD-DESCRIPTION.
          05 FILLER             PIC X(20) VALUE 'APPROVE CARD PERIOD '.
          05 CD-PERIOD-START    PIC 9(08).
          05 FILLER             PIC X(06) VALUE ' TYPE '.
          05 CD-HOUR-TYPE       PIC X(01).
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
      * THE THREE LABOR SPLIT LINES OFF THE SCREEN, SAME SHAPE AS
      * THE SPLIT ON THE TCENTRY CARD.  THE LINE THAT FAILS THE EDIT
      * AND ITS MESSAGE ARE KEPT FOR THE CURSOR AND THE MESSAGE LINE.
       01 SPLIT-WORK-TABLE.
          05 SPLIT-WORK-ENTRY   OCCURS 3 TIMES.
             10 SW-DEPT         PIC X(04).
             10 SW-HOURS-X      PIC X(05).
             10 SW-HOURS REDEFINES SW-HOURS-X
                                PIC 9(03)V99.
       01 SPLIT-SUB             PIC S9(04) COMP.
       01 SPLIT-BAD-SUB         PIC S9(04) COMP.
       01 SPLIT-TOTAL           PIC 9(04)V99.
       01 SPLIT-WARNING         PIC X(35).
      *
       01 TCENTRY-RESP          PIC S9(08) COMP.
       01 TCENTRY-RESP2         PIC S9(08) COMP.
       COPY EMPMAST.
      *
       COPY PAYPER.
      *
       COPY USRAUTH.
      *
       COPY AUTHPND.
      *
       COPY TCMAP.
      *
       01 DFHCOMMAREA.
          05 LK-LAST-EMP-ID          PIC X(06).
          05 LK-LAST-PERIOD          PIC X(08).
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
             MOVE EIBTRNID TO WS-TRANSID.
             IF EIBCALEN NOT = ZERO
                MOVE DFHCOMMAREA TO COMMUNICATION-AREA
                 MOVE DFHDFLT TO EMPIDTC
                 MOVE DFHDFLT TO PERSTTC
                 MOVE DFHDFLT TO HRSTC
                 MOVE DFHDFLT TO SDP1TC
                 MOVE DFHDFLT TO SDP2TC
                 MOVE DFHDFLT TO SDP3TC
                 PERFORM 210-GET-USER-AND-DATE
              EVALUATE ACTIONTI
                WHEN 'E'
                       MOVE 'N' TO VALID-DATA-SWITCH
                    END-IF
                 END-IF
                 IF VALID-DATA
                    PERFORM 340-EDIT-LABOR-SPLIT
                 END-IF
                 IF VALID-DATA
                    EXEC CICS
                       READ FILE('TCENTRY')
                    END-EXEC
                 ELSE
                    MOVE HRSTI      TO TE-HOURS-X
                    MOVE SPLIT-WORK-ENTRY (1) TO TE-SPLIT-ENTRY (1)
                    MOVE SPLIT-WORK-ENTRY (2) TO TE-SPLIT-ENTRY (2)
                    MOVE SPLIT-WORK-ENTRY (3) TO TE-SPLIT-ENTRY (3)
                    MOVE ' '        TO TE-STATUS
                    MOVE WS-USERID  TO TE-ENTERED-BY
                    MOVE TODAY-DATE TO TE-ENTERED-DATE
                 MOVE TK-PERIOD-START TO TE-PERIOD-START
                 MOVE TK-HOUR-TYPE TO TE-HOUR-TYPE
                 MOVE HRSTI       TO TE-HOURS-X
                 MOVE SPLIT-WORK-ENTRY (1) TO TE-SPLIT-ENTRY (1)
                 MOVE SPLIT-WORK-ENTRY (2) TO TE-SPLIT-ENTRY (2)
                 MOVE SPLIT-WORK-ENTRY (3) TO TE-SPLIT-ENTRY (3)
                 MOVE ' '         TO TE-STATUS
                 MOVE WS-USERID   TO TE-ENTERED-BY
                 MOVE TODAY-DATE  TO TE-ENTERED-DATE
                 END-IF.
      *
      *****************************************************************
      * 340-EDIT-LABOR-SPLIT -- A SLICE NEEDS BOTH A CHARGE CODE AND *
      * HOURS OVER ZERO; ONLY A REGULAR CARD SPLITS; AND THE SLICES  *
      * CANNOT ADD UP TO MORE THAN THE CARD.  WHAT IS NOT SPLIT      *
      * CHARGES THE HOME DEPARTMENT.  THE SAME EDITS PAYTIME RUNS.   *
      *****************************************************************
         340-EDIT-LABOR-SPLIT.
                 MOVE SDP1TI TO SW-DEPT (1)
                 MOVE SHR1TI TO SW-HOURS-X (1)
                 MOVE SDP2TI TO SW-DEPT (2)
                 MOVE SHR2TI TO SW-HOURS-X (2)
                 MOVE SDP3TI TO SW-DEPT (3)
                 MOVE SHR3TI TO SW-HOURS-X (3)
                 INSPECT SPLIT-WORK-TABLE
                    REPLACING ALL LOW-VALUE BY SPACE
                 MOVE ZERO TO SPLIT-TOTAL
                 MOVE ZERO TO SPLIT-BAD-SUB
                 PERFORM 345-EDIT-ONE-SPLIT
                    VARYING SPLIT-SUB FROM 1 BY 1
                    UNTIL SPLIT-SUB > 3
                       OR SPLIT-BAD-SUB > ZERO
                 IF SPLIT-BAD-SUB = ZERO
                    AND SPLIT-TOTAL > ZERO
                    AND TK-HOUR-TYPE NOT = 'R'
                    MOVE 1 TO SPLIT-BAD-SUB
                    MOVE WARNING-SPLIT-NOT-REGULAR TO SPLIT-WARNING
                 END-IF
                 MOVE HRSTI TO RD-HOURS-X
                 IF SPLIT-BAD-SUB = ZERO
                    AND SPLIT-TOTAL > RD-HOURS
                    MOVE 1 TO SPLIT-BAD-SUB
                    MOVE WARNING-SPLIT-EXCEEDS TO SPLIT-WARNING
                 END-IF
                 IF SPLIT-BAD-SUB > ZERO
                    MOVE LOW-VALUE TO TC1O
                    MOVE SPLIT-WARNING TO TCMSGO
                    EVALUATE SPLIT-BAD-SUB
                       WHEN 1
                          MOVE -1 TO SDP1TL
                          MOVE DFHRED TO SDP1TC
                       WHEN 2
                          MOVE -1 TO SDP2TL
                          MOVE DFHRED TO SDP2TC
                       WHEN OTHER
                          MOVE -1 TO SDP3TL
                          MOVE DFHRED TO SDP3TC
                    END-EVALUATE
                    MOVE 'N' TO VALID-DATA-SWITCH
                 END-IF.
      *
         345-EDIT-ONE-SPLIT.
                 IF SW-DEPT (SPLIT-SUB) = SPACES
                    IF SW-HOURS-X (SPLIT-SUB) NOT = SPACES
                       MOVE SPLIT-SUB TO SPLIT-BAD-SUB
                       MOVE WARNING-SPLIT-DEPT-MISSING TO SPLIT-WARNING
                    END-IF
                 ELSE
                    IF SW-HOURS-X (SPLIT-SUB) NOT NUMERIC
                       OR SW-HOURS (SPLIT-SUB) = ZERO
                       MOVE SPLIT-SUB TO SPLIT-BAD-SUB
                       MOVE WARNING-SPLIT-HOURS-INVALID
                          TO SPLIT-WARNING
                    ELSE
                       ADD SW-HOURS (SPLIT-SUB) TO SPLIT-TOTAL
                    END-IF
                 END-IF.
      *
      *****************************************************************
      * 400-APPROVE-CARD -- THE SUPERVISOR SIGN-OFF.  ONLY AN        *
      * ENTERED CARD CAN BE APPROVED; THE APPROVER AND DATE ARE      *
      * STAMPED FROM THE CICS USERID.  THE APPROVER CANNOT BE THE    *
      * USER WHO KEYED THE HOURS, HAS TO CARRY THE USRAUTH APPROVE   *
      * FLAG, AND A CARD OVER THEIR LIMIT IS HELD, NOT APPROVED.     *
      *****************************************************************
         400-APPROVE-CARD.
                 PERFORM 310-EDIT-KEY-FIELDS
                       MOVE -1 TO EMPIDTL
                       MOVE DFHRED TO EMPIDTC
                    ELSE
                       PERFORM 410-CHECK-APPROVER
                       EVALUATE TRUE
                          WHEN TE-EXTRACTED
                             MOVE LOW-VALUE TO TC1O
                                UNLOCK FILE('TCENTRY')
                                   RESP(TCENTRY-RESP2)
                             END-EXEC
      * THE KEYER CHECK HOLDS ON A RELEASE TOO -- THE RELEASER
      * BECOMES THE APPROVER OF RECORD.
                          WHEN TE-ENTERED-BY = WS-USERID
                             MOVE LOW-VALUE TO TC1O
                             MOVE WARNING-OWN-CARD TO TCMSGO
                             EXEC CICS
                                UNLOCK FILE('TCENTRY')
                                   RESP(TCENTRY-RESP2)
                             END-EXEC
                          WHEN AUTH-DENIED
                             MOVE LOW-VALUE TO TC1O
                             MOVE WARNING-NOT-AUTHORIZED TO TCMSGO
                             EXEC CICS
                                UNLOCK FILE('TCENTRY')
                                   RESP(TCENTRY-RESP2)
                             END-EXEC
                          WHEN AUTH-REPRICED
                             MOVE LOW-VALUE TO TC1O
                             MOVE WARNING-CARD-REPRICED TO TCMSGO
                             EXEC CICS
                                UNLOCK FILE('TCENTRY')
                                   RESP(TCENTRY-RESP2)
                             END-EXEC
                          WHEN AUTH-HELD
                             PERFORM 860-HOLD-FOR-RELEASE
                             EXEC CICS
                                UNLOCK FILE('TCENTRY')
                                   RESP(TCENTRY-RESP2)
                             END-EXEC
                          WHEN OTHER
                             MOVE 'A'        TO TE-STATUS
                             MOVE WS-USERID  TO TE-APPROVED-BY
                             IF TCENTRY-RESP = DFHRESP(NORMAL)
                                PERFORM 700-DISPLAY-CARD
                                MOVE CONFIRM-APPROVED TO TCMSGO
                                MOVE 'Y' TO APPLIED-SWITCH
                             ELSE
                                MOVE LOW-VALUE TO TC1O
                                MOVE WARNING-REWRITE-FAILED TO TCMSGO
                       END-EVALUATE
                    END-IF
                 END-IF.
      *
      * THE CARD IS PRICED AS IT STANDS NOW, ON A RELEASE AS WELL
      * AS UNDER F158 -- SEE 420-.
         410-CHECK-APPROVER.
                 MOVE 'G' TO AUTH-SWITCH
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
                 MOVE ZERO TO AUTH-AMOUNT
                 IF EM-PAY-SALARIED AND EM-PERIOD-SALARY NUMERIC
                    COMPUTE AUTH-AMOUNT ROUNDED =
                       TE-HOURS * EM-PERIOD-SALARY * PERIODS-PER-YEAR
                          / ANNUAL-STD-HOURS
                 END-IF
                 IF EM-PAY-HOURLY AND EM-HRLY-PAY-RATE NUMERIC
                    COMPUTE AUTH-AMOUNT ROUNDED =
                       TE-HOURS * EM-HRLY-PAY-RATE
                 END-IF
                 MOVE 'A'             TO AUTH-FUNCTION
                 MOVE TE-PERIOD-START TO CD-PERIOD-START
                 MOVE TE-HOUR-TYPE    TO CD-HOUR-TYPE
                 MOVE CARD-DESCRIPTION TO AUTH-DESCRIPTION
                 PERFORM 850-CHECK-AUTHORITY
                 IF RELEASE-MODE
                    PERFORM 420-CHECK-RELEASED-PRICE
                 END-IF.
      *
      * THE HOURS CAN BE RE-KEYED WHILE THE CARD SITS ON AUTHPND.
      * A CARD NOW WORTH MORE THAN THE AMOUNT THAT WAS HELD, OR MORE
      * THAN THE RELEASER'S OWN LIMIT, IS NOT APPROVED ON THE
      * RELEASE -- THE ENTRY GOES BACK TO PENDING AND THE CARD IS
      * SIGNED OFF AFRESH UNDER F158.
         420-CHECK-RELEASED-PRICE.
                 EXEC CICS
                    READ FILE('AUTHPND')
                       INTO(AP-AUTHPND-RECORD)
                       RIDFLD(AL-PEND-NO)
                       KEYLENGTH(LENGTH OF AL-PEND-NO)
                       RESP(AUTHPND-RESP)
                 END-EXEC
                 EVALUATE TRUE
                    WHEN AUTH-DENIED
                       CONTINUE
                    WHEN AUTHPND-RESP NOT = DFHRESP(NORMAL)
                    WHEN AUTH-HELD
                    WHEN AUTH-AMOUNT > AP-AMOUNT
                       MOVE 'C' TO AUTH-SWITCH
                 END-EVALUATE.
      *
         500-INQUIRE-CARD.
                 PERFORM 310-EDIT-KEY-FIELDS
                 MOVE TE-PERIOD-START TO PERSTTO
                 MOVE TE-HOUR-TYPE    TO HTYPTO
                 MOVE TE-HOURS-X      TO HRSTO
                 MOVE TE-SPLIT-DEPT (1)    TO SDP1TO
                 MOVE TE-SPLIT-HOURS-X (1) TO SHR1TO
                 MOVE TE-SPLIT-DEPT (2)    TO SDP2TO
                 MOVE TE-SPLIT-HOURS-X (2) TO SHR2TO
                 MOVE TE-SPLIT-DEPT (3)    TO SDP3TO
                 MOVE TE-SPLIT-HOURS-X (3) TO SHR3TO
                 EVALUATE TRUE
                    WHEN TE-APPROVED
                       MOVE 'APPROVED    ' TO STATTO
                 MOVE TE-APPROVED-BY  TO APPBYTO
                 MOVE TE-EMP-ID       TO CA-LAST-EMP-ID
                 MOVE TE-PERIOD-START TO CA-LAST-PERIOD.
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
                    WHEN AUTH-FUNCTION = 'A'
                       AND NOT UA-MAY-APPROVE
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
                    MOVE 'TCMNT'          TO AP-PROGRAM
                    MOVE TK-EMP-ID        TO AP-EMP-ID
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
                    MOVE TC1I             TO AP-HELD-INPUT
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
                    MOVE HELD-MESSAGE TO TCMSGO
                 ELSE
                    MOVE WARNING-HOLD-FAILED TO TCMSGO
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
      * AUTHMNT'S RELEASE OF A HELD APPROVAL -- THE HELD SCREEN GOES
      * BACK INTO TC1I AND THE CARD IS APPROVED IN THE RELEASER'S
      * NAME AS IF THEY HAD KEYED IT UNDER F158.
         900-APPLY-RELEASED-ENTRY.
                 MOVE 'Y' TO RELEASE-SWITCH
                 MOVE AL-HELD-INPUT TO TC1I
                 MOVE ACTIONTI TO ACTION-SAVE
                 PERFORM 210-GET-USER-AND-DATE
                 PERFORM 400-APPROVE-CARD
                 MOVE TCMSGO TO AL-MESSAGE
                 MOVE APPLIED-SWITCH TO AL-RESULT.
      *
         2000-TERMINATION-MESSAGE.
                 EXEC CICS
