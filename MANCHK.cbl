      * EMPLOYEE IS ALLOWED -- THE TERMINATION PAYOUT IS THE WHOLE   *
      * POINT.  NO PAY-PERIOD GUARD: THE CHECK IS ALREADY OUT THE    *
      * DOOR AND REFUSING TO RECORD IT ONLY MAKES THE BOOKS WORSE.   *
      * THE USER NEEDS THE MANUAL-CHECK FLAG ON THE USRAUTH          *
      * AUTHORITY FILE.  A CHECK WHOSE NET IS OVER THE USER'S        *
      * DOLLAR LIMIT IS NOT RECORDED BUT HELD ON AUTHPND; AUTHMNT    *
      * LINKS BACK HERE TO RECORD IT WHEN A SECOND USER RELEASES IT. *
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
             'CHKREG WRITE FAILED'.
       01 WARNING-AUDIT-FAIL    PIC X(35) VALUE
             'AUDIT WRITE FAILED'.
       01 WARNING-NOT-AUTHORIZED PIC X(35) VALUE
             'NOT AUTHORIZED FOR THIS FUNCTION'.
       01 WARNING-HOLD-FAILED   PIC X(35) VALUE
             'OVER LIMIT - AUTHPND WRITE FAILED'.
       01 CONFIRM-RECORDED      PIC X(35) VALUE
             'MANUAL CHECK RECORDED'.
      *
      *
       01 WS-USERID             PIC X(08).
       01 ABSTIME-SAVE          PIC S9(15) COMP-3.
      *
      * USER AUTHORITY WORK AREAS.  AUTH-FUNCTION IS THE AUTHPND
      * FUNCTION CODE OF THE USRAUTH FLAG BEING ASKED FOR, AND
      * AUTH-AMOUNT THE DOLLARS MEASURED AGAINST THE USER'S LIMIT.
      * AN ACTION OVER THE LIMIT IS HELD ON AUTHPND UNDER THE NEXT
      * PENDING NUMBER FROM THE CONTROL ENTRY (KEY ZERO).
       01 AUTH-FUNCTION         PIC X(01).
       01 AUTH-AMOUNT           PIC 9(07)V99.
       01 AUTH-DESCRIPTION      PIC X(40).
       01 MANUAL-DESCRIPTION.
          05 FILLER             PIC X(16) VALUE 'MANUAL CHECK NO '.
          05 MD-CHECK-NO        PIC 9(08).
          05 FILLER             PIC X(07) VALUE ' DATED '.
          05 MD-CHECK-DATE      PIC 9(08).
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
       01 EMPMAST-RESP          PIC S9(08) COMP.
       01 EMPMAST-RESP2         PIC S9(08) COMP.
       COPY CHKREG.
      *
       COPY AUDTRL.
      *
       COPY USRAUTH.
      *
       COPY AUTHPND.
      *
       COPY MCKMAP.
      *
       01 DFHCOMMAREA.
          05 LK-LAST-EMP-ID          PIC X(06).
          05 LK-LAST-CHECK-NO        PIC X(08).
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
                 END-IF
                 IF VALID-DATA
                    PERFORM 320-CHECK-REGISTER-FREE
                 END-IF
      * A RELEASED ENTRY WAS CHECKED WHEN IT WAS HELD AND AGAIN BY
      * AUTHMNT WHEN IT WAS RELEASED.
                 IF VALID-DATA AND NOT RELEASE-MODE
                    MOVE 'M'           TO AUTH-FUNCTION
                    MOVE NET-PAY-WORK  TO AUTH-AMOUNT
                    MOVE RD-CHECK-NO   TO MD-CHECK-NO
                    MOVE RD-CHECK-DATE TO MD-CHECK-DATE
                    MOVE MANUAL-DESCRIPTION TO AUTH-DESCRIPTION
                    PERFORM 850-CHECK-AUTHORITY
                    IF AUTH-DENIED
                       MOVE LOW-VALUE TO MCK1O
                       MOVE WARNING-NOT-AUTHORIZED TO MCKMSGO
                       MOVE 'N' TO VALID-DATA-SWITCH
                    END-IF
                    IF AUTH-HELD
                       PERFORM 860-HOLD-FOR-RELEASE
                       MOVE 'N' TO VALID-DATA-SWITCH
                    END-IF
                    IF NOT VALID-DATA
                       EXEC CICS
                          UNLOCK FILE('EMPMAST')
                             RESP(EMPMAST-RESP2)
                       END-EXEC
                    END-IF
                 END-IF.
      *
      * EACH WITHHOLDING FIELD KEYS AS ZERO WHEN LEFT BLANK AND
      * PAPERED OVER -- THE SAME ORDER CICSMAPP POSTS IN.
                       PERFORM 700-DISPLAY-RESULT
                       MOVE CONFIRM-RECORDED TO MCKMSGO
                       MOVE 'Y' TO APPLIED-SWITCH
                       PERFORM 430-WRITE-REGISTER-ENTRY
                       PERFORM 440-WRITE-AUDIT-TRAIL
                       MOVE EMPIDKI TO CA-LAST-EMP-ID
                 END-IF.
      *
         410-WRITE-PAYCHECK-HISTORY.
                 MOVE SPACES        TO PH-PAYHIST-RECORD
                 MOVE EMPIDKI       TO PH-EMP-ID
                 MOVE RD-CHECK-DATE TO PH-RUN-DATE
                 MOVE EM-EMP-NAME   TO PH-EMP-NAME
                 MOVE 'I'           TO PH-CHECK-STATUS
                 MOVE EM-DEPT-CODE  TO PH-DEPT-CODE
                 MOVE 'M'           TO PH-RECORD-TYPE
      * NO HOURS COME IN WITH A MANUAL CHECK, SO THERE IS NO
      * OVERTIME TO SPLIT OUT -- THE WHOLE GROSS IS STRAIGHT TIME.
                 MOVE EM-WC-CLASS-CODE TO PH-WC-CLASS-CODE
                 MOVE EM-STATE-CODE TO PH-WC-STATE-CODE
                 MOVE RD-GROSS      TO PH-STRAIGHT-TIME-PAY
                 MOVE ZERO          TO PH-OT-PREMIUM-PAY
                 MOVE ZERO          TO PH-GARN-SHORTFALL
                 MOVE 1 TO PH-CHECK-SEQ
                 PERFORM 415-TRY-HISTORY-WRITE
                 PERFORM 416-RETRY-HISTORY-WRITE
                 MOVE PH-RUN-DATE   TO CHKDTKO
                 MOVE NET-PAY-WORK  TO ED-NET-PAY
                 MOVE ED-NET-PAY    TO NETKO.
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
                    WHEN AUTH-FUNCTION = 'M'
                       AND NOT UA-MAY-MANUAL-CHECK
                       MOVE 'D' TO AUTH-SWITCH
                    WHEN AUTH-AMOUNT > UA-DOLLAR-LIMIT
                       MOVE 'H' TO AUTH-SWITCH
                    WHEN OTHER
                       MOVE 'G' TO AUTH-SWITCH
                 END-EVALUATE.
      *
      * THE HELD ENTRY CARRIES THE SCREEN AS IT WAS KEYED SO AUTHMNT
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
                    MOVE 'MANCHK'         TO AP-PROGRAM
                    MOVE EMPIDKI          TO AP-EMP-ID
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
                    MOVE MCK1I            TO AP-HELD-INPUT
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
                    MOVE HELD-MESSAGE TO MCKMSGO
                 ELSE
                    MOVE WARNING-HOLD-FAILED TO MCKMSGO
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
      * AUTHMNT'S RELEASE OF A HELD MANUAL CHECK -- THE HELD SCREEN
      * GOES BACK INTO MCK1I AND RUNS THROUGH THE SAME EDITS AND
      * POSTS AS IF IT HAD JUST BEEN KEYED.
         900-APPLY-RELEASED-ENTRY.
                 MOVE 'Y' TO RELEASE-SWITCH
                 MOVE AL-HELD-INPUT TO MCK1I
                 PERFORM 300-EDIT-THE-CHECK
                 IF VALID-DATA
                    PERFORM 400-RECORD-THE-CHECK
                 END-IF
                 MOVE MCKMSGO TO AL-MESSAGE
                 MOVE APPLIED-SWITCH TO AL-RESULT.
      *
         2000-TERMINATION-MESSAGE.
                 EXEC CICS
