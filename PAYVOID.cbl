      * A CHECK THAT PAYCHK ALREADY PRINTED HAS ITS CHKREG REGISTER   *
      * ENTRY FLIPPED TO 'V' SO THE CHECK REGISTER AGREES WITH THE    *
      * BANK STATEMENT RECONCILEMENT.                                 *
      * A CHECK PAYTIME SPLIT ACROSS DEPARTMENTS HAS ITS LABDIST      *
      * RECORD COPIED ONTO THE REVERSAL KEY, SO PAYGL BACKS THE VOID  *
      * OUT OF THE SAME DEPARTMENTS THE CHECK WAS CHARGED TO.         *
      * THE USER NEEDS THE VOID FLAG ON THE USRAUTH AUTHORITY FILE.   *
      * A CHECK WHOSE NET PAY IS OVER THE USER'S DOLLAR LIMIT IS NOT  *
      * VOIDED BUT HELD ON AUTHPND; AUTHMNT LINKS BACK HERE TO VOID   *
      * IT WHEN A SECOND USER RELEASES IT.                            *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
             88 VALID-DATA            VALUE 'Y'.
          05 YTD-SHORT-SWITCH   PIC X VALUE 'N'.
             88 YTD-WENT-SHORT        VALUE 'Y'.
          05 LABOR-SHORT-SWITCH PIC X VALUE 'N'.
             88 LABOR-NOT-COPIED      VALUE 'Y'.
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
             'AUDIT WRITE FAILED'.
       01 WARNING-REGISTER-FAIL PIC X(35) VALUE
             'CHECK REGISTER NOT MARKED VOID'.
       01 WARNING-LABOR-NOT-COPIED PIC X(35) VALUE
             'VOIDED - LABOR SPLIT NOT COPIED'.
       01 WARNING-NOT-AUTHORIZED PIC X(35) VALUE
             'NOT AUTHORIZED FOR THIS FUNCTION'.
       01 WARNING-HOLD-FAILED   PIC X(35) VALUE
             'OVER LIMIT - AUTHPND WRITE FAILED'.
       01 CONFIRM-DISPLAYED     PIC X(35) VALUE
             'PRESS PF4 TO VOID THIS CHECK'.
       01 CONFIRM-VOIDED        PIC X(35) VALUE
           05 VOID-KEY-DATE     PIC 9(08).
           05 VOID-KEY-SEQ      PIC 9(02).
      *
      * KEY THE REVERSAL LANDED ON, KEPT FOR THE LABDIST COPY -- THE
      * HISTORY RECORD AREA IS RE-READ WITH THE ORIGINAL IN 340-.
       01 REVERSAL-KEY-SAVE.
           05 REV-KEY-ID        PIC X(06).
           05 REV-KEY-DATE      PIC 9(08).
           05 REV-KEY-SEQ       PIC 9(02).
      *
      * FIRST STILL-NORMAL CHECK FOUND FOR THE ID AND DATE; WHEN
      * NONE IS NORMAL THE FIRST ONE SEEN IS SHOWN SO THE OPERATOR
      * GETS THE ALREADY-VOIDED MESSAGE INSTEAD OF NOT-FOUND.
       01 AUDTRL-RESP          PIC S9(08) COMP.
       01 CHKREG-RESP          PIC S9(08) COMP.
       01 CHKREG-RESP2         PIC S9(08) COMP.
       01 LABDIST-RESP         PIC S9(08) COMP.
       01 LABDIST-RESP2        PIC S9(08) COMP.
       01 VOID-CHECK-NO        PIC 9(08).
       01 WS-USERID            PIC X(08).
      *
      * USER AUTHORITY WORK AREAS.  AUTH-FUNCTION IS THE AUTHPND
      * FUNCTION CODE OF THE USRAUTH FLAG BEING ASKED FOR, AND
      * AUTH-AMOUNT THE DOLLARS MEASURED AGAINST THE USER'S LIMIT.
      * AN ACTION OVER THE LIMIT IS HELD ON AUTHPND UNDER THE NEXT
      * PENDING NUMBER FROM THE CONTROL ENTRY (KEY ZERO).
       01 AUTH-FUNCTION         PIC X(01).
       01 AUTH-AMOUNT           PIC 9(07)V99.
       01 AUTH-DESCRIPTION      PIC X(40).
       01 VOID-DESCRIPTION.
          05 FILLER             PIC X(14) VALUE 'VOID CHECK OF '.
          05 VD-RUN-DATE        PIC 9(08).
          05 FILLER             PIC X(05) VALUE ' SEQ '.
          05 VD-CHECK-SEQ       PIC 9(02).
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
       COPY PAYHIST.
      *
       COPY CHKREG.
      *
       COPY LABDIST.
      *
       COPY EMPMAST.
      *
       COPY AUDTRL.
      *
       COPY USRAUTH.
      *
       COPY AUTHPND.
      *
       COPY VOIDMAP.
      *
          05 LK-VOID-ID              PIC X(06).
          05 LK-VOID-DATE            PIC X(08).
          05 LK-VOID-SEQ             PIC 9(02).
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
                    MOVE WARNING-ALREADY-VOID TO VMSGO
                    MOVE 'N' TO VALID-DATA-SWITCH
                 END-IF
      * A RELEASED ENTRY WAS CHECKED WHEN IT WAS HELD AND AGAIN BY
      * AUTHMNT WHEN IT WAS RELEASED.
                 IF VALID-DATA AND NOT RELEASE-MODE
                    MOVE 'V'          TO AUTH-FUNCTION
                    MOVE PH-NET-PAY   TO AUTH-AMOUNT
                    MOVE PH-RUN-DATE  TO VD-RUN-DATE
                    MOVE PH-CHECK-SEQ TO VD-CHECK-SEQ
                    MOVE VOID-DESCRIPTION TO AUTH-DESCRIPTION
                    PERFORM 850-CHECK-AUTHORITY
                    IF AUTH-DENIED
                       MOVE LOW-VALUE TO VOID1I
                       MOVE WARNING-NOT-AUTHORIZED TO VMSGO
                       MOVE 'N' TO VALID-DATA-SWITCH
                    END-IF
                    IF AUTH-HELD
                       PERFORM 700-DISPLAY-CHECK
                       PERFORM 860-HOLD-FOR-RELEASE
                       MOVE LOW-VALUES TO CA-VOID-ID
                       MOVE LOW-VALUES TO CA-VOID-DATE
                       MOVE 'N' TO VALID-DATA-SWITCH
                    END-IF
                 END-IF
                 IF VALID-DATA
                    PERFORM 320-WRITE-REVERSAL
                 END-IF
                    PERFORM 340-FLAG-ORIGINAL-VOIDED
                 END-IF
                 IF VALID-DATA
                    PERFORM 345-COPY-LABOR-SPLIT
                    PERFORM 350-MARK-REGISTER-VOIDED
                    PERFORM 360-BACK-OUT-YTD
                    PERFORM 380-WRITE-AUDIT-TRAIL
                    PERFORM 700-DISPLAY-CHECK
                    EVALUATE TRUE
                       WHEN YTD-WENT-SHORT
                          MOVE WARNING-YTD-SHORT TO VMSGO
                       WHEN LABOR-NOT-COPIED
                          MOVE WARNING-LABOR-NOT-COPIED TO VMSGO
                       WHEN OTHER
                          MOVE CONFIRM-VOIDED TO VMSGO
                    END-EVALUATE
                    MOVE 'Y' TO APPLIED-SWITCH
                    MOVE LOW-VALUES TO CA-VOID-ID
                    MOVE LOW-VALUES TO CA-VOID-DATE
                 END-IF.
                    MOVE LOW-VALUE TO VOID1I
                    MOVE WARNING-REV-WRITE-FAIL TO VMSGO
                    MOVE 'N' TO VALID-DATA-SWITCH
                 ELSE
                    MOVE PH-KEY TO REVERSAL-KEY-SAVE
                 END-IF.
      *
         325-TRY-REVERSAL-WRITE.
                    MOVE 'N' TO VALID-DATA-SWITCH
                 END-IF.
      *
      * A CHECK WITH NO LABDIST RECORD CHARGED THE HOME DEPARTMENT
      * AND SO DOES ITS REVERSAL -- NOTHING TO COPY.  A SPLIT CHECK'S
      * LINES GO ONTO THE REVERSAL KEY AS THEY STAND.  A FAILED COPY
      * DOES NOT STOP THE VOID; THE OPERATOR IS TOLD SO ACCOUNTING
      * CAN MOVE THE REVERSAL'S CHARGE BY HAND.
         345-COPY-LABOR-SPLIT.
                 MOVE 'N' TO LABOR-SHORT-SWITCH
                 EXEC CICS
                    READ FILE('LABDIST')
                       INTO(LD-LABDIST-RECORD)
                       RIDFLD(VOID-KEY)
                       KEYLENGTH(LENGTH OF VOID-KEY)
                       RESP(LABDIST-RESP)
                 END-EXEC
                 IF LABDIST-RESP = DFHRESP(NORMAL)
                    MOVE REVERSAL-KEY-SAVE TO LD-KEY
                    EXEC CICS
                       WRITE FILE('LABDIST')
                          FROM(LD-LABDIST-RECORD)
                          RIDFLD(LD-KEY)
                          KEYLENGTH(LENGTH OF LD-KEY)
                          RESP(LABDIST-RESP2)
                    END-EXEC
                    IF LABDIST-RESP2 NOT = DFHRESP(NORMAL)
                       MOVE 'Y' TO LABOR-SHORT-SWITCH
                    END-IF
                 END-IF.
      *
      * A CHECK THE PAYCHK RUN NEVER PRINTED (DIRECT DEPOSIT, OR
      * CUT BEFORE CHECK PRINTING EXISTED) CARRIES NO NUMBER AND
      * THERE IS NOTHING TO MARK.  A MISSING REGISTER ENTRY IS
                 MOVE ED-MEDICARE-TAX TO VMEDCRO
                 MOVE PH-NET-PAY      TO ED-NET-PAY
                 MOVE ED-NET-PAY      TO VNETO.
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
                    WHEN AUTH-FUNCTION = 'V'
                       AND NOT UA-MAY-VOID
                       MOVE 'D' TO AUTH-SWITCH
                    WHEN AUTH-AMOUNT > UA-DOLLAR-LIMIT
                       MOVE 'H' TO AUTH-SWITCH
                    WHEN OTHER
                       MOVE 'G' TO AUTH-SWITCH
                 END-EVALUATE.
      *
      * THE HELD ENTRY CARRIES THE VOID KEY FROM THE COMMAREA
      * SO AUTHMNT CAN HAND IT BACK TO 900- WHEN IT IS RELEASED.
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
                    MOVE 'PAYVOID'        TO AP-PROGRAM
                    MOVE PH-EMP-ID        TO AP-EMP-ID
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
                    MOVE COMMUNICATION-AREA TO AP-HELD-INPUT
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
                    MOVE HELD-MESSAGE TO VMSGO
                 ELSE
                    MOVE WARNING-HOLD-FAILED TO VMSGO
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
      * AUTHMNT'S RELEASE OF A HELD VOID -- THE HELD VOID KEY GOES
      * BACK INTO THE COMMAREA AND THE VOID RUNS AS IF PF4 HAD JUST
      * BEEN PRESSED, WITH ALL ITS EDITS AGAINST THE CHECK AS IT
      * STANDS NOW.
         900-APPLY-RELEASED-ENTRY.
                 MOVE 'Y' TO RELEASE-SWITCH
                 MOVE AL-HELD-INPUT TO COMMUNICATION-AREA
                 PERFORM 300-VOID-CHECK
                 MOVE VMSGO TO AL-MESSAGE
                 MOVE APPLIED-SWITCH TO AL-RESULT.
      *
         2000-TERMINATION-MESSAGE.
                 EXEC CICS
