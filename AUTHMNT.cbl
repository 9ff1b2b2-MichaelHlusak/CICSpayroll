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
       PROGRAM-ID. AUTHMNT.
      *****************************************************************
      * USER AUTHORITY MAINTENANCE AND PENDING RELEASE (TRANS F160    *
      * AND F161, MAPSET AUTHMAP).                                    *
      * UNDER F160, WHICH CICS SECURITY RESTRICTS TO THE SECURITY     *
      * ADMINISTRATORS, ACTIONS A AND C ADD AND CHANGE USRAUTH        *
      * ENTRIES -- THE FUNCTIONS EACH USER ID MAY PERFORM IN          *
      * EMPMNT, DEDMNT, PAYVOID, MANCHK, TCMNT AND THE CICSMAPP PF6   *
      * OVERRIDE, AND THE DOLLAR LIMIT OVER WHICH THEIR WORK IS HELD. *
      * NO ONE MAY ADD OR CHANGE THEIR OWN ENTRY.  EVERY ADD AND      *
      * CHANGE IS LOGGED TO CHGLOG WITH THE BEFORE AND AFTER IMAGES.  *
      * UNDER EITHER TRANSACTION, ACTION I SHOWS A USER OR A PENDING  *
      * ENTRY, N WALKS THE AUTHPND FILE TO THE NEXT ENTRY STILL       *
      * PENDING, R RELEASES ONE AND X REJECTS ONE.  THE RELEASER      *
      * NEEDS THE APPROVE FLAG AND A LIMIT AT LEAST THE ENTRY'S       *
      * AMOUNT, AND MAY NOT BE THE USER WHO KEYED IT.  THE KEYER MAY  *
      * WITHDRAW (REJECT) THEIR OWN ENTRY.                            *
      * A RELEASE MARKS THE ENTRY RELEASED FIRST, SO NO SECOND USER   *
      * CAN RELEASE IT AT THE SAME TIME, THEN LINKS TO THE PROGRAM    *
      * THAT HELD IT WITH THE HELD INPUT (COPYBOOK AUTHLNK).  THAT    *
      * PROGRAM APPLIES IT WITH ITS OWN EDITS, AS OF NOW -- IF THE    *
      * EMPLOYEE OR CHECK HAS CHANGED SO THE ACTION NO LONGER GOES    *
      * THROUGH, THE ENTRY GOES BACK TO PENDING WITH THE REASON.      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 VALID-DATA-SWITCH  PIC X VALUE 'Y'.
             88 VALID-DATA            VALUE 'Y'.
          05 RELEASER-SWITCH    PIC X VALUE 'N'.
             88 RELEASER-AUTHORIZED   VALUE 'Y'.
      *
       01 FLAGS.
          05 SEND-FLAGS         PIC X.
             88 SEND-ERASE            VALUE '1'.
             88 SEND-DATAONLY         VALUE '2'.
             88 SEND-DATAONLY-ALARM   VALUE '3'.
      *
       01 COMMUNICATION-AREA.
          05 CA-LAST-USER-ID         PIC X(08) VALUE LOW-VALUES.
          05 CA-LAST-PEND-NO         PIC 9(06) VALUE ZERO.
       01 RESPONSE-CODE         PIC S9(8) COMP.
       01 END-OF-SESSION-MESSAGE PIC X(23) VALUE 'THANKS FOR VISITING'.
       01 WARNING-ACTION-INVALID PIC X(35) VALUE
             'ACTION MUST BE A C I N R OR X'.
       01 WARNING-NOT-ADMIN-TRANS PIC X(35) VALUE
             'USER MAINTENANCE RUNS UNDER F160'.
       01 WARNING-USERID-MISSING PIC X(35) VALUE
             'PLEASE ENTER USER ID'.
       01 WARNING-USERID-ONFILE PIC X(35) VALUE
             'USER ALREADY ON FILE'.
       01 WARNING-USERID-NOTFND PIC X(35) VALUE
             'USER ID NOT FOUND'.
       01 WARNING-OWN-ENTRY     PIC X(35) VALUE
             'YOU MAY NOT CHANGE YOUR OWN ENTRY'.
       01 WARNING-NAME-MISSING  PIC X(35) VALUE
             'PLEASE ENTER USER NAME'.
       01 WARNING-STATUS-INVALID PIC X(35) VALUE
             'STATUS MUST BE A OR S'.
       01 WARNING-FLAG-INVALID  PIC X(35) VALUE
             'FUNCTION FLAGS MUST BE Y OR N'.
       01 WARNING-LIMIT-INVALID PIC X(35) VALUE
             'LIMIT MUST BE 9 DIGITS (9999999V99)'.
       01 WARNING-WRITE-FAILED  PIC X(35) VALUE
             'USRAUTH WRITE FAILED'.
       01 WARNING-REWRITE-FAILED PIC X(35) VALUE
             'USRAUTH REWRITE FAILED'.
       01 WARNING-CHGLOG-FAILED PIC X(35) VALUE
             'SAVED - CHGLOG WRITE FAILED'.
       01 WARNING-INQUIRE-KEY   PIC X(35) VALUE
             'ENTER USER ID OR PENDING NUMBER'.
       01 WARNING-PENDNO-MISSING PIC X(35) VALUE
             'PLEASE ENTER PENDING NUMBER'.
       01 WARNING-PENDNO-INVALID PIC X(35) VALUE
             'PENDING NUMBER MUST BE 6 DIGITS'.
       01 WARNING-PENDNO-NOTFND PIC X(35) VALUE
             'PENDING NUMBER NOT FOUND'.
       01 WARNING-NOT-PENDING   PIC X(35) VALUE
             'ENTRY IS NOT PENDING'.
       01 WARNING-NO-RELEASE-AUTH PIC X(35) VALUE
             'NOT AUTHORIZED TO RELEASE ENTRIES'.
       01 WARNING-OWN-PENDING   PIC X(35) VALUE
             'YOU MAY NOT RELEASE YOUR OWN ENTRY'.
       01 WARNING-OVER-LIMIT    PIC X(35) VALUE
             'AMOUNT IS OVER YOUR DOLLAR LIMIT'.
       01 WARNING-AUTHPND-FAILED PIC X(35) VALUE
             'AUTHPND REWRITE FAILED'.
       01 WARNING-NOT-APPLIED   PIC X(35) VALUE
             'NOT APPLIED - ENTRY LEFT PENDING'.
       01 WARNING-LINK-FAILED   PIC X(35) VALUE
             'OWNING PROGRAM COULD NOT BE RUN'.
       01 WARNING-NO-MORE-PENDING PIC X(35) VALUE
             'NO MORE PENDING ENTRIES'.
       01 CONFIRM-ADDED         PIC X(35) VALUE
             'USER ADDED'.
       01 CONFIRM-CHANGED       PIC X(35) VALUE
             'USER CHANGED'.
       01 CONFIRM-INQUIRED      PIC X(35) VALUE
             'KEY AN ACTION, PRESS ENTER'.
       01 CONFIRM-NEXT          PIC X(35) VALUE
             'KEY R TO RELEASE OR X TO REJECT'.
       01 CONFIRM-RELEASED      PIC X(35) VALUE
             'ENTRY RELEASED AND APPLIED'.
       01 CONFIRM-REJECTED      PIC X(35) VALUE
             'ENTRY REJECTED'.
       01 CONFIRM-WITHDRAWN     PIC X(35) VALUE
             'ENTRY WITHDRAWN'.
      *
      * THE TWO KEYS ARE SAVED OFF THE MAP AS SOON AS IT IS
      * RECEIVED -- CLEARING AUTH1O FOR THE REPLY WIPES THE INPUT
      * FIELDS UNDERNEATH THEM.
       01 KEYED-USER-ID         PIC X(08).
       01 KEYED-PEND-NO         PIC X(06).
       01 KEYED-PEND-NO-9 REDEFINES KEYED-PEND-NO
                                PIC 9(06).
      *
       01 USER-KEY              PIC X(08).
       01 PEND-KEY              PIC 9(06).
      *
      * THE DOLLAR LIMIT IS KEYED AND SHOWN AS NINE DIGITS WITH NO
      * DECIMAL POINT, THE WAY EMPMNT TAKES A PAY RATE.
       01 LIMIT-DIGITS          PIC 9(07)V99.
       01 LIMIT-DIGITS-X REDEFINES LIMIT-DIGITS
                                PIC X(09).
       01 ED-AMOUNT             PIC $$,$$$,$$9.99.
      *
       01 WS-TRANSID            PIC X(04).
       01 WS-USERID             PIC X(08).
       01 ABSTIME-SAVE          PIC S9(15) COMP-3.
       01 TODAY-DATE-X          PIC X(08).
       01 TODAY-DATE REDEFINES TODAY-DATE-X
                                PIC 9(08).
       01 NOW-TIME-X            PIC X(06).
       01 NOW-TIME REDEFINES NOW-TIME-X
                                PIC 9(06).
      *
       01 USRAUTH-RESP          PIC S9(08) COMP.
       01 USRAUTH-RESP2         PIC S9(08) COMP.
       01 AUTHPND-RESP          PIC S9(08) COMP.
       01 AUTHPND-RESP2         PIC S9(08) COMP.
       01 LINK-RESP             PIC S9(08) COMP.
      *
      * CHANGE LOG WORK AREAS.  THE ENTRY AS READ FOR UPDATE IS
      * HELD HERE AS THE BEFORE IMAGE -- AN ADD LEAVES IT SPACES.
       01 BEFORE-IMAGE-SAVE     PIC X(200).
       01 AFTER-IMAGE-SAVE      PIC X(200).
       01 LOG-ACTION            PIC X(01).
       01 LOG-DATE-X            PIC X(08).
       01 LOG-TIME-X            PIC X(06).
       01 CHGLOG-RESP           PIC S9(08) COMP.
      *
      * PASSED TO THE PROGRAM THAT HELD A PENDING ENTRY WHEN IT IS
      * RELEASED.
       01 AUTH-LINK-AREA.
       COPY AUTHLNK.
      *
       COPY USRAUTH.
      *
       COPY AUTHPND.
      *
       COPY CHGLOG.
      *
       COPY AUTHMAP.
      *
       COPY DFHAID.
      *
       COPY DFHBMSCA.
      *
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 LK-LAST-USER-ID         PIC X(08).
          05 LK-LAST-PEND-NO         PIC 9(06).
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN.
             MOVE EIBTRNID TO WS-TRANSID.
             IF EIBCALEN NOT = ZERO
                MOVE DFHCOMMAREA TO COMMUNICATION-AREA
             END-IF.
             EVALUATE TRUE
                WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE TO AUTH1I
                   MOVE '1' TO SEND-FLAGS
                   PERFORM 100-SEND-MAP
                WHEN EIBAID = DFHPA3 OR DFHPF3
                   PERFORM 2000-TERMINATION-MESSAGE
                   EXEC CICS
                      RETURN
                   END-EXEC
                WHEN EIBAID = DFHPF12
                    MOVE LOW-VALUE TO AUTH1I
                    MOVE LOW-VALUES TO CA-LAST-USER-ID
                    MOVE ZERO TO CA-LAST-PEND-NO
                    MOVE "PLEASE RE-ENTER INPUT, THANKS" TO AUTHMSGO
                    MOVE '1' TO SEND-FLAGS
                    PERFORM 100-SEND-MAP
                WHEN EIBAID = DFHENTER
                   PERFORM 200-RECEIVE-MAP
                WHEN OTHER
                    MOVE LOW-VALUE TO AUTH1I
                    MOVE 'INVALID KEY PRESSED.' TO AUTHMSGO
                    MOVE '1' TO SEND-FLAGS
                    PERFORM 100-SEND-MAP
               END-EVALUATE.
               EXEC CICS
                  RETURN TRANSID(WS-TRANSID)
                     COMMAREA(COMMUNICATION-AREA)
               END-EXEC.

         100-SEND-MAP.
                 EXEC CICS
                 SEND
                 MAP('AUTH1') MAPSET('AUTHMAP')
                 ERASE
                 END-EXEC.

         200-RECEIVE-MAP.
                 EXEC CICS
                 RECEIVE
                 MAP('AUTH1') MAPSET('AUTHMAP') INTO(AUTH1I)
                 END-EXEC.
                 MOVE USERIDUI TO KEYED-USER-ID
                 MOVE PENDNOUI TO KEYED-PEND-NO
                 INSPECT KEYED-USER-ID REPLACING ALL LOW-VALUE BY SPACE
                 INSPECT KEYED-PEND-NO REPLACING ALL LOW-VALUE BY SPACE
                 MOVE DFHDFLT TO ACTIONUC
                 MOVE DFHDFLT TO USERIDUC
                 MOVE DFHDFLT TO UNAMEUC
                 MOVE DFHDFLT TO USTATUC
                 MOVE DFHDFLT TO FEMPUC
                 MOVE DFHDFLT TO FRATEUC
                 MOVE DFHDFLT TO FBANKUC
                 MOVE DFHDFLT TO FVOIDUC
                 MOVE DFHDFLT TO FMANUC
                 MOVE DFHDFLT TO FOVRUC
                 MOVE DFHDFLT TO FAPRUC
                 MOVE DFHDFLT TO LIMITUC
                 MOVE DFHDFLT TO PENDNOUC
                 PERFORM 210-GET-USER-AND-DATE
              EVALUATE ACTIONUI
      * ADDING AND CHANGING USERS ONLY ANSWERS UNDER THE ADMINISTRATOR
      * TRANSACTION -- CICS SECURITY ON F160 IS WHAT KEEPS A PAYROLL
      * CLERK FROM GRANTING AUTHORITY.
                WHEN 'A'
                   IF EIBTRNID = 'F160'
                      PERFORM 300-ADD-USER
                   ELSE
                      PERFORM 290-NOT-ADMIN-TRANS
                   END-IF
                WHEN 'C'
                   IF EIBTRNID = 'F160'
                      PERFORM 400-CHANGE-USER
                   ELSE
                      PERFORM 290-NOT-ADMIN-TRANS
                   END-IF
                WHEN 'I'
                   PERFORM 500-INQUIRE
                WHEN 'N'
                   PERFORM 600-NEXT-PENDING
                WHEN 'R'
                   PERFORM 650-RELEASE-PENDING
                WHEN 'X'
                   PERFORM 680-REJECT-PENDING
                WHEN OTHER
                   MOVE LOW-VALUE TO AUTH1O
                   MOVE WARNING-ACTION-INVALID TO AUTHMSGO
                   MOVE -1 TO ACTIONUL
                   MOVE DFHRED TO ACTIONUC
               END-EVALUATE
               PERFORM 100-SEND-MAP.
      *
         210-GET-USER-AND-DATE.
                 EXEC CICS
                    ASSIGN USERID(WS-USERID)
                 END-EXEC
                 EXEC CICS
                    ASKTIME ABSTIME(ABSTIME-SAVE)
                 END-EXEC
                 EXEC CICS
                    FORMATTIME ABSTIME(ABSTIME-SAVE)
                       YYYYMMDD(TODAY-DATE-X)
                       TIME(NOW-TIME-X)
                 END-EXEC.
      *
         290-NOT-ADMIN-TRANS.
                 MOVE LOW-VALUE TO AUTH1O
                 MOVE WARNING-NOT-ADMIN-TRANS TO AUTHMSGO
                 MOVE -1 TO ACTIONUL
                 MOVE DFHRED TO ACTIONUC.
      *
      *****************************************************************
      * 300-ADD-USER -- A NEW ENTRY STARTS ACTIVE WITH EVERY FLAG N  *
      * AND A ZERO LIMIT; WHATEVER WAS KEYED OVERRIDES THAT.  A NAME *
      * IS REQUIRED.                                                 *
      *****************************************************************
         300-ADD-USER.
                 PERFORM 310-EDIT-USER-ID
                 IF VALID-DATA
                    EXEC CICS
                       READ FILE('USRAUTH')
                          INTO(UA-USRAUTH-RECORD)
                          RIDFLD(USER-KEY)
                          KEYLENGTH(LENGTH OF USER-KEY)
                          RESP(USRAUTH-RESP)
                    END-EXEC
                    IF USRAUTH-RESP = DFHRESP(NORMAL)
                       MOVE LOW-VALUE TO AUTH1O
                       MOVE WARNING-USERID-ONFILE TO AUTHMSGO
                       MOVE -1 TO USERIDUL
                       MOVE DFHRED TO USERIDUC
                       MOVE 'N' TO VALID-DATA-SWITCH
                    END-IF
                 END-IF
                 IF VALID-DATA
                    MOVE SPACES   TO UA-USRAUTH-RECORD
                    MOVE USER-KEY TO UA-USER-ID
                    MOVE 'A'      TO UA-STATUS
                    MOVE 'NNNNNNN' TO UA-FUNCTION-FLAGS
                    MOVE ZERO     TO UA-DOLLAR-LIMIT
                    PERFORM 320-EDIT-USER-FIELDS
                 END-IF
                 IF VALID-DATA
                    AND UA-USER-NAME = SPACES
                    MOVE LOW-VALUE TO AUTH1O
                    MOVE WARNING-NAME-MISSING TO AUTHMSGO
                    MOVE -1 TO UNAMEUL
                    MOVE DFHRED TO UNAMEUC
                    MOVE 'N' TO VALID-DATA-SWITCH
                 END-IF
                 IF VALID-DATA
                    MOVE WS-USERID  TO UA-CHANGED-BY
                    MOVE TODAY-DATE TO UA-CHANGED-DATE
                    EXEC CICS
                       WRITE FILE('USRAUTH')
                          FROM(UA-USRAUTH-RECORD)
                          RIDFLD(UA-USER-ID)
                          KEYLENGTH(LENGTH OF UA-USER-ID)
                          RESP(USRAUTH-RESP)
                    END-EXEC
                    IF USRAUTH-RESP = DFHRESP(NORMAL)
                       PERFORM 700-DISPLAY-USER
                       MOVE CONFIRM-ADDED TO AUTHMSGO
                       MOVE SPACES TO BEFORE-IMAGE-SAVE
                       MOVE UA-USRAUTH-RECORD TO AFTER-IMAGE-SAVE
                       MOVE 'A' TO LOG-ACTION
                       PERFORM 800-WRITE-CHANGE-LOG
                    ELSE
                       MOVE LOW-VALUE TO AUTH1O
                       MOVE WARNING-WRITE-FAILED TO AUTHMSGO
                    END-IF
                 END-IF.
      *
      * THE USER ID IS FSET WHEN AN ENTRY IS SHOWN, SO A CHANGE
      * KEYED OVER AN INQUIRY CARRIES IT BACK WITHOUT RE-KEYING.
      * NO ONE MAY ADD OR CHANGE THEIR OWN ENTRY.
         310-EDIT-USER-ID.
                 IF KEYED-USER-ID = SPACES
                    MOVE LOW-VALUE TO AUTH1O
                    MOVE WARNING-USERID-MISSING TO AUTHMSGO
                    MOVE -1 TO USERIDUL
                    MOVE DFHRED TO USERIDUC
                    MOVE 'N' TO VALID-DATA-SWITCH
                 ELSE
                    MOVE KEYED-USER-ID TO USER-KEY
                    IF USER-KEY = WS-USERID
                       MOVE LOW-VALUE TO AUTH1O
                       MOVE WARNING-OWN-ENTRY TO AUTHMSGO
                       MOVE -1 TO USERIDUL
                       MOVE DFHRED TO USERIDUC
                       MOVE 'N' TO VALID-DATA-SWITCH
                    END-IF
                 END-IF.
      *
      * A FIELD LEFT BLANK KEEPS WHAT THE ENTRY ALREADY HOLDS (THE
      * ADD DEFAULTS ON A NEW ONE).
         320-EDIT-USER-FIELDS.
                 IF UNAMEUI NOT = SPACES AND UNAMEUI NOT = LOW-VALUES
                    MOVE UNAMEUI TO UA-USER-NAME
                 END-IF
                 EVALUATE USTATUI
                    WHEN 'A'
                    WHEN 'S'
                       MOVE USTATUI TO UA-STATUS
                    WHEN SPACE
                    WHEN LOW-VALUE
                       CONTINUE
                    WHEN OTHER
                       MOVE LOW-VALUE TO AUTH1O
                       MOVE WARNING-STATUS-INVALID TO AUTHMSGO
                       MOVE -1 TO USTATUL
                       MOVE DFHRED TO USTATUC
                       MOVE 'N' TO VALID-DATA-SWITCH
                 END-EVALUATE
                 IF VALID-DATA
                    PERFORM 330-EDIT-FUNCTION-FLAGS
                 END-IF
                 IF VALID-DATA
                    AND LIMITUI NOT = SPACES
                    AND LIMITUI NOT = LOW-VALUES
                    MOVE LIMITUI TO LIMIT-DIGITS-X
                    IF LIMIT-DIGITS NUMERIC
                       MOVE LIMIT-DIGITS TO UA-DOLLAR-LIMIT
                    ELSE
                       MOVE LOW-VALUE TO AUTH1O
                       MOVE WARNING-LIMIT-INVALID TO AUTHMSGO
                       MOVE -1 TO LIMITUL
                       MOVE DFHRED TO LIMITUC
                       MOVE 'N' TO VALID-DATA-SWITCH
                    END-IF
                 END-IF.
      *
      * EACH FLAG TAKES Y OR N; BLANK LEAVES IT AS IT WAS.  THE
      * FIRST BAD ONE STOPS THE EDIT WITH THE CURSOR ON IT.
         330-EDIT-FUNCTION-FLAGS.
                 EVALUATE FEMPUI
                    WHEN 'Y'
                    WHEN 'N'
                       MOVE FEMPUI TO UA-EMP-CHANGE
                    WHEN SPACE
                    WHEN LOW-VALUE
                       CONTINUE
                    WHEN OTHER
                       MOVE LOW-VALUE TO AUTH1O
                       MOVE -1 TO FEMPUL
                       MOVE DFHRED TO FEMPUC
                       MOVE 'N' TO VALID-DATA-SWITCH
                 END-EVALUATE
                 IF VALID-DATA
                    EVALUATE FRATEUI
                       WHEN 'Y'
                       WHEN 'N'
                          MOVE FRATEUI TO UA-RATE-CHANGE
                       WHEN SPACE
                       WHEN LOW-VALUE
                          CONTINUE
                       WHEN OTHER
                          MOVE LOW-VALUE TO AUTH1O
                          MOVE -1 TO FRATEUL
                          MOVE DFHRED TO FRATEUC
                          MOVE 'N' TO VALID-DATA-SWITCH
                    END-EVALUATE
                 END-IF
                 IF VALID-DATA
                    EVALUATE FBANKUI
                       WHEN 'Y'
                       WHEN 'N'
                          MOVE FBANKUI TO UA-BANK-CHANGE
                       WHEN SPACE
                       WHEN LOW-VALUE
                          CONTINUE
                       WHEN OTHER
                          MOVE LOW-VALUE TO AUTH1O
                          MOVE -1 TO FBANKUL
                          MOVE DFHRED TO FBANKUC
                          MOVE 'N' TO VALID-DATA-SWITCH
                    END-EVALUATE
                 END-IF
                 IF VALID-DATA
                    EVALUATE FVOIDUI
                       WHEN 'Y'
                       WHEN 'N'
                          MOVE FVOIDUI TO UA-VOID
                       WHEN SPACE
                       WHEN LOW-VALUE
                          CONTINUE
                       WHEN OTHER
                          MOVE LOW-VALUE TO AUTH1O
                          MOVE -1 TO FVOIDUL
                          MOVE DFHRED TO FVOIDUC
                          MOVE 'N' TO VALID-DATA-SWITCH
                    END-EVALUATE
                 END-IF
                 IF VALID-DATA
                    EVALUATE FMANUI
                       WHEN 'Y'
                       WHEN 'N'
                          MOVE FMANUI TO UA-MANUAL-CHECK
                       WHEN SPACE
                       WHEN LOW-VALUE
                          CONTINUE
                       WHEN OTHER
                          MOVE LOW-VALUE TO AUTH1O
                          MOVE -1 TO FMANUL
                          MOVE DFHRED TO FMANUC
                          MOVE 'N' TO VALID-DATA-SWITCH
                    END-EVALUATE
                 END-IF
                 IF VALID-DATA
                    EVALUATE FOVRUI
                       WHEN 'Y'
                       WHEN 'N'
                          MOVE FOVRUI TO UA-OVERRIDE
                       WHEN SPACE
                       WHEN LOW-VALUE
                          CONTINUE
                       WHEN OTHER
                          MOVE LOW-VALUE TO AUTH1O
                          MOVE -1 TO FOVRUL
                          MOVE DFHRED TO FOVRUC
                          MOVE 'N' TO VALID-DATA-SWITCH
                    END-EVALUATE
                 END-IF
                 IF VALID-DATA
                    EVALUATE FAPRUI
                       WHEN 'Y'
                       WHEN 'N'
                          MOVE FAPRUI TO UA-APPROVE
                       WHEN SPACE
                       WHEN LOW-VALUE
                          CONTINUE
                       WHEN OTHER
                          MOVE LOW-VALUE TO AUTH1O
                          MOVE -1 TO FAPRUL
                          MOVE DFHRED TO FAPRUC
                          MOVE 'N' TO VALID-DATA-SWITCH
                    END-EVALUATE
                 END-IF
                 IF NOT VALID-DATA
                    MOVE WARNING-FLAG-INVALID TO AUTHMSGO
                 END-IF.
      *
      * A PENDING NUMBER LEFT BLANK MEANS THE ENTRY LAST SHOWN.
      * ZERO IS THE CONTROL ENTRY, NOT A PENDING ONE.
         360-EDIT-PEND-NO.
                 EVALUATE TRUE
                    WHEN KEYED-PEND-NO = SPACES
                       AND CA-LAST-PEND-NO = ZERO
                       MOVE LOW-VALUE TO AUTH1O
                       MOVE WARNING-PENDNO-MISSING TO AUTHMSGO
                       MOVE -1 TO PENDNOUL
                       MOVE DFHRED TO PENDNOUC
                       MOVE 'N' TO VALID-DATA-SWITCH
                    WHEN KEYED-PEND-NO = SPACES
                       MOVE CA-LAST-PEND-NO TO PEND-KEY
                    WHEN KEYED-PEND-NO-9 NOT NUMERIC
                       OR KEYED-PEND-NO-9 = ZERO
                       MOVE LOW-VALUE TO AUTH1O
                       MOVE WARNING-PENDNO-INVALID TO AUTHMSGO
                       MOVE -1 TO PENDNOUL
                       MOVE DFHRED TO PENDNOUC
                       MOVE 'N' TO VALID-DATA-SWITCH
                    WHEN OTHER
                       MOVE KEYED-PEND-NO-9 TO PEND-KEY
                 END-EVALUATE.
      *
      *****************************************************************
      * 400-CHANGE-USER -- CHANGE NAME, STATUS, FLAGS OR LIMIT.  A   *
      * SUSPENDED USER KEEPS THE FLAGS BUT IS REFUSED EVERYTHING.    *
      *****************************************************************
         400-CHANGE-USER.
                 PERFORM 310-EDIT-USER-ID
                 IF VALID-DATA
                    EXEC CICS
                       READ FILE('USRAUTH')
                          INTO(UA-USRAUTH-RECORD)
                          RIDFLD(USER-KEY)
                          KEYLENGTH(LENGTH OF USER-KEY)
                          UPDATE
                          RESP(USRAUTH-RESP)
                    END-EXEC
                    IF USRAUTH-RESP NOT = DFHRESP(NORMAL)
                       MOVE LOW-VALUE TO AUTH1O
                       MOVE WARNING-USERID-NOTFND TO AUTHMSGO
                       MOVE -1 TO USERIDUL
                       MOVE DFHRED TO USERIDUC
                       MOVE 'N' TO VALID-DATA-SWITCH
                    ELSE
                       MOVE UA-USRAUTH-RECORD TO BEFORE-IMAGE-SAVE
                       PERFORM 320-EDIT-USER-FIELDS
                       IF NOT VALID-DATA
                          EXEC CICS
                             UNLOCK FILE('USRAUTH')
                                RESP(USRAUTH-RESP2)
                          END-EXEC
                       END-IF
                    END-IF
                 END-IF
                 IF VALID-DATA
                    MOVE WS-USERID  TO UA-CHANGED-BY
                    MOVE TODAY-DATE TO UA-CHANGED-DATE
                    EXEC CICS
                       REWRITE FILE('USRAUTH')
                          FROM(UA-USRAUTH-RECORD)
                          RESP(USRAUTH-RESP)
                    END-EXEC
                    IF USRAUTH-RESP = DFHRESP(NORMAL)
                       PERFORM 700-DISPLAY-USER
                       MOVE CONFIRM-CHANGED TO AUTHMSGO
                       MOVE UA-USRAUTH-RECORD TO AFTER-IMAGE-SAVE
                       MOVE 'C' TO LOG-ACTION
                       PERFORM 800-WRITE-CHANGE-LOG
                    ELSE
                       MOVE LOW-VALUE TO AUTH1O
                       MOVE WARNING-REWRITE-FAILED TO AUTHMSGO
                    END-IF
                 END-IF.
      *
      *****************************************************************
      * 500-INQUIRE -- SHOW THE USER, THE PENDING ENTRY, OR BOTH,    *
      * WHICHEVER WAS KEYED.                                         *
      *****************************************************************
         500-INQUIRE.
                 IF KEYED-USER-ID = SPACES
                    AND KEYED-PEND-NO = SPACES
                    MOVE LOW-VALUE TO AUTH1O
                    MOVE WARNING-INQUIRE-KEY TO AUTHMSGO
                    MOVE -1 TO USERIDUL
                    MOVE DFHRED TO USERIDUC
                    MOVE 'N' TO VALID-DATA-SWITCH
                 END-IF
                 IF VALID-DATA
                    AND KEYED-USER-ID NOT = SPACES
                    MOVE KEYED-USER-ID TO USER-KEY
                    EXEC CICS
                       READ FILE('USRAUTH')
                          INTO(UA-USRAUTH-RECORD)
                          RIDFLD(USER-KEY)
                          KEYLENGTH(LENGTH OF USER-KEY)
                          RESP(USRAUTH-RESP)
                    END-EXEC
                    IF USRAUTH-RESP NOT = DFHRESP(NORMAL)
                       MOVE LOW-VALUE TO AUTH1O
                       MOVE WARNING-USERID-NOTFND TO AUTHMSGO
                       MOVE -1 TO USERIDUL
                       MOVE DFHRED TO USERIDUC
                       MOVE 'N' TO VALID-DATA-SWITCH
                    END-IF
                 END-IF
                 IF VALID-DATA
                    AND KEYED-PEND-NO NOT = SPACES
                    PERFORM 360-EDIT-PEND-NO
                    IF VALID-DATA
                       PERFORM 690-READ-PENDING
                    END-IF
                 END-IF
                 IF VALID-DATA
                    MOVE LOW-VALUE TO AUTH1O
                    IF KEYED-USER-ID NOT = SPACES
                       PERFORM 700-DISPLAY-USER
                    END-IF
                    IF KEYED-PEND-NO NOT = SPACES
                       PERFORM 750-DISPLAY-PENDING
                       MOVE AP-PEND-NO TO CA-LAST-PEND-NO
                    END-IF
                    MOVE CONFIRM-INQUIRED TO AUTHMSGO
                 END-IF.
      *
      *****************************************************************
      * 600-NEXT-PENDING -- BROWSE FORWARD FROM THE KEYED PENDING    *
      * NUMBER, OR FROM THE ONE AFTER THE ENTRY LAST SHOWN, TO THE   *
      * NEXT ENTRY STILL PENDING.  PAST THE END THE NEXT PRESS       *
      * STARTS OVER AT THE TOP.                                      *
      *****************************************************************
         600-NEXT-PENDING.
                 IF KEYED-PEND-NO NOT = SPACES
                    AND KEYED-PEND-NO-9 NUMERIC
                    MOVE KEYED-PEND-NO-9 TO PEND-KEY
                 ELSE
                    COMPUTE PEND-KEY = CA-LAST-PEND-NO + 1
                 END-IF
                 IF PEND-KEY = ZERO
                    MOVE 1 TO PEND-KEY
                 END-IF
                 MOVE SPACE TO AP-STATUS
                 EXEC CICS
                    STARTBR FILE('AUTHPND')
                       RIDFLD(PEND-KEY)
                       KEYLENGTH(LENGTH OF PEND-KEY)
                       GTEQ
                       RESP(AUTHPND-RESP)
                 END-EXEC
                 IF AUTHPND-RESP = DFHRESP(NORMAL)
                    PERFORM 610-READ-NEXT-PENDING
                       UNTIL AUTHPND-RESP NOT = DFHRESP(NORMAL)
                          OR AP-PENDING
                    EXEC CICS
                       ENDBR FILE('AUTHPND')
                          RESP(AUTHPND-RESP2)
                    END-EXEC
                 END-IF
                 MOVE LOW-VALUE TO AUTH1O
                 IF AUTHPND-RESP = DFHRESP(NORMAL)
                    AND AP-PENDING
                    PERFORM 750-DISPLAY-PENDING
                    MOVE AP-PEND-NO TO CA-LAST-PEND-NO
                    MOVE CONFIRM-NEXT TO AUTHMSGO
      * FSET THE ACTION BYTE SO BARE ENTER PRESSES KEEP WALKING
      * THE QUEUE.
                    MOVE 'N' TO ACTIONUO
                    MOVE DFHBMFSE TO ACTIONUA
                 ELSE
                    MOVE ZERO TO CA-LAST-PEND-NO
                    MOVE WARNING-NO-MORE-PENDING TO AUTHMSGO
                 END-IF.
      *
         610-READ-NEXT-PENDING.
                 EXEC CICS
                    READNEXT FILE('AUTHPND')
                       INTO(AP-AUTHPND-RECORD)
                       RIDFLD(PEND-KEY)
                       KEYLENGTH(LENGTH OF PEND-KEY)
                       RESP(AUTHPND-RESP)
                 END-EXEC.
      *
      *****************************************************************
      * 650-RELEASE-PENDING -- THE ENTRY IS CLAIMED (MARKED RELEASED *
      * AND REWRITTEN) BEFORE THE OWNING PROGRAM IS LINKED TO, SO A  *
      * SECOND RELEASER FINDS IT NO LONGER PENDING.  IF THE OWNING   *
      * PROGRAM DOES NOT APPLY IT, IT GOES BACK TO PENDING WITH THE  *
      * REASON IN THE RESULT.                                        *
      *****************************************************************
         650-RELEASE-PENDING.
                 PERFORM 360-EDIT-PEND-NO
                 IF VALID-DATA
                    PERFORM 850-CHECK-RELEASER
                    IF NOT RELEASER-AUTHORIZED
                       MOVE LOW-VALUE TO AUTH1O
                       MOVE WARNING-NO-RELEASE-AUTH TO AUTHMSGO
                       MOVE -1 TO ACTIONUL
                       MOVE DFHRED TO ACTIONUC
                       MOVE 'N' TO VALID-DATA-SWITCH
                    END-IF
                 END-IF
                 IF VALID-DATA
                    EXEC CICS
                       READ FILE('AUTHPND')
                          INTO(AP-AUTHPND-RECORD)
                          RIDFLD(PEND-KEY)
                          KEYLENGTH(LENGTH OF PEND-KEY)
                          UPDATE
                          RESP(AUTHPND-RESP)
                    END-EXEC
                    IF AUTHPND-RESP NOT = DFHRESP(NORMAL)
                       MOVE LOW-VALUE TO AUTH1O
                       MOVE WARNING-PENDNO-NOTFND TO AUTHMSGO
                       MOVE -1 TO PENDNOUL
                       MOVE DFHRED TO PENDNOUC
                       MOVE 'N' TO VALID-DATA-SWITCH
                    ELSE
                       EVALUATE TRUE
                          WHEN NOT AP-PENDING
                             MOVE LOW-VALUE TO AUTH1O
                             MOVE WARNING-NOT-PENDING TO AUTHMSGO
                             MOVE 'N' TO VALID-DATA-SWITCH
                          WHEN AP-ENTERED-BY = WS-USERID
                             MOVE LOW-VALUE TO AUTH1O
                             MOVE WARNING-OWN-PENDING TO AUTHMSGO
                             MOVE 'N' TO VALID-DATA-SWITCH
                          WHEN AP-AMOUNT > UA-DOLLAR-LIMIT
                             MOVE LOW-VALUE TO AUTH1O
                             MOVE WARNING-OVER-LIMIT TO AUTHMSGO
                             MOVE 'N' TO VALID-DATA-SWITCH
                          WHEN OTHER
                             MOVE 'R'        TO AP-STATUS
                             MOVE WS-USERID  TO AP-RELEASED-BY
                             MOVE TODAY-DATE TO AP-RELEASED-DATE
                             MOVE NOW-TIME   TO AP-RELEASED-TIME
                             EXEC CICS
                                REWRITE FILE('AUTHPND')
                                   FROM(AP-AUTHPND-RECORD)
                                   RESP(AUTHPND-RESP)
                             END-EXEC
                             IF AUTHPND-RESP NOT = DFHRESP(NORMAL)
                                MOVE LOW-VALUE TO AUTH1O
                                MOVE WARNING-AUTHPND-FAILED TO AUTHMSGO
                                MOVE 'N' TO VALID-DATA-SWITCH
                             END-IF
                       END-EVALUATE
                       IF NOT VALID-DATA
                          AND AUTHPND-RESP = DFHRESP(NORMAL)
                          EXEC CICS
                             UNLOCK FILE('AUTHPND')
                                RESP(AUTHPND-RESP2)
                          END-EXEC
                       END-IF
                    END-IF
                 END-IF
                 IF VALID-DATA
                    PERFORM 660-APPLY-RELEASED-ENTRY
                 END-IF.
      *
      * THE OWNING PROGRAM GETS THE HELD INPUT BACK THROUGH AUTHLNK
      * AND ANSWERS WITH WHETHER IT APPLIED IT AND ITS SCREEN
      * MESSAGE.  THE ENTRY IS THEN READ BACK TO RECORD THE RESULT.
         660-APPLY-RELEASED-ENTRY.
                 MOVE SPACES           TO AUTH-LINK-AREA
                 MOVE 'RELEASE '       TO AL-REQUEST
                 MOVE AP-PEND-NO       TO AL-PEND-NO
                 MOVE AP-FUNCTION      TO AL-FUNCTION
                 MOVE AP-ENTERED-BY    TO AL-ENTERED-BY
                 MOVE AP-HELD-INPUT    TO AL-HELD-INPUT
                 MOVE 'N'              TO AL-RESULT
                 EXEC CICS
                    LINK PROGRAM(AP-PROGRAM)
                       COMMAREA(AUTH-LINK-AREA)
                       LENGTH(LENGTH OF AUTH-LINK-AREA)
                       RESP(LINK-RESP)
                 END-EXEC
                 IF LINK-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'N' TO AL-RESULT
                    MOVE WARNING-LINK-FAILED TO AL-MESSAGE
                 END-IF
                 EXEC CICS
                    READ FILE('AUTHPND')
                       INTO(AP-AUTHPND-RECORD)
                       RIDFLD(PEND-KEY)
                       KEYLENGTH(LENGTH OF PEND-KEY)
                       UPDATE
                       RESP(AUTHPND-RESP)
                 END-EXEC
                 IF AUTHPND-RESP = DFHRESP(NORMAL)
                    MOVE AL-MESSAGE TO AP-RESULT-MSG
                    IF NOT AL-APPLIED
                       MOVE 'P'    TO AP-STATUS
                       MOVE SPACES TO AP-RELEASED-BY
                       MOVE ZERO   TO AP-RELEASED-DATE
                       MOVE ZERO   TO AP-RELEASED-TIME
                    END-IF
                    EXEC CICS
                       REWRITE FILE('AUTHPND')
                          FROM(AP-AUTHPND-RECORD)
                          RESP(AUTHPND-RESP)
                    END-EXEC
                 END-IF
                 MOVE LOW-VALUE TO AUTH1O
                 PERFORM 750-DISPLAY-PENDING
                 MOVE AP-PEND-NO TO CA-LAST-PEND-NO
                 EVALUATE TRUE
                    WHEN AUTHPND-RESP NOT = DFHRESP(NORMAL)
                       MOVE WARNING-AUTHPND-FAILED TO AUTHMSGO
                    WHEN AL-APPLIED
                       MOVE CONFIRM-RELEASED TO AUTHMSGO
                    WHEN OTHER
                       MOVE WARNING-NOT-APPLIED TO AUTHMSGO
                 END-EVALUATE.
      *
      *****************************************************************
      * 680-REJECT-PENDING -- A USER WHO MAY RELEASE AN ENTRY MAY    *
      * REJECT IT INSTEAD; THE USER WHO KEYED IT MAY WITHDRAW IT.    *
      * EITHER WAY NOTHING IS APPLIED.                               *
      *****************************************************************
         680-REJECT-PENDING.
                 PERFORM 360-EDIT-PEND-NO
                 IF VALID-DATA
                    EXEC CICS
                       READ FILE('AUTHPND')
                          INTO(AP-AUTHPND-RECORD)
                          RIDFLD(PEND-KEY)
                          KEYLENGTH(LENGTH OF PEND-KEY)
                          UPDATE
                          RESP(AUTHPND-RESP)
                    END-EXEC
                    IF AUTHPND-RESP NOT = DFHRESP(NORMAL)
                       MOVE LOW-VALUE TO AUTH1O
                       MOVE WARNING-PENDNO-NOTFND TO AUTHMSGO
                       MOVE -1 TO PENDNOUL
                       MOVE DFHRED TO PENDNOUC
                       MOVE 'N' TO VALID-DATA-SWITCH
                    ELSE
                       IF AP-ENTERED-BY = WS-USERID
                          MOVE 'Y' TO RELEASER-SWITCH
                       ELSE
                          PERFORM 850-CHECK-RELEASER
                       END-IF
                       EVALUATE TRUE
                          WHEN NOT AP-PENDING
                             MOVE LOW-VALUE TO AUTH1O
                             MOVE WARNING-NOT-PENDING TO AUTHMSGO
                             MOVE 'N' TO VALID-DATA-SWITCH
                          WHEN NOT RELEASER-AUTHORIZED
                             MOVE LOW-VALUE TO AUTH1O
                             MOVE WARNING-NO-RELEASE-AUTH TO AUTHMSGO
                             MOVE 'N' TO VALID-DATA-SWITCH
                          WHEN OTHER
                             MOVE 'X'        TO AP-STATUS
                             MOVE WS-USERID  TO AP-RELEASED-BY
                             MOVE TODAY-DATE TO AP-RELEASED-DATE
                             MOVE NOW-TIME   TO AP-RELEASED-TIME
                             IF AP-ENTERED-BY = WS-USERID
                                MOVE CONFIRM-WITHDRAWN TO AP-RESULT-MSG
                             ELSE
                                MOVE CONFIRM-REJECTED TO AP-RESULT-MSG
                             END-IF
                             EXEC CICS
                                REWRITE FILE('AUTHPND')
                                   FROM(AP-AUTHPND-RECORD)
                                   RESP(AUTHPND-RESP)
                             END-EXEC
                             IF AUTHPND-RESP = DFHRESP(NORMAL)
                                MOVE LOW-VALUE TO AUTH1O
                                PERFORM 750-DISPLAY-PENDING
                                MOVE AP-PEND-NO TO CA-LAST-PEND-NO
                                MOVE AP-RESULT-MSG TO AUTHMSGO
                             ELSE
                                MOVE LOW-VALUE TO AUTH1O
                                MOVE WARNING-AUTHPND-FAILED TO AUTHMSGO
                             END-IF
                       END-EVALUATE
                       IF NOT VALID-DATA
                          EXEC CICS
                             UNLOCK FILE('AUTHPND')
                                RESP(AUTHPND-RESP2)
                          END-EXEC
                       END-IF
                    END-IF
                 END-IF.
      *
         690-READ-PENDING.
                 EXEC CICS
                    READ FILE('AUTHPND')
                       INTO(AP-AUTHPND-RECORD)
                       RIDFLD(PEND-KEY)
                       KEYLENGTH(LENGTH OF PEND-KEY)
                       RESP(AUTHPND-RESP)
                 END-EXEC
                 IF AUTHPND-RESP NOT = DFHRESP(NORMAL)
                    MOVE LOW-VALUE TO AUTH1O
                    MOVE WARNING-PENDNO-NOTFND TO AUTHMSGO
                    MOVE -1 TO PENDNOUL
                    MOVE DFHRED TO PENDNOUC
                    MOVE 'N' TO VALID-DATA-SWITCH
                 END-IF.
      *
         700-DISPLAY-USER.
                 MOVE UA-USER-ID      TO USERIDUO
      * FSET THE USER ID SO A CHANGE KEYED OVER THE INQUIRY STILL
      * TRANSMITS IT.
                 MOVE DFHBMFSE        TO USERIDUA
                 MOVE UA-USER-ID      TO CA-LAST-USER-ID
                 MOVE UA-USER-NAME    TO UNAMEUO
                 MOVE UA-STATUS       TO USTATUO
                 MOVE UA-EMP-CHANGE   TO FEMPUO
                 MOVE UA-RATE-CHANGE  TO FRATEUO
                 MOVE UA-BANK-CHANGE  TO FBANKUO
                 MOVE UA-VOID         TO FVOIDUO
                 MOVE UA-MANUAL-CHECK TO FMANUO
                 MOVE UA-OVERRIDE     TO FOVRUO
                 MOVE UA-APPROVE      TO FAPRUO
                 MOVE UA-DOLLAR-LIMIT TO LIMIT-DIGITS
                 MOVE LIMIT-DIGITS-X  TO LIMITUO
                 MOVE UA-CHANGED-BY   TO CHGBYUO
                 MOVE UA-CHANGED-DATE TO CHGDTUO.
      *
         750-DISPLAY-PENDING.
                 MOVE AP-PEND-NO      TO PENDNOUO
                 EVALUATE TRUE
                    WHEN AP-PENDING
                       MOVE 'PENDING'  TO PSTATUO
                    WHEN AP-RELEASED
                       MOVE 'RELEASED' TO PSTATUO
                    WHEN AP-REJECTED
                       MOVE 'REJECTED' TO PSTATUO
                    WHEN OTHER
                       MOVE AP-STATUS  TO PSTATUO
                 END-EVALUATE
                 EVALUATE TRUE
                    WHEN AP-EMP-CHANGE
                       MOVE 'EMPLOYEE CHANGE'  TO PFUNCUO
                    WHEN AP-RATE-CHANGE
                       MOVE 'RATE CHANGE'      TO PFUNCUO
                    WHEN AP-BANK-CHANGE
                       MOVE 'BANK CHANGE'      TO PFUNCUO
                    WHEN AP-VOID
                       MOVE 'VOID CHECK'       TO PFUNCUO
                    WHEN AP-MANUAL-CHECK
                       MOVE 'MANUAL CHECK'     TO PFUNCUO
                    WHEN AP-OVERRIDE
                       MOVE 'PF6 OVERRIDE'     TO PFUNCUO
                    WHEN AP-APPROVE
                       MOVE 'TIMECARD APPROVE' TO PFUNCUO
                    WHEN OTHER
                       MOVE AP-FUNCTION        TO PFUNCUO
                 END-EVALUATE
                 MOVE AP-EMP-ID       TO PEMPUO
                 MOVE AP-AMOUNT       TO ED-AMOUNT
                 MOVE ED-AMOUNT       TO PAMTUO
                 MOVE AP-DESCRIPTION  TO PDESCUO
                 MOVE AP-ENTERED-BY   TO PENTBYUO
                 MOVE AP-ENTERED-DATE TO PENTDTUO
                 MOVE AP-ENTERED-TIME TO PENTTMUO
                 MOVE AP-RELEASED-BY  TO PRELBYUO
                 MOVE AP-RESULT-MSG   TO PRSLTUO.
      *
      * THE CHANGE IS ALREADY ON USRAUTH BY THE TIME THIS RUNS, SO A
      * FAILED LOG WRITE DOES NOT BACK IT OUT -- IT SAYS SO ON THE
      * SCREEN IN PLACE OF THE CONFIRMATION.
         800-WRITE-CHANGE-LOG.
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
                 MOVE 'AUTHMNT'       TO CL-PROGRAM
                 MOVE 'USRAUTH'       TO CL-FILE-NAME
                 MOVE LOG-ACTION      TO CL-ACTION
                 MOVE SPACES          TO CL-EMP-ID
                 MOVE UA-USER-ID      TO CL-RECORD-KEY
                 MOVE BEFORE-IMAGE-SAVE TO CL-BEFORE-IMAGE
                 MOVE AFTER-IMAGE-SAVE  TO CL-AFTER-IMAGE
                 PERFORM 810-TRY-LOG-WRITE
                 PERFORM 820-RETRY-LOG-WRITE
                    UNTIL CHGLOG-RESP NOT = DFHRESP(DUPREC)
                       OR CL-LOG-SEQ = 9999
                 IF CHGLOG-RESP NOT = DFHRESP(NORMAL)
                    MOVE WARNING-CHGLOG-FAILED TO AUTHMSGO
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
      * THE RELEASER HAS TO BE ON USRAUTH, ACTIVE, WITH THE APPROVE
      * FLAG.  THE ENTRY IS LEFT IN UA-USRAUTH-RECORD FOR THE LIMIT.
         850-CHECK-RELEASER.
                 MOVE 'N' TO RELEASER-SWITCH
                 EXEC CICS
                    READ FILE('USRAUTH')
                       INTO(UA-USRAUTH-RECORD)
                       RIDFLD(WS-USERID)
                       KEYLENGTH(LENGTH OF WS-USERID)
                       RESP(USRAUTH-RESP)
                 END-EXEC
                 IF USRAUTH-RESP = DFHRESP(NORMAL)
                    AND UA-ACTIVE
                    AND UA-MAY-APPROVE
                    MOVE 'Y' TO RELEASER-SWITCH
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
//LKED.SYSLMOD DD DSNAME=TSOECCC.CICSTS12.STUDENT.LOADLIB(AUTHMNT)
