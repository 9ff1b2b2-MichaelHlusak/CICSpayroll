//* COMPILE, LINK, AND RUN THE PHYSICAL CHECK PRINT.
//* PARAMETER CARDS ON //GO.CHKPARM:
//*   FIRST CARD         RUN DATE TO PRINT (YYYYMMDD)
//*   SECOND CARD        OPTIONAL - OPERATOR OVERRIDE:
//*                      'OVERRIDE' IN COLS 1-8, USER ID IN
//*                      COLS 10-17, REASON IN COLS 19-48
//*   FOLLOWING CARDS    OPTIONAL - 'REPRINT ' IN COLS 1-8
//*                      AND THE CHECK NUMBER IN COLS 9-16
//* THE RUN WILL NOT START UNLESS THE PAYCTL PAYDAY CONTROL
//* LEDGER HOLDS AN ENTRY FOR THE RUN DATE FROM A STEP THAT
//* WRITES CHECKS -- PAYTIME, PAYFINL, PAYRETRO OR THE
//* COM2CICS SCREEN -- AND NONE OF THEM IS OUT OF BALANCE;
//* THE OVERRIDE CARD LETS IT GO AHEAD ANYWAY AND IS KEPT ON
//* THE LEDGER.  THE DAY'S PAPER AND MANUAL CHECKS ARE POSTED
//* TO THE LEDGER AT THE END FOR PAYGL AND PAYREG TO PROVE.
//* EVERY UNPRINTED NORMAL CHECK ON PAYHIST FOR THE RUN DATE
//* WHOSE EMPLOYEE IS NOT ON ACTIVE DIRECT DEPOSIT GETS THE
//* NEXT NUMBER FROM THE CHKCTL CONTROL RECORD AND PRINTS ON
      * CARD CONSUMES A NEW NUMBER, SPOILS THE ORIGINAL REGISTER     *
      * ENTRY, AND RESTAMPS THE PAYHIST ENTRY.  THE AMOUNT IS        *
      * WRITTEN OUT IN WORDS THE WAY THE TYPEWRITER CHECKS WERE.     *
      * THE RUN STARTS ONLY WHEN THE PAYCTL PAYDAY CONTROL LEDGER    *
      * HOLDS THE ENTRY OF AT LEAST ONE STEP THAT WRITES CHECKS AND  *
      * NONE OF THOSE ENTRIES IS OUT OF BALANCE, AND POSTS THE DAY'S *
      * PAPER AND MANUAL CHECKS THERE WHEN IT ENDS.                  *
      *                                                               *
      * MODIFICATION HISTORY.                                        *
      *   08/22/26  HL   ORIGINAL PROGRAM.                           *
      *   09/02/26  HL   MAILING ADDRESS BLOCK PRINTED UNDER THE     *
      *                  PAYEE LINE FROM EMPMAST FOR WINDOW          *
      *                  ENVELOPES.                                  *
      *   10/15/26  HL   PAYDAY CONTROL LEDGER -- THE RUN NEEDS A    *
      *                  BALANCED PAYTIME ENTRY ON PAYCTL (OR AN     *
      *                  OVERRIDE CARD BEHIND THE DATE CARD) AND     *
      *                  POSTS THE DAY'S PAPER AND MANUAL CHECKS.    *
      *   10/15/26  HL   ANY STEP THAT WRITES CHECKS -- PAYTIME,     *
      *                  PAYFINL, PAYRETRO OR COM2CICS -- STARTS THE *
      *                  RUN FROM ITS LEDGER ENTRY; AN OUT-OF-BALANCE*
      *                  ENTRY FROM ANY OF THEM STILL STOPS IT.      *
      *****************************************************************
       PROGRAM-ID. PAYCHK.
       AUTHOR. HLUSAK.
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS EM-FILE-STATUS.
           SELECT PAYCTL-FILE ASSIGN TO PAYCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-KEY
               FILE STATUS IS CT-FILE-STATUS.
           SELECT CHECK-PRT ASSIGN TO CHKPRINT.
           SELECT PAYCHK-RPT ASSIGN TO SYSPRINT.
      *
       01  CP-PARM-RECORD.
           05  CP-CARD-TYPE        PIC X(08).
               88  CP-REPRINT-CARD      VALUE 'REPRINT '.
               88  CP-OVERRIDE-CARD     VALUE 'OVERRIDE'.
           05  CP-CHECK-NO-X       PIC X(08).
           05  CP-CHECK-NO REDEFINES CP-CHECK-NO-X
                                   PIC 9(08).
           05  CP-RUN-DATE REDEFINES CP-RUN-DATE-X
                                   PIC 9(08).
           05  FILLER              PIC X(72).
       01  CP-OVERRIDE-RECORD.
           05  FILLER              PIC X(08).
           05  FILLER              PIC X(01).
           05  CP-OVR-USERID       PIC X(08).
           05  FILLER              PIC X(01).
           05  CP-OVR-REASON       PIC X(30).
           05  FILLER              PIC X(32).
      *
       FD  PAYHIST-FILE
           RECORDING MODE IS F
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY EMPMAST.
      *
       FD  PAYCTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY PAYCTL.
      *
       FD  CHECK-PRT
           RECORDING MODE IS F
       01  EM-FILE-STATUS          PIC X(02).
           88  EM-FILE-OK               VALUE '00'.
           88  EM-NOT-FOUND             VALUE '23'.
       01  CT-FILE-STATUS          PIC X(02).
           88  CT-FILE-OK               VALUE '00'.
           88  CT-NOT-FOUND             VALUE '23'.
      *
       01  SWITCHES.
           05  PARM-EOF-SWITCH     PIC X VALUE 'N'.
               88  HIST-EOF             VALUE 'Y'.
           05  FOUND-SWITCH        PIC X VALUE 'N'.
               88  RECORD-FOUND         VALUE 'Y'.
           05  CARD-IN-HAND-SWITCH PIC X VALUE 'N'.
               88  CARD-IN-HAND         VALUE 'Y'.
           05  OVERRIDE-USED-SWITCH PIC X VALUE 'N'.
               88  RAN-ON-OVERRIDE      VALUE 'Y'.
      *
       77  WS-RUN-DATE-PARM        PIC 9(08).
       77  WS-CHECK-NO             PIC 9(08).
       77  WS-DEPOSIT-SKIPPED      PIC 9(05) COMP VALUE ZERO.
       77  WS-TOTAL-PRINTED        PIC S9(09)V99 VALUE ZERO.
      *
      * THE WHOLE DAY AS THE CONTROL LEDGER SEES IT -- EVERY CHECK
      * FOR THE RUN DATE THAT HAS BEEN PRINTED, BY THIS RUN OR AN
      * EARLIER ONE, AND THE MANUAL CHECKS WRITTEN BY HAND.
       77  WS-DAY-PRINTED-COUNT    PIC 9(07) COMP VALUE ZERO.
       77  WS-DAY-PRINTED-AMOUNT   PIC S9(11)V99 VALUE ZERO.
       77  WS-DAY-MANUAL-COUNT     PIC 9(07) COMP VALUE ZERO.
       77  WS-DAY-MANUAL-AMOUNT    PIC S9(11)V99 VALUE ZERO.
       77  WS-OVR-USERID           PIC X(08) VALUE SPACES.
       77  WS-OVR-REASON           PIC X(30) VALUE SPACES.
       77  WS-BLOCK-CAUSE          PIC X(40) VALUE SPACES.
      *
      * THE STEPS THAT WRITE THE NORMAL CHECKS THIS RUN PRINTS --
      * THE TIMECARD RUN, THE FINAL-PAY AND RETRO-PAY SETTLEMENTS,
      * AND THE COM2CICS PAYROLL SCREEN.
       01  ORIGIN-STEP-TABLE.
           05  FILLER              PIC X(08) VALUE 'PAYTIME '.
           05  FILLER              PIC X(08) VALUE 'PAYFINL '.
           05  FILLER              PIC X(08) VALUE 'PAYRETRO'.
           05  FILLER              PIC X(08) VALUE 'COM2CICS'.
       01  ORIGIN-STEP-TABLE-R REDEFINES ORIGIN-STEP-TABLE.
           05  ORG-STEP-NAME       OCCURS 4 TIMES PIC X(08).
       77  ORIGIN-SUB              PIC S9(04) COMP.
       77  WS-ORIGINS-FOUND        PIC 9(03) COMP VALUE ZERO.
      *
       01  WS-CLOCK-WORK           PIC 9(08).
       01  FILLER REDEFINES WS-CLOCK-WORK.
           05  WS-CLOCK-HHMMSS     PIC 9(06).
           05  FILLER              PIC 9(02).
      *
      *****************************************************************
      * AMOUNT-IN-WORDS WORK AREA.  THE AMOUNT IS SPLIT INTO         *
      * MILLIONS / THOUSANDS / HUNDREDS GROUPS AND EACH GROUP IS     *
               'AMOUNT PRINTED:     '.
           05  CNT-TOTAL-PRINTED   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(94) VALUE SPACES.
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
           05  CTL-CAPTION         PIC X(40).
           05  CTL-COUNT           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CTL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(68) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *****************************************************************
               UNTIL PARM-EOF.
           PERFORM 8000-PRINT-TOTALS
               THRU 8000-EXIT.
           PERFORM 8500-POST-CONTROL-ENTRY
               THRU 8500-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           GO TO 9999-EXIT.
                   EM-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN I-O PAYCTL-FILE.
           IF NOT CT-FILE-OK
               DISPLAY 'PAYCHK - OPEN FAILED, PAYCTL STATUS '
                   CT-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN OUTPUT CHECK-PRT.
           OPEN OUTPUT PAYCHK-RPT.
           PERFORM 1200-READ-PARM-CARD
           MOVE WS-RUN-DATE-PARM TO HDG-RUN-DATE.
           WRITE PR-PRINT-LINE FROM HDG-LINE-1
               AFTER ADVANCING PAGE.
      * AN OVERRIDE CARD, WHEN THERE IS ONE, RIGHT BEHIND THE DATE
      * CARD.  ANY OTHER CARD THERE IS THE FIRST REPRINT CARD AND IS
      * KEPT IN HAND FOR THE REPRINT PASS.
           MOVE SPACES TO WS-OVR-USERID.
           MOVE SPACES TO WS-OVR-REASON.
           PERFORM 1200-READ-PARM-CARD
               THRU 1200-EXIT.
           IF NOT PARM-EOF
               IF CP-OVERRIDE-CARD
                   MOVE CP-OVR-USERID TO WS-OVR-USERID
                   MOVE CP-OVR-REASON TO WS-OVR-REASON
               ELSE
                   SET CARD-IN-HAND TO TRUE
               END-IF
           END-IF.
           PERFORM 1400-CHECK-PAY-RUN-ENTRIES
               THRU 1400-EXIT.
           PERFORM 1300-GET-CONTROL-RECORD
               THRU 1300-EXIT.
           MOVE LOW-VALUES TO PH-KEY.
           EXIT.
      *
      *****************************************************************
      * 1400-CHECK-PAY-RUN-ENTRIES -- NO CHECK PRINTS UNTIL A STEP   *
      * THAT WRITES CHECKS HAS POSTED ITS ENTRY ON THE PAYCTL CONTROL*
      * LEDGER FOR THE RUN DATE, AND NONE OF THOSE ENTRIES IS OUT OF *
      * BALANCE -- A FINAL-PAY OR RETRO-PAY DAY WITH NO TIMECARD RUN *
      * STILL PRINTS, BUT AN UNPROVED TIMECARD RUN NEVER DOES.  AN   *
      * OPERATOR OVERRIDE CARD WITH A USER ID                        *
      * AND REASON LETS THE RUN GO AHEAD; IT IS PRINTED ON THE RUN   *
      * LOG AND KEPT ON THIS STEP'S LEDGER ENTRY.                    *
      *****************************************************************
       1400-CHECK-PAY-RUN-ENTRIES.
           MOVE SPACES TO WS-BLOCK-CAUSE.
           MOVE ZERO   TO WS-ORIGINS-FOUND.
           PERFORM 1410-CHECK-ONE-ORIGIN
               THRU 1410-EXIT
               VARYING ORIGIN-SUB FROM 1 BY 1
               UNTIL ORIGIN-SUB > 4.
           IF WS-BLOCK-CAUSE = SPACES
              AND WS-ORIGINS-FOUND = ZERO
               MOVE 'NO PAY RUN ENTRY ON THE CONTROL LEDGER'
                   TO WS-BLOCK-CAUSE
           END-IF.
           IF WS-BLOCK-CAUSE = SPACES
               GO TO 1400-EXIT
           END-IF.
           IF WS-OVR-USERID = SPACES
              OR WS-OVR-REASON = SPACES
               DISPLAY 'PAYCHK - ' WS-BLOCK-CAUSE ' FOR '
                   WS-RUN-DATE-PARM ' - RUN STOPPED'
               GO TO 9999-EXIT
           END-IF.
           SET RAN-ON-OVERRIDE TO TRUE.
           MOVE WS-OVR-USERID  TO OVL-USERID.
           MOVE WS-OVR-REASON  TO OVL-REASON.
           MOVE WS-BLOCK-CAUSE TO OVL-CAUSE.
           WRITE PR-PRINT-LINE FROM OVERRIDE-LINE
               AFTER ADVANCING 1 LINE.
       1400-EXIT.
           EXIT.
      *
      * THE FIRST ENTRY FOUND OUT OF BALANCE NAMES THE CAUSE.
       1410-CHECK-ONE-ORIGIN.
           MOVE WS-RUN-DATE-PARM            TO CT-RUN-DATE.
           MOVE ORG-STEP-NAME (ORIGIN-SUB) TO CT-STEP-NAME.
           READ PAYCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT CT-FILE-OK
               GO TO 1410-EXIT
           END-IF.
           ADD 1 TO WS-ORIGINS-FOUND.
           IF CT-OUT-OF-BALANCE
              AND WS-BLOCK-CAUSE = SPACES
               STRING ORG-STEP-NAME (ORIGIN-SUB) DELIMITED BY SPACE
                      ' ENTRY IS OUT OF BALANCE' DELIMITED BY SIZE
                   INTO WS-BLOCK-CAUSE
           END-IF.
       1410-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2000-PRINT-RUN-CHECKS -- ONE PASS PER PAYHIST RECORD.  ONLY  *
      * THE RUN DATE'S UNPRINTED NORMAL CHECKS FOR EMPLOYEES NOT ON  *
      * ACTIVE DIRECT DEPOSIT GET PAPER.                             *
               PERFORM 3000-PRINT-ONE-CHECK
                   THRU 3000-EXIT
           END-IF.
           IF PH-RUN-DATE = WS-RUN-DATE-PARM
               PERFORM 2200-COUNT-DAY-CHECK
                   THRU 2200-EXIT
           END-IF.
           PERFORM 2100-READ-NEXT-HISTORY
               THRU 2100-EXIT.
       2000-EXIT.
       2100-EXIT.
           EXIT.
      *
      * THE DAY'S FIGURES FOR THE CONTROL LEDGER, TAKEN AFTER THIS
      * RUN HAS HAD ITS CHANCE TO PRINT THE CHECK.  A CHECK VOIDED
      * SINCE IT PRINTED STILL WENT OUT THE DOOR AND STILL COUNTS;
      * THE VOID'S REVERSAL ENTRY DOES NOT.
       2200-COUNT-DAY-CHECK.
           IF PH-MANUAL-CHECK
               ADD 1 TO WS-DAY-MANUAL-COUNT
               ADD PH-NET-PAY TO WS-DAY-MANUAL-AMOUNT
               GO TO 2200-EXIT
           END-IF.
           IF NOT PH-REVERSAL
              AND (PH-CHECK-ISSUED OR PH-CHECK-REPRINTED)
               ADD 1 TO WS-DAY-PRINTED-COUNT
               ADD PH-NET-PAY TO WS-DAY-PRINTED-AMOUNT
           END-IF.
       2200-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3000-PRINT-ONE-CHECK -- SKIP DIRECT DEPOSIT, ASSIGN THE      *
      * NUMBER, PRINT THE FACE, STAMP THE HISTORY, LOG THE REGISTER. *
      * AGAIN UNDER A FRESH NUMBER.                                  *
      *****************************************************************
       4000-PROCESS-REPRINT-CARDS.
           IF CARD-IN-HAND
               MOVE 'N' TO CARD-IN-HAND-SWITCH
           ELSE
               PERFORM 1200-READ-PARM-CARD
                   THRU 1200-EXIT
           END-IF.
           IF PARM-EOF
               GO TO 4000-EXIT
           END-IF.
           EXIT.
      *
      *****************************************************************
      * 8500-POST-CONTROL-ENTRY -- THE DAY'S PAPER AND MANUAL CHECKS *
      * ON THE PAYCTL CONTROL LEDGER.  EACH RUN REPLACES THE ENTRY   *
      * WITH THE WHOLE DAY, SO A SECOND RUN FOR REPRINTS OR A LATE   *
      * CHECK LEAVES IT RIGHT.  PAYGL AND PAYREG PROVE PAYTIME'S NET *
      * PAY AGAINST THESE FIGURES AND PAYACH'S SETTLEMENT TOTAL.     *
      *****************************************************************
       8500-POST-CONTROL-ENTRY.
           MOVE WS-RUN-DATE-PARM TO CT-RUN-DATE.
           MOVE 'PAYCHK  '       TO CT-STEP-NAME.
           READ PAYCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT CT-FILE-OK
               MOVE SPACES TO CT-PAYCTL-RECORD
               MOVE WS-RUN-DATE-PARM TO CT-RUN-DATE
               MOVE 'PAYCHK  '       TO CT-STEP-NAME
               MOVE ZERO TO CT-RUN-COUNT
           END-IF.
           MOVE 'B' TO CT-STATUS.
           MOVE WS-DAY-PRINTED-COUNT  TO CT-COUNT-1.
           MOVE WS-DAY-MANUAL-COUNT   TO CT-COUNT-2.
           MOVE WS-CHECKS-PRINTED     TO CT-COUNT-3.
           MOVE WS-DAY-PRINTED-AMOUNT TO CT-AMOUNT-1.
           MOVE WS-DAY-MANUAL-AMOUNT  TO CT-AMOUNT-2.
           MOVE ZERO                  TO CT-AMOUNT-3.
           ADD 1 TO CT-RUN-COUNT.
           ACCEPT CT-LAST-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-WORK FROM TIME.
           MOVE WS-CLOCK-HHMMSS TO CT-LAST-RUN-TIME.
           IF RAN-ON-OVERRIDE
               MOVE WS-OVR-USERID TO CT-OVERRIDE-USER
               MOVE WS-OVR-REASON TO CT-OVERRIDE-REASON
           END-IF.
           IF CT-FILE-OK
               REWRITE CT-PAYCTL-RECORD
           ELSE
               WRITE CT-PAYCTL-RECORD
           END-IF.
           IF NOT CT-FILE-OK
               DISPLAY 'PAYCHK - PAYCTL POST FAILED FOR '
                   WS-RUN-DATE-PARM ' STATUS ' CT-FILE-STATUS
           END-IF.
           MOVE SPACES TO CTL-LINE.
           MOVE 'CONTROL LEDGER - PAPER CHECKS FOR DAY:'
               TO CTL-CAPTION.
           MOVE WS-DAY-PRINTED-COUNT  TO CTL-COUNT.
           MOVE WS-DAY-PRINTED-AMOUNT TO CTL-AMOUNT.
           WRITE PR-PRINT-LINE FROM CTL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO CTL-LINE.
           MOVE 'CONTROL LEDGER - MANUAL CHECKS FOR DAY:'
               TO CTL-CAPTION.
           MOVE WS-DAY-MANUAL-COUNT   TO CTL-COUNT.
           MOVE WS-DAY-MANUAL-AMOUNT  TO CTL-AMOUNT.
           WRITE PR-PRINT-LINE FROM CTL-LINE
               AFTER ADVANCING 1 LINE.
       8500-EXIT.
           EXIT.
      *
      *****************************************************************
      * 9000-TERMINATE -- CLOSE UP AND GO HOME.                      *
      *****************************************************************
       9000-TERMINATE.
           CLOSE CHKREG-FILE.
           CLOSE EMPBANK-FILE.
           CLOSE EMPMAST-FILE.
           CLOSE PAYCTL-FILE.
           CLOSE CHECK-PRT.
           CLOSE PAYCHK-RPT.
       9000-EXIT.
//CHKREG   DD DSN=TSOECCC.CICSTS12.STUDENT.CHKREG,DISP=SHR
//EMPBANK  DD DSN=TSOECCC.CICSTS12.STUDENT.EMPBANK,DISP=SHR
//EMPMAST  DD DSN=TSOECCC.CICSTS12.STUDENT.EMPMAST,DISP=SHR
//PAYCTL   DD DSN=TSOECCC.CICSTS12.STUDENT.PAYCTL,DISP=SHR
//CHKPRINT DD SYSOUT=*
//SYSPRINT DD SYSOUT=*
