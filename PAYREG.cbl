//* SUPPLY THE RUN DATE TO REPORT ON (YYYYMMDD) ON THE
//* //GO.SYSIN CARD BELOW -- IT HAS TO MATCH THE RUN DATE
//* CICSMAPP STAMPED ONTO THE PAYHIST RECORDS FOR THAT DAY'S
//* CHECKS.  THE REGISTER WILL NOT PRINT UNLESS THE PAYCTL
//* PAYDAY CONTROL LEDGER PROVES THE DAY: NO CHECK-WRITING
//* STEP (PAYTIME, PAYFINL, PAYRETRO, COM2CICS) OUT OF
//* BALANCE AND PAYCHK'S PAPER CHECKS PLUS PAYACH'S
//* SETTLEMENT EQUAL TO THEIR NET PAY TOGETHER.  MANUAL
//* CHECKS PRINT ON THEIR OWN LINE OUTSIDE THE PROOF.  TO
//* RUN ANYWAY, ADD A SECOND SYSIN CARD WITH 'OVERRIDE' IN
//* COLS 1-8, YOUR USER ID IN COLS 10-17 AND THE REASON IN
//* COLS 19-48.
//* PLACE YOUR OWN LOADLIB/SRCLIB NAMES WHERE SHOWN.
//*********************************************************
//COB      EXEC PGM=IGYCRCTL
//STEPLIB  DD DSN=IGY.SIGYCOMP,DISP=SHR
      * READS THE PAYHIST FILE WRITTEN BY CICSMAPP FOR A SINGLE RUN   *
      * DATE AND PRINTS A PAYROLL REGISTER -- ONE LINE PER EMPLOYEE   *
      * CHECK PLUS A GRAND-TOTAL LINE -- FOR HANDING TO ACCOUNTING.   *
      * IT PRINTS ONLY WHEN THE PAYCTL PAYDAY CONTROL LEDGER PROVES   *
      * THE DAY'S DISBURSEMENTS AGAINST THE STEPS THAT WROTE THE      *
      * CHECKS, AND POSTS ITS NET AND GROSS TOTALS THERE WHEN IT      *
      * ENDS.                                                         *
      *                                                               *
      * MODIFICATION HISTORY.                                        *
      *   05/12/23  HL   ORIGINAL PROGRAM.                            *
      *   09/02/26  HL   MANUAL CHECKS FROM THE MANCHK SCREEN SHOWN   *
      *                  WITH THEIR OWN TYPE IN THE CHECK TYPE        *
      *                  COLUMN.                                      *
      *   10/15/26  HL   EARNINGS COLUMN FLAGS BONUS AND COMMISSION   *
      *                  CHECKS, WITH THEIR GROSS TOTALED ON ITS OWN  *
      *                  LINE.                                        *
      *   10/15/26  HL   PAYDAY CONTROL LEDGER -- THE REGISTER        *
      *                  PRINTS ONLY WHEN PAYCTL PROVES THE DAY'S     *
      *                  CHECKS AND DEPOSITS AGAINST PAYTIME (OR ON   *
      *                  AN OVERRIDE CARD); POSTS ITS TOTALS.         *
      *   10/15/26  HL   LEDGER PROOF TAKES THE NET PAY OF EVERY      *
      *                  CHECK-WRITING STEP -- PAYTIME, PAYFINL,      *
      *                  PAYRETRO AND COM2CICS -- AND PRINTS UNDER    *
      *                  THE HEADING WITH MANUAL CHECKS APART.        *
      *****************************************************************
       PROGRAM-ID. PAYREG.
       AUTHOR. HLUSAK.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS PH-FILE-STATUS.
           SELECT PAYCTL-FILE ASSIGN TO PAYCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-KEY
               FILE STATUS IS CT-FILE-STATUS.
           SELECT PAYREG-RPT ASSIGN TO SYSPRINT.
      *
       DATA DIVISION.
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY PAYHIST.
      *
       FD  PAYCTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY PAYCTL.
      *
       FD  PAYREG-RPT
           RECORDING MODE IS F
       01  PH-FILE-STATUS          PIC X(02).
           88  PH-FILE-OK               VALUE '00'.
           88  PH-FILE-EOF              VALUE '10'.
       01  CT-FILE-STATUS          PIC X(02).
           88  CT-FILE-OK               VALUE '00'.
           88  CT-NOT-FOUND             VALUE '23'.
      *
       01  SWITCHES.
           05  END-OF-FILE-SWITCH  PIC X VALUE 'N'.
               88  END-OF-FILE          VALUE 'Y'.
           05  OVERRIDE-USED-SWITCH PIC X VALUE 'N'.
               88  RAN-ON-OVERRIDE      VALUE 'Y'.
      *
       77  WS-RUN-DATE-PARM        PIC 9(08).
       77  WS-EMPLOYEE-COUNT       PIC 9(05) COMP VALUE ZERO.
      *
      * THE CONTROL LEDGER PROOF MADE BEFORE THE RUN STARTS.
       77  WS-LEDGER-NET           PIC S9(11)V99 VALUE ZERO.
       77  WS-LEDGER-PAID          PIC S9(11)V99 VALUE ZERO.
       77  WS-LEDGER-MANUAL        PIC S9(11)V99 VALUE ZERO.
       77  WS-BLOCK-CAUSE          PIC X(40) VALUE SPACES.
       01  WS-CLOCK-WORK           PIC 9(08).
       01  FILLER REDEFINES WS-CLOCK-WORK.
           05  WS-CLOCK-HHMMSS     PIC 9(06).
           05  FILLER              PIC 9(02).
      *
      * THE STEPS THAT WRITE THE NORMAL CHECKS PAYCHK AND PAYACH PAY
      * -- THE TIMECARD RUN, THE FINAL-PAY AND RETRO-PAY SETTLEMENTS,
      * AND THE COM2CICS PAYROLL SCREEN.  THEIR NETS TOGETHER ARE
      * WHAT THE PAPER CHECKS AND THE ACH SETTLEMENT HAVE TO EQUAL.
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
      * OPTIONAL SECOND SYSIN CARD -- OPERATOR OVERRIDE OF THE
      * CONTROL LEDGER CHECK.
       01  OVERRIDE-CARD.
           05  OVR-KEYWORD         PIC X(08).
               88  OVERRIDE-GIVEN       VALUE 'OVERRIDE'.
           05  FILLER              PIC X(01).
           05  OVR-USERID          PIC X(08).
           05  FILLER              PIC X(01).
           05  OVR-REASON          PIC X(30).
           05  FILLER              PIC X(32).
      *
       01  WS-TOTALS.
           05  WS-TOTAL-GROSS      PIC S9(09)V99 VALUE ZERO.
           05  WS-TOTAL-401K       PIC S9(09)V99 VALUE ZERO.
           05  WS-TOTAL-INSURANCE  PIC S9(09)V99 VALUE ZERO.
           05  WS-TOTAL-GARNISH    PIC S9(09)V99 VALUE ZERO.
           05  WS-TOTAL-SUPP       PIC S9(09)V99 VALUE ZERO.
      *
       77  WS-DEDUCTS-WORK         PIC S9(08)V99.
      *
           05  FILLER              PIC X(12) VALUE 'NET PAY'.
           05  FILLER              PIC X(12) VALUE 'DEDUCTS'.
           05  FILLER              PIC X(10) VALUE '  TYPE'.
           05  FILLER              PIC X(08) VALUE 'EARNINGS'.
      *
       01  DTL-LINE.
           05  DTL-EMP-NAME        PIC X(30).
           05  DTL-DEDUCTS         PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-CHECK-TYPE      PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-EARNINGS        PIC X(08).
      *
       01  TOT-LINE.
           05  FILLER              PIC X(30) VALUE 'GRAND TOTAL'.
               'EMPLOYEES PAID: '.
           05  CNT-EMPLOYEE-COUNT  PIC ZZ,ZZ9.
           05  FILLER              PIC X(100) VALUE SPACES.
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
           05  CTL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(77) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *****************************************************************
               UNTIL END-OF-FILE.
           PERFORM 8000-PRINT-TOTALS
               THRU 8000-EXIT.
           PERFORM 8500-POST-CONTROL-ENTRY
               THRU 8500-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           GO TO 9999-EXIT.
                   PH-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           ACCEPT WS-RUN-DATE-PARM FROM SYSIN.
           MOVE SPACES TO OVERRIDE-CARD.
           ACCEPT OVERRIDE-CARD FROM SYSIN.
           OPEN I-O PAYCTL-FILE.
           IF NOT CT-FILE-OK
               DISPLAY 'PAYREG - OPEN FAILED, PAYCTL STATUS '
                   CT-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           PERFORM 1050-CHECK-CONTROL-LEDGER
               THRU 1050-EXIT.
           IF WS-BLOCK-CAUSE NOT = SPACES
               PERFORM 1060-CHECK-OVERRIDE
                   THRU 1060-EXIT
           END-IF.
           OPEN OUTPUT PAYREG-RPT.
           MOVE WS-RUN-DATE-PARM TO HDG-RUN-DATE.
           WRITE PR-PRINT-LINE FROM HDG-LINE-1
               AFTER ADVANCING PAGE.
           IF RAN-ON-OVERRIDE
               WRITE PR-PRINT-LINE FROM OVERRIDE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 1080-PRINT-LEDGER-PROOF
               THRU 1080-EXIT.
           WRITE PR-PRINT-LINE FROM HDG-LINE-2
               AFTER ADVANCING 2 LINES.
           PERFORM 2100-READ-PAYHIST
           EXIT.
      *
      *****************************************************************
      * 1050-CHECK-CONTROL-LEDGER -- NOTHING IS BOOKED UNTIL THE      *
      * PAYCTL CONTROL LEDGER PROVES THE DAY'S MONEY: AT LEAST ONE    *
      * STEP THAT WRITES CHECKS POSTED AND NONE OF THEM OUT OF        *
      * BALANCE, PAYCHK AND PAYACH BOTH POSTED, AND THE PAPER CHECKS  *
      * PLUS THE ACH SETTLEMENT EQUAL TO THE NET PAY OF ALL THE       *
      * CHECK-WRITING STEPS TOGETHER.  MANUAL CHECKS ARE WRITTEN BY   *
      * HAND, NOT PAID BY PAYCHK OR PAYACH, SO THEY ARE LEFT OUT      *
      * OF THE PROOF AND PRINTED ON THEIR OWN LINE.  A FAILURE        *
      * LEAVES WS-BLOCK-CAUSE SET.                                    *
      *****************************************************************
       1050-CHECK-CONTROL-LEDGER.
           MOVE SPACES TO WS-BLOCK-CAUSE.
           MOVE ZERO   TO WS-LEDGER-NET.
           MOVE ZERO   TO WS-LEDGER-PAID.
           MOVE ZERO   TO WS-LEDGER-MANUAL.
           MOVE ZERO   TO WS-ORIGINS-FOUND.
           PERFORM 1070-ADD-ONE-ORIGIN
               THRU 1070-EXIT
               VARYING ORIGIN-SUB FROM 1 BY 1
               UNTIL ORIGIN-SUB > 4.
           IF WS-BLOCK-CAUSE NOT = SPACES
               GO TO 1050-EXIT
           END-IF.
           IF WS-ORIGINS-FOUND = ZERO
               MOVE 'NO PAY RUN ENTRY ON THE CONTROL LEDGER'
                   TO WS-BLOCK-CAUSE
               GO TO 1050-EXIT
           END-IF.
           MOVE WS-RUN-DATE-PARM TO CT-RUN-DATE.
           MOVE 'PAYCHK  ' TO CT-STEP-NAME.
           READ PAYCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT CT-FILE-OK
               MOVE 'NO PAYCHK ENTRY ON THE CONTROL LEDGER'
                   TO WS-BLOCK-CAUSE
               GO TO 1050-EXIT
           END-IF.
           MOVE CT-AMOUNT-1 TO WS-LEDGER-PAID.
           MOVE CT-AMOUNT-2 TO WS-LEDGER-MANUAL.
           MOVE 'PAYACH  ' TO CT-STEP-NAME.
           READ PAYCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT CT-FILE-OK
               MOVE 'NO PAYACH ENTRY ON THE CONTROL LEDGER'
                   TO WS-BLOCK-CAUSE
               GO TO 1050-EXIT
           END-IF.
           ADD CT-AMOUNT-1 TO WS-LEDGER-PAID.
           IF WS-LEDGER-PAID NOT = WS-LEDGER-NET
               MOVE 'PAPER PLUS ACH NOT EQUAL TO PAY RUN NETS'
                   TO WS-BLOCK-CAUSE
           END-IF.
       1050-EXIT.
           EXIT.
      *
      * A FAILED PROOF STOPS THE RUN UNLESS AN OPERATOR OVERRIDE
      * CARD SAYS WHO LET IT GO AND WHY.
       1060-CHECK-OVERRIDE.
           IF NOT OVERRIDE-GIVEN
              OR OVR-USERID = SPACES
              OR OVR-REASON = SPACES
               DISPLAY 'PAYREG - ' WS-BLOCK-CAUSE ' FOR '
                   WS-RUN-DATE-PARM ' - RUN STOPPED'
               GO TO 9999-EXIT
           END-IF.
           SET RAN-ON-OVERRIDE TO TRUE.
           MOVE OVR-USERID     TO OVL-USERID.
           MOVE OVR-REASON     TO OVL-REASON.
           MOVE WS-BLOCK-CAUSE TO OVL-CAUSE.
       1060-EXIT.
           EXIT.
      *
      * ONE CHECK-WRITING STEP'S NET PAY INTO THE DAY'S TOTAL.  THE
      * FIRST ENTRY FOUND OUT OF BALANCE NAMES THE CAUSE.
       1070-ADD-ONE-ORIGIN.
           MOVE WS-RUN-DATE-PARM            TO CT-RUN-DATE.
           MOVE ORG-STEP-NAME (ORIGIN-SUB) TO CT-STEP-NAME.
           READ PAYCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT CT-FILE-OK
               GO TO 1070-EXIT
           END-IF.
           ADD 1 TO WS-ORIGINS-FOUND.
           ADD CT-AMOUNT-2 TO WS-LEDGER-NET.
           IF CT-OUT-OF-BALANCE
              AND WS-BLOCK-CAUSE = SPACES
               STRING ORG-STEP-NAME (ORIGIN-SUB) DELIMITED BY SPACE
                      ' ENTRY IS OUT OF BALANCE' DELIMITED BY SIZE
                   INTO WS-BLOCK-CAUSE
           END-IF.
       1070-EXIT.
           EXIT.
      *
      * THE PROOF AS THE LEDGER SHOWED IT, UNDER THE HEADING.
       1080-PRINT-LEDGER-PROOF.
           MOVE SPACES TO CTL-LINE.
           MOVE 'CONTROL LEDGER - PAY RUN NET PAY:' TO CTL-CAPTION.
           MOVE WS-LEDGER-NET TO CTL-AMOUNT.
           WRITE PR-PRINT-LINE FROM CTL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO CTL-LINE.
           MOVE 'CONTROL LEDGER - PAPER PLUS ACH:' TO CTL-CAPTION.
           MOVE WS-LEDGER-PAID TO CTL-AMOUNT.
           WRITE PR-PRINT-LINE FROM CTL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CTL-LINE.
           MOVE 'CONTROL LEDGER - MANUAL CHECKS, APART:'
               TO CTL-CAPTION.
           MOVE WS-LEDGER-MANUAL TO CTL-AMOUNT.
           WRITE PR-PRINT-LINE FROM CTL-LINE
               AFTER ADVANCING 1 LINE.
       1080-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2000-PROCESS-PAYHIST -- ONE PASS PER PAYHIST RECORD.          *
      *****************************************************************
       2000-PROCESS-PAYHIST.
               WHEN OTHER
                   MOVE SPACES TO DTL-CHECK-TYPE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN PH-BONUS-PAY
                   MOVE 'BONUS' TO DTL-EARNINGS
               WHEN PH-COMMISSION-PAY
                   MOVE 'COMMISSN' TO DTL-EARNINGS
               WHEN OTHER
                   MOVE SPACES TO DTL-EARNINGS
           END-EVALUATE.
           WRITE PR-PRINT-LINE FROM DTL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-EMPLOYEE-COUNT.
      *
      * A PAYVOID REVERSAL ENTRY BACKS ITS CHECK OUT OF THE REGISTER,
      * SO ITS AMOUNTS COME OFF THE TOTALS INSTEAD OF GOING ON.
      * BONUS AND COMMISSION GROSS IS ALSO CARRIED ON ITS OWN, SO
      * THE SUPPLEMENTAL WAGES TAXED AT THE FLAT RATE CAN BE TIED
      * OUT SEPARATELY FROM THE REGULAR PAY IN THE GRAND TOTAL.
       2300-ACCUMULATE-TOTALS.
           IF PH-REVERSAL
               SUBTRACT PH-GROSS-PAY    FROM WS-TOTAL-GROSS
                   FROM WS-TOTAL-INSURANCE
               SUBTRACT PH-DEDUCT-GARNISH FROM WS-TOTAL-GARNISH
               SUBTRACT WS-DEDUCTS-WORK FROM WS-TOTAL-DEDUCTS
               IF PH-SUPPLEMENTAL-PAY
                   SUBTRACT PH-GROSS-PAY FROM WS-TOTAL-SUPP
               END-IF
           ELSE
               ADD PH-GROSS-PAY    TO WS-TOTAL-GROSS
               ADD PH-FED-TAX      TO WS-TOTAL-FED-TAX
               ADD PH-DEDUCT-INSURANCE TO WS-TOTAL-INSURANCE
               ADD PH-DEDUCT-GARNISH TO WS-TOTAL-GARNISH
               ADD WS-DEDUCTS-WORK TO WS-TOTAL-DEDUCTS
               IF PH-SUPPLEMENTAL-PAY
                   ADD PH-GROSS-PAY TO WS-TOTAL-SUPP
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.
           MOVE SPACES TO DED-TOT-LINE.
           MOVE 'GARNISHMENTS WITHHELD:' TO DED-TOT-CAPTION.
           MOVE WS-TOTAL-GARNISH TO DED-TOT-AMOUNT.
           WRITE PR-PRINT-LINE FROM DED-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO DED-TOT-LINE.
           MOVE 'BONUS/COMMISSION GROSS:' TO DED-TOT-CAPTION.
           MOVE WS-TOTAL-SUPP TO DED-TOT-AMOUNT.
           WRITE PR-PRINT-LINE FROM DED-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CNT-LINE.
           EXIT.
      *
      *****************************************************************
      * 8500-POST-CONTROL-ENTRY -- THIS RUN'S FIGURES ON THE PAYCTL   *
      * CONTROL LEDGER, REPLACING ANY EARLIER RUN FOR THE SAME DATE.  *
      *****************************************************************
       8500-POST-CONTROL-ENTRY.
           MOVE WS-RUN-DATE-PARM TO CT-RUN-DATE.
           MOVE 'PAYREG  '       TO CT-STEP-NAME.
           READ PAYCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT CT-FILE-OK
               MOVE SPACES TO CT-PAYCTL-RECORD
               MOVE WS-RUN-DATE-PARM TO CT-RUN-DATE
               MOVE 'PAYREG  '       TO CT-STEP-NAME
               MOVE ZERO TO CT-RUN-COUNT
           END-IF.
           MOVE 'B' TO CT-STATUS.
           MOVE WS-EMPLOYEE-COUNT TO CT-COUNT-1.
           MOVE ZERO              TO CT-COUNT-2.
           MOVE ZERO              TO CT-COUNT-3.
           MOVE WS-TOTAL-NET-PAY  TO CT-AMOUNT-1.
           MOVE WS-TOTAL-GROSS    TO CT-AMOUNT-2.
           MOVE ZERO              TO CT-AMOUNT-3.
           ADD 1 TO CT-RUN-COUNT.
           ACCEPT CT-LAST-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-WORK FROM TIME.
           MOVE WS-CLOCK-HHMMSS TO CT-LAST-RUN-TIME.
           IF RAN-ON-OVERRIDE
               MOVE OVR-USERID TO CT-OVERRIDE-USER
               MOVE OVR-REASON TO CT-OVERRIDE-REASON
           END-IF.
           IF CT-FILE-OK
               REWRITE CT-PAYCTL-RECORD
           ELSE
               WRITE CT-PAYCTL-RECORD
           END-IF.
           IF NOT CT-FILE-OK
               DISPLAY 'PAYREG - PAYCTL POST FAILED FOR '
                   WS-RUN-DATE-PARM ' STATUS ' CT-FILE-STATUS
           END-IF.
       8500-EXIT.
           EXIT.
      *
      *****************************************************************
      * 9000-TERMINATE -- CLOSE UP AND GO HOME.                       *
      *****************************************************************
       9000-TERMINATE.
           CLOSE PAYHIST-FILE.
           CLOSE PAYCTL-FILE.
           CLOSE PAYREG-RPT.
       9000-EXIT.
           EXIT.
//SYSPRINT DD SYSOUT=*
//GO       EXEC PGM=PAYREG,COND=((5,LT,COB),(5,LT,LKED))
//PAYHIST  DD DSN=TSOECCC.CICSTS12.STUDENT.PAYHIST,DISP=SHR
//PAYCTL   DD DSN=TSOECCC.CICSTS12.STUDENT.PAYCTL,DISP=SHR
//SYSPRINT DD SYSOUT=*
//SYSIN    DD *
20260101
