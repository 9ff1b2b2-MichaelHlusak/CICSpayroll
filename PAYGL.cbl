//* BURDEN (FICA MATCH, FUTA, SUTA) DEBITED BY DEPARTMENT
//* AND CREDITED TO THE EMPLOYER LIABILITY ACCOUNTS SO
//* ACCOUNTING STOPS BOOKING IT FROM A SPREADSHEET.
//* A CHECK PAYTIME SPLIT ACROSS DEPARTMENTS OR COST CENTERS
//* IS CHARGED BY ITS LABDIST RECORD; EVERY OTHER CHECK
//* CHARGES THE HOME DEPARTMENT STAMPED ON IT.
//* CHECK THE PROOF REPORT
//* SHOWS DEBITS EQUAL CREDITS BEFORE HANDING THE FILE TO
//* ACCOUNTING -- NOBODY RE-KEYS THE REGISTER ANY MORE.
//* THE JOURNAL WILL NOT BE CUT UNLESS THE PAYCTL PAYDAY
//* CONTROL LEDGER PROVES THE DAY: NO CHECK-WRITING STEP
//* (PAYTIME, PAYFINL, PAYRETRO, COM2CICS) OUT OF BALANCE AND
//* PAYCHK'S PAPER CHECKS PLUS PAYACH'S SETTLEMENT EQUAL TO
//* THEIR NET PAY TOGETHER.  MANUAL CHECKS PRINT ON THEIR
//* OWN LINE OUTSIDE THE PROOF.  TO RUN ANYWAY, ADD A SECOND
//* SYSIN CARD WITH 'OVERRIDE' IN COLS 1-8, YOUR USER ID IN
//* COLS 10-17 AND THE REASON IN COLS 19-48.
//* PLACE YOUR OWN LOADLIB/SRCLIB NAMES WHERE SHOWN.
//*********************************************************
//COB      EXEC PGM=IGYCRCTL
      * DEPARTMENT LIKE GROSS PAY AND THE MATCHING LIABILITY         *
      * ACCOUNTS ARE CREDITED, ALL INSIDE THE SAME IN-BALANCE PROOF. *
      *                                                               *
      * THE RUN STARTS ONLY WHEN THE PAYCTL PAYDAY CONTROL LEDGER    *
      * PROVES THE DAY'S DISBURSEMENTS AGAINST THE STEPS THAT WROTE  *
      * THE CHECKS, AND POSTS ITS CLEARING AND DEBIT/CREDIT TOTALS   *
      * THERE WHEN IT ENDS.                                          *
      *                                                               *
      * MODIFICATION HISTORY.                                        *
      *   08/22/26  HL   ORIGINAL PROGRAM.                           *
      *   09/02/26  HL   EMPLOYER-SIDE TAX ACCRUAL -- SOCIAL         *
      *                  SECURITY AND MEDICARE MATCH PLUS FUTA AND   *
      *                  SUTA, DEBITED BY DEPARTMENT AND CREDITED    *
      *                  TO THE EMPLOYER LIABILITY ACCOUNTS.         *
      *   10/15/26  HL   LABOR DISTRIBUTION -- A CHECK WITH A LABDIST *
      *                  RECORD DEBITS GROSS AND EMPLOYER TAX BY ITS *
      *                  LINES INSTEAD OF THE HOME DEPARTMENT.       *
      *   10/15/26  HL   PAYDAY CONTROL LEDGER -- THE JOURNAL IS CUT *
      *                  ONLY WHEN PAYCTL PROVES THE DAY'S CHECKS    *
      *                  AND DEPOSITS AGAINST PAYTIME (OR ON AN      *
      *                  OVERRIDE CARD); POSTS ITS TOTALS.           *
      *   10/15/26  HL   LEDGER PROOF TAKES THE NET PAY OF EVERY     *
      *                  CHECK-WRITING STEP -- PAYTIME, PAYFINL,     *
      *                  PAYRETRO AND COM2CICS -- AND PRINTS UNDER   *
      *                  THE HEADING WITH MANUAL CHECKS APART.       *
      *****************************************************************
       PROGRAM-ID. PAYGL.
       AUTHOR. HLUSAK.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS PH-FILE-STATUS.
           SELECT LABDIST-FILE ASSIGN TO LABDIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LD-KEY
               FILE STATUS IS LD-FILE-STATUS.
           SELECT GLFILE-FILE ASSIGN TO GLFILE
               FILE STATUS IS GL-FILE-STATUS.
           SELECT PAYCTL-FILE ASSIGN TO PAYCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-KEY
               FILE STATUS IS CT-FILE-STATUS.
           SELECT PAYGL-RPT ASSIGN TO SYSPRINT.
      *
       DATA DIVISION.
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY PAYHIST.
      *
       FD  LABDIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY LABDIST.
      *
       FD  GLFILE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY GLREC.
      *
       FD  PAYCTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY PAYCTL.
      *
       FD  PAYGL-RPT
           RECORDING MODE IS F
           88  PH-FILE-EOF              VALUE '10'.
       01  GL-FILE-STATUS          PIC X(02).
           88  GL-FILE-OK               VALUE '00'.
       01  LD-FILE-STATUS          PIC X(02).
           88  LD-FILE-OK               VALUE '00'.
       01  CT-FILE-STATUS          PIC X(02).
           88  CT-FILE-OK               VALUE '00'.
           88  CT-NOT-FOUND             VALUE '23'.
      *
       01  SWITCHES.
           05  END-OF-FILE-SWITCH  PIC X VALUE 'N'.
               88  END-OF-FILE          VALUE 'Y'.
           05  SLOT-FOUND-SWITCH   PIC X VALUE 'N'.
               88  SLOT-FOUND           VALUE 'Y'.
           05  OVERRIDE-USED-SWITCH PIC X VALUE 'N'.
               88  RAN-ON-OVERRIDE      VALUE 'Y'.
      *
       77  WS-RUN-DATE-PARM        PIC 9(08).
       77  WS-CHECKS-PICKED        PIC 9(07) COMP VALUE ZERO.
       77  WS-CHECKS-SPLIT         PIC 9(07) COMP VALUE ZERO.
       77  WS-LINES-WRITTEN        PIC 9(05) COMP VALUE ZERO.
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
      * THE CHART OF ACCOUNTS AS THE GL SIDE DEFINED IT.
       77  ACCT-GROSS-EXPENSE      PIC X(08) VALUE '61000000'.
       77  ACCT-FED-LIABILITY      PIC X(08) VALUE '22100000'.
               10  DT-GROSS        PIC S9(11)V99.
               10  DT-ER-TAX       PIC S9(11)V99.
       01  WS-DEPT-WORK            PIC X(04).
      *
      * ONE CHARGE AGAINST THE DEPARTMENT TABLE -- THE WHOLE CHECK
      * FOR THE HOME DEPARTMENT, OR ONE LABDIST LINE'S SHARE.  THE
      * EMPLOYER TAX FOLLOWS THE GROSS LINE FOR LINE, WITH THE LAST
      * LINE TAKING THE ROUNDING SO THE CHECK'S BURDEN POSTS WHOLE.
       77  LD-SUB                  PIC S9(04) COMP.
       77  WS-LINE-GROSS           PIC S9(09)V99.
       77  WS-LINE-ER-TAX          PIC S9(09)V99.
       77  WS-ER-TAX-SPREAD        PIC S9(09)V99.
      *
       01  WS-PROOF-TOTALS.
           05  WS-TOTAL-DEBITS     PIC S9(11)V99 VALUE ZERO.
           05  FILLER              PIC X(99) VALUE SPACES.
      *
       01  VERDICT-LINE            PIC X(132).
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
               THRU 5000-EXIT.
           PERFORM 8000-PRINT-PROOF
               THRU 8000-EXIT.
           PERFORM 8500-POST-CONTROL-ENTRY
               THRU 8500-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           GO TO 9999-EXIT.
                   PH-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT LABDIST-FILE.
           IF NOT LD-FILE-OK
               DISPLAY 'PAYGL - OPEN FAILED, LABDIST STATUS '
                   LD-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           ACCEPT WS-RUN-DATE-PARM FROM SYSIN.
           MOVE SPACES TO OVERRIDE-CARD.
           ACCEPT OVERRIDE-CARD FROM SYSIN.
           OPEN I-O PAYCTL-FILE.
           IF NOT CT-FILE-OK
               DISPLAY 'PAYGL - OPEN FAILED, PAYCTL STATUS '
                   CT-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           PERFORM 1050-CHECK-CONTROL-LEDGER
               THRU 1050-EXIT.
           IF WS-BLOCK-CAUSE NOT = SPACES
               PERFORM 1060-CHECK-OVERRIDE
                   THRU 1060-EXIT
           END-IF.
           OPEN OUTPUT GLFILE-FILE.
           IF NOT GL-FILE-OK
               DISPLAY 'PAYGL - OPEN FAILED, GLFILE STATUS '
               GO TO 9999-EXIT
           END-IF.
           OPEN OUTPUT PAYGL-RPT.
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
       1000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1050-CHECK-CONTROL-LEDGER -- NOTHING IS BOOKED UNTIL THE     *
      * PAYCTL CONTROL LEDGER PROVES THE DAY'S MONEY: AT LEAST ONE   *
      * STEP THAT WRITES CHECKS POSTED AND NONE OF THEM OUT OF       *
      * BALANCE, PAYCHK AND PAYACH BOTH POSTED, AND THE PAPER CHECKS *
      * PLUS THE ACH SETTLEMENT EQUAL TO THE NET PAY OF ALL THE      *
      * CHECK-WRITING STEPS TOGETHER.  MANUAL CHECKS ARE WRITTEN BY  *
      * HAND, NOT PAID BY PAYCHK OR PAYACH, SO THEY ARE LEFT OUT     *
      * OF THE PROOF AND PRINTED ON THEIR OWN LINE.  A FAILURE       *
      * LEAVES WS-BLOCK-CAUSE SET.                                   *
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
               DISPLAY 'PAYGL - ' WS-BLOCK-CAUSE ' FOR '
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
      * NORMAL AND VOIDED ORIGINALS ADD, REVERSALS SUBTRACT -- THE
      * SAME NETTING PAYREG USES, SO THE JOURNAL AGREES WITH THE
      * REGISTER ACCOUNTING ALREADY CHECKS.
           COMPUTE WS-ER-TAX-WORK =
              PH-SOC-SEC + WS-ER-MEDI-WORK +
              WS-ER-FUTA-WORK + WS-ER-SUTA-WORK.
      * A CHECK PAYTIME SPLIT ACROSS DEPARTMENTS CHARGES BY ITS
      * LABDIST LINES; ANY OTHER CHECK CHARGES THE HOME DEPARTMENT.
      * A REVERSAL CARRIES THE COPY PAYVOID MADE OF THE ORIGINAL'S
      * LINES, SO IT BACKS OUT OF THE SAME DEPARTMENTS.
           MOVE PH-KEY TO LD-KEY.
           READ LABDIST-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF LD-FILE-OK
              AND LD-LINE-COUNT NUMERIC
              AND LD-LINE-COUNT > ZERO
              AND PH-GROSS-PAY > ZERO
               ADD 1 TO WS-CHECKS-SPLIT
               MOVE ZERO TO WS-ER-TAX-SPREAD
               PERFORM 3300-CHARGE-ONE-LINE
                   THRU 3300-EXIT
                   VARYING LD-SUB FROM 1 BY 1
                   UNTIL LD-SUB > LD-LINE-COUNT
           ELSE
               MOVE PH-DEPT-CODE TO WS-DEPT-WORK
               MOVE PH-GROSS-PAY TO WS-LINE-GROSS
               MOVE WS-ER-TAX-WORK TO WS-LINE-ER-TAX
               PERFORM 3200-CHARGE-DEPT
                   THRU 3200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3200-CHARGE-DEPT -- ADD ONE CHARGE INTO THE DEPARTMENT TABLE *
      * UNDER WS-DEPT-WORK (BLANK POSTS AS 'NONE').                  *
      *****************************************************************
       3200-CHARGE-DEPT.
           IF WS-DEPT-WORK = SPACES
               MOVE 'NONE' TO WS-DEPT-WORK
           END-IF.
           MOVE 'N' TO SLOT-FOUND-SWITCH.
           PERFORM 3100-FIND-DEPT-SLOT
           IF SLOT-FOUND
               COMPUTE DT-GROSS (DEPT-SUB) =
                  DT-GROSS (DEPT-SUB) +
                  (WS-SIGN-WORK * WS-LINE-GROSS)
               COMPUTE DT-ER-TAX (DEPT-SUB) =
                  DT-ER-TAX (DEPT-SUB) +
                  (WS-SIGN-WORK * WS-LINE-ER-TAX)
           ELSE
               DISPLAY 'PAYGL - DEPARTMENT TABLE FULL, '
                   WS-DEPT-WORK ' DROPPED - JOURNAL WILL NOT '
                   'BALANCE'
           END-IF.
       3200-EXIT.
           EXIT.
      *
      * ONE LABDIST LINE -- ITS GROSS AS PAYTIME SPREAD IT, AND THE
      * SAME SHARE OF THE CHECK'S EMPLOYER TAX.  THE LAST LINE TAKES
      * WHAT IS LEFT OF THE TAX SO THE CHECK'S BURDEN POSTS WHOLE.
       3300-CHARGE-ONE-LINE.
           MOVE LD-DEPT-CODE (LD-SUB) TO WS-DEPT-WORK.
           MOVE LD-GROSS (LD-SUB) TO WS-LINE-GROSS.
           IF LD-SUB = LD-LINE-COUNT
               COMPUTE WS-LINE-ER-TAX =
                  WS-ER-TAX-WORK - WS-ER-TAX-SPREAD
           ELSE
               COMPUTE WS-LINE-ER-TAX ROUNDED =
                  WS-ER-TAX-WORK * LD-GROSS (LD-SUB)
                  / PH-GROSS-PAY
               ADD WS-LINE-ER-TAX TO WS-ER-TAX-SPREAD
           END-IF.
           PERFORM 3200-CHARGE-DEPT
               THRU 3200-EXIT.
       3300-EXIT.
           EXIT.
      *
       3100-FIND-DEPT-SLOT.
               AFTER ADVANCING 2 LINES.
       8000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 8500-POST-CONTROL-ENTRY -- THIS RUN'S FIGURES ON THE PAYCTL  *
      * CONTROL LEDGER, REPLACING ANY EARLIER RUN FOR THE SAME DATE.  *
      *****************************************************************
       8500-POST-CONTROL-ENTRY.
           MOVE WS-RUN-DATE-PARM TO CT-RUN-DATE.
           MOVE 'PAYGL   '       TO CT-STEP-NAME.
           READ PAYCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT CT-FILE-OK
               MOVE SPACES TO CT-PAYCTL-RECORD
               MOVE WS-RUN-DATE-PARM TO CT-RUN-DATE
               MOVE 'PAYGL   '       TO CT-STEP-NAME
               MOVE ZERO TO CT-RUN-COUNT
           END-IF.
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               MOVE 'B' TO CT-STATUS
           ELSE
               MOVE 'U' TO CT-STATUS
           END-IF.
           MOVE WS-CHECKS-PICKED TO CT-COUNT-1.
           MOVE ZERO             TO CT-COUNT-2.
           MOVE ZERO             TO CT-COUNT-3.
           MOVE WS-BKT-NET       TO CT-AMOUNT-1.
           MOVE WS-TOTAL-DEBITS  TO CT-AMOUNT-2.
           MOVE WS-TOTAL-CREDITS TO CT-AMOUNT-3.
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
               DISPLAY 'PAYGL - PAYCTL POST FAILED FOR '
                   WS-RUN-DATE-PARM ' STATUS ' CT-FILE-STATUS
           END-IF.
       8500-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           CLOSE PAYHIST-FILE.
           CLOSE LABDIST-FILE.
           CLOSE GLFILE-FILE.
           CLOSE PAYCTL-FILE.
           CLOSE PAYGL-RPT.
       9000-EXIT.
           EXIT.
//SYSPRINT DD SYSOUT=*
//GO       EXEC PGM=PAYGL,COND=((5,LT,COB),(5,LT,LKED))
//PAYHIST  DD DSN=TSOECCC.CICSTS12.STUDENT.PAYHIST,DISP=SHR
//LABDIST  DD DSN=TSOECCC.CICSTS12.STUDENT.LABDIST,DISP=SHR
//PAYCTL   DD DSN=TSOECCC.CICSTS12.STUDENT.PAYCTL,DISP=SHR
//GLFILE   DD DSN=TSOECCC.CICSTS12.STUDENT.GLFILE(+1),
//            DISP=(NEW,CATLG,DELETE),UNIT=SYSDA,
//            SPACE=(TRK,(5,5)),DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
