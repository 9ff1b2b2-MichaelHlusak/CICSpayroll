//PAYBALJ  JOB  TIME=(,2)
//*********************************************************
//* COMPILE, LINK, AND RUN THE PAYDAY BALANCING REPORT OFF
//* THE PAYCTL PAYDAY CONTROL LEDGER.  SUPPLY THE RUN DATE
//* (YYYYMMDD) ON THE //GO.SYSIN CARD -- THE SAME CARD THE
//* PAYDAY STEPS TAKE.  RUN IT AS OFTEN AS YOU LIKE DURING
//* THE DAY; IT ONLY READS THE LEDGER.
//* THE REPORT LAYS TCCUT, PAYTIME, PAYCHK, PAYACH, PAYGL
//* AND PAYREG SIDE BY SIDE, LISTS THE OTHER STEPS THAT
//* WRITE CHECKS (PAYFINL, PAYRETRO AND THE COM2CICS
//* SCREEN) UNDER THEM, PROVES THE COUNTS AND DOLLARS
//* THAT HAVE TO AGREE FROM ONE STEP TO THE NEXT, AND LISTS
//* EVERY STEP THAT RAN ON AN OPERATOR OVERRIDE CARD.
//* PLACE YOUR OWN LOADLIB/SRCLIB NAMES WHERE SHOWN.
//*********************************************************
//COB      EXEC PGM=IGYCRCTL
//STEPLIB  DD DSN=IGY.SIGYCOMP,DISP=SHR
//SYSLIB   DD DSN=HLUSAK.COBOL@2,DISP=SHR
//SYSIN    DD *
       IDENTIFICATION DIVISION.
      *****************************************************************
      * PROGRAM-ID.   PAYBAL.                                        *
      * AUTHOR.       HLUSAK.                                        *
      * DATE-WRITTEN. 10/15/26.                                      *
      *                                                               *
      * PAYDAY BALANCING REPORT.  READS THE PAYCTL CONTROL LEDGER    *
      * ENTRIES FOR ONE RUN DATE AND PRINTS THE SIX PAYDAY STEPS IN  *
      * COLUMNS, ONE COLUMN PER STEP IN PAYDAY ORDER, WITH A ROW FOR *
      * EACH COUNT AND DOLLAR TOTAL.  THE OTHER STEPS THAT WRITE     *
      * CHECKS FOR PAYCHK AND PAYACH TO PAY -- PAYFINL, PAYRETRO AND *
      * THE COM2CICS SCREEN -- ARE LISTED UNDER THE MATRIX.  A STEP  *
      * WITH NO ENTRY SHOWS NOT RUN.                                 *
      * THE PROOFS UNDER THE MATRIX ARE:                             *
      *   TCCUT'S EXTRACT AGAINST THE TIMECARDS PAYTIME READ;        *
      *   THE NET PAY OF EVERY STEP THAT WROTE CHECKS AGAINST        *
      *   PAYCHK'S PAPER CHECKS PLUS                                 *
      *   PAYACH'S SETTLEMENT -- THE SAME PROOF PAYGL AND PAYREG     *
      *   MAKE BEFORE THEY START;                                    *
      *   EVERYTHING DISBURSED -- PAPER, ACH AND THE MANUAL CHECKS   *
      *   WRITTEN OUTSIDE PAYTIME -- AGAINST THE REGISTER'S NET PAY; *
      *   THE REGISTER'S NET PAY AGAINST THE GL PAYROLL CLEARING     *
      *   CREDIT, AND THE GL JOURNAL'S DEBITS AGAINST ITS CREDITS.   *
      * A CHECK VOIDED ON THE PAYDAY ITSELF NETS OUT OF THE REGISTER *
      * BUT NOT OUT OF WHAT WENT OUT THE DOOR, SO IT SHOWS AS A      *
      * DIFFERENCE ON THE DISBURSEMENT PROOF EQUAL TO THE VOID.      *
      * PROOFS WAITING ON A STEP THAT HAS NOT RUN PRINT AS OPEN.      *
      *                                                               *
      * MODIFICATION HISTORY.                                        *
      *   10/15/26  HL   ORIGINAL PROGRAM.                           *
      *   10/15/26  HL   PAYFINL, PAYRETRO AND COM2CICS ENTRIES      *
      *                  LISTED UNDER THE MATRIX; THEIR NET PAY JOINS*
      *                  PAYTIME'S IN THE PAPER-PLUS-ACH PROOF.      *
      *****************************************************************
       PROGRAM-ID. PAYBAL.
       AUTHOR. HLUSAK.
       DATE-WRITTEN. 10/15/26.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYCTL-FILE ASSIGN TO PAYCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-KEY
               FILE STATUS IS CT-FILE-STATUS.
           SELECT PAYBAL-RPT ASSIGN TO SYSPRINT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PAYCTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY PAYCTL.
      *
       FD  PAYBAL-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  PR-PRINT-LINE           PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  CT-FILE-STATUS          PIC X(02).
           88  CT-FILE-OK               VALUE '00'.
           88  CT-NOT-FOUND             VALUE '23'.
      *
       01  SWITCHES.
           05  PROOF-READY-SWITCH  PIC X VALUE 'N'.
               88  PROOF-READY          VALUE 'Y'.
           05  PROOF-COUNT-SWITCH  PIC X VALUE 'N'.
               88  PROOF-IS-COUNT       VALUE 'Y'.
      *
       77  WS-RUN-DATE-PARM        PIC 9(08).
       77  STEP-SUB                PIC S9(04) COMP.
       77  CELL-SUB                PIC S9(04) COMP.
       77  WS-STEPS-RUN            PIC 9(03) COMP VALUE ZERO.
       77  WS-STEPS-UNBALANCED     PIC 9(03) COMP VALUE ZERO.
       77  WS-PROOFS-FAILED        PIC 9(03) COMP VALUE ZERO.
       77  WS-PROOFS-OPEN          PIC 9(03) COMP VALUE ZERO.
       77  WS-OVERRIDES            PIC 9(03) COMP VALUE ZERO.
       77  WS-PAY-RUNS-FOUND       PIC 9(03) COMP VALUE ZERO.
       77  CELL-COUNT              PIC 9(07).
       77  CELL-AMOUNT             PIC S9(11)V99.
       77  PROOF-LEFT              PIC S9(11)V99.
       77  PROOF-RIGHT             PIC S9(11)V99.
       77  PROOF-DIFF              PIC S9(11)V99.
      *
      * THE PAYDAY STEPS IN THE ORDER THEY RUN, WHICH IS THE ORDER
      * OF THE COLUMNS.  THE PROOFS BELOW ADDRESS THE STEPS BY
      * THEIR PLACE HERE: 1 TCCUT, 2 PAYTIME, 3 PAYCHK, 4 PAYACH,
      * 5 PAYGL, 6 PAYREG.  7 PAYFINL, 8 PAYRETRO AND 9 COM2CICS
      * ARE THE OTHER STEPS THAT WRITE CHECKS; THEY ARE LISTED
      * UNDER THE MATRIX, NOT IN IT.
       01  STEP-NAME-TABLE.
           05  FILLER              PIC X(08) VALUE 'TCCUT   '.
           05  FILLER              PIC X(08) VALUE 'PAYTIME '.
           05  FILLER              PIC X(08) VALUE 'PAYCHK  '.
           05  FILLER              PIC X(08) VALUE 'PAYACH  '.
           05  FILLER              PIC X(08) VALUE 'PAYGL   '.
           05  FILLER              PIC X(08) VALUE 'PAYREG  '.
           05  FILLER              PIC X(08) VALUE 'PAYFINL '.
           05  FILLER              PIC X(08) VALUE 'PAYRETRO'.
           05  FILLER              PIC X(08) VALUE 'COM2CICS'.
       01  STEP-NAME-TABLE-R REDEFINES STEP-NAME-TABLE.
           05  STN-NAME            OCCURS 9 TIMES PIC X(08).
      *
      * EACH STEP'S LEDGER ENTRY AS READ.  ST-FOUND IS 'N' FOR A
      * STEP THAT HAS NOT POSTED FOR THE RUN DATE.
       01  STEP-TABLE.
           05  STEP-ENTRY          OCCURS 9 TIMES.
               10  ST-FOUND        PIC X(01).
                   88  ST-ON-LEDGER     VALUE 'Y'.
               10  ST-STATUS       PIC X(01).
                   88  ST-OUT-OF-BALANCE VALUE 'U'.
               10  ST-COUNT-1      PIC 9(07).
               10  ST-COUNT-2      PIC 9(07).
               10  ST-COUNT-3      PIC 9(07).
               10  ST-AMOUNT-1     PIC S9(11)V99.
               10  ST-AMOUNT-2     PIC S9(11)V99.
               10  ST-AMOUNT-3     PIC S9(11)V99.
               10  ST-LAST-RUN-DATE PIC 9(08).
               10  ST-LAST-RUN-TIME PIC 9(06).
               10  ST-RUN-COUNT    PIC 9(03).
               10  ST-OVR-USER     PIC X(08).
               10  ST-OVR-REASON   PIC X(30).
      *
      * EDITED FORMS, EACH FIFTEEN WIDE TO DROP STRAIGHT INTO A
      * MATRIX CELL OR A PROOF COLUMN.
       01  ED-COUNT-GROUP.
           05  FILLER              PIC X(06) VALUE SPACES.
           05  ED-COUNT            PIC Z,ZZZ,ZZ9.
       01  ED-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.
       01  ED-DATE-GROUP.
           05  FILLER              PIC X(07) VALUE SPACES.
           05  ED-DATE             PIC 9(08).
       01  ED-TIME-GROUP.
           05  FILLER              PIC X(09) VALUE SPACES.
           05  ED-TIME             PIC 9(06).
       01  ED-NAME-GROUP.
           05  FILLER              PIC X(07) VALUE SPACES.
           05  ED-NAME             PIC X(08).
       01  ED-TEXT-GROUP.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ED-TEXT             PIC X(14).
      *
       01  HDG-LINE-1.
           05  FILLER              PIC X(28) VALUE
               'PAYDAY BALANCING REPORT FOR '.
           05  HDG-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(96) VALUE SPACES.
      *
       01  SEC-LINE                PIC X(132).
      *
       01  MTX-LINE.
           05  MTX-CAPTION         PIC X(30).
           05  MTX-CELL            OCCURS 6 TIMES.
               10  FILLER          PIC X(01).
               10  MTX-VALUE       PIC X(15).
           05  FILLER              PIC X(06).
      *
       01  OTH-HDG-LINE.
           05  FILLER              PIC X(10) VALUE 'STEP'.
           05  FILLER              PIC X(16) VALUE ' LEDGER STATUS'.
           05  FILLER              PIC X(16) VALUE
               '           RUNS'.
           05  FILLER              PIC X(16) VALUE
               '         CHECKS'.
           05  FILLER              PIC X(16) VALUE
               '      GROSS PAY'.
           05  FILLER              PIC X(16) VALUE
               '        NET PAY'.
           05  FILLER              PIC X(42) VALUE SPACES.
      *
       01  OTH-LINE.
           05  OT-STEP             PIC X(08).
           05  FILLER              PIC X(02).
           05  OT-STATUS           PIC X(15).
           05  FILLER              PIC X(01).
           05  OT-RUNS             PIC X(15).
           05  FILLER              PIC X(01).
           05  OT-CHECKS           PIC X(15).
           05  FILLER              PIC X(01).
           05  OT-GROSS            PIC X(15).
           05  FILLER              PIC X(01).
           05  OT-NET              PIC X(15).
           05  FILLER              PIC X(43).
      *
       01  PROOF-HDG-LINE.
           05  FILLER              PIC X(44) VALUE 'PROOF'.
           05  FILLER              PIC X(17) VALUE
               '      LEFT SIDE  '.
           05  FILLER              PIC X(17) VALUE
               '     RIGHT SIDE  '.
           05  FILLER              PIC X(17) VALUE
               '     DIFFERENCE  '.
           05  FILLER              PIC X(37) VALUE 'RESULT'.
      *
       01  PROOF-LINE.
           05  PF-CAPTION          PIC X(44).
           05  PF-LEFT             PIC X(15).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PF-RIGHT            PIC X(15).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PF-DIFF             PIC X(15).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PF-RESULT           PIC X(14).
           05  FILLER              PIC X(23) VALUE SPACES.
      *
       01  OVR-HDG-LINE.
           05  FILLER              PIC X(10) VALUE 'STEP'.
           05  FILLER              PIC X(10) VALUE 'USER ID'.
           05  FILLER              PIC X(112) VALUE 'REASON'.
      *
       01  OVR-LINE.
           05  OV-STEP             PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  OV-USER             PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  OV-REASON           PIC X(30).
           05  FILLER              PIC X(82) VALUE SPACES.
      *
       01  VERDICT-LINE            PIC X(132).
      *
       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE -- LOAD THE DAY'S LEDGER, THEN PRINT IT.       *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-LOAD-ONE-STEP
               THRU 2000-EXIT
               VARYING STEP-SUB FROM 1 BY 1
               UNTIL STEP-SUB > 9.
           PERFORM 3000-PRINT-MATRIX
               THRU 3000-EXIT.
           PERFORM 3900-PRINT-OTHER-PAY-RUNS
               THRU 3900-EXIT.
           PERFORM 4000-PRINT-PROOFS
               THRU 4000-EXIT.
           PERFORM 5000-PRINT-OVERRIDES
               THRU 5000-EXIT.
           PERFORM 8000-PRINT-VERDICT
               THRU 8000-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           GO TO 9999-EXIT.
      *
       1000-INITIALIZE.
           OPEN INPUT PAYCTL-FILE.
           IF NOT CT-FILE-OK
               DISPLAY 'PAYBAL - OPEN FAILED, PAYCTL STATUS '
                   CT-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN OUTPUT PAYBAL-RPT.
           ACCEPT WS-RUN-DATE-PARM FROM SYSIN.
           MOVE WS-RUN-DATE-PARM TO HDG-RUN-DATE.
           WRITE PR-PRINT-LINE FROM HDG-LINE-1
               AFTER ADVANCING PAGE.
       1000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2000-LOAD-ONE-STEP -- ONE STEP'S LEDGER ENTRY INTO THE TABLE.*
      *****************************************************************
       2000-LOAD-ONE-STEP.
           MOVE 'N' TO ST-FOUND (STEP-SUB).
           MOVE WS-RUN-DATE-PARM    TO CT-RUN-DATE.
           MOVE STN-NAME (STEP-SUB) TO CT-STEP-NAME.
           READ PAYCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF CT-NOT-FOUND
               GO TO 2000-EXIT
           END-IF.
           IF NOT CT-FILE-OK
               DISPLAY 'PAYBAL - READ FAILED, PAYCTL STATUS '
                   CT-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           MOVE 'Y'                TO ST-FOUND (STEP-SUB).
           MOVE CT-STATUS          TO ST-STATUS (STEP-SUB).
           MOVE CT-COUNT-1         TO ST-COUNT-1 (STEP-SUB).
           MOVE CT-COUNT-2         TO ST-COUNT-2 (STEP-SUB).
           MOVE CT-COUNT-3         TO ST-COUNT-3 (STEP-SUB).
           MOVE CT-AMOUNT-1        TO ST-AMOUNT-1 (STEP-SUB).
           MOVE CT-AMOUNT-2        TO ST-AMOUNT-2 (STEP-SUB).
           MOVE CT-AMOUNT-3        TO ST-AMOUNT-3 (STEP-SUB).
           MOVE CT-LAST-RUN-DATE   TO ST-LAST-RUN-DATE (STEP-SUB).
           MOVE CT-LAST-RUN-TIME   TO ST-LAST-RUN-TIME (STEP-SUB).
           MOVE CT-RUN-COUNT       TO ST-RUN-COUNT (STEP-SUB).
           MOVE CT-OVERRIDE-USER   TO ST-OVR-USER (STEP-SUB).
           MOVE CT-OVERRIDE-REASON TO ST-OVR-REASON (STEP-SUB).
           ADD 1 TO WS-STEPS-RUN.
           IF ST-OUT-OF-BALANCE (STEP-SUB)
               ADD 1 TO WS-STEPS-UNBALANCED
           END-IF.
       2000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3000-PRINT-MATRIX -- THE STEPS SIDE BY SIDE.  A FIGURE PRINTS *
      * ONLY UNDER THE STEPS THAT KEEP IT, AND ONLY FOR A STEP THAT   *
      * HAS POSTED.                                                  *
      *****************************************************************
       3000-PRINT-MATRIX.
           MOVE SPACES TO MTX-LINE.
           PERFORM 3100-PUT-STEP-NAME
               THRU 3100-EXIT
               VARYING CELL-SUB FROM 1 BY 1
               UNTIL CELL-SUB > 6.
           WRITE PR-PRINT-LINE FROM MTX-LINE
               AFTER ADVANCING 2 LINES.
      *
           MOVE SPACES TO MTX-LINE.
           MOVE 'LEDGER STATUS' TO MTX-CAPTION.
           PERFORM 3200-PUT-STATUS
               THRU 3200-EXIT
               VARYING CELL-SUB FROM 1 BY 1
               UNTIL CELL-SUB > 6.
           WRITE PR-PRINT-LINE FROM MTX-LINE
               AFTER ADVANCING 2 LINES.
      *
           MOVE SPACES TO MTX-LINE.
           MOVE 'RUNS FOR THE DATE' TO MTX-CAPTION.
           PERFORM 3300-PUT-RUN-COUNT
               THRU 3300-EXIT
               VARYING CELL-SUB FROM 1 BY 1
               UNTIL CELL-SUB > 6.
           WRITE PR-PRINT-LINE FROM MTX-LINE
               AFTER ADVANCING 1 LINE.
      *
           MOVE SPACES TO MTX-LINE.
           MOVE 'LAST RUN ON' TO MTX-CAPTION.
           PERFORM 3400-PUT-LAST-RUN-DATE
               THRU 3400-EXIT
               VARYING CELL-SUB FROM 1 BY 1
               UNTIL CELL-SUB > 6.
           WRITE PR-PRINT-LINE FROM MTX-LINE
               AFTER ADVANCING 1 LINE.
      *
           MOVE SPACES TO MTX-LINE.
           MOVE 'LAST RUN AT' TO MTX-CAPTION.
           PERFORM 3500-PUT-LAST-RUN-TIME
               THRU 3500-EXIT
               VARYING CELL-SUB FROM 1 BY 1
               UNTIL CELL-SUB > 6.
           WRITE PR-PRINT-LINE FROM MTX-LINE
               AFTER ADVANCING 1 LINE.
      *
           MOVE SPACES TO MTX-LINE.
           MOVE 'TIMECARDS' TO MTX-CAPTION.
           MOVE 1 TO CELL-SUB.
           MOVE ST-COUNT-1 (1) TO CELL-COUNT.
           PERFORM 3600-PUT-COUNT
               THRU 3600-EXIT.
           MOVE 2 TO CELL-SUB.
           MOVE ST-COUNT-1 (2) TO CELL-COUNT.
           PERFORM 3600-PUT-COUNT
               THRU 3600-EXIT.
           WRITE PR-PRINT-LINE FROM MTX-LINE
               AFTER ADVANCING 2 LINES.
      *
           MOVE SPACES TO MTX-LINE.
           MOVE 'CARDS LEFT UNAPPROVED' TO MTX-CAPTION.
           MOVE 1 TO CELL-SUB.
           MOVE ST-COUNT-2 (1) TO CELL-COUNT.
           PERFORM 3600-PUT-COUNT
               THRU 3600-EXIT.
           WRITE PR-PRINT-LINE FROM MTX-LINE
               AFTER ADVANCING 1 LINE.
      *
           MOVE SPACES TO MTX-LINE.
           MOVE 'SUPPLEMENTAL CARDS' TO MTX-CAPTION.
           MOVE 2 TO CELL-SUB.
           MOVE ST-COUNT-2 (2) TO CELL-COUNT.
           PERFORM 3600-PUT-COUNT
               THRU 3600-EXIT.
           WRITE PR-PRINT-LINE FROM MTX-LINE
               AFTER ADVANCING 1 LINE.
      *
      * CHECKS WRITTEN, PRINTED, DEPOSITED, BOOKED AND REGISTERED.
           MOVE SPACES TO MTX-LINE.
           MOVE 'CHECKS / DEPOSITS' TO MTX-CAPTION.
           MOVE 2 TO CELL-SUB.
           MOVE ST-COUNT-3 (2) TO CELL-COUNT.
           PERFORM 3600-PUT-COUNT
               THRU 3600-EXIT.
           MOVE 3 TO CELL-SUB.
           MOVE ST-COUNT-1 (3) TO CELL-COUNT.
           PERFORM 3600-PUT-COUNT
               THRU 3600-EXIT.
           MOVE 4 TO CELL-SUB.
           MOVE ST-COUNT-1 (4) TO CELL-COUNT.
           PERFORM 3600-PUT-COUNT
               THRU 3600-EXIT.
           MOVE 5 TO CELL-SUB.
           MOVE ST-COUNT-1 (5) TO CELL-COUNT.
           PERFORM 3600-PUT-COUNT
               THRU 3600-EXIT.
           MOVE 6 TO CELL-SUB.
           MOVE ST-COUNT-1 (6) TO CELL-COUNT.
           PERFORM 3600-PUT-COUNT
               THRU 3600-EXIT.
           WRITE PR-PRINT-LINE FROM MTX-LINE
               AFTER ADVANCING 1 LINE.
      *
           MOVE SPACES TO MTX-LINE.
           MOVE 'MANUAL CHECKS' TO MTX-CAPTION.
           MOVE 3 TO CELL-SUB.
           MOVE ST-COUNT-2 (3) TO CELL-COUNT.
           PERFORM 3600-PUT-COUNT
               THRU 3600-EXIT.
           WRITE PR-PRINT-LINE FROM MTX-LINE
               AFTER ADVANCING 1 LINE.
      *
           MOVE SPACES TO MTX-LINE.
           MOVE 'LEFT ON PAPER' TO MTX-CAPTION.
           MOVE 4 TO CELL-SUB.
           MOVE ST-COUNT-2 (4) TO CELL-COUNT.
           PERFORM 3600-PUT-COUNT
               THRU 3600-EXIT.
           WRITE PR-PRINT-LINE FROM MTX-LINE
               AFTER ADVANCING 1 LINE.
      *
           MOVE SPACES TO MTX-LINE.
           MOVE 'PRENOTES SENT' TO MTX-CAPTION.
           MOVE 4 TO CELL-SUB.
           MOVE ST-COUNT-3 (4) TO CELL-COUNT.
           PERFORM 3600-PUT-COUNT
               THRU 3600-EXIT.
           WRITE PR-PRINT-LINE FROM MTX-LINE
               AFTER ADVANCING 1 LINE.
      *
           MOVE SPACES TO MTX-LINE.
           MOVE 'GROSS PAY' TO MTX-CAPTION.
           MOVE 2 TO CELL-SUB.
           MOVE ST-AMOUNT-1 (2) TO CELL-AMOUNT.
           PERFORM 3700-PUT-AMOUNT
               THRU 3700-EXIT.
           MOVE 6 TO CELL-SUB.
           MOVE ST-AMOUNT-2 (6) TO CELL-AMOUNT.
           PERFORM 3700-PUT-AMOUNT
               THRU 3700-EXIT.
           WRITE PR-PRINT-LINE FROM MTX-LINE
               AFTER ADVANCING 2 LINES.
      *
      * NET PAY AS EACH STEP SAW IT -- PAYCHK'S PAPER CHECKS AND
      * PAYACH'S SETTLEMENT ARE EACH ONLY THEIR SHARE OF IT.
           MOVE SPACES TO MTX-LINE.
           MOVE 'NET PAY / PAID' TO MTX-CAPTION.
           MOVE 2 TO CELL-SUB.
           MOVE ST-AMOUNT-2 (2) TO CELL-AMOUNT.
           PERFORM 3700-PUT-AMOUNT
               THRU 3700-EXIT.
           MOVE 3 TO CELL-SUB.
           MOVE ST-AMOUNT-1 (3) TO CELL-AMOUNT.
           PERFORM 3700-PUT-AMOUNT
               THRU 3700-EXIT.
           MOVE 4 TO CELL-SUB.
           MOVE ST-AMOUNT-1 (4) TO CELL-AMOUNT.
           PERFORM 3700-PUT-AMOUNT
               THRU 3700-EXIT.
           MOVE 5 TO CELL-SUB.
           MOVE ST-AMOUNT-1 (5) TO CELL-AMOUNT.
           PERFORM 3700-PUT-AMOUNT
               THRU 3700-EXIT.
           MOVE 6 TO CELL-SUB.
           MOVE ST-AMOUNT-1 (6) TO CELL-AMOUNT.
           PERFORM 3700-PUT-AMOUNT
               THRU 3700-EXIT.
           WRITE PR-PRINT-LINE FROM MTX-LINE
               AFTER ADVANCING 1 LINE.
      *
           MOVE SPACES TO MTX-LINE.
           MOVE 'MANUAL CHECK AMOUNT' TO MTX-CAPTION.
           MOVE 3 TO CELL-SUB.
           MOVE ST-AMOUNT-2 (3) TO CELL-AMOUNT.
           PERFORM 3700-PUT-AMOUNT
               THRU 3700-EXIT.
           WRITE PR-PRINT-LINE FROM MTX-LINE
               AFTER ADVANCING 1 LINE.
      *
           MOVE SPACES TO MTX-LINE.
           MOVE 'JOURNAL DEBITS' TO MTX-CAPTION.
           MOVE 5 TO CELL-SUB.
           MOVE ST-AMOUNT-2 (5) TO CELL-AMOUNT.
           PERFORM 3700-PUT-AMOUNT
               THRU 3700-EXIT.
           WRITE PR-PRINT-LINE FROM MTX-LINE
               AFTER ADVANCING 1 LINE.
      *
           MOVE SPACES TO MTX-LINE.
           MOVE 'JOURNAL CREDITS' TO MTX-CAPTION.
           MOVE 5 TO CELL-SUB.
           MOVE ST-AMOUNT-3 (5) TO CELL-AMOUNT.
           PERFORM 3700-PUT-AMOUNT
               THRU 3700-EXIT.
           WRITE PR-PRINT-LINE FROM MTX-LINE
               AFTER ADVANCING 1 LINE.
      *
           MOVE SPACES TO MTX-LINE.
           MOVE 'RAN ON OVERRIDE BY' TO MTX-CAPTION.
           PERFORM 3800-PUT-OVERRIDE-USER
               THRU 3800-EXIT
               VARYING CELL-SUB FROM 1 BY 1
               UNTIL CELL-SUB > 6.
           WRITE PR-PRINT-LINE FROM MTX-LINE
               AFTER ADVANCING 2 LINES.
       3000-EXIT.
           EXIT.
      *
       3100-PUT-STEP-NAME.
           MOVE STN-NAME (CELL-SUB) TO ED-NAME.
           MOVE ED-NAME-GROUP TO MTX-VALUE (CELL-SUB).
       3100-EXIT.
           EXIT.
      *
       3200-PUT-STATUS.
           IF NOT ST-ON-LEDGER (CELL-SUB)
               MOVE 'NOT RUN' TO ED-TEXT
           ELSE
               IF ST-OUT-OF-BALANCE (CELL-SUB)
                   MOVE 'OUT OF BALANCE' TO ED-TEXT
               ELSE
                   MOVE 'BALANCED' TO ED-TEXT
               END-IF
           END-IF.
           MOVE ED-TEXT-GROUP TO MTX-VALUE (CELL-SUB).
       3200-EXIT.
           EXIT.
      *
       3300-PUT-RUN-COUNT.
           MOVE ST-RUN-COUNT (CELL-SUB) TO CELL-COUNT.
           PERFORM 3600-PUT-COUNT
               THRU 3600-EXIT.
       3300-EXIT.
           EXIT.
      *
       3400-PUT-LAST-RUN-DATE.
           IF NOT ST-ON-LEDGER (CELL-SUB)
               GO TO 3400-EXIT
           END-IF.
           MOVE ST-LAST-RUN-DATE (CELL-SUB) TO ED-DATE.
           MOVE ED-DATE-GROUP TO MTX-VALUE (CELL-SUB).
       3400-EXIT.
           EXIT.
      *
       3500-PUT-LAST-RUN-TIME.
           IF NOT ST-ON-LEDGER (CELL-SUB)
               GO TO 3500-EXIT
           END-IF.
           MOVE ST-LAST-RUN-TIME (CELL-SUB) TO ED-TIME.
           MOVE ED-TIME-GROUP TO MTX-VALUE (CELL-SUB).
       3500-EXIT.
           EXIT.
      *
       3600-PUT-COUNT.
           IF NOT ST-ON-LEDGER (CELL-SUB)
               GO TO 3600-EXIT
           END-IF.
           MOVE CELL-COUNT TO ED-COUNT.
           MOVE ED-COUNT-GROUP TO MTX-VALUE (CELL-SUB).
       3600-EXIT.
           EXIT.
      *
       3700-PUT-AMOUNT.
           IF NOT ST-ON-LEDGER (CELL-SUB)
               GO TO 3700-EXIT
           END-IF.
           MOVE CELL-AMOUNT TO ED-AMOUNT.
           MOVE ED-AMOUNT TO MTX-VALUE (CELL-SUB).
       3700-EXIT.
           EXIT.
      *
       3800-PUT-OVERRIDE-USER.
           IF NOT ST-ON-LEDGER (CELL-SUB)
              OR ST-OVR-USER (CELL-SUB) = SPACES
               GO TO 3800-EXIT
           END-IF.
           MOVE ST-OVR-USER (CELL-SUB) TO ED-NAME.
           MOVE ED-NAME-GROUP TO MTX-VALUE (CELL-SUB).
       3800-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3900-PRINT-OTHER-PAY-RUNS -- THE FINAL-PAY AND RETRO-PAY     *
      * SETTLEMENTS AND THE COM2CICS SCREEN WRITE CHECKS THAT PAYCHK *
      * AND PAYACH PAY ALONGSIDE PAYTIME'S, ONE LINE EACH.           *
      *****************************************************************
       3900-PRINT-OTHER-PAY-RUNS.
           MOVE SPACES TO SEC-LINE.
           MOVE 'OTHER STEPS THAT WRITE CHECKS' TO SEC-LINE.
           WRITE PR-PRINT-LINE FROM SEC-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PR-PRINT-LINE FROM OTH-HDG-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 3910-PRINT-ONE-PAY-RUN
               THRU 3910-EXIT
               VARYING STEP-SUB FROM 7 BY 1
               UNTIL STEP-SUB > 9.
       3900-EXIT.
           EXIT.
      *
       3910-PRINT-ONE-PAY-RUN.
           MOVE SPACES TO OTH-LINE.
           MOVE STN-NAME (STEP-SUB) TO OT-STEP.
           IF NOT ST-ON-LEDGER (STEP-SUB)
               MOVE 'NOT RUN' TO ED-TEXT
               MOVE ED-TEXT-GROUP TO OT-STATUS
               WRITE PR-PRINT-LINE FROM OTH-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 3910-EXIT
           END-IF.
           IF ST-OUT-OF-BALANCE (STEP-SUB)
               MOVE 'OUT OF BALANCE' TO ED-TEXT
           ELSE
               MOVE 'BALANCED' TO ED-TEXT
           END-IF.
           MOVE ED-TEXT-GROUP TO OT-STATUS.
           MOVE ST-RUN-COUNT (STEP-SUB) TO ED-COUNT.
           MOVE ED-COUNT-GROUP TO OT-RUNS.
           MOVE ST-COUNT-1 (STEP-SUB) TO ED-COUNT.
           MOVE ED-COUNT-GROUP TO OT-CHECKS.
           MOVE ST-AMOUNT-1 (STEP-SUB) TO ED-AMOUNT.
           MOVE ED-AMOUNT TO OT-GROSS.
           MOVE ST-AMOUNT-2 (STEP-SUB) TO ED-AMOUNT.
           MOVE ED-AMOUNT TO OT-NET.
           WRITE PR-PRINT-LINE FROM OTH-LINE
               AFTER ADVANCING 1 LINE.
       3910-EXIT.
           EXIT.
      *
      *****************************************************************
      * 4000-PRINT-PROOFS -- THE FIGURES THAT HAVE TO AGREE FROM ONE *
      * STEP TO THE NEXT.  EACH PROOF NEEDS EVERY STEP IT NAMES ON   *
      * THE LEDGER; UNTIL THEN IT PRINTS AS OPEN.                    *
      *****************************************************************
       4000-PRINT-PROOFS.
           MOVE SPACES TO SEC-LINE.
           MOVE 'STEP-TO-STEP PROOFS' TO SEC-LINE.
           WRITE PR-PRINT-LINE FROM SEC-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PR-PRINT-LINE FROM PROOF-HDG-LINE
               AFTER ADVANCING 2 LINES.
      *
           MOVE 'TCCUT CARDS EXTRACTED = PAYTIME CARDS READ'
               TO PF-CAPTION.
           MOVE 'N' TO PROOF-READY-SWITCH.
           IF ST-ON-LEDGER (1) AND ST-ON-LEDGER (2)
               SET PROOF-READY TO TRUE
           END-IF.
           SET PROOF-IS-COUNT TO TRUE.
           MOVE ST-COUNT-1 (1) TO PROOF-LEFT.
           MOVE ST-COUNT-1 (2) TO PROOF-RIGHT.
           PERFORM 4100-PRINT-ONE-PROOF
               THRU 4100-EXIT.
      *
      * EVERY STEP THAT WROTE CHECKS FOR THE DATE COUNTS ON THE LEFT
      * -- PAYTIME AND THE OTHER PAY RUNS LISTED UNDER THE MATRIX.
           MOVE 'PAY RUN NETS = PAPER CHECKS + ACH SETTLEMENT'
               TO PF-CAPTION.
           MOVE ZERO TO PROOF-LEFT.
           MOVE ZERO TO WS-PAY-RUNS-FOUND.
           MOVE 2 TO STEP-SUB.
           PERFORM 4200-ADD-PAY-RUN-NET
               THRU 4200-EXIT.
           PERFORM 4200-ADD-PAY-RUN-NET
               THRU 4200-EXIT
               VARYING STEP-SUB FROM 7 BY 1
               UNTIL STEP-SUB > 9.
           MOVE 'N' TO PROOF-READY-SWITCH.
           IF WS-PAY-RUNS-FOUND > ZERO
              AND ST-ON-LEDGER (3) AND ST-ON-LEDGER (4)
               SET PROOF-READY TO TRUE
           END-IF.
           MOVE 'N' TO PROOF-COUNT-SWITCH.
           COMPUTE PROOF-RIGHT = ST-AMOUNT-1 (3) + ST-AMOUNT-1 (4).
           PERFORM 4100-PRINT-ONE-PROOF
               THRU 4100-EXIT.
      *
           MOVE 'PAPER + ACH + MANUAL CHECKS = REGISTER NET'
               TO PF-CAPTION.
           MOVE 'N' TO PROOF-READY-SWITCH.
           IF ST-ON-LEDGER (3) AND ST-ON-LEDGER (4)
              AND ST-ON-LEDGER (6)
               SET PROOF-READY TO TRUE
           END-IF.
           COMPUTE PROOF-LEFT =
               ST-AMOUNT-1 (3) + ST-AMOUNT-2 (3) + ST-AMOUNT-1 (4).
           MOVE ST-AMOUNT-1 (6) TO PROOF-RIGHT.
           PERFORM 4100-PRINT-ONE-PROOF
               THRU 4100-EXIT.
      *
           MOVE 'REGISTER NET PAY = GL PAYROLL CLEARING'
               TO PF-CAPTION.
           MOVE 'N' TO PROOF-READY-SWITCH.
           IF ST-ON-LEDGER (5) AND ST-ON-LEDGER (6)
               SET PROOF-READY TO TRUE
           END-IF.
           MOVE ST-AMOUNT-1 (6) TO PROOF-LEFT.
           MOVE ST-AMOUNT-1 (5) TO PROOF-RIGHT.
           PERFORM 4100-PRINT-ONE-PROOF
               THRU 4100-EXIT.
      *
           MOVE 'GL JOURNAL DEBITS = GL JOURNAL CREDITS'
               TO PF-CAPTION.
           MOVE 'N' TO PROOF-READY-SWITCH.
           IF ST-ON-LEDGER (5)
               SET PROOF-READY TO TRUE
           END-IF.
           MOVE ST-AMOUNT-2 (5) TO PROOF-LEFT.
           MOVE ST-AMOUNT-3 (5) TO PROOF-RIGHT.
           PERFORM 4100-PRINT-ONE-PROOF
               THRU 4100-EXIT.
       4000-EXIT.
           EXIT.
      *
      * A STEP NOT YET ON THE LEDGER HAS ITS TABLE SLOT UNSET, SO AN
      * OPEN PROOF PRINTS NO FIGURES AT ALL.
       4100-PRINT-ONE-PROOF.
           MOVE SPACES TO PF-LEFT.
           MOVE SPACES TO PF-RIGHT.
           MOVE SPACES TO PF-DIFF.
           IF NOT PROOF-READY
               MOVE 'OPEN' TO PF-RESULT
               ADD 1 TO WS-PROOFS-OPEN
               WRITE PR-PRINT-LINE FROM PROOF-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 4100-EXIT
           END-IF.
           COMPUTE PROOF-DIFF = PROOF-LEFT - PROOF-RIGHT.
           IF PROOF-IS-COUNT
               MOVE PROOF-LEFT TO ED-COUNT
               MOVE ED-COUNT-GROUP TO PF-LEFT
               MOVE PROOF-RIGHT TO ED-COUNT
               MOVE ED-COUNT-GROUP TO PF-RIGHT
           ELSE
               MOVE PROOF-LEFT TO ED-AMOUNT
               MOVE ED-AMOUNT TO PF-LEFT
               MOVE PROOF-RIGHT TO ED-AMOUNT
               MOVE ED-AMOUNT TO PF-RIGHT
           END-IF.
           MOVE PROOF-DIFF TO ED-AMOUNT.
           MOVE ED-AMOUNT TO PF-DIFF.
           IF PROOF-DIFF = ZERO
               MOVE 'IN BALANCE' TO PF-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO PF-RESULT
               ADD 1 TO WS-PROOFS-FAILED
           END-IF.
           WRITE PR-PRINT-LINE FROM PROOF-LINE
               AFTER ADVANCING 1 LINE.
       4100-EXIT.
           EXIT.
      *
       4200-ADD-PAY-RUN-NET.
           IF NOT ST-ON-LEDGER (STEP-SUB)
               GO TO 4200-EXIT
           END-IF.
           ADD 1 TO WS-PAY-RUNS-FOUND.
           ADD ST-AMOUNT-2 (STEP-SUB) TO PROOF-LEFT.
       4200-EXIT.
           EXIT.
      *
      *****************************************************************
      * 5000-PRINT-OVERRIDES -- EVERY STEP THAT RAN ON AN OPERATOR   *
      * OVERRIDE CARD, WITH WHO LET IT GO AND WHY.                   *
      *****************************************************************
       5000-PRINT-OVERRIDES.
           MOVE SPACES TO SEC-LINE.
           MOVE 'OPERATOR OVERRIDES' TO SEC-LINE.
           WRITE PR-PRINT-LINE FROM SEC-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PR-PRINT-LINE FROM OVR-HDG-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 5100-PRINT-ONE-OVERRIDE
               THRU 5100-EXIT
               VARYING STEP-SUB FROM 1 BY 1
               UNTIL STEP-SUB > 9.
           IF WS-OVERRIDES = ZERO
               MOVE SPACES TO SEC-LINE
               MOVE 'NO STEP RAN ON AN OPERATOR OVERRIDE' TO SEC-LINE
               WRITE PR-PRINT-LINE FROM SEC-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       5000-EXIT.
           EXIT.
      *
       5100-PRINT-ONE-OVERRIDE.
           IF NOT ST-ON-LEDGER (STEP-SUB)
              OR ST-OVR-USER (STEP-SUB) = SPACES
               GO TO 5100-EXIT
           END-IF.
           MOVE STN-NAME (STEP-SUB)      TO OV-STEP.
           MOVE ST-OVR-USER (STEP-SUB)   TO OV-USER.
           MOVE ST-OVR-REASON (STEP-SUB) TO OV-REASON.
           WRITE PR-PRINT-LINE FROM OVR-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-OVERRIDES.
       5100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 8000-PRINT-VERDICT -- ONE LINE FOR THE PAYROLL SUPERVISOR.   *
      *****************************************************************
       8000-PRINT-VERDICT.
           MOVE SPACES TO VERDICT-LINE.
           IF WS-PROOFS-FAILED > ZERO
              OR WS-STEPS-UNBALANCED > ZERO
               MOVE 'PAYDAY OUT OF BALANCE - SEE THE PROOFS ABOVE'
                   TO VERDICT-LINE
           ELSE
               IF WS-PROOFS-OPEN > ZERO
                   MOVE 'PAYDAY NOT COMPLETE - NOT EVERY STEP HAS RUN'
                       TO VERDICT-LINE
               ELSE
                   MOVE 'PAYDAY IN BALANCE' TO VERDICT-LINE
               END-IF
           END-IF.
           WRITE PR-PRINT-LINE FROM VERDICT-LINE
               AFTER ADVANCING 2 LINES.
       8000-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           CLOSE PAYCTL-FILE.
           CLOSE PAYBAL-RPT.
       9000-EXIT.
           EXIT.
      *
       9999-EXIT.
           STOP RUN.
/*
//SYSLIN   DD DSN=&&OBJSET,DISP=(MOD,PASS),UNIT=SYSDA,
//             SPACE=(TRK,(3,3))
//SYSPRINT DD SYSOUT=*
//*********************************************************
//* PLACE THE NAME OF YOUR PROGRAM IN THE PARENTHESIS AFTER
//* THE WORD "LOADLIB".
//*********************************************************
//LKED     EXEC PGM=IEWL,COND=(5,LT,COB)
//SYSLIN   DD DSN=&&OBJSET,DISP=(OLD,DELETE)
//SYSLMOD  DD DSN=TSOECCC.CICSTS12.STUDENT.LOADLIB(PAYBAL),DISP=SHR
//SYSPRINT DD SYSOUT=*
//GO       EXEC PGM=PAYBAL,COND=((5,LT,COB),(5,LT,LKED))
//PAYCTL   DD DSN=TSOECCC.CICSTS12.STUDENT.PAYCTL,DISP=SHR
//SYSPRINT DD SYSOUT=*
//SYSIN    DD *
20261015
/*
