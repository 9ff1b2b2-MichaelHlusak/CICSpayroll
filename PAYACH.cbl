//* TRANSMITTAL AS STAYING ON A PAPER CHECK.  BALANCE THE
//* TRANSMITTAL SETTLEMENT TOTAL TO THE FILE CONTROL RECORD
//* BEFORE THE FILE GOES TO THE BANK.
//* THE EXTRACT WILL NOT START UNLESS THE PAYCTL PAYDAY
//* CONTROL LEDGER HOLDS AN ENTRY FOR THE RUN DATE FROM A
//* STEP THAT WRITES CHECKS -- PAYTIME, PAYFINL, PAYRETRO OR
//* THE COM2CICS SCREEN -- AND NONE OF THEM IS OUT OF
//* BALANCE.  TO RUN ANYWAY, ADD A SECOND SYSIN CARD WITH
//* 'OVERRIDE' IN COLS 1-8, YOUR USER ID IN COLS 10-17 AND
//* THE REASON IN COLS 19-48; IT IS KEPT ON THE LEDGER.
//* PLACE YOUR OWN LOADLIB/SRCLIB NAMES WHERE SHOWN.
//*********************************************************
//COB      EXEC PGM=IGYCRCTL
      * PRENOTES COUNT IN THE ENTRY COUNT AND HASH BUT ADD NOTHING   *
      * TO THE SETTLEMENT TOTAL.                                     *
      *                                                               *
      * THE RUN STARTS ONLY WHEN THE PAYCTL PAYDAY CONTROL LEDGER    *
      * HOLDS THE ENTRY OF AT LEAST ONE STEP THAT WRITES CHECKS AND  *
      * NONE OF THOSE ENTRIES IS OUT OF BALANCE, AND POSTS ITS       *
      * DEPOSIT COUNT AND SETTLEMENT TOTAL THERE WHEN IT ENDS.       *
      *                                                               *
      * MODIFICATION HISTORY.                                        *
      *   08/22/26  HL   ORIGINAL PROGRAM.                           *
      *   09/02/26  HL   PRENOTE CYCLE -- ZERO-DOLLAR PRENOTE FOR    *
      *                  NEW ENROLLMENTS, AUTO-ACTIVATION ON THE     *
      *                  NEXT RUN AFTER THE PRENOTE WENT OUT.        *
      *   10/15/26  HL   PAYDAY CONTROL LEDGER -- THE RUN NEEDS A    *
      *                  BALANCED PAYTIME ENTRY ON PAYCTL (OR AN     *
      *                  OVERRIDE CARD) AND POSTS ITS DEPOSITS AND   *
      *                  SETTLEMENT TOTAL.                           *
      *   10/15/26  HL   ANY STEP THAT WRITES CHECKS -- PAYTIME,     *
      *                  PAYFINL, PAYRETRO OR COM2CICS -- STARTS THE *
      *                  RUN FROM ITS LEDGER ENTRY; AN OUT-OF-BALANCE*
      *                  ENTRY FROM ANY OF THEM STILL STOPS IT.      *
      *****************************************************************
       PROGRAM-ID. PAYACH.
       AUTHOR. HLUSAK.
               FILE STATUS IS BK-FILE-STATUS.
           SELECT ACH-FILE ASSIGN TO ACHFILE
               FILE STATUS IS ACH-FILE-STATUS.
           SELECT PAYCTL-FILE ASSIGN TO PAYCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-KEY
               FILE STATUS IS CT-FILE-STATUS.
           SELECT TRANSMIT-RPT ASSIGN TO SYSPRINT.
      *
       DATA DIVISION.
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ACH-RECORD              PIC X(94).
      *
       FD  PAYCTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY PAYCTL.
      *
       FD  TRANSMIT-RPT
           RECORDING MODE IS F
           88  BK-NOT-FOUND             VALUE '23'.
       01  ACH-FILE-STATUS         PIC X(02).
           88  ACH-FILE-OK              VALUE '00'.
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
       01  WS-RUN-DATE-PARM        PIC 9(08).
       01  FILLER REDEFINES WS-RUN-DATE-PARM.
           05  WS-TOTAL-CREDITS    PIC S9(11)V99 VALUE ZERO.
           05  WS-ENTRY-HASH       PIC 9(10)     VALUE ZERO.
       77  WS-AMOUNT-CENTS         PIC 9(10).
       77  WS-BLOCK-CAUSE          PIC X(40) VALUE SPACES.
      *
      * THE STEPS THAT WRITE THE NORMAL CHECKS THIS RUN DEPOSITS --
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
      * COMPANY AND BANK IDENTIFIERS STAMPED ON THE ACH FILE.  THE
      * IMMEDIATE DESTINATION IS OUR BANK'S ROUTING NUMBER; THE
               'PRENOTES SENT:        '.
           05  TOT-PRENOTE-COUNT   PIC ZZZ,ZZ9.
           05  FILLER              PIC X(101) VALUE SPACES.
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
       PROCEDURE DIVISION.
      *****************************************************************
               UNTIL END-OF-FILE.
           PERFORM 8000-WRITE-CONTROLS
               THRU 8000-EXIT.
           PERFORM 8500-POST-CONTROL-ENTRY
               THRU 8500-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           GO TO 9999-EXIT.
      *****************************************************************
      * 1000-INITIALIZE -- OPEN FILES, GET THE RUN DATE, WRITE THE   *
      * ACH FILE AND BATCH HEADERS AND THE TRANSMITTAL HEADINGS.     *
      * THE CONTROL LEDGER IS CHECKED BEFORE THE ACH GENERATION IS   *
      * OPENED, SO A REFUSED RUN LEAVES NO FILE FOR THE BANK.        *
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT PAYHIST-FILE.
                   BK-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           ACCEPT WS-RUN-DATE-PARM FROM SYSIN.
           MOVE SPACES TO OVERRIDE-CARD.
           ACCEPT OVERRIDE-CARD FROM SYSIN.
           OPEN I-O PAYCTL-FILE.
           IF NOT CT-FILE-OK
               DISPLAY 'PAYACH - OPEN FAILED, PAYCTL STATUS '
                   CT-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           PERFORM 1050-CHECK-PAY-RUN-ENTRIES
               THRU 1050-EXIT.
           OPEN OUTPUT ACH-FILE.
           IF NOT ACH-FILE-OK
               DISPLAY 'PAYACH - OPEN FAILED, ACHFILE STATUS '
               GO TO 9999-EXIT
           END-IF.
           OPEN OUTPUT TRANSMIT-RPT.
           MOVE WS-RUN-DATE-PARM TO HDG-RUN-DATE.
           WRITE TR-PRINT-LINE FROM HDG-LINE-1
               AFTER ADVANCING PAGE.
           IF RAN-ON-OVERRIDE
               WRITE TR-PRINT-LINE FROM OVERRIDE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE TR-PRINT-LINE FROM HDG-LINE-2
               AFTER ADVANCING 2 LINES.
           PERFORM 1100-WRITE-ACH-HEADERS
       1000-EXIT.
           EXIT.
      *
      * NO MONEY GOES TO THE BANK UNTIL A STEP THAT WRITES CHECKS
      * HAS POSTED ITS ENTRY ON THE CONTROL LEDGER FOR THE RUN DATE
      * AND NONE OF THOSE ENTRIES IS OUT OF BALANCE, OR AN OPERATOR
      * OVERRIDE CARD SAYS WHO LET IT GO AND WHY.
       1050-CHECK-PAY-RUN-ENTRIES.
           MOVE SPACES TO WS-BLOCK-CAUSE.
           MOVE ZERO   TO WS-ORIGINS-FOUND.
           PERFORM 1060-CHECK-ONE-ORIGIN
               THRU 1060-EXIT
               VARYING ORIGIN-SUB FROM 1 BY 1
               UNTIL ORIGIN-SUB > 4.
           IF WS-BLOCK-CAUSE = SPACES
              AND WS-ORIGINS-FOUND = ZERO
               MOVE 'NO PAY RUN ENTRY ON THE CONTROL LEDGER'
                   TO WS-BLOCK-CAUSE
           END-IF.
           IF WS-BLOCK-CAUSE = SPACES
               GO TO 1050-EXIT
           END-IF.
           IF NOT OVERRIDE-GIVEN
              OR OVR-USERID = SPACES
              OR OVR-REASON = SPACES
               DISPLAY 'PAYACH - ' WS-BLOCK-CAUSE ' FOR '
                   WS-RUN-DATE-PARM ' - RUN STOPPED'
               GO TO 9999-EXIT
           END-IF.
           SET RAN-ON-OVERRIDE TO TRUE.
           MOVE OVR-USERID     TO OVL-USERID.
           MOVE OVR-REASON     TO OVL-REASON.
           MOVE WS-BLOCK-CAUSE TO OVL-CAUSE.
       1050-EXIT.
           EXIT.
      *
      * THE FIRST ENTRY FOUND OUT OF BALANCE NAMES THE CAUSE.
       1060-CHECK-ONE-ORIGIN.
           MOVE WS-RUN-DATE-PARM            TO CT-RUN-DATE.
           MOVE ORG-STEP-NAME (ORIGIN-SUB) TO CT-STEP-NAME.
           READ PAYCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT CT-FILE-OK
               GO TO 1060-EXIT
           END-IF.
           ADD 1 TO WS-ORIGINS-FOUND.
           IF CT-OUT-OF-BALANCE
              AND WS-BLOCK-CAUSE = SPACES
               STRING ORG-STEP-NAME (ORIGIN-SUB) DELIMITED BY SPACE
                      ' ENTRY IS OUT OF BALANCE' DELIMITED BY SIZE
                   INTO WS-BLOCK-CAUSE
           END-IF.
       1060-EXIT.
           EXIT.
      *
      * THE CREATE AND EFFECTIVE DATES ON THE BANK FILE ARE YYMMDD,
      * SO THE CENTURY COMES OFF THE RUN DATE CARD.
       1100-WRITE-ACH-HEADERS.
           EXIT.
      *
      *****************************************************************
      * 8500-POST-CONTROL-ENTRY -- THE DEPOSITS AND SETTLEMENT TOTAL *
      * ON THE PAYCTL CONTROL LEDGER.  A RERUN FOR THE SAME DATE     *
      * REPLACES THE FILE AT THE BANK, SO IT REPLACES THE ENTRY TOO. *
      *****************************************************************
       8500-POST-CONTROL-ENTRY.
           MOVE WS-RUN-DATE-PARM TO CT-RUN-DATE.
           MOVE 'PAYACH  '       TO CT-STEP-NAME.
           READ PAYCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT CT-FILE-OK
               MOVE SPACES TO CT-PAYCTL-RECORD
               MOVE WS-RUN-DATE-PARM TO CT-RUN-DATE
               MOVE 'PAYACH  '       TO CT-STEP-NAME
               MOVE ZERO TO CT-RUN-COUNT
           END-IF.
           MOVE 'B' TO CT-STATUS.
           MOVE WS-DEPOSIT-COUNT TO CT-COUNT-1.
           MOVE WS-PAPER-COUNT   TO CT-COUNT-2.
           MOVE WS-PRENOTE-COUNT TO CT-COUNT-3.
           MOVE WS-TOTAL-CREDITS TO CT-AMOUNT-1.
           MOVE ZERO             TO CT-AMOUNT-2.
           MOVE ZERO             TO CT-AMOUNT-3.
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
               DISPLAY 'PAYACH - PAYCTL POST FAILED FOR '
                   WS-RUN-DATE-PARM ' STATUS ' CT-FILE-STATUS
           END-IF.
       8500-EXIT.
           EXIT.
      *
      *****************************************************************
      * 9000-TERMINATE -- CLOSE UP AND GO HOME.                      *
      *****************************************************************
       9000-TERMINATE.
           CLOSE PAYHIST-FILE.
           CLOSE EMPBANK-FILE.
           CLOSE ACH-FILE.
           CLOSE PAYCTL-FILE.
           CLOSE TRANSMIT-RPT.
       9000-EXIT.
           EXIT.
//GO       EXEC PGM=PAYACH,COND=((5,LT,COB),(5,LT,LKED))
//PAYHIST  DD DSN=TSOECCC.CICSTS12.STUDENT.PAYHIST,DISP=SHR
//EMPBANK  DD DSN=TSOECCC.CICSTS12.STUDENT.EMPBANK,DISP=SHR
//PAYCTL   DD DSN=TSOECCC.CICSTS12.STUDENT.PAYCTL,DISP=SHR
//ACHFILE  DD DSN=TSOECCC.CICSTS12.STUDENT.ACHFILE(+1),
//            DISP=(NEW,CATLG,DELETE),UNIT=SYSDA,
//            SPACE=(TRK,(5,5)),DCB=(RECFM=FB,LRECL=94,BLKSIZE=940)
