//* EMPLOYEE CARRYING A PENDING EMPMNT RATE CHANGE WHOSE
//* EFFECTIVE DATE HAS ARRIVED GETS HIS PAYHIST CHECKS PAID
//* AT THE OLD RATE ON OR AFTER THAT DATE RE-FIGURED THROUGH
//* PAYCALC AT THE NEW RATE, EACH UNDER THE TAXPARM SET IN
//* FORCE ON ITS OWN DATE; THE DIFFERENCE GOES OUT AS ONE
//* ADJUSTMENT CHECK ON PAYHIST, THE YTD FIELDS ARE POSTED,
//* AND THE NEW RATE IS PROMOTED INTO THE MASTER.  PAYCHK
//* AND PAYACH PAY THE ADJUSTMENT LIKE ANY OTHER CHECK; THE
//* ADJUSTMENTS WRITTEN ARE POSTED TO THE PAYCTL PAYDAY
//* CONTROL LEDGER UNDER STEP PAYRETRO FOR THEM TO PROVE.
//* PLACE YOUR OWN LOADLIB/SRCLIB NAMES WHERE SHOWN.
//*********************************************************
//COB      EXEC PGM=IGYCRCTL
      * THE ORIGINAL CHECKS ALREADY TOOK THEM -- BUT THE ORIGINAL    *
      * 401(K) DEFERRAL RIDES INTO THE RE-FIGURE SO THE FEDERAL      *
      * DIFFERENCE KEEPS IT PRE-TAX.  A RATE CHANGE THAT NETS NO     *
      * BACK PAY (NO AFFECTED CHECKS) STILL PROMOTES.  THE ADJUSTMENT*
      * CHECKS WRITTEN ARE POSTED TO THE PAYCTL PAYDAY CONTROL LEDGER*
      * AS THIS STEP'S ENTRY, SO THE PAYDAY STEPS THAT PAY AND PROVE *
      * THE CHECKS COUNT THEM.                                       *
      *                                                               *
      * MODIFICATION HISTORY.                                        *
      *   09/02/26  HL   ORIGINAL PROGRAM.                           *
      *   10/15/26  HL   EACH CHECK RE-FIGURED UNDER THE TAXPARM SET *
      *                  IN FORCE ON ITS OWN CHECK DATE, LOADED ONCE *
      *                  THROUGH TAXLOAD; A CHECK NO SET COVERS IS   *
      *                  LEFT OUT AND COUNTED ON THE TOTALS.         *
      *   10/15/26  HL   BONUS AND COMMISSION CHECKS ARE NOT RE-     *
      *                  FIGURED AT THE NEW RATE.                    *
      *   10/15/26  HL   WORKERS' COMPENSATION CLASS AND STATE       *
      *                  STAMPED ON THE ADJUSTMENT, WITH THE         *
      *                  OVERTIME PREMIUM DIFFERENCE SPLIT OUT OF    *
      *                  THE BACK PAY.                               *
      *   10/15/26  HL   GARNISHMENT SHORTFALL ZERO ON THE RETRO     *
      *                  CHECK.                                      *
      *   10/15/26  HL   ADJUSTMENT CHECKS POSTED TO THE PAYCTL      *
      *                  CONTROL LEDGER UNDER STEP PAYRETRO.         *
      *****************************************************************
       PROGRAM-ID. PAYRETRO.
       AUTHOR. HLUSAK.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PP-PERIOD-START
               FILE STATUS IS PP-FILE-STATUS.
           SELECT PAYCTL-FILE ASSIGN TO PAYCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-KEY
               FILE STATUS IS CT-FILE-STATUS.
           SELECT PAYRETRO-RPT ASSIGN TO SYSPRINT.
      *
       DATA DIVISION.
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY PAYPER.
      *
       FD  PAYCTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY PAYCTL.
      *
       FD  PAYRETRO-RPT
           RECORDING MODE IS F
       01  PP-FILE-STATUS          PIC X(02).
           88  PP-FILE-OK               VALUE '00'.
           88  PP-FILE-EOF              VALUE '10'.
       01  CT-FILE-STATUS          PIC X(02).
           88  CT-FILE-OK               VALUE '00'.
           88  CT-NOT-FOUND             VALUE '23'.
      *
       01  SWITCHES.
           05  MASTER-EOF-SWITCH   PIC X VALUE 'N'.
       77  WS-CHANGES-WORKED       PIC 9(05) COMP VALUE ZERO.
       77  WS-ADJUSTMENTS-WRITTEN  PIC 9(05) COMP VALUE ZERO.
       77  WS-CHECKS-REFIGURED     PIC 9(05) COMP VALUE ZERO.
       77  WS-CHECKS-NO-TAX-SET    PIC 9(05) COMP VALUE ZERO.
      *
      * PER-EMPLOYEE BACK-PAY ACCUMULATORS -- THE SUM OF THE
      * PER-CHECK DIFFERENCES BETWEEN THE CHECK AS PAID AND THE
           05  WS-DELTA-SOC-SEC    PIC S9(07)V99 VALUE ZERO.
           05  WS-DELTA-MEDICARE   PIC S9(07)V99 VALUE ZERO.
           05  WS-DELTA-NET        PIC S9(07)V99 VALUE ZERO.
           05  WS-DELTA-OT-PREMIUM PIC S9(07)V99 VALUE ZERO.
       01  WS-OLD-OT-PREMIUM       PIC 9(07)V99 VALUE ZERO.
       77  WS-EMP-CHECK-COUNT      PIC 9(03) COMP VALUE ZERO.
      *
       01  WS-RUN-TOTALS.
           05  WS-TOTAL-BACK-GROSS PIC S9(09)V99 VALUE ZERO.
           05  WS-TOTAL-BACK-NET   PIC S9(09)V99 VALUE ZERO.
      *
      * THE ADJUSTMENT CHECKS WRITTEN, AS THE CONTROL LEDGER SEES
      * THEM.
       77  WS-CTL-GROSS            PIC S9(11)V99 VALUE ZERO.
       77  WS-CTL-NET              PIC S9(11)V99 VALUE ZERO.
       01  WS-CLOCK-WORK           PIC 9(08).
       01  FILLER REDEFINES WS-CLOCK-WORK.
           05  WS-CLOCK-HHMMSS     PIC 9(06).
           05  FILLER              PIC 9(02).
      *
       COPY PAYCALCA.
      *
               UNTIL MASTER-EOF.
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
           OPEN I-O PAYCTL-FILE.
           IF NOT CT-FILE-OK
               DISPLAY 'PAYRETRO - OPEN FAILED, PAYCTL STATUS '
                   CT-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN OUTPUT PAYRETRO-RPT.
           ACCEPT WS-RUN-DATE-PARM FROM SYSIN.
           MOVE WS-RUN-DATE-PARM TO HDG-RUN-DATE.
               END-IF
               GO TO 9999-EXIT
           END-IF.
      * EVERY SET ON FILE LOADS -- EACH OLD CHECK IS RE-FIGURED
      * UNDER THE RATES IN FORCE ON ITS OWN DATE, NOT TODAY'S.
           CALL 'TAXLOAD' USING PC-PAYCALC-AREA.
           IF PC-TX-SET-COUNT = ZERO
               DISPLAY 'PAYRETRO - NO TAX PARAMETERS LOADED - '
                   'RUN STOPPED'
               GO TO 9999-EXIT
           END-IF.
           WRITE PR-PRINT-LINE FROM HDG-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PR-PRINT-LINE FROM HDG-LINE-2
      * WAY THE ORIGINAL WITHHOLDING DID -- OTHERWISE THE FEDERAL
      * DIFFERENCE WOULD OVERSTATE BY THE TAX ON THE DEFERRAL.  THE
      * NET DIFFERENCE IS THE GROSS DIFFERENCE LESS THE TAX
      * DIFFERENCES.  A BONUS OR COMMISSION IS A FLAT AMOUNT, NOT
      * PAID AT THE RATE, SO IT IS NEVER RE-FIGURED.
       3300-REFIGURE-ONE-CHECK.
           IF NOT PH-NORMAL-CHECK
              OR PH-SUPPLEMENTAL-PAY
              OR PH-HRLY-PAY-RATE NOT NUMERIC
              OR PH-HRLY-PAY-RATE NOT < EM-NEW-PAY-RATE
              OR PH-HOURS-WORKED NOT NUMERIC
           ELSE
               MOVE ZERO TO PC-DED-COUNT
           END-IF.
           MOVE PH-RUN-DATE       TO PC-CHECK-DATE.
           MOVE SPACE             TO PC-EARNINGS-CODE.
           MOVE ZERO              TO PC-SUPP-AMOUNT.
           CALL 'PAYCALC' USING PC-PAYCALC-AREA.
      * A CHECK OLDER THAN ANY SET ON FILE CANNOT BE RE-FIGURED
      * UNDER THE RATES IT WAS PAID AT, SO IT IS LEFT OUT RATHER
      * THAN GUESSED AT.
           IF PC-NO-TAX-PARMS
               DISPLAY 'PAYRETRO - NO TAX SET FOR CHECK '
                   PH-EMP-ID ' ' PH-RUN-DATE ' - NOT RE-FIGURED'
               ADD 1 TO WS-CHECKS-NO-TAX-SET
               GO TO 3300-NEXT
           END-IF.
           ADD 1 TO WS-EMP-CHECK-COUNT.
           ADD 1 TO WS-CHECKS-REFIGURED.
           COMPUTE WS-DELTA-GROSS =
              WS-DELTA-SOC-SEC + (PC-SOC-SEC - PH-SOC-SEC).
           COMPUTE WS-DELTA-MEDICARE =
              WS-DELTA-MEDICARE + (PC-MEDICARE-TAX - PH-MEDICARE-TAX).
      * THE OVERTIME PREMIUM GOES UP WITH THE RATE TOO; A CHECK CUT
      * BEFORE THE HISTORY CARRIED THE SPLIT HAS ITS OLD PREMIUM
      * RE-FIGURED FROM THE HOURS OVER 40 AT HALF THE OLD RATE.
           IF PH-OT-PREMIUM-PAY NUMERIC
               MOVE PH-OT-PREMIUM-PAY TO WS-OLD-OT-PREMIUM
           ELSE
               MOVE ZERO TO WS-OLD-OT-PREMIUM
               IF PH-HOURS-WORKED > 40
                   COMPUTE WS-OLD-OT-PREMIUM ROUNDED =
                      (PH-HOURS-WORKED - 40) * PH-HRLY-PAY-RATE * 0.5
               END-IF
           END-IF.
           COMPUTE WS-DELTA-OT-PREMIUM =
              WS-DELTA-OT-PREMIUM + (PC-OT-PREMIUM - WS-OLD-OT-PREMIUM).
       3300-NEXT.
           PERFORM 3200-READ-NEXT-HISTORY
               THRU 3200-EXIT.
           IF WS-DELTA-MEDICARE < ZERO
               MOVE ZERO TO WS-DELTA-MEDICARE
           END-IF.
           IF WS-DELTA-OT-PREMIUM < ZERO
               MOVE ZERO TO WS-DELTA-OT-PREMIUM
           END-IF.
           IF WS-DELTA-GROSS > ZERO
              AND WS-DELTA-OT-PREMIUM > WS-DELTA-GROSS
               MOVE WS-DELTA-GROSS TO WS-DELTA-OT-PREMIUM
           END-IF.
           COMPUTE WS-DELTA-NET =
              WS-DELTA-GROSS - WS-DELTA-FED - WS-DELTA-STATE -
              WS-DELTA-SOC-SEC - WS-DELTA-MEDICARE.
           MOVE SPACE             TO PH-CHECK-STATUS.
           MOVE EM-DEPT-CODE      TO PH-DEPT-CODE.
           MOVE SPACE             TO PH-RECORD-TYPE.
           MOVE SPACE             TO PH-EARNINGS-CODE.
           MOVE EM-WC-CLASS-CODE  TO PH-WC-CLASS-CODE.
           MOVE EM-STATE-CODE     TO PH-WC-STATE-CODE.
           MOVE WS-DELTA-OT-PREMIUM TO PH-OT-PREMIUM-PAY.
           MOVE ZERO              TO PH-GARN-SHORTFALL.
           COMPUTE PH-STRAIGHT-TIME-PAY =
              WS-DELTA-GROSS - WS-DELTA-OT-PREMIUM.
           MOVE 1 TO PH-CHECK-SEQ.
           PERFORM 4100-TRY-HISTORY-WRITE
               THRU 4100-EXIT.
                  OR PH-CHECK-SEQ = 99.
           IF PH-FILE-OK
               ADD 1 TO WS-ADJUSTMENTS-WRITTEN
               ADD WS-DELTA-GROSS TO WS-CTL-GROSS
               ADD WS-DELTA-NET   TO WS-CTL-NET
           ELSE
               DISPLAY 'PAYRETRO - ADJUSTMENT WRITE FAILED FOR '
                   EM-EMP-ID ' STATUS ' PH-FILE-STATUS
           MOVE WS-ADJUSTMENTS-WRITTEN TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CNT-LINE.
           MOVE 'CHECKS WITH NO TAX SET:' TO CNT-CAPTION.
           MOVE WS-CHECKS-NO-TAX-SET TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE.
       8000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 8500-POST-CONTROL-ENTRY -- THE ADJUSTMENT CHECKS WRITTEN, AS *
      * THIS STEP'S ENTRY ON THE PAYCTL PAYDAY CONTROL LEDGER:       *
      * COUNT-1 CHECKS, AMOUNT-1 GROSS, AMOUNT-2 NET.  A SECOND RUN  *
      * FOR THE SAME DATE PROMOTES DIFFERENT RATE CHANGES, SO IT ADDS*
      * TO THE FIRST.  NOTHING HERE HAS TO PROVE AGAINST AN EARLIER  *
      * STEP, SO THE ENTRY IS ALWAYS BALANCED.                       *
      *****************************************************************
       8500-POST-CONTROL-ENTRY.
           MOVE WS-RUN-DATE-PARM TO CT-RUN-DATE.
           MOVE 'PAYRETRO'       TO CT-STEP-NAME.
           READ PAYCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT CT-FILE-OK
               MOVE SPACES TO CT-PAYCTL-RECORD
               MOVE WS-RUN-DATE-PARM TO CT-RUN-DATE
               MOVE 'PAYRETRO'       TO CT-STEP-NAME
               MOVE ZERO TO CT-COUNT-1
               MOVE ZERO TO CT-COUNT-2
               MOVE ZERO TO CT-COUNT-3
               MOVE ZERO TO CT-AMOUNT-1
               MOVE ZERO TO CT-AMOUNT-2
               MOVE ZERO TO CT-AMOUNT-3
               MOVE ZERO TO CT-RUN-COUNT
           END-IF.
           ADD WS-ADJUSTMENTS-WRITTEN TO CT-COUNT-1.
           ADD WS-CTL-GROSS           TO CT-AMOUNT-1.
           ADD WS-CTL-NET             TO CT-AMOUNT-2.
           ADD 1 TO CT-RUN-COUNT.
           ACCEPT CT-LAST-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-WORK FROM TIME.
           MOVE WS-CLOCK-HHMMSS TO CT-LAST-RUN-TIME.
           MOVE 'B' TO CT-STATUS.
           IF CT-FILE-OK
               REWRITE CT-PAYCTL-RECORD
           ELSE
               WRITE CT-PAYCTL-RECORD
           END-IF.
           IF NOT CT-FILE-OK
               DISPLAY 'PAYRETRO - PAYCTL POST FAILED FOR '
                   WS-RUN-DATE-PARM ' STATUS ' CT-FILE-STATUS
           END-IF.
       8500-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           CLOSE EMPMAST-FILE.
           CLOSE PAYHIST-FILE.
           CLOSE PAYCTL-FILE.
           CLOSE PAYRETRO-RPT.
       9000-EXIT.
           EXIT.
//EMPMAST  DD DSN=TSOECCC.CICSTS12.STUDENT.EMPMAST,DISP=SHR
//PAYHIST  DD DSN=TSOECCC.CICSTS12.STUDENT.PAYHIST,DISP=SHR
//PAYPER   DD DSN=TSOECCC.CICSTS12.STUDENT.PAYPER,DISP=SHR
//PAYCTL   DD DSN=TSOECCC.CICSTS12.STUDENT.PAYCTL,DISP=SHR
//TAXPARM  DD DSN=TSOECCC.CICSTS12.STUDENT.TAXPARM,DISP=SHR
//SYSPRINT DD SYSOUT=*
//SYSIN    DD *
20260101
