//*           TO ALSO SNAPSHOT THE CLOSING FIGURES AND RESET
//*           THE YTD ACCUMULATORS TO ZERO
//* THE W-2 EXTRACT ON //GO.W2OUT IS SUMMED FROM THE PAYHIST
//* DETAIL, WITH THE GROSS PAID ON SUPPLEMENTAL CHECKS
//* CARRIED IN ITS OWN FIELD (200-BYTE RECORDS).
//* EVERY EMPLOYEE IS BALANCED AGAINST THE EMPMAST
//* YTD FIELDS FIRST, AND A CLOSE IS REFUSED OUTRIGHT IF
//* ANYONE IS OUT OF BALANCE -- RUN PAYRECN, THEN CLOSE.
//* THE //GO.EMPYE SNAPSHOT KEEPS THE PRIOR-YEAR CLOSING
      *                  SECURITY WAGES.                             *
      *   09/02/26  HL   SSN AND MAILING ADDRESS FROM EMPMAST        *
      *                  CARRIED ON THE W-2 EXTRACT.                 *
      *   10/15/26  HL   SOCIAL SECURITY WAGE BASE TAKEN FROM THE    *
      *                  TAXPARM SET IN FORCE ON DECEMBER 31 OF THE  *
      *                  TAX YEAR INSTEAD OF A VALUE CLAUSE.         *
      *   10/15/26  HL   GROSS FROM SUPPLEMENTAL CHECKS (EARNINGS    *
      *                  CODE B OR C) SUMMED INTO THE NEW W-2 FIELD  *
      *                  W2-SUPP-WAGES AND TOTALED ON THE LISTING;   *
      *                  W2OUT RECORD NOW 200 BYTES.                 *
      *****************************************************************
       PROGRAM-ID. PAYYEND.
       AUTHOR. HLUSAK.
       77  WS-W2-WRITTEN           PIC 9(07) COMP VALUE ZERO.
       77  WS-OUT-OF-BALANCE       PIC 9(07) COMP VALUE ZERO.
       77  WS-RESET-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-TOTAL-SUPP-WAGES     PIC S9(11)V99 VALUE ZERO.
      *
       01  WS-DETAIL-SUMS.
           05  WS-SUM-GROSS        PIC S9(09)V99 VALUE ZERO.
           05  WS-SUM-MEDICARE     PIC S9(09)V99 VALUE ZERO.
           05  WS-SUM-STATE-TAX    PIC S9(09)V99 VALUE ZERO.
           05  WS-SUM-401K         PIC S9(09)V99 VALUE ZERO.
           05  WS-SUM-SUPP-GROSS   PIC S9(09)V99 VALUE ZERO.
      *
      * FEDERAL TAXABLE WAGES -- THE YEAR'S GROSS LESS THE 401(K)
      * DEFERRALS, WHICH WERE PRE-TAX FOR FEDERAL WITHHOLDING.
      *
      * THE SAME ANNUAL SOCIAL SECURITY WAGE BASE PAYCALC CAPS THE
      * WITHHOLDING AT -- BOX 3 STOPS THERE TOO, SO IT STAYS 6.2
      * PERCENT OF THE WITHHELD FIGURE.  TAKEN FROM THE TAXPARM SET
      * IN FORCE ON DECEMBER 31 OF THE TAX YEAR.
       77  SS-WAGE-BASE            PIC 9(07)V99 VALUE ZERO.
       77  WS-YEAR-END-DATE        PIC 9(08) VALUE ZERO.
       77  TAX-SET-SUB             PIC S9(04) COMP.
       77  TAX-SET-PICK            PIC S9(04) COMP.
      *
       01  WS-RUN-DATE-WORK        PIC 9(08).
       01  FILLER REDEFINES WS-RUN-DATE-WORK.
           05  CNT-CAPTION         PIC X(28).
           05  CNT-VALUE           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(97) VALUE SPACES.
      *
       01  AMT-LINE.
           05  AMT-CAPTION         PIC X(28).
           05  AMT-VALUE           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(89) VALUE SPACES.
      *
       01  MSG-LINE                PIC X(132).
      *
      * ONLY PC-TAX-PARMS IS USED -- FILLED BY TAXLOAD.
       COPY PAYCALCA.
      *
       PROCEDURE DIVISION.
      *****************************************************************
           IF WS-MODE-PARM = 'CLOSE'
               SET CLOSE-MODE TO TRUE
           END-IF.
           PERFORM 1100-PICK-WAGE-BASE
               THRU 1100-EXIT.
           MOVE WS-YEAR-PARM TO HDG-YEAR.
           MOVE WS-MODE-PARM TO HDG-MODE.
           WRITE PR-PRINT-LINE FROM HDG-LINE-1
               THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *
      * THE WAGE BASE FOR THE YEAR IS THE ONE IN THE LAST TAXPARM SET
      * TAKING EFFECT ON OR BEFORE DECEMBER 31.  NO SET, NO RUN.
       1100-PICK-WAGE-BASE.
           CALL 'TAXLOAD' USING PC-PAYCALC-AREA.
           COMPUTE WS-YEAR-END-DATE = WS-YEAR-PARM * 10000 + 1231.
           MOVE ZERO TO TAX-SET-PICK.
           PERFORM 1110-TEST-ONE-SET
               THRU 1110-EXIT
               VARYING TAX-SET-SUB FROM 1 BY 1
               UNTIL TAX-SET-SUB > PC-TX-SET-COUNT.
           IF TAX-SET-PICK = ZERO
               DISPLAY 'PAYYEND - NO TAX PARAMETERS IN FORCE FOR '
                   WS-YEAR-PARM
               GO TO 9999-EXIT
           END-IF.
           MOVE PC-TX-SS-WAGE-BASE (TAX-SET-PICK) TO SS-WAGE-BASE.
       1100-EXIT.
           EXIT.
      *
       1110-TEST-ONE-SET.
           IF PC-TX-EFF-DATE (TAX-SET-SUB) NOT > WS-YEAR-END-DATE
               MOVE TAX-SET-SUB TO TAX-SET-PICK
           END-IF.
       1110-EXIT.
           EXIT.
      *
       2000-EXTRACT-ONE-EMPLOYEE.
           ADD 1 TO WS-EMPLOYEES-DONE.
           MOVE ZERO TO WS-SUM-MEDICARE.
           MOVE ZERO TO WS-SUM-STATE-TAX.
           MOVE ZERO TO WS-SUM-401K.
           MOVE ZERO TO WS-SUM-SUPP-GROSS.
           MOVE 'N' TO HIST-EOF-SWITCH.
           MOVE EM-EMP-ID TO PH-EMP-ID.
           MOVE ZERO      TO PH-RUN-DATE.
                   SUBTRACT PH-MEDICARE-TAX FROM WS-SUM-MEDICARE
                   SUBTRACT PH-STATE-TAX    FROM WS-SUM-STATE-TAX
                   SUBTRACT PH-DEDUCT-401K  FROM WS-SUM-401K
                   IF PH-SUPPLEMENTAL-PAY
                       SUBTRACT PH-GROSS-PAY FROM WS-SUM-SUPP-GROSS
                   END-IF
               ELSE
                   ADD PH-GROSS-PAY    TO WS-SUM-GROSS
                   ADD PH-FED-TAX      TO WS-SUM-FED-TAX
                   ADD PH-MEDICARE-TAX TO WS-SUM-MEDICARE
                   ADD PH-STATE-TAX    TO WS-SUM-STATE-TAX
                   ADD PH-DEDUCT-401K  TO WS-SUM-401K
                   IF PH-SUPPLEMENTAL-PAY
                       ADD PH-GROSS-PAY TO WS-SUM-SUPP-GROSS
                   END-IF
               END-IF
           END-IF.
           PERFORM 3100-READ-NEXT-HISTORY
           ELSE
               MOVE WS-SUM-STATE-TAX TO W2-STATE-WITHHELD
           END-IF.
           IF WS-SUM-SUPP-GROSS < ZERO
               MOVE ZERO TO W2-SUPP-WAGES
           ELSE
               MOVE WS-SUM-SUPP-GROSS TO W2-SUPP-WAGES
           END-IF.
           ADD W2-SUPP-WAGES TO WS-TOTAL-SUPP-WAGES.
           WRITE W2-EXTRACT-RECORD.
           IF NOT W2-FILE-OK
               DISPLAY 'PAYYEND - W2 WRITE FAILED, STATUS '
           MOVE WS-W2-WRITTEN TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO AMT-LINE.
           MOVE 'SUPPLEMENTAL WAGES ON W-2S:' TO AMT-CAPTION.
           MOVE WS-TOTAL-SUPP-WAGES TO AMT-VALUE.
           WRITE PR-PRINT-LINE FROM AMT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CNT-LINE.
           MOVE 'OUT OF BALANCE:' TO CNT-CAPTION.
           MOVE WS-OUT-OF-BALANCE TO CNT-VALUE.
//GO       EXEC PGM=PAYYEND,COND=((5,LT,COB),(5,LT,LKED))
//EMPMAST  DD DSN=TSOECCC.CICSTS12.STUDENT.EMPMAST,DISP=SHR
//PAYHIST  DD DSN=TSOECCC.CICSTS12.STUDENT.PAYHIST,DISP=SHR
//TAXPARM  DD DSN=TSOECCC.CICSTS12.STUDENT.TAXPARM,DISP=SHR
//W2OUT    DD DSN=TSOECCC.CICSTS12.STUDENT.W2OUT(+1),
//            DISP=(NEW,CATLG,DELETE),UNIT=SYSDA,
//            SPACE=(TRK,(5,5)),DCB=(RECFM=FB,LRECL=200,BLKSIZE=2000)
//EMPYE    DD DSN=TSOECCC.CICSTS12.STUDENT.EMPYE(+1),
//            DISP=(NEW,CATLG,DELETE),UNIT=SYSDA,
//            SPACE=(TRK,(5,5)),DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
