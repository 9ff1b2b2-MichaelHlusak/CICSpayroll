      *                  OVERTIME THRESHOLD, AND VACATION / SICK     *
      *                  ACCRUAL FIGURED PER CHECK FOR THE CALLER    *
      *                  TO POST TO THE EMPMAST BALANCES.            *
      *   10/15/26  HL   STATE RATES, FEDERAL BRACKETS, ALLOWANCE    *
      *                  AMOUNT, WAGE BASE AND ADDITIONAL MEDICARE   *
      *                  FIGURES MOVED OUT TO THE EFFECTIVE-DATED    *
      *                  TAXPARM FILE -- THE SET IN FORCE ON THE     *
      *                  CHECK DATE IS PICKED EACH CALL, RETURN      *
      *                  CODE 08 WHEN NONE COVERS IT.                *
      *   10/15/26  HL   SUPPLEMENTAL (BONUS / COMMISSION) CHECKS -- *
      *                  FLAT AMOUNT AS GROSS, NO ACCRUAL, FEDERAL   *
      *                  AT THE SET'S FLAT SUPPLEMENTAL RATE INSTEAD *
      *                  OF THE BRACKETS.                            *
      *   10/15/26  HL   OVERTIME PREMIUM RETURNED APART FROM GROSS  *
      *                  FOR THE WORKERS' COMPENSATION WAGE BASE.    *
      *   10/15/26  HL   GARNISHMENTS HELD TO THE FEDERAL            *
      *                  DISPOSABLE-EARNINGS CEILING FOR THEIR ORDER *
      *                  TYPE AND FILLED IN PRIORITY ORDER; WANTED   *
      *                  AMOUNTS AND THE SHORTFALL RETURNED.         *
      *****************************************************************
       PROGRAM-ID. PAYCALC.
       AUTHOR. HLUSAK.
       77  ANNUAL-STD-HOURS        PIC 9(04)    VALUE 2080.
       77  PAID-HOURS-WORK         PIC 9(04)V99.
      *
      * THE STATE RATES, THE FEDERAL BRACKETS, THE ALLOWANCE AMOUNT,
      * THE SOCIAL SECURITY WAGE BASE AND THE ADDITIONAL MEDICARE
      * FIGURES ALL COME FROM THE TAXPARM SET THE CALLER LOADED INTO
      * PC-TAX-PARMS -- THE SET WITH THE LATEST EFFECTIVE DATE NOT
      * AFTER PC-CHECK-DATE.  TAX-SET-PICK IS THAT SET'S SUBSCRIPT
      * FOR THE REST OF THE CALL.
       77  TAX-SET-SUB             PIC S9(04) COMP.
       77  TAX-SET-PICK            PIC S9(04) COMP.
      *
      * A STATE CODE NOT FOUND IN THE SET FALLS BACK TO THE SET'S
      * DEFAULT STATE RATE.
       77  STC-SUB                 PIC S9(04) COMP.
       77  STATE-TAX-RATE-SAVE     PIC 9V999.
      *
      * FEDERAL WITHHOLDING BRACKETS, BY FILING STATUS.  THE
      * CHECK'S GROSS IS ANNUALIZED AT THE EMPLOYEE'S PAY-FREQUENCY
      * PERIODS PER YEAR, THE
      * ALLOWANCE AMOUNT COMES OFF PER ALLOWANCE CLAIMED, AND THE
      * EXCESS OVER THE BRACKET FLOOR, DIVIDED BACK TO ONE CHECK.
      * A FILING STATUS THAT IS NOT 'M' WITHHOLDS AS SINGLE, SAME
      * AS A BLANK ON A RECORD LOADED BEFORE THE FIELD EXISTED.
       77  FTX-SUB                 PIC S9(04) COMP.
       77  FTX-PICK                PIC S9(04) COMP.
      * PAY PERIODS PER YEAR IS SET FROM THE EMPLOYEE'S PAY
      * SPACE ON RECORDS LOADED BEFORE THE FIELD EXISTED) ANNUALIZES
      * AS WEEKLY, WHICH IS WHAT THE WHOLE ROSTER WAS BEFORE.
       77  PAY-PERIODS-PER-YEAR    PIC 9(02)      VALUE 52.
       77  FILING-STATUS-WORK      PIC X(01).
       77  ANNUAL-TAXABLE-WORK     PIC S9(09)V99.
       77  ANNUAL-FED-TAX-WORK     PIC S9(09)V99.
      *
      * SOCIAL SECURITY STOPS FOR THE YEAR ONCE YTD WAGES REACH THE
      * WAGE BASE; THE ADDITIONAL MEDICARE RATE STARTS ON THE WAGES
      * PAST ITS THRESHOLD.  BOTH FIGURES RIDE IN THE TAX SET.
       77  SS-TAXABLE-WORK         PIC S9(09)V99.
       77  ADDL-MEDI-WAGES-WORK    PIC S9(09)V99.
      *
      *
       77  DED-SUB                 PIC S9(04) COMP.
       77  DED-TAKE-WORK           PIC 9(06)V99.
      *
      * FEDERAL GARNISHMENT CEILINGS, AS A SHARE OF DISPOSABLE
      * EARNINGS.  A CREDITOR ORDER ALSO MAY NOT TOUCH THE FIRST 30
      * TIMES THE FEDERAL MINIMUM WAGE FOR A WEEK, CARRIED TO THE
      * PAY PERIOD AT 52 WEEKS OVER THE PERIODS PER YEAR.  SUPPORT
      * PAST 12 WEEKS IN ARREARS GETS THE EXTRA FIVE POINTS.
       77  CREDITOR-CEILING-PCT    PIC 9V99     VALUE .25.
       77  SUPPORT-CEILING-PCT     PIC 9V99     VALUE .60.
       77  SUPPORT-2ND-CEILING-PCT PIC 9V99     VALUE .50.
       77  ARREARS-ADDED-PCT       PIC 9V99     VALUE .05.
       77  FED-MINIMUM-WAGE        PIC 9(02)V99 VALUE 7.25.
       77  PROTECTED-WAGE-HOURS    PIC 9(02)    VALUE 30.
      *
       77  DISPOSABLE-WORK         PIC S9(07)V99.
       77  PROTECTED-AMT-WORK      PIC S9(07)V99.
       77  GARN-PCT-WORK           PIC 9V99.
       77  GARN-CEILING-WORK       PIC S9(07)V99.
       77  GARN-ROOM-WORK          PIC S9(07)V99.
       77  GARN-PICK               PIC S9(04) COMP.
       77  GARN-BEST-PRIORITY      PIC 9(03).
       77  GARN-PRIORITY-WORK      PIC 9(03).
       77  GARN-PENDING-COUNT      PIC S9(04) COMP.
       01  GARN-PENDING-TABLE.
           05  GARN-PENDING-FLAG   PIC X(01) OCCURS 8 TIMES.
      *
       LINKAGE SECTION.
       COPY PAYCALCA.
      * 0000-MAINLINE -- ONE CALL, ONE CHECK.                        *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 0100-PICK-TAX-SET
               THRU 0100-EXIT.
           IF TAX-SET-PICK = ZERO
               MOVE ZEROS TO PC-OUTPUTS
               MOVE ZEROS TO PC-DEDUCT-OUTPUTS
               MOVE ZEROS TO PC-ACCRUAL-OUTPUTS
               MOVE ZEROS TO PC-EARNINGS-SPLIT
               MOVE ZEROS TO PC-GARNISH-OUTPUTS
               MOVE '08' TO PC-RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0500-SET-PAY-PERIODS
               THRU 0500-EXIT.
           PERFORM 1000-CALC-GROSS-PAY
               THRU 2500-EXIT.
           PERFORM 2000-CALC-TAXES
               THRU 2000-EXIT.
      * GARNISHMENTS WAIT FOR THE TAXES -- THEIR CEILING IS FIGURED
      * ON WHAT IS LEFT AFTER THEM.
           PERFORM 2600-LIMIT-GARNISHMENTS
               THRU 2600-EXIT.
           PERFORM 3000-CALC-NET-PAY
               THRU 3000-EXIT.
           GOBACK.
      *
      * THE SETS ARE LOADED IN ASCENDING EFFECTIVE-DATE ORDER, SO
      * THE LAST ONE NOT DATED AFTER THE CHECK IS THE ONE IN FORCE.
      * NONE AT ALL (CHECK DATED BEFORE THE OLDEST SET, OR NOTHING
      * LOADED) LEAVES THE PICK AT ZERO.
       0100-PICK-TAX-SET.
           MOVE ZERO TO TAX-SET-PICK.
           PERFORM 0110-TRY-ONE-TAX-SET
               THRU 0110-EXIT
               VARYING TAX-SET-SUB FROM 1 BY 1
               UNTIL TAX-SET-SUB > PC-TX-SET-COUNT.
       0100-EXIT.
           EXIT.
      *
       0110-TRY-ONE-TAX-SET.
           IF PC-TX-EFF-DATE (TAX-SET-SUB) NOT > PC-CHECK-DATE
               MOVE TAX-SET-SUB TO TAX-SET-PICK
           END-IF.
       0110-EXIT.
           EXIT.
      *
      * PAY PERIODS PER YEAR FROM THE EMPLOYEE'S FREQUENCY -- USED
      * BY THE FEDERAL ANNUALIZATION AND THE SALARIED LEAVE
      * ACCRUAL.  ANYTHING UNRECOGNIZED ANNUALIZES AS WEEKLY.
      *****************************************************************
      * 1000-CALC-GROSS-PAY -- A SALARIED EMPLOYEE IS PAID THE       *
      * PERIOD SALARY OUTRIGHT; AN HOURLY EMPLOYEE GETS STRAIGHT     *
      * TIME PLUS THE OVERTIME PREMIUM.  A SUPPLEMENTAL CHECK IS     *
      * THE FLAT BONUS OR COMMISSION AMOUNT AND NOTHING ELSE.        *
      *****************************************************************
       1000-CALC-GROSS-PAY.
           MOVE ZERO TO PC-OT-PREMIUM.
           IF PC-SUPPLEMENTAL
               MOVE PC-SUPP-AMOUNT TO PC-GROSS-PAY
               GO TO 1000-EXIT
           END-IF.
           IF PC-SALARIED
               MOVE PC-PERIOD-SALARY TO PC-GROSS-PAY
               GO TO 1000-EXIT
                  (OT-THRESHOLD-HOURS * PC-HRLY-PAY-RATE) +
                  ((PC-HOURS-WORKED - OT-THRESHOLD-HOURS) *
                     PC-HRLY-PAY-RATE * OT-PREMIUM-RATE)
      * THE PREMIUM IS WHATEVER THE OVERTIME HOURS EARNED PAST
      * STRAIGHT TIME, TAKEN OFF THE GROSS AS FIGURED SO THE TWO
      * PARTS ALWAYS ADD BACK TO IT TO THE PENNY.
               COMPUTE PC-OT-PREMIUM =
                  PC-GROSS-PAY -
                  (PC-HOURS-WORKED * PC-HRLY-PAY-RATE)
           ELSE
               COMPUTE PC-GROSS-PAY =
                  PC-HOURS-WORKED * PC-HRLY-PAY-RATE
      *****************************************************************
      * 1500-CALC-LEAVE-ACCRUAL -- LEAVE EARNED ON THIS CHECK: SO    *
      * MANY HOURS PER HOUR PAID FOR AN HOURLY EMPLOYEE, THE         *
      * STANDARD PERIOD HOURS FOR A SALARIED ONE.  A SUPPLEMENTAL    *
      * CHECK PAYS NO HOURS AND EARNS NO LEAVE.                      *
      *****************************************************************
       1500-CALC-LEAVE-ACCRUAL.
           IF PC-SUPPLEMENTAL
               MOVE ZEROS TO PC-ACCRUAL-OUTPUTS
               GO TO 1500-EXIT
           END-IF.
           IF PC-SALARIED
               COMPUTE PAID-HOURS-WORK ROUNDED =
                  ANNUAL-STD-HOURS / PAY-PERIODS-PER-YEAR
       2000-CALC-TAXES.
           PERFORM 2100-CALC-FEDERAL-TAX
               THRU 2100-EXIT.
           MOVE PC-TX-DEFAULT-STATE-RATE (TAX-SET-PICK)
                                      TO STATE-TAX-RATE-SAVE.
           PERFORM 2050-FIND-STATE-RATE
               THRU 2050-EXIT
               VARYING STC-SUB FROM 1 BY 1
               UNTIL STC-SUB > PC-TX-STATE-COUNT (TAX-SET-PICK).
           COMPUTE PC-STATE-TAX = PC-GROSS-PAY * STATE-TAX-RATE-SAVE.
      * SOCIAL SECURITY ONLY ON THE PART OF THE CHECK STILL UNDER
      * THE ANNUAL WAGE BASE -- ONCE YTD WAGES CROSS IT THE TAXABLE
      * PIECE GOES TO ZERO AND WITHHOLDING STOPS FOR THE YEAR.
           COMPUTE SS-TAXABLE-WORK =
              PC-TX-SS-WAGE-BASE (TAX-SET-PICK) - PC-YTD-SS-WAGES.
           IF SS-TAXABLE-WORK < ZERO
               MOVE ZERO TO SS-TAXABLE-WORK
           END-IF.
      * THRESHOLD TAKE THE EXTRA RATE ON TOP OF THE BASE RATE.
           COMPUTE ADDL-MEDI-WAGES-WORK =
              (PC-YTD-SS-WAGES + PC-GROSS-PAY) -
                 PC-TX-ADDL-MED-FLOOR (TAX-SET-PICK).
           IF ADDL-MEDI-WAGES-WORK < ZERO
               MOVE ZERO TO ADDL-MEDI-WAGES-WORK
           END-IF.
           END-IF.
           COMPUTE PC-MEDICARE-TAX ROUNDED =
              (PC-GROSS-PAY * .0145) +
              (ADDL-MEDI-WAGES-WORK *
                 PC-TX-ADDL-MED-RATE (TAX-SET-PICK)).
       2000-EXIT.
           EXIT.
      *
       2050-FIND-STATE-RATE.
           IF PC-TX-STATE-CODE (TAX-SET-PICK, STC-SUB) = PC-STATE-CODE
               MOVE PC-TX-STATE-RATE (TAX-SET-PICK, STC-SUB)
                                      TO STATE-TAX-RATE-SAVE
           END-IF.
       2050-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2100-CALC-FEDERAL-TAX -- ANNUALIZE THE CHECK, TAKE OFF THE   *
      * ALLOWANCES, WALK THE BRACKET TABLE FOR THE FILING STATUS,    *
      * AND BRING THE ANNUAL TAX BACK TO ONE PAY PERIOD.  A BONUS    *
      * OR COMMISSION CHECK IS NOT ANNUALIZED -- IT WITHHOLDS THE    *
      * SET'S FLAT SUPPLEMENTAL RATE ON THE CHECK LESS ANY 401(K),   *
      * UNLESS THE SET CARRIES NO SUPPLEMENTAL RATE, WHEN IT FALLS   *
      * THROUGH TO THE BRACKETS LIKE ANY OTHER CHECK.                *
      *****************************************************************
       2100-CALC-FEDERAL-TAX.
           IF PC-SUPPLEMENTAL
              AND PC-TX-SUPP-FED-RATE (TAX-SET-PICK) > ZERO
               COMPUTE ANNUAL-TAXABLE-WORK =
                  PC-GROSS-PAY - PC-TOTAL-401K
               IF ANNUAL-TAXABLE-WORK > ZERO
                   COMPUTE PC-FED-TAX ROUNDED =
                      ANNUAL-TAXABLE-WORK *
                         PC-TX-SUPP-FED-RATE (TAX-SET-PICK)
               ELSE
                   MOVE ZERO TO PC-FED-TAX
               END-IF
               GO TO 2100-EXIT
           END-IF.
           IF PC-FILING-MARRIED
               MOVE 'M' TO FILING-STATUS-WORK
           ELSE
           COMPUTE ANNUAL-TAXABLE-WORK =
              ((PC-GROSS-PAY - PC-TOTAL-401K) *
                 PAY-PERIODS-PER-YEAR) -
              (PC-ALLOWANCES *
                 PC-TX-ALLOWANCE-AMT (TAX-SET-PICK)).
           IF ANNUAL-TAXABLE-WORK NOT > ZERO
               MOVE ZERO TO PC-FED-TAX
               GO TO 2100-EXIT
           PERFORM 2110-PICK-BRACKET
               THRU 2110-EXIT
               VARYING FTX-SUB FROM 1 BY 1
               UNTIL FTX-SUB > PC-TX-FED-COUNT (TAX-SET-PICK).
      * A SET WITH NO BRACKETS FOR THE FILING STATUS WITHHOLDS
      * NOTHING RATHER THAN FALL OVER.
           IF FTX-PICK = ZERO
               MOVE ZERO TO PC-FED-TAX
               GO TO 2100-EXIT
           END-IF.
           COMPUTE ANNUAL-FED-TAX-WORK ROUNDED =
              PC-TX-FED-BASE-TAX (TAX-SET-PICK, FTX-PICK) +
              ((ANNUAL-TAXABLE-WORK -
                   PC-TX-FED-FLOOR (TAX-SET-PICK, FTX-PICK)) *
                 PC-TX-FED-RATE (TAX-SET-PICK, FTX-PICK)).
           COMPUTE PC-FED-TAX ROUNDED =
              ANNUAL-FED-TAX-WORK / PAY-PERIODS-PER-YEAR.
       2100-EXIT.
           EXIT.
      *
      * THE SET IS IN ASCENDING FLOOR ORDER WITHIN EACH STATUS, SO
      * THE LAST ENTRY WHOSE FLOOR IS NOT ABOVE THE TAXABLE AMOUNT
      * IS THE BRACKET THE EMPLOYEE LANDS IN.
       2110-PICK-BRACKET.
           IF PC-TX-FED-STATUS (TAX-SET-PICK, FTX-SUB) =
                 FILING-STATUS-WORK
              AND PC-TX-FED-FLOOR (TAX-SET-PICK, FTX-SUB) NOT >
                 ANNUAL-TAXABLE-WORK
               MOVE FTX-SUB TO FTX-PICK
           END-IF.
       2110-EXIT.
      * CALLER LOADED FROM THE DEDUCT FILE.  EACH TAKE IS THE FLAT   *
      * AMOUNT OR THE PERCENT OF GROSS, CAPPED AT WHAT REMAINS OF A  *
      * GOAL, AND ROLLED INTO A PER-TYPE TOTAL FOR THE HISTORY       *
      * RECORD AND THE STUB.  A GARNISHMENT ONLY SAYS WHAT IT WANTS  *
      * HERE; 2600 DECIDES WHAT IT GETS.                             *
      *****************************************************************
       2500-CALC-DEDUCTIONS.
           MOVE ZEROS TO PC-DEDUCT-OUTPUTS.
           MOVE ZEROS TO PC-GARNISH-OUTPUTS.
           IF PC-DED-COUNT = ZERO
               GO TO 2500-EXIT
           END-IF.
              AND DED-TAKE-WORK > PC-DED-REMAINING (DED-SUB)
               MOVE PC-DED-REMAINING (DED-SUB) TO DED-TAKE-WORK
           END-IF.
           MOVE DED-TAKE-WORK TO PC-DED-WANTED (DED-SUB).
           IF PC-DED-GARNISH (DED-SUB)
               MOVE ZERO TO PC-DED-TAKEN (DED-SUB)
               GO TO 2510-EXIT
           END-IF.
           MOVE DED-TAKE-WORK TO PC-DED-TAKEN (DED-SUB).
           EVALUATE TRUE
               WHEN PC-DED-401K (DED-SUB)
                   ADD DED-TAKE-WORK TO PC-TOTAL-401K
               WHEN PC-DED-INSURANCE (DED-SUB)
                   ADD DED-TAKE-WORK TO PC-TOTAL-INSURANCE
           END-EVALUATE.
           ADD DED-TAKE-WORK TO PC-TOTAL-DEDUCTS.
       2510-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2600-LIMIT-GARNISHMENTS -- DISPOSABLE EARNINGS ARE GROSS     *
      * LESS FEDERAL, STATE, SOCIAL SECURITY AND MEDICARE (THE       *
      * 401(K) AND INSURANCE ARE VOLUNTARY AND DO NOT COUNT).  THE   *
      * ORDERS FILL ONE AT A TIME, LOWEST PRIORITY NUMBER FIRST, TIES *
      * IN TABLE ORDER.  EACH ORDER'S CEILING COVERS EVERYTHING      *
      * GARNISHED AHEAD OF IT, SO A SUPPORT ORDER THAT ALREADY TOOK  *
      * 25 PERCENT LEAVES A CREDITOR ORDER NOTHING.  WHAT AN ORDER   *
      * WANTED PAST ITS ROOM IS THE SHORTFALL.                       *
      *****************************************************************
       2600-LIMIT-GARNISHMENTS.
           COMPUTE DISPOSABLE-WORK = PC-GROSS-PAY -
              (PC-FED-TAX + PC-STATE-TAX + PC-SOC-SEC +
                 PC-MEDICARE-TAX).
           IF DISPOSABLE-WORK < ZERO
               MOVE ZERO TO DISPOSABLE-WORK
           END-IF.
           MOVE DISPOSABLE-WORK TO PC-DISPOSABLE-EARNINGS.
           COMPUTE PROTECTED-AMT-WORK ROUNDED =
              PROTECTED-WAGE-HOURS * FED-MINIMUM-WAGE * 52 /
                 PAY-PERIODS-PER-YEAR.
           MOVE ZERO TO GARN-PENDING-COUNT.
           PERFORM 2605-MARK-ONE-PENDING
               THRU 2605-EXIT
               VARYING DED-SUB FROM 1 BY 1
               UNTIL DED-SUB > PC-DED-COUNT.
           PERFORM 2610-FILL-NEXT-ORDER
               THRU 2610-EXIT
               UNTIL GARN-PENDING-COUNT = ZERO.
       2600-EXIT.
           EXIT.
      *
       2605-MARK-ONE-PENDING.
           IF PC-DED-GARNISH (DED-SUB)
               MOVE 'Y' TO GARN-PENDING-FLAG (DED-SUB)
               ADD 1 TO GARN-PENDING-COUNT
           ELSE
               MOVE 'N' TO GARN-PENDING-FLAG (DED-SUB)
           END-IF.
       2605-EXIT.
           EXIT.
      *
       2610-FILL-NEXT-ORDER.
           MOVE ZERO TO GARN-PICK.
           MOVE 999 TO GARN-BEST-PRIORITY.
           PERFORM 2620-TRY-ONE-ORDER
               THRU 2620-EXIT
               VARYING DED-SUB FROM 1 BY 1
               UNTIL DED-SUB > PC-DED-COUNT.
           MOVE 'N' TO GARN-PENDING-FLAG (GARN-PICK).
           SUBTRACT 1 FROM GARN-PENDING-COUNT.
           EVALUATE TRUE
               WHEN PC-DED-SUPPORT (GARN-PICK)
                   MOVE SUPPORT-CEILING-PCT TO GARN-PCT-WORK
               WHEN PC-DED-SUPPORT-2ND (GARN-PICK)
                   MOVE SUPPORT-2ND-CEILING-PCT TO GARN-PCT-WORK
               WHEN OTHER
                   MOVE CREDITOR-CEILING-PCT TO GARN-PCT-WORK
           END-EVALUATE.
           IF (PC-DED-SUPPORT (GARN-PICK)
              OR PC-DED-SUPPORT-2ND (GARN-PICK))
              AND PC-DED-IN-ARREARS (GARN-PICK)
               ADD ARREARS-ADDED-PCT TO GARN-PCT-WORK
           END-IF.
           COMPUTE GARN-CEILING-WORK =
              DISPOSABLE-WORK * GARN-PCT-WORK.
           IF NOT PC-DED-SUPPORT (GARN-PICK)
              AND NOT PC-DED-SUPPORT-2ND (GARN-PICK)
              AND DISPOSABLE-WORK - PROTECTED-AMT-WORK <
                 GARN-CEILING-WORK
               COMPUTE GARN-CEILING-WORK =
                  DISPOSABLE-WORK - PROTECTED-AMT-WORK
           END-IF.
           COMPUTE GARN-ROOM-WORK =
              GARN-CEILING-WORK - PC-TOTAL-GARNISH.
           IF GARN-ROOM-WORK < ZERO
               MOVE ZERO TO GARN-ROOM-WORK
           END-IF.
           MOVE PC-DED-WANTED (GARN-PICK) TO DED-TAKE-WORK.
           IF DED-TAKE-WORK > GARN-ROOM-WORK
               MOVE GARN-ROOM-WORK TO DED-TAKE-WORK
           END-IF.
           MOVE DED-TAKE-WORK TO PC-DED-TAKEN (GARN-PICK).
           ADD DED-TAKE-WORK TO PC-TOTAL-GARNISH.
           ADD DED-TAKE-WORK TO PC-TOTAL-DEDUCTS.
           COMPUTE PC-GARN-SHORTFALL = PC-GARN-SHORTFALL +
              (PC-DED-WANTED (GARN-PICK) - DED-TAKE-WORK).
       2610-EXIT.
           EXIT.
      *
      * A ZERO OR NON-NUMERIC PRIORITY RANKS 99, BEHIND ANY THE
      * DESK SET.  ONLY A STRICTLY LOWER NUMBER TAKES THE PICK, SO
      * EQUAL PRIORITIES FILL IN TABLE (SEQUENCE) ORDER.
       2620-TRY-ONE-ORDER.
           IF GARN-PENDING-FLAG (DED-SUB) NOT = 'Y'
               GO TO 2620-EXIT
           END-IF.
           IF PC-DED-PRIORITY (DED-SUB) NUMERIC
              AND PC-DED-PRIORITY (DED-SUB) > ZERO
               MOVE PC-DED-PRIORITY (DED-SUB) TO GARN-PRIORITY-WORK
           ELSE
               MOVE 99 TO GARN-PRIORITY-WORK
           END-IF.
           IF GARN-PRIORITY-WORK < GARN-BEST-PRIORITY
               MOVE GARN-PRIORITY-WORK TO GARN-BEST-PRIORITY
               MOVE DED-SUB TO GARN-PICK
           END-IF.
       2620-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3000-CALC-NET-PAY -- GROSS LESS EVERYTHING WITHHELD.  A      *
      * NEGATIVE RESULT FLOORS AT ZERO AND THE RETURN CODE TELLS THE *
      * CALLER NOT TO CUT THE CHECK.                                 *
