      * OUT OF THE CHECK.  THE PER-ENTRY TAKE COMES BACK SO THE      *
      * CALLER CAN                                                   *
      * POST DD-TAKEN-TO-DATE AND ITEMIZE THE STUB.                  *
      * THE TAX RATES, BRACKETS AND WAGE BASES COME FROM THE         *
      * EFFECTIVE-DATED TAXPARM FILE.  THE CALLER LOADS THE SETS     *
      * INTO PC-TAX-PARMS ONCE (TAXLOAD IN BATCH, A BROWSE ONLINE)   *
      * AND STAMPS EACH CALL WITH PC-CHECK-DATE; PAYCALC FIGURES     *
      * THE CHECK FROM THE SET IN FORCE ON THAT DATE, OR RETURNS     *
      * '08' WITH THE MONEY FIELDS ZERO WHEN NO SET COVERS IT.       *
      * A SUPPLEMENTAL CHECK (PC-EARNINGS-CODE 'B' BONUS OR 'C'      *
      * COMMISSION) PAYS PC-SUPP-AMOUNT AS GROSS WITH NO HOURS AND   *
      * NO LEAVE ACCRUAL, AND WITHHOLDS FEDERAL AT THE SET'S FLAT    *
      * SUPPLEMENTAL RATE INSTEAD OF THE BRACKETS (THE BRACKETS WHEN *
      * THE SET HAS NO RATE); STATE, FICA, MEDICARE AND DEDUCTIONS   *
      * ARE TAKEN AS ON ANY CHECK.  EVERY CALLER SETS BOTH FIELDS -- *
      * A SPACE CODE AND A ZERO AMOUNT FOR A REGULAR CHECK.          *
      * GARNISHMENTS ARE HELD TO THE FEDERAL DISPOSABLE-EARNINGS     *
      * CEILING FOR THEIR ORDER TYPE (SEE DEDUCT), FILLED IN          *
      * PRIORITY ORDER AFTER THE TAXES ARE KNOWN.  THE CALLER LOADS  *
      * THE ORDER TYPE, ARREARS FLAG AND PRIORITY WITH EACH          *
      * GARNISHMENT ENTRY; PC-DED-TAKEN COMES BACK AS WHAT THE ORDER *
      * ACTUALLY GOT AND PC-DED-WANTED AS WHAT IT ASKED FOR, SO THE  *
      * CALLER CAN POST THE SHORTFALL.                               *
      *****************************************************************
       01  PC-PAYCALC-AREA.
           05  PC-INPUTS.
      * THEM FOR PAY (THE SALARY ALREADY COVERS THE PERIOD).  THE
      * CALLER DRAWS THEM OFF THE EMPMAST LEAVE BALANCE.
               10  PC-LEAVE-HOURS       PIC 9(03)V99.
      * THE DATE THE CHECK IS STAMPED WITH (YYYYMMDD) -- PICKS THE
      * TAX PARAMETER SET.  A RE-FIGURE OF AN OLD CHECK PASSES THAT
      * CHECK'S OWN DATE SO IT GETS THE RATES IT WAS PAID UNDER.
               10  PC-CHECK-DATE        PIC 9(08).
      * SUPPLEMENTAL PAY -- THE EARNINGS CODE AND THE FLAT AMOUNT.
               10  PC-EARNINGS-CODE     PIC X(01).
                   88  PC-SUPPLEMENTAL       VALUES 'B' 'C'.
               10  PC-SUPP-AMOUNT       PIC 9(06)V99.
           05  PC-DEDUCT-INPUTS.
               10  PC-DED-COUNT         PIC 9(02).
               10  PC-DED-ENTRY         OCCURS 8 TIMES.
                   15  PC-DED-REMAINING PIC 9(07)V99.
                   15  PC-DED-GOAL-FLAG PIC X(01).
                       88  PC-DED-HAS-GOAL   VALUE 'Y'.
      * GARNISHMENT ENTRIES ONLY -- DD-GARN-ORDER-TYPE, ARREARS AND
      * PRIORITY AS THEY STAND ON DEDUCT.
                   15  PC-DED-ORDER-TYPE
                                        PIC X(01).
                       88  PC-DED-SUPPORT    VALUE 'S'.
                       88  PC-DED-SUPPORT-2ND
                                             VALUE 'F'.
                   15  PC-DED-ARREARS   PIC X(01).
                       88  PC-DED-IN-ARREARS VALUE 'Y'.
                   15  PC-DED-PRIORITY  PIC 9(02).
           05  PC-OUTPUTS.
               10  PC-GROSS-PAY         PIC 9(06)V99.
               10  PC-FED-TAX           PIC 9(06)V99.
               10  PC-RETURN-CODE       PIC X(02).
                   88  PC-CALC-OK            VALUE '00'.
                   88  PC-NET-PAY-NEGATIVE   VALUE '04'.
                   88  PC-NO-TAX-PARMS       VALUE '08'.
           05  PC-DEDUCT-OUTPUTS.
               10  PC-DED-TAKEN         OCCURS 8 TIMES
                                        PIC 9(06)V99.
           05  PC-ACCRUAL-OUTPUTS.
               10  PC-VAC-ACCRUED       PIC 9(02)V99.
               10  PC-SICK-ACCRUED      PIC 9(02)V99.
      * THE OVERTIME PREMIUM INSIDE PC-GROSS-PAY -- THE HALF-TIME
      * PAID ON TOP OF STRAIGHT TIME FOR HOURS OVER THE THRESHOLD.
      * GROSS LESS THE PREMIUM IS THE STRAIGHT-TIME PAY; THE CALLER
      * STAMPS BOTH ON PAYHIST FOR THE WORKERS' COMPENSATION AUDIT,
      * WHICH LEAVES THE PREMIUM OUT OF THE WAGE BASE.  ZERO ON A
      * SALARIED OR SUPPLEMENTAL CHECK.
           05  PC-EARNINGS-SPLIT.
               10  PC-OT-PREMIUM        PIC 9(06)V99.
      * THE GARNISHMENT LIMIT AS FIGURED ON THIS CHECK -- DISPOSABLE
      * EARNINGS, WHAT EACH ENTRY ASKED FOR BEFORE THE CEILING (THE
      * SAME AS PC-DED-TAKEN FOR ANYTHING NOT A GARNISHMENT), AND
      * THE TOTAL THE CEILING HELD BACK.
           05  PC-GARNISH-OUTPUTS.
               10  PC-DISPOSABLE-EARNINGS
                                        PIC 9(06)V99.
               10  PC-DED-WANTED        OCCURS 8 TIMES
                                        PIC 9(06)V99.
               10  PC-GARN-SHORTFALL    PIC 9(06)V99.
      * TAX PARAMETER SETS LOADED FROM TAXPARM, ASCENDING BY
      * EFFECTIVE DATE.  THE CALLER FILLS THIS ONCE PER RUN (OR PER
      * ONLINE TASK) AND LEAVES IT ALONE BETWEEN CALLS.  WHEN THE
      * FILE HOLDS MORE SETS THAN FIT, THE OLDEST ARE LEFT OFF.
           05  PC-TAX-PARMS.
               10  PC-TX-SET-COUNT      PIC 9(02).
               10  PC-TX-SET            OCCURS 6 TIMES.
                   15  PC-TX-EFF-DATE   PIC 9(08).
                   15  PC-TX-DEFAULT-STATE-RATE
                                        PIC 9V999.
                   15  PC-TX-ALLOWANCE-AMT
                                        PIC 9(05)V99.
                   15  PC-TX-SS-WAGE-BASE
                                        PIC 9(07)V99.
                   15  PC-TX-ADDL-MED-FLOOR
                                        PIC 9(07)V99.
                   15  PC-TX-ADDL-MED-RATE
                                        PIC 9V9999.
                   15  PC-TX-SUPP-FED-RATE
                                        PIC 9V9999.
                   15  PC-TX-STATE-COUNT
                                        PIC 9(02).
                   15  PC-TX-STATE-ENTRY
                                        OCCURS 60 TIMES.
                       20  PC-TX-STATE-CODE
                                        PIC X(02).
                       20  PC-TX-STATE-RATE
                                        PIC 9V999.
                   15  PC-TX-FED-COUNT  PIC 9(02).
                   15  PC-TX-FED-ENTRY  OCCURS 20 TIMES.
                       20  PC-TX-FED-STATUS
                                        PIC X(01).
                       20  PC-TX-FED-FLOOR
                                        PIC 9(07).
                       20  PC-TX-FED-BASE-TAX
                                        PIC 9(07)V99.
                       20  PC-TX-FED-RATE
                                        PIC 9V999.
