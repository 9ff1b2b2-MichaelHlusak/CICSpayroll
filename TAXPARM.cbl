      *****************************************************************
      * TAXPARM RECORD LAYOUT.                                       *
      * EFFECTIVE-DATED TAX PARAMETERS -- THE WITHHOLDING FIGURES    *
      * PAYCALC USED TO CARRY AS VALUE CLAUSES.  KEYED BY THE DATE   *
      * THE SET TAKES EFFECT, THE RECORD TYPE AND A SUB-KEY, SO ONE  *
      * EFFECTIVE DATE IS A WHOLE SET:                               *
      *   G  ONE GENERAL RECORD -- DEFAULT STATE RATE, ALLOWANCE     *
      *      AMOUNT, SOCIAL SECURITY WAGE BASE, ADDITIONAL MEDICARE  *
      *      FLOOR AND RATE, FLAT SUPPLEMENTAL FEDERAL RATE.  SUB-   *
      *      KEY SPACES.  A SET KEYED BEFORE THE SUPPLEMENTAL RATE   *
      *      EXISTED CARRIES SPACES THERE; IT LOADS AS ZERO AND A    *
      *      BONUS UNDER THAT SET IS WITHHELD FROM THE BRACKETS.     *
      *   S  ONE PER STATE WITH ITS OWN RATE, SUB-KEY THE STATE      *
      *      CODE.  A STATE NOT IN THE SET TAKES THE DEFAULT RATE.   *
      *   F  ONE PER FEDERAL BRACKET, SUB-KEY THE FILING STATUS      *
      *      AND THE ANNUAL FLOOR, SO THE BRACKETS COME BACK IN      *
      *      ASCENDING FLOOR ORDER WITHIN EACH STATUS.               *
      * A CHECK IS FIGURED FROM THE SET WITH THE LATEST EFFECTIVE    *
      * DATE NOT AFTER THE CHECK DATE.  MAINTAINED BY THE TAXMNT     *
      * CARD RUN; LOADED FOR PAYCALC BY TAXLOAD (BATCH) AND BY       *
      * CICSMAPP ITSELF (ONLINE).                                    *
      *****************************************************************
       01  TX-TAXPARM-RECORD.
           05  TX-KEY.
               10  TX-EFF-DATE          PIC 9(08).
               10  TX-REC-TYPE          PIC X(01).
                   88  TX-GENERAL-REC        VALUE 'G'.
                   88  TX-STATE-REC          VALUE 'S'.
                   88  TX-FEDERAL-REC        VALUE 'F'.
               10  TX-SUB-KEY           PIC X(08).
               10  TX-STATE-KEY REDEFINES TX-SUB-KEY.
                   15  TX-STATE-CODE    PIC X(02).
                   15  FILLER           PIC X(06).
               10  TX-FED-KEY REDEFINES TX-SUB-KEY.
                   15  TX-FED-STATUS    PIC X(01).
                   15  TX-FED-FLOOR     PIC 9(07).
           05  TX-DATA                  PIC X(50).
           05  TX-GENERAL-DATA REDEFINES TX-DATA.
               10  TX-DEFAULT-STATE-RATE PIC 9V999.
               10  TX-ALLOWANCE-AMT     PIC 9(05)V99.
               10  TX-SS-WAGE-BASE      PIC 9(07)V99.
               10  TX-ADDL-MED-FLOOR    PIC 9(07)V99.
               10  TX-ADDL-MED-RATE     PIC V9(04).
               10  TX-SUPP-FED-RATE     PIC V9(04).
               10  FILLER               PIC X(13).
           05  TX-STATE-DATA REDEFINES TX-DATA.
               10  TX-STATE-RATE        PIC 9V999.
               10  FILLER               PIC X(46).
           05  TX-FEDERAL-DATA REDEFINES TX-DATA.
               10  TX-FED-BASE-TAX      PIC 9(07)V99.
               10  TX-FED-RATE          PIC 9V999.
               10  FILLER               PIC X(37).
           05  FILLER                   PIC X(13).
