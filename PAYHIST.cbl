      * TRAIL, INCLUDING SPOILED REPRINT ORIGINALS, LIVES ON CHKREG.  *
      * PH-DEPT-CODE IS THE EMPLOYEE'S DEPARTMENT AT THE TIME THE     *
      * CHECK WAS CUT, FOR THE PAYGL DEPARTMENT EXPENSE BREAKDOWN.    *
      * PH-EARNINGS-CODE MARKS A SUPPLEMENTAL CHECK -- A FLAT BONUS   *
      * ('B') OR COMMISSION ('C') AMOUNT PAID WITH NO HOURS AND THE   *
      * FEDERAL TAX WITHHELD AT THE FLAT SUPPLEMENTAL RATE -- SO      *
      * PAYREG, PAY941 AND THE W-2 EXTRACT CAN SHOW IT APART FROM     *
      * REGULAR PAY.  A SPACE IS A REGULAR CHECK.  THE TRAILING       *
      * FILLER IS ROOM TO GROW; THE RECORD WENT FROM 151 TO 200 BYTES *
      * WITH THE EARNINGS CODE (ONE-TIME PAYHLCNV RELOAD).            *
      * THE WORKERS' COMPENSATION FIELDS ARE STAMPED WHEN THE CHECK   *
      * IS CUT: THE EMPLOYEE'S CLASS CODE AND TAX STATE AT THE TIME,  *
      * AND GROSS SPLIT INTO STRAIGHT-TIME PAY AND OVERTIME PREMIUM   *
      * (THE TWO ADD BACK TO PH-GROSS-PAY).  A REVERSAL CARRIES THE   *
      * ORIGINAL'S FIGURES.  ENTRIES WRITTEN BEFORE THE FIELDS        *
      * EXISTED CARRY SPACES THERE; THE WCRPT AUDIT FALLS BACK TO THE *
      * EMPLOYEE'S CURRENT CLASS AND STATE AND RE-FIGURES THE         *
      * PREMIUM FROM THE HOURS AND RATE.                              *
      * PH-GARN-SHORTFALL IS WHAT THE CHECK'S GARNISHMENT ORDERS      *
      * ASKED FOR PAST THE FEDERAL DISPOSABLE-EARNINGS CEILING AND    *
      * DID NOT GET -- ZERO WHEN EVERY ORDER WAS FILLED.  SPACES ON   *
      * ENTRIES WRITTEN BEFORE THE FIELD EXISTED.                     *
      *****************************************************************
       01  PH-PAYHIST-RECORD.
           05  PH-KEY.
               88  PH-VOIDED-CHECK           VALUE 'V'.
               88  PH-REVERSAL               VALUE 'R'.
               88  PH-MANUAL-CHECK           VALUE 'M'.
           05  PH-EARNINGS-CODE         PIC X(01).
               88  PH-REGULAR-EARNINGS       VALUE ' '.
               88  PH-BONUS-PAY              VALUE 'B'.
               88  PH-COMMISSION-PAY         VALUE 'C'.
               88  PH-SUPPLEMENTAL-PAY       VALUES 'B' 'C'.
           05  PH-WC-CLASS-CODE         PIC X(04).
           05  PH-WC-STATE-CODE         PIC X(02).
           05  PH-STRAIGHT-TIME-PAY     PIC 9(07)V99.
           05  PH-OT-PREMIUM-PAY        PIC 9(07)V99.
           05  PH-GARN-SHORTFALL        PIC 9(07)V99.
           05  FILLER                   PIC X(15).
