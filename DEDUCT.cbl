      * LIFETIME TAKE (COURT-ORDERED GARNISHMENTS) -- ONCE TAKEN-TO- *
      * DATE REACHES THE GOAL THE ENTRY STOPS DEDUCTING.  A ZERO     *
      * GOAL MEANS THE DEDUCTION RUNS UNTIL IT IS STOPPED.           *
      * A GARNISHMENT ALSO CARRIES ITS ORDER TYPE, WHICH SETS THE     *
      * FEDERAL CEILING ON HOW MUCH OF THE CHECK'S DISPOSABLE        *
      * EARNINGS (GROSS LESS THE REQUIRED TAXES) IT MAY TAKE:        *
      * A CREDITOR ORDER 25 PERCENT (AND NEVER INTO THE LAST 30      *
      * TIMES THE FEDERAL MINIMUM WAGE FOR THE WEEK), A SUPPORT      *
      * ORDER 60 PERCENT, OR 50 PERCENT WHEN THE EMPLOYEE SUPPORTS   *
      * A SECOND FAMILY, EACH 5 MORE WHEN THE SUPPORT IS OVER 12     *
      * WEEKS IN ARREARS.  A BLANK TYPE (ENTRIES KEYED BEFORE THE    *
      * FIELD EXISTED) IS HELD TO THE CREDITOR CEILING.  SEVERAL     *
      * ORDERS FILL IN PRIORITY ORDER, 01 FIRST (A ZERO OR BLANK     *
      * PRIORITY GOES LAST), INSIDE ONE SHARED CEILING.  EACH CHECK  *
      * POSTS WHAT THE ORDER ASKED FOR, WHAT IT ACTUALLY GOT, AND    *
      * THE RUNNING SHORTFALL SO THE GARNEXC REPORT AND DEDMNT CAN   *
      * SHOW WHAT THE LIMIT HELD BACK.                               *
      *****************************************************************
       01  DD-DEDUCT-RECORD.
           05  DD-KEY.
           05  DD-DEDUCT-STATUS         PIC X(01).
               88  DD-DEDUCT-ACTIVE          VALUE 'A'.
               88  DD-DEDUCT-STOPPED         VALUE 'S'.
           05  DD-GARN-ORDER-TYPE       PIC X(01).
               88  DD-CREDITOR-ORDER         VALUES 'C' ' '.
               88  DD-SUPPORT-ORDER          VALUE 'S'.
               88  DD-SUPPORT-2ND-FAMILY     VALUE 'F'.
           05  DD-GARN-ARREARS          PIC X(01).
               88  DD-ARREARS-OVER-12-WEEKS  VALUE 'Y'.
           05  DD-GARN-PRIORITY         PIC 9(02).
           05  DD-LAST-CHECK-DATE       PIC 9(08).
           05  DD-LAST-WANTED           PIC 9(05)V99.
           05  DD-LAST-TAKEN            PIC 9(05)V99.
           05  DD-SHORT-TO-DATE         PIC 9(07)V99.
           05  FILLER                   PIC X(05).
