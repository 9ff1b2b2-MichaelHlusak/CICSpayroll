      * SERVICE STOPS MATCHING ON NAME FROM A HAND-KEPT SIDE FILE.   *
      * AN EMPLOYEE STILL CARRYING SPACES THERE EXTRACTS WITH A      *
      * ZERO SSN AND A BLANK ADDRESS FOR THE SERVICE TO CHASE.       *
      * W2-SUPP-WAGES IS THE PART OF THE YEAR'S GROSS PAID ON        *
      * SUPPLEMENTAL CHECKS (PAYHIST EARNINGS CODE B OR C), ALREADY  *
      * INSIDE W2-WAGES -- CARRIED SO THE PRINT SERVICE CAN SHOW IT  *
      * AND THE FLAT-RATE WITHHOLDING ON IT CAN BE TRACED.  THE      *
      * RECORD GREW FROM 181 TO 200 BYTES TO MAKE ROOM FOR IT.       *
      *****************************************************************
       01  W2-EXTRACT-RECORD.
           05  W2-TAX-YEAR              PIC 9(04).
           05  W2-MEDICARE-WITHHELD     PIC 9(09)V99.
           05  W2-STATE-CODE            PIC X(02).
           05  W2-STATE-WITHHELD        PIC 9(09)V99.
           05  W2-SUPP-WAGES            PIC 9(09)V99.
           05  FILLER                   PIC X(11).
