           05  EM-ADDR-CITY             PIC X(20).
           05  EM-ADDR-STATE            PIC X(02).
           05  EM-ADDR-ZIP              PIC X(09).
      * FINAL-PAY SETTLEMENT STATE.  EMPMNT SETS 'P' WHEN IT FLAGS
      * THE EMPLOYEE TERMINATED; THE PAYFINL RUN PAYS OUT THE
      * VACATION BALANCE, STOPS THE DEDUCTIONS AND DIRECT DEPOSIT,
      * AND SETS 'S'.  A SPACE (ACTIVE, OR TERMINATED BEFORE THE
      * FIELD EXISTED) IS NEVER PICKED UP.
           05  EM-FINAL-PAY-STATUS      PIC X(01).
               88  EM-FINAL-PAY-PENDING      VALUE 'P'.
               88  EM-FINAL-PAY-SETTLED      VALUE 'S'.
      * WORKERS' COMPENSATION CLASS CODE -- THE CARRIER'S FOUR-DIGIT
      * CODE FOR THE WORK THE EMPLOYEE DOES, KEPT ON EMPMNT.  EVERY
      * PAYHIST CHECK IS STAMPED WITH THE CODE IN FORCE WHEN IT WAS
      * CUT, AND THE WCRPT PREMIUM AUDIT TOTALS WAGES BY IT.  SPACES
      * (NOT YET CLASSIFIED, OR LOADED BEFORE THE FIELD EXISTED)
      * SHOW ON THE AUDIT AS UNCLASSIFIED.
           05  EM-WC-CLASS-CODE         PIC X(04).
           05  FILLER                   PIC X(04).
