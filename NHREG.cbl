      *****************************************************************
      * NHREG RECORD LAYOUT.                                         *
      * STATE NEW-HIRE REGISTRY -- WHAT THE NEWHIRE RUN HAS FOUND    *
      * AND WHAT IT HAS SENT.  ONE ENTRY PER EMPLOYEE, KEYED BY      *
      * EMPLOYEE ID, CARRYING THE LATEST HIRE: THE DATE OF THE       *
      * EMPMNT ADD (A NEW HIRE) OR REACTIVATE (A REHIRE) ON THE      *
      * CHGLOG CHANGE LOG.  THE ENTRY GOES IN PENDING AND TURNS      *
      * REPORTED WHEN THE EMPLOYEE GOES OUT ON THE STATE FILE; A     *
      * LATER REHIRE PUTS IT BACK TO PENDING UNDER THE NEW DATE, SO  *
      * EACH HIRE IS SENT ONCE.  AN EMPLOYEE WHOSE MASTER RECORD IS  *
      * STILL MISSING THE SSN OR ADDRESS STAYS PENDING AND IS LISTED *
      * EVERY RUN UNTIL IT CAN GO.                                   *
      * ONE CONTROL ENTRY, KEYED HIGH-VALUES SO IT SORTS AFTER EVERY *
      * EMPLOYEE, HOLDS THE DATE THE CHANGE LOG WAS LAST SCANNED     *
      * THROUGH; THE NEXT RUN STARTS THERE.                          *
      *****************************************************************
       01  NR-NHREG-RECORD.
           05  NR-EMP-ID                PIC X(06).
           05  NR-HIRE-DATE             PIC 9(08).
           05  NR-HIRE-TYPE             PIC X(01).
               88  NR-NEW-HIRE               VALUE 'N'.
               88  NR-REHIRE                 VALUE 'R'.
           05  NR-REPORT-STATUS         PIC X(01).
               88  NR-PENDING                VALUE 'P'.
               88  NR-REPORTED               VALUE 'R'.
           05  NR-FOUND-DATE            PIC 9(08).
           05  NR-REPORTED-DATE         PIC 9(08).
           05  NR-REPORTED-STATE        PIC X(02).
           05  FILLER                   PIC X(46).
       01  NR-CONTROL-RECORD.
           05  NR-CONTROL-KEY           PIC X(06).
           05  NR-LAST-SCAN-DATE        PIC 9(08).
           05  FILLER                   PIC X(66).
