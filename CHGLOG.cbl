      *****************************************************************
      * CHGLOG RECORD LAYOUT.                                        *
      * MASTER-FILE CHANGE LOG.  ONE ENTRY FOR EVERY ADD, CHANGE,    *
      * STOP, TERMINATE, REACTIVATE, OR DELETE ANY MAINTENANCE PATH  *
      * MAKES TO EMPMAST, DEDUCT, EMPBANK, OR GARNPAY -- THE EMPMNT  *
      * AND DEDMNT SCREENS, THE BANKLOAD, BANKRET, AND GARNLOAD CARD *
      * RUNS, AND THE PAYFINL FINAL-PAY SETTLEMENT.  CARRIES THE     *
      * WHOLE RECORD AS IT STOOD BEFORE AND AFTER THE CHANGE (SPACES *
      * ON THE SIDE THAT DID NOT EXIST FOR AN ADD OR A DELETE), WHO  *
      * MADE IT, FROM WHICH TERMINAL OR BATCH PROGRAM, AND WHEN.     *
      * THE WRITERS LOG EVERYTHING; THE CHGRPT DAILY REPORT LAYS THE *
      * IMAGES OVER THE MASTER LAYOUTS AND DECIDES WHAT IS           *
      * SENSITIVE.  THE NEWHIRE RUN TAKES ITS HIRES FROM THE EMPMAST *
      * ADD AND REACTIVATE ENTRIES.                                  *
      * AUTHMNT LOGS ITS ADDS AND CHANGES TO THE USRAUTH USER        *
      * AUTHORITY FILE HERE TOO, WITH SPACES IN CL-EMP-ID.           *
      * KEYED BY DATE AND TIME OF THE CHANGE PLUS THE TERMINAL ID    *
      * OR PROGRAM NAME, SO THE FILE READS BACK IN THE ORDER THINGS  *
      * HAPPENED.  TWO CHANGES FROM ONE SOURCE IN THE SAME CLOCK     *
      * TICK BUMP CL-LOG-SEQ UNTIL THE WRITE FINDS A FREE KEY.  A    *
      * CICS WRITER CARRIES ZERO HUNDREDTHS -- FORMATTIME STOPS AT   *
      * THE SECOND.                                                  *
      * BATCH ENTRIES CARRY USERID 'BATCH'; THE PROGRAM NAME IN      *
      * CL-SOURCE-ID SAYS WHICH CARD RUN MADE THE CHANGE.            *
      *****************************************************************
       01  CL-CHGLOG-RECORD.
           05  CL-KEY.
               10  CL-LOG-DATE          PIC 9(08).
               10  CL-LOG-TIME.
                   15  CL-LOG-HHMMSS    PIC 9(06).
                   15  CL-LOG-HUNDREDTHS PIC 9(02).
               10  CL-SOURCE-ID         PIC X(08).
               10  CL-LOG-SEQ           PIC 9(04).
           05  CL-SOURCE-TYPE           PIC X(01).
               88  CL-FROM-TERMINAL          VALUE 'T'.
               88  CL-FROM-BATCH             VALUE 'B'.
           05  CL-USERID                PIC X(08).
           05  CL-PROGRAM               PIC X(08).
           05  CL-FILE-NAME             PIC X(08).
               88  CL-EMPMAST-CHANGE         VALUE 'EMPMAST'.
               88  CL-DEDUCT-CHANGE          VALUE 'DEDUCT'.
               88  CL-EMPBANK-CHANGE         VALUE 'EMPBANK'.
               88  CL-GARNPAY-CHANGE         VALUE 'GARNPAY'.
               88  CL-USRAUTH-CHANGE         VALUE 'USRAUTH'.
           05  CL-ACTION                PIC X(01).
               88  CL-ADD-ACTION             VALUE 'A'.
               88  CL-CHANGE-ACTION          VALUE 'C'.
               88  CL-STOP-ACTION            VALUE 'S'.
               88  CL-TERMINATE-ACTION       VALUE 'T'.
               88  CL-REACTIVATE-ACTION      VALUE 'R'.
               88  CL-DELETE-ACTION          VALUE 'D'.
           05  CL-EMP-ID                PIC X(06).
           05  CL-RECORD-KEY            PIC X(16).
           05  CL-BEFORE-IMAGE          PIC X(200).
           05  CL-AFTER-IMAGE           PIC X(200).
           05  FILLER                   PIC X(24).
