      *****************************************************************
      * AUTHPND RECORD LAYOUT.                                       *
      * PENDING AUTHORITY FILE -- ONE ENTRY PER ACTION HELD BECAUSE  *
      * ITS AMOUNT WAS OVER THE KEYING USER'S USRAUTH DOLLAR LIMIT,  *
      * KEYED BY A SEQUENTIAL PENDING NUMBER.  THE PROGRAM THAT HELD *
      * THE ACTION KEEPS THE SCREEN IT WAS KEYED ON (OR, FOR PAYVOID,*
      * THE CHECK IT WAS VOIDING) IN AP-HELD-INPUT; WHEN A SECOND    *
      * USER RELEASES THE ENTRY UNDER AUTHMNT (F161) THE HELD INPUT  *
      * IS PASSED BACK TO AP-PROGRAM BY LINK AND APPLIED AS IF IT    *
      * HAD JUST BEEN KEYED, AND THE OWNING PROGRAM'S MESSAGE IS     *
      * KEPT IN AP-RESULT-MSG.  AN ENTRY WHOSE RELEASE FAILS (THE    *
      * EMPLOYEE OR CHECK CHANGED UNDERNEATH IT) STAYS PENDING.      *
      * AP-AMOUNT MEANS:                                             *
      *   E  DEDUCTION -- ITS VALUE OVER A YEAR                      *
      *   R  RATE CHANGE -- THE CHANGE IN ANNUAL PAY, OR ANNUAL PAY  *
      *      FOR A NEW HIRE                                          *
      *   V  VOID -- NET PAY OF THE CHECK                            *
      *   M  MANUAL CHECK -- NET PAY OF THE CHECK                    *
      *   O  OVERRIDE -- NET PAY OF THE OVERRIDDEN CHECK             *
      *   A  TIMECARD APPROVAL -- HOURS AT THE EMPLOYEE'S RATE       *
      * THE ENTRY WITH AP-CONTROL-KEY ZERO HOLDS THE LAST PENDING    *
      * NUMBER GIVEN OUT.                                            *
      *****************************************************************
       01  AP-AUTHPND-RECORD.
           05  AP-PEND-NO               PIC 9(06).
           05  AP-FUNCTION              PIC X(01).
               88  AP-EMP-CHANGE             VALUE 'E'.
               88  AP-RATE-CHANGE            VALUE 'R'.
               88  AP-BANK-CHANGE            VALUE 'B'.
               88  AP-VOID                   VALUE 'V'.
               88  AP-MANUAL-CHECK           VALUE 'M'.
               88  AP-OVERRIDE               VALUE 'O'.
               88  AP-APPROVE                VALUE 'A'.
           05  AP-PROGRAM               PIC X(08).
           05  AP-EMP-ID                PIC X(06).
           05  AP-AMOUNT                PIC 9(07)V99.
           05  AP-DESCRIPTION           PIC X(40).
           05  AP-STATUS                PIC X(01).
               88  AP-PENDING                VALUE 'P'.
               88  AP-RELEASED               VALUE 'R'.
               88  AP-REJECTED               VALUE 'X'.
           05  AP-ENTERED-BY            PIC X(08).
           05  AP-ENTERED-DATE          PIC 9(08).
           05  AP-ENTERED-TIME          PIC 9(06).
           05  AP-ENTERED-TERM          PIC X(04).
           05  AP-ENTERED-LIMIT         PIC 9(07)V99.
           05  AP-RELEASED-BY           PIC X(08).
           05  AP-RELEASED-DATE         PIC 9(08).
           05  AP-RELEASED-TIME         PIC 9(06).
           05  AP-RESULT-MSG            PIC X(35).
           05  AP-HELD-INPUT            PIC X(400).
           05  FILLER                   PIC X(37).
       01  AP-CONTROL-RECORD.
           05  AP-CONTROL-KEY           PIC 9(06).
           05  AP-LAST-PEND-NO          PIC 9(06).
           05  FILLER                   PIC X(588).
