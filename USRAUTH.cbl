      *****************************************************************
      * USRAUTH RECORD LAYOUT.                                       *
      * PAYROLL USER AUTHORITY FILE -- ONE ENTRY PER CICS USER ID,   *
      * KEYED BY THE USER ID.  CICS TRANSACTION SECURITY DECIDES WHO *
      * MAY START A PAYROLL TRANSACTION; THIS FILE DECIDES WHAT THEY *
      * MAY DO ONCE IN IT.  EMPMNT, DEDMNT, PAYVOID, MANCHK, TCMNT   *
      * AND THE CICSMAPP PF6 OVERRIDE READ THE SIGNED-ON USER'S      *
      * ENTRY BEFORE THEY UPDATE ANYTHING -- A USER WITH NO ENTRY,   *
      * A SUSPENDED ENTRY, OR NO 'Y' IN THE FUNCTION'S FLAG IS       *
      * REFUSED.  AN ACTION CARRYING AN AMOUNT OVER UA-DOLLAR-LIMIT  *
      * IS NOT REFUSED BUT HELD ON THE AUTHPND FILE UNTIL A SECOND   *
      * USER WITH THE APPROVE FLAG AND A HIGH ENOUGH LIMIT RELEASES  *
      * IT.  A LIMIT OF ZERO HOLDS EVERY ACTION THAT HAS AN AMOUNT.  *
      * THE FUNCTION FLAGS ARE:                                      *
      *   UA-EMP-CHANGE    ADD/CHANGE/TERMINATE EMPLOYEES (EMPMNT)   *
      *                    AND MAINTAIN DEDUCTIONS (DEDMNT)          *
      *   UA-RATE-CHANGE   PAY RATE, SALARY, PAY TYPE OR FREQUENCY   *
      *   UA-BANK-CHANGE   DIRECT DEPOSIT BANK DATA                  *
      *   UA-VOID          VOID A CHECK (PAYVOID)                    *
      *   UA-MANUAL-CHECK  RECORD A MANUAL CHECK (MANCHK)            *
      *   UA-OVERRIDE      PF6 OVERRIDE ON THE CALCULATOR (CICSMAPP) *
      *   UA-APPROVE       APPROVE TIMECARDS (TCMNT UNDER F158) AND  *
      *                    RELEASE PENDING ENTRIES (AUTHMNT)         *
      * THE FILE IS MAINTAINED ONLY THROUGH AUTHMNT UNDER F160; NO   *
      * USER MAY CHANGE THEIR OWN ENTRY.                             *
      *****************************************************************
       01  UA-USRAUTH-RECORD.
           05  UA-USER-ID               PIC X(08).
           05  UA-USER-NAME             PIC X(30).
           05  UA-STATUS                PIC X(01).
               88  UA-ACTIVE                 VALUE 'A'.
               88  UA-SUSPENDED              VALUE 'S'.
           05  UA-FUNCTION-FLAGS.
               10  UA-EMP-CHANGE        PIC X(01).
                   88  UA-MAY-CHANGE-EMP     VALUE 'Y'.
               10  UA-RATE-CHANGE       PIC X(01).
                   88  UA-MAY-CHANGE-RATE    VALUE 'Y'.
               10  UA-BANK-CHANGE       PIC X(01).
                   88  UA-MAY-CHANGE-BANK    VALUE 'Y'.
               10  UA-VOID              PIC X(01).
                   88  UA-MAY-VOID           VALUE 'Y'.
               10  UA-MANUAL-CHECK      PIC X(01).
                   88  UA-MAY-MANUAL-CHECK   VALUE 'Y'.
               10  UA-OVERRIDE          PIC X(01).
                   88  UA-MAY-OVERRIDE       VALUE 'Y'.
               10  UA-APPROVE           PIC X(01).
                   88  UA-MAY-APPROVE        VALUE 'Y'.
           05  UA-DOLLAR-LIMIT          PIC 9(07)V99.
           05  UA-CHANGED-BY            PIC X(08).
           05  UA-CHANGED-DATE          PIC 9(08).
           05  FILLER                   PIC X(29).
