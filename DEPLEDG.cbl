      *****************************************************************
      * DEPLEDG RECORD LAYOUT.                                       *
      * FEDERAL TAX DEPOSIT LEDGER -- ONE ENTRY PER PAYDAY, KEYED BY *
      * THE PAYDAY (THE PAYHIST RUN DATE THE LIABILITY AROSE ON).    *
      * WRITTEN BY THE FEDDEP RUN WHEN IT CUTS THE EFTPS PAYMENT FOR *
      * THE DAY: THE FEDERAL INCOME TAX WITHHELD, BOTH HALVES OF     *
      * SOCIAL SECURITY AND MEDICARE (THE SAME EMPLOYER ARITHMETIC   *
      * PAYGL ACCRUES), THE DEPOSIT SCHEDULE IN FORCE, THE DATE THE  *
      * DEPOSIT WAS DUE, WHAT WAS PAID, THE SETTLEMENT DATE ASKED OF *
      * EFTPS, AND THE DATE THE PAYMENT FILE WAS CUT.                *
      * DL-PERIOD-ACCUM IS THE LIABILITY PILED UP IN THE DEPOSIT     *
      * PERIOD THROUGH THIS PAYDAY; AT $100,000 THE NEXT-DAY RULE    *
      * APPLIES AND DL-NEXT-DAY IS SET.  A PAYDAY THAT NETS TO ZERO  *
      * OR LESS (A VOID BIGGER THAN THE DAY) SENDS NOTHING AND IS    *
      * KEPT WITH STATUS 'N' SO THE QUARTER STILL SHOWS IT.          *
      * PAY941 READS THE QUARTER'S ENTRIES TO PRINT DEPOSITS MADE    *
      * AGAINST THE LIABILITY.                                       *
      *****************************************************************
       01  DL-DEPLEDG-RECORD.
           05  DL-PAYDAY-DATE           PIC 9(08).
           05  DL-SCHEDULE              PIC X(01).
               88  DL-SEMIWEEKLY             VALUE 'S'.
               88  DL-MONTHLY                VALUE 'M'.
           05  DL-FED-TAX               PIC S9(09)V99.
           05  DL-SOCSEC-EE             PIC S9(09)V99.
           05  DL-SOCSEC-ER             PIC S9(09)V99.
           05  DL-MEDICARE-EE           PIC S9(09)V99.
           05  DL-MEDICARE-ER           PIC S9(09)V99.
           05  DL-LIABILITY             PIC S9(09)V99.
           05  DL-PERIOD-ACCUM          PIC S9(09)V99.
           05  DL-NEXT-DAY              PIC X(01).
               88  DL-NEXT-DAY-RULE          VALUE 'Y'.
           05  DL-DUE-DATE              PIC 9(08).
           05  DL-DEPOSIT-AMOUNT        PIC 9(09)V99.
           05  DL-SETTLE-DATE           PIC 9(08).
           05  DL-SENT-DATE             PIC 9(08).
           05  DL-STATUS                PIC X(01).
               88  DL-DEPOSIT-SENT           VALUE 'S'.
               88  DL-NOTHING-DUE            VALUE 'N'.
           05  DL-CHECKS-COUNTED        PIC 9(07).
           05  FILLER                   PIC X(20).
