      * GLREC RECORD LAYOUT.                                         *
      * GENERAL LEDGER JOURNAL INTERFACE -- ONE RECORD PER JOURNAL   *
      * LINE, CUT BY THE PAYGL RUN AND IMPORTED BY THE GL SYSTEM.    *
      * THE PAY401K RUN ADDS THE EMPLOYER MATCH LINES TO THE END OF  *
      * THE SAME DAY'S JOURNAL.                                      *
      * GROSS PAY EXPENSE IS DEBITED BY DEPARTMENT; THE TAX AND      *
      * VOLUNTARY DEDUCTION LIABILITY ACCOUNTS AND THE PAYROLL       *
      * CLEARING ACCOUNT ARE CREDITED.  AMOUNTS ARE ALWAYS POSITIVE  *
