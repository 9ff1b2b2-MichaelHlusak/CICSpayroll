      *****************************************************************
      * PAYCTL RECORD LAYOUT.                                        *
      * PAYDAY CONTROL LEDGER -- ONE ENTRY PER PAYDAY STEP PER RUN   *
      * DATE, KEYED BY THE RUN DATE AND THE STEP'S PROGRAM NAME.     *
      * EACH STEP OF THE PAYDAY CHAIN (TCCUT, PAYTIME, PAYCHK AND    *
      * PAYACH, PAYGL AND PAYREG) POSTS ITS RECORD COUNTS AND DOLLAR *
      * TOTALS HERE AS IT ENDS, AND READS THE ENTRIES OF THE STEPS   *
      * AHEAD OF IT BEFORE IT STARTS -- A STEP WHOSE PREDECESSOR IS  *
      * MISSING OR OUT OF BALANCE REFUSES TO RUN UNLESS AN OPERATOR  *
      * OVERRIDE CARD IS SUPPLIED.  THE PAYBAL REPORT LAYS THE DAY'S *
      * ENTRIES SIDE BY SIDE.                                        *
      * THE COUNTS AND AMOUNTS MEAN WHAT THE STEP THAT WROTE THEM    *
      * SAYS:                                                        *
      *   TCCUT    COUNT-1 CARDS EXTRACTED                           *
      *            COUNT-2 CARDS LEFT UNAPPROVED (LAST CUTOFF)       *
      *   PAYTIME  COUNT-1 TIMECARDS READ (NOT SUPPLEMENTAL)         *
      *            COUNT-2 SUPPLEMENTAL CARDS READ                   *
      *            COUNT-3 CHECKS WRITTEN                            *
      *            AMOUNT-1 GROSS PAY   AMOUNT-2 NET PAY             *
      *   PAYCHK   COUNT-1 PAPER CHECKS PRINTED FOR THE DAY          *
      *            COUNT-2 MANUAL CHECKS FOR THE DAY                 *
      *            COUNT-3 CHECKS PRINTED BY THE LAST RUN            *
      *            AMOUNT-1 PAPER CHECKS   AMOUNT-2 MANUAL CHECKS    *
      *   PAYACH   COUNT-1 DEPOSITS   COUNT-2 LEFT ON PAPER          *
      *            COUNT-3 PRENOTES   AMOUNT-1 SETTLEMENT TOTAL      *
      *   PAYGL    COUNT-1 CHECKS PICKED                             *
      *            AMOUNT-1 NET PAY TO CLEARING                      *
      *            AMOUNT-2 TOTAL DEBITS   AMOUNT-3 TOTAL CREDITS    *
      *   PAYREG   COUNT-1 REGISTER LINES                            *
      *            AMOUNT-1 NET PAY   AMOUNT-2 GROSS PAY             *
      *   PAYFINL, PAYRETRO AND COM2CICS -- THE OTHER STEPS THAT     *
      *   WRITE CHECKS FOR PAYCHK AND PAYACH TO PAY --               *
      *            COUNT-1 CHECKS WRITTEN                            *
      *            AMOUNT-1 GROSS PAY   AMOUNT-2 NET PAY             *
      * TCCUT, PAYTIME, PAYFINL AND PAYRETRO ADD A RERUN'S FIGURES   *
      * TO THE ENTRY (A RE-CUTOFF PAYS A SECOND DECK), AND COM2CICS  *
      * ADDS EACH CHECK AS IT IS WRITTEN; THE OTHER STEPS REPLACE THE*
      * ENTRY WITH THE WHOLE DAY AS THEY SAW IT.  CT-STATUS 'U'      *
      * MEANS THE STEP'S OWN FIGURES DID NOT PROVE -- PAYTIME'S      *
      * CARDS READ AGAINST TCCUT'S EXTRACT, OR A PAYGL JOURNAL OUT   *
      * OF BALANCE.  CT-OVERRIDE-USER AND CT-OVERRIDE-REASON ARE     *
      * SET WHEN THE STEP RAN ON AN OPERATOR OVERRIDE CARD.          *
      *****************************************************************
       01  CT-PAYCTL-RECORD.
           05  CT-KEY.
               10  CT-RUN-DATE          PIC 9(08).
               10  CT-STEP-NAME         PIC X(08).
           05  CT-STATUS                PIC X(01).
               88  CT-BALANCED               VALUE 'B'.
               88  CT-OUT-OF-BALANCE         VALUE 'U'.
           05  CT-COUNT-1               PIC 9(07).
           05  CT-COUNT-2               PIC 9(07).
           05  CT-COUNT-3               PIC 9(07).
           05  CT-AMOUNT-1              PIC S9(11)V99.
           05  CT-AMOUNT-2              PIC S9(11)V99.
           05  CT-AMOUNT-3              PIC S9(11)V99.
           05  CT-LAST-RUN-DATE         PIC 9(08).
           05  CT-LAST-RUN-TIME         PIC 9(06).
           05  CT-RUN-COUNT             PIC 9(03).
           05  CT-OVERRIDE-USER         PIC X(08).
           05  CT-OVERRIDE-REASON       PIC X(30).
           05  FILLER                   PIC X(18).
