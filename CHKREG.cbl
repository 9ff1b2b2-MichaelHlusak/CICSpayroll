      * WHATEVER IS STILL OUTSTANDING BY CR-ISSUE-DATE.  A SPOILED   *
      * OR VOIDED NUMBER THE BANK PAID ANYWAY KEEPS ITS STATUS AND   *
      * IS FLAGGED ON THE CHKCLR REPORT FOR THE BANK.                *
      * THE POSPAY POSITIVE PAY RUN SENDS THE BANK EACH ISSUED OR     *
      * REPRINTED NUMBER ONCE, AND EACH SPOILED OR VOIDED NUMBER      *
      * ONCE, AND MARKS THE ENTRY AS IT GOES SO A RERUN SENDS        *
      * NOTHING TWICE.  EVERY WRITER STARTS THE ENTRY FROM SPACES,   *
      * SO A NEW NUMBER IS UNSENT, AND THE REWRITES THAT SPOIL OR    *
      * VOID A NUMBER LEAVE THE MARKS ALONE.                         *
      *****************************************************************
       01  CR-CHKREG-RECORD.
           05  CR-CHECK-NO              PIC 9(08).
               88  CR-CLEARED                VALUE 'C'.
           05  CR-ISSUE-DATE            PIC 9(08).
           05  CR-CLEARED-DATE          PIC 9(08).
           05  CR-PP-ISSUE-SENT         PIC X(01).
               88  CR-PP-ISSUE-WAS-SENT      VALUE 'Y'.
           05  CR-PP-VOID-SENT          PIC X(01).
               88  CR-PP-VOID-WAS-SENT       VALUE 'Y'.
