      *****************************************************************
      * LABDIST RECORD LAYOUT.                                       *
      * LABOR DISTRIBUTION FOR ONE CHECK -- KEYED THE SAME AS THE    *
      * PAYHIST ENTRY IT SPREADS (EMPLOYEE ID, RUN DATE, SEQUENCE).  *
      * WRITTEN BY PAYTIME ONLY WHEN THE TIMECARD CARRIED A SPLIT:   *
      * UP TO THREE OTHER DEPARTMENTS OR COST CENTERS KEYED ON THE   *
      * TCMNT SCREEN, WITH WHATEVER HOURS ARE LEFT OVER CHARGED TO   *
      * THE HOME DEPARTMENT ON A FOURTH LINE.  EACH LINE CARRIES ITS *
      * SHARE OF THE CHECK'S GROSS, PRORATED ON HOURS, WITH THE      *
      * ROUNDING PENNIES ON THE LAST LINE SO THE LINES ALWAYS ADD    *
      * BACK TO PH-GROSS-PAY.  PAYGL DEBITS GROSS PAY AND EMPLOYER   *
      * TAX EXPENSE BY THESE LINES; A CHECK WITH NO LABDIST RECORD   *
      * CHARGES PH-DEPT-CODE AS IT ALWAYS HAS.  PAYVOID COPIES THE   *
      * ORIGINAL'S RECORD ONTO THE REVERSAL KEY SO THE VOID BACKS    *
      * OUT OF THE SAME DEPARTMENTS THE CHECK WAS CHARGED TO.        *
      *****************************************************************
       01  LD-LABDIST-RECORD.
           05  LD-KEY.
               10  LD-EMP-ID            PIC X(06).
               10  LD-RUN-DATE          PIC 9(08).
               10  LD-CHECK-SEQ         PIC 9(02).
           05  LD-HOME-DEPT             PIC X(04).
           05  LD-CARD-HOURS            PIC 9(03)V99.
           05  LD-GROSS-PAY             PIC 9(07)V99.
           05  LD-LINE-COUNT            PIC 9(01).
           05  LD-LINE                  OCCURS 4 TIMES.
               10  LD-DEPT-CODE         PIC X(04).
               10  LD-HOURS             PIC 9(03)V99.
               10  LD-GROSS             PIC 9(07)V99.
           05  FILLER                   PIC X(13).
