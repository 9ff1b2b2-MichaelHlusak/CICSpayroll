      * EARN NO OVERTIME, AND COME OFF THE EMPLOYEE'S LEAVE BALANCE  *
      * ON THE MASTER.  CARDS PUNCHED BEFORE THE COLUMN EXISTED      *
      * CARRY A SPACE THERE AND PAY AS REGULAR HOURS.                *
      * COLUMNS 14-40 CARRY THE LABOR SPLIT TCCUT COPIES OFF THE     *
      * TCENTRY CARD -- UP TO THREE CHARGE CODES (DEPARTMENT OR      *
      * COST CENTER) WITH THE HOURS CHARGED TO EACH.  THE REST OF    *
      * THE CARD'S HOURS CHARGE THE HOME DEPARTMENT.  BLANK MEANS    *
      * NO SPLIT.                                                    *
      * COLUMN 41 IS THE EARNINGS CODE FOR A SUPPLEMENTAL CARD --     *
      * 'B' BONUS OR 'C' COMMISSION -- WITH THE FLAT AMOUNT IN        *
      * COLUMNS 42-49 (999999V99, NO DECIMAL POINT).  A SUPPLEMENTAL *
      * CARD CARRIES NO HOURS, HOUR TYPE OR SPLIT; IT PAYS THE       *
      * AMOUNT AS ITS OWN CHECK WITH FEDERAL WITHHELD AT THE FLAT    *
      * SUPPLEMENTAL RATE, AND NEEDS NO OVERRIDE TO PAY INSIDE A     *
      * PERIOD ALREADY PAID.  BLANK IS AN ORDINARY TIMECARD.         *
      *****************************************************************
       01  TC-TIMECARD-RECORD.
           05  TC-EMP-ID                PIC X(06).
               88  TC-REGULAR-HOURS          VALUES 'R' ' '.
               88  TC-VACATION-HOURS         VALUE 'V'.
               88  TC-SICK-HOURS             VALUE 'S'.
           05  TC-SPLIT-ENTRY           OCCURS 3 TIMES.
               10  TC-SPLIT-DEPT        PIC X(04).
               10  TC-SPLIT-HOURS-X     PIC X(05).
               10  TC-SPLIT-HOURS REDEFINES TC-SPLIT-HOURS-X
                                        PIC 9(03)V99.
           05  TC-EARNINGS-CODE         PIC X(01).
               88  TC-REGULAR-EARNINGS       VALUE ' '.
               88  TC-SUPPLEMENTAL-PAY       VALUES 'B' 'C'.
           05  TC-SUPP-AMOUNT-X         PIC X(08).
           05  TC-SUPP-AMOUNT REDEFINES TC-SUPP-AMOUNT-X
                                        PIC 9(06)V99.
           05  FILLER                   PIC X(31).
