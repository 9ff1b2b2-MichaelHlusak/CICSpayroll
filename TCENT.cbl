      * APPROVED CARD DROPS IT BACK TO ENTERED -- THE SUPERVISOR     *
      * SIGNS OFF WHAT IS ACTUALLY PAID.  WHO ENTERED AND WHO        *
      * APPROVED, AND WHEN, STAY ON THE CARD FOR THE AUDITORS.       *
      * A REGULAR-HOURS CARD MAY SPLIT UP TO THREE SLICES OF ITS     *
      * HOURS OFF TO OTHER DEPARTMENTS OR COST CENTERS FOR LABOR     *
      * DISTRIBUTION; WHATEVER IS NOT SPLIT STAYS WITH THE HOME      *
      * DEPARTMENT.  A BLANK CHARGE CODE IS AN UNUSED SLICE, SO      *
      * CARDS KEYED BEFORE THE SPLIT EXISTED CHARGE HOME.            *
      *****************************************************************
       01  TE-TCENTRY-RECORD.
           05  TE-KEY.
           05  TE-ENTERED-DATE          PIC 9(08).
           05  TE-APPROVED-BY           PIC X(08).
           05  TE-APPROVED-DATE         PIC 9(08).
           05  TE-SPLIT-ENTRY           OCCURS 3 TIMES.
               10  TE-SPLIT-DEPT        PIC X(04).
               10  TE-SPLIT-HOURS-X     PIC X(05).
               10  TE-SPLIT-HOURS REDEFINES TE-SPLIT-HOURS-X
                                        PIC 9(03)V99.
