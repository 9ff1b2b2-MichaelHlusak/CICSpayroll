      * ABSTIME OF THE WRITE SO BACK-TO-BACK CALCULATIONS ON THE      *
      * SAME TERMINAL WITHIN ONE SECOND (MULTI-EMPLOYEE PF5/PF8       *
      * SESSIONS) STILL GET A UNIQUE KEY.                             *
      * THE PAYMODL MODELING SCREEN WRITES ONE WITH ACTION CODE 'W'   *
      * (WHAT-IF) CARRYING THE MODELED FIGURES -- NO CHECK EXISTS     *
      * BEHIND IT, ONLY THE RECORD THAT SOMEONE LOOKED.               *
      *****************************************************************
       01  AT-AUDIT-RECORD.
           05  AT-KEY.
               88  AT-VOID-ACTION            VALUE 'V'.
               88  AT-OVERRIDE-ACTION        VALUE 'O'.
               88  AT-MANUAL-ACTION          VALUE 'M'.
               88  AT-MODEL-ACTION           VALUE 'W'.
           05  FILLER                   PIC X(01).
