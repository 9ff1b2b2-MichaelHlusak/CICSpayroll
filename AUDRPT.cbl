      *                                                               *
      * MODIFICATION HISTORY.                                        *
      *   08/22/26  HL   ORIGINAL PROGRAM.                           *
      *   10/15/26  HL   PAYMODL WHAT-IF ENTRIES COUNTED AS ACTIVITY *
      *                  BUT KEPT OUT OF THE GROSS AND THE CHECK     *
      *                  EXCEPTIONS.                                 *
      *****************************************************************
       PROGRAM-ID. AUDRPT.
       AUTHOR. HLUSAK.
               MOVE USER-COUNT TO USER-SUB
               SET SLOT-FOUND TO TRUE
           END-IF.
      * A PAYMODL WHAT-IF COUNTS AS ACTIVITY, BUT NO CHECK WAS CUT,
      * SO ITS GROSS STAYS OUT OF THE DOLLAR COLUMNS.
           IF SLOT-FOUND
               ADD 1 TO UT-COUNT (USER-SUB)
               IF NOT AT-MODEL-ACTION
                   ADD AT-GROSS-PAY TO UT-GROSS (USER-SUB)
               END-IF
           END-IF.
           MOVE 'N' TO SLOT-FOUND-SWITCH.
           PERFORM 3200-FIND-TERM-SLOT
           END-IF.
           IF SLOT-FOUND
               ADD 1 TO TT-COUNT (TERM-SUB)
               IF NOT AT-MODEL-ACTION
                   ADD AT-GROSS-PAY TO TT-GROSS (TERM-SUB)
               END-IF
           END-IF.
       3000-EXIT.
           EXIT.
               PERFORM 4100-WRITE-EXCEPTION
                   THRU 4100-EXIT
           END-IF.
      * A WHAT-IF ON THE MODELING SCREEN PAYS NOTHING; RUNNING SEVERAL
      * AGAINST ONE EMPLOYEE IS THE POINT OF THE SCREEN.  ONLY THE
      * BUSINESS-HOURS CHECK APPLIES TO IT.
           IF AT-MODEL-ACTION
               GO TO 4000-EXIT
           END-IF.
           IF AT-GROSS-PAY > WS-THRESHOLD-PARM
               MOVE 'GROSS OVER THRESHOLD' TO EXC-REASON
               PERFORM 4100-WRITE-EXCEPTION
