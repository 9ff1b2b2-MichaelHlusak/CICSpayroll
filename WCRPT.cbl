//WCRPTJ   JOB  TIME=(,2)
//*********************************************************
//* COMPILE, LINK, AND RUN THE WORKERS' COMPENSATION
//* PREMIUM AUDIT REPORT.  TWO CARDS ON //GO.SYSIN:
//*   CARD 1  PERIOD FROM DATE (YYYYMMDD)
//*   CARD 2  PERIOD THROUGH DATE (YYYYMMDD)
//* THE CARRIER'S RATES GO ON //GO.WCRATES, ONE CARD PER
//* CLASS CODE AND STATE:
//*   COLS 1-4   CLASS CODE
//*   COLS 5-6   STATE CODE
//*   COLS 7-13  RATE PER $100 OF PAYROLL, 999V9999
//*              (0012500 IS $1.25)
//* A CLASS AND STATE WITH NO RATE CARD STILL PRINTS ITS
//* WAGES, FLAGGED NO RATE, WITH NO PREMIUM FIGURED.
//* PLACE YOUR OWN LOADLIB/SRCLIB NAMES WHERE SHOWN.
//*********************************************************
//COB      EXEC PGM=IGYCRCTL
//STEPLIB  DD DSN=IGY.SIGYCOMP,DISP=SHR
//SYSLIB   DD DSN=HLUSAK.COBOL@2,DISP=SHR
//SYSIN    DD *
       IDENTIFICATION DIVISION.
      *****************************************************************
      * PROGRAM-ID.   WCRPT.                                         *
      * AUTHOR.       HLUSAK.                                        *
      * DATE-WRITTEN. 10/15/26.                                      *
      *                                                               *
      * PAYROLL BY WORKERS' COMPENSATION CLASS CODE AND STATE FOR    *
      * THE CARRIER'S ANNUAL PREMIUM AUDIT.  ONE PASS OF PAYHIST     *
      * TAKES EVERY CHECK DATED IN THE PERIOD UNDER THE CLASS CODE   *
      * AND STATE STAMPED ON IT WHEN IT WAS CUT.  THE CARRIER        *
      * LEAVES OVERTIME PREMIUM OUT OF THE WAGE BASE, SO THE WAGES   *
      * THAT COUNT ARE THE STRAIGHT-TIME PART OF GROSS.  NORMAL,     *
      * MANUAL AND VOIDED-ORIGINAL ENTRIES ADD, REVERSALS SUBTRACT   *
      * -- THE SAME NETTING PAYGL USES -- SO A VOID IN THE PERIOD    *
      * TAKES ITS CHECK BACK OUT.  A CHECK CUT BEFORE PAYHIST        *
      * CARRIED THE SPLIT FALLS BACK TO THE EMPLOYEE'S CURRENT CLASS *
      * AND STATE ON EMPMAST, WITH THE PREMIUM RE-FIGURED AS HALF    *
      * TIME ON THE HOURS OVER 40; THOSE ARE COUNTED ON THE TOTALS.  *
      * THE RATE TABLE COMES IN ON CARDS; THE PREMIUM ESTIMATE IS    *
      * THE COUNTED WAGES TIMES THE RATE PER $100.  A BLANK CLASS    *
      * CODE IS LISTED AS UNCLASSIFIED FOR THE DESK TO CLEAN UP IN   *
      * EMPMNT BEFORE THE AUDITOR SEES IT.                           *
      *                                                               *
      * MODIFICATION HISTORY.                                        *
      *   10/15/26  HL   ORIGINAL PROGRAM.                           *
      *****************************************************************
       PROGRAM-ID. WCRPT.
       AUTHOR. HLUSAK.
       DATE-WRITTEN. 10/15/26.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYHIST-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS PH-FILE-STATUS.
           SELECT EMPMAST-FILE ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS EM-FILE-STATUS.
           SELECT WCRATE-FILE ASSIGN TO WCRATES
               FILE STATUS IS WR-FILE-STATUS.
           SELECT WCRPT-RPT ASSIGN TO SYSPRINT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PAYHIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY PAYHIST.
      *
       FD  EMPMAST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY EMPMAST.
      *
       FD  WCRATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WR-RATE-RECORD.
           05  WR-CLASS-CODE       PIC X(04).
           05  WR-STATE-CODE       PIC X(02).
           05  WR-RATE             PIC 9(03)V9999.
           05  FILLER              PIC X(67).
      *
       FD  WCRPT-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  PR-PRINT-LINE           PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  PH-FILE-STATUS          PIC X(02).
           88  PH-FILE-OK               VALUE '00'.
           88  PH-FILE-EOF              VALUE '10'.
       01  EM-FILE-STATUS          PIC X(02).
           88  EM-FILE-OK               VALUE '00'.
           88  EM-NOT-FOUND             VALUE '23'.
       01  WR-FILE-STATUS          PIC X(02).
           88  WR-FILE-OK               VALUE '00'.
           88  WR-FILE-EOF              VALUE '10'.
      *
       01  SWITCHES.
           05  END-OF-FILE-SWITCH  PIC X VALUE 'N'.
               88  END-OF-FILE          VALUE 'Y'.
           05  CARD-EOF-SWITCH     PIC X VALUE 'N'.
               88  CARD-EOF             VALUE 'Y'.
           05  SLOT-FOUND-SWITCH   PIC X VALUE 'N'.
               88  SLOT-FOUND           VALUE 'Y'.
           05  RATE-FOUND-SWITCH   PIC X VALUE 'N'.
               88  RATE-FOUND           VALUE 'Y'.
      *
       01  WS-FROM-DATE-PARM       PIC 9(08).
       01  WS-THRU-DATE-PARM       PIC 9(08).
      *
       77  WS-CHECKS-COUNTED       PIC 9(07) COMP VALUE ZERO.
       77  WS-REVERSALS-NETTED     PIC 9(07) COMP VALUE ZERO.
       77  WS-OLD-ENTRIES          PIC 9(07) COMP VALUE ZERO.
       77  WS-NOT-ON-MASTER        PIC 9(07) COMP VALUE ZERO.
       77  WS-RATE-CARDS-BAD       PIC 9(05) COMP VALUE ZERO.
       77  WS-NO-RATE-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  WS-SIGN-WORK            PIC S9(01) VALUE ZERO.
      *
      * ONE CHECK, AS IT COUNTS.
       01  WS-CHECK-KEY.
           05  WS-CHECK-CLASS      PIC X(04).
           05  WS-CHECK-STATE      PIC X(02).
       77  WS-OT-PREMIUM-WORK      PIC S9(07)V99.
       77  WS-WC-WAGES-WORK        PIC S9(07)V99.
      *
      * THE CARRIER'S RATES, UP TO 200 CLASS AND STATE PAIRS.
       77  RATE-COUNT              PIC S9(04) COMP VALUE ZERO.
       77  RATE-SUB                PIC S9(04) COMP.
       01  RATE-TABLE.
           05  RATE-ENTRY          OCCURS 200 TIMES.
               10  RT-KEY.
                   15  RT-CLASS-CODE PIC X(04).
                   15  RT-STATE-CODE PIC X(02).
               10  RT-RATE         PIC 9(03)V9999.
      *
      * PAYROLL BY CLASS AND STATE, KEPT IN CLASS-THEN-STATE ORDER
      * AS IT BUILDS SO IT PRINTS STRAIGHT OFF THE TABLE.
       77  CS-COUNT                PIC S9(04) COMP VALUE ZERO.
       77  CS-SUB                  PIC S9(04) COMP.
       77  CS-SHIFT-SUB            PIC S9(04) COMP.
       01  CLASS-STATE-TABLE.
           05  CS-ENTRY            OCCURS 500 TIMES.
               10  CS-KEY.
                   15  CS-CLASS-CODE PIC X(04).
                   15  CS-STATE-CODE PIC X(02).
               10  CS-CHECKS       PIC S9(07) COMP.
               10  CS-GROSS        PIC S9(09)V99.
               10  CS-OT-PREMIUM   PIC S9(09)V99.
               10  CS-WC-WAGES     PIC S9(09)V99.
      *
      * CLASS SUBTOTAL AND GRAND TOTAL ACCUMULATORS.
       01  WS-PRIOR-CLASS          PIC X(04) VALUE SPACES.
       01  WS-CLASS-TOTALS.
           05  CT-CHECKS           PIC S9(07) COMP VALUE ZERO.
           05  CT-GROSS            PIC S9(09)V99 VALUE ZERO.
           05  CT-OT-PREMIUM       PIC S9(09)V99 VALUE ZERO.
           05  CT-WC-WAGES         PIC S9(09)V99 VALUE ZERO.
           05  CT-EST-PREMIUM      PIC S9(09)V99 VALUE ZERO.
       01  WS-GRAND-TOTALS.
           05  GT-CHECKS           PIC S9(07) COMP VALUE ZERO.
           05  GT-GROSS            PIC S9(09)V99 VALUE ZERO.
           05  GT-OT-PREMIUM       PIC S9(09)V99 VALUE ZERO.
           05  GT-WC-WAGES         PIC S9(09)V99 VALUE ZERO.
           05  GT-EST-PREMIUM      PIC S9(09)V99 VALUE ZERO.
       77  WS-EST-PREMIUM-WORK     PIC S9(09)V99.
      *
      *****************************************************************
      * REPORT LINES.                                                *
      *****************************************************************
       01  HDG-LINE-1.
           05  FILLER              PIC X(40) VALUE
               'WORKERS COMPENSATION PREMIUM AUDIT'.
           05  FILLER              PIC X(05) VALUE 'FROM '.
           05  HDG-FROM-DATE       PIC 9(08).
           05  FILLER              PIC X(09) VALUE ' THROUGH '.
           05  HDG-THRU-DATE       PIC 9(08).
           05  FILLER              PIC X(62) VALUE SPACES.
      *
       01  HDG-LINE-2.
           05  FILLER              PIC X(06) VALUE 'CLASS'.
           05  FILLER              PIC X(04) VALUE 'ST'.
           05  FILLER              PIC X(08) VALUE 'CHECKS'.
           05  FILLER              PIC X(16) VALUE '        GROSS'.
           05  FILLER              PIC X(16) VALUE '   OT PREMIUM'.
           05  FILLER              PIC X(16) VALUE '     WC WAGES'.
           05  FILLER              PIC X(10) VALUE '    RATE'.
           05  FILLER              PIC X(16) VALUE '  EST PREMIUM'.
           05  FILLER              PIC X(40) VALUE 'NOTE'.
      *
       01  DTL-LINE.
           05  DTL-CLASS-CODE      PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-STATE-CODE      PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-CHECKS          PIC ZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-GROSS           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-OT-PREMIUM      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-WC-WAGES        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-RATE            PIC ZZ9.9999.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-EST-PREMIUM     PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-NOTE            PIC X(16).
           05  FILLER              PIC X(24) VALUE SPACES.
      *
       01  CNT-LINE.
           05  CNT-CAPTION         PIC X(32).
           05  CNT-VALUE           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(93) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE -- LOAD THE RATES, ONE PASS OF PAYHIST, THEN   *
      * PRINT THE TABLE.                                             *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ONE-RECORD
               THRU 2000-EXIT
               UNTIL END-OF-FILE.
           PERFORM 4000-PRINT-ONE-CLASS-STATE
               THRU 4000-EXIT
               VARYING CS-SUB FROM 1 BY 1
               UNTIL CS-SUB > CS-COUNT.
           PERFORM 4200-PRINT-CLASS-TOTAL
               THRU 4200-EXIT.
           PERFORM 8000-PRINT-TOTALS
               THRU 8000-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           GO TO 9999-EXIT.
      *
       1000-INITIALIZE.
           ACCEPT WS-FROM-DATE-PARM FROM SYSIN.
           ACCEPT WS-THRU-DATE-PARM FROM SYSIN.
           IF WS-FROM-DATE-PARM NOT NUMERIC
              OR WS-THRU-DATE-PARM NOT NUMERIC
              OR WS-FROM-DATE-PARM > WS-THRU-DATE-PARM
               DISPLAY 'WCRPT - PERIOD CARDS MISSING, NOT NUMERIC, '
                   'OR OUT OF ORDER - RUN STOPPED'
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT WCRATE-FILE.
           IF NOT WR-FILE-OK
               DISPLAY 'WCRPT - OPEN FAILED, WCRATES STATUS '
                   WR-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           PERFORM 1100-LOAD-ONE-RATE
               THRU 1100-EXIT
               UNTIL CARD-EOF.
           CLOSE WCRATE-FILE.
           OPEN INPUT PAYHIST-FILE.
           IF NOT PH-FILE-OK
               DISPLAY 'WCRPT - OPEN FAILED, PAYHIST STATUS '
                   PH-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT EMPMAST-FILE.
           IF NOT EM-FILE-OK
               DISPLAY 'WCRPT - OPEN FAILED, EMPMAST STATUS '
                   EM-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN OUTPUT WCRPT-RPT.
           MOVE WS-FROM-DATE-PARM TO HDG-FROM-DATE.
           MOVE WS-THRU-DATE-PARM TO HDG-THRU-DATE.
           WRITE PR-PRINT-LINE FROM HDG-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PR-PRINT-LINE FROM HDG-LINE-2
               AFTER ADVANCING 2 LINES.
           PERFORM 2100-READ-PAYHIST
               THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *
      * A CARD WITH A BLANK CLASS OR A RATE THAT IS NOT NUMERIC IS
      * SHOWN AND SKIPPED; SO IS ONE PAST A FULL TABLE.  A SECOND
      * CARD FOR THE SAME CLASS AND STATE REPLACES THE FIRST.
       1100-LOAD-ONE-RATE.
           READ WCRATE-FILE
               AT END
                   SET CARD-EOF TO TRUE
           END-READ.
           IF CARD-EOF
               GO TO 1100-EXIT
           END-IF.
           IF WR-CLASS-CODE = SPACES
              OR WR-RATE NOT NUMERIC
               DISPLAY 'WCRPT - RATE CARD NOT USABLE, SKIPPED: '
                   WR-RATE-RECORD
               ADD 1 TO WS-RATE-CARDS-BAD
               GO TO 1100-EXIT
           END-IF.
           MOVE WR-CLASS-CODE TO WS-CHECK-CLASS.
           MOVE WR-STATE-CODE TO WS-CHECK-STATE.
           PERFORM 3200-FIND-RATE
               THRU 3200-EXIT.
           IF RATE-FOUND
               MOVE WR-RATE TO RT-RATE (RATE-SUB)
               GO TO 1100-EXIT
           END-IF.
           IF RATE-COUNT NOT < 200
               DISPLAY 'WCRPT - RATE TABLE FULL, CARD SKIPPED: '
                   WR-RATE-RECORD
               ADD 1 TO WS-RATE-CARDS-BAD
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO RATE-COUNT.
           MOVE WR-CLASS-CODE TO RT-CLASS-CODE (RATE-COUNT).
           MOVE WR-STATE-CODE TO RT-STATE-CODE (RATE-COUNT).
           MOVE WR-RATE       TO RT-RATE (RATE-COUNT).
       1100-EXIT.
           EXIT.
      *
      * ONLY CHECKS DATED IN THE PERIOD COUNT.
       2000-PROCESS-ONE-RECORD.
           IF PH-RUN-DATE NOT < WS-FROM-DATE-PARM
              AND PH-RUN-DATE NOT > WS-THRU-DATE-PARM
               IF PH-REVERSAL
                   MOVE -1 TO WS-SIGN-WORK
                   ADD 1 TO WS-REVERSALS-NETTED
               ELSE
                   MOVE +1 TO WS-SIGN-WORK
                   ADD 1 TO WS-CHECKS-COUNTED
               END-IF
               PERFORM 3000-ACCUMULATE-ONE-CHECK
                   THRU 3000-EXIT
           END-IF.
           PERFORM 2100-READ-PAYHIST
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *
       2100-READ-PAYHIST.
           READ PAYHIST-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT PH-FILE-OK AND NOT PH-FILE-EOF
               DISPLAY 'WCRPT - READ FAILED, PAYHIST STATUS '
                   PH-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3000-ACCUMULATE-ONE-CHECK -- THE CHECK'S CLASS, STATE AND     *
      * SPLIT, FIGURED THE SAME WAY FOR A REVERSAL AS FOR ITS         *
      * ORIGINAL SO THE TWO CANCEL TO THE PENNY, ADDED INTO ITS      *
      * CLASS AND STATE ROW.                                          *
      *****************************************************************
       3000-ACCUMULATE-ONE-CHECK.
           IF PH-STRAIGHT-TIME-PAY NUMERIC
              AND PH-OT-PREMIUM-PAY NUMERIC
               MOVE PH-WC-CLASS-CODE  TO WS-CHECK-CLASS
               MOVE PH-WC-STATE-CODE  TO WS-CHECK-STATE
               MOVE PH-OT-PREMIUM-PAY TO WS-OT-PREMIUM-WORK
           ELSE
               PERFORM 3100-FIGURE-OLD-ENTRY
                   THRU 3100-EXIT
           END-IF.
           COMPUTE WS-WC-WAGES-WORK =
              PH-GROSS-PAY - WS-OT-PREMIUM-WORK.
           MOVE 'N' TO SLOT-FOUND-SWITCH.
           PERFORM 3300-FIND-CLASS-STATE-SLOT
               THRU 3300-EXIT
               VARYING CS-SUB FROM 1 BY 1
               UNTIL CS-SUB > CS-COUNT
                  OR SLOT-FOUND.
           IF SLOT-FOUND
               SUBTRACT 1 FROM CS-SUB
               IF CS-KEY (CS-SUB) = WS-CHECK-KEY
                   GO TO 3050-ADD-INTO-ROW
               END-IF
           END-IF.
      * A NEW ROW GOES IN AT CS-SUB, THE ROWS FROM THERE DOWN MOVING
      * ONE PLACE TO MAKE ROOM.
           IF CS-COUNT NOT < 500
               DISPLAY 'WCRPT - CLASS/STATE TABLE FULL, '
                   WS-CHECK-KEY ' DROPPED - TOTALS ARE SHORT'
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3310-SHIFT-ONE-DOWN
               THRU 3310-EXIT
               VARYING CS-SHIFT-SUB FROM CS-COUNT BY -1
               UNTIL CS-SHIFT-SUB < CS-SUB.
           ADD 1 TO CS-COUNT.
           MOVE WS-CHECK-KEY TO CS-KEY (CS-SUB).
           MOVE ZERO TO CS-CHECKS (CS-SUB).
           MOVE ZERO TO CS-GROSS (CS-SUB).
           MOVE ZERO TO CS-OT-PREMIUM (CS-SUB).
           MOVE ZERO TO CS-WC-WAGES (CS-SUB).
       3050-ADD-INTO-ROW.
           ADD WS-SIGN-WORK TO CS-CHECKS (CS-SUB).
           COMPUTE CS-GROSS (CS-SUB) =
              CS-GROSS (CS-SUB) + (WS-SIGN-WORK * PH-GROSS-PAY).
           COMPUTE CS-OT-PREMIUM (CS-SUB) =
              CS-OT-PREMIUM (CS-SUB) +
              (WS-SIGN-WORK * WS-OT-PREMIUM-WORK).
           COMPUTE CS-WC-WAGES (CS-SUB) =
              CS-WC-WAGES (CS-SUB) + (WS-SIGN-WORK * WS-WC-WAGES-WORK).
       3000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3100-FIGURE-OLD-ENTRY -- A CHECK CUT BEFORE THE HISTORY      *
      * CARRIED THE SPLIT.  CLASS AND STATE AS THEY STAND ON EMPMAST *
      * NOW; THE PREMIUM IS HALF TIME ON THE HOURS OVER 40, NEVER    *
      * MORE THAN THE GROSS.  AN EMPLOYEE GONE FROM EMPMAST LANDS    *
      * UNCLASSIFIED.                                                *
      *****************************************************************
       3100-FIGURE-OLD-ENTRY.
           ADD 1 TO WS-OLD-ENTRIES.
           MOVE PH-EMP-ID TO EM-EMP-ID.
           READ EMPMAST-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF EM-FILE-OK
               MOVE EM-WC-CLASS-CODE TO WS-CHECK-CLASS
               MOVE EM-STATE-CODE    TO WS-CHECK-STATE
           ELSE
               ADD 1 TO WS-NOT-ON-MASTER
               MOVE SPACES TO WS-CHECK-CLASS
               MOVE SPACES TO WS-CHECK-STATE
           END-IF.
           MOVE ZERO TO WS-OT-PREMIUM-WORK.
           IF PH-HOURS-WORKED > 40
               COMPUTE WS-OT-PREMIUM-WORK ROUNDED =
                  (PH-HOURS-WORKED - 40) * PH-HRLY-PAY-RATE * 0.5
           END-IF.
           IF WS-OT-PREMIUM-WORK > PH-GROSS-PAY
               MOVE PH-GROSS-PAY TO WS-OT-PREMIUM-WORK
           END-IF.
       3100-EXIT.
           EXIT.
      *
       3200-FIND-RATE.
           MOVE 'N' TO RATE-FOUND-SWITCH.
           PERFORM 3210-MATCH-ONE-RATE
               THRU 3210-EXIT
               VARYING RATE-SUB FROM 1 BY 1
               UNTIL RATE-SUB > RATE-COUNT
                  OR RATE-FOUND.
           IF RATE-FOUND
               SUBTRACT 1 FROM RATE-SUB
           END-IF.
       3200-EXIT.
           EXIT.
      *
       3210-MATCH-ONE-RATE.
           IF RT-CLASS-CODE (RATE-SUB) = WS-CHECK-CLASS
              AND RT-STATE-CODE (RATE-SUB) = WS-CHECK-STATE
               SET RATE-FOUND TO TRUE
           END-IF.
       3210-EXIT.
           EXIT.
      *
      * STOPS ON THE ROW ITSELF OR THE FIRST ROW THAT SORTS AFTER IT.
       3300-FIND-CLASS-STATE-SLOT.
           IF CS-KEY (CS-SUB) NOT < WS-CHECK-KEY
               SET SLOT-FOUND TO TRUE
           END-IF.
       3300-EXIT.
           EXIT.
      *
       3310-SHIFT-ONE-DOWN.
           MOVE CS-ENTRY (CS-SHIFT-SUB)
               TO CS-ENTRY (CS-SHIFT-SUB + 1).
       3310-EXIT.
           EXIT.
      *
      *****************************************************************
      * 4000-PRINT-ONE-CLASS-STATE -- ONE ROW, WITH THE CLASS TOTAL  *
      * AHEAD OF IT WHEN THE CLASS CHANGES.  THE PREMIUM ESTIMATE IS *
      * THE COUNTED WAGES TIMES THE RATE PER $100.                   *
      *****************************************************************
       4000-PRINT-ONE-CLASS-STATE.
           IF CS-SUB > 1
              AND CS-CLASS-CODE (CS-SUB) NOT = WS-PRIOR-CLASS
               PERFORM 4200-PRINT-CLASS-TOTAL
                   THRU 4200-EXIT
           END-IF.
           MOVE CS-CLASS-CODE (CS-SUB) TO WS-PRIOR-CLASS.
           MOVE CS-CLASS-CODE (CS-SUB) TO WS-CHECK-CLASS.
           MOVE CS-STATE-CODE (CS-SUB) TO WS-CHECK-STATE.
           MOVE SPACES TO DTL-LINE.
           MOVE CS-CLASS-CODE (CS-SUB) TO DTL-CLASS-CODE.
           MOVE CS-STATE-CODE (CS-SUB) TO DTL-STATE-CODE.
           MOVE CS-CHECKS (CS-SUB)     TO DTL-CHECKS.
           MOVE CS-GROSS (CS-SUB)      TO DTL-GROSS.
           MOVE CS-OT-PREMIUM (CS-SUB) TO DTL-OT-PREMIUM.
           MOVE CS-WC-WAGES (CS-SUB)   TO DTL-WC-WAGES.
           MOVE ZERO TO WS-EST-PREMIUM-WORK.
           PERFORM 3200-FIND-RATE
               THRU 3200-EXIT.
           IF RATE-FOUND
               MOVE RT-RATE (RATE-SUB) TO DTL-RATE
               COMPUTE WS-EST-PREMIUM-WORK ROUNDED =
                  CS-WC-WAGES (CS-SUB) * RT-RATE (RATE-SUB) / 100
               MOVE WS-EST-PREMIUM-WORK TO DTL-EST-PREMIUM
           ELSE
               MOVE 'NO RATE' TO DTL-NOTE
               ADD 1 TO WS-NO-RATE-COUNT
           END-IF.
           IF CS-CLASS-CODE (CS-SUB) = SPACES
               MOVE 'UNCLASSIFIED' TO DTL-NOTE
           END-IF.
           WRITE PR-PRINT-LINE FROM DTL-LINE
               AFTER ADVANCING 1 LINE.
           ADD CS-CHECKS (CS-SUB)     TO CT-CHECKS.
           ADD CS-GROSS (CS-SUB)      TO CT-GROSS.
           ADD CS-OT-PREMIUM (CS-SUB) TO CT-OT-PREMIUM.
           ADD CS-WC-WAGES (CS-SUB)   TO CT-WC-WAGES.
           ADD WS-EST-PREMIUM-WORK    TO CT-EST-PREMIUM.
       4000-EXIT.
           EXIT.
      *
       4200-PRINT-CLASS-TOTAL.
           IF CS-COUNT = ZERO
               GO TO 4200-EXIT
           END-IF.
           MOVE SPACES TO DTL-LINE.
           MOVE WS-PRIOR-CLASS TO DTL-CLASS-CODE.
           MOVE CT-CHECKS      TO DTL-CHECKS.
           MOVE CT-GROSS       TO DTL-GROSS.
           MOVE CT-OT-PREMIUM  TO DTL-OT-PREMIUM.
           MOVE CT-WC-WAGES    TO DTL-WC-WAGES.
           MOVE CT-EST-PREMIUM TO DTL-EST-PREMIUM.
           MOVE 'CLASS TOTAL' TO DTL-NOTE.
           WRITE PR-PRINT-LINE FROM DTL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PR-PRINT-LINE.
           WRITE PR-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           ADD CT-CHECKS      TO GT-CHECKS.
           ADD CT-GROSS       TO GT-GROSS.
           ADD CT-OT-PREMIUM  TO GT-OT-PREMIUM.
           ADD CT-WC-WAGES    TO GT-WC-WAGES.
           ADD CT-EST-PREMIUM TO GT-EST-PREMIUM.
           MOVE ZERO TO CT-CHECKS.
           MOVE ZERO TO CT-GROSS.
           MOVE ZERO TO CT-OT-PREMIUM.
           MOVE ZERO TO CT-WC-WAGES.
           MOVE ZERO TO CT-EST-PREMIUM.
       4200-EXIT.
           EXIT.
      *
      *****************************************************************
      * 8000-PRINT-TOTALS -- THE GRAND TOTAL ROW AND THE COUNTS.     *
      *****************************************************************
       8000-PRINT-TOTALS.
           MOVE SPACES TO DTL-LINE.
           MOVE 'ALL'          TO DTL-CLASS-CODE.
           MOVE GT-CHECKS      TO DTL-CHECKS.
           MOVE GT-GROSS       TO DTL-GROSS.
           MOVE GT-OT-PREMIUM  TO DTL-OT-PREMIUM.
           MOVE GT-WC-WAGES    TO DTL-WC-WAGES.
           MOVE GT-EST-PREMIUM TO DTL-EST-PREMIUM.
           MOVE 'GRAND TOTAL' TO DTL-NOTE.
           WRITE PR-PRINT-LINE FROM DTL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO CNT-LINE.
           MOVE 'CHECKS COUNTED:' TO CNT-CAPTION.
           MOVE WS-CHECKS-COUNTED TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO CNT-LINE.
           MOVE 'REVERSALS NETTED OUT:' TO CNT-CAPTION.
           MOVE WS-REVERSALS-NETTED TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CNT-LINE.
           MOVE 'OLD ENTRIES FROM CURRENT CLASS:' TO CNT-CAPTION.
           MOVE WS-OLD-ENTRIES TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CNT-LINE.
           MOVE '  OF THOSE, NOT ON EMPMAST:' TO CNT-CAPTION.
           MOVE WS-NOT-ON-MASTER TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CNT-LINE.
           MOVE 'RATE CARDS LOADED:' TO CNT-CAPTION.
           MOVE RATE-COUNT TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CNT-LINE.
           MOVE 'RATE CARDS SKIPPED:' TO CNT-CAPTION.
           MOVE WS-RATE-CARDS-BAD TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CNT-LINE.
           MOVE 'CLASS/STATE ROWS WITH NO RATE:' TO CNT-CAPTION.
           MOVE WS-NO-RATE-COUNT TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE.
       8000-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           CLOSE PAYHIST-FILE.
           CLOSE EMPMAST-FILE.
           CLOSE WCRPT-RPT.
       9000-EXIT.
           EXIT.
      *
       9999-EXIT.
           STOP RUN.
/*
//SYSLIN   DD DSN=&&OBJSET,DISP=(MOD,PASS),UNIT=SYSDA,
//             SPACE=(TRK,(3,3))
//SYSPRINT DD SYSOUT=*
//*********************************************************
//* PLACE THE NAME OF YOUR PROGRAM IN THE PARENTHESIS AFTER
//* THE WORD "LOADLIB".
//*********************************************************
//LKED     EXEC PGM=IEWL,COND=(5,LT,COB)
//SYSLIN   DD DSN=&&OBJSET,DISP=(OLD,DELETE)
//SYSLMOD  DD DSN=TSOECCC.CICSTS12.STUDENT.LOADLIB(WCRPT),DISP=SHR
//SYSPRINT DD SYSOUT=*
//GO       EXEC PGM=WCRPT,COND=((5,LT,COB),(5,LT,LKED))
//PAYHIST  DD DSN=TSOECCC.CICSTS12.STUDENT.PAYHIST,DISP=SHR
//EMPMAST  DD DSN=TSOECCC.CICSTS12.STUDENT.EMPMAST,DISP=SHR
//WCRATES  DD DSN=TSOECCC.CICSTS12.STUDENT.WCRATES,DISP=SHR
//SYSPRINT DD SYSOUT=*
//SYSIN    DD *
20260101
20261231
/*
