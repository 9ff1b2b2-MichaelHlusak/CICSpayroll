//PAY401KJ JOB  TIME=(,2)
//*********************************************************
//* COMPILE, LINK, AND RUN THE 401(K) EMPLOYER MATCH AND
//* RECORDKEEPER CONTRIBUTION RUN.  THREE CARDS ON
//* //GO.SYSIN:
//*   CARD 1  RUN DATE (YYYYMMDD) -- THE SAME CARD PAYREG
//*           AND PAYGL TAKE
//*   CARD 2  MATCH PERCENT, 9V999 (0500 IS 50%)
//*   CARD 3  MATCH CAP AS A PERCENT OF GROSS, 9V999 (0060
//*           IS 6%) -- DEFERRALS ABOVE THE CAP ARE NOT MATCHED
//* THE DAY'S DEFERRALS AND MATCH GO TO THE RECORDKEEPER ON
//* //GO.RKFILE WITH THE PLAN-YEAR-TO-DATE FIGURES, AND THE
//* MATCH EXPENSE / LIABILITY LINES ARE ADDED TO THE END OF
//* THE DAY'S GL JOURNAL -- SO RUN THIS AFTER PAYGL, AGAINST
//* THE GENERATION PAYGL JUST CUT.  CHECK THE PROOF AT THE
//* FOOT OF THE REPORT BEFORE RELEASING EITHER FILE.
//* PLACE YOUR OWN LOADLIB/SRCLIB NAMES WHERE SHOWN.
//*********************************************************
//COB      EXEC PGM=IGYCRCTL
//STEPLIB  DD DSN=IGY.SIGYCOMP,DISP=SHR
//SYSLIB   DD DSN=HLUSAK.COBOL@2,DISP=SHR
//SYSIN    DD *
       IDENTIFICATION DIVISION.
      *****************************************************************
      * PROGRAM-ID.   PAY401K.                                       *
      * AUTHOR.       HLUSAK.                                        *
      * DATE-WRITTEN. 10/15/26.                                      *
      *                                                               *
      * WORKS OUT THE COMPANY 401(K) MATCH ON ONE RUN DATE'S PAYHIST *
      * CHECKS AND TELLS THE PLAN RECORDKEEPER WHAT CAME OUT.  THE   *
      * MATCH ON A CHECK IS THE MATCH PERCENT OF THE EMPLOYEE'S      *
      * DEFERRAL (PH-DEDUCT-401K), WITH THE DEFERRAL COUNTED ONLY UP *
      * TO THE CAP PERCENT OF THE CHECK'S GROSS.  NORMAL, MANUAL AND *
      * VOIDED-ORIGINAL ENTRIES ADD, REVERSALS SUBTRACT -- THE SAME  *
      * NETTING PAYGL USES -- SO A SAME-DAY VOID NETS ITSELF OUT AND *
      * A LATER VOID TAKES THE MONEY BACK ON THE DAY OF THE VOID.    *
      * PAYHIST IS IN EMPLOYEE ORDER, SO ONE PASS GIVES EACH         *
      * EMPLOYEE'S DAY AND PLAN-YEAR-TO-DATE (CALENDAR YEAR THROUGH  *
      * THE RUN DATE) FIGURES AT THE CONTROL BREAK.  AN EMPLOYEE     *
      * WHOSE DAY NETS TO SOMETHING GETS ONE CONTRIBUTION RECORD,    *
      * KEYED BY SSN; ONE WITH NO SSN ON EMPMAST IS LISTED FOR THE   *
      * DESK TO KEY BY HAND INSTEAD.  THE MATCH EXPENSE IS DEBITED   *
      * BY THE DEPARTMENT STAMPED ON THE CHECK AND THE MATCH         *
      * LIABILITY CREDITED, ADDED TO THE END OF THE DAY'S GL         *
      * JOURNAL WITH ITS OWN IN-BALANCE PROOF.                       *
      *                                                               *
      * MODIFICATION HISTORY.                                        *
      *   10/15/26  HL   ORIGINAL PROGRAM.                           *
      *****************************************************************
       PROGRAM-ID. PAY401K.
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
           SELECT RK-FILE ASSIGN TO RKFILE
               FILE STATUS IS RK-FILE-STATUS.
           SELECT GLFILE-FILE ASSIGN TO GLFILE
               FILE STATUS IS GL-FILE-STATUS.
           SELECT PAY401K-RPT ASSIGN TO SYSPRINT.
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
       FD  RK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RK-RECORD               PIC X(100).
      *
       FD  GLFILE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY GLREC.
      *
       FD  PAY401K-RPT
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
       01  RK-FILE-STATUS          PIC X(02).
           88  RK-FILE-OK               VALUE '00'.
       01  GL-FILE-STATUS          PIC X(02).
           88  GL-FILE-OK               VALUE '00'.
      *
       01  SWITCHES.
           05  END-OF-FILE-SWITCH  PIC X VALUE 'N'.
               88  END-OF-FILE          VALUE 'Y'.
           05  SLOT-FOUND-SWITCH   PIC X VALUE 'N'.
               88  SLOT-FOUND           VALUE 'Y'.
      *
       01  WS-RUN-DATE-PARM        PIC 9(08).
       01  FILLER REDEFINES WS-RUN-DATE-PARM.
           05  WS-RUN-YEAR         PIC 9(04).
           05  FILLER              PIC 9(04).
       77  WS-PLAN-YEAR-START      PIC 9(08).
      *
      * PLAN RULES FROM THE CONTROL CARDS.
       77  WS-MATCH-PCT-PARM       PIC 9V999.
       77  WS-CAP-PCT-PARM         PIC 9V999.
      *
       77  WS-CHECKS-PICKED        PIC 9(07) COMP VALUE ZERO.
       77  WS-RECORDS-WRITTEN      PIC 9(05) COMP VALUE ZERO.
       77  WS-NO-SSN-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-LINES-WRITTEN        PIC 9(05) COMP VALUE ZERO.
       77  WS-SIGN-WORK            PIC S9(01) VALUE ZERO.
      *
      * THE CHART OF ACCOUNTS AS THE GL SIDE DEFINED IT.  THE MATCH
      * LIABILITY SITS NEXT TO THE 401(K) WITHHELD LIABILITY PAYGL
      * CREDITS, SO THE PLAN REMITTANCE CLEARS BOTH TOGETHER.
       77  ACCT-MATCH-EXPENSE      PIC X(08) VALUE '61200000'.
       77  ACCT-MATCH-LIABILITY    PIC X(08) VALUE '22510000'.
      *
      * THE PLAN NUMBER THE RECORDKEEPER ASSIGNED US.
       77  RK-PLAN-NUMBER          PIC X(10) VALUE '0000401001'.
      *
      * ONE CHECK'S MATCH.
       77  WS-CAP-WORK             PIC S9(09)V99.
       77  WS-MATCHABLE-WORK       PIC S9(09)V99.
       77  WS-MATCH-WORK           PIC S9(09)V99.
      *
      * THE EMPLOYEE BEING ACCUMULATED.
       01  WS-CURRENT-EMP-ID       PIC X(06) VALUE SPACES.
       01  WS-CURRENT-EMP-NAME     PIC X(30) VALUE SPACES.
       01  WS-EMP-TOTALS.
           05  WS-EMP-DAY-DEFERRAL PIC S9(07)V99 VALUE ZERO.
           05  WS-EMP-DAY-MATCH    PIC S9(07)V99 VALUE ZERO.
           05  WS-EMP-YTD-DEFERRAL PIC S9(07)V99 VALUE ZERO.
           05  WS-EMP-YTD-MATCH    PIC S9(07)V99 VALUE ZERO.
      *
       01  WS-TOTALS.
           05  WS-TOTAL-DEFERRAL   PIC S9(09)V99 VALUE ZERO.
           05  WS-TOTAL-MATCH      PIC S9(09)V99 VALUE ZERO.
           05  WS-TOTAL-DEBITS     PIC S9(11)V99 VALUE ZERO.
           05  WS-TOTAL-CREDITS    PIC S9(11)V99 VALUE ZERO.
       77  WS-AMOUNT-WORK          PIC S9(11)V99.
      *
      * MATCH EXPENSE BY DEPARTMENT, UP TO FIFTY DEPARTMENTS.
       77  DEPT-COUNT              PIC S9(04) COMP VALUE ZERO.
       77  DEPT-SUB                PIC S9(04) COMP.
       01  DEPT-TABLE.
           05  DEPT-ENTRY          OCCURS 50 TIMES.
               10  DT-DEPT-CODE    PIC X(04).
               10  DT-MATCH        PIC S9(11)V99.
       01  WS-DEPT-WORK            PIC X(04).
      *
      *****************************************************************
      * RECORDKEEPER CONTRIBUTION FILE -- 100-BYTE FIXED.  ONE       *
      * HEADER, ONE DETAIL PER EMPLOYEE, ONE TRAILER.  AMOUNTS CARRY *
      * A LEADING SIGN SO A VOID TAKES MONEY BACK.                   *
      *****************************************************************
       01  RK-HEADER.
           05  FILLER              PIC X(01) VALUE 'H'.
           05  RKH-PLAN-NUMBER     PIC X(10).
           05  RKH-PAYROLL-DATE    PIC 9(08).
           05  RKH-PLAN-YEAR       PIC 9(04).
           05  FILLER              PIC X(77) VALUE SPACES.
      *
       01  RK-DETAIL.
           05  FILLER              PIC X(01) VALUE 'D'.
           05  RKD-SSN             PIC 9(09).
           05  RKD-EMP-ID          PIC X(06).
           05  RKD-EMP-NAME        PIC X(30).
           05  RKD-PAYROLL-DATE    PIC 9(08).
           05  RKD-DEFERRAL        PIC S9(07)V99
                                   SIGN LEADING SEPARATE.
           05  RKD-MATCH           PIC S9(07)V99
                                   SIGN LEADING SEPARATE.
           05  RKD-YTD-DEFERRAL    PIC S9(07)V99
                                   SIGN LEADING SEPARATE.
           05  RKD-YTD-MATCH       PIC S9(07)V99
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC X(06) VALUE SPACES.
      *
       01  RK-TRAILER.
           05  FILLER              PIC X(01) VALUE 'T'.
           05  RKT-RECORD-COUNT    PIC 9(07).
           05  RKT-TOTAL-DEFERRAL  PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05  RKT-TOTAL-MATCH     PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC X(68) VALUE SPACES.
      *
      *****************************************************************
      * REPORT LINES.                                                *
      *****************************************************************
       01  HDG-LINE-1.
           05  FILLER              PIC X(37) VALUE
               '401(K) MATCH AND CONTRIBUTIONS FOR   '.
           05  HDG-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE 'MATCH '.
           05  HDG-MATCH-PCT       PIC 9.999.
           05  FILLER              PIC X(16) VALUE ' OF DEFERRAL TO '.
           05  HDG-CAP-PCT         PIC 9.999.
           05  FILLER              PIC X(44) VALUE ' OF GROSS'.
      *
       01  HDG-LINE-2.
           05  FILLER              PIC X(08) VALUE 'EMP ID'.
           05  FILLER              PIC X(32) VALUE 'EMPLOYEE NAME'.
           05  FILLER              PIC X(13) VALUE '    DEFERRAL'.
           05  FILLER              PIC X(13) VALUE '       MATCH'.
           05  FILLER              PIC X(13) VALUE '  YTD DEFER'.
           05  FILLER              PIC X(13) VALUE '   YTD MATCH'.
           05  FILLER              PIC X(40) VALUE '  NOTE'.
      *
       01  DTL-LINE.
           05  DTL-EMP-ID          PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-EMP-NAME        PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-DEFERRAL        PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-MATCH           PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-YTD-DEFERRAL    PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-YTD-MATCH       PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-NOTE            PIC X(30).
           05  FILLER              PIC X(10) VALUE SPACES.
      *
       01  JNL-HDG-LINE.
           05  FILLER              PIC X(40) VALUE
               'GL JOURNAL LINES ADDED'.
           05  FILLER              PIC X(92) VALUE SPACES.
      *
       01  JNL-LINE.
           05  JNL-ACCOUNT         PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  JNL-DEPT            PIC X(04).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  JNL-DR-CR           PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  JNL-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  JNL-DESC            PIC X(24).
           05  FILLER              PIC X(67) VALUE SPACES.
      *
       01  TOT-LINE.
           05  TOT-CAPTION         PIC X(28).
           05  TOT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(89) VALUE SPACES.
      *
       01  CNT-LINE.
           05  CNT-CAPTION         PIC X(28).
           05  CNT-VALUE           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(97) VALUE SPACES.
      *
       01  VERDICT-LINE            PIC X(132).
      *
       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE -- ONE PASS OF PAYHIST, THEN THE JOURNAL.      *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ONE-RECORD
               THRU 2000-EXIT
               UNTIL END-OF-FILE.
           PERFORM 4000-FINISH-EMPLOYEE
               THRU 4000-EXIT.
           PERFORM 5000-CUT-JOURNAL-ENTRIES
               THRU 5000-EXIT.
           PERFORM 8000-PRINT-TOTALS
               THRU 8000-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           GO TO 9999-EXIT.
      *
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-PARM FROM SYSIN.
           ACCEPT WS-MATCH-PCT-PARM FROM SYSIN.
           ACCEPT WS-CAP-PCT-PARM FROM SYSIN.
           IF WS-RUN-DATE-PARM NOT NUMERIC
              OR WS-MATCH-PCT-PARM NOT NUMERIC
              OR WS-CAP-PCT-PARM NOT NUMERIC
               DISPLAY 'PAY401K - CONTROL CARDS MISSING OR NOT '
                   'NUMERIC - RUN STOPPED'
               GO TO 9999-EXIT
           END-IF.
           COMPUTE WS-PLAN-YEAR-START = WS-RUN-YEAR * 10000 + 0101.
           OPEN INPUT PAYHIST-FILE.
           IF NOT PH-FILE-OK
               DISPLAY 'PAY401K - OPEN FAILED, PAYHIST STATUS '
                   PH-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT EMPMAST-FILE.
           IF NOT EM-FILE-OK
               DISPLAY 'PAY401K - OPEN FAILED, EMPMAST STATUS '
                   EM-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN OUTPUT RK-FILE.
           IF NOT RK-FILE-OK
               DISPLAY 'PAY401K - OPEN FAILED, RKFILE STATUS '
                   RK-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
      * THE MATCH LINES GO ON THE END OF THE JOURNAL PAYGL CUT.
           OPEN EXTEND GLFILE-FILE.
           IF NOT GL-FILE-OK
               DISPLAY 'PAY401K - OPEN FAILED, GLFILE STATUS '
                   GL-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN OUTPUT PAY401K-RPT.
           MOVE WS-RUN-DATE-PARM  TO HDG-RUN-DATE.
           MOVE WS-MATCH-PCT-PARM TO HDG-MATCH-PCT.
           MOVE WS-CAP-PCT-PARM   TO HDG-CAP-PCT.
           WRITE PR-PRINT-LINE FROM HDG-LINE-1
               AFTER ADVANCING PAGE.
           WRITE PR-PRINT-LINE FROM HDG-LINE-2
               AFTER ADVANCING 2 LINES.
           MOVE RK-PLAN-NUMBER    TO RKH-PLAN-NUMBER.
           MOVE WS-RUN-DATE-PARM  TO RKH-PAYROLL-DATE.
           MOVE WS-RUN-YEAR       TO RKH-PLAN-YEAR.
           WRITE RK-RECORD FROM RK-HEADER.
           PERFORM 2100-READ-PAYHIST
               THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *
      * ONLY THIS PLAN YEAR'S CHECKS THROUGH THE RUN DATE COUNT.  A
      * NEW EMPLOYEE ID CLOSES OUT THE ONE BEFORE IT.
       2000-PROCESS-ONE-RECORD.
           IF PH-RUN-DATE NOT < WS-PLAN-YEAR-START
              AND PH-RUN-DATE NOT > WS-RUN-DATE-PARM
               IF PH-EMP-ID NOT = WS-CURRENT-EMP-ID
                   PERFORM 4000-FINISH-EMPLOYEE
                       THRU 4000-EXIT
                   MOVE PH-EMP-ID   TO WS-CURRENT-EMP-ID
                   MOVE PH-EMP-NAME TO WS-CURRENT-EMP-NAME
               END-IF
               IF PH-REVERSAL
                   MOVE -1 TO WS-SIGN-WORK
               ELSE
                   MOVE +1 TO WS-SIGN-WORK
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
               DISPLAY 'PAY401K - READ FAILED, PAYHIST STATUS '
                   PH-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3000-ACCUMULATE-ONE-CHECK -- THE CHECK'S MATCH, FIGURED THE  *
      * SAME WAY FOR A REVERSAL AS FOR ITS ORIGINAL SO THE TWO       *
      * CANCEL TO THE PENNY.  EVERY CHECK IN THE PLAN YEAR FEEDS     *
      * THE YEAR-TO-DATE; ONLY THE RUN DATE'S FEED THE DAY, THE      *
      * RECORDKEEPER TOTALS AND THE JOURNAL.                         *
      *****************************************************************
       3000-ACCUMULATE-ONE-CHECK.
           COMPUTE WS-CAP-WORK ROUNDED =
              PH-GROSS-PAY * WS-CAP-PCT-PARM.
           IF PH-DEDUCT-401K < WS-CAP-WORK
               MOVE PH-DEDUCT-401K TO WS-MATCHABLE-WORK
           ELSE
               MOVE WS-CAP-WORK TO WS-MATCHABLE-WORK
           END-IF.
           COMPUTE WS-MATCH-WORK ROUNDED =
              WS-MATCHABLE-WORK * WS-MATCH-PCT-PARM.
           COMPUTE WS-EMP-YTD-DEFERRAL =
              WS-EMP-YTD-DEFERRAL + (WS-SIGN-WORK * PH-DEDUCT-401K).
           COMPUTE WS-EMP-YTD-MATCH =
              WS-EMP-YTD-MATCH + (WS-SIGN-WORK * WS-MATCH-WORK).
           IF PH-RUN-DATE NOT = WS-RUN-DATE-PARM
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-CHECKS-PICKED.
           COMPUTE WS-EMP-DAY-DEFERRAL =
              WS-EMP-DAY-DEFERRAL + (WS-SIGN-WORK * PH-DEDUCT-401K).
           COMPUTE WS-EMP-DAY-MATCH =
              WS-EMP-DAY-MATCH + (WS-SIGN-WORK * WS-MATCH-WORK).
           IF WS-MATCH-WORK = ZERO
               GO TO 3000-EXIT
           END-IF.
           IF PH-DEPT-CODE = SPACES
               MOVE 'NONE' TO WS-DEPT-WORK
           ELSE
               MOVE PH-DEPT-CODE TO WS-DEPT-WORK
           END-IF.
           MOVE 'N' TO SLOT-FOUND-SWITCH.
           PERFORM 3100-FIND-DEPT-SLOT
               THRU 3100-EXIT
               VARYING DEPT-SUB FROM 1 BY 1
               UNTIL DEPT-SUB > DEPT-COUNT
                  OR SLOT-FOUND.
           IF NOT SLOT-FOUND
              AND DEPT-COUNT < 50
               ADD 1 TO DEPT-COUNT
               MOVE WS-DEPT-WORK TO DT-DEPT-CODE (DEPT-COUNT)
               MOVE ZERO TO DT-MATCH (DEPT-COUNT)
               MOVE DEPT-COUNT TO DEPT-SUB
               SET SLOT-FOUND TO TRUE
           END-IF.
           IF SLOT-FOUND
               COMPUTE DT-MATCH (DEPT-SUB) =
                  DT-MATCH (DEPT-SUB) +
                  (WS-SIGN-WORK * WS-MATCH-WORK)
           ELSE
               DISPLAY 'PAY401K - DEPARTMENT TABLE FULL, '
                   WS-DEPT-WORK ' DROPPED - JOURNAL WILL NOT '
                   'BALANCE'
           END-IF.
       3000-EXIT.
           EXIT.
      *
       3100-FIND-DEPT-SLOT.
           IF DT-DEPT-CODE (DEPT-SUB) = WS-DEPT-WORK
               SET SLOT-FOUND TO TRUE
               SUBTRACT 1 FROM DEPT-SUB
           END-IF.
       3100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 4000-FINISH-EMPLOYEE -- CONTROL BREAK.  A DAY THAT NETS TO   *
      * NOTHING SENDS NOTHING.  THE SSN COMES FROM EMPMAST; WITHOUT  *
      * ONE THE RECORDKEEPER CANNOT POST IT, SO IT IS LISTED.        *
      *****************************************************************
       4000-FINISH-EMPLOYEE.
           IF WS-CURRENT-EMP-ID = SPACES
               GO TO 4000-EXIT
           END-IF.
           IF WS-EMP-DAY-DEFERRAL = ZERO
              AND WS-EMP-DAY-MATCH = ZERO
               GO TO 4090-RESET-EMPLOYEE
           END-IF.
           ADD WS-EMP-DAY-DEFERRAL TO WS-TOTAL-DEFERRAL.
           ADD WS-EMP-DAY-MATCH    TO WS-TOTAL-MATCH.
           MOVE SPACES TO DTL-LINE.
           MOVE WS-CURRENT-EMP-ID   TO DTL-EMP-ID.
           MOVE WS-CURRENT-EMP-NAME TO DTL-EMP-NAME.
           MOVE WS-EMP-DAY-DEFERRAL TO DTL-DEFERRAL.
           MOVE WS-EMP-DAY-MATCH    TO DTL-MATCH.
           MOVE WS-EMP-YTD-DEFERRAL TO DTL-YTD-DEFERRAL.
           MOVE WS-EMP-YTD-MATCH    TO DTL-YTD-MATCH.
           MOVE WS-CURRENT-EMP-ID TO EM-EMP-ID.
           READ EMPMAST-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT EM-FILE-OK
              OR EM-SSN NOT NUMERIC
              OR EM-SSN = ZERO
               MOVE 'NO SSN ON FILE - KEY BY HAND' TO DTL-NOTE
               ADD 1 TO WS-NO-SSN-COUNT
           ELSE
               MOVE EM-SSN              TO RKD-SSN
               MOVE WS-CURRENT-EMP-ID   TO RKD-EMP-ID
               MOVE WS-CURRENT-EMP-NAME TO RKD-EMP-NAME
               MOVE WS-RUN-DATE-PARM    TO RKD-PAYROLL-DATE
               MOVE WS-EMP-DAY-DEFERRAL TO RKD-DEFERRAL
               MOVE WS-EMP-DAY-MATCH    TO RKD-MATCH
               MOVE WS-EMP-YTD-DEFERRAL TO RKD-YTD-DEFERRAL
               MOVE WS-EMP-YTD-MATCH    TO RKD-YTD-MATCH
               WRITE RK-RECORD FROM RK-DETAIL
               IF NOT RK-FILE-OK
                   DISPLAY 'PAY401K - RKFILE WRITE FAILED, STATUS '
                       RK-FILE-STATUS
                   GO TO 9999-EXIT
               END-IF
               ADD 1 TO WS-RECORDS-WRITTEN
           END-IF.
           WRITE PR-PRINT-LINE FROM DTL-LINE
               AFTER ADVANCING 1 LINE.
       4090-RESET-EMPLOYEE.
           MOVE ZERO TO WS-EMP-DAY-DEFERRAL.
           MOVE ZERO TO WS-EMP-DAY-MATCH.
           MOVE ZERO TO WS-EMP-YTD-DEFERRAL.
           MOVE ZERO TO WS-EMP-YTD-MATCH.
       4000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 5000-CUT-JOURNAL-ENTRIES -- MATCH EXPENSE BY DEPARTMENT,     *
      * ONE CREDIT TO THE MATCH LIABILITY.  ZERO BUCKETS CUT NOTHING;*
      * A NEGATIVE BUCKET FLIPS SIDES THE WAY PAYGL DOES IT.         *
      *****************************************************************
       5000-CUT-JOURNAL-ENTRIES.
           WRITE PR-PRINT-LINE FROM JNL-HDG-LINE
               AFTER ADVANCING 3 LINES.
           PERFORM 5100-CUT-ONE-DEPT-DEBIT
               THRU 5100-EXIT
               VARYING DEPT-SUB FROM 1 BY 1
               UNTIL DEPT-SUB > DEPT-COUNT.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE WS-TOTAL-MATCH TO WS-AMOUNT-WORK.
           MOVE ACCT-MATCH-LIABILITY TO GL-ACCOUNT.
           MOVE '401(K) EMPLOYER MATCH' TO GL-DESCRIPTION.
           PERFORM 5200-CUT-ONE-CREDIT
               THRU 5200-EXIT.
       5000-EXIT.
           EXIT.
      *
       5100-CUT-ONE-DEPT-DEBIT.
           IF DT-MATCH (DEPT-SUB) = ZERO
               GO TO 5100-EXIT
           END-IF.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE WS-RUN-DATE-PARM TO GL-RUN-DATE.
           MOVE ACCT-MATCH-EXPENSE TO GL-ACCOUNT.
           MOVE DT-DEPT-CODE (DEPT-SUB) TO GL-DEPT-CODE.
           MOVE '401(K) MATCH EXPENSE' TO GL-DESCRIPTION.
           IF DT-MATCH (DEPT-SUB) > ZERO
               MOVE 'D' TO GL-DR-CR
               MOVE DT-MATCH (DEPT-SUB) TO GL-AMOUNT
               ADD DT-MATCH (DEPT-SUB) TO WS-TOTAL-DEBITS
           ELSE
               MOVE 'C' TO GL-DR-CR
               COMPUTE GL-AMOUNT = ZERO - DT-MATCH (DEPT-SUB)
               COMPUTE WS-TOTAL-CREDITS =
                  WS-TOTAL-CREDITS - DT-MATCH (DEPT-SUB)
           END-IF.
           PERFORM 6000-WRITE-JOURNAL-LINE
               THRU 6000-EXIT.
       5100-EXIT.
           EXIT.
      *
       5200-CUT-ONE-CREDIT.
           IF WS-AMOUNT-WORK = ZERO
               GO TO 5200-EXIT
           END-IF.
           MOVE WS-RUN-DATE-PARM TO GL-RUN-DATE.
           MOVE SPACES TO GL-DEPT-CODE.
           IF WS-AMOUNT-WORK > ZERO
               MOVE 'C' TO GL-DR-CR
               MOVE WS-AMOUNT-WORK TO GL-AMOUNT
               ADD WS-AMOUNT-WORK TO WS-TOTAL-CREDITS
           ELSE
               MOVE 'D' TO GL-DR-CR
               COMPUTE GL-AMOUNT = ZERO - WS-AMOUNT-WORK
               COMPUTE WS-TOTAL-DEBITS =
                  WS-TOTAL-DEBITS - WS-AMOUNT-WORK
           END-IF.
           PERFORM 6000-WRITE-JOURNAL-LINE
               THRU 6000-EXIT.
       5200-EXIT.
           EXIT.
      *
       6000-WRITE-JOURNAL-LINE.
           WRITE GL-JOURNAL-RECORD.
           IF NOT GL-FILE-OK
               DISPLAY 'PAY401K - GLFILE WRITE FAILED, STATUS '
                   GL-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO WS-LINES-WRITTEN.
           MOVE SPACES TO JNL-LINE.
           MOVE GL-ACCOUNT TO JNL-ACCOUNT.
           MOVE GL-DEPT-CODE TO JNL-DEPT.
           IF GL-DEBIT
               MOVE 'DR' TO JNL-DR-CR
           ELSE
               MOVE 'CR' TO JNL-DR-CR
           END-IF.
           MOVE GL-AMOUNT TO JNL-AMOUNT.
           MOVE GL-DESCRIPTION TO JNL-DESC.
           WRITE PR-PRINT-LINE FROM JNL-LINE
               AFTER ADVANCING 1 LINE.
       6000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 8000-PRINT-TOTALS -- THE RECORDKEEPER TRAILER, THE CONTROL   *
      * TOTALS, AND THE JOURNAL PROOF.                               *
      *****************************************************************
       8000-PRINT-TOTALS.
           MOVE WS-RECORDS-WRITTEN TO RKT-RECORD-COUNT.
           MOVE WS-TOTAL-DEFERRAL  TO RKT-TOTAL-DEFERRAL.
           MOVE WS-TOTAL-MATCH     TO RKT-TOTAL-MATCH.
           WRITE RK-RECORD FROM RK-TRAILER.
           MOVE SPACES TO TOT-LINE.
           MOVE 'TOTAL DEFERRALS:' TO TOT-CAPTION.
           MOVE WS-TOTAL-DEFERRAL TO TOT-AMOUNT.
           WRITE PR-PRINT-LINE FROM TOT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO TOT-LINE.
           MOVE 'TOTAL EMPLOYER MATCH:' TO TOT-CAPTION.
           MOVE WS-TOTAL-MATCH TO TOT-AMOUNT.
           WRITE PR-PRINT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CNT-LINE.
           MOVE 'CHECKS ON THE RUN DATE:' TO CNT-CAPTION.
           MOVE WS-CHECKS-PICKED TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO CNT-LINE.
           MOVE 'RECORDKEEPER RECORDS:' TO CNT-CAPTION.
           MOVE WS-RECORDS-WRITTEN TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CNT-LINE.
           MOVE 'HELD BACK - NO SSN:' TO CNT-CAPTION.
           MOVE WS-NO-SSN-COUNT TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CNT-LINE.
           MOVE 'JOURNAL LINES ADDED:' TO CNT-CAPTION.
           MOVE WS-LINES-WRITTEN TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO TOT-LINE.
           MOVE 'JOURNAL DEBITS:' TO TOT-CAPTION.
           MOVE WS-TOTAL-DEBITS TO TOT-AMOUNT.
           WRITE PR-PRINT-LINE FROM TOT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO TOT-LINE.
           MOVE 'JOURNAL CREDITS:' TO TOT-CAPTION.
           MOVE WS-TOTAL-CREDITS TO TOT-AMOUNT.
           WRITE PR-PRINT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO VERDICT-LINE.
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               MOVE 'MATCH JOURNAL IN BALANCE - RELEASE WITH PAYGL'
                   TO VERDICT-LINE
           ELSE
               MOVE 'MATCH JOURNAL OUT OF BALANCE - DO NOT RELEASE'
                   TO VERDICT-LINE
           END-IF.
           WRITE PR-PRINT-LINE FROM VERDICT-LINE
               AFTER ADVANCING 2 LINES.
       8000-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           CLOSE PAYHIST-FILE.
           CLOSE EMPMAST-FILE.
           CLOSE RK-FILE.
           CLOSE GLFILE-FILE.
           CLOSE PAY401K-RPT.
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
//SYSLMOD  DD DSN=TSOECCC.CICSTS12.STUDENT.LOADLIB(PAY401K),DISP=SHR
//SYSPRINT DD SYSOUT=*
//GO       EXEC PGM=PAY401K,COND=((5,LT,COB),(5,LT,LKED))
//PAYHIST  DD DSN=TSOECCC.CICSTS12.STUDENT.PAYHIST,DISP=SHR
//EMPMAST  DD DSN=TSOECCC.CICSTS12.STUDENT.EMPMAST,DISP=SHR
//RKFILE   DD DSN=TSOECCC.CICSTS12.STUDENT.RKFILE(+1),
//            DISP=(NEW,CATLG,DELETE),UNIT=SYSDA,
//            SPACE=(TRK,(5,5)),DCB=(RECFM=FB,LRECL=100,BLKSIZE=1000)
//GLFILE   DD DSN=TSOECCC.CICSTS12.STUDENT.GLFILE(0),DISP=MOD
//SYSPRINT DD SYSOUT=*
//SYSIN    DD *
20260101
0500
0060
/*
