//* IT; CARDS STILL AWAITING APPROVAL LAND ON THE EXCEPTION
//* REPORT INSTEAD OF SILENTLY MISSING PAYDAY.  RUN THIS
//* IMMEDIATELY BEFORE PAYTIME ON EVERY PAYDAY.
//* THE CARDS EXTRACTED ARE POSTED TO THE PAYCTL PAYDAY
//* CONTROL LEDGER UNDER THE RUN DATE -- PAYTIME WILL NOT
//* START WITHOUT THAT ENTRY, AND PROVES ITS CARDS READ
//* AGAINST IT.
//* PLACE YOUR OWN LOADLIB/SRCLIB NAMES WHERE SHOWN.
//*********************************************************
//COB      EXEC PGM=IGYCRCTL
      * ENTERED STATUS AT CUTOFF GO ON THE EXCEPTION REPORT SO THE   *
      * SUPERVISOR KNOWS WHO IS ABOUT TO MISS PAYDAY, AND CARDS      *
      * ALREADY EXTRACTED BY AN EARLIER CUTOFF ARE PASSED OVER.      *
      * THE CUTOFF'S COUNTS GO ON THE PAYCTL PAYDAY CONTROL LEDGER   *
      * AS THE FIRST ENTRY OF THE DAY'S CHAIN; A RE-CUTOFF ADDS TO   *
      * IT.                                                          *
      *                                                               *
      * MODIFICATION HISTORY.                                        *
      *   09/02/26  HL   ORIGINAL PROGRAM.                           *
      *                  RUN-CONTROL SHOWS THE DECK PAID COMPLETE,   *
      *                  SO A RERUN CANNOT WIPE APPROVED CARDS OUT   *
      *                  OF AN UNPAID DECK.                          *
      *   10/15/26  HL   LABOR SPLIT ON THE TCENTRY CARD CARRIED     *
      *                  ONTO THE TIMECARD FOR PAYTIME'S LABOR       *
      *                  DISTRIBUTION.                               *
      *   10/15/26  HL   CUTOFF COUNTS POSTED TO THE PAYCTL PAYDAY   *
      *                  CONTROL LEDGER FOR THE RUN DATE, ADDED TO   *
      *                  ON A RE-CUTOFF.                             *
      *****************************************************************
       PROGRAM-ID. TCCUT.
       AUTHOR. HLUSAK.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-CONTROL-ID
               FILE STATUS IS CK-FILE-STATUS.
           SELECT PAYCTL-FILE ASSIGN TO PAYCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-KEY
               FILE STATUS IS CT-FILE-STATUS.
           SELECT TCCUT-RPT ASSIGN TO SYSPRINT.
      *
       DATA DIVISION.
           05  CK-CHECKS-WRITTEN   PIC 9(05).
           05  CK-EXCEPTION-COUNT  PIC 9(05).
           05  FILLER              PIC X(46).
      *
       FD  PAYCTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY PAYCTL.
      *
       FD  TCCUT-RPT
           RECORDING MODE IS F
       01  CK-FILE-STATUS          PIC X(02).
           88  CK-FILE-OK               VALUE '00'.
           88  CK-NOT-FOUND             VALUE '23'.
       01  CT-FILE-STATUS          PIC X(02).
           88  CT-FILE-OK               VALUE '00'.
           88  CT-NOT-FOUND             VALUE '23'.
      *
       01  SWITCHES.
           05  ENTRY-EOF-SWITCH    PIC X VALUE 'N'.
      * SIGN-OFF THE OVERRIDE USED TO MEAN ON PAPER.
       77  WS-PREV-EMP-ID          PIC X(06) VALUE LOW-VALUES.
       77  WS-EMP-CARD-COUNT       PIC 9(03) COMP VALUE ZERO.
       01  WS-CLOCK-WORK           PIC 9(08).
       01  FILLER REDEFINES WS-CLOCK-WORK.
           05  WS-CLOCK-HHMMSS     PIC 9(06).
           05  FILLER              PIC 9(02).
      *
       01  HDG-LINE-1.
           05  FILLER              PIC X(30) VALUE
               UNTIL ENTRY-EOF.
           PERFORM 8000-PRINT-TOTALS
               THRU 8000-EXIT.
           PERFORM 8500-POST-CONTROL-ENTRY
               THRU 8500-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           GO TO 9999-EXIT.
                   GO TO 9999-EXIT
               END-IF
           END-IF.
      * THE CONTROL LEDGER IS OPENED BEFORE THE DECK IS TOUCHED -- A
      * CUTOFF THAT CANNOT POST ITS COUNTS WOULD LEAVE PAYTIME NO
      * ENTRY TO START FROM.
           OPEN I-O PAYCTL-FILE.
           IF NOT CT-FILE-OK
               DISPLAY 'TCCUT - OPEN FAILED, PAYCTL STATUS '
                   CT-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN OUTPUT TIMECARD-FILE.
           IF NOT TC-FILE-OK
               DISPLAY 'TCCUT - OPEN FAILED, TIMECARD STATUS '
           MOVE TE-EMP-ID    TO TC-EMP-ID.
           MOVE TE-HOURS-X   TO TC-HOURS-WORKED-X.
           MOVE TE-HOUR-TYPE TO TC-HOUR-TYPE.
           MOVE TE-SPLIT-ENTRY (1) TO TC-SPLIT-ENTRY (1).
           MOVE TE-SPLIT-ENTRY (2) TO TC-SPLIT-ENTRY (2).
           MOVE TE-SPLIT-ENTRY (3) TO TC-SPLIT-ENTRY (3).
           IF WS-EMP-CARD-COUNT > 1
               MOVE 'O' TO TC-OVERRIDE-FLAG
           ELSE
               AFTER ADVANCING 1 LINE.
       8000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 8500-POST-CONTROL-ENTRY -- THE CUTOFF'S ENTRY ON THE PAYDAY  *
      * CONTROL LEDGER.  A RE-CUTOFF FOR THE SAME RUN DATE ADDS ITS  *
      * CARDS TO THE FIRST, SINCE PAYTIME PAYS BOTH DECKS UNDER THE  *
      * ONE DATE.  THE CUTOFF IS THE HEAD OF THE CHAIN AND ALWAYS    *
      * POSTS BALANCED.                                              *
      *****************************************************************
       8500-POST-CONTROL-ENTRY.
           MOVE WS-RUN-DATE-PARM TO CT-RUN-DATE.
           MOVE 'TCCUT   '       TO CT-STEP-NAME.
           READ PAYCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT CT-FILE-OK
               MOVE SPACES TO CT-PAYCTL-RECORD
               MOVE WS-RUN-DATE-PARM TO CT-RUN-DATE
               MOVE 'TCCUT   '       TO CT-STEP-NAME
               MOVE ZERO TO CT-COUNT-1
               MOVE ZERO TO CT-COUNT-2
               MOVE ZERO TO CT-COUNT-3
               MOVE ZERO TO CT-AMOUNT-1
               MOVE ZERO TO CT-AMOUNT-2
               MOVE ZERO TO CT-AMOUNT-3
               MOVE ZERO TO CT-RUN-COUNT
           END-IF.
           MOVE 'B' TO CT-STATUS.
           ADD WS-CARDS-EXTRACTED  TO CT-COUNT-1.
           MOVE WS-CARDS-UNAPPROVED TO CT-COUNT-2.
           ADD 1 TO CT-RUN-COUNT.
           ACCEPT CT-LAST-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-WORK FROM TIME.
           MOVE WS-CLOCK-HHMMSS TO CT-LAST-RUN-TIME.
           IF CT-FILE-OK
               REWRITE CT-PAYCTL-RECORD
           ELSE
               WRITE CT-PAYCTL-RECORD
           END-IF.
           IF NOT CT-FILE-OK
               DISPLAY 'TCCUT - PAYCTL POST FAILED FOR '
                   WS-RUN-DATE-PARM ' STATUS ' CT-FILE-STATUS
           END-IF.
       8500-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           CLOSE TCENTRY-FILE.
           CLOSE TIMECARD-FILE.
           CLOSE PAYCTL-FILE.
           CLOSE TCCUT-RPT.
       9000-EXIT.
           EXIT.
//*PAYTIME SHOWS THE RUN DATE COMPLETE.
//TIMECKPT DD DSN=TSOECCC.CICSTS12.STUDENT.TIMECKPT,DISP=SHR
//TIMECARD DD DSN=TSOECCC.CICSTS12.STUDENT.TIMECARD,DISP=SHR
//PAYCTL   DD DSN=TSOECCC.CICSTS12.STUDENT.PAYCTL,DISP=SHR
//SYSPRINT DD SYSOUT=*
//SYSIN    DD *
20260101
