//*   COLS 17-33 BANK ACCOUNT NUMBER
//*   COL  34    ACCOUNT TYPE (C=CHECKING S=SAVINGS)
//* EVERY CARD IS EDITED AGAINST EMPMAST AND LISTED ON
//* SYSPRINT AS LOADED OR REJECTED WITH THE REASON.  EVERY
//* ENTRY ADDED, CHANGED, OR STOPPED IS LOGGED TO CHGLOG.
//* PLACE YOUR OWN LOADLIB/SRCLIB NAMES WHERE SHOWN.
//*********************************************************
//COB      EXEC PGM=IGYCRCTL
      * ZERO-DOLLAR PRENOTE AND THE WAITING CYCLE HAS PASSED, SO A   *
      * MIS-KEYED ACCOUNT BOUNCES ON THE PRENOTE INSTEAD OF ON A     *
      * WHOLE NET CHECK.                                             *
      * EVERY ADD, CHANGE, AND STOP WRITES THE ENTRY'S BEFORE AND    *
      * AFTER IMAGES TO THE CHGLOG CHANGE LOG UNDER USERID 'BATCH'.  *
      *                                                               *
      * MODIFICATION HISTORY.                                        *
      *   08/22/26  HL   ORIGINAL PROGRAM.                           *
      *   09/02/26  HL   NEW AND CHANGED ENROLLMENTS START IN        *
      *                  PRENOTE STATUS FOR THE PAYACH PRENOTE       *
      *                  CYCLE INSTEAD OF GOING LIVE AT ONCE.        *
      *   10/15/26  HL   EVERY ADD, CHANGE, AND STOP LOGGED TO       *
      *                  CHGLOG WITH BEFORE AND AFTER IMAGES.        *
      *****************************************************************
       PROGRAM-ID. BANKLOAD.
       AUTHOR. HLUSAK.
               ACCESS MODE IS RANDOM
               RECORD KEY IS BK-EMP-ID
               FILE STATUS IS BK-FILE-STATUS.
           SELECT CHGLOG-FILE ASSIGN TO CHGLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-KEY
               FILE STATUS IS CL-FILE-STATUS.
           SELECT BANKLOAD-RPT ASSIGN TO SYSPRINT.
      *
       DATA DIVISION.
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY EMPBANK.
      *
       FD  CHGLOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY CHGLOG.
      *
       FD  BANKLOAD-RPT
           RECORDING MODE IS F
           88  BK-FILE-OK               VALUE '00'.
           88  BK-DUPLICATE-KEY         VALUE '22'.
           88  BK-NOT-FOUND             VALUE '23'.
       01  CL-FILE-STATUS          PIC X(02).
           88  CL-FILE-OK               VALUE '00'.
           88  CL-DUPLICATE-KEY         VALUE '22'.
      *
       01  SWITCHES.
           05  END-OF-FILE-SWITCH  PIC X VALUE 'N'.
       77  WS-CARDS-READ           PIC 9(05) COMP VALUE ZERO.
       77  WS-CARDS-LOADED         PIC 9(05) COMP VALUE ZERO.
       77  WS-CARDS-REJECTED       PIC 9(05) COMP VALUE ZERO.
      *
      * CHANGE LOG WORK AREAS.  THE ENTRY AS READ BEFORE A CHANGE OR
      * STOP IS HELD HERE AS THE BEFORE IMAGE -- AN ADD LEAVES IT
      * SPACES.
       77  WS-LOG-ACTION           PIC X(01).
       01  WS-BEFORE-IMAGE         PIC X(80).
      *
       01  HDG-LINE-1.
           05  FILLER              PIC X(40) VALUE
                   BK-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN I-O CHGLOG-FILE.
           IF NOT CL-FILE-OK
               DISPLAY 'BANKLOAD - OPEN FAILED, CHGLOG STATUS '
                   CL-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN OUTPUT BANKLOAD-RPT.
           WRITE BR-PRINT-LINE FROM HDG-LINE-1
               AFTER ADVANCING PAGE.
      *
       3100-ADD-DEPOSIT.
           MOVE SPACES      TO BK-EMPBANK-RECORD.
           MOVE SPACES      TO WS-BEFORE-IMAGE.
           MOVE BC-EMP-ID   TO BK-EMP-ID.
           MOVE BC-ROUTING  TO BK-ROUTING.
           MOVE BC-ACCOUNT  TO BK-ACCOUNT.
               MOVE 'ADDED - PRENOTE PENDING' TO DTL-RESULT
               PERFORM 7000-WRITE-LOADED
                   THRU 7000-EXIT
               MOVE 'A' TO WS-LOG-ACTION
               PERFORM 7500-WRITE-CHANGE-LOG
                   THRU 7500-EXIT
           ELSE
               IF BK-DUPLICATE-KEY
                   MOVE 'ALREADY ENROLLED - USE C' TO DTL-RESULT
                   THRU 7100-EXIT
               GO TO 3200-EXIT
           END-IF.
           MOVE BK-EMPBANK-RECORD TO WS-BEFORE-IMAGE.
      * A CHANGED ACCOUNT IS A NEW ACCOUNT AS FAR AS THE BANK IS
      * CONCERNED -- IT GOES BACK THROUGH THE PRENOTE CYCLE.
           MOVE BC-ROUTING  TO BK-ROUTING.
               MOVE 'CHANGED - PRENOTE PENDING' TO DTL-RESULT
               PERFORM 7000-WRITE-LOADED
                   THRU 7000-EXIT
               MOVE 'C' TO WS-LOG-ACTION
               PERFORM 7500-WRITE-CHANGE-LOG
                   THRU 7500-EXIT
           ELSE
               MOVE 'EMPBANK REWRITE FAILED' TO DTL-RESULT
               PERFORM 7100-WRITE-REJECT
                   THRU 7100-EXIT
               GO TO 3300-EXIT
           END-IF.
           MOVE BK-EMPBANK-RECORD TO WS-BEFORE-IMAGE.
           MOVE 'S' TO BK-DEPOSIT-STATUS.
           REWRITE BK-EMPBANK-RECORD.
           IF BK-FILE-OK
               MOVE 'DEPOSIT STOPPED' TO DTL-RESULT
               PERFORM 7000-WRITE-LOADED
                   THRU 7000-EXIT
               MOVE 'S' TO WS-LOG-ACTION
               PERFORM 7500-WRITE-CHANGE-LOG
                   THRU 7500-EXIT
           ELSE
               MOVE 'EMPBANK REWRITE FAILED' TO DTL-RESULT
               PERFORM 7100-WRITE-REJECT
           EXIT.
      *
      *****************************************************************
      * 7500-WRITE-CHANGE-LOG -- BEFORE AND AFTER IMAGES OF THE      *
      * EMPBANK ENTRY JUST WRITTEN OR REWRITTEN.  THE ENTRY IS       *
      * ALREADY ON FILE, SO A FAILED LOG WRITE DOES NOT BACK IT OUT  *
      * -- IT GOES TO THE JOB LOG FOR THE PAYROLL DESK TO CHASE.     *
      * TWO CARDS IN THE SAME CLOCK TICK BUMP THE SEQUENCE.          *
      *****************************************************************
       7500-WRITE-CHANGE-LOG.
           MOVE SPACES TO CL-CHGLOG-RECORD.
           ACCEPT CL-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT CL-LOG-TIME FROM TIME.
           MOVE 'BANKLOAD'        TO CL-SOURCE-ID.
           MOVE 1                 TO CL-LOG-SEQ.
           MOVE 'B'               TO CL-SOURCE-TYPE.
           MOVE 'BATCH'           TO CL-USERID.
           MOVE 'BANKLOAD'        TO CL-PROGRAM.
           MOVE 'EMPBANK'         TO CL-FILE-NAME.
           MOVE WS-LOG-ACTION     TO CL-ACTION.
           MOVE BK-EMP-ID         TO CL-EMP-ID.
           MOVE BK-EMP-ID         TO CL-RECORD-KEY.
           MOVE WS-BEFORE-IMAGE   TO CL-BEFORE-IMAGE.
           MOVE BK-EMPBANK-RECORD TO CL-AFTER-IMAGE.
           PERFORM 7510-TRY-LOG-WRITE
               THRU 7510-EXIT.
           PERFORM 7520-RETRY-LOG-WRITE
               THRU 7520-EXIT
               UNTIL NOT CL-DUPLICATE-KEY
                  OR CL-LOG-SEQ = 9999.
           IF NOT CL-FILE-OK
               DISPLAY 'BANKLOAD - CHGLOG WRITE FAILED, STATUS '
                   CL-FILE-STATUS ' EMPLOYEE ' BK-EMP-ID
           END-IF.
       7500-EXIT.
           EXIT.
      *
       7510-TRY-LOG-WRITE.
           WRITE CL-CHGLOG-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
       7510-EXIT.
           EXIT.
      *
       7520-RETRY-LOG-WRITE.
           ADD 1 TO CL-LOG-SEQ.
           PERFORM 7510-TRY-LOG-WRITE
               THRU 7510-EXIT.
       7520-EXIT.
           EXIT.
      *
      *****************************************************************
      * 8000-PRINT-TOTALS -- COUNT LINES.                            *
      *****************************************************************
       8000-PRINT-TOTALS.
           CLOSE BANKCARD-FILE.
           CLOSE EMPMAST-FILE.
           CLOSE EMPBANK-FILE.
           CLOSE CHGLOG-FILE.
           CLOSE BANKLOAD-RPT.
       9000-EXIT.
           EXIT.
//BANKCARD DD DSN=TSOECCC.CICSTS12.STUDENT.BANKCARD,DISP=SHR
//EMPMAST  DD DSN=TSOECCC.CICSTS12.STUDENT.EMPMAST,DISP=SHR
//EMPBANK  DD DSN=TSOECCC.CICSTS12.STUDENT.EMPBANK,DISP=SHR
//CHGLOG   DD DSN=TSOECCC.CICSTS12.STUDENT.CHGLOG,DISP=SHR
//SYSPRINT DD SYSOUT=*
