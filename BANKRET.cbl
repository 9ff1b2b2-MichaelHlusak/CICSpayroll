//* A RETURN STOPS THE EMPBANK ENTRY AND FLAGS THE EMPLOYEE
//* FOR A PAPER REPLACEMENT CHECK ON THE REPORT; A NOC
//* CORRECTS THE ROUTING / ACCOUNT FIELDS IN PLACE AND LISTS
//* EVERY FIELD THAT CHANGED.  BOTH ARE LOGGED TO CHGLOG.
//* PLACE YOUR OWN LOADLIB/SRCLIB NAMES WHERE SHOWN.
//*********************************************************
//COB      EXEC PGM=IGYCRCTL
//STEPLIB  DD DSN=IGY.SIGYCOMP,DISP=SHR
      * FIELDS ARE APPLIED IN PLACE AND EVERY CHANGE IS LISTED.  A   *
      * NOC AGAINST AN ENTRY STILL IN PRENOTE RESETS THE PRENOTE     *
      * DATE SO THE CORRECTED ACCOUNT GETS A FRESH PRENOTE.          *
      * EVERY RETURN AND NOC POSTED WRITES THE ENTRY'S BEFORE AND    *
      * AFTER IMAGES TO THE CHGLOG CHANGE LOG UNDER USERID 'BATCH'.  *
      *                                                               *
      * MODIFICATION HISTORY.                                        *
      *   09/02/26  HL   ORIGINAL PROGRAM.                           *
      *   10/15/26  HL   EVERY RETURN AND NOC POSTED LOGGED TO       *
      *                  CHGLOG WITH BEFORE AND AFTER IMAGES.        *
      *****************************************************************
       PROGRAM-ID. BANKRET.
       AUTHOR. HLUSAK.
               ACCESS MODE IS RANDOM
               RECORD KEY IS BK-EMP-ID
               FILE STATUS IS BK-FILE-STATUS.
           SELECT CHGLOG-FILE ASSIGN TO CHGLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-KEY
               FILE STATUS IS CL-FILE-STATUS.
           SELECT BANKRET-RPT ASSIGN TO SYSPRINT.
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
       FD  BANKRET-RPT
           RECORDING MODE IS F
       01  BK-FILE-STATUS          PIC X(02).
           88  BK-FILE-OK               VALUE '00'.
           88  BK-NOT-FOUND             VALUE '23'.
       01  CL-FILE-STATUS          PIC X(02).
           88  CL-FILE-OK               VALUE '00'.
           88  CL-DUPLICATE-KEY         VALUE '22'.
      *
       01  SWITCHES.
           05  END-OF-FILE-SWITCH  PIC X VALUE 'N'.
       77  WS-NOCS-POSTED          PIC 9(05) COMP VALUE ZERO.
       77  WS-CARDS-REJECTED       PIC 9(05) COMP VALUE ZERO.
      *
      * CHANGE LOG WORK AREAS.  THE ENTRY AS READ IS HELD HERE AS
      * THE BEFORE IMAGE.
       77  WS-LOG-ACTION           PIC X(01).
       01  WS-BEFORE-IMAGE         PIC X(80).
      *
      * THE OLD FIELD VALUES AND WHAT-CHANGED FLAGS ARE HELD BACK
      * UNTIL THE REWRITE GOES THROUGH -- THE REPORT ONLY SHOWS A
      * NOC AS APPLIED, AND LISTS THE CHANGES, WHEN IT ACTUALLY
                   BK-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN I-O CHGLOG-FILE.
           IF NOT CL-FILE-OK
               DISPLAY 'BANKRET - OPEN FAILED, CHGLOG STATUS '
                   CL-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN OUTPUT BANKRET-RPT.
           WRITE BR-PRINT-LINE FROM HDG-LINE-1
               AFTER ADVANCING PAGE.
                   THRU 7100-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE BK-EMPBANK-RECORD TO WS-BEFORE-IMAGE.
           IF RC-RETURN-ITEM
               PERFORM 3100-POST-RETURN
                   THRU 3100-EXIT
               PERFORM 7000-WRITE-POSTED
                   THRU 7000-EXIT
               ADD 1 TO WS-RETURNS-POSTED
               MOVE 'S' TO WS-LOG-ACTION
               PERFORM 7500-WRITE-CHANGE-LOG
                   THRU 7500-EXIT
           ELSE
               MOVE 'EMPBANK REWRITE FAILED' TO DTL-RESULT
               PERFORM 7100-WRITE-REJECT
           PERFORM 7000-WRITE-POSTED
               THRU 7000-EXIT.
           ADD 1 TO WS-NOCS-POSTED.
           MOVE 'C' TO WS-LOG-ACTION.
           PERFORM 7500-WRITE-CHANGE-LOG
               THRU 7500-EXIT.
           IF ROUTING-CHANGED
               MOVE 'ROUTING' TO CHG-FIELD
               MOVE WS-OLD-ROUTING TO CHG-OLD-VALUE
           EXIT.
      *
      *****************************************************************
      * 7500-WRITE-CHANGE-LOG -- BEFORE AND AFTER IMAGES OF THE      *
      * EMPBANK ENTRY JUST REWRITTEN.  THE ENTRY IS ALREADY ON FILE, *
      * SO A FAILED LOG WRITE DOES NOT BACK IT OUT -- IT GOES TO THE *
      * JOB LOG FOR THE PAYROLL DESK TO CHASE.  TWO CARDS IN THE     *
      * SAME CLOCK TICK BUMP THE SEQUENCE.                           *
      *****************************************************************
       7500-WRITE-CHANGE-LOG.
           MOVE SPACES TO CL-CHGLOG-RECORD.
           ACCEPT CL-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT CL-LOG-TIME FROM TIME.
           MOVE 'BANKRET'         TO CL-SOURCE-ID.
           MOVE 1                 TO CL-LOG-SEQ.
           MOVE 'B'               TO CL-SOURCE-TYPE.
           MOVE 'BATCH'           TO CL-USERID.
           MOVE 'BANKRET'         TO CL-PROGRAM.
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
               DISPLAY 'BANKRET - CHGLOG WRITE FAILED, STATUS '
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
       9000-TERMINATE.
           CLOSE RETCARD-FILE.
           CLOSE EMPBANK-FILE.
           CLOSE CHGLOG-FILE.
           CLOSE BANKRET-RPT.
       9000-EXIT.
           EXIT.
//GO       EXEC PGM=BANKRET,COND=((5,LT,COB),(5,LT,LKED))
//RETCARD  DD DSN=TSOECCC.CICSTS12.STUDENT.RETCARD,DISP=SHR
//EMPBANK  DD DSN=TSOECCC.CICSTS12.STUDENT.EMPBANK,DISP=SHR
//CHGLOG   DD DSN=TSOECCC.CICSTS12.STUDENT.CHGLOG,DISP=SHR
//SYSPRINT DD SYSOUT=*
