//*     D  DELETE THE PAYEE
//* EVERY CARD IS EDITED AGAINST THE DEDUCT GARNISHMENT
//* ENTRY IT BELONGS TO AND LISTED AS LOADED OR REJECTED.
//* EVERY PAYEE ADDED, CHANGED, OR DELETED IS LOGGED TO CHGLOG.
//* PLACE YOUR OWN LOADLIB/SRCLIB NAMES WHERE SHOWN.
//*********************************************************
//COB      EXEC PGM=IGYCRCTL
      * MIS-KEYED SEQUENCE CANNOT TIE AN AGENCY TO SOMEBODY'S       *
      * 401(K).  A PAYEE WITH MONEY WITHHELD BUT NOT YET REMITTED   *
      * CANNOT BE DELETED -- RUN GARNREM FIRST.                     *
      * EVERY ADD, RE-NAME, ADDRESS, AND DELETE WRITES THE PAYEE'S  *
      * BEFORE AND AFTER IMAGES TO THE CHGLOG CHANGE LOG UNDER      *
      * USERID 'BATCH'.                                             *
      *                                                               *
      * MODIFICATION HISTORY.                                        *
      *   09/02/26  HL   ORIGINAL PROGRAM.                           *
      *   10/15/26  HL   EVERY PAYEE ADD, RE-NAME, ADDRESS, AND      *
      *                  DELETE LOGGED TO CHGLOG WITH BEFORE AND     *
      *                  AFTER IMAGES.                               *
      *****************************************************************
       PROGRAM-ID. GARNLOAD.
       AUTHOR. HLUSAK.
               ACCESS MODE IS RANDOM
               RECORD KEY IS GP-KEY
               FILE STATUS IS GP-FILE-STATUS.
           SELECT CHGLOG-FILE ASSIGN TO CHGLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-KEY
               FILE STATUS IS CL-FILE-STATUS.
           SELECT GARNLOAD-RPT ASSIGN TO SYSPRINT.
      *
       DATA DIVISION.
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY GARNPAY.
      *
       FD  CHGLOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY CHGLOG.
      *
       FD  GARNLOAD-RPT
           RECORDING MODE IS F
           88  GP-FILE-OK               VALUE '00'.
           88  GP-DUPLICATE-KEY         VALUE '22'.
           88  GP-NOT-FOUND             VALUE '23'.
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
      * CHANGE LOG WORK AREAS.  THE PAYEE AS READ IS HELD AS THE
      * BEFORE IMAGE -- A NEW PAYEE LEAVES IT SPACES, AND A DELETE
      * LOGS SPACES AS THE AFTER IMAGE.
       77  WS-LOG-ACTION           PIC X(01).
       01  WS-BEFORE-IMAGE         PIC X(140).
       01  WS-AFTER-IMAGE          PIC X(140).
      *
       01  HDG-LINE-1.
           05  FILLER              PIC X(32) VALUE
                   GP-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN I-O CHGLOG-FILE.
           IF NOT CL-FILE-OK
               DISPLAY 'GARNLOAD - OPEN FAILED, CHGLOG STATUS '
                   CL-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN OUTPUT GARNLOAD-RPT.
           WRITE GR-PRINT-LINE FROM HDG-LINE-1
               AFTER ADVANCING PAGE.
                   MOVE 'N' TO CARD-GOOD-SWITCH
           END-READ.
           IF CARD-GOOD
               MOVE GP-GARNPAY-RECORD TO WS-BEFORE-IMAGE
               MOVE GC-AGENCY-NAME TO GP-AGENCY-NAME
               MOVE GC-CASE-NUMBER TO GP-CASE-NUMBER
               REWRITE GP-GARNPAY-RECORD
                   MOVE 'PAYEE RE-NAMED' TO DTL-RESULT
                   PERFORM 7000-WRITE-LOADED
                       THRU 7000-EXIT
                   MOVE GP-GARNPAY-RECORD TO WS-AFTER-IMAGE
                   MOVE 'C' TO WS-LOG-ACTION
                   PERFORM 7500-WRITE-CHANGE-LOG
                       THRU 7500-EXIT
               ELSE
                   MOVE 'GARNPAY REWRITE FAILED' TO DTL-RESULT
                   PERFORM 7100-WRITE-REJECT
               END-IF
           ELSE
               MOVE SPACES        TO GP-GARNPAY-RECORD
               MOVE SPACES        TO WS-BEFORE-IMAGE
               MOVE GC-EMP-ID     TO GP-EMP-ID
               MOVE GC-DEDUCT-SEQ TO GP-DEDUCT-SEQ
               MOVE GC-AGENCY-NAME TO GP-AGENCY-NAME
                   MOVE 'PAYEE ADDED' TO DTL-RESULT
                   PERFORM 7000-WRITE-LOADED
                       THRU 7000-EXIT
                   MOVE GP-GARNPAY-RECORD TO WS-AFTER-IMAGE
                   MOVE 'A' TO WS-LOG-ACTION
                   PERFORM 7500-WRITE-CHANGE-LOG
                       THRU 7500-EXIT
               ELSE
                   MOVE 'GARNPAY WRITE FAILED' TO DTL-RESULT
                   PERFORM 7100-WRITE-REJECT
                   THRU 7100-EXIT
               GO TO 3200-EXIT
           END-IF.
           MOVE GP-GARNPAY-RECORD TO WS-BEFORE-IMAGE.
           MOVE GC-STREET TO GP-AGENCY-STREET.
           MOVE GC-CITY   TO GP-AGENCY-CITY.
           MOVE GC-STATE  TO GP-AGENCY-STATE.
               MOVE 'ADDRESS APPLIED' TO DTL-RESULT
               PERFORM 7000-WRITE-LOADED
                   THRU 7000-EXIT
               MOVE GP-GARNPAY-RECORD TO WS-AFTER-IMAGE
               MOVE 'C' TO WS-LOG-ACTION
               PERFORM 7500-WRITE-CHANGE-LOG
                   THRU 7500-EXIT
           ELSE
               MOVE 'GARNPAY REWRITE FAILED' TO DTL-RESULT
               PERFORM 7100-WRITE-REJECT
                   THRU 7100-EXIT
               GO TO 3300-EXIT
           END-IF.
           MOVE GP-GARNPAY-RECORD TO WS-BEFORE-IMAGE.
           DELETE GARNPAY-FILE.
           IF GP-FILE-OK
               MOVE 'PAYEE DELETED' TO DTL-RESULT
               PERFORM 7000-WRITE-LOADED
                   THRU 7000-EXIT
               MOVE SPACES TO WS-AFTER-IMAGE
               MOVE 'D' TO WS-LOG-ACTION
               PERFORM 7500-WRITE-CHANGE-LOG
                   THRU 7500-EXIT
           ELSE
               MOVE 'GARNPAY DELETE FAILED' TO DTL-RESULT
               PERFORM 7100-WRITE-REJECT
           ADD 1 TO WS-CARDS-REJECTED.
       7100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 7500-WRITE-CHANGE-LOG -- BEFORE AND AFTER IMAGES OF THE      *
      * GARNPAY PAYEE JUST ADDED, CHANGED, OR DELETED.  THE MASTER   *
      * IS ALREADY UPDATED, SO A FAILED LOG WRITE DOES NOT BACK IT   *
      * OUT -- IT GOES TO THE JOB LOG FOR THE PAYROLL DESK TO CHASE. *
      * TWO CARDS IN THE SAME CLOCK TICK BUMP THE SEQUENCE.          *
      *****************************************************************
       7500-WRITE-CHANGE-LOG.
           MOVE SPACES TO CL-CHGLOG-RECORD.
           ACCEPT CL-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT CL-LOG-TIME FROM TIME.
           MOVE 'GARNLOAD'        TO CL-SOURCE-ID.
           MOVE 1                 TO CL-LOG-SEQ.
           MOVE 'B'               TO CL-SOURCE-TYPE.
           MOVE 'BATCH'           TO CL-USERID.
           MOVE 'GARNLOAD'        TO CL-PROGRAM.
           MOVE 'GARNPAY'         TO CL-FILE-NAME.
           MOVE WS-LOG-ACTION     TO CL-ACTION.
           MOVE GC-EMP-ID         TO CL-EMP-ID.
           MOVE GP-KEY            TO CL-RECORD-KEY.
           MOVE WS-BEFORE-IMAGE   TO CL-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE    TO CL-AFTER-IMAGE.
           PERFORM 7510-TRY-LOG-WRITE
               THRU 7510-EXIT.
           PERFORM 7520-RETRY-LOG-WRITE
               THRU 7520-EXIT
               UNTIL NOT CL-DUPLICATE-KEY
                  OR CL-LOG-SEQ = 9999.
           IF NOT CL-FILE-OK
               DISPLAY 'GARNLOAD - CHGLOG WRITE FAILED, STATUS '
                   CL-FILE-STATUS ' EMPLOYEE ' GC-EMP-ID
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
       8000-PRINT-TOTALS.
           MOVE SPACES TO CNT-LINE.
           CLOSE GARNCARD-FILE.
           CLOSE DEDUCT-FILE.
           CLOSE GARNPAY-FILE.
           CLOSE CHGLOG-FILE.
           CLOSE GARNLOAD-RPT.
       9000-EXIT.
           EXIT.
//GARNCARD DD DSN=TSOECCC.CICSTS12.STUDENT.GARNCARD,DISP=SHR
//DEDUCT   DD DSN=TSOECCC.CICSTS12.STUDENT.DEDUCT,DISP=SHR
//GARNPAY  DD DSN=TSOECCC.CICSTS12.STUDENT.GARNPAY,DISP=SHR
//CHGLOG   DD DSN=TSOECCC.CICSTS12.STUDENT.CHGLOG,DISP=SHR
//SYSPRINT DD SYSOUT=*
