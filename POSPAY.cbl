//POSPAYJ  JOB  TIME=(,2)
//*********************************************************
//* COMPILE, LINK, AND RUN THE POSITIVE PAY TRANSMISSION.
//* SUPPLY THE TRANSMISSION DATE (YYYYMMDD) ON THE
//* //GO.SYSIN CARD.  EVERY CHECK NUMBER ON CHKREG THE BANK
//* HAS NOT YET BEEN TOLD ABOUT GOES OUT ON //GO.PPFILE --
//* NEW ISSUES AND REPRINTS (PAYCHK, GARNREM, MANCHK) WITH
//* NUMBER, AMOUNT, ISSUE DATE AND PAYEE, AND NUMBERS THAT
//* WERE SPOILED OR VOIDED SINCE THE LAST TRANSMISSION.
//* EACH ENTRY IS MARKED SENT AS IT IS WRITTEN, SO A RERUN
//* SENDS ONLY WHAT IS NEW SINCE.  THE FIRST RUN EVER SENDS
//* EVERY OUTSTANDING CHECK -- THE BANK'S STARTING ISSUE
//* FILE.  PPFILE IS KEPT EVEN IF THE STEP ABENDS: SEND THE
//* PARTIAL FILE, THEN RERUN FOR THE REST.  RUN IT AFTER
//* THE DAY'S PAYCHK AND GARNREM AND BEFORE THE BANK'S
//* CUTOFF, AND MATCH THE TRANSMITTAL TOTALS TO THE BANK'S
//* ACKNOWLEDGEMENT.
//* PLACE YOUR OWN LOADLIB/SRCLIB NAMES WHERE SHOWN.
//*********************************************************
//COB      EXEC PGM=IGYCRCTL
//STEPLIB  DD DSN=IGY.SIGYCOMP,DISP=SHR
//SYSLIB   DD DSN=HLUSAK.COBOL@2,DISP=SHR
//SYSIN    DD *
       IDENTIFICATION DIVISION.
      *****************************************************************
      * PROGRAM-ID.   POSPAY.                                        *
      * AUTHOR.       HLUSAK.                                        *
      * DATE-WRITTEN. 10/15/26.                                      *
      *                                                               *
      * BUILDS THE BANK'S POSITIVE PAY ISSUE FILE FROM THE CHKREG    *
      * CHECK REGISTER SO A FORGED OR ALTERED CHECK IS STOPPED AT    *
      * THE TELLER INSTEAD OF TURNING UP IN CHKCLR.  ONE PASS OF THE *
      * REGISTER IN CHECK-NUMBER ORDER: AN ISSUED OR REPRINTED ENTRY *
      * NOT YET SENT GOES OUT AS AN ISSUE ITEM; A SPOILED OR VOIDED  *
      * ENTRY WHOSE CANCEL IS NOT YET SENT GOES OUT AS A VOID ITEM.  *
      * A NUMBER SPOILED OR VOIDED BEFORE ITS ISSUE WAS EVER SENT    *
      * GOES OUT AS A VOID ONLY.  A CLEARED CHECK HAS ALREADY BEEN   *
      * PAID AND IS NOT SENT.  EACH ENTRY IS MARKED SENT RIGHT AFTER *
      * ITS ITEM IS WRITTEN.  THE TRANSMITTAL LISTS EVERY ITEM AND   *
      * CLOSES WITH THE ISSUE AND VOID COUNTS AND DOLLARS -- THE      *
      * SAME FIGURES THE FILE'S TRAILER CARRIES.                     *
      *                                                               *
      * MODIFICATION HISTORY.                                        *
      *   10/15/26  HL   ORIGINAL PROGRAM.                           *
      *****************************************************************
       PROGRAM-ID. POSPAY.
       AUTHOR. HLUSAK.
       DATE-WRITTEN. 10/15/26.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHKREG-FILE ASSIGN TO CHKREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-CHECK-NO
               FILE STATUS IS CR-FILE-STATUS.
           SELECT PP-FILE ASSIGN TO PPFILE
               FILE STATUS IS PP-FILE-STATUS.
           SELECT TRANSMIT-RPT ASSIGN TO SYSPRINT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CHKREG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY CHKREG.
      *
       FD  PP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PP-RECORD               PIC X(80).
      *
       FD  TRANSMIT-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  TR-PRINT-LINE           PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  CR-FILE-STATUS          PIC X(02).
           88  CR-FILE-OK               VALUE '00'.
           88  CR-FILE-EOF              VALUE '10'.
       01  PP-FILE-STATUS          PIC X(02).
           88  PP-FILE-OK               VALUE '00'.
      *
       01  SWITCHES.
           05  END-OF-FILE-SWITCH  PIC X VALUE 'N'.
               88  END-OF-FILE          VALUE 'Y'.
           05  ENTRY-CHANGED-SWITCH PIC X VALUE 'N'.
               88  ENTRY-CHANGED        VALUE 'Y'.
      *
       77  WS-RUN-DATE-PARM        PIC 9(08).
       77  WS-ENTRIES-READ         PIC 9(07) COMP VALUE ZERO.
       77  WS-ISSUE-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-VOID-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-RECORD-COUNT         PIC 9(07) COMP VALUE ZERO.
      *
       01  WS-TOTALS.
           05  WS-ISSUE-AMOUNT     PIC S9(11)V99 VALUE ZERO.
           05  WS-VOID-AMOUNT      PIC S9(11)V99 VALUE ZERO.
      *
      * OUR PAYROLL DISBURSEMENT ACCOUNT AT THE BANK -- THE ACCOUNT
      * EVERY PAYROLL, AGENCY AND EMERGENCY CHECK IS DRAWN ON.
       77  PP-BANK-ROUTING         PIC X(09) VALUE '071000013'.
       77  PP-BANK-ACCOUNT         PIC X(12) VALUE '000123456789'.
      *
      *****************************************************************
      * POSITIVE PAY FILE -- 80-BYTE FIXED.  ONE HEADER, ONE ITEM    *
      * PER CHECK NUMBER, ONE TRAILER.  AMOUNTS ARE CENTS, NO POINT. *
      *****************************************************************
       01  PP-HEADER.
           05  FILLER              PIC X(01) VALUE 'H'.
           05  PPH-ROUTING         PIC X(09).
           05  PPH-ACCOUNT         PIC X(12).
           05  PPH-FILE-DATE       PIC 9(08).
           05  FILLER              PIC X(50) VALUE SPACES.
      *
       01  PP-DETAIL.
           05  PPD-ITEM-TYPE       PIC X(01).
               88  PPD-ISSUE             VALUE 'I'.
               88  PPD-VOID              VALUE 'V'.
           05  PPD-ACCOUNT         PIC X(12).
           05  PPD-CHECK-NO        PIC 9(10).
           05  PPD-AMOUNT          PIC 9(10).
           05  PPD-ISSUE-DATE      PIC 9(08).
           05  PPD-PAYEE-NAME      PIC X(30).
           05  FILLER              PIC X(09) VALUE SPACES.
      *
       01  PP-TRAILER.
           05  FILLER              PIC X(01) VALUE 'T'.
           05  PPT-ACCOUNT         PIC X(12).
           05  PPT-ISSUE-COUNT     PIC 9(07).
           05  PPT-ISSUE-AMOUNT    PIC 9(12).
           05  PPT-VOID-COUNT      PIC 9(07).
           05  PPT-VOID-AMOUNT     PIC 9(12).
           05  PPT-RECORD-COUNT    PIC 9(07).
           05  FILLER              PIC X(22) VALUE SPACES.
      *
       77  WS-AMOUNT-CENTS         PIC 9(12).
      *
      *****************************************************************
      * TRANSMITTAL LINES.                                           *
      *****************************************************************
       01  HDG-LINE-1.
           05  FILLER              PIC X(37) VALUE
               'POSITIVE PAY TRANSMITTAL FOR         '.
           05  HDG-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE 'ACCOUNT '.
           05  HDG-ACCOUNT         PIC X(12).
           05  FILLER              PIC X(56) VALUE SPACES.
      *
       01  HDG-LINE-2.
           05  FILLER              PIC X(08) VALUE 'ITEM'.
           05  FILLER              PIC X(12) VALUE 'CHECK NO'.
           05  FILLER              PIC X(14) VALUE '        AMOUNT'.
           05  FILLER              PIC X(12) VALUE '  ISSUED'.
           05  FILLER              PIC X(32) VALUE 'PAYEE'.
           05  FILLER              PIC X(54) VALUE 'REGISTER STATUS'.
      *
       01  DTL-LINE.
           05  DTL-ITEM-TYPE       PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-CHECK-NO        PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-AMOUNT          PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  DTL-ISSUE-DATE      PIC 9(08).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  DTL-PAYEE-NAME      PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-STATUS          PIC X(12).
           05  FILLER              PIC X(42) VALUE SPACES.
      *
       01  TOT-LINE.
           05  TOT-CAPTION         PIC X(28).
           05  TOT-COUNT           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  TOT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(76) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE -- ONE PASS OF THE REGISTER.                   *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ONE-ENTRY
               THRU 2000-EXIT
               UNTIL END-OF-FILE.
           PERFORM 8000-PRINT-TOTALS
               THRU 8000-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           GO TO 9999-EXIT.
      *
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-PARM FROM SYSIN.
           OPEN I-O CHKREG-FILE.
           IF NOT CR-FILE-OK
               DISPLAY 'POSPAY - OPEN FAILED, CHKREG STATUS '
                   CR-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN OUTPUT PP-FILE.
           IF NOT PP-FILE-OK
               DISPLAY 'POSPAY - OPEN FAILED, PPFILE STATUS '
                   PP-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN OUTPUT TRANSMIT-RPT.
           MOVE WS-RUN-DATE-PARM TO HDG-RUN-DATE.
           MOVE PP-BANK-ACCOUNT  TO HDG-ACCOUNT.
           WRITE TR-PRINT-LINE FROM HDG-LINE-1
               AFTER ADVANCING PAGE.
           WRITE TR-PRINT-LINE FROM HDG-LINE-2
               AFTER ADVANCING 2 LINES.
           MOVE PP-BANK-ROUTING  TO PPH-ROUTING.
           MOVE PP-BANK-ACCOUNT  TO PPH-ACCOUNT.
           MOVE WS-RUN-DATE-PARM TO PPH-FILE-DATE.
           MOVE PP-HEADER TO PP-RECORD.
           PERFORM 6000-WRITE-PP-RECORD
               THRU 6000-EXIT.
           PERFORM 2100-READ-CHKREG
               THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2000-PROCESS-ONE-ENTRY -- AT MOST ONE ISSUE ITEM AND ONE     *
      * VOID ITEM PER NUMBER, EVER.  THE ENTRY IS REWRITTEN ONLY     *
      * WHEN SOMETHING WAS SENT FOR IT.                              *
      *****************************************************************
       2000-PROCESS-ONE-ENTRY.
           ADD 1 TO WS-ENTRIES-READ.
           MOVE 'N' TO ENTRY-CHANGED-SWITCH.
           IF (CR-ISSUED OR CR-REPRINTED)
              AND NOT CR-PP-ISSUE-WAS-SENT
              AND CR-ISSUE-DATE NOT > WS-RUN-DATE-PARM
               PERFORM 3000-SEND-ISSUE
                   THRU 3000-EXIT
           END-IF.
           IF (CR-SPOILED OR CR-VOIDED)
              AND NOT CR-PP-VOID-WAS-SENT
               PERFORM 3100-SEND-VOID
                   THRU 3100-EXIT
           END-IF.
           IF ENTRY-CHANGED
               REWRITE CR-CHKREG-RECORD
               IF NOT CR-FILE-OK
                   DISPLAY 'POSPAY - CHKREG REWRITE FAILED, CHECK '
                       CR-CHECK-NO ' STATUS ' CR-FILE-STATUS
                       ' - WILL GO AGAIN NEXT RUN'
               END-IF
           END-IF.
           PERFORM 2100-READ-CHKREG
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *
       2100-READ-CHKREG.
           READ CHKREG-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT CR-FILE-OK AND NOT CR-FILE-EOF
               DISPLAY 'POSPAY - READ FAILED, CHKREG STATUS '
                   CR-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
       2100-EXIT.
           EXIT.
      *
       3000-SEND-ISSUE.
           MOVE 'I' TO PPD-ITEM-TYPE.
           MOVE 'ISSUE' TO DTL-ITEM-TYPE.
           PERFORM 3500-BUILD-ITEM
               THRU 3500-EXIT.
           ADD 1 TO WS-ISSUE-COUNT.
           ADD CR-AMOUNT TO WS-ISSUE-AMOUNT.
           MOVE 'Y' TO CR-PP-ISSUE-SENT.
           SET ENTRY-CHANGED TO TRUE.
       3000-EXIT.
           EXIT.
      *
      * A NUMBER CANCELLED BEFORE ITS ISSUE WENT OUT NEEDS NO ISSUE
      * ITEM -- THE VOID ALONE TELLS THE BANK NOT TO PAY IT.
       3100-SEND-VOID.
           MOVE 'V' TO PPD-ITEM-TYPE.
           MOVE 'VOID' TO DTL-ITEM-TYPE.
           PERFORM 3500-BUILD-ITEM
               THRU 3500-EXIT.
           ADD 1 TO WS-VOID-COUNT.
           ADD CR-AMOUNT TO WS-VOID-AMOUNT.
           MOVE 'Y' TO CR-PP-VOID-SENT.
           MOVE 'Y' TO CR-PP-ISSUE-SENT.
           SET ENTRY-CHANGED TO TRUE.
       3100-EXIT.
           EXIT.
      *
       3500-BUILD-ITEM.
           MOVE PP-BANK-ACCOUNT TO PPD-ACCOUNT.
           MOVE CR-CHECK-NO     TO PPD-CHECK-NO.
           COMPUTE WS-AMOUNT-CENTS = CR-AMOUNT * 100.
           MOVE WS-AMOUNT-CENTS TO PPD-AMOUNT.
           MOVE CR-ISSUE-DATE   TO PPD-ISSUE-DATE.
           MOVE CR-EMP-NAME     TO PPD-PAYEE-NAME.
           MOVE PP-DETAIL TO PP-RECORD.
           PERFORM 6000-WRITE-PP-RECORD
               THRU 6000-EXIT.
           MOVE CR-CHECK-NO     TO DTL-CHECK-NO.
           MOVE CR-AMOUNT       TO DTL-AMOUNT.
           MOVE CR-ISSUE-DATE   TO DTL-ISSUE-DATE.
           MOVE CR-EMP-NAME     TO DTL-PAYEE-NAME.
           EVALUATE TRUE
               WHEN CR-ISSUED
                   MOVE 'ISSUED' TO DTL-STATUS
               WHEN CR-REPRINTED
                   MOVE 'REPRINTED' TO DTL-STATUS
               WHEN CR-SPOILED
                   MOVE 'SPOILED' TO DTL-STATUS
               WHEN CR-VOIDED
                   MOVE 'VOIDED' TO DTL-STATUS
               WHEN OTHER
                   MOVE CR-STATUS TO DTL-STATUS
           END-EVALUATE.
           WRITE TR-PRINT-LINE FROM DTL-LINE
               AFTER ADVANCING 1 LINE.
       3500-EXIT.
           EXIT.
      *
       6000-WRITE-PP-RECORD.
           WRITE PP-RECORD.
           IF NOT PP-FILE-OK
               DISPLAY 'POSPAY - PPFILE WRITE FAILED, STATUS '
                   PP-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO WS-RECORD-COUNT.
       6000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 8000-PRINT-TOTALS -- TRAILER AND TRANSMITTAL CONTROL TOTALS. *
      * THE RECORD COUNT INCLUDES THE HEADER AND TRAILER.            *
      *****************************************************************
       8000-PRINT-TOTALS.
           MOVE PP-BANK-ACCOUNT TO PPT-ACCOUNT.
           MOVE WS-ISSUE-COUNT  TO PPT-ISSUE-COUNT.
           COMPUTE PPT-ISSUE-AMOUNT = WS-ISSUE-AMOUNT * 100.
           MOVE WS-VOID-COUNT   TO PPT-VOID-COUNT.
           COMPUTE PPT-VOID-AMOUNT = WS-VOID-AMOUNT * 100.
           COMPUTE PPT-RECORD-COUNT = WS-RECORD-COUNT + 1.
           MOVE PP-TRAILER TO PP-RECORD.
           PERFORM 6000-WRITE-PP-RECORD
               THRU 6000-EXIT.
           MOVE SPACES TO TOT-LINE.
           MOVE 'ISSUE ITEMS SENT:' TO TOT-CAPTION.
           MOVE WS-ISSUE-COUNT TO TOT-COUNT.
           MOVE WS-ISSUE-AMOUNT TO TOT-AMOUNT.
           WRITE TR-PRINT-LINE FROM TOT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO TOT-LINE.
           MOVE 'VOID ITEMS SENT:' TO TOT-CAPTION.
           MOVE WS-VOID-COUNT TO TOT-COUNT.
           MOVE WS-VOID-AMOUNT TO TOT-AMOUNT.
           WRITE TR-PRINT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO TOT-LINE.
           MOVE 'FILE RECORDS INCL HDR/TRLR:' TO TOT-CAPTION.
           MOVE WS-RECORD-COUNT TO TOT-COUNT.
           WRITE TR-PRINT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO TOT-LINE.
           MOVE 'REGISTER ENTRIES READ:' TO TOT-CAPTION.
           MOVE WS-ENTRIES-READ TO TOT-COUNT.
           WRITE TR-PRINT-LINE FROM TOT-LINE
               AFTER ADVANCING 1 LINE.
       8000-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           CLOSE CHKREG-FILE.
           CLOSE PP-FILE.
           CLOSE TRANSMIT-RPT.
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
//SYSLMOD  DD DSN=TSOECCC.CICSTS12.STUDENT.LOADLIB(POSPAY),DISP=SHR
//SYSPRINT DD SYSOUT=*
//GO       EXEC PGM=POSPAY,COND=((5,LT,COB),(5,LT,LKED))
//CHKREG   DD DSN=TSOECCC.CICSTS12.STUDENT.CHKREG,DISP=SHR
//PPFILE   DD DSN=TSOECCC.CICSTS12.STUDENT.PPFILE(+1),
//            DISP=(NEW,CATLG,CATLG),UNIT=SYSDA,
//            SPACE=(TRK,(5,5)),DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//SYSPRINT DD SYSOUT=*
//SYSIN    DD *
20260101
/*
