//TAXMNTJ  JOB  TIME=(,2)
//*********************************************************
//* COMPILE, LINK, AND RUN THE TAX PARAMETER MAINTENANCE.
//* ONE CARD PER ACTION ON //GO.TAXCARD:
//*   COL  1     ACTION (A=ADD C=CHANGE D=DELETE)
//*   COLS 2-9   EFFECTIVE DATE (YYYYMMDD)
//*   COL  10    RECORD TYPE (G=GENERAL S=STATE F=FEDERAL)
//*   COLS 11-18 SUB-KEY -- SPACES FOR G, STATE CODE FOR S,
//*              FILING STATUS (S/M) AND 7-DIGIT ANNUAL
//*              FLOOR FOR F
//*   COLS 19-   FIGURES, NO DECIMAL POINTS (NONE FOR D):
//*     G  19-22 DEFAULT STATE RATE 9V999
//*        23-29 ALLOWANCE AMOUNT 9(5)V99
//*        30-38 SOCIAL SECURITY WAGE BASE 9(7)V99
//*        39-47 ADDITIONAL MEDICARE FLOOR 9(7)V99
//*        48-51 ADDITIONAL MEDICARE RATE V9999
//*        52-55 FLAT SUPPLEMENTAL FEDERAL RATE V9999
//*     S  19-22 STATE RATE 9V999
//*     F  19-27 BASE TAX AT THE FLOOR 9(7)V99
//*        28-31 RATE ON THE EXCESS 9V999
//* A NEW YEAR'S FIGURES GO IN AS A NEW SET UNDER ITS OWN
//* EFFECTIVE DATE -- NEVER CHANGE A SET CHECKS WERE ALREADY
//* PAID UNDER, OR PAYRETRO WILL RE-FIGURE THEM WRONG.  AFTER
//* THE CARDS ARE APPLIED THE WHOLE FILE IS LISTED SET BY SET.
//* THE CARDS BELOW ARE THE FIRST LOAD -- THE FIGURES THAT
//* USED TO BE COMPILED INTO PAYCALC, DATED BACK SO EVERY
//* CHECK ALREADY ON PAYHIST RE-FIGURES AS IT WAS PAID.
//* A G RECORD KEYED BEFORE COLS 52-55 EXISTED HAS NO
//* SUPPLEMENTAL RATE (LISTED AS .0000) AND WITHHOLDS A BONUS
//* FROM THE BRACKETS -- RE-KEY IT WITH A C CARD CARRYING THE
//* FULL FIGURES TO PUT THE FLAT RATE IN FORCE.
//* PLACE YOUR OWN LOADLIB/SRCLIB NAMES WHERE SHOWN.
//*********************************************************
//COB      EXEC PGM=IGYCRCTL
//STEPLIB  DD DSN=IGY.SIGYCOMP,DISP=SHR
//SYSLIB   DD DSN=HLUSAK.COBOL@2,DISP=SHR
//SYSIN    DD *
       IDENTIFICATION DIVISION.
      *****************************************************************
      * PROGRAM-ID.   TAXMNT.                                        *
      * AUTHOR.       HLUSAK.                                        *
      * DATE-WRITTEN. 10/15/26.                                      *
      *                                                               *
      * MAINTAINS THE TAXPARM EFFECTIVE-DATED TAX PARAMETER FILE     *
      * FROM CARDS -- ADD, CHANGE OR DELETE A GENERAL RECORD, A      *
      * STATE RATE OR A FEDERAL BRACKET UNDER AN EFFECTIVE DATE.     *
      * PAYCALC FIGURES EVERY CHECK FROM THE SET IN FORCE ON THE     *
      * CHECK DATE, SO NEXT YEAR'S RATES ARE KEYED AHEAD OF TIME     *
      * UNDER NEXT YEAR'S DATE AND NOTHING IS RECOMPILED.  EVERY     *
      * CARD IS LISTED AS APPLIED OR REJECTED, AND THE FULL FILE     *
      * PRINTS AT THE END, SET BY SET, WITH A WARNING UNDER ANY SET  *
      * THAT HAS NO GENERAL RECORD OR NO BRACKETS.                   *
      *                                                               *
      * MODIFICATION HISTORY.                                        *
      *   10/15/26  HL   ORIGINAL PROGRAM.                           *
      *   10/15/26  HL   G CARD COLS 52-55 CARRY THE FLAT            *
      *                  SUPPLEMENTAL FEDERAL RATE FOR BONUS AND     *
      *                  COMMISSION CHECKS.                          *
      *****************************************************************
       PROGRAM-ID. TAXMNT.
       AUTHOR. HLUSAK.
       DATE-WRITTEN. 10/15/26.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXCARD-FILE ASSIGN TO TAXCARD
               FILE STATUS IS TCD-FILE-STATUS.
           SELECT TAXPARM-FILE ASSIGN TO TAXPARM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-KEY
               FILE STATUS IS TX-FILE-STATUS.
           SELECT TAXMNT-RPT ASSIGN TO SYSPRINT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TAXCARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TCD-TAXCARD-RECORD.
           05  TCD-ACTION          PIC X(01).
               88  TCD-ADD-ACTION       VALUE 'A'.
               88  TCD-CHANGE-ACTION    VALUE 'C'.
               88  TCD-DELETE-ACTION    VALUE 'D'.
           05  TCD-KEY.
               10  TCD-EFF-DATE-X  PIC X(08).
               10  TCD-REC-TYPE    PIC X(01).
               10  TCD-SUB-KEY     PIC X(08).
           05  TCD-DATA            PIC X(50).
           05  FILLER              PIC X(12).
      *
       FD  TAXPARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY TAXPARM.
      *
       FD  TAXMNT-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  PR-PRINT-LINE           PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  TCD-FILE-STATUS         PIC X(02).
           88  TCD-FILE-OK              VALUE '00'.
           88  TCD-FILE-EOF             VALUE '10'.
       01  TX-FILE-STATUS          PIC X(02).
           88  TX-FILE-OK               VALUE '00'.
           88  TX-FILE-EOF              VALUE '10'.
           88  TX-DUPLICATE-KEY         VALUE '22'.
      *
       01  SWITCHES.
           05  END-OF-FILE-SWITCH  PIC X VALUE 'N'.
               88  END-OF-FILE          VALUE 'Y'.
           05  CARD-GOOD-SWITCH    PIC X VALUE 'Y'.
               88  CARD-GOOD            VALUE 'Y'.
           05  LIST-EOF-SWITCH     PIC X VALUE 'N'.
               88  LIST-EOF             VALUE 'Y'.
           05  SET-GENERAL-SWITCH  PIC X VALUE 'N'.
               88  SET-HAS-GENERAL      VALUE 'Y'.
           05  SET-BRACKET-SWITCH  PIC X VALUE 'N'.
               88  SET-HAS-BRACKETS     VALUE 'Y'.
      *
       77  WS-CARDS-READ           PIC 9(05) COMP VALUE ZERO.
       77  WS-CARDS-APPLIED        PIC 9(05) COMP VALUE ZERO.
       77  WS-CARDS-REJECTED       PIC 9(05) COMP VALUE ZERO.
       77  WS-SETS-LISTED          PIC 9(05) COMP VALUE ZERO.
       77  WS-LIST-EFF-DATE        PIC 9(08) VALUE ZERO.
      *
       01  HDG-LINE-1.
           05  FILLER              PIC X(30) VALUE
               'TAX PARAMETER MAINTENANCE     '.
           05  FILLER              PIC X(102) VALUE SPACES.
      *
       01  DTL-LINE.
           05  DTL-ACTION          PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-EFF-DATE        PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-REC-TYPE        PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-SUB-KEY         PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-RESULT          PIC X(35).
           05  FILLER              PIC X(71) VALUE SPACES.
      *
       01  LST-HDG-LINE.
           05  FILLER              PIC X(40) VALUE
               'TAX PARAMETER SETS ON FILE'.
           05  FILLER              PIC X(92) VALUE SPACES.
      *
       01  LST-SET-LINE.
           05  FILLER              PIC X(16) VALUE
               'EFFECTIVE DATE  '.
           05  LST-SET-DATE        PIC 9(08).
           05  FILLER              PIC X(108) VALUE SPACES.
      *
       01  LST-GEN-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE
               'DEFAULT STATE '.
           05  LST-DEFAULT-RATE    PIC 9.999.
           05  FILLER              PIC X(13) VALUE
               '  ALLOWANCE  '.
           05  LST-ALLOWANCE       PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(11) VALUE
               '  SS BASE  '.
           05  LST-SS-BASE         PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(16) VALUE
               '  ADDL MEDICARE '.
           05  LST-MED-FLOOR       PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(04) VALUE ' AT '.
           05  LST-MED-RATE        PIC .9999.
           05  FILLER              PIC X(11) VALUE
               '  SUPP FED '.
           05  LST-SUPP-RATE       PIC .9999.
           05  FILLER              PIC X(11) VALUE SPACES.
      *
       01  LST-STATE-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'STATE '.
           05  LST-STATE-CODE      PIC X(02).
           05  FILLER              PIC X(08) VALUE '  RATE  '.
           05  LST-STATE-RATE      PIC 9.999.
           05  FILLER              PIC X(107) VALUE SPACES.
      *
       01  LST-FED-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE 'FEDERAL '.
           05  LST-FED-STATUS      PIC X(01).
           05  FILLER              PIC X(09) VALUE '  FLOOR  '.
           05  LST-FED-FLOOR       PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(12) VALUE '  BASE TAX  '.
           05  LST-FED-BASE        PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(08) VALUE '  RATE  '.
           05  LST-FED-RATE        PIC 9.999.
           05  FILLER              PIC X(64) VALUE SPACES.
      *
       01  LST-WARN-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  LST-WARNING         PIC X(50).
           05  FILLER              PIC X(78) VALUE SPACES.
      *
       01  CNT-LINE.
           05  CNT-CAPTION         PIC X(20).
           05  CNT-VALUE           PIC ZZ,ZZ9.
           05  FILLER              PIC X(106) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE -- APPLY THE CARDS, THEN LIST THE FILE.        *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-PROCESS-CARD
               THRU 2000-EXIT
               UNTIL END-OF-FILE.
           PERFORM 6000-LIST-PARAMETERS
               THRU 6000-EXIT.
           PERFORM 8000-PRINT-TOTALS
               THRU 8000-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           GO TO 9999-EXIT.
      *
       1000-INITIALIZE.
           OPEN INPUT TAXCARD-FILE.
           IF NOT TCD-FILE-OK
               DISPLAY 'TAXMNT - OPEN FAILED, TAXCARD STATUS '
                   TCD-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN I-O TAXPARM-FILE.
           IF NOT TX-FILE-OK
               DISPLAY 'TAXMNT - OPEN FAILED, TAXPARM STATUS '
                   TX-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN OUTPUT TAXMNT-RPT.
           WRITE PR-PRINT-LINE FROM HDG-LINE-1
               AFTER ADVANCING PAGE.
           PERFORM 2100-READ-CARD
               THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *
       2000-PROCESS-CARD.
           ADD 1 TO WS-CARDS-READ.
           PERFORM 3000-APPLY-ONE-CARD
               THRU 3000-EXIT.
           PERFORM 2100-READ-CARD
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *
       2100-READ-CARD.
           READ TAXCARD-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT TCD-FILE-OK AND NOT TCD-FILE-EOF
               DISPLAY 'TAXMNT - READ FAILED, TAXCARD STATUS '
                   TCD-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3000-APPLY-ONE-CARD -- EDIT THE KEY, THEN ADD, CHANGE OR     *
      * DELETE.  THE CARD'S KEY AND FIGURES ARE LAID INTO THE        *
      * RECORD AREA SO THE EDITS CAN USE THE RECORD'S OWN VIEWS.     *
      *****************************************************************
       3000-APPLY-ONE-CARD.
           MOVE 'Y' TO CARD-GOOD-SWITCH.
           IF NOT TCD-ADD-ACTION
              AND NOT TCD-CHANGE-ACTION
              AND NOT TCD-DELETE-ACTION
               MOVE 'ACTION MUST BE A, C OR D' TO DTL-RESULT
               PERFORM 7100-WRITE-REJECT
                   THRU 7100-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF TCD-EFF-DATE-X NOT NUMERIC
               MOVE 'EFFECTIVE DATE NOT NUMERIC' TO DTL-RESULT
               PERFORM 7100-WRITE-REJECT
                   THRU 7100-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES   TO TX-TAXPARM-RECORD.
           MOVE TCD-KEY  TO TX-KEY.
           MOVE TCD-DATA TO TX-DATA.
           PERFORM 3100-EDIT-KEY
               THRU 3100-EXIT.
           IF NOT CARD-GOOD
               PERFORM 7100-WRITE-REJECT
                   THRU 7100-EXIT
               GO TO 3000-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN TCD-ADD-ACTION
                   PERFORM 3300-ADD-PARAMETER
                       THRU 3300-EXIT
               WHEN TCD-CHANGE-ACTION
                   PERFORM 3400-CHANGE-PARAMETER
                       THRU 3400-EXIT
               WHEN OTHER
                   PERFORM 3500-DELETE-PARAMETER
                       THRU 3500-EXIT
           END-EVALUATE.
       3000-EXIT.
           EXIT.
      *
       3100-EDIT-KEY.
           EVALUATE TRUE
               WHEN TX-GENERAL-REC
                   IF TX-SUB-KEY NOT = SPACES
                       MOVE 'N' TO CARD-GOOD-SWITCH
                       MOVE 'GENERAL SUB-KEY MUST BE BLANK'
                                           TO DTL-RESULT
                   END-IF
               WHEN TX-STATE-REC
                   IF TX-STATE-CODE NOT ALPHABETIC
                      OR TX-STATE-CODE = SPACES
                       MOVE 'N' TO CARD-GOOD-SWITCH
                       MOVE 'STATE CODE MISSING OR INVALID'
                                           TO DTL-RESULT
                   END-IF
               WHEN TX-FEDERAL-REC
                   IF TX-FED-STATUS NOT = 'S'
                      AND TX-FED-STATUS NOT = 'M'
                       MOVE 'N' TO CARD-GOOD-SWITCH
                       MOVE 'FILING STATUS MUST BE S OR M'
                                           TO DTL-RESULT
                   ELSE
                       IF TX-FED-FLOOR NOT NUMERIC
                           MOVE 'N' TO CARD-GOOD-SWITCH
                           MOVE 'BRACKET FLOOR NOT NUMERIC'
                                           TO DTL-RESULT
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO CARD-GOOD-SWITCH
                   MOVE 'RECORD TYPE MUST BE G, S OR F'
                                           TO DTL-RESULT
           END-EVALUATE.
       3100-EXIT.
           EXIT.
      *
      * THE FIGURES ON AN ADD OR CHANGE MUST BE NUMERIC FOR THE
      * RECORD TYPE, AND A RATE OF ONE OR MORE IS A KEYING SLIP.
       3200-EDIT-FIGURES.
           EVALUATE TRUE
               WHEN TX-GENERAL-REC
                   IF TX-DEFAULT-STATE-RATE NOT NUMERIC
                      OR TX-ALLOWANCE-AMT NOT NUMERIC
                      OR TX-SS-WAGE-BASE NOT NUMERIC
                      OR TX-ADDL-MED-FLOOR NOT NUMERIC
                      OR TX-ADDL-MED-RATE NOT NUMERIC
                      OR TX-SUPP-FED-RATE NOT NUMERIC
                       MOVE 'N' TO CARD-GOOD-SWITCH
                       MOVE 'GENERAL FIGURES NOT NUMERIC'
                                           TO DTL-RESULT
                   ELSE
                       IF TX-DEFAULT-STATE-RATE NOT < 1
                           MOVE 'N' TO CARD-GOOD-SWITCH
                           MOVE 'DEFAULT STATE RATE TOO HIGH'
                                           TO DTL-RESULT
                       END-IF
                   END-IF
               WHEN TX-STATE-REC
                   IF TX-STATE-RATE NOT NUMERIC
                       MOVE 'N' TO CARD-GOOD-SWITCH
                       MOVE 'STATE RATE NOT NUMERIC' TO DTL-RESULT
                   ELSE
                       IF TX-STATE-RATE NOT < 1
                           MOVE 'N' TO CARD-GOOD-SWITCH
                           MOVE 'STATE RATE TOO HIGH' TO DTL-RESULT
                       END-IF
                   END-IF
               WHEN OTHER
                   IF TX-FED-BASE-TAX NOT NUMERIC
                      OR TX-FED-RATE NOT NUMERIC
                       MOVE 'N' TO CARD-GOOD-SWITCH
                       MOVE 'BRACKET FIGURES NOT NUMERIC'
                                           TO DTL-RESULT
                   ELSE
                       IF TX-FED-RATE NOT < 1
                           MOVE 'N' TO CARD-GOOD-SWITCH
                           MOVE 'BRACKET RATE TOO HIGH' TO DTL-RESULT
                       END-IF
                   END-IF
           END-EVALUATE.
       3200-EXIT.
           EXIT.
      *
       3300-ADD-PARAMETER.
           PERFORM 3200-EDIT-FIGURES
               THRU 3200-EXIT.
           IF NOT CARD-GOOD
               PERFORM 7100-WRITE-REJECT
                   THRU 7100-EXIT
               GO TO 3300-EXIT
           END-IF.
           WRITE TX-TAXPARM-RECORD
               INVALID KEY
                   MOVE 'N' TO CARD-GOOD-SWITCH
           END-WRITE.
           IF CARD-GOOD
               MOVE 'PARAMETER ADDED' TO DTL-RESULT
               PERFORM 7000-WRITE-APPLIED
                   THRU 7000-EXIT
           ELSE
               IF TX-DUPLICATE-KEY
                   MOVE 'PARAMETER ALREADY ON FILE' TO DTL-RESULT
               ELSE
                   MOVE 'TAXPARM WRITE FAILED' TO DTL-RESULT
               END-IF
               PERFORM 7100-WRITE-REJECT
                   THRU 7100-EXIT
           END-IF.
       3300-EXIT.
           EXIT.
      *
       3400-CHANGE-PARAMETER.
           PERFORM 3200-EDIT-FIGURES
               THRU 3200-EXIT.
           IF NOT CARD-GOOD
               PERFORM 7100-WRITE-REJECT
                   THRU 7100-EXIT
               GO TO 3400-EXIT
           END-IF.
           READ TAXPARM-FILE
               INVALID KEY
                   MOVE 'N' TO CARD-GOOD-SWITCH
           END-READ.
           IF NOT CARD-GOOD
               MOVE 'PARAMETER NOT ON FILE' TO DTL-RESULT
               PERFORM 7100-WRITE-REJECT
                   THRU 7100-EXIT
               GO TO 3400-EXIT
           END-IF.
           MOVE TCD-DATA TO TX-DATA.
           REWRITE TX-TAXPARM-RECORD.
           IF TX-FILE-OK
               MOVE 'PARAMETER CHANGED' TO DTL-RESULT
               PERFORM 7000-WRITE-APPLIED
                   THRU 7000-EXIT
           ELSE
               MOVE 'TAXPARM REWRITE FAILED' TO DTL-RESULT
               PERFORM 7100-WRITE-REJECT
                   THRU 7100-EXIT
           END-IF.
       3400-EXIT.
           EXIT.
      *
       3500-DELETE-PARAMETER.
           READ TAXPARM-FILE
               INVALID KEY
                   MOVE 'N' TO CARD-GOOD-SWITCH
           END-READ.
           IF NOT CARD-GOOD
               MOVE 'PARAMETER NOT ON FILE' TO DTL-RESULT
               PERFORM 7100-WRITE-REJECT
                   THRU 7100-EXIT
               GO TO 3500-EXIT
           END-IF.
           DELETE TAXPARM-FILE.
           IF TX-FILE-OK
               MOVE 'PARAMETER DELETED' TO DTL-RESULT
               PERFORM 7000-WRITE-APPLIED
                   THRU 7000-EXIT
           ELSE
               MOVE 'TAXPARM DELETE FAILED' TO DTL-RESULT
               PERFORM 7100-WRITE-REJECT
                   THRU 7100-EXIT
           END-IF.
       3500-EXIT.
           EXIT.
      *
      *****************************************************************
      * 6000-LIST-PARAMETERS -- THE WHOLE FILE IN KEY ORDER, ONE     *
      * HEADING PER EFFECTIVE DATE.  A SET MISSING ITS GENERAL       *
      * RECORD OR ITS BRACKETS WOULD WITHHOLD WRONG, SO IT IS        *
      * FLAGGED UNDER THE SET.                                       *
      *****************************************************************
       6000-LIST-PARAMETERS.
           WRITE PR-PRINT-LINE FROM LST-HDG-LINE
               AFTER ADVANCING 2 LINES.
           MOVE LOW-VALUES TO TX-KEY.
           START TAXPARM-FILE
               KEY NOT LESS THAN TX-KEY
               INVALID KEY
                   SET LIST-EOF TO TRUE
           END-START.
           IF LIST-EOF
               GO TO 6000-EXIT
           END-IF.
           PERFORM 6100-READ-NEXT-PARAMETER
               THRU 6100-EXIT.
           PERFORM 6200-LIST-ONE-PARAMETER
               THRU 6200-EXIT
               UNTIL LIST-EOF.
           IF WS-SETS-LISTED > ZERO
               PERFORM 6300-CHECK-SET-COMPLETE
                   THRU 6300-EXIT
           END-IF.
       6000-EXIT.
           EXIT.
      *
       6100-READ-NEXT-PARAMETER.
           READ TAXPARM-FILE NEXT
               AT END
                   SET LIST-EOF TO TRUE
           END-READ.
           IF NOT TX-FILE-OK AND NOT TX-FILE-EOF
               SET LIST-EOF TO TRUE
           END-IF.
       6100-EXIT.
           EXIT.
      *
       6200-LIST-ONE-PARAMETER.
           IF WS-SETS-LISTED = ZERO
              OR TX-EFF-DATE NOT = WS-LIST-EFF-DATE
               IF WS-SETS-LISTED > ZERO
                   PERFORM 6300-CHECK-SET-COMPLETE
                       THRU 6300-EXIT
               END-IF
               ADD 1 TO WS-SETS-LISTED
               MOVE TX-EFF-DATE TO WS-LIST-EFF-DATE
               MOVE 'N' TO SET-GENERAL-SWITCH
               MOVE 'N' TO SET-BRACKET-SWITCH
               MOVE TX-EFF-DATE TO LST-SET-DATE
               WRITE PR-PRINT-LINE FROM LST-SET-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           EVALUATE TRUE
               WHEN TX-GENERAL-REC
                   MOVE 'Y' TO SET-GENERAL-SWITCH
                   MOVE TX-DEFAULT-STATE-RATE TO LST-DEFAULT-RATE
                   MOVE TX-ALLOWANCE-AMT      TO LST-ALLOWANCE
                   MOVE TX-SS-WAGE-BASE       TO LST-SS-BASE
                   MOVE TX-ADDL-MED-FLOOR     TO LST-MED-FLOOR
                   MOVE TX-ADDL-MED-RATE      TO LST-MED-RATE
                   IF TX-SUPP-FED-RATE NUMERIC
                       MOVE TX-SUPP-FED-RATE  TO LST-SUPP-RATE
                   ELSE
                       MOVE ZERO              TO LST-SUPP-RATE
                   END-IF
                   WRITE PR-PRINT-LINE FROM LST-GEN-LINE
                       AFTER ADVANCING 1 LINE
               WHEN TX-STATE-REC
                   MOVE TX-STATE-CODE TO LST-STATE-CODE
                   MOVE TX-STATE-RATE TO LST-STATE-RATE
                   WRITE PR-PRINT-LINE FROM LST-STATE-LINE
                       AFTER ADVANCING 1 LINE
               WHEN OTHER
                   MOVE 'Y' TO SET-BRACKET-SWITCH
                   MOVE TX-FED-STATUS   TO LST-FED-STATUS
                   MOVE TX-FED-FLOOR    TO LST-FED-FLOOR
                   MOVE TX-FED-BASE-TAX TO LST-FED-BASE
                   MOVE TX-FED-RATE     TO LST-FED-RATE
                   WRITE PR-PRINT-LINE FROM LST-FED-LINE
                       AFTER ADVANCING 1 LINE
           END-EVALUATE.
           PERFORM 6100-READ-NEXT-PARAMETER
               THRU 6100-EXIT.
       6200-EXIT.
           EXIT.
      *
       6300-CHECK-SET-COMPLETE.
           IF NOT SET-HAS-GENERAL
               MOVE '*** NO GENERAL RECORD IN THIS SET ***'
                                           TO LST-WARNING
               WRITE PR-PRINT-LINE FROM LST-WARN-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF NOT SET-HAS-BRACKETS
               MOVE '*** NO FEDERAL BRACKETS IN THIS SET ***'
                                           TO LST-WARNING
               WRITE PR-PRINT-LINE FROM LST-WARN-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       6300-EXIT.
           EXIT.
      *
       7000-WRITE-APPLIED.
           MOVE TCD-ACTION     TO DTL-ACTION.
           MOVE TCD-EFF-DATE-X TO DTL-EFF-DATE.
           MOVE TCD-REC-TYPE   TO DTL-REC-TYPE.
           MOVE TCD-SUB-KEY    TO DTL-SUB-KEY.
           WRITE PR-PRINT-LINE FROM DTL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CARDS-APPLIED.
       7000-EXIT.
           EXIT.
      *
       7100-WRITE-REJECT.
           MOVE TCD-ACTION     TO DTL-ACTION.
           MOVE TCD-EFF-DATE-X TO DTL-EFF-DATE.
           MOVE TCD-REC-TYPE   TO DTL-REC-TYPE.
           MOVE TCD-SUB-KEY    TO DTL-SUB-KEY.
           WRITE PR-PRINT-LINE FROM DTL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CARDS-REJECTED.
       7100-EXIT.
           EXIT.
      *
       8000-PRINT-TOTALS.
           MOVE SPACES TO CNT-LINE.
           MOVE 'CARDS READ:' TO CNT-CAPTION.
           MOVE WS-CARDS-READ TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO CNT-LINE.
           MOVE 'CARDS APPLIED:' TO CNT-CAPTION.
           MOVE WS-CARDS-APPLIED TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CNT-LINE.
           MOVE 'CARDS REJECTED:' TO CNT-CAPTION.
           MOVE WS-CARDS-REJECTED TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CNT-LINE.
           MOVE 'SETS ON FILE:' TO CNT-CAPTION.
           MOVE WS-SETS-LISTED TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE.
       8000-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           CLOSE TAXCARD-FILE.
           CLOSE TAXPARM-FILE.
           CLOSE TAXMNT-RPT.
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
//SYSLMOD  DD DSN=TSOECCC.CICSTS12.STUDENT.LOADLIB(TAXMNT),DISP=SHR
//SYSPRINT DD SYSOUT=*
//GO       EXEC PGM=TAXMNT,COND=((5,LT,COB),(5,LT,LKED))
//TAXPARM  DD DSN=TSOECCC.CICSTS12.STUDENT.TAXPARM,DISP=SHR
//SYSPRINT DD SYSOUT=*
//TAXCARD  DD *
A20000101G        0100043000001761000002000000000902200
A20000101SCA      0060
A20000101SNY      0069
A20000101SIL      0049
A20000101STX      0000
A20000101SFL      0000
A20000101FS00000000000000000100
A20000101FS00116000001160000120
A20000101FS00471500005426000220
A20000101FS01005250017168500240
A20000101FS01919500039110500320
A20000101FM00000000000000000100
A20000101FM00232000002320000120
A20000101FM00943000010852000220
A20000101FM02010500034337000240
A20000101FM03839000078221000320
/*
