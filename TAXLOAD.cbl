//TAXLOADJ JOB  TIME=(,2)
//*********************************************************
//* COMPILE AND LINK THE TAX PARAMETER LOADER SUBPROGRAM.
//* NO GO STEP -- TAXLOAD IS CALLED ONCE AT THE TOP OF EACH
//* BATCH RUN THAT CALLS PAYCALC (PAYTIME, PAYRETRO,
//* PAYFINL) TO FILL PC-TAX-PARMS FROM THE TAXPARM FILE.  THE
//* CALLING JOB SUPPLIES THE //TAXPARM DD.  RELINK THE CALLERS
//* AFTER ANY CHANGE HERE.
//*********************************************************
//COB      EXEC PGM=IGYCRCTL
//STEPLIB  DD DSN=IGY.SIGYCOMP,DISP=SHR
//SYSLIB   DD DSN=HLUSAK.COBOL@2,DISP=SHR
//SYSIN    DD *
       IDENTIFICATION DIVISION.
      *****************************************************************
      * PROGRAM-ID.   TAXLOAD.                                       *
      * AUTHOR.       HLUSAK.                                        *
      * DATE-WRITTEN. 10/15/26.                                      *
      *                                                               *
      * READS THE WHOLE TAXPARM FILE IN KEY ORDER AND BUILDS THE     *
      * PC-TAX-PARMS TABLE PAYCALC PICKS ITS RATES FROM -- ONE SET   *
      * PER EFFECTIVE DATE, ASCENDING, EACH WITH ITS GENERAL         *
      * FIGURES, STATE RATES AND FEDERAL BRACKETS.  WHEN THE FILE    *
      * HOLDS MORE SETS THAN THE TABLE HOLDS, THE OLDEST ARE LEFT    *
      * OFF (A CHECK DATED BEFORE THE OLDEST SET KEPT COMES BACK     *
      * FROM PAYCALC WITH RETURN CODE 08).  A SET COUNT OF ZERO ON   *
      * RETURN MEANS NOTHING COULD BE LOADED AND THE CALLER MUST     *
      * STOP.  CALLED BY THE BATCH RUNS ONLY -- CICSMAPP BROWSES     *
      * TAXPARM ITSELF.                                              *
      *                                                               *
      * MODIFICATION HISTORY.                                        *
      *   10/15/26  HL   ORIGINAL PROGRAM.                           *
      *   10/15/26  HL   FLAT SUPPLEMENTAL FEDERAL RATE LOADED FROM  *
      *                  THE G RECORD -- ZERO WHEN THE SET PREDATES  *
      *                  IT.                                         *
      *****************************************************************
       PROGRAM-ID. TAXLOAD.
       AUTHOR. HLUSAK.
       DATE-WRITTEN. 10/15/26.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXPARM-FILE ASSIGN TO TAXPARM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TX-KEY
               FILE STATUS IS TX-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TAXPARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY TAXPARM.
      *
       WORKING-STORAGE SECTION.
      *
       01  TX-FILE-STATUS          PIC X(02).
           88  TX-FILE-OK               VALUE '00'.
           88  TX-FILE-EOF              VALUE '10'.
      *
       01  SWITCHES.
           05  END-OF-FILE-SWITCH  PIC X VALUE 'N'.
               88  END-OF-FILE          VALUE 'Y'.
      *
      * TABLE LIMITS -- MUST AGREE WITH THE OCCURS IN PAYCALCA.
       77  MAX-TAX-SETS            PIC S9(04) COMP VALUE 6.
       77  MAX-STATE-ENTRIES       PIC S9(04) COMP VALUE 60.
       77  MAX-FED-ENTRIES         PIC S9(04) COMP VALUE 20.
       77  SET-SUB                 PIC S9(04) COMP.
       77  CUR-SET                 PIC S9(04) COMP.
       77  ENTRY-SUB               PIC S9(04) COMP.
      *
       LINKAGE SECTION.
       COPY PAYCALCA.
      *
       PROCEDURE DIVISION USING PC-PAYCALC-AREA.
      *****************************************************************
      * 0000-MAINLINE -- ONE CALL, THE WHOLE FILE.                   *
      *****************************************************************
       0000-MAINLINE.
           MOVE ZERO TO PC-TX-SET-COUNT.
           MOVE 'N' TO END-OF-FILE-SWITCH.
           OPEN INPUT TAXPARM-FILE.
           IF NOT TX-FILE-OK
               DISPLAY 'TAXLOAD - OPEN FAILED, TAXPARM STATUS '
                   TX-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           PERFORM 2100-READ-TAXPARM
               THRU 2100-EXIT.
           PERFORM 2000-POST-ONE-RECORD
               THRU 2000-EXIT
               UNTIL END-OF-FILE.
           CLOSE TAXPARM-FILE.
           GO TO 9999-EXIT.
      *
      *****************************************************************
      * 2000-POST-ONE-RECORD -- A NEW EFFECTIVE DATE STARTS A NEW    *
      * SET; THE RECORD TYPE SAYS WHERE IN THE SET IT GOES.          *
      *****************************************************************
       2000-POST-ONE-RECORD.
           IF PC-TX-SET-COUNT = ZERO
               PERFORM 2200-START-NEW-SET
                   THRU 2200-EXIT
           ELSE
               IF TX-EFF-DATE NOT = PC-TX-EFF-DATE (PC-TX-SET-COUNT)
                   PERFORM 2200-START-NEW-SET
                       THRU 2200-EXIT
               END-IF
           END-IF.
           MOVE PC-TX-SET-COUNT TO CUR-SET.
           EVALUATE TRUE
               WHEN TX-GENERAL-REC
                   MOVE TX-DEFAULT-STATE-RATE
                               TO PC-TX-DEFAULT-STATE-RATE (CUR-SET)
                   MOVE TX-ALLOWANCE-AMT
                               TO PC-TX-ALLOWANCE-AMT (CUR-SET)
                   MOVE TX-SS-WAGE-BASE
                               TO PC-TX-SS-WAGE-BASE (CUR-SET)
                   MOVE TX-ADDL-MED-FLOOR
                               TO PC-TX-ADDL-MED-FLOOR (CUR-SET)
                   MOVE TX-ADDL-MED-RATE
                               TO PC-TX-ADDL-MED-RATE (CUR-SET)
                   IF TX-SUPP-FED-RATE NUMERIC
                       MOVE TX-SUPP-FED-RATE
                               TO PC-TX-SUPP-FED-RATE (CUR-SET)
                   ELSE
                       MOVE ZERO TO PC-TX-SUPP-FED-RATE (CUR-SET)
                   END-IF
               WHEN TX-STATE-REC
                   PERFORM 2300-ADD-STATE-RATE
                       THRU 2300-EXIT
               WHEN TX-FEDERAL-REC
                   PERFORM 2400-ADD-FED-BRACKET
                       THRU 2400-EXIT
               WHEN OTHER
                   DISPLAY 'TAXLOAD - UNKNOWN RECORD TYPE SKIPPED '
                       TX-KEY
           END-EVALUATE.
           PERFORM 2100-READ-TAXPARM
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *
       2100-READ-TAXPARM.
           READ TAXPARM-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT TX-FILE-OK AND NOT TX-FILE-EOF
               DISPLAY 'TAXLOAD - READ FAILED, TAXPARM STATUS '
                   TX-FILE-STATUS
               SET END-OF-FILE TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.
      *
      * A FULL TABLE SLIDES EVERY SET DOWN ONE AND DROPS THE OLDEST,
      * SO THE NEWEST SETS -- THE ONES CURRENT CHECKS NEED -- STAY.
       2200-START-NEW-SET.
           IF PC-TX-SET-COUNT = MAX-TAX-SETS
               DISPLAY 'TAXLOAD - TABLE FULL, SET LEFT OFF '
                   PC-TX-EFF-DATE (1)
               PERFORM 2210-SLIDE-ONE-SET
                   THRU 2210-EXIT
                   VARYING SET-SUB FROM 1 BY 1
                   UNTIL SET-SUB = MAX-TAX-SETS
           ELSE
               ADD 1 TO PC-TX-SET-COUNT
           END-IF.
           MOVE ZEROS TO PC-TX-SET (PC-TX-SET-COUNT).
           MOVE TX-EFF-DATE TO PC-TX-EFF-DATE (PC-TX-SET-COUNT).
       2200-EXIT.
           EXIT.
      *
       2210-SLIDE-ONE-SET.
           MOVE PC-TX-SET (SET-SUB + 1) TO PC-TX-SET (SET-SUB).
       2210-EXIT.
           EXIT.
      *
       2300-ADD-STATE-RATE.
           IF PC-TX-STATE-COUNT (CUR-SET) = MAX-STATE-ENTRIES
               DISPLAY 'TAXLOAD - STATE TABLE FULL, SKIPPED '
                   TX-KEY
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO PC-TX-STATE-COUNT (CUR-SET).
           MOVE PC-TX-STATE-COUNT (CUR-SET) TO ENTRY-SUB.
           MOVE TX-STATE-CODE TO PC-TX-STATE-CODE (CUR-SET, ENTRY-SUB).
           MOVE TX-STATE-RATE TO PC-TX-STATE-RATE (CUR-SET, ENTRY-SUB).
       2300-EXIT.
           EXIT.
      *
       2400-ADD-FED-BRACKET.
           IF PC-TX-FED-COUNT (CUR-SET) = MAX-FED-ENTRIES
               DISPLAY 'TAXLOAD - BRACKET TABLE FULL, SKIPPED '
                   TX-KEY
               GO TO 2400-EXIT
           END-IF.
           ADD 1 TO PC-TX-FED-COUNT (CUR-SET).
           MOVE PC-TX-FED-COUNT (CUR-SET) TO ENTRY-SUB.
           MOVE TX-FED-STATUS TO PC-TX-FED-STATUS (CUR-SET, ENTRY-SUB).
           MOVE TX-FED-FLOOR  TO PC-TX-FED-FLOOR (CUR-SET, ENTRY-SUB).
           MOVE TX-FED-BASE-TAX
                           TO PC-TX-FED-BASE-TAX (CUR-SET, ENTRY-SUB).
           MOVE TX-FED-RATE   TO PC-TX-FED-RATE (CUR-SET, ENTRY-SUB).
       2400-EXIT.
           EXIT.
      *
       9999-EXIT.
           GOBACK.
/*
//SYSLIN   DD DSN=&&OBJSET,DISP=(MOD,PASS),UNIT=SYSDA,
//             SPACE=(TRK,(3,3))
//SYSPRINT DD SYSOUT=*
//LKED     EXEC PGM=IEWL,COND=(5,LT,COB)
//SYSLIN   DD DSN=&&OBJSET,DISP=(OLD,DELETE)
//SYSLMOD  DD DSN=TSOECCC.CICSTS12.STUDENT.LOADLIB(TAXLOAD),DISP=SHR
//SYSPRINT DD SYSOUT=*
