//NEWHIREJ JOB  TIME=(,2)
//*********************************************************
//* COMPILE, LINK, AND RUN THE STATE NEW-HIRE EXTRACT.
//* TWO CARDS ON //GO.SYSIN:
//*   CARD 1  RUN DATE (YYYYMMDD)
//*   CARD 2  CHANGE LOG SCAN-FROM DATE (YYYYMMDD) -- LEAVE
//*           IT BLANK; THE RUN PICKS UP WHERE THE LAST ONE
//*           STOPPED.  KEY IT ONLY FOR THE FIRST RUN AGAINST
//*           A NEW NHREG CLUSTER, OR TO RESCAN A RANGE.
//* EVERY EMPMNT ADD AND REACTIVATE ON CHGLOG SINCE THE LAST
//* RUN IS ENTERED ON NHREG, AND EVERY HIRE NOT YET SENT
//* GOES OUT ON //GO.NHFILE, GROUPED BY TAX STATE -- ONE
//* HEADER, THE HIRES, AND ONE TRAILER PER STATE.  A HIRE
//* MISSING THE SSN OR ADDRESS IS LISTED AND HELD FOR THE
//* NEXT RUN.  THE STATES WANT EACH HIRE WITHIN 20 DAYS, SO
//* RUN IT AT LEAST WEEKLY; ANYTHING PAST 20 DAYS IS FLAGGED.
//* PLACE YOUR OWN LOADLIB/SRCLIB NAMES WHERE SHOWN.
//*********************************************************
//COB      EXEC PGM=IGYCRCTL
//STEPLIB  DD DSN=IGY.SIGYCOMP,DISP=SHR
//SYSLIB   DD DSN=HLUSAK.COBOL@2,DISP=SHR
//SYSIN    DD *
       IDENTIFICATION DIVISION.
      *****************************************************************
      * PROGRAM-ID.   NEWHIRE.                                       *
      * AUTHOR.       HLUSAK.                                        *
      * DATE-WRITTEN. 10/15/26.                                      *
      *                                                               *
      * STATE NEW-HIRE REPORTING.  EMPMAST CARRIES NO HIRE DATE, SO  *
      * THE HIRES COME OFF THE CHGLOG CHANGE LOG: AN EMPMNT ADD IS A *
      * NEW HIRE AND AN EMPMNT REACTIVATE IS A REHIRE, BOTH DATED    *
      * THE DAY THEY WERE KEYED.  THE NHREG REGISTRY REMEMBERS THE   *
      * LATEST HIRE PER EMPLOYEE AND WHETHER IT HAS GONE TO THE      *
      * STATE, SO RESCANNING A DAY IS HARMLESS AND A REHIRE GOES     *
      * OUT AGAIN.                                                   *
      * FOUR STEPS: SCAN THE LOG FROM THE LAST RUN'S DATE THROUGH    *
      * THE RUN DATE INTO NHREG; BROWSE NHREG FOR PENDING HIRES AND  *
      * CHECK EACH MASTER RECORD CAN BE REPORTED, TABLING THE GOOD   *
      * ONES IN TAX-STATE ORDER; WRITE THE STATE FILE FROM THE TABLE *
      * AND MARK EACH ENTRY REPORTED AS IT IS WRITTEN (NHFILE IS     *
      * KEPT ON AN ABEND, SAME AS POSPAY); MOVE THE CONTROL DATE UP. *
      * A HIRE WITH NO SSN, NO MAILING ADDRESS, OR NO TAX STATE IS   *
      * LISTED AND STAYS PENDING.  A PENDING HIRE THAT IS REHIRED    *
      * AGAIN BEFORE IT WENT OUT IS REPLACED BY THE REHIRE -- THE    *
      * STATE NEEDS THE EMPLOYEE ON FILE ONCE, AS OF THE LATEST      *
      * HIRE -- AND COUNTED ON THE TOTALS.                           *
      *                                                               *
      * MODIFICATION HISTORY.                                        *
      *   10/15/26  HL   ORIGINAL PROGRAM.                           *
      *****************************************************************
       PROGRAM-ID. NEWHIRE.
       AUTHOR. HLUSAK.
       DATE-WRITTEN. 10/15/26.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHGLOG-FILE ASSIGN TO CHGLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS CL-FILE-STATUS.
           SELECT NHREG-FILE ASSIGN TO NHREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NR-EMP-ID
               FILE STATUS IS NR-FILE-STATUS.
           SELECT EMPMAST-FILE ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS EM-FILE-STATUS.
           SELECT NH-FILE ASSIGN TO NHFILE
               FILE STATUS IS NH-FILE-STATUS.
           SELECT NEWHIRE-RPT ASSIGN TO SYSPRINT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CHGLOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY CHGLOG.
      *
       FD  NHREG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY NHREG.
      *
       FD  EMPMAST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY EMPMAST.
      *
       FD  NH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  NH-RECORD               PIC X(150).
      *
       FD  NEWHIRE-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  PR-PRINT-LINE           PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  CL-FILE-STATUS          PIC X(02).
           88  CL-FILE-OK               VALUE '00'.
           88  CL-FILE-EOF              VALUE '10'.
       01  NR-FILE-STATUS          PIC X(02).
           88  NR-FILE-OK               VALUE '00'.
           88  NR-FILE-EOF              VALUE '10'.
           88  NR-NOT-FOUND             VALUE '23'.
       01  EM-FILE-STATUS          PIC X(02).
           88  EM-FILE-OK               VALUE '00'.
           88  EM-NOT-FOUND             VALUE '23'.
       01  NH-FILE-STATUS          PIC X(02).
           88  NH-FILE-OK               VALUE '00'.
      *
       01  SWITCHES.
           05  LOG-EOF-SWITCH      PIC X VALUE 'N'.
               88  LOG-EOF              VALUE 'Y'.
           05  REGISTRY-EOF-SWITCH PIC X VALUE 'N'.
               88  REGISTRY-EOF         VALUE 'Y'.
           05  CONTROL-FOUND-SWITCH PIC X VALUE 'N'.
               88  CONTROL-FOUND        VALUE 'Y'.
           05  SLOT-FOUND-SWITCH   PIC X VALUE 'N'.
               88  SLOT-FOUND           VALUE 'Y'.
      *
       77  WS-RUN-DATE-PARM        PIC 9(08).
       77  WS-SCAN-FROM-PARM       PIC X(08).
       77  WS-SCAN-FROM-DATE       PIC 9(08).
       77  WS-LOG-ENTRIES-READ     PIC 9(07) COMP VALUE ZERO.
       77  WS-HIRES-FOUND          PIC 9(05) COMP VALUE ZERO.
       77  WS-HIRES-SUPERSEDED     PIC 9(05) COMP VALUE ZERO.
       77  WS-HIRES-REPORTED       PIC 9(05) COMP VALUE ZERO.
       77  WS-HIRES-HELD           PIC 9(05) COMP VALUE ZERO.
       77  WS-HIRES-LATE           PIC 9(05) COMP VALUE ZERO.
       77  WS-STATE-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-STATE-HIRES          PIC 9(07) COMP VALUE ZERO.
       77  WS-NH-RECORDS           PIC 9(07) COMP VALUE ZERO.
       77  WS-PRIOR-STATE          PIC X(02) VALUE SPACES.
       77  WS-HOLD-REASON          PIC X(40) VALUE SPACES.
      *
      * THE STATES WANT EACH HIRE WITHIN THIS MANY DAYS.
       77  NH-DUE-DAYS             PIC 9(03) VALUE 020.
      *
      * OUR EMPLOYER IDENTIFIERS AS THE STATE REGISTRIES KNOW US.
       77  NH-EMPLOYER-FEIN        PIC X(09) VALUE '123456789'.
       77  NH-EMPLOYER-NAME        PIC X(30)
               VALUE 'HLUSAK PAYROLL'.
       77  NH-EMPLOYER-STREET      PIC X(30)
               VALUE '100 MAIN STREET'.
       77  NH-EMPLOYER-CITY        PIC X(20) VALUE 'CHICAGO'.
       77  NH-EMPLOYER-STATE       PIC X(02) VALUE 'IL'.
       77  NH-EMPLOYER-ZIP         PIC X(09) VALUE '60601    '.
      *
      * DAYS BETWEEN A HIRE AND THE RUN DATE.  EACH DATE IS TURNED
      * INTO A DAY NUMBER -- DAYS SINCE THE START OF YEAR ONE --
      * AND THE TWO ARE SUBTRACTED.
       01  CONV-DATE-IN            PIC 9(08).
       01  FILLER REDEFINES CONV-DATE-IN.
           05  CONV-YEAR           PIC 9(04).
           05  CONV-MONTH          PIC 9(02).
           05  CONV-DAY            PIC 9(02).
       01  CONV-DAY-NUMBER-OUT     PIC S9(07) COMP-3.
       77  CONV-PRIOR-YEARS        PIC S9(04) COMP.
       77  CONV-REM-WORK           PIC S9(04) COMP.
       77  CONV-QUOT-4             PIC S9(04) COMP.
       77  CONV-QUOT-100           PIC S9(04) COMP.
       77  CONV-QUOT-400           PIC S9(04) COMP.
       77  CONV-LEAP-SWITCH        PIC X(01).
           88  CONV-LEAP-YEAR           VALUE 'Y'.
       77  WS-RUN-DAY-NUMBER       PIC S9(07) COMP-3.
       77  WS-DAYS-SINCE-HIRE      PIC S9(05) COMP-3.
      *
       01  CUM-DAYS-TABLE.
           05  FILLER              PIC 9(03) VALUE 000.
           05  FILLER              PIC 9(03) VALUE 031.
           05  FILLER              PIC 9(03) VALUE 059.
           05  FILLER              PIC 9(03) VALUE 090.
           05  FILLER              PIC 9(03) VALUE 120.
           05  FILLER              PIC 9(03) VALUE 151.
           05  FILLER              PIC 9(03) VALUE 181.
           05  FILLER              PIC 9(03) VALUE 212.
           05  FILLER              PIC 9(03) VALUE 243.
           05  FILLER              PIC 9(03) VALUE 273.
           05  FILLER              PIC 9(03) VALUE 304.
           05  FILLER              PIC 9(03) VALUE 334.
       01  CUM-DAYS-TABLE-R REDEFINES CUM-DAYS-TABLE.
           05  CUM-DAYS            OCCURS 12 TIMES PIC 9(03).
      *
      * HIRES READY TO SEND, KEPT IN TAX-STATE ORDER.  THE REGISTRY
      * IS BROWSED IN EMPLOYEE ORDER, SO EACH NEW ENTRY GOES IN
      * AFTER THE LAST ONE FOR ITS STATE AND THE EMPLOYEES STAY IN
      * ORDER WITHIN A STATE.
       77  HIRE-COUNT              PIC S9(04) COMP VALUE ZERO.
       77  HIRE-SUB                PIC S9(04) COMP.
       77  HIRE-INSERT-SUB         PIC S9(04) COMP.
       77  HIRE-SHIFT-SUB          PIC S9(04) COMP.
       01  HIRE-TABLE.
           05  HIRE-ENTRY          OCCURS 2000 TIMES.
               10  HT-STATE-CODE   PIC X(02).
               10  HT-EMP-ID       PIC X(06).
               10  HT-HIRE-DATE    PIC 9(08).
               10  HT-HIRE-TYPE    PIC X(01).
      *
      *****************************************************************
      * STATE NEW-HIRE FILE -- 150-BYTE FIXED.  PER STATE ONE        *
      * EMPLOYER HEADER, ONE ITEM PER HIRE, ONE TRAILER.             *
      *****************************************************************
       01  NH-HEADER.
           05  FILLER              PIC X(01) VALUE 'H'.
           05  NHH-STATE-CODE      PIC X(02).
           05  NHH-FEIN            PIC X(09).
           05  NHH-EMPLOYER-NAME   PIC X(30).
           05  NHH-EMPLOYER-STREET PIC X(30).
           05  NHH-EMPLOYER-CITY   PIC X(20).
           05  NHH-EMPLOYER-STATE  PIC X(02).
           05  NHH-EMPLOYER-ZIP    PIC X(09).
           05  NHH-FILE-DATE       PIC 9(08).
           05  FILLER              PIC X(39) VALUE SPACES.
      *
       01  NH-DETAIL.
           05  FILLER              PIC X(01) VALUE 'E'.
           05  NHD-STATE-CODE      PIC X(02).
           05  NHD-FEIN            PIC X(09).
           05  NHD-SSN             PIC 9(09).
           05  NHD-EMP-NAME        PIC X(30).
           05  NHD-ADDR-STREET     PIC X(30).
           05  NHD-ADDR-CITY       PIC X(20).
           05  NHD-ADDR-STATE      PIC X(02).
           05  NHD-ADDR-ZIP        PIC X(09).
           05  NHD-HIRE-DATE       PIC 9(08).
           05  NHD-REHIRE-FLAG     PIC X(01).
           05  NHD-EMP-ID          PIC X(06).
           05  FILLER              PIC X(23) VALUE SPACES.
      *
       01  NH-TRAILER.
           05  FILLER              PIC X(01) VALUE 'T'.
           05  NHT-STATE-CODE      PIC X(02).
           05  NHT-FEIN            PIC X(09).
           05  NHT-HIRE-COUNT      PIC 9(07).
           05  FILLER              PIC X(131) VALUE SPACES.
      *
      *****************************************************************
      * RUN LISTING LINES.                                           *
      *****************************************************************
       01  HDG-LINE-1.
           05  FILLER              PIC X(30) VALUE
               'STATE NEW-HIRE REPORT FOR     '.
           05  HDG-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(30) VALUE
               '    CHANGE LOG SCANNED FROM   '.
           05  HDG-SCAN-FROM       PIC 9(08).
           05  FILLER              PIC X(56) VALUE SPACES.
      *
       01  SEC-LINE                PIC X(132).
      *
       01  HDG-LINE-2.
           05  FILLER              PIC X(04) VALUE 'ST'.
           05  FILLER              PIC X(08) VALUE 'EMP ID'.
           05  FILLER              PIC X(32) VALUE 'EMPLOYEE NAME'.
           05  FILLER              PIC X(13) VALUE 'SSN'.
           05  FILLER              PIC X(10) VALUE 'HIRED'.
           05  FILLER              PIC X(08) VALUE 'TYPE'.
           05  FILLER              PIC X(06) VALUE 'DAYS'.
           05  FILLER              PIC X(10) VALUE 'FLAG'.
           05  FILLER              PIC X(41) VALUE 'NOTE'.
      *
       01  DTL-LINE.
           05  DTL-STATE-CODE      PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-EMP-ID          PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-EMP-NAME        PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-SSN             PIC X(11).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-HIRE-DATE       PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-HIRE-TYPE       PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-DAYS            PIC ZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-FLAG            PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-NOTE            PIC X(38).
           05  FILLER              PIC X(03) VALUE SPACES.
      *
       01  SSN-SPLIT-WORK          PIC 9(09).
       01  FILLER REDEFINES SSN-SPLIT-WORK.
           05  FILLER              PIC 9(05).
           05  SSN-LAST4           PIC 9(04).
       01  ED-SSN-MASKED.
           05  FILLER              PIC X(07) VALUE '***-**-'.
           05  ED-SSN-LAST4        PIC X(04).
      *
       01  STATE-TOT-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'STATE '.
           05  STL-STATE-CODE      PIC X(02).
           05  FILLER              PIC X(16) VALUE ' HIRES REPORTED:'.
           05  STL-COUNT           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(97) VALUE SPACES.
      *
       01  CNT-LINE.
           05  CNT-CAPTION         PIC X(30).
           05  CNT-VALUE           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE -- SCAN, SORT OUT, SEND, MOVE THE DATE UP.     *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-SCAN-ONE-LOG-ENTRY
               THRU 2000-EXIT
               UNTIL LOG-EOF.
           PERFORM 3000-FIND-PENDING-HIRES
               THRU 3000-EXIT.
           PERFORM 4000-WRITE-STATE-FILE
               THRU 4000-EXIT.
           PERFORM 5000-UPDATE-CONTROL
               THRU 5000-EXIT.
           PERFORM 8000-PRINT-TOTALS
               THRU 8000-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           GO TO 9999-EXIT.
      *
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-PARM FROM SYSIN.
           ACCEPT WS-SCAN-FROM-PARM FROM SYSIN.
           OPEN INPUT CHGLOG-FILE.
           IF NOT CL-FILE-OK
               DISPLAY 'NEWHIRE - OPEN FAILED, CHGLOG STATUS '
                   CL-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN I-O NHREG-FILE.
           IF NOT NR-FILE-OK
               DISPLAY 'NEWHIRE - OPEN FAILED, NHREG STATUS '
                   NR-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT EMPMAST-FILE.
           IF NOT EM-FILE-OK
               DISPLAY 'NEWHIRE - OPEN FAILED, EMPMAST STATUS '
                   EM-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
      *    THE SCAN STARTS AT THE CONTROL DATE -- THE LAST RUN DATE,
      *    RESCANNED WHOLE SO ANYTHING KEYED THAT DAY AFTER THE LAST
      *    RUN IS NOT MISSED.  A KEYED CARD 2 OVERRIDES IT.
           MOVE HIGH-VALUES TO NR-CONTROL-KEY.
           READ NHREG-FILE
               KEY IS NR-EMP-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NR-FILE-OK
               SET CONTROL-FOUND TO TRUE
               MOVE NR-LAST-SCAN-DATE TO WS-SCAN-FROM-DATE
           END-IF.
           IF WS-SCAN-FROM-PARM NUMERIC
               MOVE WS-SCAN-FROM-PARM TO WS-SCAN-FROM-DATE
           ELSE
               IF NOT CONTROL-FOUND
                   DISPLAY 'NEWHIRE - NO NHREG CONTROL ENTRY AND NO '
                       'SCAN-FROM CARD - NOTHING TO START FROM'
                   GO TO 9999-EXIT
               END-IF
           END-IF.
           OPEN OUTPUT NH-FILE.
           IF NOT NH-FILE-OK
               DISPLAY 'NEWHIRE - OPEN FAILED, NHFILE STATUS '
                   NH-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN OUTPUT NEWHIRE-RPT.
           MOVE WS-RUN-DATE-PARM TO CONV-DATE-IN.
           PERFORM 1100-CONVERT-TO-DAY-NUMBER
               THRU 1100-EXIT.
           MOVE CONV-DAY-NUMBER-OUT TO WS-RUN-DAY-NUMBER.
           MOVE WS-RUN-DATE-PARM TO HDG-RUN-DATE.
           MOVE WS-SCAN-FROM-DATE TO HDG-SCAN-FROM.
           WRITE PR-PRINT-LINE FROM HDG-LINE-1
               AFTER ADVANCING PAGE.
           MOVE LOW-VALUES TO CL-KEY.
           MOVE WS-SCAN-FROM-DATE TO CL-LOG-DATE.
           START CHGLOG-FILE
               KEY NOT LESS THAN CL-KEY
               INVALID KEY
                   SET LOG-EOF TO TRUE
           END-START.
           IF NOT LOG-EOF
               PERFORM 2100-READ-NEXT-LOG-ENTRY
                   THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1100-CONVERT-TO-DAY-NUMBER -- CONV-DATE-IN (YYYYMMDD) TO A   *
      * RUNNING DAY NUMBER: 365 A YEAR FOR THE YEARS BEFORE, PLUS    *
      * THEIR LEAP DAYS, PLUS THE DAY OF THE YEAR.                   *
      *****************************************************************
       1100-CONVERT-TO-DAY-NUMBER.
           MOVE 'N' TO CONV-LEAP-SWITCH.
           DIVIDE CONV-YEAR BY 4
               GIVING CONV-QUOT-4
               REMAINDER CONV-REM-WORK.
           IF CONV-REM-WORK = ZERO
               SET CONV-LEAP-YEAR TO TRUE
           END-IF.
           DIVIDE CONV-YEAR BY 100
               GIVING CONV-QUOT-100
               REMAINDER CONV-REM-WORK.
           IF CONV-REM-WORK = ZERO
               MOVE 'N' TO CONV-LEAP-SWITCH
           END-IF.
           DIVIDE CONV-YEAR BY 400
               GIVING CONV-QUOT-400
               REMAINDER CONV-REM-WORK.
           IF CONV-REM-WORK = ZERO
               SET CONV-LEAP-YEAR TO TRUE
           END-IF.
           COMPUTE CONV-PRIOR-YEARS = CONV-YEAR - 1.
           DIVIDE CONV-PRIOR-YEARS BY 4
               GIVING CONV-QUOT-4.
           DIVIDE CONV-PRIOR-YEARS BY 100
               GIVING CONV-QUOT-100.
           DIVIDE CONV-PRIOR-YEARS BY 400
               GIVING CONV-QUOT-400.
           COMPUTE CONV-DAY-NUMBER-OUT =
              (CONV-PRIOR-YEARS * 365) + CONV-QUOT-4
              - CONV-QUOT-100 + CONV-QUOT-400
              + CUM-DAYS (CONV-MONTH) + CONV-DAY.
           IF CONV-LEAP-YEAR AND CONV-MONTH > 2
               ADD 1 TO CONV-DAY-NUMBER-OUT
           END-IF.
       1100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2000-SCAN-ONE-LOG-ENTRY -- ONLY EMPMAST ADDS AND REACTIVATES *
      * ARE HIRES.  EVERYTHING ELSE ON THE LOG IS PASSED OVER.       *
      *****************************************************************
       2000-SCAN-ONE-LOG-ENTRY.
           ADD 1 TO WS-LOG-ENTRIES-READ.
           IF CL-EMPMAST-CHANGE
              AND (CL-ADD-ACTION OR CL-REACTIVATE-ACTION)
               PERFORM 2200-NOTE-ONE-HIRE
                   THRU 2200-EXIT
           END-IF.
           PERFORM 2100-READ-NEXT-LOG-ENTRY
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *
       2100-READ-NEXT-LOG-ENTRY.
           READ CHGLOG-FILE NEXT
               AT END
                   SET LOG-EOF TO TRUE
           END-READ.
           IF NOT CL-FILE-OK AND NOT CL-FILE-EOF
               DISPLAY 'NEWHIRE - READ FAILED, CHGLOG STATUS '
                   CL-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           IF NOT LOG-EOF
              AND CL-LOG-DATE > WS-RUN-DATE-PARM
               SET LOG-EOF TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2200-NOTE-ONE-HIRE -- A HIRE ALREADY ON NHREG UNDER THE SAME *
      * OR A LATER DATE IS ONE WE HAVE SEEN.  A LATER HIRE THAN THE  *
      * ONE ON FILE PUTS THE ENTRY BACK TO PENDING UNDER THE NEW     *
      * DATE, WHETHER OR NOT THE EARLIER ONE HAD GONE OUT.           *
      *****************************************************************
       2200-NOTE-ONE-HIRE.
           MOVE CL-EMP-ID TO NR-EMP-ID.
           READ NHREG-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NR-FILE-OK
               IF NR-HIRE-DATE NOT < CL-LOG-DATE
                   GO TO 2200-EXIT
               END-IF
               IF NR-PENDING
                   ADD 1 TO WS-HIRES-SUPERSEDED
               END-IF
               PERFORM 2300-FILL-HIRE-ENTRY
                   THRU 2300-EXIT
               REWRITE NR-NHREG-RECORD
           ELSE
               IF NOT NR-NOT-FOUND
                   DISPLAY 'NEWHIRE - READ FAILED, NHREG STATUS '
                       NR-FILE-STATUS ' EMPLOYEE ' CL-EMP-ID
                   GO TO 2200-EXIT
               END-IF
               MOVE SPACES TO NR-NHREG-RECORD
               MOVE CL-EMP-ID TO NR-EMP-ID
               PERFORM 2300-FILL-HIRE-ENTRY
                   THRU 2300-EXIT
               WRITE NR-NHREG-RECORD
           END-IF.
           IF NR-FILE-OK
               ADD 1 TO WS-HIRES-FOUND
           ELSE
               DISPLAY 'NEWHIRE - NHREG WRITE FAILED, EMPLOYEE '
                   CL-EMP-ID ' STATUS ' NR-FILE-STATUS
           END-IF.
       2200-EXIT.
           EXIT.
      *
       2300-FILL-HIRE-ENTRY.
           MOVE CL-LOG-DATE TO NR-HIRE-DATE.
           IF CL-REACTIVATE-ACTION
               SET NR-REHIRE TO TRUE
           ELSE
               SET NR-NEW-HIRE TO TRUE
           END-IF.
           SET NR-PENDING TO TRUE.
           MOVE WS-RUN-DATE-PARM TO NR-FOUND-DATE.
           MOVE ZERO TO NR-REPORTED-DATE.
           MOVE SPACES TO NR-REPORTED-STATE.
       2300-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3000-FIND-PENDING-HIRES -- BROWSE THE REGISTRY.  EVERY       *
      * PENDING HIRE WHOSE MASTER RECORD CAN BE REPORTED GOES INTO   *
      * THE TABLE; THE REST ARE LISTED AND LEFT PENDING.             *
      *****************************************************************
       3000-FIND-PENDING-HIRES.
           MOVE SPACES TO SEC-LINE.
           MOVE 'HIRES HELD -- CANNOT BE REPORTED YET' TO SEC-LINE.
           WRITE PR-PRINT-LINE FROM SEC-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PR-PRINT-LINE FROM HDG-LINE-2
               AFTER ADVANCING 2 LINES.
           MOVE LOW-VALUES TO NR-EMP-ID.
           START NHREG-FILE
               KEY NOT LESS THAN NR-EMP-ID
               INVALID KEY
                   SET REGISTRY-EOF TO TRUE
           END-START.
           PERFORM 3100-CHECK-ONE-REGISTRY-ENTRY
               THRU 3100-EXIT
               UNTIL REGISTRY-EOF.
       3000-EXIT.
           EXIT.
      *
       3100-CHECK-ONE-REGISTRY-ENTRY.
           READ NHREG-FILE NEXT
               AT END
                   SET REGISTRY-EOF TO TRUE
           END-READ.
           IF REGISTRY-EOF
               GO TO 3100-EXIT
           END-IF.
           IF NR-EMP-ID = HIGH-VALUES
               SET REGISTRY-EOF TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF NOT NR-PENDING
               GO TO 3100-EXIT
           END-IF.
           MOVE NR-EMP-ID TO EM-EMP-ID.
           READ EMPMAST-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE SPACES TO WS-HOLD-REASON.
           EVALUATE TRUE
               WHEN NOT EM-FILE-OK
                   MOVE 'NOT ON EMPMAST' TO WS-HOLD-REASON
                   MOVE SPACES TO EM-EMP-NAME
                   MOVE ZERO TO EM-SSN
               WHEN EM-SSN NOT NUMERIC
                   MOVE 'NO SSN ON EMPMAST' TO WS-HOLD-REASON
               WHEN EM-SSN = ZERO
                   MOVE 'NO SSN ON EMPMAST' TO WS-HOLD-REASON
               WHEN EM-ADDR-STREET = SPACES
                  OR EM-ADDR-CITY = SPACES
                  OR EM-ADDR-STATE = SPACES
                  OR EM-ADDR-ZIP = SPACES
                   MOVE 'MAILING ADDRESS INCOMPLETE ON EMPMAST'
                       TO WS-HOLD-REASON
               WHEN EM-STATE-CODE = SPACES
                   MOVE 'NO TAX STATE ON EMPMAST' TO WS-HOLD-REASON
           END-EVALUATE.
           IF WS-HOLD-REASON NOT = SPACES
               PERFORM 3200-LIST-HELD-HIRE
                   THRU 3200-EXIT
               GO TO 3100-EXIT
           END-IF.
           IF HIRE-COUNT NOT < 2000
               MOVE 'TABLE FULL - GOES ON THE NEXT RUN'
                   TO WS-HOLD-REASON
               PERFORM 3200-LIST-HELD-HIRE
                   THRU 3200-EXIT
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3300-TABLE-ONE-HIRE
               THRU 3300-EXIT.
       3100-EXIT.
           EXIT.
      *
       3200-LIST-HELD-HIRE.
           ADD 1 TO WS-HIRES-HELD.
           MOVE EM-STATE-CODE TO DTL-STATE-CODE.
           IF NOT EM-FILE-OK
               MOVE SPACES TO DTL-STATE-CODE
           END-IF.
           MOVE NR-EMP-ID TO DTL-EMP-ID.
           MOVE EM-EMP-NAME TO DTL-EMP-NAME.
           MOVE SPACES TO DTL-SSN.
           IF EM-SSN NUMERIC AND EM-SSN NOT = ZERO
               MOVE EM-SSN TO SSN-SPLIT-WORK
               MOVE SSN-LAST4 TO ED-SSN-LAST4
               MOVE ED-SSN-MASKED TO DTL-SSN
           END-IF.
           MOVE NR-HIRE-DATE TO DTL-HIRE-DATE.
           MOVE NR-HIRE-DATE TO CONV-DATE-IN.
           PERFORM 6000-FILL-HIRE-AGE
               THRU 6000-EXIT.
           MOVE WS-HOLD-REASON TO DTL-NOTE.
           IF WS-DAYS-SINCE-HIRE > NH-DUE-DAYS
               MOVE 'PAST DUE' TO DTL-FLAG
           END-IF.
           WRITE PR-PRINT-LINE FROM DTL-LINE
               AFTER ADVANCING 1 LINE.
       3200-EXIT.
           EXIT.
      *
       3300-TABLE-ONE-HIRE.
           MOVE 'N' TO SLOT-FOUND-SWITCH.
           PERFORM 3310-FIND-INSERT-POINT
               THRU 3310-EXIT
               VARYING HIRE-INSERT-SUB FROM 1 BY 1
               UNTIL HIRE-INSERT-SUB > HIRE-COUNT
                  OR SLOT-FOUND.
           IF SLOT-FOUND
               SUBTRACT 1 FROM HIRE-INSERT-SUB
           END-IF.
           PERFORM 3320-SHIFT-ONE-DOWN
               THRU 3320-EXIT
               VARYING HIRE-SHIFT-SUB FROM HIRE-COUNT BY -1
               UNTIL HIRE-SHIFT-SUB < HIRE-INSERT-SUB.
           ADD 1 TO HIRE-COUNT.
           MOVE EM-STATE-CODE TO HT-STATE-CODE (HIRE-INSERT-SUB).
           MOVE NR-EMP-ID     TO HT-EMP-ID (HIRE-INSERT-SUB).
           MOVE NR-HIRE-DATE  TO HT-HIRE-DATE (HIRE-INSERT-SUB).
           MOVE NR-HIRE-TYPE  TO HT-HIRE-TYPE (HIRE-INSERT-SUB).
       3300-EXIT.
           EXIT.
      *
       3310-FIND-INSERT-POINT.
           IF HT-STATE-CODE (HIRE-INSERT-SUB) > EM-STATE-CODE
               SET SLOT-FOUND TO TRUE
           END-IF.
       3310-EXIT.
           EXIT.
      *
       3320-SHIFT-ONE-DOWN.
           MOVE HIRE-ENTRY (HIRE-SHIFT-SUB)
               TO HIRE-ENTRY (HIRE-SHIFT-SUB + 1).
       3320-EXIT.
           EXIT.
      *
      *****************************************************************
      * 4000-WRITE-STATE-FILE -- ONE HEADER AND TRAILER PER STATE.   *
      * EACH HIRE IS MARKED REPORTED ON NHREG AS ITS ITEM IS         *
      * WRITTEN; A FAILED MARK IS LISTED AND THE HIRE WILL GO AGAIN. *
      *****************************************************************
       4000-WRITE-STATE-FILE.
           MOVE SPACES TO SEC-LINE.
           MOVE 'HIRES REPORTED TO THE STATE' TO SEC-LINE.
           WRITE PR-PRINT-LINE FROM SEC-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PR-PRINT-LINE FROM HDG-LINE-2
               AFTER ADVANCING 2 LINES.
           PERFORM 4100-SEND-ONE-HIRE
               THRU 4100-EXIT
               VARYING HIRE-SUB FROM 1 BY 1
               UNTIL HIRE-SUB > HIRE-COUNT.
           IF WS-PRIOR-STATE NOT = SPACES
               PERFORM 4300-CLOSE-STATE
                   THRU 4300-EXIT
           END-IF.
       4000-EXIT.
           EXIT.
      *
       4100-SEND-ONE-HIRE.
           IF HT-STATE-CODE (HIRE-SUB) NOT = WS-PRIOR-STATE
               IF WS-PRIOR-STATE NOT = SPACES
                   PERFORM 4300-CLOSE-STATE
                       THRU 4300-EXIT
               END-IF
               PERFORM 4200-OPEN-STATE
                   THRU 4200-EXIT
           END-IF.
           MOVE HT-EMP-ID (HIRE-SUB) TO EM-EMP-ID.
           READ EMPMAST-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT EM-FILE-OK
               DISPLAY 'NEWHIRE - EMPMAST REREAD FAILED, EMPLOYEE '
                   HT-EMP-ID (HIRE-SUB) ' STATUS ' EM-FILE-STATUS
               GO TO 4100-EXIT
           END-IF.
           MOVE HT-STATE-CODE (HIRE-SUB) TO NHD-STATE-CODE.
           MOVE NH-EMPLOYER-FEIN TO NHD-FEIN.
           MOVE EM-SSN           TO NHD-SSN.
           MOVE EM-EMP-NAME      TO NHD-EMP-NAME.
           MOVE EM-ADDR-STREET   TO NHD-ADDR-STREET.
           MOVE EM-ADDR-CITY     TO NHD-ADDR-CITY.
           MOVE EM-ADDR-STATE    TO NHD-ADDR-STATE.
           MOVE EM-ADDR-ZIP      TO NHD-ADDR-ZIP.
           MOVE HT-HIRE-DATE (HIRE-SUB) TO NHD-HIRE-DATE.
           MOVE 'N' TO NHD-REHIRE-FLAG.
           IF HT-HIRE-TYPE (HIRE-SUB) = 'R'
               MOVE 'Y' TO NHD-REHIRE-FLAG
           END-IF.
           MOVE EM-EMP-ID TO NHD-EMP-ID.
           MOVE NH-DETAIL TO NH-RECORD.
           PERFORM 7000-WRITE-NH-RECORD
               THRU 7000-EXIT.
           ADD 1 TO WS-STATE-HIRES.
           ADD 1 TO WS-HIRES-REPORTED.
           MOVE HT-EMP-ID (HIRE-SUB) TO NR-EMP-ID.
           READ NHREG-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NR-FILE-OK
               SET NR-REPORTED TO TRUE
               MOVE WS-RUN-DATE-PARM TO NR-REPORTED-DATE
               MOVE HT-STATE-CODE (HIRE-SUB) TO NR-REPORTED-STATE
               REWRITE NR-NHREG-RECORD
           END-IF.
           MOVE SPACES TO DTL-NOTE.
           IF NOT NR-FILE-OK
               DISPLAY 'NEWHIRE - NHREG MARK FAILED, EMPLOYEE '
                   HT-EMP-ID (HIRE-SUB) ' STATUS ' NR-FILE-STATUS
                   ' - WILL GO AGAIN NEXT RUN'
               MOVE 'SENT - NHREG NOT MARKED' TO DTL-NOTE
           END-IF.
           MOVE HT-STATE-CODE (HIRE-SUB) TO DTL-STATE-CODE.
           MOVE EM-EMP-ID TO DTL-EMP-ID.
           MOVE EM-EMP-NAME TO DTL-EMP-NAME.
           MOVE EM-SSN TO SSN-SPLIT-WORK.
           MOVE SSN-LAST4 TO ED-SSN-LAST4.
           MOVE ED-SSN-MASKED TO DTL-SSN.
           MOVE HT-HIRE-DATE (HIRE-SUB) TO DTL-HIRE-DATE.
           MOVE HT-HIRE-DATE (HIRE-SUB) TO CONV-DATE-IN.
           MOVE HT-HIRE-TYPE (HIRE-SUB) TO NR-HIRE-TYPE.
           PERFORM 6000-FILL-HIRE-AGE
               THRU 6000-EXIT.
           IF WS-DAYS-SINCE-HIRE > NH-DUE-DAYS
               ADD 1 TO WS-HIRES-LATE
               MOVE 'LATE' TO DTL-FLAG
           END-IF.
           WRITE PR-PRINT-LINE FROM DTL-LINE
               AFTER ADVANCING 1 LINE.
       4100-EXIT.
           EXIT.
      *
       4200-OPEN-STATE.
           MOVE HT-STATE-CODE (HIRE-SUB) TO WS-PRIOR-STATE.
           MOVE ZERO TO WS-STATE-HIRES.
           ADD 1 TO WS-STATE-COUNT.
           MOVE WS-PRIOR-STATE      TO NHH-STATE-CODE.
           MOVE NH-EMPLOYER-FEIN    TO NHH-FEIN.
           MOVE NH-EMPLOYER-NAME    TO NHH-EMPLOYER-NAME.
           MOVE NH-EMPLOYER-STREET  TO NHH-EMPLOYER-STREET.
           MOVE NH-EMPLOYER-CITY    TO NHH-EMPLOYER-CITY.
           MOVE NH-EMPLOYER-STATE   TO NHH-EMPLOYER-STATE.
           MOVE NH-EMPLOYER-ZIP     TO NHH-EMPLOYER-ZIP.
           MOVE WS-RUN-DATE-PARM    TO NHH-FILE-DATE.
           MOVE NH-HEADER TO NH-RECORD.
           PERFORM 7000-WRITE-NH-RECORD
               THRU 7000-EXIT.
       4200-EXIT.
           EXIT.
      *
       4300-CLOSE-STATE.
           MOVE WS-PRIOR-STATE   TO NHT-STATE-CODE.
           MOVE NH-EMPLOYER-FEIN TO NHT-FEIN.
           MOVE WS-STATE-HIRES   TO NHT-HIRE-COUNT.
           MOVE NH-TRAILER TO NH-RECORD.
           PERFORM 7000-WRITE-NH-RECORD
               THRU 7000-EXIT.
           MOVE WS-PRIOR-STATE TO STL-STATE-CODE.
           MOVE WS-STATE-HIRES TO STL-COUNT.
           WRITE PR-PRINT-LINE FROM STATE-TOT-LINE
               AFTER ADVANCING 1 LINE.
       4300-EXIT.
           EXIT.
      *
      *****************************************************************
      * 5000-UPDATE-CONTROL -- THE NEXT RUN SCANS FROM THIS RUN'S    *
      * DATE.  A RESCAN OF AN OLDER RANGE NEVER MOVES IT BACK.       *
      *****************************************************************
       5000-UPDATE-CONTROL.
           MOVE HIGH-VALUES TO NR-CONTROL-KEY.
           READ NHREG-FILE
               KEY IS NR-EMP-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NR-FILE-OK
               IF NR-LAST-SCAN-DATE < WS-RUN-DATE-PARM
                   MOVE WS-RUN-DATE-PARM TO NR-LAST-SCAN-DATE
                   REWRITE NR-CONTROL-RECORD
               END-IF
           ELSE
               MOVE SPACES TO NR-CONTROL-RECORD
               MOVE HIGH-VALUES TO NR-CONTROL-KEY
               MOVE WS-RUN-DATE-PARM TO NR-LAST-SCAN-DATE
               WRITE NR-CONTROL-RECORD
           END-IF.
           IF NOT NR-FILE-OK
               DISPLAY 'NEWHIRE - NHREG CONTROL UPDATE FAILED, STATUS '
                   NR-FILE-STATUS ' - KEY CARD 2 ON THE NEXT RUN'
           END-IF.
       5000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 6000-FILL-HIRE-AGE -- DAYS FROM THE HIRE IN CONV-DATE-IN TO  *
      * THE RUN DATE, AND THE HIRE TYPE IN NR-HIRE-TYPE, ONTO THE    *
      * LISTING LINE.                                                *
      *****************************************************************
       6000-FILL-HIRE-AGE.
           PERFORM 1100-CONVERT-TO-DAY-NUMBER
               THRU 1100-EXIT.
           COMPUTE WS-DAYS-SINCE-HIRE =
               WS-RUN-DAY-NUMBER - CONV-DAY-NUMBER-OUT.
           MOVE WS-DAYS-SINCE-HIRE TO DTL-DAYS.
           MOVE SPACES TO DTL-FLAG.
           IF NR-REHIRE
               MOVE 'REHIRE' TO DTL-HIRE-TYPE
           ELSE
               MOVE 'NEW' TO DTL-HIRE-TYPE
           END-IF.
       6000-EXIT.
           EXIT.
      *
       7000-WRITE-NH-RECORD.
           WRITE NH-RECORD.
           IF NOT NH-FILE-OK
               DISPLAY 'NEWHIRE - NHFILE WRITE FAILED, STATUS '
                   NH-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO WS-NH-RECORDS.
       7000-EXIT.
           EXIT.
      *
       8000-PRINT-TOTALS.
           MOVE SPACES TO CNT-LINE.
           MOVE 'CHANGE LOG ENTRIES SCANNED:' TO CNT-CAPTION.
           MOVE WS-LOG-ENTRIES-READ TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE SPACES TO CNT-LINE.
           MOVE 'NEW HIRES AND REHIRES FOUND:' TO CNT-CAPTION.
           MOVE WS-HIRES-FOUND TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CNT-LINE.
           MOVE 'UNSENT HIRES SUPERSEDED:' TO CNT-CAPTION.
           MOVE WS-HIRES-SUPERSEDED TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CNT-LINE.
           MOVE 'HIRES REPORTED:' TO CNT-CAPTION.
           MOVE WS-HIRES-REPORTED TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CNT-LINE.
           MOVE 'REPORTED LATE:' TO CNT-CAPTION.
           MOVE WS-HIRES-LATE TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CNT-LINE.
           MOVE 'HIRES HELD:' TO CNT-CAPTION.
           MOVE WS-HIRES-HELD TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CNT-LINE.
           MOVE 'STATES ON THE FILE:' TO CNT-CAPTION.
           MOVE WS-STATE-COUNT TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CNT-LINE.
           MOVE 'NHFILE RECORDS WRITTEN:' TO CNT-CAPTION.
           MOVE WS-NH-RECORDS TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE.
       8000-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           CLOSE CHGLOG-FILE.
           CLOSE NHREG-FILE.
           CLOSE EMPMAST-FILE.
           CLOSE NH-FILE.
           CLOSE NEWHIRE-RPT.
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
//SYSLMOD  DD DSN=TSOECCC.CICSTS12.STUDENT.LOADLIB(NEWHIRE),DISP=SHR
//SYSPRINT DD SYSOUT=*
//GO       EXEC PGM=NEWHIRE,COND=((5,LT,COB),(5,LT,LKED))
//CHGLOG   DD DSN=TSOECCC.CICSTS12.STUDENT.CHGLOG,DISP=SHR
//NHREG    DD DSN=TSOECCC.CICSTS12.STUDENT.NHREG,DISP=SHR
//EMPMAST  DD DSN=TSOECCC.CICSTS12.STUDENT.EMPMAST,DISP=SHR
//NHFILE   DD DSN=TSOECCC.CICSTS12.STUDENT.NHFILE(+1),
//            DISP=(NEW,CATLG,CATLG),UNIT=SYSDA,
//            SPACE=(TRK,(5,5)),DCB=(RECFM=FB,LRECL=150,BLKSIZE=1500)
//SYSPRINT DD SYSOUT=*
//SYSIN    DD *
20261015

/*
