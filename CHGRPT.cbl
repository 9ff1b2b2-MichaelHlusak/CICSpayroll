//CHGRPTJ  JOB  TIME=(,2)
//*********************************************************
//* COMPILE, LINK, AND RUN THE DAILY SENSITIVE MASTER-FILE
//* CHANGE REPORT OFF THE CHGLOG CHANGE LOG.  TWO CARDS ON
//* //GO.SYSIN:
//*   CARD 1  REPORT DATE (YYYYMMDD) -- THE DAY WHOSE
//*           CHANGES ARE LISTED
//*   CARD 2  BANK / ADDRESS WINDOW IN DAYS, THREE DIGITS
//*           (BLANK OR ZERO MEANS 014)
//* THE FIRST SECTION LISTS EVERY SENSITIVE CHANGE MADE ON
//* THE REPORT DATE -- PAY RATE, PENDING NEW RATE, SALARY,
//* BANK ACCOUNT, SSN, ADDRESS, NEW EMPLOYEE, TERMINATE AND
//* REACTIVATE -- WITH WHO MADE IT, FROM WHERE, AND THE
//* BEFORE AND AFTER VALUES.  THE SECOND FLAGS EVERY
//* EMPLOYEE WHOSE BANK ACCOUNT AND MAILING ADDRESS BOTH
//* CHANGED INSIDE THE WINDOW ENDING ON THE REPORT DATE,
//* WHEN ONE OF THE TWO CHANGES WAS MADE THAT DAY.
//* PLACE YOUR OWN LOADLIB/SRCLIB NAMES WHERE SHOWN.
//*********************************************************
//COB      EXEC PGM=IGYCRCTL
//STEPLIB  DD DSN=IGY.SIGYCOMP,DISP=SHR
//SYSLIB   DD DSN=HLUSAK.COBOL@2,DISP=SHR
//SYSIN    DD *
       IDENTIFICATION DIVISION.
      *****************************************************************
      * PROGRAM-ID.   CHGRPT.                                        *
      * AUTHOR.       HLUSAK.                                        *
      * DATE-WRITTEN. 10/15/26.                                      *
      *                                                               *
      * DAILY READER OF THE CHGLOG MASTER-FILE CHANGE LOG.  THE      *
      * WRITERS LOG EVERY CHANGE WHOLE; THIS RUN LAYS THE BEFORE AND *
      * AFTER IMAGES OVER THE EMPMAST AND EMPBANK LAYOUTS AND PICKS  *
      * OUT THE CHANGES THE AUDITORS ASK ABOUT.  DEDUCT AND GARNPAY  *
      * ENTRIES ARE COUNTED BUT NOT LISTED.                          *
      * ONE PASS STARTS AT THE FIRST DAY OF THE BANK / ADDRESS       *
      * WINDOW AND STOPS PAST THE REPORT DATE.  CHANGES DATED THE    *
      * REPORT DATE ARE LISTED AS THEY ARE READ; EVERY ADDRESS AND   *
      * BANK ACCOUNT CHANGE IN THE WINDOW IS HELD IN A TABLE BY      *
      * EMPLOYEE AND THE PAIRS ARE FLAGGED AT THE END.  A NEW HIRE'S *
      * FIRST ADDRESS IS NOT AN ADDRESS CHANGE, BUT A FIRST          *
      * DIRECT DEPOSIT ENROLLMENT IS A BANK ACCOUNT CHANGE -- MONEY   *
      * THAT WENT TO A PAPER CHECK NOW GOES TO AN ACCOUNT.           *
      * THE FULL SSN AND ACCOUNT NUMBER NEVER PRINT -- BOTH SHOW     *
      * MASKED TO THE LAST FOUR, AS ON THE EMPMNT SCREEN.            *
      *                                                               *
      * MODIFICATION HISTORY.                                        *
      *   10/15/26  HL   ORIGINAL PROGRAM.                           *
      *****************************************************************
       PROGRAM-ID. CHGRPT.
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
           SELECT CHGRPT-RPT ASSIGN TO SYSPRINT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CHGLOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY CHGLOG.
      *
       FD  CHGRPT-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  PR-PRINT-LINE           PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  CL-FILE-STATUS          PIC X(02).
           88  CL-FILE-OK               VALUE '00'.
           88  CL-FILE-EOF              VALUE '10'.
      *
       01  SWITCHES.
           05  END-OF-FILE-SWITCH  PIC X VALUE 'N'.
               88  END-OF-FILE          VALUE 'Y'.
           05  SLOT-FOUND-SWITCH   PIC X VALUE 'N'.
               88  SLOT-FOUND           VALUE 'Y'.
           05  LEAP-SWITCH         PIC X VALUE 'N'.
               88  LEAP-YEAR            VALUE 'Y'.
           05  BANK-CHANGED-SWITCH PIC X VALUE 'N'.
               88  BANK-CHANGED         VALUE 'Y'.
           05  ADDR-CHANGED-SWITCH PIC X VALUE 'N'.
               88  ADDR-CHANGED         VALUE 'Y'.
      *
       77  WS-REPORT-DATE-PARM     PIC 9(08).
       77  WS-WINDOW-PARM          PIC X(03).
       77  WS-WINDOW-DAYS          PIC 9(03).
       77  WS-DAYS-TO-BACK-UP      PIC 9(03).
       77  WS-ENTRIES-READ         PIC 9(07) COMP VALUE ZERO.
       77  WS-ENTRIES-TODAY        PIC 9(07) COMP VALUE ZERO.
       77  WS-SENSITIVE-COUNT      PIC 9(07) COMP VALUE ZERO.
       77  WS-FLAGGED-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-TABLE-DROPS          PIC 9(07) COMP VALUE ZERO.
      *
      * FIRST DAY OF THE BANK / ADDRESS WINDOW.  BACKED UP FROM THE
      * REPORT DATE ONE CALENDAR DAY AT A TIME.
       01  WINDOW-START-DATE       PIC 9(08).
       01  FILLER REDEFINES WINDOW-START-DATE.
           05  WIN-YEAR            PIC 9(04).
           05  WIN-MONTH           PIC 9(02).
           05  WIN-DAY             PIC 9(02).
       77  LEAP-QUOT-WORK          PIC S9(04) COMP.
       77  LEAP-REM-WORK           PIC S9(04) COMP.
      *
       01  MONTH-DAYS-TABLE.
           05  FILLER              PIC 9(02) VALUE 31.
           05  FILLER              PIC 9(02) VALUE 28.
           05  FILLER              PIC 9(02) VALUE 31.
           05  FILLER              PIC 9(02) VALUE 30.
           05  FILLER              PIC 9(02) VALUE 31.
           05  FILLER              PIC 9(02) VALUE 30.
           05  FILLER              PIC 9(02) VALUE 31.
           05  FILLER              PIC 9(02) VALUE 31.
           05  FILLER              PIC 9(02) VALUE 30.
           05  FILLER              PIC 9(02) VALUE 31.
           05  FILLER              PIC 9(02) VALUE 30.
           05  FILLER              PIC 9(02) VALUE 31.
       01  MONTH-DAYS-TABLE-R REDEFINES MONTH-DAYS-TABLE.
           05  MONTH-DAYS          OCCURS 12 TIMES PIC 9(02).
      *
      * THE IMAGES ARE LAID OVER THE MASTER LAYOUTS ONE AT A TIME.
      * THE FIELDS THAT MATTER ARE PICKED OFF INTO THESE TWO SETS --
      * BEFORE, THEN AFTER -- AND COMPARED THERE.  A NUMERIC FIELD
      * STILL CARRYING SPACES FROM BEFORE IT EXISTED PICKS OFF AS
      * ZERO, SAME AS THE PAY RUNS TREAT IT.
       COPY EMPMAST.
      *
       COPY EMPBANK.
      *
       01  SENS-BEFORE.
           05  SB-EMP-NAME         PIC X(30).
           05  SB-STATUS           PIC X(01).
           05  SB-RATE             PIC 9(03)V99.
           05  SB-NEW-RATE         PIC 9(03)V99.
           05  SB-EFF-DATE         PIC 9(08).
           05  SB-SALARY           PIC 9(05)V99.
           05  SB-SSN              PIC 9(09).
           05  SB-STREET           PIC X(30).
           05  SB-CITY             PIC X(20).
           05  SB-ADDR-STATE       PIC X(02).
           05  SB-ZIP              PIC X(09).
           05  SB-ROUTING          PIC X(09).
           05  SB-ACCOUNT          PIC X(17).
       01  SENS-AFTER.
           05  SA-EMP-NAME         PIC X(30).
           05  SA-STATUS           PIC X(01).
           05  SA-RATE             PIC 9(03)V99.
           05  SA-NEW-RATE         PIC 9(03)V99.
           05  SA-EFF-DATE         PIC 9(08).
           05  SA-SALARY           PIC 9(05)V99.
           05  SA-SSN              PIC 9(09).
           05  SA-STREET           PIC X(30).
           05  SA-CITY             PIC X(20).
           05  SA-ADDR-STATE       PIC X(02).
           05  SA-ZIP              PIC X(09).
           05  SA-ROUTING          PIC X(09).
           05  SA-ACCOUNT          PIC X(17).
      *
      * EDITED AND MASKED FORMS FOR THE BEFORE / AFTER COLUMNS.
       01  ED-RATE                 PIC ZZ9.99.
       01  ED-SALARY               PIC ZZ,ZZ9.99.
       01  ED-NEW-RATE-LINE.
           05  ED-NEW-RATE         PIC ZZ9.99.
           05  FILLER              PIC X(05) VALUE ' EFF '.
           05  ED-EFF-DATE         PIC 9(08).
       01  SSN-SPLIT-WORK          PIC 9(09).
       01  FILLER REDEFINES SSN-SPLIT-WORK.
           05  FILLER              PIC 9(05).
           05  SSN-LAST4           PIC 9(04).
       01  ED-SSN-MASKED.
           05  FILLER              PIC X(07) VALUE '***-**-'.
           05  ED-SSN-LAST4        PIC X(04).
       01  ED-CITY-STATE-ZIP.
           05  ED-CITY             PIC X(19).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ED-ADDR-STATE       PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ED-ZIP              PIC X(09).
       01  ED-BANK-MASKED.
           05  FILLER              PIC X(04) VALUE 'RTN '.
           05  ED-ROUTING          PIC X(09).
           05  FILLER              PIC X(07) VALUE ' ACCT *'.
           05  ED-ACCT-LAST4       PIC X(04).
      *
      * THE ACCOUNT NUMBER IS LEFT-JUSTIFIED AND RAGGED, SO ITS LAST
      * FOUR ARE FOUND BY WALKING IT AND KEEPING THE LAST FOUR
      * NON-BLANK CHARACTERS SEEN.
       01  ACCT-SCAN-WORK          PIC X(17).
       01  FILLER REDEFINES ACCT-SCAN-WORK.
           05  ACCT-CHAR           OCCURS 17 TIMES PIC X(01).
       01  ACCT-LAST4-WORK.
           05  ACCT-LAST4-CHAR     OCCURS 4 TIMES PIC X(01).
       77  ACCT-SUB                PIC S9(04) COMP.
      *
       01  ITEM-WORK               PIC X(14).
       01  BEFORE-WORK             PIC X(32).
       01  AFTER-WORK              PIC X(32).
      *
      * ADDRESS AND BANK ACCOUNT CHANGES INSIDE THE WINDOW, ONE SLOT
      * PER EMPLOYEE, LATEST CHANGE OF EACH KIND KEPT.
       77  PAIR-COUNT              PIC S9(04) COMP VALUE ZERO.
       77  PAIR-SUB                PIC S9(04) COMP.
       01  PAIR-TABLE.
           05  PAIR-ENTRY          OCCURS 2000 TIMES.
               10  PT-EMP-ID       PIC X(06).
               10  PT-ADDR-DATE    PIC 9(08).
               10  PT-ADDR-USERID  PIC X(08).
               10  PT-ADDR-SOURCE  PIC X(08).
               10  PT-BANK-DATE    PIC 9(08).
               10  PT-BANK-USERID  PIC X(08).
               10  PT-BANK-SOURCE  PIC X(08).
      *
       01  HDG-LINE-1.
           05  FILLER              PIC X(40) VALUE
               'MASTER FILE SENSITIVE CHANGE REPORT FOR '.
           05  HDG-REPORT-DATE     PIC 9(08).
           05  FILLER              PIC X(26) VALUE
               '    BANK/ADDRESS WINDOW '.
           05  HDG-WINDOW-DAYS     PIC ZZ9.
           05  FILLER              PIC X(06) VALUE ' DAYS'.
           05  FILLER              PIC X(49) VALUE SPACES.
      *
       01  SEC-LINE                PIC X(132).
      *
       01  CHG-HDG-LINE.
           05  FILLER              PIC X(62) VALUE
               'TIME    USERID    SOURCE    PROGRAM   EMP ID  ITEM'.
           05  FILLER              PIC X(70) VALUE
               'BEFORE                            AFTER'.
      *
       01  CHG-LINE.
           05  CHG-TIME            PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CHG-USERID          PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CHG-SOURCE          PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CHG-PROGRAM         PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CHG-EMP-ID          PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CHG-ITEM            PIC X(14).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CHG-BEFORE          PIC X(32).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CHG-AFTER           PIC X(32).
           05  FILLER              PIC X(04) VALUE SPACES.
      *
       01  PAIR-HDG-LINE.
           05  FILLER              PIC X(45) VALUE
               'EMP ID  ADDRESS CHANGED  BY        FROM'.
           05  FILLER              PIC X(87) VALUE
               'BANK CHANGED  BY        FROM'.
      *
       01  PAIR-LINE.
           05  PR-EMP-ID           PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PR-ADDR-DATE        PIC 9(08).
           05  FILLER              PIC X(09) VALUE SPACES.
           05  PR-ADDR-USERID      PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PR-ADDR-SOURCE      PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PR-BANK-DATE        PIC 9(08).
           05  FILLER              PIC X(06) VALUE SPACES.
           05  PR-BANK-USERID      PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PR-BANK-SOURCE      PIC X(08).
           05  FILLER              PIC X(55) VALUE SPACES.
      *
       01  CNT-LINE.
           05  CNT-CAPTION         PIC X(30).
           05  CNT-VALUE           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(95) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE -- ONE PASS OVER THE WINDOW, PAIRS LAST.       *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ONE-ENTRY
               THRU 2000-EXIT
               UNTIL END-OF-FILE.
           PERFORM 7000-PRINT-PAIRS
               THRU 7000-EXIT.
           PERFORM 8000-PRINT-TOTALS
               THRU 8000-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           GO TO 9999-EXIT.
      *
       1000-INITIALIZE.
           OPEN INPUT CHGLOG-FILE.
           IF NOT CL-FILE-OK
               DISPLAY 'CHGRPT - OPEN FAILED, CHGLOG STATUS '
                   CL-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           OPEN OUTPUT CHGRPT-RPT.
           ACCEPT WS-REPORT-DATE-PARM FROM SYSIN.
           ACCEPT WS-WINDOW-PARM FROM SYSIN.
           IF WS-WINDOW-PARM NUMERIC
               MOVE WS-WINDOW-PARM TO WS-WINDOW-DAYS
           ELSE
               MOVE ZERO TO WS-WINDOW-DAYS
           END-IF.
           IF WS-WINDOW-DAYS = ZERO
               MOVE 14 TO WS-WINDOW-DAYS
           END-IF.
           MOVE WS-REPORT-DATE-PARM TO WINDOW-START-DATE.
           COMPUTE WS-DAYS-TO-BACK-UP = WS-WINDOW-DAYS - 1.
           PERFORM 1200-BACK-UP-ONE-DAY
               THRU 1200-EXIT
               WS-DAYS-TO-BACK-UP TIMES.
           MOVE WS-REPORT-DATE-PARM TO HDG-REPORT-DATE.
           MOVE WS-WINDOW-DAYS TO HDG-WINDOW-DAYS.
           WRITE PR-PRINT-LINE FROM HDG-LINE-1
               AFTER ADVANCING PAGE.
           MOVE SPACES TO SEC-LINE.
           MOVE 'SENSITIVE CHANGES MADE ON THE REPORT DATE'
               TO SEC-LINE.
           WRITE PR-PRINT-LINE FROM SEC-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PR-PRINT-LINE FROM CHG-HDG-LINE
               AFTER ADVANCING 2 LINES.
           MOVE LOW-VALUES TO CL-KEY.
           MOVE WINDOW-START-DATE TO CL-LOG-DATE.
           START CHGLOG-FILE
               KEY NOT LESS THAN CL-KEY
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START.
           IF NOT END-OF-FILE
               PERFORM 2100-READ-NEXT-ENTRY
                   THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1200-BACK-UP-ONE-DAY -- WINDOW-START-DATE BACK ONE CALENDAR  *
      * DAY, ACROSS MONTH AND YEAR ENDS AND FEBRUARY 29.             *
      *****************************************************************
       1200-BACK-UP-ONE-DAY.
           IF WIN-DAY > 1
               SUBTRACT 1 FROM WIN-DAY
               GO TO 1200-EXIT
           END-IF.
           IF WIN-MONTH > 1
               SUBTRACT 1 FROM WIN-MONTH
           ELSE
               MOVE 12 TO WIN-MONTH
               SUBTRACT 1 FROM WIN-YEAR
           END-IF.
           MOVE MONTH-DAYS (WIN-MONTH) TO WIN-DAY.
           IF WIN-MONTH = 2
               PERFORM 1210-CHECK-LEAP-YEAR
                   THRU 1210-EXIT
               IF LEAP-YEAR
                   MOVE 29 TO WIN-DAY
               END-IF
           END-IF.
       1200-EXIT.
           EXIT.
      *
       1210-CHECK-LEAP-YEAR.
           MOVE 'N' TO LEAP-SWITCH.
           DIVIDE WIN-YEAR BY 4
               GIVING LEAP-QUOT-WORK
               REMAINDER LEAP-REM-WORK.
           IF LEAP-REM-WORK = ZERO
               SET LEAP-YEAR TO TRUE
           END-IF.
           DIVIDE WIN-YEAR BY 100
               GIVING LEAP-QUOT-WORK
               REMAINDER LEAP-REM-WORK.
           IF LEAP-REM-WORK = ZERO
               MOVE 'N' TO LEAP-SWITCH
           END-IF.
           DIVIDE WIN-YEAR BY 400
               GIVING LEAP-QUOT-WORK
               REMAINDER LEAP-REM-WORK.
           IF LEAP-REM-WORK = ZERO
               SET LEAP-YEAR TO TRUE
           END-IF.
       1210-EXIT.
           EXIT.
      *
       2000-PROCESS-ONE-ENTRY.
           ADD 1 TO WS-ENTRIES-READ.
           IF CL-LOG-DATE = WS-REPORT-DATE-PARM
               ADD 1 TO WS-ENTRIES-TODAY
           END-IF.
           EVALUATE TRUE
               WHEN CL-EMPMAST-CHANGE
                   PERFORM 3000-CHECK-EMPMAST-CHANGE
                       THRU 3000-EXIT
               WHEN CL-EMPBANK-CHANGE
                   PERFORM 4000-CHECK-EMPBANK-CHANGE
                       THRU 4000-EXIT
           END-EVALUATE.
           PERFORM 2100-READ-NEXT-ENTRY
               THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *
      * THE LOG IS IN DATE ORDER, SO THE FIRST ENTRY PAST THE
      * REPORT DATE ENDS THE PASS.
       2100-READ-NEXT-ENTRY.
           READ CHGLOG-FILE NEXT
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT CL-FILE-OK AND NOT CL-FILE-EOF
               DISPLAY 'CHGRPT - READ FAILED, CHGLOG STATUS '
                   CL-FILE-STATUS
               GO TO 9999-EXIT
           END-IF.
           IF NOT END-OF-FILE
              AND CL-LOG-DATE > WS-REPORT-DATE-PARM
               SET END-OF-FILE TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3000-CHECK-EMPMAST-CHANGE -- PICK THE SENSITIVE FIELDS OFF   *
      * BOTH IMAGES AND LIST EACH ONE THAT MOVED.  AN ADD IS LISTED  *
      * ONCE AS A NEW EMPLOYEE RATHER THAN FIELD BY FIELD AGAINST    *
      * AN EMPTY BEFORE IMAGE.                                       *
      *****************************************************************
       3000-CHECK-EMPMAST-CHANGE.
           MOVE CL-BEFORE-IMAGE TO EM-EMPMAST-RECORD.
           PERFORM 3900-PICK-EMPMAST-FIELDS
               THRU 3900-EXIT.
           MOVE SENS-AFTER TO SENS-BEFORE.
           MOVE CL-AFTER-IMAGE TO EM-EMPMAST-RECORD.
           PERFORM 3900-PICK-EMPMAST-FIELDS
               THRU 3900-EXIT.
           IF CL-ADD-ACTION
               MOVE 'NEW EMPLOYEE' TO ITEM-WORK
               MOVE SPACES TO BEFORE-WORK
               MOVE SA-EMP-NAME TO AFTER-WORK
               PERFORM 6000-LIST-CHANGE
                   THRU 6000-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF SB-STATUS NOT = SA-STATUS
               MOVE 'STATUS' TO ITEM-WORK
               MOVE SB-STATUS TO BEFORE-WORK
               MOVE SA-STATUS TO AFTER-WORK
               PERFORM 3100-NAME-STATUS
                   THRU 3100-EXIT
               PERFORM 6000-LIST-CHANGE
                   THRU 6000-EXIT
           END-IF.
           IF SB-RATE NOT = SA-RATE
               MOVE 'PAY RATE' TO ITEM-WORK
               MOVE SB-RATE TO ED-RATE
               MOVE ED-RATE TO BEFORE-WORK
               MOVE SA-RATE TO ED-RATE
               MOVE ED-RATE TO AFTER-WORK
               PERFORM 6000-LIST-CHANGE
                   THRU 6000-EXIT
           END-IF.
           IF SB-NEW-RATE NOT = SA-NEW-RATE
              OR SB-EFF-DATE NOT = SA-EFF-DATE
               MOVE 'NEW PAY RATE' TO ITEM-WORK
               MOVE SB-NEW-RATE TO ED-NEW-RATE
               MOVE SB-EFF-DATE TO ED-EFF-DATE
               MOVE ED-NEW-RATE-LINE TO BEFORE-WORK
               MOVE SA-NEW-RATE TO ED-NEW-RATE
               MOVE SA-EFF-DATE TO ED-EFF-DATE
               MOVE ED-NEW-RATE-LINE TO AFTER-WORK
               PERFORM 6000-LIST-CHANGE
                   THRU 6000-EXIT
           END-IF.
           IF SB-SALARY NOT = SA-SALARY
               MOVE 'PERIOD SALARY' TO ITEM-WORK
               MOVE SB-SALARY TO ED-SALARY
               MOVE ED-SALARY TO BEFORE-WORK
               MOVE SA-SALARY TO ED-SALARY
               MOVE ED-SALARY TO AFTER-WORK
               PERFORM 6000-LIST-CHANGE
                   THRU 6000-EXIT
           END-IF.
           IF SB-SSN NOT = SA-SSN
               MOVE 'SSN' TO ITEM-WORK
               MOVE SB-SSN TO SSN-SPLIT-WORK
               MOVE SSN-LAST4 TO ED-SSN-LAST4
               MOVE ED-SSN-MASKED TO BEFORE-WORK
               MOVE SA-SSN TO SSN-SPLIT-WORK
               MOVE SSN-LAST4 TO ED-SSN-LAST4
               MOVE ED-SSN-MASKED TO AFTER-WORK
               PERFORM 6000-LIST-CHANGE
                   THRU 6000-EXIT
           END-IF.
           MOVE 'N' TO ADDR-CHANGED-SWITCH.
           IF SB-STREET NOT = SA-STREET
               SET ADDR-CHANGED TO TRUE
               MOVE 'ADDRESS STREET' TO ITEM-WORK
               MOVE SB-STREET TO BEFORE-WORK
               MOVE SA-STREET TO AFTER-WORK
               PERFORM 6000-LIST-CHANGE
                   THRU 6000-EXIT
           END-IF.
           IF SB-CITY NOT = SA-CITY
              OR SB-ADDR-STATE NOT = SA-ADDR-STATE
              OR SB-ZIP NOT = SA-ZIP
               SET ADDR-CHANGED TO TRUE
               MOVE 'CITY/STATE/ZIP' TO ITEM-WORK
               MOVE SB-CITY TO ED-CITY
               MOVE SB-ADDR-STATE TO ED-ADDR-STATE
               MOVE SB-ZIP TO ED-ZIP
               MOVE ED-CITY-STATE-ZIP TO BEFORE-WORK
               MOVE SA-CITY TO ED-CITY
               MOVE SA-ADDR-STATE TO ED-ADDR-STATE
               MOVE SA-ZIP TO ED-ZIP
               MOVE ED-CITY-STATE-ZIP TO AFTER-WORK
               PERFORM 6000-LIST-CHANGE
                   THRU 6000-EXIT
           END-IF.
           IF ADDR-CHANGED
               PERFORM 5000-NOTE-ADDRESS-CHANGE
                   THRU 5000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
      *
       3100-NAME-STATUS.
           IF SB-STATUS = 'T'
               MOVE 'TERMINATED' TO BEFORE-WORK
           END-IF.
           IF SB-STATUS = 'A'
               MOVE 'ACTIVE' TO BEFORE-WORK
           END-IF.
           IF SA-STATUS = 'T'
               MOVE 'TERMINATED' TO AFTER-WORK
           END-IF.
           IF SA-STATUS = 'A'
               MOVE 'ACTIVE' TO AFTER-WORK
           END-IF.
       3100-EXIT.
           EXIT.
      *
       3900-PICK-EMPMAST-FIELDS.
           MOVE SPACES TO SENS-AFTER.
           MOVE EM-EMP-NAME    TO SA-EMP-NAME.
           MOVE EM-EMP-STATUS  TO SA-STATUS.
           MOVE EM-ADDR-STREET TO SA-STREET.
           MOVE EM-ADDR-CITY   TO SA-CITY.
           MOVE EM-ADDR-STATE  TO SA-ADDR-STATE.
           MOVE EM-ADDR-ZIP    TO SA-ZIP.
           MOVE ZERO TO SA-RATE.
           IF EM-HRLY-PAY-RATE NUMERIC
               MOVE EM-HRLY-PAY-RATE TO SA-RATE
           END-IF.
           MOVE ZERO TO SA-NEW-RATE.
           IF EM-NEW-PAY-RATE NUMERIC
               MOVE EM-NEW-PAY-RATE TO SA-NEW-RATE
           END-IF.
           MOVE ZERO TO SA-EFF-DATE.
           IF EM-RATE-EFF-DATE NUMERIC
               MOVE EM-RATE-EFF-DATE TO SA-EFF-DATE
           END-IF.
           MOVE ZERO TO SA-SALARY.
           IF EM-PERIOD-SALARY NUMERIC
               MOVE EM-PERIOD-SALARY TO SA-SALARY
           END-IF.
           MOVE ZERO TO SA-SSN.
           IF EM-SSN NUMERIC
               MOVE EM-SSN TO SA-SSN
           END-IF.
       3900-EXIT.
           EXIT.
      *
      *****************************************************************
      * 4000-CHECK-EMPBANK-CHANGE -- A NEW OR DIFFERENT ROUTING OR   *
      * ACCOUNT NUMBER IS LISTED AND NOTED FOR THE PAIR CHECK.  A    *
      * STOP OR A TYPE-ONLY CORRECTION MOVES NO MONEY ELSEWHERE.     *
      *****************************************************************
       4000-CHECK-EMPBANK-CHANGE.
           MOVE CL-BEFORE-IMAGE TO BK-EMPBANK-RECORD.
           MOVE SPACES TO SENS-BEFORE.
           MOVE BK-ROUTING TO SB-ROUTING.
           MOVE BK-ACCOUNT TO SB-ACCOUNT.
           MOVE CL-AFTER-IMAGE TO BK-EMPBANK-RECORD.
           MOVE SPACES TO SENS-AFTER.
           MOVE BK-ROUTING TO SA-ROUTING.
           MOVE BK-ACCOUNT TO SA-ACCOUNT.
           MOVE 'N' TO BANK-CHANGED-SWITCH.
           IF NOT CL-DELETE-ACTION
              AND (SB-ROUTING NOT = SA-ROUTING
                 OR SB-ACCOUNT NOT = SA-ACCOUNT)
               SET BANK-CHANGED TO TRUE
           END-IF.
           IF NOT BANK-CHANGED
               GO TO 4000-EXIT
           END-IF.
           MOVE 'BANK ACCOUNT' TO ITEM-WORK.
           MOVE SPACES TO BEFORE-WORK.
           IF SB-ROUTING NOT = SPACES
               MOVE SB-ROUTING TO ED-ROUTING
               MOVE SB-ACCOUNT TO ACCT-SCAN-WORK
               PERFORM 4100-FIND-ACCOUNT-LAST4
                   THRU 4100-EXIT
               MOVE ED-BANK-MASKED TO BEFORE-WORK
           END-IF.
           MOVE SA-ROUTING TO ED-ROUTING.
           MOVE SA-ACCOUNT TO ACCT-SCAN-WORK.
           PERFORM 4100-FIND-ACCOUNT-LAST4
               THRU 4100-EXIT.
           MOVE ED-BANK-MASKED TO AFTER-WORK.
           PERFORM 6000-LIST-CHANGE
               THRU 6000-EXIT.
           PERFORM 5100-NOTE-BANK-CHANGE
               THRU 5100-EXIT.
       4000-EXIT.
           EXIT.
      *
       4100-FIND-ACCOUNT-LAST4.
           MOVE SPACES TO ACCT-LAST4-WORK.
           PERFORM 4110-SHIFT-ONE-CHAR
               THRU 4110-EXIT
               VARYING ACCT-SUB FROM 1 BY 1
               UNTIL ACCT-SUB > 17.
           MOVE ACCT-LAST4-WORK TO ED-ACCT-LAST4.
       4100-EXIT.
           EXIT.
      *
       4110-SHIFT-ONE-CHAR.
           IF ACCT-CHAR (ACCT-SUB) NOT = SPACE
               MOVE ACCT-LAST4-CHAR (2) TO ACCT-LAST4-CHAR (1)
               MOVE ACCT-LAST4-CHAR (3) TO ACCT-LAST4-CHAR (2)
               MOVE ACCT-LAST4-CHAR (4) TO ACCT-LAST4-CHAR (3)
               MOVE ACCT-CHAR (ACCT-SUB) TO ACCT-LAST4-CHAR (4)
           END-IF.
       4110-EXIT.
           EXIT.
      *
      *****************************************************************
      * 5000 / 5100 -- HOLD THE LATEST ADDRESS AND BANK ACCOUNT      *
      * CHANGE PER EMPLOYEE FOR THE PAIR CHECK.  A FULL TABLE DROPS  *
      * THE CHANGE AND COUNTS IT SO THE TOTALS SAY SO.               *
      *****************************************************************
       5000-NOTE-ADDRESS-CHANGE.
           PERFORM 5200-GET-PAIR-SLOT
               THRU 5200-EXIT.
           IF SLOT-FOUND
               MOVE CL-LOG-DATE  TO PT-ADDR-DATE (PAIR-SUB)
               MOVE CL-USERID    TO PT-ADDR-USERID (PAIR-SUB)
               MOVE CL-SOURCE-ID TO PT-ADDR-SOURCE (PAIR-SUB)
           END-IF.
       5000-EXIT.
           EXIT.
      *
       5100-NOTE-BANK-CHANGE.
           PERFORM 5200-GET-PAIR-SLOT
               THRU 5200-EXIT.
           IF SLOT-FOUND
               MOVE CL-LOG-DATE  TO PT-BANK-DATE (PAIR-SUB)
               MOVE CL-USERID    TO PT-BANK-USERID (PAIR-SUB)
               MOVE CL-SOURCE-ID TO PT-BANK-SOURCE (PAIR-SUB)
           END-IF.
       5100-EXIT.
           EXIT.
      *
       5200-GET-PAIR-SLOT.
           MOVE 'N' TO SLOT-FOUND-SWITCH.
           PERFORM 5210-FIND-PAIR-SLOT
               THRU 5210-EXIT
               VARYING PAIR-SUB FROM 1 BY 1
               UNTIL PAIR-SUB > PAIR-COUNT
                  OR SLOT-FOUND.
           IF NOT SLOT-FOUND
               IF PAIR-COUNT < 2000
                   ADD 1 TO PAIR-COUNT
                   MOVE CL-EMP-ID TO PT-EMP-ID (PAIR-COUNT)
                   MOVE ZERO TO PT-ADDR-DATE (PAIR-COUNT)
                   MOVE SPACES TO PT-ADDR-USERID (PAIR-COUNT)
                   MOVE SPACES TO PT-ADDR-SOURCE (PAIR-COUNT)
                   MOVE ZERO TO PT-BANK-DATE (PAIR-COUNT)
                   MOVE SPACES TO PT-BANK-USERID (PAIR-COUNT)
                   MOVE SPACES TO PT-BANK-SOURCE (PAIR-COUNT)
                   MOVE PAIR-COUNT TO PAIR-SUB
                   SET SLOT-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-TABLE-DROPS
               END-IF
           END-IF.
       5200-EXIT.
           EXIT.
      *
       5210-FIND-PAIR-SLOT.
           IF PT-EMP-ID (PAIR-SUB) = CL-EMP-ID
               SET SLOT-FOUND TO TRUE
               SUBTRACT 1 FROM PAIR-SUB
           END-IF.
       5210-EXIT.
           EXIT.
      *
      *****************************************************************
      * 6000-LIST-CHANGE -- ONE LINE PER SENSITIVE FIELD, BUT ONLY   *
      * FOR CHANGES MADE ON THE REPORT DATE.  EARLIER DAYS IN THE    *
      * WINDOW FEED THE PAIR CHECK ONLY -- THEY WERE LISTED ON THEIR *
      * OWN DAY'S REPORT.                                            *
      *****************************************************************
       6000-LIST-CHANGE.
           IF CL-LOG-DATE NOT = WS-REPORT-DATE-PARM
               GO TO 6000-EXIT
           END-IF.
           MOVE CL-LOG-HHMMSS TO CHG-TIME.
           MOVE CL-USERID     TO CHG-USERID.
           MOVE CL-SOURCE-ID  TO CHG-SOURCE.
           MOVE CL-PROGRAM    TO CHG-PROGRAM.
           MOVE CL-EMP-ID     TO CHG-EMP-ID.
           MOVE ITEM-WORK     TO CHG-ITEM.
           MOVE BEFORE-WORK   TO CHG-BEFORE.
           MOVE AFTER-WORK    TO CHG-AFTER.
           WRITE PR-PRINT-LINE FROM CHG-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-SENSITIVE-COUNT.
       6000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 7000-PRINT-PAIRS -- EVERY EMPLOYEE WITH BOTH AN ADDRESS AND  *
      * A BANK ACCOUNT CHANGE IN THE WINDOW, WHEN ONE OF THE TWO WAS *
      * MADE ON THE REPORT DATE.  A PAIR IS FLAGGED THE DAY IT       *
      * COMPLETES AND AGAIN IF EITHER SIDE CHANGES ONCE MORE, NOT    *
      * EVERY DAY IT SITS IN THE WINDOW.                             *
      *****************************************************************
       7000-PRINT-PAIRS.
           MOVE SPACES TO SEC-LINE.
           MOVE 'BANK ACCOUNT AND ADDRESS BOTH CHANGED IN THE WINDOW'
               TO SEC-LINE.
           WRITE PR-PRINT-LINE FROM SEC-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PR-PRINT-LINE FROM PAIR-HDG-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 7100-CHECK-ONE-PAIR
               THRU 7100-EXIT
               VARYING PAIR-SUB FROM 1 BY 1
               UNTIL PAIR-SUB > PAIR-COUNT.
       7000-EXIT.
           EXIT.
      *
       7100-CHECK-ONE-PAIR.
           IF PT-ADDR-DATE (PAIR-SUB) = ZERO
              OR PT-BANK-DATE (PAIR-SUB) = ZERO
               GO TO 7100-EXIT
           END-IF.
           IF PT-ADDR-DATE (PAIR-SUB) NOT = WS-REPORT-DATE-PARM
              AND PT-BANK-DATE (PAIR-SUB) NOT = WS-REPORT-DATE-PARM
               GO TO 7100-EXIT
           END-IF.
           MOVE PT-EMP-ID (PAIR-SUB)      TO PR-EMP-ID.
           MOVE PT-ADDR-DATE (PAIR-SUB)   TO PR-ADDR-DATE.
           MOVE PT-ADDR-USERID (PAIR-SUB) TO PR-ADDR-USERID.
           MOVE PT-ADDR-SOURCE (PAIR-SUB) TO PR-ADDR-SOURCE.
           MOVE PT-BANK-DATE (PAIR-SUB)   TO PR-BANK-DATE.
           MOVE PT-BANK-USERID (PAIR-SUB) TO PR-BANK-USERID.
           MOVE PT-BANK-SOURCE (PAIR-SUB) TO PR-BANK-SOURCE.
           WRITE PR-PRINT-LINE FROM PAIR-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-FLAGGED-COUNT.
       7100-EXIT.
           EXIT.
      *
       8000-PRINT-TOTALS.
           MOVE SPACES TO CNT-LINE.
           MOVE 'LOG ENTRIES IN WINDOW:' TO CNT-CAPTION.
           MOVE WS-ENTRIES-READ TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE SPACES TO CNT-LINE.
           MOVE 'LOG ENTRIES ON REPORT DATE:' TO CNT-CAPTION.
           MOVE WS-ENTRIES-TODAY TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CNT-LINE.
           MOVE 'SENSITIVE CHANGE LINES:' TO CNT-CAPTION.
           MOVE WS-SENSITIVE-COUNT TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CNT-LINE.
           MOVE 'EMPLOYEES FLAGGED:' TO CNT-CAPTION.
           MOVE WS-FLAGGED-COUNT TO CNT-VALUE.
           WRITE PR-PRINT-LINE FROM CNT-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-TABLE-DROPS > ZERO
               MOVE SPACES TO CNT-LINE
               MOVE 'CHANGES DROPPED, TABLE FULL:' TO CNT-CAPTION
               MOVE WS-TABLE-DROPS TO CNT-VALUE
               WRITE PR-PRINT-LINE FROM CNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       8000-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           CLOSE CHGLOG-FILE.
           CLOSE CHGRPT-RPT.
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
//SYSLMOD  DD DSN=TSOECCC.CICSTS12.STUDENT.LOADLIB(CHGRPT),DISP=SHR
//SYSPRINT DD SYSOUT=*
//GO       EXEC PGM=CHGRPT,COND=((5,LT,COB),(5,LT,LKED))
//CHGLOG   DD DSN=TSOECCC.CICSTS12.STUDENT.CHGLOG,DISP=SHR
//SYSPRINT DD SYSOUT=*
//SYSIN    DD *
20261015
014
/*
