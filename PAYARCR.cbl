//* CONCATENATE SEVERAL FOR A MULTI-YEAR DISPUTE -- AND PUT
//* ONE CARD PER EMPLOYEE ID WANTED ON //GO.IDCARDS.  EVERY
//* ARCHIVED CHECK FOR THE REQUESTED IDS PRINTS IN FULL.
//* GENERATIONS CUT BEFORE PAYHIST GREW TO 200 BYTES HOLD
//* 151-BYTE RECORDS -- COPY ONE THROUGH SORT WITH
//* OUTREC FIELDS=(1,151,49X) BEFORE CONCATENATING IT HERE.
//* PLACE YOUR OWN LOADLIB/SRCLIB NAMES WHERE SHOWN.
//*********************************************************
//COB      EXEC PGM=IGYCRCTL
      *                                                               *
      * MODIFICATION HISTORY.                                        *
      *   08/22/26  HL   ORIGINAL PROGRAM.                           *
      *   10/15/26  HL   EARNINGS CODE SHOWN ON THE CHECK LINE.      *
      *                  ARCHIVE GENERATIONS CUT WHEN PAYHIST WAS    *
      *                  151 BYTES ARE PADDED TO 200 BEFORE THEY     *
      *                  ARE SEARCHED.                               *
      *****************************************************************
       PROGRAM-ID. PAYARCR.
       AUTHOR. HLUSAK.
           05  DTL-TYPE            PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-CHECK-NO        PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DTL-EARNINGS        PIC X(10).
           05  FILLER              PIC X(48) VALUE SPACES.
      *
       01  DTL-LINE-2.
           05  FILLER              PIC X(08) VALUE '  GROSS '.
               WHEN OTHER
                   MOVE 'NORMAL  ' TO DTL-TYPE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN PH-BONUS-PAY
                   MOVE 'BONUS     ' TO DTL-EARNINGS
               WHEN PH-COMMISSION-PAY
                   MOVE 'COMMISSION' TO DTL-EARNINGS
               WHEN OTHER
                   MOVE SPACES TO DTL-EARNINGS
           END-EVALUATE.
           IF PH-CHECK-NO NUMERIC
               MOVE PH-CHECK-NO TO DTL-CHECK-NO
           ELSE
