      *****************************************************************
      * AUTHLNK -- COMMAREA PASSED BY AUTHMNT WHEN IT RELEASES A     *
      * PENDING AUTHPND ENTRY.  AUTHMNT LINKS TO THE ENTRY'S         *
      * AP-PROGRAM WITH AL-REQUEST 'RELEASE ' AND THE HELD INPUT;    *
      * THE OWNING PROGRAM TELLS THE CALL APART FROM ITS OWN PSEUDO- *
      * CONVERSATION BY THE LENGTH OF THE COMMAREA, APPLIES THE HELD *
      * INPUT WITHOUT SENDING A MAP, AND HANDS BACK AL-RESULT 'Y'    *
      * IF THE ACTION WAS APPLIED, WITH ITS SCREEN MESSAGE IN        *
      * AL-MESSAGE.  THE CALLER CODES THE 01 LEVEL.                  *
      *****************************************************************
           05  AL-REQUEST               PIC X(08).
           05  AL-PEND-NO               PIC 9(06).
           05  AL-FUNCTION              PIC X(01).
           05  AL-ENTERED-BY            PIC X(08).
           05  AL-HELD-INPUT            PIC X(400).
           05  AL-RESULT                PIC X(01).
               88  AL-APPLIED                VALUE 'Y'.
           05  AL-MESSAGE               PIC X(79).
