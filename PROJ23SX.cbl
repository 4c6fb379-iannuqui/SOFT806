      *                 REQUESTED DATE RANGE (PARMCARD) IT PRINTS:     *
      *                   1. ALL BADAUTH ADMIN ATTEMPTS                *
      *                   2. USER IDS WITH 3 OR MORE BADPW HITS        *
      *                   3. ALL LOCKED/DEACT/EXPIRED DENIALS          *
      *                   4. PER-ACTION/PER-RESULT COUNTS              *
      *                 PRODUCED FOR SECURITY AFTER EVERY INCIDENT.    *
      ******************************************************************
      *    2026-09-02  CVN  START/END RECORDS WRITTEN TO THE SHARED    *
      *                     RUN-CONTROL FILE FOR THE DAILY OPS         *
      *                     SUMMARY (PROJ23OP)                         *
      *    2026-10-15  CVN  LOGONS REFUSED FOR AN EXPIRED CONTRACTOR   *
      *                     ACCOUNT (EXPIRED) LISTED AS DENIALS        *
      ******************************************************************

       environment division.
      * OF INTEREST ARE ALSO RELEASED TO THE SORT UNDER THEIR REPORT
      * SECTION - SECTION 1 BADAUTH ADMIN ATTEMPTS, SECTION 2 BADPW
      * HITS (COUNTED PER USER AT OUTPUT TIME), SECTION 3 DENIALS
      * AGAINST LOCKED/DEACTIVATED ACCOUNTS AND EXPIRED CONTRACTORS.
           ADD 1 TO WS-CNT-READ.

           IF  AUD-TS-DATE NOT NUMERIC
           IF  (AUD-ACTION-CODE = 'LOGIN   '
                OR AUD-ACTION-CODE = 'CHGPWD  ')
           AND (AUD-RESULT = 'LOCKED  '
                OR AUD-RESULT = 'DEACT   '
                OR AUD-RESULT = 'EXPIRED ')
               MOVE 3 TO SRT-SECTION
               RELEASE SORT-RECORD
           END-IF.
       2300-PRINT-SECTION-3.
      ****************************

           MOVE 'DENIALS AGAINST LOCKED/DEACTIVATED/EXPIRED ACCOUNTS'
             TO SEC-TITLE.
           WRITE SECURITY-LINE FROM WS-SECTION-LINE.

