      *                     SUMMARY (PROJ23OP)                         *
      *    2026-09-02  CVN  RESET-PENDING FLAG ADDED TO USRREC -       *
      *                     WIDENED AGAIN AND THE FLAG VERIFIED        *
      *    2026-10-15  CVN  DEACTIVATION DATE ADDED TO USRREC -        *
      *                     WIDENED AGAIN AND THE DATE VERIFIED        *
      *    2026-10-15  CVN  ACCOUNT TYPE, SPONSOR AND EXPIRY DATE      *
      *                     ADDED TO USRREC - WIDENED AGAIN, TYPE      *
      *                     VERIFIED, CONTRACTORS NEED A SPONSOR       *
      *                     AND A REAL END DATE                        *
      ******************************************************************

       environment division.

       FD  BACKUP-OUT
           label records are standard.
       01  BACKUP-RECORD                     PIC X(125).

       FD  EXCEPTION-RPT
           label records are standard.
               END-IF
           END-IF.

      * SAME ALLOWANCE FOR THE DEACTIVATION DATE - SPACES UNTIL THE
      * ACCOUNT NEXT CHANGES STATUS.
           IF  USR-DEACT-DATE (1:8) NOT = SPACES
               MOVE USR-DEACT-DATE TO WS-CHECK-DATE
               PERFORM  8100-VALIDATE-DATE
                   THRU 8100-VALIDATE-DATE-X
               IF  NOT WS-DATE-OK
                   MOVE 'DEACT DATE NOT ZERO/VALID'
                     TO EXC-REASON
                   PERFORM  1020-WRITE-EXCEPTION
                       THRU 1020-WRITE-EXCEPTION-X
               END-IF
           END-IF.

      * ACCOUNT TYPE - SPACES (RECORDS PREDATING THE FIELD) READ AS
      * EMPLOYEE. A CONTRACTOR MUST NAME A SPONSOR AND CARRY A REAL
      * END DATE; ZERO IS NOT GOOD ENOUGH THERE.
           IF  NOT USR-TYPE-EMPLOYEE
           AND NOT USR-TYPE-CONTRACTOR
               MOVE 'ACCOUNT TYPE NOT BLANK/E/C' TO EXC-REASON
               PERFORM  1020-WRITE-EXCEPTION
                   THRU 1020-WRITE-EXCEPTION-X
           END-IF.

           IF  USR-TYPE-CONTRACTOR
               IF  USR-SPONSOR-ID = SPACES
                   MOVE 'CONTRACTOR WITH NO SPONSOR' TO EXC-REASON
                   PERFORM  1020-WRITE-EXCEPTION
                       THRU 1020-WRITE-EXCEPTION-X
               END-IF
               MOVE USR-EXPIRY-DATE TO WS-CHECK-DATE
               PERFORM  8100-VALIDATE-DATE
                   THRU 8100-VALIDATE-DATE-X
               IF  NOT WS-DATE-OK
               OR  USR-EXPIRY-DATE = ZERO
                   MOVE 'CONTRACTOR EXPIRY DATE NOT VALID'
                     TO EXC-REASON
                   PERFORM  1020-WRITE-EXCEPTION
                       THRU 1020-WRITE-EXCEPTION-X
               END-IF
           END-IF.

           IF  NOT WS-RECORD-CLEAN
               ADD 1 TO WS-CNT-EXCEPTIONS
           END-IF.
