      *                     SUMMARY (PROJ23OP)                         *
      *    2026-09-02  CVN  RESET-PENDING FLAG ADDED TO USRREC -       *
      *                     WIDENED AGAIN TO MATCH                     *
      *    2026-10-15  CVN  DEACTIVATION DATE ADDED TO USRREC -        *
      *                     WIDENED AGAIN TO MATCH                     *
      *    2026-10-15  CVN  ACCOUNT TYPE, SPONSOR AND EXPIRY DATE      *
      *                     ADDED TO USRREC - WIDENED AGAIN TO         *
      *                     MATCH                                      *
      ******************************************************************

       environment division.
       file section.
       FD  BACKUP-IN
           label records are standard.
       01  BACKUP-RECORD                     PIC X(125).

       FD  USER-MASTER
           label records are standard.
