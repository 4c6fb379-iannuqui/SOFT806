      *    2026-09-02  CVN  ADD RESET-PENDING FLAG - AN ADMIN RESET   *
      *                     PUTS A ONE-TIME PASSWORD ON THE RECORD    *
      *                     AND THE NEXT LOGON MUST REPLACE IT        *
      *    2026-10-15  CVN  ADD DEACTIVATION DATE - STAMPED WHEN      *
      *                     AN ACCOUNT GOES TO 'D', CLEARED WHEN IT   *
      *                     COMES BACK; DRIVES THE RETENTION PURGE    *
      *                     (PROJ23PG)                                *
      *    2026-10-15  CVN  ADD ACCOUNT TYPE, SPONSOR ID AND          *
      *                     EXPIRY DATE FOR CONTRACTOR ACCOUNTS -     *
      *                     DEACTIVATED ON THE END DATE BY            *
      *                     PROJ23XP                                  *
      ******************************************************************
       01  USER-RECORD.
           05  USR-ID                        PIC X(08).
      * BEFORE THE SESSION OPENS, WHICH CLEARS THE FLAG.
           05  USR-PWD-RESET-SW              PIC X(01).
               88  USR-PWD-RESET-PENDING         VALUE 'Y'.
      * DATE THE ACCOUNT WAS LAST SET TO 'D'. ZERO WHILE THE ACCOUNT
      * IS ACTIVE OR LOCKED. SPACES ON RECORDS PREDATING THE FIELD -
      * TEST IS NUMERIC FIRST, AS WITH THE REGISTER DATE. THE
      * RETENTION PURGE COUNTS ITS N DAYS FROM HERE.
           05  USR-DEACT-DATE                PIC 9(08).
      * EMPLOYEE OR CONTRACTOR. SPACES ON RECORDS PREDATING THE FIELD
      * READ AS EMPLOYEE. A CONTRACTOR (OR INTERN, OR ANY OTHER
      * TEMPORARY ACCOUNT) CARRIES A SPONSOR AND A HARD END DATE.
           05  USR-ACCOUNT-TYPE              PIC X(01).
               88  USR-TYPE-EMPLOYEE             VALUE 'E' ' '.
               88  USR-TYPE-CONTRACTOR           VALUE 'C'.
      * THE EMPLOYEE ACCOUNT ANSWERABLE FOR A CONTRACTOR - RECEIVES
      * THE EXPIRY NOTICES AND MAY EXTEND THE END DATE. SPACES FOR
      * AN EMPLOYEE.
           05  USR-SPONSOR-ID                PIC X(08).
      * DATE THE CONTRACT ENDS. LOGON IS REFUSED FROM THIS DATE ON
      * AND THE NIGHTLY EXPIRY RUN (PROJ23XP) DEACTIVATES THE ACCOUNT
      * THAT NIGHT. ZERO FOR AN EMPLOYEE; NOT NUMERIC ON RECORDS
      * PREDATING THE FIELD.
           05  USR-EXPIRY-DATE               PIC 9(08).
