      ******************************************************************
      *    COPYBOOK: SPNREC                                            *
      *    DESCRIPTION: SPONSOR NOTICE RECORD - OUTBOUND FROM THE      *
      *    NIGHTLY CONTRACTOR EXPIRY RUN (PROJ23XP). ONE RECORD PER    *
      *    CONTRACTOR ACCOUNT WHOSE END DATE FALLS WITHIN THE NOTICE   *
      *    WINDOW (DEFAULT 14 DAYS), ADDRESSED TO ITS SPONSOR. WRITTEN *
      *    EVERY NIGHT UNTIL THE CONTRACT IS EXTENDED OR ENDS, SO A    *
      *    MISSED NIGHT NEVER LOSES A NOTICE. IN USER-MASTER (THAT IS, *
      *    CONTRACTOR ID) ORDER - THE MAIL STEP SORTS BY SPONSOR.      *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  CVN  INITIAL COPYBOOK - SPONSOR EXPIRY NOTICES  *
      ******************************************************************
       01  SPONSOR-NOTICE-RECORD.
           05  SPN-SPONSOR-ID                PIC X(08).
           05  SPN-CONTRACTOR-ID             PIC X(08).
           05  SPN-FIRST-NAME                PIC X(25).
           05  SPN-LAST-NAME                 PIC X(25).
           05  SPN-DEPT-CODE                 PIC X(03).
      * THE CONTRACT END DATE - LOGON IS REFUSED FROM THIS DATE ON.
           05  SPN-EXPIRY-DATE               PIC 9(08).
           05  SPN-DAYS-LEFT                 PIC 9(03).
           05  SPN-NOTICE-DATE               PIC 9(08).
           05  FILLER                        PIC X(12).
