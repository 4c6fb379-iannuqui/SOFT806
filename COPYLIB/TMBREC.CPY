      ******************************************************************
      *    COPYBOOK: TMBREC                                            *
      *    DESCRIPTION: USER-ID TOMBSTONE RECORD - PROJ2023 FAMILY     *
      *    RECORD KEY: TMB-USER-ID                                     *
      *    ONE ROW PER USER ID THE RETENTION PURGE (PROJ23PG) HAS      *
      *    REMOVED FROM USER-MASTER. THE FILE IS PERMANENT - ROWS ARE  *
      *    NEVER DELETED - SO A RETIRED ID IS NEVER ISSUED TO A NEW    *
      *    PERSON, AND THE EXTRACT AND THE RECONCILIATION CAN TELL A   *
      *    PURGED ACCOUNT FROM A LOST ONE.                             *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  CVN  INITIAL COPYBOOK - USER-ID TOMBSTONE       *
      ******************************************************************
       01  TOMBSTONE-RECORD.
           05  TMB-USER-ID                   PIC X(08).
           05  TMB-PURGE-DATE                PIC 9(08).
      * LAST IMAGE OF THE ACCOUNT, KEPT FOR WHOEVER ASKS WHO THE ID
      * ONCE BELONGED TO. NEVER THE PASSWORD HASH.
           05  TMB-DEACT-DATE                PIC 9(08).
           05  TMB-REGISTER-DATE             PIC 9(08).
           05  TMB-DEPT-CODE                 PIC X(03).
           05  TMB-FIRST-NAME                PIC X(25).
           05  TMB-LAST-NAME                 PIC X(25).
           05  FILLER                        PIC X(15).
