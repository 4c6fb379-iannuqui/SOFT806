      ******************************************************************
      *    COPYBOOK: RCRREC                                            *
      *    DESCRIPTION: ACCESS RECERTIFICATION RESPONSE RECORD -       *
      *    PROJ2023 FAMILY                                             *
      *    PROJ23CW WRITES ONE ROW PER ACTIVE OR LOCKED USER, IN       *
      *    DEPARTMENT/USER-ID ORDER, WITH THE RESPONSE BYTE BLANK.     *
      *    THE DEPARTMENT OWNER MARKS EACH ROW K, R OR D AND THE       *
      *    RETURNED FILE GOES BACK IN TO PROJ23CA, WHICH MATCHES IT    *
      *    AGAINST THE ISSUED GENERATION AND APPLIES THE DECISIONS.    *
      *    ONLY RCR-RESPONSE IS EVER CHANGED BY THE OWNER - THE REST   *
      *    OF THE ROW IS WHAT WAS ISSUED AND IS NOT TRUSTED BACK.      *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  CVN  INITIAL COPYBOOK - QUARTERLY RECERT        *
      ******************************************************************
       01  RECERT-RECORD.
      * CYCLE ID IS YYYYQN, E.G. 2026Q4.
           05  RCR-CYCLE-ID                  PIC X(06).
           05  RCR-DUE-DATE                  PIC 9(08).
           05  RCR-DEPT-CODE                 PIC X(03).
           05  RCR-USER-ID                   PIC X(08).
           05  RCR-RESPONSE                  PIC X(01).
               88  RCR-KEEP                      VALUE 'K'.
               88  RCR-REVOKE                    VALUE 'R'.
               88  RCR-DROP-ROLE                 VALUE 'D'.
               88  RCR-NO-RESPONSE               VALUE ' '.
               88  RCR-RESPONSE-VALID            VALUE 'K' 'R' 'D'.
      * DEPARTMENT OWNER AT ISSUE TIME - THE DECISIONS ARE AUDITED
      * UNDER THIS ID. SPACES WHEN THE DEPARTMENT HAD NO OWNER.
           05  RCR-OWNER-ID                  PIC X(08).
           05  RCR-USER-STATUS               PIC X(01).
           05  RCR-ADMIN-ROLE                PIC X(01).
           05  RCR-LAST-NAME                 PIC X(25).
           05  RCR-FIRST-NAME                PIC X(25).
           05  FILLER                        PIC X(14).
