      ******************************************************************
      *    COPYBOOK: APRREC                                            *
      *    DESCRIPTION: DUAL-CONTROL APPROVAL REQUEST RECORD -         *
      *                 PROJ2023 FAMILY                                *
      *    RECORD KEY: APR-REQ-NO                                      *
      *    A ROLE GRANT OR UPGRADE, A DEPARTMENT MERGE/RETIRE, OR A    *
      *    PASSWORD RESET OF ANOTHER ADMINISTRATOR'S ACCOUNT DOES NOT  *
      *    TAKE EFFECT WHEN IT IS KEYED - PROJ2023 RECORDS IT HERE AS  *
      *    AN OPEN REQUEST. A SECOND, DIFFERENT ADMINISTRATOR WITH     *
      *    SUFFICIENT ROLE APPROVES (THE CHANGE IS APPLIED THEN) OR    *
      *    REJECTS IT FROM THE ADMIN MENU. AN OPEN REQUEST NOT DECIDED *
      *    BY ITS EXPIRY DATE LAPSES. ROWS ARE NEVER DELETED - THE     *
      *    DAILY PROJ23AQ LISTING READS THE WHOLE FILE.                *
      *    KEY 000000 IS THE CONTROL RECORD CARRYING THE LAST REQUEST  *
      *    NUMBER ISSUED.                                              *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  CVN  INITIAL COPYBOOK - APPROVAL REQUESTS       *
      ******************************************************************
       01  APPROVAL-RECORD.
           05  APR-REQ-NO                    PIC 9(06).
           05  APR-REQ-TYPE                  PIC X(01).
               88  APR-TYPE-ROLE                 VALUE 'R'.
               88  APR-TYPE-MERGE                VALUE 'M'.
               88  APR-TYPE-RESET                VALUE 'P'.
           05  APR-STATUS                    PIC X(01).
               88  APR-OPEN                      VALUE 'O'.
               88  APR-APPROVED                  VALUE 'A'.
               88  APR-REJECTED                  VALUE 'R'.
               88  APR-EXPIRED                   VALUE 'E'.
      * APPROVED, BUT THE CHANGE COULD NO LONGER BE MADE WHEN THE
      * APPROVAL CAME (TARGET GONE, DEPARTMENT RETIRED MEANWHILE...).
               88  APR-FAILED                    VALUE 'F'.
           05  APR-REQUESTER-ID              PIC X(08).
           05  APR-REQ-DATE                  PIC 9(08).
           05  APR-REQ-TIME                  PIC 9(06).
      * LAST DAY THE REQUEST MAY BE APPROVED.
           05  APR-EXPIRES-DATE              PIC 9(08).
      * ROLE AND RESET - THE ACCOUNT AFFECTED. SPACES FOR A MERGE.
           05  APR-TARGET-ID                 PIC X(08).
      * ROLE - THE ROLE HELD WHEN ASKED AND THE ROLE ASKED FOR.
           05  APR-OLD-ROLE                  PIC X(01).
           05  APR-NEW-ROLE                  PIC X(01).
      * MERGE - THE CODE TO RETIRE AND THE SURVIVING CODE.
           05  APR-OLD-DEPT                  PIC X(03).
           05  APR-NEW-DEPT                  PIC X(03).
      * RESET - THE ONE-TIME PASSWORD, ALREADY HASHED. THE CLEAR
      * TEXT IS NEVER KEPT.
           05  APR-OTP-HASH                  PIC X(10).
      * WHO APPROVED OR REJECTED, AND WHEN. FOR A LAPSED REQUEST THE
      * DATE IT WAS MARKED EXPIRED AND NO APPROVER.
           05  APR-DECIDED-BY                PIC X(08).
           05  APR-DECIDED-DATE              PIC 9(08).
           05  FILLER                        PIC X(20).

       01  APPROVAL-CONTROL-RECORD.
           05  APC-REQ-NO                    PIC 9(06).
           05  APC-LAST-REQ-NO               PIC 9(06).
           05  FILLER                        PIC X(88).
