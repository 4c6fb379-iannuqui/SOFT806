      *                     AND REJOUT, BUT NO UPDATE TO USER-MASTER, *
      *                     AUDIT-LOG, PASSWORD/ACTIVITY FILES OR THE *
      *                     RESTART CHECKPOINT                        *
      *    2026-10-15  CVN  DEPARTMENT MAINTENANCE CAPTURES THE       *
      *                     CERTIFYING OWNER FOR THE QUARTERLY ACCESS *
      *                     RECERTIFICATION; AN EXISTING DEPARTMENT   *
      *                     CAN HAVE ITS NAME AND/OR OWNER CHANGED    *
      *                     (OWNERSET AUDIT ACTION)                   *
      *    2026-10-15  CVN  RETIRED USER IDS: REGISTRATION (TERMINAL   *
      *                     AND BATCH, REJECT REASON TOMBSTN) REFUSES  *
      *                     ANY ID ON THE RETENTION PURGE'S TOMBSTONE  *
      *                     FILE. STATUS UPDATES STAMP/CLEAR THE       *
      *                     DEACTIVATION DATE THE PURGE AGES FROM      *
      *    2026-10-15  CVN  FUTURE-DATED FEED TRANSACTIONS: OPTIONAL   *
      *                     EFFECTIVE DATE ON TRAN-RECORD (NOW 113     *
      *                     BYTES). A LATER-DATED STATUS UPDATE OR     *
      *                     TRANSFER IS EDITED, ITS ADMIN CHECKED, AND *
      *                     IT IS PARKED ON PENDING-TRAN. PARM=RELEASE *
      *                     APPLIES ITEMS AS THEY FALL DUE; THE FEED   *
      *                     CANCEL TRANSACTION 'K' WITHDRAWS ONE       *
      *    2026-10-15  CVN  CONTRACTOR ACCOUNTS: ACCOUNT TYPE E/C,     *
      *                     SPONSOR AND END DATE CAPTURED AT           *
      *                     REGISTRATION (TERMINAL PROMPTS; ON THE     *
      *                     FEED IN THE UNUSED NEW-PW/LOOKUP/STATUS    *
      *                     FIELDS, REJECTS BADTYPE/BADEXPDT).         *
      *                     LOGON AND ADMIN SIGN-ON REFUSED FROM THE   *
      *                     END DATE (EXPIRED). SPONSOR (SESSION       *
      *                     MENU [E]) OR ANY ADMIN (ADMIN MENU [E])    *
      *                     MAY EXTEND THE END DATE - AUDIT EXTEND     *
      *    2026-10-15  CVN  DUAL CONTROL: ROLE GRANTS/UPGRADES, DEPT   *
      *                     MERGE/RETIRE AND RESETS OF ANOTHER ADMIN'S *
      *                     PASSWORD ARE HELD ON APPROVAL-REQUEST      *
      *                     (APPRREQ) UNTIL A SECOND ADMINISTRATOR     *
      *                     APPROVES OR REJECTS THEM FROM ADMIN MENU   *
      *                     [V]. REQUESTS LAPSE AFTER 7 DAYS. AUDIT    *
      *                     PENDAPPR, THEN APPROVE APPROVED/REJECTED/  *
      *                     NOTAPPLD/EXPIRED. BATCH TRAILER COUNTS     *
      *                     RESETS HELD FOR SECOND APPROVAL            *
      *    2026-10-15  CVN  AUDIT RECORDS SEQUENCED AND CHAINED - LOG  *
      *                     READ TO THE END BEFORE IT IS APPENDED      *
      ******************************************************************

       environment division.
               record key is UAC-USER-ID
               file status is WS-USRACT-STATUS.

      * USER IDS REMOVED BY THE RETENTION PURGE (PROJ23PG). READ
      * ONLY - A RETIRED ID IS NEVER ISSUED AGAIN.
           select TOMBSTONE assign to TOMBSTN
               organization is indexed
               access mode is random
               record key is TMB-USER-ID
               file status is WS-TOMBSTN-STATUS.

      * FUTURE-DATED FEED TRANSACTIONS AWAITING THEIR EFFECTIVE DATE.
      * PROJBAT PARKS AND CANCELS; PARM='RELEASE' APPLIES AND DELETES.
           select PENDING-TRAN assign to PENDTRAN
               organization is indexed
               access mode is dynamic
               record key is PND-KEY
               file status is WS-PENDTRN-STATUS.

      * DUAL-CONTROL REQUESTS - ROLE UPGRADES, DEPARTMENT MERGES AND
      * RESETS OF ANOTHER ADMINISTRATOR'S PASSWORD WAIT HERE FOR A
      * SECOND ADMINISTRATOR TO APPROVE OR REJECT THEM.
           select APPROVAL-REQUEST assign to APPRREQ
               organization is indexed
               access mode is dynamic
               record key is APR-REQ-NO
               file status is WS-APPRREQ-STATUS.

           select TRANSACTION-IN assign to TRANIN
               organization is sequential
               file status is WS-TRANIN-STATUS.
           label records are standard.
           COPY UACREC.

       FD  TOMBSTONE
           label records are standard.
           COPY TMBREC.

       FD  PENDING-TRAN
           label records are standard.
           COPY PNDREC.

       FD  APPROVAL-REQUEST
           label records are standard.
           COPY APRREC.

       FD  TRANSACTION-IN
           label records are standard.
       01  TRAN-RECORD.
           05  TRAN-USER-ID                  PIC X(08).
           05  TRAN-USER-PW                  PIC X(10).
           05  TRAN-USER-FN                  PIC X(25).
      * A CANCEL ('K') HAS NO NAME TO CARRY - THE FIELD HOLDS THE KEY
      * OF THE PARKED TRANSACTION TO WITHDRAW INSTEAD: ITS EFFECTIVE
      * DATE, THE FEED DATE IT ARRIVED ON AND ITS SEQUENCE NUMBER.
           05  TRAN-CANCEL-REF REDEFINES TRAN-USER-FN.
               10  TRAN-CXL-EFF-DATE         PIC X(08).
               10  TRAN-CXL-FEED-DATE        PIC X(08).
               10  TRAN-CXL-SEQ-NO           PIC X(06).
               10  FILLER                    PIC X(03).
           05  TRAN-USER-LN                  PIC X(25).
           05  TRAN-NEW-PW                   PIC X(10).
      * A REGISTRATION HAS NO NEW PASSWORD, LOOKUP ID OR NEW STATUS
      * TO CARRY - A CONTRACTOR'S END DATE, SPONSOR AND THE ACCOUNT
      * TYPE (E OR C, SPACE = EMPLOYEE) RIDE IN THOSE FIELDS INSTEAD.
           05  TRAN-REG-EXPIRY REDEFINES TRAN-NEW-PW.
               10  TRAN-REG-EXPIRY-DATE      PIC X(08).
               10  FILLER                    PIC X(02).
           05  TRAN-ADMIN-LOOKUP-ID          PIC X(08).
           05  TRAN-REG-SPONSOR-ID REDEFINES TRAN-ADMIN-LOOKUP-ID
                                             PIC X(08).
           05  TRAN-ADMIN-NEW-STATUS         PIC X(01).
           05  TRAN-REG-ACCOUNT-TYPE REDEFINES TRAN-ADMIN-NEW-STATUS
                                             PIC X(01).
           05  TRAN-DEPT-CODE                PIC X(03).
      * OPTIONAL YYYYMMDD. SPACES, OR A DATE NO LATER THAN TODAY,
      * APPLIES THE TRANSACTION NOW AS ALWAYS. A LATER DATE (ADMIN
      * STATUS UPDATES AND TRANSFERS ONLY) PARKS IT ON PENDING-TRAN
      * UNTIL THE RELEASE RUN ON THAT DATE.
           05  TRAN-EFFECTIVE-DATE           PIC X(08).
      * IGNORED ON INPUT. HOLDS THE REJECT REASON ON THE REJECT FILE,
      * WHICH SHARES THIS LAYOUT SO A REPAIRED REJECT FILE GOES
      * STRAIGHT BACK IN AS TRANSACTION-IN WITHOUT RECUTTING.
           05  TRH-RECORD-CODE               PIC X(01).
           05  TRH-FEED-DATE                 PIC 9(08).
           05  TRH-SOURCE-SYSTEM             PIC X(08).
           05  FILLER                        PIC X(90).

       01  TRAN-TRAILER-RECORD.
           05  TRT-SEQ-NO                    PIC 9(06).
           05  TRT-RECORD-CODE               PIC X(01).
           05  TRT-DETAIL-COUNT              PIC 9(07).
           05  TRT-ID-HASH-TOTAL             PIC 9(12).
           05  FILLER                        PIC X(87).

       FD  REPORT-OUT
           label records are standard.
       01  RESTART-RECORD.
           05  RST-LAST-SEQ-NO               PIC 9(06).

      * FIRST 105 BYTES MIRROR TRAN-RECORD EXACTLY SO A CORRECTED
      * REJECT FILE CAN BE FED STRAIGHT BACK IN AS TRANSACTION-IN
      * ON THE NEXT RUN - ONLY THE REASON CODE HANGS OFF THE END.
       FD  REJECT-OUT
           label records are standard.
       01  REJECT-RECORD.
           05  REJ-TRAN-DATA                 PIC X(105).
           05  REJ-REASON-CODE               PIC X(08).

      * LAST FEED DATE SUCCESSFULLY APPLIED - HOW A SAME-OR-OLDER
               10  WS-STORED-USER-LN             PIC X(25) VALUE SPACES.
           05  WS-INPUT-NEW-PW                   PIC X(10) VALUE SPACES.
           05  WS-STORED-DEPT-CODE               PIC X(03) VALUE SPACES.
      * REGISTRATION ONLY - EMPLOYEE OR CONTRACTOR, AND FOR A
      * CONTRACTOR THE SPONSORING USER ID AND THE CONTRACT END DATE.
           05  WS-STORED-ACCT-TYPE               PIC X(01) VALUE SPACES.
               88  WS-STORED-TYPE-EMPLOYEE           VALUE 'E' 'e' ' '.
               88  WS-STORED-TYPE-CONTRACTOR         VALUE 'C' 'c'.
           05  WS-STORED-SPONSOR-ID              PIC X(08) VALUE SPACES.
           05  WS-STORED-EXPIRY-DATE             PIC X(08) VALUE SPACES.
           05  WS-CONCAT-NM                      PIC X(50) VALUE SPACES.
           05  WS-SWITCHES.
               10  WS-MODULE-SW                  PIC X(01).
                   88  WS-MODULE-VALID           VALUE 'R' 'L' 'X' 'C'
                                                       'A' 'T' 'K'
                                                       'r' 'l' 'x' 'c'
                                                       'a' 't' 'k'.
                   88  WS-MODULE-REG             VALUE 'R' 'r'.
                   88  WS-MODULE-LOGIN           VALUE 'L' 'l'.
                   88  WS-MODULE-EXIT            VALUE 'X' 'x'.
      * DEPARTMENT TRANSFER IS BATCH-ONLY AS A MODULE CODE - THE
      * TERMINAL PATH REACHES IT THROUGH THE ADMIN MENU INSTEAD.
                   88  WS-MODULE-XFER            VALUE 'T' 't'.
      * CANCEL OF A PARKED FUTURE-DATED TRANSACTION - FEED ONLY.
                   88  WS-MODULE-CANCEL          VALUE 'K' 'k'.
               10  WS-PROC-SW                    PIC X(01) VALUE SPACES.
                   88  WS-PROC-END               VALUE 'X'.
               10  WS-MENU-SW                    PIC X(01) VALUE SPACES.
                   88  WS-MENU-NAME              VALUE 'N' 'n'.
                   88  WS-MENU-ACTIVITY          VALUE 'R' 'r'.
                   88  WS-MENU-CHGPW             VALUE 'C' 'c'.
                   88  WS-MENU-EXTEND            VALUE 'E' 'e'.
                   88  WS-MENU-EXIT              VALUE 'X' 'x'.
               10  WS-UACFND-SW                  PIC X(01) VALUE SPACES.
                   88  WS-UAC-FOUND              VALUE 'Y'.
      * SAME REPORT AND REJECT FILE, BUT UPDATES NOTHING - THE TRIAL
      * RUN THE FEED TEAM VETS A NEW FILE WITH BEFORE THE REAL
      * BATCH WINDOW.
      * PARM='RELEASE' (OPTIONALLY 'RELEASE,NNNN' - NO THRESHOLD BY
      * DEFAULT) IS THE DAILY RELEASE OF PARKED FUTURE-DATED ITEMS.
      * NO FEED IS READ - EVERY PENDING-TRAN ITEM DUE ON OR BEFORE
      * TODAY GOES THROUGH THE SAME ACTION PARAGRAPHS AS A FEED
      * RECORD, WITH THE SAME AUDIT RECORDS AND REPORT LINES.
           05  WS-RUN-PARM.
               10  WS-RUN-MODE-SW            PIC X(01) VALUE SPACES.
                   88  WS-RUN-BATCH          VALUE 'B' 'b'.
                   88  WS-RUN-EDIT           VALUE 'E' 'e'.
                   88  WS-RUN-RELEASE        VALUE 'R' 'r'.
                   88  WS-RUN-UNATTENDED     VALUE 'B' 'b' 'E' 'e'
                                                   'R' 'r'.
               10  FILLER                    PIC X(05) VALUE SPACES.
               10  WS-PARM-THRESHOLD         PIC X(04) VALUE SPACES.
               10  FILLER                    PIC X(01) VALUE SPACES.
               10  FILLER                    PIC X(04).
               10  WS-PARM-E-THRESHOLD       PIC X(04).
               10  FILLER                    PIC X(07).
      * 'RELEASE,' IS TWO CHARACTERS LONGER THAN 'BATCH,'.
           05  WS-RUN-PARM-RELEASE REDEFINES WS-RUN-PARM.
               10  FILLER                    PIC X(01).
               10  FILLER                    PIC X(07).
               10  WS-PARM-R-THRESHOLD       PIC X(04).
               10  FILLER                    PIC X(04).
           05  WS-TRANIN-SW                  PIC X(01) VALUE SPACES.
               88  WS-TRANIN-EOF             VALUE 'X'.
           05  WS-RESTART-SW                 PIC X(01) VALUE SPACES.
               88  WS-RESTART-EOF            VALUE 'X'.
           05  WS-TOMBSTN-SW                 PIC X(01) VALUE SPACES.
               88  WS-TOMBSTN-ABSENT         VALUE 'X'.
               88  WS-TOMBSTN-FOUND          VALUE 'Y'.
           05  WS-PENDTRN-SW                 PIC X(01) VALUE SPACES.
               88  WS-PENDTRN-ABSENT         VALUE 'X'.
           05  WS-PNDRD-SW                   PIC X(01) VALUE SPACES.
               88  WS-PNDRD-EOF              VALUE 'X'.
           05  WS-APPRREQ-SW                 PIC X(01) VALUE SPACES.
               88  WS-APPRREQ-ABSENT         VALUE 'X'.
           05  WS-APRRD-SW                   PIC X(01) VALUE SPACES.
               88  WS-APRRD-EOF              VALUE 'X'.
      * JOB NAME ON THE RUN-CONTROL RECORDS - THE RELEASE RUN IS ITS
      * OWN STEP IN THE CHAIN.
           05  WS-RUNCTL-JOB-NAME            PIC X(08) VALUE 'PROJ2023'.

       01  WS-FILE-STATUSES.
           05  WS-USERMAS-STATUS             PIC X(02) VALUE SPACES.
           05  WS-DEPTMAS-STATUS             PIC X(02) VALUE SPACES.
               88  WS-DEPTMAS-NOFILE         VALUE '35'.
           05  WS-AUDIT-STATUS               PIC X(02) VALUE SPACES.
               88  WS-AUDIT-STATUS-OK        VALUE '00'.
               88  WS-AUDIT-NOFILE           VALUE '35'.
           05  WS-PWDHIST-STATUS             PIC X(02) VALUE SPACES.
               88  WS-PWDHIST-NOFILE         VALUE '35'.
           05  WS-USRACT-STATUS              PIC X(02) VALUE SPACES.
               88  WS-USRACT-NOFILE          VALUE '35'.
           05  WS-TOMBSTN-STATUS             PIC X(02) VALUE SPACES.
               88  WS-TOMBSTN-STATUS-OK      VALUE '00'.
           05  WS-PENDTRN-STATUS             PIC X(02) VALUE SPACES.
               88  WS-PENDTRN-STATUS-OK      VALUE '00'.
               88  WS-PENDTRN-NOFILE         VALUE '35'.
           05  WS-APPRREQ-STATUS             PIC X(02) VALUE SPACES.
               88  WS-APPRREQ-NOFILE         VALUE '35'.
           05  WS-TRANIN-STATUS              PIC X(02) VALUE SPACES.
               88  WS-TRANIN-STATUS-OK       VALUE '00'.
           05  WS-RPTOUT-STATUS              PIC X(02) VALUE SPACES.
           05  WS-REJ-REASON                 PIC X(08) VALUE SPACES.
               88  WS-REJ-SEQ-REASON         VALUE 'BADSEQ  '
                                                   'SEQERR  '.
      * EFFECTIVE-DATE HANDLING. A DATE MORE THAN WS-PEND-MAX-DAYS
      * AHEAD IS TAKEN FOR A KEYING ERROR AND REJECTED RATHER THAN
      * PARKED FOR YEARS.
           05  WS-TRAN-PARK-SW               PIC X(01) VALUE SPACES.
               88  WS-TRAN-FUTURE            VALUE 'Y'.
           05  WS-EFFECTIVE-DATE             PIC 9(08) VALUE ZERO.
           05  WS-PEND-TODAY                 PIC 9(08) VALUE ZERO.
           05  WS-PEND-LIMIT-DATE            PIC 9(08) VALUE ZERO.
           05  WS-PEND-MAX-DAYS              PIC 9(03) VALUE 366.
           05  WS-PEND-DAY-NUMBER            PIC 9(07) COMP VALUE ZERO.

      * CONTRACTOR END DATES. A NEW OR EXTENDED END DATE MUST FALL
      * AFTER TODAY AND NO MORE THAN WS-EXPIRY-MAX-DAYS AHEAD -
      * CONTRACTS ARE RENEWED, NOT LEFT OPEN-ENDED.
       01  WS-EXPIRY-FIELDS.
           05  WS-EXPIRY-MAX-DAYS            PIC 9(03) VALUE 366.
           05  WS-EXPIRY-LIMIT-DATE          PIC 9(08) VALUE ZERO.
           05  WS-EXPIRY-INPUT               PIC X(08) VALUE SPACES.
           05  WS-EXPIRY-NEW-DATE            PIC 9(08) VALUE ZERO.
           05  WS-EXPIRY-OK-SW               PIC X(01) VALUE SPACES.
               88  WS-EXPIRY-OK                  VALUE 'Y'.
           05  WS-ACCT-EXPIRED-SW            PIC X(01) VALUE SPACES.
               88  WS-ACCT-EXPIRED               VALUE 'Y'.
      * EXTENSION - THE CONTRACTOR, WHO IS ASKING, AND WHETHER THE
      * ASKER CAME IN AS THE SPONSOR (SESSION MENU) RATHER THAN AS
      * AN ADMINISTRATOR.
           05  WS-EXTEND-TARGET-ID           PIC X(08) VALUE SPACES.
           05  WS-EXTEND-ACTOR-ID            PIC X(08) VALUE SPACES.
           05  WS-EXTEND-BY-SPONSOR-SW       PIC X(01) VALUE SPACES.
               88  WS-EXTEND-BY-SPONSOR          VALUE 'Y'.

       01  WS-DATE-CHECK-FIELDS.
           05  WS-CHECK-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
               10  WS-CHECK-YEAR             PIC 9(04).
               10  WS-CHECK-MONTH            PIC 9(02).
               10  WS-CHECK-DAY              PIC 9(02).
           05  WS-DAYS-IN-MONTH              PIC 9(02) VALUE ZERO.
           05  WS-LEAP-QUOT                  PIC 9(04) VALUE ZERO.
           05  WS-LEAP-REM                   PIC 9(04) VALUE ZERO.
           05  WS-DATE-OK-SW                 PIC X(01) VALUE SPACES.
               88  WS-DATE-OK                VALUE 'Y'.

       01  WS-FEED-BALANCE-FIELDS.
           05  WS-FEED-DATE                  PIC 9(08) VALUE ZERO.
           05  WS-CNT-PROCESSED              PIC 9(07) VALUE ZERO.
           05  WS-CNT-SUCCEEDED              PIC 9(07) VALUE ZERO.
           05  WS-CNT-FAILED                 PIC 9(07) VALUE ZERO.
           05  WS-CNT-PARKED                 PIC 9(07) VALUE ZERO.
           05  WS-CNT-HELD                   PIC 9(07) VALUE ZERO.
           05  WS-ACT-TOTALS OCCURS 6 TIMES.
               10  WS-ACT-NAME               PIC X(08).
               10  WS-ACT-SUCCESS            PIC 9(07).
               10  WS-ACT-FAILED             PIC 9(07).
               VALUE 'INPUT: TRANIN DD (HR TRANSACTION FEED)'.
           05  FILLER                        PIC X(40) VALUE SPACES.

       01  WS-RPT-HEADER-2-RELEASE.
           05  FILLER                        PIC X(48)
               VALUE 'INPUT: PENDTRAN DD (PARKED ITEMS DUE BY TODAY)'.
           05  FILLER                        PIC X(32) VALUE SPACES.

       01  WS-RPT-EDIT-NOTICE.
           05  FILLER                        PIC X(46)
               VALUE 'EDIT-ONLY TRIAL RUN - NO MASTER FILE, AUDIT,'.
               88  WS-ADMIN-FUNC-MERGE           VALUE 'M' 'm'.
               88  WS-ADMIN-FUNC-ACTIVITY        VALUE 'A' 'a'.
               88  WS-ADMIN-FUNC-RESET           VALUE 'P' 'p'.
               88  WS-ADMIN-FUNC-EXTEND          VALUE 'E' 'e'.
               88  WS-ADMIN-FUNC-APPROVE         VALUE 'V' 'v'.
           05  WS-DEPT-INPUT-CODE            PIC X(03) VALUE SPACES.
           05  WS-DEPT-INPUT-NAME            PIC X(25) VALUE SPACES.
           05  WS-DEPT-INPUT-OWNER           PIC X(08) VALUE SPACES.
           05  WS-DEPT-OWNER-SW              PIC X(01) VALUE SPACES.
               88  WS-DEPT-OWNER-VALID           VALUE 'Y'.
      * MERGE/RETIRE WORK FIELDS - THE OLD CODE BEING RETIRED, THE
      * SURVIVING CODE EVERY AFFECTED USER IS RE-POINTED TO, AND A
      * COUNT OF THE ROWS MOVED FOR THE OPERATOR MESSAGE.
           05  WS-MERGE-NEW-DEPT             PIC X(03) VALUE SPACES.
           05  WS-MERGE-MOVED-CNT            PIC 9(05) VALUE ZERO.
           05  WS-MERGE-MOVED-EDIT           PIC ZZ,ZZ9.
           05  WS-MERGE-VALID-SW             PIC X(01) VALUE SPACES.
               88  WS-MERGE-VALID                VALUE 'Y'.
      * SET BY 1410-AUTHENTICATE-ADMIN - WHO IS ACTING AND WITH WHAT
      * PRIVILEGE. THE TARGET RECORD REUSES THE USER-MASTER BUFFER,
      * SO THE ADMIN'S OWN IDENTITY MUST BE HELD HERE.
                                                       'N'.
               88  WS-ROLE-INPUT-NONE            VALUE 'N'.

      * DUAL CONTROL. A REQUEST NOT DECIDED WITHIN WS-APPR-MAX-DAYS
      * DAYS OF BEING RAISED LAPSES - THE CHANGE HAS TO BE ASKED FOR
      * AGAIN.
       01  WS-APPROVAL-FIELDS.
           05  WS-APPR-MAX-DAYS              PIC 9(03) VALUE 7.
           05  WS-APPR-EXPIRES-DATE          PIC 9(08) VALUE ZERO.
      * WHAT IS BEING RAISED (R ROLE, M MERGE, P RESET) AND, FOR A
      * ROLE, THE ROLE THE ACCOUNT HOLDS NOW.
           05  WS-APPR-TYPE                  PIC X(01) VALUE SPACES.
           05  WS-APPR-OLD-ROLE              PIC X(01) VALUE SPACES.
           05  WS-APPR-REQ-NO                PIC 9(06) VALUE ZERO.
           05  WS-APPR-SHOWN-CNT             PIC 9(05) VALUE ZERO.
           05  WS-APPR-DECISION              PIC X(01) VALUE SPACES.
               88  WS-APPR-DECIDE-APPROVE        VALUE 'A' 'a'.
               88  WS-APPR-DECIDE-REJECT         VALUE 'R' 'r'.
               88  WS-APPR-DECIDE-QUIT           VALUE 'X' 'x'.
           05  WS-APPR-ALLOWED-SW            PIC X(01) VALUE SPACES.
               88  WS-APPR-ALLOWED               VALUE 'Y'.
           05  WS-APPR-APPLY-SW              PIC X(01) VALUE SPACES.
               88  WS-APPR-APPLIED               VALUE 'Y'.

       01  WS-AUDIT-FIELDS.
           05  WS-AUDIT-USER-ID              PIC X(08) VALUE SPACES.
           05  WS-AUDIT-ACTION               PIC X(08) VALUE SPACES.
           05  WS-CURRENT-DATE               PIC 9(08) VALUE ZERO.
           05  WS-CURRENT-TIME               PIC 9(08) VALUE ZERO.

       01  WS-AUDIT-CHAIN-FIELDS.
           05  WS-AUDRD-SW                   PIC X(01) VALUE SPACES.
               88  WS-AUDRD-EOF              VALUE 'X'.
           05  WS-AUDIT-LAST-SEQ-NO          PIC 9(09) VALUE ZERO.
           05  WS-AUDIT-LAST-CHAIN           PIC 9(09) VALUE ZERO.
           05  WS-AUDIT-CHAIN-WORK           PIC 9(12) VALUE ZERO.
           05  WS-AUDIT-CHAIN-QUOT           PIC 9(12) VALUE ZERO.
           05  WS-AUDIT-CHAIN-REM            PIC 9(12) VALUE ZERO.
           05  WS-AUDIT-CHAIN-IDX            PIC 9(02) COMP VALUE ZERO.
      * LARGEST PRIME UNDER ONE BILLION - KEEPS THE CHAIN VALUE TO
      * THE NINE DIGITS AUD-CHAIN-VALUE HOLDS. PROJ23AV AND EVERY
      * WRITER MUST USE THE SAME MODULUS AND MULTIPLIER.
           05  WS-AUDIT-CHAIN-MODULUS        PIC 9(09) VALUE 999999937.
           05  WS-AUDIT-CHAIN-MULTIPLIER     PIC 9(02) VALUE 31.

       01  WS-RUN-CONTROL-STAMP.
           05  WS-RUNCTL-DATE                PIC 9(08) VALUE ZERO.
           05  WS-RUNCTL-TIME                PIC 9(08) VALUE ZERO.
           PERFORM  0100-INITIALIZE
               THRU 0100-INITIALIZE-X.

           IF  WS-RUN-RELEASE
               PERFORM  0400-RELEASE-DRIVER
                   THRU 0400-RELEASE-DRIVER-X
               GO TO 0000-MAINLINE-END
           END-IF.

           IF  WS-RUN-UNATTENDED
               PERFORM  0300-BATCH-DRIVER
                   THRU 0300-BATCH-DRIVER-X
                  UNTIL WS-PROC-END
           END-IF.

       0000-MAINLINE-END.

           PERFORM  0900-TERMINATE
               THRU 0900-TERMINATE-X.

           AND WS-PARM-E-THRESHOLD IS NUMERIC
               MOVE WS-PARM-E-THRESHOLD TO WS-FAIL-THRESHOLD
           END-IF.
           IF  WS-RUN-RELEASE
               MOVE 'PROJ23PR' TO WS-RUNCTL-JOB-NAME
               MOVE 9999 TO WS-FAIL-THRESHOLD
               IF  WS-PARM-R-THRESHOLD IS NUMERIC
                   MOVE WS-PARM-R-THRESHOLD TO WS-FAIL-THRESHOLD
               END-IF
           END-IF.

      * SAME REASONING AS THE ARCHIVE AND SWEEP JOBS - WALKING A
      * CALENDAR BACK N DAYS NEEDS THE DATE FUNCTIONS. A PASSWORD
           COMPUTE WS-PWD-AGE-CUTOFF =
                   FUNCTION DATE-OF-INTEGER (WS-PWD-DAY-NUMBER).

      * SAME AGAIN FORWARD - THE FURTHEST EFFECTIVE DATE A FEED
      * TRANSACTION MAY CARRY.
           MOVE WS-CURRENT-DATE TO WS-PEND-TODAY.
           COMPUTE WS-PEND-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE)
                   + WS-PEND-MAX-DAYS.
           COMPUTE WS-PEND-LIMIT-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-PEND-DAY-NUMBER).

      * AND THE FURTHEST A CONTRACTOR END DATE MAY BE SET.
           COMPUTE WS-PEND-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE)
                   + WS-EXPIRY-MAX-DAYS.
           COMPUTE WS-EXPIRY-LIMIT-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-PEND-DAY-NUMBER).

      * AND THE LAST DAY A DUAL-CONTROL REQUEST RAISED TODAY MAY
      * STILL BE APPROVED.
           COMPUTE WS-PEND-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE)
                   + WS-APPR-MAX-DAYS.
           COMPUTE WS-APPR-EXPIRES-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-PEND-DAY-NUMBER).

           PERFORM  0150-OPEN-USER-MASTER
               THRU 0150-OPEN-USER-MASTER-X.
           PERFORM  0155-OPEN-DEPT-MASTER
               THRU 0157-OPEN-PWD-HISTORY-X.
           PERFORM  0158-OPEN-USER-ACTIVITY
               THRU 0158-OPEN-USER-ACTIVITY-X.
           PERFORM  0159-OPEN-TOMBSTONE
               THRU 0159-OPEN-TOMBSTONE-X.
           PERFORM  0160-OPEN-AUDIT-LOG
               THRU 0160-OPEN-AUDIT-LOG-X.
           PERFORM  0165-OPEN-APPROVAL-REQUEST
               THRU 0165-OPEN-APPROVAL-REQUEST-X.

           IF  WS-RUN-UNATTENDED
               PERFORM  0170-OPEN-BATCH-FILES
                   THRU 0170-OPEN-BATCH-FILES-X
               PERFORM  0175-OPEN-PENDING-TRAN
                   THRU 0175-OPEN-PENDING-TRAN-X
           END-IF.

      * LIVE BATCH ONLY. AN EDIT RUN NEVER TOUCHES THE CHECKPOINT
                   THRU 7000-WRITE-RUN-START-X
           END-IF.

      * THE RELEASE RUN IS A CHAIN STEP IN ITS OWN RIGHT BUT HAS NO
      * FEED, SO NO CHECKPOINT OR FEED DATE - EACH ITEM IS DELETED
      * FROM PENDING-TRAN AS IT IS APPLIED, WHICH IS ITS RESTART.
           IF  WS-RUN-RELEASE
               PERFORM  7000-WRITE-RUN-START
                   THRU 7000-WRITE-RUN-START-X
           END-IF.

       0100-INITIALIZE-X.
           EXIT.

       0158-OPEN-USER-ACTIVITY-X.
           EXIT.

      ****************************
       0159-OPEN-TOMBSTONE.
      ****************************

      * INPUT ONLY - THE PURGE JOB IS THE SOLE WRITER. NO FILE YET
      * MEANS NOTHING HAS EVER BEEN PURGED, SO THERE IS NOTHING TO
      * LOOK UP.
           OPEN INPUT TOMBSTONE.
           IF  NOT WS-TOMBSTN-STATUS-OK
               SET WS-TOMBSTN-ABSENT TO TRUE
           END-IF.

       0159-OPEN-TOMBSTONE-X.
           EXIT.

      ****************************
       0160-OPEN-AUDIT-LOG.
      ****************************

           PERFORM  1805-LOAD-AUDIT-CHAIN
               THRU 1805-LOAD-AUDIT-CHAIN-X.

           OPEN EXTEND AUDIT-LOG.
           IF  WS-AUDIT-NOFILE
               OPEN OUTPUT AUDIT-LOG
       0160-OPEN-AUDIT-LOG-X.
           EXIT.

      ****************************
       0165-OPEN-APPROVAL-REQUEST.
      ****************************

      * TERMINAL SESSIONS RAISE AND DECIDE REQUESTS; LIVE BATCH
      * RAISES THEM FOR FEED RESETS OF AN ADMINISTRATOR'S PASSWORD.
      * AN EDIT RUN ONLY REPORTS THAT A RESET WOULD BE HELD, AND THE
      * RELEASE RUN NEVER MEETS ONE, SO NEITHER OPENS THE FILE.
           IF  WS-RUN-EDIT
           OR  WS-RUN-RELEASE
               SET WS-APPRREQ-ABSENT TO TRUE
               GO TO 0165-OPEN-APPROVAL-REQUEST-X
           END-IF.

           OPEN I-O APPROVAL-REQUEST.
           IF  WS-APPRREQ-NOFILE
               OPEN OUTPUT APPROVAL-REQUEST
               CLOSE       APPROVAL-REQUEST
               OPEN I-O    APPROVAL-REQUEST
           END-IF.

       0165-OPEN-APPROVAL-REQUEST-X.
           EXIT.

      ****************************
       0170-OPEN-BATCH-FILES.
      ****************************
      * TRANIN/RPTOUT ARE JCL-DD-DRIVEN INPUT AND OUTPUT FOR THIS RUN -
      * UNLIKE USER-MASTER THERE IS NO SENSIBLE FILE TO AUTO-CREATE, SO
      * A BAD DD JUST STOPS THE JOB WITH A CLEAR REASON INSTEAD OF
      * FALLING INTO THE FIRST READ ON AN UNOPENED FILE. THE
      * RELEASE RUN READS PENDING-TRAN INSTEAD OF A FEED AND HAS
      * NOTHING TO REJECT.
           IF  NOT WS-RUN-RELEASE
               OPEN INPUT TRANSACTION-IN
               IF  NOT WS-TRANIN-STATUS-OK
                   DISPLAY 'TRANSACTION-IN DID NOT OPEN - STATUS '
                           WS-TRANIN-STATUS
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT REPORT-OUT.
      * REJECTS WRITTEN BEFORE AN ABEND MUST STILL BE THERE AFTER
      * THE RESTART, AND THE PROGRAM GUARANTEES IT RATHER THAN
      * LEANING ON THE DD STATEMENT.
           IF  NOT WS-RUN-RELEASE
               OPEN EXTEND REJECT-OUT
               IF  WS-REJOUT-NOFILE
                   OPEN OUTPUT REJECT-OUT
                   CLOSE       REJECT-OUT
                   OPEN EXTEND REJECT-OUT
               END-IF
           END-IF.

           MOVE 'LOGIN   ' TO WS-ACT-NAME (1).
           MOVE 'CHGPWD  ' TO WS-ACT-NAME (3).
           MOVE 'ADMIN   ' TO WS-ACT-NAME (4).
           MOVE 'XFERDEPT' TO WS-ACT-NAME (5).
           MOVE 'CANCEL  ' TO WS-ACT-NAME (6).
           MOVE ZERO TO WS-ACT-SUCCESS (1) WS-ACT-FAILED (1)
                        WS-ACT-SUCCESS (2) WS-ACT-FAILED (2)
                        WS-ACT-SUCCESS (3) WS-ACT-FAILED (3)
                        WS-ACT-SUCCESS (4) WS-ACT-FAILED (4)
                        WS-ACT-SUCCESS (5) WS-ACT-FAILED (5)
                        WS-ACT-SUCCESS (6) WS-ACT-FAILED (6).

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE       TO HDR-RUN-DATE.
           MOVE WS-CURRENT-TIME (1:6) TO HDR-RUN-TIME.
           WRITE REPORT-RECORD FROM WS-RPT-HEADER-1.
           IF  WS-RUN-RELEASE
               WRITE REPORT-RECORD FROM WS-RPT-HEADER-2-RELEASE
           ELSE
               WRITE REPORT-RECORD FROM WS-RPT-HEADER-2
           END-IF.
           IF  WS-RUN-EDIT
               WRITE REPORT-RECORD FROM WS-RPT-EDIT-NOTICE
           END-IF.
       0170-OPEN-BATCH-FILES-X.
           EXIT.

      ****************************
       0175-OPEN-PENDING-TRAN.
      ****************************

      * LIVE BATCH AND RELEASE CREATE THE FILE ON FIRST USE. AN EDIT
      * RUN ONLY LOOKS (A CANCEL'S WOULD-IT-WORK CHECK), SO NO FILE
      * YET SIMPLY MEANS NOTHING IS PARKED.
           IF  WS-RUN-EDIT
               OPEN INPUT PENDING-TRAN
               IF  NOT WS-PENDTRN-STATUS-OK
                   SET WS-PENDTRN-ABSENT TO TRUE
               END-IF
               GO TO 0175-OPEN-PENDING-TRAN-X
           END-IF.

           OPEN I-O PENDING-TRAN.
           IF  WS-PENDTRN-NOFILE
               OPEN OUTPUT PENDING-TRAN
               CLOSE       PENDING-TRAN
               OPEN I-O    PENDING-TRAN
           END-IF.

       0175-OPEN-PENDING-TRAN-X.
           EXIT.

      ****************************
       0180-OPEN-RESTART-FILE.
      ****************************

           IF  NOT WS-TRANIN-EOF
               ADD 1 TO WS-CNT-READ
               PERFORM  0315-LOAD-TRANSACTION
                   THRU 0315-LOAD-TRANSACTION-X
           END-IF.

       0310-READ-TRANSACTION-X.
           EXIT.

      ****************************
       0315-LOAD-TRANSACTION.
      ****************************

      * SPREADS TRAN-RECORD INTO THE FIELDS THE ACTION PARAGRAPHS
      * WORK FROM - A FEED RECORD, OR A PARKED ONE AT RELEASE.
           MOVE TRAN-ACTION-CODE  TO WS-MODULE-SW.
           MOVE TRAN-USER-ID      TO WS-INPUT-USER-ID.
           MOVE TRAN-USER-PW      TO WS-INPUT-USER-PW.
           MOVE TRAN-NEW-PW       TO WS-INPUT-NEW-PW.
           MOVE TRAN-USER-ID      TO WS-STORED-USER-ID.
           MOVE TRAN-USER-PW      TO WS-STORED-USER-PW.
           MOVE TRAN-USER-FN      TO WS-STORED-USER-FN.
           MOVE TRAN-USER-LN      TO WS-STORED-USER-LN.
           MOVE TRAN-USER-ID      TO WS-ADMIN-INPUT-ID.
           MOVE TRAN-USER-PW      TO WS-ADMIN-INPUT-PW.
           MOVE TRAN-ADMIN-LOOKUP-ID    TO WS-ADMIN-LOOKUP-ID.
           MOVE TRAN-ADMIN-NEW-STATUS   TO WS-ADMIN-NEW-STATUS.
           MOVE TRAN-DEPT-CODE          TO WS-STORED-DEPT-CODE.
           MOVE TRAN-REG-ACCOUNT-TYPE   TO WS-STORED-ACCT-TYPE.
           MOVE TRAN-REG-SPONSOR-ID     TO WS-STORED-SPONSOR-ID.
           MOVE TRAN-REG-EXPIRY-DATE    TO WS-STORED-EXPIRY-DATE.

       0315-LOAD-TRANSACTION-X.
           EXIT.

      ****************************
       0320-BATCH-CYCLE.
      ****************************
      * RE-FLAGGING EVERY ERROR PATH.
           MOVE SPACES TO WS-AUDIT-RESULT.

      * A FUTURE-DATED TRANSACTION HAS PASSED EVERY EDIT - IT IS
      * PARKED, NOT APPLIED. ONE THAT COULD NOT BE PARKED COUNTS AS
      * A FAILED TRANSACTION OF ITS KIND.
           IF  WS-TRAN-FUTURE
               PERFORM  0410-PARK-TRANSACTION
                   THRU 0410-PARK-TRANSACTION-X
               IF  WS-AUDIT-RESULT = 'SUCCESS '
                   ADD 1 TO WS-CNT-PARKED
               ELSE
                   PERFORM  0370-COUNT-ACTION-RESULT
                       THRU 0370-COUNT-ACTION-RESULT-X
               END-IF
               PERFORM  0350-WRITE-CHECKPOINT
                   THRU 0350-WRITE-CHECKPOINT-X
               PERFORM  0310-READ-TRANSACTION
                   THRU 0310-READ-TRANSACTION-X
               GO TO 0320-BATCH-CYCLE-X
           END-IF.

           PERFORM  1000-PROCESS-TRANSACTIONS
               THRU 1000-PROCESS-TRANSACTIONS-X.

      * A RESET HELD FOR A SECOND ADMINISTRATOR HAS NEITHER TAKEN
      * EFFECT NOR FAILED - IT IS COUNTED APART, LIKE A PARKED ITEM.
           IF  WS-AUDIT-RESULT = 'PENDAPPR'
               ADD 1 TO WS-CNT-HELD
           ELSE
               PERFORM  0370-COUNT-ACTION-RESULT
                   THRU 0370-COUNT-ACTION-RESULT-X
           END-IF.

           PERFORM  0350-WRITE-CHECKPOINT
               THRU 0350-WRITE-CHECKPOINT-X.
      * FILE NEXT TO THE UNCHANGED RECORD SO THE FEED TEAM CAN REPAIR
      * AND RESUBMIT.
           MOVE SPACES TO WS-TRAN-VALID-SW
                          WS-TRAN-PARK-SW
                          WS-REJ-REASON.

           IF  TRAN-SEQ-NO NOT NUMERIC
                   MOVE 'RETDEPT ' TO WS-REJ-REASON
                   GO TO 0330-VALIDATE-TRANSACTION-X
               END-IF
               MOVE TRAN-USER-ID TO WS-STORED-USER-ID
               PERFORM  1210-CHECK-TOMBSTONE
                   THRU 1210-CHECK-TOMBSTONE-X
               IF  WS-TOMBSTN-FOUND
                   MOVE 'TOMBSTN ' TO WS-REJ-REASON
                   GO TO 0330-VALIDATE-TRANSACTION-X
               END-IF
      * ACCOUNT TYPE. A CONTRACTOR MUST NAME A SPONSOR AND CARRY A
      * USABLE END DATE - THE SPONSOR ITSELF IS CHECKED AGAINST
      * USER-MASTER WHEN THE REGISTRATION IS APPLIED.
               IF  NOT WS-STORED-TYPE-EMPLOYEE
               AND NOT WS-STORED-TYPE-CONTRACTOR
                   MOVE 'BADTYPE ' TO WS-REJ-REASON
                   GO TO 0330-VALIDATE-TRANSACTION-X
               END-IF
               IF  WS-STORED-TYPE-CONTRACTOR
                   IF  TRAN-REG-SPONSOR-ID = SPACES
                   OR  TRAN-REG-EXPIRY-DATE = SPACES
                       MOVE 'BLANKFLD' TO WS-REJ-REASON
                       GO TO 0330-VALIDATE-TRANSACTION-X
                   END-IF
                   MOVE TRAN-REG-EXPIRY-DATE TO WS-EXPIRY-INPUT
                   PERFORM  8150-EDIT-EXPIRY-DATE
                       THRU 8150-EDIT-EXPIRY-DATE-X
                   IF  NOT WS-EXPIRY-OK
                       MOVE 'BADEXPDT' TO WS-REJ-REASON
                       GO TO 0330-VALIDATE-TRANSACTION-X
                   END-IF
               END-IF
           END-IF.

      * DEPARTMENT TRANSFER: THE ADMIN CREDENTIALS RIDE IN THE
               END-IF
           END-IF.

      * CANCEL: THE ADMIN CREDENTIALS RIDE IN USER-ID/PASSWORD, THE
      * PARKED ITEM'S TARGET USER IN THE LOOKUP-ID AND ITS KEY IN
      * THE CANCEL REFERENCE.
           IF  WS-MODULE-CANCEL
               IF  TRAN-USER-PW = SPACES
               OR  TRAN-ADMIN-LOOKUP-ID = SPACES
                   MOVE 'BLANKFLD' TO WS-REJ-REASON
                   GO TO 0330-VALIDATE-TRANSACTION-X
               END-IF
               IF  TRAN-CXL-EFF-DATE NOT NUMERIC
               OR  TRAN-CXL-FEED-DATE NOT NUMERIC
               OR  TRAN-CXL-SEQ-NO NOT NUMERIC
                   MOVE 'BADPEND ' TO WS-REJ-REASON
                   GO TO 0330-VALIDATE-TRANSACTION-X
               END-IF
           END-IF.

      * EFFECTIVE DATE - SPACES MEANS NOW. A DATE MUST BE A REAL
      * CALENDAR DATE WITHIN THE PARKING WINDOW. ONLY A STATUS UPDATE
      * OR A TRANSFER CAN WAIT FOR ITS DATE; A CANCEL ALWAYS ACTS
      * IMMEDIATELY, AND A LOGON, REGISTRATION, PASSWORD CHANGE OR
      * RESET DATED AHEAD IS A FEED ERROR.
           IF  TRAN-EFFECTIVE-DATE = SPACES
               GO TO 0330-EDIT-DONE
           END-IF.

           IF  TRAN-EFFECTIVE-DATE NOT NUMERIC
               MOVE 'BADEFDT ' TO WS-REJ-REASON
               GO TO 0330-VALIDATE-TRANSACTION-X
           END-IF.
           MOVE TRAN-EFFECTIVE-DATE TO WS-CHECK-DATE.
           PERFORM  8100-VALIDATE-DATE
               THRU 8100-VALIDATE-DATE-X.
           IF  NOT WS-DATE-OK
           OR  WS-CHECK-DATE = ZERO
           OR  WS-CHECK-DATE > WS-PEND-LIMIT-DATE
               MOVE 'BADEFDT ' TO WS-REJ-REASON
               GO TO 0330-VALIDATE-TRANSACTION-X
           END-IF.

           IF  WS-CHECK-DATE NOT > WS-PEND-TODAY
               GO TO 0330-EDIT-DONE
           END-IF.

           IF  WS-MODULE-XFER
           OR (WS-MODULE-ADMIN AND NOT WS-ADMIN-RESET-REQ)
               MOVE WS-CHECK-DATE TO WS-EFFECTIVE-DATE
               SET WS-TRAN-FUTURE TO TRUE
           ELSE
               MOVE 'EFDTACT ' TO WS-REJ-REASON
               GO TO 0330-VALIDATE-TRANSACTION-X
           END-IF.

       0330-EDIT-DONE.

           SET WS-TRAN-VALID TO TRUE.

       0330-VALIDATE-TRANSACTION-X.
                   MOVE 3 TO WS-ACT-IDX
               WHEN WS-MODULE-XFER
                   MOVE 5 TO WS-ACT-IDX
               WHEN WS-MODULE-CANCEL
                   MOVE 6 TO WS-ACT-IDX
               WHEN OTHER
                   MOVE 4 TO WS-ACT-IDX
           END-EVALUATE.
       0395-WRITE-FEED-CONTROL-X.
           EXIT.

      ****************************
       0400-RELEASE-DRIVER.
      ****************************

      * NO FEED TO BALANCE - THE ITEMS WERE EDITED AND THEIR ADMIN
      * AUTHENTICATED WHEN THEY WERE PARKED. FLAGGED BALANCED SO THE
      * FAILURE THRESHOLD IS JUDGED AS FOR ANY OTHER RUN.
           SET WS-FEED-BALANCED TO TRUE.

           PERFORM  0430-READ-PENDING-TRAN
               THRU 0430-READ-PENDING-TRAN-X.

           PERFORM  0420-RELEASE-ONE-ITEM
               THRU 0420-RELEASE-ONE-ITEM-X
              UNTIL WS-PNDRD-EOF.

       0400-RELEASE-DRIVER-X.
           EXIT.

      ****************************
       0410-PARK-TRANSACTION.
      ****************************

      * THE WOULD-IT-WORK CHECKS THAT CAN BE MADE TODAY ARE MADE
      * TODAY: THE ADMIN MUST AUTHENTICATE AND HOLD THE ROLE THE
      * FUNCTION NEEDS, AND THE TARGET USER MUST EXIST. THE PASSWORD
      * IS THEN BLANKED - THE PARKED ITEM CARRIES ONLY THE ADMIN'S ID.
           PERFORM  1410-AUTHENTICATE-ADMIN
               THRU 1410-AUTHENTICATE-ADMIN-X.
           IF  NOT WS-ADMIN-AUTH-OK
               GO TO 0410-PARK-TRANSACTION-X
           END-IF.

           IF  WS-MODULE-XFER
           AND NOT WS-ACTING-FULL-PRIV
               PERFORM  1420-DENY-ADMIN-FUNCTION
                   THRU 1420-DENY-ADMIN-FUNCTION-X
               GO TO 0410-PARK-TRANSACTION-X
           END-IF.

           MOVE WS-ADMIN-LOOKUP-ID TO WS-AUDIT-USER-ID.
           MOVE 'PARK    '         TO WS-AUDIT-ACTION.

           MOVE WS-ADMIN-LOOKUP-ID TO USR-ID.
           READ USER-MASTER
               INVALID KEY
                   MOVE 'USER ID NOT FOUND.' TO WS-RESULT-MSG
                   PERFORM  1900-EMIT-RESULT
                       THRU 1900-EMIT-RESULT-X
                   MOVE WS-ACTING-ADMIN-ID TO WS-AUDIT-ADMIN-ID
                   MOVE 'NO USER ' TO WS-AUDIT-RESULT
                   PERFORM  1800-WRITE-AUDIT-LOG
                       THRU 1800-WRITE-AUDIT-LOG-X
                   GO TO 0410-PARK-TRANSACTION-X
           END-READ.

           MOVE SPACES TO TRAN-USER-PW.
           MOVE SPACES TO PENDING-RECORD.
           MOVE WS-EFFECTIVE-DATE  TO PND-EFFECTIVE-DATE.
           MOVE WS-FEED-DATE       TO PND-FEED-DATE.
           MOVE TRAN-SEQ-NO        TO PND-SEQ-NO.
           MOVE TRAN-ACTION-CODE   TO PND-ACTION-CODE.
           MOVE WS-ADMIN-LOOKUP-ID TO PND-TARGET-USER-ID.
           MOVE WS-ACTING-ADMIN-ID TO PND-ADMIN-ID.
           MOVE WS-PEND-TODAY      TO PND-PARKED-DATE.
           IF  WS-MODULE-XFER
               MOVE WS-STORED-DEPT-CODE TO PND-NEW-VALUE
           ELSE
               MOVE WS-ADMIN-NEW-STATUS TO PND-NEW-VALUE
           END-IF.
           MOVE TRAN-RECORD        TO PND-TRAN-DATA.

           MOVE SPACES TO WS-RESULT-MSG.
           IF  WS-RUN-EDIT
               STRING 'WOULD BE PARKED UNTIL ' DELIMITED BY SIZE
                      WS-EFFECTIVE-DATE        DELIMITED BY SIZE
                 INTO WS-RESULT-MSG
               END-STRING
               PERFORM  1900-EMIT-RESULT
                   THRU 1900-EMIT-RESULT-X
               MOVE 'SUCCESS ' TO WS-AUDIT-RESULT
               GO TO 0410-PARK-TRANSACTION-X
           END-IF.

      * THE SAME FEED DATE AND SEQUENCE ALREADY PARKED IS A FORCED
      * RERUN OF A FEED - THE FIRST COPY STANDS.
           WRITE PENDING-RECORD
               INVALID KEY
                   MOVE 'ALREADY PARKED BY AN EARLIER RUN.'
                     TO WS-RESULT-MSG
                   PERFORM  1900-EMIT-RESULT
                       THRU 1900-EMIT-RESULT-X
                   MOVE WS-ACTING-ADMIN-ID TO WS-AUDIT-ADMIN-ID
                   MOVE 'DUPPARK ' TO WS-AUDIT-RESULT
                   PERFORM  1800-WRITE-AUDIT-LOG
                       THRU 1800-WRITE-AUDIT-LOG-X
                   GO TO 0410-PARK-TRANSACTION-X
           END-WRITE.

           STRING 'PARKED UNTIL '   DELIMITED BY SIZE
                  WS-EFFECTIVE-DATE DELIMITED BY SIZE
             INTO WS-RESULT-MSG
           END-STRING.
           PERFORM  1900-EMIT-RESULT
               THRU 1900-EMIT-RESULT-X.
           MOVE WS-ACTING-ADMIN-ID TO WS-AUDIT-ADMIN-ID.
           MOVE 'SUCCESS ' TO WS-AUDIT-RESULT.
           PERFORM  1800-WRITE-AUDIT-LOG
               THRU 1800-WRITE-AUDIT-LOG-X.

       0410-PARK-TRANSACTION-X.
           EXIT.

      ****************************
       0420-RELEASE-ONE-ITEM.
      ****************************

      * THE PARKED TRANSACTION GOES THROUGH 1000 EXACTLY AS IT WOULD
      * HAVE ON ITS FEED, THEN LEAVES THE FILE WHATEVER THE OUTCOME -
      * A FAILURE IS ON THE REPORT AND THE AUDIT-LOG, AND RETRYING IT
      * EVERY NIGHT WOULD ONLY REPEAT IT.
           ADD 1 TO WS-CNT-READ.
           MOVE PND-TRAN-DATA TO TRAN-RECORD.
           PERFORM  0315-LOAD-TRANSACTION
               THRU 0315-LOAD-TRANSACTION-X.

           MOVE SPACES TO WS-AUDIT-RESULT.
           PERFORM  1000-PROCESS-TRANSACTIONS
               THRU 1000-PROCESS-TRANSACTIONS-X.
           PERFORM  0370-COUNT-ACTION-RESULT
               THRU 0370-COUNT-ACTION-RESULT-X.

           DELETE PENDING-TRAN RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

           PERFORM  0430-READ-PENDING-TRAN
               THRU 0430-READ-PENDING-TRAN-X.

       0420-RELEASE-ONE-ITEM-X.
           EXIT.

      ****************************
       0430-READ-PENDING-TRAN.
      ****************************

      * KEY ORDER IS EFFECTIVE-DATE ORDER - THE FIRST ITEM DATED
      * AFTER TODAY ENDS THE RUN.
           READ PENDING-TRAN NEXT RECORD
               AT END
                   SET WS-PNDRD-EOF TO TRUE
                   GO TO 0430-READ-PENDING-TRAN-X
           END-READ.

           IF  PND-EFFECTIVE-DATE > WS-PEND-TODAY
               SET WS-PNDRD-EOF TO TRUE
           END-IF.

       0430-READ-PENDING-TRAN-X.
           EXIT.

      ****************************
       0900-TERMINATE.
      ****************************
           CLOSE DEPT-MASTER.
           CLOSE PWD-HISTORY.
           CLOSE USER-ACTIVITY.
           IF  NOT WS-TOMBSTN-ABSENT
               CLOSE TOMBSTONE
           END-IF.
           CLOSE AUDIT-LOG.
           IF  NOT WS-APPRREQ-ABSENT
               CLOSE APPROVAL-REQUEST
           END-IF.
           IF  WS-RUN-UNATTENDED
               PERFORM  0950-WRITE-RUN-TRAILER
                   THRU 0950-WRITE-RUN-TRAILER-X
               IF  NOT WS-RUN-RELEASE
                   CLOSE TRANSACTION-IN
                   CLOSE REJECT-OUT
               END-IF
               CLOSE REPORT-OUT
               IF  NOT WS-PENDTRN-ABSENT
                   CLOSE PENDING-TRAN
               END-IF
      * THE FAILURE THRESHOLD APPLIES TO EDIT RUNS TOO - A FEED THE
      * TRIAL REJECTS WHOLESALE SHOULD LOOK EXACTLY AS BAD TO THE
      * SCHEDULER AS THE LIVE RUN WOULD HAVE.
                   THRU 7010-WRITE-RUN-END-X
           END-IF.

           IF  WS-RUN-RELEASE
               PERFORM  7010-WRITE-RUN-END
                   THRU 7010-WRITE-RUN-END-X
           END-IF.

       0900-TERMINATE-X.
           EXIT.

           MOVE WS-CNT-REJECTED            TO RPT-TOT-COUNT.
           WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE.

           MOVE 'PARKED FOR A LATER DATE'  TO RPT-TOT-LABEL.
           MOVE WS-CNT-PARKED              TO RPT-TOT-COUNT.
           WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE.

           MOVE 'HELD FOR SECOND APPROVAL' TO RPT-TOT-LABEL.
           MOVE WS-CNT-HELD                TO RPT-TOT-COUNT.
           WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE.

           MOVE 'PROCESSED'                TO RPT-TOT-LABEL.
           MOVE WS-CNT-PROCESSED           TO RPT-TOT-COUNT.
           WRITE REPORT-RECORD FROM WS-RPT-TOTAL-LINE.
           PERFORM  0960-WRITE-ACTION-TOTAL
               THRU 0960-WRITE-ACTION-TOTAL-X
              VARYING WS-ACT-IDX FROM 1 BY 1
                UNTIL WS-ACT-IDX > 6.

       0950-WRITE-RUN-TRAILER-X.
           EXIT.
              GO TO 1000-PROCESS-TRANSACTIONS-X
           END-IF.

      * CANCEL OF A PARKED ITEM - FEED ONLY, LIKE THE TRANSFER CODE.
           IF WS-MODULE-CANCEL
              IF  WS-RUN-UNATTENDED
                  PERFORM  1700-DO-CANCEL-PENDING
                      THRU 1700-DO-CANCEL-PENDING-X
              ELSE
                  MOVE 'INCORRECT INPUT. TRY AGAIN.' TO WS-RESULT-MSG
                  PERFORM  1900-EMIT-RESULT
                      THRU 1900-EMIT-RESULT-X
              END-IF
              PERFORM  0210-NEXT-PROMPT
                  THRU 0210-NEXT-PROMPT-X
              GO TO 1000-PROCESS-TRANSACTIONS-X
           END-IF.

      * CHECK IF ENTERED VALUE IS ADMIN
           IF WS-MODULE-ADMIN
              PERFORM  1400-DO-ADMIN
               GO TO 1100-DO-LOGIN-X
           END-IF.

      * A CONTRACTOR PAST ITS END DATE IS REFUSED EVEN IF THE NIGHTLY
      * EXPIRY RUN HAS NOT YET CLOSED THE ACCOUNT - ITS OWN RESULT SO
      * THE SECURITY REPORT SEES EXPIRED CONTRACTORS APART FROM
      * ACCOUNTS AN ADMINISTRATOR DEACTIVATED.
           PERFORM  8160-CHECK-ACCOUNT-EXPIRED
               THRU 8160-CHECK-ACCOUNT-EXPIRED-X.
           IF  WS-ACCT-EXPIRED
               MOVE 'ACCOUNT EXPIRED' TO WS-RESULT-MSG
               PERFORM  1900-EMIT-RESULT
                   THRU 1900-EMIT-RESULT-X
               MOVE 'LOGIN   ' TO WS-AUDIT-ACTION
               MOVE 'EXPIRED ' TO WS-AUDIT-RESULT
               PERFORM  1800-WRITE-AUDIT-LOG
                   THRU 1800-WRITE-AUDIT-LOG-X
               GO TO 1100-DO-LOGIN-X
           END-IF.

           IF  NOT WS-RUN-UNATTENDED
               DISPLAY 'ENTER PASSWORD:'
               ACCEPT WS-INPUT-USER-PW WITH NO ECHO
               ACCEPT WS-STORED-USER-LN
               DISPLAY 'ENTER YOUR DEPARTMENT CODE (3 CHARACTERS):'
               ACCEPT WS-STORED-DEPT-CODE
               DISPLAY '[E]MPLOYEE OR [C]ONTRACTOR (BLANK = EMPLOYEE):'
               ACCEPT WS-STORED-ACCT-TYPE
               IF  WS-STORED-TYPE-CONTRACTOR
                   DISPLAY 'ENTER SPONSOR USER ID:'
                   ACCEPT WS-STORED-SPONSOR-ID
                   DISPLAY 'ENTER CONTRACT END DATE (YYYYMMDD):'
                   ACCEPT WS-STORED-EXPIRY-DATE
               END-IF
           END-IF.

           MOVE WS-STORED-USER-ID TO WS-AUDIT-USER-ID.
               GO TO 1200-DO-REGISTER-X
           END-IF.

      * AN ID THE RETENTION PURGE REMOVED BELONGED TO SOMEONE ELSE -
      * HANDING IT OUT AGAIN WOULD MAKE THE OLD AUDIT TRAIL READ AS
      * THE NEW PERSON'S.
           PERFORM  1210-CHECK-TOMBSTONE
               THRU 1210-CHECK-TOMBSTONE-X.
           IF  WS-TOMBSTN-FOUND
               MOVE 'USER ID IS RETIRED AND MAY NOT BE REUSED.'
                 TO WS-RESULT-MSG
               PERFORM  1900-EMIT-RESULT
                   THRU 1900-EMIT-RESULT-X
               MOVE 'REGISTER' TO WS-AUDIT-ACTION
               MOVE 'TOMBSTN ' TO WS-AUDIT-RESULT
               PERFORM  1800-WRITE-AUDIT-LOG
                   THRU 1800-WRITE-AUDIT-LOG-X
               GO TO 1200-DO-REGISTER-X
           END-IF.

           PERFORM  1220-CHECK-CONTRACT
               THRU 1220-CHECK-CONTRACT-X.
           IF  NOT WS-EXPIRY-OK
               PERFORM  1900-EMIT-RESULT
                   THRU 1900-EMIT-RESULT-X
               MOVE 'REGISTER' TO WS-AUDIT-ACTION
               PERFORM  1800-WRITE-AUDIT-LOG
                   THRU 1800-WRITE-AUDIT-LOG-X
               GO TO 1200-DO-REGISTER-X
           END-IF.

           MOVE WS-STORED-USER-ID TO USR-ID.
           READ USER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'USER ID ALREADY EXISTS' TO WS-RESULT-MSG
                   PERFORM  1900-EMIT-RESULT
                       THRU 1900-EMIT-RESULT-X
                   MOVE 'REGISTER' TO WS-AUDIT-ACTION
                   MOVE 'DUPID   ' TO WS-AUDIT-RESULT
                   PERFORM  1800-WRITE-AUDIT-LOG
                       THRU 1800-WRITE-AUDIT-LOG-X
                   GO TO 1200-DO-REGISTER-X
           END-READ.

           MOVE WS-STORED-USER-PW TO WS-HASH-INPUT.
           PERFORM  8000-HASH-PASSWORD
               THRU 8000-HASH-PASSWORD-X.

      * BUFFER STILL HOLDS WHATEVER WAS READ LAST.
           MOVE SPACE              TO USR-ADMIN-ROLE.
           MOVE SPACE              TO USR-PWD-RESET-SW.
           MOVE ZERO               TO USR-DEACT-DATE.
           IF  WS-STORED-TYPE-CONTRACTOR
               MOVE 'C'                  TO USR-ACCOUNT-TYPE
               MOVE WS-STORED-SPONSOR-ID TO USR-SPONSOR-ID
               MOVE WS-EXPIRY-NEW-DATE   TO USR-EXPIRY-DATE
           ELSE
               MOVE 'E'                  TO USR-ACCOUNT-TYPE
               MOVE SPACES               TO USR-SPONSOR-ID
               MOVE ZERO                 TO USR-EXPIRY-DATE
           END-IF.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE    TO USR-REGISTER-DATE.
           MOVE WS-CURRENT-DATE    TO USR-PWD-CHANGED-DATE.
       1200-DO-REGISTER-X.
           EXIT.

      ****************************
       1210-CHECK-TOMBSTONE.
      ****************************

      * LOOKS UP WS-STORED-USER-ID. LEAVES WS-TOMBSTN-FOUND SET WHEN
      * THE ID HAS BEEN PURGED AND MAY NOT BE ISSUED AGAIN.
           IF  WS-TOMBSTN-ABSENT
               GO TO 1210-CHECK-TOMBSTONE-X
           END-IF.

           MOVE SPACES TO WS-TOMBSTN-SW.
           MOVE WS-STORED-USER-ID TO TMB-USER-ID.
           READ TOMBSTONE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-TOMBSTN-FOUND TO TRUE
           END-READ.

       1210-CHECK-TOMBSTONE-X.
           EXIT.

      ****************************
       1220-CHECK-CONTRACT.
      ****************************

      * ACCOUNT TYPE AND, FOR A CONTRACTOR, SPONSOR AND END DATE.
      * THE SPONSOR MUST BE AN ACTIVE EMPLOYEE ACCOUNT OTHER THAN THE
      * ONE BEING REGISTERED - A CONTRACTOR CANNOT SPONSOR ANOTHER.
      * LEAVES WS-EXPIRY-OK SET WHEN THE REGISTRATION MAY GO AHEAD
      * (A CONTRACTOR'S END DATE IN WS-EXPIRY-NEW-DATE), OTHERWISE
      * THE REASON IN WS-RESULT-MSG AND THE AUDIT RESULT.
           MOVE SPACES TO WS-EXPIRY-OK-SW.

           IF  WS-STORED-TYPE-EMPLOYEE
               SET WS-EXPIRY-OK TO TRUE
               GO TO 1220-CHECK-CONTRACT-X
           END-IF.

           IF  NOT WS-STORED-TYPE-CONTRACTOR
               MOVE 'ACCOUNT TYPE MUST BE E OR C.' TO WS-RESULT-MSG
               MOVE 'BADTYPE ' TO WS-AUDIT-RESULT
               GO TO 1220-CHECK-CONTRACT-X
           END-IF.

           MOVE 'BADSPON ' TO WS-AUDIT-RESULT.
           IF  WS-STORED-SPONSOR-ID = SPACES
           OR  WS-STORED-SPONSOR-ID = WS-STORED-USER-ID
               MOVE 'A CONTRACTOR NEEDS A SPONSOR OTHER THAN ITSELF.'
                 TO WS-RESULT-MSG
               GO TO 1220-CHECK-CONTRACT-X
           END-IF.

           MOVE WS-STORED-SPONSOR-ID TO USR-ID.
           READ USER-MASTER
               INVALID KEY
                   MOVE 'SPONSOR USER ID NOT FOUND.' TO WS-RESULT-MSG
                   GO TO 1220-CHECK-CONTRACT-X
           END-READ.

           IF  NOT USR-STATUS-ACTIVE
           OR  USR-TYPE-CONTRACTOR
               MOVE 'SPONSOR MUST BE AN ACTIVE EMPLOYEE ACCOUNT.'
                 TO WS-RESULT-MSG
               GO TO 1220-CHECK-CONTRACT-X
           END-IF.

           MOVE WS-STORED-EXPIRY-DATE TO WS-EXPIRY-INPUT.
           PERFORM  8150-EDIT-EXPIRY-DATE
               THRU 8150-EDIT-EXPIRY-DATE-X.
           IF  NOT WS-EXPIRY-OK
               MOVE 'BADEXPDT' TO WS-AUDIT-RESULT
           END-IF.

       1220-CHECK-CONTRACT-X.
           EXIT.

      ****************************
       1300-DO-CHANGE-PASSWORD.
      ****************************
               DISPLAY '[S]TATUS UPDATE | [D]EPARTMENT MAINTENANCE |'
               DISPLAY '[R]OLE MAINTENANCE | [T]RANSFER USER |'
               DISPLAY '[M]ERGE/RETIRE DEPARTMENT | [A]CTIVITY |'
               DISPLAY '[P]ASSWORD RESET | [E]XTEND CONTRACTOR EXPIRY |'
               DISPLAY 'APPRO[V]E/REJECT PENDING REQUESTS:'
               ACCEPT WS-ADMIN-FUNC-SW
               IF  WS-ADMIN-FUNC-DEPT
                   IF  NOT WS-ACTING-FULL-PRIV
                       THRU 1480-DO-PASSWORD-RESET-X
                   GO TO 1400-DO-ADMIN-X
               END-IF
      * ANY ADMIN ROLE MAY EXTEND A CONTRACTOR - THE SPONSOR MAY NOT
      * BE AROUND WHEN THE END DATE IS CLOSE.
               IF  WS-ADMIN-FUNC-EXTEND
                   MOVE WS-ACTING-ADMIN-ID TO WS-EXTEND-ACTOR-ID
                   MOVE SPACES TO WS-EXTEND-BY-SPONSOR-SW
                   PERFORM  1490-EXTEND-EXPIRY
                       THRU 1490-EXTEND-EXPIRY-X
                   GO TO 1400-DO-ADMIN-X
               END-IF
      * ANY ADMIN ROLE MAY REVIEW THE QUEUE - WHICH REQUESTS IT MAY
      * ACTUALLY DECIDE IS CHECKED ONE BY ONE.
               IF  WS-ADMIN-FUNC-APPROVE
                   PERFORM  1750-DO-APPROVALS
                       THRU 1750-DO-APPROVALS-X
                   GO TO 1400-DO-ADMIN-X
               END-IF
               DISPLAY 'ENTER USER ID TO UPDATE:'
               ACCEPT WS-ADMIN-LOOKUP-ID
               DISPLAY '[A]CTIVATE, [L]OCK OR [D]EACTIVATE THAT ID:'
      * USR-STATUS-ACTIVE/LOCKED/DEACTIVATED, WHICH ARE UPPERCASE ONLY.
           INSPECT WS-ADMIN-NEW-STATUS CONVERTING 'ald' TO 'ALD'.

      * THE RETENTION CLOCK STARTS THE DAY AN ACCOUNT FIRST GOES TO
      * 'D'. DEACTIVATING IT AGAIN KEEPS THE ORIGINAL DATE; BRINGING
      * IT BACK (ACTIVE OR LOCKED) CLEARS IT.
           IF  WS-ADMIN-NEW-STATUS = 'D'
               IF  NOT USR-STATUS-DEACTIVATED
                   ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                   MOVE WS-CURRENT-DATE TO USR-DEACT-DATE
               END-IF
           ELSE
               MOVE ZERO TO USR-DEACT-DATE
           END-IF.

           MOVE WS-ADMIN-NEW-STATUS TO USR-STATUS.
           IF  USR-STATUS-ACTIVE
               MOVE ZERO TO USR-FAILED-LOGON-CNT
           MOVE SPACES TO WS-ACTING-ADMIN-ID
                          WS-ACTING-ROLE.

      * A RELEASED ITEM HAS NO PASSWORD - ITS ADMIN WAS AUTHENTICATED
      * WHEN IT WAS PARKED AND IS ONLY RE-CHECKED HERE.
           IF  WS-RUN-RELEASE
               PERFORM  1415-CONFIRM-PARKING-ADMIN
                   THRU 1415-CONFIRM-PARKING-ADMIN-X
               GO TO 1410-AUTHENTICATE-ADMIN-X
           END-IF.

           MOVE WS-ADMIN-INPUT-PW TO WS-HASH-INPUT.
           PERFORM  8000-HASH-PASSWORD
               THRU 8000-HASH-PASSWORD-X.
               GO TO 1410-AUTHENTICATE-ADMIN-X
           END-IF.

           PERFORM  8160-CHECK-ACCOUNT-EXPIRED
               THRU 8160-CHECK-ACCOUNT-EXPIRED-X.
           IF  WS-ACCT-EXPIRED
               MOVE 'ACCOUNT EXPIRED' TO WS-RESULT-MSG
               PERFORM  1900-EMIT-RESULT
                   THRU 1900-EMIT-RESULT-X
               MOVE WS-ADMIN-INPUT-ID TO WS-AUDIT-USER-ID
               MOVE 'ADMIN   ' TO WS-AUDIT-ACTION
               MOVE 'EXPIRED ' TO WS-AUDIT-RESULT
               PERFORM  1800-WRITE-AUDIT-LOG
                   THRU 1800-WRITE-AUDIT-LOG-X
               GO TO 1410-AUTHENTICATE-ADMIN-X
           END-IF.

           IF  WS-HASH-OUTPUT NOT = USR-PASSWORD-HASH
               ADD 1 TO USR-FAILED-LOGON-CNT
               IF  USR-FAILED-LOGON-CNT >= 3
       1410-AUTHENTICATE-ADMIN-X.
           EXIT.

      ****************************
       1415-CONFIRM-PARKING-ADMIN.
      ****************************

      * THE ADMIN WHO PARKED THE ITEM MUST STILL BE ON FILE, STILL
      * HOLD A ROLE AND STILL BE ACTIVE ON THE EFFECTIVE DATE -
      * SOMEONE WHO HAS SINCE LEFT OR LOST THE ROLE CANNOT ACT LATER.
           MOVE WS-ADMIN-INPUT-ID TO WS-AUDIT-USER-ID.
           MOVE 'ADMIN   '        TO WS-AUDIT-ACTION.

           MOVE WS-ADMIN-INPUT-ID TO USR-ID.
           READ USER-MASTER
               INVALID KEY
                   MOVE SPACES TO USR-ADMIN-ROLE
           END-READ.

           IF  USR-NOT-ADMIN
               MOVE 'PARKING ADMIN NO LONGER HOLDS A ROLE.'
                 TO WS-RESULT-MSG
               PERFORM  1900-EMIT-RESULT
                   THRU 1900-EMIT-RESULT-X
               MOVE 'BADAUTH ' TO WS-AUDIT-RESULT
               PERFORM  1800-WRITE-AUDIT-LOG
                   THRU 1800-WRITE-AUDIT-LOG-X
               GO TO 1415-CONFIRM-PARKING-ADMIN-X
           END-IF.

           IF  USR-STATUS-LOCKED OR USR-STATUS-DEACTIVATED
               IF  USR-STATUS-LOCKED
                   MOVE 'ACCOUNT LOCKED' TO WS-RESULT-MSG
                   MOVE 'LOCKED  ' TO WS-AUDIT-RESULT
               ELSE
                   MOVE 'ACCOUNT DEACTIVATED' TO WS-RESULT-MSG
                   MOVE 'DEACT   ' TO WS-AUDIT-RESULT
               END-IF
               PERFORM  1900-EMIT-RESULT
                   THRU 1900-EMIT-RESULT-X
               PERFORM  1800-WRITE-AUDIT-LOG
                   THRU 1800-WRITE-AUDIT-LOG-X
               GO TO 1415-CONFIRM-PARKING-ADMIN-X
           END-IF.

           PERFORM  8160-CHECK-ACCOUNT-EXPIRED
               THRU 8160-CHECK-ACCOUNT-EXPIRED-X.
           IF  WS-ACCT-EXPIRED
               MOVE 'ACCOUNT EXPIRED' TO WS-RESULT-MSG
               PERFORM  1900-EMIT-RESULT
                   THRU 1900-EMIT-RESULT-X
               MOVE 'EXPIRED ' TO WS-AUDIT-RESULT
               PERFORM  1800-WRITE-AUDIT-LOG
                   THRU 1800-WRITE-AUDIT-LOG-X
               GO TO 1415-CONFIRM-PARKING-ADMIN-X
           END-IF.

           MOVE USR-ID         TO WS-ACTING-ADMIN-ID.
           MOVE USR-ADMIN-ROLE TO WS-ACTING-ROLE.
           MOVE 'Y' TO WS-ADMIN-AUTH-SW.

       1415-CONFIRM-PARKING-ADMIN-X.
           EXIT.

      ****************************
       1420-DENY-ADMIN-FUNCTION.
      ****************************
               GO TO 1460-DO-ROLE-MAINT-X
           END-IF.

      * GRANTING A ROLE, OR RAISING ONE (S TO P OR F, P TO F), WAITS
      * FOR A SECOND ADMINISTRATOR. A REVOKE, A DOWNGRADE OR THE SAME
      * ROLE AGAIN ONLY EVER NARROWS ACCESS AND STILL TAKES EFFECT AT
      * ONCE. THE BOOTSTRAP IS EXEMPT - IT ONLY RUNS WHILE THERE IS
      * NO ADMINISTRATOR ON FILE TO APPROVE ANYTHING.
           IF  NOT WS-ADMIN-BOOTSTRAP
               IF  (WS-ROLE-INPUT = 'F' AND NOT USR-ADMIN-FULL-PRIV)
               OR  (WS-ROLE-INPUT = 'P' AND NOT USR-ADMIN-RESET-PRIV)
               OR  (WS-ROLE-INPUT = 'S' AND USR-NOT-ADMIN)
                   MOVE 'R'                TO WS-APPR-TYPE
                   MOVE USR-ADMIN-ROLE     TO WS-APPR-OLD-ROLE
                   MOVE WS-ADMIN-LOOKUP-ID TO WS-AUDIT-USER-ID
                   MOVE 'ROLEMNT '         TO WS-AUDIT-ACTION
                   PERFORM  1950-RAISE-APPROVAL
                       THRU 1950-RAISE-APPROVAL-X
                   GO TO 1460-DO-ROLE-MAINT-X
               END-IF
           END-IF.

           PERFORM  1465-APPLY-ROLE-CHANGE
               THRU 1465-APPLY-ROLE-CHANGE-X.

       1460-DO-ROLE-MAINT-X.
           EXIT.

      ****************************
       1465-APPLY-ROLE-CHANGE.
      ****************************

      * THE TARGET'S RECORD IS IN THE USER-MASTER BUFFER AND THE
      * VALIDATED ROLE IN WS-ROLE-INPUT. REACHED DIRECTLY FOR AN
      * IMMEDIATE CHANGE AND FROM 1772 WHEN A REQUEST IS APPROVED -
      * EITHER WAY THE ACTING ADMINISTRATOR IS THE ONE AUDITED.
           IF  WS-ROLE-INPUT-NONE
               MOVE SPACE TO USR-ADMIN-ROLE
           ELSE
           PERFORM  1800-WRITE-AUDIT-LOG
               THRU 1800-WRITE-AUDIT-LOG-X.

       1465-APPLY-ROLE-CHANGE-X.
           EXIT.

      ****************************
               GO TO 1480-DO-PASSWORD-RESET-X
           END-IF.

      * A NEW PASSWORD ON ANOTHER ADMINISTRATOR'S ACCOUNT IS A WAY
      * INTO THAT ADMINISTRATOR'S PRIVILEGES - IT WAITS FOR A SECOND
      * ADMINISTRATOR, TERMINAL OR FEED ALIKE. ONLY THE HASH GOES ON
      * THE REQUEST.
           IF  NOT USR-NOT-ADMIN
           AND WS-ADMIN-LOOKUP-ID NOT = WS-ACTING-ADMIN-ID
               MOVE 'P'                TO WS-APPR-TYPE
               MOVE WS-ADMIN-LOOKUP-ID TO WS-AUDIT-USER-ID
               MOVE 'PWRESET '         TO WS-AUDIT-ACTION
               PERFORM  1950-RAISE-APPROVAL
                   THRU 1950-RAISE-APPROVAL-X
               GO TO 1480-DO-PASSWORD-RESET-X
           END-IF.

           PERFORM  1485-APPLY-PASSWORD-RESET
               THRU 1485-APPLY-PASSWORD-RESET-X.

       1480-DO-PASSWORD-RESET-X.
           EXIT.

      ****************************
       1485-APPLY-PASSWORD-RESET.
      ****************************

      * THE TARGET'S RECORD IS IN THE USER-MASTER BUFFER AND THE
      * EDITED, HASHED ONE-TIME PASSWORD IN WS-NEW-PW-HASH. REACHED
      * DIRECTLY, OR FROM 1776 WHEN A HELD RESET IS APPROVED.
      * THE ONE-TIME PASSWORD GOES ON THE RECORD BUT NOT INTO THE
      * REUSE HISTORY - THE USER'S REAL CHOICE AT THE FORCED CHANGE
      * IS WHAT THE FIVE-DEEP WINDOW SHOULD REMEMBER, AND 8060
           PERFORM  1800-WRITE-AUDIT-LOG
               THRU 1800-WRITE-AUDIT-LOG-X.

       1485-APPLY-PASSWORD-RESET-X.
           EXIT.

      ****************************
       1490-EXTEND-EXPIRY.
      ****************************

      * CONTRACTOR END-DATE EXTENSION, TERMINAL ONLY. REACHED FROM
      * THE ADMIN MENU OR FROM THE SPONSOR'S OWN SESSION MENU (WHICH
      * SETS WS-EXTEND-BY-SPONSOR - A SPONSOR MAY EXTEND ONLY ITS OWN
      * CONTRACTORS). WS-EXTEND-ACTOR-ID GOES ON THE AUDIT RECORD AS
      * THE ADMIN ID EITHER WAY. THE DATE ONLY EVER MOVES LATER, AND
      * AN ACCOUNT THE EXPIRY RUN HAS ALREADY CLOSED STAYS CLOSED -
      * REACTIVATING IT IS A SEPARATE, SEPARATELY AUDITED STATUS
      * UPDATE.
           DISPLAY 'ENTER CONTRACTOR USER ID:'.
           ACCEPT WS-EXTEND-TARGET-ID.
           DISPLAY 'ENTER NEW CONTRACT END DATE (YYYYMMDD):'.
           ACCEPT WS-EXPIRY-INPUT.

           MOVE WS-EXTEND-TARGET-ID TO WS-AUDIT-USER-ID.
           MOVE 'EXTEND  '          TO WS-AUDIT-ACTION.

           MOVE WS-EXTEND-TARGET-ID TO USR-ID.
           READ USER-MASTER
               INVALID KEY
                   MOVE 'USER ID NOT FOUND.' TO WS-RESULT-MSG
                   MOVE 'NO USER ' TO WS-AUDIT-RESULT
                   GO TO 1490-EXTEND-REFUSED
           END-READ.

           IF  NOT USR-TYPE-CONTRACTOR
               MOVE 'NOT A CONTRACTOR ACCOUNT.' TO WS-RESULT-MSG
               MOVE 'NOTCONTR' TO WS-AUDIT-RESULT
               GO TO 1490-EXTEND-REFUSED
           END-IF.

           IF  WS-EXTEND-BY-SPONSOR
           AND USR-SPONSOR-ID NOT = WS-EXTEND-ACTOR-ID
               MOVE 'YOU ARE NOT THE SPONSOR OF THAT ACCOUNT.'
                 TO WS-RESULT-MSG
               MOVE 'NOTSPON ' TO WS-AUDIT-RESULT
               GO TO 1490-EXTEND-REFUSED
           END-IF.

           PERFORM  8150-EDIT-EXPIRY-DATE
               THRU 8150-EDIT-EXPIRY-DATE-X.
           IF  NOT WS-EXPIRY-OK
               MOVE 'BADEXPDT' TO WS-AUDIT-RESULT
               GO TO 1490-EXTEND-REFUSED
           END-IF.

           IF  USR-EXPIRY-DATE IS NUMERIC
           AND WS-EXPIRY-NEW-DATE NOT > USR-EXPIRY-DATE
               MOVE 'NEW END DATE MUST BE LATER THAN THE CURRENT ONE.'
                 TO WS-RESULT-MSG
               MOVE 'BADEXPDT' TO WS-AUDIT-RESULT
               GO TO 1490-EXTEND-REFUSED
           END-IF.

           MOVE WS-EXPIRY-NEW-DATE TO USR-EXPIRY-DATE.
           PERFORM  1860-REWRITE-USER-RECORD
               THRU 1860-REWRITE-USER-RECORD-X.

           IF  USR-STATUS-DEACTIVATED
               MOVE 'END DATE EXTENDED - ACCOUNT REMAINS DEACTIVATED.'
                 TO WS-RESULT-MSG
           ELSE
               MOVE 'CONTRACT END DATE EXTENDED.' TO WS-RESULT-MSG
           END-IF.
           MOVE 'SUCCESS ' TO WS-AUDIT-RESULT.

       1490-EXTEND-REFUSED.

           PERFORM  1900-EMIT-RESULT
               THRU 1900-EMIT-RESULT-X.
           MOVE WS-EXTEND-ACTOR-ID TO WS-AUDIT-ADMIN-ID.
           PERFORM  1800-WRITE-AUDIT-LOG
               THRU 1800-WRITE-AUDIT-LOG-X.

       1490-EXTEND-EXPIRY-X.
           EXIT.

      ****************************
               GO TO 1510-ADD-DEPARTMENT-X
           END-IF.

      * EVERY DEPARTMENT NEEDS SOMEONE TO SIGN OFF ITS QUARTERLY
      * ACCESS RECERTIFICATION - NO OWNER, NO DEPARTMENT.
           DISPLAY 'ENTER CERTIFYING OWNER USER ID:'.
           ACCEPT WS-DEPT-INPUT-OWNER.

           IF  WS-DEPT-INPUT-OWNER = SPACES
               MOVE 'CERTIFYING OWNER MAY NOT BE BLANK.'
                 TO WS-RESULT-MSG
               PERFORM  1900-EMIT-RESULT
                   THRU 1900-EMIT-RESULT-X
               GO TO 1510-ADD-DEPARTMENT-X
           END-IF.

           PERFORM  1530-VALIDATE-DEPT-OWNER
               THRU 1530-VALIDATE-DEPT-OWNER-X.
           IF  NOT WS-DEPT-OWNER-VALID
               GO TO 1510-ADD-DEPARTMENT-X
           END-IF.

           MOVE SPACES              TO DEPT-RECORD.
           MOVE WS-DEPT-INPUT-CODE  TO DEPT-CODE.
           MOVE WS-DEPT-INPUT-NAME  TO DEPT-NAME.
           MOVE 'A'                 TO DEPT-STATUS.
           MOVE WS-DEPT-INPUT-OWNER TO DEPT-OWNER-ID.
           WRITE DEPT-RECORD.

           MOVE 'DEPARTMENT ADDED.' TO WS-RESULT-MSG.
       1520-RENAME-DEPARTMENT.
      ****************************

      * UPDATE AN EXISTING DEPARTMENT - A BLANK ANSWER LEAVES THAT
      * FIELD AS IT IS, SO THE NAME AND THE CERTIFYING OWNER CAN BE
      * CHANGED TOGETHER OR ONE AT A TIME.
           DISPLAY 'CURRENT NAME: ' DEPT-NAME.
           IF  DEPT-OWNER-ID = SPACES
               DISPLAY 'CURRENT CERTIFYING OWNER: (NONE)'
           ELSE
               DISPLAY 'CURRENT CERTIFYING OWNER: ' DEPT-OWNER-ID
           END-IF.
           IF  DEPT-RETIRED
               DISPLAY '(DEPARTMENT IS RETIRED - RENAME AFFECTS OLD'
                       ' REPORTS ONLY.)'
           END-IF.
           DISPLAY 'ENTER NEW DEPARTMENT NAME (BLANK = NO CHANGE):'.
           ACCEPT WS-DEPT-INPUT-NAME.
           DISPLAY 'ENTER NEW CERTIFYING OWNER (BLANK = NO CHANGE):'.
           ACCEPT WS-DEPT-INPUT-OWNER.

           IF  WS-DEPT-INPUT-NAME  = SPACES
           AND WS-DEPT-INPUT-OWNER = SPACES
               MOVE 'NO CHANGE MADE.' TO WS-RESULT-MSG
               PERFORM  1900-EMIT-RESULT
                   THRU 1900-EMIT-RESULT-X
               GO TO 1520-RENAME-DEPARTMENT-X
           END-IF.

           IF  WS-DEPT-INPUT-OWNER NOT = SPACES
               PERFORM  1530-VALIDATE-DEPT-OWNER
                   THRU 1530-VALIDATE-DEPT-OWNER-X
               IF  NOT WS-DEPT-OWNER-VALID
                   GO TO 1520-RENAME-DEPARTMENT-X
               END-IF
               MOVE WS-DEPT-INPUT-OWNER TO DEPT-OWNER-ID
           END-IF.

           IF  WS-DEPT-INPUT-NAME NOT = SPACES
               MOVE WS-DEPT-INPUT-NAME TO DEPT-NAME
           END-IF.
           REWRITE DEPT-RECORD.

           MOVE 'DEPARTMENT UPDATED.' TO WS-RESULT-MSG.
           PERFORM  1900-EMIT-RESULT
               THRU 1900-EMIT-RESULT-X.
           MOVE WS-ACTING-ADMIN-ID TO WS-AUDIT-USER-ID.
           MOVE WS-ACTING-ADMIN-ID TO WS-AUDIT-ADMIN-ID.
           MOVE 'DEPTMNT ' TO WS-AUDIT-ACTION.

           IF  WS-DEPT-INPUT-NAME NOT = SPACES
               MOVE 'RENAMED ' TO WS-AUDIT-RESULT
               PERFORM  1800-WRITE-AUDIT-LOG
                   THRU 1800-WRITE-AUDIT-LOG-X
           END-IF.

           IF  WS-DEPT-INPUT-OWNER NOT = SPACES
               MOVE 'OWNERSET' TO WS-AUDIT-RESULT
               PERFORM  1800-WRITE-AUDIT-LOG
                   THRU 1800-WRITE-AUDIT-LOG-X
           END-IF.

       1520-RENAME-DEPARTMENT-X.
           EXIT.

      ****************************
       1530-VALIDATE-DEPT-OWNER.
      ****************************

      * THE OWNER MUST BE A LIVE USER-MASTER ACCOUNT - A DEACTIVATED
      * ID CANNOT SIGN OFF ANYONE'S ACCESS. THE LOOKUP USES THE
      * USER-MASTER BUFFER, WHICH HOLDS NOTHING ELSE DURING
      * DEPARTMENT MAINTENANCE.
           MOVE SPACES TO WS-DEPT-OWNER-SW.
           MOVE WS-DEPT-INPUT-OWNER TO USR-ID.
           READ USER-MASTER
               INVALID KEY
                   MOVE 'CERTIFYING OWNER NOT FOUND.'
                     TO WS-RESULT-MSG
                   PERFORM  1900-EMIT-RESULT
                       THRU 1900-EMIT-RESULT-X
                   GO TO 1530-VALIDATE-DEPT-OWNER-X
           END-READ.

           IF  USR-STATUS-DEACTIVATED
               MOVE 'CERTIFYING OWNER IS DEACTIVATED.'
                 TO WS-RESULT-MSG
               PERFORM  1900-EMIT-RESULT
                   THRU 1900-EMIT-RESULT-X
               GO TO 1530-VALIDATE-DEPT-OWNER-X
           END-IF.

           SET WS-DEPT-OWNER-VALID TO TRUE.

       1530-VALIDATE-DEPT-OWNER-X.
           EXIT.

      ****************************
       1600-DO-DEPT-TRANSFER.
      ****************************
      * RETIRED WITH ITS MERGED-INTO CODE SO REGISTRATIONS AND
      * TRANSFERS REFUSE IT FROM NOW ON. DEPARTMENTS ARE STILL NEVER
      * DELETED - A RETIRED ROW KEEPS ITS NAME FOR OLD REPORTS.
      * A MERGE CANNOT BE UNDONE, SO ONCE IT PASSES ITS EDITS IT IS
      * HELD FOR A SECOND ADMINISTRATOR; 1774 RE-EDITS AND APPLIES IT
      * ON APPROVAL.
           DISPLAY 'ENTER DEPARTMENT CODE TO MERGE/RETIRE:'.
           ACCEPT WS-MERGE-OLD-DEPT.
           DISPLAY 'ENTER SURVIVING DEPARTMENT CODE:'.
           ACCEPT WS-MERGE-NEW-DEPT.

           PERFORM  1652-EDIT-DEPT-MERGE
               THRU 1652-EDIT-DEPT-MERGE-X.
           IF  NOT WS-MERGE-VALID
               GO TO 1650-DO-DEPT-MERGE-X
           END-IF.

           MOVE 'M'                TO WS-APPR-TYPE.
           MOVE WS-ACTING-ADMIN-ID TO WS-AUDIT-USER-ID.
           MOVE 'DEPTMNT '         TO WS-AUDIT-ACTION.
           PERFORM  1950-RAISE-APPROVAL
               THRU 1950-RAISE-APPROVAL-X.

       1650-DO-DEPT-MERGE-X.
           EXIT.

      ****************************
       1652-EDIT-DEPT-MERGE.
      ****************************

      * BOTH CODES PRESENT AND DIFFERENT, THE SURVIVOR ON FILE AND
      * LIVE, THE OLD CODE ON FILE AND NOT ALREADY RETIRED. RUN WHEN
      * THE MERGE IS ASKED FOR AND AGAIN WHEN IT IS APPROVED - A LOT
      * CAN CHANGE IN A WEEK.
           MOVE SPACES TO WS-MERGE-VALID-SW.

           IF  WS-MERGE-OLD-DEPT = SPACES
           OR  WS-MERGE-NEW-DEPT = SPACES
               MOVE 'DEPARTMENT CODES MAY NOT BE BLANK.'
                 TO WS-RESULT-MSG
               PERFORM  1900-EMIT-RESULT
                   THRU 1900-EMIT-RESULT-X
               GO TO 1652-EDIT-DEPT-MERGE-X
           END-IF.

           IF  WS-MERGE-OLD-DEPT = WS-MERGE-NEW-DEPT
               MOVE 'OLD AND SURVIVING CODES MUST DIFFER.'
                 TO WS-RESULT-MSG
               PERFORM  1900-EMIT-RESULT
                   THRU 1900-EMIT-RESULT-X
               GO TO 1652-EDIT-DEPT-MERGE-X
           END-IF.

           MOVE WS-MERGE-NEW-DEPT TO DEPT-CODE.
                     TO WS-RESULT-MSG
                   PERFORM  1900-EMIT-RESULT
                       THRU 1900-EMIT-RESULT-X
                   GO TO 1652-EDIT-DEPT-MERGE-X
           END-READ.
           IF  DEPT-RETIRED
               MOVE 'SURVIVING DEPARTMENT IS RETIRED.' TO WS-RESULT-MSG
               PERFORM  1900-EMIT-RESULT
                   THRU 1900-EMIT-RESULT-X
               GO TO 1652-EDIT-DEPT-MERGE-X
           END-IF.

           MOVE WS-MERGE-OLD-DEPT TO DEPT-CODE.
                     TO WS-RESULT-MSG
                   PERFORM  1900-EMIT-RESULT
                       THRU 1900-EMIT-RESULT-X
                   GO TO 1652-EDIT-DEPT-MERGE-X
           END-READ.
           IF  DEPT-RETIRED
               MOVE 'DEPARTMENT IS ALREADY RETIRED.' TO WS-RESULT-MSG
               PERFORM  1900-EMIT-RESULT
                   THRU 1900-EMIT-RESULT-X
               GO TO 1652-EDIT-DEPT-MERGE-X
           END-IF.

           SET WS-MERGE-VALID TO TRUE.

       1652-EDIT-DEPT-MERGE-X.
           EXIT.

      ****************************
       1655-APPLY-DEPT-MERGE.
      ****************************

      * THE CODES IN WS-MERGE-OLD-DEPT/WS-MERGE-NEW-DEPT HAVE JUST
      * PASSED 1652. WS-MERGE-VALID IS LEFT OFF IF THE RETIRE ITSELF
      * COULD NOT BE DONE.
           PERFORM  1660-REPOINT-USER-ROWS
               THRU 1660-REPOINT-USER-ROWS-X.

               INVALID KEY
                   MOVE 'RETIRE FAILED - RECORD NOT FOUND.'
                     TO WS-RESULT-MSG
                   MOVE SPACES TO WS-MERGE-VALID-SW
                   PERFORM  1900-EMIT-RESULT
                       THRU 1900-EMIT-RESULT-X
                   GO TO 1655-APPLY-DEPT-MERGE-X
           END-READ.
           MOVE 'R'               TO DEPT-STATUS.
           MOVE WS-MERGE-NEW-DEPT TO DEPT-MERGED-INTO.
           PERFORM  1800-WRITE-AUDIT-LOG
               THRU 1800-WRITE-AUDIT-LOG-X.

       1655-APPLY-DEPT-MERGE-X.
           EXIT.

      ****************************
       1665-REPOINT-NEXT-USER-X.
           EXIT.

      ****************************
       1700-DO-CANCEL-PENDING.
      ****************************

      * WITHDRAWS A PARKED ITEM BEFORE IT FIRES. THE CANCEL CARRIES
      * ITS OWN ADMIN CREDENTIALS, THE PARKED ITEM'S KEY, AND ITS
      * TARGET USER AS A CROSS-CHECK AGAINST A MIS-KEYED REFERENCE.
           PERFORM  1410-AUTHENTICATE-ADMIN
               THRU 1410-AUTHENTICATE-ADMIN-X.
           IF  NOT WS-ADMIN-AUTH-OK
               GO TO 1700-DO-CANCEL-PENDING-X
           END-IF.

           MOVE WS-ADMIN-LOOKUP-ID TO WS-AUDIT-USER-ID.
           MOVE 'CANCEL  '         TO WS-AUDIT-ACTION.

           IF  WS-PENDTRN-ABSENT
               MOVE 'NO SUCH PARKED TRANSACTION.' TO WS-RESULT-MSG
               PERFORM  1900-EMIT-RESULT
                   THRU 1900-EMIT-RESULT-X
               MOVE WS-ACTING-ADMIN-ID TO WS-AUDIT-ADMIN-ID
               MOVE 'NOTFOUND' TO WS-AUDIT-RESULT
               PERFORM  1800-WRITE-AUDIT-LOG
                   THRU 1800-WRITE-AUDIT-LOG-X
               GO TO 1700-DO-CANCEL-PENDING-X
           END-IF.

           MOVE TRAN-CXL-EFF-DATE  TO PND-EFFECTIVE-DATE.
           MOVE TRAN-CXL-FEED-DATE TO PND-FEED-DATE.
           MOVE TRAN-CXL-SEQ-NO    TO PND-SEQ-NO.
           READ PENDING-TRAN
               INVALID KEY
                   MOVE 'NO SUCH PARKED TRANSACTION.' TO WS-RESULT-MSG
                   PERFORM  1900-EMIT-RESULT
                       THRU 1900-EMIT-RESULT-X
                   MOVE WS-ACTING-ADMIN-ID TO WS-AUDIT-ADMIN-ID
                   MOVE 'NOTFOUND' TO WS-AUDIT-RESULT
                   PERFORM  1800-WRITE-AUDIT-LOG
                       THRU 1800-WRITE-AUDIT-LOG-X
                   GO TO 1700-DO-CANCEL-PENDING-X
           END-READ.

           IF  PND-TARGET-USER-ID NOT = WS-ADMIN-LOOKUP-ID
               MOVE 'PARKED TRANSACTION IS FOR ANOTHER USER.'
                 TO WS-RESULT-MSG
               PERFORM  1900-EMIT-RESULT
                   THRU 1900-EMIT-RESULT-X
               MOVE WS-ACTING-ADMIN-ID TO WS-AUDIT-ADMIN-ID
               MOVE 'MISMATCH' TO WS-AUDIT-RESULT
               PERFORM  1800-WRITE-AUDIT-LOG
                   THRU 1800-WRITE-AUDIT-LOG-X
               GO TO 1700-DO-CANCEL-PENDING-X
           END-IF.

      * SAME TRIAL-RUN GUARD AS 1860 - AN EDIT RUN ONLY REPORTS.
           IF  NOT WS-RUN-EDIT
               DELETE PENDING-TRAN RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

           MOVE 'PARKED TRANSACTION CANCELLED.' TO WS-RESULT-MSG.
           PERFORM  1900-EMIT-RESULT
               THRU 1900-EMIT-RESULT-X.
           MOVE WS-ACTING-ADMIN-ID TO WS-AUDIT-ADMIN-ID.
           MOVE 'SUCCESS ' TO WS-AUDIT-RESULT.
           PERFORM  1800-WRITE-AUDIT-LOG
               THRU 1800-WRITE-AUDIT-LOG-X.

       1700-DO-CANCEL-PENDING-X.
           EXIT.

      ****************************
       1750-DO-APPROVALS.
      ****************************

      * DUAL-CONTROL QUEUE - TERMINAL ONLY. WALKS THE OPEN REQUESTS
      * OLDEST FIRST AND OFFERS EACH ONE THIS ADMINISTRATOR MAY
      * DECIDE: NOT ONE THEY RAISED, NOT ONE ABOUT THEIR OWN ACCOUNT,
      * AND ONLY WITH THE ROLE THE CHANGE ITSELF WOULD NEED. AN OPEN
      * REQUEST PAST ITS LAST DAY IS MARKED EXPIRED AS IT IS PASSED.
           MOVE ZERO   TO WS-APPR-SHOWN-CNT.
           MOVE SPACES TO WS-APRRD-SW
                          WS-APPR-DECISION.

      * KEY 000000 IS THE CONTROL RECORD - START PAST IT.
           MOVE 1 TO APR-REQ-NO.
           START APPROVAL-REQUEST KEY NOT < APR-REQ-NO
               INVALID KEY
                   SET WS-APRRD-EOF TO TRUE
           END-START.

           PERFORM  1755-REVIEW-NEXT-REQUEST
               THRU 1755-REVIEW-NEXT-REQUEST-X
              UNTIL WS-APRRD-EOF
                 OR WS-APPR-DECIDE-QUIT.

           IF  WS-APPR-SHOWN-CNT = ZERO
               MOVE 'NO OPEN REQUESTS ARE WAITING.' TO WS-RESULT-MSG
               PERFORM  1900-EMIT-RESULT
                   THRU 1900-EMIT-RESULT-X
           END-IF.

       1750-DO-APPROVALS-X.
           EXIT.

      ****************************
       1755-REVIEW-NEXT-REQUEST.
      ****************************

           READ APPROVAL-REQUEST NEXT RECORD
               AT END
                   SET WS-APRRD-EOF TO TRUE
                   GO TO 1755-REVIEW-NEXT-REQUEST-X
           END-READ.

           IF  NOT APR-OPEN
               GO TO 1755-REVIEW-NEXT-REQUEST-X
           END-IF.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           IF  APR-EXPIRES-DATE < WS-CURRENT-DATE
               PERFORM  1790-EXPIRE-REQUEST
                   THRU 1790-EXPIRE-REQUEST-X
               GO TO 1755-REVIEW-NEXT-REQUEST-X
           END-IF.

           ADD 1 TO WS-APPR-SHOWN-CNT.
           DISPLAY ' '.
           DISPLAY 'REQUEST ' APR-REQ-NO ' RAISED ' APR-REQ-DATE
                   ' BY ' APR-REQUESTER-ID
                   ' - LAST DAY ' APR-EXPIRES-DATE.
           EVALUATE TRUE
               WHEN APR-TYPE-ROLE
                   DISPLAY '  ROLE CHANGE FOR ' APR-TARGET-ID
                           ' FROM [' APR-OLD-ROLE '] TO ['
                           APR-NEW-ROLE ']'
               WHEN APR-TYPE-MERGE
                   DISPLAY '  MERGE/RETIRE DEPARTMENT ' APR-OLD-DEPT
                           ' INTO ' APR-NEW-DEPT
               WHEN APR-TYPE-RESET
                   DISPLAY '  PASSWORD RESET FOR ADMINISTRATOR '
                           APR-TARGET-ID
           END-EVALUATE.

           PERFORM  1760-CHECK-APPROVER
               THRU 1760-CHECK-APPROVER-X.
           IF  NOT WS-APPR-ALLOWED
               PERFORM  1900-EMIT-RESULT
                   THRU 1900-EMIT-RESULT-X
               GO TO 1755-REVIEW-NEXT-REQUEST-X
           END-IF.

           DISPLAY '[A]PPROVE | [R]EJECT | [S]KIP | E[X]IT:'.
           ACCEPT WS-APPR-DECISION.

           IF  WS-APPR-DECIDE-APPROVE
               PERFORM  1770-APPROVE-REQUEST
                   THRU 1770-APPROVE-REQUEST-X
           END-IF.
           IF  WS-APPR-DECIDE-REJECT
               PERFORM  1780-REJECT-REQUEST
                   THRU 1780-REJECT-REQUEST-X
           END-IF.

       1755-REVIEW-NEXT-REQUEST-X.
           EXIT.

      ****************************
       1760-CHECK-APPROVER.
      ****************************

      * THE SECOND PAIR OF EYES MUST BE A DIFFERENT PERSON FROM THE
      * ONE WHO ASKED AND FROM THE ONE WHO WOULD BENEFIT, AND HOLD
      * THE ROLE THE CHANGE ITSELF NEEDS - FULL FOR ROLES AND
      * MERGES, RESET PRIVILEGE FOR A PASSWORD RESET.
           MOVE SPACES TO WS-APPR-ALLOWED-SW.

           IF  APR-REQUESTER-ID = WS-ACTING-ADMIN-ID
               MOVE '  YOUR OWN REQUEST - ANOTHER ADMINISTRATOR MUST DEC
      -             'IDE IT.' TO WS-RESULT-MSG
               GO TO 1760-CHECK-APPROVER-X
           END-IF.

           IF  APR-TARGET-ID = WS-ACTING-ADMIN-ID
               MOVE '  CONCERNS YOUR OWN ACCOUNT - ANOTHER ADMINISTRATOR
      -             ' MUST DECIDE IT.' TO WS-RESULT-MSG
               GO TO 1760-CHECK-APPROVER-X
           END-IF.

           IF  (APR-TYPE-RESET AND NOT WS-ACTING-RESET-PRIV)
           OR  (NOT APR-TYPE-RESET AND NOT WS-ACTING-FULL-PRIV)
               MOVE '  YOUR ROLE MAY NOT DECIDE THIS REQUEST.'
                 TO WS-RESULT-MSG
               GO TO 1760-CHECK-APPROVER-X
           END-IF.

           SET WS-APPR-ALLOWED TO TRUE.

       1760-CHECK-APPROVER-X.
           EXIT.

      ****************************
       1770-APPROVE-REQUEST.
      ****************************

      * APPLY THE CHANGE UNDER THE APPROVER'S ID - ITS OWN AUDIT
      * RECORD (ROLEMNT, PWRESET, XFERDEPT/DEPTMNT) NAMES THE
      * APPROVER AS THE ADMINISTRATOR WHO MADE IT. A CHANGE THAT CAN
      * NO LONGER BE MADE CLOSES THE REQUEST AS FAILED, NOT OPEN.
           MOVE SPACES TO WS-APPR-APPLY-SW.

           EVALUATE TRUE
               WHEN APR-TYPE-ROLE
                   PERFORM  1772-APPLY-ROLE-REQUEST
                       THRU 1772-APPLY-ROLE-REQUEST-X
               WHEN APR-TYPE-MERGE
                   PERFORM  1774-APPLY-MERGE-REQUEST
                       THRU 1774-APPLY-MERGE-REQUEST-X
               WHEN APR-TYPE-RESET
                   PERFORM  1776-APPLY-RESET-REQUEST
                       THRU 1776-APPLY-RESET-REQUEST-X
           END-EVALUATE.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-ACTING-ADMIN-ID TO APR-DECIDED-BY.
           MOVE WS-CURRENT-DATE    TO APR-DECIDED-DATE.
           IF  WS-APPR-APPLIED
               SET APR-APPROVED TO TRUE
               MOVE 'APPROVED' TO WS-AUDIT-RESULT
           ELSE
               SET APR-FAILED TO TRUE
               MOVE 'NOTAPPLD' TO WS-AUDIT-RESULT
           END-IF.
           REWRITE APPROVAL-RECORD.

           MOVE WS-ACTING-ADMIN-ID TO WS-AUDIT-ADMIN-ID.
           PERFORM  1795-AUDIT-DECISION
               THRU 1795-AUDIT-DECISION-X.

       1770-APPROVE-REQUEST-X.
           EXIT.

      ****************************
       1772-APPLY-ROLE-REQUEST.
      ****************************

           MOVE APR-TARGET-ID TO WS-ADMIN-LOOKUP-ID.
           MOVE APR-TARGET-ID TO USR-ID.
           READ USER-MASTER
               INVALID KEY
                   MOVE 'USER ID NOT FOUND - REQUEST NOT APPLIED.'
                     TO WS-RESULT-MSG
                   PERFORM  1900-EMIT-RESULT
                       THRU 1900-EMIT-RESULT-X
                   GO TO 1772-APPLY-ROLE-REQUEST-X
           END-READ.

           MOVE APR-NEW-ROLE TO WS-ROLE-INPUT.
           PERFORM  1465-APPLY-ROLE-CHANGE
               THRU 1465-APPLY-ROLE-CHANGE-X.
           SET WS-APPR-APPLIED TO TRUE.

       1772-APPLY-ROLE-REQUEST-X.
           EXIT.

      ****************************
       1774-APPLY-MERGE-REQUEST.
      ****************************

           MOVE APR-OLD-DEPT TO WS-MERGE-OLD-DEPT.
           MOVE APR-NEW-DEPT TO WS-MERGE-NEW-DEPT.
           PERFORM  1652-EDIT-DEPT-MERGE
               THRU 1652-EDIT-DEPT-MERGE-X.
           IF  NOT WS-MERGE-VALID
               GO TO 1774-APPLY-MERGE-REQUEST-X
           END-IF.

           PERFORM  1655-APPLY-DEPT-MERGE
               THRU 1655-APPLY-DEPT-MERGE-X.
           IF  WS-MERGE-VALID
               SET WS-APPR-APPLIED TO TRUE
           END-IF.

       1774-APPLY-MERGE-REQUEST-X.
           EXIT.

      ****************************
       1776-APPLY-RESET-REQUEST.
      ****************************

      * THE ONE-TIME PASSWORD WAS EDITED WHEN THE RESET WAS ASKED
      * FOR. ONLY THE REUSE CHECK IS REPEATED - THE ADMINISTRATOR
      * MAY HAVE CHANGED THEIR PASSWORD SINCE.
           MOVE APR-TARGET-ID TO WS-ADMIN-LOOKUP-ID.
           MOVE APR-TARGET-ID TO USR-ID.
           READ USER-MASTER
               INVALID KEY
                   MOVE 'USER ID NOT FOUND - REQUEST NOT APPLIED.'
                     TO WS-RESULT-MSG
                   PERFORM  1900-EMIT-RESULT
                       THRU 1900-EMIT-RESULT-X
                   GO TO 1776-APPLY-RESET-REQUEST-X
           END-READ.

           MOVE APR-OTP-HASH TO WS-NEW-PW-HASH.
           PERFORM  8060-CHECK-PWD-HISTORY
               THRU 8060-CHECK-PWD-HISTORY-X.
           IF  WS-PWD-REUSED
               MOVE 'PASSWORD NOW MATCHES A RECENT ONE - NOT APPLIED.'
                 TO WS-RESULT-MSG
               PERFORM  1900-EMIT-RESULT
                   THRU 1900-EMIT-RESULT-X
               GO TO 1776-APPLY-RESET-REQUEST-X
           END-IF.

           PERFORM  1485-APPLY-PASSWORD-RESET
               THRU 1485-APPLY-PASSWORD-RESET-X.
           SET WS-APPR-APPLIED TO TRUE.

       1776-APPLY-RESET-REQUEST-X.
           EXIT.

      ****************************
       1780-REJECT-REQUEST.
      ****************************

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           SET APR-REJECTED TO TRUE.
           MOVE WS-ACTING-ADMIN-ID TO APR-DECIDED-BY.
           MOVE WS-CURRENT-DATE    TO APR-DECIDED-DATE.
           REWRITE APPROVAL-RECORD.

           MOVE 'REQUEST REJECTED - NO CHANGE MADE.' TO WS-RESULT-MSG.
           PERFORM  1900-EMIT-RESULT
               THRU 1900-EMIT-RESULT-X.
           MOVE WS-ACTING-ADMIN-ID TO WS-AUDIT-ADMIN-ID.
           MOVE 'REJECTED' TO WS-AUDIT-RESULT.
           PERFORM  1795-AUDIT-DECISION
               THRU 1795-AUDIT-DECISION-X.

       1780-REJECT-REQUEST-X.
           EXIT.

      ****************************
       1790-EXPIRE-REQUEST.
      ****************************

      * NOBODY DECIDED IN TIME. NO APPROVER IS RECORDED - THE DAILY
      * PROJ23AQ LISTING EXPIRES REQUESTS THE SAME WAY, SO WHICHEVER
      * SEES ONE FIRST CLOSES IT.
           SET APR-EXPIRED TO TRUE.
           MOVE SPACES          TO APR-DECIDED-BY.
           MOVE WS-CURRENT-DATE TO APR-DECIDED-DATE.
           REWRITE APPROVAL-RECORD.

           MOVE SPACES TO WS-AUDIT-ADMIN-ID.
           MOVE 'EXPIRED ' TO WS-AUDIT-RESULT.
           PERFORM  1795-AUDIT-DECISION
               THRU 1795-AUDIT-DECISION-X.

       1790-EXPIRE-REQUEST-X.
           EXIT.

      ****************************
       1795-AUDIT-DECISION.
      ****************************

      * ONE APPROVE RECORD PER DECISION, AGAINST THE ACCOUNT THE
      * REQUEST CONCERNS - OR, FOR A MERGE, THE ADMINISTRATOR WHO
      * ASKED FOR IT. THE CALLER SETS THE RESULT AND THE DECIDING
      * ADMINISTRATOR (NONE FOR A LAPSED REQUEST).
           IF  APR-TYPE-MERGE
               MOVE APR-REQUESTER-ID TO WS-AUDIT-USER-ID
           ELSE
               MOVE APR-TARGET-ID    TO WS-AUDIT-USER-ID
           END-IF.
           MOVE 'APPROVE ' TO WS-AUDIT-ACTION.
           PERFORM  1800-WRITE-AUDIT-LOG
               THRU 1800-WRITE-AUDIT-LOG-X.

       1795-AUDIT-DECISION-X.
           EXIT.

      ****************************
       1800-WRITE-AUDIT-LOG.
      ****************************
           MOVE WS-AUDIT-RESULT  TO AUD-RESULT.
           MOVE WS-AUDIT-ADMIN-ID TO AUD-ADMIN-ID.

           PERFORM  1810-CHAIN-AUDIT-RECORD
               THRU 1810-CHAIN-AUDIT-RECORD-X.

           WRITE AUDIT-RECORD.

      * EVERY EVENT THIS PROGRAM AUDITS IS A LOGIN/SECURITY EVENT -
       1800-WRITE-AUDIT-LOG-X.
           EXIT.

      ****************************
       1805-LOAD-AUDIT-CHAIN.
      ****************************

      * THE CHAIN CARRIES ON FROM THE LAST SEQUENCED RECORD ON THE
      * LIVE LOG, SO THE LOG IS READ TO THE END BEFORE IT IS OPENED
      * TO APPEND. NO LOG, OR NOTHING BUT LEGACY RECORDS ON IT,
      * STARTS THE CHAIN AT SEQUENCE 1 FROM A ZERO CHAIN VALUE.
           MOVE ZERO   TO WS-AUDIT-LAST-SEQ-NO
                          WS-AUDIT-LAST-CHAIN.
           MOVE SPACES TO WS-AUDRD-SW.

           OPEN INPUT AUDIT-LOG.
           IF  NOT WS-AUDIT-STATUS-OK
               GO TO 1805-LOAD-AUDIT-CHAIN-X
           END-IF.

           PERFORM  1806-READ-AUDIT-CHAIN
               THRU 1806-READ-AUDIT-CHAIN-X
              UNTIL WS-AUDRD-EOF.

           CLOSE AUDIT-LOG.

       1805-LOAD-AUDIT-CHAIN-X.
           EXIT.

      ****************************
       1806-READ-AUDIT-CHAIN.
      ****************************

      * AN UNSEQUENCED RECORD BEHIND SEQUENCED ONES IS A BREAK FOR
      * PROJ23AV TO REPORT - IT DOES NOT RESTART THE NUMBERING.
           READ AUDIT-LOG
               AT END
                   SET WS-AUDRD-EOF TO TRUE
                   GO TO 1806-READ-AUDIT-CHAIN-X
           END-READ.

           IF  AUD-SEQ-NO      IS NUMERIC
           AND AUD-CHAIN-VALUE IS NUMERIC
               MOVE AUD-SEQ-NO      TO WS-AUDIT-LAST-SEQ-NO
               MOVE AUD-CHAIN-VALUE TO WS-AUDIT-LAST-CHAIN
           END-IF.

       1806-READ-AUDIT-CHAIN-X.
           EXIT.

      ****************************
       1810-CHAIN-AUDIT-RECORD.
      ****************************

      * NEXT SEQUENCE NUMBER, THEN THE CHAIN VALUE: START FROM THE
      * PREVIOUS RECORD'S VALUE, FOLD IN THE SEQUENCE NUMBER AND
      * EACH OF BYTES 1-46 (TIMESTAMP THROUGH ADMIN ID), REDUCING BY
      * THE MODULUS AT EVERY STEP. ORDINARY VERBS HAVE NO WAY TO GET
      * A BYTE'S ORDINAL - LIKE THE FEED HASH TOTAL IN 0308 THIS
      * LEANS ON THE FUNCTION.
           ADD 1 TO WS-AUDIT-LAST-SEQ-NO.
           MOVE WS-AUDIT-LAST-SEQ-NO TO AUD-SEQ-NO.

           COMPUTE WS-AUDIT-CHAIN-WORK =
                   WS-AUDIT-LAST-CHAIN * WS-AUDIT-CHAIN-MULTIPLIER
                   + WS-AUDIT-LAST-SEQ-NO.
           DIVIDE WS-AUDIT-CHAIN-WORK BY WS-AUDIT-CHAIN-MODULUS
               GIVING    WS-AUDIT-CHAIN-QUOT
               REMAINDER WS-AUDIT-CHAIN-REM.
           MOVE WS-AUDIT-CHAIN-REM TO WS-AUDIT-CHAIN-WORK.

           PERFORM  1815-CHAIN-ONE-BYTE
               THRU 1815-CHAIN-ONE-BYTE-X
              VARYING WS-AUDIT-CHAIN-IDX FROM 1 BY 1
                UNTIL WS-AUDIT-CHAIN-IDX > 46.

           MOVE WS-AUDIT-CHAIN-WORK TO AUD-CHAIN-VALUE
                                       WS-AUDIT-LAST-CHAIN.

       1810-CHAIN-AUDIT-RECORD-X.
           EXIT.

      ****************************
       1815-CHAIN-ONE-BYTE.
      ****************************

           COMPUTE WS-AUDIT-CHAIN-WORK =
                   WS-AUDIT-CHAIN-WORK * WS-AUDIT-CHAIN-MULTIPLIER
                   + FUNCTION ORD (AUDIT-RECORD (WS-AUDIT-CHAIN-IDX:1)).
           DIVIDE WS-AUDIT-CHAIN-WORK BY WS-AUDIT-CHAIN-MODULUS
               GIVING    WS-AUDIT-CHAIN-QUOT
               REMAINDER WS-AUDIT-CHAIN-REM.
           MOVE WS-AUDIT-CHAIN-REM TO WS-AUDIT-CHAIN-WORK.

       1815-CHAIN-ONE-BYTE-X.
           EXIT.

      ****************************
       1850-POST-USER-ACTIVITY.
      ****************************
       1900-EMIT-RESULT-X.
           EXIT.

      ****************************
       1950-RAISE-APPROVAL.
      ****************************

      * RECORDS THE CHANGE JUST EDITED AS AN OPEN DUAL-CONTROL
      * REQUEST INSTEAD OF MAKING IT. WS-APPR-TYPE SAYS WHICH KIND;
      * THE DETAIL COMES FROM THE SAME WORK FIELDS THE IMMEDIATE PATH
      * WOULD HAVE USED. THE CALLER SETS THE AUDIT USER AND ACTION -
      * THE REQUEST IS AUDITED AS THAT ACTION WITH RESULT PENDAPPR
      * UNDER THE REQUESTING ADMINISTRATOR.
           MOVE 'PENDAPPR' TO WS-AUDIT-RESULT.

      * AN EDIT RUN HAS NO APPROVAL FILE OPEN AND WRITES NOTHING.
           IF  WS-RUN-EDIT
               MOVE 'WOULD BE HELD FOR A SECOND ADMINISTRATOR.'
                 TO WS-RESULT-MSG
               PERFORM  1900-EMIT-RESULT
                   THRU 1900-EMIT-RESULT-X
               GO TO 1950-RAISE-APPROVAL-X
           END-IF.

      * NEXT REQUEST NUMBER FROM THE CONTROL RECORD, WHICH IS
      * CREATED THE FIRST TIME ANYTHING IS RAISED.
           MOVE ZERO TO APR-REQ-NO.
           READ APPROVAL-REQUEST
               INVALID KEY
                   MOVE SPACES TO APPROVAL-CONTROL-RECORD
                   MOVE ZERO   TO APC-REQ-NO
                                  APC-LAST-REQ-NO
                   WRITE APPROVAL-CONTROL-RECORD
           END-READ.
           ADD 1 TO APC-LAST-REQ-NO.
           MOVE APC-LAST-REQ-NO TO WS-APPR-REQ-NO.
           REWRITE APPROVAL-CONTROL-RECORD.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.

           MOVE SPACES               TO APPROVAL-RECORD.
           MOVE WS-APPR-REQ-NO       TO APR-REQ-NO.
           MOVE WS-APPR-TYPE         TO APR-REQ-TYPE.
           SET APR-OPEN              TO TRUE.
           MOVE WS-ACTING-ADMIN-ID   TO APR-REQUESTER-ID.
           MOVE WS-CURRENT-DATE      TO APR-REQ-DATE.
           MOVE WS-CURRENT-TIME (1:6) TO APR-REQ-TIME.
           MOVE WS-APPR-EXPIRES-DATE TO APR-EXPIRES-DATE.
           MOVE ZERO                 TO APR-DECIDED-DATE.
           EVALUATE TRUE
               WHEN APR-TYPE-ROLE
                   MOVE WS-ADMIN-LOOKUP-ID TO APR-TARGET-ID
                   MOVE WS-APPR-OLD-ROLE   TO APR-OLD-ROLE
                   MOVE WS-ROLE-INPUT      TO APR-NEW-ROLE
               WHEN APR-TYPE-MERGE
                   MOVE WS-MERGE-OLD-DEPT  TO APR-OLD-DEPT
                   MOVE WS-MERGE-NEW-DEPT  TO APR-NEW-DEPT
               WHEN APR-TYPE-RESET
                   MOVE WS-ADMIN-LOOKUP-ID TO APR-TARGET-ID
                   MOVE WS-NEW-PW-HASH     TO APR-OTP-HASH
           END-EVALUATE.
           WRITE APPROVAL-RECORD
               INVALID KEY
                   MOVE 'REQUEST NOT RECORDED - NO CHANGE MADE.'
                     TO WS-RESULT-MSG
                   PERFORM  1900-EMIT-RESULT
                       THRU 1900-EMIT-RESULT-X
                   MOVE 'FAILED  ' TO WS-AUDIT-RESULT
                   MOVE WS-ACTING-ADMIN-ID TO WS-AUDIT-ADMIN-ID
                   PERFORM  1800-WRITE-AUDIT-LOG
                       THRU 1800-WRITE-AUDIT-LOG-X
                   GO TO 1950-RAISE-APPROVAL-X
           END-WRITE.

           MOVE SPACES TO WS-RESULT-MSG.
           STRING 'HELD FOR A SECOND ADMINISTRATOR - REQUEST '
                                          DELIMITED BY SIZE
                  WS-APPR-REQ-NO          DELIMITED BY SIZE
             INTO WS-RESULT-MSG
           END-STRING.
           PERFORM  1900-EMIT-RESULT
               THRU 1900-EMIT-RESULT-X.
           MOVE WS-ACTING-ADMIN-ID TO WS-AUDIT-ADMIN-ID.
           PERFORM  1800-WRITE-AUDIT-LOG
               THRU 1800-WRITE-AUDIT-LOG-X.

       1950-RAISE-APPROVAL-X.
           EXIT.

      ********************
       2000-WELCOME-PAGE.
      ********************
      ****************************

           DISPLAY '[P]ROFILE | UPDATE [N]AME | [R]ECENT ACTIVITY |'.
           DISPLAY '[C]HANGE PASSWORD | [E]XTEND SPONSORED EXPIRY |'.
           DISPLAY 'E[X]IT:'.
           ACCEPT WS-MENU-SW.

           EVALUATE TRUE
               WHEN WS-MENU-CHGPW
                   PERFORM  2500-CHANGE-MY-PASSWORD
                       THRU 2500-CHANGE-MY-PASSWORD-X
               WHEN WS-MENU-EXTEND
                   PERFORM  2600-EXTEND-SPONSORED
                       THRU 2600-EXTEND-SPONSORED-X
               WHEN WS-MENU-EXIT
                   DISPLAY 'SIGNING OFF. HAVE A GOOD DAY!'
                   SET WS-PROC-END TO TRUE
               DISPLAY 'LAST LOGON : ' USR-LAST-LOGON-DATE
           END-IF.

           IF  USR-TYPE-CONTRACTOR
               DISPLAY 'ACCOUNT    : CONTRACTOR'
               DISPLAY 'SPONSOR    : ' USR-SPONSOR-ID
               DISPLAY 'END DATE   : ' USR-EXPIRY-DATE
           ELSE
               DISPLAY 'ACCOUNT    : EMPLOYEE'
           END-IF.

       2200-SHOW-PROFILE-X.
           EXIT.

       2500-CHANGE-MY-PASSWORD-X.
           EXIT.

      ****************************
       2600-EXTEND-SPONSORED.
      ****************************

      * THE SIGNED-ON USER EXTENDING A CONTRACTOR IT SPONSORS - THE
      * SAME EXTENSION AS THE ADMIN MENU'S, LIMITED TO ITS OWN.
           MOVE WS-STORED-USER-ID TO WS-EXTEND-ACTOR-ID.
           SET WS-EXTEND-BY-SPONSOR TO TRUE.
           PERFORM  1490-EXTEND-EXPIRY
               THRU 1490-EXTEND-EXPIRY-X.

       2600-EXTEND-SPONSORED-X.
           EXIT.

      ****************************
       8000-HASH-PASSWORD.
      ****************************
       8075-SLIDE-HISTORY-SLOT-X.
           EXIT.

      ****************************
       8100-VALIDATE-DATE.
      ****************************

      * WS-CHECK-DATE MUST BE A REAL YYYYMMDD CALENDAR DATE,
      * FEBRUARY AND LEAP YEARS INCLUDED - THE SAME CHECK PROJ23UL
      * MAKES ON THE UNLOAD. ZERO PASSES HERE; CALLERS THAT NEED A
      * DATE TEST FOR IT THEMSELVES.
           MOVE SPACES TO WS-DATE-OK-SW.

           IF  WS-CHECK-DATE NOT NUMERIC
               GO TO 8100-VALIDATE-DATE-X
           END-IF.

           IF  WS-CHECK-DATE = ZERO
               SET WS-DATE-OK TO TRUE
               GO TO 8100-VALIDATE-DATE-X
           END-IF.

           IF  WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
               GO TO 8100-VALIDATE-DATE-X
           END-IF.

           EVALUATE WS-CHECK-MONTH
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 02
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   DIVIDE WS-CHECK-YEAR BY 4
                       GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF  WS-LEAP-REM = ZERO
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   END-IF
                   DIVIDE WS-CHECK-YEAR BY 100
                       GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF  WS-LEAP-REM = ZERO
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
                   DIVIDE WS-CHECK-YEAR BY 400
                       GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF  WS-LEAP-REM = ZERO
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   END-IF
           END-EVALUATE.

           IF  WS-CHECK-DAY < 1
           OR  WS-CHECK-DAY > WS-DAYS-IN-MONTH
               GO TO 8100-VALIDATE-DATE-X
           END-IF.

           SET WS-DATE-OK TO TRUE.

       8100-VALIDATE-DATE-X.
           EXIT.

      ****************************
       8150-EDIT-EXPIRY-DATE.
      ****************************

      * EDITS WS-EXPIRY-INPUT AS A CONTRACTOR END DATE - REGISTRATION
      * (TERMINAL AND FEED) AND EXTENSION. A REAL CALENDAR DATE,
      * AFTER TODAY, NO FURTHER AHEAD THAN WS-EXPIRY-LIMIT-DATE. ON
      * SUCCESS THE DATE IS LEFT IN WS-EXPIRY-NEW-DATE; ON FAILURE
      * THE REASON IS LEFT IN WS-RESULT-MSG FOR THE CALLER.
           MOVE SPACES TO WS-EXPIRY-OK-SW.
           MOVE ZERO   TO WS-EXPIRY-NEW-DATE.

           IF  WS-EXPIRY-INPUT NOT NUMERIC
               MOVE 'END DATE MUST BE ENTERED AS YYYYMMDD.'
                 TO WS-RESULT-MSG
               GO TO 8150-EDIT-EXPIRY-DATE-X
           END-IF.

           MOVE WS-EXPIRY-INPUT TO WS-CHECK-DATE.
           PERFORM  8100-VALIDATE-DATE
               THRU 8100-VALIDATE-DATE-X.
           IF  NOT WS-DATE-OK
           OR  WS-CHECK-DATE = ZERO
               MOVE 'END DATE IS NOT A VALID DATE.' TO WS-RESULT-MSG
               GO TO 8150-EDIT-EXPIRY-DATE-X
           END-IF.

           IF  WS-CHECK-DATE NOT > WS-PEND-TODAY
               MOVE 'END DATE MUST BE AFTER TODAY.' TO WS-RESULT-MSG
               GO TO 8150-EDIT-EXPIRY-DATE-X
           END-IF.

           IF  WS-CHECK-DATE > WS-EXPIRY-LIMIT-DATE
               MOVE 'END DATE MAY NOT BE MORE THAN 366 DAYS AHEAD.'
                 TO WS-RESULT-MSG
               GO TO 8150-EDIT-EXPIRY-DATE-X
           END-IF.

           MOVE WS-CHECK-DATE TO WS-EXPIRY-NEW-DATE.
           SET WS-EXPIRY-OK TO TRUE.

       8150-EDIT-EXPIRY-DATE-X.
           EXIT.

      ****************************
       8160-CHECK-ACCOUNT-EXPIRED.
      ****************************

      * USER-RECORD IN THE BUFFER. A CONTRACTOR ACCOUNT IS EXPIRED
      * FROM ITS END DATE ON. AN END DATE THAT IS NOT A NUMBER (A
      * DAMAGED RECORD) COUNTS AS PASSED - FAIL CLOSED.
           MOVE SPACES TO WS-ACCT-EXPIRED-SW.

           IF  NOT USR-TYPE-CONTRACTOR
               GO TO 8160-CHECK-ACCOUNT-EXPIRED-X
           END-IF.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           IF  USR-EXPIRY-DATE NOT NUMERIC
           OR  USR-EXPIRY-DATE NOT > WS-CURRENT-DATE
               SET WS-ACCT-EXPIRED TO TRUE
           END-IF.

       8160-CHECK-ACCOUNT-EXPIRED-X.
           EXIT.

      ****************************
       7000-WRITE-RUN-START.
      ****************************
           END-IF.

           MOVE SPACES     TO RUN-CONTROL-RECORD.
           MOVE WS-RUNCTL-JOB-NAME TO RUN-JOB-NAME.
           MOVE 'S'        TO RUN-REC-TYPE.
           PERFORM  7020-STAMP-RUN-RECORD
               THRU 7020-STAMP-RUN-RECORD-X.
      ****************************

           MOVE SPACES     TO RUN-CONTROL-RECORD.
           MOVE WS-RUNCTL-JOB-NAME TO RUN-JOB-NAME.
           MOVE 'E'        TO RUN-REC-TYPE.
           PERFORM  7020-STAMP-RUN-RECORD
               THRU 7020-STAMP-RUN-RECORD-X.
