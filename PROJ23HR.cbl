       program-id. PROJ23HR.
      ******************************************************************
      *    AUTHOR: CHRISTIAN VIKTOR A. NUQUI                           *
      *    INSTALLATION: SOFT806 SHOP                                  *
      *    DATE-WRITTEN: 2026-10-15                                    *
      *    DESCRIPTION: HR RECONCILIATION. MATCH-MERGES THE HR         *
      *                 EMPLOYEE EXTRACT (SEE HRXREC) AGAINST          *
      *                 USER-MASTER BY USER ID AND REPORTS:            *
      *                   NOEMP  - LIVE ACCOUNT, NO EMPLOYEE ON HR     *
      *                   TERMED - LIVE ACCOUNT, EMPLOYEE TERMINATED   *
      *                   NOACCT - EMPLOYEE WITH NO ACCOUNT            *
      *                   DEACTE - EMPLOYEE WHOSE ACCOUNT IS           *
      *                            DEACTIVATED                         *
      *                   NAMEMM - NAME DIFFERS FROM HR                *
      *                   DEPTMM - DEPARTMENT DIFFERS FROM HR          *
      *                   HRDATA - HR ROW OUT OF ORDER OR UNUSABLE     *
      *                 (LIVE = ACTIVE OR LOCKED.) THE ACTIONABLE      *
      *                 CASES ARE ALSO WRITTEN AS A CORRECTIVE FEED IN *
      *                 THE PROJ2023 TRANSACTION-IN LAYOUT - A STATUS  *
      *                 UPDATE TO 'D' FOR NOEMP/TERMED AND A TRANSFER  *
      *                 FOR DEPTMM - WITH THE H HEADER AND Z TRAILER   *
      *                 (COUNT AND USER-ID HASH TOTAL) ALREADY BUILT,  *
      *                 SO PROJEDT CAN VET IT AND PROJBAT APPLY IT     *
      *                 AS-IS. THE TRANSACTIONS ACT UNDER THE          *
      *                 ADMINISTRATOR ON THE PARMCARD, WHO MUST HOLD   *
      *                 THE FULL ROLE AND BE ACTIVE. NOTHING ELSE HAS  *
      *                 A FEED TRANSACTION AND IS ONLY REPORTED.       *
      *                 READ ONLY - THIS JOB CHANGES NOTHING ITSELF.   *
      *                 RC 4 WHEN ANYTHING IS FOUND, RC 16 WHEN THE    *
      *                 PARMCARD ADMINISTRATOR CANNOT BE USED (NO FEED *
      *                 DETAILS ARE WRITTEN).                          *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  CVN  INITIAL VERSION                            *
      *    2026-10-15  CVN  CONTRACTOR ACCOUNTS ARE NOT EXPECTED ON    *
      *                     THE HR EXTRACT - NO NOEMP FINDING, THE     *
      *                     EXPIRY RUN (PROJ23XP) COVERS THEM          *
      ******************************************************************

       environment division.
       configuration section.

       input-output section.
       file-control.
           select USER-MASTER assign to USERMAS
               organization is indexed
               access mode is dynamic
               record key is USR-ID
               file status is WS-USERMAS-STATUS.

           select DEPT-MASTER assign to DEPTMAS
               organization is indexed
               access mode is random
               record key is DEPT-CODE
               file status is WS-DEPTMAS-STATUS.

           select HR-EXTRACT assign to HREXTR
               organization is sequential
               file status is WS-HREXTR-STATUS.

           select PARM-FILE assign to PARMCARD
               organization is sequential
               file status is WS-PARM-STATUS.

           select HR-FEED assign to HRFEED
               organization is sequential
               file status is WS-HRFEED-STATUS.

           select HR-RPT assign to HRRPT
               organization is sequential
               file status is WS-HRRPT-STATUS.

           select RUN-CONTROL assign to RUNCTL
               organization is sequential
               file status is WS-RUNCTL-STATUS.

       data division.
       file section.
       FD  USER-MASTER
           label records are standard.
           COPY USRREC.

       FD  DEPT-MASTER
           label records are standard.
           COPY DEPTREC.

       FD  HR-EXTRACT
           label records are standard.
           COPY HRXREC.

      * COLUMNS 1-8 THE ADMINISTRATOR THE FEED ACTS UNDER, 9-18 THAT
      * ADMINISTRATOR'S PASSWORD - CARRIED INTO EVERY TRANSACTION THE
      * SAME WAY AN HR ADMIN FEED CARRIES IT. THE CARD LIVES IN A
      * PROTECTED DATASET, NEVER IN-STREAM.
       FD  PARM-FILE
           label records are standard.
       01  PARM-RECORD.
           05  PRM-ADMIN-ID                  PIC X(08).
           05  PRM-ADMIN-PW                  PIC X(10).
           05  FILLER                        PIC X(62).

      * MIRRORS THE PROJ2023 TRANSACTION-IN LAYOUT (113 BYTES) SO THE
      * FILE GOES STRAIGHT IN AS PROJBAT'S TRANIN.
       FD  HR-FEED
           label records are standard.
       01  TRAN-RECORD.
           05  TRAN-SEQ-NO                   PIC 9(06).
           05  TRAN-ACTION-CODE              PIC X(01).
           05  TRAN-USER-ID                  PIC X(08).
           05  TRAN-USER-PW                  PIC X(10).
           05  TRAN-USER-FN                  PIC X(25).
           05  TRAN-USER-LN                  PIC X(25).
           05  TRAN-NEW-PW                   PIC X(10).
           05  TRAN-ADMIN-LOOKUP-ID          PIC X(08).
           05  TRAN-ADMIN-NEW-STATUS         PIC X(01).
           05  TRAN-DEPT-CODE                PIC X(03).
           05  TRAN-EFFECTIVE-DATE           PIC X(08).
           05  TRAN-REJECT-REASON            PIC X(08).

       01  TRAN-HEADER-RECORD.
           05  TRH-SEQ-NO                    PIC 9(06).
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

       FD  HR-RPT
           label records are standard.
       01  HR-LINE                           PIC X(80).

       FD  RUN-CONTROL
           label records are standard.
           COPY RUNREC.

       working-storage section.
       01  WS-FILE-STATUSES.
           05  WS-USERMAS-STATUS             PIC X(02) VALUE SPACES.
               88  WS-USERMAS-STATUS-OK      VALUE '00'.
           05  WS-DEPTMAS-STATUS             PIC X(02) VALUE SPACES.
               88  WS-DEPTMAS-STATUS-OK      VALUE '00'.
           05  WS-HREXTR-STATUS              PIC X(02) VALUE SPACES.
               88  WS-HREXTR-STATUS-OK       VALUE '00'.
           05  WS-PARM-STATUS                PIC X(02) VALUE SPACES.
               88  WS-PARM-STATUS-OK         VALUE '00'.
           05  WS-HRFEED-STATUS              PIC X(02) VALUE SPACES.
           05  WS-HRRPT-STATUS               PIC X(02) VALUE SPACES.
           05  WS-RUNCTL-STATUS              PIC X(02) VALUE SPACES.
               88  WS-RUNCTL-NOFILE          VALUE '35'.

       01  WS-SWITCHES.
           05  WS-PARM-SW                    PIC X(01) VALUE SPACES.
               88  WS-PARM-EOF               VALUE 'X'.
           05  WS-ADMIN-SW                   PIC X(01) VALUE SPACES.
               88  WS-ADMIN-USABLE           VALUE 'Y'.
           05  WS-HR-ROW-SW                  PIC X(01) VALUE SPACES.
               88  WS-HR-ROW-USABLE          VALUE 'Y'.

      * MATCH KEYS - HIGH-VALUES ONCE A FILE IS EXHAUSTED. THE LOWER
      * OF THE TWO IS THE USER ID BEING LOOKED AT ON EACH CYCLE.
       01  WS-MATCH-KEYS.
           05  WS-USR-KEY                    PIC X(08) VALUE SPACES.
           05  WS-HRX-KEY                    PIC X(08) VALUE SPACES.
           05  WS-LOW-KEY                    PIC X(08) VALUE SPACES.
           05  WS-PREV-HRX-KEY               PIC X(08) VALUE LOW-VALUES.

       01  WS-ADMIN-FIELDS.
           05  WS-ACTING-ADMIN-ID            PIC X(08) VALUE SPACES.
           05  WS-ACTING-ADMIN-PW            PIC X(10) VALUE SPACES.
           05  WS-ADMIN-PROBLEM              PIC X(44) VALUE SPACES.

      * NAMES ARE COMPARED IN UPPER CASE - A REGISTRATION KEYED IN
      * MIXED CASE IS NOT A MISMATCH.
       01  WS-NAME-COMPARE.
           05  WS-USR-NAMES.
               10  WS-USR-FIRST              PIC X(25) VALUE SPACES.
               10  WS-USR-LAST               PIC X(25) VALUE SPACES.
           05  WS-HRX-NAMES.
               10  WS-HRX-FIRST              PIC X(25) VALUE SPACES.
               10  WS-HRX-LAST               PIC X(25) VALUE SPACES.

       01  WS-FEED-FIELDS.
           05  WS-FEED-SEQ-NO                PIC 9(06) VALUE ZERO.
           05  WS-FEED-HASH-TOTAL            PIC 9(12) VALUE ZERO.
           05  WS-HASH-CHAR-IDX              PIC 9(02) COMP VALUE ZERO.
           05  WS-FEED-SOURCE                PIC X(08) VALUE 'HRRECON'.

       01  WS-RECORD-COUNTS.
           05  WS-CNT-MASTER-READ            PIC 9(07) VALUE ZERO.
           05  WS-CNT-HR-READ                PIC 9(07) VALUE ZERO.
           05  WS-CNT-NOEMP                  PIC 9(07) VALUE ZERO.
           05  WS-CNT-TERMED                 PIC 9(07) VALUE ZERO.
           05  WS-CNT-NOACCT                 PIC 9(07) VALUE ZERO.
           05  WS-CNT-DEACTE                 PIC 9(07) VALUE ZERO.
           05  WS-CNT-NAMEMM                 PIC 9(07) VALUE ZERO.
           05  WS-CNT-DEPTMM                 PIC 9(07) VALUE ZERO.
           05  WS-CNT-HRDATA                 PIC 9(07) VALUE ZERO.
           05  WS-CNT-FEED-DEACT             PIC 9(07) VALUE ZERO.
           05  WS-CNT-FEED-XFER              PIC 9(07) VALUE ZERO.
           05  WS-CNT-FEED-DETAIL            PIC 9(07) VALUE ZERO.
           05  WS-CNT-FINDINGS               PIC 9(07) VALUE ZERO.

       01  WS-DATE-FIELDS.
           05  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                        PIC X(36)
               VALUE 'PROJ2023 HR RECONCILIATION          '.
           05  FILLER                        PIC X(09)
                                             VALUE 'RUN DATE '.
           05  HD1-RUN-DATE                  PIC 9(08).
           05  FILLER                        PIC X(08)
                                             VALUE '  ADMIN '.
           05  HD1-ADMIN-ID                  PIC X(08).
           05  FILLER                        PIC X(11) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-FINDING                   PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-USER-ID                   PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-TEXT                      PIC X(44).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-DISPOSITION               PIC X(14).

       01  WS-FEED-DISPOSITION.
           05  FILLER                        PIC X(08) VALUE 'FEED SEQ'.
           05  DSP-SEQ-NO                    PIC 9(06).

       01  WS-ERROR-LINE.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(03) VALUE '** '.
           05  ERR-TEXT                      PIC X(44).
           05  FILLER                        PIC X(31)
               VALUE ' - NO FEED DETAILS WRITTEN'.

       01  WS-TOTAL-LINE.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  TOT-LABEL                     PIC X(40).
           05  TOT-COUNT                     PIC Z,ZZZ,ZZ9.
           05  FILLER                        PIC X(29) VALUE SPACES.

       01  WS-HASH-LINE.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  HSH-LABEL                     PIC X(40).
           05  HSH-VALUE                     PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(23) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(26)
               VALUE '** NO DIFFERENCES FOUND **'.
           05  FILLER                        PIC X(52) VALUE SPACES.

       01  WS-BLANK-LINE                     PIC X(80) VALUE SPACES.

       01  WS-RUN-CONTROL-STAMP.
           05  WS-RUNCTL-DATE                PIC 9(08) VALUE ZERO.
           05  WS-RUNCTL-TIME                PIC 9(08) VALUE ZERO.

       linkage section.

       procedure division.
      ****************
       0000-MAINLINE.
      ****************

           PERFORM  0100-INITIALIZE
               THRU 0100-INITIALIZE-X.

           PERFORM  1010-READ-USER-MASTER
               THRU 1010-READ-USER-MASTER-X.
           PERFORM  1020-READ-HR-EXTRACT
               THRU 1020-READ-HR-EXTRACT-X.

           PERFORM  1000-MATCH-CYCLE
               THRU 1000-MATCH-CYCLE-X
              UNTIL WS-USR-KEY = HIGH-VALUES
                AND WS-HRX-KEY = HIGH-VALUES.

           PERFORM  2900-WRITE-FEED-TRAILER
               THRU 2900-WRITE-FEED-TRAILER-X.

           PERFORM  3000-PRINT-TOTALS
               THRU 3000-PRINT-TOTALS-X.

           PERFORM  0900-TERMINATE
               THRU 0900-TERMINATE-X.

           STOP RUN.

       0000-MAINLINE-X.
           EXIT.

      ******************
       0100-INITIALIZE.
      ******************

           PERFORM  7000-WRITE-RUN-START
               THRU 7000-WRITE-RUN-START-X.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM  0150-READ-PARM-CARD
               THRU 0150-READ-PARM-CARD-X.

           OPEN INPUT USER-MASTER.
           IF  NOT WS-USERMAS-STATUS-OK
               DISPLAY 'USER-MASTER DID NOT OPEN - STATUS '
                       WS-USERMAS-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT DEPT-MASTER.
           IF  NOT WS-DEPTMAS-STATUS-OK
               DISPLAY 'DEPT-MASTER DID NOT OPEN - STATUS '
                       WS-DEPTMAS-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT HR-EXTRACT.
           IF  NOT WS-HREXTR-STATUS-OK
               DISPLAY 'HR EXTRACT DID NOT OPEN - STATUS '
                       WS-HREXTR-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT HR-FEED.
           OPEN OUTPUT HR-RPT.
           MOVE WS-RUN-DATE        TO HD1-RUN-DATE.
           MOVE WS-ACTING-ADMIN-ID TO HD1-ADMIN-ID.
           WRITE HR-LINE FROM WS-HEADING-LINE-1.
           WRITE HR-LINE FROM WS-BLANK-LINE.

           PERFORM  0160-CHECK-ACTING-ADMIN
               THRU 0160-CHECK-ACTING-ADMIN-X.

           PERFORM  0170-WRITE-FEED-HEADER
               THRU 0170-WRITE-FEED-HEADER-X.

       0100-INITIALIZE-X.
           EXIT.

      ****************************
       0150-READ-PARM-CARD.
      ****************************

           OPEN INPUT PARM-FILE.
           IF  NOT WS-PARM-STATUS-OK
               GO TO 0150-READ-PARM-CARD-X
           END-IF.

           READ PARM-FILE
               AT END
                   SET WS-PARM-EOF TO TRUE
           END-READ.

           IF  NOT WS-PARM-EOF
               MOVE PRM-ADMIN-ID TO WS-ACTING-ADMIN-ID
               MOVE PRM-ADMIN-PW TO WS-ACTING-ADMIN-PW
           END-IF.

           CLOSE PARM-FILE.

       0150-READ-PARM-CARD-X.
           EXIT.

      ****************************
       0160-CHECK-ACTING-ADMIN.
      ****************************

      * PROJBAT AUTHENTICATES EVERY TRANSACTION AGAINST THIS ID, AND
      * A TRANSFER NEEDS THE FULL ROLE - A FEED BUILT UNDER ANYONE
      * LESS WOULD ONLY BOUNCE. THE PASSWORD ITSELF IS PROVED WHEN
      * THE FEED IS APPLIED. AFTER THE RANDOM LOOK-UP THE MASTER IS
      * REPOSITIONED TO THE START FOR THE MATCH.
           IF  WS-ACTING-ADMIN-ID = SPACES
           OR  WS-ACTING-ADMIN-PW = SPACES
               MOVE 'PARMCARD ADMIN ID/PASSWORD MISSING'
                 TO WS-ADMIN-PROBLEM
               GO TO 0160-REPORT-PROBLEM
           END-IF.

           MOVE WS-ACTING-ADMIN-ID TO USR-ID.
           READ USER-MASTER
               INVALID KEY
                   MOVE 'PARMCARD ADMIN ID NOT ON USER-MASTER'
                     TO WS-ADMIN-PROBLEM
                   GO TO 0160-REPORT-PROBLEM
           END-READ.

           IF  NOT USR-ADMIN-FULL-PRIV
               MOVE 'PARMCARD ADMIN DOES NOT HOLD THE FULL ROLE'
                 TO WS-ADMIN-PROBLEM
               GO TO 0160-REPORT-PROBLEM
           END-IF.

           IF  NOT USR-STATUS-ACTIVE
               MOVE 'PARMCARD ADMIN ACCOUNT IS NOT ACTIVE'
                 TO WS-ADMIN-PROBLEM
               GO TO 0160-REPORT-PROBLEM
           END-IF.

           SET WS-ADMIN-USABLE TO TRUE.
           GO TO 0160-REPOSITION.

       0160-REPORT-PROBLEM.

           MOVE WS-ADMIN-PROBLEM TO ERR-TEXT.
           WRITE HR-LINE FROM WS-ERROR-LINE.
           WRITE HR-LINE FROM WS-BLANK-LINE.

       0160-REPOSITION.

           MOVE LOW-VALUES TO USR-ID.
           START USER-MASTER KEY IS NOT LESS THAN USR-ID
               INVALID KEY
                   MOVE HIGH-VALUES TO WS-USR-KEY
           END-START.

       0160-CHECK-ACTING-ADMIN-X.
           EXIT.

      ****************************
       0170-WRITE-FEED-HEADER.
      ****************************

      * FEED DATE IS THE RUN DATE. PROJBAT'S RERUN GUARD WANTS A
      * DATE LATER THAN THE LAST FEED IT APPLIED - SEE THE PROJ23HR
      * JCL FOR APPLYING ON A DAY THE ORDINARY HR FEED HAS RUN.
           MOVE SPACES         TO TRAN-HEADER-RECORD.
           MOVE ZERO           TO TRH-SEQ-NO.
           MOVE 'H'            TO TRH-RECORD-CODE.
           MOVE WS-RUN-DATE    TO TRH-FEED-DATE.
           MOVE WS-FEED-SOURCE TO TRH-SOURCE-SYSTEM.
           WRITE TRAN-HEADER-RECORD.

       0170-WRITE-FEED-HEADER-X.
           EXIT.

      ****************************
       0900-TERMINATE.
      ****************************

           CLOSE USER-MASTER.
           CLOSE DEPT-MASTER.
           CLOSE HR-EXTRACT.
           CLOSE HR-FEED.
           CLOSE HR-RPT.

           IF  WS-CNT-FINDINGS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF  NOT WS-ADMIN-USABLE
               MOVE 16 TO RETURN-CODE
           END-IF.

           PERFORM  7010-WRITE-RUN-END
               THRU 7010-WRITE-RUN-END-X.

       0900-TERMINATE-X.
           EXIT.

      ****************************
       1000-MATCH-CYCLE.
      ****************************

      * BOTH FILES ARE IN USER-ID ORDER. THE LOWER CURRENT KEY IS THE
      * ID UNDER TEST; A FILE WHOSE KEY EQUALS IT HAS A ROW FOR THAT
      * ID AND IS ADVANCED AFTERWARDS.
           MOVE WS-USR-KEY TO WS-LOW-KEY.
           IF  WS-HRX-KEY < WS-LOW-KEY
               MOVE WS-HRX-KEY TO WS-LOW-KEY
           END-IF.

           MOVE WS-LOW-KEY TO DTL-USER-ID.

           IF  WS-USR-KEY = WS-LOW-KEY
               IF  WS-HRX-KEY = WS-LOW-KEY
                   PERFORM  1300-CHECK-MATCHED
                       THRU 1300-CHECK-MATCHED-X
               ELSE
                   PERFORM  1100-ACCOUNT-NO-EMPLOYEE
                       THRU 1100-ACCOUNT-NO-EMPLOYEE-X
               END-IF
           ELSE
               PERFORM  1200-EMPLOYEE-NO-ACCOUNT
                   THRU 1200-EMPLOYEE-NO-ACCOUNT-X
           END-IF.

           IF  WS-USR-KEY = WS-LOW-KEY
               PERFORM  1010-READ-USER-MASTER
                   THRU 1010-READ-USER-MASTER-X
           END-IF.
           IF  WS-HRX-KEY = WS-LOW-KEY
               PERFORM  1020-READ-HR-EXTRACT
                   THRU 1020-READ-HR-EXTRACT-X
           END-IF.

       1000-MATCH-CYCLE-X.
           EXIT.

      ****************************
       1010-READ-USER-MASTER.
      ****************************

           IF  WS-USR-KEY = HIGH-VALUES
               GO TO 1010-READ-USER-MASTER-X
           END-IF.

           READ USER-MASTER NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-USR-KEY
                   GO TO 1010-READ-USER-MASTER-X
           END-READ.

           ADD 1 TO WS-CNT-MASTER-READ.
           MOVE USR-ID TO WS-USR-KEY.

       1010-READ-USER-MASTER-X.
           EXIT.

      ****************************
       1020-READ-HR-EXTRACT.
      ****************************

      * A ROW WITH NO ID, OR AN ID NOT HIGHER THAN THE LAST ONE, WOULD
      * THROW THE MATCH OUT OF STEP - IT IS REPORTED AND SKIPPED, AND
      * THE NEXT ROW READ IN ITS PLACE.
           MOVE SPACES TO WS-HR-ROW-SW.
           PERFORM  1030-READ-HR-ROW
               THRU 1030-READ-HR-ROW-X
              UNTIL WS-HR-ROW-USABLE.

       1020-READ-HR-EXTRACT-X.
           EXIT.

      ****************************
       1030-READ-HR-ROW.
      ****************************

           READ HR-EXTRACT
               AT END
                   MOVE HIGH-VALUES TO WS-HRX-KEY
                   SET WS-HR-ROW-USABLE TO TRUE
                   GO TO 1030-READ-HR-ROW-X
           END-READ.

           ADD 1 TO WS-CNT-HR-READ.

           IF  HRX-EMP-ID = SPACES
           OR  HRX-EMP-ID NOT > WS-PREV-HRX-KEY
               ADD 1 TO WS-CNT-HRDATA
               MOVE 'HRDATA'   TO DTL-FINDING
               MOVE HRX-EMP-ID TO DTL-USER-ID
               MOVE 'HR ROW BLANK OR OUT OF ID ORDER - SKIPPED'
                 TO DTL-TEXT
               PERFORM  1900-WRITE-FINDING
                   THRU 1900-WRITE-FINDING-X
               GO TO 1030-READ-HR-ROW-X
           END-IF.

           MOVE HRX-EMP-ID TO WS-PREV-HRX-KEY.
           MOVE HRX-EMP-ID TO WS-HRX-KEY.
           SET WS-HR-ROW-USABLE TO TRUE.

       1030-READ-HR-ROW-X.
           EXIT.

      ****************************
       1100-ACCOUNT-NO-EMPLOYEE.
      ****************************

      * AN ACCOUNT HR HAS NEVER HEARD OF. ALREADY DEACTIVATED IS
      * FINE; A LIVE ONE IS DEACTIVATED BY THE FEED. CONTRACTORS ARE
      * NOT HR'S PEOPLE - THEIR END DATE AND THE NIGHTLY EXPIRY RUN
      * (PROJ23XP) CLOSE THEM INSTEAD.
           IF  USR-STATUS-DEACTIVATED
           OR  USR-TYPE-CONTRACTOR
               GO TO 1100-ACCOUNT-NO-EMPLOYEE-X
           END-IF.

           ADD 1 TO WS-CNT-NOEMP.
           MOVE 'NOEMP ' TO DTL-FINDING.
           MOVE 'LIVE ACCOUNT, NOT ON THE HR EXTRACT' TO DTL-TEXT.
           PERFORM  2100-FEED-DEACTIVATION
               THRU 2100-FEED-DEACTIVATION-X.

       1100-ACCOUNT-NO-EMPLOYEE-X.
           EXIT.

      ****************************
       1200-EMPLOYEE-NO-ACCOUNT.
      ****************************

      * REGISTRATION NEEDS A PASSWORD ONLY THE EMPLOYEE SHOULD
      * CHOOSE, SO A MISSING ACCOUNT IS REPORTED FOR THE ONBOARDING
      * TEAM, NEVER FED. A LEAVER WITH NO ACCOUNT IS NO DIFFERENCE.
           IF  HRX-EMP-TERMINATED
               GO TO 1200-EMPLOYEE-NO-ACCOUNT-X
           END-IF.

           ADD 1 TO WS-CNT-NOACCT.
           MOVE 'NOACCT' TO DTL-FINDING.
           MOVE SPACES   TO DTL-TEXT.
           STRING 'EMPLOYED IN DEPT '   DELIMITED BY SIZE
                  HRX-DEPT-CODE         DELIMITED BY SIZE
                  ', NO ACCOUNT ON FILE' DELIMITED BY SIZE
             INTO DTL-TEXT
           END-STRING.
           PERFORM  1900-WRITE-FINDING
               THRU 1900-WRITE-FINDING-X.

       1200-EMPLOYEE-NO-ACCOUNT-X.
           EXIT.

      ****************************
       1300-CHECK-MATCHED.
      ****************************

      * AN UNRECOGNISED EMPLOYMENT STATUS IS NOT TAKEN AS A LEAVER -
      * NOBODY LOSES ACCESS ON A GUESS.
           IF  NOT HRX-EMP-STATUS-VALID
               ADD 1 TO WS-CNT-HRDATA
               MOVE 'HRDATA' TO DTL-FINDING
               MOVE SPACES   TO DTL-TEXT
               STRING 'UNKNOWN HR EMPLOYMENT STATUS '
                                        DELIMITED BY SIZE
                      HRX-EMP-STATUS    DELIMITED BY SIZE
                 INTO DTL-TEXT
               END-STRING
               PERFORM  1900-WRITE-FINDING
                   THRU 1900-WRITE-FINDING-X
               GO TO 1300-CHECK-MATCHED-X
           END-IF.

           IF  HRX-EMP-TERMINATED
               IF  NOT USR-STATUS-DEACTIVATED
                   ADD 1 TO WS-CNT-TERMED
                   MOVE 'TERMED' TO DTL-FINDING
                   MOVE SPACES   TO DTL-TEXT
                   STRING 'LIVE ACCOUNT, EMPLOYEE TERMINATED '
                                            DELIMITED BY SIZE
                          HRX-TERM-DATE     DELIMITED BY SIZE
                     INTO DTL-TEXT
                   END-STRING
                   PERFORM  2100-FEED-DEACTIVATION
                       THRU 2100-FEED-DEACTIVATION-X
               END-IF
               GO TO 1300-CHECK-MATCHED-X
           END-IF.

      * STILL EMPLOYED. A DEACTIVATED ACCOUNT MAY BE DELIBERATE (A
      * SECURITY SUSPENSION) - REPORTED, NEVER REACTIVATED BY FEED.
           IF  USR-STATUS-DEACTIVATED
               ADD 1 TO WS-CNT-DEACTE
               MOVE 'DEACTE' TO DTL-FINDING
               MOVE 'EMPLOYED, BUT THE ACCOUNT IS DEACTIVATED'
                 TO DTL-TEXT
               PERFORM  1900-WRITE-FINDING
                   THRU 1900-WRITE-FINDING-X
               GO TO 1300-CHECK-MATCHED-X
           END-IF.

           PERFORM  1310-CHECK-NAME
               THRU 1310-CHECK-NAME-X.

           PERFORM  1320-CHECK-DEPT
               THRU 1320-CHECK-DEPT-X.

       1300-CHECK-MATCHED-X.
           EXIT.

      ****************************
       1310-CHECK-NAME.
      ****************************

      * NO FEED TRANSACTION CHANGES A NAME - THE HELP DESK CORRECTS
      * IT FROM THE REPORT.
           MOVE USR-FIRST-NAME TO WS-USR-FIRST.
           MOVE USR-LAST-NAME  TO WS-USR-LAST.
           MOVE HRX-FIRST-NAME TO WS-HRX-FIRST.
           MOVE HRX-LAST-NAME  TO WS-HRX-LAST.
           INSPECT WS-USR-NAMES
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WS-HRX-NAMES
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           IF  WS-USR-NAMES = WS-HRX-NAMES
               GO TO 1310-CHECK-NAME-X
           END-IF.

           ADD 1 TO WS-CNT-NAMEMM.
           MOVE 'NAMEMM' TO DTL-FINDING.
           MOVE SPACES   TO DTL-TEXT.
           STRING 'HR NAME: '            DELIMITED BY SIZE
                  HRX-FIRST-NAME         DELIMITED BY '  '
                  ' '                    DELIMITED BY SIZE
                  HRX-LAST-NAME          DELIMITED BY '  '
             INTO DTL-TEXT
           END-STRING.
           PERFORM  1900-WRITE-FINDING
               THRU 1900-WRITE-FINDING-X.

       1310-CHECK-NAME-X.
           EXIT.

      ****************************
       1320-CHECK-DEPT.
      ****************************

           IF  USR-DEPT-CODE = HRX-DEPT-CODE
               GO TO 1320-CHECK-DEPT-X
           END-IF.

           ADD 1 TO WS-CNT-DEPTMM.
           MOVE 'DEPTMM' TO DTL-FINDING.
           MOVE SPACES   TO DTL-TEXT.

      * A TRANSFER TO A CODE PROJ2023 WOULD REFUSE (UNKNOWN OR
      * RETIRED) IS NOT FED - THE DEPARTMENT TABLE NEEDS FIXING
      * FIRST, OR HR HAS THE WRONG CODE.
           MOVE HRX-DEPT-CODE TO DEPT-CODE.
           READ DEPT-MASTER
               INVALID KEY
                   STRING 'DEPT '         DELIMITED BY SIZE
                          USR-DEPT-CODE   DELIMITED BY SIZE
                          ', HR SAYS '    DELIMITED BY SIZE
                          HRX-DEPT-CODE   DELIMITED BY SIZE
                          ' - NOT ON DEPT-MASTER'
                                          DELIMITED BY SIZE
                     INTO DTL-TEXT
                   END-STRING
                   PERFORM  1900-WRITE-FINDING
                       THRU 1900-WRITE-FINDING-X
                   GO TO 1320-CHECK-DEPT-X
           END-READ.

           IF  DEPT-RETIRED
               STRING 'DEPT '         DELIMITED BY SIZE
                      USR-DEPT-CODE   DELIMITED BY SIZE
                      ', HR SAYS '    DELIMITED BY SIZE
                      HRX-DEPT-CODE   DELIMITED BY SIZE
                      ' - RETIRED CODE' DELIMITED BY SIZE
                 INTO DTL-TEXT
               END-STRING
               PERFORM  1900-WRITE-FINDING
                   THRU 1900-WRITE-FINDING-X
               GO TO 1320-CHECK-DEPT-X
           END-IF.

           STRING 'DEPT '         DELIMITED BY SIZE
                  USR-DEPT-CODE   DELIMITED BY SIZE
                  ', HR SAYS '    DELIMITED BY SIZE
                  HRX-DEPT-CODE   DELIMITED BY SIZE
             INTO DTL-TEXT
           END-STRING.
           PERFORM  2200-FEED-TRANSFER
               THRU 2200-FEED-TRANSFER-X.

       1320-CHECK-DEPT-X.
           EXIT.

      ****************************
       1900-WRITE-FINDING.
      ****************************

      * DTL-FINDING, DTL-USER-ID AND DTL-TEXT ARE SET BY THE CALLER.
           MOVE 'NEEDS REVIEW' TO DTL-DISPOSITION.
           ADD 1 TO WS-CNT-FINDINGS.
           WRITE HR-LINE FROM WS-DETAIL-LINE.

       1900-WRITE-FINDING-X.
           EXIT.

      ****************************
       2100-FEED-DEACTIVATION.
      ****************************

      * ADMIN STATUS UPDATE TO 'D'. THE ACTING ADMINISTRATOR IS NEVER
      * FED AGAINST THEIR OWN ACCOUNT - THE FEED WOULD LOCK ITS OWN
      * AUTHORITY OUT HALFWAY THROUGH.
           IF  NOT WS-ADMIN-USABLE
           OR  USR-ID = WS-ACTING-ADMIN-ID
               PERFORM  1900-WRITE-FINDING
                   THRU 1900-WRITE-FINDING-X
               GO TO 2100-FEED-DEACTIVATION-X
           END-IF.

           PERFORM  2500-START-FEED-DETAIL
               THRU 2500-START-FEED-DETAIL-X.
           MOVE 'A'    TO TRAN-ACTION-CODE.
           MOVE USR-ID TO TRAN-ADMIN-LOOKUP-ID.
           MOVE 'D'    TO TRAN-ADMIN-NEW-STATUS.
           PERFORM  2600-WRITE-FEED-DETAIL
               THRU 2600-WRITE-FEED-DETAIL-X.
           ADD 1 TO WS-CNT-FEED-DEACT.

       2100-FEED-DEACTIVATION-X.
           EXIT.

      ****************************
       2200-FEED-TRANSFER.
      ****************************

           IF  NOT WS-ADMIN-USABLE
               PERFORM  1900-WRITE-FINDING
                   THRU 1900-WRITE-FINDING-X
               GO TO 2200-FEED-TRANSFER-X
           END-IF.

           PERFORM  2500-START-FEED-DETAIL
               THRU 2500-START-FEED-DETAIL-X.
           MOVE 'T'           TO TRAN-ACTION-CODE.
           MOVE USR-ID        TO TRAN-ADMIN-LOOKUP-ID.
           MOVE HRX-DEPT-CODE TO TRAN-DEPT-CODE.
           PERFORM  2600-WRITE-FEED-DETAIL
               THRU 2600-WRITE-FEED-DETAIL-X.
           ADD 1 TO WS-CNT-FEED-XFER.

       2200-FEED-TRANSFER-X.
           EXIT.

      ****************************
       2500-START-FEED-DETAIL.
      ****************************

      * EVERY DETAIL CARRIES THE ACTING ADMINISTRATOR'S CREDENTIALS
      * IN THE USER-ID/PASSWORD FIELDS AND APPLIES IMMEDIATELY (NO
      * EFFECTIVE DATE).
           ADD 1 TO WS-FEED-SEQ-NO.
           MOVE SPACES             TO TRAN-RECORD.
           MOVE WS-FEED-SEQ-NO     TO TRAN-SEQ-NO.
           MOVE WS-ACTING-ADMIN-ID TO TRAN-USER-ID.
           MOVE WS-ACTING-ADMIN-PW TO TRAN-USER-PW.

       2500-START-FEED-DETAIL-X.
           EXIT.

      ****************************
       2600-WRITE-FEED-DETAIL.
      ****************************

           WRITE TRAN-RECORD.
           ADD 1 TO WS-CNT-FEED-DETAIL.

      * HASH TOTAL PER THE FEED CONTRACT - THE SUM OF THE ORDINAL
      * VALUE OF EVERY BYTE OF EVERY DETAIL USER-ID, EXACTLY AS
      * PROJ2023 RECOMPUTES IT WHEN IT BALANCES THE FILE.
           PERFORM  2610-HASH-ONE-CHAR
               THRU 2610-HASH-ONE-CHAR-X
              VARYING WS-HASH-CHAR-IDX FROM 1 BY 1
                UNTIL WS-HASH-CHAR-IDX > 8.

           ADD 1 TO WS-CNT-FINDINGS.
           MOVE TRAN-SEQ-NO TO DSP-SEQ-NO.
           MOVE WS-FEED-DISPOSITION TO DTL-DISPOSITION.
           WRITE HR-LINE FROM WS-DETAIL-LINE.

       2600-WRITE-FEED-DETAIL-X.
           EXIT.

      ****************************
       2610-HASH-ONE-CHAR.
      ****************************

           COMPUTE WS-FEED-HASH-TOTAL = WS-FEED-HASH-TOTAL
               + FUNCTION ORD (TRAN-USER-ID (WS-HASH-CHAR-IDX:1)).

       2610-HASH-ONE-CHAR-X.
           EXIT.

      ****************************
       2900-WRITE-FEED-TRAILER.
      ****************************

           MOVE SPACES             TO TRAN-TRAILER-RECORD.
           MOVE 999999             TO TRT-SEQ-NO.
           MOVE 'Z'                TO TRT-RECORD-CODE.
           MOVE WS-CNT-FEED-DETAIL TO TRT-DETAIL-COUNT.
           MOVE WS-FEED-HASH-TOTAL TO TRT-ID-HASH-TOTAL.
           WRITE TRAN-TRAILER-RECORD.

       2900-WRITE-FEED-TRAILER-X.
           EXIT.

      ****************************
       3000-PRINT-TOTALS.
      ****************************

           IF  WS-CNT-FINDINGS = ZERO
               WRITE HR-LINE FROM WS-NONE-LINE
           END-IF.

           WRITE HR-LINE FROM WS-BLANK-LINE.

           MOVE 'USER-MASTER RECORDS READ'     TO TOT-LABEL.
           MOVE WS-CNT-MASTER-READ             TO TOT-COUNT.
           WRITE HR-LINE FROM WS-TOTAL-LINE.

           MOVE 'HR EXTRACT RECORDS READ'      TO TOT-LABEL.
           MOVE WS-CNT-HR-READ                 TO TOT-COUNT.
           WRITE HR-LINE FROM WS-TOTAL-LINE.

           MOVE 'NOEMP  - LIVE ACCOUNT, NO EMPLOYEE'
             TO TOT-LABEL.
           MOVE WS-CNT-NOEMP                   TO TOT-COUNT.
           WRITE HR-LINE FROM WS-TOTAL-LINE.

           MOVE 'TERMED - LIVE ACCOUNT, TERMINATED'
             TO TOT-LABEL.
           MOVE WS-CNT-TERMED                  TO TOT-COUNT.
           WRITE HR-LINE FROM WS-TOTAL-LINE.

           MOVE 'NOACCT - EMPLOYEE WITH NO ACCOUNT'
             TO TOT-LABEL.
           MOVE WS-CNT-NOACCT                  TO TOT-COUNT.
           WRITE HR-LINE FROM WS-TOTAL-LINE.

           MOVE 'DEACTE - EMPLOYED, ACCOUNT DEACTIVATED'
             TO TOT-LABEL.
           MOVE WS-CNT-DEACTE                  TO TOT-COUNT.
           WRITE HR-LINE FROM WS-TOTAL-LINE.

           MOVE 'NAMEMM - NAME DIFFERS FROM HR'
             TO TOT-LABEL.
           MOVE WS-CNT-NAMEMM                  TO TOT-COUNT.
           WRITE HR-LINE FROM WS-TOTAL-LINE.

           MOVE 'DEPTMM - DEPARTMENT DIFFERS FROM HR'
             TO TOT-LABEL.
           MOVE WS-CNT-DEPTMM                  TO TOT-COUNT.
           WRITE HR-LINE FROM WS-TOTAL-LINE.

           MOVE 'HRDATA - HR ROW UNUSABLE'     TO TOT-LABEL.
           MOVE WS-CNT-HRDATA                  TO TOT-COUNT.
           WRITE HR-LINE FROM WS-TOTAL-LINE.

           WRITE HR-LINE FROM WS-BLANK-LINE.

           MOVE 'FEED - DEACTIVATIONS'         TO TOT-LABEL.
           MOVE WS-CNT-FEED-DEACT              TO TOT-COUNT.
           WRITE HR-LINE FROM WS-TOTAL-LINE.

           MOVE 'FEED - DEPARTMENT TRANSFERS'  TO TOT-LABEL.
           MOVE WS-CNT-FEED-XFER               TO TOT-COUNT.
           WRITE HR-LINE FROM WS-TOTAL-LINE.

           MOVE 'FEED - TRAILER DETAIL COUNT'  TO TOT-LABEL.
           MOVE WS-CNT-FEED-DETAIL             TO TOT-COUNT.
           WRITE HR-LINE FROM WS-TOTAL-LINE.

           MOVE 'FEED - TRAILER USER-ID HASH TOTAL' TO HSH-LABEL.
           MOVE WS-FEED-HASH-TOTAL             TO HSH-VALUE.
           WRITE HR-LINE FROM WS-HASH-LINE.

       3000-PRINT-TOTALS-X.
           EXIT.

      ****************************
       7000-WRITE-RUN-START.
      ****************************

      * SHARED RUN-CONTROL FILE FOR THE WHOLE PROJ2023 FAMILY - ONE
      * START AND ONE END RECORD PER EXECUTION, APPENDED. PROJ23OP
      * PRINTS THE NIGHTLY CHAIN OFF THIS FILE EVERY MORNING.
           OPEN EXTEND RUN-CONTROL.
           IF  WS-RUNCTL-NOFILE
               OPEN OUTPUT RUN-CONTROL
               CLOSE       RUN-CONTROL
               OPEN EXTEND RUN-CONTROL
           END-IF.

           MOVE SPACES     TO RUN-CONTROL-RECORD.
           MOVE 'PROJ23HR' TO RUN-JOB-NAME.
           MOVE 'S'        TO RUN-REC-TYPE.
           PERFORM  7020-STAMP-RUN-RECORD
               THRU 7020-STAMP-RUN-RECORD-X.
           MOVE ZERO TO RUN-CNT-READ
                        RUN-CNT-WRITTEN
                        RUN-CNT-REJECTED
                        RUN-RETURN-CODE.
           WRITE RUN-CONTROL-RECORD.

       7000-WRITE-RUN-START-X.
           EXIT.

      ****************************
       7010-WRITE-RUN-END.
      ****************************

           MOVE SPACES     TO RUN-CONTROL-RECORD.
           MOVE 'PROJ23HR' TO RUN-JOB-NAME.
           MOVE 'E'        TO RUN-REC-TYPE.
           PERFORM  7020-STAMP-RUN-RECORD
               THRU 7020-STAMP-RUN-RECORD-X.
           MOVE WS-CNT-HR-READ TO RUN-CNT-READ.
           MOVE WS-CNT-FEED-DETAIL TO RUN-CNT-WRITTEN.
           MOVE WS-CNT-FINDINGS TO RUN-CNT-REJECTED.
           MOVE RETURN-CODE TO RUN-RETURN-CODE.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL.

       7010-WRITE-RUN-END-X.
           EXIT.

      ****************************
       7020-STAMP-RUN-RECORD.
      ****************************

           ACCEPT WS-RUNCTL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNCTL-TIME FROM TIME.
           MOVE WS-RUNCTL-DATE       TO RUN-STAMP-DATE.
           MOVE WS-RUNCTL-TIME (1:6) TO RUN-STAMP-TIME.

       7020-STAMP-RUN-RECORD-X.
           EXIT.
