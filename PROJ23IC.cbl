       program-id. PROJ23IC.
      ******************************************************************
      *    AUTHOR: CHRISTIAN VIKTOR A. NUQUI                           *
      *    INSTALLATION: SOFT806 SHOP                                  *
      *    DATE-WRITTEN: 2026-10-15                                    *
      *    DESCRIPTION: NIGHTLY REFERENTIAL INTEGRITY CHECK ACROSS THE *
      *                 FOUR KEYED FILES. MATCH-MERGES USER-MASTER,    *
      *                 PWD-HISTORY AND USER-ACTIVITY BY USER ID AND   *
      *                 LOOKS EVERY USER'S DEPARTMENT UP ON            *
      *                 DEPT-MASTER. REPORTS:                          *
      *                   PWHORP - PASSWORD-HISTORY ROW, NO USER       *
      *                   UACORP - USER-ACTIVITY ROW, NO USER          *
      *                   NODEPT - USER'S DEPARTMENT NOT ON FILE       *
      *                   RETDPT - USER STILL ON A RETIRED DEPARTMENT  *
      *                            (MISSED BY THE MERGE REPOINT)       *
      *                   NOPWH  - ACTIVE USER, NO PASSWORD HISTORY    *
      *                   DEACTA - DEACTIVATED USER HOLDING AN ADMIN   *
      *                            ROLE                                *
      *                 PARMCARD 'REPAIR' FIXES THE SAFE CASES - THE   *
      *                 ORPHAN ROWS ARE DELETED AND USERS ON A RETIRED *
      *                 DEPARTMENT ARE REPOINTED TO ITS SURVIVOR -     *
      *                 AND EACH FIX IS PRINTED AND AUDITED. EVERYTHING*
      *                 ELSE NEEDS A HUMAN AND IS ONLY REPORTED. RC 4  *
      *                 WHEN ANYTHING IS LEFT OUTSTANDING.             *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  CVN  INITIAL VERSION                            *
      *    2026-10-15  CVN  AUDIT RECORDS SEQUENCED AND CHAINED - LOG  *
      *                     READ TO THE END BEFORE IT IS APPENDED      *
      ******************************************************************

       environment division.
       configuration section.

       input-output section.
       file-control.
           select USER-MASTER assign to USERMAS
               organization is indexed
               access mode is sequential
               record key is USR-ID
               file status is WS-USERMAS-STATUS.

           select DEPT-MASTER assign to DEPTMAS
               organization is indexed
               access mode is random
               record key is DEPT-CODE
               file status is WS-DEPTMAS-STATUS.

           select PWD-HISTORY assign to PWDHIST
               organization is indexed
               access mode is sequential
               record key is PWH-USER-ID
               file status is WS-PWDHIST-STATUS.

           select USER-ACTIVITY assign to USRACT
               organization is indexed
               access mode is sequential
               record key is UAC-USER-ID
               file status is WS-USRACT-STATUS.

           select AUDIT-LOG assign to AUDITLOG
               organization is sequential
               file status is WS-AUDIT-STATUS.

           select PARM-FILE assign to PARMCARD
               organization is sequential
               file status is WS-PARM-STATUS.

           select INTEG-RPT assign to INTEGRPT
               organization is sequential
               file status is WS-INTEGRPT-STATUS.

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

       FD  PWD-HISTORY
           label records are standard.
           COPY PWHREC.

       FD  USER-ACTIVITY
           label records are standard.
           COPY UACREC.

       FD  AUDIT-LOG
           label records are standard.
           COPY AUDREC.

       FD  PARM-FILE
           label records are standard.
       01  PARM-RECORD.
           05  PRM-RUN-MODE                  PIC X(06).
               88  PRM-REPAIR-MODE               VALUE 'REPAIR'.
           05  FILLER                        PIC X(74).

       FD  INTEG-RPT
           label records are standard.
       01  INTEG-LINE                        PIC X(80).

       FD  RUN-CONTROL
           label records are standard.
           COPY RUNREC.

       working-storage section.
       01  WS-FILE-STATUSES.
           05  WS-USERMAS-STATUS             PIC X(02) VALUE SPACES.
               88  WS-USERMAS-STATUS-OK      VALUE '00'.
           05  WS-DEPTMAS-STATUS             PIC X(02) VALUE SPACES.
               88  WS-DEPTMAS-STATUS-OK      VALUE '00'.
           05  WS-PWDHIST-STATUS             PIC X(02) VALUE SPACES.
               88  WS-PWDHIST-STATUS-OK      VALUE '00'.
           05  WS-USRACT-STATUS              PIC X(02) VALUE SPACES.
               88  WS-USRACT-STATUS-OK       VALUE '00'.
           05  WS-AUDIT-STATUS               PIC X(02) VALUE SPACES.
               88  WS-AUDIT-STATUS-OK        VALUE '00'.
               88  WS-AUDIT-NOFILE           VALUE '35'.
           05  WS-PARM-STATUS                PIC X(02) VALUE SPACES.
               88  WS-PARM-STATUS-OK         VALUE '00'.
           05  WS-INTEGRPT-STATUS            PIC X(02) VALUE SPACES.
           05  WS-RUNCTL-STATUS              PIC X(02) VALUE SPACES.
               88  WS-RUNCTL-NOFILE          VALUE '35'.

       01  WS-SWITCHES.
           05  WS-PARM-SW                    PIC X(01) VALUE SPACES.
               88  WS-PARM-EOF               VALUE 'X'.
           05  WS-RUN-MODE-SW                PIC X(01) VALUE 'C'.
               88  WS-CHECK-ONLY             VALUE 'C'.
               88  WS-REPAIR-RUN             VALUE 'R'.
           05  WS-SURVIVOR-SW                PIC X(01) VALUE SPACES.
               88  WS-SURVIVOR-FOUND         VALUE 'Y'.
               88  WS-SURVIVOR-NONE          VALUE 'N'.

      * MATCH KEYS - ONE PER USER-ID-KEYED FILE, HIGH-VALUES ONCE A
      * FILE IS EXHAUSTED. THE LOWEST OF THE THREE IS THE USER ID
      * BEING LOOKED AT ON EACH CYCLE.
       01  WS-MATCH-KEYS.
           05  WS-USR-KEY                    PIC X(08) VALUE SPACES.
           05  WS-PWH-KEY                    PIC X(08) VALUE SPACES.
           05  WS-UAC-KEY                    PIC X(08) VALUE SPACES.
           05  WS-LOW-KEY                    PIC X(08) VALUE SPACES.

      * MERGE-CHAIN WALK - A RETIRED DEPARTMENT'S SURVIVOR MAY ITSELF
      * HAVE BEEN RETIRED INTO ANOTHER SINCE. THE HOP LIMIT STOPS A
      * MIS-KEYED LOOP FROM SPINNING FOREVER.
       01  WS-DEPT-FIELDS.
           05  WS-USER-DEPT-CODE             PIC X(03) VALUE SPACES.
           05  WS-SURVIVOR-CODE              PIC X(03) VALUE SPACES.
           05  WS-MERGE-HOPS                 PIC 9(02) COMP VALUE ZERO.
           05  WS-MERGE-HOP-LIMIT            PIC 9(02) COMP VALUE 9.

       01  WS-RECORD-COUNTS.
           05  WS-CNT-MASTER-READ            PIC 9(07) VALUE ZERO.
           05  WS-CNT-PWH-READ               PIC 9(07) VALUE ZERO.
           05  WS-CNT-UAC-READ               PIC 9(07) VALUE ZERO.
           05  WS-CNT-PWHORP                 PIC 9(07) VALUE ZERO.
           05  WS-CNT-UACORP                 PIC 9(07) VALUE ZERO.
           05  WS-CNT-NODEPT                 PIC 9(07) VALUE ZERO.
           05  WS-CNT-RETDPT                 PIC 9(07) VALUE ZERO.
           05  WS-CNT-NOPWH                  PIC 9(07) VALUE ZERO.
           05  WS-CNT-DEACTA                 PIC 9(07) VALUE ZERO.
           05  WS-CNT-REPAIRED               PIC 9(07) VALUE ZERO.
           05  WS-CNT-OUTSTANDING            PIC 9(07) VALUE ZERO.

       01  WS-AUDIT-FIELDS.
           05  WS-AUDIT-USER-ID              PIC X(08) VALUE SPACES.
           05  WS-AUDIT-ACTION               PIC X(08) VALUE SPACES.
           05  WS-AUDIT-RESULT               PIC X(08) VALUE SPACES.
           05  WS-CURRENT-DATE               PIC 9(08) VALUE ZERO.
           05  WS-CURRENT-TIME               PIC 9(08) VALUE ZERO.

       01  WS-DATE-FIELDS.
           05  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                        PIC X(36)
               VALUE 'PROJ2023 REFERENTIAL INTEGRITY CHECK'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  HD1-RUN-DATE                  PIC 9(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  HD1-RUN-MODE                  PIC X(20).
           05  FILLER                        PIC X(12) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-FINDING                   PIC X(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-USER-ID                   PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-TEXT                      PIC X(44).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-DISPOSITION               PIC X(14).

       01  WS-TOTAL-LINE.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  TOT-LABEL                     PIC X(40).
           05  TOT-COUNT                     PIC Z,ZZZ,ZZ9.
           05  FILLER                        PIC X(29) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(26)
               VALUE '** NO INTEGRITY ERRORS **'.
           05  FILLER                        PIC X(52) VALUE SPACES.

       01  WS-BLANK-LINE                     PIC X(80) VALUE SPACES.

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

       linkage section.

       procedure division.
      ****************
       0000-MAINLINE.
      ****************

           PERFORM  0100-INITIALIZE
               THRU 0100-INITIALIZE-X.

           PERFORM  1010-READ-USER-MASTER
               THRU 1010-READ-USER-MASTER-X.
           PERFORM  1020-READ-PWD-HISTORY
               THRU 1020-READ-PWD-HISTORY-X.
           PERFORM  1030-READ-USER-ACTIVITY
               THRU 1030-READ-USER-ACTIVITY-X.

           PERFORM  1000-MATCH-CYCLE
               THRU 1000-MATCH-CYCLE-X
              UNTIL WS-USR-KEY = HIGH-VALUES
                AND WS-PWH-KEY = HIGH-VALUES
                AND WS-UAC-KEY = HIGH-VALUES.

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

      * A CHECK-ONLY RUN OPENS EVERYTHING INPUT AND CANNOT CHANGE A
      * THING. ONLY A REPAIR RUN TAKES UPDATE ACCESS AND THE AUDIT
      * LOG.
           IF  WS-REPAIR-RUN
               OPEN I-O USER-MASTER
           ELSE
               OPEN INPUT USER-MASTER
           END-IF.
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

           IF  WS-REPAIR-RUN
               OPEN I-O PWD-HISTORY
           ELSE
               OPEN INPUT PWD-HISTORY
           END-IF.
           IF  NOT WS-PWDHIST-STATUS-OK
               DISPLAY 'PWD-HISTORY DID NOT OPEN - STATUS '
                       WS-PWDHIST-STATUS
               STOP RUN
           END-IF.

           IF  WS-REPAIR-RUN
               OPEN I-O USER-ACTIVITY
           ELSE
               OPEN INPUT USER-ACTIVITY
           END-IF.
           IF  NOT WS-USRACT-STATUS-OK
               DISPLAY 'USER-ACTIVITY DID NOT OPEN - STATUS '
                       WS-USRACT-STATUS
               STOP RUN
           END-IF.

           IF  WS-REPAIR-RUN
               PERFORM  1805-LOAD-AUDIT-CHAIN
                   THRU 1805-LOAD-AUDIT-CHAIN-X
               OPEN EXTEND AUDIT-LOG
               IF  WS-AUDIT-NOFILE
                   OPEN OUTPUT AUDIT-LOG
                   CLOSE       AUDIT-LOG
                   OPEN EXTEND AUDIT-LOG
               END-IF
           END-IF.

           OPEN OUTPUT INTEG-RPT.
           MOVE WS-RUN-DATE TO HD1-RUN-DATE.
           IF  WS-REPAIR-RUN
               MOVE 'REPAIR RUN' TO HD1-RUN-MODE
           ELSE
               MOVE 'CHECK ONLY - NO FIX' TO HD1-RUN-MODE
           END-IF.
           WRITE INTEG-LINE FROM WS-HEADING-LINE-1.
           WRITE INTEG-LINE FROM WS-BLANK-LINE.

       0100-INITIALIZE-X.
           EXIT.

      ****************************
       0150-READ-PARM-CARD.
      ****************************

      * 'REPAIR' IN COLUMNS 1-6 TURNS ON REPAIR MODE. NO CARD, OR
      * ANYTHING ELSE ON IT, IS A CHECK-ONLY RUN - THE SAFE DEFAULT.
           OPEN INPUT PARM-FILE.
           IF  NOT WS-PARM-STATUS-OK
               GO TO 0150-READ-PARM-CARD-X
           END-IF.

           READ PARM-FILE
               AT END
                   SET WS-PARM-EOF TO TRUE
           END-READ.

           IF  NOT WS-PARM-EOF
           AND PRM-REPAIR-MODE
               SET WS-REPAIR-RUN TO TRUE
           END-IF.

           CLOSE PARM-FILE.

       0150-READ-PARM-CARD-X.
           EXIT.

      ****************************
       0900-TERMINATE.
      ****************************

           CLOSE USER-MASTER.
           CLOSE DEPT-MASTER.
           CLOSE PWD-HISTORY.
           CLOSE USER-ACTIVITY.
           IF  WS-REPAIR-RUN
               CLOSE AUDIT-LOG
           END-IF.
           CLOSE INTEG-RPT.

           IF  WS-CNT-OUTSTANDING > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM  7010-WRITE-RUN-END
               THRU 7010-WRITE-RUN-END-X.

       0900-TERMINATE-X.
           EXIT.

      ****************************
       1000-MATCH-CYCLE.
      ****************************

      * ALL THREE FILES ARE READ IN USER-ID KEY ORDER. THE LOWEST
      * CURRENT KEY IS THE ID UNDER TEST; EACH FILE WHOSE KEY EQUALS
      * IT HAS A ROW FOR THAT ID AND IS ADVANCED AFTERWARDS.
           MOVE WS-USR-KEY TO WS-LOW-KEY.
           IF  WS-PWH-KEY < WS-LOW-KEY
               MOVE WS-PWH-KEY TO WS-LOW-KEY
           END-IF.
           IF  WS-UAC-KEY < WS-LOW-KEY
               MOVE WS-UAC-KEY TO WS-LOW-KEY
           END-IF.

           IF  WS-USR-KEY = WS-LOW-KEY
               PERFORM  1100-CHECK-USER
                   THRU 1100-CHECK-USER-X
           ELSE
               IF  WS-PWH-KEY = WS-LOW-KEY
                   PERFORM  1200-ORPHAN-PWD-HISTORY
                       THRU 1200-ORPHAN-PWD-HISTORY-X
               END-IF
               IF  WS-UAC-KEY = WS-LOW-KEY
                   PERFORM  1300-ORPHAN-USER-ACTIVITY
                       THRU 1300-ORPHAN-USER-ACTIVITY-X
               END-IF
           END-IF.

           IF  WS-USR-KEY = WS-LOW-KEY
               PERFORM  1010-READ-USER-MASTER
                   THRU 1010-READ-USER-MASTER-X
           END-IF.
           IF  WS-PWH-KEY = WS-LOW-KEY
               PERFORM  1020-READ-PWD-HISTORY
                   THRU 1020-READ-PWD-HISTORY-X
           END-IF.
           IF  WS-UAC-KEY = WS-LOW-KEY
               PERFORM  1030-READ-USER-ACTIVITY
                   THRU 1030-READ-USER-ACTIVITY-X
           END-IF.

       1000-MATCH-CYCLE-X.
           EXIT.

      ****************************
       1010-READ-USER-MASTER.
      ****************************

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
       1020-READ-PWD-HISTORY.
      ****************************

           READ PWD-HISTORY NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-PWH-KEY
                   GO TO 1020-READ-PWD-HISTORY-X
           END-READ.

           ADD 1 TO WS-CNT-PWH-READ.
           MOVE PWH-USER-ID TO WS-PWH-KEY.

       1020-READ-PWD-HISTORY-X.
           EXIT.

      ****************************
       1030-READ-USER-ACTIVITY.
      ****************************

           READ USER-ACTIVITY NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-UAC-KEY
                   GO TO 1030-READ-USER-ACTIVITY-X
           END-READ.

           ADD 1 TO WS-CNT-UAC-READ.
           MOVE UAC-USER-ID TO WS-UAC-KEY.

       1030-READ-USER-ACTIVITY-X.
           EXIT.

      ****************************
       1100-CHECK-USER.
      ****************************

           MOVE USR-ID TO DTL-USER-ID.

           PERFORM  1400-CHECK-USER-DEPT
               THRU 1400-CHECK-USER-DEPT-X.

      * EVERY REGISTRATION AND EVERY PASSWORD CHANGE WRITES THE
      * HISTORY ROW, SO AN ACTIVE ACCOUNT WITHOUT ONE HAS HAD ITS
      * ROW LOST. NOT REBUILT HERE - THE OLD HASHES ARE GONE AND AN
      * EMPTY ROW WOULD HIDE THAT. THE USER SHOULD BE PUT THROUGH A
      * PASSWORD RESET.
           IF  USR-STATUS-ACTIVE
           AND WS-PWH-KEY NOT = WS-LOW-KEY
               ADD 1 TO WS-CNT-NOPWH
               MOVE 'NOPWH ' TO DTL-FINDING
               MOVE 'ACTIVE, NO PASSWORD-HISTORY ROW - RESET PW'
                 TO DTL-TEXT
               PERFORM  1900-WRITE-OUTSTANDING
                   THRU 1900-WRITE-OUTSTANDING-X
           END-IF.

      * A ROLE LEFT ON A DEACTIVATED ACCOUNT COMES BACK THE MOMENT
      * SOMEONE REACTIVATES IT. TAKING A ROLE AWAY IS AN ADMIN
      * DECISION, SO THIS IS REPORTED, NEVER FIXED HERE.
           IF  USR-STATUS-DEACTIVATED
           AND NOT USR-NOT-ADMIN
               ADD 1 TO WS-CNT-DEACTA
               MOVE 'DEACTA' TO DTL-FINDING
               MOVE SPACES   TO DTL-TEXT
               STRING 'DEACTIVATED BUT HOLDS ADMIN ROLE '
                                  DELIMITED BY SIZE
                      USR-ADMIN-ROLE DELIMITED BY SIZE
                 INTO DTL-TEXT
               END-STRING
               PERFORM  1900-WRITE-OUTSTANDING
                   THRU 1900-WRITE-OUTSTANDING-X
           END-IF.

       1100-CHECK-USER-X.
           EXIT.

      ****************************
       1200-ORPHAN-PWD-HISTORY.
      ****************************

      * NO USER-MASTER ROW OWNS THIS HISTORY. NOTHING READS IT
      * WITHOUT THE USER, SO DELETING IT IS SAFE.
           ADD 1 TO WS-CNT-PWHORP.
           MOVE 'PWHORP'    TO DTL-FINDING.
           MOVE PWH-USER-ID TO DTL-USER-ID.
           MOVE 'PASSWORD-HISTORY ROW WITH NO USER-MASTER ROW'
             TO DTL-TEXT.

           IF  WS-CHECK-ONLY
               MOVE 'REPAIRABLE' TO DTL-DISPOSITION
               ADD 1 TO WS-CNT-OUTSTANDING
               WRITE INTEG-LINE FROM WS-DETAIL-LINE
               GO TO 1200-ORPHAN-PWD-HISTORY-X
           END-IF.

           DELETE PWD-HISTORY RECORD.
           MOVE 'DELETED'   TO DTL-DISPOSITION.
           MOVE 'PWHDEL  '  TO WS-AUDIT-RESULT.
           PERFORM  1950-WRITE-REPAIRED
               THRU 1950-WRITE-REPAIRED-X.

       1200-ORPHAN-PWD-HISTORY-X.
           EXIT.

      ****************************
       1300-ORPHAN-USER-ACTIVITY.
      ****************************

      * SAME REASONING AS THE PASSWORD-HISTORY ORPHAN. THE AUDIT-LOG
      * REMAINS THE FULL TRAIL, SO NOTHING IS LOST BY THE DELETE.
           ADD 1 TO WS-CNT-UACORP.
           MOVE 'UACORP'    TO DTL-FINDING.
           MOVE UAC-USER-ID TO DTL-USER-ID.
           MOVE 'USER-ACTIVITY ROW WITH NO USER-MASTER ROW'
             TO DTL-TEXT.

           IF  WS-CHECK-ONLY
               MOVE 'REPAIRABLE' TO DTL-DISPOSITION
               ADD 1 TO WS-CNT-OUTSTANDING
               WRITE INTEG-LINE FROM WS-DETAIL-LINE
               GO TO 1300-ORPHAN-USER-ACTIVITY-X
           END-IF.

           DELETE USER-ACTIVITY RECORD.
           MOVE 'DELETED'   TO DTL-DISPOSITION.
           MOVE 'UACDEL  '  TO WS-AUDIT-RESULT.
           PERFORM  1950-WRITE-REPAIRED
               THRU 1950-WRITE-REPAIRED-X.

       1300-ORPHAN-USER-ACTIVITY-X.
           EXIT.

      ****************************
       1400-CHECK-USER-DEPT.
      ****************************

           MOVE USR-DEPT-CODE TO WS-USER-DEPT-CODE.
           MOVE USR-DEPT-CODE TO DEPT-CODE.
           READ DEPT-MASTER
               INVALID KEY
                   ADD 1 TO WS-CNT-NODEPT
                   MOVE 'NODEPT' TO DTL-FINDING
                   MOVE SPACES   TO DTL-TEXT
                   STRING 'DEPARTMENT '       DELIMITED BY SIZE
                          WS-USER-DEPT-CODE   DELIMITED BY SIZE
                          ' NOT ON DEPT-MASTER' DELIMITED BY SIZE
                     INTO DTL-TEXT
                   END-STRING
                   PERFORM  1900-WRITE-OUTSTANDING
                       THRU 1900-WRITE-OUTSTANDING-X
                   GO TO 1400-CHECK-USER-DEPT-X
           END-READ.

           IF  NOT DEPT-RETIRED
               GO TO 1400-CHECK-USER-DEPT-X
           END-IF.

      * THE MERGE FUNCTION REPOINTS EVERY USER WHEN IT RETIRES A
      * CODE, SO A USER STILL HERE WAS MISSED (OR RELOADED FROM AN
      * OLDER BACKUP). FOLLOW DEPT-MERGED-INTO TO THE DEPARTMENT
      * STILL IN SERVICE.
           ADD 1 TO WS-CNT-RETDPT.
           MOVE 'RETDPT' TO DTL-FINDING.
           PERFORM  1410-FIND-SURVIVOR
               THRU 1410-FIND-SURVIVOR-X.

           IF  WS-SURVIVOR-NONE
               MOVE SPACES TO DTL-TEXT
               STRING 'ON RETIRED DEPT '  DELIMITED BY SIZE
                      WS-USER-DEPT-CODE   DELIMITED BY SIZE
                      ', NO SURVIVOR IN SERVICE'
                                          DELIMITED BY SIZE
                 INTO DTL-TEXT
               END-STRING
               PERFORM  1900-WRITE-OUTSTANDING
                   THRU 1900-WRITE-OUTSTANDING-X
               GO TO 1400-CHECK-USER-DEPT-X
           END-IF.

           MOVE SPACES TO DTL-TEXT.
           STRING 'ON RETIRED DEPT '  DELIMITED BY SIZE
                  WS-USER-DEPT-CODE   DELIMITED BY SIZE
                  ', SURVIVOR '       DELIMITED BY SIZE
                  WS-SURVIVOR-CODE    DELIMITED BY SIZE
             INTO DTL-TEXT
           END-STRING.

           IF  WS-CHECK-ONLY
               MOVE 'REPAIRABLE' TO DTL-DISPOSITION
               ADD 1 TO WS-CNT-OUTSTANDING
               WRITE INTEG-LINE FROM WS-DETAIL-LINE
               GO TO 1400-CHECK-USER-DEPT-X
           END-IF.

           MOVE WS-SURVIVOR-CODE TO USR-DEPT-CODE.
           REWRITE USER-RECORD.
           MOVE 'REPOINTED'  TO DTL-DISPOSITION.
           MOVE 'REPOINT '   TO WS-AUDIT-RESULT.
           PERFORM  1950-WRITE-REPAIRED
               THRU 1950-WRITE-REPAIRED-X.

       1400-CHECK-USER-DEPT-X.
           EXIT.

      ****************************
       1410-FIND-SURVIVOR.
      ****************************

           MOVE SPACES TO WS-SURVIVOR-SW.
           MOVE ZERO   TO WS-MERGE-HOPS.
           MOVE DEPT-MERGED-INTO TO WS-SURVIVOR-CODE.

           PERFORM  1420-FOLLOW-MERGE
               THRU 1420-FOLLOW-MERGE-X
              UNTIL WS-SURVIVOR-FOUND
                 OR WS-SURVIVOR-NONE.

       1410-FIND-SURVIVOR-X.
           EXIT.

      ****************************
       1420-FOLLOW-MERGE.
      ****************************

      * A RETIRE WITHOUT A MERGE (NO SURVIVOR CODE), A SURVIVOR NOT
      * ON FILE, OR A CHAIN THAT NEVER ENDS ALL NEED A HUMAN.
           IF  WS-SURVIVOR-CODE = SPACES
           OR  WS-MERGE-HOPS > WS-MERGE-HOP-LIMIT
               SET WS-SURVIVOR-NONE TO TRUE
               GO TO 1420-FOLLOW-MERGE-X
           END-IF.

           ADD 1 TO WS-MERGE-HOPS.
           MOVE WS-SURVIVOR-CODE TO DEPT-CODE.
           READ DEPT-MASTER
               INVALID KEY
                   SET WS-SURVIVOR-NONE TO TRUE
                   GO TO 1420-FOLLOW-MERGE-X
           END-READ.

           IF  DEPT-RETIRED
               MOVE DEPT-MERGED-INTO TO WS-SURVIVOR-CODE
           ELSE
               SET WS-SURVIVOR-FOUND TO TRUE
           END-IF.

       1420-FOLLOW-MERGE-X.
           EXIT.

      ****************************
       1900-WRITE-OUTSTANDING.
      ****************************

      * DTL-FINDING, DTL-USER-ID AND DTL-TEXT ARE SET BY THE CALLER.
           MOVE 'NEEDS REVIEW' TO DTL-DISPOSITION.
           ADD 1 TO WS-CNT-OUTSTANDING.
           WRITE INTEG-LINE FROM WS-DETAIL-LINE.

       1900-WRITE-OUTSTANDING-X.
           EXIT.

      ****************************
       1950-WRITE-REPAIRED.
      ****************************

      * EVERY FIX GOES ON THE REPORT AND ON THE AUDIT-LOG UNDER THE
      * AFFECTED USER ID, ACTION INTEGRTY, WITH WS-AUDIT-RESULT SAYING
      * WHAT WAS DONE.
           ADD 1 TO WS-CNT-REPAIRED.
           WRITE INTEG-LINE FROM WS-DETAIL-LINE.

           MOVE DTL-USER-ID TO WS-AUDIT-USER-ID.
           MOVE 'INTEGRTY'  TO WS-AUDIT-ACTION.
           PERFORM  1800-WRITE-AUDIT-LOG
               THRU 1800-WRITE-AUDIT-LOG-X.

       1950-WRITE-REPAIRED-X.
           EXIT.

      ****************************
       1800-WRITE-AUDIT-LOG.
      ****************************

      * SAME RECORD FORMAT PROJ2023 WRITES SO THE SECURITY REPORT
      * AND RECONCILIATION SEE INTEGRITY REPAIRS LIKE ANY OTHER.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.

           MOVE SPACES TO AUDIT-RECORD.
           STRING WS-CURRENT-DATE   DELIMITED BY SIZE
                  WS-CURRENT-TIME (1:6) DELIMITED BY SIZE
             INTO AUD-TIMESTAMP
           END-STRING.
           MOVE WS-AUDIT-USER-ID TO AUD-USER-ID.
           MOVE WS-AUDIT-ACTION  TO AUD-ACTION-CODE.
           MOVE WS-AUDIT-RESULT  TO AUD-RESULT.

           PERFORM  1810-CHAIN-AUDIT-RECORD
               THRU 1810-CHAIN-AUDIT-RECORD-X.

           WRITE AUDIT-RECORD.

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
      * A BYTE'S ORDINAL - LIKE THE FEED HASH TOTAL IN PROJ2023 THIS
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
       3000-PRINT-TOTALS.
      ****************************

           IF  WS-CNT-PWHORP + WS-CNT-UACORP + WS-CNT-NODEPT
             + WS-CNT-RETDPT + WS-CNT-NOPWH + WS-CNT-DEACTA = ZERO
               WRITE INTEG-LINE FROM WS-NONE-LINE
           END-IF.

           WRITE INTEG-LINE FROM WS-BLANK-LINE.

           MOVE 'USER-MASTER RECORDS READ'     TO TOT-LABEL.
           MOVE WS-CNT-MASTER-READ             TO TOT-COUNT.
           WRITE INTEG-LINE FROM WS-TOTAL-LINE.

           MOVE 'PWD-HISTORY RECORDS READ'     TO TOT-LABEL.
           MOVE WS-CNT-PWH-READ                TO TOT-COUNT.
           WRITE INTEG-LINE FROM WS-TOTAL-LINE.

           MOVE 'USER-ACTIVITY RECORDS READ'   TO TOT-LABEL.
           MOVE WS-CNT-UAC-READ                TO TOT-COUNT.
           WRITE INTEG-LINE FROM WS-TOTAL-LINE.

           MOVE 'PWHORP - ORPHAN PASSWORD HISTORY'
             TO TOT-LABEL.
           MOVE WS-CNT-PWHORP                  TO TOT-COUNT.
           WRITE INTEG-LINE FROM WS-TOTAL-LINE.

           MOVE 'UACORP - ORPHAN USER ACTIVITY'
             TO TOT-LABEL.
           MOVE WS-CNT-UACORP                  TO TOT-COUNT.
           WRITE INTEG-LINE FROM WS-TOTAL-LINE.

           MOVE 'NODEPT - DEPARTMENT NOT ON FILE'
             TO TOT-LABEL.
           MOVE WS-CNT-NODEPT                  TO TOT-COUNT.
           WRITE INTEG-LINE FROM WS-TOTAL-LINE.

           MOVE 'RETDPT - ON A RETIRED DEPARTMENT'
             TO TOT-LABEL.
           MOVE WS-CNT-RETDPT                  TO TOT-COUNT.
           WRITE INTEG-LINE FROM WS-TOTAL-LINE.

           MOVE 'NOPWH  - ACTIVE, NO PASSWORD HISTORY'
             TO TOT-LABEL.
           MOVE WS-CNT-NOPWH                   TO TOT-COUNT.
           WRITE INTEG-LINE FROM WS-TOTAL-LINE.

           MOVE 'DEACTA - DEACTIVATED, HOLDS ADMIN ROLE'
             TO TOT-LABEL.
           MOVE WS-CNT-DEACTA                  TO TOT-COUNT.
           WRITE INTEG-LINE FROM WS-TOTAL-LINE.

           MOVE 'REPAIRED THIS RUN'            TO TOT-LABEL.
           MOVE WS-CNT-REPAIRED                TO TOT-COUNT.
           WRITE INTEG-LINE FROM WS-TOTAL-LINE.

           MOVE 'OUTSTANDING AFTER THIS RUN'   TO TOT-LABEL.
           MOVE WS-CNT-OUTSTANDING             TO TOT-COUNT.
           WRITE INTEG-LINE FROM WS-TOTAL-LINE.

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
           MOVE 'PROJ23IC' TO RUN-JOB-NAME.
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
           MOVE 'PROJ23IC' TO RUN-JOB-NAME.
           MOVE 'E'        TO RUN-REC-TYPE.
           PERFORM  7020-STAMP-RUN-RECORD
               THRU 7020-STAMP-RUN-RECORD-X.
           MOVE WS-CNT-MASTER-READ TO RUN-CNT-READ.
           MOVE WS-CNT-REPAIRED TO RUN-CNT-WRITTEN.
           MOVE WS-CNT-OUTSTANDING TO RUN-CNT-REJECTED.
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
