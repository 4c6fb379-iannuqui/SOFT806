       program-id. PROJ23PG.
      ******************************************************************
      *    AUTHOR: CHRISTIAN VIKTOR A. NUQUI                           *
      *    INSTALLATION: SOFT806 SHOP                                  *
      *    DATE-WRITTEN: 2026-10-15                                    *
      *    DESCRIPTION: RETENTION PURGE. READS USER-MASTER AND         *
      *                 REMOVES EVERY DEACTIVATED ACCOUNT WHOSE        *
      *                 DEACTIVATION DATE IS OLDER THAN THE RETENTION  *
      *                 PERIOD (PARMCARD DAYS, DEFAULT 365 PER THE     *
      *                 RECORDS POLICY). THE ACCOUNT'S PASSWORD-       *
      *                 HISTORY AND USER-ACTIVITY ROWS GO IN THE SAME  *
      *                 RUN. EACH PURGED ID IS WRITTEN TO THE          *
      *                 PERMANENT TOMBSTONE FILE FIRST, SO IT CAN      *
      *                 NEVER BE REGISTERED AGAIN, AND EACH PURGE IS   *
      *                 WRITTEN TO THE AUDIT-LOG. DEACTIVATED ACCOUNTS *
      *                 WITH NO USABLE DEACTIVATION DATE (DEACTIVATED  *
      *                 BEFORE THE FIELD EXISTED) ARE STAMPED WITH     *
      *                 TODAY'S DATE SO THEIR RETENTION CLOCK STARTS,  *
      *                 AND ARE LISTED - NONE IS EVER PURGED ON A      *
      *                 GUESS. THE AUDIT-LOG ITSELF IS NEVER TOUCHED.  *
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

           select PWD-HISTORY assign to PWDHIST
               organization is indexed
               access mode is random
               record key is PWH-USER-ID
               file status is WS-PWDHIST-STATUS.

           select USER-ACTIVITY assign to USRACT
               organization is indexed
               access mode is random
               record key is UAC-USER-ID
               file status is WS-USRACT-STATUS.

           select TOMBSTONE assign to TOMBSTN
               organization is indexed
               access mode is random
               record key is TMB-USER-ID
               file status is WS-TOMBSTN-STATUS.

           select AUDIT-LOG assign to AUDITLOG
               organization is sequential
               file status is WS-AUDIT-STATUS.

           select PARM-FILE assign to PARMCARD
               organization is sequential
               file status is WS-PARM-STATUS.

      * UNDATED-ACCOUNT LINES SURFACE DURING THE SAME PASS THAT
      * PRINTS PURGES - THEY ARE PARKED HERE AND COPIED TO THEIR OWN
      * REPORT SECTION AFTERWARDS.
           select DATED-WORK assign to DATEWORK
               organization is sequential
               file status is WS-DATEWORK-STATUS.

           select PURGE-RPT assign to PURGERPT
               organization is sequential
               file status is WS-PURGERPT-STATUS.

           select RUN-CONTROL assign to RUNCTL
               organization is sequential
               file status is WS-RUNCTL-STATUS.

       data division.
       file section.
       FD  USER-MASTER
           label records are standard.
           COPY USRREC.

       FD  PWD-HISTORY
           label records are standard.
           COPY PWHREC.

       FD  USER-ACTIVITY
           label records are standard.
           COPY UACREC.

       FD  TOMBSTONE
           label records are standard.
           COPY TMBREC.

       FD  AUDIT-LOG
           label records are standard.
           COPY AUDREC.

       FD  PARM-FILE
           label records are standard.
       01  PARM-RECORD.
           05  PRM-RETAIN-DAYS               PIC X(03).
           05  FILLER                        PIC X(77).

       FD  DATED-WORK
           label records are standard.
       01  DATED-WORK-LINE                   PIC X(80).

       FD  PURGE-RPT
           label records are standard.
       01  PURGE-LINE                        PIC X(80).

       FD  RUN-CONTROL
           label records are standard.
           COPY RUNREC.

       working-storage section.
       01  WS-FILE-STATUSES.
           05  WS-USERMAS-STATUS             PIC X(02) VALUE SPACES.
               88  WS-USERMAS-STATUS-OK      VALUE '00'.
           05  WS-PWDHIST-STATUS             PIC X(02) VALUE SPACES.
               88  WS-PWDHIST-STATUS-OK      VALUE '00'.
           05  WS-USRACT-STATUS              PIC X(02) VALUE SPACES.
               88  WS-USRACT-STATUS-OK       VALUE '00'.
           05  WS-TOMBSTN-STATUS             PIC X(02) VALUE SPACES.
               88  WS-TOMBSTN-STATUS-OK      VALUE '00'.
               88  WS-TOMBSTN-NOFILE         VALUE '35'.
           05  WS-AUDIT-STATUS               PIC X(02) VALUE SPACES.
               88  WS-AUDIT-STATUS-OK        VALUE '00'.
               88  WS-AUDIT-NOFILE           VALUE '35'.
           05  WS-PARM-STATUS                PIC X(02) VALUE SPACES.
               88  WS-PARM-STATUS-OK         VALUE '00'.
           05  WS-DATEWORK-STATUS            PIC X(02) VALUE SPACES.
           05  WS-PURGERPT-STATUS            PIC X(02) VALUE SPACES.
           05  WS-RUNCTL-STATUS              PIC X(02) VALUE SPACES.
               88  WS-RUNCTL-NOFILE          VALUE '35'.

       01  WS-SWITCHES.
           05  WS-USERMAS-SW                 PIC X(01) VALUE SPACES.
               88  WS-USERMAS-EOF            VALUE 'X'.
           05  WS-PARM-SW                    PIC X(01) VALUE SPACES.
               88  WS-PARM-EOF               VALUE 'X'.
           05  WS-DATEWORK-SW                PIC X(01) VALUE SPACES.
               88  WS-DATEWORK-EOF           VALUE 'X'.

       01  WS-DATE-FIELDS.
           05  WS-TODAY-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-RETAIN-DAYS                PIC 9(03) VALUE 365.
           05  WS-CUTOFF-DATE                PIC 9(08) VALUE ZERO.
           05  WS-DAY-NUMBER                 PIC 9(07) COMP VALUE ZERO.

       01  WS-RECORD-COUNTS.
           05  WS-CNT-EXAMINED               PIC 9(07) VALUE ZERO.
           05  WS-CNT-DEACTIVATED            PIC 9(07) VALUE ZERO.
           05  WS-CNT-PURGED                 PIC 9(07) VALUE ZERO.
           05  WS-CNT-PWH-DELETED            PIC 9(07) VALUE ZERO.
           05  WS-CNT-UAC-DELETED            PIC 9(07) VALUE ZERO.
           05  WS-CNT-TMB-EXISTED            PIC 9(07) VALUE ZERO.
           05  WS-CNT-DATED                  PIC 9(07) VALUE ZERO.

       01  WS-AUDIT-FIELDS.
           05  WS-AUDIT-USER-ID              PIC X(08) VALUE SPACES.
           05  WS-AUDIT-ACTION               PIC X(08) VALUE SPACES.
           05  WS-AUDIT-RESULT               PIC X(08) VALUE SPACES.
           05  WS-CURRENT-DATE               PIC 9(08) VALUE ZERO.
           05  WS-CURRENT-TIME               PIC 9(08) VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                        PIC X(31)
               VALUE 'PROJ2023 RETENTION PURGE       '.
           05  HD1-RUN-DATE                  PIC 9(08).
           05  FILLER                        PIC X(09)
                                             VALUE '  CUTOFF '.
           05  HD1-CUTOFF-DATE               PIC 9(08).
           05  FILLER                        PIC X(09)
                                             VALUE ' (RETAIN '.
           05  HD1-RETAIN-DAYS               PIC ZZ9.
           05  FILLER                        PIC X(06) VALUE ' DAYS)'.
           05  FILLER                        PIC X(06) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER                        PIC X(05) VALUE '-----'.
           05  SEC-TITLE                     PIC X(70).
           05  FILLER                        PIC X(05) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-USER-ID                   PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-DEPT-CODE                 PIC X(03).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-NAME                      PIC X(35).
           05  DTL-ACT-LABEL                 PIC X(10).
           05  DTL-ACT-DATE                  PIC X(10).
           05  FILLER                        PIC X(08) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  TOT-LABEL                     PIC X(30).
           05  TOT-COUNT                     PIC Z,ZZZ,ZZ9.
           05  FILLER                        PIC X(39) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(16)
                                             VALUE '** NONE FOUND **'.
           05  FILLER                        PIC X(62) VALUE SPACES.

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

           PERFORM  1000-CHECK-USER-RECORD
               THRU 1000-CHECK-USER-RECORD-X
              UNTIL WS-USERMAS-EOF.

           IF  WS-CNT-PURGED = ZERO
               WRITE PURGE-LINE FROM WS-NONE-LINE
           END-IF.

           PERFORM  2000-PRINT-DATED-SECTION
               THRU 2000-PRINT-DATED-SECTION-X.

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

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           PERFORM  0150-READ-PARM-CARD
               THRU 0150-READ-PARM-CARD-X.

      * SAME REASONING AS THE ARCHIVE AND SWEEP JOBS - WALKING A
      * CALENDAR BACK N DAYS NEEDS THE DATE FUNCTIONS. AN ACCOUNT
      * DEACTIVATED BEFORE THIS DATE HAS SERVED ITS RETENTION.
           COMPUTE WS-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                   - WS-RETAIN-DAYS.
           COMPUTE WS-CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER).

           OPEN I-O USER-MASTER.
           IF  NOT WS-USERMAS-STATUS-OK
               DISPLAY 'USER-MASTER DID NOT OPEN - STATUS '
                       WS-USERMAS-STATUS
               STOP RUN
           END-IF.

           OPEN I-O PWD-HISTORY.
           IF  NOT WS-PWDHIST-STATUS-OK
               DISPLAY 'PWD-HISTORY DID NOT OPEN - STATUS '
                       WS-PWDHIST-STATUS
               STOP RUN
           END-IF.

           OPEN I-O USER-ACTIVITY.
           IF  NOT WS-USRACT-STATUS-OK
               DISPLAY 'USER-ACTIVITY DID NOT OPEN - STATUS '
                       WS-USRACT-STATUS
               STOP RUN
           END-IF.

      * THE FIRST PURGE EVER RUN CREATES THE TOMBSTONE FILE.
           OPEN I-O TOMBSTONE.
           IF  WS-TOMBSTN-NOFILE
               OPEN OUTPUT TOMBSTONE
               CLOSE       TOMBSTONE
               OPEN I-O    TOMBSTONE
           END-IF.
           IF  NOT WS-TOMBSTN-STATUS-OK
               DISPLAY 'TOMBSTONE DID NOT OPEN - STATUS '
                       WS-TOMBSTN-STATUS
               STOP RUN
           END-IF.

           PERFORM  1805-LOAD-AUDIT-CHAIN
               THRU 1805-LOAD-AUDIT-CHAIN-X.

           OPEN EXTEND AUDIT-LOG.
           IF  WS-AUDIT-NOFILE
               OPEN OUTPUT AUDIT-LOG
               CLOSE       AUDIT-LOG
               OPEN EXTEND AUDIT-LOG
           END-IF.

           OPEN OUTPUT DATED-WORK.
           OPEN OUTPUT PURGE-RPT.

           MOVE WS-TODAY-DATE   TO HD1-RUN-DATE.
           MOVE WS-CUTOFF-DATE  TO HD1-CUTOFF-DATE.
           MOVE WS-RETAIN-DAYS  TO HD1-RETAIN-DAYS.
           WRITE PURGE-LINE FROM WS-HEADING-LINE-1.
           WRITE PURGE-LINE FROM WS-BLANK-LINE.

           MOVE 'ACCOUNTS PURGED THIS RUN' TO SEC-TITLE.
           WRITE PURGE-LINE FROM WS-SECTION-LINE.

       0100-INITIALIZE-X.
           EXIT.

      ****************************
       0150-READ-PARM-CARD.
      ****************************

      * RETENTION DAYS IN COLUMNS 1-3. NO CARD OR A NON-NUMERIC OR
      * ZERO VALUE FALLS BACK TO THE POLICY DEFAULT OF 365 - A ZERO
      * WOULD PURGE EVERY DEACTIVATION THE MOMENT IT HAPPENED.
           OPEN INPUT PARM-FILE.
           IF  NOT WS-PARM-STATUS-OK
               GO TO 0150-READ-PARM-CARD-X
           END-IF.

           READ PARM-FILE
               AT END
                   SET WS-PARM-EOF TO TRUE
           END-READ.

           IF  NOT WS-PARM-EOF
           AND PRM-RETAIN-DAYS IS NUMERIC
           AND PRM-RETAIN-DAYS > ZERO
               MOVE PRM-RETAIN-DAYS TO WS-RETAIN-DAYS
           END-IF.

           CLOSE PARM-FILE.

       0150-READ-PARM-CARD-X.
           EXIT.

      ****************************
       0900-TERMINATE.
      ****************************

      * DATED-WORK IS ALREADY CLOSED - 2000-PRINT-DATED-SECTION
      * CLOSES IT AFTER ITS LAST PASS.
           CLOSE USER-MASTER.
           CLOSE PWD-HISTORY.
           CLOSE USER-ACTIVITY.
           CLOSE TOMBSTONE.
           CLOSE AUDIT-LOG.
           CLOSE PURGE-RPT.

           PERFORM  7010-WRITE-RUN-END
               THRU 7010-WRITE-RUN-END-X.

       0900-TERMINATE-X.
           EXIT.

      ****************************
       1000-CHECK-USER-RECORD.
      ****************************

           ADD 1 TO WS-CNT-EXAMINED.

           IF  NOT USR-STATUS-DEACTIVATED
               GO TO 1000-CHECK-NEXT
           END-IF.

           ADD 1 TO WS-CNT-DEACTIVATED.
           PERFORM  1030-BUILD-DETAIL-NAME
               THRU 1030-BUILD-DETAIL-NAME-X.
           MOVE 'DEACTIVATD' TO DTL-ACT-LABEL.

      * NO USABLE DEACTIVATION DATE - THE ACCOUNT WENT TO 'D' BEFORE
      * THE DATE WAS KEPT. ITS CLOCK STARTS TODAY; IT IS NEVER
      * PURGED ON A GUESS.
           IF  USR-DEACT-DATE NOT NUMERIC
           OR  USR-DEACT-DATE = ZERO
               MOVE WS-TODAY-DATE TO USR-DEACT-DATE
               REWRITE USER-RECORD
               ADD 1 TO WS-CNT-DATED
               MOVE 'NONE - SET' TO DTL-ACT-DATE
               WRITE DATED-WORK-LINE FROM WS-DETAIL-LINE
               GO TO 1000-CHECK-NEXT
           END-IF.

           IF  USR-DEACT-DATE < WS-CUTOFF-DATE
               MOVE USR-DEACT-DATE TO DTL-ACT-DATE
               PERFORM  1020-PURGE-ACCOUNT
                   THRU 1020-PURGE-ACCOUNT-X
           END-IF.

       1000-CHECK-NEXT.
           PERFORM  1010-READ-USER-MASTER
               THRU 1010-READ-USER-MASTER-X.

       1000-CHECK-USER-RECORD-X.
           EXIT.

      ****************************
       1010-READ-USER-MASTER.
      ****************************

           READ USER-MASTER NEXT RECORD
               AT END
                   SET WS-USERMAS-EOF TO TRUE
           END-READ.

       1010-READ-USER-MASTER-X.
           EXIT.

      ****************************
       1020-PURGE-ACCOUNT.
      ****************************

      * TOMBSTONE FIRST - IF THE RUN DIES PART WAY THROUGH, THE ID
      * IS ALREADY RESERVED AND A RERUN SIMPLY FINISHES THE JOB. AN
      * ID ALREADY ON THE TOMBSTONE FILE (A RERUN, OR A RECORD
      * RELOADED FROM AN OLD BACKUP) KEEPS ITS ORIGINAL ROW.
           MOVE SPACES            TO TOMBSTONE-RECORD.
           MOVE USR-ID            TO TMB-USER-ID.
           MOVE WS-TODAY-DATE     TO TMB-PURGE-DATE.
           MOVE USR-DEACT-DATE    TO TMB-DEACT-DATE.
           IF  USR-REGISTER-DATE IS NUMERIC
               MOVE USR-REGISTER-DATE TO TMB-REGISTER-DATE
           ELSE
               MOVE ZERO TO TMB-REGISTER-DATE
           END-IF.
           MOVE USR-DEPT-CODE     TO TMB-DEPT-CODE.
           MOVE USR-FIRST-NAME    TO TMB-FIRST-NAME.
           MOVE USR-LAST-NAME     TO TMB-LAST-NAME.
           WRITE TOMBSTONE-RECORD
               INVALID KEY
                   ADD 1 TO WS-CNT-TMB-EXISTED
           END-WRITE.

      * THE SATELLITE ROWS ARE KEYED ON THE SAME ID. EITHER MAY BE
      * ABSENT (AN ACCOUNT THAT NEVER CHANGED ITS PASSWORD OR LOGGED
      * ON BEFORE THOSE FILES EXISTED) - THAT IS NOT AN ERROR.
           MOVE USR-ID TO PWH-USER-ID.
           DELETE PWD-HISTORY RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-PWH-DELETED
           END-DELETE.

           MOVE USR-ID TO UAC-USER-ID.
           DELETE USER-ACTIVITY RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-UAC-DELETED
           END-DELETE.

           DELETE USER-MASTER RECORD.

           ADD 1 TO WS-CNT-PURGED.
           WRITE PURGE-LINE FROM WS-DETAIL-LINE.

           MOVE DTL-USER-ID TO WS-AUDIT-USER-ID.
           MOVE 'PURGE   '  TO WS-AUDIT-ACTION.
           MOVE 'SUCCESS '  TO WS-AUDIT-RESULT.
           PERFORM  1800-WRITE-AUDIT-LOG
               THRU 1800-WRITE-AUDIT-LOG-X.

       1020-PURGE-ACCOUNT-X.
           EXIT.

      ****************************
       1030-BUILD-DETAIL-NAME.
      ****************************

           MOVE USR-ID        TO DTL-USER-ID.
           MOVE USR-DEPT-CODE TO DTL-DEPT-CODE.
           MOVE SPACES        TO DTL-NAME.
           STRING USR-FIRST-NAME DELIMITED BY SPACE
                  ' '            DELIMITED BY SIZE
                  USR-LAST-NAME  DELIMITED BY SPACE
             INTO DTL-NAME
           END-STRING.

       1030-BUILD-DETAIL-NAME-X.
           EXIT.

      ****************************
       1800-WRITE-AUDIT-LOG.
      ****************************

      * SAME RECORD FORMAT PROJ2023 WRITES SO THE SECURITY REPORT
      * AND RECONCILIATION SEE PURGES LIKE ANY OTHER ACTION.
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
       2000-PRINT-DATED-SECTION.
      ****************************

           CLOSE DATED-WORK.

           WRITE PURGE-LINE FROM WS-BLANK-LINE.
           MOVE 'UNDATED DEACTIVATIONS - RETENTION CLOCK STARTED TODAY'
             TO SEC-TITLE.
           WRITE PURGE-LINE FROM WS-SECTION-LINE.

           IF  WS-CNT-DATED = ZERO
               WRITE PURGE-LINE FROM WS-NONE-LINE
               GO TO 2000-PRINT-DATED-SECTION-X
           END-IF.

           MOVE SPACES TO WS-DATEWORK-SW.
           OPEN INPUT DATED-WORK.

           PERFORM  2020-READ-WORK-RECORD
               THRU 2020-READ-WORK-RECORD-X.

           PERFORM  2030-COPY-WORK-RECORD
               THRU 2030-COPY-WORK-RECORD-X
              UNTIL WS-DATEWORK-EOF.

           CLOSE DATED-WORK.

       2000-PRINT-DATED-SECTION-X.
           EXIT.

      ****************************
       2020-READ-WORK-RECORD.
      ****************************

           READ DATED-WORK
               AT END
                   SET WS-DATEWORK-EOF TO TRUE
           END-READ.

       2020-READ-WORK-RECORD-X.
           EXIT.

      ****************************
       2030-COPY-WORK-RECORD.
      ****************************

           WRITE PURGE-LINE FROM DATED-WORK-LINE.

           PERFORM  2020-READ-WORK-RECORD
               THRU 2020-READ-WORK-RECORD-X.

       2030-COPY-WORK-RECORD-X.
           EXIT.

      ****************************
       3000-PRINT-TOTALS.
      ****************************

           WRITE PURGE-LINE FROM WS-BLANK-LINE.

           MOVE 'ACCOUNTS EXAMINED'          TO TOT-LABEL.
           MOVE WS-CNT-EXAMINED              TO TOT-COUNT.
           WRITE PURGE-LINE FROM WS-TOTAL-LINE.

           MOVE 'DEACTIVATED ON FILE'        TO TOT-LABEL.
           MOVE WS-CNT-DEACTIVATED           TO TOT-COUNT.
           WRITE PURGE-LINE FROM WS-TOTAL-LINE.

           MOVE 'PURGED THIS RUN'            TO TOT-LABEL.
           MOVE WS-CNT-PURGED                TO TOT-COUNT.
           WRITE PURGE-LINE FROM WS-TOTAL-LINE.

           MOVE '  PASSWORD HISTORY DELETED' TO TOT-LABEL.
           MOVE WS-CNT-PWH-DELETED           TO TOT-COUNT.
           WRITE PURGE-LINE FROM WS-TOTAL-LINE.

           MOVE '  USER ACTIVITY DELETED'    TO TOT-LABEL.
           MOVE WS-CNT-UAC-DELETED           TO TOT-COUNT.
           WRITE PURGE-LINE FROM WS-TOTAL-LINE.

           MOVE '  TOMBSTONE ALREADY ON FILE' TO TOT-LABEL.
           MOVE WS-CNT-TMB-EXISTED           TO TOT-COUNT.
           WRITE PURGE-LINE FROM WS-TOTAL-LINE.

           MOVE 'UNDATED - CLOCK STARTED'    TO TOT-LABEL.
           MOVE WS-CNT-DATED                 TO TOT-COUNT.
           WRITE PURGE-LINE FROM WS-TOTAL-LINE.

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
           MOVE 'PROJ23PG' TO RUN-JOB-NAME.
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
           MOVE 'PROJ23PG' TO RUN-JOB-NAME.
           MOVE 'E'        TO RUN-REC-TYPE.
           PERFORM  7020-STAMP-RUN-RECORD
               THRU 7020-STAMP-RUN-RECORD-X.
           MOVE WS-CNT-EXAMINED TO RUN-CNT-READ.
           MOVE WS-CNT-PURGED TO RUN-CNT-WRITTEN.
           MOVE WS-CNT-DATED TO RUN-CNT-REJECTED.
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
