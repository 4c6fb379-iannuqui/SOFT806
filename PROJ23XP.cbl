       program-id. PROJ23XP.
      ******************************************************************
      *    AUTHOR: CHRISTIAN VIKTOR A. NUQUI                           *
      *    INSTALLATION: SOFT806 SHOP                                  *
      *    DATE-WRITTEN: 2026-10-15                                    *
      *    DESCRIPTION: NIGHTLY CONTRACTOR EXPIRY RUN. READS           *
      *                 USER-MASTER AND DEACTIVATES EVERY CONTRACTOR   *
      *                 ACCOUNT WHOSE END DATE HAS ARRIVED (STAMPING   *
      *                 THE DEACTIVATION DATE FOR THE RETENTION PURGE  *
      *                 AND AUDITING EACH ONE). A CONTRACT ENDING      *
      *                 WITHIN THE NOTICE WINDOW (PARMCARD DAYS,       *
      *                 DEFAULT 14) GETS A RECORD ON THE SPONSOR       *
      *                 NOTICE FILE EVERY NIGHT UNTIL IT IS EXTENDED.  *
      *                 A CONTRACTOR WITH NO USABLE END DATE IS LEFT   *
      *                 ALONE (LOGON ALREADY REFUSES IT), LISTED FOR   *
      *                 A HUMAN, AND THE STEP ENDS RC 4.               *
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

           select AUDIT-LOG assign to AUDITLOG
               organization is sequential
               file status is WS-AUDIT-STATUS.

           select PARM-FILE assign to PARMCARD
               organization is sequential
               file status is WS-PARM-STATUS.

           select SPONSOR-NOTICE assign to SPNNOTC
               organization is sequential
               file status is WS-SPNNOTC-STATUS.

           select EXPIRY-RPT assign to EXPRPT
               organization is sequential
               file status is WS-EXPRPT-STATUS.

           select RUN-CONTROL assign to RUNCTL
               organization is sequential
               file status is WS-RUNCTL-STATUS.

       data division.
       file section.
       FD  USER-MASTER
           label records are standard.
           COPY USRREC.

       FD  AUDIT-LOG
           label records are standard.
           COPY AUDREC.

       FD  PARM-FILE
           label records are standard.
       01  PARM-RECORD.
           05  PRM-NOTICE-DAYS               PIC X(03).
           05  FILLER                        PIC X(77).

       FD  SPONSOR-NOTICE
           label records are standard.
           COPY SPNREC.

       FD  EXPIRY-RPT
           label records are standard.
       01  EXPIRY-LINE                       PIC X(80).

       FD  RUN-CONTROL
           label records are standard.
           COPY RUNREC.

       working-storage section.
       01  WS-FILE-STATUSES.
           05  WS-USERMAS-STATUS             PIC X(02) VALUE SPACES.
               88  WS-USERMAS-STATUS-OK      VALUE '00'.
           05  WS-AUDIT-STATUS               PIC X(02) VALUE SPACES.
               88  WS-AUDIT-STATUS-OK        VALUE '00'.
               88  WS-AUDIT-NOFILE           VALUE '35'.
           05  WS-PARM-STATUS                PIC X(02) VALUE SPACES.
               88  WS-PARM-STATUS-OK         VALUE '00'.
           05  WS-SPNNOTC-STATUS             PIC X(02) VALUE SPACES.
           05  WS-EXPRPT-STATUS              PIC X(02) VALUE SPACES.
           05  WS-RUNCTL-STATUS              PIC X(02) VALUE SPACES.
               88  WS-RUNCTL-NOFILE          VALUE '35'.

       01  WS-SWITCHES.
           05  WS-USERMAS-SW                 PIC X(01) VALUE SPACES.
               88  WS-USERMAS-EOF            VALUE 'X'.
           05  WS-PARM-SW                    PIC X(01) VALUE SPACES.
               88  WS-PARM-EOF               VALUE 'X'.
           05  WS-DATE-OK-SW                 PIC X(01) VALUE SPACES.
               88  WS-DATE-OK                VALUE 'Y'.

       01  WS-DATE-FIELDS.
           05  WS-TODAY-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-NOTICE-DAYS                PIC 9(03) VALUE 14.
           05  WS-NOTICE-DATE                PIC 9(08) VALUE ZERO.
           05  WS-TODAY-DAY-NUMBER           PIC 9(07) COMP VALUE ZERO.
           05  WS-DAYS-LEFT                  PIC 9(05) COMP VALUE ZERO.

       01  WS-DATE-CHECK-FIELDS.
           05  WS-CHECK-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
               10  WS-CHECK-YEAR             PIC 9(04).
               10  WS-CHECK-MONTH            PIC 9(02).
               10  WS-CHECK-DAY              PIC 9(02).
           05  WS-DAYS-IN-MONTH              PIC 9(02) VALUE ZERO.
           05  WS-LEAP-QUOT                  PIC 9(04) VALUE ZERO.
           05  WS-LEAP-REM                   PIC 9(04) VALUE ZERO.

       01  WS-RECORD-COUNTS.
           05  WS-CNT-EXAMINED               PIC 9(07) VALUE ZERO.
           05  WS-CNT-CONTRACTORS            PIC 9(07) VALUE ZERO.
           05  WS-CNT-DEACTIVATED            PIC 9(07) VALUE ZERO.
           05  WS-CNT-NOTICES                PIC 9(07) VALUE ZERO.
           05  WS-CNT-BAD-DATE               PIC 9(07) VALUE ZERO.

       01  WS-AUDIT-FIELDS.
           05  WS-AUDIT-USER-ID              PIC X(08) VALUE SPACES.
           05  WS-AUDIT-ACTION               PIC X(08) VALUE SPACES.
           05  WS-AUDIT-RESULT               PIC X(08) VALUE SPACES.
           05  WS-CURRENT-DATE               PIC 9(08) VALUE ZERO.
           05  WS-CURRENT-TIME               PIC 9(08) VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                        PIC X(31)
               VALUE 'PROJ2023 CONTRACTOR EXPIRY RUN '.
           05  HD1-RUN-DATE                  PIC 9(08).
           05  FILLER                        PIC X(17)
                                             VALUE '  NOTICE WINDOW '.
           05  HD1-NOTICE-DAYS               PIC ZZ9.
           05  FILLER                        PIC X(05) VALUE ' DAYS'.
           05  FILLER                        PIC X(16) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(08) VALUE 'USER ID'.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(05) VALUE 'DEPT'.
           05  FILLER                        PIC X(24) VALUE 'NAME'.
           05  FILLER                        PIC X(10) VALUE 'SPONSOR'.
           05  FILLER                        PIC X(10) VALUE 'END DATE'.
           05  FILLER                        PIC X(05) VALUE 'DAYS'.
           05  FILLER                        PIC X(14) VALUE 'ACTION'.

       01  WS-DETAIL-LINE.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-USER-ID                   PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-DEPT-CODE                 PIC X(03).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-NAME                      PIC X(23).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-SPONSOR-ID                PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-END-DATE                  PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-DAYS-LEFT                 PIC ZZ9.
           05  DTL-DAYS-LEFT-X REDEFINES DTL-DAYS-LEFT
                                             PIC X(03).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-ACTION                    PIC X(14).

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

           IF  WS-CNT-DEACTIVATED = ZERO
           AND WS-CNT-NOTICES = ZERO
           AND WS-CNT-BAD-DATE = ZERO
               WRITE EXPIRY-LINE FROM WS-NONE-LINE
           END-IF.

           PERFORM  3000-PRINT-TOTALS
               THRU 3000-PRINT-TOTALS-X.

      * A CONTRACTOR WITH NO USABLE END DATE CANNOT LOG ON BUT IS
      * NOT CLOSED EITHER - SOMEONE HAS TO DECIDE. RC 4 SO IT SHOWS
      * ON THE MORNING SUMMARY.
           IF  WS-CNT-BAD-DATE > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

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

      * SAME REASONING AS THE SWEEP - COUNTING DAYS FORWARD NEEDS THE
      * DATE FUNCTIONS. A CONTRACT ENDING ON OR BEFORE WS-NOTICE-DATE
      * (BUT AFTER TODAY) IS INSIDE THE NOTICE WINDOW.
           COMPUTE WS-TODAY-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
           COMPUTE WS-NOTICE-DATE =
                   FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-DAY-NUMBER + WS-NOTICE-DAYS).

           OPEN I-O USER-MASTER.
           IF  NOT WS-USERMAS-STATUS-OK
               DISPLAY 'USER-MASTER DID NOT OPEN - STATUS '
                       WS-USERMAS-STATUS
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

           OPEN OUTPUT SPONSOR-NOTICE.
           OPEN OUTPUT EXPIRY-RPT.

           MOVE WS-TODAY-DATE   TO HD1-RUN-DATE.
           MOVE WS-NOTICE-DAYS  TO HD1-NOTICE-DAYS.
           WRITE EXPIRY-LINE FROM WS-HEADING-LINE-1.
           WRITE EXPIRY-LINE FROM WS-BLANK-LINE.
           WRITE EXPIRY-LINE FROM WS-HEADING-LINE-2.

       0100-INITIALIZE-X.
           EXIT.

      ****************************
       0150-READ-PARM-CARD.
      ****************************

      * NOTICE-WINDOW DAYS IN COLUMNS 1-3. NO CARD OR A NON-NUMERIC
      * VALUE FALLS BACK TO THE POLICY DEFAULT OF 14.
           OPEN INPUT PARM-FILE.
           IF  NOT WS-PARM-STATUS-OK
               GO TO 0150-READ-PARM-CARD-X
           END-IF.

           READ PARM-FILE
               AT END
                   SET WS-PARM-EOF TO TRUE
           END-READ.

           IF  NOT WS-PARM-EOF
               IF  PRM-NOTICE-DAYS IS NUMERIC
                   MOVE PRM-NOTICE-DAYS TO WS-NOTICE-DAYS
               END-IF
           END-IF.

           CLOSE PARM-FILE.

       0150-READ-PARM-CARD-X.
           EXIT.

      ****************************
       0900-TERMINATE.
      ****************************

           CLOSE USER-MASTER.
           CLOSE AUDIT-LOG.
           CLOSE SPONSOR-NOTICE.
           CLOSE EXPIRY-RPT.

           PERFORM  7010-WRITE-RUN-END
               THRU 7010-WRITE-RUN-END-X.

       0900-TERMINATE-X.
           EXIT.

      ****************************
       1000-CHECK-USER-RECORD.
      ****************************

           ADD 1 TO WS-CNT-EXAMINED.

      * EMPLOYEES HAVE NO END DATE, AND AN ACCOUNT ALREADY CLOSED
      * (BY THIS RUN ON AN EARLIER NIGHT, THE SWEEP OR AN ADMIN)
      * NEEDS NOTHING MORE.
           IF  NOT USR-TYPE-CONTRACTOR
           OR  USR-STATUS-DEACTIVATED
               GO TO 1000-CHECK-NEXT
           END-IF.

           ADD 1 TO WS-CNT-CONTRACTORS.
           PERFORM  1030-BUILD-DETAIL
               THRU 1030-BUILD-DETAIL-X.

           MOVE USR-EXPIRY-DATE TO WS-CHECK-DATE.
           PERFORM  8100-VALIDATE-DATE
               THRU 8100-VALIDATE-DATE-X.
           IF  NOT WS-DATE-OK
               ADD 1 TO WS-CNT-BAD-DATE
               MOVE '** BAD END DT' TO DTL-ACTION
               WRITE EXPIRY-LINE FROM WS-DETAIL-LINE
               GO TO 1000-CHECK-NEXT
           END-IF.

           IF  USR-EXPIRY-DATE NOT > WS-TODAY-DATE
               PERFORM  1020-DEACTIVATE-ACCOUNT
                   THRU 1020-DEACTIVATE-ACCOUNT-X
               GO TO 1000-CHECK-NEXT
           END-IF.

           IF  USR-EXPIRY-DATE NOT > WS-NOTICE-DATE
               PERFORM  1040-WRITE-SPONSOR-NOTICE
                   THRU 1040-WRITE-SPONSOR-NOTICE-X
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
       1020-DEACTIVATE-ACCOUNT.
      ****************************

      * LOCKED OR ACTIVE, THE CONTRACT HAS ENDED - CLOSE IT AND START
      * THE RETENTION CLOCK. AN EXTENSION AFTER THIS POINT DOES NOT
      * REOPEN THE ACCOUNT; THAT TAKES AN ADMIN STATUS UPDATE.
           SET USR-STATUS-DEACTIVATED TO TRUE.
           MOVE WS-TODAY-DATE TO USR-DEACT-DATE.
           REWRITE USER-RECORD.

           ADD 1 TO WS-CNT-DEACTIVATED.
           MOVE 'DEACTIVATED'  TO DTL-ACTION.
           WRITE EXPIRY-LINE FROM WS-DETAIL-LINE.

           MOVE USR-ID      TO WS-AUDIT-USER-ID.
           MOVE 'EXPIRY  '  TO WS-AUDIT-ACTION.
           MOVE 'DEACT   '  TO WS-AUDIT-RESULT.
           PERFORM  1800-WRITE-AUDIT-LOG
               THRU 1800-WRITE-AUDIT-LOG-X.

       1020-DEACTIVATE-ACCOUNT-X.
           EXIT.

      ****************************
       1030-BUILD-DETAIL.
      ****************************

           MOVE USR-ID          TO DTL-USER-ID.
           MOVE USR-DEPT-CODE   TO DTL-DEPT-CODE.
           MOVE SPACES          TO DTL-NAME.
           STRING USR-FIRST-NAME DELIMITED BY SPACE
                  ' '            DELIMITED BY SIZE
                  USR-LAST-NAME  DELIMITED BY SPACE
             INTO DTL-NAME
           END-STRING.
           MOVE USR-SPONSOR-ID  TO DTL-SPONSOR-ID.
           MOVE USR-EXPIRY-DATE TO DTL-END-DATE.
           MOVE SPACES          TO DTL-DAYS-LEFT-X
                                   DTL-ACTION.

       1030-BUILD-DETAIL-X.
           EXIT.

      ****************************
       1040-WRITE-SPONSOR-NOTICE.
      ****************************

           COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE (USR-EXPIRY-DATE)
                   - WS-TODAY-DAY-NUMBER.

           MOVE SPACES          TO SPONSOR-NOTICE-RECORD.
           MOVE USR-SPONSOR-ID  TO SPN-SPONSOR-ID.
           MOVE USR-ID          TO SPN-CONTRACTOR-ID.
           MOVE USR-FIRST-NAME  TO SPN-FIRST-NAME.
           MOVE USR-LAST-NAME   TO SPN-LAST-NAME.
           MOVE USR-DEPT-CODE   TO SPN-DEPT-CODE.
           MOVE USR-EXPIRY-DATE TO SPN-EXPIRY-DATE.
           MOVE WS-DAYS-LEFT    TO SPN-DAYS-LEFT.
           MOVE WS-TODAY-DATE   TO SPN-NOTICE-DATE.
           WRITE SPONSOR-NOTICE-RECORD.

           ADD 1 TO WS-CNT-NOTICES.
           MOVE WS-DAYS-LEFT      TO DTL-DAYS-LEFT.
           MOVE 'SPONSOR NOTICE'  TO DTL-ACTION.
           WRITE EXPIRY-LINE FROM WS-DETAIL-LINE.

       1040-WRITE-SPONSOR-NOTICE-X.
           EXIT.

      ****************************
       1800-WRITE-AUDIT-LOG.
      ****************************

      * SAME RECORD FORMAT PROJ2023 WRITES SO THE SECURITY REPORT
      * AND RECONCILIATION SEE EXPIRY ACTIONS LIKE ANY OTHER.
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

           WRITE EXPIRY-LINE FROM WS-BLANK-LINE.

           MOVE 'ACCOUNTS EXAMINED'          TO TOT-LABEL.
           MOVE WS-CNT-EXAMINED              TO TOT-COUNT.
           WRITE EXPIRY-LINE FROM WS-TOTAL-LINE.

           MOVE 'OPEN CONTRACTOR ACCOUNTS'   TO TOT-LABEL.
           MOVE WS-CNT-CONTRACTORS           TO TOT-COUNT.
           WRITE EXPIRY-LINE FROM WS-TOTAL-LINE.

           MOVE 'DEACTIVATED THIS RUN'       TO TOT-LABEL.
           MOVE WS-CNT-DEACTIVATED           TO TOT-COUNT.
           WRITE EXPIRY-LINE FROM WS-TOTAL-LINE.

           MOVE 'SPONSOR NOTICES WRITTEN'    TO TOT-LABEL.
           MOVE WS-CNT-NOTICES               TO TOT-COUNT.
           WRITE EXPIRY-LINE FROM WS-TOTAL-LINE.

           MOVE 'NO USABLE END DATE'         TO TOT-LABEL.
           MOVE WS-CNT-BAD-DATE              TO TOT-COUNT.
           WRITE EXPIRY-LINE FROM WS-TOTAL-LINE.

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
           MOVE 'PROJ23XP' TO RUN-JOB-NAME.
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
           MOVE 'PROJ23XP' TO RUN-JOB-NAME.
           MOVE 'E'        TO RUN-REC-TYPE.
           PERFORM  7020-STAMP-RUN-RECORD
               THRU 7020-STAMP-RUN-RECORD-X.
           MOVE WS-CNT-EXAMINED TO RUN-CNT-READ.
           MOVE WS-CNT-DEACTIVATED TO RUN-CNT-WRITTEN.
           MOVE WS-CNT-BAD-DATE TO RUN-CNT-REJECTED.
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

      ****************************
       8100-VALIDATE-DATE.
      ****************************

      * AN END DATE MUST BE A REAL YYYYMMDD CALENDAR DATE, FEBRUARY
      * AND LEAP YEARS INCLUDED - THE DAY ARITHMETIC CANNOT BE
      * TRUSTED WITH ANYTHING ELSE. ZERO IS NOT A USABLE END DATE.
           MOVE SPACES TO WS-DATE-OK-SW.

      * THE NUMERIC TEST COMES FIRST - ON A DAMAGED RECORD THIS
      * FIELD CAN HOLD ANYTHING AND COMPARING GARBAGE NUMERICALLY
      * IS ITSELF AN ABEND RISK.
           IF  WS-CHECK-DATE NOT NUMERIC
           OR  WS-CHECK-DATE = ZERO
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
