       program-id. PROJ23ST.
      ******************************************************************
      *    AUTHOR: CHRISTIAN VIKTOR A. NUQUI                           *
      *    INSTALLATION: SOFT806 SHOP                                  *
      *    DATE-WRITTEN: 2026-10-15                                    *
      *    DESCRIPTION: MONTH-END DEPARTMENT ACCESS STATISTICS. FOR    *
      *                 THE MONTH ON THE PARMCARD (DEFAULT LAST MONTH) *
      *                 COUNTS, PER DEPARTMENT: ACTIVE, LOCKED AND     *
      *                 DEACTIVATED ACCOUNTS (USER-MASTER AS AT THE    *
      *                 RUN), NEW REGISTRATIONS (REGISTER DATE IN THE  *
      *                 MONTH), AND FROM THAT MONTH'S AUDIT-LOG        *
      *                 RECORDS SUCCESSFUL LOGINS, BADPW FAILURES,     *
      *                 LOCKOUTS (THE THIRD BADPW IN A ROW THAT LOCKS  *
      *                 THE ACCOUNT) AND ADMIN ACTIONS. EACH           *
      *                 MONTH'S FIGURES ARE SAVED ON THE KEYED         *
      *                 STATISTICS HISTORY FILE (STHREC) AND PRINTED   *
      *                 NEXT TO LAST MONTH AND THE SAME MONTH LAST     *
      *                 YEAR WITH PERCENTAGE CHANGES. A DEPARTMENT     *
      *                 WHOSE BADPW FAILURE RATE JUMPED IS FLAGGED AND *
      *                 THE JOB ENDS RC 4.                             *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  CVN  INITIAL VERSION                            *
      *    2026-10-15  CVN  LOCKOUTS ARE NOW THE THIRD BADPW IN A ROW  *
      *                     PER USER, NOT LOCKED REFUSALS              *
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

           select AUDIT-LOG assign to AUDITLOG
               organization is sequential
               file status is WS-AUDIT-STATUS.

           select STAT-HISTORY assign to STATHIST
               organization is indexed
               access mode is random
               record key is STH-KEY
               file status is WS-STATHIST-STATUS.

           select PARM-FILE assign to PARMCARD
               organization is sequential
               file status is WS-PARM-STATUS.

           select SORT-WORK assign to SRTWORK.

           select STATS-RPT assign to STATRPT
               organization is sequential
               file status is WS-STATRPT-STATUS.

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

       FD  AUDIT-LOG
           label records are standard.
           COPY AUDREC.

       FD  STAT-HISTORY
           label records are standard.
           COPY STHREC.

       FD  PARM-FILE
           label records are standard.
       01  PARM-RECORD.
           05  PRM-STAT-MONTH                PIC X(06).
           05  PRM-JUMP-POINTS               PIC X(02).
           05  FILLER                        PIC X(72).

      * ONE SORT RECORD PER THING COUNTED - THE OUTPUT PROCEDURE
      * TALLIES THEM BY DEPARTMENT ON THE CONTROL BREAK.
       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-DEPT-CODE                 PIC X(03).
           05  SRT-METRIC                    PIC 9(01).

       FD  STATS-RPT
           label records are standard.
       01  STATS-LINE                        PIC X(80).

       FD  RUN-CONTROL
           label records are standard.
           COPY RUNREC.

       working-storage section.
       01  WS-FILE-STATUSES.
           05  WS-USERMAS-STATUS             PIC X(02) VALUE SPACES.
               88  WS-USERMAS-STATUS-OK      VALUE '00'.
           05  WS-DEPTMAS-STATUS             PIC X(02) VALUE SPACES.
               88  WS-DEPTMAS-STATUS-OK      VALUE '00'.
           05  WS-AUDIT-STATUS               PIC X(02) VALUE SPACES.
               88  WS-AUDIT-STATUS-OK        VALUE '00'.
           05  WS-STATHIST-STATUS            PIC X(02) VALUE SPACES.
               88  WS-STATHIST-NOFILE        VALUE '35'.
           05  WS-PARM-STATUS                PIC X(02) VALUE SPACES.
               88  WS-PARM-STATUS-OK         VALUE '00'.
           05  WS-STATRPT-STATUS             PIC X(02) VALUE SPACES.
           05  WS-RUNCTL-STATUS              PIC X(02) VALUE SPACES.
               88  WS-RUNCTL-NOFILE          VALUE '35'.

       01  WS-SWITCHES.
           05  WS-USERMAS-SW                 PIC X(01) VALUE SPACES.
               88  WS-USERMAS-EOF            VALUE 'X'.
           05  WS-AUDIT-SW                   PIC X(01) VALUE SPACES.
               88  WS-AUDIT-EOF              VALUE 'X'.
           05  WS-SORTRET-SW                 PIC X(01) VALUE SPACES.
               88  WS-SORTRET-EOF            VALUE 'X'.
           05  WS-PARM-SW                    PIC X(01) VALUE SPACES.
               88  WS-PARM-EOF               VALUE 'X'.
           05  WS-LM-FOUND-SW                PIC X(01) VALUE SPACES.
               88  WS-LM-FOUND               VALUE 'Y'.
           05  WS-LY-FOUND-SW                PIC X(01) VALUE SPACES.
               88  WS-LY-FOUND               VALUE 'Y'.
           05  WS-CMP-FOUND-SW               PIC X(01) VALUE SPACES.
               88  WS-CMP-FOUND              VALUE 'Y'.
           05  WS-JUMP-SW                    PIC X(01) VALUE SPACES.
               88  WS-RATE-JUMPED            VALUE 'Y'.

       01  WS-DATE-FIELDS.
           05  WS-TODAY-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-TODAY-DATE-R REDEFINES WS-TODAY-DATE.
               10  WS-TODAY-YYYY             PIC 9(04).
               10  WS-TODAY-MM               PIC 9(02).
               10  WS-TODAY-DD               PIC 9(02).
           05  WS-STAT-MONTH                 PIC 9(06) VALUE ZERO.
           05  WS-STAT-MONTH-R REDEFINES WS-STAT-MONTH.
               10  WS-STAT-YYYY              PIC 9(04).
               10  WS-STAT-MM                PIC 9(02).
           05  WS-LAST-MONTH                 PIC 9(06) VALUE ZERO.
           05  WS-LAST-MONTH-R REDEFINES WS-LAST-MONTH.
               10  WS-LAST-MONTH-YYYY        PIC 9(04).
               10  WS-LAST-MONTH-MM          PIC 9(02).
           05  WS-YEAR-AGO-MONTH             PIC 9(06) VALUE ZERO.
           05  WS-YEAR-AGO-MONTH-R REDEFINES WS-YEAR-AGO-MONTH.
               10  WS-YEAR-AGO-YYYY          PIC 9(04).
               10  WS-YEAR-AGO-MM            PIC 9(02).
           05  WS-WORK-DATE                  PIC 9(08) VALUE ZERO.
           05  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
               10  WS-WORK-YYYYMM            PIC 9(06).
               10  WS-WORK-DD                PIC 9(02).

      * FAILURE-RATE POLICY. THE RATE IS BADPW FAILURES OVER ALL
      * LOGON ATTEMPTS (SUCCESSES PLUS BADPW). A DEPARTMENT IS FLAGGED
      * WHEN ITS RATE IS UP BY THE JUMP (PARMCARD COLS 7-8, DEFAULT 5
      * PERCENTAGE POINTS) ON LAST MONTH OR ON THE SAME MONTH LAST
      * YEAR - BUT NOT ON FEWER ATTEMPTS THAN THE FLOOR, WHERE ONE
      * MISTYPED PASSWORD WOULD BE A "JUMP".
       01  WS-RATE-POLICY.
           05  WS-JUMP-POINTS                PIC 9(02) VALUE 5.
           05  WS-MIN-ATTEMPTS               PIC 9(05) VALUE 20.

       01  WS-METRIC-CODES.
           05  WS-MET-ACTIVE                 PIC 9(01) VALUE 1.
           05  WS-MET-LOCKED                 PIC 9(01) VALUE 2.
           05  WS-MET-DEACT                  PIC 9(01) VALUE 3.
           05  WS-MET-NEW-REG                PIC 9(01) VALUE 4.
           05  WS-MET-LOGIN                  PIC 9(01) VALUE 5.
           05  WS-MET-BADPW                  PIC 9(01) VALUE 6.
           05  WS-MET-LOCKOUT                PIC 9(01) VALUE 7.
           05  WS-MET-ADMIN                  PIC 9(01) VALUE 8.

      * SAME ORDER AS STH-COUNTS.
       01  WS-METRIC-LABEL-SETUP.
           05  FILLER                        PIC X(22)
                                             VALUE 'ACTIVE ACCOUNTS'.
           05  FILLER                        PIC X(22)
                                             VALUE 'LOCKED ACCOUNTS'.
           05  FILLER                        PIC X(22)
               VALUE 'DEACTIVATED ACCOUNTS'.
           05  FILLER                        PIC X(22)
                                             VALUE 'NEW REGISTRATIONS'.
           05  FILLER                        PIC X(22)
                                             VALUE 'SUCCESSFUL LOGINS'.
           05  FILLER                        PIC X(22)
                                             VALUE 'BADPW FAILURES'.
           05  FILLER                        PIC X(22)
               VALUE 'LOCKOUTS (3RD BADPW)'.
           05  FILLER                        PIC X(22)
                                             VALUE 'ADMIN ACTIONS'.
       01  WS-METRIC-LABELS REDEFINES WS-METRIC-LABEL-SETUP.
           05  WS-METRIC-LABEL               PIC X(22) OCCURS 8 TIMES.

       01  WS-MET-IDX                        PIC 9(02) COMP VALUE ZERO.

      * THE DEPARTMENT (OR TOTAL) BEING PRINTED, WITH ITS FIGURES
      * FOR THE MONTH, LAST MONTH AND THE SAME MONTH LAST YEAR.
       01  WS-BLOCK-FIELDS.
           05  WS-BLOCK-CODE                 PIC X(03) VALUE SPACES.
               88  WS-BLOCK-IS-TOTAL         VALUE '***'.
           05  WS-BLOCK-NAME                 PIC X(25) VALUE SPACES.
           05  WS-CUR-CNT                    PIC 9(07) OCCURS 8 TIMES.
           05  WS-LM-CNT                     PIC 9(07) OCCURS 8 TIMES.
           05  WS-LY-CNT                     PIC 9(07) OCCURS 8 TIMES.
           05  WS-TOT-CNT                    PIC 9(07) OCCURS 8 TIMES.

       01  WS-LOOKUP-FIELDS.
           05  WS-LOOKUP-USER-ID             PIC X(08) VALUE SPACES.
           05  WS-LOOKUP-DEPT-CODE           PIC X(03) VALUE SPACES.

      * RUN OF BADPW RESULTS PER USER ID SINCE ITS LAST GOOD LOGON OR
      * ADMIN RESET, IN LOG ORDER - THE SAME COUNT PROJ2023 KEEPS IN
      * USR-FAILED-LOGON-CNT. THE THIRD IN A ROW IS THE ONE THAT
      * LOCKED THE ACCOUNT. IDS ARE ADDED AS THEIR FIRST BADPW TURNS
      * UP; ONCE THE TABLE IS FULL A NEW ID'S FAILURES ARE COUNTED
      * AS NOT TRACKED INSTEAD.
       01  WS-STREAK-TABLE.
           05  WS-STREAK-USED                PIC 9(04) COMP VALUE ZERO.
           05  WS-STREAK-IDX                 PIC 9(04) COMP VALUE ZERO.
           05  WS-STREAK-HIT                 PIC 9(04) COMP VALUE ZERO.
           05  WS-STREAK-FND-SW              PIC X(01) VALUE SPACES.
               88  WS-STREAK-FOUND           VALUE 'Y'.
           05  WS-LOCKOUT-SW                 PIC X(01) VALUE SPACES.
               88  WS-LOCKOUT-SET            VALUE 'Y'.
           05  WS-STREAK-ENTRY OCCURS 2000 TIMES.
               10  WS-STREAK-USER-ID         PIC X(08).
               10  WS-STREAK-BADPW           PIC 9(05) COMP.

      * WORK AREA FOR ONE COMPARISON - 2220 TURNS A CURRENT AND A
      * PRIOR FIGURE INTO THE PRINTED PRIOR COLUMN AND % CHANGE.
       01  WS-COMPARE-FIELDS.
           05  WS-CMP-CUR                    PIC 9(07) VALUE ZERO.
           05  WS-CMP-PRIOR                  PIC 9(07) VALUE ZERO.
           05  WS-CMP-PCT                    PIC S9(07)V9 VALUE ZERO.
           05  WS-CMP-PRIOR-TXT              PIC X(09) VALUE SPACES.
           05  WS-CMP-CHG-TXT                PIC X(07) VALUE SPACES.
           05  WS-EDIT-COUNT                 PIC Z,ZZZ,ZZ9.
           05  WS-EDIT-PCT                   PIC ++++9.9.
           05  WS-EDIT-RATE                  PIC ZZZZZZ9.9.

       01  WS-RATE-FIELDS.
           05  WS-ATTEMPTS                   PIC 9(08) VALUE ZERO.
           05  WS-RATE-CUR                   PIC 9(03)V9 VALUE ZERO.
           05  WS-RATE-LM                    PIC 9(03)V9 VALUE ZERO.
           05  WS-RATE-LY                    PIC 9(03)V9 VALUE ZERO.
           05  WS-RATE-DIFF                  PIC S9(03)V9 VALUE ZERO.
           05  WS-RATE-WORK-BADPW            PIC 9(07) VALUE ZERO.
           05  WS-RATE-WORK-LOGIN            PIC 9(07) VALUE ZERO.
           05  WS-RATE-WORK                  PIC 9(03)V9 VALUE ZERO.

       01  WS-RECORD-COUNTS.
           05  WS-CNT-USERS-READ             PIC 9(07) VALUE ZERO.
           05  WS-CNT-AUDIT-READ             PIC 9(07) VALUE ZERO.
           05  WS-CNT-AUDIT-IN-MONTH         PIC 9(07) VALUE ZERO.
           05  WS-CNT-NO-ACCOUNT             PIC 9(07) VALUE ZERO.
           05  WS-CNT-NOT-TRACKED            PIC 9(07) VALUE ZERO.
           05  WS-CNT-DEPTS                  PIC 9(07) VALUE ZERO.
           05  WS-CNT-HIST-WRITTEN           PIC 9(07) VALUE ZERO.
           05  WS-CNT-FLAGGED                PIC 9(07) VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                        PIC X(42)
               VALUE 'PROJ2023 MONTHLY DEPARTMENT STATISTICS - '.
           05  HD1-STAT-MONTH                PIC 9(06).
           05  FILLER                        PIC X(11)
                                             VALUE '  RUN DATE '.
           05  HD1-RUN-DATE                  PIC 9(08).
           05  FILLER                        PIC X(13) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                        PIC X(14)
                                             VALUE 'LAST MONTH IS '.
           05  HD2-LAST-MONTH                PIC 9(06).
           05  FILLER                        PIC X(16)
                                             VALUE ', LAST YEAR IS '.
           05  HD2-YEAR-AGO-MONTH            PIC 9(06).
           05  FILLER                        PIC X(20)
               VALUE '. RATE JUMP FLAG AT '.
           05  HD2-JUMP-POINTS               PIC Z9.
           05  FILLER                        PIC X(16)
                                             VALUE ' POINTS.'.

       01  WS-HEADING-LINE-3.
           05  FILLER                        PIC X(24)
                                             VALUE '  MEASURE'.
           05  FILLER                        PIC X(10)
                                             VALUE 'THIS MONTH'.
           05  FILLER                        PIC X(10)
                                             VALUE 'LAST MONTH'.
           05  FILLER                        PIC X(08)
                                             VALUE '   CHG %'.
           05  FILLER                        PIC X(10)
                                             VALUE ' LAST YEAR'.
           05  FILLER                        PIC X(08)
                                             VALUE '   CHG %'.
           05  FILLER                        PIC X(10) VALUE SPACES.

       01  WS-DEPT-LINE.
           05  FILLER                        PIC X(05) VALUE 'DEPT '.
           05  DPT-CODE                      PIC X(03).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DPT-NAME                      PIC X(25).
           05  FILLER                        PIC X(45) VALUE SPACES.

       01  WS-METRIC-LINE.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  MET-LABEL                     PIC X(22).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  MET-THIS                      PIC X(09).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  MET-LAST-MONTH                PIC X(09).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  MET-LM-CHG                    PIC X(07).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  MET-LAST-YEAR                 PIC X(09).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  MET-LY-CHG                    PIC X(07).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  MET-FLAG                      PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  TOT-LABEL                     PIC X(36).
           05  TOT-COUNT                     PIC Z,ZZZ,ZZ9.
           05  FILLER                        PIC X(33) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(16)
                                             VALUE '** NONE FOUND **'.
           05  FILLER                        PIC X(62) VALUE SPACES.

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

           SORT SORT-WORK
               ON ASCENDING KEY SRT-DEPT-CODE
               INPUT PROCEDURE  IS 1000-LOAD-SORT-FILE
                            THRU 1000-LOAD-SORT-FILE-X
               OUTPUT PROCEDURE IS 2000-PRINT-STATISTICS
                            THRU 2000-PRINT-STATISTICS-X.

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

      * THE JOB RUNS JUST AFTER MONTH END, SO WITH NO PARMCARD MONTH
      * IT REPORTS THE CALENDAR MONTH BEFORE TODAY.
           IF  WS-TODAY-MM = 1
               COMPUTE WS-STAT-YYYY = WS-TODAY-YYYY - 1
               MOVE 12 TO WS-STAT-MM
           ELSE
               MOVE WS-TODAY-YYYY TO WS-STAT-YYYY
               COMPUTE WS-STAT-MM = WS-TODAY-MM - 1
           END-IF.

           PERFORM  0150-READ-PARM-CARD
               THRU 0150-READ-PARM-CARD-X.

           IF  WS-STAT-MM = 1
               COMPUTE WS-LAST-MONTH-YYYY = WS-STAT-YYYY - 1
               MOVE 12 TO WS-LAST-MONTH-MM
           ELSE
               MOVE WS-STAT-YYYY TO WS-LAST-MONTH-YYYY
               COMPUTE WS-LAST-MONTH-MM = WS-STAT-MM - 1
           END-IF.
           COMPUTE WS-YEAR-AGO-YYYY = WS-STAT-YYYY - 1.
           MOVE WS-STAT-MM TO WS-YEAR-AGO-MM.

           OPEN INPUT DEPT-MASTER.
           IF  NOT WS-DEPTMAS-STATUS-OK
               DISPLAY 'DEPT-MASTER DID NOT OPEN - STATUS '
                       WS-DEPTMAS-STATUS
               STOP RUN
           END-IF.

           PERFORM  0160-OPEN-STAT-HISTORY
               THRU 0160-OPEN-STAT-HISTORY-X.

           OPEN OUTPUT STATS-RPT.
           MOVE WS-STAT-MONTH     TO HD1-STAT-MONTH.
           MOVE WS-TODAY-DATE     TO HD1-RUN-DATE.
           MOVE WS-LAST-MONTH     TO HD2-LAST-MONTH.
           MOVE WS-YEAR-AGO-MONTH TO HD2-YEAR-AGO-MONTH.
           MOVE WS-JUMP-POINTS    TO HD2-JUMP-POINTS.
           WRITE STATS-LINE FROM WS-HEADING-LINE-1.
           WRITE STATS-LINE FROM WS-HEADING-LINE-2.
           WRITE STATS-LINE FROM WS-BLANK-LINE.
           WRITE STATS-LINE FROM WS-HEADING-LINE-3.
           WRITE STATS-LINE FROM WS-BLANK-LINE.

           MOVE ZERO TO WS-TOT-CNT (1) WS-TOT-CNT (2) WS-TOT-CNT (3)
                        WS-TOT-CNT (4) WS-TOT-CNT (5) WS-TOT-CNT (6)
                        WS-TOT-CNT (7) WS-TOT-CNT (8).

       0100-INITIALIZE-X.
           EXIT.

      ****************************
       0150-READ-PARM-CARD.
      ****************************

      * STATISTICS MONTH YYYYMM IN COLUMNS 1-6, RATE JUMP IN
      * PERCENTAGE POINTS IN 7-8. BLANK OR NON-NUMERIC KEEPS THE
      * DEFAULT - LAST MONTH AND 5 POINTS.
           OPEN INPUT PARM-FILE.
           IF  NOT WS-PARM-STATUS-OK
               GO TO 0150-READ-PARM-CARD-X
           END-IF.

           READ PARM-FILE
               AT END
                   SET WS-PARM-EOF TO TRUE
           END-READ.

           IF  NOT WS-PARM-EOF
               IF  PRM-STAT-MONTH IS NUMERIC
               AND PRM-STAT-MONTH (5:2) >= '01'
               AND PRM-STAT-MONTH (5:2) <= '12'
                   MOVE PRM-STAT-MONTH TO WS-STAT-MONTH
               END-IF
               IF  PRM-JUMP-POINTS IS NUMERIC
               AND PRM-JUMP-POINTS > '00'
                   MOVE PRM-JUMP-POINTS TO WS-JUMP-POINTS
               END-IF
           END-IF.

           CLOSE PARM-FILE.

       0150-READ-PARM-CARD-X.
           EXIT.

      ****************************
       0160-OPEN-STAT-HISTORY.
      ****************************

      * THE FIRST RUN FINDS NO HISTORY FILE AND CREATES IT - EVERY
      * COMPARISON THAT MONTH PRINTS AS NO HISTORY.
           OPEN I-O STAT-HISTORY.
           IF  WS-STATHIST-NOFILE
               OPEN OUTPUT STAT-HISTORY
               CLOSE       STAT-HISTORY
               OPEN I-O    STAT-HISTORY
           END-IF.

       0160-OPEN-STAT-HISTORY-X.
           EXIT.

      ****************************
       0900-TERMINATE.
      ****************************

           IF  WS-CNT-FLAGGED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE DEPT-MASTER.
           CLOSE STAT-HISTORY.
           CLOSE STATS-RPT.

           PERFORM  7010-WRITE-RUN-END
               THRU 7010-WRITE-RUN-END-X.

       0900-TERMINATE-X.
           EXIT.

      ****************************
       1000-LOAD-SORT-FILE.
      ****************************

           OPEN INPUT USER-MASTER.
           IF  NOT WS-USERMAS-STATUS-OK
               DISPLAY 'USER-MASTER DID NOT OPEN - STATUS '
                       WS-USERMAS-STATUS
               STOP RUN
           END-IF.

           PERFORM  1010-READ-USER-MASTER
               THRU 1010-READ-USER-MASTER-X.
           PERFORM  1020-RELEASE-USER-COUNTS
               THRU 1020-RELEASE-USER-COUNTS-X
              UNTIL WS-USERMAS-EOF.

      * THE MONTH'S EVENTS COME OFF THE LIVE LOG - PROJ23AR KEEPS 90
      * DAYS THERE, SO LAST MONTH IS ALWAYS STILL ON IT AT MONTH END.
           OPEN INPUT AUDIT-LOG.
           IF  NOT WS-AUDIT-STATUS-OK
               DISPLAY 'AUDIT-LOG DID NOT OPEN - STATUS '
                       WS-AUDIT-STATUS
               STOP RUN
           END-IF.

      * A RECORD WITH NO USER ID GOES UNDER '???' AS WELL.
           MOVE SPACES TO WS-LOOKUP-USER-ID.
           MOVE '???'  TO WS-LOOKUP-DEPT-CODE.
           PERFORM  1030-READ-AUDIT-LOG
               THRU 1030-READ-AUDIT-LOG-X.
           PERFORM  1040-RELEASE-AUDIT-COUNTS
               THRU 1040-RELEASE-AUDIT-COUNTS-X
              UNTIL WS-AUDIT-EOF.

           CLOSE AUDIT-LOG.
           CLOSE USER-MASTER.

       1000-LOAD-SORT-FILE-X.
           EXIT.

      ****************************
       1010-READ-USER-MASTER.
      ****************************

           READ USER-MASTER NEXT RECORD
               AT END
                   SET WS-USERMAS-EOF TO TRUE
           END-READ.

           IF  NOT WS-USERMAS-EOF
               ADD 1 TO WS-CNT-USERS-READ
           END-IF.

       1010-READ-USER-MASTER-X.
           EXIT.

      ****************************
       1020-RELEASE-USER-COUNTS.
      ****************************

      * ACCOUNT COUNTS ARE AS AT THE RUN - THERE IS NO STATUS HISTORY
      * TO RECONSTRUCT THE MONTH-END POSITION FROM, WHICH IS WHY THE
      * JOB RUNS STRAIGHT AFTER MONTH END.
           MOVE USR-DEPT-CODE TO SRT-DEPT-CODE.

           EVALUATE TRUE
               WHEN USR-STATUS-ACTIVE
                   MOVE WS-MET-ACTIVE TO SRT-METRIC
                   RELEASE SORT-RECORD
               WHEN USR-STATUS-LOCKED
                   MOVE WS-MET-LOCKED TO SRT-METRIC
                   RELEASE SORT-RECORD
               WHEN USR-STATUS-DEACTIVATED
                   MOVE WS-MET-DEACT  TO SRT-METRIC
                   RELEASE SORT-RECORD
           END-EVALUATE.

      * REGISTER DATE IS SPACES ON RECORDS PREDATING THE FIELD.
           IF  USR-REGISTER-DATE IS NUMERIC
               MOVE USR-REGISTER-DATE TO WS-WORK-DATE
               IF  WS-WORK-YYYYMM = WS-STAT-MONTH
                   MOVE WS-MET-NEW-REG TO SRT-METRIC
                   RELEASE SORT-RECORD
               END-IF
           END-IF.

           PERFORM  1010-READ-USER-MASTER
               THRU 1010-READ-USER-MASTER-X.

       1020-RELEASE-USER-COUNTS-X.
           EXIT.

      ****************************
       1030-READ-AUDIT-LOG.
      ****************************

           READ AUDIT-LOG
               AT END
                   SET WS-AUDIT-EOF TO TRUE
           END-READ.

           IF  NOT WS-AUDIT-EOF
               ADD 1 TO WS-CNT-AUDIT-READ
           END-IF.

       1030-READ-AUDIT-LOG-X.
           EXIT.

      ****************************
       1040-RELEASE-AUDIT-COUNTS.
      ****************************

      * AN EVENT COUNTS FOR THE DEPARTMENT OF THE ACCOUNT IT IS
      * ABOUT (AUD-USER-ID) AS THAT ACCOUNT STANDS TODAY - FOR AN
      * ADMIN ACTION, THE ACCOUNT ACTED ON, NOT THE ADMINISTRATOR.
      * A LOCKOUT IS THE BADPW THAT LOCKED THE ACCOUNT - PROJ2023
      * AUDITS IT AS AN ORDINARY BADPW, SO 1060 WORKS IT OUT FROM THE
      * RUN OF FAILURES (A LOCKED RESULT IS A LATER REFUSAL, NOT A
      * NEW LOCKOUT). THE RUN IS FOLLOWED ACROSS THE WHOLE LOG, SO A
      * LOCKOUT EARLY IN THE MONTH SEES FAILURES FROM THE MONTH
      * BEFORE. AN ADMIN ACTION IS ANY RECORD NAMING AN ACTING
      * ADMINISTRATOR.
           PERFORM  1060-TRACK-BADPW-RUN
               THRU 1060-TRACK-BADPW-RUN-X.

           IF  AUD-TS-DATE NOT NUMERIC
               GO TO 1040-RELEASE-NEXT
           END-IF.
           MOVE AUD-TS-DATE TO WS-WORK-DATE.
           IF  WS-WORK-YYYYMM NOT = WS-STAT-MONTH
               GO TO 1040-RELEASE-NEXT
           END-IF.

           ADD 1 TO WS-CNT-AUDIT-IN-MONTH.

           IF  AUD-ACTION-CODE = 'LOGIN   '
           AND AUD-RESULT      = 'SUCCESS '
               MOVE WS-MET-LOGIN TO SRT-METRIC
               PERFORM  1090-RELEASE-METRIC
                   THRU 1090-RELEASE-METRIC-X
           END-IF.

           IF  AUD-RESULT = 'BADPW   '
               MOVE WS-MET-BADPW TO SRT-METRIC
               PERFORM  1090-RELEASE-METRIC
                   THRU 1090-RELEASE-METRIC-X
           END-IF.

           IF  WS-LOCKOUT-SET
               MOVE WS-MET-LOCKOUT TO SRT-METRIC
               PERFORM  1090-RELEASE-METRIC
                   THRU 1090-RELEASE-METRIC-X
           END-IF.

           IF  AUD-ADMIN-ID NOT = SPACES
               MOVE WS-MET-ADMIN TO SRT-METRIC
               PERFORM  1090-RELEASE-METRIC
                   THRU 1090-RELEASE-METRIC-X
           END-IF.

       1040-RELEASE-NEXT.
           PERFORM  1030-READ-AUDIT-LOG
               THRU 1030-READ-AUDIT-LOG-X.

       1040-RELEASE-AUDIT-COUNTS-X.
           EXIT.

      ****************************
       1050-LOOKUP-USER-DEPT.
      ****************************

      * ONE KEYED READ PER NEW USER ID - A RUN OF EVENTS FOR THE SAME
      * ACCOUNT REUSES THE LAST ANSWER. AN ID NO LONGER ON
      * USER-MASTER (PURGED, OR NEVER REGISTERED) GOES UNDER '???'.
           IF  AUD-USER-ID = WS-LOOKUP-USER-ID
               GO TO 1050-LOOKUP-USER-DEPT-X
           END-IF.

           MOVE AUD-USER-ID TO WS-LOOKUP-USER-ID
                               USR-ID.
           READ USER-MASTER
               INVALID KEY
                   MOVE '???' TO WS-LOOKUP-DEPT-CODE
                   ADD 1 TO WS-CNT-NO-ACCOUNT
                   GO TO 1050-LOOKUP-USER-DEPT-X
           END-READ.

           MOVE USR-DEPT-CODE TO WS-LOOKUP-DEPT-CODE.

       1050-LOOKUP-USER-DEPT-X.
           EXIT.

      ****************************
       1060-TRACK-BADPW-RUN.
      ****************************

      * A GOOD LOGON, A NEW REGISTRATION OR A SUCCESSFUL ADMIN STATUS
      * CHANGE OR PASSWORD RESET ON THE ACCOUNT CLEARS PROJ2023'S
      * FAILED-LOGON COUNT, SO IT ENDS THE RUN HERE TOO.
           MOVE SPACES TO WS-LOCKOUT-SW.

           IF  AUD-RESULT NOT = 'BADPW   '
           AND AUD-RESULT NOT = 'SUCCESS '
               GO TO 1060-TRACK-BADPW-RUN-X
           END-IF.
           IF  AUD-RESULT = 'SUCCESS '
           AND AUD-ACTION-CODE NOT = 'LOGIN   '
           AND AUD-ACTION-CODE NOT = 'REGISTER'
           AND AUD-ACTION-CODE NOT = 'ADMIN   '
           AND AUD-ACTION-CODE NOT = 'PWRESET '
               GO TO 1060-TRACK-BADPW-RUN-X
           END-IF.

           MOVE SPACES TO WS-STREAK-FND-SW.
           PERFORM  1070-MATCH-STREAK-ENTRY
               THRU 1070-MATCH-STREAK-ENTRY-X
              VARYING WS-STREAK-IDX FROM 1 BY 1
                UNTIL WS-STREAK-IDX > WS-STREAK-USED
                   OR WS-STREAK-FOUND.

           IF  AUD-RESULT = 'SUCCESS '
               IF  WS-STREAK-FOUND
                   MOVE ZERO TO WS-STREAK-BADPW (WS-STREAK-HIT)
               END-IF
               GO TO 1060-TRACK-BADPW-RUN-X
           END-IF.

           IF  NOT WS-STREAK-FOUND
               IF  WS-STREAK-USED < 2000
                   ADD 1 TO WS-STREAK-USED
                   MOVE WS-STREAK-USED TO WS-STREAK-HIT
                   MOVE AUD-USER-ID
                     TO WS-STREAK-USER-ID (WS-STREAK-HIT)
                   MOVE ZERO TO WS-STREAK-BADPW (WS-STREAK-HIT)
               ELSE
                   ADD 1 TO WS-CNT-NOT-TRACKED
                   GO TO 1060-TRACK-BADPW-RUN-X
               END-IF
           END-IF.

           ADD 1 TO WS-STREAK-BADPW (WS-STREAK-HIT).
           IF  WS-STREAK-BADPW (WS-STREAK-HIT) = 3
               SET WS-LOCKOUT-SET TO TRUE
           END-IF.

       1060-TRACK-BADPW-RUN-X.
           EXIT.

      ****************************
       1070-MATCH-STREAK-ENTRY.
      ****************************

           IF  WS-STREAK-USER-ID (WS-STREAK-IDX) = AUD-USER-ID
               MOVE WS-STREAK-IDX TO WS-STREAK-HIT
               SET WS-STREAK-FOUND TO TRUE
           END-IF.

       1070-MATCH-STREAK-ENTRY-X.
           EXIT.

      ****************************
       1090-RELEASE-METRIC.
      ****************************

      * THE CALLER LEAVES THE METRIC CODE IN SRT-METRIC.
           PERFORM  1050-LOOKUP-USER-DEPT
               THRU 1050-LOOKUP-USER-DEPT-X.

           MOVE WS-LOOKUP-DEPT-CODE TO SRT-DEPT-CODE.
           RELEASE SORT-RECORD.

       1090-RELEASE-METRIC-X.
           EXIT.

      ****************************
       2000-PRINT-STATISTICS.
      ****************************

           PERFORM  2010-RETURN-SORT-RECORD
               THRU 2010-RETURN-SORT-RECORD-X.

           IF  WS-SORTRET-EOF
               WRITE STATS-LINE FROM WS-NONE-LINE
               GO TO 2000-PRINT-STATISTICS-X
           END-IF.

           PERFORM  2020-TALLY-DEPARTMENT
               THRU 2020-TALLY-DEPARTMENT-X
              UNTIL WS-SORTRET-EOF.

      * ALL-DEPARTMENTS TOTAL - PRINTED, COMPARED AND SAVED LIKE ANY
      * DEPARTMENT UNDER THE RESERVED CODE '***'.
           MOVE '***'             TO WS-BLOCK-CODE.
           MOVE 'ALL DEPARTMENTS' TO WS-BLOCK-NAME.
           PERFORM  2030-COPY-TOTAL-COUNT
               THRU 2030-COPY-TOTAL-COUNT-X
              VARYING WS-MET-IDX FROM 1 BY 1
                UNTIL WS-MET-IDX > 8.
           PERFORM  2100-FINISH-BLOCK
               THRU 2100-FINISH-BLOCK-X.

       2000-PRINT-STATISTICS-X.
           EXIT.

      ****************************
       2010-RETURN-SORT-RECORD.
      ****************************

           RETURN SORT-WORK
               AT END
                   SET WS-SORTRET-EOF TO TRUE
           END-RETURN.

       2010-RETURN-SORT-RECORD-X.
           EXIT.

      ****************************
       2020-TALLY-DEPARTMENT.
      ****************************

      * ONE DEPARTMENT'S SORT RECORDS, COUNTED BY METRIC, THEN
      * PRINTED AND SAVED.
           MOVE SRT-DEPT-CODE TO WS-BLOCK-CODE.
           MOVE ZERO TO WS-CUR-CNT (1) WS-CUR-CNT (2) WS-CUR-CNT (3)
                        WS-CUR-CNT (4) WS-CUR-CNT (5) WS-CUR-CNT (6)
                        WS-CUR-CNT (7) WS-CUR-CNT (8).

           PERFORM  2025-COUNT-METRIC
               THRU 2025-COUNT-METRIC-X
              UNTIL WS-SORTRET-EOF
                 OR SRT-DEPT-CODE NOT = WS-BLOCK-CODE.

           ADD 1 TO WS-CNT-DEPTS.

           IF  WS-BLOCK-CODE = '???'
               MOVE 'NO CURRENT ACCOUNT' TO WS-BLOCK-NAME
           ELSE
               MOVE WS-BLOCK-CODE TO DEPT-CODE
               READ DEPT-MASTER
                   INVALID KEY
                       MOVE 'NOT ON DEPT-MASTER' TO WS-BLOCK-NAME
                   NOT INVALID KEY
                       MOVE DEPT-NAME TO WS-BLOCK-NAME
               END-READ
           END-IF.

           PERFORM  2100-FINISH-BLOCK
               THRU 2100-FINISH-BLOCK-X.

       2020-TALLY-DEPARTMENT-X.
           EXIT.

      ****************************
       2025-COUNT-METRIC.
      ****************************

           ADD 1 TO WS-CUR-CNT (SRT-METRIC).
           ADD 1 TO WS-TOT-CNT (SRT-METRIC).

           PERFORM  2010-RETURN-SORT-RECORD
               THRU 2010-RETURN-SORT-RECORD-X.

       2025-COUNT-METRIC-X.
           EXIT.

      ****************************
       2030-COPY-TOTAL-COUNT.
      ****************************

           MOVE WS-TOT-CNT (WS-MET-IDX) TO WS-CUR-CNT (WS-MET-IDX).

       2030-COPY-TOTAL-COUNT-X.
           EXIT.

      ****************************
       2100-FINISH-BLOCK.
      ****************************

      * WS-BLOCK-CODE/-NAME AND WS-CUR-CNT ARE SET. PICK UP THE TWO
      * COMPARISON MONTHS, PRINT, THEN SAVE THIS MONTH'S ROW.
           PERFORM  2110-LOAD-PRIOR-MONTHS
               THRU 2110-LOAD-PRIOR-MONTHS-X.

           PERFORM  2200-PRINT-BLOCK
               THRU 2200-PRINT-BLOCK-X.

           PERFORM  2300-SAVE-HISTORY
               THRU 2300-SAVE-HISTORY-X.

       2100-FINISH-BLOCK-X.
           EXIT.

      ****************************
       2110-LOAD-PRIOR-MONTHS.
      ****************************

           MOVE SPACES TO WS-LM-FOUND-SW
                          WS-LY-FOUND-SW.

           MOVE WS-LAST-MONTH TO STH-MONTH.
           MOVE WS-BLOCK-CODE TO STH-DEPT-CODE.
           READ STAT-HISTORY
               INVALID KEY
                   MOVE ZERO TO STH-CNT (1) STH-CNT (2) STH-CNT (3)
                                STH-CNT (4) STH-CNT (5) STH-CNT (6)
                                STH-CNT (7) STH-CNT (8)
               NOT INVALID KEY
                   SET WS-LM-FOUND TO TRUE
           END-READ.
           PERFORM  2115-KEEP-LAST-MONTH
               THRU 2115-KEEP-LAST-MONTH-X
              VARYING WS-MET-IDX FROM 1 BY 1
                UNTIL WS-MET-IDX > 8.

           MOVE WS-YEAR-AGO-MONTH TO STH-MONTH.
           MOVE WS-BLOCK-CODE     TO STH-DEPT-CODE.
           READ STAT-HISTORY
               INVALID KEY
                   MOVE ZERO TO STH-CNT (1) STH-CNT (2) STH-CNT (3)
                                STH-CNT (4) STH-CNT (5) STH-CNT (6)
                                STH-CNT (7) STH-CNT (8)
               NOT INVALID KEY
                   SET WS-LY-FOUND TO TRUE
           END-READ.
           PERFORM  2116-KEEP-YEAR-AGO
               THRU 2116-KEEP-YEAR-AGO-X
              VARYING WS-MET-IDX FROM 1 BY 1
                UNTIL WS-MET-IDX > 8.

       2110-LOAD-PRIOR-MONTHS-X.
           EXIT.

      ****************************
       2115-KEEP-LAST-MONTH.
      ****************************

           MOVE STH-CNT (WS-MET-IDX) TO WS-LM-CNT (WS-MET-IDX).

       2115-KEEP-LAST-MONTH-X.
           EXIT.

      ****************************
       2116-KEEP-YEAR-AGO.
      ****************************

           MOVE STH-CNT (WS-MET-IDX) TO WS-LY-CNT (WS-MET-IDX).

       2116-KEEP-YEAR-AGO-X.
           EXIT.

      ****************************
       2200-PRINT-BLOCK.
      ****************************

           MOVE WS-BLOCK-CODE TO DPT-CODE.
           MOVE WS-BLOCK-NAME TO DPT-NAME.
           WRITE STATS-LINE FROM WS-DEPT-LINE.

           PERFORM  2210-PRINT-METRIC-LINE
               THRU 2210-PRINT-METRIC-LINE-X
              VARYING WS-MET-IDX FROM 1 BY 1
                UNTIL WS-MET-IDX > 8.

           PERFORM  2250-PRINT-RATE-LINE
               THRU 2250-PRINT-RATE-LINE-X.

           WRITE STATS-LINE FROM WS-BLANK-LINE.

       2200-PRINT-BLOCK-X.
           EXIT.

      ****************************
       2210-PRINT-METRIC-LINE.
      ****************************

           MOVE SPACES                       TO WS-METRIC-LINE.
           MOVE WS-METRIC-LABEL (WS-MET-IDX) TO MET-LABEL.
           MOVE WS-CUR-CNT (WS-MET-IDX)      TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT                TO MET-THIS.

           MOVE WS-CUR-CNT (WS-MET-IDX)      TO WS-CMP-CUR.
           MOVE WS-LM-CNT (WS-MET-IDX)       TO WS-CMP-PRIOR.
           MOVE WS-LM-FOUND-SW               TO WS-CMP-FOUND-SW.
           PERFORM  2220-FORMAT-COMPARISON
               THRU 2220-FORMAT-COMPARISON-X.
           MOVE WS-CMP-PRIOR-TXT             TO MET-LAST-MONTH.
           MOVE WS-CMP-CHG-TXT               TO MET-LM-CHG.

           MOVE WS-LY-CNT (WS-MET-IDX)       TO WS-CMP-PRIOR.
           MOVE WS-LY-FOUND-SW               TO WS-CMP-FOUND-SW.
           PERFORM  2220-FORMAT-COMPARISON
               THRU 2220-FORMAT-COMPARISON-X.
           MOVE WS-CMP-PRIOR-TXT             TO MET-LAST-YEAR.
           MOVE WS-CMP-CHG-TXT               TO MET-LY-CHG.

           WRITE STATS-LINE FROM WS-METRIC-LINE.

       2210-PRINT-METRIC-LINE-X.
           EXIT.

      ****************************
       2220-FORMAT-COMPARISON.
      ****************************

      * NO HISTORY ROW FOR THE MONTH PRINTS 'NO HIST' AND NO CHANGE.
      * A PRIOR FIGURE OF ZERO HAS NO PERCENTAGE - 'NEW' IF THERE IS
      * SOMETHING NOW. CHANGES ABOVE 9999.9% ARE SHOWN AT THE CAP.
           MOVE SPACES TO WS-CMP-PRIOR-TXT
                          WS-CMP-CHG-TXT.

           IF  NOT WS-CMP-FOUND
               MOVE '  NO HIST' TO WS-CMP-PRIOR-TXT
               GO TO 2220-FORMAT-COMPARISON-X
           END-IF.

           MOVE WS-CMP-PRIOR  TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-CMP-PRIOR-TXT.

           IF  WS-CMP-PRIOR = ZERO
               IF  WS-CMP-CUR > ZERO
                   MOVE '    NEW' TO WS-CMP-CHG-TXT
               ELSE
                   MOVE '    0.0' TO WS-CMP-CHG-TXT
               END-IF
               GO TO 2220-FORMAT-COMPARISON-X
           END-IF.

           COMPUTE WS-CMP-PCT ROUNDED =
                   (WS-CMP-CUR - WS-CMP-PRIOR) * 100 / WS-CMP-PRIOR
               ON SIZE ERROR
                   MOVE 9999.9 TO WS-CMP-PCT
           END-COMPUTE.
           IF  WS-CMP-PCT > 9999.9
               MOVE 9999.9 TO WS-CMP-PCT
           END-IF.
           MOVE WS-CMP-PCT  TO WS-EDIT-PCT.
           MOVE WS-EDIT-PCT TO WS-CMP-CHG-TXT.

       2220-FORMAT-COMPARISON-X.
           EXIT.

      ****************************
       2250-PRINT-RATE-LINE.
      ****************************

      * THE RATE LINE SHOWS EACH MONTH'S FAILURE RATE IN PER CENT AND
      * THE CHANGE IN PERCENTAGE POINTS (NOT PER CENT OF THE RATE).
           MOVE SPACES TO WS-METRIC-LINE
                          WS-JUMP-SW.
           MOVE 'BADPW RATE % (+/- PTS)' TO MET-LABEL.

           MOVE WS-CUR-CNT (WS-MET-BADPW) TO WS-RATE-WORK-BADPW.
           MOVE WS-CUR-CNT (WS-MET-LOGIN) TO WS-RATE-WORK-LOGIN.
           PERFORM  2260-COMPUTE-RATE
               THRU 2260-COMPUTE-RATE-X.
           MOVE WS-RATE-WORK TO WS-RATE-CUR
                                WS-EDIT-RATE.
           MOVE WS-EDIT-RATE TO MET-THIS.

           IF  WS-LM-FOUND
               MOVE WS-LM-CNT (WS-MET-BADPW) TO WS-RATE-WORK-BADPW
               MOVE WS-LM-CNT (WS-MET-LOGIN) TO WS-RATE-WORK-LOGIN
               PERFORM  2260-COMPUTE-RATE
                   THRU 2260-COMPUTE-RATE-X
               MOVE WS-RATE-WORK TO WS-RATE-LM
                                    WS-EDIT-RATE
               MOVE WS-EDIT-RATE TO MET-LAST-MONTH
               COMPUTE WS-RATE-DIFF = WS-RATE-CUR - WS-RATE-LM
               MOVE WS-RATE-DIFF TO WS-EDIT-PCT
               MOVE WS-EDIT-PCT  TO MET-LM-CHG
               IF  WS-RATE-DIFF >= WS-JUMP-POINTS
                   SET WS-RATE-JUMPED TO TRUE
               END-IF
           ELSE
               MOVE '  NO HIST' TO MET-LAST-MONTH
           END-IF.

           IF  WS-LY-FOUND
               MOVE WS-LY-CNT (WS-MET-BADPW) TO WS-RATE-WORK-BADPW
               MOVE WS-LY-CNT (WS-MET-LOGIN) TO WS-RATE-WORK-LOGIN
               PERFORM  2260-COMPUTE-RATE
                   THRU 2260-COMPUTE-RATE-X
               MOVE WS-RATE-WORK TO WS-RATE-LY
                                    WS-EDIT-RATE
               MOVE WS-EDIT-RATE TO MET-LAST-YEAR
               COMPUTE WS-RATE-DIFF = WS-RATE-CUR - WS-RATE-LY
               MOVE WS-RATE-DIFF TO WS-EDIT-PCT
               MOVE WS-EDIT-PCT  TO MET-LY-CHG
               IF  WS-RATE-DIFF >= WS-JUMP-POINTS
                   SET WS-RATE-JUMPED TO TRUE
               END-IF
           ELSE
               MOVE '  NO HIST' TO MET-LAST-YEAR
           END-IF.

           COMPUTE WS-ATTEMPTS = WS-CUR-CNT (WS-MET-BADPW)
                               + WS-CUR-CNT (WS-MET-LOGIN).
           IF  WS-RATE-JUMPED
           AND WS-ATTEMPTS >= WS-MIN-ATTEMPTS
               MOVE '** JUMP' TO MET-FLAG
               IF  NOT WS-BLOCK-IS-TOTAL
                   ADD 1 TO WS-CNT-FLAGGED
               END-IF
           END-IF.

           WRITE STATS-LINE FROM WS-METRIC-LINE.

       2250-PRINT-RATE-LINE-X.
           EXIT.

      ****************************
       2260-COMPUTE-RATE.
      ****************************

           IF  WS-RATE-WORK-BADPW + WS-RATE-WORK-LOGIN = ZERO
               MOVE ZERO TO WS-RATE-WORK
           ELSE
               COMPUTE WS-RATE-WORK ROUNDED =
                       WS-RATE-WORK-BADPW * 100
                       / (WS-RATE-WORK-BADPW + WS-RATE-WORK-LOGIN)
           END-IF.

       2260-COMPUTE-RATE-X.
           EXIT.

      ****************************
       2300-SAVE-HISTORY.
      ****************************

      * A RE-RUN OF THE SAME MONTH REPLACES THE ROW.
           MOVE SPACES            TO STAT-HISTORY-RECORD.
           MOVE WS-STAT-MONTH     TO STH-MONTH.
           MOVE WS-BLOCK-CODE     TO STH-DEPT-CODE.
           MOVE WS-TODAY-DATE     TO STH-RUN-DATE.
           PERFORM  2310-MOVE-HISTORY-COUNT
               THRU 2310-MOVE-HISTORY-COUNT-X
              VARYING WS-MET-IDX FROM 1 BY 1
                UNTIL WS-MET-IDX > 8.

           WRITE STAT-HISTORY-RECORD
               INVALID KEY
                   REWRITE STAT-HISTORY-RECORD
           END-WRITE.

           ADD 1 TO WS-CNT-HIST-WRITTEN.

       2300-SAVE-HISTORY-X.
           EXIT.

      ****************************
       2310-MOVE-HISTORY-COUNT.
      ****************************

           MOVE WS-CUR-CNT (WS-MET-IDX) TO STH-CNT (WS-MET-IDX).

       2310-MOVE-HISTORY-COUNT-X.
           EXIT.

      ****************************
       3000-PRINT-TOTALS.
      ****************************

           MOVE 'USER-MASTER RECORDS READ'         TO TOT-LABEL.
           MOVE WS-CNT-USERS-READ                  TO TOT-COUNT.
           WRITE STATS-LINE FROM WS-TOTAL-LINE.

           MOVE 'AUDIT RECORDS READ'               TO TOT-LABEL.
           MOVE WS-CNT-AUDIT-READ                  TO TOT-COUNT.
           WRITE STATS-LINE FROM WS-TOTAL-LINE.

           MOVE 'AUDIT RECORDS IN THE MONTH'       TO TOT-LABEL.
           MOVE WS-CNT-AUDIT-IN-MONTH              TO TOT-COUNT.
           WRITE STATS-LINE FROM WS-TOTAL-LINE.

           MOVE 'EVENT IDS NOT ON USER-MASTER'     TO TOT-LABEL.
           MOVE WS-CNT-NO-ACCOUNT                  TO TOT-COUNT.
           WRITE STATS-LINE FROM WS-TOTAL-LINE.

           MOVE 'BADPW NOT TRACKED FOR LOCKOUTS'   TO TOT-LABEL.
           MOVE WS-CNT-NOT-TRACKED                 TO TOT-COUNT.
           WRITE STATS-LINE FROM WS-TOTAL-LINE.

           MOVE 'DEPARTMENTS REPORTED'             TO TOT-LABEL.
           MOVE WS-CNT-DEPTS                       TO TOT-COUNT.
           WRITE STATS-LINE FROM WS-TOTAL-LINE.

           MOVE 'HISTORY ROWS SAVED'               TO TOT-LABEL.
           MOVE WS-CNT-HIST-WRITTEN                TO TOT-COUNT.
           WRITE STATS-LINE FROM WS-TOTAL-LINE.

           MOVE 'DEPARTMENTS FLAGGED (RATE JUMP)'  TO TOT-LABEL.
           MOVE WS-CNT-FLAGGED                     TO TOT-COUNT.
           WRITE STATS-LINE FROM WS-TOTAL-LINE.

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
           MOVE 'PROJ23ST' TO RUN-JOB-NAME.
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

      * READ IS USER-MASTER PLUS AUDIT RECORDS, WRITTEN THE HISTORY
      * ROWS SAVED, REJECTED THE DEPARTMENTS FLAGGED.
           MOVE SPACES     TO RUN-CONTROL-RECORD.
           MOVE 'PROJ23ST' TO RUN-JOB-NAME.
           MOVE 'E'        TO RUN-REC-TYPE.
           PERFORM  7020-STAMP-RUN-RECORD
               THRU 7020-STAMP-RUN-RECORD-X.
           COMPUTE RUN-CNT-READ = WS-CNT-USERS-READ
                                + WS-CNT-AUDIT-READ.
           MOVE WS-CNT-HIST-WRITTEN TO RUN-CNT-WRITTEN.
           MOVE WS-CNT-FLAGGED TO RUN-CNT-REJECTED.
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
