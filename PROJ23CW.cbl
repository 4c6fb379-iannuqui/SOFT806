       program-id. PROJ23CW.
      ******************************************************************
      *    AUTHOR: CHRISTIAN VIKTOR A. NUQUI                           *
      *    INSTALLATION: SOFT806 SHOP                                  *
      *    DATE-WRITTEN: 2026-10-15                                    *
      *    DESCRIPTION: QUARTERLY ACCESS RECERTIFICATION - ISSUE STEP. *
      *                 SORTS EVERY ACTIVE OR LOCKED USER-MASTER ROW   *
      *                 BY DEPARTMENT AND PRINTS ONE WORKSHEET PER     *
      *                 DEPARTMENT, HEADED WITH THE CERTIFYING OWNER   *
      *                 FROM DEPT-MASTER, LISTING EACH USER AND ANY    *
      *                 ADMIN ROLE HELD. THE SAME ROWS GO TO THE       *
      *                 RESPONSE FILE (SEE RCRREC) WITH A BLANK        *
      *                 RESPONSE BYTE FOR THE OWNER TO MARK KEEP,      *
      *                 REVOKE OR DROP-ADMIN-ROLE. THAT GENERATION IS  *
      *                 ALSO THE CONTROL PROJ23CA CHECKS THE RETURNED  *
      *                 RESPONSES AGAINST. DEPARTMENTS WITH NO OWNER   *
      *                 ON FILE, OR WHOSE OWNER IS NOT ACTIVE ON       *
      *                 USER-MASTER, ARE FLAGGED, ISSUED WITH A BLANK  *
      *                 OWNER AND END THE STEP RC 4.                   *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  CVN  INITIAL VERSION                            *
      *    2026-10-15  CVN  OWNER CHECKED ACTIVE ON USER-MASTER; AN    *
      *                     INACTIVE OWNER IS FLAGGED AS NO OWNER      *
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

           select PARM-FILE assign to PARMCARD
               organization is sequential
               file status is WS-PARM-STATUS.

           select SORT-WORK assign to SRTWORK.

           select CERT-RPT assign to CERTRPT
               organization is sequential
               file status is WS-CERTRPT-STATUS.

           select RESPONSE-OUT assign to RESPOUT
               organization is sequential
               file status is WS-RESPOUT-STATUS.

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

       FD  PARM-FILE
           label records are standard.
       01  PARM-RECORD.
           05  PRM-CYCLE-ID                  PIC X(06).
           05  PRM-DUE-DAYS                  PIC X(03).
           05  FILLER                        PIC X(71).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-DEPT-CODE                 PIC X(03).
           05  SRT-USER-ID                   PIC X(08).
           05  SRT-LAST-NAME                 PIC X(25).
           05  SRT-FIRST-NAME                PIC X(25).
           05  SRT-STATUS                    PIC X(01).
           05  SRT-ADMIN-ROLE                PIC X(01).

       FD  CERT-RPT
           label records are standard.
       01  CERT-LINE                         PIC X(80).

       FD  RESPONSE-OUT
           label records are standard.
           COPY RCRREC.

       FD  RUN-CONTROL
           label records are standard.
           COPY RUNREC.

       working-storage section.
       01  WS-FILE-STATUSES.
           05  WS-USERMAS-STATUS             PIC X(02) VALUE SPACES.
               88  WS-USERMAS-STATUS-OK      VALUE '00'.
           05  WS-DEPTMAS-STATUS             PIC X(02) VALUE SPACES.
               88  WS-DEPTMAS-STATUS-OK      VALUE '00'.
           05  WS-PARM-STATUS                PIC X(02) VALUE SPACES.
               88  WS-PARM-STATUS-OK         VALUE '00'.
           05  WS-CERTRPT-STATUS             PIC X(02) VALUE SPACES.
           05  WS-RESPOUT-STATUS             PIC X(02) VALUE SPACES.
               88  WS-RESPOUT-STATUS-OK      VALUE '00'.
           05  WS-RUNCTL-STATUS              PIC X(02) VALUE SPACES.
               88  WS-RUNCTL-NOFILE          VALUE '35'.

       01  WS-SWITCHES.
           05  WS-USERMAS-SW                 PIC X(01) VALUE SPACES.
               88  WS-USERMAS-EOF            VALUE 'X'.
           05  WS-SORTRET-SW                 PIC X(01) VALUE SPACES.
               88  WS-SORTRET-EOF            VALUE 'X'.
           05  WS-PARM-SW                    PIC X(01) VALUE SPACES.
               88  WS-PARM-EOF               VALUE 'X'.
           05  WS-DEPT-FND-SW                PIC X(01) VALUE SPACES.
               88  WS-DEPT-FOUND             VALUE 'Y'.
           05  WS-OWNER-FND-SW               PIC X(01) VALUE SPACES.
               88  WS-OWNER-ACTIVE           VALUE 'Y'.

       01  WS-DATE-FIELDS.
           05  WS-TODAY-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-TODAY-DATE-R REDEFINES WS-TODAY-DATE.
               10  WS-TODAY-YEAR             PIC 9(04).
               10  WS-TODAY-MONTH            PIC 9(02).
               10  WS-TODAY-DAY              PIC 9(02).
           05  WS-DUE-DAYS                   PIC 9(03) VALUE 21.
           05  WS-DUE-DATE                   PIC 9(08) VALUE ZERO.
           05  WS-DAY-NUMBER                 PIC 9(07) COMP VALUE ZERO.
           05  WS-QUARTER                    PIC 9(01) VALUE ZERO.

       01  WS-CYCLE-ID.
           05  WS-CYCLE-YEAR                 PIC 9(04) VALUE ZERO.
           05  WS-CYCLE-Q                    PIC X(01) VALUE 'Q'.
           05  WS-CYCLE-QUARTER              PIC 9(01) VALUE ZERO.

       01  WS-DEPT-BREAK-FIELDS.
           05  WS-PREV-DEPT-CODE             PIC X(03) VALUE SPACES.
           05  WS-DEPT-OWNER-ID              PIC X(08) VALUE SPACES.
           05  WS-DEPT-USER-CNT              PIC 9(05) VALUE ZERO.

       01  WS-RECORD-COUNTS.
           05  WS-CNT-READ                   PIC 9(07) VALUE ZERO.
           05  WS-CNT-ISSUED                 PIC 9(07) VALUE ZERO.
           05  WS-CNT-ADMIN-ROWS             PIC 9(07) VALUE ZERO.
           05  WS-CNT-DEPTS                  PIC 9(07) VALUE ZERO.
           05  WS-CNT-NO-OWNER               PIC 9(07) VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                        PIC X(32)
               VALUE 'PROJ2023 ACCESS RECERTIFICATION '.
           05  FILLER                        PIC X(06) VALUE 'CYCLE '.
           05  HD1-CYCLE-ID                  PIC X(06).
           05  FILLER                        PIC X(06) VALUE '  RUN '.
           05  HD1-RUN-DATE                  PIC 9(08).
           05  FILLER                        PIC X(06) VALUE '  DUE '.
           05  HD1-DUE-DATE                  PIC 9(08).
           05  FILLER                        PIC X(08) VALUE SPACES.

       01  WS-DEPT-HEADING-LINE.
           05  FILLER                        PIC X(11)
                                             VALUE 'DEPARTMENT '.
           05  DHD-DEPT-CODE                 PIC X(03).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DHD-DEPT-NAME                 PIC X(25).
           05  FILLER                        PIC X(39) VALUE SPACES.

       01  WS-OWNER-LINE.
           05  FILLER                        PIC X(18)
                                             VALUE 'CERTIFYING OWNER: '.
           05  OWN-TEXT                      PIC X(62).

       01  WS-INSTRUCTION-LINE.
           05  FILLER                        PIC X(46)
               VALUE 'MARK EVERY ROW ON THE RESPONSE FILE: K = KEEP,'.
           05  FILLER                        PIC X(34)
               VALUE ' R = REVOKE, D = DROP ADMIN ROLE'.

       01  WS-COLUMN-LINE.
           05  FILLER                        PIC X(10) VALUE 'USER ID'.
           05  FILLER                        PIC X(37) VALUE 'NAME'.
           05  FILLER                        PIC X(08) VALUE 'STATUS'.
           05  FILLER                        PIC X(15)
                                             VALUE 'ADMIN ROLE'.
           05  FILLER                        PIC X(10) VALUE 'K/R/D'.

       01  WS-DETAIL-LINE.
           05  DTL-USER-ID                   PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-NAME                      PIC X(35).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-STATUS                    PIC X(08).
           05  DTL-ROLE                      PIC X(15).
           05  DTL-MARK                      PIC X(10).

       01  WS-DEPT-TOTAL-LINE.
           05  FILLER                        PIC X(11)
                                             VALUE '  ** DEPT '.
           05  SUB-DEPT-CODE                 PIC X(03).
           05  FILLER                        PIC X(19)
                                             VALUE ' USERS TO CERTIFY '.
           05  SUB-DEPT-COUNT                PIC ZZ,ZZ9.
           05  FILLER                        PIC X(41) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER                        PIC X(05) VALUE '-----'.
           05  SEC-TITLE                     PIC X(70).
           05  FILLER                        PIC X(05) VALUE SPACES.

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
               ON ASCENDING KEY SRT-DEPT-CODE SRT-USER-ID
               INPUT PROCEDURE  IS 1000-LOAD-SORT-FILE
                            THRU 1000-LOAD-SORT-FILE-X
               OUTPUT PROCEDURE IS 2000-PRINT-WORKSHEETS
                            THRU 2000-PRINT-WORKSHEETS-X.

           PERFORM  3000-PRINT-TOTALS
               THRU 3000-PRINT-TOTALS-X.

      * A DEPARTMENT WITH NOBODY TO SIGN FOR IT CANNOT BE CERTIFIED -
      * RC 4 SO THE SCHEDULER SHOWS IT BEFORE THE WORKSHEETS GO OUT.
           IF  WS-CNT-NO-OWNER > ZERO
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

      * DEFAULT CYCLE IS THE CALENDAR QUARTER THE RUN FALLS IN.
           COMPUTE WS-QUARTER = (WS-TODAY-MONTH - 1) / 3 + 1.
           MOVE WS-TODAY-YEAR TO WS-CYCLE-YEAR.
           MOVE WS-QUARTER    TO WS-CYCLE-QUARTER.

           PERFORM  0150-READ-PARM-CARD
               THRU 0150-READ-PARM-CARD-X.

      * SAME REASONING AS THE DORMANT SWEEP - WALKING THE CALENDAR
      * FORWARD N DAYS NEEDS THE DATE FUNCTIONS.
           COMPUTE WS-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                   + WS-DUE-DAYS.
           COMPUTE WS-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER).

           OPEN INPUT DEPT-MASTER.
           IF  NOT WS-DEPTMAS-STATUS-OK
               DISPLAY 'DEPT-MASTER DID NOT OPEN - STATUS '
                       WS-DEPTMAS-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT RESPONSE-OUT.
           IF  NOT WS-RESPOUT-STATUS-OK
               DISPLAY 'RESPONSE-OUT DID NOT OPEN - STATUS '
                       WS-RESPOUT-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT CERT-RPT.

       0100-INITIALIZE-X.
           EXIT.

      ****************************
       0150-READ-PARM-CARD.
      ****************************

      * CYCLE ID (YYYYQN) IN COLUMNS 1-6, DAYS THE OWNERS HAVE TO
      * RESPOND IN COLUMNS 7-9. NO CARD OR UNUSABLE VALUES FALL BACK
      * TO THE CURRENT QUARTER AND 21 DAYS.
           OPEN INPUT PARM-FILE.
           IF  NOT WS-PARM-STATUS-OK
               GO TO 0150-READ-PARM-CARD-X
           END-IF.

           READ PARM-FILE
               AT END
                   SET WS-PARM-EOF TO TRUE
           END-READ.

           IF  NOT WS-PARM-EOF
               IF  PRM-CYCLE-ID (1:4) IS NUMERIC
               AND PRM-CYCLE-ID (5:1) = 'Q'
               AND PRM-CYCLE-ID (6:1) >= '1'
               AND PRM-CYCLE-ID (6:1) <= '4'
                   MOVE PRM-CYCLE-ID TO WS-CYCLE-ID
               END-IF
               IF  PRM-DUE-DAYS IS NUMERIC
               AND PRM-DUE-DAYS > '000'
                   MOVE PRM-DUE-DAYS TO WS-DUE-DAYS
               END-IF
           END-IF.

           CLOSE PARM-FILE.

       0150-READ-PARM-CARD-X.
           EXIT.

      ****************************
       0900-TERMINATE.
      ****************************

           CLOSE USER-MASTER.
           CLOSE DEPT-MASTER.
           CLOSE RESPONSE-OUT.
           CLOSE CERT-RPT.

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

           PERFORM  1020-RELEASE-SORT-RECORD
               THRU 1020-RELEASE-SORT-RECORD-X
              UNTIL WS-USERMAS-EOF.

      * USER-MASTER STAYS OPEN - THE OUTPUT PROCEDURE READS IT BY KEY
      * TO CHECK EACH DEPARTMENT'S OWNER.

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
               ADD 1 TO WS-CNT-READ
           END-IF.

       1010-READ-USER-MASTER-X.
           EXIT.

      ****************************
       1020-RELEASE-SORT-RECORD.
      ****************************

      * DEACTIVATED ACCOUNTS HAVE NO ACCESS TO CERTIFY. A LOCKED
      * ACCOUNT IS ONE HELP-DESK CALL AWAY FROM BEING OPEN AGAIN,
      * SO IT IS CERTIFIED LIKE AN ACTIVE ONE.
           IF  USR-STATUS-ACTIVE
           OR  USR-STATUS-LOCKED
               MOVE USR-DEPT-CODE   TO SRT-DEPT-CODE
               MOVE USR-ID          TO SRT-USER-ID
               MOVE USR-LAST-NAME   TO SRT-LAST-NAME
               MOVE USR-FIRST-NAME  TO SRT-FIRST-NAME
               MOVE USR-STATUS      TO SRT-STATUS
               MOVE USR-ADMIN-ROLE  TO SRT-ADMIN-ROLE
               RELEASE SORT-RECORD
           END-IF.

           PERFORM  1010-READ-USER-MASTER
               THRU 1010-READ-USER-MASTER-X.

       1020-RELEASE-SORT-RECORD-X.
           EXIT.

      ****************************
       2000-PRINT-WORKSHEETS.
      ****************************

           PERFORM  2010-RETURN-SORT-RECORD
               THRU 2010-RETURN-SORT-RECORD-X.

           IF  WS-SORTRET-EOF
               PERFORM  2100-PRINT-RUN-HEADING
                   THRU 2100-PRINT-RUN-HEADING-X
               WRITE CERT-LINE FROM WS-NONE-LINE
               GO TO 2000-PRINT-WORKSHEETS-X
           END-IF.

           PERFORM  2200-START-DEPARTMENT
               THRU 2200-START-DEPARTMENT-X.

           PERFORM  2020-WRITE-WORKSHEET-ROW
               THRU 2020-WRITE-WORKSHEET-ROW-X
              UNTIL WS-SORTRET-EOF.

           PERFORM  2300-END-DEPARTMENT
               THRU 2300-END-DEPARTMENT-X.

       2000-PRINT-WORKSHEETS-X.
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
       2020-WRITE-WORKSHEET-ROW.
      ****************************

           IF  SRT-DEPT-CODE NOT = WS-PREV-DEPT-CODE
               PERFORM  2300-END-DEPARTMENT
                   THRU 2300-END-DEPARTMENT-X
               PERFORM  2200-START-DEPARTMENT
                   THRU 2200-START-DEPARTMENT-X
           END-IF.

           ADD 1 TO WS-DEPT-USER-CNT.
           ADD 1 TO WS-CNT-ISSUED.

           MOVE SPACES          TO WS-DETAIL-LINE.
           MOVE SRT-USER-ID     TO DTL-USER-ID.
           STRING SRT-FIRST-NAME DELIMITED BY SPACE
                  ' '            DELIMITED BY SIZE
                  SRT-LAST-NAME  DELIMITED BY SPACE
             INTO DTL-NAME
           END-STRING.

           IF  SRT-STATUS = 'L'
               MOVE 'LOCKED'    TO DTL-STATUS
           ELSE
               MOVE 'ACTIVE'    TO DTL-STATUS
           END-IF.

           EVALUATE SRT-ADMIN-ROLE
               WHEN 'S'
                   MOVE 'S - STATUS'    TO DTL-ROLE
               WHEN 'P'
                   MOVE 'P - PWD RESET' TO DTL-ROLE
               WHEN 'F'
                   MOVE 'F - FULL'      TO DTL-ROLE
               WHEN OTHER
                   MOVE 'NONE'          TO DTL-ROLE
           END-EVALUATE.

           IF  SRT-ADMIN-ROLE NOT = SPACE
               ADD 1 TO WS-CNT-ADMIN-ROWS
           END-IF.

           MOVE '[   ]'          TO DTL-MARK.
           WRITE CERT-LINE FROM WS-DETAIL-LINE.

           MOVE SPACES           TO RECERT-RECORD.
           MOVE WS-CYCLE-ID      TO RCR-CYCLE-ID.
           MOVE WS-DUE-DATE      TO RCR-DUE-DATE.
           MOVE SRT-DEPT-CODE    TO RCR-DEPT-CODE.
           MOVE SRT-USER-ID      TO RCR-USER-ID.
           MOVE WS-DEPT-OWNER-ID TO RCR-OWNER-ID.
           MOVE SRT-STATUS       TO RCR-USER-STATUS.
           MOVE SRT-ADMIN-ROLE   TO RCR-ADMIN-ROLE.
           MOVE SRT-LAST-NAME    TO RCR-LAST-NAME.
           MOVE SRT-FIRST-NAME   TO RCR-FIRST-NAME.
           WRITE RECERT-RECORD.

           PERFORM  2010-RETURN-SORT-RECORD
               THRU 2010-RETURN-SORT-RECORD-X.

       2020-WRITE-WORKSHEET-ROW-X.
           EXIT.

      ****************************
       2100-PRINT-RUN-HEADING.
      ****************************

           MOVE WS-CYCLE-ID   TO HD1-CYCLE-ID.
           MOVE WS-TODAY-DATE TO HD1-RUN-DATE.
           MOVE WS-DUE-DATE   TO HD1-DUE-DATE.
           WRITE CERT-LINE FROM WS-HEADING-LINE-1.

       2100-PRINT-RUN-HEADING-X.
           EXIT.

      ****************************
       2200-START-DEPARTMENT.
      ****************************

      * EVERY DEPARTMENT'S WORKSHEET CARRIES THE FULL HEADING SO IT
      * CAN BE TORN OFF AND SENT TO ITS OWNER ON ITS OWN.
           MOVE SRT-DEPT-CODE TO WS-PREV-DEPT-CODE.
           MOVE ZERO          TO WS-DEPT-USER-CNT.
           ADD 1 TO WS-CNT-DEPTS.

           MOVE SPACES TO WS-DEPT-FND-SW.
           MOVE SRT-DEPT-CODE TO DEPT-CODE.
           READ DEPT-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-DEPT-FND-SW
               NOT INVALID KEY
                   SET WS-DEPT-FOUND TO TRUE
           END-READ.

           PERFORM  2100-PRINT-RUN-HEADING
               THRU 2100-PRINT-RUN-HEADING-X.
           WRITE CERT-LINE FROM WS-BLANK-LINE.

           MOVE SRT-DEPT-CODE TO DHD-DEPT-CODE.
           IF  WS-DEPT-FOUND
               MOVE DEPT-NAME TO DHD-DEPT-NAME
               MOVE DEPT-OWNER-ID TO WS-DEPT-OWNER-ID
           ELSE
               MOVE '** NOT ON DEPT-MASTER **' TO DHD-DEPT-NAME
               MOVE SPACES TO WS-DEPT-OWNER-ID
           END-IF.
           WRITE CERT-LINE FROM WS-DEPT-HEADING-LINE.

      * AN OWNER WHO HAS LEFT OR IS NO LONGER ACTIVE CANNOT SIGN FOR
      * THE DEPARTMENT EITHER. THE OWNER IS BLANKED ON THE RESPONSE
      * ROWS SO PROJ23CA PARKS THEM THE SAME AS A MISSING OWNER.
           IF  WS-DEPT-OWNER-ID = SPACES
               MOVE '** NONE ON FILE - ASSIGN ONE BEFORE ISSUING **'
                 TO OWN-TEXT
               ADD 1 TO WS-CNT-NO-OWNER
           ELSE
               PERFORM  2210-CHECK-OWNER
                   THRU 2210-CHECK-OWNER-X
           END-IF.
           WRITE CERT-LINE FROM WS-OWNER-LINE.

           WRITE CERT-LINE FROM WS-INSTRUCTION-LINE.
           WRITE CERT-LINE FROM WS-BLANK-LINE.
           WRITE CERT-LINE FROM WS-COLUMN-LINE.

       2200-START-DEPARTMENT-X.
           EXIT.

      ****************************
       2210-CHECK-OWNER.
      ****************************

           MOVE SPACES TO WS-OWNER-FND-SW.
           MOVE WS-DEPT-OWNER-ID TO USR-ID.
           READ USER-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-OWNER-FND-SW
               NOT INVALID KEY
                   IF  USR-STATUS-ACTIVE
                       SET WS-OWNER-ACTIVE TO TRUE
                   END-IF
           END-READ.

           IF  WS-OWNER-ACTIVE
               MOVE WS-DEPT-OWNER-ID TO OWN-TEXT
           ELSE
               MOVE SPACES TO OWN-TEXT
               STRING WS-DEPT-OWNER-ID DELIMITED BY SPACE
                      ' ** OWNER NOT ACTIVE - ASSIGN ONE BEFORE '
                      'ISSUING **' DELIMITED BY SIZE
                 INTO OWN-TEXT
               END-STRING
               ADD 1 TO WS-CNT-NO-OWNER
               MOVE SPACES TO WS-DEPT-OWNER-ID
           END-IF.

       2210-CHECK-OWNER-X.
           EXIT.

      ****************************
       2300-END-DEPARTMENT.
      ****************************

           WRITE CERT-LINE FROM WS-BLANK-LINE.
           MOVE WS-PREV-DEPT-CODE TO SUB-DEPT-CODE.
           MOVE WS-DEPT-USER-CNT  TO SUB-DEPT-COUNT.
           WRITE CERT-LINE FROM WS-DEPT-TOTAL-LINE.
           WRITE CERT-LINE FROM WS-BLANK-LINE.
           WRITE CERT-LINE FROM WS-BLANK-LINE.

       2300-END-DEPARTMENT-X.
           EXIT.

      ****************************
       3000-PRINT-TOTALS.
      ****************************

           MOVE 'RECERTIFICATION ISSUE TOTALS' TO SEC-TITLE.
           WRITE CERT-LINE FROM WS-SECTION-LINE.

           MOVE 'USER-MASTER RECORDS READ'          TO TOT-LABEL.
           MOVE WS-CNT-READ                         TO TOT-COUNT.
           WRITE CERT-LINE FROM WS-TOTAL-LINE.

           MOVE 'ROWS ISSUED FOR CERTIFICATION'     TO TOT-LABEL.
           MOVE WS-CNT-ISSUED                       TO TOT-COUNT.
           WRITE CERT-LINE FROM WS-TOTAL-LINE.

           MOVE 'ROWS HOLDING AN ADMIN ROLE'        TO TOT-LABEL.
           MOVE WS-CNT-ADMIN-ROWS                   TO TOT-COUNT.
           WRITE CERT-LINE FROM WS-TOTAL-LINE.

           MOVE 'DEPARTMENT WORKSHEETS'             TO TOT-LABEL.
           MOVE WS-CNT-DEPTS                        TO TOT-COUNT.
           WRITE CERT-LINE FROM WS-TOTAL-LINE.

           MOVE 'DEPARTMENTS WITH NO ACTIVE OWNER'  TO TOT-LABEL.
           MOVE WS-CNT-NO-OWNER                     TO TOT-COUNT.
           WRITE CERT-LINE FROM WS-TOTAL-LINE.

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
           MOVE 'PROJ23CW' TO RUN-JOB-NAME.
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
           MOVE 'PROJ23CW' TO RUN-JOB-NAME.
           MOVE 'E'        TO RUN-REC-TYPE.
           PERFORM  7020-STAMP-RUN-RECORD
               THRU 7020-STAMP-RUN-RECORD-X.
           MOVE WS-CNT-READ     TO RUN-CNT-READ.
           MOVE WS-CNT-ISSUED   TO RUN-CNT-WRITTEN.
           MOVE WS-CNT-NO-OWNER TO RUN-CNT-REJECTED.
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
