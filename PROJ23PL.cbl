       program-id. PROJ23PL.
      ******************************************************************
      *    AUTHOR: CHRISTIAN VIKTOR A. NUQUI                           *
      *    INSTALLATION: SOFT806 SHOP                                  *
      *    DATE-WRITTEN: 2026-10-15                                    *
      *    DESCRIPTION: DAILY LISTING OF THE FUTURE-DATED FEED         *
      *                 TRANSACTIONS PARKED ON PENDING-TRAN, IN THE    *
      *                 ORDER THEY FALL DUE. SHOWS THE REFERENCE A     *
      *                 FEED CANCEL MUST QUOTE (EFFECTIVE DATE, FEED   *
      *                 DATE, SEQUENCE), THE TARGET USER, WHAT WILL    *
      *                 CHANGE, THE PARKING ADMIN AND THE DAYS LEFT.   *
      *                 AN ITEM DATED BEFORE TODAY SHOULD ALREADY HAVE *
      *                 BEEN RELEASED - IT IS FLAGGED OVERDUE AND THE  *
      *                 STEP ENDS RC 4. READ ONLY.                     *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  CVN  INITIAL VERSION                            *
      ******************************************************************

       environment division.
       configuration section.

       input-output section.
       file-control.
           select PENDING-TRAN assign to PENDTRAN
               organization is indexed
               access mode is sequential
               record key is PND-KEY
               file status is WS-PENDTRN-STATUS.

           select PEND-RPT assign to PENDRPT
               organization is sequential
               file status is WS-PENDRPT-STATUS.

           select RUN-CONTROL assign to RUNCTL
               organization is sequential
               file status is WS-RUNCTL-STATUS.

       data division.
       file section.
       FD  PENDING-TRAN
           label records are standard.
           COPY PNDREC.

       FD  PEND-RPT
           label records are standard.
       01  PEND-LINE                         PIC X(80).

       FD  RUN-CONTROL
           label records are standard.
           COPY RUNREC.

       working-storage section.
       01  WS-FILE-STATUSES.
           05  WS-PENDTRN-STATUS             PIC X(02) VALUE SPACES.
               88  WS-PENDTRN-STATUS-OK      VALUE '00'.
           05  WS-PENDRPT-STATUS             PIC X(02) VALUE SPACES.
           05  WS-RUNCTL-STATUS              PIC X(02) VALUE SPACES.
               88  WS-RUNCTL-NOFILE          VALUE '35'.

       01  WS-SWITCHES.
           05  WS-PENDTRN-SW                 PIC X(01) VALUE SPACES.
               88  WS-PENDTRN-EOF            VALUE 'X'.
               88  WS-PENDTRN-ABSENT         VALUE 'A'.

       01  WS-RECORD-COUNTS.
           05  WS-CNT-READ                   PIC 9(07) VALUE ZERO.
           05  WS-CNT-DUE-TODAY              PIC 9(07) VALUE ZERO.
           05  WS-CNT-OVERDUE                PIC 9(07) VALUE ZERO.
           05  WS-CNT-STATUS                 PIC 9(07) VALUE ZERO.
           05  WS-CNT-XFER                   PIC 9(07) VALUE ZERO.

      * SAME REASONING AS THE ARCHIVE AND SWEEP JOBS - COUNTING THE
      * CALENDAR DAYS TO AN EFFECTIVE DATE NEEDS THE DATE FUNCTIONS.
       01  WS-DATE-FIELDS.
           05  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
           05  WS-RUN-DAY-NUMBER             PIC 9(07) COMP VALUE ZERO.
           05  WS-EFF-DAY-NUMBER             PIC 9(07) COMP VALUE ZERO.
           05  WS-DAYS-TO-GO                 PIC 9(05) VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                        PIC X(36)
               VALUE 'PROJ2023 PENDING FEED TRANSACTIONS  '.
           05  FILLER                        PIC X(09)
                                             VALUE 'RUN DATE '.
           05  HD1-RUN-DATE                  PIC 9(08).
           05  FILLER                        PIC X(27) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                        PIC X(40)
               VALUE 'EFF DATE FEED DATE SEQ    A USER-ID  NEW'.
           05  FILLER                        PIC X(40)
               VALUE ' ADMIN    PARKED   DAYS LEFT'.

       01  WS-DETAIL-LINE.
           05  DTL-EFF-DATE                  PIC 9(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-FEED-DATE                 PIC 9(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-SEQ-NO                    PIC 9(06).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-ACTION                    PIC X(01).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-USER-ID                   PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-NEW-VALUE                 PIC X(03).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-ADMIN-ID                  PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-PARKED-DATE               PIC 9(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-DAYS-LEFT                 PIC ZZ,ZZ9.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-FLAG                      PIC X(10).
           05  FILLER                        PIC X(01) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  TOT-LABEL                     PIC X(40).
           05  TOT-COUNT                     PIC Z,ZZZ,ZZ9.
           05  FILLER                        PIC X(29) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(18)
               VALUE '** NONE FOUND **'.
           05  FILLER                        PIC X(60) VALUE SPACES.

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

           PERFORM  1000-LIST-PENDING
               THRU 1000-LIST-PENDING-X
              UNTIL WS-PENDTRN-EOF
                 OR WS-PENDTRN-ABSENT.

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
           COMPUTE WS-RUN-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).

           OPEN OUTPUT PEND-RPT.
           MOVE WS-RUN-DATE TO HD1-RUN-DATE.
           WRITE PEND-LINE FROM WS-HEADING-LINE-1.
           WRITE PEND-LINE FROM WS-BLANK-LINE.
           WRITE PEND-LINE FROM WS-HEADING-LINE-2.

      * NO FILE YET MEANS NOTHING HAS EVER BEEN PARKED.
           OPEN INPUT PENDING-TRAN.
           IF  NOT WS-PENDTRN-STATUS-OK
               SET WS-PENDTRN-ABSENT TO TRUE
               GO TO 0100-INITIALIZE-X
           END-IF.

           PERFORM  1010-READ-PENDING
               THRU 1010-READ-PENDING-X.

       0100-INITIALIZE-X.
           EXIT.

      ****************************
       0900-TERMINATE.
      ****************************

           IF  NOT WS-PENDTRN-ABSENT
               CLOSE PENDING-TRAN
           END-IF.
           CLOSE PEND-RPT.

           IF  WS-CNT-OVERDUE > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM  7010-WRITE-RUN-END
               THRU 7010-WRITE-RUN-END-X.

       0900-TERMINATE-X.
           EXIT.

      ****************************
       1000-LIST-PENDING.
      ****************************

           MOVE PND-EFFECTIVE-DATE TO DTL-EFF-DATE.
           MOVE PND-FEED-DATE      TO DTL-FEED-DATE.
           MOVE PND-SEQ-NO         TO DTL-SEQ-NO.
           MOVE PND-ACTION-CODE    TO DTL-ACTION.
           MOVE PND-TARGET-USER-ID TO DTL-USER-ID.
           MOVE PND-NEW-VALUE      TO DTL-NEW-VALUE.
           MOVE PND-ADMIN-ID       TO DTL-ADMIN-ID.
           MOVE PND-PARKED-DATE    TO DTL-PARKED-DATE.
           MOVE SPACES             TO DTL-FLAG.

           IF  PND-ACTION-CODE = 'T' OR PND-ACTION-CODE = 't'
               ADD 1 TO WS-CNT-XFER
           ELSE
               ADD 1 TO WS-CNT-STATUS
           END-IF.

      * THE RELEASE RUN APPLIES EVERYTHING DATED TODAY OR EARLIER,
      * SO AFTER IT HAS RUN NOTHING OLDER THAN TODAY SHOULD BE LEFT.
           IF  PND-EFFECTIVE-DATE < WS-RUN-DATE
               ADD 1 TO WS-CNT-OVERDUE
               MOVE ZERO TO DTL-DAYS-LEFT
               MOVE '** OVERDUE' TO DTL-FLAG
           ELSE
               COMPUTE WS-EFF-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE (PND-EFFECTIVE-DATE)
               COMPUTE WS-DAYS-TO-GO =
                       WS-EFF-DAY-NUMBER - WS-RUN-DAY-NUMBER
               MOVE WS-DAYS-TO-GO TO DTL-DAYS-LEFT
               IF  WS-DAYS-TO-GO = ZERO
                   ADD 1 TO WS-CNT-DUE-TODAY
                   MOVE 'DUE TODAY' TO DTL-FLAG
               END-IF
           END-IF.

           WRITE PEND-LINE FROM WS-DETAIL-LINE.

           PERFORM  1010-READ-PENDING
               THRU 1010-READ-PENDING-X.

       1000-LIST-PENDING-X.
           EXIT.

      ****************************
       1010-READ-PENDING.
      ****************************

           READ PENDING-TRAN NEXT RECORD
               AT END
                   SET WS-PENDTRN-EOF TO TRUE
                   GO TO 1010-READ-PENDING-X
           END-READ.

           ADD 1 TO WS-CNT-READ.

       1010-READ-PENDING-X.
           EXIT.

      ****************************
       3000-PRINT-TOTALS.
      ****************************

           IF  WS-CNT-READ = ZERO
               WRITE PEND-LINE FROM WS-NONE-LINE
           END-IF.

           WRITE PEND-LINE FROM WS-BLANK-LINE.

           MOVE 'ITEMS PARKED'                 TO TOT-LABEL.
           MOVE WS-CNT-READ                    TO TOT-COUNT.
           WRITE PEND-LINE FROM WS-TOTAL-LINE.

           MOVE 'ADMIN STATUS UPDATES'         TO TOT-LABEL.
           MOVE WS-CNT-STATUS                  TO TOT-COUNT.
           WRITE PEND-LINE FROM WS-TOTAL-LINE.

           MOVE 'DEPARTMENT TRANSFERS'         TO TOT-LABEL.
           MOVE WS-CNT-XFER                    TO TOT-COUNT.
           WRITE PEND-LINE FROM WS-TOTAL-LINE.

           MOVE 'DUE TODAY'                    TO TOT-LABEL.
           MOVE WS-CNT-DUE-TODAY               TO TOT-COUNT.
           WRITE PEND-LINE FROM WS-TOTAL-LINE.

           MOVE 'OVERDUE - RELEASE RUN MISSED'  TO TOT-LABEL.
           MOVE WS-CNT-OVERDUE                 TO TOT-COUNT.
           WRITE PEND-LINE FROM WS-TOTAL-LINE.

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
           MOVE 'PROJ23PL' TO RUN-JOB-NAME.
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
           MOVE 'PROJ23PL' TO RUN-JOB-NAME.
           MOVE 'E'        TO RUN-REC-TYPE.
           PERFORM  7020-STAMP-RUN-RECORD
               THRU 7020-STAMP-RUN-RECORD-X.
           MOVE WS-CNT-READ TO RUN-CNT-READ.
           MOVE WS-CNT-READ TO RUN-CNT-WRITTEN.
           MOVE WS-CNT-OVERDUE TO RUN-CNT-REJECTED.
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
