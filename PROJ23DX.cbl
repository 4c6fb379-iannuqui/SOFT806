      *                 EVERY CHANGE SINCE THE LAST EXTRACT - BATCH  *
      *                 OR TERMINAL - IS SENT EXACTLY ONCE. WRITES   *
      *                 ONE INTERFACE RECORD PER ADD / NAME-OR-DEPT  *
      *                 CHANGE / STATUS CHANGE / PURGE (AN ID GONE   *
      *                 FROM THE MASTER AND ON THE TOMBSTONE FILE).  *
      *                 THE PASSWORD HASH NEVER LEAVES THIS SHOP. A  *
      *                 CONTROL REPORT GIVES THE COUNTS DOWNSTREAM   *
      *                 BALANCES AGAINST.                            *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    DATE       INIT  DESCRIPTION                                *
      *                     SUMMARY (PROJ23OP)                         *
      *    2026-09-02  CVN  RESET-PENDING FLAG ADDED TO USRREC -       *
      *                     SNAPSHOT WIDENED, NOT COMPARED             *
      *    2026-10-15  CVN  DEACTIVATION DATE ADDED TO USRREC -        *
      *                     SNAPSHOT WIDENED, NOT COMPARED             *
      *    2026-10-15  CVN  PURGED IDS (ON THE TOMBSTONE FILE) SENT    *
      *                     DOWNSTREAM AS DELETE RECORDS (X) INSTEAD   *
      *                     OF BEING REPORTED AS MISSING               *
      *    2026-10-15  CVN  ACCOUNT TYPE, SPONSOR AND EXPIRY DATE      *
      *                     ADDED TO USRREC - SNAPSHOT WIDENED,        *
      *                     NOT COMPARED                               *
      ******************************************************************

       environment division.
               organization is sequential
               file status is WS-DXRPT-STATUS.

      * USER IDS REMOVED BY THE RETENTION PURGE (PROJ23PG). LOOKED
      * UP BY KEY ONLY FOR SNAPSHOT ROWS THAT ARE GONE FROM THE
      * MASTER.
           select TOMBSTONE assign to TOMBSTN
               organization is indexed
               access mode is random
               record key is TMB-USER-ID
               file status is WS-TOMBSTN-STATUS.

           select RUN-CONTROL assign to RUNCTL
               organization is sequential
               file status is WS-RUNCTL-STATUS.
           05  SNP-PWD-CHANGED-DATE          PIC 9(08).
           05  SNP-ADMIN-ROLE                PIC X(01).
           05  SNP-PWD-RESET-SW              PIC X(01).
           05  SNP-DEACT-DATE                PIC 9(08).
           05  SNP-ACCOUNT-TYPE              PIC X(01).
           05  SNP-SPONSOR-ID                PIC X(08).
           05  SNP-EXPIRY-DATE               PIC 9(08).

      * ONE RECORD PER CHANGE. CHANGE TYPES: A = ADDED, C = NAME OR
      * DEPARTMENT CHANGED, S = STATUS CHANGED, X = DELETED (PURGED
      * BY RETENTION - CARRIES THE LAST IMAGE DOWNSTREAM HAD, SO THE
      * ACCOUNT CAN BE REMOVED THERE TOO). NO PASSWORD HASH - EVER.
       FD  EXTRACT-OUT
           label records are standard.
       01  EXTRACT-RECORD.
           label records are standard.
       01  CONTROL-LINE                      PIC X(80).

       FD  TOMBSTONE
           label records are standard.
           COPY TMBREC.

       FD  RUN-CONTROL
           label records are standard.
           COPY RUNREC.
           05  WS-EXTOUT-STATUS              PIC X(02) VALUE SPACES.
               88  WS-EXTOUT-STATUS-OK       VALUE '00'.
           05  WS-DXRPT-STATUS               PIC X(02) VALUE SPACES.
           05  WS-TOMBSTN-STATUS             PIC X(02) VALUE SPACES.
               88  WS-TOMBSTN-STATUS-OK      VALUE '00'.
               88  WS-TOMBSTN-NOFILE         VALUE '35'.
           05  WS-RUNCTL-STATUS              PIC X(02) VALUE SPACES.
               88  WS-RUNCTL-NOFILE          VALUE '35'.

               88  WS-USERMAS-EOF            VALUE 'X'.
           05  WS-SNAPIN-SW                  PIC X(01) VALUE SPACES.
               88  WS-SNAPIN-EOF             VALUE 'X'.
           05  WS-TOMBSTN-SW                 PIC X(01) VALUE SPACES.
               88  WS-TOMBSTN-ABSENT         VALUE 'X'.

       01  WS-RECORD-COUNTS.
           05  WS-CNT-MASTER-READ            PIC 9(07) VALUE ZERO.
           05  WS-CNT-STATUS-CHG             PIC 9(07) VALUE ZERO.
           05  WS-CNT-DEACTIVATED            PIC 9(07) VALUE ZERO.
           05  WS-CNT-MISSING                PIC 9(07) VALUE ZERO.
           05  WS-CNT-PURGED                 PIC 9(07) VALUE ZERO.
           05  WS-CNT-UNCHANGED              PIC 9(07) VALUE ZERO.
           05  WS-CNT-SENT                   PIC 9(07) VALUE ZERO.

               STOP RUN
           END-IF.

      * NO TOMBSTONE FILE YET SIMPLY MEANS NOTHING HAS EVER BEEN
      * PURGED - EVERY MISSING ROW IS THEN A FILE PROBLEM.
           OPEN INPUT TOMBSTONE.
           IF  NOT WS-TOMBSTN-STATUS-OK
               SET WS-TOMBSTN-ABSENT TO TRUE
           END-IF.

           OPEN OUTPUT CONTROL-RPT.
           MOVE WS-RUN-DATE TO HD1-RUN-DATE.
           WRITE CONTROL-LINE FROM WS-HEADING-LINE-1.
           CLOSE SNAPSHOT-IN.
           CLOSE EXTRACT-OUT.
           CLOSE CONTROL-RPT.
           IF  NOT WS-TOMBSTN-ABSENT
               CLOSE TOMBSTONE
           END-IF.

           PERFORM  7010-WRITE-RUN-END
               THRU 7010-WRITE-RUN-END-X.
       1200-SNAPSHOT-ONLY-MISSING.
      ****************************

      * THE RETENTION PURGE IS THE ONLY THING THAT DELETES A USER
      * RECORD, AND IT TOMBSTONES EVERY ID IT REMOVES. A ROW ON LAST
      * NIGHT'S SNAPSHOT THAT IS GONE FROM THE MASTER AND IS ON THE
      * TOMBSTONE FILE IS A DELETE FOR DOWNSTREAM. ANYTHING ELSE
      * GONE IS A FILE PROBLEM, NOT A BUSINESS EVENT - IT GOES ON
      * THE CONTROL REPORT FOR INVESTIGATION, NOT ON THE INTERFACE
      * FILE.
           IF  NOT WS-TOMBSTN-ABSENT
               MOVE SNP-ID TO TMB-USER-ID
               READ TOMBSTONE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM  1910-WRITE-DELETE-RECORD
                           THRU 1910-WRITE-DELETE-RECORD-X
                       GO TO 1200-SNAPSHOT-NEXT
               END-READ
           END-IF.

           ADD 1 TO WS-CNT-MISSING.
           MOVE SNP-ID TO MIS-USER-ID.
           WRITE CONTROL-LINE FROM WS-MISSING-LINE.

       1200-SNAPSHOT-NEXT.
           PERFORM  1020-READ-SNAPSHOT
               THRU 1020-READ-SNAPSHOT-X.

       1900-WRITE-EXTRACT-RECORD-X.
           EXIT.

      ****************************
       1910-WRITE-DELETE-RECORD.
      ****************************

      * THE MASTER RECORD IS GONE, SO THE DELETE CARRIES THE IMAGE
      * FROM THE SNAPSHOT - WHAT DOWNSTREAM LAST RECEIVED.
           ADD 1 TO WS-CNT-PURGED.
           MOVE SPACES         TO EXTRACT-RECORD.
           MOVE 'X'            TO EXT-CHANGE-TYPE.
           MOVE SNP-ID         TO EXT-USER-ID.
           MOVE SNP-FIRST-NAME TO EXT-FIRST-NAME.
           MOVE SNP-LAST-NAME  TO EXT-LAST-NAME.
           MOVE SNP-DEPT-CODE  TO EXT-DEPT-CODE.
           MOVE SNP-STATUS     TO EXT-STATUS.
           WRITE EXTRACT-RECORD.
           ADD 1 TO WS-CNT-SENT.

       1910-WRITE-DELETE-RECORD-X.
           EXIT.

      ****************************
       3000-PRINT-CONTROL-TOTALS.
      ****************************
           MOVE WS-CNT-DEACTIVATED             TO TOT-COUNT.
           WRITE CONTROL-LINE FROM WS-TOTAL-LINE.

           MOVE 'DELETES SENT (X) - PURGED'    TO TOT-LABEL.
           MOVE WS-CNT-PURGED                  TO TOT-COUNT.
           WRITE CONTROL-LINE FROM WS-TOTAL-LINE.

           MOVE 'UNCHANGED'                    TO TOT-LABEL.
           MOVE WS-CNT-UNCHANGED               TO TOT-COUNT.
           WRITE CONTROL-LINE FROM WS-TOTAL-LINE.
