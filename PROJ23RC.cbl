      *                 BY USER ID AND MATCH-MERGES THEM AGAINST THE  *
      *                 KEY-ORDERED MASTER, REPORTING:                *
      *                   NOREC  - REGISTER/SUCCESS AUDIT, NO MASTER  *
      *                            ROW (DELETED OR LOST RECORD) -     *
      *                            IDS ON THE TOMBSTONE FILE WERE     *
      *                            PURGED BY RETENTION AND ARE        *
      *                            COUNTED APART AS PURGED            *
      *                   NOREG  - MASTER ROW WITH NO REGISTRATION    *
      *                            AUDIT (CREATED OUTSIDE THE APPL)   *
      *                   LOCKBD - LOCKED WITH FEWER THAN 3 BADPW     *
      *    2026-09-02  CVN  START/END RECORDS WRITTEN TO THE SHARED    *
      *                     RUN-CONTROL FILE FOR THE DAILY OPS         *
      *                     SUMMARY (PROJ23OP)                         *
      *    2026-10-15  CVN  REGISTRATIONS FOR IDS ON THE TOMBSTONE     *
      *                     FILE (RETENTION PURGE) COUNT AS PURGED     *
      *                     INSTEAD OF FLAGGING NOREC                  *
      ******************************************************************

       environment division.
               organization is sequential
               file status is WS-PARM-STATUS.

           select TOMBSTONE assign to TOMBSTN
               organization is indexed
               access mode is random
               record key is TMB-USER-ID
               file status is WS-TOMBSTN-STATUS.

           select SORT-WORK assign to SRTWORK.

           select RECON-RPT assign to RECONRPT
           05  PRM-RETAIN-DAYS               PIC X(03).
           05  FILLER                        PIC X(77).

       FD  TOMBSTONE
           label records are standard.
           COPY TMBREC.

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-USER-ID                   PIC X(08).
           05  WS-PARM-STATUS                PIC X(02) VALUE SPACES.
               88  WS-PARM-STATUS-OK         VALUE '00'.
           05  WS-RECONRPT-STATUS            PIC X(02) VALUE SPACES.
           05  WS-TOMBSTN-STATUS             PIC X(02) VALUE SPACES.
               88  WS-TOMBSTN-STATUS-OK      VALUE '00'.
           05  WS-RUNCTL-STATUS              PIC X(02) VALUE SPACES.
               88  WS-RUNCTL-NOFILE          VALUE '35'.

               88  WS-SORTRET-EOF            VALUE 'X'.
           05  WS-PARM-SW                    PIC X(01) VALUE SPACES.
               88  WS-PARM-EOF               VALUE 'X'.
           05  WS-TOMBSTN-SW                 PIC X(01) VALUE SPACES.
               88  WS-TOMBSTN-ABSENT         VALUE 'X'.
               88  WS-TOMBSTN-FOUND          VALUE 'Y'.

      * THE LOGNNM CHECK ONLY MAKES SENSE WHILE THE MATCHING LOGIN
      * RECORD CAN STILL BE ON THE LIVE AUDIT-LOG - PROJ23AR PURGES
           05  WS-CNT-LOGOLD                 PIC 9(07) VALUE ZERO.
           05  WS-CNT-REGOLD                 PIC 9(07) VALUE ZERO.
           05  WS-CNT-LCKOLD                 PIC 9(07) VALUE ZERO.
           05  WS-CNT-PURGED                 PIC 9(07) VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                        PIC X(42)
               STOP RUN
           END-IF.

      * NO TOMBSTONE FILE MEANS NOTHING HAS EVER BEEN PURGED.
           OPEN INPUT TOMBSTONE.
           IF  NOT WS-TOMBSTN-STATUS-OK
               SET WS-TOMBSTN-ABSENT TO TRUE
           END-IF.

           OPEN OUTPUT RECON-RPT.
           MOVE WS-RUN-DATE TO HD1-RUN-DATE.
           WRITE RECON-LINE FROM WS-HEADING-LINE-1.

           CLOSE USER-MASTER.
           CLOSE RECON-RPT.
           IF  NOT WS-TOMBSTN-ABSENT
               CLOSE TOMBSTONE
           END-IF.

           PERFORM  7010-WRITE-RUN-END
               THRU 7010-WRITE-RUN-END-X.
           PERFORM  2200-CONSUME-AUDIT-GROUP
               THRU 2200-CONSUME-AUDIT-GROUP-X.

      * THE RETENTION PURGE DELETES OLD DEACTIVATED ACCOUNTS AND
      * TOMBSTONES THEIR IDS - A REGISTRATION FOR ONE OF THOSE HAS
      * AN EXPLAINED ABSENCE, COUNTED AS PURGED, NOT FLAGGED.
           IF  WS-GRP-HAS-REGISTER
           AND NOT WS-TOMBSTN-ABSENT
               MOVE SPACES TO WS-TOMBSTN-SW
               MOVE WS-GRP-USER-ID TO TMB-USER-ID
               READ TOMBSTONE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-TOMBSTN-FOUND TO TRUE
               END-READ
               IF  WS-TOMBSTN-FOUND
                   ADD 1 TO WS-CNT-PURGED
                   GO TO 2400-AUDIT-ONLY-X
               END-IF
           END-IF.

           IF  WS-GRP-HAS-REGISTER
               ADD 1 TO WS-CNT-NOREC
               MOVE 'NOREC ' TO DTL-FINDING
           MOVE WS-CNT-LCKOLD                  TO TOT-COUNT.
           WRITE RECON-LINE FROM WS-TOTAL-LINE.

           MOVE 'PURGED - ID TOMBSTONED BY RETENTION'
             TO TOT-LABEL.
           MOVE WS-CNT-PURGED                  TO TOT-COUNT.
           WRITE RECON-LINE FROM WS-TOTAL-LINE.

       3000-PRINT-TOTALS-X.
           EXIT.

