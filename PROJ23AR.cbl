      *                 JCL COPIES THE KEEP FILE BACK OVER THE LIVE    *
      *                 LOG. RECORDS WITH AN UNPARSEABLE TIMESTAMP     *
      *                 ARE KEPT ON THE LIVE FILE AND COUNTED - AUDIT  *
      *                 HISTORY IS ARCHIVED, NEVER DELETED. THE NEWEST *
      *                 RECORD ALWAYS STAYS LIVE SO THE SEQUENCE AND   *
      *                 CHAIN CARRY ON ACROSS THE ARCHIVE BOUNDARY.    *
      *                 RECORDS ARE COPIED BYTE FOR BYTE - THEIR       *
      *                 SEQUENCE NUMBERS AND CHAIN VALUES ARE KEPT.    *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-09-02  CVN  START/END RECORDS WRITTEN TO THE SHARED    *
      *                     RUN-CONTROL FILE FOR THE DAILY OPS         *
      *                     SUMMARY (PROJ23OP)                         *
      *    2026-10-15  CVN  NEWEST RECORD ALWAYS KEPT ON THE LIVE LOG  *
      *                     SO THE AUDIT CHAIN CARRIES ON FROM IT      *
      ******************************************************************

       environment division.
           05  WS-CNT-ARCHIVED               PIC 9(07) VALUE ZERO.
           05  WS-CNT-KEPT                   PIC 9(07) VALUE ZERO.
           05  WS-CNT-BAD-TS                 PIC 9(07) VALUE ZERO.
           05  WS-CNT-HELD-LIVE              PIC 9(07) VALUE ZERO.

       01  WS-HELD-RECORD.
           05  WS-HELD-TS-DATE               PIC 9(08).
           05  FILLER                        PIC X(50).

       01  WS-HEADING-LINE-1.
           05  FILLER                        PIC X(29)
      * A RECORD WHOSE TIMESTAMP CANNOT BE PARSED HAS NO KNOWN AGE -
      * IT STAYS ON THE LIVE FILE AND IS COUNTED FOR THE SUMMARY SO
      * SOMEBODY CAN GO LOOK AT IT. NOTHING IS EVER DROPPED.
      * THE RECORD IS HELD WHILE THE NEXT ONE IS READ SO THE NEWEST
      * RECORD ON THE LOG IS KNOWN: IT ALWAYS STAYS LIVE, HOWEVER
      * OLD, BECAUSE THE AUDIT WRITERS CARRY THE SEQUENCE NUMBER AND
      * CHAIN VALUE ON FROM THE LAST RECORD OF THE LIVE LOG.
           ADD 1 TO WS-CNT-READ.
           MOVE AUDIT-RECORD TO WS-HELD-RECORD.

           PERFORM  1010-READ-AUDIT-LOG
               THRU 1010-READ-AUDIT-LOG-X.

           IF  WS-HELD-TS-DATE NOT NUMERIC
               ADD 1 TO WS-CNT-BAD-TS
               ADD 1 TO WS-CNT-KEPT
               WRITE KEEP-RECORD FROM WS-HELD-RECORD
               GO TO 1000-SPLIT-AUDIT-RECORD-X
           END-IF.

           IF  WS-HELD-TS-DATE < WS-CUTOFF-DATE
           AND WS-AUDIT-EOF
               ADD 1 TO WS-CNT-HELD-LIVE
               ADD 1 TO WS-CNT-KEPT
               WRITE KEEP-RECORD FROM WS-HELD-RECORD
               GO TO 1000-SPLIT-AUDIT-RECORD-X
           END-IF.

           IF  WS-HELD-TS-DATE < WS-CUTOFF-DATE
               ADD 1 TO WS-CNT-ARCHIVED
               WRITE ARCHIVE-RECORD FROM WS-HELD-RECORD
           ELSE
               ADD 1 TO WS-CNT-KEPT
               WRITE KEEP-RECORD FROM WS-HELD-RECORD
           END-IF.

       1000-SPLIT-AUDIT-RECORD-X.
           EXIT.

           MOVE WS-CNT-BAD-TS              TO TOT-COUNT.
           WRITE SUMMARY-LINE FROM WS-TOTAL-LINE.

           MOVE 'PAST CUTOFF, KEPT AS NEWEST' TO TOT-LABEL.
           MOVE WS-CNT-HELD-LIVE           TO TOT-COUNT.
           WRITE SUMMARY-LINE FROM WS-TOTAL-LINE.

       2000-PRINT-SUMMARY-X.
           EXIT.

