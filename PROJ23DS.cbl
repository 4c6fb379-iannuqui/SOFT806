      *    2026-09-02  CVN  START/END RECORDS WRITTEN TO THE SHARED    *
      *                     RUN-CONTROL FILE FOR THE DAILY OPS         *
      *                     SUMMARY (PROJ23OP)                         *
      *    2026-10-15  CVN  DEACTIVATION DATE STAMPED ON EVERY         *
      *                     SWEEP DEACTIVATION FOR THE RETENTION       *
      *                     PURGE (PROJ23PG)                           *
      *    2026-10-15  CVN  AUDIT RECORDS SEQUENCED AND CHAINED - LOG  *
      *                     READ TO THE END BEFORE IT IS APPENDED      *
      ******************************************************************

       environment division.
           05  WS-USERMAS-STATUS             PIC X(02) VALUE SPACES.
               88  WS-USERMAS-STATUS-OK      VALUE '00'.
           05  WS-AUDIT-STATUS               PIC X(02) VALUE SPACES.
               88  WS-AUDIT-STATUS-OK        VALUE '00'.
               88  WS-AUDIT-NOFILE           VALUE '35'.
           05  WS-PARM-STATUS                PIC X(02) VALUE SPACES.
               88  WS-PARM-STATUS-OK         VALUE '00'.

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
               STOP RUN
           END-IF.

           PERFORM  1805-LOAD-AUDIT-CHAIN
               THRU 1805-LOAD-AUDIT-CHAIN-X.

           OPEN EXTEND AUDIT-LOG.
           IF  WS-AUDIT-NOFILE
               OPEN OUTPUT AUDIT-LOG
      ****************************

           SET USR-STATUS-DEACTIVATED TO TRUE.
           MOVE WS-TODAY-DATE TO USR-DEACT-DATE.
           REWRITE USER-RECORD.

           ADD 1 TO WS-CNT-DEACTIVATED.
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
       2000-PRINT-WARN-SECTIONS.
      ****************************
