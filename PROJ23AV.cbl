       program-id. PROJ23AV.
      ******************************************************************
      *    AUTHOR: CHRISTIAN VIKTOR A. NUQUI                           *
      *    INSTALLATION: SOFT806 SHOP                                  *
      *    DATE-WRITTEN: 2026-10-15                                    *
      *    DESCRIPTION: AUDIT TRAIL CHAIN VERIFICATION. WALKS THE      *
      *                 ARCHIVE GENERATIONS CONCATENATED ON ARCHIN     *
      *                 (OLDEST FIRST) AND THEN THE LIVE AUDITLOG, IN  *
      *                 FILE ORDER, AND CHECKS EVERY SEQUENCED RECORD  *
      *                 AGAINST THE ONE BEFORE IT: THE SEQUENCE NUMBER *
      *                 MUST BE ONE MORE AND THE CHAIN VALUE MUST      *
      *                 RECOMPUTE FROM THE PREVIOUS CHAIN VALUE AND    *
      *                 THE RECORD ITSELF. REPORTS SEQUENCE GAPS,      *
      *                 DUPLICATE OR OUT-OF-ORDER NUMBERS, CHAIN       *
      *                 BREAKS, UNSEQUENCED RECORDS AFTER THE CHAIN    *
      *                 STARTED, AND AN ARCHIVE/LIVE BOUNDARY THAT     *
      *                 DOES NOT JOIN UP. RECORDS WRITTEN BEFORE THE   *
      *                 CHAIN EXISTED ARE COUNTED AS LEGACY. ANY BREAK *
      *                 ENDS THE JOB WITH RETURN CODE 8 - THE EVIDENCE *
      *                 THAT THE TRAIL PROJ23AH AND PROJ23RC REPORT    *
      *                 FROM IS COMPLETE. READS ONLY - NOTHING IS      *
      *                 WRITTEN BACK TO THE LOG.                       *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  CVN  INITIAL VERSION                            *
      ******************************************************************

       environment division.
       configuration section.

       input-output section.
       file-control.
           select AUDIT-LOG assign to AUDITLOG
               organization is sequential
               file status is WS-AUDIT-STATUS.

           select ARCHIVE-IN assign to ARCHIN
               organization is sequential
               file status is WS-ARCHIN-STATUS.

           select VERIFY-RPT assign to AVRPT
               organization is sequential
               file status is WS-AVRPT-STATUS.

           select RUN-CONTROL assign to RUNCTL
               organization is sequential
               file status is WS-RUNCTL-STATUS.

       data division.
       file section.
       FD  AUDIT-LOG
           label records are standard.
           COPY AUDREC.

      * THE ARCHIVE GENERATIONS ARE VERBATIM AUDREC IMAGES WRITTEN
      * BY PROJ23AR - READ RAW HERE AND MAPPED THROUGH THE ONE
      * AUDIT-RECORD BUFFER SO BOTH SOURCES SHARE THE FIELD NAMES.
       FD  ARCHIVE-IN
           label records are standard.
       01  ARCHIVE-RECORD                    PIC X(58).

       FD  VERIFY-RPT
           label records are standard.
       01  VERIFY-LINE                       PIC X(80).

       FD  RUN-CONTROL
           label records are standard.
           COPY RUNREC.

       working-storage section.
       01  WS-FILE-STATUSES.
           05  WS-AUDIT-STATUS               PIC X(02) VALUE SPACES.
               88  WS-AUDIT-STATUS-OK        VALUE '00'.
           05  WS-ARCHIN-STATUS              PIC X(02) VALUE SPACES.
               88  WS-ARCHIN-STATUS-OK       VALUE '00'.
           05  WS-AVRPT-STATUS               PIC X(02) VALUE SPACES.
           05  WS-RUNCTL-STATUS              PIC X(02) VALUE SPACES.
               88  WS-RUNCTL-NOFILE          VALUE '35'.

       01  WS-SWITCHES.
           05  WS-AUDIT-SW                   PIC X(01) VALUE SPACES.
               88  WS-AUDIT-EOF              VALUE 'X'.
           05  WS-ARCHIN-SW                  PIC X(01) VALUE SPACES.
               88  WS-ARCHIN-EOF             VALUE 'X'.
           05  WS-SOURCE-TAG                 PIC X(04) VALUE SPACES.
           05  WS-CHAIN-STARTED-SW           PIC X(01) VALUE SPACES.
               88  WS-CHAIN-STARTED          VALUE 'Y'.
      * ON FROM THE FIRST LIVE RECORD UNTIL IT HAS BEEN CHECKED,
      * BUT ONLY WHEN THE CHAIN ALREADY STARTED IN THE ARCHIVE.
           05  WS-BOUNDARY-SW                PIC X(01) VALUE SPACES.
               88  WS-AT-BOUNDARY            VALUE 'Y'.

       01  WS-DATE-FIELDS.
           05  WS-TODAY-DATE                 PIC 9(08) VALUE ZERO.

       01  WS-CHECK-FIELDS.
           05  WS-EXPECT-SEQ-NO              PIC 9(09) VALUE ZERO.
           05  WS-FIRST-SEQ-NO               PIC 9(09) VALUE ZERO.
           05  WS-RECORD-BREAKS              PIC 9(02) VALUE ZERO.
           05  WS-PROBLEM                    PIC X(24) VALUE SPACES.
           05  WS-PROBLEM-SEQ-NO             PIC 9(09) VALUE ZERO.

       01  WS-RECORD-COUNTS.
           05  WS-CNT-ARCH-READ              PIC 9(09) VALUE ZERO.
           05  WS-CNT-LIVE-READ              PIC 9(09) VALUE ZERO.
           05  WS-CNT-LEGACY                 PIC 9(09) VALUE ZERO.
           05  WS-CNT-SEQUENCED              PIC 9(09) VALUE ZERO.
           05  WS-CNT-ARCH-SEQUENCED         PIC 9(09) VALUE ZERO.
           05  WS-CNT-GAPS                   PIC 9(07) VALUE ZERO.
           05  WS-CNT-DUPLICATES             PIC 9(07) VALUE ZERO.
           05  WS-CNT-CHAIN-BREAKS           PIC 9(07) VALUE ZERO.
           05  WS-CNT-UNSEQUENCED            PIC 9(07) VALUE ZERO.
           05  WS-CNT-BOUNDARY               PIC 9(07) VALUE ZERO.
           05  WS-CNT-BREAKS                 PIC 9(07) VALUE ZERO.

      * SAME FIELDS, MODULUS AND MULTIPLIER AS EVERY AUDIT WRITER.
      * HERE WS-AUDIT-LAST-SEQ-NO/-CHAIN HOLD THE PREVIOUS RECORD
      * WALKED, NOT THE NEXT NUMBER TO HAND OUT.
       01  WS-AUDIT-CHAIN-FIELDS.
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

       01  WS-HEADING-LINE-1.
           05  FILLER                        PIC X(38)
               VALUE 'PROJ2023 AUDIT TRAIL CHAIN VERIFY -  '.
           05  HD1-RUN-DATE                  PIC 9(08).
           05  FILLER                        PIC X(34) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(06) VALUE 'SRC'.
           05  FILLER                        PIC X(11) VALUE 'SEQ NO'.
           05  FILLER                        PIC X(16)
                                             VALUE 'TIMESTAMP'.
           05  FILLER                        PIC X(10) VALUE 'USER ID'.
           05  FILLER                        PIC X(25) VALUE 'PROBLEM'.
           05  FILLER                        PIC X(10) VALUE 'EXPECTED'.

       01  WS-DETAIL-LINE.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-SOURCE                    PIC X(04).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-SEQ-NO                    PIC Z(08)9
                                             BLANK WHEN ZERO.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-TIMESTAMP                 PIC X(14).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-USER-ID                   PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-PROBLEM                   PIC X(24).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-EXPECTED                  PIC Z(08)9
                                             BLANK WHEN ZERO.
           05  FILLER                        PIC X(01) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  TOT-LABEL                     PIC X(36).
           05  TOT-COUNT                     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(31) VALUE SPACES.

       01  WS-RESULT-LINE.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  RES-TEXT                      PIC X(60).
           05  FILLER                        PIC X(18) VALUE SPACES.

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

           PERFORM  1000-WALK-ARCHIVE
               THRU 1000-WALK-ARCHIVE-X.

           PERFORM  1100-WALK-LIVE-LOG
               THRU 1100-WALK-LIVE-LOG-X.

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

           OPEN OUTPUT VERIFY-RPT.
           MOVE WS-TODAY-DATE TO HD1-RUN-DATE.
           WRITE VERIFY-LINE FROM WS-HEADING-LINE-1.
           WRITE VERIFY-LINE FROM WS-BLANK-LINE.
           WRITE VERIFY-LINE FROM WS-HEADING-LINE-2.

       0100-INITIALIZE-X.
           EXIT.

      ****************************
       0900-TERMINATE.
      ****************************

      * ANY BREAK AT ALL IS RETURN CODE 8 - THE TRAIL CANNOT BE
      * VOUCHED FOR UNTIL SOMEBODY HAS LOOKED AT THE REPORT.
           IF  WS-CNT-BREAKS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE VERIFY-RPT.

           PERFORM  7010-WRITE-RUN-END
               THRU 7010-WRITE-RUN-END-X.

       0900-TERMINATE-X.
           EXIT.

      ****************************
       1000-WALK-ARCHIVE.
      ****************************

      * THE ARCHIVE DD IS OPTIONAL - A SHOP THAT HAS NOT ARCHIVED
      * YET, OR A CHECK OF THE LIVE LOG ALONE, RUNS WITH A DUMMY.
           OPEN INPUT ARCHIVE-IN.
           IF  NOT WS-ARCHIN-STATUS-OK
               GO TO 1000-WALK-ARCHIVE-X
           END-IF.

           MOVE 'ARCH' TO WS-SOURCE-TAG.
           PERFORM  1020-READ-ARCHIVE
               THRU 1020-READ-ARCHIVE-X.
           PERFORM  1200-CHECK-AUDIT-RECORD
               THRU 1200-CHECK-AUDIT-RECORD-X
              UNTIL WS-ARCHIN-EOF.

           CLOSE ARCHIVE-IN.

           MOVE WS-CNT-SEQUENCED TO WS-CNT-ARCH-SEQUENCED.

       1000-WALK-ARCHIVE-X.
           EXIT.

      ****************************
       1010-READ-AUDIT-LOG.
      ****************************

           READ AUDIT-LOG
               AT END
                   SET WS-AUDIT-EOF TO TRUE
           END-READ.

           IF  NOT WS-AUDIT-EOF
               ADD 1 TO WS-CNT-LIVE-READ
           END-IF.

       1010-READ-AUDIT-LOG-X.
           EXIT.

      ****************************
       1020-READ-ARCHIVE.
      ****************************

           READ ARCHIVE-IN
               AT END
                   SET WS-ARCHIN-EOF TO TRUE
           END-READ.

           IF  NOT WS-ARCHIN-EOF
               ADD 1 TO WS-CNT-ARCH-READ
               MOVE ARCHIVE-RECORD TO AUDIT-RECORD
           END-IF.

       1020-READ-ARCHIVE-X.
           EXIT.

      ****************************
       1100-WALK-LIVE-LOG.
      ****************************

           OPEN INPUT AUDIT-LOG.
           IF  NOT WS-AUDIT-STATUS-OK
               DISPLAY 'AUDIT-LOG DID NOT OPEN - STATUS '
                       WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * PROJ23AR ALWAYS LEAVES THE NEWEST RECORD ON THE LIVE LOG, SO
      * ONCE THE CHAIN HAS STARTED IN THE ARCHIVE THE FIRST LIVE
      * RECORD MUST FOLLOW ON FROM THE LAST ARCHIVED ONE.
           IF  WS-CNT-ARCH-SEQUENCED > ZERO
               SET WS-AT-BOUNDARY TO TRUE
           END-IF.

           MOVE 'LIVE' TO WS-SOURCE-TAG.
           PERFORM  1010-READ-AUDIT-LOG
               THRU 1010-READ-AUDIT-LOG-X.

           IF  WS-AUDIT-EOF
           AND WS-AT-BOUNDARY
               MOVE SPACES TO AUDIT-RECORD
               MOVE 'LIVE LOG IS EMPTY'   TO WS-PROBLEM
               COMPUTE WS-PROBLEM-SEQ-NO = WS-AUDIT-LAST-SEQ-NO + 1
               ADD 1 TO WS-CNT-BOUNDARY
               PERFORM  1300-REPORT-BREAK
                   THRU 1300-REPORT-BREAK-X
           END-IF.

           PERFORM  1200-CHECK-AUDIT-RECORD
               THRU 1200-CHECK-AUDIT-RECORD-X
              UNTIL WS-AUDIT-EOF.

           CLOSE AUDIT-LOG.

       1100-WALK-LIVE-LOG-X.
           EXIT.

      ****************************
       1200-CHECK-AUDIT-RECORD.
      ****************************

      * THE CURRENT RECORD IS IN THE AUDIT-RECORD BUFFER WHICHEVER
      * FILE IT CAME FROM - WS-SOURCE-TAG REMEMBERS WHICH.
           MOVE ZERO TO WS-RECORD-BREAKS.

      * NO SEQUENCE NUMBER: LEGACY WHILE THE CHAIN HAS NOT STARTED,
      * A BREAK ONCE IT HAS - NO WRITER PRODUCES ONE ANY MORE.
           IF  AUD-SEQ-NO      NOT NUMERIC
           OR  AUD-CHAIN-VALUE NOT NUMERIC
               IF  WS-CHAIN-STARTED
                   MOVE 'UNSEQUENCED RECORD'   TO WS-PROBLEM
                   MOVE ZERO                   TO WS-PROBLEM-SEQ-NO
                   ADD 1 TO WS-CNT-UNSEQUENCED
                   PERFORM  1300-REPORT-BREAK
                       THRU 1300-REPORT-BREAK-X
                   GO TO 1200-CHECK-BOUNDARY
               ELSE
                   ADD 1 TO WS-CNT-LEGACY
                   GO TO 1200-CHECK-NEXT
               END-IF
           END-IF.

           ADD 1 TO WS-CNT-SEQUENCED.

           PERFORM  1810-COMPUTE-CHAIN-VALUE
               THRU 1810-COMPUTE-CHAIN-VALUE-X.

      * THE FIRST SEQUENCED RECORD WALKED ANCHORS THE CHAIN. AT
      * SEQUENCE 1 IT CHAINS FROM ZERO AND CAN BE CHECKED; LATER THAN
      * THAT ITS PREDECESSOR IS IN AN OLDER GENERATION THAN THE JCL
      * CONCATENATED AND IT IS TAKEN AS GIVEN.
           IF  NOT WS-CHAIN-STARTED
               SET WS-CHAIN-STARTED TO TRUE
               MOVE AUD-SEQ-NO TO WS-FIRST-SEQ-NO
               IF  AUD-SEQ-NO = 1
               AND WS-AUDIT-CHAIN-WORK NOT = AUD-CHAIN-VALUE
                   MOVE 'CHAIN VALUE DOES NOT TIE' TO WS-PROBLEM
                   MOVE ZERO                   TO WS-PROBLEM-SEQ-NO
                   ADD 1 TO WS-CNT-CHAIN-BREAKS
                   PERFORM  1300-REPORT-BREAK
                       THRU 1300-REPORT-BREAK-X
               END-IF
               GO TO 1200-CHECK-KEEP
           END-IF.

           COMPUTE WS-EXPECT-SEQ-NO = WS-AUDIT-LAST-SEQ-NO + 1.

           IF  AUD-SEQ-NO > WS-EXPECT-SEQ-NO
               MOVE 'SEQUENCE GAP'             TO WS-PROBLEM
               MOVE WS-EXPECT-SEQ-NO           TO WS-PROBLEM-SEQ-NO
               ADD 1 TO WS-CNT-GAPS
               PERFORM  1300-REPORT-BREAK
                   THRU 1300-REPORT-BREAK-X
           END-IF.

           IF  AUD-SEQ-NO = WS-AUDIT-LAST-SEQ-NO
               MOVE 'DUPLICATE SEQUENCE NO'    TO WS-PROBLEM
               MOVE WS-EXPECT-SEQ-NO           TO WS-PROBLEM-SEQ-NO
               ADD 1 TO WS-CNT-DUPLICATES
               PERFORM  1300-REPORT-BREAK
                   THRU 1300-REPORT-BREAK-X
           END-IF.

           IF  AUD-SEQ-NO < WS-AUDIT-LAST-SEQ-NO
               MOVE 'SEQUENCE OUT OF ORDER'    TO WS-PROBLEM
               MOVE WS-EXPECT-SEQ-NO           TO WS-PROBLEM-SEQ-NO
               ADD 1 TO WS-CNT-DUPLICATES
               PERFORM  1300-REPORT-BREAK
                   THRU 1300-REPORT-BREAK-X
           END-IF.

      * AN EDITED RECORD FAILS HERE ON ITSELF; AN EDITED RECORD WHOSE
      * CHAIN VALUE WAS ALSO RECOMPUTED FAILS ON THE NEXT ONE; A
      * DROPPED OR INSERTED RECORD FAILS ON THE RECORD AFTER IT.
           IF  WS-AUDIT-CHAIN-WORK NOT = AUD-CHAIN-VALUE
               MOVE 'CHAIN VALUE DOES NOT TIE' TO WS-PROBLEM
               MOVE ZERO                       TO WS-PROBLEM-SEQ-NO
               ADD 1 TO WS-CNT-CHAIN-BREAKS
               PERFORM  1300-REPORT-BREAK
                   THRU 1300-REPORT-BREAK-X
           END-IF.

      * CARRY ON FROM THE VALUES AS STORED SO ONE BAD RECORD IS
      * REPORTED ONCE, NOT AGAIN ON EVERY RECORD BEHIND IT.
       1200-CHECK-KEEP.
           MOVE AUD-SEQ-NO      TO WS-AUDIT-LAST-SEQ-NO.
           MOVE AUD-CHAIN-VALUE TO WS-AUDIT-LAST-CHAIN.

       1200-CHECK-BOUNDARY.
           IF  WS-AT-BOUNDARY
               MOVE SPACES TO WS-BOUNDARY-SW
               IF  WS-RECORD-BREAKS > ZERO
                   MOVE 'ARCHIVE/LIVE NO JOIN' TO WS-PROBLEM
                   MOVE ZERO                   TO WS-PROBLEM-SEQ-NO
                   ADD 1 TO WS-CNT-BOUNDARY
                   PERFORM  1300-REPORT-BREAK
                       THRU 1300-REPORT-BREAK-X
               END-IF
           END-IF.

       1200-CHECK-NEXT.
           IF  WS-SOURCE-TAG = 'LIVE'
               PERFORM  1010-READ-AUDIT-LOG
                   THRU 1010-READ-AUDIT-LOG-X
           ELSE
               PERFORM  1020-READ-ARCHIVE
                   THRU 1020-READ-ARCHIVE-X
           END-IF.

       1200-CHECK-AUDIT-RECORD-X.
           EXIT.

      ****************************
       1300-REPORT-BREAK.
      ****************************

      * THE CALLER LEAVES THE PROBLEM TEXT IN WS-PROBLEM AND THE
      * SEQUENCE NUMBER THAT WAS DUE (OR ZERO) IN WS-PROBLEM-SEQ-NO.
           ADD 1 TO WS-RECORD-BREAKS.
           ADD 1 TO WS-CNT-BREAKS.

           MOVE SPACES             TO WS-DETAIL-LINE.
           MOVE WS-SOURCE-TAG      TO DTL-SOURCE.
           IF  AUD-SEQ-NO IS NUMERIC
               MOVE AUD-SEQ-NO     TO DTL-SEQ-NO
           ELSE
               MOVE ZERO           TO DTL-SEQ-NO
           END-IF.
           MOVE AUD-TIMESTAMP      TO DTL-TIMESTAMP.
           MOVE AUD-USER-ID        TO DTL-USER-ID.
           MOVE WS-PROBLEM         TO DTL-PROBLEM.
           MOVE WS-PROBLEM-SEQ-NO  TO DTL-EXPECTED.
           WRITE VERIFY-LINE FROM WS-DETAIL-LINE.

       1300-REPORT-BREAK-X.
           EXIT.

      ****************************
       1810-COMPUTE-CHAIN-VALUE.
      ****************************

      * THE WRITERS' 1810 WITHOUT THE NUMBERING: START FROM THE
      * PREVIOUS RECORD'S CHAIN VALUE, FOLD IN THIS RECORD'S SEQUENCE
      * NUMBER AND EACH OF BYTES 1-46, REDUCING BY THE MODULUS AT
      * EVERY STEP. THE RESULT IS LEFT IN WS-AUDIT-CHAIN-WORK.
           COMPUTE WS-AUDIT-CHAIN-WORK =
                   WS-AUDIT-LAST-CHAIN * WS-AUDIT-CHAIN-MULTIPLIER
                   + AUD-SEQ-NO.
           DIVIDE WS-AUDIT-CHAIN-WORK BY WS-AUDIT-CHAIN-MODULUS
               GIVING    WS-AUDIT-CHAIN-QUOT
               REMAINDER WS-AUDIT-CHAIN-REM.
           MOVE WS-AUDIT-CHAIN-REM TO WS-AUDIT-CHAIN-WORK.

           PERFORM  1815-CHAIN-ONE-BYTE
               THRU 1815-CHAIN-ONE-BYTE-X
              VARYING WS-AUDIT-CHAIN-IDX FROM 1 BY 1
                UNTIL WS-AUDIT-CHAIN-IDX > 46.

       1810-COMPUTE-CHAIN-VALUE-X.
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

           IF  WS-CNT-BREAKS = ZERO
               WRITE VERIFY-LINE FROM WS-NONE-LINE
           END-IF.

           WRITE VERIFY-LINE FROM WS-BLANK-LINE.

           MOVE 'ARCHIVE RECORDS READ (ARCHIN)'      TO TOT-LABEL.
           MOVE WS-CNT-ARCH-READ                     TO TOT-COUNT.
           WRITE VERIFY-LINE FROM WS-TOTAL-LINE.

           MOVE 'LIVE AUDIT RECORDS READ (AUDITLOG)' TO TOT-LABEL.
           MOVE WS-CNT-LIVE-READ                     TO TOT-COUNT.
           WRITE VERIFY-LINE FROM WS-TOTAL-LINE.

           MOVE 'LEGACY RECORDS BEFORE THE CHAIN'    TO TOT-LABEL.
           MOVE WS-CNT-LEGACY                        TO TOT-COUNT.
           WRITE VERIFY-LINE FROM WS-TOTAL-LINE.

           MOVE 'SEQUENCED RECORDS CHECKED'          TO TOT-LABEL.
           MOVE WS-CNT-SEQUENCED                     TO TOT-COUNT.
           WRITE VERIFY-LINE FROM WS-TOTAL-LINE.

           MOVE 'FIRST SEQUENCE NUMBER WALKED'       TO TOT-LABEL.
           MOVE WS-FIRST-SEQ-NO                      TO TOT-COUNT.
           WRITE VERIFY-LINE FROM WS-TOTAL-LINE.

           MOVE 'LAST SEQUENCE NUMBER WALKED'        TO TOT-LABEL.
           MOVE WS-AUDIT-LAST-SEQ-NO                 TO TOT-COUNT.
           WRITE VERIFY-LINE FROM WS-TOTAL-LINE.

           WRITE VERIFY-LINE FROM WS-BLANK-LINE.

           MOVE 'SEQUENCE GAPS'                      TO TOT-LABEL.
           MOVE WS-CNT-GAPS                          TO TOT-COUNT.
           WRITE VERIFY-LINE FROM WS-TOTAL-LINE.

           MOVE 'DUPLICATE/OUT-OF-ORDER NUMBERS'     TO TOT-LABEL.
           MOVE WS-CNT-DUPLICATES                    TO TOT-COUNT.
           WRITE VERIFY-LINE FROM WS-TOTAL-LINE.

           MOVE 'CHAIN BREAKS'                       TO TOT-LABEL.
           MOVE WS-CNT-CHAIN-BREAKS                  TO TOT-COUNT.
           WRITE VERIFY-LINE FROM WS-TOTAL-LINE.

           MOVE 'UNSEQUENCED RECORDS AFTER START'    TO TOT-LABEL.
           MOVE WS-CNT-UNSEQUENCED                   TO TOT-COUNT.
           WRITE VERIFY-LINE FROM WS-TOTAL-LINE.

           MOVE 'ARCHIVE/LIVE BOUNDARY BREAKS'       TO TOT-LABEL.
           MOVE WS-CNT-BOUNDARY                      TO TOT-COUNT.
           WRITE VERIFY-LINE FROM WS-TOTAL-LINE.

           MOVE 'TOTAL BREAKS'                       TO TOT-LABEL.
           MOVE WS-CNT-BREAKS                        TO TOT-COUNT.
           WRITE VERIFY-LINE FROM WS-TOTAL-LINE.

           WRITE VERIFY-LINE FROM WS-BLANK-LINE.
           IF  WS-CNT-BREAKS = ZERO
               MOVE 'AUDIT TRAIL COMPLETE - EVERY RECORD CHAINS.'
                 TO RES-TEXT
           ELSE
               MOVE '** AUDIT TRAIL BROKEN - SEE THE LINES ABOVE **'
                 TO RES-TEXT
           END-IF.
           WRITE VERIFY-LINE FROM WS-RESULT-LINE.

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
           MOVE 'PROJ23AV' TO RUN-JOB-NAME.
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

      * READ IS EVERY RECORD WALKED, WRITTEN THE SEQUENCED RECORDS
      * CHECKED AND REJECTED THE BREAKS FOUND.
           MOVE SPACES     TO RUN-CONTROL-RECORD.
           MOVE 'PROJ23AV' TO RUN-JOB-NAME.
           MOVE 'E'        TO RUN-REC-TYPE.
           PERFORM  7020-STAMP-RUN-RECORD
               THRU 7020-STAMP-RUN-RECORD-X.
           COMPUTE RUN-CNT-READ = WS-CNT-ARCH-READ + WS-CNT-LIVE-READ.
           MOVE WS-CNT-SEQUENCED TO RUN-CNT-WRITTEN.
           MOVE WS-CNT-BREAKS TO RUN-CNT-REJECTED.
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
