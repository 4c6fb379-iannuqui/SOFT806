       program-id. PROJ23AQ.
      ******************************************************************
      *    AUTHOR: CHRISTIAN VIKTOR A. NUQUI                           *
      *    INSTALLATION: SOFT806 SHOP                                  *
      *    DATE-WRITTEN: 2026-10-15                                    *
      *    DESCRIPTION: DAILY DUAL-CONTROL APPROVAL LISTING FOR        *
      *                 SECURITY. READS THE APPROVAL-REQUEST FILE      *
      *                 PROJ2023 KEEPS FOR ROLE GRANTS/UPGRADES,       *
      *                 DEPARTMENT MERGES AND RESETS OF ANOTHER        *
      *                 ADMINISTRATOR'S PASSWORD. AN OPEN REQUEST PAST *
      *                 ITS LAST DAY IS MARKED EXPIRED AND AUDITED     *
      *                 (APPROVE/EXPIRED). LISTS EVERY REQUEST STILL   *
      *                 OPEN AND EVERY ONE APPROVED, REJECTED, EXPIRED *
      *                 OR FAILED WITHIN THE LOOK-BACK WINDOW          *
      *                 (PARMCARD DAYS, DEFAULT 7), WITH TOTALS. RC 4  *
      *                 WHEN ANY REQUEST LAPSED THIS RUN - A CHANGE    *
      *                 SOMEONE ASKED FOR WAS NEVER LOOKED AT.         *
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
           select APPROVAL-REQUEST assign to APPRREQ
               organization is indexed
               access mode is sequential
               record key is APR-REQ-NO
               file status is WS-APPRREQ-STATUS.

           select AUDIT-LOG assign to AUDITLOG
               organization is sequential
               file status is WS-AUDIT-STATUS.

           select PARM-FILE assign to PARMCARD
               organization is sequential
               file status is WS-PARM-STATUS.

           select APPROVAL-RPT assign to APRRPT
               organization is sequential
               file status is WS-APRRPT-STATUS.

           select RUN-CONTROL assign to RUNCTL
               organization is sequential
               file status is WS-RUNCTL-STATUS.

       data division.
       file section.
       FD  APPROVAL-REQUEST
           label records are standard.
           COPY APRREC.

       FD  AUDIT-LOG
           label records are standard.
           COPY AUDREC.

       FD  PARM-FILE
           label records are standard.
       01  PARM-RECORD.
           05  PRM-LOOKBACK-DAYS             PIC X(03).
           05  FILLER                        PIC X(77).

       FD  APPROVAL-RPT
           label records are standard.
       01  APPROVAL-LINE                     PIC X(80).

       FD  RUN-CONTROL
           label records are standard.
           COPY RUNREC.

       working-storage section.
       01  WS-FILE-STATUSES.
           05  WS-APPRREQ-STATUS             PIC X(02) VALUE SPACES.
               88  WS-APPRREQ-STATUS-OK      VALUE '00'.
               88  WS-APPRREQ-NOFILE         VALUE '35'.
           05  WS-AUDIT-STATUS               PIC X(02) VALUE SPACES.
               88  WS-AUDIT-STATUS-OK        VALUE '00'.
               88  WS-AUDIT-NOFILE           VALUE '35'.
           05  WS-PARM-STATUS                PIC X(02) VALUE SPACES.
               88  WS-PARM-STATUS-OK         VALUE '00'.
           05  WS-APRRPT-STATUS              PIC X(02) VALUE SPACES.
           05  WS-RUNCTL-STATUS              PIC X(02) VALUE SPACES.
               88  WS-RUNCTL-NOFILE          VALUE '35'.

       01  WS-SWITCHES.
           05  WS-APPRREQ-SW                 PIC X(01) VALUE SPACES.
               88  WS-APPRREQ-EOF            VALUE 'X'.
               88  WS-APPRREQ-ABSENT         VALUE 'A'.
           05  WS-PARM-SW                    PIC X(01) VALUE SPACES.
               88  WS-PARM-EOF               VALUE 'X'.

       01  WS-DATE-FIELDS.
           05  WS-TODAY-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-LOOKBACK-DAYS              PIC 9(03) VALUE 7.
           05  WS-LOOKBACK-DATE              PIC 9(08) VALUE ZERO.
           05  WS-TODAY-DAY-NUMBER           PIC 9(07) COMP VALUE ZERO.

       01  WS-RECORD-COUNTS.
           05  WS-CNT-READ                   PIC 9(07) VALUE ZERO.
           05  WS-CNT-LISTED                 PIC 9(07) VALUE ZERO.
           05  WS-CNT-OPEN                   PIC 9(07) VALUE ZERO.
           05  WS-CNT-APPROVED               PIC 9(07) VALUE ZERO.
           05  WS-CNT-REJECTED               PIC 9(07) VALUE ZERO.
           05  WS-CNT-EXPIRED                PIC 9(07) VALUE ZERO.
           05  WS-CNT-FAILED                 PIC 9(07) VALUE ZERO.
           05  WS-CNT-EXPIRED-NOW            PIC 9(07) VALUE ZERO.

       01  WS-AUDIT-FIELDS.
           05  WS-AUDIT-USER-ID              PIC X(08) VALUE SPACES.
           05  WS-AUDIT-ACTION               PIC X(08) VALUE SPACES.
           05  WS-AUDIT-RESULT               PIC X(08) VALUE SPACES.
           05  WS-CURRENT-DATE               PIC 9(08) VALUE ZERO.
           05  WS-CURRENT-TIME               PIC 9(08) VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                        PIC X(31)
               VALUE 'PROJ2023 APPROVAL REQUESTS    '.
           05  HD1-RUN-DATE                  PIC 9(08).
           05  FILLER                        PIC X(20)
                                             VALUE '  DECIDED IN LAST '.
           05  HD1-LOOKBACK-DAYS             PIC ZZ9.
           05  FILLER                        PIC X(05) VALUE ' DAYS'.
           05  FILLER                        PIC X(13) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  FILLER                        PIC X(08) VALUE 'REQ NO'.
           05  FILLER                        PIC X(06) VALUE 'TYPE'.
           05  FILLER                        PIC X(09) VALUE 'STATUS'.
           05  FILLER                        PIC X(09) VALUE 'RAISED'.
           05  FILLER                        PIC X(09) VALUE 'BY'.
           05  FILLER                        PIC X(15) VALUE 'DETAIL'.
           05  FILLER                        PIC X(09) VALUE 'DECIDED'.
           05  FILLER                        PIC X(13)
                                             VALUE 'ON/DUE BY'.

       01  WS-DETAIL-LINE.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-REQ-NO                    PIC 9(06).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-TYPE                      PIC X(05).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-STATUS                    PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-REQ-DATE                  PIC 9(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-REQUESTER-ID              PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-DETAIL                    PIC X(14).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-DECIDED-BY                PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-DECIDED-DATE              PIC 9(08).
           05  FILLER                        PIC X(05) VALUE SPACES.

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

           IF  NOT WS-APPRREQ-ABSENT
               PERFORM  1010-READ-APPROVAL-REQUEST
                   THRU 1010-READ-APPROVAL-REQUEST-X
               PERFORM  1000-CHECK-REQUEST
                   THRU 1000-CHECK-REQUEST-X
                  UNTIL WS-APPRREQ-EOF
           END-IF.

           IF  WS-CNT-LISTED = ZERO
               WRITE APPROVAL-LINE FROM WS-NONE-LINE
           END-IF.

           PERFORM  3000-PRINT-TOTALS
               THRU 3000-PRINT-TOTALS-X.

      * A LAPSED REQUEST IS A PRIVILEGED CHANGE SOMEBODY WANTED AND
      * NOBODY LOOKED AT - RC 4 SO IT SHOWS ON THE MORNING SUMMARY.
           IF  WS-CNT-EXPIRED-NOW > ZERO
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

      * SAME REASONING AS THE SWEEP - COUNTING DAYS BACK NEEDS THE
      * DATE FUNCTIONS. A REQUEST DECIDED ON OR AFTER THIS DATE IS
      * INSIDE THE LOOK-BACK WINDOW.
           COMPUTE WS-TODAY-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
           COMPUTE WS-LOOKBACK-DATE =
                   FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-DAY-NUMBER - WS-LOOKBACK-DAYS).

      * NO FILE YET MEANS NO REQUEST HAS EVER BEEN RAISED - AN EMPTY
      * LISTING, NOT A FAILURE.
           OPEN I-O APPROVAL-REQUEST.
           IF  WS-APPRREQ-NOFILE
               SET WS-APPRREQ-ABSENT TO TRUE
           ELSE
               IF  NOT WS-APPRREQ-STATUS-OK
                   DISPLAY 'APPROVAL-REQUEST DID NOT OPEN - STATUS '
                           WS-APPRREQ-STATUS
                   STOP RUN
               END-IF
           END-IF.

           PERFORM  1805-LOAD-AUDIT-CHAIN
               THRU 1805-LOAD-AUDIT-CHAIN-X.

           OPEN EXTEND AUDIT-LOG.
           IF  WS-AUDIT-NOFILE
               OPEN OUTPUT AUDIT-LOG
               CLOSE       AUDIT-LOG
               OPEN EXTEND AUDIT-LOG
           END-IF.

           OPEN OUTPUT APPROVAL-RPT.

           MOVE WS-TODAY-DATE    TO HD1-RUN-DATE.
           MOVE WS-LOOKBACK-DAYS TO HD1-LOOKBACK-DAYS.
           WRITE APPROVAL-LINE FROM WS-HEADING-LINE-1.
           WRITE APPROVAL-LINE FROM WS-BLANK-LINE.
           WRITE APPROVAL-LINE FROM WS-HEADING-LINE-2.

       0100-INITIALIZE-X.
           EXIT.

      ****************************
       0150-READ-PARM-CARD.
      ****************************

      * LOOK-BACK DAYS IN COLUMNS 1-3. NO CARD OR A NON-NUMERIC VALUE
      * FALLS BACK TO 7 - A WEEK OF DECISIONS ON EVERY DAILY LISTING.
           OPEN INPUT PARM-FILE.
           IF  NOT WS-PARM-STATUS-OK
               GO TO 0150-READ-PARM-CARD-X
           END-IF.

           READ PARM-FILE
               AT END
                   SET WS-PARM-EOF TO TRUE
           END-READ.

           IF  NOT WS-PARM-EOF
               IF  PRM-LOOKBACK-DAYS IS NUMERIC
                   MOVE PRM-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
               END-IF
           END-IF.

           CLOSE PARM-FILE.

       0150-READ-PARM-CARD-X.
           EXIT.

      ****************************
       0900-TERMINATE.
      ****************************

           IF  NOT WS-APPRREQ-ABSENT
               CLOSE APPROVAL-REQUEST
           END-IF.
           CLOSE AUDIT-LOG.
           CLOSE APPROVAL-RPT.

           PERFORM  7010-WRITE-RUN-END
               THRU 7010-WRITE-RUN-END-X.

       0900-TERMINATE-X.
           EXIT.

      ****************************
       1000-CHECK-REQUEST.
      ****************************

      * KEY 000000 IS THE REQUEST-NUMBER CONTROL RECORD, NOT A
      * REQUEST.
           IF  APR-REQ-NO = ZERO
               GO TO 1000-CHECK-NEXT
           END-IF.

           ADD 1 TO WS-CNT-READ.

           IF  APR-OPEN
           AND APR-EXPIRES-DATE < WS-TODAY-DATE
               PERFORM  1020-EXPIRE-REQUEST
                   THRU 1020-EXPIRE-REQUEST-X
           END-IF.

      * EVERYTHING STILL OPEN IS LISTED; A CLOSED REQUEST ONLY WHILE
      * ITS DECISION IS INSIDE THE LOOK-BACK WINDOW.
           IF  NOT APR-OPEN
           AND APR-DECIDED-DATE < WS-LOOKBACK-DATE
               GO TO 1000-CHECK-NEXT
           END-IF.

           PERFORM  1030-LIST-REQUEST
               THRU 1030-LIST-REQUEST-X.

       1000-CHECK-NEXT.
           PERFORM  1010-READ-APPROVAL-REQUEST
               THRU 1010-READ-APPROVAL-REQUEST-X.

       1000-CHECK-REQUEST-X.
           EXIT.

      ****************************
       1010-READ-APPROVAL-REQUEST.
      ****************************

           READ APPROVAL-REQUEST NEXT RECORD
               AT END
                   SET WS-APPRREQ-EOF TO TRUE
           END-READ.

       1010-READ-APPROVAL-REQUEST-X.
           EXIT.

      ****************************
       1020-EXPIRE-REQUEST.
      ****************************

      * NOBODY DECIDED IN TIME. CLOSED EXACTLY AS PROJ2023 CLOSES ONE
      * IT PASSES IN THE APPROVAL QUEUE - NO APPROVER, TODAY'S DATE,
      * AND AN APPROVE/EXPIRED AUDIT RECORD AGAINST THE ACCOUNT THE
      * REQUEST CONCERNS (THE REQUESTER, FOR A MERGE).
           SET APR-EXPIRED TO TRUE.
           MOVE SPACES        TO APR-DECIDED-BY.
           MOVE WS-TODAY-DATE TO APR-DECIDED-DATE.
           REWRITE APPROVAL-RECORD.

           ADD 1 TO WS-CNT-EXPIRED-NOW.

           IF  APR-TYPE-MERGE
               MOVE APR-REQUESTER-ID TO WS-AUDIT-USER-ID
           ELSE
               MOVE APR-TARGET-ID    TO WS-AUDIT-USER-ID
           END-IF.
           MOVE 'APPROVE '  TO WS-AUDIT-ACTION.
           MOVE 'EXPIRED '  TO WS-AUDIT-RESULT.
           PERFORM  1800-WRITE-AUDIT-LOG
               THRU 1800-WRITE-AUDIT-LOG-X.

       1020-EXPIRE-REQUEST-X.
           EXIT.

      ****************************
       1030-LIST-REQUEST.
      ****************************

           MOVE APR-REQ-NO       TO DTL-REQ-NO.
           MOVE APR-REQ-DATE     TO DTL-REQ-DATE.
           MOVE APR-REQUESTER-ID TO DTL-REQUESTER-ID.
           MOVE SPACES           TO DTL-DETAIL.

           EVALUATE TRUE
               WHEN APR-TYPE-ROLE
                   MOVE 'ROLE'  TO DTL-TYPE
                   STRING APR-TARGET-ID DELIMITED BY SPACE
                          ' '           DELIMITED BY SIZE
                          APR-OLD-ROLE  DELIMITED BY SIZE
                          '>'           DELIMITED BY SIZE
                          APR-NEW-ROLE  DELIMITED BY SIZE
                     INTO DTL-DETAIL
                   END-STRING
               WHEN APR-TYPE-MERGE
                   MOVE 'MERGE' TO DTL-TYPE
                   STRING APR-OLD-DEPT  DELIMITED BY SIZE
                          ' INTO '      DELIMITED BY SIZE
                          APR-NEW-DEPT  DELIMITED BY SIZE
                     INTO DTL-DETAIL
                   END-STRING
               WHEN APR-TYPE-RESET
                   MOVE 'RESET' TO DTL-TYPE
                   MOVE APR-TARGET-ID TO DTL-DETAIL
               WHEN OTHER
                   MOVE '?'     TO DTL-TYPE
           END-EVALUATE.

      * AN OPEN REQUEST HAS NO DECISION YET - THE DATE COLUMN SHOWS
      * ITS LAST DAY INSTEAD.
           EVALUATE TRUE
               WHEN APR-OPEN
                   ADD 1 TO WS-CNT-OPEN
                   MOVE 'OPEN'     TO DTL-STATUS
                   MOVE 'DUE BY'   TO DTL-DECIDED-BY
                   MOVE APR-EXPIRES-DATE TO DTL-DECIDED-DATE
               WHEN APR-APPROVED
                   ADD 1 TO WS-CNT-APPROVED
                   MOVE 'APPROVED' TO DTL-STATUS
               WHEN APR-REJECTED
                   ADD 1 TO WS-CNT-REJECTED
                   MOVE 'REJECTED' TO DTL-STATUS
               WHEN APR-EXPIRED
                   ADD 1 TO WS-CNT-EXPIRED
                   MOVE 'EXPIRED'  TO DTL-STATUS
               WHEN APR-FAILED
                   ADD 1 TO WS-CNT-FAILED
                   MOVE 'FAILED'   TO DTL-STATUS
           END-EVALUATE.
           IF  NOT APR-OPEN
               MOVE APR-DECIDED-BY   TO DTL-DECIDED-BY
               MOVE APR-DECIDED-DATE TO DTL-DECIDED-DATE
           END-IF.

           WRITE APPROVAL-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-CNT-LISTED.

       1030-LIST-REQUEST-X.
           EXIT.

      ****************************
       1800-WRITE-AUDIT-LOG.
      ****************************

      * SAME RECORD FORMAT PROJ2023 WRITES SO THE SECURITY REPORT
      * AND RECONCILIATION SEE LAPSED REQUESTS LIKE ANY OTHER.
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

           WRITE APPROVAL-LINE FROM WS-BLANK-LINE.

           MOVE 'REQUESTS ON FILE'           TO TOT-LABEL.
           MOVE WS-CNT-READ                  TO TOT-COUNT.
           WRITE APPROVAL-LINE FROM WS-TOTAL-LINE.

           MOVE 'OPEN - AWAITING DECISION'   TO TOT-LABEL.
           MOVE WS-CNT-OPEN                  TO TOT-COUNT.
           WRITE APPROVAL-LINE FROM WS-TOTAL-LINE.

           MOVE 'APPROVED IN WINDOW'         TO TOT-LABEL.
           MOVE WS-CNT-APPROVED              TO TOT-COUNT.
           WRITE APPROVAL-LINE FROM WS-TOTAL-LINE.

           MOVE 'REJECTED IN WINDOW'         TO TOT-LABEL.
           MOVE WS-CNT-REJECTED              TO TOT-COUNT.
           WRITE APPROVAL-LINE FROM WS-TOTAL-LINE.

           MOVE 'EXPIRED IN WINDOW'          TO TOT-LABEL.
           MOVE WS-CNT-EXPIRED               TO TOT-COUNT.
           WRITE APPROVAL-LINE FROM WS-TOTAL-LINE.

           MOVE 'FAILED AT APPROVAL IN WINDOW' TO TOT-LABEL.
           MOVE WS-CNT-FAILED                TO TOT-COUNT.
           WRITE APPROVAL-LINE FROM WS-TOTAL-LINE.

           MOVE 'EXPIRED BY THIS RUN'        TO TOT-LABEL.
           MOVE WS-CNT-EXPIRED-NOW           TO TOT-COUNT.
           WRITE APPROVAL-LINE FROM WS-TOTAL-LINE.

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
           MOVE 'PROJ23AQ' TO RUN-JOB-NAME.
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
           MOVE 'PROJ23AQ' TO RUN-JOB-NAME.
           MOVE 'E'        TO RUN-REC-TYPE.
           PERFORM  7020-STAMP-RUN-RECORD
               THRU 7020-STAMP-RUN-RECORD-X.
           MOVE WS-CNT-READ        TO RUN-CNT-READ.
           MOVE WS-CNT-LISTED      TO RUN-CNT-WRITTEN.
           MOVE WS-CNT-EXPIRED-NOW TO RUN-CNT-REJECTED.
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
