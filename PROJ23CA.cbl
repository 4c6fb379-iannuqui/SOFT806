       program-id. PROJ23CA.
      ******************************************************************
      *    AUTHOR: CHRISTIAN VIKTOR A. NUQUI                           *
      *    INSTALLATION: SOFT806 SHOP                                  *
      *    DATE-WRITTEN: 2026-10-15                                    *
      *    DESCRIPTION: QUARTERLY ACCESS RECERTIFICATION - APPLY STEP. *
      *                 SORTS THE RESPONSES THE DEPARTMENT OWNERS      *
      *                 RETURNED AND MATCH-MERGES THEM AGAINST THE     *
      *                 GENERATION PROJ23CW ISSUED (BOTH SEE RCRREC).  *
      *                 K (KEEP) IS RECORDED, R (REVOKE) DEACTIVATES   *
      *                 THE ACCOUNT AND TAKES AWAY ANY ADMIN ROLE, D   *
      *                 (DROP-ADMIN-ROLE) CLEARS THE ROLE ONLY. EVERY  *
      *                 DECISION IS WRITTEN TO THE AUDIT-LOG AS ACTION *
      *                 RECERT UNDER THE CERTIFYING OWNER'S ID. ROWS   *
      *                 THAT CANNOT BE APPLIED ARE LISTED AS           *
      *                 EXCEPTIONS, AND EVERY DEPARTMENT WHOSE         *
      *                 RESPONSES ARE MISSING OR INCOMPLETE IS LISTED  *
      *                 WITH ITS DUE DATE - PAST-DUE DEPARTMENTS END   *
      *                 THE STEP RC 4. RE-RUNNING AGAINST THE SAME     *
      *                 RESPONSES MAKES NO FURTHER CHANGE TO           *
      *                 USER-MASTER (REVOKE AND DROP-ROLE COME OUT AS  *
      *                 NO CHANGE) BUT DOES WRITE A FRESH RECERT AUDIT *
      *                 RECORD FOR EVERY ANSWERED ROW. RESPONSES FROM  *
      *                 ANY OTHER CYCLE ARE LISTED AS EXCEPTIONS AND   *
      *                 NEVER APPLIED.                                 *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  CVN  INITIAL VERSION                            *
      *    2026-10-15  CVN  REVOKE STAMPS THE DEACTIVATION DATE        *
      *                     FOR THE RETENTION PURGE (PROJ23PG)         *
      *    2026-10-15  CVN  AUDIT RECORDS SEQUENCED AND CHAINED - LOG  *
      *                     READ TO THE END BEFORE IT IS APPENDED      *
      *    2026-10-15  CVN  RESPONSES FROM ANOTHER CYCLE ARE PARKED AS *
      *                     EXCEPTIONS, NOT APPLIED                    *
      ******************************************************************

       environment division.
       configuration section.

       input-output section.
       file-control.
           select USER-MASTER assign to USERMAS
               organization is indexed
               access mode is random
               record key is USR-ID
               file status is WS-USERMAS-STATUS.

           select ISSUE-IN assign to ISSUEIN
               organization is sequential
               file status is WS-ISSUEIN-STATUS.

           select RESPONSE-IN assign to RESPIN
               organization is sequential
               file status is WS-RESPIN-STATUS.

           select AUDIT-LOG assign to AUDITLOG
               organization is sequential
               file status is WS-AUDIT-STATUS.

           select SORT-WORK assign to SRTWORK.

      * EXCEPTION AND OUTSTANDING-DEPARTMENT LINES SURFACE DURING THE
      * SAME PASS THAT PRINTS THE APPLIED DECISIONS - THEY ARE PARKED
      * HERE AND COPIED TO THEIR OWN REPORT SECTIONS AFTERWARDS.
           select CERT-WORK assign to CERTWORK
               organization is sequential
               file status is WS-CERTWORK-STATUS.

           select APPLY-RPT assign to CERTARPT
               organization is sequential
               file status is WS-APPLYRPT-STATUS.

           select RUN-CONTROL assign to RUNCTL
               organization is sequential
               file status is WS-RUNCTL-STATUS.

       data division.
       file section.
       FD  USER-MASTER
           label records are standard.
           COPY USRREC.

       FD  ISSUE-IN
           label records are standard.
           COPY RCRREC.

      * THE RETURNED FILE IS THE SAME RCRREC LAYOUT - READ RAW HERE
      * AND MAPPED THROUGH THE SORT RECORD, WHICH MIRRORS RCRREC
      * UNDER ITS OWN NAMES SO THE ISSUED ROW AND THE RETURNED ROW
      * CAN SIT IN STORAGE AT ONCE.
       FD  RESPONSE-IN
           label records are standard.
       01  RESPONSE-IN-RECORD                PIC X(100).

       FD  AUDIT-LOG
           label records are standard.
           COPY AUDREC.

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-CYCLE-ID                  PIC X(06).
           05  SRT-DUE-DATE                  PIC 9(08).
           05  SRT-DEPT-CODE                 PIC X(03).
           05  SRT-USER-ID                   PIC X(08).
           05  SRT-RESPONSE                  PIC X(01).
               88  SRT-KEEP                      VALUE 'K'.
               88  SRT-REVOKE                    VALUE 'R'.
               88  SRT-DROP-ROLE                 VALUE 'D'.
               88  SRT-NO-RESPONSE               VALUE ' '.
               88  SRT-RESPONSE-VALID            VALUE 'K' 'R' 'D'.
           05  SRT-OWNER-ID                  PIC X(08).
           05  SRT-USER-STATUS               PIC X(01).
           05  SRT-ADMIN-ROLE                PIC X(01).
           05  SRT-LAST-NAME                 PIC X(25).
           05  SRT-FIRST-NAME                PIC X(25).
           05  FILLER                        PIC X(14).

       FD  CERT-WORK
           label records are standard.
       01  CERT-WORK-RECORD.
           05  CWK-TYPE                      PIC X(01).
           05  CWK-LINE                      PIC X(80).

       FD  APPLY-RPT
           label records are standard.
       01  APPLY-LINE                        PIC X(80).

       FD  RUN-CONTROL
           label records are standard.
           COPY RUNREC.

       working-storage section.
       01  WS-FILE-STATUSES.
           05  WS-USERMAS-STATUS             PIC X(02) VALUE SPACES.
               88  WS-USERMAS-STATUS-OK      VALUE '00'.
           05  WS-ISSUEIN-STATUS             PIC X(02) VALUE SPACES.
               88  WS-ISSUEIN-STATUS-OK      VALUE '00'.
           05  WS-RESPIN-STATUS              PIC X(02) VALUE SPACES.
               88  WS-RESPIN-STATUS-OK       VALUE '00'.
           05  WS-AUDIT-STATUS               PIC X(02) VALUE SPACES.
               88  WS-AUDIT-STATUS-OK        VALUE '00'.
               88  WS-AUDIT-NOFILE           VALUE '35'.
           05  WS-CERTWORK-STATUS            PIC X(02) VALUE SPACES.
           05  WS-APPLYRPT-STATUS            PIC X(02) VALUE SPACES.
           05  WS-RUNCTL-STATUS              PIC X(02) VALUE SPACES.
               88  WS-RUNCTL-NOFILE          VALUE '35'.

       01  WS-SWITCHES.
           05  WS-ISSUEIN-SW                 PIC X(01) VALUE SPACES.
               88  WS-ISSUEIN-EOF            VALUE 'X'.
           05  WS-RESPIN-SW                  PIC X(01) VALUE SPACES.
               88  WS-RESPIN-EOF             VALUE 'X'.
           05  WS-SORTRET-SW                 PIC X(01) VALUE SPACES.
               88  WS-SORTRET-EOF            VALUE 'X'.
           05  WS-CERTWORK-SW                PIC X(01) VALUE SPACES.
               88  WS-CERTWORK-EOF           VALUE 'X'.
           05  WS-WANTED-TYPE                PIC X(01) VALUE SPACES.
           05  WS-ANSWERED-SW                PIC X(01) VALUE SPACES.
               88  WS-ROW-ANSWERED           VALUE 'Y'.

      * MATCH KEYS - DEPARTMENT THEN USER ID, THE ORDER PROJ23CW
      * WROTE THE ISSUED FILE IN AND THE ORDER THE RESPONSES ARE
      * SORTED INTO. HIGH-VALUES ONCE A STREAM IS EXHAUSTED.
       01  WS-MATCH-KEYS.
           05  WS-ISSUE-KEY.
               10  WS-ISSUE-KEY-DEPT         PIC X(03).
               10  WS-ISSUE-KEY-USER         PIC X(08).
           05  WS-RESP-KEY.
               10  WS-RESP-KEY-DEPT          PIC X(03).
               10  WS-RESP-KEY-USER          PIC X(08).

       01  WS-DEPT-BREAK-FIELDS.
           05  WS-CUR-DEPT-CODE              PIC X(03) VALUE SPACES.
           05  WS-CUR-OWNER-ID               PIC X(08) VALUE SPACES.
           05  WS-CUR-DUE-DATE               PIC 9(08) VALUE ZERO.
           05  WS-DEPT-ISSUED-CNT            PIC 9(05) VALUE ZERO.
           05  WS-DEPT-ANSWERED-CNT          PIC 9(05) VALUE ZERO.

       01  WS-DATE-FIELDS.
           05  WS-TODAY-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-CYCLE-ID                   PIC X(06) VALUE SPACES.

       01  WS-RECORD-COUNTS.
           05  WS-CNT-ISSUED                 PIC 9(07) VALUE ZERO.
           05  WS-CNT-RESP-READ              PIC 9(07) VALUE ZERO.
           05  WS-CNT-KEPT                   PIC 9(07) VALUE ZERO.
           05  WS-CNT-REVOKED                PIC 9(07) VALUE ZERO.
           05  WS-CNT-ROLE-DROPPED           PIC 9(07) VALUE ZERO.
           05  WS-CNT-NO-CHANGE              PIC 9(07) VALUE ZERO.
           05  WS-CNT-UNANSWERED             PIC 9(07) VALUE ZERO.
           05  WS-CNT-EXCEPTIONS             PIC 9(07) VALUE ZERO.
           05  WS-CNT-DEPT-OUTSTANDING       PIC 9(07) VALUE ZERO.
           05  WS-CNT-DEPT-PAST-DUE          PIC 9(07) VALUE ZERO.

       01  WS-AUDIT-FIELDS.
           05  WS-AUDIT-USER-ID              PIC X(08) VALUE SPACES.
           05  WS-AUDIT-ACTION               PIC X(08) VALUE SPACES.
           05  WS-AUDIT-RESULT               PIC X(08) VALUE SPACES.
           05  WS-AUDIT-ADMIN-ID             PIC X(08) VALUE SPACES.
           05  WS-CURRENT-DATE               PIC 9(08) VALUE ZERO.
           05  WS-CURRENT-TIME               PIC 9(08) VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                        PIC X(32)
               VALUE 'PROJ2023 RECERTIFICATION APPLY  '.
           05  FILLER                        PIC X(06) VALUE 'CYCLE '.
           05  HD1-CYCLE-ID                  PIC X(06).
           05  FILLER                        PIC X(06) VALUE '  RUN '.
           05  HD1-RUN-DATE                  PIC 9(08).
           05  FILLER                        PIC X(22) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER                        PIC X(05) VALUE '-----'.
           05  SEC-TITLE                     PIC X(70).
           05  FILLER                        PIC X(05) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-DEPT-CODE                 PIC X(03).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-USER-ID                   PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-RESPONSE                  PIC X(01).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-OWNER-ID                  PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DTL-TEXT                      PIC X(50).

       01  WS-OUTSTANDING-LINE.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  OUT-DEPT-CODE                 PIC X(03).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  OUT-OWNER-ID                  PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  OUT-STATE                     PIC X(10).
           05  OUT-ANSWERED                  PIC ZZ,ZZ9.
           05  FILLER                        PIC X(04) VALUE ' OF '.
           05  OUT-ISSUED                    PIC ZZ,ZZ9.
           05  FILLER                        PIC X(05) VALUE ' DUE '.
           05  OUT-DUE-DATE                  PIC 9(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  OUT-FLAG                      PIC X(22).

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

           SORT SORT-WORK
               ON ASCENDING KEY SRT-DEPT-CODE SRT-USER-ID
               INPUT PROCEDURE  IS 1000-LOAD-SORT-FILE
                            THRU 1000-LOAD-SORT-FILE-X
               OUTPUT PROCEDURE IS 2000-MATCH-RESPONSES
                            THRU 2000-MATCH-RESPONSES-X.

           PERFORM  3000-PRINT-WORK-SECTIONS
               THRU 3000-PRINT-WORK-SECTIONS-X.

           PERFORM  3500-PRINT-TOTALS
               THRU 3500-PRINT-TOTALS-X.

      * A DEPARTMENT STILL NOT ANSWERED AFTER ITS DUE DATE IS THE
      * FINDING THE AUDITORS ASK ABOUT - RC 4 SO IT IS CHASED.
           IF  WS-CNT-DEPT-PAST-DUE > ZERO
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

           OPEN I-O USER-MASTER.
           IF  NOT WS-USERMAS-STATUS-OK
               DISPLAY 'USER-MASTER DID NOT OPEN - STATUS '
                       WS-USERMAS-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT ISSUE-IN.
           IF  NOT WS-ISSUEIN-STATUS-OK
               DISPLAY 'ISSUE-IN DID NOT OPEN - STATUS '
                       WS-ISSUEIN-STATUS
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

           OPEN OUTPUT CERT-WORK.
           OPEN OUTPUT APPLY-RPT.

      * THE CYCLE BEING APPLIED IS WHATEVER THE ISSUED GENERATION
      * SAYS - THE FIRST ROW IS READ HERE SO THE HEADING CAN SHOW IT.
           PERFORM  2010-READ-ISSUE-RECORD
               THRU 2010-READ-ISSUE-RECORD-X.
           IF  NOT WS-ISSUEIN-EOF
               MOVE RCR-CYCLE-ID TO WS-CYCLE-ID
           END-IF.

           MOVE WS-CYCLE-ID   TO HD1-CYCLE-ID.
           MOVE WS-TODAY-DATE TO HD1-RUN-DATE.
           WRITE APPLY-LINE FROM WS-HEADING-LINE-1.
           WRITE APPLY-LINE FROM WS-BLANK-LINE.

           MOVE 'DECISIONS APPLIED' TO SEC-TITLE.
           WRITE APPLY-LINE FROM WS-SECTION-LINE.

       0100-INITIALIZE-X.
           EXIT.

      ****************************
       0900-TERMINATE.
      ****************************

      * CERT-WORK IS ALREADY CLOSED - 3010-COPY-WORK-SECTION CLOSES
      * IT AFTER ITS LAST PASS.
           CLOSE USER-MASTER.
           CLOSE ISSUE-IN.
           CLOSE AUDIT-LOG.
           CLOSE APPLY-RPT.

           PERFORM  7010-WRITE-RUN-END
               THRU 7010-WRITE-RUN-END-X.

       0900-TERMINATE-X.
           EXIT.

      ****************************
       1000-LOAD-SORT-FILE.
      ****************************

      * THE RETURNED RESPONSES MAY ARRIVE AS ONE FILE PER OWNER
      * CONCATENATED IN ANY ORDER - THE SORT PUTS THEM BACK INTO
      * THE ISSUED FILE'S ORDER.
           OPEN INPUT RESPONSE-IN.
           IF  NOT WS-RESPIN-STATUS-OK
               DISPLAY 'RESPONSE-IN DID NOT OPEN - STATUS '
                       WS-RESPIN-STATUS
               STOP RUN
           END-IF.

           PERFORM  1010-READ-RESPONSE
               THRU 1010-READ-RESPONSE-X.

           PERFORM  1020-RELEASE-RESPONSE
               THRU 1020-RELEASE-RESPONSE-X
              UNTIL WS-RESPIN-EOF.

           CLOSE RESPONSE-IN.

       1000-LOAD-SORT-FILE-X.
           EXIT.

      ****************************
       1010-READ-RESPONSE.
      ****************************

           READ RESPONSE-IN
               AT END
                   SET WS-RESPIN-EOF TO TRUE
           END-READ.

           IF  NOT WS-RESPIN-EOF
               ADD 1 TO WS-CNT-RESP-READ
           END-IF.

       1010-READ-RESPONSE-X.
           EXIT.

      ****************************
       1020-RELEASE-RESPONSE.
      ****************************

           MOVE RESPONSE-IN-RECORD TO SORT-RECORD.
           INSPECT SRT-RESPONSE CONVERTING 'krd' TO 'KRD'.
           RELEASE SORT-RECORD.

           PERFORM  1010-READ-RESPONSE
               THRU 1010-READ-RESPONSE-X.

       1020-RELEASE-RESPONSE-X.
           EXIT.

      ****************************
       2000-MATCH-RESPONSES.
      ****************************

           PERFORM  2020-RETURN-RESPONSE
               THRU 2020-RETURN-RESPONSE-X.

           IF  NOT WS-ISSUEIN-EOF
               PERFORM  2700-START-DEPARTMENT
                   THRU 2700-START-DEPARTMENT-X
           END-IF.

           PERFORM  2100-MATCH-CYCLE
               THRU 2100-MATCH-CYCLE-X
              UNTIL WS-ISSUEIN-EOF AND WS-SORTRET-EOF.

           IF  WS-CUR-DEPT-CODE NOT = SPACES
           OR  WS-DEPT-ISSUED-CNT > ZERO
               PERFORM  2800-END-DEPARTMENT
                   THRU 2800-END-DEPARTMENT-X
           END-IF.

           IF  WS-CNT-KEPT + WS-CNT-REVOKED + WS-CNT-ROLE-DROPPED
             + WS-CNT-NO-CHANGE = ZERO
               WRITE APPLY-LINE FROM WS-NONE-LINE
           END-IF.

       2000-MATCH-RESPONSES-X.
           EXIT.

      ****************************
       2010-READ-ISSUE-RECORD.
      ****************************

           READ ISSUE-IN
               AT END
                   SET WS-ISSUEIN-EOF TO TRUE
           END-READ.

           IF  WS-ISSUEIN-EOF
               MOVE HIGH-VALUES TO WS-ISSUE-KEY
           ELSE
               ADD 1 TO WS-CNT-ISSUED
               MOVE RCR-DEPT-CODE TO WS-ISSUE-KEY-DEPT
               MOVE RCR-USER-ID   TO WS-ISSUE-KEY-USER
           END-IF.

       2010-READ-ISSUE-RECORD-X.
           EXIT.

      ****************************
       2020-RETURN-RESPONSE.
      ****************************

           RETURN SORT-WORK
               AT END
                   SET WS-SORTRET-EOF TO TRUE
           END-RETURN.

           IF  WS-SORTRET-EOF
               MOVE HIGH-VALUES TO WS-RESP-KEY
           ELSE
               MOVE SRT-DEPT-CODE TO WS-RESP-KEY-DEPT
               MOVE SRT-USER-ID   TO WS-RESP-KEY-USER
           END-IF.

       2020-RETURN-RESPONSE-X.
           EXIT.

      ****************************
       2100-MATCH-CYCLE.
      ****************************

      * TWO ORDERED STREAMS, ONE POINTER EACH. AN ISSUED ROW WITH NO
      * RESPONSE IS UNANSWERED; A RESPONSE WITH NO ISSUED ROW (A
      * DUPLICATE, OR A ROW KEYED IN BY HAND) IS AN EXCEPTION AND
      * IS NEVER APPLIED.
           IF  WS-RESP-KEY < WS-ISSUE-KEY
               PERFORM  2400-RESPONSE-ONLY
                   THRU 2400-RESPONSE-ONLY-X
               GO TO 2100-MATCH-CYCLE-X
           END-IF.

           IF  WS-ISSUE-KEY < WS-RESP-KEY
               ADD 1 TO WS-DEPT-ISSUED-CNT
               ADD 1 TO WS-CNT-UNANSWERED
               GO TO 2100-NEXT-ISSUE
           END-IF.

           ADD 1 TO WS-DEPT-ISSUED-CNT.
           PERFORM  2500-APPLY-RESPONSE
               THRU 2500-APPLY-RESPONSE-X.
           IF  WS-ROW-ANSWERED
               ADD 1 TO WS-DEPT-ANSWERED-CNT
           ELSE
               ADD 1 TO WS-CNT-UNANSWERED
           END-IF.

           PERFORM  2020-RETURN-RESPONSE
               THRU 2020-RETURN-RESPONSE-X.

       2100-NEXT-ISSUE.
           PERFORM  2010-READ-ISSUE-RECORD
               THRU 2010-READ-ISSUE-RECORD-X.

           IF  NOT WS-ISSUEIN-EOF
           AND RCR-DEPT-CODE NOT = WS-CUR-DEPT-CODE
               PERFORM  2800-END-DEPARTMENT
                   THRU 2800-END-DEPARTMENT-X
               PERFORM  2700-START-DEPARTMENT
                   THRU 2700-START-DEPARTMENT-X
           END-IF.

       2100-MATCH-CYCLE-X.
           EXIT.

      ****************************
       2400-RESPONSE-ONLY.
      ****************************

           MOVE SPACES         TO WS-DETAIL-LINE.
           MOVE SRT-DEPT-CODE  TO DTL-DEPT-CODE.
           MOVE SRT-USER-ID    TO DTL-USER-ID.
           MOVE SRT-RESPONSE   TO DTL-RESPONSE.
           MOVE SRT-OWNER-ID   TO DTL-OWNER-ID.
           MOVE 'NOT ON THE ISSUED WORKSHEET OR A DUPLICATE - IGNORED'
             TO DTL-TEXT.
           PERFORM  2900-PARK-EXCEPTION
               THRU 2900-PARK-EXCEPTION-X.

           PERFORM  2020-RETURN-RESPONSE
               THRU 2020-RETURN-RESPONSE-X.

       2400-RESPONSE-ONLY-X.
           EXIT.

      ****************************
       2500-APPLY-RESPONSE.
      ****************************

      * THE RESPONSE BYTE IS THE ONLY THING TAKEN FROM THE RETURNED
      * ROW - OWNER, DEPARTMENT AND NAMES COME FROM THE ISSUED ROW.
           MOVE SPACES         TO WS-ANSWERED-SW.
           MOVE SPACES         TO WS-DETAIL-LINE.
           MOVE RCR-DEPT-CODE  TO DTL-DEPT-CODE.
           MOVE RCR-USER-ID    TO DTL-USER-ID.
           MOVE SRT-RESPONSE   TO DTL-RESPONSE.
           MOVE RCR-OWNER-ID   TO DTL-OWNER-ID.

      * A WORKSHEET RETURNED FROM ANOTHER QUARTER MATCHES ON
      * DEPARTMENT AND USER BUT WAS DECIDED AGAINST A DIFFERENT
      * ISSUE - IT IS NEVER APPLIED, AND THE ROW STAYS UNANSWERED.
           IF  SRT-CYCLE-ID NOT = RCR-CYCLE-ID
               MOVE 'RESPONSE FROM ANOTHER CYCLE - NOT APPLIED'
                 TO DTL-TEXT
               PERFORM  2900-PARK-EXCEPTION
                   THRU 2900-PARK-EXCEPTION-X
               GO TO 2500-APPLY-RESPONSE-X
           END-IF.

           IF  SRT-NO-RESPONSE
               GO TO 2500-APPLY-RESPONSE-X
           END-IF.

           IF  NOT SRT-RESPONSE-VALID
               MOVE 'RESPONSE CODE NOT K/R/D - COUNTED AS UNANSWERED'
                 TO DTL-TEXT
               PERFORM  2900-PARK-EXCEPTION
                   THRU 2900-PARK-EXCEPTION-X
               GO TO 2500-APPLY-RESPONSE-X
           END-IF.

      * NO OWNER MEANS NOBODY TO AUDIT THE DECISION UNDER - THE
      * DEPARTMENT NEEDS AN OWNER AND A FRESH WORKSHEET FIRST.
           IF  RCR-OWNER-ID = SPACES
               MOVE 'NO CERTIFYING OWNER ON THE ISSUE - NOT APPLIED'
                 TO DTL-TEXT
               PERFORM  2900-PARK-EXCEPTION
                   THRU 2900-PARK-EXCEPTION-X
               GO TO 2500-APPLY-RESPONSE-X
           END-IF.

      * FROM HERE THE OWNER HAS LOOKED AT THE ROW AND DECIDED - IT
      * COUNTS AS ANSWERED EVEN IF THE DECISION CANNOT BE APPLIED.
           SET WS-ROW-ANSWERED TO TRUE.

           MOVE RCR-USER-ID TO USR-ID.
           READ USER-MASTER
               INVALID KEY
                   MOVE 'USER NO LONGER ON USER-MASTER - NOT APPLIED'
                     TO DTL-TEXT
                   PERFORM  2900-PARK-EXCEPTION
                       THRU 2900-PARK-EXCEPTION-X
                   GO TO 2500-APPLY-RESPONSE-X
           END-READ.

      * A USER WHO HAS MOVED DEPARTMENT SINCE THE ISSUE IS NO LONGER
      * THIS OWNER'S TO CERTIFY - THE NEW DEPARTMENT PICKS THEM UP
      * NEXT CYCLE.
           IF  USR-DEPT-CODE NOT = RCR-DEPT-CODE
               MOVE 'USER TRANSFERRED SINCE THE ISSUE - NOT APPLIED'
                 TO DTL-TEXT
               PERFORM  2900-PARK-EXCEPTION
                   THRU 2900-PARK-EXCEPTION-X
               GO TO 2500-APPLY-RESPONSE-X
           END-IF.

           MOVE RCR-USER-ID  TO WS-AUDIT-USER-ID.
           MOVE RCR-OWNER-ID TO WS-AUDIT-ADMIN-ID.
           MOVE 'RECERT  '   TO WS-AUDIT-ACTION.

           EVALUATE TRUE
               WHEN SRT-KEEP
                   PERFORM  2510-APPLY-KEEP
                       THRU 2510-APPLY-KEEP-X
               WHEN SRT-REVOKE
                   PERFORM  2520-APPLY-REVOKE
                       THRU 2520-APPLY-REVOKE-X
               WHEN SRT-DROP-ROLE
                   PERFORM  2530-APPLY-DROP-ROLE
                       THRU 2530-APPLY-DROP-ROLE-X
           END-EVALUATE.

           WRITE APPLY-LINE FROM WS-DETAIL-LINE.

       2500-APPLY-RESPONSE-X.
           EXIT.

      ****************************
       2510-APPLY-KEEP.
      ****************************

           ADD 1 TO WS-CNT-KEPT.
           MOVE 'KEEP - ACCESS CERTIFIED' TO DTL-TEXT.
           MOVE 'KEPT    ' TO WS-AUDIT-RESULT.
           PERFORM  1800-WRITE-AUDIT-LOG
               THRU 1800-WRITE-AUDIT-LOG-X.

       2510-APPLY-KEEP-X.
           EXIT.

      ****************************
       2520-APPLY-REVOKE.
      ****************************

      * REVOKE TAKES AWAY ALL ACCESS - THE ACCOUNT IS DEACTIVATED
      * AND ANY ADMIN ROLE GOES WITH IT, SO A LATER REACTIVATION
      * NEVER BRINGS BACK A PRIVILEGE NOBODY CERTIFIED.
           IF  USR-STATUS-DEACTIVATED
           AND USR-NOT-ADMIN
               ADD 1 TO WS-CNT-NO-CHANGE
               MOVE 'REVOKE - ALREADY DEACTIVATED, NO CHANGE'
                 TO DTL-TEXT
               MOVE 'NOCHANGE' TO WS-AUDIT-RESULT
               PERFORM  1800-WRITE-AUDIT-LOG
                   THRU 1800-WRITE-AUDIT-LOG-X
               GO TO 2520-APPLY-REVOKE-X
           END-IF.

           ADD 1 TO WS-CNT-REVOKED.
           MOVE 'REVOKE - ACCOUNT DEACTIVATED' TO DTL-TEXT.

           IF  NOT USR-NOT-ADMIN
               MOVE SPACE TO USR-ADMIN-ROLE
               MOVE 'REVOKE - DEACTIVATED AND ADMIN ROLE REMOVED'
                 TO DTL-TEXT
               MOVE 'REVOKED ' TO WS-AUDIT-RESULT
               PERFORM  1800-WRITE-AUDIT-LOG
                   THRU 1800-WRITE-AUDIT-LOG-X
           END-IF.

      * AN ACCOUNT ALREADY AT 'D' KEEPS ITS ORIGINAL DEACTIVATION
      * DATE SO THE RETENTION CLOCK IS NOT RESTARTED.
           IF  NOT USR-STATUS-DEACTIVATED
               SET USR-STATUS-DEACTIVATED TO TRUE
               MOVE WS-TODAY-DATE TO USR-DEACT-DATE
           END-IF.
           REWRITE USER-RECORD.

           MOVE 'DEACT   ' TO WS-AUDIT-RESULT.
           PERFORM  1800-WRITE-AUDIT-LOG
               THRU 1800-WRITE-AUDIT-LOG-X.

       2520-APPLY-REVOKE-X.
           EXIT.

      ****************************
       2530-APPLY-DROP-ROLE.
      ****************************

           IF  USR-NOT-ADMIN
               ADD 1 TO WS-CNT-NO-CHANGE
               MOVE 'DROP ROLE - NO ADMIN ROLE HELD, NO CHANGE'
                 TO DTL-TEXT
               MOVE 'NOCHANGE' TO WS-AUDIT-RESULT
               PERFORM  1800-WRITE-AUDIT-LOG
                   THRU 1800-WRITE-AUDIT-LOG-X
               GO TO 2530-APPLY-DROP-ROLE-X
           END-IF.

           ADD 1 TO WS-CNT-ROLE-DROPPED.
           MOVE SPACE TO USR-ADMIN-ROLE.
           REWRITE USER-RECORD.

           MOVE 'DROP ROLE - ADMIN ROLE REMOVED' TO DTL-TEXT.
           MOVE 'REVOKED ' TO WS-AUDIT-RESULT.
           PERFORM  1800-WRITE-AUDIT-LOG
               THRU 1800-WRITE-AUDIT-LOG-X.

       2530-APPLY-DROP-ROLE-X.
           EXIT.

      ****************************
       2700-START-DEPARTMENT.
      ****************************

           MOVE RCR-DEPT-CODE TO WS-CUR-DEPT-CODE.
           MOVE RCR-OWNER-ID  TO WS-CUR-OWNER-ID.
           MOVE RCR-DUE-DATE  TO WS-CUR-DUE-DATE.
           MOVE ZERO          TO WS-DEPT-ISSUED-CNT
                                 WS-DEPT-ANSWERED-CNT.

       2700-START-DEPARTMENT-X.
           EXIT.

      ****************************
       2800-END-DEPARTMENT.
      ****************************

      * EVERY ISSUED ROW NEEDS AN ANSWER. NOTHING BACK AT ALL IS
      * MISSING; SOME BUT NOT ALL IS INCOMPLETE. PAST THE DUE DATE
      * EITHER ONE IS FLAGGED.
           IF  WS-DEPT-ANSWERED-CNT NOT < WS-DEPT-ISSUED-CNT
               GO TO 2800-END-DEPARTMENT-X
           END-IF.

           ADD 1 TO WS-CNT-DEPT-OUTSTANDING.

           MOVE WS-CUR-DEPT-CODE     TO OUT-DEPT-CODE.
           MOVE WS-CUR-OWNER-ID      TO OUT-OWNER-ID.
           IF  WS-DEPT-ANSWERED-CNT = ZERO
               MOVE 'MISSING'        TO OUT-STATE
           ELSE
               MOVE 'INCOMPLETE'     TO OUT-STATE
           END-IF.
           MOVE WS-DEPT-ANSWERED-CNT TO OUT-ANSWERED.
           MOVE WS-DEPT-ISSUED-CNT   TO OUT-ISSUED.
           MOVE WS-CUR-DUE-DATE      TO OUT-DUE-DATE.

           IF  WS-TODAY-DATE > WS-CUR-DUE-DATE
               ADD 1 TO WS-CNT-DEPT-PAST-DUE
               MOVE '** PAST DUE'    TO OUT-FLAG
           ELSE
               MOVE 'NOT YET DUE'    TO OUT-FLAG
           END-IF.

           MOVE 'O'                  TO CWK-TYPE.
           MOVE WS-OUTSTANDING-LINE  TO CWK-LINE.
           WRITE CERT-WORK-RECORD.

       2800-END-DEPARTMENT-X.
           EXIT.

      ****************************
       2900-PARK-EXCEPTION.
      ****************************

           ADD 1 TO WS-CNT-EXCEPTIONS.
           MOVE 'X'            TO CWK-TYPE.
           MOVE WS-DETAIL-LINE TO CWK-LINE.
           WRITE CERT-WORK-RECORD.

       2900-PARK-EXCEPTION-X.
           EXIT.

      ****************************
       1800-WRITE-AUDIT-LOG.
      ****************************

      * SAME RECORD FORMAT PROJ2023 WRITES. THE CERTIFYING OWNER
      * GOES IN THE ADMIN-ID SLOT - THE PERSON WHO DECIDED.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.

           MOVE SPACES TO AUDIT-RECORD.
           STRING WS-CURRENT-DATE   DELIMITED BY SIZE
                  WS-CURRENT-TIME (1:6) DELIMITED BY SIZE
             INTO AUD-TIMESTAMP
           END-STRING.
           MOVE WS-AUDIT-USER-ID  TO AUD-USER-ID.
           MOVE WS-AUDIT-ACTION   TO AUD-ACTION-CODE.
           MOVE WS-AUDIT-RESULT   TO AUD-RESULT.
           MOVE WS-AUDIT-ADMIN-ID TO AUD-ADMIN-ID.

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
       3000-PRINT-WORK-SECTIONS.
      ****************************

           CLOSE CERT-WORK.

           WRITE APPLY-LINE FROM WS-BLANK-LINE.
           MOVE 'RESPONSES NOT APPLIED (EXCEPTIONS)' TO SEC-TITLE.
           WRITE APPLY-LINE FROM WS-SECTION-LINE.
           MOVE 'X' TO WS-WANTED-TYPE.
           PERFORM  3010-COPY-WORK-SECTION
               THRU 3010-COPY-WORK-SECTION-X.
           IF  WS-CNT-EXCEPTIONS = ZERO
               WRITE APPLY-LINE FROM WS-NONE-LINE
           END-IF.

           WRITE APPLY-LINE FROM WS-BLANK-LINE.
           MOVE 'DEPARTMENTS WITH MISSING OR INCOMPLETE RESPONSES'
             TO SEC-TITLE.
           WRITE APPLY-LINE FROM WS-SECTION-LINE.
           MOVE 'O' TO WS-WANTED-TYPE.
           PERFORM  3010-COPY-WORK-SECTION
               THRU 3010-COPY-WORK-SECTION-X.
           IF  WS-CNT-DEPT-OUTSTANDING = ZERO
               WRITE APPLY-LINE FROM WS-NONE-LINE
           END-IF.

       3000-PRINT-WORK-SECTIONS-X.
           EXIT.

      ****************************
       3010-COPY-WORK-SECTION.
      ****************************

           MOVE SPACES TO WS-CERTWORK-SW.
           OPEN INPUT CERT-WORK.

           PERFORM  3020-READ-WORK-RECORD
               THRU 3020-READ-WORK-RECORD-X.

           PERFORM  3030-COPY-WORK-RECORD
               THRU 3030-COPY-WORK-RECORD-X
              UNTIL WS-CERTWORK-EOF.

           CLOSE CERT-WORK.

       3010-COPY-WORK-SECTION-X.
           EXIT.

      ****************************
       3020-READ-WORK-RECORD.
      ****************************

           READ CERT-WORK
               AT END
                   SET WS-CERTWORK-EOF TO TRUE
           END-READ.

       3020-READ-WORK-RECORD-X.
           EXIT.

      ****************************
       3030-COPY-WORK-RECORD.
      ****************************

           IF  CWK-TYPE = WS-WANTED-TYPE
               WRITE APPLY-LINE FROM CWK-LINE
           END-IF.

           PERFORM  3020-READ-WORK-RECORD
               THRU 3020-READ-WORK-RECORD-X.

       3030-COPY-WORK-RECORD-X.
           EXIT.

      ****************************
       3500-PRINT-TOTALS.
      ****************************

           WRITE APPLY-LINE FROM WS-BLANK-LINE.

           MOVE 'ROWS ON THE ISSUED WORKSHEETS'     TO TOT-LABEL.
           MOVE WS-CNT-ISSUED                       TO TOT-COUNT.
           WRITE APPLY-LINE FROM WS-TOTAL-LINE.

           MOVE 'RESPONSE RECORDS READ'             TO TOT-LABEL.
           MOVE WS-CNT-RESP-READ                    TO TOT-COUNT.
           WRITE APPLY-LINE FROM WS-TOTAL-LINE.

           MOVE 'KEPT'                              TO TOT-LABEL.
           MOVE WS-CNT-KEPT                         TO TOT-COUNT.
           WRITE APPLY-LINE FROM WS-TOTAL-LINE.

           MOVE 'REVOKED (DEACTIVATED)'             TO TOT-LABEL.
           MOVE WS-CNT-REVOKED                      TO TOT-COUNT.
           WRITE APPLY-LINE FROM WS-TOTAL-LINE.

           MOVE 'ADMIN ROLE DROPPED'                TO TOT-LABEL.
           MOVE WS-CNT-ROLE-DROPPED                 TO TOT-COUNT.
           WRITE APPLY-LINE FROM WS-TOTAL-LINE.

           MOVE 'DECIDED, NOTHING TO CHANGE'        TO TOT-LABEL.
           MOVE WS-CNT-NO-CHANGE                    TO TOT-COUNT.
           WRITE APPLY-LINE FROM WS-TOTAL-LINE.

           MOVE 'ISSUED ROWS UNANSWERED'            TO TOT-LABEL.
           MOVE WS-CNT-UNANSWERED                   TO TOT-COUNT.
           WRITE APPLY-LINE FROM WS-TOTAL-LINE.

           MOVE 'EXCEPTIONS'                        TO TOT-LABEL.
           MOVE WS-CNT-EXCEPTIONS                   TO TOT-COUNT.
           WRITE APPLY-LINE FROM WS-TOTAL-LINE.

           MOVE 'DEPARTMENTS OUTSTANDING'           TO TOT-LABEL.
           MOVE WS-CNT-DEPT-OUTSTANDING             TO TOT-COUNT.
           WRITE APPLY-LINE FROM WS-TOTAL-LINE.

           MOVE 'DEPARTMENTS PAST DUE'              TO TOT-LABEL.
           MOVE WS-CNT-DEPT-PAST-DUE                TO TOT-COUNT.
           WRITE APPLY-LINE FROM WS-TOTAL-LINE.

       3500-PRINT-TOTALS-X.
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
           MOVE 'PROJ23CA' TO RUN-JOB-NAME.
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
           MOVE 'PROJ23CA' TO RUN-JOB-NAME.
           MOVE 'E'        TO RUN-REC-TYPE.
           PERFORM  7020-STAMP-RUN-RECORD
               THRU 7020-STAMP-RUN-RECORD-X.
           MOVE WS-CNT-ISSUED TO RUN-CNT-READ.
           COMPUTE RUN-CNT-WRITTEN = WS-CNT-REVOKED
                                   + WS-CNT-ROLE-DROPPED.
           MOVE WS-CNT-EXCEPTIONS TO RUN-CNT-REJECTED.
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
