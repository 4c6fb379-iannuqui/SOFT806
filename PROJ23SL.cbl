       program-id. PROJ23SL.
      ******************************************************************
      *    AUTHOR: CHRISTIAN VIKTOR A. NUQUI                           *
      *    INSTALLATION: SOFT806 SHOP                                  *
      *    DATE-WRITTEN: 2026-10-15                                    *
      *    DESCRIPTION: AD HOC USER SELECTION EXTRACT. SELECTS         *
      *                 USER-MASTER RECORDS BY THE CRITERIA ON THE     *
      *                 PARMCARD - STATUS, DEPARTMENT, ADMIN ROLE,     *
      *                 RESET PENDING, AND DATE RANGES ON THE          *
      *                 REGISTER, LAST-LOGON AND PASSWORD-CHANGED      *
      *                 DATES - AND WRITES THEM, BY DEPARTMENT AND     *
      *                 NAME WITH THE DEPARTMENT NAME FROM             *
      *                 DEPT-MASTER, TO A PRINTED LISTING AND TO A     *
      *                 COMMA-DELIMITED FILE WITH A HEADER ROW FOR     *
      *                 SPREADSHEETS. THE PASSWORD HASH IS NEVER       *
      *                 EXTRACTED. THE LISTING OPENS WITH THE CARD AND *
      *                 THE CRITERIA AS READ AND CLOSES WITH THE READ  *
      *                 AND SELECTED COUNTS, SO EVERY EXTRACT HANDED   *
      *                 OVER DOCUMENTS ITSELF. AN INVALID CARD         *
      *                 SELECTS NOTHING AND ENDS RC 16. READ ONLY.     *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  CVN  INITIAL VERSION                            *
      ******************************************************************

       environment division.
       configuration section.

       input-output section.
       file-control.
           select USER-MASTER assign to USERMAS
               organization is indexed
               access mode is sequential
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

           select SELECT-RPT assign to SLRPT
               organization is sequential
               file status is WS-SLRPT-STATUS.

           select SELECT-CSV assign to SLCSV
               organization is sequential
               file status is WS-SLCSV-STATUS.

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

      * ONE CARD. EVERY CRITERION IS OPTIONAL - A BLANK FIELD MEANS
      * ANY. DATES ARE YYYYMMDD AND EITHER END OF A RANGE MAY BE LEFT
      * BLANK. LAST LOGON 00000000 TO 00000000 IS NEVER LOGGED ON.
       FD  PARM-FILE
           label records are standard.
       01  PARM-RECORD.
      *    A, L OR D
           05  PRM-STATUS                    PIC X(01).
           05  PRM-DEPT-CODE                 PIC X(03).
      *    S, P OR F FOR THAT ROLE, Y FOR ANY ROLE, N FOR NONE
           05  PRM-ADMIN-ROLE                PIC X(01).
      *    Y RESET PENDING, N NOT PENDING
           05  PRM-RESET-PENDING             PIC X(01).
           05  PRM-REG-FROM                  PIC X(08).
           05  PRM-REG-TO                    PIC X(08).
           05  PRM-LOGON-FROM                PIC X(08).
           05  PRM-LOGON-TO                  PIC X(08).
           05  PRM-PWD-FROM                  PIC X(08).
           05  PRM-PWD-TO                    PIC X(08).
           05  FILLER                        PIC X(26).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-DEPT-CODE                 PIC X(03).
           05  SRT-LAST-NAME                 PIC X(25).
           05  SRT-FIRST-NAME                PIC X(25).
           05  SRT-ID                        PIC X(08).
           05  SRT-STATUS                    PIC X(01).
           05  SRT-ACCOUNT-TYPE              PIC X(01).
           05  SRT-ADMIN-ROLE                PIC X(01).
           05  SRT-PWD-RESET-SW              PIC X(01).
           05  SRT-FAILED-LOGON-CNT          PIC 9(01).
           05  SRT-REGISTER-DATE             PIC X(08).
           05  SRT-LAST-LOGON-DATE           PIC X(08).
           05  SRT-PWD-CHANGED-DATE          PIC X(08).
           05  SRT-SPONSOR-ID                PIC X(08).
           05  SRT-EXPIRY-DATE               PIC X(08).
           05  SRT-DEACT-DATE                PIC X(08).

       FD  SELECT-RPT
           label records are standard.
       01  SELECT-LINE                       PIC X(80).

       FD  SELECT-CSV
           label records are standard.
       01  CSV-RECORD                        PIC X(250).

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
           05  WS-SLRPT-STATUS               PIC X(02) VALUE SPACES.
           05  WS-SLCSV-STATUS               PIC X(02) VALUE SPACES.
           05  WS-RUNCTL-STATUS              PIC X(02) VALUE SPACES.
               88  WS-RUNCTL-NOFILE          VALUE '35'.

       01  WS-SWITCHES.
           05  WS-USERMAS-SW                 PIC X(01) VALUE SPACES.
               88  WS-USERMAS-EOF            VALUE 'X'.
           05  WS-SORTRET-SW                 PIC X(01) VALUE SPACES.
               88  WS-SORTRET-EOF            VALUE 'X'.
           05  WS-PARM-SW                    PIC X(01) VALUE SPACES.
               88  WS-PARM-EOF               VALUE 'X'.
           05  WS-INVALID-SW                 PIC X(01) VALUE SPACES.
               88  WS-CRITERIA-INVALID       VALUE 'Y'.
           05  WS-SELECT-SW                  PIC X(01) VALUE SPACES.
               88  WS-USER-SELECTED          VALUE 'Y'.

      * THE CRITERIA AS ACCEPTED. AN UNUSED RANGE IS LEFT AT
      * 00000000 TO 99999999 WITH ITS SWITCH OFF, SO THE DATE IS NOT
      * TESTED AT ALL - A RECORD WITH SPACES IN THE DATE STILL
      * QUALIFIES. A USED RANGE NEVER MATCHES A NON-NUMERIC DATE.
       01  WS-CRITERIA.
           05  WS-SEL-STATUS                 PIC X(01) VALUE SPACES.
               88  WS-SEL-STATUS-ANY         VALUE ' '.
               88  WS-SEL-STATUS-VALID       VALUE ' ' 'A' 'L' 'D'.
           05  WS-SEL-DEPT-CODE              PIC X(03) VALUE SPACES.
               88  WS-SEL-DEPT-ANY           VALUE SPACES.
           05  WS-SEL-ROLE                   PIC X(01) VALUE SPACES.
               88  WS-SEL-ROLE-ANY           VALUE ' '.
               88  WS-SEL-ROLE-HOLDER        VALUE 'Y'.
               88  WS-SEL-ROLE-NONE          VALUE 'N'.
               88  WS-SEL-ROLE-VALID         VALUE ' ' 'Y' 'N'
                                                   'S' 'P' 'F'.
           05  WS-SEL-RESET                  PIC X(01) VALUE SPACES.
               88  WS-SEL-RESET-ANY          VALUE ' '.
               88  WS-SEL-RESET-PENDING      VALUE 'Y'.
               88  WS-SEL-RESET-VALID        VALUE ' ' 'Y' 'N'.
           05  WS-SEL-REG-SW                 PIC X(01) VALUE SPACES.
               88  WS-SEL-REG-USED           VALUE 'Y'.
           05  WS-SEL-REG-FROM               PIC 9(08) VALUE ZERO.
           05  WS-SEL-REG-TO                 PIC 9(08) VALUE 99999999.
           05  WS-SEL-LOGON-SW               PIC X(01) VALUE SPACES.
               88  WS-SEL-LOGON-USED         VALUE 'Y'.
           05  WS-SEL-LOGON-FROM             PIC 9(08) VALUE ZERO.
           05  WS-SEL-LOGON-TO               PIC 9(08) VALUE 99999999.
           05  WS-SEL-PWD-SW                 PIC X(01) VALUE SPACES.
               88  WS-SEL-PWD-USED           VALUE 'Y'.
           05  WS-SEL-PWD-FROM               PIC 9(08) VALUE ZERO.
           05  WS-SEL-PWD-TO                 PIC 9(08) VALUE 99999999.

      * 0160 TAKES ONE DATE RANGE OFF THE CARD AT A TIME THROUGH
      * THESE FIELDS.
       01  WS-RANGE-FIELDS.
           05  WS-RANGE-NAME                 PIC X(15) VALUE SPACES.
           05  WS-RANGE-FROM-IN              PIC X(08) VALUE SPACES.
           05  WS-RANGE-TO-IN                PIC X(08) VALUE SPACES.
           05  WS-RANGE-SW                   PIC X(01) VALUE SPACES.
               88  WS-RANGE-USED             VALUE 'Y'.
           05  WS-RANGE-FROM                 PIC 9(08) VALUE ZERO.
           05  WS-RANGE-TO                   PIC 9(08) VALUE ZERO.

       01  WS-DATE-FIELDS.
           05  WS-TODAY-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-WORK-DATE                  PIC X(08) VALUE SPACES.

       01  WS-DEPT-BREAK-FIELDS.
           05  WS-PREV-DEPT-CODE             PIC X(03) VALUE SPACES.
           05  WS-PREV-DEPT-NAME             PIC X(25) VALUE SPACES.
           05  WS-DEPT-USER-CNT              PIC 9(07) VALUE ZERO.

       01  WS-RECORD-COUNTS.
           05  WS-CNT-READ                   PIC 9(07) VALUE ZERO.
           05  WS-CNT-SELECTED               PIC 9(07) VALUE ZERO.
           05  WS-CNT-CSV-ROWS               PIC 9(07) VALUE ZERO.

      * THE DELIMITED LINE IS BUILT ONE COLUMN AT A TIME BY THE
      * 8000 PARAGRAPHS - TEXT COLUMNS QUOTED AND TRAILING SPACES
      * TRIMMED, DATES AS YYYY-MM-DD, EMPTY WHEN THERE IS NO DATE.
       01  WS-CSV-FIELDS.
           05  WS-CSV-LINE                   PIC X(250) VALUE SPACES.
           05  WS-CSV-PTR                    PIC 9(03) COMP VALUE 1.
           05  WS-CSV-COL-CNT                PIC 9(03) COMP VALUE ZERO.
           05  WS-CSV-TEXT                   PIC X(30) VALUE SPACES.
           05  WS-CSV-LEN                    PIC 9(03) COMP VALUE ZERO.
           05  WS-CSV-DATE                   PIC X(08) VALUE SPACES.
           05  WS-CSV-DATE-R REDEFINES WS-CSV-DATE.
               10  WS-CSV-DATE-YYYY          PIC X(04).
               10  WS-CSV-DATE-MM            PIC X(02).
               10  WS-CSV-DATE-DD            PIC X(02).

       01  WS-CSV-HEADER.
           05  FILLER                        PIC X(39)
               VALUE 'USER_ID,LAST_NAME,FIRST_NAME,DEPT_CODE,'.
           05  FILLER                        PIC X(30)
               VALUE 'DEPT_NAME,STATUS,ACCOUNT_TYPE,'.
           05  FILLER                        PIC X(39)
               VALUE 'ADMIN_ROLE,RESET_PENDING,FAILED_LOGONS,'.
           05  FILLER                        PIC X(30)
               VALUE 'REGISTER_DATE,LAST_LOGON_DATE,'.
           05  FILLER                        PIC X(28)
               VALUE 'PWD_CHANGED_DATE,SPONSOR_ID,'.
           05  FILLER                        PIC X(22)
               VALUE 'EXPIRY_DATE,DEACT_DATE'.
           05  FILLER                        PIC X(62) VALUE SPACES.

       01  WS-HEADING-LINE-1.
           05  FILLER                        PIC X(35)
               VALUE 'PROJ2023 USER SELECTION EXTRACT - '.
           05  FILLER                        PIC X(09)
                                             VALUE 'RUN DATE '.
           05  HD1-RUN-DATE                  PIC 9(08).
           05  FILLER                        PIC X(28) VALUE SPACES.

       01  WS-CARD-LINE.
           05  FILLER                        PIC X(10)
                                             VALUE 'PARMCARD: '.
           05  CRD-IMAGE                     PIC X(54).
           05  FILLER                        PIC X(16) VALUE SPACES.

       01  WS-CRITERIA-LINE.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  CRT-LABEL                     PIC X(22).
           05  FILLER                        PIC X(02) VALUE ': '.
           05  CRT-VALUE                     PIC X(54).

       01  WS-INVALID-LINE.
           05  FILLER                        PIC X(14)
                                             VALUE '  ** INVALID: '.
           05  INV-TEXT                      PIC X(66).

       01  WS-HEADING-LINE-2.
           05  FILLER                        PIC X(09) VALUE 'USER ID'.
           05  FILLER                        PIC X(25) VALUE 'NAME'.
           05  FILLER                        PIC X(07) VALUE 'STATUS'.
           05  FILLER                        PIC X(02) VALUE 'R'.
           05  FILLER                        PIC X(02) VALUE 'P'.
           05  FILLER                        PIC X(09)
                                             VALUE 'REGISTER'.
           05  FILLER                        PIC X(09)
                                             VALUE 'LASTLOGN'.
           05  FILLER                        PIC X(09)
                                             VALUE 'PWD CHGD'.
           05  FILLER                        PIC X(08) VALUE SPACES.

       01  WS-HEADING-LINE-3.
           05  FILLER                        PIC X(44)
               VALUE 'R = ADMIN ROLE, P = PASSWORD RESET PENDING'.
           05  FILLER                        PIC X(36) VALUE SPACES.

       01  WS-DEPT-LINE.
           05  FILLER                        PIC X(05) VALUE 'DEPT '.
           05  DPT-CODE                      PIC X(03).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  DPT-NAME                      PIC X(25).
           05  FILLER                        PIC X(45) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DTL-USER-ID                   PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-NAME                      PIC X(24).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-STATUS                    PIC X(06).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-ROLE                      PIC X(01).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-RESET                     PIC X(01).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-REGISTERED                PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-LAST-LOGON                PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  DTL-PWD-CHANGED               PIC X(08).
           05  FILLER                        PIC X(09) VALUE SPACES.

       01  WS-DEPT-TOTAL-LINE.
           05  FILLER                        PIC X(11)
                                             VALUE '  ** DEPT '.
           05  SUB-DEPT-CODE                 PIC X(03).
           05  FILLER                        PIC X(10)
                                             VALUE ' SELECTED '.
           05  SUB-DEPT-COUNT                PIC Z,ZZZ,ZZ9.
           05  FILLER                        PIC X(47) VALUE SPACES.

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

      * A CARD THAT DOES NOT READ CLEANLY SELECTS NOBODY - A LIST
      * BUILT ON A MISREAD CRITERION WOULD BE HANDED OVER AS RIGHT.
           IF  WS-CRITERIA-INVALID
               MOVE 16 TO RETURN-CODE
           ELSE
               SORT SORT-WORK
                   ON ASCENDING KEY SRT-DEPT-CODE
                                    SRT-LAST-NAME SRT-FIRST-NAME
                                    SRT-ID
                   INPUT PROCEDURE  IS 1000-LOAD-SORT-FILE
                                THRU 1000-LOAD-SORT-FILE-X
                   OUTPUT PROCEDURE IS 2000-WRITE-EXTRACT
                                THRU 2000-WRITE-EXTRACT-X
           END-IF.

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

           OPEN OUTPUT SELECT-RPT.
           MOVE WS-TODAY-DATE TO HD1-RUN-DATE.
           WRITE SELECT-LINE FROM WS-HEADING-LINE-1.
           WRITE SELECT-LINE FROM WS-BLANK-LINE.

           PERFORM  0150-READ-PARM-CARD
               THRU 0150-READ-PARM-CARD-X.

           PERFORM  0170-PRINT-CRITERIA
               THRU 0170-PRINT-CRITERIA-X.

      * THE HEADER ROW IS WRITTEN EVEN WHEN NOTHING IS SELECTED, SO
      * AN EMPTY EXTRACT STILL OPENS AS A SPREADSHEET.
           OPEN OUTPUT SELECT-CSV.
           WRITE CSV-RECORD FROM WS-CSV-HEADER.

           IF  NOT WS-CRITERIA-INVALID
               OPEN INPUT DEPT-MASTER
               IF  NOT WS-DEPTMAS-STATUS-OK
                   DISPLAY 'DEPT-MASTER DID NOT OPEN - STATUS '
                           WS-DEPTMAS-STATUS
                   STOP RUN
               END-IF
           END-IF.

       0100-INITIALIZE-X.
           EXIT.

      ****************************
       0150-READ-PARM-CARD.
      ****************************

      * NO CARD, OR A BLANK ONE, SELECTS EVERY USER - THE CRITERIA
      * SECTION OF THE LISTING SAYS SO.
           MOVE SPACES TO PARM-RECORD.

           OPEN INPUT PARM-FILE.
           IF  NOT WS-PARM-STATUS-OK
               GO TO 0150-READ-PARM-CARD-X
           END-IF.

           READ PARM-FILE
               AT END
                   MOVE SPACES TO PARM-RECORD
                   SET WS-PARM-EOF TO TRUE
           END-READ.

           CLOSE PARM-FILE.

           MOVE PARM-RECORD (1:54) TO CRD-IMAGE.
           WRITE SELECT-LINE FROM WS-CARD-LINE.
           WRITE SELECT-LINE FROM WS-BLANK-LINE.

           MOVE PRM-STATUS TO WS-SEL-STATUS.
           IF  NOT WS-SEL-STATUS-VALID
               MOVE 'STATUS (COL 1) MUST BE A, L, D OR BLANK'
                 TO INV-TEXT
               PERFORM  0190-NOTE-INVALID
                   THRU 0190-NOTE-INVALID-X
           END-IF.

           MOVE PRM-DEPT-CODE TO WS-SEL-DEPT-CODE.

           MOVE PRM-ADMIN-ROLE TO WS-SEL-ROLE.
           IF  NOT WS-SEL-ROLE-VALID
               MOVE 'ADMIN ROLE (COL 5) MUST BE S, P, F, Y, N OR BLANK'
                 TO INV-TEXT
               PERFORM  0190-NOTE-INVALID
                   THRU 0190-NOTE-INVALID-X
           END-IF.

           MOVE PRM-RESET-PENDING TO WS-SEL-RESET.
           IF  NOT WS-SEL-RESET-VALID
               MOVE 'RESET PENDING (COL 6) MUST BE Y, N OR BLANK'
                 TO INV-TEXT
               PERFORM  0190-NOTE-INVALID
                   THRU 0190-NOTE-INVALID-X
           END-IF.

           MOVE 'REGISTER DATE'  TO WS-RANGE-NAME.
           MOVE PRM-REG-FROM     TO WS-RANGE-FROM-IN.
           MOVE PRM-REG-TO       TO WS-RANGE-TO-IN.
           PERFORM  0160-TAKE-DATE-RANGE
               THRU 0160-TAKE-DATE-RANGE-X.
           MOVE WS-RANGE-SW      TO WS-SEL-REG-SW.
           MOVE WS-RANGE-FROM    TO WS-SEL-REG-FROM.
           MOVE WS-RANGE-TO      TO WS-SEL-REG-TO.

           MOVE 'LAST LOGON'     TO WS-RANGE-NAME.
           MOVE PRM-LOGON-FROM   TO WS-RANGE-FROM-IN.
           MOVE PRM-LOGON-TO     TO WS-RANGE-TO-IN.
           PERFORM  0160-TAKE-DATE-RANGE
               THRU 0160-TAKE-DATE-RANGE-X.
           MOVE WS-RANGE-SW      TO WS-SEL-LOGON-SW.
           MOVE WS-RANGE-FROM    TO WS-SEL-LOGON-FROM.
           MOVE WS-RANGE-TO      TO WS-SEL-LOGON-TO.

           MOVE 'PWD CHANGED'    TO WS-RANGE-NAME.
           MOVE PRM-PWD-FROM     TO WS-RANGE-FROM-IN.
           MOVE PRM-PWD-TO       TO WS-RANGE-TO-IN.
           PERFORM  0160-TAKE-DATE-RANGE
               THRU 0160-TAKE-DATE-RANGE-X.
           MOVE WS-RANGE-SW      TO WS-SEL-PWD-SW.
           MOVE WS-RANGE-FROM    TO WS-SEL-PWD-FROM.
           MOVE WS-RANGE-TO      TO WS-SEL-PWD-TO.

       0150-READ-PARM-CARD-X.
           EXIT.

      ****************************
       0160-TAKE-DATE-RANGE.
      ****************************

      * WS-RANGE-NAME, -FROM-IN AND -TO-IN ARE SET BY THE CALLER. A
      * BLANK END IS OPEN; BOTH BLANK LEAVES THE RANGE UNUSED.
           MOVE SPACES   TO WS-RANGE-SW.
           MOVE ZERO     TO WS-RANGE-FROM.
           MOVE 99999999 TO WS-RANGE-TO.

           IF  WS-RANGE-FROM-IN = SPACES
           AND WS-RANGE-TO-IN   = SPACES
               GO TO 0160-TAKE-DATE-RANGE-X
           END-IF.

           SET WS-RANGE-USED TO TRUE.

           IF  WS-RANGE-FROM-IN NOT = SPACES
               IF  WS-RANGE-FROM-IN IS NUMERIC
                   MOVE WS-RANGE-FROM-IN TO WS-RANGE-FROM
               ELSE
                   MOVE SPACES TO INV-TEXT
                   STRING WS-RANGE-NAME DELIMITED BY '  '
                          ' FROM IS NOT A YYYYMMDD DATE'
                                        DELIMITED BY SIZE
                     INTO INV-TEXT
                   END-STRING
                   PERFORM  0190-NOTE-INVALID
                       THRU 0190-NOTE-INVALID-X
               END-IF
           END-IF.

           IF  WS-RANGE-TO-IN NOT = SPACES
               IF  WS-RANGE-TO-IN IS NUMERIC
                   MOVE WS-RANGE-TO-IN TO WS-RANGE-TO
               ELSE
                   MOVE SPACES TO INV-TEXT
                   STRING WS-RANGE-NAME DELIMITED BY '  '
                          ' TO IS NOT A YYYYMMDD DATE'
                                        DELIMITED BY SIZE
                     INTO INV-TEXT
                   END-STRING
                   PERFORM  0190-NOTE-INVALID
                       THRU 0190-NOTE-INVALID-X
               END-IF
           END-IF.

           IF  WS-RANGE-FROM > WS-RANGE-TO
               MOVE SPACES TO INV-TEXT
               STRING WS-RANGE-NAME DELIMITED BY '  '
                      ' FROM IS AFTER TO' DELIMITED BY SIZE
                 INTO INV-TEXT
               END-STRING
               PERFORM  0190-NOTE-INVALID
                   THRU 0190-NOTE-INVALID-X
           END-IF.

       0160-TAKE-DATE-RANGE-X.
           EXIT.

      ****************************
       0170-PRINT-CRITERIA.
      ****************************

           MOVE SPACES                TO WS-CRITERIA-LINE.
           MOVE 'SELECTION CRITERIA'  TO CRT-LABEL.
           MOVE SPACES                TO CRT-VALUE.
           IF  WS-CRITERIA-INVALID
               MOVE 'CARD REJECTED - NOTHING SELECTED' TO CRT-VALUE
           END-IF.
           WRITE SELECT-LINE FROM WS-CRITERIA-LINE.

           MOVE 'STATUS'              TO CRT-LABEL.
           EVALUATE WS-SEL-STATUS
               WHEN 'A'
                   MOVE 'A - ACTIVE'      TO CRT-VALUE
               WHEN 'L'
                   MOVE 'L - LOCKED'      TO CRT-VALUE
               WHEN 'D'
                   MOVE 'D - DEACTIVATED' TO CRT-VALUE
               WHEN ' '
                   MOVE 'ANY'             TO CRT-VALUE
               WHEN OTHER
                   MOVE WS-SEL-STATUS     TO CRT-VALUE
           END-EVALUATE.
           WRITE SELECT-LINE FROM WS-CRITERIA-LINE.

           MOVE 'DEPARTMENT'          TO CRT-LABEL.
           IF  WS-SEL-DEPT-ANY
               MOVE 'ANY'             TO CRT-VALUE
           ELSE
               MOVE WS-SEL-DEPT-CODE  TO CRT-VALUE
           END-IF.
           WRITE SELECT-LINE FROM WS-CRITERIA-LINE.

           MOVE 'ADMIN ROLE'          TO CRT-LABEL.
           EVALUATE WS-SEL-ROLE
               WHEN 'S'
                   MOVE 'S - STATUS UPDATES'           TO CRT-VALUE
               WHEN 'P'
                   MOVE 'P - STATUS AND RESETS'        TO CRT-VALUE
               WHEN 'F'
                   MOVE 'F - FULL'                     TO CRT-VALUE
               WHEN 'Y'
                   MOVE 'Y - ANY ROLE HELD'            TO CRT-VALUE
               WHEN 'N'
                   MOVE 'N - NO ROLE (ORDINARY USERS)' TO CRT-VALUE
               WHEN ' '
                   MOVE 'ANY'                          TO CRT-VALUE
               WHEN OTHER
                   MOVE WS-SEL-ROLE                    TO CRT-VALUE
           END-EVALUATE.
           WRITE SELECT-LINE FROM WS-CRITERIA-LINE.

           MOVE 'RESET PENDING'       TO CRT-LABEL.
           EVALUATE WS-SEL-RESET
               WHEN 'Y'
                   MOVE 'Y - ONE-TIME PASSWORD OUTSTANDING'
                                      TO CRT-VALUE
               WHEN 'N'
                   MOVE 'N - NONE OUTSTANDING' TO CRT-VALUE
               WHEN ' '
                   MOVE 'ANY'         TO CRT-VALUE
               WHEN OTHER
                   MOVE WS-SEL-RESET  TO CRT-VALUE
           END-EVALUATE.
           WRITE SELECT-LINE FROM WS-CRITERIA-LINE.

           MOVE 'REGISTER DATE'       TO CRT-LABEL.
           MOVE PRM-REG-FROM          TO WS-RANGE-FROM-IN.
           MOVE PRM-REG-TO            TO WS-RANGE-TO-IN.
           PERFORM  0180-FORMAT-RANGE
               THRU 0180-FORMAT-RANGE-X.
           WRITE SELECT-LINE FROM WS-CRITERIA-LINE.

           MOVE 'LAST LOGON DATE'     TO CRT-LABEL.
           MOVE PRM-LOGON-FROM        TO WS-RANGE-FROM-IN.
           MOVE PRM-LOGON-TO          TO WS-RANGE-TO-IN.
           PERFORM  0180-FORMAT-RANGE
               THRU 0180-FORMAT-RANGE-X.
           WRITE SELECT-LINE FROM WS-CRITERIA-LINE.

           MOVE 'PWD CHANGED DATE'    TO CRT-LABEL.
           MOVE PRM-PWD-FROM          TO WS-RANGE-FROM-IN.
           MOVE PRM-PWD-TO            TO WS-RANGE-TO-IN.
           PERFORM  0180-FORMAT-RANGE
               THRU 0180-FORMAT-RANGE-X.
           WRITE SELECT-LINE FROM WS-CRITERIA-LINE.

           WRITE SELECT-LINE FROM WS-BLANK-LINE.

       0170-PRINT-CRITERIA-X.
           EXIT.

      ****************************
       0180-FORMAT-RANGE.
      ****************************

           MOVE SPACES TO CRT-VALUE.

           EVALUATE TRUE
               WHEN WS-RANGE-FROM-IN = SPACES
                AND WS-RANGE-TO-IN   = SPACES
                   MOVE 'ANY' TO CRT-VALUE
               WHEN WS-RANGE-FROM-IN = '00000000'
                AND WS-RANGE-TO-IN   = '00000000'
                   MOVE '00000000 (NONE ON RECORD - E.G. NEVER)'
                     TO CRT-VALUE
               WHEN WS-RANGE-TO-IN = SPACES
                   STRING 'ON OR AFTER '   DELIMITED BY SIZE
                          WS-RANGE-FROM-IN DELIMITED BY SIZE
                     INTO CRT-VALUE
                   END-STRING
               WHEN WS-RANGE-FROM-IN = SPACES
                   STRING 'ON OR BEFORE '  DELIMITED BY SIZE
                          WS-RANGE-TO-IN   DELIMITED BY SIZE
                     INTO CRT-VALUE
                   END-STRING
               WHEN OTHER
                   STRING WS-RANGE-FROM-IN DELIMITED BY SIZE
                          ' TO '           DELIMITED BY SIZE
                          WS-RANGE-TO-IN   DELIMITED BY SIZE
                          ' INCLUSIVE'     DELIMITED BY SIZE
                     INTO CRT-VALUE
                   END-STRING
           END-EVALUATE.

       0180-FORMAT-RANGE-X.
           EXIT.

      ****************************
       0190-NOTE-INVALID.
      ****************************

           SET WS-CRITERIA-INVALID TO TRUE.
           WRITE SELECT-LINE FROM WS-INVALID-LINE.

       0190-NOTE-INVALID-X.
           EXIT.

      ****************************
       0900-TERMINATE.
      ****************************

           IF  NOT WS-CRITERIA-INVALID
               CLOSE DEPT-MASTER
           END-IF.
           CLOSE SELECT-RPT.
           CLOSE SELECT-CSV.

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
               ADD 1 TO WS-CNT-READ
           END-IF.

       1010-READ-USER-MASTER-X.
           EXIT.

      ****************************
       1020-RELEASE-SORT-RECORD.
      ****************************

           PERFORM  1030-APPLY-CRITERIA
               THRU 1030-APPLY-CRITERIA-X.

           IF  WS-USER-SELECTED
               ADD 1 TO WS-CNT-SELECTED
               MOVE USR-DEPT-CODE        TO SRT-DEPT-CODE
               MOVE USR-LAST-NAME        TO SRT-LAST-NAME
               MOVE USR-FIRST-NAME       TO SRT-FIRST-NAME
               MOVE USR-ID               TO SRT-ID
               MOVE USR-STATUS           TO SRT-STATUS
               MOVE USR-ACCOUNT-TYPE     TO SRT-ACCOUNT-TYPE
               MOVE USR-ADMIN-ROLE       TO SRT-ADMIN-ROLE
               MOVE USR-PWD-RESET-SW     TO SRT-PWD-RESET-SW
               MOVE USR-FAILED-LOGON-CNT TO SRT-FAILED-LOGON-CNT
               MOVE USR-REGISTER-DATE    TO SRT-REGISTER-DATE
               MOVE USR-LAST-LOGON-DATE  TO SRT-LAST-LOGON-DATE
               MOVE USR-PWD-CHANGED-DATE TO SRT-PWD-CHANGED-DATE
               MOVE USR-SPONSOR-ID       TO SRT-SPONSOR-ID
               MOVE USR-EXPIRY-DATE      TO SRT-EXPIRY-DATE
               MOVE USR-DEACT-DATE       TO SRT-DEACT-DATE
               RELEASE SORT-RECORD
           END-IF.

           PERFORM  1010-READ-USER-MASTER
               THRU 1010-READ-USER-MASTER-X.

       1020-RELEASE-SORT-RECORD-X.
           EXIT.

      ****************************
       1030-APPLY-CRITERIA.
      ****************************

      * EVERY CRITERION GIVEN MUST HOLD.
           MOVE SPACES TO WS-SELECT-SW.

           IF  NOT WS-SEL-STATUS-ANY
           AND USR-STATUS NOT = WS-SEL-STATUS
               GO TO 1030-APPLY-CRITERIA-X
           END-IF.

           IF  NOT WS-SEL-DEPT-ANY
           AND USR-DEPT-CODE NOT = WS-SEL-DEPT-CODE
               GO TO 1030-APPLY-CRITERIA-X
           END-IF.

           EVALUATE TRUE
               WHEN WS-SEL-ROLE-ANY
                   CONTINUE
               WHEN WS-SEL-ROLE-HOLDER
                   IF  NOT USR-ADMIN-STATUS-PRIV
                       GO TO 1030-APPLY-CRITERIA-X
                   END-IF
               WHEN WS-SEL-ROLE-NONE
                   IF  USR-ADMIN-STATUS-PRIV
                       GO TO 1030-APPLY-CRITERIA-X
                   END-IF
               WHEN OTHER
                   IF  USR-ADMIN-ROLE NOT = WS-SEL-ROLE
                       GO TO 1030-APPLY-CRITERIA-X
                   END-IF
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-SEL-RESET-ANY
                   CONTINUE
               WHEN WS-SEL-RESET-PENDING
                   IF  NOT USR-PWD-RESET-PENDING
                       GO TO 1030-APPLY-CRITERIA-X
                   END-IF
               WHEN OTHER
                   IF  USR-PWD-RESET-PENDING
                       GO TO 1030-APPLY-CRITERIA-X
                   END-IF
           END-EVALUATE.

           IF  WS-SEL-REG-USED
               IF  USR-REGISTER-DATE NOT NUMERIC
                   GO TO 1030-APPLY-CRITERIA-X
               END-IF
               IF  USR-REGISTER-DATE < WS-SEL-REG-FROM
               OR  USR-REGISTER-DATE > WS-SEL-REG-TO
                   GO TO 1030-APPLY-CRITERIA-X
               END-IF
           END-IF.

           IF  WS-SEL-LOGON-USED
               IF  USR-LAST-LOGON-DATE NOT NUMERIC
                   GO TO 1030-APPLY-CRITERIA-X
               END-IF
               IF  USR-LAST-LOGON-DATE < WS-SEL-LOGON-FROM
               OR  USR-LAST-LOGON-DATE > WS-SEL-LOGON-TO
                   GO TO 1030-APPLY-CRITERIA-X
               END-IF
           END-IF.

           IF  WS-SEL-PWD-USED
               IF  USR-PWD-CHANGED-DATE NOT NUMERIC
                   GO TO 1030-APPLY-CRITERIA-X
               END-IF
               IF  USR-PWD-CHANGED-DATE < WS-SEL-PWD-FROM
               OR  USR-PWD-CHANGED-DATE > WS-SEL-PWD-TO
                   GO TO 1030-APPLY-CRITERIA-X
               END-IF
           END-IF.

           SET WS-USER-SELECTED TO TRUE.

       1030-APPLY-CRITERIA-X.
           EXIT.

      ****************************
       2000-WRITE-EXTRACT.
      ****************************

           WRITE SELECT-LINE FROM WS-HEADING-LINE-2.
           WRITE SELECT-LINE FROM WS-HEADING-LINE-3.
           WRITE SELECT-LINE FROM WS-BLANK-LINE.

           PERFORM  2010-RETURN-SORT-RECORD
               THRU 2010-RETURN-SORT-RECORD-X.

           IF  WS-SORTRET-EOF
               WRITE SELECT-LINE FROM WS-NONE-LINE
               WRITE SELECT-LINE FROM WS-BLANK-LINE
               GO TO 2000-WRITE-EXTRACT-X
           END-IF.

           PERFORM  2030-START-DEPARTMENT
               THRU 2030-START-DEPARTMENT-X.

           PERFORM  2020-WRITE-SELECTED-USER
               THRU 2020-WRITE-SELECTED-USER-X
              UNTIL WS-SORTRET-EOF.

           PERFORM  2040-WRITE-DEPT-SUBTOTAL
               THRU 2040-WRITE-DEPT-SUBTOTAL-X.

       2000-WRITE-EXTRACT-X.
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
       2020-WRITE-SELECTED-USER.
      ****************************

           IF  SRT-DEPT-CODE NOT = WS-PREV-DEPT-CODE
               PERFORM  2040-WRITE-DEPT-SUBTOTAL
                   THRU 2040-WRITE-DEPT-SUBTOTAL-X
               PERFORM  2030-START-DEPARTMENT
                   THRU 2030-START-DEPARTMENT-X
           END-IF.

           ADD 1 TO WS-DEPT-USER-CNT.

           PERFORM  2050-WRITE-DETAIL-LINE
               THRU 2050-WRITE-DETAIL-LINE-X.

           PERFORM  2060-WRITE-CSV-ROW
               THRU 2060-WRITE-CSV-ROW-X.

           PERFORM  2010-RETURN-SORT-RECORD
               THRU 2010-RETURN-SORT-RECORD-X.

       2020-WRITE-SELECTED-USER-X.
           EXIT.

      ****************************
       2030-START-DEPARTMENT.
      ****************************

           MOVE SRT-DEPT-CODE TO WS-PREV-DEPT-CODE
                                 DEPT-CODE.
           READ DEPT-MASTER
               INVALID KEY
                   MOVE 'NOT ON DEPT-MASTER' TO WS-PREV-DEPT-NAME
               NOT INVALID KEY
                   MOVE DEPT-NAME TO WS-PREV-DEPT-NAME
           END-READ.

           MOVE WS-PREV-DEPT-CODE TO DPT-CODE.
           MOVE WS-PREV-DEPT-NAME TO DPT-NAME.
           WRITE SELECT-LINE FROM WS-DEPT-LINE.

       2030-START-DEPARTMENT-X.
           EXIT.

      ****************************
       2040-WRITE-DEPT-SUBTOTAL.
      ****************************

           MOVE WS-PREV-DEPT-CODE TO SUB-DEPT-CODE.
           MOVE WS-DEPT-USER-CNT  TO SUB-DEPT-COUNT.
           WRITE SELECT-LINE FROM WS-DEPT-TOTAL-LINE.
           WRITE SELECT-LINE FROM WS-BLANK-LINE.
           MOVE ZERO TO WS-DEPT-USER-CNT.

       2040-WRITE-DEPT-SUBTOTAL-X.
           EXIT.

      ****************************
       2050-WRITE-DETAIL-LINE.
      ****************************

           MOVE SPACES         TO WS-DETAIL-LINE.
           MOVE SRT-ID         TO DTL-USER-ID.

      * TWO SPACES END A NAME, SO DE LA CRUZ PRINTS WHOLE.
           STRING SRT-FIRST-NAME DELIMITED BY '  '
                  ' '            DELIMITED BY SIZE
                  SRT-LAST-NAME  DELIMITED BY '  '
             INTO DTL-NAME
           END-STRING.

           EVALUATE SRT-STATUS
               WHEN 'A'
                   MOVE 'ACTIVE'  TO DTL-STATUS
               WHEN 'L'
                   MOVE 'LOCKED'  TO DTL-STATUS
               WHEN 'D'
                   MOVE 'DEACT'   TO DTL-STATUS
               WHEN OTHER
                   MOVE 'UNKNWN'  TO DTL-STATUS
           END-EVALUATE.

           MOVE SRT-ADMIN-ROLE TO DTL-ROLE.
           IF  SRT-PWD-RESET-SW = 'Y'
               MOVE 'Y' TO DTL-RESET
           END-IF.

           MOVE SRT-REGISTER-DATE    TO DTL-REGISTERED.
           IF  SRT-LAST-LOGON-DATE = '00000000'
               MOVE 'NEVER'             TO DTL-LAST-LOGON
           ELSE
               MOVE SRT-LAST-LOGON-DATE TO DTL-LAST-LOGON
           END-IF.
           MOVE SRT-PWD-CHANGED-DATE TO DTL-PWD-CHANGED.

           WRITE SELECT-LINE FROM WS-DETAIL-LINE.

       2050-WRITE-DETAIL-LINE-X.
           EXIT.

      ****************************
       2060-WRITE-CSV-ROW.
      ****************************

      * SAME COLUMNS, SAME ORDER AS WS-CSV-HEADER. NO PASSWORD HASH.
           MOVE SPACES TO WS-CSV-LINE.
           MOVE 1      TO WS-CSV-PTR.
           MOVE ZERO   TO WS-CSV-COL-CNT.

           MOVE SRT-ID            TO WS-CSV-TEXT.
           PERFORM  8000-ADD-CSV-TEXT
               THRU 8000-ADD-CSV-TEXT-X.
           MOVE SRT-LAST-NAME     TO WS-CSV-TEXT.
           PERFORM  8000-ADD-CSV-TEXT
               THRU 8000-ADD-CSV-TEXT-X.
           MOVE SRT-FIRST-NAME    TO WS-CSV-TEXT.
           PERFORM  8000-ADD-CSV-TEXT
               THRU 8000-ADD-CSV-TEXT-X.
           MOVE SRT-DEPT-CODE     TO WS-CSV-TEXT.
           PERFORM  8000-ADD-CSV-TEXT
               THRU 8000-ADD-CSV-TEXT-X.
           MOVE WS-PREV-DEPT-NAME TO WS-CSV-TEXT.
           PERFORM  8000-ADD-CSV-TEXT
               THRU 8000-ADD-CSV-TEXT-X.

           EVALUATE SRT-STATUS
               WHEN 'A'
                   MOVE 'ACTIVE'      TO WS-CSV-TEXT
               WHEN 'L'
                   MOVE 'LOCKED'      TO WS-CSV-TEXT
               WHEN 'D'
                   MOVE 'DEACTIVATED' TO WS-CSV-TEXT
               WHEN OTHER
                   MOVE SRT-STATUS    TO WS-CSV-TEXT
           END-EVALUATE.
           PERFORM  8000-ADD-CSV-TEXT
               THRU 8000-ADD-CSV-TEXT-X.

           IF  SRT-ACCOUNT-TYPE = 'C'
               MOVE 'CONTRACTOR' TO WS-CSV-TEXT
           ELSE
               MOVE 'EMPLOYEE'   TO WS-CSV-TEXT
           END-IF.
           PERFORM  8000-ADD-CSV-TEXT
               THRU 8000-ADD-CSV-TEXT-X.

           MOVE SRT-ADMIN-ROLE    TO WS-CSV-TEXT.
           PERFORM  8000-ADD-CSV-TEXT
               THRU 8000-ADD-CSV-TEXT-X.

           IF  SRT-PWD-RESET-SW = 'Y'
               MOVE 'Y' TO WS-CSV-TEXT
           ELSE
               MOVE 'N' TO WS-CSV-TEXT
           END-IF.
           PERFORM  8000-ADD-CSV-TEXT
               THRU 8000-ADD-CSV-TEXT-X.

           MOVE SRT-FAILED-LOGON-CNT TO WS-CSV-TEXT.
           PERFORM  8000-ADD-CSV-TEXT
               THRU 8000-ADD-CSV-TEXT-X.

           MOVE SRT-REGISTER-DATE    TO WS-CSV-DATE.
           PERFORM  8010-ADD-CSV-DATE
               THRU 8010-ADD-CSV-DATE-X.
           MOVE SRT-LAST-LOGON-DATE  TO WS-CSV-DATE.
           PERFORM  8010-ADD-CSV-DATE
               THRU 8010-ADD-CSV-DATE-X.
           MOVE SRT-PWD-CHANGED-DATE TO WS-CSV-DATE.
           PERFORM  8010-ADD-CSV-DATE
               THRU 8010-ADD-CSV-DATE-X.

           MOVE SRT-SPONSOR-ID       TO WS-CSV-TEXT.
           PERFORM  8000-ADD-CSV-TEXT
               THRU 8000-ADD-CSV-TEXT-X.

           MOVE SRT-EXPIRY-DATE      TO WS-CSV-DATE.
           PERFORM  8010-ADD-CSV-DATE
               THRU 8010-ADD-CSV-DATE-X.
           MOVE SRT-DEACT-DATE       TO WS-CSV-DATE.
           PERFORM  8010-ADD-CSV-DATE
               THRU 8010-ADD-CSV-DATE-X.

           WRITE CSV-RECORD FROM WS-CSV-LINE.
           ADD 1 TO WS-CNT-CSV-ROWS.

       2060-WRITE-CSV-ROW-X.
           EXIT.

      ****************************
       3000-PRINT-TOTALS.
      ****************************

           MOVE 'USER-MASTER RECORDS READ'   TO TOT-LABEL.
           MOVE WS-CNT-READ                  TO TOT-COUNT.
           WRITE SELECT-LINE FROM WS-TOTAL-LINE.

           MOVE 'USERS SELECTED'             TO TOT-LABEL.
           MOVE WS-CNT-SELECTED              TO TOT-COUNT.
           WRITE SELECT-LINE FROM WS-TOTAL-LINE.

           MOVE 'DELIMITED ROWS (PLUS HEADER)' TO TOT-LABEL.
           MOVE WS-CNT-CSV-ROWS              TO TOT-COUNT.
           WRITE SELECT-LINE FROM WS-TOTAL-LINE.

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
           MOVE 'PROJ23SL' TO RUN-JOB-NAME.
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
           MOVE 'PROJ23SL' TO RUN-JOB-NAME.
           MOVE 'E'        TO RUN-REC-TYPE.
           PERFORM  7020-STAMP-RUN-RECORD
               THRU 7020-STAMP-RUN-RECORD-X.
           MOVE WS-CNT-READ     TO RUN-CNT-READ.
           MOVE WS-CNT-CSV-ROWS TO RUN-CNT-WRITTEN.
           MOVE ZERO            TO RUN-CNT-REJECTED.
           MOVE RETURN-CODE     TO RUN-RETURN-CODE.
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

      ****************************
       8000-ADD-CSV-TEXT.
      ****************************

      * APPENDS WS-CSV-TEXT AS A QUOTED COLUMN, TRAILING SPACES
      * DROPPED. A DOUBLE QUOTE INSIDE THE VALUE WOULD END THE COLUMN
      * EARLY, SO ONE IS TURNED INTO AN APOSTROPHE.
           PERFORM  8020-START-CSV-COLUMN
               THRU 8020-START-CSV-COLUMN-X.

           INSPECT WS-CSV-TEXT REPLACING ALL '"' BY "'".

           PERFORM  8030-SCAN-CSV-TEXT
               THRU 8030-SCAN-CSV-TEXT-X
              VARYING WS-CSV-LEN FROM 30 BY -1
                UNTIL WS-CSV-LEN = ZERO.

       8000-ADD-CSV-TEXT-X.
           EXIT.

      ****************************
       8010-ADD-CSV-DATE.
      ****************************

      * APPENDS WS-CSV-DATE AS YYYY-MM-DD, OR AN EMPTY COLUMN WHEN
      * THE DATE IS ZERO OR NOT NUMERIC (NEVER, OR NOT ON RECORD).
           PERFORM  8020-START-CSV-COLUMN
               THRU 8020-START-CSV-COLUMN-X.

           IF  WS-CSV-DATE NOT NUMERIC
           OR  WS-CSV-DATE = '00000000'
               GO TO 8010-ADD-CSV-DATE-X
           END-IF.

           STRING WS-CSV-DATE-YYYY DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CSV-DATE-MM   DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CSV-DATE-DD   DELIMITED BY SIZE
             INTO WS-CSV-LINE
             WITH POINTER WS-CSV-PTR
           END-STRING.

       8010-ADD-CSV-DATE-X.
           EXIT.

      ****************************
       8020-START-CSV-COLUMN.
      ****************************

           IF  WS-CSV-COL-CNT > ZERO
               STRING ',' DELIMITED BY SIZE
                 INTO WS-CSV-LINE
                 WITH POINTER WS-CSV-PTR
               END-STRING
           END-IF.

           ADD 1 TO WS-CSV-COL-CNT.

       8020-START-CSV-COLUMN-X.
           EXIT.

      ****************************
       8030-SCAN-CSV-TEXT.
      ****************************

      * WORKS BACK FROM THE END OF WS-CSV-TEXT. THE FIRST NON-SPACE
      * FOUND FIXES THE LENGTH: THE COLUMN IS WRITTEN AND THE SCAN
      * STOPPED BY ZEROING THE LENGTH. ALL SPACES WRITES "".
           IF  WS-CSV-TEXT (WS-CSV-LEN:1) = SPACE
           AND WS-CSV-LEN > 1
               GO TO 8030-SCAN-CSV-TEXT-X
           END-IF.

           IF  WS-CSV-TEXT (WS-CSV-LEN:1) = SPACE
               STRING '""' DELIMITED BY SIZE
                 INTO WS-CSV-LINE
                 WITH POINTER WS-CSV-PTR
               END-STRING
           ELSE
               STRING '"'                        DELIMITED BY SIZE
                      WS-CSV-TEXT (1:WS-CSV-LEN) DELIMITED BY SIZE
                      '"'                        DELIMITED BY SIZE
                 INTO WS-CSV-LINE
                 WITH POINTER WS-CSV-PTR
               END-STRING
           END-IF.

      * THE VARYING TAKES ONE OFF AFTER THIS, SO 1 ENDS THE LOOP.
           MOVE 1 TO WS-CSV-LEN.

       8030-SCAN-CSV-TEXT-X.
           EXIT.
