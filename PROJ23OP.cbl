      *                 (SEE RUNREC) AND PRINTS THE CHAIN FOR ONE      *
      *                 RUN DATE (PARMCARD, DEFAULT TODAY) IN          *
      *                 EXECUTION ORDER: PROJ23UL, PROJ2023 (BATCH),   *
      *                 PROJ23PR, PROJ23DX, PROJ23AK, PROJ23RP,        *
      *                 PROJ23DS, PROJ23XP, PROJ23SX, PROJ23RC,        *
      *                 PROJ23IC, PROJ23PL, PROJ23HR, PROJ23AQ,        *
      *                 PROJ23ST, PROJ23AR, PROJ23AV. FLAGS MISSING    *
      *                 DAILY STEPS, STARTS WITH NO END RECORD         *
      *                 (POSSIBLE ABEND), NONZERO RETURN CODES, AND    *
      *                 STEP-TO-STEP COUNTS THAT DO NOT BALANCE.       *
      *    MODIFICATION HISTORY                                        *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-09-02  CVN  INITIAL VERSION                            *
      *    2026-10-15  CVN  QUARTERLY RECERTIFICATION STEPS PROJ23CW   *
      *                     AND PROJ23CA ADDED TO THE CHAIN (AD HOC)   *
      *    2026-10-15  CVN  RETENTION PURGE PROJ23PG ADDED TO THE      *
      *                     CHAIN (MONTHLY)                            *
      *    2026-10-15  CVN  INTEGRITY CHECK PROJ23IC ADDED TO THE      *
      *                     CHAIN (DAILY, AFTER PROJ23RC)              *
      *    2026-10-15  CVN  PENDING RELEASE PROJ23PR (AFTER PROJ2023)  *
      *                     AND PENDING LISTING PROJ23PL (AFTER        *
      *                     PROJ23IC) ADDED TO THE CHAIN (DAILY)       *
      *    2026-10-15  CVN  HR RECONCILIATION PROJ23HR ADDED TO THE    *
      *                     CHAIN (DAILY, AFTER PROJ23PL)              *
      *    2026-10-15  CVN  CONTRACTOR EXPIRY PROJ23XP ADDED TO THE    *
      *                     CHAIN (DAILY, AFTER PROJ23DS)              *
      *    2026-10-15  CVN  APPROVAL LISTING PROJ23AQ ADDED TO THE     *
      *                     CHAIN (DAILY, AFTER PROJ23HR)              *
      *    2026-10-15  CVN  AUDIT CHAIN VERIFICATION PROJ23AV ADDED    *
      *                     TO THE CHAIN (MONTHLY, AFTER PROJ23AR)     *
      *    2026-10-15  CVN  DEPT STATISTICS PROJ23ST ADDED TO THE      *
      *                     CHAIN (MONTHLY, BEFORE PROJ23AR)           *
      *    2026-10-15  CVN  USER SELECTION EXTRACT PROJ23SL ADDED TO   *
      *                     THE CHAIN (AD HOC)                         *
      ******************************************************************

       environment division.
           05  WS-REPORT-DATE                PIC 9(08) VALUE ZERO.

      * THE EXPECTED CHAIN IN EXECUTION ORDER. SCHEDULE D STEPS RUN
      * EVERY NIGHT AND ARE FLAGGED WHEN MISSING; M IS MONTHLY (THE
      * DEPARTMENT STATISTICS, THE AUDIT ARCHIVE, ITS CHAIN
      * VERIFICATION AND THE RETENTION PURGE), A IS AD HOC (RELOAD,
      * HISTORY INQUIRY, QUARTERLY RECERTIFICATION ISSUE AND APPLY,
      * USER SELECTION EXTRACT) - NEITHER IS FLAGGED WHEN ABSENT.
      * WHERE THE SAME JOB RAN MORE THAN ONCE ON THE DATE, THE LAST
      * START AND LAST END WIN.
       01  WS-STEP-TABLE-SETUP.
           05  FILLER                        PIC X(09)
                                             VALUE 'PROJ23ULD'.
           05  FILLER                        PIC X(09)
                                             VALUE 'PROJ2023D'.
           05  FILLER                        PIC X(09)
                                             VALUE 'PROJ23PRD'.
           05  FILLER                        PIC X(09)
                                             VALUE 'PROJ23DXD'.
           05  FILLER                        PIC X(09)
                                             VALUE 'PROJ23RPD'.
           05  FILLER                        PIC X(09)
                                             VALUE 'PROJ23DSD'.
           05  FILLER                        PIC X(09)
                                             VALUE 'PROJ23XPD'.
           05  FILLER                        PIC X(09)
                                             VALUE 'PROJ23SXD'.
           05  FILLER                        PIC X(09)
                                             VALUE 'PROJ23RCD'.
           05  FILLER                        PIC X(09)
                                             VALUE 'PROJ23ICD'.
           05  FILLER                        PIC X(09)
                                             VALUE 'PROJ23PLD'.
           05  FILLER                        PIC X(09)
                                             VALUE 'PROJ23HRD'.
           05  FILLER                        PIC X(09)
                                             VALUE 'PROJ23AQD'.
           05  FILLER                        PIC X(09)
                                             VALUE 'PROJ23STM'.
           05  FILLER                        PIC X(09)
                                             VALUE 'PROJ23ARM'.
           05  FILLER                        PIC X(09)
                                             VALUE 'PROJ23AVM'.
           05  FILLER                        PIC X(09)
                                             VALUE 'PROJ23RLA'.
           05  FILLER                        PIC X(09)
                                             VALUE 'PROJ23AHA'.
           05  FILLER                        PIC X(09)
                                             VALUE 'PROJ23CWA'.
           05  FILLER                        PIC X(09)
                                             VALUE 'PROJ23CAA'.
           05  FILLER                        PIC X(09)
                                             VALUE 'PROJ23PGM'.
           05  FILLER                        PIC X(09)
                                             VALUE 'PROJ23SLA'.
       01  WS-STEP-TABLE REDEFINES WS-STEP-TABLE-SETUP.
           05  WS-STEP-DEF OCCURS 23 TIMES.
               10  WS-STEP-JOB-NAME          PIC X(08).
               10  WS-STEP-SCHEDULE          PIC X(01).
                   88  WS-STEP-DAILY             VALUE 'D'.
                   88  WS-STEP-ADHOC             VALUE 'A'.

       01  WS-STEP-RESULTS.
           05  WS-STEP-RESULT OCCURS 23 TIMES.
               10  WS-STEP-START-SW          PIC X(01).
                   88  WS-STEP-STARTED           VALUE 'Y'.
               10  WS-STEP-END-SW            PIC X(01).
           PERFORM  0170-CLEAR-STEP-RESULT
               THRU 0170-CLEAR-STEP-RESULT-X
              VARYING WS-STEP-IDX FROM 1 BY 1
                UNTIL WS-STEP-IDX > 23.

           OPEN INPUT RUN-CONTROL.
           IF  NOT WS-RUNCTL-STATUS-OK
           PERFORM  1020-MATCH-STEP-NAME
               THRU 1020-MATCH-STEP-NAME-X
              VARYING WS-STEP-IDX FROM 1 BY 1
                UNTIL WS-STEP-IDX > 23
                   OR WS-STEP-FOUND.

           IF  NOT WS-STEP-FOUND
           PERFORM  2010-PRINT-STEP-LINE
               THRU 2010-PRINT-STEP-LINE-X
              VARYING WS-STEP-IDX FROM 1 BY 1
                UNTIL WS-STEP-IDX > 23.

       2000-PRINT-CHAIN-X.
           EXIT.
           WRITE OPS-LINE FROM WS-SECTION-LINE.

           IF  WS-STEP-ENDED (1)
           AND WS-STEP-ENDED (4)
               MOVE SPACES TO WS-CHECK-LINE
               MOVE 'UNLOAD RECORDS READ VS EXTRACT MASTER READ'
                 TO CHK-TEXT
               IF  WS-STEP-CNT-READ (1) = WS-STEP-CNT-READ (4)
                   MOVE 'IN BALANCE' TO CHK-FLAG
               ELSE
                   MOVE '** OUT OF BALANCE' TO CHK-FLAG
           END-IF.

           IF  WS-STEP-ENDED (2)
           AND WS-STEP-ENDED (4)
               MOVE SPACES TO WS-CHECK-LINE
               MOVE 'PROJBAT CHANGES APPLIED VS EXTRACT CHANGES SENT'
                 TO CHK-TEXT
               IF  WS-STEP-CNT-WRITTEN (2) > ZERO
               AND WS-STEP-CNT-WRITTEN (4) = ZERO
                   MOVE '** REVIEW' TO CHK-FLAG
                   SET WS-PROBLEM-FOUND TO TRUE
               ELSE
