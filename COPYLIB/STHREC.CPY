      ******************************************************************
      *    COPYBOOK: STHREC                                            *
      *    DESCRIPTION: DEPARTMENT STATISTICS HISTORY RECORD -         *
      *                 PROJ2023 FAMILY                                *
      *    RECORD KEY: STH-KEY (MONTH + DEPARTMENT)                    *
      *    ONE ROW PER DEPARTMENT PER MONTH, WRITTEN BY THE MONTH-END  *
      *    STATISTICS JOB (PROJ23ST) AND READ BACK BY IT FOR THE       *
      *    LAST-MONTH AND SAME-MONTH-LAST-YEAR COLUMNS. A RE-RUN OF    *
      *    A MONTH REPLACES ITS ROWS. DEPARTMENT '***' CARRIES THE     *
      *    ALL-DEPARTMENTS TOTAL AND '???' THE EVENTS WHOSE ACCOUNT    *
      *    IS NO LONGER ON USER-MASTER.                                *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  CVN  INITIAL COPYBOOK - MONTHLY DEPT STATISTICS *
      *    2026-10-15  CVN  LOCKOUT COUNT IS LOCKS SET (THIRD BADPW IN *
      *                     A ROW), NOT LOCKED REFUSALS                *
      ******************************************************************
       01  STAT-HISTORY-RECORD.
           05  STH-KEY.
               10  STH-MONTH                 PIC 9(06).
               10  STH-DEPT-CODE             PIC X(03).
           05  STH-RUN-DATE                  PIC 9(08).
      * ACCOUNT COUNTS ARE AS AT THE RUN DATE; THE REST ARE EVENTS
      * ON THE AUDIT-LOG DATED IN THE MONTH. STH-LOCKOUT-CNT COUNTS
      * LOCKS SET - THE THIRD BADPW IN A ROW FOR AN ID - NOT LOGONS
      * REFUSED BECAUSE THE ACCOUNT WAS ALREADY LOCKED.
           05  STH-COUNTS.
               10  STH-ACTIVE-CNT            PIC 9(07).
               10  STH-LOCKED-CNT            PIC 9(07).
               10  STH-DEACT-CNT             PIC 9(07).
               10  STH-NEW-REG-CNT           PIC 9(07).
               10  STH-LOGIN-CNT             PIC 9(07).
               10  STH-BADPW-CNT             PIC 9(07).
               10  STH-LOCKOUT-CNT           PIC 9(07).
               10  STH-ADMIN-ACT-CNT         PIC 9(07).
           05  STH-COUNT-TABLE REDEFINES STH-COUNTS.
               10  STH-CNT                   PIC 9(07) OCCURS 8 TIMES.
           05  FILLER                        PIC X(27).
