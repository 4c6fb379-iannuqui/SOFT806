      ******************************************************************
      *    COPYBOOK: HRXREC                                            *
      *    DESCRIPTION: HR EMPLOYEE MASTER EXTRACT RECORD - INBOUND    *
      *    FROM THE HR SYSTEM, ONE ROW PER EMPLOYEE, IN EMPLOYEE ID    *
      *    ORDER. THE EMPLOYEE ID IS THE USER ID THE EMPLOYEE WAS (OR  *
      *    WILL BE) REGISTERED UNDER. HR IS THE AUTHORITY FOR WHO IS   *
      *    EMPLOYED, THEIR NAME AND THEIR DEPARTMENT - PROJ23HR        *
      *    RECONCILES USER-MASTER AGAINST IT.                          *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  CVN  INITIAL COPYBOOK - HR EMPLOYEE EXTRACT     *
      ******************************************************************
       01  HR-EMPLOYEE-RECORD.
           05  HRX-EMP-ID                    PIC X(08).
           05  HRX-FIRST-NAME                PIC X(25).
           05  HRX-LAST-NAME                 PIC X(25).
           05  HRX-DEPT-CODE                 PIC X(03).
      * EMPLOYMENT STATUS. AN EMPLOYEE ON LEAVE IS STILL EMPLOYED AND
      * KEEPS THE ACCOUNT.
           05  HRX-EMP-STATUS                PIC X(01).
               88  HRX-EMP-ACTIVE                VALUE 'A'.
               88  HRX-EMP-ON-LEAVE              VALUE 'L'.
               88  HRX-EMP-TERMINATED            VALUE 'T'.
               88  HRX-EMP-STATUS-VALID          VALUE 'A' 'L' 'T'.
      * LAST DAY WORKED - ZERO UNLESS TERMINATED. INFORMATION ONLY.
           05  HRX-TERM-DATE                 PIC 9(08).
           05  FILLER                        PIC X(10).
