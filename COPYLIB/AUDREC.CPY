      *    2026-09-02  CVN  ACTING-ADMIN ID CARVED FROM THE FILLER -   *
      *                     ADMIN ACTIONS NOW NAME WHO ACTED. SPACES   *
      *                     ON OLDER RECORDS AND NON-ADMIN EVENTS.     *
      *    2026-10-15  CVN  SEQUENCE NUMBER AND CHAIN VALUE CARVED     *
      *                     FROM THE FILLER - TAMPER-EVIDENT TRAIL.    *
      *                     OLDER RECORDS (SPACES THERE) ARE LEGACY.   *
      *                     RECORD STAYS 58 BYTES.                     *
      ******************************************************************
       01  AUDIT-RECORD.
           05  AUD-TIMESTAMP                 PIC X(14).
           05  AUD-ACTION-CODE               PIC X(08).
           05  AUD-RESULT                    PIC X(08).
           05  AUD-ADMIN-ID                  PIC X(08).
      * TAMPER EVIDENCE. EVERY WRITER READS THE LOG TO THE END
      * BEFORE IT APPENDS, THEN NUMBERS EACH NEW RECORD ONE PAST THE
      * LAST AND CHAINS IT: AUD-CHAIN-VALUE IS COMPUTED FROM THE
      * PREVIOUS RECORD'S CHAIN VALUE, THIS RECORD'S SEQUENCE NUMBER
      * AND BYTES 1-46 (TIMESTAMP THROUGH ADMIN ID) - SEE 1810 IN ANY
      * WRITER. AN EDITED, INSERTED OR DROPPED RECORD BREAKS THE
      * CHAIN FROM THAT POINT ON, WHICH PROJ23AV REPORTS. PACKED SO
      * THE SPACES IN RECORDS WRITTEN BEFORE THE CHAIN STARTED FAIL
      * A NUMERIC TEST - THOSE ARE LEGACY, NOT BREAKS. WRITERS RUN
      * ONE AT A TIME (DISP=MOD ON PROJ.AUDIT.LOG) SO TWO OF THEM
      * NEVER HAND OUT THE SAME NUMBER.
           05  AUD-SEQ-NO                    PIC 9(09) COMP-3.
           05  AUD-CHAIN-VALUE               PIC 9(09) COMP-3.
           05  FILLER                        PIC X(02).
