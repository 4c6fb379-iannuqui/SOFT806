      *    2026-09-02  CVN  STATUS AND MERGED-INTO CODE CARVED FROM    *
      *                     THE FILLER FOR THE MERGE/RETIRE FUNCTION.  *
      *                     SPACES ON OLDER RECORDS READS AS ACTIVE.   *
      *    2026-10-15  CVN  CERTIFYING OWNER CARVED FROM THE FILLER -  *
      *                     THE USER ID WHO SIGNS OFF THE QUARTERLY    *
      *                     ACCESS RECERTIFICATION (PROJ23CW/PROJ23CA).*
      ******************************************************************
       01  DEPT-RECORD.
           05  DEPT-CODE                     PIC X(03).
      * SURVIVING CODE A RETIRED DEPARTMENT WAS MERGED INTO - SPACES
      * WHEN THE DEPARTMENT IS STILL ACTIVE.
           05  DEPT-MERGED-INTO              PIC X(03).
      * USER ID OF THE OWNER WHO CERTIFIES THE DEPARTMENT'S ACCESS
      * EVERY QUARTER. SPACES ON OLDER RECORDS UNTIL ADMIN MODE SETS
      * ONE - THE RECERTIFICATION WORKSHEET FLAGS THOSE.
           05  DEPT-OWNER-ID                 PIC X(08).
