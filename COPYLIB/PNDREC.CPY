      ******************************************************************
      *    COPYBOOK: PNDREC                                            *
      *    DESCRIPTION: PENDING (FUTURE-DATED) TRANSACTION RECORD -    *
      *                 PROJ2023 FAMILY                                *
      *    RECORD KEY: PND-KEY (EFFECTIVE DATE, FEED DATE, SEQ NO)     *
      *    PROJBAT EDITS A FEED TRANSACTION CARRYING A FUTURE          *
      *    EFFECTIVE DATE, AUTHENTICATES ITS ADMIN, AND PARKS IT HERE. *
      *    THE DAILY RELEASE RUN (PARM='RELEASE') APPLIES AND DELETES  *
      *    EVERY ITEM DUE ON OR BEFORE THE RUN DATE; A FEED CANCEL     *
      *    TRANSACTION ('K') DELETES ONE BEFORE IT FIRES. KEYED ON THE *
      *    EFFECTIVE DATE FIRST SO THE RELEASE READS IN THE ORDER THE  *
      *    ITEMS FALL DUE AND STOPS AT THE FIRST ONE NOT YET DUE.      *
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  CVN  INITIAL COPYBOOK - PENDING TRANSACTIONS    *
      ******************************************************************
       01  PENDING-RECORD.
           05  PND-KEY.
               10  PND-EFFECTIVE-DATE        PIC 9(08).
      * FEED DATE (HEADER RECORD) AND SEQUENCE NUMBER OF THE PARKED
      * TRANSACTION - TOGETHER WITH THE EFFECTIVE DATE, THE REFERENCE
      * A CANCEL TRANSACTION QUOTES.
               10  PND-FEED-DATE             PIC 9(08).
               10  PND-SEQ-NO                PIC 9(06).
           05  PND-ACTION-CODE               PIC X(01).
           05  PND-TARGET-USER-ID            PIC X(08).
      * THE ADMINISTRATOR WHOSE CREDENTIALS WERE CHECKED WHEN THE ITEM
      * WAS PARKED. THE PASSWORD IS NEVER KEPT - AT RELEASE THE ITEM
      * ACTS UNDER THIS ID PROVIDED IT STILL HOLDS AN ACTIVE ADMIN
      * ROLE.
           05  PND-ADMIN-ID                  PIC X(08).
           05  PND-PARKED-DATE               PIC 9(08).
      * NEW STATUS (ADMIN STATUS UPDATE) OR NEW DEPARTMENT CODE
      * (TRANSFER) - CARRIED SEPARATELY FOR THE PENDING LISTING.
           05  PND-NEW-VALUE                 PIC X(03).
      * THE TRANSACTION AS RECEIVED (FIRST 105 BYTES OF TRAN-RECORD),
      * PASSWORD FIELD BLANKED.
           05  PND-TRAN-DATA                 PIC X(105).
           05  FILLER                        PIC X(05).
