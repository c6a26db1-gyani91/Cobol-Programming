      *----------------------------------------------------------*
      * SHARED PERSONAL-DATA PURGE REGISTER RECORD LAYOUT         *
      * ONE ROW PER RECORD WHOSE PERSONAL FIELDS WERE BLANKED     *
      * BY RETENTION-PURGE: WHICH FILE, WHICH ROLL (AND WHICH     *
      * GUARDIAN, FOR GUARDIAN MASTER ROWS), THE FIELDS ERASED,   *
      * WHY THE ROLL WAS DUE AND THE SUPERVISOR WHO CONFIRMED     *
      * THE PASS. NEVER REWRITTEN - IT IS THE ONLY TRACE LEFT     *
      * THAT THE DATA WAS EVER HELD.                              *
      *----------------------------------------------------------*
       01 PURGE-REGISTER-REC.
        02 PG-RUN-DATE PIC 9(8).
        02 PG-RUN-TIME PIC 9(8).
        02 PG-OPERATOR PIC X(8).
        02 PG-FILE PIC X(8).
        02 PG-RNO PIC 9(5).
        02 PG-GUARDIAN-ID PIC 9(4).
        02 PG-FIELDS PIC X(30).
        02 PG-BASIS PIC X(20).
