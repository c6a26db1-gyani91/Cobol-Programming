      *----------------------------------------------------------*
      * SHARED EXAM-ROOM MASTER RECORD LAYOUT                     *
      * ONE ENTRY PER EXAMINATION ROOM, NAMED AS ON SITCTL.DAT    *
      * (SC-VENUE): SEAT ROWS (A-Z) AND COLUMNS, AND THE NUMBER   *
      * OF SEATS IN USE, FILLED ROW BY ROW FROM THE FRONT.        *
      * MAINTAINED BY EXAM-ROOM-MAINT; READ BY EXAM-SEATING.      *
      *----------------------------------------------------------*
       01 EXAM-ROOM-REC.
        02 ER-ROOM PIC X(15).
        02 ER-ROWS PIC 9(2).
        02 ER-COLS PIC 9(2).
        02 ER-CAPACITY PIC 9(3).
