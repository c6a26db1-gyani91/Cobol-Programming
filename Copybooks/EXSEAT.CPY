      *----------------------------------------------------------*
      * SHARED EXAM-SEAT RECORD LAYOUT                            *
      * ONE ROW PER CANDIDATE AND PAPER SEATED BY EXAM-SEATING:   *
      * THE SITTING, THE ROOM AND THE SEAT (ROW LETTER + COLUMN). *
      * THE ROOM MAY DIFFER FROM SC-VENUE WHEN THE SITTING'S OWN  *
      * ROOM WAS FULL. READ BY HALL-TICKETS TO PRINT THE SEAT.    *
      *----------------------------------------------------------*
       01 EXAM-SEAT-REC.
        02 ES-RNO PIC 9(5).
        02 ES-SUBJECT-CODE PIC X(5).
        02 ES-DATE PIC 9(8).
        02 ES-SESSION PIC X.
        02 ES-ROOM PIC X(15).
        02 ES-SEAT-NO.
         03 ES-SEAT-ROW PIC X.
         03 ES-SEAT-COL PIC 9(2).
