      *----------------------------------------------------------*
      * SHARED INVIGILATION DUTY HISTORY RECORD LAYOUT            *
      * ONE ROW PER INVIGILATOR PLACE GIVEN OUT BY THE            *
      * INVIG-ROSTER RUN: A ROOM IN ONE EXAM SESSION. IV-TEACHER- *
      * ID OF ZERO MEANS NO FREE TEACHER WAS FOUND. THE DUTY      *
      * COUNT PER TEACHER IS THE NUMBER OF ROWS CARRYING THEIR ID *
      * IN IV-TEACHER-ID.                                         *
      *----------------------------------------------------------*
       01 INVIG-DUTY-REC.
        02 IV-DATE PIC 9(8).
        02 IV-SESSION PIC X.
        02 IV-ROOM PIC X(15).
        02 IV-CANDIDATES PIC 9(3).
        02 IV-TEACHER-ID PIC 9(4).
           88 IV-UNFILLED VALUE ZERO.
