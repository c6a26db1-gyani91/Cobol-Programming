      *----------------------------------------------------------*
      * INTER-HOUSE EVENT RESULT RECORD LAYOUT                    *
      * ONE ROW PER HOUSE PLACED IN AN EVENT, KEYED THROUGH       *
      * HOUSE-MAINT: THE TERM NUMBER (1-8), THE EVENT, THE        *
      * POSITION AND THE POINTS AWARDED FOR IT.                   *
      *----------------------------------------------------------*
       01 HOUSE-POINTS-REC.
        02 HP-TERM PIC 9(2).
        02 HP-HOUSE PIC X(4).
        02 HP-EVENT PIC X(15).
        02 HP-POSITION PIC 9(2).
        02 HP-POINTS PIC 9(3).
        02 HP-DATE PIC 9(8).
