      *----------------------------------------------------------*
      * SHARED LIBRARY RESERVATION RECORD LAYOUT                  *
      * ONE ROW PER STUDENT WAITING FOR AN ISSUED BOOK, KEPT IN   *
      * THE ORDER THE RESERVATIONS WERE TAKEN SO THE FIRST ROW    *
      * WAITING FOR A BOOK IS FIRST IN ITS QUEUE. WHEN THE BOOK   *
      * COMES BACK IT IS HELD FOR THAT STUDENT UNTIL THE HOLD     *
      * EXPIRY; AN UNCOLLECTED HOLD LAPSES AND PASSES DOWN THE    *
      * QUEUE. TAKEN BY LIBRARY-MAINT, LAPSED BY LIBRARY-HOLDS.   *
      *----------------------------------------------------------*
       01 BOOK-RESERVE-REC.
        02 RS-BOOK-ID PIC 9(6).
        02 RS-RNO PIC 9(5).
        02 RS-RESERVE-DATE PIC 9(8).
        02 RS-STATUS PIC X.
           88 RS-WAITING VALUE "W".
           88 RS-HELD VALUE "H".
           88 RS-COLLECTED VALUE "C".
           88 RS-LAPSED VALUE "L".
           88 RS-CANCELLED VALUE "X".
        02 RS-HOLD-DATE PIC 9(8).
        02 RS-HOLD-EXPIRY PIC 9(8).
