      *----------------------------------------------------------*
      * ADMISSION SEAT MATRIX RECORD LAYOUT                       *
      * ONE ROW PER INTAKE YEAR, YEAR GROUP AND RESERVATION       *
      * CATEGORY ("GN" IS THE GENERAL LIST, OPEN TO ALL). THE     *
      * QUOTA IS THE NUMBER OF SEATS SET; SEATS IS THE NUMBER IN  *
      * FORCE AFTER ANY RELEASE. ON THE CUT-OFF DATE SEAT-RELEASE *
      * MOVES THE UNFILLED SEATS OF A RESERVED ROW TO THE "GN"    *
      * ROW OF THE SAME YEAR GROUP AND MARKS THE ROW RELEASED.    *
      *----------------------------------------------------------*
       01 SEAT-MATRIX-REC.
        02 SX-YEAR PIC 9(4).
        02 SX-YEAR-GROUP PIC X(4).
        02 SX-CATEGORY PIC X(2).
        02 SX-QUOTA PIC 9(4).
        02 SX-SEATS PIC 9(4).
        02 SX-RELEASED-OUT PIC 9(4).
        02 SX-RELEASED-IN PIC 9(4).
        02 SX-CUTOFF-DATE PIC 9(8).
        02 SX-RELEASE-SW PIC X.
           88 SX-RELEASED VALUE "Y".
           88 SX-NOT-RELEASED VALUE "N".
