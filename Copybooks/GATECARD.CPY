      *----------------------------------------------------------*
      * GATE CARD REGISTER RECORD LAYOUT                          *
      * ONE ROW PER CARD ISSUED FOR THE GATE READERS: THE NUMBER  *
      * THE READER SENDS, THE ROLL NUMBER IT BELONGS TO, THE DATE *
      * ISSUED AND WHETHER IT IS STILL IN USE. A PRINTED ID CARD  *
      * NEEDS NO ROW - ITS BARCODE (*RNO*) MAPS STRAIGHT TO THE   *
      * ROLL NUMBER. MAINTAINED BY GATE-CARD-MAINT; READ BY       *
      * GATE-IMPORT.                                              *
      *----------------------------------------------------------*
       01 GATE-CARD-REC.
        02 GC-CARD-NO PIC X(16).
        02 GC-RNO PIC 9(5).
        02 GC-ISSUED PIC 9(8).
        02 GC-STATUS PIC X.
           88 GC-LIVE VALUE "A".
           88 GC-CANCELLED VALUE "C".
