      *----------------------------------------------------------*
      * GATE READER SWIPE RECORD LAYOUT                           *
      * ONE ROW PER CARD PRESENTED AT A GATE READER, AS THE       *
      * READERS' DAILY FILE DELIVERS IT: THE READER, THE CARD     *
      * NUMBER READ (RFID SERIAL, BIOMETRIC TEMPLATE NUMBER OR    *
      * THE ID-CARD BARCODE) AND THE DATE AND TIME (HHMMSS).      *
      *----------------------------------------------------------*
       01 GATE-SWIPE-REC.
        02 GS-READER-ID PIC X(4).
        02 GS-CARD-NO PIC X(16).
        02 GS-DATE PIC 9(8).
        02 GS-TIME PIC 9(6).
