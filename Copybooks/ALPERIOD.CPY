      *----------------------------------------------------------*
      * AUDIT-LOG PERIOD CONTROL RECORD (ALPERIOD.DAT)            *
      * ONE RECORD PER CLOSED PERIOD FILE, OLDEST FIRST, WRITTEN BY*
      * AUDIT-ROTATE. THE FIRST/LAST FIELDS ARE THE CHAIN POINTS OF*
      * THE FIRST AND LAST CHAINED ENTRIES ROLLED INTO THE FILE, SO*
      * A PERIOD CAN BE VERIFIED ON ITS OWN AND ITS LINK TO THE   *
      * PERIOD BEFORE CHECKED; THEY ARE ZERO WHEN NO ENTRY IN THE *
      * PERIOD WAS CHAINED.                                       *
      *----------------------------------------------------------*
       01 PERIOD-CONTROL-REC.
        02 PC-PERIOD PIC 9(6).
        02 PC-FILE-NAME PIC X(12).
        02 PC-REC-COUNT PIC 9(7).
        02 PC-FIRST-SEQ PIC 9(9).
        02 PC-FIRST-PREV-HASH PIC 9(9).
        02 PC-LAST-SEQ PIC 9(9).
        02 PC-LAST-HASH PIC 9(9).
