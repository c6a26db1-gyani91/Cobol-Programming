      *----------------------------------------------------------*
      * AUDIT-LOG CHAIN CONTROL RECORD (AUDCHAIN.DAT)             *
      * ONE RECORD HOLDING THE SEQUENCE AND HASH OF THE LAST ENTRY*
      * WRITTEN TO THE AUDIT LOG, SO THE NEXT WRITER CAN LINK TO  *
      * IT WITHOUT READING THE LOG. IT IS NEVER RESET - NOT EVEN  *
      * WHEN AUDIT-ROTATE STARTS A FRESH LOG - SO THE CHAIN RUNS  *
      * ON ACROSS PERIOD FILES.                                   *
      *----------------------------------------------------------*
       01 AUDIT-CHAIN-REC.
        02 AC-LAST-SEQ PIC 9(9).
        02 AC-LAST-HASH PIC 9(9).
        02 AC-LAST-DATE PIC 9(8).
        02 AC-LAST-TIME PIC 9(8).
