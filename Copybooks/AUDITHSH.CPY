      *----------------------------------------------------------*
      * AUDIT-LOG CHAIN HASH FIELDS                               *
      * USED BY THE PARAGRAPHS IN AUDITCHN.CPY. THE HASH RUNS OVER*
      * THE FIRST WS-AC-SPAN BYTES OF AUDIT-LOG-REC - EVERYTHING UP*
      * TO AND INCLUDING AL-PREV-HASH - TAKING EACH BYTE'S CODE   *
      * THROUGH WS-AC-CODE AND KEEPING THE RUNNING VALUE BELOW    *
      * WS-AC-MODULUS SO IT FITS AL-HASH.                         *
      *----------------------------------------------------------*
       01 WS-AUDIT-CHAIN-FIELDS.
        02 WS-AC-HASH PIC 9(9).
        02 WS-AC-WORK PIC 9(11).
        02 WS-AC-QUOT PIC 9(3).
        02 WS-AC-POS PIC 9(3) COMP.
        02 WS-AC-SPAN PIC 9(3) COMP VALUE 287.
        02 WS-AC-MODULUS PIC 9(9) VALUE 999999937.
        02 WS-AC-CHAR-PAIR.
         03 FILLER PIC X VALUE LOW-VALUE.
         03 WS-AC-CHAR PIC X.
        02 WS-AC-CODE REDEFINES WS-AC-CHAR-PAIR PIC 9(4) COMP.
