        02 SM-AVG PIC 999V99.
        02 SM-RESULT PIC X(4).
        02 SM-TERM-NO PIC 9(2).
      * A SUPPLEMENTARY RESULT IS CURRENT LIKE ANY OTHER BUT
      * CARRIES "U" SO THE RECORD SHOWS WHERE THE MARKS CAME FROM.
        02 SM-STATUS PIC X.
           88 SM-CURRENT VALUE "C" "U".
           88 SM-SUPPLEMENTARY VALUE "U".
           88 SM-SUPERSEDED VALUE "S".
        02 SM-TERM-GPA PIC 9V99.
        02 SM-TERM-CREDITS PIC 9(3).
