      *----------------------------------------------------------*
      * SHARED SCANNED SURVEY FORM RECORD LAYOUT                  *
      * ONE ROW PER FORM READ BY THE MARK SCANNER: THE ROLL       *
      * NUMBER AND SUBJECT CODE PRINTED ON THE FORM AND ONE MARK  *
      * PER QUESTION NUMBER ("1"-"5", SPACE OR "0" WHEN NOTHING   *
      * WAS MARKED). LOADED AND THEN EMPTIED BY SURVEY-CAPTURE.   *
      *----------------------------------------------------------*
       01 SURVEY-SCAN-REC.
        02 SS-RNO PIC 9(5).
        02 SS-SUBJECT-CODE PIC X(5).
        02 SS-MARK PIC X OCCURS 20 TIMES.
