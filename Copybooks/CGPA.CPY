      * TERM REPLACES THAT TERM'S CONTRIBUTION INSTEAD OF ADDING  *
      * A SECOND ONE. CG-TOTAL-GPA-POINTS AND CG-TERM-COUNT ARE   *
      * ALWAYS THE SUM AND COUNT OF THE POSTED TERM SLOTS.        *
      * CG-TERM-SOURCE RUNS PARALLEL TO THE TERM TABLE: "T" MARKS *
      * A TERM BROUGHT IN FROM A PREVIOUS SCHOOL BY TRANSFER-IN,  *
      * SPACE A TERM GRADED HERE.                                 *
      *----------------------------------------------------------*
       01 CGPA-REC.
        02 CG-RNO PIC 9(5).
         03 CG-TERM-NO PIC 9(2).
         03 CG-TERM-POINTS PIC 9(3)V99.
         03 CG-TERM-CREDITS PIC 9(3).
        02 CG-TERM-SOURCE-TABLE.
         03 CG-TERM-SOURCE PIC X OCCURS 8 TIMES.
            88 CG-TERM-TRANSFERRED VALUE "T".
