      *----------------------------------------------------------*
      * SHARED SURVEY QUESTION RECORD LAYOUT                      *
      * ONE ROW PER QUESTION ON THE STUDENT FEEDBACK SURVEY ON    *
      * TEACHING. THE QUESTION NUMBER (01-20) IS THE POSITION OF  *
      * THE SCORE ON EVERY RESPONSE, SO A QUESTION IS NEVER       *
      * RENUMBERED OR REMOVED - IT IS RETIRED INSTEAD AND IS NO   *
      * LONGER ASKED. EVERY QUESTION IS ANSWERED ON A SCALE OF 1  *
      * (POOR) TO 5 (EXCELLENT). MAINTAINED IN SURVEY-QST-MAINT.  *
      *----------------------------------------------------------*
       01 SURVEY-QUESTION-REC.
        02 SQ-QUESTION-NO PIC 9(2).
        02 SQ-TEXT PIC X(50).
        02 SQ-STATUS PIC X.
           88 SQ-LIVE VALUE "A".
           88 SQ-RETIRED VALUE "R".
