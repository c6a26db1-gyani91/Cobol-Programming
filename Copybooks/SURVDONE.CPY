      *----------------------------------------------------------*
      * SHARED SURVEY PARTICIPATION RECORD LAYOUT                 *
      * ONE ROW PER STUDENT AND SUBJECT ALREADY SURVEYED IN A     *
      * YEAR AND TERM, SO THE SAME FORM IS NOT TAKEN TWICE. IT    *
      * HOLDS NO SCORES, AND SURVEY-CAPTURE REWRITES IT IN ROLL   *
      * ORDER AFTER EVERY RUN SO ITS ROWS CANNOT BE MATCHED UP    *
      * AGAINST SURVRESP.DAT BY THEIR POSITION.                   *
      *----------------------------------------------------------*
       01 SURVEY-DONE-REC.
        02 SD-YEAR PIC 9(4).
        02 SD-TERM PIC 9(2).
        02 SD-RNO PIC 9(5).
        02 SD-SUBJECT-CODE PIC X(5).
