      *----------------------------------------------------------*
      * SHARED SURVEY RESPONSE RECORD LAYOUT                      *
      * ONE ROW PER SURVEY FORM: ONE STUDENT'S SCORES FOR ONE     *
      * TEACHER AND SUBJECT, AGAINST THE SECTION THE STUDENT WAS  *
      * IN. THE ROLL NUMBER IS DELIBERATELY NOT CARRIED, SO A     *
      * RESPONSE CANNOT BE TRACED BACK TO THE STUDENT. SCORE N    *
      * ANSWERS QUESTION N ON SURVQST.DAT: 1-5, ZERO WHEN THE     *
      * QUESTION WAS LEFT BLANK OR WAS NOT ASKED. WRITTEN BY      *
      * SURVEY-CAPTURE; READ BY SURVEY-SUMMARY.                   *
      *----------------------------------------------------------*
       01 SURVEY-RESPONSE-REC.
        02 SR-YEAR PIC 9(4).
        02 SR-TERM PIC 9(2).
        02 SR-SECTION PIC X(4).
        02 SR-TEACHER-ID PIC 9(4).
        02 SR-SUBJECT-CODE PIC X(5).
        02 SR-SOURCE PIC X.
           88 SR-KEYED VALUE "K".
           88 SR-SCANNED VALUE "S".
        02 SR-SCORE PIC 9 OCCURS 20 TIMES.
