      *----------------------------------------------------------*
      * SHARED SUBSTITUTION HISTORY RECORD LAYOUT                 *
      * ONE ROW PER PERIOD COVERED (OR LEFT UNCOVERED) BY THE     *
      * MORNING TEACHER-SUBST RUN. SH-SUB-ID OF ZERO MEANS NO     *
      * FREE TEACHER WAS FOUND. THE RUNNING COVER COUNT PER       *
      * TEACHER FOR A TERM IS THE NUMBER OF ROWS CARRYING THEIR   *
      * ID IN SH-SUB-ID FOR THAT TERM.                            *
      *----------------------------------------------------------*
       01 SUBST-HISTORY-REC.
        02 SH-DATE PIC 9(8).
        02 SH-TERM PIC 9(2).
        02 SH-SECTION PIC X(4).
        02 SH-PERIOD PIC 9.
        02 SH-SUBJECT-CODE PIC X(5).
        02 SH-ABSENT-ID PIC 9(4).
        02 SH-SUB-ID PIC 9(4).
           88 SH-UNCOVERED VALUE ZERO.
