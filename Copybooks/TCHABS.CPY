      *----------------------------------------------------------*
      * SHARED TEACHER ABSENCE RECORD LAYOUT                      *
      * ONE ROW PER RECORDED ABSENCE, APPENDED BY TEACHER-MAINT.  *
      * THE TEACHER IS AWAY FROM TAB-FROM-DATE TO TAB-TO-DATE     *
      * INCLUSIVE; A ONE-DAY ABSENCE CARRIES THE SAME DATE IN     *
      * BOTH. READ BY TEACHER-SUBST TO FIND PERIODS NEEDING COVER.*
      *----------------------------------------------------------*
       01 TEACHER-ABSENCE-REC.
        02 TAB-TEACHER-ID PIC 9(4).
        02 TAB-FROM-DATE PIC 9(8).
        02 TAB-TO-DATE PIC 9(8).
        02 TAB-REASON PIC X(20).
