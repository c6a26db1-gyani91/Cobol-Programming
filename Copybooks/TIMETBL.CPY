      *----------------------------------------------------------*
      * SHARED CLASS TIMETABLE RECORD LAYOUT                      *
      * ONE ROW PER TAUGHT PERIOD OF THE WEEK: SECTION, DAY       *
      * (1 = MONDAY TO 6 = SATURDAY) AND PERIOD, WITH THE TEACHER *
      * AND SUBJECT PLACED THERE. BUILT FOR ONE TERM AT A TIME BY *
      * TIMETABLE-BUILD FROM THE TEACHALO.DAT ALLOCATIONS; A      *
      * PERIOD WITH NO ROW IS FREE FOR THE SECTION.               *
      *----------------------------------------------------------*
       01 TIMETABLE-REC.
        02 TT-TERM PIC 9(2).
        02 TT-SECTION PIC X(4).
        02 TT-DAY PIC 9.
        02 TT-PERIOD PIC 9.
        02 TT-TEACHER-ID PIC 9(4).
        02 TT-SUBJECT-CODE PIC X(5).
