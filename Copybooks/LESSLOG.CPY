      *----------------------------------------------------------*
      * SHARED LESSON-LOG RECORD LAYOUT                           *
      * ONE ROW PER LESSON A TEACHER RECORDS AGAINST A SYLLABUS   *
      * UNIT FOR ONE OF THEIR TEACHALO.DAT ALLOCATIONS. A UNIT    *
      * COUNTS AS COVERED FOR THE SECTION ONCE A ROW FOR IT       *
      * CARRIES LL-DONE-SW "Y". APPENDED BY SYLLABUS-MAINT.       *
      *----------------------------------------------------------*
       01 LESSON-LOG-REC.
        02 LL-TEACHER-ID PIC 9(4).
        02 LL-SECTION PIC X(4).
        02 LL-SUBJECT-CODE PIC X(5).
        02 LL-TERM PIC 9(2).
        02 LL-UNIT-NO PIC 9(2).
        02 LL-DATE PIC 9(8).
        02 LL-DONE-SW PIC X.
           88 LL-UNIT-DONE VALUE "Y".
