      *----------------------------------------------------------*
      * SHARED SYLLABUS-UNIT RECORD LAYOUT                        *
      * ONE ROW PER UNIT OF A SUBJECT ON SUBJMAST.DAT, IN TEACHING*
      * ORDER. SU-PLAN-DATE IS THE DATE THE UNIT SHOULD BE        *
      * FINISHED BY; SU-EXAM-SW MARKS A UNIT EXAMINABLE IN THE    *
      * SUBJECT'S PAPER ON SITCTL.DAT. MAINTAINED BY              *
      * SYLLABUS-MAINT AND READ BY SYLLABUS-COVERAGE.             *
      *----------------------------------------------------------*
       01 SYLLABUS-UNIT-REC.
        02 SU-SUBJECT-CODE PIC X(5).
        02 SU-UNIT-NO PIC 9(2).
        02 SU-TITLE PIC X(30).
        02 SU-PLAN-DATE PIC 9(8).
        02 SU-EXAM-SW PIC X.
           88 SU-EXAMINABLE VALUE "Y".
