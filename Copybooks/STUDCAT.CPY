      *----------------------------------------------------------*
      * STUDENT RESERVATION CATEGORY RECORD LAYOUT                *
      * ONE ROW PER ENROLLED STUDENT CARRYING THE ADMISSION       *
      * CATEGORY AND GENDER FROM THE APPLICANT RECORD. A STUDENT  *
      * WITH NO ROW IS TREATED AS GENERAL ("GN"), GENDER UNKNOWN. *
      * HOUSE-MAINT RECORDS GENDER FOR STUDENTS ALREADY ON ROLL.  *
      *----------------------------------------------------------*
       01 STUDENT-CATEGORY-REC.
        02 SC-RNO PIC 9(5).
        02 SC-CATEGORY PIC X(2).
        02 SC-GENDER PIC X.
           88 SC-MALE VALUE "M".
           88 SC-FEMALE VALUE "F".
