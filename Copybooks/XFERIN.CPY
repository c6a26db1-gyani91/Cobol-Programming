      *----------------------------------------------------------*
      * INBOUND TRANSFER TRANSCRIPT RECORD LAYOUT                 *
      * ONE RECORD PER STUDENT JOINING FROM ANOTHER SCHOOL: THE   *
      * STUDENT.DAT DETAILS AS STUDENT-ADD WOULD TAKE THEM, THE   *
      * PREVIOUS SCHOOL, AND UP TO EIGHT PRIOR TERMS WITH THE     *
      * TERM TOTAL (0-500) EACH WAS CLOSED ON. FIELDS ARRIVE AS   *
      * TEXT SO TRANSFER-IN CAN VALIDATE THEM BEFORE USE.         *
      *----------------------------------------------------------*
       01 TRANSFER-IN-REC.
        02 XI-RNO PIC X(5).
        02 XI-NAME PIC X(20).
        02 XI-MARKS PIC X(4).
        02 XI-DOB.
         03 XI-DOB-YYYY PIC X(4).
         03 XI-DOB-MM PIC X(2).
         03 XI-DOB-DD PIC X(2).
        02 XI-ADDRESS PIC X(40).
        02 XI-CONTACT PIC X(15).
        02 XI-ENROLL.
         03 XI-ENROLL-YYYY PIC X(4).
         03 XI-ENROLL-MM PIC X(2).
         03 XI-ENROLL-DD PIC X(2).
        02 XI-GUARDIAN-ID PIC X(4).
        02 XI-FROM-SCHOOL PIC X(30).
        02 XI-TERM-COUNT PIC X.
        02 XI-TERM OCCURS 8 TIMES.
         03 XI-TERM-NO PIC X(2).
         03 XI-TERM-MARKS PIC X(4).
