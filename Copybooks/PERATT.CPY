      *----------------------------------------------------------*
      * PERIOD ATTENDANCE RECORD LAYOUT                           *
      * ONE ROW PER STUDENT FOR EVERY TIMETABLED PERIOD TAKEN:    *
      * THE DATE, PERIOD, SECTION, AND THE SUBJECT AND TEACHER    *
      * THE CLASS TIMETABLE PLACES THERE, MARKED PRESENT, ABSENT  *
      * OR EXCUSED (APPROVED LEAVE). APPENDED BY PERIOD-CAPTURE;  *
      * ROLLED UP INTO THE MONTHLY ATTEND.DAT TOTALS BY           *
      * PERIOD-ROLLUP AND READ BY THE SUBJECT-WISE REPORTS.       *
      *----------------------------------------------------------*
       01 PERIOD-ATTEND-REC.
        02 PA-DATE PIC 9(8).
        02 PA-PERIOD PIC 9.
        02 PA-SECTION PIC X(4).
        02 PA-SUBJECT-CODE PIC X(5).
        02 PA-TEACHER-ID PIC 9(4).
        02 PA-RNO PIC 9(5).
        02 PA-MARK PIC X.
           88 PA-PRESENT VALUE "P".
           88 PA-ABSENT VALUE "A".
           88 PA-EXCUSED VALUE "E".
