      * SHARED STUDENT-ARCHIVE RECORD LAYOUT                      *
      * WRITTEN BY STUDENT-DELETE WHEN A STUDENT IS ARCHIVED AND  *
      * READ BACK BY THE ARCHIVE INQUIRY AND RESTORE PROGRAMS.    *
      * MIRRORS THE STUDENT MASTER LAYOUT FIELD FOR FIELD, WITH   *
      * THE DATE THE ROW WAS ARCHIVED ADDED AT THE END FOR THE    *
      * RETENTION PURGE (ZERO ON ROWS CARRIED OVER BY CONVERT).   *
      *----------------------------------------------------------*
       01 ARCHIVE-REC.
        02 A-RNO PIC 9(5).
         03 A-TERM-MARKS-VALUE PIC 9(4).
        02 A-PROMOTION-STATUS PIC X.
        02 A-GUARDIAN-ID PIC 9(4).
        02 A-ARCHIVE-DATE PIC 9(8).
