      *----------------------------------------------------------*
      * SHARED REPORT CATALOGUE RECORD LAYOUT                     *
      * ONE ROW PER PRINTED REPORT FILED IN THE REPORT            *
      * REPOSITORY: THE PROGRAM THAT PRINTS IT, UNDER THE NAME    *
      * IT SIGNS THE RUN LOG WITH, ITS PRINT FILE, THE WIDTH OF   *
      * A PRINT LINE AND HOW MANY DAYS A FILED COPY IS KEPT       *
      * BEFORE REPORT-PURGE REMOVES IT (ZERO KEEPS IT FOR GOOD).  *
      * A PROGRAM THAT PRINTS TWO REPORTS HAS TWO ROWS.           *
      * MAINTAINED IN REPORT-CAT-MAINT.                           *
      *----------------------------------------------------------*
       01 REPORT-CATALOGUE-REC.
        02 CT-PROGRAM PIC X(15).
        02 CT-REPORT PIC X(12).
        02 CT-DESCRIPTION PIC X(30).
        02 CT-LINE-WIDTH PIC 9(3).
           88 CT-WIDTH-SUPPORTED VALUES 40 60 70 79 92 98.
        02 CT-RETAIN-DAYS PIC 9(3).
           88 CT-RETAIN-ALWAYS VALUE ZERO.
