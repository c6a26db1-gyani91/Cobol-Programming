      *----------------------------------------------------------*
      * SHARED REPORT REPOSITORY RECORD LAYOUT                    *
      * ONE ROW PER PRINT LINE OF EVERY FILED REPORT, KEYED BY    *
      * THE PROGRAM, THE PRINT FILE AND THE DATE AND TIME OF THE  *
      * PROGRAM'S START ("S") ENTRY ON RUNLOG.DAT, THEN THE LINE  *
      * NUMBER. LINE ZERO OF EACH FILED RUN IS ITS HEADER ROW,    *
      * CARRYING THE MATCHING END ("E") ENTRY - ITS DATE, TIME,   *
      * MODE, RETURN CODE AND MESSAGE - SO EVERY FILED REPORT     *
      * TIES BACK TO THE RUN THAT PRINTED IT. WRITTEN BY          *
      * REPORT-CAPTURE, READ BY REPORT-INQUIRY AND REMOVED BY     *
      * REPORT-PURGE.                                             *
      *----------------------------------------------------------*
       01 REPORT-REPOSITORY-REC.
        02 RR-KEY.
         03 RR-PROGRAM PIC X(15).
         03 RR-REPORT PIC X(12).
         03 RR-RUN-DATE PIC 9(8).
         03 RR-RUN-TIME PIC 9(8).
         03 RR-LINE-NO PIC 9(5).
            88 RR-HEADER-ROW VALUE ZERO.
        02 RR-LINE PIC X(132).
        02 RR-HEADER REDEFINES RR-LINE.
         03 RR-END-DATE PIC 9(8).
         03 RR-END-TIME PIC 9(8).
         03 RR-RUN-MODE PIC X.
         03 RR-RUN-RC PIC 9(2).
         03 RR-LINE-COUNT PIC 9(5).
         03 RR-LINE-WIDTH PIC 9(3).
         03 RR-CAPTURE-DATE PIC 9(8).
         03 RR-CAPTURE-TIME PIC 9(8).
         03 RR-RUN-MESSAGE PIC X(60).
         03 FILLER PIC X(29).
