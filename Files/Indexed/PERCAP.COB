       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-CAPTURE.
      *    TAKES THE REGISTER FOR ONE TIMETABLED PERIOD AT A TIME.
      *    THE SUBJECT AND TEACHER COME FROM THE CLASS TIMETABLE
      *    (TIMETBL.DAT) FOR THE TERM, WEEKDAY, SECTION AND PERIOD;
      *    THE ROLL IS EVERY ACTIVE STUDENT IN THE SECTION ON THE
      *    DATE (SECTASGN.DAT), LESS THOSE NOT ENROLLED WHEN THE
      *    SUBJECT IS AN ELECTIVE. EVERYONE IS MARKED PRESENT, OR
      *    EXCUSED WHEN ON APPROVED LEAVE, AND THE ABSENTEES ARE
      *    KEYED. THE ROWS ARE APPENDED TO PERATT.DAT; A PERIOD
      *    ALREADY TAKEN IS NOT TAKEN TWICE, AND A DATE ALREADY
      *    POSTED TO THE MONTHLY TOTALS IS NOT REOPENED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RNO
           FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT PERIOD-ATTEND ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PERIOD-ATTEND-STATUS.
           SELECT ATTEND-POST ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ATTEND-POST-STATUS.
           SELECT TIMETABLE-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TIMETABLE-FILE-STATUS.
           SELECT SECTION-ASSIGN ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SECTION-ASSIGN-STATUS.
           SELECT SUBJECT-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SUBJECT-MASTER-STATUS.
           SELECT ELECTIVE-ENROLL ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ELECTIVE-ENROLL-STATUS.
           SELECT ACADEMIC-CALENDAR ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ACADEMIC-CALENDAR-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HOLIDAY-FILE-STATUS.
           SELECT APPROVED-LEAVE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS APPROVED-LEAVE-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "STUDENT.DAT"
           DATA RECORD IS STUDENT-REC.
       COPY STUDENT.
       FD PERIOD-ATTEND
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "PERATT.DAT"
           DATA RECORD IS PERIOD-ATTEND-REC.
       COPY PERATT.
       FD ATTEND-POST
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "ATTPOST.DAT"
           DATA RECORD IS ATTEND-POST-REC.
       COPY ATTPOST.
       FD TIMETABLE-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "TIMETBL.DAT"
           DATA RECORD IS TIMETABLE-REC.
       COPY TIMETBL.
       FD SECTION-ASSIGN
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SECTASGN.DAT"
           DATA RECORD IS SECTION-ASSIGN-REC.
       COPY SECTASGN.
       FD SUBJECT-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SUBJMAST.DAT"
           DATA RECORD IS SUBJECT-MASTER-REC.
       COPY SUBJMAST.
       FD ELECTIVE-ENROLL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "ELECENRL.DAT"
           DATA RECORD IS ELECTIVE-ENROLL-REC.
       COPY ELECENRL.
       FD ACADEMIC-CALENDAR
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "ACADCAL.DAT"
           DATA RECORD IS ACADEMIC-CALENDAR-REC.
       COPY ACADCAL.
       FD HOLIDAY-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "HOLIDAYS.DAT"
           DATA RECORD IS HOLIDAY-REC.
       COPY HOLIDAY.
       FD APPROVED-LEAVE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "APPLEAVE.DAT"
           DATA RECORD IS APPROVED-LEAVE-REC.
       COPY APPLEAVE.
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 STUDENT-FILE-STATUS PIC XX.
       77 PERIOD-ATTEND-STATUS PIC XX.
       77 ATTEND-POST-STATUS PIC XX.
       77 TIMETABLE-FILE-STATUS PIC XX.
       77 SECTION-ASSIGN-STATUS PIC XX.
       77 SUBJECT-MASTER-STATUS PIC XX.
       77 ELECTIVE-ENROLL-STATUS PIC XX.
       77 ACADEMIC-CALENDAR-STATUS PIC XX.
       77 HOLIDAY-FILE-STATUS PIC XX.
       77 APPROVED-LEAVE-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-CAPTURE-DATE.
        02 WS-CAPTURE-MONTH PIC 9(6).
        02 WS-CAPTURE-DD PIC 9(2).
       77 WS-TERM-NO PIC 9(2).
       77 WS-TT-DAY PIC 9.
       77 WS-ENTRY-SECTION PIC X(4).
       77 WS-ENTRY-PERIOD PIC 9.
       77 WS-PICK-SUBJECT PIC X(5).
       77 WS-PICK-TEACHER PIC 9(4).
       77 TRNO PIC 9(5).
       77 WS-POSTED-SW PIC X.
           88 WS-POSTED VALUE "Y".
       77 WS-FOUND-SW PIC X.
           88 WS-FOUND VALUE "Y".
       77 WS-ELECTIVE-SW PIC X.
           88 WS-IS-ELECTIVE VALUE "Y".
       77 WS-ENROLLED-SW PIC X.
           88 WS-ENROLLED VALUE "Y".
       77 WS-ON-LEAVE-SW PIC X.
           88 WS-ON-LEAVE VALUE "Y".
       77 WS-IN-TERM-SW PIC X.
           88 WS-IN-TERM VALUE "Y".
       77 WS-HOLIDAY-SW PIC X.
           88 WS-IS-HOLIDAY VALUE "Y".
       77 WS-CLASS-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ROW-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ABSENT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-CLASS-ABSENT PIC 9(3).
       77 WS-CLASS-EXCUSED PIC 9(3).
       77 WS-Z-DAY PIC 9(2).
       77 WS-Z-MONTH PIC 9(2).
       77 WS-Z-YEAR PIC 9(4).
       77 WS-Z-K PIC 9(4).
       77 WS-Z-J PIC 9(4).
       77 WS-Z-WORK PIC 9(6).
       77 WS-Z-T1 PIC 9(4).
       77 WS-Z-T2 PIC 9(4).
       77 WS-Z-T3 PIC 9(4).
       77 WS-Z-Q PIC 9(6).
       77 WS-Z-H PIC 9(2).
       77 WS-CAL-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-CAL-IDX PIC 9(3) COMP.
       01 WS-CAL-TABLE.
        02 WS-CAL-ENTRY OCCURS 1 TO 100 TIMES
                DEPENDING ON WS-CAL-TOTAL
                INDEXED BY WS-CAL-X.
         03 WS-CAL-START PIC 9(8).
         03 WS-CAL-END PIC 9(8).
       77 WS-HOL-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-HOL-IDX PIC 9(3) COMP.
       01 WS-HOL-TABLE.
        02 WS-HOL-ENTRY OCCURS 1 TO 200 TIMES
                DEPENDING ON WS-HOL-TOTAL
                INDEXED BY WS-HOL-X.
         03 WS-HOL-DATE PIC 9(8).
       77 WS-LV-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-LV-IDX PIC 9(3) COMP.
       01 WS-LV-TABLE.
        02 WS-LV-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON WS-LV-TOTAL
                INDEXED BY WS-LV-X.
         03 WS-LV-RNO PIC 9(5).
         03 WS-LV-FROM PIC 9(8).
         03 WS-LV-TO PIC 9(8).
      *    THE TIMETABLE ROWS FOR THE TERM AND THE CAPTURE WEEKDAY.
       77 WS-TT-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-TT-IDX PIC 9(3) COMP.
       01 WS-TT-TABLE.
        02 WS-TT-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON WS-TT-TOTAL
                INDEXED BY WS-TT-X.
         03 WS-TT-SECTION PIC X(4).
         03 WS-TT-PERIOD PIC 9.
         03 WS-TT-TEACHER PIC 9(4).
         03 WS-TT-SUBJECT PIC X(5).
       77 WS-ASGN-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-ASGN-IDX PIC 9(4) COMP.
       01 WS-ASGN-TABLE.
        02 WS-ASGN-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-ASGN-TOTAL
                INDEXED BY WS-ASGN-X.
         03 WS-ASGN-RNO PIC 9(5).
         03 WS-ASGN-SECTION PIC X(4).
       77 WS-SUBJ-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-SUBJ-IDX PIC 9(3) COMP.
       01 WS-SUBJ-TABLE.
        02 WS-SUBJ-ENTRY OCCURS 1 TO 200 TIMES
                DEPENDING ON WS-SUBJ-TOTAL
                INDEXED BY WS-SUBJ-X.
         03 WS-SUBJ-CODE PIC X(5).
         03 WS-SUBJ-TYPE PIC X.
       77 WS-EE-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-EE-IDX PIC 9(4) COMP.
       01 WS-EE-TABLE.
        02 WS-EE-ENTRY OCCURS 1 TO 3000 TIMES
                DEPENDING ON WS-EE-TOTAL
                INDEXED BY WS-EE-X.
         03 WS-EE-RNO PIC 9(5).
         03 WS-EE-SUBJECT PIC X(5).
      *    SECTION AND PERIOD PAIRS ALREADY TAKEN FOR THE DATE.
       77 WS-DONE-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-DONE-IDX PIC 9(3) COMP.
       01 WS-DONE-TABLE.
        02 WS-DONE-ENTRY OCCURS 1 TO 300 TIMES
                DEPENDING ON WS-DONE-TOTAL
                INDEXED BY WS-DONE-X.
         03 WS-DONE-SECTION PIC X(4).
         03 WS-DONE-PERIOD PIC 9.
       77 WS-ROLL-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-ROLL-IDX PIC 9(3) COMP.
       77 WS-ROLL-PICK PIC 9(3) COMP.
       01 WS-ROLL-TABLE.
        02 WS-ROLL-ENTRY OCCURS 1 TO 100 TIMES
                DEPENDING ON WS-ROLL-TOTAL
                INDEXED BY WS-ROLL-X.
         03 WS-ROLL-RNO PIC 9(5).
         03 WS-ROLL-NAME PIC X(20).
         03 WS-ROLL-MARK PIC X.
       COPY RETCODE.
       PROCEDURE DIVISION.
       ASK-PARA.
           PERFORM LOG-RUN-START-PARA.
       ASK-DATE-PARA.
           DISPLAY "ENTER THE SCHOOL DATE BEING CAPTURED ",
                "(YYYYMMDD): ".
           ACCEPT WS-CAPTURE-DATE.
           IF WS-CAPTURE-DATE NOT NUMERIC
                OR WS-CAPTURE-DD < 01 OR WS-CAPTURE-DD > 31
                DISPLAY "INVALID DATE"
                GO TO ASK-DATE-PARA.
           IF WS-CAL-TOTAL = ZERO
                PERFORM LOAD-CALENDAR-PARA THRU LOAD-CALENDAR-EXIT
                PERFORM LOAD-HOLIDAYS-PARA THRU LOAD-HOLIDAYS-EXIT.
           IF WS-CAL-TOTAL > ZERO
                PERFORM CHECK-TERM-PARA
                IF NOT WS-IN-TERM
                     DISPLAY "DATE FALLS OUTSIDE EVERY TERM ON ",
                          "THE ACADEMIC CALENDAR - NOT A SCHOOL DAY"
                     GO TO ASK-DATE-PARA.
           PERFORM CHECK-HOLIDAY-PARA.
           IF WS-IS-HOLIDAY
                DISPLAY "DATE IS A DECLARED HOLIDAY - NOT A ",
                     "SCHOOL DAY"
                GO TO ASK-DATE-PARA.
           PERFORM CHECK-WEEKDAY-PARA.
           IF WS-Z-H = 1
                DISPLAY "DATE IS A SUNDAY - NOT A SCHOOL DAY"
                GO TO ASK-DATE-PARA.
      *    ZELLER'S H RUNS SATURDAY = 0 TO FRIDAY = 6; THE
      *    TIMETABLE RUNS MONDAY = 1 TO SATURDAY = 6.
           IF WS-Z-H = ZERO
                MOVE 6 TO WS-TT-DAY
           ELSE
                COMPUTE WS-TT-DAY = WS-Z-H - 1.
           PERFORM CHECK-POSTED-PARA THRU CHECK-POSTED-EXIT.
           IF WS-POSTED
                DISPLAY "DATE ", WS-CAPTURE-DATE, " IS ALREADY ",
                     "POSTED TO THE MONTHLY ATTENDANCE"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "DATE ALREADY POSTED TO ATTEND.DAT" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
       ASK-TERM-PARA.
           DISPLAY "ENTER TERM NUMBER (1-8): ".
           ACCEPT WS-TERM-NO.
           IF WS-TERM-NO < 1 OR WS-TERM-NO > 8
                DISPLAY "TERM NUMBER MUST BE 1-8"
                GO TO ASK-TERM-PARA.
           PERFORM LOAD-TIMETABLE-PARA THRU LOAD-TIMETABLE-EXIT.
           IF WS-TT-TOTAL = ZERO
                DISPLAY "NO CLASSES ON THE TIMETABLE FOR TERM ",
                     WS-TERM-NO, " DAY ", WS-TT-DAY
                MOVE 08 TO WS-RETURN-CODE
                MOVE "NO TIMETABLE FOR THE TERM AND WEEKDAY" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-ASSIGNS-PARA THRU LOAD-ASSIGNS-EXIT.
           PERFORM LOAD-SUBJECTS-PARA THRU LOAD-SUBJECTS-EXIT.
           PERFORM LOAD-ELECTIVES-PARA THRU LOAD-ELECTIVES-EXIT.
           PERFORM LOAD-LEAVES-PARA THRU LOAD-LEAVES-EXIT.
           PERFORM LOAD-DONE-PARA THRU LOAD-DONE-EXIT.
           OPEN INPUT STUDENT.
           IF STUDENT-FILE-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN STUDENT.DAT - STATUS ",
                     STUDENT-FILE-STATUS
                MOVE 08 TO WS-RETURN-CODE
                MOVE "UNABLE TO OPEN STUDENT.DAT" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
       ASK-CLASS-PARA.
           DISPLAY "ENTER SECTION (BLANK WHEN DONE): ".
           MOVE SPACES TO WS-ENTRY-SECTION.
           ACCEPT WS-ENTRY-SECTION.
           IF WS-ENTRY-SECTION = SPACES
                GO TO CLOSE-PARA.
           DISPLAY "ENTER PERIOD (1-9): ".
           ACCEPT WS-ENTRY-PERIOD.
           IF WS-ENTRY-PERIOD NOT NUMERIC OR WS-ENTRY-PERIOD = ZERO
                DISPLAY "PERIOD MUST BE 1-9"
                GO TO ASK-CLASS-PARA.
           PERFORM FIND-CLASS-PARA.
           IF NOT WS-FOUND
                DISPLAY "NO CLASS ON THE TIMETABLE FOR ",
                     WS-ENTRY-SECTION, " PERIOD ", WS-ENTRY-PERIOD
                GO TO ASK-CLASS-PARA.
           PERFORM FIND-DONE-PARA.
           IF WS-FOUND
                DISPLAY "PERIOD ", WS-ENTRY-PERIOD, " FOR ",
                     WS-ENTRY-SECTION, " IS ALREADY TAKEN"
                GO TO ASK-CLASS-PARA.
           PERFORM BUILD-ROLL-PARA.
           IF WS-ROLL-TOTAL = ZERO
                DISPLAY "NO STUDENTS ON THE ROLL FOR ",
                     WS-ENTRY-SECTION, " ", WS-PICK-SUBJECT
                GO TO ASK-CLASS-PARA.
           DISPLAY "SUBJECT ", WS-PICK-SUBJECT, " TEACHER ",
                WS-PICK-TEACHER, " - ", WS-ROLL-TOTAL,
                " ON THE ROLL, ", WS-CLASS-EXCUSED,
                " EXCUSED ON APPROVED LEAVE".
           MOVE ZERO TO WS-CLASS-ABSENT.
       ABSENT-PARA.
           DISPLAY "ENTER ABSENTEE ROLL NO (0 WHEN DONE): ".
           ACCEPT TRNO.
           IF TRNO = ZERO
                GO TO SAVE-CLASS-PARA.
           PERFORM FIND-ROLL-PARA.
           IF WS-ROLL-PICK = ZERO
                DISPLAY "ROLL NO ", TRNO, " IS NOT ON THIS CLASS ROLL"
                GO TO ABSENT-PARA.
           IF WS-ROLL-MARK(WS-ROLL-PICK) = "E"
                DISPLAY "ROLL NO ", TRNO, " IS ON APPROVED LEAVE - ",
                     "ALREADY EXCUSED"
                GO TO ABSENT-PARA.
           IF WS-ROLL-MARK(WS-ROLL-PICK) = "A"
                DISPLAY "ROLL NO ", TRNO, " IS ALREADY MARKED ABSENT"
                GO TO ABSENT-PARA.
           MOVE "A" TO WS-ROLL-MARK(WS-ROLL-PICK).
           ADD 1 TO WS-CLASS-ABSENT.
           DISPLAY "ROLL NO ", TRNO, " ",
                WS-ROLL-NAME(WS-ROLL-PICK), " MARKED ABSENT".
           GO TO ABSENT-PARA.
       SAVE-CLASS-PARA.
           OPEN EXTEND PERIOD-ATTEND.
           IF PERIOD-ATTEND-STATUS = "35"
                OPEN OUTPUT PERIOD-ATTEND.
           PERFORM WRITE-ROLL-PARA
                VARYING WS-ROLL-IDX FROM 1 BY 1
                UNTIL WS-ROLL-IDX > WS-ROLL-TOTAL.
           CLOSE PERIOD-ATTEND.
           ADD 1 TO WS-CLASS-COUNT.
           ADD WS-CLASS-ABSENT TO WS-ABSENT-COUNT.
           IF WS-DONE-TOTAL < 300
                ADD 1 TO WS-DONE-TOTAL
                SET WS-DONE-X TO WS-DONE-TOTAL
                MOVE WS-ENTRY-SECTION TO WS-DONE-SECTION(WS-DONE-X)
                MOVE WS-ENTRY-PERIOD TO WS-DONE-PERIOD(WS-DONE-X).
           DISPLAY "PERIOD SAVED - ABSENT: ", WS-CLASS-ABSENT.
           GO TO ASK-CLASS-PARA.
       CLOSE-PARA.
           CLOSE STUDENT.
           DISPLAY "PERIODS TAKEN: ", WS-CLASS-COUNT,
                " ROWS WRITTEN: ", WS-ROW-COUNT,
                " ABSENCES: ", WS-ABSENT-COUNT.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       FIND-CLASS-PARA.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM FIND-ONE-CLASS-PARA
                VARYING WS-TT-IDX FROM 1 BY 1
                UNTIL WS-TT-IDX > WS-TT-TOTAL
                OR WS-FOUND.
       FIND-ONE-CLASS-PARA.
           IF WS-TT-SECTION(WS-TT-IDX) = WS-ENTRY-SECTION
                AND WS-TT-PERIOD(WS-TT-IDX) = WS-ENTRY-PERIOD
                MOVE "Y" TO WS-FOUND-SW
                MOVE WS-TT-SUBJECT(WS-TT-IDX) TO WS-PICK-SUBJECT
                MOVE WS-TT-TEACHER(WS-TT-IDX) TO WS-PICK-TEACHER.
       FIND-DONE-PARA.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM FIND-ONE-DONE-PARA
                VARYING WS-DONE-IDX FROM 1 BY 1
                UNTIL WS-DONE-IDX > WS-DONE-TOTAL
                OR WS-FOUND.
       FIND-ONE-DONE-PARA.
           IF WS-DONE-SECTION(WS-DONE-IDX) = WS-ENTRY-SECTION
                AND WS-DONE-PERIOD(WS-DONE-IDX) = WS-ENTRY-PERIOD
                MOVE "Y" TO WS-FOUND-SW.
      *    THE ROLL IS EVERY ACTIVE STUDENT WHOSE SECTION SPELL
      *    COVERS THE DATE; FOR AN ELECTIVE, ONLY THOSE ENROLLED.
       BUILD-ROLL-PARA.
           MOVE ZERO TO WS-ROLL-TOTAL.
           MOVE ZERO TO WS-CLASS-EXCUSED.
           MOVE "N" TO WS-ELECTIVE-SW.
           PERFORM CHECK-ONE-SUBJ-PARA
                VARYING WS-SUBJ-IDX FROM 1 BY 1
                UNTIL WS-SUBJ-IDX > WS-SUBJ-TOTAL.
           PERFORM ROLL-ONE-ASSIGN-PARA
                VARYING WS-ASGN-IDX FROM 1 BY 1
                UNTIL WS-ASGN-IDX > WS-ASGN-TOTAL.
       CHECK-ONE-SUBJ-PARA.
           IF WS-SUBJ-CODE(WS-SUBJ-IDX) = WS-PICK-SUBJECT
                AND WS-SUBJ-TYPE(WS-SUBJ-IDX) = "E"
                MOVE "Y" TO WS-ELECTIVE-SW.
       ROLL-ONE-ASSIGN-PARA.
           IF WS-ASGN-SECTION(WS-ASGN-IDX) = WS-ENTRY-SECTION
                AND WS-ROLL-TOTAL < 100
                PERFORM ADD-TO-ROLL-PARA THRU ADD-TO-ROLL-EXIT.
       ADD-TO-ROLL-PARA.
           IF WS-IS-ELECTIVE
                MOVE "N" TO WS-ENROLLED-SW
                PERFORM CHECK-ONE-EE-PARA
                     VARYING WS-EE-IDX FROM 1 BY 1
                     UNTIL WS-EE-IDX > WS-EE-TOTAL
                     OR WS-ENROLLED
                IF NOT WS-ENROLLED
                     GO TO ADD-TO-ROLL-EXIT.
           MOVE WS-ASGN-RNO(WS-ASGN-IDX) TO RNO.
           READ STUDENT KEY IS RNO
                INVALID KEY GO TO ADD-TO-ROLL-EXIT.
           IF NOT STUDENT-ACTIVE
                GO TO ADD-TO-ROLL-EXIT.
           ADD 1 TO WS-ROLL-TOTAL.
           SET WS-ROLL-X TO WS-ROLL-TOTAL.
           MOVE RNO TO WS-ROLL-RNO(WS-ROLL-X).
           MOVE NAME TO WS-ROLL-NAME(WS-ROLL-X).
           PERFORM CHECK-LEAVE-PARA.
           IF WS-ON-LEAVE
                MOVE "E" TO WS-ROLL-MARK(WS-ROLL-X)
                ADD 1 TO WS-CLASS-EXCUSED
           ELSE
                MOVE "P" TO WS-ROLL-MARK(WS-ROLL-X).
       ADD-TO-ROLL-EXIT.
           EXIT.
       CHECK-ONE-EE-PARA.
           IF WS-EE-RNO(WS-EE-IDX) = WS-ASGN-RNO(WS-ASGN-IDX)
                AND WS-EE-SUBJECT(WS-EE-IDX) = WS-PICK-SUBJECT
                MOVE "Y" TO WS-ENROLLED-SW.
       FIND-ROLL-PARA.
           MOVE ZERO TO WS-ROLL-PICK.
           PERFORM FIND-ONE-ROLL-PARA
                VARYING WS-ROLL-IDX FROM 1 BY 1
                UNTIL WS-ROLL-IDX > WS-ROLL-TOTAL
                OR WS-ROLL-PICK NOT = ZERO.
       FIND-ONE-ROLL-PARA.
           IF WS-ROLL-RNO(WS-ROLL-IDX) = TRNO
                MOVE WS-ROLL-IDX TO WS-ROLL-PICK.
       WRITE-ROLL-PARA.
           MOVE WS-CAPTURE-DATE TO PA-DATE.
           MOVE WS-ENTRY-PERIOD TO PA-PERIOD.
           MOVE WS-ENTRY-SECTION TO PA-SECTION.
           MOVE WS-PICK-SUBJECT TO PA-SUBJECT-CODE.
           MOVE WS-PICK-TEACHER TO PA-TEACHER-ID.
           MOVE WS-ROLL-RNO(WS-ROLL-IDX) TO PA-RNO.
           MOVE WS-ROLL-MARK(WS-ROLL-IDX) TO PA-MARK.
           WRITE PERIOD-ATTEND-REC.
           ADD 1 TO WS-ROW-COUNT.
       CHECK-LEAVE-PARA.
           MOVE "N" TO WS-ON-LEAVE-SW.
           PERFORM CHECK-ONE-LEAVE-PARA
                VARYING WS-LV-IDX FROM 1 BY 1
                UNTIL WS-LV-IDX > WS-LV-TOTAL
                OR WS-ON-LEAVE.
       CHECK-ONE-LEAVE-PARA.
           IF WS-LV-RNO(WS-LV-IDX) = RNO
                AND WS-CAPTURE-DATE >= WS-LV-FROM(WS-LV-IDX)
                AND WS-CAPTURE-DATE <= WS-LV-TO(WS-LV-IDX)
                MOVE "Y" TO WS-ON-LEAVE-SW.
       CHECK-POSTED-PARA.
           MOVE "N" TO WS-POSTED-SW.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT ATTEND-POST.
           IF ATTEND-POST-STATUS NOT = "00"
                GO TO CHECK-POSTED-EXIT.
           PERFORM CHECK-ONE-POSTED-PARA UNTIL WS-EOF.
           CLOSE ATTEND-POST.
       CHECK-POSTED-EXIT.
           MOVE "N" TO WS-EOF-SW.
       CHECK-ONE-POSTED-PARA.
           READ ATTEND-POST
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF AP-DATE = WS-CAPTURE-DATE
                          MOVE "Y" TO WS-POSTED-SW
                          MOVE "Y" TO WS-EOF-SW.
       CHECK-TERM-PARA.
           MOVE "N" TO WS-IN-TERM-SW.
           PERFORM CHECK-ONE-TERM-PARA
                VARYING WS-CAL-IDX FROM 1 BY 1
                UNTIL WS-CAL-IDX > WS-CAL-TOTAL
                OR WS-IN-TERM.
       CHECK-ONE-TERM-PARA.
           IF WS-CAPTURE-DATE >= WS-CAL-START(WS-CAL-IDX)
                AND WS-CAPTURE-DATE <= WS-CAL-END(WS-CAL-IDX)
                MOVE "Y" TO WS-IN-TERM-SW.
       CHECK-HOLIDAY-PARA.
           MOVE "N" TO WS-HOLIDAY-SW.
           PERFORM CHECK-ONE-HOL-PARA
                VARYING WS-HOL-IDX FROM 1 BY 1
                UNTIL WS-HOL-IDX > WS-HOL-TOTAL
                OR WS-IS-HOLIDAY.
       CHECK-ONE-HOL-PARA.
           IF WS-HOL-DATE(WS-HOL-IDX) = WS-CAPTURE-DATE
                MOVE "Y" TO WS-HOLIDAY-SW.
      *    ZELLER'S CONGRUENCE GIVES THE DAY OF THE WEEK WITHOUT
      *    A DATE SERVICE: H = 0 IS SATURDAY, 1 IS SUNDAY.
       CHECK-WEEKDAY-PARA.
           MOVE WS-CAPTURE-DATE(7:2) TO WS-Z-DAY.
           MOVE WS-CAPTURE-DATE(5:2) TO WS-Z-MONTH.
           MOVE WS-CAPTURE-DATE(1:4) TO WS-Z-YEAR.
           IF WS-Z-MONTH < 3
                ADD 12 TO WS-Z-MONTH
                SUBTRACT 1 FROM WS-Z-YEAR.
           DIVIDE WS-Z-YEAR BY 100 GIVING WS-Z-J
                REMAINDER WS-Z-K.
           COMPUTE WS-Z-WORK = 13 * (WS-Z-MONTH + 1).
           DIVIDE WS-Z-WORK BY 5 GIVING WS-Z-T1.
           DIVIDE WS-Z-K BY 4 GIVING WS-Z-T2.
           DIVIDE WS-Z-J BY 4 GIVING WS-Z-T3.
           COMPUTE WS-Z-WORK = WS-Z-DAY + WS-Z-T1
                + WS-Z-K + WS-Z-T2 + WS-Z-T3
                + 5 * WS-Z-J.
           DIVIDE WS-Z-WORK BY 7 GIVING WS-Z-Q
                REMAINDER WS-Z-H.
       LOAD-CALENDAR-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT ACADEMIC-CALENDAR.
           IF ACADEMIC-CALENDAR-STATUS NOT = "00"
                DISPLAY "NO ACADEMIC CALENDAR ON FILE - TERM ",
                     "WINDOW NOT CHECKED"
                GO TO LOAD-CALENDAR-EXIT.
           PERFORM LOAD-ONE-CAL-PARA UNTIL WS-EOF.
           CLOSE ACADEMIC-CALENDAR.
       LOAD-CALENDAR-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-CAL-PARA.
           READ ACADEMIC-CALENDAR
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-CAL-TOTAL < 100
                          ADD 1 TO WS-CAL-TOTAL
                          SET WS-CAL-X TO WS-CAL-TOTAL
                          MOVE CAL-START-DATE TO
                               WS-CAL-START(WS-CAL-X)
                          MOVE CAL-END-DATE TO
                               WS-CAL-END(WS-CAL-X).
       LOAD-HOLIDAYS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT HOLIDAY-FILE.
           IF HOLIDAY-FILE-STATUS NOT = "00"
                GO TO LOAD-HOLIDAYS-EXIT.
           PERFORM LOAD-ONE-HOL-PARA UNTIL WS-EOF.
           CLOSE HOLIDAY-FILE.
       LOAD-HOLIDAYS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-HOL-PARA.
           READ HOLIDAY-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-HOL-TOTAL < 200
                          ADD 1 TO WS-HOL-TOTAL
                          SET WS-HOL-X TO WS-HOL-TOTAL
                          MOVE HOL-DATE TO WS-HOL-DATE(WS-HOL-X).
       LOAD-TIMETABLE-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT TIMETABLE-FILE.
           IF TIMETABLE-FILE-STATUS NOT = "00"
                GO TO LOAD-TIMETABLE-EXIT.
           PERFORM LOAD-ONE-TT-PARA UNTIL WS-EOF.
           CLOSE TIMETABLE-FILE.
       LOAD-TIMETABLE-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-TT-PARA.
           READ TIMETABLE-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF TT-TERM = WS-TERM-NO AND TT-DAY = WS-TT-DAY
                          AND WS-TT-TOTAL < 500
                          ADD 1 TO WS-TT-TOTAL
                          SET WS-TT-X TO WS-TT-TOTAL
                          MOVE TT-SECTION TO WS-TT-SECTION(WS-TT-X)
                          MOVE TT-PERIOD TO WS-TT-PERIOD(WS-TT-X)
                          MOVE TT-TEACHER-ID TO WS-TT-TEACHER(WS-TT-X)
                          MOVE TT-SUBJECT-CODE TO
                               WS-TT-SUBJECT(WS-TT-X).
      *    ONLY THE SECTION SPELLS COVERING THE CAPTURE DATE.
       LOAD-ASSIGNS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SECTION-ASSIGN.
           IF SECTION-ASSIGN-STATUS NOT = "00"
                GO TO LOAD-ASSIGNS-EXIT.
           PERFORM LOAD-ONE-ASSIGN-PARA UNTIL WS-EOF.
           CLOSE SECTION-ASSIGN.
       LOAD-ASSIGNS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-ASSIGN-PARA.
           READ SECTION-ASSIGN
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF SA-EFF-FROM NOT > WS-CAPTURE-DATE
                          AND SA-EFF-TO NOT < WS-CAPTURE-DATE
                          AND WS-ASGN-TOTAL < 5000
                          ADD 1 TO WS-ASGN-TOTAL
                          SET WS-ASGN-X TO WS-ASGN-TOTAL
                          MOVE SA-RNO TO WS-ASGN-RNO(WS-ASGN-X)
                          MOVE SA-SECTION TO
                               WS-ASGN-SECTION(WS-ASGN-X).
       LOAD-SUBJECTS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SUBJECT-MASTER.
           IF SUBJECT-MASTER-STATUS NOT = "00"
                GO TO LOAD-SUBJECTS-EXIT.
           PERFORM LOAD-ONE-SUBJ-PARA UNTIL WS-EOF.
           CLOSE SUBJECT-MASTER.
       LOAD-SUBJECTS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-SUBJ-PARA.
           READ SUBJECT-MASTER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-SUBJ-TOTAL < 200
                          ADD 1 TO WS-SUBJ-TOTAL
                          SET WS-SUBJ-X TO WS-SUBJ-TOTAL
                          MOVE SJM-SUBJECT-CODE TO
                               WS-SUBJ-CODE(WS-SUBJ-X)
                          MOVE SJM-SUBJECT-TYPE TO
                               WS-SUBJ-TYPE(WS-SUBJ-X).
       LOAD-ELECTIVES-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT ELECTIVE-ENROLL.
           IF ELECTIVE-ENROLL-STATUS NOT = "00"
                GO TO LOAD-ELECTIVES-EXIT.
           PERFORM LOAD-ONE-EE-PARA UNTIL WS-EOF.
           CLOSE ELECTIVE-ENROLL.
       LOAD-ELECTIVES-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-EE-PARA.
           READ ELECTIVE-ENROLL
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-EE-TOTAL < 3000
                          ADD 1 TO WS-EE-TOTAL
                          SET WS-EE-X TO WS-EE-TOTAL
                          MOVE EE-RNO TO WS-EE-RNO(WS-EE-X)
                          MOVE EE-SUBJECT-CODE TO
                               WS-EE-SUBJECT(WS-EE-X).
       LOAD-LEAVES-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT APPROVED-LEAVE.
           IF APPROVED-LEAVE-STATUS NOT = "00"
                GO TO LOAD-LEAVES-EXIT.
           PERFORM LOAD-ONE-LEAVE-PARA UNTIL WS-EOF.
           CLOSE APPROVED-LEAVE.
       LOAD-LEAVES-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-LEAVE-PARA.
           READ APPROVED-LEAVE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-LV-TOTAL < 500
                          ADD 1 TO WS-LV-TOTAL
                          SET WS-LV-X TO WS-LV-TOTAL
                          MOVE LV-RNO TO WS-LV-RNO(WS-LV-X)
                          MOVE LV-FROM-DATE TO WS-LV-FROM(WS-LV-X)
                          MOVE LV-TO-DATE TO WS-LV-TO(WS-LV-X).
      *    PERIODS ALREADY ON PERATT.DAT FOR THE DATE, SO A RERUN
      *    CANNOT TAKE THE SAME REGISTER TWICE.
       LOAD-DONE-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT PERIOD-ATTEND.
           IF PERIOD-ATTEND-STATUS NOT = "00"
                GO TO LOAD-DONE-EXIT.
           PERFORM LOAD-ONE-DONE-PARA UNTIL WS-EOF.
           CLOSE PERIOD-ATTEND.
       LOAD-DONE-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-DONE-PARA.
           READ PERIOD-ATTEND
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF PA-DATE = WS-CAPTURE-DATE
                          PERFORM NOTE-DONE-PARA.
       NOTE-DONE-PARA.
           MOVE PA-SECTION TO WS-ENTRY-SECTION.
           MOVE PA-PERIOD TO WS-ENTRY-PERIOD.
           PERFORM FIND-DONE-PARA.
           IF NOT WS-FOUND AND WS-DONE-TOTAL < 300
                ADD 1 TO WS-DONE-TOTAL
                SET WS-DONE-X TO WS-DONE-TOTAL
                MOVE PA-SECTION TO WS-DONE-SECTION(WS-DONE-X)
                MOVE PA-PERIOD TO WS-DONE-PERIOD(WS-DONE-X).
       LOG-RUN-START-PARA.
           MOVE "S" TO RL-ENTRY-TYPE.
           MOVE ZERO TO RL-READ-COUNT.
           MOVE ZERO TO RL-UPDATE-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE ZERO TO RL-RETURN-CODE.
           MOVE SPACES TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       LOG-RUN-END-PARA.
           MOVE "E" TO RL-ENTRY-TYPE.
           MOVE WS-CLASS-COUNT TO RL-READ-COUNT.
           MOVE WS-ROW-COUNT TO RL-UPDATE-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "PERIOD-CAPTURE" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
