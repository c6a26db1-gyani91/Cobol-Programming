       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEACHER-SUBST.
      *    MORNING SUBSTITUTION RUN. FOR THE COVER DATE IT FINDS
      *    EVERY TEACHER ON TCHABSNT.DAT WHO IS AWAY THAT DAY, READS
      *    THE TERM'S CLASS TIMETABLE (TIMETBL.DAT) FOR THAT
      *    WEEKDAY AND GIVES EACH OF THEIR PERIODS TO A FREE
      *    ACTIVE TEACHER - ONE WHO ALREADY TEACHES THE SECTION IF
      *    THERE IS ONE, AND AMONG EQUALS THE ONE WITH THE FEWEST
      *    COVERS SO FAR THIS TERM. EVERY PERIOD IS WRITTEN TO
      *    SUBHIST.DAT, WHICH CARRIES THE RUNNING COVER COUNT, AND
      *    THE SUBSTITUTION SHEET IS PRINTED. A DATE ALREADY ON
      *    SUBHIST.DAT IS NOT RUN AGAIN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT TEACHER-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TEACHER-MASTER-STATUS.
           SELECT TEACHER-ABSENCE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TEACHER-ABSENCE-STATUS.
           SELECT TIMETABLE-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TIMETABLE-FILE-STATUS.
           SELECT SUBST-HISTORY ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SUBST-HISTORY-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HOLIDAY-FILE-STATUS.
           SELECT SUBST-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SUBST-PRINT-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TEACHER-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "TEACHMST.DAT"
           DATA RECORD IS TEACHER-MASTER-REC.
       COPY TEACHMST.
       FD TEACHER-ABSENCE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "TCHABSNT.DAT"
           DATA RECORD IS TEACHER-ABSENCE-REC.
       COPY TCHABS.
       FD TIMETABLE-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "TIMETBL.DAT"
           DATA RECORD IS TIMETABLE-REC.
       COPY TIMETBL.
       FD SUBST-HISTORY
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SUBHIST.DAT"
           DATA RECORD IS SUBST-HISTORY-REC.
       COPY SUBHIST.
       FD HOLIDAY-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "HOLIDAYS.DAT"
           DATA RECORD IS HOLIDAY-REC.
       COPY HOLIDAY.
       FD SUBST-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SUBSHEET.DAT"
           DATA RECORD IS SUBST-LINE.
       01 SUBST-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 TEACHER-MASTER-STATUS PIC XX.
       77 TEACHER-ABSENCE-STATUS PIC XX.
       77 TIMETABLE-FILE-STATUS PIC XX.
       77 SUBST-HISTORY-STATUS PIC XX.
       77 HOLIDAY-FILE-STATUS PIC XX.
       77 SUBST-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-TODAY PIC 9(8).
       77 WS-PICK-DATE PIC 9(8).
       77 WS-PICK-TERM PIC 9(2).
       77 WS-PICK-DAY PIC 9.
       77 WS-ISSUED-SW PIC X VALUE "N".
           88 WS-ISSUED VALUE "Y".
       77 WS-PERIOD PIC 9(2) COMP.
       77 WS-TCH-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-TCH-IDX PIC 9(3) COMP.
       77 WS-TCH-FOUND-SW PIC X.
           88 WS-TCH-FOUND VALUE "Y".
       77 WS-TCH-FOUND-X PIC 9(3) COMP.
       77 WS-ENTRY-ID PIC 9(4).
       77 WS-TTR-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-TTR-IDX PIC 9(4) COMP.
       77 WS-OWN-IDX PIC 9(4) COMP.
       77 WS-OWN-SW PIC X.
           88 WS-OWN-SECTION VALUE "Y".
       77 WS-ABSENT-X PIC 9(3) COMP.
       77 WS-BEST-X PIC 9(3) COMP.
       77 WS-BEST-OWN-SW PIC X.
           88 WS-BEST-OWN VALUE "Y".
       77 WS-NEED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-COVER-COUNT PIC 9(5) VALUE ZERO.
       77 WS-UNCOVERED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TCH-TABLE.
        02 WS-TCH-ENTRY OCCURS 200 TIMES
                DEPENDING ON WS-TCH-TOTAL
                INDEXED BY WS-TCH-X.
         03 WS-TCH-ID PIC 9(4).
         03 WS-TCH-NAME PIC X(25).
         03 WS-TCH-STATUS PIC X.
         03 WS-TCH-ABSENT-SW PIC X.
            88 WS-TCH-ABSENT VALUE "Y".
         03 WS-TCH-COVERS PIC 9(3).
      *    "T" = TIMETABLED IN THE PERIOD ON THE COVER DATE,
      *    "S" = GIVEN A SUBSTITUTION IN IT BY THIS RUN.
         03 WS-TCH-BUSY PIC X OCCURS 8 TIMES.
       01 WS-TTR-TABLE.
        02 WS-TTR-ENTRY OCCURS 2400 TIMES
                DEPENDING ON WS-TTR-TOTAL
                INDEXED BY WS-TTR-X.
         03 WS-TTR-SECTION PIC X(4).
         03 WS-TTR-DAY PIC 9.
         03 WS-TTR-PERIOD PIC 9.
         03 WS-TTR-TEACHER PIC 9(4).
         03 WS-TTR-SUBJECT PIC X(5).
         03 WS-TTR-TCH-X PIC 9(3) COMP.
       01 WS-DAY-NAME-VALUES PIC X(18) VALUE "MONTUEWEDTHUFRISAT".
       01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
        02 WS-DAY-NAME PIC X(3) OCCURS 6 TIMES.
       01 SUBST-HEAD-LINE.
        02 FILLER PIC X(24) VALUE "SUBSTITUTION SHEET FOR  ".
        02 SH-HEAD-DAY PIC X(3).
        02 FILLER PIC X VALUE SPACE.
        02 SH-HEAD-DATE PIC 9(8).
        02 FILLER PIC X(7) VALUE "  TERM ".
        02 SH-HEAD-TERM PIC Z9.
       01 SUBST-COLUMN-LINE.
        02 FILLER PIC X(40)
           VALUE "PER SECT SUBJ  ABSENT  COVERED BY".
        02 FILLER PIC X(39)
           VALUE "              NOTE       COVERS".
       01 SUBST-DETAIL-LINE.
        02 SD-PERIOD PIC Z9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 SD-SECTION PIC X(4).
        02 FILLER PIC X VALUE SPACE.
        02 SD-SUBJECT PIC X(5).
        02 FILLER PIC X VALUE SPACE.
        02 SD-ABSENT PIC 9(4).
        02 FILLER PIC X(4) VALUE SPACES.
        02 SD-SUB-ID PIC X(4).
        02 FILLER PIC X VALUE SPACE.
        02 SD-SUB-NAME PIC X(25).
        02 FILLER PIC X VALUE SPACE.
        02 SD-NOTE PIC X(14).
        02 SD-COVERS PIC ZZ9.
       01 SUBST-COUNT-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 SC-TEACHER PIC 9(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 SC-NAME PIC X(25).
        02 FILLER PIC X(2) VALUE SPACES.
        02 SC-COVERS PIC ZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 SC-NOTE PIC X(20).
       01 DASH-LINE PIC X(79) VALUE ALL "-".
       COPY WORKDAY.
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM WORKDAY-LOAD-PARA THRU WORKDAY-LOAD-EXIT.
       ASK-DATE-PARA.
           DISPLAY "ENTER COVER DATE (YYYYMMDD, 0 = TODAY): ".
           ACCEPT WS-PICK-DATE.
           IF WS-PICK-DATE = ZERO
                MOVE WS-TODAY TO WS-PICK-DATE.
           MOVE WS-PICK-DATE TO WS-WD-DATE.
           PERFORM WORKDAY-VALID-PARA THRU WORKDAY-VALID-EXIT.
           IF NOT WS-WD-VALID
                DISPLAY "INVALID DATE"
                GO TO ASK-DATE-PARA.
           PERFORM WORKDAY-CHECK-PARA.
           IF WS-WD-CLOSED
                DISPLAY "SCHOOL IS CLOSED ON ", WS-PICK-DATE,
                     " - NO COVER NEEDED"
                MOVE 04 TO WS-RETURN-CODE
                MOVE "SCHOOL CLOSED ON THE COVER DATE" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
      *    ZELLER H: 0 = SATURDAY, 2 = MONDAY ... 6 = FRIDAY.
           IF WS-WD-Z-H = 0
                MOVE 6 TO WS-PICK-DAY
           ELSE
                COMPUTE WS-PICK-DAY = WS-WD-Z-H - 1.
       ASK-TERM-PARA.
           DISPLAY "ENTER THE CURRENT TERM NUMBER (1-8): ".
           ACCEPT WS-PICK-TERM.
           IF WS-PICK-TERM < 1 OR WS-PICK-TERM > 8
                DISPLAY "TERM NUMBER MUST BE 1-8"
                GO TO ASK-TERM-PARA.
       LOAD-PARA.
           PERFORM LOAD-TEACHERS-PARA THRU LOAD-TEACHERS-EXIT.
           IF WS-TCH-TOTAL = ZERO
                DISPLAY "NO TEACHER MASTER ON FILE"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "NO TEACHER MASTER ON FILE" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-HISTORY-PARA THRU LOAD-HISTORY-EXIT.
           IF WS-ISSUED
                DISPLAY "SUBSTITUTIONS ALREADY ISSUED FOR ",
                     WS-PICK-DATE
                MOVE 08 TO WS-RETURN-CODE
                MOVE "SUBSTITUTIONS ALREADY ISSUED FOR THIS DATE" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-TIMETABLE-PARA THRU LOAD-TIMETABLE-EXIT.
           IF WS-TTR-TOTAL = ZERO
                DISPLAY "NO TIMETABLE ON FILE FOR TERM ", WS-PICK-TERM
                MOVE 08 TO WS-RETURN-CODE
                MOVE "NO TIMETABLE FOR THE TERM" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-ABSENCES-PARA THRU LOAD-ABSENCES-EXIT.
           PERFORM MARK-BUSY-PARA
                VARYING WS-TTR-IDX FROM 1 BY 1
                UNTIL WS-TTR-IDX > WS-TTR-TOTAL.
       COVER-PARA.
           OPEN OUTPUT SUBST-PRINT.
           OPEN EXTEND SUBST-HISTORY.
           IF SUBST-HISTORY-STATUS = "35"
                OPEN OUTPUT SUBST-HISTORY.
           MOVE WS-DAY-NAME(WS-PICK-DAY) TO SH-HEAD-DAY.
           MOVE WS-PICK-DATE TO SH-HEAD-DATE.
           MOVE WS-PICK-TERM TO SH-HEAD-TERM.
           MOVE SUBST-HEAD-LINE TO SUBST-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE DASH-LINE TO SUBST-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE SUBST-COLUMN-LINE TO SUBST-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM COVER-PERIOD-PARA
                VARYING WS-PERIOD FROM 1 BY 1
                UNTIL WS-PERIOD > 8.
           CLOSE SUBST-HISTORY.
           IF WS-NEED-COUNT = ZERO
                MOVE "  NO TIMETABLED PERIOD NEEDS COVER TODAY" TO
                     SUBST-LINE
                PERFORM WRITE-LINE-PARA.
       COUNT-PARA.
           MOVE DASH-LINE TO SUBST-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE "COVER DUTY THIS TERM, ACTIVE TEACHERS:" TO
                SUBST-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM PRINT-ONE-COUNT-PARA
                VARYING WS-TCH-IDX FROM 1 BY 1
                UNTIL WS-TCH-IDX > WS-TCH-TOTAL.
           MOVE DASH-LINE TO SUBST-LINE.
           PERFORM WRITE-LINE-PARA.
           CLOSE SUBST-PRINT.
           DISPLAY "PERIODS NEEDING COVER: ", WS-NEED-COUNT,
                "  COVERED: ", WS-COVER-COUNT,
                "  UNCOVERED: ", WS-UNCOVERED-COUNT.
           IF WS-UNCOVERED-COUNT > ZERO
                MOVE 04 TO WS-RETURN-CODE
                MOVE "PERIODS LEFT WITHOUT COVER" TO WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       MARK-BUSY-PARA.
           MOVE WS-TTR-TCH-X(WS-TTR-IDX) TO WS-TCH-FOUND-X.
           MOVE WS-TTR-PERIOD(WS-TTR-IDX) TO WS-PERIOD.
           IF WS-TTR-DAY(WS-TTR-IDX) = WS-PICK-DAY
                AND WS-TCH-FOUND-X > ZERO
                MOVE "T" TO WS-TCH-BUSY(WS-TCH-FOUND-X, WS-PERIOD).
      *    PERIODS ARE WORKED IN ORDER THROUGH THE DAY SO EACH
      *    COVER COUNT IS UP TO DATE FOR THE NEXT CHOICE.
       COVER-PERIOD-PARA.
           PERFORM COVER-ONE-ROW-PARA THRU COVER-ONE-ROW-EXIT
                VARYING WS-TTR-IDX FROM 1 BY 1
                UNTIL WS-TTR-IDX > WS-TTR-TOTAL.
       COVER-ONE-ROW-PARA.
           IF WS-TTR-DAY(WS-TTR-IDX) NOT = WS-PICK-DAY
                OR WS-TTR-PERIOD(WS-TTR-IDX) NOT = WS-PERIOD
                GO TO COVER-ONE-ROW-EXIT.
           MOVE WS-TTR-TCH-X(WS-TTR-IDX) TO WS-ABSENT-X.
           IF WS-ABSENT-X = ZERO
                GO TO COVER-ONE-ROW-EXIT.
           IF NOT WS-TCH-ABSENT(WS-ABSENT-X)
                GO TO COVER-ONE-ROW-EXIT.
           ADD 1 TO WS-NEED-COUNT.
           MOVE ZERO TO WS-BEST-X.
           MOVE "N" TO WS-BEST-OWN-SW.
           PERFORM TRY-CANDIDATE-PARA THRU TRY-CANDIDATE-EXIT
                VARYING WS-TCH-IDX FROM 1 BY 1
                UNTIL WS-TCH-IDX > WS-TCH-TOTAL.
           MOVE WS-PICK-DATE TO SH-DATE.
           MOVE WS-PICK-TERM TO SH-TERM.
           MOVE WS-TTR-SECTION(WS-TTR-IDX) TO SH-SECTION.
           MOVE WS-PERIOD TO SH-PERIOD.
           MOVE WS-TTR-SUBJECT(WS-TTR-IDX) TO SH-SUBJECT-CODE.
           MOVE WS-TTR-TEACHER(WS-TTR-IDX) TO SH-ABSENT-ID.
           MOVE WS-PERIOD TO SD-PERIOD.
           MOVE WS-TTR-SECTION(WS-TTR-IDX) TO SD-SECTION.
           MOVE WS-TTR-SUBJECT(WS-TTR-IDX) TO SD-SUBJECT.
           MOVE WS-TTR-TEACHER(WS-TTR-IDX) TO SD-ABSENT.
           IF WS-BEST-X = ZERO
                MOVE ZERO TO SH-SUB-ID
                MOVE "----" TO SD-SUB-ID
                MOVE "NO FREE TEACHER" TO SD-SUB-NAME
                MOVE "** UNCOVERED" TO SD-NOTE
                MOVE ZERO TO SD-COVERS
                ADD 1 TO WS-UNCOVERED-COUNT
           ELSE
                MOVE "S" TO WS-TCH-BUSY(WS-BEST-X, WS-PERIOD)
                ADD 1 TO WS-TCH-COVERS(WS-BEST-X)
                ADD 1 TO WS-COVER-COUNT
                MOVE WS-TCH-ID(WS-BEST-X) TO SH-SUB-ID
                MOVE WS-TCH-ID(WS-BEST-X) TO SD-SUB-ID
                MOVE WS-TCH-NAME(WS-BEST-X) TO SD-SUB-NAME
                MOVE WS-TCH-COVERS(WS-BEST-X) TO SD-COVERS
                MOVE SPACES TO SD-NOTE
                IF WS-BEST-OWN
                     MOVE "OWN SECTION" TO SD-NOTE.
           WRITE SUBST-HISTORY-REC.
           MOVE SUBST-DETAIL-LINE TO SUBST-LINE.
           PERFORM WRITE-LINE-PARA.
       COVER-ONE-ROW-EXIT.
           EXIT.
      *    A CANDIDATE IS ACTIVE, PRESENT AND FREE IN THE PERIOD.
      *    ONE WHO TEACHES THE SECTION BEATS ONE WHO DOES NOT;
      *    OTHERWISE THE FEWER COVERS THIS TERM WINS, AND A TIE
      *    STAYS WITH THE TEACHER FOUND FIRST.
       TRY-CANDIDATE-PARA.
           IF WS-TCH-STATUS(WS-TCH-IDX) NOT = "A"
                OR WS-TCH-ABSENT(WS-TCH-IDX)
                OR WS-TCH-BUSY(WS-TCH-IDX, WS-PERIOD) NOT = SPACE
                GO TO TRY-CANDIDATE-EXIT.
           MOVE "N" TO WS-OWN-SW.
           PERFORM CHECK-OWN-SECTION-PARA
                VARYING WS-OWN-IDX FROM 1 BY 1
                UNTIL WS-OWN-IDX > WS-TTR-TOTAL
                OR WS-OWN-SECTION.
           IF WS-BEST-X = ZERO
                GO TO TRY-CANDIDATE-TAKE.
           IF WS-OWN-SECTION AND NOT WS-BEST-OWN
                GO TO TRY-CANDIDATE-TAKE.
           IF WS-BEST-OWN AND NOT WS-OWN-SECTION
                GO TO TRY-CANDIDATE-EXIT.
           IF WS-TCH-COVERS(WS-TCH-IDX) < WS-TCH-COVERS(WS-BEST-X)
                GO TO TRY-CANDIDATE-TAKE.
           GO TO TRY-CANDIDATE-EXIT.
       TRY-CANDIDATE-TAKE.
           MOVE WS-TCH-IDX TO WS-BEST-X.
           MOVE WS-OWN-SW TO WS-BEST-OWN-SW.
       TRY-CANDIDATE-EXIT.
           EXIT.
       CHECK-OWN-SECTION-PARA.
           IF WS-TTR-TCH-X(WS-OWN-IDX) = WS-TCH-IDX
                AND WS-TTR-SECTION(WS-OWN-IDX) =
                     WS-TTR-SECTION(WS-TTR-IDX)
                MOVE "Y" TO WS-OWN-SW.
       PRINT-ONE-COUNT-PARA.
           IF WS-TCH-STATUS(WS-TCH-IDX) = "A"
                MOVE WS-TCH-ID(WS-TCH-IDX) TO SC-TEACHER
                MOVE WS-TCH-NAME(WS-TCH-IDX) TO SC-NAME
                MOVE WS-TCH-COVERS(WS-TCH-IDX) TO SC-COVERS
                MOVE SPACES TO SC-NOTE
                PERFORM COUNT-NOTE-PARA
                MOVE SUBST-COUNT-LINE TO SUBST-LINE
                PERFORM WRITE-LINE-PARA.
       COUNT-NOTE-PARA.
           IF WS-TCH-ABSENT(WS-TCH-IDX)
                MOVE "ABSENT TODAY" TO SC-NOTE.
       FIND-TEACHER-PARA.
           MOVE "N" TO WS-TCH-FOUND-SW.
           PERFORM CHECK-ONE-TEACHER-PARA
                VARYING WS-TCH-IDX FROM 1 BY 1
                UNTIL WS-TCH-IDX > WS-TCH-TOTAL
                OR WS-TCH-FOUND.
       CHECK-ONE-TEACHER-PARA.
           IF WS-TCH-ID(WS-TCH-IDX) = WS-ENTRY-ID
                MOVE "Y" TO WS-TCH-FOUND-SW
                MOVE WS-TCH-IDX TO WS-TCH-FOUND-X.
       WRITE-LINE-PARA.
           DISPLAY SUBST-LINE.
           WRITE SUBST-LINE.
       LOAD-TEACHERS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT TEACHER-MASTER.
           IF TEACHER-MASTER-STATUS NOT = "00"
                GO TO LOAD-TEACHERS-EXIT.
           PERFORM LOAD-ONE-TEACHER-PARA UNTIL WS-EOF.
           CLOSE TEACHER-MASTER.
       LOAD-TEACHERS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-TEACHER-PARA.
           READ TEACHER-MASTER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-TCH-TOTAL < 200
                          ADD 1 TO WS-TCH-TOTAL
                          SET WS-TCH-X TO WS-TCH-TOTAL
                          MOVE TCH-ID TO WS-TCH-ID(WS-TCH-X)
                          MOVE TCH-NAME TO WS-TCH-NAME(WS-TCH-X)
                          MOVE TCH-STATUS TO
                               WS-TCH-STATUS(WS-TCH-X)
                          MOVE "N" TO WS-TCH-ABSENT-SW(WS-TCH-X)
                          MOVE ZERO TO WS-TCH-COVERS(WS-TCH-X)
                          MOVE SPACES TO WS-TCH-BUSY(WS-TCH-X, 1)
                               WS-TCH-BUSY(WS-TCH-X, 2)
                               WS-TCH-BUSY(WS-TCH-X, 3)
                               WS-TCH-BUSY(WS-TCH-X, 4)
                               WS-TCH-BUSY(WS-TCH-X, 5)
                               WS-TCH-BUSY(WS-TCH-X, 6)
                               WS-TCH-BUSY(WS-TCH-X, 7)
                               WS-TCH-BUSY(WS-TCH-X, 8).
      *    THE TERM'S COVERS SO FAR ARE COUNTED FROM THE HISTORY;
      *    ANY ROW FOR THE COVER DATE MEANS THE DAY WAS ALREADY RUN.
       LOAD-HISTORY-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SUBST-HISTORY.
           IF SUBST-HISTORY-STATUS NOT = "00"
                GO TO LOAD-HISTORY-EXIT.
           PERFORM LOAD-ONE-HISTORY-PARA UNTIL WS-EOF.
           CLOSE SUBST-HISTORY.
       LOAD-HISTORY-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-HISTORY-PARA.
           READ SUBST-HISTORY
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM COUNT-ONE-HISTORY-PARA.
       COUNT-ONE-HISTORY-PARA.
           IF SH-DATE = WS-PICK-DATE
                MOVE "Y" TO WS-ISSUED-SW.
           IF SH-TERM = WS-PICK-TERM AND NOT SH-UNCOVERED
                MOVE SH-SUB-ID TO WS-ENTRY-ID
                PERFORM FIND-TEACHER-PARA
                IF WS-TCH-FOUND
                     ADD 1 TO WS-TCH-COVERS(WS-TCH-FOUND-X).
       LOAD-TIMETABLE-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT TIMETABLE-FILE.
           IF TIMETABLE-FILE-STATUS NOT = "00"
                GO TO LOAD-TIMETABLE-EXIT.
           PERFORM LOAD-ONE-TIMETABLE-PARA UNTIL WS-EOF.
           CLOSE TIMETABLE-FILE.
       LOAD-TIMETABLE-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-TIMETABLE-PARA.
           READ TIMETABLE-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF TT-TERM = WS-PICK-TERM AND WS-TTR-TOTAL < 2400
                          AND TT-PERIOD > ZERO AND TT-PERIOD < 9
                          PERFORM STORE-ONE-TIMETABLE-PARA.
       STORE-ONE-TIMETABLE-PARA.
           ADD 1 TO WS-TTR-TOTAL.
           SET WS-TTR-X TO WS-TTR-TOTAL.
           MOVE TT-SECTION TO WS-TTR-SECTION(WS-TTR-X).
           MOVE TT-DAY TO WS-TTR-DAY(WS-TTR-X).
           MOVE TT-PERIOD TO WS-TTR-PERIOD(WS-TTR-X).
           MOVE TT-TEACHER-ID TO WS-TTR-TEACHER(WS-TTR-X).
           MOVE TT-SUBJECT-CODE TO WS-TTR-SUBJECT(WS-TTR-X).
           MOVE TT-TEACHER-ID TO WS-ENTRY-ID.
           PERFORM FIND-TEACHER-PARA.
           IF WS-TCH-FOUND
                MOVE WS-TCH-FOUND-X TO WS-TTR-TCH-X(WS-TTR-X)
           ELSE
                MOVE ZERO TO WS-TTR-TCH-X(WS-TTR-X).
       LOAD-ABSENCES-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT TEACHER-ABSENCE.
           IF TEACHER-ABSENCE-STATUS NOT = "00"
                GO TO LOAD-ABSENCES-EXIT.
           PERFORM LOAD-ONE-ABSENCE-PARA UNTIL WS-EOF.
           CLOSE TEACHER-ABSENCE.
       LOAD-ABSENCES-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-ABSENCE-PARA.
           READ TEACHER-ABSENCE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF TAB-FROM-DATE NOT > WS-PICK-DATE
                          AND TAB-TO-DATE NOT < WS-PICK-DATE
                          PERFORM MARK-ONE-ABSENCE-PARA.
       MARK-ONE-ABSENCE-PARA.
           MOVE TAB-TEACHER-ID TO WS-ENTRY-ID.
           PERFORM FIND-TEACHER-PARA.
           IF WS-TCH-FOUND
                MOVE "Y" TO WS-TCH-ABSENT-SW(WS-TCH-FOUND-X).
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
           MOVE WS-NEED-COUNT TO RL-READ-COUNT.
           MOVE WS-COVER-COUNT TO RL-UPDATE-COUNT.
           MOVE WS-UNCOVERED-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "TEACHER-SUBST" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
       COPY WORKCALC.
