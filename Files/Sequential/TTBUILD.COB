       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMETABLE-BUILD.
      *    BUILDS THE WEEKLY CLASS TIMETABLE FOR ONE TERM FROM THE
      *    TEACHALO.DAT ALLOCATIONS. EVERY SECTION ON SECTMAST.DAT
      *    GETS A DAY-BY-PERIOD GRID; EACH ALLOCATION'S TA-PERIODS
      *    ARE SPREAD ACROSS THE WEEK, ONE A DAY BEFORE ANY DAY GETS
      *    A SECOND, AND NO TEACHER IS EVER PLACED IN TWO SECTIONS
      *    IN THE SAME PERIOD. THE LARGEST LOADS ARE PLACED FIRST.
      *    THE GRID IS STORED ON TIMETBL.DAT AND PRINTED ONCE PER
      *    SECTION AND ONCE PER TEACHER; ANY PERIOD THAT CANNOT BE
      *    PLACED IS LISTED AS UNPLACEABLE. THE WEEK SHAPE (DAYS
      *    AND PERIODS A DAY) COMES FROM TTCTL.DAT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT TIMETABLE-CONTROL ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TIMETABLE-CONTROL-STATUS.
           SELECT TEACHER-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TEACHER-MASTER-STATUS.
           SELECT TEACHER-ALLOC ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TEACHER-ALLOC-STATUS.
           SELECT SECTION-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SECTION-MASTER-STATUS.
           SELECT TIMETABLE-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TIMETABLE-FILE-STATUS.
           SELECT TIMETABLE-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TIMETABLE-PRINT-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TIMETABLE-CONTROL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "TTCTL.DAT"
           DATA RECORD IS TIMETABLE-CONTROL-REC.
       01 TIMETABLE-CONTROL-REC.
        02 TK-DAYS PIC 9.
        02 TK-PERIODS PIC 9.
       FD TEACHER-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "TEACHMST.DAT"
           DATA RECORD IS TEACHER-MASTER-REC.
       COPY TEACHMST.
       FD TEACHER-ALLOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "TEACHALO.DAT"
           DATA RECORD IS TEACHER-ALLOC-REC.
       COPY TEACHALO.
       FD SECTION-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SECTMAST.DAT"
           DATA RECORD IS SECTION-MASTER-REC.
       COPY SECTMAST.
       FD TIMETABLE-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "TIMETBL.DAT"
           DATA RECORD IS TIMETABLE-REC.
       COPY TIMETBL.
       FD TIMETABLE-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "TTPRINT.DAT"
           DATA RECORD IS TIMETABLE-LINE.
       01 TIMETABLE-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 TIMETABLE-CONTROL-STATUS PIC XX.
       77 TEACHER-MASTER-STATUS PIC XX.
       77 TEACHER-ALLOC-STATUS PIC XX.
       77 SECTION-MASTER-STATUS PIC XX.
       77 TIMETABLE-FILE-STATUS PIC XX.
       77 TIMETABLE-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-PICK-TERM PIC 9(2).
       77 WS-TT-DAYS PIC 9 VALUE 6.
       77 WS-TT-PERIODS PIC 9 VALUE 8.
       77 WS-DAY PIC 9(2) COMP.
       77 WS-PERIOD PIC 9(2) COMP.
       77 WS-SLOT PIC 9(2) COMP.
       77 WS-FOUND-SLOT PIC 9(2) COMP.
       77 WS-SLOT-FOUND-SW PIC X.
           88 WS-SLOT-FOUND VALUE "Y".
       77 WS-PASS PIC 9(2) COMP.
       77 WS-DAY-COUNT PIC 9(2) COMP.
       77 WS-SIZE PIC 9(2) COMP.
       77 WS-MAX-PERIODS PIC 9(2) COMP VALUE ZERO.
       77 WS-TCH-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-TCH-IDX PIC 9(3) COMP.
       77 WS-TCH-FOUND-SW PIC X.
           88 WS-TCH-FOUND VALUE "Y".
       77 WS-TCH-FOUND-X PIC 9(3) COMP.
       77 WS-ALO-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-ALO-IDX PIC 9(4) COMP.
       77 WS-SEC-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-SEC-IDX PIC 9(3) COMP.
       77 WS-SEC-FOUND-SW PIC X.
           88 WS-SEC-FOUND VALUE "Y".
       77 WS-SEC-FOUND-X PIC 9(3) COMP.
       77 WS-TCH-LOAD PIC 9(3) COMP.
       77 WS-ROW-COUNT PIC 9(5) VALUE ZERO.
       77 WS-UNPLACED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TCH-TABLE.
        02 WS-TCH-ENTRY OCCURS 200 TIMES
                DEPENDING ON WS-TCH-TOTAL
                INDEXED BY WS-TCH-X.
         03 WS-TCH-ID PIC 9(4).
         03 WS-TCH-NAME PIC X(25).
         03 WS-TCH-STATUS PIC X.
       01 WS-ALO-TABLE.
        02 WS-ALO-ENTRY OCCURS 1000 TIMES
                DEPENDING ON WS-ALO-TOTAL
                INDEXED BY WS-ALO-X.
         03 WS-ALO-TEACHER PIC 9(4).
         03 WS-ALO-SUBJECT PIC X(5).
         03 WS-ALO-SECTION PIC X(4).
         03 WS-ALO-PERIODS PIC 9(2).
         03 WS-ALO-PLACED PIC 9(2).
         03 WS-ALO-REASON PIC X.
            88 WS-ALO-NO-SECTION VALUE "S".
            88 WS-ALO-NO-TEACHER VALUE "T".
            88 WS-ALO-NO-SLOT VALUE "F".
       01 WS-SEC-TABLE.
        02 WS-SEC-ENTRY OCCURS 50 TIMES
                DEPENDING ON WS-SEC-TOTAL
                INDEXED BY WS-SEC-X.
         03 WS-SEC-CODE PIC X(4).
         03 WS-SEC-NAME PIC X(15).
      *    ONE GRID PER SECTION AND ONE PER TEACHER, 48 SLOTS EACH
      *    (SIX DAYS OF EIGHT PERIODS). SLOT = (DAY - 1) * PERIODS
      *    A DAY + PERIOD. A SLOT WITH A SPACE SUBJECT (SECTION) OR
      *    SPACE SECTION (TEACHER) IS FREE.
       01 WS-GRID-TABLE.
        02 WS-GRID-SEC OCCURS 50 TIMES.
         03 WS-GRID-SLOT OCCURS 48 TIMES.
          04 WS-GRID-TEACHER PIC 9(4).
          04 WS-GRID-SUBJECT PIC X(5).
       01 WS-BUSY-TABLE.
        02 WS-BUSY-TCH OCCURS 200 TIMES.
         03 WS-BUSY-SLOT OCCURS 48 TIMES.
          04 WS-BUSY-SECTION PIC X(4).
          04 WS-BUSY-SUBJECT PIC X(5).
       01 WS-DAY-NAME-VALUES PIC X(18) VALUE "MONTUEWEDTHUFRISAT".
       01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
        02 WS-DAY-NAME PIC X(3) OCCURS 6 TIMES.
       01 WS-PERIOD-LABEL.
        02 FILLER PIC X VALUE "P".
        02 WS-PL-NO PIC 9.
       01 TT-HEAD-SECTION.
        02 FILLER PIC X(22) VALUE "TIMETABLE FOR SECTION ".
        02 TH-SECTION PIC X(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 TH-SEC-NAME PIC X(15).
        02 FILLER PIC X(7) VALUE "  TERM ".
        02 TH-SEC-TERM PIC Z9.
       01 TT-HEAD-TEACHER.
        02 FILLER PIC X(22) VALUE "TIMETABLE FOR TEACHER ".
        02 TH-TEACHER PIC 9(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 TH-TCH-NAME PIC X(25).
        02 FILLER PIC X(7) VALUE "  TERM ".
        02 TH-TCH-TERM PIC Z9.
        02 FILLER PIC X(10) VALUE "  PERIODS ".
        02 TH-LOAD PIC ZZ9.
       01 TT-GRID-LINE.
        02 TG-DAY PIC X(7).
        02 TG-CELL OCCURS 8 TIMES.
         03 TG-TEXT PIC X(6).
         03 FILLER PIC X(2).
       01 TT-UNPLACED-LINE.
        02 FILLER PIC X(10) VALUE "  SECTION ".
        02 TU-SECTION PIC X(4).
        02 FILLER PIC X(6) VALUE "  SUB ".
        02 TU-SUBJECT PIC X(5).
        02 FILLER PIC X(10) VALUE "  TEACHER ".
        02 TU-TEACHER PIC 9(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 TU-PLACED PIC Z9.
        02 FILLER PIC X(4) VALUE " OF ".
        02 TU-PERIODS PIC Z9.
        02 FILLER PIC X(3) VALUE " - ".
        02 TU-REASON PIC X(24).
       01 DASH-LINE PIC X(79) VALUE ALL "-".
       01 BLANK-LINE PIC X(79) VALUE SPACES.
       COPY RETCODE.
       PROCEDURE DIVISION.
       ASK-PARA.
           PERFORM LOG-RUN-START-PARA.
           DISPLAY "ENTER THE TERM NUMBER TO TIMETABLE (1-8): ".
           ACCEPT WS-PICK-TERM.
           IF WS-PICK-TERM < 1 OR WS-PICK-TERM > 8
                DISPLAY "TERM NUMBER MUST BE 1-8"
                GO TO ASK-PARA.
       CONFIG-PARA.
           OPEN INPUT TIMETABLE-CONTROL.
           IF TIMETABLE-CONTROL-STATUS = "00"
                PERFORM READ-CONFIG-PARA
                CLOSE TIMETABLE-CONTROL
           ELSE
                DISPLAY "NO TIMETABLE CONTROL FILE - USING THE ",
                     "DEFAULT WEEK OF 6 DAYS OF 8 PERIODS".
       LOAD-PARA.
           PERFORM LOAD-TEACHERS-PARA THRU LOAD-TEACHERS-EXIT.
           PERFORM LOAD-SECTIONS-PARA THRU LOAD-SECTIONS-EXIT.
           IF WS-TCH-TOTAL = ZERO OR WS-SEC-TOTAL = ZERO
                DISPLAY "NO TEACHER OR SECTION MASTER ON FILE"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "NO TEACHER OR SECTION MASTER ON FILE" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-ALLOCS-PARA THRU LOAD-ALLOCS-EXIT.
           IF WS-RC-ERROR
                GO TO END-PARA.
       PLACE-PARA.
           MOVE SPACES TO WS-GRID-TABLE.
           MOVE SPACES TO WS-BUSY-TABLE.
           PERFORM PLACE-SIZE-PARA
                VARYING WS-SIZE FROM WS-MAX-PERIODS BY -1
                UNTIL WS-SIZE < 1.
       SAVE-PARA.
           OPEN OUTPUT TIMETABLE-FILE.
           PERFORM SAVE-ONE-SECTION-PARA
                VARYING WS-SEC-IDX FROM 1 BY 1
                UNTIL WS-SEC-IDX > WS-SEC-TOTAL.
           CLOSE TIMETABLE-FILE.
       PRINT-PARA.
           OPEN OUTPUT TIMETABLE-PRINT.
           PERFORM PRINT-ONE-SECTION-PARA
                VARYING WS-SEC-IDX FROM 1 BY 1
                UNTIL WS-SEC-IDX > WS-SEC-TOTAL.
           PERFORM PRINT-ONE-TEACHER-PARA THRU PRINT-ONE-TEACHER-EXIT
                VARYING WS-TCH-IDX FROM 1 BY 1
                UNTIL WS-TCH-IDX > WS-TCH-TOTAL.
           MOVE "UNPLACEABLE ALLOCATIONS (PERIODS PLACED OF LOAD):" TO
                TIMETABLE-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM PRINT-ONE-UNPLACED-PARA
                VARYING WS-ALO-IDX FROM 1 BY 1
                UNTIL WS-ALO-IDX > WS-ALO-TOTAL.
           IF WS-UNPLACED-COUNT = ZERO
                MOVE "  (NONE - EVERY ALLOCATION IS PLACED)" TO
                     TIMETABLE-LINE
                PERFORM WRITE-LINE-PARA.
           MOVE DASH-LINE TO TIMETABLE-LINE.
           PERFORM WRITE-LINE-PARA.
           CLOSE TIMETABLE-PRINT.
           DISPLAY "TIMETABLE PERIODS STORED: ", WS-ROW-COUNT.
           IF WS-UNPLACED-COUNT > ZERO
                MOVE 04 TO WS-RETURN-CODE
                MOVE "ALLOCATIONS LEFT UNPLACED" TO WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       READ-CONFIG-PARA.
           READ TIMETABLE-CONTROL
                AT END CONTINUE
                NOT AT END PERFORM CHECK-CONFIG-PARA.
       CHECK-CONFIG-PARA.
           IF TK-DAYS NUMERIC AND TK-DAYS > ZERO AND TK-DAYS NOT > 6
                MOVE TK-DAYS TO WS-TT-DAYS.
           IF TK-PERIODS NUMERIC AND TK-PERIODS > ZERO
                AND TK-PERIODS NOT > 8
                MOVE TK-PERIODS TO WS-TT-PERIODS.
       PLACE-SIZE-PARA.
           PERFORM PLACE-ONE-ALLOC-PARA THRU PLACE-ONE-ALLOC-EXIT
                VARYING WS-ALO-IDX FROM 1 BY 1
                UNTIL WS-ALO-IDX > WS-ALO-TOTAL.
       PLACE-ONE-ALLOC-PARA.
           IF WS-ALO-PERIODS(WS-ALO-IDX) NOT = WS-SIZE
                GO TO PLACE-ONE-ALLOC-EXIT.
           PERFORM FIND-SECTION-PARA.
           IF NOT WS-SEC-FOUND
                MOVE "S" TO WS-ALO-REASON(WS-ALO-IDX)
                GO TO PLACE-ONE-ALLOC-EXIT.
           PERFORM FIND-TEACHER-PARA.
           IF NOT WS-TCH-FOUND
                MOVE "T" TO WS-ALO-REASON(WS-ALO-IDX)
                GO TO PLACE-ONE-ALLOC-EXIT.
           IF WS-TCH-STATUS(WS-TCH-FOUND-X) NOT = "A"
                MOVE "T" TO WS-ALO-REASON(WS-ALO-IDX)
                GO TO PLACE-ONE-ALLOC-EXIT.
           MOVE 1 TO WS-PASS.
           PERFORM PLACE-PASS-PARA
                UNTIL WS-ALO-PLACED(WS-ALO-IDX) =
                     WS-ALO-PERIODS(WS-ALO-IDX)
                OR WS-PASS > WS-TT-PERIODS.
           IF WS-ALO-PLACED(WS-ALO-IDX) < WS-ALO-PERIODS(WS-ALO-IDX)
                MOVE "F" TO WS-ALO-REASON(WS-ALO-IDX).
       PLACE-ONE-ALLOC-EXIT.
           EXIT.
      *    PASS N PLACES AT MOST N PERIODS OF THE ALLOCATION ON ANY
      *    ONE DAY, SO THE LOAD IS SPREAD BEFORE IT IS DOUBLED UP.
       PLACE-PASS-PARA.
           PERFORM PLACE-DAY-PARA THRU PLACE-DAY-EXIT
                VARYING WS-DAY FROM 1 BY 1
                UNTIL WS-DAY > WS-TT-DAYS
                OR WS-ALO-PLACED(WS-ALO-IDX) =
                     WS-ALO-PERIODS(WS-ALO-IDX).
           ADD 1 TO WS-PASS.
       PLACE-DAY-PARA.
           MOVE ZERO TO WS-DAY-COUNT.
           PERFORM COUNT-DAY-PARA
                VARYING WS-PERIOD FROM 1 BY 1
                UNTIL WS-PERIOD > WS-TT-PERIODS.
           IF WS-DAY-COUNT NOT < WS-PASS
                GO TO PLACE-DAY-EXIT.
           MOVE "N" TO WS-SLOT-FOUND-SW.
           PERFORM TRY-SLOT-PARA
                VARYING WS-PERIOD FROM 1 BY 1
                UNTIL WS-PERIOD > WS-TT-PERIODS
                OR WS-SLOT-FOUND.
           IF NOT WS-SLOT-FOUND
                GO TO PLACE-DAY-EXIT.
           MOVE WS-ALO-TEACHER(WS-ALO-IDX) TO
                WS-GRID-TEACHER(WS-SEC-FOUND-X, WS-FOUND-SLOT).
           MOVE WS-ALO-SUBJECT(WS-ALO-IDX) TO
                WS-GRID-SUBJECT(WS-SEC-FOUND-X, WS-FOUND-SLOT).
           MOVE WS-ALO-SECTION(WS-ALO-IDX) TO
                WS-BUSY-SECTION(WS-TCH-FOUND-X, WS-FOUND-SLOT).
           MOVE WS-ALO-SUBJECT(WS-ALO-IDX) TO
                WS-BUSY-SUBJECT(WS-TCH-FOUND-X, WS-FOUND-SLOT).
           ADD 1 TO WS-ALO-PLACED(WS-ALO-IDX).
       PLACE-DAY-EXIT.
           EXIT.
       COUNT-DAY-PARA.
           PERFORM SLOT-NUMBER-PARA.
           IF WS-GRID-SUBJECT(WS-SEC-FOUND-X, WS-SLOT) =
                WS-ALO-SUBJECT(WS-ALO-IDX)
                AND WS-GRID-TEACHER(WS-SEC-FOUND-X, WS-SLOT) =
                     WS-ALO-TEACHER(WS-ALO-IDX)
                ADD 1 TO WS-DAY-COUNT.
      *    THE SECTION MUST BE FREE AND THE TEACHER NOT ALREADY
      *    TEACHING ANOTHER SECTION IN THE SAME PERIOD.
       TRY-SLOT-PARA.
           PERFORM SLOT-NUMBER-PARA.
           IF WS-GRID-SUBJECT(WS-SEC-FOUND-X, WS-SLOT) = SPACES
                AND WS-BUSY-SECTION(WS-TCH-FOUND-X, WS-SLOT) = SPACES
                MOVE "Y" TO WS-SLOT-FOUND-SW
                MOVE WS-SLOT TO WS-FOUND-SLOT.
       SLOT-NUMBER-PARA.
           COMPUTE WS-SLOT = (WS-DAY - 1) * WS-TT-PERIODS + WS-PERIOD.
       FIND-SECTION-PARA.
           MOVE "N" TO WS-SEC-FOUND-SW.
           PERFORM CHECK-ONE-SECTION-PARA
                VARYING WS-SEC-IDX FROM 1 BY 1
                UNTIL WS-SEC-IDX > WS-SEC-TOTAL
                OR WS-SEC-FOUND.
       CHECK-ONE-SECTION-PARA.
           IF WS-SEC-CODE(WS-SEC-IDX) = WS-ALO-SECTION(WS-ALO-IDX)
                MOVE "Y" TO WS-SEC-FOUND-SW
                MOVE WS-SEC-IDX TO WS-SEC-FOUND-X.
       FIND-TEACHER-PARA.
           MOVE "N" TO WS-TCH-FOUND-SW.
           PERFORM CHECK-ONE-TEACHER-PARA
                VARYING WS-TCH-IDX FROM 1 BY 1
                UNTIL WS-TCH-IDX > WS-TCH-TOTAL
                OR WS-TCH-FOUND.
       CHECK-ONE-TEACHER-PARA.
           IF WS-TCH-ID(WS-TCH-IDX) = WS-ALO-TEACHER(WS-ALO-IDX)
                MOVE "Y" TO WS-TCH-FOUND-SW
                MOVE WS-TCH-IDX TO WS-TCH-FOUND-X.
       SAVE-ONE-SECTION-PARA.
           PERFORM SAVE-ONE-DAY-PARA
                VARYING WS-DAY FROM 1 BY 1
                UNTIL WS-DAY > WS-TT-DAYS.
       SAVE-ONE-DAY-PARA.
           PERFORM SAVE-ONE-SLOT-PARA
                VARYING WS-PERIOD FROM 1 BY 1
                UNTIL WS-PERIOD > WS-TT-PERIODS.
       SAVE-ONE-SLOT-PARA.
           PERFORM SLOT-NUMBER-PARA.
           IF WS-GRID-SUBJECT(WS-SEC-IDX, WS-SLOT) NOT = SPACES
                MOVE WS-PICK-TERM TO TT-TERM
                MOVE WS-SEC-CODE(WS-SEC-IDX) TO TT-SECTION
                MOVE WS-DAY TO TT-DAY
                MOVE WS-PERIOD TO TT-PERIOD
                MOVE WS-GRID-TEACHER(WS-SEC-IDX, WS-SLOT) TO
                     TT-TEACHER-ID
                MOVE WS-GRID-SUBJECT(WS-SEC-IDX, WS-SLOT) TO
                     TT-SUBJECT-CODE
                WRITE TIMETABLE-REC
                ADD 1 TO WS-ROW-COUNT.
      *    SECTION GRID: SUBJECT ON THE FIRST LINE OF EACH DAY,
      *    TEACHER ID UNDER IT.
       PRINT-ONE-SECTION-PARA.
           MOVE WS-SEC-CODE(WS-SEC-IDX) TO TH-SECTION.
           MOVE WS-SEC-NAME(WS-SEC-IDX) TO TH-SEC-NAME.
           MOVE WS-PICK-TERM TO TH-SEC-TERM.
           MOVE DASH-LINE TO TIMETABLE-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE TT-HEAD-SECTION TO TIMETABLE-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM WRITE-PERIOD-HEAD-PARA.
           PERFORM PRINT-SECTION-DAY-PARA
                VARYING WS-DAY FROM 1 BY 1
                UNTIL WS-DAY > WS-TT-DAYS.
           MOVE BLANK-LINE TO TIMETABLE-LINE.
           PERFORM WRITE-LINE-PARA.
       PRINT-SECTION-DAY-PARA.
           MOVE SPACES TO TT-GRID-LINE.
           MOVE WS-DAY-NAME(WS-DAY) TO TG-DAY.
           PERFORM FILL-SECTION-SUBJECT-PARA
                VARYING WS-PERIOD FROM 1 BY 1
                UNTIL WS-PERIOD > WS-TT-PERIODS.
           MOVE TT-GRID-LINE TO TIMETABLE-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE SPACES TO TT-GRID-LINE.
           PERFORM FILL-SECTION-TEACHER-PARA
                VARYING WS-PERIOD FROM 1 BY 1
                UNTIL WS-PERIOD > WS-TT-PERIODS.
           MOVE TT-GRID-LINE TO TIMETABLE-LINE.
           PERFORM WRITE-LINE-PARA.
       FILL-SECTION-SUBJECT-PARA.
           PERFORM SLOT-NUMBER-PARA.
           IF WS-GRID-SUBJECT(WS-SEC-IDX, WS-SLOT) = SPACES
                MOVE "-" TO TG-TEXT(WS-PERIOD)
           ELSE
                MOVE WS-GRID-SUBJECT(WS-SEC-IDX, WS-SLOT) TO
                     TG-TEXT(WS-PERIOD).
       FILL-SECTION-TEACHER-PARA.
           PERFORM SLOT-NUMBER-PARA.
           IF WS-GRID-SUBJECT(WS-SEC-IDX, WS-SLOT) NOT = SPACES
                MOVE WS-GRID-TEACHER(WS-SEC-IDX, WS-SLOT) TO
                     TG-TEXT(WS-PERIOD).
      *    TEACHER GRID: SECTION ON THE FIRST LINE, SUBJECT UNDER
      *    IT. TEACHERS WITH NOTHING PLACED ARE NOT PRINTED.
       PRINT-ONE-TEACHER-PARA.
           MOVE ZERO TO WS-TCH-LOAD.
           PERFORM COUNT-TEACHER-DAY-PARA
                VARYING WS-DAY FROM 1 BY 1
                UNTIL WS-DAY > WS-TT-DAYS.
           IF WS-TCH-LOAD = ZERO
                GO TO PRINT-ONE-TEACHER-EXIT.
           MOVE WS-TCH-ID(WS-TCH-IDX) TO TH-TEACHER.
           MOVE WS-TCH-NAME(WS-TCH-IDX) TO TH-TCH-NAME.
           MOVE WS-PICK-TERM TO TH-TCH-TERM.
           MOVE WS-TCH-LOAD TO TH-LOAD.
           MOVE DASH-LINE TO TIMETABLE-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE TT-HEAD-TEACHER TO TIMETABLE-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM WRITE-PERIOD-HEAD-PARA.
           PERFORM PRINT-TEACHER-DAY-PARA
                VARYING WS-DAY FROM 1 BY 1
                UNTIL WS-DAY > WS-TT-DAYS.
           MOVE BLANK-LINE TO TIMETABLE-LINE.
           PERFORM WRITE-LINE-PARA.
       PRINT-ONE-TEACHER-EXIT.
           EXIT.
       COUNT-TEACHER-DAY-PARA.
           PERFORM COUNT-TEACHER-SLOT-PARA
                VARYING WS-PERIOD FROM 1 BY 1
                UNTIL WS-PERIOD > WS-TT-PERIODS.
       COUNT-TEACHER-SLOT-PARA.
           PERFORM SLOT-NUMBER-PARA.
           IF WS-BUSY-SECTION(WS-TCH-IDX, WS-SLOT) NOT = SPACES
                ADD 1 TO WS-TCH-LOAD.
       PRINT-TEACHER-DAY-PARA.
           MOVE SPACES TO TT-GRID-LINE.
           MOVE WS-DAY-NAME(WS-DAY) TO TG-DAY.
           PERFORM FILL-TEACHER-SECTION-PARA
                VARYING WS-PERIOD FROM 1 BY 1
                UNTIL WS-PERIOD > WS-TT-PERIODS.
           MOVE TT-GRID-LINE TO TIMETABLE-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE SPACES TO TT-GRID-LINE.
           PERFORM FILL-TEACHER-SUBJECT-PARA
                VARYING WS-PERIOD FROM 1 BY 1
                UNTIL WS-PERIOD > WS-TT-PERIODS.
           MOVE TT-GRID-LINE TO TIMETABLE-LINE.
           PERFORM WRITE-LINE-PARA.
       FILL-TEACHER-SECTION-PARA.
           PERFORM SLOT-NUMBER-PARA.
           IF WS-BUSY-SECTION(WS-TCH-IDX, WS-SLOT) = SPACES
                MOVE "FREE" TO TG-TEXT(WS-PERIOD)
           ELSE
                MOVE WS-BUSY-SECTION(WS-TCH-IDX, WS-SLOT) TO
                     TG-TEXT(WS-PERIOD).
       FILL-TEACHER-SUBJECT-PARA.
           PERFORM SLOT-NUMBER-PARA.
           MOVE WS-BUSY-SUBJECT(WS-TCH-IDX, WS-SLOT) TO
                TG-TEXT(WS-PERIOD).
       WRITE-PERIOD-HEAD-PARA.
           MOVE SPACES TO TT-GRID-LINE.
           MOVE "DAY" TO TG-DAY.
           PERFORM FILL-PERIOD-HEAD-PARA
                VARYING WS-PERIOD FROM 1 BY 1
                UNTIL WS-PERIOD > WS-TT-PERIODS.
           MOVE TT-GRID-LINE TO TIMETABLE-LINE.
           PERFORM WRITE-LINE-PARA.
       FILL-PERIOD-HEAD-PARA.
           MOVE WS-PERIOD TO WS-PL-NO.
           MOVE WS-PERIOD-LABEL TO TG-TEXT(WS-PERIOD).
       PRINT-ONE-UNPLACED-PARA.
           IF WS-ALO-REASON(WS-ALO-IDX) NOT = SPACE
                ADD 1 TO WS-UNPLACED-COUNT
                MOVE WS-ALO-SECTION(WS-ALO-IDX) TO TU-SECTION
                MOVE WS-ALO-SUBJECT(WS-ALO-IDX) TO TU-SUBJECT
                MOVE WS-ALO-TEACHER(WS-ALO-IDX) TO TU-TEACHER
                MOVE WS-ALO-PLACED(WS-ALO-IDX) TO TU-PLACED
                MOVE WS-ALO-PERIODS(WS-ALO-IDX) TO TU-PERIODS
                PERFORM UNPLACED-REASON-PARA
                MOVE TT-UNPLACED-LINE TO TIMETABLE-LINE
                PERFORM WRITE-LINE-PARA.
       UNPLACED-REASON-PARA.
           IF WS-ALO-NO-SECTION(WS-ALO-IDX)
                MOVE "SECTION NOT ON MASTER" TO TU-REASON.
           IF WS-ALO-NO-TEACHER(WS-ALO-IDX)
                MOVE "TEACHER NOT ACTIVE" TO TU-REASON.
           IF WS-ALO-NO-SLOT(WS-ALO-IDX)
                MOVE "NO CLASH-FREE PERIOD" TO TU-REASON.
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
                               WS-TCH-STATUS(WS-TCH-X).
       LOAD-ALLOCS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT TEACHER-ALLOC.
           IF TEACHER-ALLOC-STATUS NOT = "00"
                GO TO LOAD-ALLOCS-EXIT.
           PERFORM LOAD-ONE-ALO-PARA UNTIL WS-EOF.
           CLOSE TEACHER-ALLOC.
       LOAD-ALLOCS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-ALO-PARA.
           READ TEACHER-ALLOC
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF TA-TERM = WS-PICK-TERM AND TA-PERIODS > ZERO
                          PERFORM STORE-ONE-ALO-PARA.
       STORE-ONE-ALO-PARA.
           IF WS-ALO-TOTAL = 1000
                MOVE 08 TO WS-RETURN-CODE
                MOVE "ALLOCATION TABLE FULL" TO WS-ERROR-MESSAGE
                MOVE "Y" TO WS-EOF-SW
           ELSE
                ADD 1 TO WS-ALO-TOTAL
                SET WS-ALO-X TO WS-ALO-TOTAL
                MOVE TA-TEACHER-ID TO WS-ALO-TEACHER(WS-ALO-X)
                MOVE TA-SUBJECT-CODE TO WS-ALO-SUBJECT(WS-ALO-X)
                MOVE TA-SECTION TO WS-ALO-SECTION(WS-ALO-X)
                MOVE TA-PERIODS TO WS-ALO-PERIODS(WS-ALO-X)
                MOVE ZERO TO WS-ALO-PLACED(WS-ALO-X)
                MOVE SPACE TO WS-ALO-REASON(WS-ALO-X)
                IF TA-PERIODS > WS-MAX-PERIODS
                     MOVE TA-PERIODS TO WS-MAX-PERIODS.
       LOAD-SECTIONS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SECTION-MASTER.
           IF SECTION-MASTER-STATUS NOT = "00"
                GO TO LOAD-SECTIONS-EXIT.
           PERFORM LOAD-ONE-SECTION-PARA UNTIL WS-EOF.
           CLOSE SECTION-MASTER.
       LOAD-SECTIONS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-SECTION-PARA.
           READ SECTION-MASTER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-SEC-TOTAL < 50
                          ADD 1 TO WS-SEC-TOTAL
                          SET WS-SEC-X TO WS-SEC-TOTAL
                          MOVE SEC-CODE TO WS-SEC-CODE(WS-SEC-X)
                          MOVE SEC-NAME TO WS-SEC-NAME(WS-SEC-X).
       WRITE-LINE-PARA.
           DISPLAY TIMETABLE-LINE.
           WRITE TIMETABLE-LINE.
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
           MOVE WS-ALO-TOTAL TO RL-READ-COUNT.
           MOVE WS-ROW-COUNT TO RL-UPDATE-COUNT.
           MOVE WS-UNPLACED-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "TIMETABLE-BUILD" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
