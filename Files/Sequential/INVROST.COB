       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVIG-ROSTER.
      *    INVIGILATION DUTY ROSTER. EVERY ROOM IN USE IN AN EXAM
      *    SESSION, AS LAID OUT BY THE LAST EXAM-SEATING RUN ON
      *    EXSEAT.DAT, GETS ONE INVIGILATOR PER SO MANY CANDIDATES
      *    (ASKED FOR AT THE START). INVIGILATORS ARE ACTIVE STAFF
      *    ON TEACHMST.DAT WHO ARE NOT AWAY ON TCHABSNT.DAT THAT
      *    DAY, WHO DO NOT TEACH (TEACHALO.DAT) ANY PAPER SAT IN THE
      *    ROOM, AND WHO HAVE NO OTHER PLACE IN THE SAME SESSION;
      *    AMONG THOSE THE FEWEST DUTIES TO DATE WINS. EVERY PLACE
      *    IS ADDED TO INVDUTY.DAT, WHICH CARRIES THE DUTY COUNT,
      *    AND THE MASTER ROSTER AND A DUTY LETTER FOR EACH
      *    INVIGILATOR ARE PRINTED. A SESSION ALREADY ON INVDUTY.DAT
      *    IS NOT ROSTERED AGAIN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT TEACHER-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TEACHER-MASTER-STATUS.
           SELECT TEACHER-ALLOC ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TEACHER-ALLOC-STATUS.
           SELECT TEACHER-ABSENCE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TEACHER-ABSENCE-STATUS.
           SELECT SITTING-CONTROL ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SITTING-CONTROL-STATUS.
           SELECT EXAM-SEAT ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EXAM-SEAT-STATUS.
           SELECT INVIG-DUTY ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS INVIG-DUTY-STATUS.
           SELECT ROSTER-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ROSTER-PRINT-STATUS.
           SELECT LETTER-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS LETTER-PRINT-STATUS.
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
       FD TEACHER-ALLOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "TEACHALO.DAT"
           DATA RECORD IS TEACHER-ALLOC-REC.
       COPY TEACHALO.
       FD TEACHER-ABSENCE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "TCHABSNT.DAT"
           DATA RECORD IS TEACHER-ABSENCE-REC.
       COPY TCHABS.
       FD SITTING-CONTROL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SITCTL.DAT"
           DATA RECORD IS SITTING-CONTROL-REC.
       COPY SITCTL.
       FD EXAM-SEAT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "EXSEAT.DAT"
           DATA RECORD IS EXAM-SEAT-REC.
       COPY EXSEAT.
       FD INVIG-DUTY
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "INVDUTY.DAT"
           DATA RECORD IS INVIG-DUTY-REC.
       COPY INVDUTY.
       FD ROSTER-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "INVROST.DAT"
           DATA RECORD IS ROSTER-LINE.
       01 ROSTER-LINE PIC X(79).
       FD LETTER-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "INVLTR.DAT"
           DATA RECORD IS LETTER-LINE.
       01 LETTER-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 TEACHER-MASTER-STATUS PIC XX.
       77 TEACHER-ALLOC-STATUS PIC XX.
       77 TEACHER-ABSENCE-STATUS PIC XX.
       77 SITTING-CONTROL-STATUS PIC XX.
       77 EXAM-SEAT-STATUS PIC XX.
       77 INVIG-DUTY-STATUS PIC XX.
       77 ROSTER-PRINT-STATUS PIC XX.
       77 LETTER-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-PICK-RATIO PIC 9(3).
       77 WS-TCH-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-TCH-IDX PIC 9(3) COMP.
       77 WS-TCH-FOUND-SW PIC X.
           88 WS-TCH-FOUND VALUE "Y".
       77 WS-TCH-FOUND-X PIC 9(3) COMP.
       77 WS-ENTRY-ID PIC 9(4).
       77 WS-BEST-X PIC 9(3) COMP.
       77 WS-TA-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-TA-IDX PIC 9(4) COMP.
       77 WS-ABS-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-ABS-IDX PIC 9(3) COMP.
       77 WS-DONE-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-DONE-IDX PIC 9(3) COMP.
       77 WS-DONE-FOUND-SW PIC X.
           88 WS-DONE-FOUND VALUE "Y".
       77 WS-PLACE-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-PLACE-IDX PIC 9(3) COMP.
       77 WS-PLACE-FOUND-X PIC 9(3) COMP.
       77 WS-PP-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-PP-IDX PIC 9(4) COMP.
       77 WS-PP-FOUND-SW PIC X.
           88 WS-PP-FOUND VALUE "Y".
       77 WS-DUTY-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-DUTY-IDX PIC 9(4) COMP.
       77 WS-SLOT PIC 9(3) COMP.
       77 WS-SLOTS-NEEDED PIC 9(3) COMP.
       77 WS-PLACE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-FILLED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-UNFILLED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-UNSEATED-PAPERS PIC 9(3) VALUE ZERO.
       77 WS-LETTER-COUNT PIC 9(3) VALUE ZERO.
       01 WS-TCH-TABLE.
        02 WS-TCH-ENTRY OCCURS 200 TIMES
                DEPENDING ON WS-TCH-TOTAL
                INDEXED BY WS-TCH-X.
         03 WS-TCH-ID PIC 9(4).
         03 WS-TCH-NAME PIC X(25).
         03 WS-TCH-STATUS PIC X.
         03 WS-TCH-DUTIES PIC 9(4).
         03 WS-TCH-RUN-DUTIES PIC 9(3).
      *    "A" = AWAY ON THE DATE, "T" = TEACHES A PAPER IN THE
      *    ROOM; SET AFRESH FOR EACH ROOM.
         03 WS-TCH-BAR PIC X.
         03 WS-TCH-BUSY-DATE PIC 9(8).
         03 WS-TCH-BUSY-SESSION PIC X.
       01 WS-TA-TABLE.
        02 WS-TA-ENTRY OCCURS 1000 TIMES
                DEPENDING ON WS-TA-TOTAL
                INDEXED BY WS-TA-X.
         03 WS-TA-TCH-X PIC 9(3) COMP.
         03 WS-TA-CODE PIC X(5).
       01 WS-ABS-TABLE.
        02 WS-ABS-ENTRY OCCURS 500 TIMES
                DEPENDING ON WS-ABS-TOTAL
                INDEXED BY WS-ABS-X.
         03 WS-ABS-TCH-X PIC 9(3) COMP.
         03 WS-ABS-FROM PIC 9(8).
         03 WS-ABS-TO PIC 9(8).
      *    SESSIONS ALREADY ON THE DUTY HISTORY.
       01 WS-DONE-TABLE.
        02 WS-DONE-ENTRY OCCURS 200 TIMES
                DEPENDING ON WS-DONE-TOTAL
                INDEXED BY WS-DONE-X.
         03 WS-DONE-DATE PIC 9(8).
         03 WS-DONE-SESSION PIC X.
      *    ONE PLACE PER ROOM IN USE IN A SESSION, IN THE ORDER OF
      *    THE SEAT FILE, WHICH IS WRITTEN SESSION BY SESSION.
       01 WS-PLACE-TABLE.
        02 WS-PLACE-ENTRY OCCURS 200 TIMES
                DEPENDING ON WS-PLACE-TOTAL
                INDEXED BY WS-PLACE-X.
         03 WS-PLACE-DATE PIC 9(8).
         03 WS-PLACE-SESSION PIC X.
         03 WS-PLACE-ROOM PIC X(15).
         03 WS-PLACE-CANDS PIC 9(3).
         03 WS-PLACE-DONE-SW PIC X.
            88 WS-PLACE-DONE VALUE "Y".
      *    THE PAPERS SAT IN EACH PLACE.
       01 WS-PP-TABLE.
        02 WS-PP-ENTRY OCCURS 1000 TIMES
                DEPENDING ON WS-PP-TOTAL
                INDEXED BY WS-PP-X.
         03 WS-PP-PLACE-X PIC 9(3) COMP.
         03 WS-PP-CODE PIC X(5).
      *    DUTIES GIVEN BY THIS RUN; A TEACHER INDEX OF ZERO IS A
      *    PLACE LEFT WITHOUT AN INVIGILATOR.
       01 WS-DUTY-TABLE.
        02 WS-DUTY-ENTRY OCCURS 1000 TIMES
                DEPENDING ON WS-DUTY-TOTAL
                INDEXED BY WS-DUTY-X.
         03 WS-DUTY-PLACE-X PIC 9(3) COMP.
         03 WS-DUTY-TCH-X PIC 9(3) COMP.
       01 RS-HEAD-LINE.
        02 FILLER PIC X(41)
           VALUE "INVIGILATION ROSTER - ONE INVIGILATOR PER".
        02 RS-HEAD-RATIO PIC ZZZ9.
        02 FILLER PIC X(11) VALUE " CANDIDATES".
       01 RS-COLUMN-LINE.
        02 FILLER PIC X(36)
           VALUE "DATE     SESS ROOM           CANDS  ".
        02 FILLER PIC X(35)
           VALUE "TCHR NAME                     TOTAL".
       01 RS-DETAIL-LINE.
        02 RD-DATE PIC 9(8).
        02 FILLER PIC X VALUE SPACE.
        02 RD-SESSION PIC X(4).
        02 FILLER PIC X VALUE SPACE.
        02 RD-ROOM PIC X(15).
        02 FILLER PIC X VALUE SPACE.
        02 RD-CANDS PIC ZZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RD-TEACHER PIC X(4).
        02 FILLER PIC X VALUE SPACE.
        02 RD-NAME PIC X(25).
        02 FILLER PIC X VALUE SPACE.
        02 RD-DUTIES PIC ZZZ9.
       01 RS-COUNT-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RC-TEACHER PIC 9(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RC-NAME PIC X(25).
        02 FILLER PIC X(11) VALUE "  THIS RUN ".
        02 RC-RUN PIC ZZ9.
        02 FILLER PIC X(10) VALUE "  TO DATE ".
        02 RC-TOTAL PIC ZZZ9.
       01 RS-NOSEAT-LINE.
        02 FILLER PIC X(6) VALUE "PAPER ".
        02 RN-CODE PIC X(5).
        02 FILLER PIC X(4) VALUE " ON ".
        02 RN-DATE PIC 9(8).
        02 FILLER PIC X VALUE SPACE.
        02 RN-SESSION PIC X(4).
        02 FILLER PIC X(40)
           VALUE " HAS NO CANDIDATES SEATED - NOT ROSTERED".
       01 LT-HEAD-LINE.
        02 FILLER PIC X(23) VALUE SPACES.
        02 FILLER PIC X(30) VALUE "J.I.T INVIGILATION DUTY LETTER".
       01 LT-TO-LINE.
        02 FILLER PIC X(4) VALUE "TO: ".
        02 LT-NAME PIC X(25).
        02 FILLER PIC X(12) VALUE "  STAFF NO: ".
        02 LT-TEACHER PIC 9(4).
       01 LT-INTRO-LINE.
        02 FILLER PIC X(28) VALUE "YOU ARE ASKED TO INVIGILATE ".
        02 FILLER PIC X(26) VALUE "AT THE FOLLOWING SESSIONS:".
       01 LT-COLUMN-LINE PIC X(50)
           VALUE "  DATE      SESSION    ROOM             CANDIDATES".
       01 LT-DUTY-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 LD-DATE PIC 9(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 LD-SESSION PIC X(9).
        02 FILLER PIC X(2) VALUE SPACES.
        02 LD-ROOM PIC X(15).
        02 FILLER PIC X(2) VALUE SPACES.
        02 LD-CANDS PIC ZZZ9.
       01 LT-TOTAL-LINE.
        02 FILLER PIC X(17) VALUE "DUTIES THIS RUN: ".
        02 LT-RUN PIC ZZ9.
        02 FILLER PIC X(20) VALUE "   DUTIES TO DATE: ".
        02 LT-TOTAL PIC ZZZ9.
       01 PAGE-LINE PIC X(79) VALUE ALL "=".
       01 DASH-LINE PIC X(79) VALUE ALL "-".
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           DISPLAY "ENTER CANDIDATES PER INVIGILATOR (0 = 30): ".
           ACCEPT WS-PICK-RATIO.
           IF WS-PICK-RATIO = ZERO
                MOVE 30 TO WS-PICK-RATIO.
       LOAD-PARA.
           PERFORM LOAD-TEACHERS-PARA THRU LOAD-TEACHERS-EXIT.
           IF WS-TCH-TOTAL = ZERO
                DISPLAY "NO TEACHER MASTER ON FILE"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "NO TEACHER MASTER ON FILE" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-SEATS-PARA THRU LOAD-SEATS-EXIT.
           IF WS-PLACE-TOTAL = ZERO
                DISPLAY "NO SEAT PLAN ON FILE - RUN EXAM-SEATING FIRST"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "NO SEAT PLAN ON FILE" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-ALLOCS-PARA THRU LOAD-ALLOCS-EXIT.
           PERFORM LOAD-ABSENCES-PARA THRU LOAD-ABSENCES-EXIT.
           PERFORM LOAD-HISTORY-PARA THRU LOAD-HISTORY-EXIT.
           PERFORM MARK-DONE-PARA
                VARYING WS-PLACE-IDX FROM 1 BY 1
                UNTIL WS-PLACE-IDX > WS-PLACE-TOTAL.
       ROSTER-PARA.
           OPEN OUTPUT ROSTER-PRINT.
           MOVE WS-PICK-RATIO TO RS-HEAD-RATIO.
           MOVE RS-HEAD-LINE TO ROSTER-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE DASH-LINE TO ROSTER-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM CHECK-SITTINGS-PARA THRU CHECK-SITTINGS-EXIT.
           MOVE RS-COLUMN-LINE TO ROSTER-LINE.
           PERFORM WRITE-LINE-PARA.
           OPEN EXTEND INVIG-DUTY.
           IF INVIG-DUTY-STATUS = "35"
                OPEN OUTPUT INVIG-DUTY.
           PERFORM ROSTER-ONE-PLACE-PARA THRU ROSTER-ONE-PLACE-EXIT
                VARYING WS-PLACE-IDX FROM 1 BY 1
                UNTIL WS-PLACE-IDX > WS-PLACE-TOTAL.
           CLOSE INVIG-DUTY.
           IF WS-PLACE-COUNT = ZERO
                MOVE "  ALL SESSIONS ON THE SEAT PLAN ALREADY ROSTERED"
                     TO ROSTER-LINE
                PERFORM WRITE-LINE-PARA.
       COUNT-PARA.
           MOVE DASH-LINE TO ROSTER-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE "INVIGILATION DUTIES, ACTIVE TEACHERS:" TO ROSTER-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM PRINT-ONE-COUNT-PARA
                VARYING WS-TCH-IDX FROM 1 BY 1
                UNTIL WS-TCH-IDX > WS-TCH-TOTAL.
           MOVE DASH-LINE TO ROSTER-LINE.
           PERFORM WRITE-LINE-PARA.
           CLOSE ROSTER-PRINT.
       LETTER-PARA.
           OPEN OUTPUT LETTER-PRINT.
           PERFORM LETTER-ONE-TEACHER-PARA THRU LETTER-ONE-TEACHER-EXIT
                VARYING WS-TCH-IDX FROM 1 BY 1
                UNTIL WS-TCH-IDX > WS-TCH-TOTAL.
           CLOSE LETTER-PRINT.
           DISPLAY "ROOMS ROSTERED: ", WS-PLACE-COUNT,
                "  DUTIES GIVEN: ", WS-FILLED-COUNT,
                "  NOT FILLED: ", WS-UNFILLED-COUNT,
                "  LETTERS: ", WS-LETTER-COUNT.
           IF WS-UNFILLED-COUNT > ZERO
                MOVE 04 TO WS-RETURN-CODE
                MOVE "INVIGILATOR PLACES LEFT UNFILLED" TO
                     WS-ERROR-MESSAGE
           ELSE
                IF WS-UNSEATED-PAPERS > ZERO
                     MOVE 04 TO WS-RETURN-CODE
                     MOVE "SITTINGS WITH NO SEAT PLAN NOT ROSTERED" TO
                          WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       MARK-DONE-PARA.
           MOVE "N" TO WS-DONE-FOUND-SW.
           PERFORM CHECK-ONE-DONE-PARA
                VARYING WS-DONE-IDX FROM 1 BY 1
                UNTIL WS-DONE-IDX > WS-DONE-TOTAL
                OR WS-DONE-FOUND.
           MOVE WS-DONE-FOUND-SW TO WS-PLACE-DONE-SW(WS-PLACE-IDX).
       CHECK-ONE-DONE-PARA.
           IF WS-DONE-DATE(WS-DONE-IDX) = WS-PLACE-DATE(WS-PLACE-IDX)
                AND WS-DONE-SESSION(WS-DONE-IDX) =
                     WS-PLACE-SESSION(WS-PLACE-IDX)
                MOVE "Y" TO WS-DONE-FOUND-SW.
      *    A SITTING ON SITCTL.DAT WITH NO SEATS MEANS THE SEAT PLAN
      *    IS OUT OF DATE; ITS CANDIDATES CANNOT BE ROSTERED.
       CHECK-SITTINGS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SITTING-CONTROL.
           IF SITTING-CONTROL-STATUS NOT = "00"
                GO TO CHECK-SITTINGS-EXIT.
           PERFORM CHECK-ONE-SITTING-PARA UNTIL WS-EOF.
           CLOSE SITTING-CONTROL.
           IF WS-UNSEATED-PAPERS > ZERO
                MOVE DASH-LINE TO ROSTER-LINE
                PERFORM WRITE-LINE-PARA.
       CHECK-SITTINGS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       CHECK-ONE-SITTING-PARA.
           READ SITTING-CONTROL
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM FIND-SITTING-SEATS-PARA.
       FIND-SITTING-SEATS-PARA.
           MOVE "N" TO WS-PP-FOUND-SW.
           PERFORM CHECK-ONE-SEATED-PARA
                VARYING WS-PP-IDX FROM 1 BY 1
                UNTIL WS-PP-IDX > WS-PP-TOTAL
                OR WS-PP-FOUND.
           IF NOT WS-PP-FOUND
                ADD 1 TO WS-UNSEATED-PAPERS
                MOVE SC-SUBJECT-CODE TO RN-CODE
                MOVE SC-DATE TO RN-DATE
                IF SC-AFTERNOON
                     MOVE "AFTN" TO RN-SESSION
                ELSE
                     MOVE "MORN" TO RN-SESSION.
           IF NOT WS-PP-FOUND
                MOVE RS-NOSEAT-LINE TO ROSTER-LINE
                PERFORM WRITE-LINE-PARA.
       CHECK-ONE-SEATED-PARA.
           MOVE WS-PP-PLACE-X(WS-PP-IDX) TO WS-PLACE-FOUND-X.
           IF WS-PP-CODE(WS-PP-IDX) = SC-SUBJECT-CODE
                AND WS-PLACE-DATE(WS-PLACE-FOUND-X) = SC-DATE
                AND WS-PLACE-SESSION(WS-PLACE-FOUND-X) = SC-SESSION
                MOVE "Y" TO WS-PP-FOUND-SW.
       ROSTER-ONE-PLACE-PARA.
           IF WS-PLACE-DONE(WS-PLACE-IDX)
                DISPLAY "ALREADY ROSTERED: ",
                     WS-PLACE-DATE(WS-PLACE-IDX), " ",
                     WS-PLACE-SESSION(WS-PLACE-IDX), " ",
                     WS-PLACE-ROOM(WS-PLACE-IDX)
                GO TO ROSTER-ONE-PLACE-EXIT.
           ADD 1 TO WS-PLACE-COUNT.
           COMPUTE WS-SLOTS-NEEDED = (WS-PLACE-CANDS(WS-PLACE-IDX) +
                WS-PICK-RATIO - 1) / WS-PICK-RATIO.
           PERFORM CLEAR-BAR-PARA
                VARYING WS-TCH-IDX FROM 1 BY 1
                UNTIL WS-TCH-IDX > WS-TCH-TOTAL.
           PERFORM BAR-ONE-ABSENCE-PARA
                VARYING WS-ABS-IDX FROM 1 BY 1
                UNTIL WS-ABS-IDX > WS-ABS-TOTAL.
           PERFORM BAR-ONE-PAPER-PARA
                VARYING WS-PP-IDX FROM 1 BY 1
                UNTIL WS-PP-IDX > WS-PP-TOTAL.
           PERFORM FILL-ONE-SLOT-PARA
                VARYING WS-SLOT FROM 1 BY 1
                UNTIL WS-SLOT > WS-SLOTS-NEEDED.
       ROSTER-ONE-PLACE-EXIT.
           EXIT.
       CLEAR-BAR-PARA.
           MOVE SPACE TO WS-TCH-BAR(WS-TCH-IDX).
       BAR-ONE-ABSENCE-PARA.
           IF WS-ABS-FROM(WS-ABS-IDX) NOT > WS-PLACE-DATE(WS-PLACE-IDX)
                AND WS-ABS-TO(WS-ABS-IDX) NOT <
                     WS-PLACE-DATE(WS-PLACE-IDX)
                MOVE "A" TO WS-TCH-BAR(WS-ABS-TCH-X(WS-ABS-IDX)).
       BAR-ONE-PAPER-PARA.
           IF WS-PP-PLACE-X(WS-PP-IDX) = WS-PLACE-IDX
                PERFORM BAR-ONE-TEACHER-PARA
                     VARYING WS-TA-IDX FROM 1 BY 1
                     UNTIL WS-TA-IDX > WS-TA-TOTAL.
       BAR-ONE-TEACHER-PARA.
           IF WS-TA-CODE(WS-TA-IDX) = WS-PP-CODE(WS-PP-IDX)
                AND WS-TCH-BAR(WS-TA-TCH-X(WS-TA-IDX)) = SPACE
                MOVE "T" TO WS-TCH-BAR(WS-TA-TCH-X(WS-TA-IDX)).
       FILL-ONE-SLOT-PARA.
           MOVE ZERO TO WS-BEST-X.
           PERFORM TRY-CANDIDATE-PARA THRU TRY-CANDIDATE-EXIT
                VARYING WS-TCH-IDX FROM 1 BY 1
                UNTIL WS-TCH-IDX > WS-TCH-TOTAL.
           IF WS-DUTY-TOTAL < 1000
                ADD 1 TO WS-DUTY-TOTAL
                SET WS-DUTY-X TO WS-DUTY-TOTAL
                MOVE WS-PLACE-IDX TO WS-DUTY-PLACE-X(WS-DUTY-X)
                MOVE WS-BEST-X TO WS-DUTY-TCH-X(WS-DUTY-X).
           MOVE WS-PLACE-DATE(WS-PLACE-IDX) TO IV-DATE RD-DATE.
           MOVE WS-PLACE-SESSION(WS-PLACE-IDX) TO IV-SESSION.
           MOVE WS-PLACE-ROOM(WS-PLACE-IDX) TO IV-ROOM RD-ROOM.
           MOVE WS-PLACE-CANDS(WS-PLACE-IDX) TO IV-CANDIDATES
                RD-CANDS.
           IF IV-SESSION = "A"
                MOVE "AFTN" TO RD-SESSION
           ELSE
                MOVE "MORN" TO RD-SESSION.
           IF WS-BEST-X = ZERO
                MOVE ZERO TO IV-TEACHER-ID
                MOVE "----" TO RD-TEACHER
                MOVE "** NO FREE TEACHER" TO RD-NAME
                MOVE ZERO TO RD-DUTIES
                ADD 1 TO WS-UNFILLED-COUNT
           ELSE
                MOVE WS-PLACE-DATE(WS-PLACE-IDX) TO
                     WS-TCH-BUSY-DATE(WS-BEST-X)
                MOVE WS-PLACE-SESSION(WS-PLACE-IDX) TO
                     WS-TCH-BUSY-SESSION(WS-BEST-X)
                ADD 1 TO WS-TCH-DUTIES(WS-BEST-X)
                ADD 1 TO WS-TCH-RUN-DUTIES(WS-BEST-X)
                ADD 1 TO WS-FILLED-COUNT
                MOVE WS-TCH-ID(WS-BEST-X) TO IV-TEACHER-ID RD-TEACHER
                MOVE WS-TCH-NAME(WS-BEST-X) TO RD-NAME
                MOVE WS-TCH-DUTIES(WS-BEST-X) TO RD-DUTIES.
           WRITE INVIG-DUTY-REC.
           MOVE RS-DETAIL-LINE TO ROSTER-LINE.
           PERFORM WRITE-LINE-PARA.
      *    A CANDIDATE IS ACTIVE, NOT AWAY, DOES NOT TEACH A PAPER
      *    IN THE ROOM AND HAS NO PLACE YET IN THE SESSION. THE
      *    FEWER DUTIES TO DATE WINS, AND A TIE STAYS WITH THE
      *    TEACHER FOUND FIRST.
       TRY-CANDIDATE-PARA.
           IF WS-TCH-STATUS(WS-TCH-IDX) NOT = "A"
                OR WS-TCH-BAR(WS-TCH-IDX) NOT = SPACE
                GO TO TRY-CANDIDATE-EXIT.
           IF WS-TCH-BUSY-DATE(WS-TCH-IDX) =
                WS-PLACE-DATE(WS-PLACE-IDX)
                AND WS-TCH-BUSY-SESSION(WS-TCH-IDX) =
                     WS-PLACE-SESSION(WS-PLACE-IDX)
                GO TO TRY-CANDIDATE-EXIT.
           IF WS-BEST-X = ZERO
                GO TO TRY-CANDIDATE-TAKE.
           IF WS-TCH-DUTIES(WS-TCH-IDX) < WS-TCH-DUTIES(WS-BEST-X)
                GO TO TRY-CANDIDATE-TAKE.
           GO TO TRY-CANDIDATE-EXIT.
       TRY-CANDIDATE-TAKE.
           MOVE WS-TCH-IDX TO WS-BEST-X.
       TRY-CANDIDATE-EXIT.
           EXIT.
       PRINT-ONE-COUNT-PARA.
           IF WS-TCH-STATUS(WS-TCH-IDX) = "A"
                MOVE WS-TCH-ID(WS-TCH-IDX) TO RC-TEACHER
                MOVE WS-TCH-NAME(WS-TCH-IDX) TO RC-NAME
                MOVE WS-TCH-RUN-DUTIES(WS-TCH-IDX) TO RC-RUN
                MOVE WS-TCH-DUTIES(WS-TCH-IDX) TO RC-TOTAL
                MOVE RS-COUNT-LINE TO ROSTER-LINE
                PERFORM WRITE-LINE-PARA.
       LETTER-ONE-TEACHER-PARA.
           IF WS-TCH-RUN-DUTIES(WS-TCH-IDX) = ZERO
                GO TO LETTER-ONE-TEACHER-EXIT.
           ADD 1 TO WS-LETTER-COUNT.
           MOVE PAGE-LINE TO LETTER-LINE.
           PERFORM WRITE-LETTER-PARA.
           MOVE LT-HEAD-LINE TO LETTER-LINE.
           PERFORM WRITE-LETTER-PARA.
           MOVE SPACES TO LETTER-LINE.
           PERFORM WRITE-LETTER-PARA.
           MOVE WS-TCH-NAME(WS-TCH-IDX) TO LT-NAME.
           MOVE WS-TCH-ID(WS-TCH-IDX) TO LT-TEACHER.
           MOVE LT-TO-LINE TO LETTER-LINE.
           PERFORM WRITE-LETTER-PARA.
           MOVE SPACES TO LETTER-LINE.
           PERFORM WRITE-LETTER-PARA.
           MOVE LT-INTRO-LINE TO LETTER-LINE.
           PERFORM WRITE-LETTER-PARA.
           MOVE LT-COLUMN-LINE TO LETTER-LINE.
           PERFORM WRITE-LETTER-PARA.
           PERFORM LETTER-ONE-DUTY-PARA
                VARYING WS-DUTY-IDX FROM 1 BY 1
                UNTIL WS-DUTY-IDX > WS-DUTY-TOTAL.
           MOVE SPACES TO LETTER-LINE.
           PERFORM WRITE-LETTER-PARA.
           MOVE WS-TCH-RUN-DUTIES(WS-TCH-IDX) TO LT-RUN.
           MOVE WS-TCH-DUTIES(WS-TCH-IDX) TO LT-TOTAL.
           MOVE LT-TOTAL-LINE TO LETTER-LINE.
           PERFORM WRITE-LETTER-PARA.
       LETTER-ONE-TEACHER-EXIT.
           EXIT.
       LETTER-ONE-DUTY-PARA.
           IF WS-DUTY-TCH-X(WS-DUTY-IDX) = WS-TCH-IDX
                MOVE WS-DUTY-PLACE-X(WS-DUTY-IDX) TO WS-PLACE-FOUND-X
                MOVE WS-PLACE-DATE(WS-PLACE-FOUND-X) TO LD-DATE
                MOVE WS-PLACE-ROOM(WS-PLACE-FOUND-X) TO LD-ROOM
                MOVE WS-PLACE-CANDS(WS-PLACE-FOUND-X) TO LD-CANDS
                IF WS-PLACE-SESSION(WS-PLACE-FOUND-X) = "A"
                     MOVE "AFTERNOON" TO LD-SESSION
                ELSE
                     MOVE "MORNING" TO LD-SESSION.
           IF WS-DUTY-TCH-X(WS-DUTY-IDX) = WS-TCH-IDX
                MOVE LT-DUTY-LINE TO LETTER-LINE
                PERFORM WRITE-LETTER-PARA.
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
           DISPLAY ROSTER-LINE.
           WRITE ROSTER-LINE.
       WRITE-LETTER-PARA.
           WRITE LETTER-LINE.
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
                          MOVE ZERO TO WS-TCH-DUTIES(WS-TCH-X)
                               WS-TCH-RUN-DUTIES(WS-TCH-X)
                               WS-TCH-BUSY-DATE(WS-TCH-X)
                          MOVE SPACE TO WS-TCH-BAR(WS-TCH-X)
                               WS-TCH-BUSY-SESSION(WS-TCH-X).
      *    PLACES AND THEIR PAPERS ARE BUILT FROM THE SEAT FILE.
       LOAD-SEATS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT EXAM-SEAT.
           IF EXAM-SEAT-STATUS NOT = "00"
                GO TO LOAD-SEATS-EXIT.
           PERFORM LOAD-ONE-SEAT-PARA UNTIL WS-EOF.
           CLOSE EXAM-SEAT.
       LOAD-SEATS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-SEAT-PARA.
           READ EXAM-SEAT
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM STORE-ONE-SEAT-PARA
                     THRU STORE-ONE-SEAT-EXIT.
       STORE-ONE-SEAT-PARA.
           MOVE ZERO TO WS-PLACE-FOUND-X.
           PERFORM CHECK-ONE-PLACE-PARA
                VARYING WS-PLACE-IDX FROM 1 BY 1
                UNTIL WS-PLACE-IDX > WS-PLACE-TOTAL
                OR WS-PLACE-FOUND-X > ZERO.
           IF WS-PLACE-FOUND-X = ZERO
                IF WS-PLACE-TOTAL < 200
                     ADD 1 TO WS-PLACE-TOTAL
                     SET WS-PLACE-X TO WS-PLACE-TOTAL
                     MOVE ES-DATE TO WS-PLACE-DATE(WS-PLACE-X)
                     MOVE ES-SESSION TO WS-PLACE-SESSION(WS-PLACE-X)
                     MOVE ES-ROOM TO WS-PLACE-ROOM(WS-PLACE-X)
                     MOVE ZERO TO WS-PLACE-CANDS(WS-PLACE-X)
                     MOVE "N" TO WS-PLACE-DONE-SW(WS-PLACE-X)
                     MOVE WS-PLACE-TOTAL TO WS-PLACE-FOUND-X
                ELSE
                     DISPLAY "MORE THAN 200 ROOMS ON THE SEAT PLAN - ",
                          ES-ROOM, " ON ", ES-DATE, " NOT ROSTERED"
                     GO TO STORE-ONE-SEAT-EXIT.
           ADD 1 TO WS-PLACE-CANDS(WS-PLACE-FOUND-X).
           MOVE "N" TO WS-PP-FOUND-SW.
           PERFORM CHECK-ONE-PAPER-PARA
                VARYING WS-PP-IDX FROM 1 BY 1
                UNTIL WS-PP-IDX > WS-PP-TOTAL
                OR WS-PP-FOUND.
           IF NOT WS-PP-FOUND AND WS-PP-TOTAL < 1000
                ADD 1 TO WS-PP-TOTAL
                SET WS-PP-X TO WS-PP-TOTAL
                MOVE WS-PLACE-FOUND-X TO WS-PP-PLACE-X(WS-PP-X)
                MOVE ES-SUBJECT-CODE TO WS-PP-CODE(WS-PP-X).
       STORE-ONE-SEAT-EXIT.
           EXIT.
       CHECK-ONE-PLACE-PARA.
           IF WS-PLACE-DATE(WS-PLACE-IDX) = ES-DATE
                AND WS-PLACE-SESSION(WS-PLACE-IDX) = ES-SESSION
                AND WS-PLACE-ROOM(WS-PLACE-IDX) = ES-ROOM
                MOVE WS-PLACE-IDX TO WS-PLACE-FOUND-X.
       CHECK-ONE-PAPER-PARA.
           IF WS-PP-PLACE-X(WS-PP-IDX) = WS-PLACE-FOUND-X
                AND WS-PP-CODE(WS-PP-IDX) = ES-SUBJECT-CODE
                MOVE "Y" TO WS-PP-FOUND-SW.
      *    EVERY ALLOCATION COUNTS, WHATEVER THE TERM: A TEACHER WHO
      *    HAS TAUGHT THE PAPER DOES NOT INVIGILATE IT.
       LOAD-ALLOCS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT TEACHER-ALLOC.
           IF TEACHER-ALLOC-STATUS NOT = "00"
                GO TO LOAD-ALLOCS-EXIT.
           PERFORM LOAD-ONE-ALLOC-PARA UNTIL WS-EOF.
           CLOSE TEACHER-ALLOC.
       LOAD-ALLOCS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-ALLOC-PARA.
           READ TEACHER-ALLOC
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     MOVE TA-TEACHER-ID TO WS-ENTRY-ID
                     PERFORM FIND-TEACHER-PARA
                     IF WS-TCH-FOUND AND WS-TA-TOTAL < 1000
                          ADD 1 TO WS-TA-TOTAL
                          SET WS-TA-X TO WS-TA-TOTAL
                          MOVE WS-TCH-FOUND-X TO WS-TA-TCH-X(WS-TA-X)
                          MOVE TA-SUBJECT-CODE TO WS-TA-CODE(WS-TA-X).
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
                     MOVE TAB-TEACHER-ID TO WS-ENTRY-ID
                     PERFORM FIND-TEACHER-PARA
                     IF WS-TCH-FOUND AND WS-ABS-TOTAL < 500
                          ADD 1 TO WS-ABS-TOTAL
                          SET WS-ABS-X TO WS-ABS-TOTAL
                          MOVE WS-TCH-FOUND-X TO
                               WS-ABS-TCH-X(WS-ABS-X)
                          MOVE TAB-FROM-DATE TO WS-ABS-FROM(WS-ABS-X)
                          MOVE TAB-TO-DATE TO WS-ABS-TO(WS-ABS-X).
      *    THE DUTIES TO DATE ARE COUNTED FROM THE HISTORY, AND THE
      *    SESSIONS ON IT ARE NOTED SO THEY ARE NOT ROSTERED TWICE.
       LOAD-HISTORY-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT INVIG-DUTY.
           IF INVIG-DUTY-STATUS NOT = "00"
                GO TO LOAD-HISTORY-EXIT.
           PERFORM LOAD-ONE-HISTORY-PARA UNTIL WS-EOF.
           CLOSE INVIG-DUTY.
       LOAD-HISTORY-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-HISTORY-PARA.
           READ INVIG-DUTY
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM COUNT-ONE-HISTORY-PARA.
       COUNT-ONE-HISTORY-PARA.
           MOVE "N" TO WS-DONE-FOUND-SW.
           PERFORM CHECK-ONE-HISTORY-PARA
                VARYING WS-DONE-IDX FROM 1 BY 1
                UNTIL WS-DONE-IDX > WS-DONE-TOTAL
                OR WS-DONE-FOUND.
           IF NOT WS-DONE-FOUND AND WS-DONE-TOTAL < 200
                ADD 1 TO WS-DONE-TOTAL
                SET WS-DONE-X TO WS-DONE-TOTAL
                MOVE IV-DATE TO WS-DONE-DATE(WS-DONE-X)
                MOVE IV-SESSION TO WS-DONE-SESSION(WS-DONE-X).
           IF NOT IV-UNFILLED
                MOVE IV-TEACHER-ID TO WS-ENTRY-ID
                PERFORM FIND-TEACHER-PARA
                IF WS-TCH-FOUND
                     ADD 1 TO WS-TCH-DUTIES(WS-TCH-FOUND-X).
       CHECK-ONE-HISTORY-PARA.
           IF WS-DONE-DATE(WS-DONE-IDX) = IV-DATE
                AND WS-DONE-SESSION(WS-DONE-IDX) = IV-SESSION
                MOVE "Y" TO WS-DONE-FOUND-SW.
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
           MOVE WS-PLACE-COUNT TO RL-READ-COUNT.
           MOVE WS-FILLED-COUNT TO RL-UPDATE-COUNT.
           MOVE WS-UNFILLED-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "INVIG-ROSTER" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
