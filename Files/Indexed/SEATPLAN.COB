       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAM-SEATING.
      *    SEATS EVERY CANDIDATE FOR EVERY SITTING ON SITCTL.DAT.
      *    THE SITTINGS ARE TAKEN ONE DATE AND SESSION AT A TIME;
      *    A CANDIDATE GOES TO THE ROOM NAMED FOR THE PAPER WHILE IT
      *    HAS SEATS IN USE LEFT (EXROOM.DAT), AND OTHERWISE TO THE
      *    FIRST ROOM ON THE MASTER WITH SEATS TO SPARE, SO NO ROOM
      *    GOES OVER ITS CAPACITY. INSIDE A ROOM THE SEATS ARE
      *    FILLED ROW BY ROW, TAKING EACH TIME THE LARGEST GROUP OF
      *    SAME PAPER AND SAME SECTION CANDIDATES THAT DIFFERS FROM
      *    THE SEAT ALONGSIDE AND THE SEAT IN FRONT. THE SEATS ARE
      *    WRITTEN TO EXSEAT.DAT FOR THE HALL TICKETS, AND A DOOR
      *    LIST IN ROLL ORDER AND A SEAT CHART ARE PRINTED FOR EACH
      *    ROOM IN USE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RNO
           FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT SUBJECT-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SUBJECT-MASTER-STATUS.
           SELECT ELECTIVE-ENROLL ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ELECTIVE-ENROLL-STATUS.
           SELECT SITTING-CONTROL ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SITTING-CONTROL-STATUS.
           SELECT SECTION-ASSIGN ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SECTION-ASSIGN-STATUS.
           SELECT EXAM-ROOM ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EXAM-ROOM-STATUS.
           SELECT EXAM-SEAT ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EXAM-SEAT-STATUS.
           SELECT SEAT-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SEAT-PRINT-STATUS.
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
       FD SITTING-CONTROL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SITCTL.DAT"
           DATA RECORD IS SITTING-CONTROL-REC.
       COPY SITCTL.
       FD SECTION-ASSIGN
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SECTASGN.DAT"
           DATA RECORD IS SECTION-ASSIGN-REC.
       COPY SECTASGN.
       FD EXAM-ROOM
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "EXROOM.DAT"
           DATA RECORD IS EXAM-ROOM-REC.
       COPY EXROOM.
       FD EXAM-SEAT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "EXSEAT.DAT"
           DATA RECORD IS EXAM-SEAT-REC.
       COPY EXSEAT.
       FD SEAT-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SEATPLAN.DAT"
           DATA RECORD IS SEAT-LINE.
       01 SEAT-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 STUDENT-FILE-STATUS PIC XX.
       77 SUBJECT-MASTER-STATUS PIC XX.
       77 ELECTIVE-ENROLL-STATUS PIC XX.
       77 SITTING-CONTROL-STATUS PIC XX.
       77 SECTION-ASSIGN-STATUS PIC XX.
       77 EXAM-ROOM-STATUS PIC XX.
       77 EXAM-SEAT-STATUS PIC XX.
       77 SEAT-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-SUBJECT-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-SUB-IDX PIC 9(3) COMP.
       77 WS-SIT-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-SIT-IDX PIC 9(3) COMP.
       77 WS-EE-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-EE-IDX PIC 9(4) COMP.
       77 WS-EE-FOUND-SW PIC X.
           88 WS-EE-FOUND VALUE "Y".
       77 WS-ASGN-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-ASGN-FOUND-SW PIC X.
           88 WS-ASGN-FOUND VALUE "Y".
       77 WS-ASGN-SECTION-PICK PIC X(4).
       77 WS-BEST-FROM PIC 9(8).
       77 WS-ROOM-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-ROOM-IDX PIC 9(3) COMP.
       77 WS-ROOM-FOUND-X PIC 9(3) COMP.
       77 WS-STU-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-STU-IDX PIC 9(4) COMP.
       77 WS-CAND-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-CAND-IDX PIC 9(4) COMP.
       77 WS-CAND-PICK PIC 9(4) COMP.
       77 WS-GRP-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-GRP-IDX PIC 9(4) COMP.
       77 WS-GRP-FOUND-X PIC 9(4) COMP.
       77 WS-GRP-BEST PIC 9(4) COMP.
       77 WS-GRP-LEFT PIC 9(4) COMP.
       77 WS-GRP-FRONT PIC 9(4) COMP.
       77 WS-SCAN-PASS PIC 9 COMP.
       77 WS-SEAT-IDX PIC 9(3) COMP.
       77 WS-SEAT-USED PIC 9(3) COMP.
       77 WS-SEAT-ALL PIC 9(3) COMP.
       77 WS-ROW PIC 9(2) COMP.
       77 WS-COL PIC 9(2) COMP.
       77 WS-CUR-DATE PIC 9(8).
       77 WS-CUR-SESSION PIC X.
       77 WS-SESSION-FOUND-SW PIC X.
           88 WS-SESSION-FOUND VALUE "Y".
       77 WS-TAKES-SW PIC X.
           88 WS-TAKES-PAPER VALUE "Y".
       77 WS-SESSION-COUNT PIC 9(3) VALUE ZERO.
       77 WS-CAND-COUNT PIC 9(5) VALUE ZERO.
       77 WS-SEATED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-UNSEATED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-CLASH-COUNT PIC 9(5) VALUE ZERO.
       77 WS-NO-ROOM-COUNT PIC 9(3) VALUE ZERO.
       77 WS-ROW-LETTERS PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-SUBJECT-TABLE.
        02 WS-SUBJECT-ENTRY OCCURS 1 TO 20 TIMES
                DEPENDING ON WS-SUBJECT-TOTAL
                INDEXED BY WS-SUBJECT-X.
         03 WS-SUBJECT-CODE PIC X(5).
         03 WS-SUBJECT-TYPE PIC X.
            88 WS-SUBJECT-ELECTIVE VALUE "E".
       01 WS-SIT-TABLE.
        02 WS-SIT-ENTRY OCCURS 50 TIMES
                DEPENDING ON WS-SIT-TOTAL
                INDEXED BY WS-SIT-X.
         03 WS-SIT-CODE PIC X(5).
         03 WS-SIT-DATE PIC 9(8).
         03 WS-SIT-SESSION PIC X.
         03 WS-SIT-VENUE PIC X(15).
         03 WS-SIT-TYPE PIC X.
         03 WS-SIT-DONE PIC X.
         03 WS-SIT-ROOM-X PIC 9(3) COMP.
       01 WS-EE-TABLE.
        02 WS-EE-ENTRY OCCURS 2000 TIMES
                DEPENDING ON WS-EE-TOTAL
                INDEXED BY WS-EE-X.
         03 WS-EE-RNO PIC 9(5).
         03 WS-EE-CODE PIC X(5).
       01 WS-ASGN-TABLE.
        02 WS-ASGN-ENTRY OCCURS 5000 TIMES
                DEPENDING ON WS-ASGN-TOTAL
                INDEXED BY WS-ASGN-X.
         03 WS-ASGN-RNO PIC 9(5).
         03 WS-ASGN-SECTION PIC X(4).
         03 WS-ASGN-FROM PIC 9(8).
         03 WS-ASGN-TO PIC 9(8).
       01 WS-ROOM-TABLE.
        02 WS-ROOM-ENTRY OCCURS 50 TIMES
                DEPENDING ON WS-ROOM-TOTAL
                INDEXED BY WS-ROOM-X.
         03 WS-ROOM-NAME PIC X(15).
         03 WS-ROOM-ROWS PIC 9(2).
         03 WS-ROOM-COLS PIC 9(2).
         03 WS-ROOM-CAPACITY PIC 9(3).
         03 WS-ROOM-USED PIC 9(3) COMP.
      *    ACTIVE STUDENTS IN ROLL ORDER, SO THE CANDIDATES FOR A
      *    SESSION - AND SO EVERY DOOR LIST - COME OUT IN ROLL ORDER.
       01 WS-STU-TABLE.
        02 WS-STU-ENTRY OCCURS 5000 TIMES
                DEPENDING ON WS-STU-TOTAL
                INDEXED BY WS-STU-X.
         03 WS-STU-RNO PIC 9(5).
         03 WS-STU-NAME PIC X(20).
       01 WS-CAND-TABLE.
        02 WS-CAND-ENTRY OCCURS 5000 TIMES
                DEPENDING ON WS-CAND-TOTAL
                INDEXED BY WS-CAND-X.
         03 WS-CAND-STU-X PIC 9(4) COMP.
         03 WS-CAND-CODE PIC X(5).
         03 WS-CAND-SECTION PIC X(4).
         03 WS-CAND-HOME-X PIC 9(3) COMP.
         03 WS-CAND-ROOM-X PIC 9(3) COMP.
         03 WS-CAND-GRP-X PIC 9(4) COMP.
         03 WS-CAND-SEAT PIC 9(3) COMP.
         03 WS-CAND-SEAT-NO.
          04 WS-CAND-SEAT-ROW PIC X.
          04 WS-CAND-SEAT-COL PIC 9(2).
      *    ONE GROUP PER ROOM, PAPER AND SECTION; NEIGHBOURS MUST
      *    COME FROM DIFFERENT GROUPS.
       01 WS-GRP-TABLE.
        02 WS-GRP-ENTRY OCCURS 1000 TIMES
                DEPENDING ON WS-GRP-TOTAL
                INDEXED BY WS-GRP-X.
         03 WS-GRP-ROOM-X PIC 9(3) COMP.
         03 WS-GRP-CODE PIC X(5).
         03 WS-GRP-SECTION PIC X(4).
         03 WS-GRP-LEFT-COUNT PIC 9(4) COMP.
      *    SEATS OF THE ROOM BEING FILLED, ROW BY ROW.
       01 WS-SEAT-MAP.
        02 WS-SEAT-ENTRY OCCURS 312 TIMES.
         03 WS-SEAT-GRP-X PIC 9(4) COMP.
         03 WS-SEAT-RNO PIC X(5).
       01 SP-HEAD-LINE.
        02 FILLER PIC X(14) VALUE "SEATING PLAN  ".
        02 SH-DATE PIC 9(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 SH-SESSION PIC X(4).
        02 FILLER PIC X(8) VALUE "  ROOM  ".
        02 SH-ROOM PIC X(15).
        02 FILLER PIC X(2) VALUE SPACES.
        02 SH-USED PIC ZZ9.
        02 FILLER PIC X(4) VALUE " OF ".
        02 SH-CAPACITY PIC ZZ9.
        02 FILLER PIC X(6) VALUE " SEATS".
       01 SP-DOOR-HEAD.
        02 FILLER PIC X(40)
           VALUE "DOOR LIST   ROLL   NAME                 ".
        02 FILLER PIC X(16) VALUE "PAPER  SECT SEAT".
       01 SP-DOOR-LINE.
        02 FILLER PIC X(12) VALUE SPACES.
        02 SD-RNO PIC 9(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 SD-NAME PIC X(20).
        02 FILLER PIC X(1) VALUE SPACES.
        02 SD-CODE PIC X(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 SD-SECTION PIC X(4).
        02 FILLER PIC X(1) VALUE SPACES.
        02 SD-SEAT PIC X(3).
       01 SP-CHART-HEAD PIC X(40)
           VALUE "SEAT CHART - FRONT OF ROOM AT THE TOP".
       01 SP-CHART-LINE.
        02 CT-LABEL PIC X(6).
        02 CT-CELL OCCURS 12 TIMES.
         03 CT-CELL-TEXT PIC X(5).
         03 FILLER PIC X(1).
       01 SP-COLUMN-NUMBER.
        02 FILLER PIC X(3).
        02 CN-NUMBER PIC 9(2).
        02 FILLER PIC X(1).
       01 SP-UNSEATED-LINE.
        02 FILLER PIC X(5) VALUE "ROLL ".
        02 SU-RNO PIC 9(5).
        02 FILLER PIC X(7) VALUE " PAPER ".
        02 SU-CODE PIC X(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 SU-DATE PIC 9(8).
        02 FILLER PIC X(1) VALUE SPACE.
        02 SU-SESSION PIC X(4).
        02 FILLER PIC X(32)
           VALUE " - NOT SEATED, NO ROOM HAS SPACE".
       01 PAGE-LINE PIC X(79) VALUE ALL "=".
       01 DASH-LINE PIC X(79) VALUE ALL "-".
       COPY RETCODE.
       PROCEDURE DIVISION.
       LOAD-PARA.
           PERFORM LOG-RUN-START-PARA.
           PERFORM LOAD-SUBJECTS-PARA THRU LOAD-SUBJECTS-EXIT.
           PERFORM LOAD-SITTINGS-PARA THRU LOAD-SITTINGS-EXIT.
           IF WS-SIT-TOTAL = ZERO
                DISPLAY "NO SITTING CONTROL ON FILE - NOTHING TO SEAT"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "SITTING CONTROL NOT FOUND OR EMPTY" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-ROOMS-PARA THRU LOAD-ROOMS-EXIT.
           IF WS-ROOM-TOTAL = ZERO
                DISPLAY "NO EXAM ROOM MASTER ON FILE - NOTHING SEATED"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "EXAM ROOM MASTER NOT FOUND OR EMPTY" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-ELECTIVES-PARA THRU LOAD-ELECTIVES-EXIT.
           PERFORM LOAD-ASSIGNS-PARA THRU LOAD-ASSIGNS-EXIT.
           PERFORM LOAD-STUDENTS-PARA THRU LOAD-STUDENTS-EXIT.
           IF WS-RC-ERROR
                GO TO END-PARA.
           PERFORM MATCH-SITTING-PARA
                VARYING WS-SIT-IDX FROM 1 BY 1
                UNTIL WS-SIT-IDX > WS-SIT-TOTAL.
       SEAT-PARA.
           OPEN OUTPUT EXAM-SEAT.
           OPEN OUTPUT SEAT-PRINT.
           PERFORM NEXT-SESSION-PARA.
           PERFORM SEAT-SESSION-PARA UNTIL NOT WS-SESSION-FOUND.
           CLOSE EXAM-SEAT.
           CLOSE SEAT-PRINT.
           DISPLAY "SESSIONS SEATED: ", WS-SESSION-COUNT,
                "  CANDIDATES: ", WS-CAND-COUNT,
                "  SEATED: ", WS-SEATED-COUNT.
           DISPLAY "NOT SEATED: ", WS-UNSEATED-COUNT,
                "  NEIGHBOURS FROM THE SAME PAPER AND SECTION: ",
                WS-CLASH-COUNT.
           IF WS-UNSEATED-COUNT > ZERO
                MOVE 04 TO WS-RETURN-CODE
                MOVE "CANDIDATES LEFT UNSEATED - ROOMS FULL" TO
                     WS-ERROR-MESSAGE
           ELSE
                IF WS-CLASH-COUNT > ZERO OR WS-NO-ROOM-COUNT > ZERO
                     MOVE 04 TO WS-RETURN-CODE
                     MOVE "SEATED WITH WARNINGS - SEE THE PLAN" TO
                          WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      *    TIES EACH SITTING TO ITS ROOM ON THE MASTER AND NOTES
      *    WHETHER THE PAPER IS AN ELECTIVE.
       MATCH-SITTING-PARA.
           MOVE "N" TO WS-SIT-DONE(WS-SIT-IDX).
           MOVE "C" TO WS-SIT-TYPE(WS-SIT-IDX).
           PERFORM NOTE-SIT-TYPE-PARA
                VARYING WS-SUB-IDX FROM 1 BY 1
                UNTIL WS-SUB-IDX > WS-SUBJECT-TOTAL.
           MOVE ZERO TO WS-SIT-ROOM-X(WS-SIT-IDX).
           PERFORM NOTE-SIT-ROOM-PARA
                VARYING WS-ROOM-IDX FROM 1 BY 1
                UNTIL WS-ROOM-IDX > WS-ROOM-TOTAL.
           IF WS-SIT-ROOM-X(WS-SIT-IDX) = ZERO
                ADD 1 TO WS-NO-ROOM-COUNT
                DISPLAY "ROOM ", WS-SIT-VENUE(WS-SIT-IDX),
                     " FOR PAPER ", WS-SIT-CODE(WS-SIT-IDX),
                     " NOT ON THE ROOM MASTER".
       NOTE-SIT-TYPE-PARA.
           IF WS-SUBJECT-CODE(WS-SUB-IDX) = WS-SIT-CODE(WS-SIT-IDX)
                MOVE WS-SUBJECT-TYPE(WS-SUB-IDX) TO
                     WS-SIT-TYPE(WS-SIT-IDX).
       NOTE-SIT-ROOM-PARA.
           IF WS-ROOM-NAME(WS-ROOM-IDX) = WS-SIT-VENUE(WS-SIT-IDX)
                MOVE WS-ROOM-IDX TO WS-SIT-ROOM-X(WS-SIT-IDX).
      *    THE NEXT SESSION IS THE EARLIEST DATE AND SESSION NOT YET
      *    SEATED (M SORTS BEFORE A BY THE TEST BELOW).
       NEXT-SESSION-PARA.
           MOVE "N" TO WS-SESSION-FOUND-SW.
           PERFORM CHECK-NEXT-SESSION-PARA
                VARYING WS-SIT-IDX FROM 1 BY 1
                UNTIL WS-SIT-IDX > WS-SIT-TOTAL.
       CHECK-NEXT-SESSION-PARA.
           IF WS-SIT-DONE(WS-SIT-IDX) = "N"
                IF NOT WS-SESSION-FOUND
                     OR WS-SIT-DATE(WS-SIT-IDX) < WS-CUR-DATE
                     OR (WS-SIT-DATE(WS-SIT-IDX) = WS-CUR-DATE
                     AND WS-SIT-SESSION(WS-SIT-IDX) = "M")
                     MOVE "Y" TO WS-SESSION-FOUND-SW
                     MOVE WS-SIT-DATE(WS-SIT-IDX) TO WS-CUR-DATE
                     MOVE WS-SIT-SESSION(WS-SIT-IDX) TO
                          WS-CUR-SESSION.
       SEAT-SESSION-PARA.
           ADD 1 TO WS-SESSION-COUNT.
           MOVE ZERO TO WS-CAND-TOTAL WS-GRP-TOTAL.
           PERFORM CLEAR-ROOM-USE-PARA
                VARYING WS-ROOM-IDX FROM 1 BY 1
                UNTIL WS-ROOM-IDX > WS-ROOM-TOTAL.
           PERFORM GATHER-STUDENT-PARA
                VARYING WS-STU-IDX FROM 1 BY 1
                UNTIL WS-STU-IDX > WS-STU-TOTAL.
           PERFORM HOME-ROOM-PARA
                VARYING WS-CAND-IDX FROM 1 BY 1
                UNTIL WS-CAND-IDX > WS-CAND-TOTAL.
           PERFORM SPILL-ROOM-PARA
                VARYING WS-CAND-IDX FROM 1 BY 1
                UNTIL WS-CAND-IDX > WS-CAND-TOTAL.
           PERFORM GROUP-CAND-PARA
                VARYING WS-CAND-IDX FROM 1 BY 1
                UNTIL WS-CAND-IDX > WS-CAND-TOTAL.
           PERFORM SEAT-ROOM-PARA THRU SEAT-ROOM-EXIT
                VARYING WS-ROOM-IDX FROM 1 BY 1
                UNTIL WS-ROOM-IDX > WS-ROOM-TOTAL.
           PERFORM REPORT-UNSEATED-PARA
                VARYING WS-CAND-IDX FROM 1 BY 1
                UNTIL WS-CAND-IDX > WS-CAND-TOTAL.
           PERFORM MARK-SESSION-DONE-PARA
                VARYING WS-SIT-IDX FROM 1 BY 1
                UNTIL WS-SIT-IDX > WS-SIT-TOTAL.
           PERFORM NEXT-SESSION-PARA.
       CLEAR-ROOM-USE-PARA.
           MOVE ZERO TO WS-ROOM-USED(WS-ROOM-IDX).
       MARK-SESSION-DONE-PARA.
           IF WS-SIT-DATE(WS-SIT-IDX) = WS-CUR-DATE
                AND WS-SIT-SESSION(WS-SIT-IDX) = WS-CUR-SESSION
                MOVE "Y" TO WS-SIT-DONE(WS-SIT-IDX).
      *    EVERY ACTIVE STUDENT SITS EVERY COMPULSORY PAPER; THE
      *    ELECTIVE ENROLLMENT FILE SAYS WHO SITS WHICH ELECTIVE.
       GATHER-STUDENT-PARA.
           PERFORM FIND-ASSIGN-PARA THRU FIND-ASSIGN-EXIT.
           PERFORM GATHER-ONE-PAPER-PARA THRU GATHER-ONE-PAPER-EXIT
                VARYING WS-SIT-IDX FROM 1 BY 1
                UNTIL WS-SIT-IDX > WS-SIT-TOTAL.
       GATHER-ONE-PAPER-PARA.
           IF WS-SIT-DATE(WS-SIT-IDX) NOT = WS-CUR-DATE
                OR WS-SIT-SESSION(WS-SIT-IDX) NOT = WS-CUR-SESSION
                GO TO GATHER-ONE-PAPER-EXIT.
           IF WS-SIT-TYPE(WS-SIT-IDX) = "E"
                PERFORM FIND-ELECTIVE-PARA
                IF NOT WS-EE-FOUND
                     GO TO GATHER-ONE-PAPER-EXIT.
           IF WS-CAND-TOTAL = 5000
                DISPLAY "MORE THAN 5000 CANDIDATES IN ONE SESSION"
                GO TO GATHER-ONE-PAPER-EXIT.
           ADD 1 TO WS-CAND-TOTAL.
           ADD 1 TO WS-CAND-COUNT.
           SET WS-CAND-X TO WS-CAND-TOTAL.
           MOVE WS-STU-IDX TO WS-CAND-STU-X(WS-CAND-X).
           MOVE WS-SIT-CODE(WS-SIT-IDX) TO WS-CAND-CODE(WS-CAND-X).
           MOVE WS-ASGN-SECTION-PICK TO WS-CAND-SECTION(WS-CAND-X).
           MOVE WS-SIT-ROOM-X(WS-SIT-IDX) TO
                WS-CAND-HOME-X(WS-CAND-X).
           MOVE ZERO TO WS-CAND-ROOM-X(WS-CAND-X)
                WS-CAND-GRP-X(WS-CAND-X) WS-CAND-SEAT(WS-CAND-X).
           MOVE SPACES TO WS-CAND-SEAT-NO(WS-CAND-X).
       GATHER-ONE-PAPER-EXIT.
           EXIT.
       FIND-ELECTIVE-PARA.
           MOVE "N" TO WS-EE-FOUND-SW.
           PERFORM CHECK-ONE-ELECTIVE-PARA
                VARYING WS-EE-IDX FROM 1 BY 1
                UNTIL WS-EE-IDX > WS-EE-TOTAL
                OR WS-EE-FOUND.
       CHECK-ONE-ELECTIVE-PARA.
           IF WS-EE-RNO(WS-EE-IDX) = WS-STU-RNO(WS-STU-IDX)
                AND WS-EE-CODE(WS-EE-IDX) = WS-SIT-CODE(WS-SIT-IDX)
                MOVE "Y" TO WS-EE-FOUND-SW.
      *    THE SECTION IN FORCE ON THE EXAM DATE; A STUDENT WITH NO
      *    SECTION IS GROUPED UNDER A BLANK SECTION.
       FIND-ASSIGN-PARA.
           MOVE "N" TO WS-ASGN-FOUND-SW.
           MOVE SPACES TO WS-ASGN-SECTION-PICK.
           MOVE ZERO TO WS-BEST-FROM.
           IF WS-ASGN-TOTAL = ZERO
                GO TO FIND-ASSIGN-EXIT.
           PERFORM CHECK-ONE-ASOF-PARA
                VARYING WS-ASGN-X FROM 1 BY 1
                UNTIL WS-ASGN-X > WS-ASGN-TOTAL.
       FIND-ASSIGN-EXIT.
           EXIT.
       CHECK-ONE-ASOF-PARA.
           IF WS-ASGN-RNO(WS-ASGN-X) = WS-STU-RNO(WS-STU-IDX)
                AND WS-ASGN-FROM(WS-ASGN-X) <= WS-CUR-DATE
                AND WS-ASGN-TO(WS-ASGN-X) >= WS-CUR-DATE
                AND WS-ASGN-FROM(WS-ASGN-X) >= WS-BEST-FROM
                MOVE "Y" TO WS-ASGN-FOUND-SW
                MOVE WS-ASGN-FROM(WS-ASGN-X) TO WS-BEST-FROM
                MOVE WS-ASGN-SECTION(WS-ASGN-X) TO
                     WS-ASGN-SECTION-PICK.
      *    FIRST EVERY CANDIDATE IS OFFERED THE PAPER'S OWN ROOM;
      *    WHOEVER DOES NOT FIT THEN SPILLS TO THE FIRST ROOM ON
      *    THE MASTER WITH SEATS LEFT.
       HOME-ROOM-PARA.
           MOVE WS-CAND-HOME-X(WS-CAND-IDX) TO WS-ROOM-FOUND-X.
           IF WS-ROOM-FOUND-X > ZERO
                IF WS-ROOM-USED(WS-ROOM-FOUND-X) <
                     WS-ROOM-CAPACITY(WS-ROOM-FOUND-X)
                     ADD 1 TO WS-ROOM-USED(WS-ROOM-FOUND-X)
                     MOVE WS-ROOM-FOUND-X TO
                          WS-CAND-ROOM-X(WS-CAND-IDX).
       SPILL-ROOM-PARA.
           IF WS-CAND-ROOM-X(WS-CAND-IDX) = ZERO
                MOVE ZERO TO WS-ROOM-FOUND-X
                PERFORM FIND-SPARE-ROOM-PARA
                     VARYING WS-ROOM-IDX FROM 1 BY 1
                     UNTIL WS-ROOM-IDX > WS-ROOM-TOTAL
                     OR WS-ROOM-FOUND-X > ZERO
                IF WS-ROOM-FOUND-X > ZERO
                     ADD 1 TO WS-ROOM-USED(WS-ROOM-FOUND-X)
                     MOVE WS-ROOM-FOUND-X TO
                          WS-CAND-ROOM-X(WS-CAND-IDX).
       FIND-SPARE-ROOM-PARA.
           IF WS-ROOM-USED(WS-ROOM-IDX) < WS-ROOM-CAPACITY(WS-ROOM-IDX)
                MOVE WS-ROOM-IDX TO WS-ROOM-FOUND-X.
       GROUP-CAND-PARA.
           IF WS-CAND-ROOM-X(WS-CAND-IDX) > ZERO
                MOVE ZERO TO WS-GRP-FOUND-X
                PERFORM FIND-ONE-GROUP-PARA
                     VARYING WS-GRP-IDX FROM 1 BY 1
                     UNTIL WS-GRP-IDX > WS-GRP-TOTAL
                     OR WS-GRP-FOUND-X > ZERO
                PERFORM ADD-TO-GROUP-PARA.
       FIND-ONE-GROUP-PARA.
           IF WS-GRP-ROOM-X(WS-GRP-IDX) = WS-CAND-ROOM-X(WS-CAND-IDX)
                AND WS-GRP-CODE(WS-GRP-IDX) = WS-CAND-CODE(WS-CAND-IDX)
                AND WS-GRP-SECTION(WS-GRP-IDX) =
                     WS-CAND-SECTION(WS-CAND-IDX)
                MOVE WS-GRP-IDX TO WS-GRP-FOUND-X.
       ADD-TO-GROUP-PARA.
           IF WS-GRP-FOUND-X = ZERO AND WS-GRP-TOTAL < 1000
                ADD 1 TO WS-GRP-TOTAL
                SET WS-GRP-X TO WS-GRP-TOTAL
                MOVE WS-CAND-ROOM-X(WS-CAND-IDX) TO
                     WS-GRP-ROOM-X(WS-GRP-X)
                MOVE WS-CAND-CODE(WS-CAND-IDX) TO WS-GRP-CODE(WS-GRP-X)
                MOVE WS-CAND-SECTION(WS-CAND-IDX) TO
                     WS-GRP-SECTION(WS-GRP-X)
                MOVE ZERO TO WS-GRP-LEFT-COUNT(WS-GRP-X)
                MOVE WS-GRP-TOTAL TO WS-GRP-FOUND-X.
           IF WS-GRP-FOUND-X > ZERO
                ADD 1 TO WS-GRP-LEFT-COUNT(WS-GRP-FOUND-X)
                MOVE WS-GRP-FOUND-X TO WS-CAND-GRP-X(WS-CAND-IDX).
      *    FILLS THE ROOM'S SEATS IN USE ROW BY ROW FROM THE FRONT,
      *    THEN WRITES THE SEATS AND PRINTS THE DOOR LIST AND CHART.
       SEAT-ROOM-PARA.
           IF WS-ROOM-USED(WS-ROOM-IDX) = ZERO
                GO TO SEAT-ROOM-EXIT.
           COMPUTE WS-SEAT-ALL = WS-ROOM-ROWS(WS-ROOM-IDX) *
                WS-ROOM-COLS(WS-ROOM-IDX).
           PERFORM CLEAR-ONE-SEAT-PARA
                VARYING WS-SEAT-IDX FROM 1 BY 1
                UNTIL WS-SEAT-IDX > WS-SEAT-ALL.
           PERFORM FILL-ONE-SEAT-PARA
                VARYING WS-SEAT-IDX FROM 1 BY 1
                UNTIL WS-SEAT-IDX > WS-ROOM-USED(WS-ROOM-IDX).
           PERFORM PRINT-ROOM-PARA.
       SEAT-ROOM-EXIT.
           EXIT.
       CLEAR-ONE-SEAT-PARA.
           MOVE ZERO TO WS-SEAT-GRP-X(WS-SEAT-IDX).
           IF WS-SEAT-IDX > WS-ROOM-CAPACITY(WS-ROOM-IDX)
                MOVE "  X  " TO WS-SEAT-RNO(WS-SEAT-IDX)
           ELSE
                MOVE "  .  " TO WS-SEAT-RNO(WS-SEAT-IDX).
       FILL-ONE-SEAT-PARA.
           COMPUTE WS-ROW = (WS-SEAT-IDX - 1) /
                WS-ROOM-COLS(WS-ROOM-IDX) + 1.
           COMPUTE WS-COL = WS-SEAT-IDX -
                (WS-ROW - 1) * WS-ROOM-COLS(WS-ROOM-IDX).
           MOVE ZERO TO WS-GRP-LEFT WS-GRP-FRONT.
           IF WS-COL > 1
                MOVE WS-SEAT-GRP-X(WS-SEAT-IDX - 1) TO WS-GRP-LEFT.
           IF WS-ROW > 1
                MOVE WS-SEAT-GRP-X(WS-SEAT-IDX -
                     WS-ROOM-COLS(WS-ROOM-IDX)) TO WS-GRP-FRONT.
           MOVE ZERO TO WS-GRP-BEST.
           PERFORM PICK-GROUP-PARA
                VARYING WS-SCAN-PASS FROM 1 BY 1
                UNTIL WS-SCAN-PASS > 3 OR WS-GRP-BEST > ZERO.
           IF WS-GRP-BEST = WS-GRP-LEFT OR WS-GRP-BEST = WS-GRP-FRONT
                ADD 1 TO WS-CLASH-COUNT.
           MOVE ZERO TO WS-CAND-PICK.
           PERFORM PICK-CAND-PARA
                VARYING WS-CAND-IDX FROM 1 BY 1
                UNTIL WS-CAND-IDX > WS-CAND-TOTAL
                OR WS-CAND-PICK > ZERO.
           SUBTRACT 1 FROM WS-GRP-LEFT-COUNT(WS-GRP-BEST).
           MOVE WS-GRP-BEST TO WS-SEAT-GRP-X(WS-SEAT-IDX).
           MOVE WS-SEAT-IDX TO WS-CAND-SEAT(WS-CAND-PICK).
           MOVE WS-ROW-LETTERS(WS-ROW:1) TO
                WS-CAND-SEAT-ROW(WS-CAND-PICK).
           MOVE WS-COL TO WS-CAND-SEAT-COL(WS-CAND-PICK).
           MOVE WS-CAND-STU-X(WS-CAND-PICK) TO WS-STU-IDX.
           MOVE WS-STU-RNO(WS-STU-IDX) TO WS-SEAT-RNO(WS-SEAT-IDX).
      *    PASS 1 AVOIDS THE SEAT ALONGSIDE AND THE SEAT IN FRONT,
      *    PASS 2 ONLY THE SEAT ALONGSIDE, PASS 3 TAKES ANY GROUP.
       PICK-GROUP-PARA.
           PERFORM CHECK-ONE-GROUP-PARA
                VARYING WS-GRP-IDX FROM 1 BY 1
                UNTIL WS-GRP-IDX > WS-GRP-TOTAL.
       CHECK-ONE-GROUP-PARA.
           IF WS-GRP-ROOM-X(WS-GRP-IDX) = WS-ROOM-IDX
                AND WS-GRP-LEFT-COUNT(WS-GRP-IDX) > ZERO
                AND (WS-SCAN-PASS = 3
                OR (WS-GRP-IDX NOT = WS-GRP-LEFT
                AND (WS-SCAN-PASS = 2
                OR WS-GRP-IDX NOT = WS-GRP-FRONT)))
                PERFORM TAKE-LARGER-GROUP-PARA.
       TAKE-LARGER-GROUP-PARA.
           IF WS-GRP-BEST = ZERO
                MOVE WS-GRP-IDX TO WS-GRP-BEST
           ELSE
                IF WS-GRP-LEFT-COUNT(WS-GRP-IDX) >
                     WS-GRP-LEFT-COUNT(WS-GRP-BEST)
                     MOVE WS-GRP-IDX TO WS-GRP-BEST.
       PICK-CAND-PARA.
           IF WS-CAND-GRP-X(WS-CAND-IDX) = WS-GRP-BEST
                AND WS-CAND-SEAT(WS-CAND-IDX) = ZERO
                MOVE WS-CAND-IDX TO WS-CAND-PICK.
       PRINT-ROOM-PARA.
           MOVE PAGE-LINE TO SEAT-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE WS-CUR-DATE TO SH-DATE.
           IF WS-CUR-SESSION = "A"
                MOVE "AFTN" TO SH-SESSION
           ELSE
                MOVE "MORN" TO SH-SESSION.
           MOVE WS-ROOM-NAME(WS-ROOM-IDX) TO SH-ROOM.
           MOVE WS-ROOM-USED(WS-ROOM-IDX) TO SH-USED.
           MOVE WS-ROOM-CAPACITY(WS-ROOM-IDX) TO SH-CAPACITY.
           MOVE SP-HEAD-LINE TO SEAT-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE DASH-LINE TO SEAT-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE SP-DOOR-HEAD TO SEAT-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM DOOR-ONE-CAND-PARA
                VARYING WS-CAND-IDX FROM 1 BY 1
                UNTIL WS-CAND-IDX > WS-CAND-TOTAL.
           MOVE DASH-LINE TO SEAT-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE SP-CHART-HEAD TO SEAT-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE SPACES TO SP-CHART-LINE.
           PERFORM NUMBER-ONE-COLUMN-PARA
                VARYING WS-COL FROM 1 BY 1
                UNTIL WS-COL > WS-ROOM-COLS(WS-ROOM-IDX).
           MOVE SP-CHART-LINE TO SEAT-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM CHART-ONE-ROW-PARA
                VARYING WS-ROW FROM 1 BY 1
                UNTIL WS-ROW > WS-ROOM-ROWS(WS-ROOM-IDX).
      *    DOOR LIST LINE AND SEAT RECORD FOR ONE CANDIDATE.
       DOOR-ONE-CAND-PARA.
           IF WS-CAND-ROOM-X(WS-CAND-IDX) = WS-ROOM-IDX
                MOVE WS-CAND-STU-X(WS-CAND-IDX) TO WS-STU-IDX
                MOVE WS-STU-RNO(WS-STU-IDX) TO SD-RNO
                MOVE WS-STU-NAME(WS-STU-IDX) TO SD-NAME
                MOVE WS-CAND-CODE(WS-CAND-IDX) TO SD-CODE
                MOVE WS-CAND-SECTION(WS-CAND-IDX) TO SD-SECTION
                MOVE WS-CAND-SEAT-NO(WS-CAND-IDX) TO SD-SEAT
                MOVE SP-DOOR-LINE TO SEAT-LINE
                PERFORM WRITE-LINE-PARA
                PERFORM WRITE-SEAT-PARA.
       WRITE-SEAT-PARA.
           MOVE WS-STU-RNO(WS-STU-IDX) TO ES-RNO.
           MOVE WS-CAND-CODE(WS-CAND-IDX) TO ES-SUBJECT-CODE.
           MOVE WS-CUR-DATE TO ES-DATE.
           MOVE WS-CUR-SESSION TO ES-SESSION.
           MOVE WS-ROOM-NAME(WS-ROOM-IDX) TO ES-ROOM.
           MOVE WS-CAND-SEAT-NO(WS-CAND-IDX) TO ES-SEAT-NO.
           WRITE EXAM-SEAT-REC.
           ADD 1 TO WS-SEATED-COUNT.
       NUMBER-ONE-COLUMN-PARA.
           MOVE WS-COL TO CN-NUMBER.
           MOVE SP-COLUMN-NUMBER TO CT-CELL(WS-COL).
       CHART-ONE-ROW-PARA.
           MOVE SPACES TO SP-CHART-LINE.
           MOVE "ROW" TO CT-LABEL.
           MOVE WS-ROW-LETTERS(WS-ROW:1) TO CT-LABEL(5:1).
           PERFORM CHART-ONE-SEAT-PARA
                VARYING WS-COL FROM 1 BY 1
                UNTIL WS-COL > WS-ROOM-COLS(WS-ROOM-IDX).
           MOVE SP-CHART-LINE TO SEAT-LINE.
           PERFORM WRITE-LINE-PARA.
       CHART-ONE-SEAT-PARA.
           COMPUTE WS-SEAT-IDX = (WS-ROW - 1) *
                WS-ROOM-COLS(WS-ROOM-IDX) + WS-COL.
           MOVE WS-SEAT-RNO(WS-SEAT-IDX) TO CT-CELL-TEXT(WS-COL).
       REPORT-UNSEATED-PARA.
           IF WS-CAND-ROOM-X(WS-CAND-IDX) = ZERO
                ADD 1 TO WS-UNSEATED-COUNT
                MOVE WS-CAND-STU-X(WS-CAND-IDX) TO WS-STU-IDX
                MOVE WS-STU-RNO(WS-STU-IDX) TO SU-RNO
                MOVE WS-CAND-CODE(WS-CAND-IDX) TO SU-CODE
                MOVE WS-CUR-DATE TO SU-DATE
                MOVE SH-SESSION TO SU-SESSION
                MOVE SP-UNSEATED-LINE TO SEAT-LINE
                PERFORM WRITE-LINE-PARA.
       WRITE-LINE-PARA.
           DISPLAY SEAT-LINE.
           WRITE SEAT-LINE.
       LOAD-SUBJECTS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SUBJECT-MASTER.
           IF SUBJECT-MASTER-STATUS NOT = "00"
                GO TO LOAD-SUBJECTS-EXIT.
           PERFORM LOAD-ONE-SUBJECT-PARA UNTIL WS-EOF.
           CLOSE SUBJECT-MASTER.
       LOAD-SUBJECTS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-SUBJECT-PARA.
           READ SUBJECT-MASTER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF SJM-LIVE AND WS-SUBJECT-TOTAL < 20
                          ADD 1 TO WS-SUBJECT-TOTAL
                          SET WS-SUBJECT-X TO WS-SUBJECT-TOTAL
                          MOVE SJM-SUBJECT-CODE TO
                               WS-SUBJECT-CODE(WS-SUBJECT-X)
                          MOVE SJM-SUBJECT-TYPE TO
                               WS-SUBJECT-TYPE(WS-SUBJECT-X).
       LOAD-SITTINGS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SITTING-CONTROL.
           IF SITTING-CONTROL-STATUS NOT = "00"
                GO TO LOAD-SITTINGS-EXIT.
           PERFORM LOAD-ONE-SITTING-PARA UNTIL WS-EOF.
           CLOSE SITTING-CONTROL.
       LOAD-SITTINGS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-SITTING-PARA.
           READ SITTING-CONTROL
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-SIT-TOTAL < 50
                          ADD 1 TO WS-SIT-TOTAL
                          SET WS-SIT-X TO WS-SIT-TOTAL
                          MOVE SC-SUBJECT-CODE TO
                               WS-SIT-CODE(WS-SIT-X)
                          MOVE SC-DATE TO WS-SIT-DATE(WS-SIT-X)
                          MOVE SC-SESSION TO
                               WS-SIT-SESSION(WS-SIT-X)
                          MOVE SC-VENUE TO WS-SIT-VENUE(WS-SIT-X).
       LOAD-ROOMS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT EXAM-ROOM.
           IF EXAM-ROOM-STATUS NOT = "00"
                GO TO LOAD-ROOMS-EXIT.
           PERFORM LOAD-ONE-ROOM-PARA UNTIL WS-EOF.
           CLOSE EXAM-ROOM.
       LOAD-ROOMS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-ROOM-PARA.
           READ EXAM-ROOM
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-ROOM-TOTAL < 50
                          ADD 1 TO WS-ROOM-TOTAL
                          SET WS-ROOM-X TO WS-ROOM-TOTAL
                          MOVE ER-ROOM TO WS-ROOM-NAME(WS-ROOM-X)
                          MOVE ER-ROWS TO WS-ROOM-ROWS(WS-ROOM-X)
                          MOVE ER-COLS TO WS-ROOM-COLS(WS-ROOM-X)
                          MOVE ER-CAPACITY TO
                               WS-ROOM-CAPACITY(WS-ROOM-X).
       LOAD-ELECTIVES-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT ELECTIVE-ENROLL.
           IF ELECTIVE-ENROLL-STATUS NOT = "00"
                DISPLAY "NO ELECTIVE ENROLLMENT FILE - ONLY ",
                     "COMPULSORY PAPERS WILL BE SEATED"
                GO TO LOAD-ELECTIVES-EXIT.
           PERFORM LOAD-ONE-ELECTIVE-PARA UNTIL WS-EOF.
           CLOSE ELECTIVE-ENROLL.
       LOAD-ELECTIVES-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-ELECTIVE-PARA.
           READ ELECTIVE-ENROLL
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-EE-TOTAL < 2000
                          ADD 1 TO WS-EE-TOTAL
                          SET WS-EE-X TO WS-EE-TOTAL
                          MOVE EE-RNO TO WS-EE-RNO(WS-EE-X)
                          MOVE EE-SUBJECT-CODE TO WS-EE-CODE(WS-EE-X).
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
                     IF WS-ASGN-TOTAL < 5000
                          ADD 1 TO WS-ASGN-TOTAL
                          SET WS-ASGN-X TO WS-ASGN-TOTAL
                          MOVE SA-RNO TO WS-ASGN-RNO(WS-ASGN-X)
                          MOVE SA-SECTION TO
                               WS-ASGN-SECTION(WS-ASGN-X)
                          MOVE SA-EFF-FROM TO WS-ASGN-FROM(WS-ASGN-X)
                          MOVE SA-EFF-TO TO WS-ASGN-TO(WS-ASGN-X).
       LOAD-STUDENTS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT STUDENT.
           IF STUDENT-FILE-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN STUDENT.DAT - STATUS ",
                     STUDENT-FILE-STATUS
                MOVE 08 TO WS-RETURN-CODE
                MOVE "UNABLE TO OPEN STUDENT.DAT" TO WS-ERROR-MESSAGE
                GO TO LOAD-STUDENTS-EXIT.
           PERFORM LOAD-ONE-STUDENT-PARA UNTIL WS-EOF.
           CLOSE STUDENT.
       LOAD-STUDENTS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-STUDENT-PARA.
           READ STUDENT NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF STUDENT-ACTIVE AND WS-STU-TOTAL < 5000
                          ADD 1 TO WS-STU-TOTAL
                          SET WS-STU-X TO WS-STU-TOTAL
                          MOVE RNO TO WS-STU-RNO(WS-STU-X)
                          MOVE NAME TO WS-STU-NAME(WS-STU-X).
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
           MOVE WS-CAND-COUNT TO RL-READ-COUNT.
           MOVE WS-SEATED-COUNT TO RL-UPDATE-COUNT.
           MOVE WS-UNSEATED-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "EXAM-SEATING" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
