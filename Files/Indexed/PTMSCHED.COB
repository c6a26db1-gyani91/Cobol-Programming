       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTM-SCHEDULE.
      *    BOOKS A PARENT-TEACHER MEETING DAY. EVERY TEACHER WITH A
      *    SECTION ALLOCATION FOR THE TERM (TEACHALO.DAT) GETS A ROW
      *    OF EQUAL TIME SLOTS. EACH GUARDIAN ON GUARDIAN.DAT WITH
      *    AN ACTIVE CHILD IS BOOKED WITH THE TEACHERS OF EVERY
      *    CHILD'S SECTION (ONE MEETING PER TEACHER, EVEN WHEN THE
      *    TEACHER HAS TWO OF THE CHILDREN) IN ONE UNBROKEN RUN OF
      *    SLOTS, THE EARLIEST RUN IN WHICH EVERY TEACHER NEEDED IS
      *    FREE. THE BOOKINGS GO TO PTMSLOT.DAT, AN INVITATION
      *    LETTER IS PRINTED PER GUARDIAN AND LOGGED ON COMMREG.DAT
      *    AGAINST EACH CHILD, AND A TIMETABLE IS PRINTED PER
      *    TEACHER. A DAY ALREADY ON PTMSLOT.DAT IS NOT BOOKED TWICE.
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
           SELECT GUARDIAN-MASTER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GD-ID
           FILE STATUS IS GUARDIAN-MASTER-STATUS.
           SELECT SECTION-ASSIGN ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SECTION-ASSIGN-STATUS.
           SELECT TEACHER-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TEACHER-MASTER-STATUS.
           SELECT TEACHER-ALLOC ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TEACHER-ALLOC-STATUS.
           SELECT PTM-SLOT ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PTM-SLOT-STATUS.
           SELECT LETTER-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS LETTER-PRINT-STATUS.
           SELECT TIMETABLE-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TIMETABLE-PRINT-STATUS.
           SELECT COMM-REGISTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS COMM-REGISTER-STATUS.
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
       FD GUARDIAN-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "GUARDIAN.DAT"
           DATA RECORD IS GUARDIAN-MASTER-REC.
       COPY GUARDMST.
       FD SECTION-ASSIGN
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SECTASGN.DAT"
           DATA RECORD IS SECTION-ASSIGN-REC.
       COPY SECTASGN.
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
       FD PTM-SLOT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "PTMSLOT.DAT"
           DATA RECORD IS PTM-SLOT-REC.
       COPY PTMSLOT.
       FD LETTER-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "PTMLTR.DAT"
           DATA RECORD IS LETTER-LINE.
       01 LETTER-LINE PIC X(79).
       FD TIMETABLE-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "PTMTT.DAT"
           DATA RECORD IS TIMETABLE-LINE.
       01 TIMETABLE-LINE PIC X(79).
       FD COMM-REGISTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "COMMREG.DAT"
           DATA RECORD IS COMM-REGISTER-REC.
       COPY COMMREG.
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 STUDENT-FILE-STATUS PIC XX.
       77 GUARDIAN-MASTER-STATUS PIC XX.
       77 SECTION-ASSIGN-STATUS PIC XX.
       77 TEACHER-MASTER-STATUS PIC XX.
       77 TEACHER-ALLOC-STATUS PIC XX.
       77 PTM-SLOT-STATUS PIC XX.
       77 LETTER-PRINT-STATUS PIC XX.
       77 TIMETABLE-PRINT-STATUS PIC XX.
       77 COMM-REGISTER-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-TODAY PIC 9(8).
       77 WS-PTM-DATE PIC 9(8).
       77 WS-TERM-NO PIC 9(2).
       01 WS-START-TIME PIC 9(4).
       01 WS-START-PARTS REDEFINES WS-START-TIME.
        02 WS-START-HH PIC 9(2).
        02 WS-START-MM PIC 9(2).
       77 WS-SLOT-LEN PIC 9(2).
       77 WS-SLOT-LIMIT PIC 9(2).
       77 WS-START-MINUTES PIC 9(4).
       77 WS-MINUTES PIC 9(4).
       77 WS-HH PIC 9(2).
       77 WS-MM PIC 9(2).
       77 WS-SLOT PIC 9(2) COMP.
       77 WS-START-SLOT PIC 9(2) COMP.
       77 WS-POS PIC 9(2) COMP.
       77 WS-ASGN-PICK PIC X(4).
       77 WS-BEST-FROM PIC 9(8).
       77 WS-CHILD-IDX PIC 9(2) COMP.
       77 WS-CHILD-RNO PIC 9(5).
       77 WS-TCH-PICK PIC 9(3) COMP.
       77 WS-MTG-PICK PIC 9(2) COMP.
       77 WS-FIT-SW PIC X.
           88 WS-FIT VALUE "Y".
       77 WS-PLACED-SW PIC X.
           88 WS-PLACED VALUE "Y".
       77 WS-DATE-TAKEN-SW PIC X VALUE "N".
           88 WS-DATE-TAKEN VALUE "Y".
       77 WS-LINE-COUNT PIC 9(3).
       77 WS-GUARDIAN-COUNT PIC 9(5) VALUE ZERO.
       77 WS-NO-CHILD-COUNT PIC 9(5) VALUE ZERO.
       77 WS-LETTER-COUNT PIC 9(5) VALUE ZERO.
       77 WS-UNBOOKED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ASGN-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-ASGN-IDX PIC 9(4) COMP.
       77 WS-TCH-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-TCH-IDX PIC 9(3) COMP.
       77 WS-ALO-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-ALO-IDX PIC 9(4) COMP.
       77 WS-FAM-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-FAM-IDX PIC 9(4) COMP.
       77 WS-FAM-FOUND-SW PIC X.
           88 WS-FAM-FOUND VALUE "Y".
       77 WS-FAM-FOUND-X PIC 9(4) COMP.
       77 WS-MTG-TOTAL PIC 9(2) COMP VALUE ZERO.
       77 WS-MTG-IDX PIC 9(2) COMP.
       77 WS-MTG-FOUND-SW PIC X.
           88 WS-MTG-FOUND VALUE "Y".
       77 WS-BOOK-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-BOOK-IDX PIC 9(4) COMP.
       77 WS-MISS-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-MISS-IDX PIC 9(3) COMP.
       77 WS-MISS-REASON PIC X(30).
       01 WS-ASGN-TABLE.
        02 WS-ASGN-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-ASGN-TOTAL
                INDEXED BY WS-ASGN-X.
         03 WS-ASGN-RNO PIC 9(5).
         03 WS-ASGN-SECTION PIC X(4).
         03 WS-ASGN-FROM PIC 9(8).
         03 WS-ASGN-TO PIC 9(8).
       01 WS-TCH-TABLE.
        02 WS-TCH-ENTRY OCCURS 1 TO 200 TIMES
                DEPENDING ON WS-TCH-TOTAL
                INDEXED BY WS-TCH-X.
         03 WS-TCH-ID PIC 9(4).
         03 WS-TCH-NAME PIC X(25).
      *    THE TERM'S SECTION ALLOCATIONS, POINTING AT THE TEACHER
      *    TABLE ENTRY.
       01 WS-ALO-TABLE.
        02 WS-ALO-ENTRY OCCURS 1 TO 1000 TIMES
                DEPENDING ON WS-ALO-TOTAL
                INDEXED BY WS-ALO-X.
         03 WS-ALO-TCH PIC 9(3) COMP.
         03 WS-ALO-SUBJECT PIC X(5).
         03 WS-ALO-SECTION PIC X(4).
      *    ACTIVE CHILDREN OF EACH GUARDIAN WITH THE SECTION EACH
      *    IS IN ON THE PTM DAY.
       01 WS-FAM-TABLE.
        02 WS-FAM-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON WS-FAM-TOTAL
                INDEXED BY WS-FAM-X.
         03 WS-FAM-GDID PIC 9(4).
         03 WS-FAM-COUNT PIC 9(2).
         03 WS-FAM-CHILD OCCURS 10 TIMES.
          04 WS-FAM-RNO PIC 9(5).
          04 WS-FAM-NAME PIC X(20).
          04 WS-FAM-SECTION PIC X(4).
      *    MEETINGS WANTED BY THE GUARDIAN IN HAND, AND THE SLOT
      *    EACH HAS BEEN GIVEN (ZERO = NOT YET PLACED).
       01 WS-MTG-TABLE.
        02 WS-MTG-ENTRY OCCURS 1 TO 20 TIMES
                DEPENDING ON WS-MTG-TOTAL
                INDEXED BY WS-MTG-X.
         03 WS-MTG-TCH PIC 9(3) COMP.
         03 WS-MTG-RNO PIC 9(5).
         03 WS-MTG-NAME PIC X(20).
         03 WS-MTG-SUBJECT PIC X(5).
         03 WS-MTG-SECTION PIC X(4).
         03 WS-MTG-SLOT PIC 9(2) COMP.
      *    EVERY BOOKING MADE, AND THE TEACHER-BY-SLOT GRID THAT
      *    POINTS AT THEM (ZERO = SLOT FREE).
       01 WS-BOOK-TABLE.
        02 WS-BOOK-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-BOOK-TOTAL
                INDEXED BY WS-BOOK-X.
         03 WS-BOOK-GUARDIAN PIC X(25).
         03 WS-BOOK-CHILD PIC X(20).
         03 WS-BOOK-SECTION PIC X(4).
         03 WS-BOOK-SUBJECT PIC X(5).
       01 WS-GRID.
        02 WS-GRID-TEACHER OCCURS 200 TIMES.
         03 WS-GRID-BOOK PIC 9(4) COMP OCCURS 60 TIMES.
       01 WS-MISS-TABLE.
        02 WS-MISS-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON WS-MISS-TOTAL
                INDEXED BY WS-MISS-X.
         03 WS-MISS-GDID PIC 9(4).
         03 WS-MISS-NAME PIC X(25).
         03 WS-MISS-TEXT PIC X(30).
       01 WS-TIME-SHOW.
        02 TS-HH PIC 9(2).
        02 FILLER PIC X VALUE ":".
        02 TS-MM PIC 9(2).
       01 LT-HEAD-1.
        02 FILLER PIC X(30) VALUE SPACES.
        02 FILLER PIC X(5) VALUE "J.I.T".
       01 LT-DATE-LINE.
        02 FILLER PIC X(6) VALUE "DATE: ".
        02 LD-DATE PIC 9(8).
       01 LT-ADDR-1.
        02 FILLER PIC X(4) VALUE "TO: ".
        02 LA-GUARDIAN PIC X(35).
       01 LT-ADDR-2.
        02 FILLER PIC X(4) VALUE SPACES.
        02 LA-ADDRESS PIC X(40).
       01 LT-RE-LINE.
        02 FILLER PIC X(35) VALUE
           "RE: PARENT-TEACHER MEETING ON ".
        02 LA-PTM-DATE PIC 9(8).
       01 LT-BODY-1 PIC X(70) VALUE
           "DEAR GUARDIAN,".
       01 LT-BODY-2 PIC X(70) VALUE
           "YOU ARE INVITED TO MEET THE TEACHERS OF YOUR WARD AT THE".
       01 LT-BODY-3.
        02 FILLER PIC X(38) VALUE
           "TIMES BELOW. EACH MEETING IS BOOKED".
        02 FILLER PIC X(4) VALUE "FOR ".
        02 LB-MINUTES PIC Z9.
        02 FILLER PIC X(9) VALUE " MINUTES.".
       01 LT-SLOT-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 LS-TIME PIC X(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 LS-TEACHER PIC X(25).
        02 FILLER PIC X(1) VALUE SPACE.
        02 LS-SUBJECT PIC X(5).
        02 FILLER PIC X(5) VALUE " FOR ".
        02 LS-CHILD PIC X(20).
       01 LT-BODY-4 PIC X(70) VALUE
           "PLEASE COME A LITTLE BEFORE YOUR FIRST MEETING, AS THE".
       01 LT-BODY-5 PIC X(70) VALUE
           "MEETINGS FOLLOW ONE AFTER ANOTHER.".
       01 LT-SIGN-1 PIC X(70) VALUE
           "YOURS FAITHFULLY,".
       01 LT-SIGN-2 PIC X(70) VALUE
           "PRINCIPAL, J.I.T".
       01 TT-HEAD-1.
        02 FILLER PIC X(16) VALUE "PTM TIMETABLE - ".
        02 TH-NAME PIC X(25).
        02 FILLER PIC X(4) VALUE " ON ".
        02 TH-DATE PIC 9(8).
       01 TT-COLUMN-LINE.
        02 FILLER PIC X(35) VALUE
           "  TIME   GUARDIAN                  ".
        02 FILLER PIC X(29) VALUE
           "CHILD                 SECT".
       01 TT-SLOT-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 TL-TIME PIC X(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 TL-GUARDIAN PIC X(25).
        02 FILLER PIC X(1) VALUE SPACE.
        02 TL-CHILD PIC X(20).
        02 FILLER PIC X(2) VALUE SPACES.
        02 TL-SECTION PIC X(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 TL-SUBJECT PIC X(5).
       01 TT-COUNT-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(20) VALUE "MEETINGS BOOKED: ".
        02 TC-COUNT PIC ZZ9.
       01 TT-MISS-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 TM-GDID PIC 9(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 TM-NAME PIC X(25).
        02 FILLER PIC X(2) VALUE SPACES.
        02 TM-TEXT PIC X(30).
       01 PAGE-LINE PIC X(79) VALUE ALL "=".
       01 BLANK-LINE PIC X(79) VALUE SPACES.
       01 DASH-LINE PIC X(70) VALUE ALL "-".
       COPY RETCODE.
       PROCEDURE DIVISION.
       PROMPT-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-GRID.
           DISPLAY "ENTER PTM DATE YYYYMMDD: ".
           ACCEPT WS-PTM-DATE.
           IF WS-PTM-DATE < WS-TODAY
                DISPLAY "PTM DATE CANNOT BE IN THE PAST"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "INVALID PTM DATE" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           DISPLAY "ENTER TERM NUMBER (1-8): ".
           ACCEPT WS-TERM-NO.
           IF WS-TERM-NO < 1 OR WS-TERM-NO > 8
                DISPLAY "TERM NUMBER MUST BE 1-8"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "INVALID TERM NUMBER" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           DISPLAY "ENTER FIRST SLOT TIME HHMM (0 = 0900): ".
           ACCEPT WS-START-TIME.
           IF WS-START-TIME = ZERO
                MOVE 0900 TO WS-START-TIME.
           DISPLAY "ENTER MINUTES PER MEETING (0 = 10): ".
           ACCEPT WS-SLOT-LEN.
           IF WS-SLOT-LEN = ZERO
                MOVE 10 TO WS-SLOT-LEN.
           DISPLAY "ENTER SLOTS PER TEACHER, UP TO 60 (0 = 30): ".
           ACCEPT WS-SLOT-LIMIT.
           IF WS-SLOT-LIMIT = ZERO
                MOVE 30 TO WS-SLOT-LIMIT.
           IF WS-START-HH > 23 OR WS-START-MM > 59
                OR WS-SLOT-LIMIT > 60
                DISPLAY "INVALID START TIME OR NUMBER OF SLOTS"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "INVALID PTM SLOT PATTERN" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           COMPUTE WS-START-MINUTES = WS-START-HH * 60 + WS-START-MM.
           IF WS-START-MINUTES + WS-SLOT-LEN * WS-SLOT-LIMIT > 1440
                DISPLAY "THE SLOTS WOULD RUN PAST MIDNIGHT"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "INVALID PTM SLOT PATTERN" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM CHECK-DATE-PARA THRU CHECK-DATE-EXIT.
           IF WS-DATE-TAKEN
                DISPLAY "A PTM IS ALREADY BOOKED FOR ", WS-PTM-DATE
                MOVE 08 TO WS-RETURN-CODE
                MOVE "PTM DATE ALREADY SCHEDULED" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
       LOAD-PARA.
           PERFORM LOAD-ASSIGNS-PARA THRU LOAD-ASSIGNS-EXIT.
           PERFORM LOAD-TEACHERS-PARA THRU LOAD-TEACHERS-EXIT.
           PERFORM LOAD-ALLOCS-PARA THRU LOAD-ALLOCS-EXIT.
           IF WS-ALO-TOTAL = ZERO
                DISPLAY "NO SECTION ALLOCATIONS FOR TERM ", WS-TERM-NO
                MOVE 08 TO WS-RETURN-CODE
                MOVE "NO TEACHER ALLOCATIONS FOR THE TERM" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-FAMILIES-PARA THRU LOAD-FAMILIES-EXIT.
           IF WS-RC-ERROR
                GO TO END-PARA.
           OPEN INPUT GUARDIAN-MASTER.
           IF GUARDIAN-MASTER-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN GUARDIAN.DAT - STATUS ",
                     GUARDIAN-MASTER-STATUS
                MOVE 08 TO WS-RETURN-CODE
                MOVE "UNABLE TO OPEN GUARDIAN.DAT" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           OPEN EXTEND PTM-SLOT.
           IF PTM-SLOT-STATUS = "35"
                OPEN OUTPUT PTM-SLOT.
           OPEN EXTEND LETTER-PRINT.
           IF LETTER-PRINT-STATUS = "35"
                OPEN OUTPUT LETTER-PRINT.
       BOOK-PARA.
           MOVE "N" TO WS-EOF-SW.
           PERFORM BOOK-ONE-PARA UNTIL WS-EOF.
           CLOSE GUARDIAN-MASTER.
           CLOSE PTM-SLOT.
           CLOSE LETTER-PRINT.
       TIMETABLE-PARA.
           OPEN EXTEND TIMETABLE-PRINT.
           IF TIMETABLE-PRINT-STATUS = "35"
                OPEN OUTPUT TIMETABLE-PRINT.
           PERFORM TIMETABLE-ONE-PARA
                VARYING WS-TCH-IDX FROM 1 BY 1
                UNTIL WS-TCH-IDX > WS-TCH-TOTAL.
           IF WS-MISS-TOTAL > ZERO
                MOVE PAGE-LINE TO TIMETABLE-LINE
                PERFORM WRITE-TIMETABLE-PARA
                MOVE "GUARDIANS NOT BOOKED" TO TIMETABLE-LINE
                PERFORM WRITE-TIMETABLE-PARA
                MOVE DASH-LINE TO TIMETABLE-LINE
                PERFORM WRITE-TIMETABLE-PARA
                PERFORM PRINT-ONE-MISS-PARA
                     VARYING WS-MISS-IDX FROM 1 BY 1
                     UNTIL WS-MISS-IDX > WS-MISS-TOTAL.
           CLOSE TIMETABLE-PRINT.
           DISPLAY "GUARDIANS READ: ", WS-GUARDIAN-COUNT,
                "  INVITED: ", WS-LETTER-COUNT,
                "  NOT BOOKED: ", WS-UNBOOKED-COUNT,
                "  NO ACTIVE CHILD: ", WS-NO-CHILD-COUNT.
           IF WS-UNBOOKED-COUNT > ZERO
                MOVE 04 TO WS-RETURN-CODE
                MOVE "SOME GUARDIANS COULD NOT BE BOOKED" TO
                     WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       BOOK-ONE-PARA.
           READ GUARDIAN-MASTER NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM BOOK-GUARDIAN-PARA THRU
                     BOOK-GUARDIAN-EXIT.
       BOOK-GUARDIAN-PARA.
           ADD 1 TO WS-GUARDIAN-COUNT.
           MOVE "N" TO WS-FAM-FOUND-SW.
           PERFORM CHECK-ONE-FAMILY-PARA
                VARYING WS-FAM-IDX FROM 1 BY 1
                UNTIL WS-FAM-IDX > WS-FAM-TOTAL
                OR WS-FAM-FOUND.
           IF NOT WS-FAM-FOUND
                ADD 1 TO WS-NO-CHILD-COUNT
                GO TO BOOK-GUARDIAN-EXIT.
           MOVE ZERO TO WS-MTG-TOTAL.
           PERFORM LIST-CHILD-TEACHERS-PARA
                VARYING WS-CHILD-IDX FROM 1 BY 1
                UNTIL WS-CHILD-IDX > WS-FAM-COUNT(WS-FAM-FOUND-X).
           IF WS-MTG-TOTAL = ZERO
                MOVE "NO TEACHER FOUND FOR CHILDREN" TO WS-MISS-REASON
                PERFORM NOTE-MISS-PARA
                GO TO BOOK-GUARDIAN-EXIT.
           IF WS-MTG-TOTAL > WS-SLOT-LIMIT
                MOVE "MORE TEACHERS THAN SLOTS" TO WS-MISS-REASON
                PERFORM NOTE-MISS-PARA
                GO TO BOOK-GUARDIAN-EXIT.
           MOVE "N" TO WS-PLACED-SW.
           PERFORM TRY-START-PARA
                VARYING WS-START-SLOT FROM 1 BY 1
                UNTIL WS-START-SLOT + WS-MTG-TOTAL - 1 > WS-SLOT-LIMIT
                OR WS-PLACED.
           IF NOT WS-PLACED
                MOVE "NO RUN OF FREE SLOTS LEFT" TO WS-MISS-REASON
                PERFORM NOTE-MISS-PARA
                GO TO BOOK-GUARDIAN-EXIT.
           PERFORM RECORD-ONE-MTG-PARA
                VARYING WS-MTG-IDX FROM 1 BY 1
                UNTIL WS-MTG-IDX > WS-MTG-TOTAL.
           PERFORM PRINT-LETTER-PARA.
           PERFORM LOG-ONE-CHILD-PARA
                VARYING WS-CHILD-IDX FROM 1 BY 1
                UNTIL WS-CHILD-IDX > WS-FAM-COUNT(WS-FAM-FOUND-X).
       BOOK-GUARDIAN-EXIT.
           EXIT.
       CHECK-ONE-FAMILY-PARA.
           IF WS-FAM-GDID(WS-FAM-IDX) = GD-ID
                MOVE "Y" TO WS-FAM-FOUND-SW
                MOVE WS-FAM-IDX TO WS-FAM-FOUND-X.
       LIST-CHILD-TEACHERS-PARA.
           PERFORM CHECK-ONE-ALLOC-PARA
                VARYING WS-ALO-IDX FROM 1 BY 1
                UNTIL WS-ALO-IDX > WS-ALO-TOTAL.
      *    A TEACHER ALREADY ON THE GUARDIAN'S LIST (ANOTHER SUBJECT
      *    OR ANOTHER CHILD) IS NOT BOOKED A SECOND TIME.
       CHECK-ONE-ALLOC-PARA.
           IF WS-ALO-SECTION(WS-ALO-IDX) NOT =
                WS-FAM-SECTION(WS-FAM-FOUND-X, WS-CHILD-IDX)
                OR WS-FAM-SECTION(WS-FAM-FOUND-X, WS-CHILD-IDX) =
                SPACES
                GO TO CHECK-ONE-ALLOC-SKIP.
           MOVE "N" TO WS-MTG-FOUND-SW.
           PERFORM CHECK-ONE-MTG-TCH-PARA
                VARYING WS-MTG-IDX FROM 1 BY 1
                UNTIL WS-MTG-IDX > WS-MTG-TOTAL
                OR WS-MTG-FOUND.
           IF WS-MTG-FOUND OR WS-MTG-TOTAL = 20
                GO TO CHECK-ONE-ALLOC-SKIP.
           ADD 1 TO WS-MTG-TOTAL.
           SET WS-MTG-X TO WS-MTG-TOTAL.
           MOVE WS-ALO-TCH(WS-ALO-IDX) TO WS-MTG-TCH(WS-MTG-X).
           MOVE WS-FAM-RNO(WS-FAM-FOUND-X, WS-CHILD-IDX) TO
                WS-MTG-RNO(WS-MTG-X).
           MOVE WS-FAM-NAME(WS-FAM-FOUND-X, WS-CHILD-IDX) TO
                WS-MTG-NAME(WS-MTG-X).
           MOVE WS-ALO-SUBJECT(WS-ALO-IDX) TO WS-MTG-SUBJECT(WS-MTG-X).
           MOVE WS-ALO-SECTION(WS-ALO-IDX) TO WS-MTG-SECTION(WS-MTG-X).
           MOVE ZERO TO WS-MTG-SLOT(WS-MTG-X).
       CHECK-ONE-ALLOC-SKIP.
           EXIT.
       CHECK-ONE-MTG-TCH-PARA.
           IF WS-MTG-TCH(WS-MTG-IDX) = WS-ALO-TCH(WS-ALO-IDX)
                MOVE "Y" TO WS-MTG-FOUND-SW.
      *    FROM A GIVEN START SLOT EACH FOLLOWING SLOT TAKES THE
      *    FIRST MEETING NOT YET PLACED WHOSE TEACHER IS FREE THEN.
      *    IF SOME SLOT IN THE RUN CAN TAKE NONE, THE START FAILS.
       TRY-START-PARA.
           PERFORM CLEAR-ONE-MTG-PARA
                VARYING WS-MTG-IDX FROM 1 BY 1
                UNTIL WS-MTG-IDX > WS-MTG-TOTAL.
           MOVE "Y" TO WS-FIT-SW.
           PERFORM TRY-POSITION-PARA
                VARYING WS-POS FROM 0 BY 1
                UNTIL WS-POS = WS-MTG-TOTAL OR NOT WS-FIT.
           IF WS-FIT
                MOVE "Y" TO WS-PLACED-SW.
       CLEAR-ONE-MTG-PARA.
           MOVE ZERO TO WS-MTG-SLOT(WS-MTG-IDX).
       TRY-POSITION-PARA.
           COMPUTE WS-SLOT = WS-START-SLOT + WS-POS.
           MOVE ZERO TO WS-MTG-PICK.
           PERFORM CHECK-ONE-FREE-PARA
                VARYING WS-MTG-IDX FROM 1 BY 1
                UNTIL WS-MTG-IDX > WS-MTG-TOTAL
                OR WS-MTG-PICK NOT = ZERO.
           IF WS-MTG-PICK = ZERO
                MOVE "N" TO WS-FIT-SW
           ELSE
                MOVE WS-SLOT TO WS-MTG-SLOT(WS-MTG-PICK).
       CHECK-ONE-FREE-PARA.
           MOVE WS-MTG-TCH(WS-MTG-IDX) TO WS-TCH-PICK.
           IF WS-MTG-SLOT(WS-MTG-IDX) = ZERO
                AND WS-GRID-BOOK(WS-TCH-PICK, WS-SLOT) = ZERO
                MOVE WS-MTG-IDX TO WS-MTG-PICK.
       RECORD-ONE-MTG-PARA.
           ADD 1 TO WS-BOOK-TOTAL.
           SET WS-BOOK-X TO WS-BOOK-TOTAL.
           MOVE GD-NAME TO WS-BOOK-GUARDIAN(WS-BOOK-X).
           MOVE WS-MTG-NAME(WS-MTG-IDX) TO WS-BOOK-CHILD(WS-BOOK-X).
           MOVE WS-MTG-SECTION(WS-MTG-IDX) TO
                WS-BOOK-SECTION(WS-BOOK-X).
           MOVE WS-MTG-SUBJECT(WS-MTG-IDX) TO
                WS-BOOK-SUBJECT(WS-BOOK-X).
           MOVE WS-MTG-TCH(WS-MTG-IDX) TO WS-TCH-PICK.
           MOVE WS-MTG-SLOT(WS-MTG-IDX) TO WS-SLOT.
           MOVE WS-BOOK-TOTAL TO WS-GRID-BOOK(WS-TCH-PICK, WS-SLOT).
           PERFORM SLOT-TIME-PARA.
           MOVE WS-PTM-DATE TO PS-PTM-DATE.
           MOVE WS-SLOT TO PS-SLOT-NO.
           COMPUTE PS-SLOT-TIME = WS-HH * 100 + WS-MM.
           MOVE WS-TCH-ID(WS-TCH-PICK) TO PS-TEACHER-ID.
           MOVE GD-ID TO PS-GUARDIAN-ID.
           MOVE WS-MTG-RNO(WS-MTG-IDX) TO PS-RNO.
           MOVE WS-MTG-SUBJECT(WS-MTG-IDX) TO PS-SUBJECT-CODE.
           MOVE WS-MTG-SECTION(WS-MTG-IDX) TO PS-SECTION.
           MOVE SPACE TO PS-ATTENDED.
           WRITE PTM-SLOT-REC.
       SLOT-TIME-PARA.
           COMPUTE WS-MINUTES = WS-START-MINUTES +
                (WS-SLOT - 1) * WS-SLOT-LEN.
           DIVIDE WS-MINUTES BY 60 GIVING WS-HH REMAINDER WS-MM.
           MOVE WS-HH TO TS-HH.
           MOVE WS-MM TO TS-MM.
       NOTE-MISS-PARA.
           ADD 1 TO WS-UNBOOKED-COUNT.
           DISPLAY "GUARDIAN ", GD-ID, " NOT BOOKED - ",
                WS-MISS-REASON.
           IF WS-MISS-TOTAL < 500
                ADD 1 TO WS-MISS-TOTAL
                SET WS-MISS-X TO WS-MISS-TOTAL
                MOVE GD-ID TO WS-MISS-GDID(WS-MISS-X)
                MOVE GD-NAME TO WS-MISS-NAME(WS-MISS-X)
                MOVE WS-MISS-REASON TO WS-MISS-TEXT(WS-MISS-X).
       PRINT-LETTER-PARA.
           ADD 1 TO WS-LETTER-COUNT.
           PERFORM WRITE-PAGE-PARA.
           MOVE LT-HEAD-1 TO LETTER-LINE.
           PERFORM WRITE-LETTER-PARA.
           MOVE WS-TODAY TO LD-DATE.
           MOVE LT-DATE-LINE TO LETTER-LINE.
           PERFORM WRITE-LETTER-PARA.
           MOVE GD-NAME TO LA-GUARDIAN.
           MOVE LT-ADDR-1 TO LETTER-LINE.
           PERFORM WRITE-LETTER-PARA.
           MOVE GD-ADDRESS TO LA-ADDRESS.
           MOVE LT-ADDR-2 TO LETTER-LINE.
           PERFORM WRITE-LETTER-PARA.
           MOVE BLANK-LINE TO LETTER-LINE.
           PERFORM WRITE-LETTER-PARA.
           MOVE WS-PTM-DATE TO LA-PTM-DATE.
           MOVE LT-RE-LINE TO LETTER-LINE.
           PERFORM WRITE-LETTER-PARA.
           MOVE BLANK-LINE TO LETTER-LINE.
           PERFORM WRITE-LETTER-PARA.
           MOVE LT-BODY-1 TO LETTER-LINE.
           PERFORM WRITE-LETTER-PARA.
           MOVE LT-BODY-2 TO LETTER-LINE.
           PERFORM WRITE-LETTER-PARA.
           MOVE WS-SLOT-LEN TO LB-MINUTES.
           MOVE LT-BODY-3 TO LETTER-LINE.
           PERFORM WRITE-LETTER-PARA.
           MOVE BLANK-LINE TO LETTER-LINE.
           PERFORM WRITE-LETTER-PARA.
           PERFORM LETTER-ONE-SLOT-PARA
                VARYING WS-SLOT FROM 1 BY 1
                UNTIL WS-SLOT > WS-SLOT-LIMIT.
           MOVE BLANK-LINE TO LETTER-LINE.
           PERFORM WRITE-LETTER-PARA.
           MOVE LT-BODY-4 TO LETTER-LINE.
           PERFORM WRITE-LETTER-PARA.
           MOVE LT-BODY-5 TO LETTER-LINE.
           PERFORM WRITE-LETTER-PARA.
           MOVE BLANK-LINE TO LETTER-LINE.
           PERFORM WRITE-LETTER-PARA.
           MOVE LT-SIGN-1 TO LETTER-LINE.
           PERFORM WRITE-LETTER-PARA.
           MOVE LT-SIGN-2 TO LETTER-LINE.
           PERFORM WRITE-LETTER-PARA.
           PERFORM WRITE-PAGE-PARA.
       LETTER-ONE-SLOT-PARA.
           PERFORM LETTER-ONE-MTG-PARA
                VARYING WS-MTG-IDX FROM 1 BY 1
                UNTIL WS-MTG-IDX > WS-MTG-TOTAL.
       LETTER-ONE-MTG-PARA.
           IF WS-MTG-SLOT(WS-MTG-IDX) = WS-SLOT
                PERFORM SLOT-TIME-PARA
                MOVE WS-TIME-SHOW TO LS-TIME
                MOVE WS-MTG-TCH(WS-MTG-IDX) TO WS-TCH-PICK
                MOVE WS-TCH-NAME(WS-TCH-PICK) TO LS-TEACHER
                MOVE WS-MTG-SUBJECT(WS-MTG-IDX) TO LS-SUBJECT
                MOVE WS-MTG-NAME(WS-MTG-IDX) TO LS-CHILD
                MOVE LT-SLOT-LINE TO LETTER-LINE
                PERFORM WRITE-LETTER-PARA.
      *    THE INVITATION IS LOGGED AGAINST EACH CHILD WHO HAS A
      *    MEETING IN IT.
       LOG-ONE-CHILD-PARA.
           MOVE WS-FAM-RNO(WS-FAM-FOUND-X, WS-CHILD-IDX) TO
                WS-CHILD-RNO.
           MOVE "N" TO WS-MTG-FOUND-SW.
           PERFORM CHECK-ONE-MTG-RNO-PARA
                VARYING WS-MTG-IDX FROM 1 BY 1
                UNTIL WS-MTG-IDX > WS-MTG-TOTAL
                OR WS-MTG-FOUND.
           IF WS-MTG-FOUND
                MOVE WS-CHILD-RNO TO CM-RNO
                MOVE "LETTER" TO CM-CHANNEL
                MOVE "PTMINVITE" TO CM-DOC-TYPE
                MOVE "S" TO CM-STATUS
                PERFORM LOG-COMM-PARA.
       CHECK-ONE-MTG-RNO-PARA.
           IF WS-MTG-RNO(WS-MTG-IDX) = WS-CHILD-RNO
                MOVE "Y" TO WS-MTG-FOUND-SW.
       TIMETABLE-ONE-PARA.
           MOVE ZERO TO WS-LINE-COUNT.
           PERFORM COUNT-ONE-SLOT-PARA
                VARYING WS-SLOT FROM 1 BY 1
                UNTIL WS-SLOT > WS-SLOT-LIMIT.
           IF WS-LINE-COUNT = ZERO
                GO TO TIMETABLE-ONE-SKIP.
           MOVE PAGE-LINE TO TIMETABLE-LINE.
           PERFORM WRITE-TIMETABLE-PARA.
           MOVE WS-TCH-NAME(WS-TCH-IDX) TO TH-NAME.
           MOVE WS-PTM-DATE TO TH-DATE.
           MOVE TT-HEAD-1 TO TIMETABLE-LINE.
           PERFORM WRITE-TIMETABLE-PARA.
           MOVE DASH-LINE TO TIMETABLE-LINE.
           PERFORM WRITE-TIMETABLE-PARA.
           MOVE TT-COLUMN-LINE TO TIMETABLE-LINE.
           PERFORM WRITE-TIMETABLE-PARA.
           PERFORM TIMETABLE-ONE-SLOT-PARA
                VARYING WS-SLOT FROM 1 BY 1
                UNTIL WS-SLOT > WS-SLOT-LIMIT.
           MOVE DASH-LINE TO TIMETABLE-LINE.
           PERFORM WRITE-TIMETABLE-PARA.
           MOVE WS-LINE-COUNT TO TC-COUNT.
           MOVE TT-COUNT-LINE TO TIMETABLE-LINE.
           PERFORM WRITE-TIMETABLE-PARA.
       TIMETABLE-ONE-SKIP.
           EXIT.
       COUNT-ONE-SLOT-PARA.
           IF WS-GRID-BOOK(WS-TCH-IDX, WS-SLOT) NOT = ZERO
                ADD 1 TO WS-LINE-COUNT.
      *    A FREE SLOT IS PRINTED TOO, SO THE TEACHER CAN SEE THE
      *    GAPS IN THE DAY.
       TIMETABLE-ONE-SLOT-PARA.
           PERFORM SLOT-TIME-PARA.
           MOVE SPACES TO TT-SLOT-LINE.
           MOVE WS-TIME-SHOW TO TL-TIME.
           MOVE WS-GRID-BOOK(WS-TCH-IDX, WS-SLOT) TO WS-BOOK-IDX.
           IF WS-BOOK-IDX = ZERO
                MOVE "-- FREE --" TO TL-GUARDIAN
           ELSE
                MOVE WS-BOOK-GUARDIAN(WS-BOOK-IDX) TO TL-GUARDIAN
                MOVE WS-BOOK-CHILD(WS-BOOK-IDX) TO TL-CHILD
                MOVE WS-BOOK-SECTION(WS-BOOK-IDX) TO TL-SECTION
                MOVE WS-BOOK-SUBJECT(WS-BOOK-IDX) TO TL-SUBJECT.
           MOVE TT-SLOT-LINE TO TIMETABLE-LINE.
           PERFORM WRITE-TIMETABLE-PARA.
       PRINT-ONE-MISS-PARA.
           MOVE WS-MISS-GDID(WS-MISS-IDX) TO TM-GDID.
           MOVE WS-MISS-NAME(WS-MISS-IDX) TO TM-NAME.
           MOVE WS-MISS-TEXT(WS-MISS-IDX) TO TM-TEXT.
           MOVE TT-MISS-LINE TO TIMETABLE-LINE.
           PERFORM WRITE-TIMETABLE-PARA.
       CHECK-DATE-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT PTM-SLOT.
           IF PTM-SLOT-STATUS NOT = "00"
                GO TO CHECK-DATE-EXIT.
           PERFORM CHECK-ONE-DATE-PARA UNTIL WS-EOF.
           CLOSE PTM-SLOT.
       CHECK-DATE-EXIT.
           MOVE "N" TO WS-EOF-SW.
       CHECK-ONE-DATE-PARA.
           READ PTM-SLOT
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF PS-PTM-DATE = WS-PTM-DATE
                          MOVE "Y" TO WS-DATE-TAKEN-SW
                          MOVE "Y" TO WS-EOF-SW.
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
                          MOVE SA-EFF-FROM TO
                               WS-ASGN-FROM(WS-ASGN-X)
                          MOVE SA-EFF-TO TO WS-ASGN-TO(WS-ASGN-X).
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
                     IF TCH-ACTIVE AND WS-TCH-TOTAL < 200
                          ADD 1 TO WS-TCH-TOTAL
                          SET WS-TCH-X TO WS-TCH-TOTAL
                          MOVE TCH-ID TO WS-TCH-ID(WS-TCH-X)
                          MOVE TCH-NAME TO WS-TCH-NAME(WS-TCH-X).
      *    ONLY THE TERM'S ALLOCATIONS TO TEACHERS STILL ON THE
      *    STAFF ARE KEPT.
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
                     IF TA-TERM = WS-TERM-NO AND WS-ALO-TOTAL < 1000
                          PERFORM NOTE-ALLOC-PARA.
       NOTE-ALLOC-PARA.
           MOVE ZERO TO WS-TCH-PICK.
           PERFORM CHECK-ONE-STAFF-PARA
                VARYING WS-TCH-IDX FROM 1 BY 1
                UNTIL WS-TCH-IDX > WS-TCH-TOTAL.
           IF WS-TCH-PICK NOT = ZERO
                ADD 1 TO WS-ALO-TOTAL
                SET WS-ALO-X TO WS-ALO-TOTAL
                MOVE WS-TCH-PICK TO WS-ALO-TCH(WS-ALO-X)
                MOVE TA-SUBJECT-CODE TO WS-ALO-SUBJECT(WS-ALO-X)
                MOVE TA-SECTION TO WS-ALO-SECTION(WS-ALO-X).
       CHECK-ONE-STAFF-PARA.
           IF WS-TCH-ID(WS-TCH-IDX) = TA-TEACHER-ID
                MOVE WS-TCH-IDX TO WS-TCH-PICK.
       LOAD-FAMILIES-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT STUDENT.
           IF STUDENT-FILE-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN STUDENT.DAT - STATUS ",
                     STUDENT-FILE-STATUS
                MOVE 08 TO WS-RETURN-CODE
                MOVE "UNABLE TO OPEN STUDENT.DAT" TO WS-ERROR-MESSAGE
                GO TO LOAD-FAMILIES-EXIT.
           PERFORM LOAD-ONE-STUDENT-PARA UNTIL WS-EOF.
           CLOSE STUDENT.
       LOAD-FAMILIES-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-STUDENT-PARA.
           READ STUDENT NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF STUDENT-ACTIVE AND GUARDIAN-ID > ZERO
                          PERFORM STORE-ONE-CHILD-PARA THRU
                               STORE-ONE-CHILD-EXIT.
       STORE-ONE-CHILD-PARA.
           MOVE "N" TO WS-FAM-FOUND-SW.
           PERFORM CHECK-ONE-GDID-PARA
                VARYING WS-FAM-IDX FROM 1 BY 1
                UNTIL WS-FAM-IDX > WS-FAM-TOTAL
                OR WS-FAM-FOUND.
           IF NOT WS-FAM-FOUND
                IF WS-FAM-TOTAL < 2000
                     ADD 1 TO WS-FAM-TOTAL
                     MOVE WS-FAM-TOTAL TO WS-FAM-FOUND-X
                     SET WS-FAM-X TO WS-FAM-TOTAL
                     MOVE GUARDIAN-ID TO WS-FAM-GDID(WS-FAM-X)
                     MOVE ZERO TO WS-FAM-COUNT(WS-FAM-X)
                ELSE
                     DISPLAY "MORE THAN 2000 FAMILIES - RUN ",
                          "ABANDONED"
                     MOVE 08 TO WS-RETURN-CODE
                     MOVE "TOO MANY FAMILIES TO LOAD" TO
                          WS-ERROR-MESSAGE
                     MOVE "Y" TO WS-EOF-SW
                     GO TO STORE-ONE-CHILD-EXIT.
           IF WS-FAM-COUNT(WS-FAM-FOUND-X) < 10
                ADD 1 TO WS-FAM-COUNT(WS-FAM-FOUND-X)
                MOVE WS-FAM-COUNT(WS-FAM-FOUND-X) TO WS-CHILD-IDX
                MOVE RNO TO
                     WS-FAM-RNO(WS-FAM-FOUND-X, WS-CHILD-IDX)
                MOVE NAME TO
                     WS-FAM-NAME(WS-FAM-FOUND-X, WS-CHILD-IDX)
                PERFORM FIND-ASSIGN-PARA
                MOVE WS-ASGN-PICK TO
                     WS-FAM-SECTION(WS-FAM-FOUND-X, WS-CHILD-IDX).
       STORE-ONE-CHILD-EXIT.
           EXIT.
       CHECK-ONE-GDID-PARA.
           IF WS-FAM-GDID(WS-FAM-IDX) = GUARDIAN-ID
                MOVE "Y" TO WS-FAM-FOUND-SW
                MOVE WS-FAM-IDX TO WS-FAM-FOUND-X.
       FIND-ASSIGN-PARA.
           MOVE SPACES TO WS-ASGN-PICK.
           MOVE ZERO TO WS-BEST-FROM.
           PERFORM CHECK-ONE-ASSIGN-PARA
                VARYING WS-ASGN-IDX FROM 1 BY 1
                UNTIL WS-ASGN-IDX > WS-ASGN-TOTAL.
       CHECK-ONE-ASSIGN-PARA.
           IF WS-ASGN-RNO(WS-ASGN-IDX) = RNO
                AND WS-ASGN-FROM(WS-ASGN-IDX) <= WS-PTM-DATE
                AND WS-ASGN-TO(WS-ASGN-IDX) >= WS-PTM-DATE
                AND WS-ASGN-FROM(WS-ASGN-IDX) >= WS-BEST-FROM
                MOVE WS-ASGN-FROM(WS-ASGN-IDX) TO WS-BEST-FROM
                MOVE WS-ASGN-SECTION(WS-ASGN-IDX) TO WS-ASGN-PICK.
       WRITE-LETTER-PARA.
           WRITE LETTER-LINE.
       WRITE-PAGE-PARA.
           MOVE PAGE-LINE TO LETTER-LINE.
           PERFORM WRITE-LETTER-PARA.
       WRITE-TIMETABLE-PARA.
           WRITE TIMETABLE-LINE.
       LOG-COMM-PARA.
           OPEN EXTEND COMM-REGISTER.
           IF COMM-REGISTER-STATUS = "35"
                OPEN OUTPUT COMM-REGISTER.
           ACCEPT CM-DATE FROM DATE YYYYMMDD.
           ACCEPT CM-TIME FROM TIME.
           WRITE COMM-REGISTER-REC.
           CLOSE COMM-REGISTER.
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
           MOVE WS-GUARDIAN-COUNT TO RL-READ-COUNT.
           MOVE WS-LETTER-COUNT TO RL-UPDATE-COUNT.
           MOVE WS-UNBOOKED-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "PTM-SCHEDULE" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
