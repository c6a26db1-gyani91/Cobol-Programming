       IDENTIFICATION DIVISION.
       PROGRAM-ID. GATE-IMPORT.
      *    DAILY IMPORT OF THE GATE READERS' SWIPE FILE INTO THE
      *    MONTHLY ATTENDANCE. EACH CARD IS MAPPED TO A ROLL NUMBER
      *    THROUGH THE GATE CARD REGISTER, OR STRAIGHT FROM THE
      *    ID-CARD BARCODE (*RNO*). THE DATE IS POSTED UNDER THE
      *    SAME RULES AS ATTENDANCE-CAPTURE: IT MUST FALL IN A TERM,
      *    NOT BE A HOLIDAY OR A SUNDAY, AND NOT ALREADY BE POSTED;
      *    A STUDENT ON APPROVED LEAVE IS EXCUSED. EVERY OTHER
      *    ACTIVE STUDENT IS PRESENT IF THEY SWIPED AND ABSENT IF
      *    NOT, AND A FIRST SWIPE AFTER THE SCHOOL START TIME
      *    (GATECTL.DAT) IS LISTED AS LATE. UNKNOWN OR CANCELLED
      *    CARDS, CARDS OF INACTIVE STUDENTS AND SWIPES ON DAYS THAT
      *    ARE NOT WORKING DAYS ARE PRINTED ON THE EXCEPTION REPORT.
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
           SELECT ATTENDANCE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AT-KEY
           FILE STATUS IS ATTENDANCE-STATUS.
           SELECT GATE-SWIPE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS GATE-SWIPE-STATUS.
           SELECT GATE-CARD ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS GATE-CARD-STATUS.
           SELECT GATE-CONTROL ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS GATE-CONTROL-STATUS.
           SELECT ATTEND-POST ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ATTEND-POST-STATUS.
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
           SELECT EXCEPTION-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EXCEPTION-PRINT-STATUS.
           SELECT LATE-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS LATE-PRINT-STATUS.
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
       FD ATTENDANCE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "ATTEND.DAT"
           DATA RECORD IS ATTENDANCE-REC.
       COPY ATTEND.
       FD GATE-SWIPE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "GATESWP.DAT"
           DATA RECORD IS GATE-SWIPE-REC.
       COPY GATESWP.
       FD GATE-CARD
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "GATECARD.DAT"
           DATA RECORD IS GATE-CARD-REC.
       COPY GATECARD.
       FD GATE-CONTROL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "GATECTL.DAT"
           DATA RECORD IS GATE-CONTROL-REC.
       01 GATE-CONTROL-REC.
        02 GK-START-TIME PIC 9(4).
       FD ATTEND-POST
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "ATTPOST.DAT"
           DATA RECORD IS ATTEND-POST-REC.
       COPY ATTPOST.
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
       FD EXCEPTION-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "GATEEXC.DAT"
           DATA RECORD IS EXCEPTION-LINE.
       01 EXCEPTION-LINE PIC X(79).
       FD LATE-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "GATELATE.DAT"
           DATA RECORD IS LATE-LINE.
       01 LATE-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 STUDENT-FILE-STATUS PIC XX.
       77 ATTENDANCE-STATUS PIC XX.
       77 GATE-SWIPE-STATUS PIC XX.
       77 GATE-CARD-STATUS PIC XX.
       77 GATE-CONTROL-STATUS PIC XX.
       77 ATTEND-POST-STATUS PIC XX.
       77 ACADEMIC-CALENDAR-STATUS PIC XX.
       77 HOLIDAY-FILE-STATUS PIC XX.
       77 APPROVED-LEAVE-STATUS PIC XX.
       77 EXCEPTION-PRINT-STATUS PIC XX.
       77 LATE-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-IMPORT-DATE.
        02 WS-IMPORT-MONTH PIC 9(6).
        02 WS-IMPORT-DD PIC 9(2).
       77 WS-CHECK-DATE PIC 9(8).
       77 WS-START-TIME PIC 9(4) VALUE 0800.
       77 WS-SWIPE-HHMM PIC 9(4).
       77 WS-SWIPE-RNO PIC 9(5).
       77 WS-EXC-REASON PIC X(20).
       77 WS-DAY-MARK PIC X.
       77 WS-POSTED-SW PIC X.
           88 WS-POSTED VALUE "Y".
       77 WS-WORKDAY-SW PIC X.
           88 WS-WORKDAY VALUE "Y".
       77 WS-IMPORT-WORKDAY-SW PIC X.
           88 WS-IMPORT-WORKDAY VALUE "Y".
       77 WS-ATT-FOUND-SW PIC X.
           88 WS-ATT-FOUND VALUE "Y".
       77 WS-ON-LEAVE-SW PIC X.
           88 WS-ON-LEAVE VALUE "Y".
       77 WS-IN-TERM-SW PIC X.
           88 WS-IN-TERM VALUE "Y".
       77 WS-HOLIDAY-SW PIC X.
           88 WS-IS-HOLIDAY VALUE "Y".
       77 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       77 WS-EXC-COUNT PIC 9(5) VALUE ZERO.
       77 WS-PRESENT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-LATE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ABSENT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-EXCUSED-COUNT PIC 9(5) VALUE ZERO.
      *    A CARD NUMBER, AND THE SAME FIELD SEEN AS AN ID-CARD
      *    BARCODE: THE ROLL NUMBER BETWEEN ASTERISK GUARDS.
       01 WS-CARD-TEXT PIC X(16).
       01 WS-BARCODE REDEFINES WS-CARD-TEXT.
        02 WS-BC-OPEN PIC X.
        02 WS-BC-RNO PIC X(5).
        02 WS-BC-CLOSE PIC X.
        02 WS-BC-REST PIC X(9).
       01 WS-BARE-NUMBER REDEFINES WS-CARD-TEXT.
        02 WS-BN-RNO PIC X(5).
        02 WS-BN-REST PIC X(11).
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
       77 WS-GC-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-GC-IDX PIC 9(4) COMP.
       77 WS-GC-PICK PIC 9(4) COMP.
       01 WS-GC-TABLE.
        02 WS-GC-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-GC-TOTAL
                INDEXED BY WS-GC-X.
         03 WS-GC-CARD PIC X(16).
         03 WS-GC-RNO PIC 9(5).
         03 WS-GC-STATUS PIC X.
      *    THE FIRST SWIPE OF THE IMPORT DATE FOR EACH STUDENT.
       77 WS-SW-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-SW-IDX PIC 9(4) COMP.
       77 WS-SW-PICK PIC 9(4) COMP.
       01 WS-SW-TABLE.
        02 WS-SW-ENTRY OCCURS 1 TO 3000 TIMES
                DEPENDING ON WS-SW-TOTAL
                INDEXED BY WS-SW-X.
         03 WS-SW-RNO PIC 9(5).
         03 WS-SW-TIME PIC 9(6).
       01 GX-HEAD-1.
        02 FILLER PIC X(31) VALUE
           "GATE SWIPE EXCEPTIONS - IMPORT ".
        02 GH-DATE PIC 9(8).
       01 GX-HEAD-2.
        02 FILLER PIC X(40) VALUE
           "RDR  CARD NUMBER      DATE     TIME    R".
        02 FILLER PIC X(20) VALUE
           "OLL  REASON".
       01 GX-DETAIL-LINE.
        02 GD-READER PIC X(4).
        02 FILLER PIC X VALUE SPACE.
        02 GD-CARD PIC X(16).
        02 FILLER PIC X VALUE SPACE.
        02 GD-DATE PIC 9(8).
        02 FILLER PIC X VALUE SPACE.
        02 GD-TIME PIC 9(6).
        02 FILLER PIC X(2) VALUE SPACES.
        02 GD-RNO PIC X(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 GD-REASON PIC X(20).
       01 GL-HEAD-1.
        02 FILLER PIC X(17) VALUE "LATE ARRIVALS ON ".
        02 LH-DATE PIC 9(8).
        02 FILLER PIC X(19) VALUE " - SCHOOL STARTS AT".
        02 FILLER PIC X VALUE SPACE.
        02 LH-START PIC 9(4).
       01 GL-DETAIL-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 LD-RNO PIC 9(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 LD-NAME PIC X(20).
        02 FILLER PIC X(11) VALUE "  ARRIVED  ".
        02 LD-TIME PIC 9(6).
       01 GX-TOTAL-LINE.
        02 GT-TEXT PIC X(30).
        02 GT-COUNT PIC ZZZZ9.
       01 DASH-LINE PIC X(75) VALUE ALL "-".
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           DISPLAY "ENTER DATE TO IMPORT YYYYMMDD (0 = TODAY): ".
           ACCEPT WS-IMPORT-DATE.
           IF WS-IMPORT-DATE = ZERO
                ACCEPT WS-IMPORT-DATE FROM DATE YYYYMMDD.
           IF WS-IMPORT-DATE NOT NUMERIC
                OR WS-IMPORT-DD < 01 OR WS-IMPORT-DD > 31
                DISPLAY "INVALID DATE"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "INVALID IMPORT DATE" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM CHECK-POSTED-PARA THRU CHECK-POSTED-EXIT.
           IF WS-POSTED
                DISPLAY "DATE ", WS-IMPORT-DATE, " IS ALREADY ",
                     "POSTED TO THE MONTHLY ATTENDANCE"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "DATE ALREADY POSTED TO ATTEND.DAT" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-CALENDAR-PARA THRU LOAD-CALENDAR-EXIT.
           PERFORM LOAD-HOLIDAYS-PARA THRU LOAD-HOLIDAYS-EXIT.
           MOVE WS-IMPORT-DATE TO WS-CHECK-DATE.
           PERFORM CHECK-WORKDAY-PARA.
           MOVE WS-WORKDAY-SW TO WS-IMPORT-WORKDAY-SW.
           IF NOT WS-IMPORT-WORKDAY
                DISPLAY "DATE ", WS-IMPORT-DATE, " IS NOT A SCHOOL ",
                     "DAY - SWIPES GO TO THE EXCEPTION REPORT".
           PERFORM LOAD-CONTROL-PARA.
           PERFORM LOAD-CARDS-PARA THRU LOAD-CARDS-EXIT.
           PERFORM LOAD-LEAVES-PARA THRU LOAD-LEAVES-EXIT.
           OPEN INPUT STUDENT.
           IF STUDENT-FILE-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN STUDENT.DAT - STATUS ",
                     STUDENT-FILE-STATUS
                MOVE 08 TO WS-RETURN-CODE
                MOVE "UNABLE TO OPEN STUDENT.DAT" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           OPEN INPUT GATE-SWIPE.
           IF GATE-SWIPE-STATUS NOT = "00"
                DISPLAY "NO GATE SWIPE FILE TO IMPORT"
                CLOSE STUDENT
                MOVE 08 TO WS-RETURN-CODE
                MOVE "GATESWP.DAT NOT FOUND" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           OPEN EXTEND EXCEPTION-PRINT.
           IF EXCEPTION-PRINT-STATUS = "35"
                OPEN OUTPUT EXCEPTION-PRINT.
           MOVE WS-IMPORT-DATE TO GH-DATE.
           MOVE GX-HEAD-1 TO EXCEPTION-LINE.
           PERFORM WRITE-EXC-LINE-PARA.
           MOVE GX-HEAD-2 TO EXCEPTION-LINE.
           PERFORM WRITE-EXC-LINE-PARA.
           MOVE DASH-LINE TO EXCEPTION-LINE.
           PERFORM WRITE-EXC-LINE-PARA.
       SCAN-PARA.
           PERFORM SWIPE-ONE-PARA UNTIL WS-EOF.
           CLOSE GATE-SWIPE.
           CLOSE STUDENT.
           MOVE "N" TO WS-EOF-SW.
           IF NOT WS-IMPORT-WORKDAY
                GO TO CLOSE-PARA.
       POST-PARA.
           OPEN INPUT STUDENT.
           OPEN I-O ATTENDANCE.
           IF ATTENDANCE-STATUS = "35"
                OPEN OUTPUT ATTENDANCE
                CLOSE ATTENDANCE
                OPEN I-O ATTENDANCE.
           OPEN EXTEND LATE-PRINT.
           IF LATE-PRINT-STATUS = "35"
                OPEN OUTPUT LATE-PRINT.
           MOVE WS-IMPORT-DATE TO LH-DATE.
           MOVE WS-START-TIME TO LH-START.
           MOVE GL-HEAD-1 TO LATE-LINE.
           PERFORM WRITE-LATE-LINE-PARA.
           MOVE DASH-LINE TO LATE-LINE.
           PERFORM WRITE-LATE-LINE-PARA.
           PERFORM POST-ONE-STUDENT-PARA UNTIL WS-EOF.
           MOVE DASH-LINE TO LATE-LINE.
           PERFORM WRITE-LATE-LINE-PARA.
           MOVE "LATE ARRIVALS: " TO GT-TEXT.
           MOVE WS-LATE-COUNT TO GT-COUNT.
           MOVE GX-TOTAL-LINE TO LATE-LINE.
           PERFORM WRITE-LATE-LINE-PARA.
           CLOSE LATE-PRINT.
           CLOSE ATTENDANCE.
           CLOSE STUDENT.
           PERFORM WRITE-POSTED-PARA.
           DISPLAY "PRESENT: ", WS-PRESENT-COUNT,
                " (LATE: ", WS-LATE-COUNT, ") ABSENT: ",
                WS-ABSENT-COUNT, " EXCUSED: ", WS-EXCUSED-COUNT.
       CLOSE-PARA.
           MOVE DASH-LINE TO EXCEPTION-LINE.
           PERFORM WRITE-EXC-LINE-PARA.
           MOVE "SWIPES READ: " TO GT-TEXT.
           MOVE WS-READ-COUNT TO GT-COUNT.
           MOVE GX-TOTAL-LINE TO EXCEPTION-LINE.
           PERFORM WRITE-EXC-LINE-PARA.
           MOVE "EXCEPTIONS: " TO GT-TEXT.
           MOVE WS-EXC-COUNT TO GT-COUNT.
           MOVE GX-TOTAL-LINE TO EXCEPTION-LINE.
           PERFORM WRITE-EXC-LINE-PARA.
           CLOSE EXCEPTION-PRINT.
           IF NOT WS-IMPORT-WORKDAY
                MOVE 04 TO WS-RETURN-CODE
                MOVE "NOT A SCHOOL DAY - NOTHING POSTED" TO
                     WS-ERROR-MESSAGE
           ELSE
                IF WS-EXC-COUNT > ZERO
                     MOVE 04 TO WS-RETURN-CODE
                     MOVE "GATE SWIPE EXCEPTIONS REPORTED" TO
                          WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       SWIPE-ONE-PARA.
           READ GATE-SWIPE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     PERFORM JUDGE-SWIPE-PARA THRU JUDGE-SWIPE-EXIT.
       JUDGE-SWIPE-PARA.
           PERFORM MAP-CARD-PARA.
           IF WS-SWIPE-RNO = ZERO
                GO TO JUDGE-SWIPE-EXIT.
           MOVE WS-SWIPE-RNO TO RNO.
           READ STUDENT KEY IS RNO
                INVALID KEY
                     MOVE "ROLL NO NOT ON FILE" TO WS-EXC-REASON
                     PERFORM WRITE-EXCEPTION-PARA
                     GO TO JUDGE-SWIPE-EXIT.
           IF NOT STUDENT-ACTIVE
                MOVE "STUDENT INACTIVE" TO WS-EXC-REASON
                PERFORM WRITE-EXCEPTION-PARA
                GO TO JUDGE-SWIPE-EXIT.
           IF GS-DATE NOT = WS-IMPORT-DATE
                MOVE GS-DATE TO WS-CHECK-DATE
                PERFORM CHECK-WORKDAY-PARA
                IF WS-WORKDAY
                     MOVE "NOT THE IMPORT DATE" TO WS-EXC-REASON
                     PERFORM WRITE-EXCEPTION-PARA
                     GO TO JUDGE-SWIPE-EXIT
                ELSE
                     MOVE "NOT A WORKING DAY" TO WS-EXC-REASON
                     PERFORM WRITE-EXCEPTION-PARA
                     GO TO JUDGE-SWIPE-EXIT.
           IF NOT WS-IMPORT-WORKDAY
                MOVE "NOT A WORKING DAY" TO WS-EXC-REASON
                PERFORM WRITE-EXCEPTION-PARA
                GO TO JUDGE-SWIPE-EXIT.
           PERFORM NOTE-SWIPE-PARA.
       JUDGE-SWIPE-EXIT.
           EXIT.
      *    A LIVE CARD ON THE REGISTER GIVES THE ROLL NUMBER; A
      *    CANCELLED ONE IS AN EXCEPTION. A CARD NOT ON THE REGISTER
      *    MAY STILL BE A PRINTED ID CARD, READ WITH OR WITHOUT ITS
      *    ASTERISK GUARDS.
       MAP-CARD-PARA.
           MOVE ZERO TO WS-SWIPE-RNO.
           MOVE ZERO TO WS-GC-PICK.
           PERFORM FIND-ONE-CARD-PARA
                VARYING WS-GC-IDX FROM 1 BY 1
                UNTIL WS-GC-IDX > WS-GC-TOTAL
                OR WS-GC-PICK NOT = ZERO.
           IF WS-GC-PICK NOT = ZERO
                IF WS-GC-STATUS(WS-GC-PICK) = "A"
                     MOVE WS-GC-RNO(WS-GC-PICK) TO WS-SWIPE-RNO
                ELSE
                     MOVE "CARD CANCELLED" TO WS-EXC-REASON
                     PERFORM WRITE-EXCEPTION-PARA.
           IF WS-GC-PICK = ZERO
                MOVE GS-CARD-NO TO WS-CARD-TEXT
                IF WS-BC-OPEN = "*" AND WS-BC-CLOSE = "*"
                     AND WS-BC-RNO NUMERIC AND WS-BC-REST = SPACES
                     MOVE WS-BC-RNO TO WS-SWIPE-RNO
                ELSE
                     IF WS-BN-RNO NUMERIC AND WS-BN-REST = SPACES
                          MOVE WS-BN-RNO TO WS-SWIPE-RNO.
           IF WS-GC-PICK = ZERO AND WS-SWIPE-RNO = ZERO
                MOVE "UNKNOWN CARD" TO WS-EXC-REASON
                PERFORM WRITE-EXCEPTION-PARA.
       FIND-ONE-CARD-PARA.
           IF WS-GC-CARD(WS-GC-IDX) = GS-CARD-NO
                MOVE WS-GC-IDX TO WS-GC-PICK.
       NOTE-SWIPE-PARA.
           MOVE ZERO TO WS-SW-PICK.
           PERFORM FIND-ONE-SWIPE-PARA
                VARYING WS-SW-IDX FROM 1 BY 1
                UNTIL WS-SW-IDX > WS-SW-TOTAL
                OR WS-SW-PICK NOT = ZERO.
           IF WS-SW-PICK = ZERO
                IF WS-SW-TOTAL < 3000
                     ADD 1 TO WS-SW-TOTAL
                     SET WS-SW-X TO WS-SW-TOTAL
                     MOVE WS-SWIPE-RNO TO WS-SW-RNO(WS-SW-X)
                     MOVE GS-TIME TO WS-SW-TIME(WS-SW-X)
                ELSE
                     MOVE "SWIPE TABLE FULL" TO WS-EXC-REASON
                     PERFORM WRITE-EXCEPTION-PARA
           ELSE
                IF GS-TIME < WS-SW-TIME(WS-SW-PICK)
                     MOVE GS-TIME TO WS-SW-TIME(WS-SW-PICK).
       FIND-ONE-SWIPE-PARA.
           IF WS-SW-RNO(WS-SW-IDX) = WS-SWIPE-RNO
                MOVE WS-SW-IDX TO WS-SW-PICK.
       WRITE-EXCEPTION-PARA.
           ADD 1 TO WS-EXC-COUNT.
           MOVE GS-READER-ID TO GD-READER.
           MOVE GS-CARD-NO TO GD-CARD.
           MOVE GS-DATE TO GD-DATE.
           MOVE GS-TIME TO GD-TIME.
           IF WS-SWIPE-RNO = ZERO
                MOVE SPACES TO GD-RNO
           ELSE
                MOVE WS-SWIPE-RNO TO GD-RNO.
           MOVE WS-EXC-REASON TO GD-REASON.
           MOVE GX-DETAIL-LINE TO EXCEPTION-LINE.
           PERFORM WRITE-EXC-LINE-PARA.
      *    EVERY ACTIVE STUDENT GETS THE DAY: EXCUSED ON APPROVED
      *    LEAVE, PRESENT WHEN THEY SWIPED, OTHERWISE ABSENT.
       POST-ONE-STUDENT-PARA.
           READ STUDENT NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF STUDENT-ACTIVE
                          PERFORM POST-DAY-PARA.
       POST-DAY-PARA.
           PERFORM CHECK-LEAVE-PARA.
           MOVE ZERO TO WS-SW-PICK.
           MOVE RNO TO WS-SWIPE-RNO.
           PERFORM FIND-ONE-SWIPE-PARA
                VARYING WS-SW-IDX FROM 1 BY 1
                UNTIL WS-SW-IDX > WS-SW-TOTAL
                OR WS-SW-PICK NOT = ZERO.
           IF WS-ON-LEAVE
                MOVE "E" TO WS-DAY-MARK
                ADD 1 TO WS-EXCUSED-COUNT
           ELSE
                IF WS-SW-PICK NOT = ZERO
                     MOVE "P" TO WS-DAY-MARK
                     ADD 1 TO WS-PRESENT-COUNT
                     PERFORM CHECK-LATE-PARA
                ELSE
                     MOVE "A" TO WS-DAY-MARK
                     ADD 1 TO WS-ABSENT-COUNT.
           MOVE "N" TO WS-ATT-FOUND-SW.
           MOVE RNO TO AT-RNO.
           MOVE WS-IMPORT-MONTH TO AT-MONTH.
           READ ATTENDANCE KEY IS AT-KEY
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE "Y" TO WS-ATT-FOUND-SW.
           IF NOT WS-ATT-FOUND
                MOVE RNO TO AT-RNO
                MOVE WS-IMPORT-MONTH TO AT-MONTH
                MOVE ZERO TO AT-PRESENT
                MOVE ZERO TO AT-ABSENT
                MOVE ZERO TO AT-EXCUSED.
           IF WS-DAY-MARK = "P"
                ADD 1 TO AT-PRESENT.
           IF WS-DAY-MARK = "A"
                ADD 1 TO AT-ABSENT.
           IF WS-DAY-MARK = "E"
                ADD 1 TO AT-EXCUSED.
           IF WS-ATT-FOUND
                REWRITE ATTENDANCE-REC
           ELSE
                WRITE ATTENDANCE-REC.
       CHECK-LATE-PARA.
           DIVIDE WS-SW-TIME(WS-SW-PICK) BY 100 GIVING WS-SWIPE-HHMM.
           IF WS-SWIPE-HHMM > WS-START-TIME
                ADD 1 TO WS-LATE-COUNT
                MOVE RNO TO LD-RNO
                MOVE NAME TO LD-NAME
                MOVE WS-SW-TIME(WS-SW-PICK) TO LD-TIME
                MOVE GL-DETAIL-LINE TO LATE-LINE
                PERFORM WRITE-LATE-LINE-PARA.
       CHECK-LEAVE-PARA.
           MOVE "N" TO WS-ON-LEAVE-SW.
           PERFORM CHECK-ONE-LEAVE-PARA
                VARYING WS-LV-IDX FROM 1 BY 1
                UNTIL WS-LV-IDX > WS-LV-TOTAL
                OR WS-ON-LEAVE.
       CHECK-ONE-LEAVE-PARA.
           IF WS-LV-RNO(WS-LV-IDX) = RNO
                AND WS-IMPORT-DATE >= WS-LV-FROM(WS-LV-IDX)
                AND WS-IMPORT-DATE <= WS-LV-TO(WS-LV-IDX)
                MOVE "Y" TO WS-ON-LEAVE-SW.
      *    A WORKING DAY FALLS IN A TERM ON THE CALENDAR (WHEN THERE
      *    IS ONE), IS NOT A DECLARED HOLIDAY AND IS NOT A SUNDAY.
       CHECK-WORKDAY-PARA.
           MOVE "Y" TO WS-WORKDAY-SW.
           IF WS-CAL-TOTAL > ZERO
                PERFORM CHECK-TERM-PARA
                IF NOT WS-IN-TERM
                     MOVE "N" TO WS-WORKDAY-SW.
           PERFORM CHECK-HOLIDAY-PARA.
           IF WS-IS-HOLIDAY
                MOVE "N" TO WS-WORKDAY-SW.
           PERFORM CHECK-WEEKDAY-PARA.
           IF WS-Z-H = 1
                MOVE "N" TO WS-WORKDAY-SW.
       CHECK-TERM-PARA.
           MOVE "N" TO WS-IN-TERM-SW.
           PERFORM CHECK-ONE-TERM-PARA
                VARYING WS-CAL-IDX FROM 1 BY 1
                UNTIL WS-CAL-IDX > WS-CAL-TOTAL
                OR WS-IN-TERM.
       CHECK-ONE-TERM-PARA.
           IF WS-CHECK-DATE >= WS-CAL-START(WS-CAL-IDX)
                AND WS-CHECK-DATE <= WS-CAL-END(WS-CAL-IDX)
                MOVE "Y" TO WS-IN-TERM-SW.
       CHECK-HOLIDAY-PARA.
           MOVE "N" TO WS-HOLIDAY-SW.
           PERFORM CHECK-ONE-HOL-PARA
                VARYING WS-HOL-IDX FROM 1 BY 1
                UNTIL WS-HOL-IDX > WS-HOL-TOTAL
                OR WS-IS-HOLIDAY.
       CHECK-ONE-HOL-PARA.
           IF WS-HOL-DATE(WS-HOL-IDX) = WS-CHECK-DATE
                MOVE "Y" TO WS-HOLIDAY-SW.
      *    ZELLER'S CONGRUENCE GIVES THE DAY OF THE WEEK WITHOUT
      *    A DATE SERVICE: H = 0 IS SATURDAY, 1 IS SUNDAY.
       CHECK-WEEKDAY-PARA.
           MOVE WS-CHECK-DATE(7:2) TO WS-Z-DAY.
           MOVE WS-CHECK-DATE(5:2) TO WS-Z-MONTH.
           MOVE WS-CHECK-DATE(1:4) TO WS-Z-YEAR.
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
                     IF AP-DATE = WS-IMPORT-DATE
                          MOVE "Y" TO WS-POSTED-SW
                          MOVE "Y" TO WS-EOF-SW.
       WRITE-POSTED-PARA.
           OPEN EXTEND ATTEND-POST.
           IF ATTEND-POST-STATUS = "35"
                OPEN OUTPUT ATTEND-POST.
           MOVE WS-IMPORT-DATE TO AP-DATE.
           MOVE "GATE" TO AP-SOURCE.
           MOVE WS-PRESENT-COUNT TO AP-PRESENT.
           MOVE WS-ABSENT-COUNT TO AP-ABSENT.
           MOVE WS-EXCUSED-COUNT TO AP-EXCUSED.
           WRITE ATTEND-POST-REC.
           CLOSE ATTEND-POST.
       LOAD-CONTROL-PARA.
           OPEN INPUT GATE-CONTROL.
           IF GATE-CONTROL-STATUS = "00"
                PERFORM READ-CONTROL-PARA
                CLOSE GATE-CONTROL
           ELSE
                DISPLAY "NO GATE CONTROL FILE - SCHOOL START TIME ",
                     "TAKEN AS ", WS-START-TIME.
       READ-CONTROL-PARA.
           READ GATE-CONTROL
                AT END CONTINUE
                NOT AT END PERFORM CHECK-CONTROL-PARA.
       CHECK-CONTROL-PARA.
           IF GK-START-TIME NUMERIC AND GK-START-TIME > ZERO
                AND GK-START-TIME < 2400
                MOVE GK-START-TIME TO WS-START-TIME.
       LOAD-CARDS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT GATE-CARD.
           IF GATE-CARD-STATUS NOT = "00"
                GO TO LOAD-CARDS-EXIT.
           PERFORM LOAD-ONE-CARD-PARA UNTIL WS-EOF.
           CLOSE GATE-CARD.
       LOAD-CARDS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-CARD-PARA.
           READ GATE-CARD
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-GC-TOTAL < 5000
                          ADD 1 TO WS-GC-TOTAL
                          SET WS-GC-X TO WS-GC-TOTAL
                          MOVE GC-CARD-NO TO WS-GC-CARD(WS-GC-X)
                          MOVE GC-RNO TO WS-GC-RNO(WS-GC-X)
                          MOVE GC-STATUS TO WS-GC-STATUS(WS-GC-X).
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
       WRITE-EXC-LINE-PARA.
           DISPLAY EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
       WRITE-LATE-LINE-PARA.
           DISPLAY LATE-LINE.
           WRITE LATE-LINE.
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
           MOVE WS-READ-COUNT TO RL-READ-COUNT.
           MOVE WS-PRESENT-COUNT TO RL-UPDATE-COUNT.
           MOVE WS-EXC-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "GATE-IMPORT" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
