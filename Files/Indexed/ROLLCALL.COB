       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHT-ROLL-CALL.
      *    NIGHTLY ROLL-CALL SHEET, HOSTEL BY HOSTEL AND ROOM BY
      *    ROOM. EVERY BOARDER IN RESIDENCE ON THE DATE IS LISTED;
      *    THOSE OUT ON A GATE PASS NOT YET CLOSED BY THE END OF THE
      *    DAY, OR AWAY ON APPROVED LEAVE, ARE MARKED AS SUCH AND
      *    THE REST GET A BOX FOR THE WARDEN TO TICK. EACH HOSTEL
      *    CLOSES WITH THE NUMBER WHO SHOULD BE PRESENT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT HOSTEL-ALLOC ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HOSTEL-ALLOC-STATUS.
           SELECT STUDENT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RNO
           FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT OUTING-PASS ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS OUTING-PASS-STATUS.
           SELECT APPROVED-LEAVE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS APPROVED-LEAVE-STATUS.
           SELECT SORT-WORK ASSIGN TO "SORTWK1".
           SELECT ROLL-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ROLL-PRINT-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HOSTEL-ALLOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "HOSTALOC.DAT"
           DATA RECORD IS HOSTEL-ALLOC-REC.
       COPY HOSTALOC.
       FD STUDENT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "STUDENT.DAT"
           DATA RECORD IS STUDENT-REC.
       COPY STUDENT.
       FD OUTING-PASS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "OUTPASS.DAT"
           DATA RECORD IS OUTING-PASS-REC.
       COPY OUTPASS.
       FD APPROVED-LEAVE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "APPLEAVE.DAT"
           DATA RECORD IS APPROVED-LEAVE-REC.
       COPY APPLEAVE.
       SD SORT-WORK.
       01 SORT-REC.
        02 SW-HOSTEL PIC X(4).
        02 SW-ROOM PIC X(4).
        02 SW-RNO PIC 9(5).
        02 SW-NAME PIC A(20).
        02 SW-STATE PIC X.
        02 SW-PASS PIC 9(6).
        02 SW-DUE-DATE PIC 9(8).
        02 SW-DUE-TIME PIC 9(4).
       FD ROLL-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "ROLLCALL.DAT"
           DATA RECORD IS ROLL-LINE.
       01 ROLL-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 HOSTEL-ALLOC-STATUS PIC XX.
       77 STUDENT-FILE-STATUS PIC XX.
       77 OUTING-PASS-STATUS PIC XX.
       77 APPROVED-LEAVE-STATUS PIC XX.
       77 ROLL-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-SORT-EOF-SW PIC X VALUE "N".
           88 WS-SORT-EOF VALUE "Y".
       77 WS-HOSTEL-OPEN-SW PIC X VALUE "N".
           88 WS-HOSTEL-OPEN VALUE "Y".
       77 WS-CURRENT-HOSTEL PIC X(4) VALUE SPACES.
       77 WS-ROLL-DATE PIC 9(8).
       77 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       77 WS-HS-BOARDERS PIC 9(5).
       77 WS-HS-OUT PIC 9(5).
       77 WS-HS-LEAVE PIC 9(5).
       77 WS-HS-PRESENT PIC 9(5).
       77 WS-TOT-BOARDERS PIC 9(5) VALUE ZERO.
       77 WS-TOT-OUT PIC 9(5) VALUE ZERO.
       77 WS-TOT-LEAVE PIC 9(5) VALUE ZERO.
       77 WS-TOT-PRESENT PIC 9(5) VALUE ZERO.
       77 WS-OP-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-OP-IDX PIC 9(4) COMP.
       77 WS-OP-FOUND-SW PIC X.
           88 WS-OP-FOUND VALUE "Y".
       77 WS-OP-FOUND-X PIC 9(4) COMP.
       01 WS-OP-TABLE.
        02 WS-OP-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON WS-OP-TOTAL
                INDEXED BY WS-OP-X.
         03 WS-OP-RNO PIC 9(5).
         03 WS-OP-PASS-NO PIC 9(6).
         03 WS-OP-DUE-DATE PIC 9(8).
         03 WS-OP-DUE-TIME PIC 9(4).
       77 WS-LV-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-LV-IDX PIC 9(4) COMP.
       77 WS-LV-FOUND-SW PIC X.
           88 WS-LV-FOUND VALUE "Y".
       01 WS-LV-TABLE.
        02 WS-LV-RNO PIC 9(5) OCCURS 1 TO 1000 TIMES
                DEPENDING ON WS-LV-TOTAL
                INDEXED BY WS-LV-X.
       01 WS-OUT-REMARK.
        02 FILLER PIC X(5) VALUE "PASS ".
        02 WR-PASS PIC 9(6).
        02 FILLER PIC X(5) VALUE " DUE ".
        02 WR-DUE-DATE PIC 9(8).
        02 FILLER PIC X VALUE SPACE.
        02 WR-DUE-TIME PIC 9(4).
       01 RC-HEAD-1.
        02 FILLER PIC X(20) VALUE "NIGHT ROLL CALL FOR ".
        02 RH-DATE PIC 9(8).
       01 RC-HOSTEL-HEAD.
        02 FILLER PIC X(7) VALUE "HOSTEL ".
        02 RH-HOSTEL PIC X(4).
       01 RC-HEAD-2.
        02 FILLER PIC X(40) VALUE
           "ROOM  ROLL   NAME                  STATU".
        02 FILLER PIC X(39) VALUE
           "S    REMARKS                       SEEN".
       01 RC-DETAIL-LINE.
        02 RD-ROOM PIC X(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RD-RNO PIC 9(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RD-NAME PIC X(20).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RD-STATE PIC X(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RD-REMARK PIC X(29).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RD-TICK PIC X(3).
       01 RC-TOTAL-LINE.
        02 FILLER PIC X(7) VALUE "HOSTEL ".
        02 RT-HOSTEL PIC X(4).
        02 FILLER PIC X(11) VALUE "  BOARDERS ".
        02 RT-BOARDERS PIC ZZ,ZZ9.
        02 FILLER PIC X(6) VALUE "  OUT ".
        02 RT-OUT PIC ZZ,ZZ9.
        02 FILLER PIC X(11) VALUE "  ON LEAVE ".
        02 RT-LEAVE PIC ZZ,ZZ9.
        02 FILLER PIC X(16) VALUE "  TO BE PRESENT ".
        02 RT-PRESENT PIC ZZ,ZZ9.
       01 DASH-LINE PIC X(79) VALUE ALL "-".
       01 BLANK-LINE PIC X(79) VALUE SPACES.
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           DISPLAY "ENTER DATE FOR ROLL CALL YYYYMMDD (0 = TODAY): ".
           ACCEPT WS-ROLL-DATE.
           IF WS-ROLL-DATE = ZERO
                ACCEPT WS-ROLL-DATE FROM DATE YYYYMMDD.
           OPEN INPUT HOSTEL-ALLOC.
           IF HOSTEL-ALLOC-STATUS NOT = "00"
                DISPLAY "NO HOSTEL ALLOCATIONS ON FILE"
                MOVE 04 TO WS-RETURN-CODE
                MOVE "NO HOSTEL ALLOCATIONS ON FILE" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
           CLOSE HOSTEL-ALLOC.
           OPEN INPUT STUDENT.
           IF STUDENT-FILE-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN STUDENT.DAT - STATUS ",
                     STUDENT-FILE-STATUS
                MOVE 08 TO WS-RETURN-CODE
                MOVE "UNABLE TO OPEN STUDENT.DAT" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-PASSES-PARA THRU LOAD-PASSES-EXIT.
           PERFORM LOAD-LEAVES-PARA THRU LOAD-LEAVES-EXIT.
           OPEN OUTPUT ROLL-PRINT.
           MOVE WS-ROLL-DATE TO RH-DATE.
           MOVE RC-HEAD-1 TO ROLL-LINE.
           PERFORM WRITE-ROLL-LINE-PARA.
       SORT-PARA.
           SORT SORT-WORK
                ON ASCENDING KEY SW-HOSTEL SW-ROOM SW-RNO
                INPUT PROCEDURE IS RELEASE-INPUT-PARA
                OUTPUT PROCEDURE IS ROLL-OUTPUT-PARA.
       TOTAL-PARA.
           MOVE DASH-LINE TO ROLL-LINE.
           PERFORM WRITE-ROLL-LINE-PARA.
           MOVE "ALL" TO RT-HOSTEL.
           MOVE WS-TOT-BOARDERS TO RT-BOARDERS.
           MOVE WS-TOT-OUT TO RT-OUT.
           MOVE WS-TOT-LEAVE TO RT-LEAVE.
           MOVE WS-TOT-PRESENT TO RT-PRESENT.
           MOVE RC-TOTAL-LINE TO ROLL-LINE.
           PERFORM WRITE-ROLL-LINE-PARA.
           CLOSE ROLL-PRINT.
           CLOSE STUDENT.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       RELEASE-INPUT-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT HOSTEL-ALLOC.
           PERFORM RELEASE-ONE-PARA UNTIL WS-EOF.
           CLOSE HOSTEL-ALLOC.
       RELEASE-ONE-PARA.
           READ HOSTEL-ALLOC
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM RELEASE-ONE-REC-PARA THRU
                     RELEASE-ONE-REC-EXIT.
      *    A SPELL SINCE VACATED STILL COUNTS FOR A PAST DATE THAT
      *    FELL BEFORE THE LEAVING DATE.
       RELEASE-ONE-REC-PARA.
           IF HA-FROM-DATE > WS-ROLL-DATE
                GO TO RELEASE-ONE-REC-EXIT.
           IF HA-VACATED AND HA-TO-DATE NOT > WS-ROLL-DATE
                GO TO RELEASE-ONE-REC-EXIT.
           ADD 1 TO WS-READ-COUNT.
           MOVE HA-HOSTEL TO SW-HOSTEL.
           MOVE HA-ROOM TO SW-ROOM.
           MOVE HA-RNO TO SW-RNO.
           MOVE "NOT ON STUDENT FILE" TO SW-NAME.
           MOVE HA-RNO TO RNO.
           READ STUDENT KEY IS RNO
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE NAME TO SW-NAME.
           MOVE "I" TO SW-STATE.
           MOVE ZERO TO SW-PASS.
           MOVE ZERO TO SW-DUE-DATE.
           MOVE ZERO TO SW-DUE-TIME.
           PERFORM FIND-PASS-PARA.
           IF WS-OP-FOUND
                MOVE "O" TO SW-STATE
                MOVE WS-OP-PASS-NO(WS-OP-FOUND-X) TO SW-PASS
                MOVE WS-OP-DUE-DATE(WS-OP-FOUND-X) TO SW-DUE-DATE
                MOVE WS-OP-DUE-TIME(WS-OP-FOUND-X) TO SW-DUE-TIME
           ELSE
                PERFORM FIND-LEAVE-PARA
                IF WS-LV-FOUND
                     MOVE "L" TO SW-STATE.
           RELEASE SORT-REC.
       RELEASE-ONE-REC-EXIT.
           EXIT.
       FIND-PASS-PARA.
           MOVE "N" TO WS-OP-FOUND-SW.
           PERFORM CHECK-ONE-PASS-PARA
                VARYING WS-OP-IDX FROM 1 BY 1
                UNTIL WS-OP-IDX > WS-OP-TOTAL
                OR WS-OP-FOUND.
       CHECK-ONE-PASS-PARA.
           IF WS-OP-RNO(WS-OP-IDX) = HA-RNO
                MOVE "Y" TO WS-OP-FOUND-SW
                MOVE WS-OP-IDX TO WS-OP-FOUND-X.
       FIND-LEAVE-PARA.
           MOVE "N" TO WS-LV-FOUND-SW.
           PERFORM CHECK-ONE-LEAVE-PARA
                VARYING WS-LV-IDX FROM 1 BY 1
                UNTIL WS-LV-IDX > WS-LV-TOTAL
                OR WS-LV-FOUND.
       CHECK-ONE-LEAVE-PARA.
           IF WS-LV-RNO(WS-LV-IDX) = HA-RNO
                MOVE "Y" TO WS-LV-FOUND-SW.
       ROLL-OUTPUT-PARA.
           MOVE "N" TO WS-SORT-EOF-SW.
           PERFORM RETURN-ONE-PARA UNTIL WS-SORT-EOF.
           IF WS-HOSTEL-OPEN
                PERFORM CLOSE-HOSTEL-PARA.
       RETURN-ONE-PARA.
           RETURN SORT-WORK
                AT END MOVE "Y" TO WS-SORT-EOF-SW
                NOT AT END PERFORM PRINT-ONE-PARA.
       PRINT-ONE-PARA.
           IF SW-HOSTEL NOT = WS-CURRENT-HOSTEL
                IF WS-HOSTEL-OPEN
                     PERFORM CLOSE-HOSTEL-PARA.
           IF SW-HOSTEL NOT = WS-CURRENT-HOSTEL
                PERFORM OPEN-HOSTEL-PARA.
           ADD 1 TO WS-HS-BOARDERS.
           MOVE SW-ROOM TO RD-ROOM.
           MOVE SW-RNO TO RD-RNO.
           MOVE SW-NAME TO RD-NAME.
           MOVE SPACES TO RD-REMARK.
           MOVE SPACES TO RD-TICK.
           IF SW-STATE = "O"
                ADD 1 TO WS-HS-OUT
                MOVE "OUT" TO RD-STATE
                MOVE SW-PASS TO WR-PASS
                MOVE SW-DUE-DATE TO WR-DUE-DATE
                MOVE SW-DUE-TIME TO WR-DUE-TIME
                MOVE WS-OUT-REMARK TO RD-REMARK
           ELSE
                IF SW-STATE = "L"
                     ADD 1 TO WS-HS-LEAVE
                     MOVE "ON LEAVE" TO RD-STATE
                ELSE
                     ADD 1 TO WS-HS-PRESENT
                     MOVE "IN" TO RD-STATE
                     MOVE "[ ]" TO RD-TICK.
           MOVE RC-DETAIL-LINE TO ROLL-LINE.
           PERFORM WRITE-ROLL-LINE-PARA.
       OPEN-HOSTEL-PARA.
           MOVE SW-HOSTEL TO WS-CURRENT-HOSTEL.
           MOVE "Y" TO WS-HOSTEL-OPEN-SW.
           MOVE ZERO TO WS-HS-BOARDERS.
           MOVE ZERO TO WS-HS-OUT.
           MOVE ZERO TO WS-HS-LEAVE.
           MOVE ZERO TO WS-HS-PRESENT.
           MOVE BLANK-LINE TO ROLL-LINE.
           PERFORM WRITE-ROLL-LINE-PARA.
           MOVE WS-CURRENT-HOSTEL TO RH-HOSTEL.
           MOVE RC-HOSTEL-HEAD TO ROLL-LINE.
           PERFORM WRITE-ROLL-LINE-PARA.
           MOVE RC-HEAD-2 TO ROLL-LINE.
           PERFORM WRITE-ROLL-LINE-PARA.
           MOVE DASH-LINE TO ROLL-LINE.
           PERFORM WRITE-ROLL-LINE-PARA.
       CLOSE-HOSTEL-PARA.
           MOVE DASH-LINE TO ROLL-LINE.
           PERFORM WRITE-ROLL-LINE-PARA.
           MOVE WS-CURRENT-HOSTEL TO RT-HOSTEL.
           MOVE WS-HS-BOARDERS TO RT-BOARDERS.
           MOVE WS-HS-OUT TO RT-OUT.
           MOVE WS-HS-LEAVE TO RT-LEAVE.
           MOVE WS-HS-PRESENT TO RT-PRESENT.
           MOVE RC-TOTAL-LINE TO ROLL-LINE.
           PERFORM WRITE-ROLL-LINE-PARA.
           ADD WS-HS-BOARDERS TO WS-TOT-BOARDERS.
           ADD WS-HS-OUT TO WS-TOT-OUT.
           ADD WS-HS-LEAVE TO WS-TOT-LEAVE.
           ADD WS-HS-PRESENT TO WS-TOT-PRESENT.
           MOVE "N" TO WS-HOSTEL-OPEN-SW.
      *    A PASS COUNTS AGAINST THE NIGHT IF THE BOARDER LEFT ON OR
      *    BEFORE THE DATE AND HAD NOT COME BACK BY THE END OF IT.
       LOAD-PASSES-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT OUTING-PASS.
           IF OUTING-PASS-STATUS NOT = "00"
                GO TO LOAD-PASSES-EXIT.
           PERFORM LOAD-ONE-PASS-PARA UNTIL WS-EOF.
           CLOSE OUTING-PASS.
       LOAD-PASSES-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-PASS-PARA.
           READ OUTING-PASS
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF OP-OUT-DATE NOT > WS-ROLL-DATE
                          AND (OP-OUT OR (OP-RETURNED
                          AND OP-BACK-DATE > WS-ROLL-DATE))
                          AND WS-OP-TOTAL < 2000
                          ADD 1 TO WS-OP-TOTAL
                          SET WS-OP-X TO WS-OP-TOTAL
                          MOVE OP-RNO TO WS-OP-RNO(WS-OP-X)
                          MOVE OP-PASS-NO TO WS-OP-PASS-NO(WS-OP-X)
                          MOVE OP-DUE-DATE TO WS-OP-DUE-DATE(WS-OP-X)
                          MOVE OP-DUE-TIME TO WS-OP-DUE-TIME(WS-OP-X).
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
                     IF LV-FROM-DATE NOT > WS-ROLL-DATE
                          AND LV-TO-DATE NOT < WS-ROLL-DATE
                          AND WS-LV-TOTAL < 1000
                          ADD 1 TO WS-LV-TOTAL
                          SET WS-LV-X TO WS-LV-TOTAL
                          MOVE LV-RNO TO WS-LV-RNO(WS-LV-X).
       WRITE-ROLL-LINE-PARA.
           DISPLAY ROLL-LINE.
           WRITE ROLL-LINE.
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
           MOVE ZERO TO RL-UPDATE-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "NIGHT-ROLL-CALL" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
