       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-ROLLUP.
      *    END-OF-DAY ROLL-UP OF THE PERIOD REGISTERS INTO THE
      *    MONTHLY ATTEND.DAT TOTALS THAT TABLE AND THE ATTENDANCE
      *    REGISTER READ. EACH STUDENT WITH A PERIOD ROW FOR THE
      *    DATE COUNTS ONE DAY: PRESENT IF PRESENT FOR ANY PERIOD,
      *    EXCUSED IF EXCUSED FOR EVERY PERIOD, OTHERWISE ABSENT.
      *    THE DATE IS THEN RECORDED ON ATTPOST.DAT SO NEITHER THIS
      *    RUN NOR THE DAILY ROLL CALL CAN ADD IT A SECOND TIME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT ATTENDANCE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AT-KEY
           FILE STATUS IS ATTENDANCE-STATUS.
           SELECT PERIOD-ATTEND ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PERIOD-ATTEND-STATUS.
           SELECT ATTEND-POST ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ATTEND-POST-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ATTENDANCE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "ATTEND.DAT"
           DATA RECORD IS ATTENDANCE-REC.
       COPY ATTEND.
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
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 ATTENDANCE-STATUS PIC XX.
       77 PERIOD-ATTEND-STATUS PIC XX.
       77 ATTEND-POST-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-ROLL-DATE.
        02 WS-ROLL-MONTH PIC 9(6).
        02 WS-ROLL-DD PIC 9(2).
       77 WS-POSTED-SW PIC X.
           88 WS-POSTED VALUE "Y".
       77 WS-ATT-FOUND-SW PIC X.
           88 WS-ATT-FOUND VALUE "Y".
       77 WS-DAY-MARK PIC X.
       77 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       77 WS-PRESENT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ABSENT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-EXCUSED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
      *    ONE ENTRY PER STUDENT SEEN ON THE DATE'S REGISTERS.
       77 WS-DAY-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-DAY-IDX PIC 9(4) COMP.
       77 WS-DAY-PICK PIC 9(4) COMP.
       01 WS-DAY-TABLE.
        02 WS-DAY-ENTRY OCCURS 1 TO 3000 TIMES
                DEPENDING ON WS-DAY-TOTAL
                INDEXED BY WS-DAY-X.
         03 WS-DAY-RNO PIC 9(5).
         03 WS-DAY-PRESENT PIC 9(2).
         03 WS-DAY-ABSENT PIC 9(2).
         03 WS-DAY-EXCUSED PIC 9(2).
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           DISPLAY "ENTER DATE TO ROLL UP YYYYMMDD (0 = TODAY): ".
           ACCEPT WS-ROLL-DATE.
           IF WS-ROLL-DATE = ZERO
                ACCEPT WS-ROLL-DATE FROM DATE YYYYMMDD.
           IF WS-ROLL-DATE NOT NUMERIC
                OR WS-ROLL-DD < 01 OR WS-ROLL-DD > 31
                DISPLAY "INVALID DATE"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "INVALID ROLL-UP DATE" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM CHECK-POSTED-PARA THRU CHECK-POSTED-EXIT.
           IF WS-POSTED
                DISPLAY "DATE ", WS-ROLL-DATE, " IS ALREADY ",
                     "POSTED TO THE MONTHLY ATTENDANCE"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "DATE ALREADY POSTED TO ATTEND.DAT" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-DAY-PARA THRU LOAD-DAY-EXIT.
           IF WS-DAY-TOTAL = ZERO
                DISPLAY "NO PERIOD REGISTERS TAKEN ON ", WS-ROLL-DATE
                MOVE 08 TO WS-RETURN-CODE
                MOVE "NO PERIOD REGISTERS FOR THE DATE" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
           OPEN I-O ATTENDANCE.
           IF ATTENDANCE-STATUS = "35"
                OPEN OUTPUT ATTENDANCE
                CLOSE ATTENDANCE
                OPEN I-O ATTENDANCE.
           IF ATTENDANCE-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN ATTEND.DAT - STATUS ",
                     ATTENDANCE-STATUS
                MOVE 08 TO WS-RETURN-CODE
                MOVE "UNABLE TO OPEN ATTEND.DAT" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
       POST-PARA.
           PERFORM POST-ONE-PARA
                VARYING WS-DAY-IDX FROM 1 BY 1
                UNTIL WS-DAY-IDX > WS-DAY-TOTAL.
       CLOSE-PARA.
           CLOSE ATTENDANCE.
           PERFORM WRITE-POSTED-PARA.
           DISPLAY "PERIOD ROWS READ: ", WS-READ-COUNT,
                " STUDENTS POSTED: ", WS-DAY-TOTAL.
           DISPLAY "PRESENT: ", WS-PRESENT-COUNT,
                " ABSENT: ", WS-ABSENT-COUNT,
                " EXCUSED: ", WS-EXCUSED-COUNT.
           IF WS-REJECT-COUNT > ZERO
                DISPLAY "REGISTER ROWS NOT HELD (OVER 3000 STUDENTS): ",
                     WS-REJECT-COUNT
                MOVE 04 TO WS-RETURN-CODE
                MOVE "STUDENT TABLE FULL - ROWS NOT POSTED" TO
                     WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       POST-ONE-PARA.
           IF WS-DAY-PRESENT(WS-DAY-IDX) > ZERO
                MOVE "P" TO WS-DAY-MARK
                ADD 1 TO WS-PRESENT-COUNT
           ELSE
                IF WS-DAY-ABSENT(WS-DAY-IDX) > ZERO
                     MOVE "A" TO WS-DAY-MARK
                     ADD 1 TO WS-ABSENT-COUNT
                ELSE
                     MOVE "E" TO WS-DAY-MARK
                     ADD 1 TO WS-EXCUSED-COUNT.
           MOVE "N" TO WS-ATT-FOUND-SW.
           MOVE WS-DAY-RNO(WS-DAY-IDX) TO AT-RNO.
           MOVE WS-ROLL-MONTH TO AT-MONTH.
           READ ATTENDANCE KEY IS AT-KEY
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE "Y" TO WS-ATT-FOUND-SW.
           IF NOT WS-ATT-FOUND
                MOVE WS-DAY-RNO(WS-DAY-IDX) TO AT-RNO
                MOVE WS-ROLL-MONTH TO AT-MONTH
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
       LOAD-DAY-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT PERIOD-ATTEND.
           IF PERIOD-ATTEND-STATUS NOT = "00"
                GO TO LOAD-DAY-EXIT.
           PERFORM LOAD-ONE-ROW-PARA UNTIL WS-EOF.
           CLOSE PERIOD-ATTEND.
       LOAD-DAY-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-ROW-PARA.
           READ PERIOD-ATTEND
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF PA-DATE = WS-ROLL-DATE
                          ADD 1 TO WS-READ-COUNT
                          PERFORM NOTE-ROW-PARA.
       NOTE-ROW-PARA.
           MOVE ZERO TO WS-DAY-PICK.
           PERFORM FIND-ONE-DAY-PARA
                VARYING WS-DAY-IDX FROM 1 BY 1
                UNTIL WS-DAY-IDX > WS-DAY-TOTAL
                OR WS-DAY-PICK NOT = ZERO.
           IF WS-DAY-PICK = ZERO
                IF WS-DAY-TOTAL < 3000
                     ADD 1 TO WS-DAY-TOTAL
                     MOVE WS-DAY-TOTAL TO WS-DAY-PICK
                     SET WS-DAY-X TO WS-DAY-TOTAL
                     MOVE PA-RNO TO WS-DAY-RNO(WS-DAY-X)
                     MOVE ZERO TO WS-DAY-PRESENT(WS-DAY-X)
                     MOVE ZERO TO WS-DAY-ABSENT(WS-DAY-X)
                     MOVE ZERO TO WS-DAY-EXCUSED(WS-DAY-X)
                ELSE
                     ADD 1 TO WS-REJECT-COUNT.
           IF WS-DAY-PICK NOT = ZERO
                IF PA-PRESENT
                     ADD 1 TO WS-DAY-PRESENT(WS-DAY-PICK)
                ELSE
                     IF PA-ABSENT
                          ADD 1 TO WS-DAY-ABSENT(WS-DAY-PICK)
                     ELSE
                          ADD 1 TO WS-DAY-EXCUSED(WS-DAY-PICK).
       FIND-ONE-DAY-PARA.
           IF WS-DAY-RNO(WS-DAY-IDX) = PA-RNO
                MOVE WS-DAY-IDX TO WS-DAY-PICK.
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
                     IF AP-DATE = WS-ROLL-DATE
                          MOVE "Y" TO WS-POSTED-SW
                          MOVE "Y" TO WS-EOF-SW.
       WRITE-POSTED-PARA.
           OPEN EXTEND ATTEND-POST.
           IF ATTEND-POST-STATUS = "35"
                OPEN OUTPUT ATTEND-POST.
           MOVE WS-ROLL-DATE TO AP-DATE.
           MOVE "PERIOD" TO AP-SOURCE.
           MOVE WS-PRESENT-COUNT TO AP-PRESENT.
           MOVE WS-ABSENT-COUNT TO AP-ABSENT.
           MOVE WS-EXCUSED-COUNT TO AP-EXCUSED.
           WRITE ATTEND-POST-REC.
           CLOSE ATTEND-POST.
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
           MOVE WS-DAY-TOTAL TO RL-UPDATE-COUNT.
           MOVE WS-REJECT-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "PERIOD-ROLLUP" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
