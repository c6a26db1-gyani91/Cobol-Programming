           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TICKET-PRINT-STATUS.
           SELECT DUNNING-STATUS ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DUNNING-STATUS-STATUS.
           SELECT FEE-LEDGER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FEE-LEDGER-STATUS.
           SELECT HOLD-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HOLD-PRINT-STATUS.
           SELECT EXAM-SEAT ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EXAM-SEAT-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           VALUE OF FILE-ID "HALLTKT.DAT"
           DATA RECORD IS TICKET-LINE.
       01 TICKET-LINE PIC X(79).
       FD DUNNING-STATUS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "DUNSTAT.DAT"
           DATA RECORD IS DUNNING-REC.
       COPY DUNNING.
       FD FEE-LEDGER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "FEELEDG.DAT"
           DATA RECORD IS FEE-LEDGER-REC.
       COPY FEELEDG.
       FD HOLD-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "HALLHOLD.DAT"
           DATA RECORD IS HOLD-LINE.
       01 HOLD-LINE PIC X(79).
       FD EXAM-SEAT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "EXSEAT.DAT"
           DATA RECORD IS EXAM-SEAT-REC.
       COPY EXSEAT.
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
       77 ELECTIVE-ENROLL-STATUS PIC XX.
       77 SITTING-CONTROL-STATUS PIC XX.
       77 TICKET-PRINT-STATUS PIC XX.
       77 DUNNING-STATUS-STATUS PIC XX.
       77 FEE-LEDGER-STATUS PIC XX.
       77 HOLD-PRINT-STATUS PIC XX.
       77 EXAM-SEAT-STATUS PIC XX.
       77 WS-SEAT-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-SEAT-IDX PIC 9(4) COMP.
       77 WS-SEAT-FOUND-SW PIC X.
           88 WS-SEAT-FOUND VALUE "Y".
       77 WS-SEAT-FOUND-X PIC 9(4) COMP.
       77 WS-ROOM-PICK PIC X(15).
      *    SEATS FROM THE LAST EXAM-SEATING RUN; THE ROOM MAY DIFFER
      *    FROM THE SITTING'S OWN WHEN THAT ROOM WAS FULL.
       01 WS-SEAT-TABLE.
        02 WS-SEAT-ENTRY OCCURS 5000 TIMES
                DEPENDING ON WS-SEAT-TOTAL
                INDEXED BY WS-SEAT-X.
         03 WS-SEAT-RNO PIC 9(5).
         03 WS-SEAT-CODE PIC X(5).
         03 WS-SEAT-ROOM PIC X(15).
         03 WS-SEAT-NO PIC X(3).
       77 WS-HOLD-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-HOLD-IDX PIC 9(4) COMP.
       77 WS-HOLD-FOUND-SW PIC X.
           88 WS-HOLD-FOUND VALUE "Y".
       77 WS-HOLD-FOUND-X PIC 9(4) COMP.
       77 WS-HELD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HOLD-TABLE.
        02 WS-HOLD-ENTRY OCCURS 5000 TIMES
                DEPENDING ON WS-HOLD-TOTAL
                INDEXED BY WS-HOLD-X.
         03 WS-HOLD-RNO PIC 9(5).
         03 WS-HOLD-NOTICE PIC 9(8).
         03 WS-HOLD-BALANCE PIC S9(7)V99.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-SUBJECT-TOTAL PIC 9(3) COMP VALUE ZERO.
        02 FILLER PIC X(4) VALUE "SESS".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(5) VALUE "VENUE".
        02 FILLER PIC X(12) VALUE SPACES.
        02 FILLER PIC X(4) VALUE "SEAT".
       01 TK-PAPER-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 TK-CODE PIC X(5).
        02 TK-SESSION PIC X(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 TK-VENUE PIC X(15).
        02 FILLER PIC X(2) VALUE SPACES.
        02 TK-SEAT PIC X(3).
       01 TK-VENUE-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 TV-VENUE PIC X(15).
        02 FILLER PIC X(2) VALUE ": ".
        02 TV-COUNT PIC ZZZZ9.
        02 FILLER PIC X(11) VALUE " CANDIDATES".
       01 HL-HEAD-1 PIC X(50)
           VALUE "HALL TICKETS WITHHELD - FEES UNPAID".
       01 HL-HEAD-2.
        02 FILLER PIC X(5) VALUE "ROLL ".
        02 FILLER PIC X(22) VALUE "NAME".
        02 FILLER PIC X(14) VALUE "FINAL NOTICE".
        02 FILLER PIC X(12) VALUE "BALANCE".
       01 HL-DETAIL.
        02 HL-RNO PIC 9(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 HL-NAME PIC X(20).
        02 FILLER PIC X(2) VALUE SPACES.
        02 HL-NOTICE PIC 9(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 HL-BALANCE PIC Z,ZZZ,ZZ9.99.
       01 HL-TOTAL.
        02 FILLER PIC X(18) VALUE "TICKETS WITHHELD: ".
        02 HL-COUNT PIC ZZZZ9.
       01 PAGE-LINE PIC X(79) VALUE ALL "=".
       01 DASH-LINE PIC X(60) VALUE ALL "-".
       COPY RETCODE.
           PERFORM LOAD-ELECTIVES-PARA THRU LOAD-ELECTIVES-EXIT.
           IF WS-RC-ERROR
                GO TO END-PARA.
           PERFORM LOAD-HOLDS-PARA THRU LOAD-HOLDS-EXIT.
           PERFORM LOAD-SEATS-PARA THRU LOAD-SEATS-EXIT.
       PRINT-PARA.
           OPEN INPUT STUDENT.
           IF STUDENT-FILE-STATUS NOT = "00"
           OPEN EXTEND TICKET-PRINT.
           IF TICKET-PRINT-STATUS = "35"
                OPEN OUTPUT TICKET-PRINT.
           OPEN OUTPUT HOLD-PRINT.
           MOVE HL-HEAD-1 TO HOLD-LINE.
           PERFORM WRITE-HOLD-PARA.
           MOVE HL-HEAD-2 TO HOLD-LINE.
           PERFORM WRITE-HOLD-PARA.
           MOVE DASH-LINE TO HOLD-LINE.
           PERFORM WRITE-HOLD-PARA.
           PERFORM PRINT-ONE-PARA UNTIL WS-EOF.
           CLOSE STUDENT.
           MOVE DASH-LINE TO HOLD-LINE.
           PERFORM WRITE-HOLD-PARA.
           MOVE WS-HELD-COUNT TO HL-COUNT.
           MOVE HL-TOTAL TO HOLD-LINE.
           PERFORM WRITE-HOLD-PARA.
           CLOSE HOLD-PRINT.
       VENUE-PARA.
           PERFORM WRITE-DASH-PARA.
           MOVE "VENUE CANDIDATE COUNTS:" TO TICKET-LINE.
           PERFORM WRITE-DASH-PARA.
           CLOSE TICKET-PRINT.
           DISPLAY "HALL TICKETS PRINTED: ", WS-TICKET-COUNT.
           DISPLAY "HALL TICKETS WITHHELD FOR FEES: ", WS-HELD-COUNT.
           IF WS-TICKET-COUNT = ZERO
                IF WS-RETURN-CODE < 04
                     MOVE 04 TO WS-RETURN-CODE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF STUDENT-ACTIVE
                          PERFORM PRINT-ONE-TICKET-PARA THRU
                               PRINT-ONE-TICKET-EXIT.
       PRINT-ONE-TICKET-PARA.
      *    A FINAL FEE NOTICE STILL UNPAID AND NOT RELEASED BY A
      *    SUPERVISOR PUTS THE STUDENT ON THE HELD LIST INSTEAD.
           PERFORM FIND-HOLD-PARA.
           IF WS-HOLD-FOUND
                PERFORM HOLD-ONE-PARA
                GO TO PRINT-ONE-TICKET-EXIT.
           MOVE ZERO TO WS-PAPER-COUNT.
           PERFORM WRITE-PAGE-PARA.
           MOVE TK-HEAD-1 TO TICKET-LINE.
           PERFORM WRITE-PAGE-PARA.
           IF WS-PAPER-COUNT > ZERO
                ADD 1 TO WS-TICKET-COUNT.
       PRINT-ONE-TICKET-EXIT.
           EXIT.
       HOLD-ONE-PARA.
           ADD 1 TO WS-HELD-COUNT.
           MOVE RNO TO HL-RNO.
           MOVE NAME TO HL-NAME.
           MOVE WS-HOLD-NOTICE(WS-HOLD-FOUND-X) TO HL-NOTICE.
           MOVE WS-HOLD-BALANCE(WS-HOLD-FOUND-X) TO HL-BALANCE.
           MOVE HL-DETAIL TO HOLD-LINE.
           PERFORM WRITE-HOLD-PARA.
       FIND-HOLD-PARA.
           MOVE "N" TO WS-HOLD-FOUND-SW.
           PERFORM CHECK-ONE-HOLD-PARA
                VARYING WS-HOLD-IDX FROM 1 BY 1
                UNTIL WS-HOLD-IDX > WS-HOLD-TOTAL
                OR WS-HOLD-FOUND.
       CHECK-ONE-HOLD-PARA.
           IF WS-HOLD-RNO(WS-HOLD-IDX) = RNO
                AND WS-HOLD-BALANCE(WS-HOLD-IDX) > ZERO
                MOVE "Y" TO WS-HOLD-FOUND-SW
                MOVE WS-HOLD-IDX TO WS-HOLD-FOUND-X.
      *    HOLDS COME FROM DUNSTAT.DAT; THE BALANCE IS TAKEN AFRESH
      *    FROM THE LEDGER SO A PAYMENT MADE SINCE THE LAST DUNNING
      *    RUN LIFTS THE HOLD AT ONCE.
       LOAD-HOLDS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT DUNNING-STATUS.
           IF DUNNING-STATUS-STATUS NOT = "00"
                GO TO LOAD-HOLDS-EXIT.
           PERFORM LOAD-ONE-HOLD-PARA UNTIL WS-EOF.
           CLOSE DUNNING-STATUS.
           IF WS-HOLD-TOTAL = ZERO
                GO TO LOAD-HOLDS-EXIT.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FEE-LEDGER.
           IF FEE-LEDGER-STATUS NOT = "00"
                GO TO LOAD-HOLDS-EXIT.
           PERFORM TALLY-ONE-HOLD-PARA UNTIL WS-EOF.
           CLOSE FEE-LEDGER.
       LOAD-HOLDS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-HOLD-PARA.
           READ DUNNING-STATUS
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF DN-FINAL AND DN-HOLD-ON
                          AND WS-HOLD-TOTAL < 5000
                          ADD 1 TO WS-HOLD-TOTAL
                          SET WS-HOLD-X TO WS-HOLD-TOTAL
                          MOVE DN-RNO TO WS-HOLD-RNO(WS-HOLD-X)
                          MOVE DN-STAGE-DATE TO
                               WS-HOLD-NOTICE(WS-HOLD-X)
                          MOVE ZERO TO WS-HOLD-BALANCE(WS-HOLD-X).
       TALLY-ONE-HOLD-PARA.
           READ FEE-LEDGER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM TALLY-HOLD-BALANCE-PARA THRU
                     TALLY-HOLD-BALANCE-EXIT.
       TALLY-HOLD-BALANCE-PARA.
           MOVE "N" TO WS-HOLD-FOUND-SW.
           PERFORM CHECK-ONE-TALLY-PARA
                VARYING WS-HOLD-IDX FROM 1 BY 1
                UNTIL WS-HOLD-IDX > WS-HOLD-TOTAL
                OR WS-HOLD-FOUND.
           IF NOT WS-HOLD-FOUND
                GO TO TALLY-HOLD-BALANCE-EXIT.
           IF FL-CHARGE OR FL-REFUND
                ADD FL-AMOUNT TO WS-HOLD-BALANCE(WS-HOLD-FOUND-X).
           IF FL-PAYMENT OR FL-WRITEOFF
                SUBTRACT FL-AMOUNT FROM
                     WS-HOLD-BALANCE(WS-HOLD-FOUND-X).
       TALLY-HOLD-BALANCE-EXIT.
           EXIT.
       CHECK-ONE-TALLY-PARA.
           IF WS-HOLD-RNO(WS-HOLD-IDX) = FL-RNO
                MOVE "Y" TO WS-HOLD-FOUND-SW
                MOVE WS-HOLD-IDX TO WS-HOLD-FOUND-X.
       PRINT-ONE-PAPER-PARA.
           IF WS-SUBJECT-ELECTIVE(WS-SUB-IDX)
                PERFORM FIND-ELECTIVE-PARA
                     MOVE "AFTN" TO TK-SESSION
                ELSE
                     MOVE "MORN" TO TK-SESSION.
           MOVE SPACES TO TK-SEAT.
           IF WS-SIT-FOUND
                MOVE WS-SIT-VENUE(WS-SIT-FOUND-X) TO WS-ROOM-PICK
                PERFORM FIND-SEAT-PARA
                IF WS-SEAT-FOUND
                     MOVE WS-SEAT-ROOM(WS-SEAT-FOUND-X) TO WS-ROOM-PICK
                     MOVE WS-SEAT-NO(WS-SEAT-FOUND-X) TO TK-SEAT.
           IF WS-SIT-FOUND
                MOVE WS-ROOM-PICK TO TK-VENUE
                PERFORM TALLY-VENUE-PARA
           ELSE
                MOVE ZERO TO TK-DATE
                IF WS-VENUE-TOTAL < 50
                     ADD 1 TO WS-VENUE-TOTAL
                     SET WS-VENUE-X TO WS-VENUE-TOTAL
                     MOVE WS-ROOM-PICK TO WS-VENUE-NAME(WS-VENUE-X)
                     MOVE 1 TO WS-VENUE-COUNT(WS-VENUE-X).
       CHECK-ONE-VENUE-PARA.
           IF WS-VENUE-NAME(WS-VENUE-IDX) = WS-ROOM-PICK
                MOVE "Y" TO WS-VENUE-FOUND-SW
                MOVE WS-VENUE-IDX TO WS-VENUE-FOUND-X.
       FIND-SEAT-PARA.
           MOVE "N" TO WS-SEAT-FOUND-SW.
           PERFORM CHECK-ONE-SEAT-PARA
                VARYING WS-SEAT-IDX FROM 1 BY 1
                UNTIL WS-SEAT-IDX > WS-SEAT-TOTAL
                OR WS-SEAT-FOUND.
       CHECK-ONE-SEAT-PARA.
           IF WS-SEAT-RNO(WS-SEAT-IDX) = RNO
                AND WS-SEAT-CODE(WS-SEAT-IDX) =
                     WS-SUBJECT-CODE(WS-SUB-IDX)
                MOVE "Y" TO WS-SEAT-FOUND-SW
                MOVE WS-SEAT-IDX TO WS-SEAT-FOUND-X.
       WRITE-ONE-VENUE-PARA.
           MOVE WS-VENUE-NAME(WS-VENUE-IDX) TO TV-VENUE.
           MOVE WS-VENUE-COUNT(WS-VENUE-IDX) TO TV-COUNT.
                          MOVE SC-SESSION TO
                               WS-SIT-SESSION(WS-SIT-X)
                          MOVE SC-VENUE TO WS-SIT-VENUE(WS-SIT-X).
      *    NO SEAT FILE SIMPLY MEANS THE TICKETS CARRY NO SEATS.
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
                NOT AT END
                     IF WS-SEAT-TOTAL < 5000
                          ADD 1 TO WS-SEAT-TOTAL
                          SET WS-SEAT-X TO WS-SEAT-TOTAL
                          MOVE ES-RNO TO WS-SEAT-RNO(WS-SEAT-X)
                          MOVE ES-SUBJECT-CODE TO
                               WS-SEAT-CODE(WS-SEAT-X)
                          MOVE ES-ROOM TO WS-SEAT-ROOM(WS-SEAT-X)
                          MOVE ES-SEAT-NO TO WS-SEAT-NO(WS-SEAT-X).
       LOAD-ELECTIVES-PARA.
           OPEN INPUT ELECTIVE-ENROLL.
           IF ELECTIVE-ENROLL-STATUS NOT = "00"
       WRITE-DASH-PARA.
           MOVE DASH-LINE TO TICKET-LINE.
           PERFORM WRITE-LINE-PARA.
       WRITE-HOLD-PARA.
           DISPLAY HOLD-LINE.
           WRITE HOLD-LINE.
       LOG-RUN-START-PARA.
           MOVE "S" TO RL-ENTRY-TYPE.
           MOVE ZERO TO RL-READ-COUNT.
           MOVE "E" TO RL-ENTRY-TYPE.
           MOVE WS-TICKET-COUNT TO RL-READ-COUNT.
           MOVE WS-TICKET-COUNT TO RL-UPDATE-COUNT.
           MOVE WS-HELD-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
