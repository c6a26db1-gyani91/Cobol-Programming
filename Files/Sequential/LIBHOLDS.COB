       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBRARY-HOLDS.
      *    DAILY RUN OF THE LIBRARY RESERVATION QUEUE. A HOLD NOT
      *    COLLECTED BY ITS EXPIRY LAPSES AND THE BOOK PASSES TO
      *    THE NEXT STUDENT WAITING, WHO IS SENT A NOTICE THROUGH
      *    COMMREG.DAT; WITH NOBODY WAITING THE BOOK GOES BACK TO
      *    THE SHELF. RESERVATIONS FOR A BOOK WRITTEN OFF AS LOST
      *    ARE CANCELLED. THE DESK GETS A LIST OF THE LAPSES AND OF
      *    EVERY BOOK NOW HELD, WITH WHO IT IS HELD FOR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT BOOK-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BOOK-MASTER-STATUS.
           SELECT BOOK-RESERVE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BOOK-RESERVE-STATUS.
           SELECT COMM-REGISTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS COMM-REGISTER-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HOLIDAY-FILE-STATUS.
           SELECT HOLDS-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HOLDS-PRINT-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BOOK-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "BOOKMST.DAT"
           DATA RECORD IS BOOK-MASTER-REC.
       COPY BOOKMST.
       FD BOOK-RESERVE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "BOOKRSV.DAT"
           DATA RECORD IS BOOK-RESERVE-REC.
       COPY BOOKRSV.
       FD COMM-REGISTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "COMMREG.DAT"
           DATA RECORD IS COMM-REGISTER-REC.
       COPY COMMREG.
       FD HOLIDAY-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "HOLIDAYS.DAT"
           DATA RECORD IS HOLIDAY-REC.
       COPY HOLIDAY.
       FD HOLDS-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "LIBHOLDS.DAT"
           DATA RECORD IS HOLDS-LINE.
       01 HOLDS-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 BOOK-MASTER-STATUS PIC XX.
       77 BOOK-RESERVE-STATUS PIC XX.
       77 COMM-REGISTER-STATUS PIC XX.
       77 HOLIDAY-FILE-STATUS PIC XX.
       77 HOLDS-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-TODAY PIC 9(8).
       77 WS-HOLD-DAYS PIC 9(3) VALUE 3.
       77 WS-FIND-BOOK PIC 9(6).
       77 WS-HELD-COUNT PIC 9(5) VALUE ZERO.
       77 WS-WAITING-COUNT PIC 9(5) VALUE ZERO.
       77 WS-LAPSED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-PASSED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-SHELVED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-CANCEL-COUNT PIC 9(5) VALUE ZERO.
       77 WS-UPDATE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-BOOK-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-BOOK-IDX PIC 9(4) COMP.
       77 WS-BOOK-FOUND-SW PIC X.
           88 WS-BOOK-FOUND VALUE "Y".
       77 WS-BOOK-FOUND-X PIC 9(4) COMP.
       01 WS-BOOK-TABLE.
        02 WS-BOOK-ENTRY OCCURS 2000 TIMES
                DEPENDING ON WS-BOOK-TOTAL
                INDEXED BY WS-BOOK-X.
         03 WS-BOOK-ID PIC 9(6).
         03 WS-BOOK-TITLE PIC X(30).
         03 WS-BOOK-AUTHOR PIC X(20).
         03 WS-BOOK-STATUS PIC X.
       77 WS-RSV-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-RSV-IDX PIC 9(4) COMP.
       77 WS-RSV-SCAN PIC 9(4) COMP.
       77 WS-RSV-FOUND-SW PIC X.
           88 WS-RSV-FOUND VALUE "Y".
       77 WS-RSV-FOUND-X PIC 9(4) COMP.
       01 WS-RSV-TABLE.
        02 WS-RSV-ENTRY OCCURS 3000 TIMES
                DEPENDING ON WS-RSV-TOTAL
                INDEXED BY WS-RSV-X.
         03 WS-RSV-BOOK PIC 9(6).
         03 WS-RSV-RNO PIC 9(5).
         03 WS-RSV-DATE PIC 9(8).
         03 WS-RSV-STATUS PIC X.
         03 WS-RSV-HOLD-DATE PIC 9(8).
         03 WS-RSV-HOLD-EXPIRY PIC 9(8).
       COPY WORKDAY.
       01 LH-HEAD-1.
        02 FILLER PIC X(31) VALUE
           "LIBRARY HOLDS AND LAPSES AS AT ".
        02 LH-TODAY PIC 9(8).
       01 WS-SECTION-TITLE PIC X(79).
       01 LH-CANCEL-TITLE PIC X(79) VALUE
           "RESERVATIONS CANCELLED - BOOK LOST OR OFF THE MASTER".
       01 LH-LAPSE-TITLE PIC X(79) VALUE
           "HOLDS LAPSED - NOT COLLECTED IN TIME".
       01 LH-HELD-TITLE PIC X(79) VALUE
           "BOOKS HELD AT THE DESK".
       01 LH-BOOK-HEAD.
        02 FILLER PIC X(40) VALUE
           "BOOK    TITLE                           ".
        02 FILLER PIC X(39) VALUE
           "ROLL NO  REMARKS".
       01 LH-BOOK-LINE.
        02 LB-BOOK PIC 9(6).
        02 FILLER PIC X(2) VALUE SPACES.
        02 LB-TITLE PIC X(30).
        02 FILLER PIC X(2) VALUE SPACES.
        02 LB-RNO PIC 9(5).
        02 FILLER PIC X(4) VALUE SPACES.
        02 LB-REMARK PIC X(30).
       01 WS-UNTIL-REMARK.
        02 WU-TEXT PIC X(11).
        02 WU-DATE PIC 9(8).
        02 WU-NEW PIC X(11).
       01 WS-PASSED-REMARK.
        02 FILLER PIC X(17) VALUE "PASSED TO ROLL NO".
        02 FILLER PIC X VALUE SPACE.
        02 WP-RNO PIC 9(5).
       01 LH-NONE-LINE PIC X(79) VALUE "  NONE".
       01 LH-TOTAL-LINE.
        02 FILLER PIC X(6) VALUE "HELD: ".
        02 LT-HELD PIC ZZ,ZZ9.
        02 FILLER PIC X(12) VALUE "   WAITING: ".
        02 LT-WAITING PIC ZZ,ZZ9.
        02 FILLER PIC X(11) VALUE "   LAPSED: ".
        02 LT-LAPSED PIC ZZ,ZZ9.
        02 FILLER PIC X(14) VALUE "   CANCELLED: ".
        02 LT-CANCEL PIC ZZ,ZZ9.
       01 DASH-LINE PIC X(79) VALUE ALL "-".
       01 BLANK-LINE PIC X(79) VALUE SPACES.
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM WORKDAY-LOAD-PARA THRU WORKDAY-LOAD-EXIT.
           PERFORM LOAD-BOOKS-PARA THRU LOAD-BOOKS-EXIT.
           IF WS-BOOK-TOTAL = ZERO
                DISPLAY "NO BOOKS ON THE MASTER"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "BOOKMST.DAT NOT FOUND OR EMPTY" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-RESERVES-PARA THRU LOAD-RESERVES-EXIT.
           OPEN OUTPUT HOLDS-PRINT.
           MOVE WS-TODAY TO LH-TODAY.
           MOVE LH-HEAD-1 TO HOLDS-LINE.
           PERFORM WRITE-HOLDS-LINE-PARA.
       CANCEL-PARA.
           MOVE LH-CANCEL-TITLE TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEAD-PARA.
           PERFORM CHECK-CANCEL-PARA
                VARYING WS-RSV-IDX FROM 1 BY 1
                UNTIL WS-RSV-IDX > WS-RSV-TOTAL.
           IF WS-CANCEL-COUNT = ZERO
                MOVE LH-NONE-LINE TO HOLDS-LINE
                PERFORM WRITE-HOLDS-LINE-PARA.
       LAPSE-PARA.
           MOVE LH-LAPSE-TITLE TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEAD-PARA.
           PERFORM CHECK-LAPSE-PARA
                VARYING WS-RSV-IDX FROM 1 BY 1
                UNTIL WS-RSV-IDX > WS-RSV-TOTAL.
           IF WS-LAPSED-COUNT = ZERO
                MOVE LH-NONE-LINE TO HOLDS-LINE
                PERFORM WRITE-HOLDS-LINE-PARA.
       HELD-PARA.
           MOVE LH-HELD-TITLE TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEAD-PARA.
           PERFORM CHECK-HELD-PARA
                VARYING WS-RSV-IDX FROM 1 BY 1
                UNTIL WS-RSV-IDX > WS-RSV-TOTAL.
           IF WS-HELD-COUNT = ZERO
                MOVE LH-NONE-LINE TO HOLDS-LINE
                PERFORM WRITE-HOLDS-LINE-PARA.
           PERFORM WRITE-DASH-PARA.
           MOVE WS-HELD-COUNT TO LT-HELD.
           MOVE WS-WAITING-COUNT TO LT-WAITING.
           MOVE WS-LAPSED-COUNT TO LT-LAPSED.
           MOVE WS-CANCEL-COUNT TO LT-CANCEL.
           MOVE LH-TOTAL-LINE TO HOLDS-LINE.
           PERFORM WRITE-HOLDS-LINE-PARA.
           CLOSE HOLDS-PRINT.
           IF WS-UPDATE-COUNT = ZERO
                GO TO END-PARA.
       SAVE-PARA.
           OPEN OUTPUT BOOK-MASTER.
           PERFORM SAVE-ONE-BOOK-PARA
                VARYING WS-BOOK-IDX FROM 1 BY 1
                UNTIL WS-BOOK-IDX > WS-BOOK-TOTAL.
           CLOSE BOOK-MASTER.
           OPEN OUTPUT BOOK-RESERVE.
           PERFORM SAVE-ONE-RESERVE-PARA
                VARYING WS-RSV-IDX FROM 1 BY 1
                UNTIL WS-RSV-IDX > WS-RSV-TOTAL.
           CLOSE BOOK-RESERVE.
           DISPLAY "HOLDS LAPSED: ", WS-LAPSED-COUNT,
                "  PASSED ON: ", WS-PASSED-COUNT,
                "  BACK TO SHELF: ", WS-SHELVED-COUNT.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      *    A BOOK WRITTEN OFF AS LOST WILL NEVER COME BACK TO THE
      *    DESK, SO NOBODY IS LEFT WAITING FOR IT.
       CHECK-CANCEL-PARA.
           IF WS-RSV-STATUS(WS-RSV-IDX) = "W"
                OR WS-RSV-STATUS(WS-RSV-IDX) = "H"
                MOVE WS-RSV-BOOK(WS-RSV-IDX) TO WS-FIND-BOOK
                PERFORM FIND-BOOK-PARA
                IF NOT WS-BOOK-FOUND
                     PERFORM CANCEL-ONE-PARA
                ELSE
                     IF WS-BOOK-STATUS(WS-BOOK-FOUND-X) = "L"
                          PERFORM CANCEL-ONE-PARA.
       CANCEL-ONE-PARA.
           MOVE "X" TO WS-RSV-STATUS(WS-RSV-IDX).
           ADD 1 TO WS-CANCEL-COUNT.
           ADD 1 TO WS-UPDATE-COUNT.
           MOVE WS-RSV-BOOK(WS-RSV-IDX) TO LB-BOOK.
           MOVE WS-RSV-RNO(WS-RSV-IDX) TO LB-RNO.
           IF WS-BOOK-FOUND
                MOVE WS-BOOK-TITLE(WS-BOOK-FOUND-X) TO LB-TITLE
                MOVE "WRITTEN OFF AS LOST" TO LB-REMARK
           ELSE
                MOVE SPACES TO LB-TITLE
                MOVE "BOOK NOT ON THE MASTER" TO LB-REMARK.
           MOVE LH-BOOK-LINE TO HOLDS-LINE.
           PERFORM WRITE-HOLDS-LINE-PARA.
      *    A HOLD RUNS TO THE END OF ITS EXPIRY DAY. ONCE PAST IT,
      *    THE BOOK GOES TO THE FIRST STUDENT STILL WAITING.
       CHECK-LAPSE-PARA.
           IF WS-RSV-STATUS(WS-RSV-IDX) = "H"
                AND WS-RSV-HOLD-EXPIRY(WS-RSV-IDX) < WS-TODAY
                PERFORM LAPSE-ONE-PARA.
       LAPSE-ONE-PARA.
           MOVE "L" TO WS-RSV-STATUS(WS-RSV-IDX).
           ADD 1 TO WS-LAPSED-COUNT.
           ADD 1 TO WS-UPDATE-COUNT.
           MOVE WS-RSV-BOOK(WS-RSV-IDX) TO WS-FIND-BOOK.
           PERFORM FIND-BOOK-PARA.
           MOVE WS-RSV-BOOK(WS-RSV-IDX) TO LB-BOOK.
           MOVE WS-BOOK-TITLE(WS-BOOK-FOUND-X) TO LB-TITLE.
           MOVE WS-RSV-RNO(WS-RSV-IDX) TO LB-RNO.
           MOVE "N" TO WS-RSV-FOUND-SW.
           PERFORM CHECK-ONE-WAITING-PARA
                VARYING WS-RSV-SCAN FROM 1 BY 1
                UNTIL WS-RSV-SCAN > WS-RSV-TOTAL
                OR WS-RSV-FOUND.
           IF WS-RSV-FOUND
                PERFORM PLACE-HOLD-PARA
                MOVE WS-RSV-RNO(WS-RSV-FOUND-X) TO WP-RNO
                MOVE WS-PASSED-REMARK TO LB-REMARK
           ELSE
                MOVE "S" TO WS-BOOK-STATUS(WS-BOOK-FOUND-X)
                ADD 1 TO WS-SHELVED-COUNT
                MOVE "BACK TO THE SHELF" TO LB-REMARK.
           MOVE LH-BOOK-LINE TO HOLDS-LINE.
           PERFORM WRITE-HOLDS-LINE-PARA.
       CHECK-ONE-WAITING-PARA.
           IF WS-RSV-BOOK(WS-RSV-SCAN) = WS-FIND-BOOK
                AND WS-RSV-STATUS(WS-RSV-SCAN) = "W"
                MOVE "Y" TO WS-RSV-FOUND-SW
                MOVE WS-RSV-SCAN TO WS-RSV-FOUND-X.
      *    THE NEW HOLD IS DATED TODAY, SO IT CANNOT LAPSE AGAIN IN
      *    THIS RUN EVEN WHERE IT SITS LATER IN THE TABLE.
       PLACE-HOLD-PARA.
           MOVE WS-HOLD-DAYS TO WS-WD-ENTRY.
           MOVE WS-TODAY TO WS-WD-BASE.
           MOVE "W" TO WS-WD-MODE.
           PERFORM WORKDAY-ENTRY-PARA THRU WORKDAY-ENTRY-EXIT.
           MOVE "H" TO WS-RSV-STATUS(WS-RSV-FOUND-X).
           MOVE WS-TODAY TO WS-RSV-HOLD-DATE(WS-RSV-FOUND-X).
           MOVE WS-WD-DATE TO WS-RSV-HOLD-EXPIRY(WS-RSV-FOUND-X).
           ADD 1 TO WS-PASSED-COUNT.
           OPEN EXTEND COMM-REGISTER.
           IF COMM-REGISTER-STATUS = "35"
                OPEN OUTPUT COMM-REGISTER.
           MOVE WS-RSV-RNO(WS-RSV-FOUND-X) TO CM-RNO.
           ACCEPT CM-DATE FROM DATE YYYYMMDD.
           ACCEPT CM-TIME FROM TIME.
           MOVE "NOTICE" TO CM-CHANNEL.
           MOVE "LIBHOLD" TO CM-DOC-TYPE.
           MOVE "S" TO CM-STATUS.
           WRITE COMM-REGISTER-REC.
           CLOSE COMM-REGISTER.
       CHECK-HELD-PARA.
           IF WS-RSV-STATUS(WS-RSV-IDX) = "W"
                ADD 1 TO WS-WAITING-COUNT.
           IF WS-RSV-STATUS(WS-RSV-IDX) = "H"
                PERFORM PRINT-HELD-PARA.
       PRINT-HELD-PARA.
           ADD 1 TO WS-HELD-COUNT.
           MOVE WS-RSV-BOOK(WS-RSV-IDX) TO WS-FIND-BOOK.
           PERFORM FIND-BOOK-PARA.
           MOVE WS-RSV-BOOK(WS-RSV-IDX) TO LB-BOOK.
           MOVE WS-BOOK-TITLE(WS-BOOK-FOUND-X) TO LB-TITLE.
           MOVE WS-RSV-RNO(WS-RSV-IDX) TO LB-RNO.
           MOVE "HELD UNTIL" TO WU-TEXT.
           MOVE WS-RSV-HOLD-EXPIRY(WS-RSV-IDX) TO WU-DATE.
           MOVE SPACES TO WU-NEW.
           IF WS-RSV-HOLD-DATE(WS-RSV-IDX) = WS-TODAY
                MOVE " - NEW" TO WU-NEW.
           MOVE WS-UNTIL-REMARK TO LB-REMARK.
           MOVE LH-BOOK-LINE TO HOLDS-LINE.
           PERFORM WRITE-HOLDS-LINE-PARA.
       SAVE-ONE-BOOK-PARA.
           MOVE WS-BOOK-ID(WS-BOOK-IDX) TO BK-BOOK-ID.
           MOVE WS-BOOK-TITLE(WS-BOOK-IDX) TO BK-TITLE.
           MOVE WS-BOOK-AUTHOR(WS-BOOK-IDX) TO BK-AUTHOR.
           MOVE WS-BOOK-STATUS(WS-BOOK-IDX) TO BK-STATUS.
           WRITE BOOK-MASTER-REC.
       SAVE-ONE-RESERVE-PARA.
           MOVE WS-RSV-BOOK(WS-RSV-IDX) TO RS-BOOK-ID.
           MOVE WS-RSV-RNO(WS-RSV-IDX) TO RS-RNO.
           MOVE WS-RSV-DATE(WS-RSV-IDX) TO RS-RESERVE-DATE.
           MOVE WS-RSV-STATUS(WS-RSV-IDX) TO RS-STATUS.
           MOVE WS-RSV-HOLD-DATE(WS-RSV-IDX) TO RS-HOLD-DATE.
           MOVE WS-RSV-HOLD-EXPIRY(WS-RSV-IDX) TO RS-HOLD-EXPIRY.
           WRITE BOOK-RESERVE-REC.
       FIND-BOOK-PARA.
           MOVE "N" TO WS-BOOK-FOUND-SW.
           PERFORM CHECK-ONE-BOOK-PARA
                VARYING WS-BOOK-IDX FROM 1 BY 1
                UNTIL WS-BOOK-IDX > WS-BOOK-TOTAL
                OR WS-BOOK-FOUND.
       CHECK-ONE-BOOK-PARA.
           IF WS-BOOK-ID(WS-BOOK-IDX) = WS-FIND-BOOK
                MOVE "Y" TO WS-BOOK-FOUND-SW
                MOVE WS-BOOK-IDX TO WS-BOOK-FOUND-X.
       LOAD-BOOKS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT BOOK-MASTER.
           IF BOOK-MASTER-STATUS NOT = "00"
                GO TO LOAD-BOOKS-EXIT.
           PERFORM LOAD-ONE-BOOK-PARA UNTIL WS-EOF.
           CLOSE BOOK-MASTER.
       LOAD-BOOKS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-BOOK-PARA.
           READ BOOK-MASTER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-BOOK-TOTAL < 2000
                          ADD 1 TO WS-BOOK-TOTAL
                          SET WS-BOOK-X TO WS-BOOK-TOTAL
                          MOVE BK-BOOK-ID TO WS-BOOK-ID(WS-BOOK-X)
                          MOVE BK-TITLE TO WS-BOOK-TITLE(WS-BOOK-X)
                          MOVE BK-AUTHOR TO WS-BOOK-AUTHOR(WS-BOOK-X)
                          MOVE BK-STATUS TO WS-BOOK-STATUS(WS-BOOK-X).
       LOAD-RESERVES-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT BOOK-RESERVE.
           IF BOOK-RESERVE-STATUS NOT = "00"
                GO TO LOAD-RESERVES-EXIT.
           PERFORM LOAD-ONE-RESERVE-PARA UNTIL WS-EOF.
           CLOSE BOOK-RESERVE.
       LOAD-RESERVES-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-RESERVE-PARA.
           READ BOOK-RESERVE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-RSV-TOTAL < 3000
                          ADD 1 TO WS-RSV-TOTAL
                          SET WS-RSV-X TO WS-RSV-TOTAL
                          MOVE RS-BOOK-ID TO WS-RSV-BOOK(WS-RSV-X)
                          MOVE RS-RNO TO WS-RSV-RNO(WS-RSV-X)
                          MOVE RS-RESERVE-DATE TO
                               WS-RSV-DATE(WS-RSV-X)
                          MOVE RS-STATUS TO WS-RSV-STATUS(WS-RSV-X)
                          MOVE RS-HOLD-DATE TO
                               WS-RSV-HOLD-DATE(WS-RSV-X)
                          MOVE RS-HOLD-EXPIRY TO
                               WS-RSV-HOLD-EXPIRY(WS-RSV-X).
       WRITE-SECTION-HEAD-PARA.
           MOVE BLANK-LINE TO HOLDS-LINE.
           PERFORM WRITE-HOLDS-LINE-PARA.
           MOVE WS-SECTION-TITLE TO HOLDS-LINE.
           PERFORM WRITE-HOLDS-LINE-PARA.
           PERFORM WRITE-DASH-PARA.
           MOVE LH-BOOK-HEAD TO HOLDS-LINE.
           PERFORM WRITE-HOLDS-LINE-PARA.
       WRITE-DASH-PARA.
           MOVE DASH-LINE TO HOLDS-LINE.
           PERFORM WRITE-HOLDS-LINE-PARA.
       WRITE-HOLDS-LINE-PARA.
           DISPLAY HOLDS-LINE.
           WRITE HOLDS-LINE.
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
           MOVE WS-RSV-TOTAL TO RL-READ-COUNT.
           MOVE WS-UPDATE-COUNT TO RL-UPDATE-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "LIBRARY-HOLDS" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
       COPY WORKCALC.
