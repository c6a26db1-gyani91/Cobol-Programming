           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BOOK-LOAN-STATUS.
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
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           VALUE OF FILE-ID "BOOKLOAN.DAT"
           DATA RECORD IS BOOK-LOAN-REC.
       COPY BOOKLOAN.
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
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 HOLIDAY-FILE-STATUS PIC XX.
       77 STUDENT-FILE-STATUS PIC XX.
       77 BOOK-MASTER-STATUS PIC XX.
       77 BOOK-LOAN-STATUS PIC XX.
       77 BOOK-RESERVE-STATUS PIC XX.
       77 COMM-REGISTER-STATUS PIC XX.
       77 MENU-CHOICE PIC 9.
       77 TRNO PIC 9(5).
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-LOAN-FOUND VALUE "Y".
       77 WS-LOAN-FOUND-X PIC 9(4) COMP.
       77 WS-UPDATE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-HOLD-DAYS PIC 9(3) VALUE 3.
       77 WS-QUEUE-POS PIC 9(3).
       77 WS-RSV-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-RSV-IDX PIC 9(4) COMP.
       77 WS-RSV-FOUND-SW PIC X.
           88 WS-RSV-FOUND VALUE "Y".
       77 WS-RSV-FOUND-X PIC 9(4) COMP.
       01 WS-BOOK-TABLE.
        02 WS-BOOK-ENTRY OCCURS 2000 TIMES
                DEPENDING ON WS-BOOK-TOTAL
         03 WS-LOAN-RETURNED PIC 9(8).
         03 WS-LOAN-STATUS PIC X.
         03 WS-LOAN-FINE-MONTH PIC 9(6).
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
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM WORKDAY-LOAD-PARA THRU WORKDAY-LOAD-EXIT.
           PERFORM LOAD-BOOKS-PARA THRU LOAD-BOOKS-EXIT.
           PERFORM LOAD-LOANS-PARA THRU LOAD-LOANS-EXIT.
           PERFORM LOAD-RESERVES-PARA THRU LOAD-RESERVES-EXIT.
       MENU-PARA.
           DISPLAY "LIBRARY MAINTENANCE".
           DISPLAY " 1. ADD A BOOK".
           DISPLAY " 2. ISSUE A BOOK".
           DISPLAY " 3. RETURN A BOOK".
           DISPLAY " 4. LIST A STUDENT'S OPEN LOANS".
           DISPLAY " 5. RESERVE A BOOK THAT IS OUT".
           DISPLAY " 6. SAVE AND EXIT".
           DISPLAY "ENTER CHOICE: ".
           ACCEPT MENU-CHOICE.
           IF MENU-CHOICE < 1 OR MENU-CHOICE > 6
                DISPLAY "INVALID CHOICE - ENTER 1 TO 6"
                GO TO MENU-PARA.
           GO TO ADD-PARA ISSUE-PARA RETURN-PARA LOANS-PARA
                RESERVE-PARA SAVE-PARA
                DEPENDING ON MENU-CHOICE.
       ADD-PARA.
           IF WS-BOOK-TOTAL = 2000
                DISPLAY "BOOK NOT ON THE MASTER"
                GO TO MENU-PARA.
           IF WS-BOOK-STATUS(WS-BOOK-FOUND-X) = "I"
                DISPLAY "BOOK IS ALREADY OUT ON LOAN - OPTION 5 ",
                     "TAKES A RESERVATION"
                GO TO MENU-PARA.
           IF WS-BOOK-STATUS(WS-BOOK-FOUND-X) = "L"
                DISPLAY "BOOK IS WRITTEN OFF AS LOST"
                GO TO MENU-PARA.
           DISPLAY "ENTER ROLL NO: ".
           ACCEPT TRNO.
                DISPLAY "ROLL NO ", RNO, " IS NOT ACTIVE - NO ",
                     "ISSUES PERMITTED"
                GO TO MENU-PARA.
           IF WS-BOOK-STATUS(WS-BOOK-FOUND-X) = "H"
                PERFORM FIND-HOLD-PARA
                IF WS-RSV-FOUND
                     AND WS-RSV-RNO(WS-RSV-FOUND-X) NOT = TRNO
                     DISPLAY "BOOK IS HELD FOR ROLL NO ",
                          WS-RSV-RNO(WS-RSV-FOUND-X), " UNTIL ",
                          WS-RSV-HOLD-EXPIRY(WS-RSV-FOUND-X)
                     GO TO MENU-PARA.
           DISPLAY "ENTER DUE DATE (YYYYMMDD) OR LOAN PERIOD IN ",
                "DAYS: ".
           ACCEPT WS-ENTRY-DUE.
           IF WS-ENTRY-DUE NOT NUMERIC OR WS-ENTRY-DUE = ZERO
                DISPLAY "A NUMERIC DUE DATE IS REQUIRED"
                GO TO MENU-PARA.
           MOVE WS-ENTRY-DUE TO WS-WD-ENTRY.
           MOVE WS-TODAY TO WS-WD-BASE.
           MOVE "C" TO WS-WD-MODE.
           PERFORM WORKDAY-ENTRY-PARA THRU WORKDAY-ENTRY-EXIT.
           IF NOT WS-WD-VALID
                DISPLAY "THERE IS NO SUCH DATE AS ", WS-ENTRY-DUE
                GO TO MENU-PARA.
           IF WS-WD-MOVED
                DISPLAY "THE LIBRARY IS CLOSED THAT DAY - DUE DATE ",
                     "MOVED TO THE NEXT WORKING DAY".
           MOVE WS-WD-DATE TO WS-ENTRY-DUE.
           IF WS-LOAN-TOTAL = 5000
                DISPLAY "LOAN TABLE FULL"
                GO TO MENU-PARA.
           MOVE ZERO TO WS-LOAN-RETURNED(WS-LOAN-X).
           MOVE "O" TO WS-LOAN-STATUS(WS-LOAN-X).
           MOVE ZERO TO WS-LOAN-FINE-MONTH(WS-LOAN-X).
           IF WS-BOOK-STATUS(WS-BOOK-FOUND-X) = "H"
                PERFORM FIND-HOLD-PARA
                IF WS-RSV-FOUND
                     MOVE "C" TO WS-RSV-STATUS(WS-RSV-FOUND-X).
           MOVE "I" TO WS-BOOK-STATUS(WS-BOOK-FOUND-X).
           DISPLAY "BOOK ", WS-ENTRY-BOOK, " ISSUED TO ROLL NO ",
                TRNO, " DUE ", WS-ENTRY-DUE.
           MOVE WS-TODAY TO WS-LOAN-RETURNED(WS-LOAN-FOUND-X).
           PERFORM FIND-BOOK-PARA.
           IF WS-BOOK-FOUND
                PERFORM SHELVE-OR-HOLD-PARA.
           IF WS-TODAY > WS-LOAN-DUE(WS-LOAN-FOUND-X)
                DISPLAY "BOOK RETURNED OVERDUE - THE MONTHLY FINE ",
                     "BATCH CARRIES ANY FINE TO THE FEE LEDGER"
                VARYING WS-LOAN-IDX FROM 1 BY 1
                UNTIL WS-LOAN-IDX > WS-LOAN-TOTAL.
           GO TO MENU-PARA.
      *    ONLY A BOOK THAT IS OUT OR ALREADY HELD FOR SOMEONE ELSE
      *    CAN BE RESERVED; THE QUEUE IS THE ORDER OF BOOKRSV.DAT.
       RESERVE-PARA.
           DISPLAY "ENTER BOOK NUMBER TO RESERVE: ".
           ACCEPT WS-ENTRY-BOOK.
           PERFORM FIND-BOOK-PARA.
           IF NOT WS-BOOK-FOUND
                DISPLAY "BOOK NOT ON THE MASTER"
                GO TO MENU-PARA.
           IF WS-BOOK-STATUS(WS-BOOK-FOUND-X) = "S"
                DISPLAY "BOOK IS ON THE SHELF - ISSUE IT INSTEAD"
                GO TO MENU-PARA.
           IF WS-BOOK-STATUS(WS-BOOK-FOUND-X) = "L"
                DISPLAY "BOOK IS WRITTEN OFF AS LOST"
                GO TO MENU-PARA.
           DISPLAY "ENTER ROLL NO: ".
           ACCEPT TRNO.
           OPEN INPUT STUDENT.
           MOVE TRNO TO RNO.
           READ STUDENT KEY IS RNO
                INVALID KEY
                     DISPLAY "ROLL NO NOT FOUND"
                     CLOSE STUDENT
                     GO TO MENU-PARA.
           CLOSE STUDENT.
           IF STUDENT-INACTIVE
                DISPLAY "ROLL NO ", RNO, " IS NOT ACTIVE - NO ",
                     "RESERVATIONS PERMITTED"
                GO TO MENU-PARA.
           PERFORM FIND-OPEN-LOAN-PARA.
           IF WS-LOAN-FOUND
                IF WS-LOAN-RNO(WS-LOAN-FOUND-X) = TRNO
                     DISPLAY "ROLL NO ", TRNO, " HAS THIS BOOK NOW"
                     GO TO MENU-PARA.
           MOVE ZERO TO WS-QUEUE-POS.
           MOVE "N" TO WS-RSV-FOUND-SW.
           PERFORM COUNT-QUEUE-PARA
                VARYING WS-RSV-IDX FROM 1 BY 1
                UNTIL WS-RSV-IDX > WS-RSV-TOTAL.
           IF WS-RSV-FOUND
                DISPLAY "ROLL NO ", TRNO, " IS ALREADY IN THE QUEUE ",
                     "FOR THIS BOOK"
                GO TO MENU-PARA.
           IF WS-RSV-TOTAL = 3000
                DISPLAY "RESERVATION TABLE FULL"
                GO TO MENU-PARA.
           ADD 1 TO WS-RSV-TOTAL.
           SET WS-RSV-X TO WS-RSV-TOTAL.
           MOVE WS-ENTRY-BOOK TO WS-RSV-BOOK(WS-RSV-X).
           MOVE TRNO TO WS-RSV-RNO(WS-RSV-X).
           MOVE WS-TODAY TO WS-RSV-DATE(WS-RSV-X).
           MOVE "W" TO WS-RSV-STATUS(WS-RSV-X).
           MOVE ZERO TO WS-RSV-HOLD-DATE(WS-RSV-X).
           MOVE ZERO TO WS-RSV-HOLD-EXPIRY(WS-RSV-X).
           ADD 1 TO WS-QUEUE-POS.
           DISPLAY "BOOK ", WS-ENTRY-BOOK, " RESERVED FOR ROLL NO ",
                TRNO, " - NUMBER ", WS-QUEUE-POS, " IN THE QUEUE".
           ADD 1 TO WS-UPDATE-COUNT.
           GO TO MENU-PARA.
       SAVE-PARA.
           OPEN OUTPUT BOOK-MASTER.
           PERFORM SAVE-ONE-BOOK-PARA
                VARYING WS-LOAN-IDX FROM 1 BY 1
                UNTIL WS-LOAN-IDX > WS-LOAN-TOTAL.
           CLOSE BOOK-LOAN.
           OPEN OUTPUT BOOK-RESERVE.
           PERFORM SAVE-ONE-RESERVE-PARA
                VARYING WS-RSV-IDX FROM 1 BY 1
                UNTIL WS-RSV-IDX > WS-RSV-TOTAL.
           CLOSE BOOK-RESERVE.
           DISPLAY "BOOKS ON FILE: ", WS-BOOK-TOTAL,
                "  LOANS ON FILE: ", WS-LOAN-TOTAL.
       END-PARA.
                AND WS-LOAN-STATUS(WS-LOAN-IDX) = "O"
                MOVE "Y" TO WS-LOAN-FOUND-SW
                MOVE WS-LOAN-IDX TO WS-LOAN-FOUND-X.
      *    A RETURNED BOOK GOES TO THE FIRST STUDENT STILL WAITING
      *    FOR IT, IF ANY, INSTEAD OF BACK ON THE SHELF.
       SHELVE-OR-HOLD-PARA.
           MOVE "N" TO WS-RSV-FOUND-SW.
           PERFORM CHECK-ONE-WAITING-PARA
                VARYING WS-RSV-IDX FROM 1 BY 1
                UNTIL WS-RSV-IDX > WS-RSV-TOTAL
                OR WS-RSV-FOUND.
           IF WS-RSV-FOUND
                MOVE "H" TO WS-BOOK-STATUS(WS-BOOK-FOUND-X)
                PERFORM PLACE-HOLD-PARA
           ELSE
                MOVE "S" TO WS-BOOK-STATUS(WS-BOOK-FOUND-X).
       CHECK-ONE-WAITING-PARA.
           IF WS-RSV-BOOK(WS-RSV-IDX) = WS-ENTRY-BOOK
                AND WS-RSV-STATUS(WS-RSV-IDX) = "W"
                MOVE "Y" TO WS-RSV-FOUND-SW
                MOVE WS-RSV-IDX TO WS-RSV-FOUND-X.
       PLACE-HOLD-PARA.
           MOVE WS-HOLD-DAYS TO WS-WD-ENTRY.
           MOVE WS-TODAY TO WS-WD-BASE.
           MOVE "W" TO WS-WD-MODE.
           PERFORM WORKDAY-ENTRY-PARA THRU WORKDAY-ENTRY-EXIT.
           MOVE "H" TO WS-RSV-STATUS(WS-RSV-FOUND-X).
           MOVE WS-TODAY TO WS-RSV-HOLD-DATE(WS-RSV-FOUND-X).
           MOVE WS-WD-DATE TO WS-RSV-HOLD-EXPIRY(WS-RSV-FOUND-X).
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
           DISPLAY "RESERVED - HOLD AT THE DESK FOR ROLL NO ",
                WS-RSV-RNO(WS-RSV-FOUND-X), " UNTIL ", WS-WD-DATE.
       FIND-HOLD-PARA.
           MOVE "N" TO WS-RSV-FOUND-SW.
           PERFORM CHECK-ONE-HOLD-PARA
                VARYING WS-RSV-IDX FROM 1 BY 1
                UNTIL WS-RSV-IDX > WS-RSV-TOTAL
                OR WS-RSV-FOUND.
       CHECK-ONE-HOLD-PARA.
           IF WS-RSV-BOOK(WS-RSV-IDX) = WS-ENTRY-BOOK
                AND WS-RSV-STATUS(WS-RSV-IDX) = "H"
                MOVE "Y" TO WS-RSV-FOUND-SW
                MOVE WS-RSV-IDX TO WS-RSV-FOUND-X.
       COUNT-QUEUE-PARA.
           IF WS-RSV-BOOK(WS-RSV-IDX) = WS-ENTRY-BOOK
                AND (WS-RSV-STATUS(WS-RSV-IDX) = "W"
                OR WS-RSV-STATUS(WS-RSV-IDX) = "H")
                ADD 1 TO WS-QUEUE-POS
                IF WS-RSV-RNO(WS-RSV-IDX) = TRNO
                     MOVE "Y" TO WS-RSV-FOUND-SW.
       SAVE-ONE-RESERVE-PARA.
           MOVE WS-RSV-BOOK(WS-RSV-IDX) TO RS-BOOK-ID.
           MOVE WS-RSV-RNO(WS-RSV-IDX) TO RS-RNO.
           MOVE WS-RSV-DATE(WS-RSV-IDX) TO RS-RESERVE-DATE.
           MOVE WS-RSV-STATUS(WS-RSV-IDX) TO RS-STATUS.
           MOVE WS-RSV-HOLD-DATE(WS-RSV-IDX) TO RS-HOLD-DATE.
           MOVE WS-RSV-HOLD-EXPIRY(WS-RSV-IDX) TO RS-HOLD-EXPIRY.
           WRITE BOOK-RESERVE-REC.
       SAVE-ONE-BOOK-PARA.
           MOVE WS-BOOK-ID(WS-BOOK-IDX) TO BK-BOOK-ID.
           MOVE WS-BOOK-TITLE(WS-BOOK-IDX) TO BK-TITLE.
                               WS-LOAN-STATUS(WS-LOAN-X)
                          MOVE BL-FINE-MONTH TO
                               WS-LOAN-FINE-MONTH(WS-LOAN-X).
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
       LOG-RUN-START-PARA.
           MOVE "S" TO RL-ENTRY-TYPE.
           MOVE ZERO TO RL-READ-COUNT.
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
       COPY WORKCALC.
