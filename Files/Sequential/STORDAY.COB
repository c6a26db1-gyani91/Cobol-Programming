       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORE-DAY-END.
      *    SCHOOL STORE TOTALS FOR ONE SALES DATE: WHAT EACH ITEM
      *    SOLD, THE COUNTER TAKINGS BY PAY MODE AND THE SALES PUT
      *    ON STUDENTS' ACCOUNTS. THE COUNTER TAKINGS ARE SET
      *    AGAINST THE STOR PAYMENTS ON FEELEDG.DAT FOR THE SAME
      *    DATE, WHICH ARE THE FIGURES DAY-END-CLOSE SHOWS UNDER
      *    STOR, SO THE STORE AND THE CASHIER AGREE BEFORE THE DAY
      *    IS CLOSED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT STORE-ITEM ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STORE-ITEM-STATUS.
           SELECT STORE-SALE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STORE-SALE-STATUS.
           SELECT FEE-LEDGER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FEE-LEDGER-STATUS.
           SELECT CLOSED-DAYS ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CLOSED-DAYS-STATUS.
           SELECT STORE-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STORE-PRINT-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STORE-ITEM
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "STORITEM.DAT"
           DATA RECORD IS STORE-ITEM-REC.
       COPY STORITEM.
       FD STORE-SALE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "STORSALE.DAT"
           DATA RECORD IS STORE-SALE-REC.
       COPY STORSALE.
       FD FEE-LEDGER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "FEELEDG.DAT"
           DATA RECORD IS FEE-LEDGER-REC.
       COPY FEELEDG.
       FD CLOSED-DAYS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "FEECLOSE.DAT"
           DATA RECORD IS CLOSED-DAYS-REC.
       01 CLOSED-DAYS-REC.
        02 DC-DATE PIC 9(8).
       FD STORE-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "STORDAY.DAT"
           DATA RECORD IS STORE-LINE.
       01 STORE-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 STORE-ITEM-STATUS PIC XX.
       77 STORE-SALE-STATUS PIC XX.
       77 FEE-LEDGER-STATUS PIC XX.
       77 CLOSED-DAYS-STATUS PIC XX.
       77 STORE-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-DAY-CLOSED-SW PIC X VALUE "N".
           88 WS-DAY-CLOSED VALUE "Y".
       77 WS-FEE-CODE PIC X(4) VALUE "STOR".
       77 WS-SALE-DATE PIC 9(8).
       77 WS-LAST-SALE PIC 9(6) VALUE ZERO.
       77 WS-LINE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-COUNTER-CASH-COUNT PIC 9(5) VALUE ZERO.
       77 WS-COUNTER-CASH PIC 9(7)V99 VALUE ZERO.
       77 WS-COUNTER-XFER-COUNT PIC 9(5) VALUE ZERO.
       77 WS-COUNTER-XFER PIC 9(7)V99 VALUE ZERO.
       77 WS-ACCOUNT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ACCOUNT-AMOUNT PIC 9(7)V99 VALUE ZERO.
       77 WS-LEDGER-CASH-COUNT PIC 9(5) VALUE ZERO.
       77 WS-LEDGER-CASH PIC 9(7)V99 VALUE ZERO.
       77 WS-LEDGER-XFER-COUNT PIC 9(5) VALUE ZERO.
       77 WS-LEDGER-XFER PIC 9(7)V99 VALUE ZERO.
       77 WS-ITEM-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-ITEM-IDX PIC 9(3) COMP.
       77 WS-ITEM-FOUND-SW PIC X.
           88 WS-ITEM-FOUND VALUE "Y".
       77 WS-ITEM-FOUND-X PIC 9(3) COMP.
       77 WS-ITEMS-SOLD PIC 9(3) VALUE ZERO.
       77 WS-DIFFERENCE PIC S9(7)V99.
       77 WS-DIFFERENCE-TOTAL PIC S9(7)V99 VALUE ZERO.
      *    THE MASTER ITEMS, WITH WHAT EACH SOLD ON THE DATE. A SALE
      *    LINE FOR AN ITEM NO LONGER ON THE MASTER STILL COUNTS IN
      *    THE TOTALS BUT HAS NO LINE OF ITS OWN.
       01 WS-ITEM-TABLE.
        02 WS-ITEM-ENTRY OCCURS 500 TIMES
                DEPENDING ON WS-ITEM-TOTAL
                INDEXED BY WS-ITEM-X.
         03 WS-ITEM-CODE PIC X(6).
         03 WS-ITEM-DESC PIC X(30).
         03 WS-ITEM-QTY PIC 9(5).
         03 WS-ITEM-AMOUNT PIC 9(7)V99.
       01 DE-HEAD-1.
        02 FILLER PIC X(28) VALUE "SCHOOL STORE DAY-END TOTALS ".
        02 FILLER PIC X(4) VALUE "FOR ".
        02 DH-DATE PIC 9(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 DH-CLOSED PIC X(30).
       01 DE-ITEM-HEAD.
        02 FILLER PIC X(40) VALUE
           "ITEM   DESCRIPTION                      ".
        02 FILLER PIC X(18) VALUE "  QTY       AMOUNT".
       01 DE-ITEM-LINE.
        02 DI-CODE PIC X(6).
        02 FILLER PIC X VALUE SPACE.
        02 DI-DESC PIC X(30).
        02 FILLER PIC X(3) VALUE SPACES.
        02 DI-QTY PIC ZZZZ9.
        02 FILLER PIC X VALUE SPACE.
        02 DI-AMOUNT PIC Z,ZZZ,ZZ9.99.
       01 DE-MODE-HEAD.
        02 FILLER PIC X(40) VALUE
           "              SALES STORE AMOUNT   RCPTS".
        02 FILLER PIC X(27) VALUE
           "LEDGER AMOUNT    DIFFERENCE".
       01 DE-MODE-LINE.
        02 DM-LABEL PIC X(14).
        02 DM-STORE-COUNT PIC ZZZZ9.
        02 FILLER PIC X VALUE SPACE.
        02 DM-STORE-AMOUNT PIC Z,ZZZ,ZZ9.99.
        02 FILLER PIC X(3) VALUE SPACES.
        02 DM-LEDGER-COUNT PIC ZZZZ9.
        02 FILLER PIC X VALUE SPACE.
        02 DM-LEDGER-AMOUNT PIC Z,ZZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 DM-DIFFERENCE PIC Z,ZZZ,ZZ9.99-.
       01 DE-ACCOUNT-LINE.
        02 FILLER PIC X(14) VALUE "ON ACCOUNT".
        02 DA-COUNT PIC ZZZZ9.
        02 FILLER PIC X VALUE SPACE.
        02 DA-AMOUNT PIC Z,ZZZ,ZZ9.99.
       01 DE-AGREED-LINE PIC X(79) VALUE
           "COUNTER TAKINGS AGREE WITH THE STOR RECEIPTS ON THE LEDGER".
       01 DE-DIFFER-LINE PIC X(79) VALUE
           "*** COUNTER TAKINGS DO NOT AGREE WITH THE LEDGER ***".
       01 DE-NONE-LINE PIC X(79) VALUE "  NO STORE SALES ON THIS DATE".
       01 DASH-LINE PIC X(79) VALUE ALL "-".
       01 BLANK-LINE PIC X(79) VALUE SPACES.
       COPY RETCODE.
       PROCEDURE DIVISION.
       ASK-PARA.
           PERFORM LOG-RUN-START-PARA.
           DISPLAY "ENTER THE SALES DATE (YYYYMMDD, 0 FOR TODAY): ".
           ACCEPT WS-SALE-DATE.
           IF WS-SALE-DATE = ZERO
                ACCEPT WS-SALE-DATE FROM DATE YYYYMMDD.
           PERFORM CHECK-CLOSED-PARA THRU CHECK-CLOSED-EXIT.
           PERFORM LOAD-ITEMS-PARA THRU LOAD-ITEMS-EXIT.
       TALLY-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT STORE-SALE.
           IF STORE-SALE-STATUS = "00"
                PERFORM TALLY-ONE-SALE-PARA UNTIL WS-EOF
                CLOSE STORE-SALE.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FEE-LEDGER.
           IF FEE-LEDGER-STATUS = "00"
                PERFORM TALLY-ONE-POSTING-PARA UNTIL WS-EOF
                CLOSE FEE-LEDGER.
           MOVE "N" TO WS-EOF-SW.
       PRINT-PARA.
           OPEN OUTPUT STORE-PRINT.
           MOVE WS-SALE-DATE TO DH-DATE.
           MOVE SPACES TO DH-CLOSED.
           IF WS-DAY-CLOSED
                MOVE "(CLOSED BY DAY-END CLOSE)" TO DH-CLOSED.
           MOVE DE-HEAD-1 TO STORE-LINE.
           PERFORM WRITE-STORE-LINE-PARA.
           PERFORM WRITE-DASH-PARA.
           MOVE DE-ITEM-HEAD TO STORE-LINE.
           PERFORM WRITE-STORE-LINE-PARA.
           PERFORM PRINT-ONE-ITEM-PARA
                VARYING WS-ITEM-IDX FROM 1 BY 1
                UNTIL WS-ITEM-IDX > WS-ITEM-TOTAL.
           IF WS-ITEMS-SOLD = ZERO
                MOVE DE-NONE-LINE TO STORE-LINE
                PERFORM WRITE-STORE-LINE-PARA.
           PERFORM WRITE-DASH-PARA.
           MOVE DE-MODE-HEAD TO STORE-LINE.
           PERFORM WRITE-STORE-LINE-PARA.
           MOVE "COUNTER CASH" TO DM-LABEL.
           MOVE WS-COUNTER-CASH-COUNT TO DM-STORE-COUNT.
           MOVE WS-COUNTER-CASH TO DM-STORE-AMOUNT.
           MOVE WS-LEDGER-CASH-COUNT TO DM-LEDGER-COUNT.
           MOVE WS-LEDGER-CASH TO DM-LEDGER-AMOUNT.
           COMPUTE WS-DIFFERENCE = WS-COUNTER-CASH - WS-LEDGER-CASH.
           PERFORM PRINT-MODE-PARA.
           MOVE "COUNTER XFER" TO DM-LABEL.
           MOVE WS-COUNTER-XFER-COUNT TO DM-STORE-COUNT.
           MOVE WS-COUNTER-XFER TO DM-STORE-AMOUNT.
           MOVE WS-LEDGER-XFER-COUNT TO DM-LEDGER-COUNT.
           MOVE WS-LEDGER-XFER TO DM-LEDGER-AMOUNT.
           COMPUTE WS-DIFFERENCE = WS-COUNTER-XFER - WS-LEDGER-XFER.
           PERFORM PRINT-MODE-PARA.
           MOVE WS-ACCOUNT-COUNT TO DA-COUNT.
           MOVE WS-ACCOUNT-AMOUNT TO DA-AMOUNT.
           MOVE DE-ACCOUNT-LINE TO STORE-LINE.
           PERFORM WRITE-STORE-LINE-PARA.
           PERFORM WRITE-DASH-PARA.
           IF WS-DIFFERENCE-TOTAL = ZERO
                MOVE DE-AGREED-LINE TO STORE-LINE
           ELSE
                MOVE DE-DIFFER-LINE TO STORE-LINE
                MOVE 04 TO WS-RETURN-CODE
                MOVE "STORE TAKINGS DO NOT AGREE WITH THE LEDGER" TO
                     WS-ERROR-MESSAGE.
           PERFORM WRITE-STORE-LINE-PARA.
           CLOSE STORE-PRINT.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       TALLY-ONE-SALE-PARA.
           READ STORE-SALE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF SD-DATE = WS-SALE-DATE
                          PERFORM NOTE-ONE-LINE-PARA.
      *    THE LINES OF ONE SALE ARE WRITTEN TOGETHER, SO A CHANGE
      *    OF SALE NUMBER STARTS THE NEXT SALE.
       NOTE-ONE-LINE-PARA.
           ADD 1 TO WS-LINE-COUNT.
           IF SD-SALE-NO NOT = WS-LAST-SALE
                MOVE SD-SALE-NO TO WS-LAST-SALE
                PERFORM COUNT-ONE-SALE-PARA.
           IF SD-ON-ACCOUNT
                ADD SD-AMOUNT TO WS-ACCOUNT-AMOUNT
           ELSE
                IF SD-PAY-MODE = "T"
                     ADD SD-AMOUNT TO WS-COUNTER-XFER
                ELSE
                     ADD SD-AMOUNT TO WS-COUNTER-CASH.
           MOVE "N" TO WS-ITEM-FOUND-SW.
           PERFORM CHECK-ONE-ITEM-PARA
                VARYING WS-ITEM-IDX FROM 1 BY 1
                UNTIL WS-ITEM-IDX > WS-ITEM-TOTAL
                OR WS-ITEM-FOUND.
           IF WS-ITEM-FOUND
                ADD SD-QTY TO WS-ITEM-QTY(WS-ITEM-FOUND-X)
                ADD SD-AMOUNT TO WS-ITEM-AMOUNT(WS-ITEM-FOUND-X).
       COUNT-ONE-SALE-PARA.
           IF SD-ON-ACCOUNT
                ADD 1 TO WS-ACCOUNT-COUNT
           ELSE
                IF SD-PAY-MODE = "T"
                     ADD 1 TO WS-COUNTER-XFER-COUNT
                ELSE
                     ADD 1 TO WS-COUNTER-CASH-COUNT.
       CHECK-ONE-ITEM-PARA.
           IF WS-ITEM-CODE(WS-ITEM-IDX) = SD-ITEM-CODE
                MOVE "Y" TO WS-ITEM-FOUND-SW
                MOVE WS-ITEM-IDX TO WS-ITEM-FOUND-X.
      *    DAY-END-CLOSE COUNTS EVERY PAYMENT FOR THE DATE; THE STOR
      *    PAYMENTS AMONG THEM ARE THE STORE'S. CHEQUES ARE NOT TAKEN
      *    AT THE STORE, SO ANYTHING NOT A TRANSFER IS CASH.
       TALLY-ONE-POSTING-PARA.
           READ FEE-LEDGER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF FL-PAYMENT AND FL-DATE = WS-SALE-DATE
                          AND FL-CODE = WS-FEE-CODE
                          PERFORM NOTE-ONE-POSTING-PARA.
       NOTE-ONE-POSTING-PARA.
           IF FL-MODE-TRANSFER
                ADD 1 TO WS-LEDGER-XFER-COUNT
                ADD FL-AMOUNT TO WS-LEDGER-XFER
           ELSE
                ADD 1 TO WS-LEDGER-CASH-COUNT
                ADD FL-AMOUNT TO WS-LEDGER-CASH.
       PRINT-ONE-ITEM-PARA.
           IF WS-ITEM-QTY(WS-ITEM-IDX) > ZERO
                ADD 1 TO WS-ITEMS-SOLD
                MOVE WS-ITEM-CODE(WS-ITEM-IDX) TO DI-CODE
                MOVE WS-ITEM-DESC(WS-ITEM-IDX) TO DI-DESC
                MOVE WS-ITEM-QTY(WS-ITEM-IDX) TO DI-QTY
                MOVE WS-ITEM-AMOUNT(WS-ITEM-IDX) TO DI-AMOUNT
                MOVE DE-ITEM-LINE TO STORE-LINE
                PERFORM WRITE-STORE-LINE-PARA.
       PRINT-MODE-PARA.
           MOVE WS-DIFFERENCE TO DM-DIFFERENCE.
           IF WS-DIFFERENCE < ZERO
                SUBTRACT WS-DIFFERENCE FROM WS-DIFFERENCE-TOTAL
           ELSE
                ADD WS-DIFFERENCE TO WS-DIFFERENCE-TOTAL.
           MOVE DE-MODE-LINE TO STORE-LINE.
           PERFORM WRITE-STORE-LINE-PARA.
       CHECK-CLOSED-PARA.
           MOVE "N" TO WS-DAY-CLOSED-SW.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT CLOSED-DAYS.
           IF CLOSED-DAYS-STATUS NOT = "00"
                GO TO CHECK-CLOSED-EXIT.
           PERFORM CHECK-ONE-DAY-PARA UNTIL WS-EOF.
           CLOSE CLOSED-DAYS.
       CHECK-CLOSED-EXIT.
           MOVE "N" TO WS-EOF-SW.
       CHECK-ONE-DAY-PARA.
           READ CLOSED-DAYS
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF DC-DATE = WS-SALE-DATE
                          MOVE "Y" TO WS-DAY-CLOSED-SW.
       LOAD-ITEMS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT STORE-ITEM.
           IF STORE-ITEM-STATUS NOT = "00"
                GO TO LOAD-ITEMS-EXIT.
           PERFORM LOAD-ONE-ITEM-PARA UNTIL WS-EOF.
           CLOSE STORE-ITEM.
       LOAD-ITEMS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-ITEM-PARA.
           READ STORE-ITEM
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-ITEM-TOTAL < 500
                          ADD 1 TO WS-ITEM-TOTAL
                          SET WS-ITEM-X TO WS-ITEM-TOTAL
                          MOVE IM-ITEM-CODE TO WS-ITEM-CODE(WS-ITEM-X)
                          MOVE IM-DESCRIPTION TO
                               WS-ITEM-DESC(WS-ITEM-X)
                          MOVE ZERO TO WS-ITEM-QTY(WS-ITEM-X)
                          MOVE ZERO TO WS-ITEM-AMOUNT(WS-ITEM-X).
       WRITE-DASH-PARA.
           MOVE DASH-LINE TO STORE-LINE.
           PERFORM WRITE-STORE-LINE-PARA.
       WRITE-STORE-LINE-PARA.
           DISPLAY STORE-LINE.
           WRITE STORE-LINE.
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
           MOVE WS-LINE-COUNT TO RL-READ-COUNT.
           MOVE ZERO TO RL-UPDATE-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "STORE-DAY-END" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
