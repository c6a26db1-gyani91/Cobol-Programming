       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORE-SALES.
      *    SCHOOL STORE COUNTER. A SALE OF ONE OR MORE ITEMS IS
      *    TAKEN AGAINST A ROLL NUMBER AND EITHER PAID AT THE
      *    COUNTER OR CHARGED TO THE STUDENT'S ACCOUNT. EITHER WAY
      *    A STOR CHARGE GOES TO FEELEDG.DAT; A COUNTER SALE ALSO
      *    POSTS A STOR PAYMENT UNDER THE NEXT FEE RECEIPT NUMBER,
      *    SETTLED AGAINST THAT CHARGE IN FEEALLOC.DAT, SO THE
      *    MONEY TAKEN SHOWS IN DAY-END-CLOSE LIKE ANY OTHER
      *    RECEIPT. THE STOCK SOLD COMES OFF STORITEM.DAT.
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
           SELECT STORE-ITEM ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STORE-ITEM-STATUS.
           SELECT STORE-SALE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STORE-SALE-STATUS.
           SELECT SALE-CONTROL ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SALE-CONTROL-STATUS.
           SELECT FEE-LEDGER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FEE-LEDGER-STATUS.
           SELECT FEE-ALLOC ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FEE-ALLOC-STATUS.
           SELECT RECEIPT-CONTROL ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RECEIPT-CONTROL-STATUS.
           SELECT RECEIPT-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RECEIPT-PRINT-STATUS.
           SELECT CLOSED-DAYS ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CLOSED-DAYS-STATUS.
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
       FD SALE-CONTROL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "STORSLN.DAT"
           DATA RECORD IS SALE-CONTROL-REC.
       01 SALE-CONTROL-REC.
        02 SN-NEXT-SALE PIC 9(6).
       FD FEE-LEDGER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "FEELEDG.DAT"
           DATA RECORD IS FEE-LEDGER-REC.
       COPY FEELEDG.
       FD FEE-ALLOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "FEEALLOC.DAT"
           DATA RECORD IS FEE-ALLOC-REC.
       COPY FEEALLOC.
       FD RECEIPT-CONTROL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "FEERCPTN.DAT"
           DATA RECORD IS RECEIPT-CONTROL-REC.
       01 RECEIPT-CONTROL-REC.
        02 RN-NEXT-RECEIPT PIC 9(6).
       FD RECEIPT-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "FEERCPT.DAT"
           DATA RECORD IS RECEIPT-LINE.
       01 RECEIPT-LINE PIC X(60).
       FD CLOSED-DAYS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "FEECLOSE.DAT"
           DATA RECORD IS CLOSED-DAYS-REC.
       01 CLOSED-DAYS-REC.
        02 DC-DATE PIC 9(8).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 STUDENT-FILE-STATUS PIC XX.
       77 STORE-ITEM-STATUS PIC XX.
       77 STORE-SALE-STATUS PIC XX.
       77 SALE-CONTROL-STATUS PIC XX.
       77 FEE-LEDGER-STATUS PIC XX.
       77 FEE-ALLOC-STATUS PIC XX.
       77 RECEIPT-CONTROL-STATUS PIC XX.
       77 RECEIPT-PRINT-STATUS PIC XX.
       77 CLOSED-DAYS-STATUS PIC XX.
       77 MENU-CHOICE PIC 9.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-DAY-CLOSED-SW PIC X VALUE "N".
           88 WS-DAY-CLOSED VALUE "Y".
       77 WS-FEE-CODE PIC X(4) VALUE "STOR".
       77 WS-TODAY PIC 9(8).
       77 TRNO PIC 9(5).
       77 WS-ENTRY-ITEM PIC X(6).
       77 WS-ENTRY-QTY PIC 9(3).
       77 WS-ENTRY-PAY PIC X.
       77 WS-ENTRY-MODE PIC X.
       77 WS-LINE-AMOUNT PIC 9(7)V99.
       77 WS-SALE-AMOUNT PIC 9(7)V99.
       77 WS-SALE-NO PIC 9(6).
       77 WS-SALE-OPEN-SW PIC X.
           88 WS-SALE-OPEN VALUE "Y".
       77 WS-RECEIPT-NO PIC 9(6).
       77 WS-RCPT-OPEN-SW PIC X.
           88 WS-RCPT-OPEN VALUE "Y".
       77 WS-COUNTER-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ACCOUNT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ABANDON-COUNT PIC 9(5) VALUE ZERO.
       77 WS-SALE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ITEM-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-ITEM-IDX PIC 9(3) COMP.
       77 WS-ITEM-FOUND-SW PIC X.
           88 WS-ITEM-FOUND VALUE "Y".
       77 WS-ITEM-FOUND-X PIC 9(3) COMP.
       01 WS-ITEM-TABLE.
        02 WS-ITEM-ENTRY OCCURS 500 TIMES
                DEPENDING ON WS-ITEM-TOTAL
                INDEXED BY WS-ITEM-X.
         03 WS-ITEM-CODE PIC X(6).
         03 WS-ITEM-DESC PIC X(30).
         03 WS-ITEM-CATEGORY PIC X.
         03 WS-ITEM-PRICE PIC 9(5)V99.
         03 WS-ITEM-ON-HAND PIC 9(5).
         03 WS-ITEM-MIN PIC 9(5).
         03 WS-ITEM-REORDER PIC 9(5).
         03 WS-ITEM-STATUS PIC X.
      *    THE ITEMS OF THE SALE IN HAND. THEIR QUANTITIES COME OFF
      *    THE STOCK AS THEY ARE KEYED AND GO BACK IF THE SALE IS
      *    ABANDONED.
       77 WS-BASKET-TOTAL PIC 9(2) COMP VALUE ZERO.
       77 WS-BASKET-IDX PIC 9(2) COMP.
       01 WS-BASKET-TABLE.
        02 WS-BASKET-ENTRY OCCURS 20 TIMES
                DEPENDING ON WS-BASKET-TOTAL
                INDEXED BY WS-BASKET-X.
         03 WS-BASKET-ITEM-X PIC 9(3) COMP.
         03 WS-BASKET-QTY PIC 9(3).
         03 WS-BASKET-PRICE PIC 9(5)V99.
         03 WS-BASKET-AMOUNT PIC 9(5)V99.
       01 RCP-HEAD-1 PIC X(40)
           VALUE "       J.I.T SCHOOL STORE RECEIPT".
       01 RCP-LINE-1.
        02 FILLER PIC X(12) VALUE "RECEIPT NO: ".
        02 RC-RECEIPT PIC 9(6).
        02 FILLER PIC X(8) VALUE "  DATE: ".
        02 RC-DATE PIC 9(8).
       01 RCP-LINE-2.
        02 FILLER PIC X(9) VALUE "ROLL NO: ".
        02 RC-RNO PIC 9(5).
        02 FILLER PIC X(8) VALUE "  NAME: ".
        02 RC-NAME PIC X(20).
       01 RCP-ITEM-LINE.
        02 RI-CODE PIC X(6).
        02 FILLER PIC X VALUE SPACE.
        02 RI-DESC PIC X(24).
        02 FILLER PIC X VALUE SPACE.
        02 RI-QTY PIC ZZ9.
        02 FILLER PIC X(3) VALUE " X ".
        02 RI-PRICE PIC ZZ,ZZ9.99.
        02 FILLER PIC X VALUE SPACE.
        02 RI-AMOUNT PIC ZZ,ZZ9.99.
       01 RCP-LINE-3.
        02 FILLER PIC X(17) VALUE "AMOUNT RECEIVED: ".
        02 RC-AMOUNT PIC ZZZ,ZZ9.99.
        02 FILLER PIC X(6) VALUE SPACES.
        02 FILLER PIC X(6) VALUE "SALE: ".
        02 RC-SALE PIC 9(6).
       01 DASH-LINE PIC X(60) VALUE ALL "-".
       COPY AMTFMT.
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM CHECK-CLOSED-PARA THRU CHECK-CLOSED-EXIT.
           IF WS-DAY-CLOSED
                DISPLAY "POSTING DATE ", WS-TODAY, " HAS BEEN ",
                     "CLOSED BY THE DAY-END CLOSE - NO STORE SALES"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "POSTING DATE CLOSED" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-ITEMS-PARA THRU LOAD-ITEMS-EXIT.
           IF WS-ITEM-TOTAL = ZERO
                DISPLAY "NO ITEMS ON THE STORE MASTER"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "STORITEM.DAT NOT FOUND OR EMPTY" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
       MENU-PARA.
           DISPLAY "SCHOOL STORE SALES".
           DISPLAY " 1. NEW SALE".
           DISPLAY " 2. EXIT".
           DISPLAY "ENTER CHOICE: ".
           ACCEPT MENU-CHOICE.
           IF MENU-CHOICE < 1 OR MENU-CHOICE > 2
                DISPLAY "INVALID CHOICE - ENTER 1 OR 2"
                GO TO MENU-PARA.
           GO TO SALE-PARA CLOSE-PARA
                DEPENDING ON MENU-CHOICE.
       SALE-PARA.
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
                DISPLAY "ROLL NO ", RNO, " IS ARCHIVED - NO FEE ",
                     "POSTINGS PERMITTED"
                GO TO MENU-PARA.
           DISPLAY "STUDENT: ", NAME.
           MOVE ZERO TO WS-BASKET-TOTAL.
           MOVE ZERO TO WS-SALE-AMOUNT.
       ITEM-ENTRY-PARA.
           DISPLAY "ENTER ITEM CODE (BLANK WHEN DONE): ".
           MOVE SPACES TO WS-ENTRY-ITEM.
           ACCEPT WS-ENTRY-ITEM.
           IF WS-ENTRY-ITEM = SPACES
                GO TO SETTLE-PARA.
           IF WS-BASKET-TOTAL = 20
                DISPLAY "TWENTY ITEMS IS THE MOST FOR ONE SALE"
                GO TO SETTLE-PARA.
           PERFORM FIND-ITEM-PARA.
           IF NOT WS-ITEM-FOUND
                DISPLAY "ITEM NOT ON THE STORE MASTER"
                GO TO ITEM-ENTRY-PARA.
           IF WS-ITEM-STATUS(WS-ITEM-FOUND-X) = "W"
                DISPLAY "ITEM HAS BEEN WITHDRAWN FROM SALE"
                GO TO ITEM-ENTRY-PARA.
           DISPLAY WS-ITEM-DESC(WS-ITEM-FOUND-X), " IN STOCK: ",
                WS-ITEM-ON-HAND(WS-ITEM-FOUND-X).
           DISPLAY "ENTER QUANTITY: ".
           ACCEPT WS-ENTRY-QTY.
           IF WS-ENTRY-QTY = ZERO
                DISPLAY "QUANTITY MUST BE GREATER THAN ZERO"
                GO TO ITEM-ENTRY-PARA.
           IF WS-ENTRY-QTY > WS-ITEM-ON-HAND(WS-ITEM-FOUND-X)
                DISPLAY "ONLY ", WS-ITEM-ON-HAND(WS-ITEM-FOUND-X),
                     " IN STOCK"
                GO TO ITEM-ENTRY-PARA.
           COMPUTE WS-LINE-AMOUNT =
                WS-ENTRY-QTY * WS-ITEM-PRICE(WS-ITEM-FOUND-X).
           IF WS-SALE-AMOUNT + WS-LINE-AMOUNT > 99999.99
                DISPLAY "SALE WOULD EXCEED 99,999.99 - SETTLE THIS ",
                     "SALE AND START ANOTHER"
                GO TO ITEM-ENTRY-PARA.
           ADD 1 TO WS-BASKET-TOTAL.
           SET WS-BASKET-X TO WS-BASKET-TOTAL.
           MOVE WS-ITEM-FOUND-X TO WS-BASKET-ITEM-X(WS-BASKET-X).
           MOVE WS-ENTRY-QTY TO WS-BASKET-QTY(WS-BASKET-X).
           MOVE WS-ITEM-PRICE(WS-ITEM-FOUND-X) TO
                WS-BASKET-PRICE(WS-BASKET-X).
           MOVE WS-LINE-AMOUNT TO WS-BASKET-AMOUNT(WS-BASKET-X).
           SUBTRACT WS-ENTRY-QTY FROM WS-ITEM-ON-HAND(WS-ITEM-FOUND-X).
           ADD WS-LINE-AMOUNT TO WS-SALE-AMOUNT.
           MOVE WS-SALE-AMOUNT TO WS-AMOUNT-PLAIN.
           DISPLAY "SALE SO FAR: ", WS-AMOUNT-PLAIN.
           GO TO ITEM-ENTRY-PARA.
       SETTLE-PARA.
           IF WS-BASKET-TOTAL = ZERO
                DISPLAY "NO ITEMS ENTERED - NOTHING SOLD"
                GO TO MENU-PARA.
           MOVE WS-SALE-AMOUNT TO WS-AMOUNT-PLAIN.
           DISPLAY "SALE TOTAL: ", WS-AMOUNT-PLAIN.
           DISPLAY "PAY AT THE (C)OUNTER, CHARGE TO THE (A)CCOUNT, ",
                "OR (X) TO ABANDON: ".
           ACCEPT WS-ENTRY-PAY.
           IF WS-ENTRY-PAY = "X"
                PERFORM RESTORE-ONE-PARA
                     VARYING WS-BASKET-IDX FROM 1 BY 1
                     UNTIL WS-BASKET-IDX > WS-BASKET-TOTAL
                ADD 1 TO WS-ABANDON-COUNT
                DISPLAY "SALE ABANDONED - STOCK PUT BACK"
                GO TO MENU-PARA.
           IF WS-ENTRY-PAY NOT = "C" AND WS-ENTRY-PAY NOT = "A"
                DISPLAY "ENTER C, A OR X"
                GO TO SETTLE-PARA.
           MOVE SPACE TO WS-ENTRY-MODE.
           MOVE ZERO TO WS-RECEIPT-NO.
           IF WS-ENTRY-PAY = "A"
                GO TO POST-SALE-PARA.
       PAY-MODE-PARA.
           DISPLAY "ENTER PAYMENT MODE (C=CASH, T=TRANSFER): ".
           ACCEPT WS-ENTRY-MODE.
           IF WS-ENTRY-MODE NOT = "C" AND WS-ENTRY-MODE NOT = "T"
                DISPLAY "MODE MUST BE C OR T"
                GO TO PAY-MODE-PARA.
           PERFORM NEXT-RECEIPT-PARA.
      *    THE CHARGE IS RAISED FOR BOTH KINDS OF SALE. A COUNTER
      *    SALE IS PAID IN THE SAME BREATH AND ITS RECEIPT SETTLES
      *    THE CHARGE, SO THE STUDENT'S BALANCE IS UNCHANGED.
       POST-SALE-PARA.
           PERFORM NEXT-SALE-PARA.
           OPEN EXTEND STORE-SALE.
           IF STORE-SALE-STATUS = "35"
                OPEN OUTPUT STORE-SALE.
           PERFORM WRITE-ONE-LINE-PARA
                VARYING WS-BASKET-IDX FROM 1 BY 1
                UNTIL WS-BASKET-IDX > WS-BASKET-TOTAL.
           CLOSE STORE-SALE.
           MOVE TRNO TO FL-RNO.
           MOVE WS-TODAY TO FL-DATE.
           MOVE "C" TO FL-TYPE.
           MOVE WS-FEE-CODE TO FL-CODE.
           MOVE WS-SALE-AMOUNT TO FL-AMOUNT.
           MOVE ZERO TO FL-RECEIPT-NO.
           MOVE WS-SALE-AMOUNT TO FL-GROSS-AMOUNT.
           MOVE ZERO TO FL-CONCESSION.
           MOVE SPACES TO FL-CONC-REF.
           MOVE ZERO TO FL-VOUCHER-NO.
           MOVE SPACE TO FL-PAY-MODE.
           MOVE "N" TO FL-RECON-SW.
           PERFORM WRITE-LEDGER-PARA.
           PERFORM SAVE-ITEMS-PARA.
           ADD 1 TO WS-SALE-COUNT.
           IF WS-ENTRY-PAY = "A"
                ADD 1 TO WS-ACCOUNT-COUNT
                DISPLAY "SALE ", WS-SALE-NO, " OF ", WS-AMOUNT-PLAIN,
                     " CHARGED TO ROLL NO ", TRNO
                GO TO MENU-PARA.
           MOVE "P" TO FL-TYPE.
           MOVE WS-RECEIPT-NO TO FL-RECEIPT-NO.
           MOVE WS-ENTRY-MODE TO FL-PAY-MODE.
           PERFORM WRITE-LEDGER-PARA.
           MOVE TRNO TO FA-RNO.
           MOVE WS-TODAY TO FA-DATE.
           MOVE WS-RECEIPT-NO TO FA-RECEIPT-NO.
           MOVE "R" TO FA-SOURCE.
           MOVE "C" TO FA-TARGET.
           MOVE WS-FEE-CODE TO FA-CODE.
           MOVE WS-TODAY TO FA-CHARGE-DATE.
           MOVE ZERO TO FA-INST-SEQ.
           MOVE WS-SALE-AMOUNT TO FA-AMOUNT.
           OPEN EXTEND FEE-ALLOC.
           IF FEE-ALLOC-STATUS = "35"
                OPEN OUTPUT FEE-ALLOC.
           WRITE FEE-ALLOC-REC.
           CLOSE FEE-ALLOC.
           ADD 1 TO WS-COUNTER-COUNT.
           PERFORM PRINT-RECEIPT-PARA.
           GO TO MENU-PARA.
       CLOSE-PARA.
           DISPLAY "COUNTER SALES: ", WS-COUNTER-COUNT,
                "  ACCOUNT SALES: ", WS-ACCOUNT-COUNT,
                "  ABANDONED: ", WS-ABANDON-COUNT.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       RESTORE-ONE-PARA.
           SET WS-ITEM-X TO WS-BASKET-ITEM-X(WS-BASKET-IDX).
           ADD WS-BASKET-QTY(WS-BASKET-IDX) TO
                WS-ITEM-ON-HAND(WS-ITEM-X).
       WRITE-ONE-LINE-PARA.
           SET WS-ITEM-X TO WS-BASKET-ITEM-X(WS-BASKET-IDX).
           MOVE WS-SALE-NO TO SD-SALE-NO.
           MOVE WS-TODAY TO SD-DATE.
           MOVE TRNO TO SD-RNO.
           MOVE WS-ITEM-CODE(WS-ITEM-X) TO SD-ITEM-CODE.
           MOVE WS-BASKET-QTY(WS-BASKET-IDX) TO SD-QTY.
           MOVE WS-BASKET-PRICE(WS-BASKET-IDX) TO SD-PRICE.
           MOVE WS-BASKET-AMOUNT(WS-BASKET-IDX) TO SD-AMOUNT.
           MOVE WS-ENTRY-PAY TO SD-PAY-TYPE.
           MOVE WS-ENTRY-MODE TO SD-PAY-MODE.
           MOVE WS-RECEIPT-NO TO SD-RECEIPT-NO.
           WRITE STORE-SALE-REC.
       WRITE-LEDGER-PARA.
           OPEN EXTEND FEE-LEDGER.
           IF FEE-LEDGER-STATUS = "35"
                OPEN OUTPUT FEE-LEDGER.
           WRITE FEE-LEDGER-REC.
           CLOSE FEE-LEDGER.
       PRINT-RECEIPT-PARA.
           OPEN EXTEND RECEIPT-PRINT.
           IF RECEIPT-PRINT-STATUS = "35"
                OPEN OUTPUT RECEIPT-PRINT.
           PERFORM WRITE-RCP-DASH-PARA.
           DISPLAY RCP-HEAD-1.
           MOVE RCP-HEAD-1 TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           MOVE WS-RECEIPT-NO TO RC-RECEIPT.
           MOVE WS-TODAY TO RC-DATE.
           DISPLAY RCP-LINE-1.
           MOVE RCP-LINE-1 TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           MOVE TRNO TO RC-RNO.
           MOVE NAME TO RC-NAME.
           DISPLAY RCP-LINE-2.
           MOVE RCP-LINE-2 TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           PERFORM PRINT-ONE-ITEM-PARA
                VARYING WS-BASKET-IDX FROM 1 BY 1
                UNTIL WS-BASKET-IDX > WS-BASKET-TOTAL.
           MOVE WS-SALE-AMOUNT TO RC-AMOUNT.
           MOVE WS-SALE-NO TO RC-SALE.
           DISPLAY RCP-LINE-3.
           MOVE RCP-LINE-3 TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           MOVE WS-SALE-AMOUNT TO WS-WORDS-AMOUNT.
           PERFORM AMOUNT-WORDS-PARA.
           PERFORM WRITE-RCP-WORDS-PARA
                VARYING WS-WORDS-IDX FROM 1 BY 1
                UNTIL WS-WORDS-IDX > WS-WORDS-LINES.
           PERFORM WRITE-RCP-DASH-PARA.
           CLOSE RECEIPT-PRINT.
       PRINT-ONE-ITEM-PARA.
           SET WS-ITEM-X TO WS-BASKET-ITEM-X(WS-BASKET-IDX).
           MOVE WS-ITEM-CODE(WS-ITEM-X) TO RI-CODE.
           MOVE WS-ITEM-DESC(WS-ITEM-X) TO RI-DESC.
           MOVE WS-BASKET-QTY(WS-BASKET-IDX) TO RI-QTY.
           MOVE WS-BASKET-PRICE(WS-BASKET-IDX) TO RI-PRICE.
           MOVE WS-BASKET-AMOUNT(WS-BASKET-IDX) TO RI-AMOUNT.
           DISPLAY RCP-ITEM-LINE.
           MOVE RCP-ITEM-LINE TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
       WRITE-RCP-WORDS-PARA.
           DISPLAY WS-AMOUNT-WORDS-LINE(WS-WORDS-IDX).
           MOVE WS-AMOUNT-WORDS-LINE(WS-WORDS-IDX) TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
       WRITE-RCP-DASH-PARA.
           DISPLAY DASH-LINE.
           MOVE DASH-LINE TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
       NEXT-RECEIPT-PARA.
           MOVE 1 TO WS-RECEIPT-NO.
           MOVE "N" TO WS-RCPT-OPEN-SW.
           OPEN INPUT RECEIPT-CONTROL.
           IF RECEIPT-CONTROL-STATUS = "00"
                MOVE "Y" TO WS-RCPT-OPEN-SW
                READ RECEIPT-CONTROL
                     AT END MOVE 1 TO WS-RECEIPT-NO
                     NOT AT END
                          MOVE RN-NEXT-RECEIPT TO WS-RECEIPT-NO.
           IF WS-RCPT-OPEN
                CLOSE RECEIPT-CONTROL.
           OPEN OUTPUT RECEIPT-CONTROL.
           COMPUTE RN-NEXT-RECEIPT = WS-RECEIPT-NO + 1.
           WRITE RECEIPT-CONTROL-REC.
           CLOSE RECEIPT-CONTROL.
       NEXT-SALE-PARA.
           MOVE 1 TO WS-SALE-NO.
           MOVE "N" TO WS-SALE-OPEN-SW.
           OPEN INPUT SALE-CONTROL.
           IF SALE-CONTROL-STATUS = "00"
                MOVE "Y" TO WS-SALE-OPEN-SW
                READ SALE-CONTROL
                     AT END MOVE 1 TO WS-SALE-NO
                     NOT AT END
                          MOVE SN-NEXT-SALE TO WS-SALE-NO.
           IF WS-SALE-OPEN
                CLOSE SALE-CONTROL.
           OPEN OUTPUT SALE-CONTROL.
           COMPUTE SN-NEXT-SALE = WS-SALE-NO + 1.
           WRITE SALE-CONTROL-REC.
           CLOSE SALE-CONTROL.
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
                     IF DC-DATE = WS-TODAY
                          MOVE "Y" TO WS-DAY-CLOSED-SW.
       FIND-ITEM-PARA.
           MOVE "N" TO WS-ITEM-FOUND-SW.
           PERFORM CHECK-ONE-ITEM-PARA
                VARYING WS-ITEM-IDX FROM 1 BY 1
                UNTIL WS-ITEM-IDX > WS-ITEM-TOTAL
                OR WS-ITEM-FOUND.
       CHECK-ONE-ITEM-PARA.
           IF WS-ITEM-CODE(WS-ITEM-IDX) = WS-ENTRY-ITEM
                MOVE "Y" TO WS-ITEM-FOUND-SW
                MOVE WS-ITEM-IDX TO WS-ITEM-FOUND-X.
      *    THE MASTER IS WRITTEN BACK AFTER EVERY SALE SO THAT THE
      *    STOCK ON FILE NEVER LAGS THE LEDGER.
       SAVE-ITEMS-PARA.
           OPEN OUTPUT STORE-ITEM.
           PERFORM SAVE-ONE-ITEM-PARA
                VARYING WS-ITEM-IDX FROM 1 BY 1
                UNTIL WS-ITEM-IDX > WS-ITEM-TOTAL.
           CLOSE STORE-ITEM.
       SAVE-ONE-ITEM-PARA.
           MOVE WS-ITEM-CODE(WS-ITEM-IDX) TO IM-ITEM-CODE.
           MOVE WS-ITEM-DESC(WS-ITEM-IDX) TO IM-DESCRIPTION.
           MOVE WS-ITEM-CATEGORY(WS-ITEM-IDX) TO IM-CATEGORY.
           MOVE WS-ITEM-PRICE(WS-ITEM-IDX) TO IM-PRICE.
           MOVE WS-ITEM-ON-HAND(WS-ITEM-IDX) TO IM-ON-HAND.
           MOVE WS-ITEM-MIN(WS-ITEM-IDX) TO IM-MIN-STOCK.
           MOVE WS-ITEM-REORDER(WS-ITEM-IDX) TO IM-REORDER-QTY.
           MOVE WS-ITEM-STATUS(WS-ITEM-IDX) TO IM-STATUS.
           WRITE STORE-ITEM-REC.
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
                          MOVE IM-CATEGORY TO
                               WS-ITEM-CATEGORY(WS-ITEM-X)
                          MOVE IM-PRICE TO WS-ITEM-PRICE(WS-ITEM-X)
                          MOVE IM-ON-HAND TO WS-ITEM-ON-HAND(WS-ITEM-X)
                          MOVE IM-MIN-STOCK TO WS-ITEM-MIN(WS-ITEM-X)
                          MOVE IM-REORDER-QTY TO
                               WS-ITEM-REORDER(WS-ITEM-X)
                          MOVE IM-STATUS TO WS-ITEM-STATUS(WS-ITEM-X).
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
           MOVE WS-SALE-COUNT TO RL-READ-COUNT.
           MOVE WS-SALE-COUNT TO RL-UPDATE-COUNT.
           MOVE WS-ABANDON-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "STORE-SALES" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
       COPY AMTWORD.
