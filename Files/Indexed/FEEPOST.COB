           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-STATUS.
           SELECT AUDIT-CHAIN-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-CHAIN-STATUS.
           SELECT FEE-INSTALLMENT ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FEE-INSTALLMENT-STATUS.
           SELECT FEE-ALLOC ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FEE-ALLOC-STATUS.
           SELECT FEE-RATE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FEE-RATE-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           VALUE OF FILE-ID "AUDITLOG.DAT"
           DATA RECORD IS AUDIT-LOG-REC.
       COPY AUDITLOG.
       FD AUDIT-CHAIN-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "AUDCHAIN.DAT"
           DATA RECORD IS AUDIT-CHAIN-REC.
       COPY AUDCHAIN.
       FD FEE-INSTALLMENT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "FEEINST.DAT"
           DATA RECORD IS FEE-INSTALLMENT-REC.
       COPY FEEINST.
       FD FEE-ALLOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "FEEALLOC.DAT"
           DATA RECORD IS FEE-ALLOC-REC.
       COPY FEEALLOC.
       FD FEE-RATE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "FEERATE.DAT"
           DATA RECORD IS FEE-RATE-REC.
       COPY FEERATE.
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
       77 CLOSED-DAYS-STATUS PIC XX.
       77 OPERATOR-MASTER-STATUS PIC XX.
       77 AUDIT-LOG-STATUS PIC XX.
       77 AUDIT-CHAIN-STATUS PIC XX.
       77 WS-TODAY PIC 9(8).
       77 WS-DAY-CLOSED-SW PIC X VALUE "N".
           88 WS-DAY-CLOSED VALUE "Y".
       77 WS-LOGIN-ROLE PIC X.
           88 WS-LOGIN-SUPERVISOR VALUE "S".
       77 WS-OVERRIDE-REASON PIC X(30).
       77 FEE-INSTALLMENT-STATUS PIC XX.
       77 FEE-ALLOC-STATUS PIC XX.
       77 FEE-RATE-STATUS PIC XX.
       77 WS-RATE-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-RATE-IDX PIC 9(3) COMP.
       77 WS-RATE-FROM PIC 9(8).
       77 WS-RATE-AMOUNT PIC 9(5)V99.
       77 WS-ITEM-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-ITEM-IDX PIC 9(3) COMP.
       77 WS-PASS-X PIC 9(3) COMP.
       77 WS-COMPARE-X PIC 9(3) COMP.
       77 WS-SINST-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-SINST-IDX PIC 9(3) COMP.
       77 WS-SINST-FOUND-SW PIC X.
           88 WS-SINST-FOUND VALUE "Y".
       77 WS-REV-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-REV-IDX PIC 9(4) COMP.
       77 WS-REV-FOUND-SW PIC X.
           88 WS-REV-FOUND VALUE "Y".
       77 WS-WOFF-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-WOFF-IDX PIC 9(3) COMP.
       77 WS-ADVANCE-HELD PIC S9(7)V99 VALUE ZERO.
       77 WS-ADVANCE-ADDED PIC 9(5)V99 VALUE ZERO.
       77 WS-OPEN-TOTAL PIC 9(7)V99 VALUE ZERO.
       77 WS-ALLOC-LEFT PIC 9(5)V99.
       77 WS-ALLOC-SLICE PIC 9(5)V99.
       77 WS-PICK-ITEM PIC 9(3).
       77 WS-PICK-AMOUNT PIC 9(5)V99.
       77 WS-OLDEST-SW PIC X.
       77 WS-PAY-DATE PIC 9(8).
       01 WS-ITEM-TABLE.
        02 WS-ITEM-ENTRY OCCURS 200 TIMES
                DEPENDING ON WS-ITEM-TOTAL
                INDEXED BY WS-ITEM-X.
         03 WS-ITEM-DUE PIC 9(8).
         03 WS-ITEM-CODE PIC X(4).
         03 WS-ITEM-DATE PIC 9(8).
         03 WS-ITEM-SEQ PIC 9(2).
         03 WS-ITEM-AMOUNT PIC 9(5)V99.
         03 WS-ITEM-OPEN PIC 9(5)V99.
         03 WS-ITEM-APPLIED PIC 9(5)V99.
       01 WS-SWAP-ITEM.
        02 WS-SWAP-DUE PIC 9(8).
        02 WS-SWAP-CODE PIC X(4).
        02 WS-SWAP-DATE PIC 9(8).
        02 WS-SWAP-SEQ PIC 9(2).
        02 WS-SWAP-AMOUNT PIC 9(5)V99.
        02 WS-SWAP-OPEN PIC 9(5)V99.
        02 WS-SWAP-APPLIED PIC 9(5)V99.
       01 WS-SINST-TABLE.
        02 WS-SINST-ENTRY OCCURS 100 TIMES
                DEPENDING ON WS-SINST-TOTAL
                INDEXED BY WS-SINST-X.
         03 WS-SINST-CODE PIC X(4).
         03 WS-SINST-SEQ PIC 9(2).
         03 WS-SINST-DUE PIC 9(8).
         03 WS-SINST-RAISED PIC 9(8).
         03 WS-SINST-USED PIC X.
       01 WS-REV-TABLE.
        02 WS-REV-RECEIPT OCCURS 1000 TIMES
                DEPENDING ON WS-REV-TOTAL
                PIC 9(6).
       01 WS-WOFF-TABLE.
        02 WS-WOFF-ENTRY OCCURS 100 TIMES
                DEPENDING ON WS-WOFF-TOTAL.
         03 WS-WOFF-CODE PIC X(4).
         03 WS-WOFF-AMOUNT PIC 9(5)V99.
       01 OI-HEAD-LINE PIC X(60) VALUE
           "ITEM DUE DATE  CODE INST      CHARGED  OUTSTANDING".
       01 OI-DETAIL-LINE.
        02 OI-ITEM PIC ZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 OI-DUE PIC 9(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 OI-CODE PIC X(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 OI-SEQ PIC Z9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 OI-AMOUNT PIC ZZZ,ZZ9.99.
        02 FILLER PIC X(3) VALUE SPACES.
        02 OI-OPEN PIC ZZZ,ZZ9.99.
       01 WS-CONC-TABLE.
        02 WS-CONC-ENTRY OCCURS 2000 TIMES
                DEPENDING ON WS-CONC-TOTAL
         03 WS-FEE-CODE PIC X(4).
         03 WS-FEE-DESC PIC X(20).
         03 WS-FEE-AMOUNT PIC 9(5)V99.
       01 WS-RATE-TABLE.
        02 WS-RATE-ENTRY OCCURS 500 TIMES
                DEPENDING ON WS-RATE-TOTAL
                INDEXED BY WS-RATE-X.
         03 WS-RATE-CODE PIC X(4).
         03 WS-RATE-EFF PIC 9(8).
         03 WS-RATE-VALUE PIC 9(5)V99.
       01 RCP-HEAD-1 PIC X(40)
           VALUE "          J.I.T FEE RECEIPT".
       01 RCP-LINE-1.
       01 RCP-LINE-3.
        02 FILLER PIC X(17) VALUE "AMOUNT RECEIVED: ".
        02 RC-AMOUNT PIC ZZZ,ZZ9.99.
       01 RCP-ALLOC-LINE.
        02 FILLER PIC X(11) VALUE "APPLIED TO ".
        02 RA-CODE PIC X(4).
        02 FILLER PIC X(6) VALUE " INST ".
        02 RA-SEQ PIC Z9.
        02 FILLER PIC X(5) VALUE " DUE ".
        02 RA-DUE PIC 9(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RA-AMOUNT PIC ZZZ,ZZ9.99.
       01 RCP-ADVANCE-LINE.
        02 FILLER PIC X(25) VALUE "HELD AS ADVANCE CREDIT: ".
        02 RV-AMOUNT PIC ZZZ,ZZ9.99.
       01 RCP-OPEN-LINE.
        02 FILLER PIC X(25) VALUE "STILL OUTSTANDING:      ".
        02 RO-AMOUNT PIC ZZZ,ZZ9.99.
       01 DASH-LINE PIC X(40) VALUE ALL "-".
       COPY AMTFMT.
       COPY AUDITHSH.
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           PERFORM LOAD-STRUCTURE-PARA THRU LOAD-STRUCTURE-EXIT.
           PERFORM LOAD-RATES-PARA THRU LOAD-RATES-EXIT.
           PERFORM LOAD-CONCESSIONS-PARA THRU LOAD-CONCESSIONS-EXIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM CHECK-CLOSED-PARA THRU CHECK-CLOSED-EXIT.
           ACCEPT FL-DATE FROM DATE YYYYMMDD.
           MOVE "C" TO FL-TYPE.
           MOVE WS-ENTRY-CODE TO FL-CODE.
           PERFORM RATE-IN-FORCE-PARA.
           MOVE WS-RATE-AMOUNT TO WS-GROSS-AMOUNT.
           PERFORM APPLY-CONCESSION-PARA THRU APPLY-CONCESSION-EXIT.
           MOVE WS-GROSS-AMOUNT TO FL-GROSS-AMOUNT.
           MOVE WS-CONC-AMOUNT TO FL-CONCESSION.
           PERFORM NEXT-RECEIPT-PARA.
           MOVE TRNO TO FL-RNO.
           ACCEPT FL-DATE FROM DATE YYYYMMDD.
           MOVE FL-DATE TO WS-PAY-DATE.
           MOVE "P" TO FL-TYPE.
           MOVE SPACES TO FL-CODE.
           MOVE WS-ENTRY-AMOUNT TO FL-AMOUNT.
           ADD 1 TO WS-PAYMENT-COUNT.
           IF WS-ENTRY-MODE = "Q"
                PERFORM WRITE-CHEQUE-PARA.
           PERFORM ALLOCATE-PARA THRU ALLOCATE-EXIT.
           PERFORM PRINT-RECEIPT-PARA.
           GO TO MENU-PARA.
       CLOSE-PARA.
           MOVE RCP-HEAD-1 TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           MOVE WS-RECEIPT-NO TO RC-RECEIPT.
           MOVE WS-PAY-DATE TO RC-DATE.
           DISPLAY RCP-LINE-1.
           MOVE RCP-LINE-1 TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           DISPLAY RCP-LINE-3.
           MOVE RCP-LINE-3 TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           MOVE WS-ENTRY-AMOUNT TO WS-WORDS-AMOUNT.
           PERFORM AMOUNT-WORDS-PARA.
           PERFORM WRITE-RCP-WORDS-PARA
                VARYING WS-WORDS-IDX FROM 1 BY 1
                UNTIL WS-WORDS-IDX > WS-WORDS-LINES.
           PERFORM PRINT-ONE-ALLOC-PARA
                VARYING WS-ITEM-IDX FROM 1 BY 1
                UNTIL WS-ITEM-IDX > WS-ITEM-TOTAL.
           IF WS-ADVANCE-ADDED > ZERO
                MOVE WS-ADVANCE-ADDED TO RV-AMOUNT
                DISPLAY RCP-ADVANCE-LINE
                MOVE RCP-ADVANCE-LINE TO RECEIPT-LINE
                WRITE RECEIPT-LINE.
           MOVE WS-OPEN-TOTAL TO RO-AMOUNT.
           DISPLAY RCP-OPEN-LINE.
           MOVE RCP-OPEN-LINE TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           PERFORM WRITE-RCP-DASH-PARA.
           CLOSE RECEIPT-PRINT.
       PRINT-ONE-ALLOC-PARA.
           IF WS-ITEM-APPLIED(WS-ITEM-IDX) > ZERO
                MOVE WS-ITEM-CODE(WS-ITEM-IDX) TO RA-CODE
                MOVE WS-ITEM-SEQ(WS-ITEM-IDX) TO RA-SEQ
                MOVE WS-ITEM-DUE(WS-ITEM-IDX) TO RA-DUE
                MOVE WS-ITEM-APPLIED(WS-ITEM-IDX) TO RA-AMOUNT
                DISPLAY RCP-ALLOC-LINE
                MOVE RCP-ALLOC-LINE TO RECEIPT-LINE
                WRITE RECEIPT-LINE.
       WRITE-RCP-WORDS-PARA.
           DISPLAY WS-AMOUNT-WORDS-LINE(WS-WORDS-IDX).
           MOVE WS-AMOUNT-WORDS-LINE(WS-WORDS-IDX) TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
       WRITE-RCP-DASH-PARA.
           DISPLAY DASH-LINE.
           MOVE DASH-LINE TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
      *    EVERY RECEIPT IS SPLIT ACROSS THE STUDENT'S OPEN ITEMS.
      *    THE CASHIER MAY NAME THE ITEMS TO SETTLE; WHATEVER IS
      *    LEFT GOES OLDEST DUE DATE FIRST, AND ANY OVERPAYMENT IS
      *    HELD AS AN ADVANCE CREDIT FOR FEE-INSTALLMENT-DUE.
       ALLOCATE-PARA.
           PERFORM BUILD-OPEN-ITEMS-PARA THRU BUILD-OPEN-ITEMS-EXIT.
           MOVE WS-ENTRY-AMOUNT TO WS-ALLOC-LEFT.
           MOVE ZERO TO WS-ADVANCE-ADDED.
           IF WS-OPEN-TOTAL = ZERO
                GO TO ALLOCATE-REST-PARA.
           DISPLAY "OPEN ITEMS FOR ROLL NO ", TRNO, ":".
           DISPLAY OI-HEAD-LINE.
           PERFORM LIST-ONE-ITEM-PARA
                VARYING WS-ITEM-IDX FROM 1 BY 1
                UNTIL WS-ITEM-IDX > WS-ITEM-TOTAL.
       ALLOCATE-ASK-PARA.
           DISPLAY "ALLOCATE OLDEST DUE DATE FIRST? (Y/N): ".
           ACCEPT WS-OLDEST-SW.
           IF WS-OLDEST-SW = "Y"
                GO TO ALLOCATE-REST-PARA.
           IF WS-OLDEST-SW NOT = "N"
                DISPLAY "INVALID RESPONSE, ENTER Y OR N"
                GO TO ALLOCATE-ASK-PARA.
       ALLOCATE-PICK-PARA.
           IF WS-ALLOC-LEFT = ZERO
                GO TO ALLOCATE-REST-PARA.
           DISPLAY "ENTER ITEM NO TO SETTLE (0 WHEN DONE): ".
           ACCEPT WS-PICK-ITEM.
           IF WS-PICK-ITEM = ZERO
                GO TO ALLOCATE-REST-PARA.
           IF WS-PICK-ITEM > WS-ITEM-TOTAL
                DISPLAY "NO SUCH ITEM"
                GO TO ALLOCATE-PICK-PARA.
           MOVE WS-PICK-ITEM TO WS-ITEM-IDX.
           IF WS-ITEM-OPEN(WS-ITEM-IDX) = ZERO
                DISPLAY "THAT ITEM IS ALREADY SETTLED"
                GO TO ALLOCATE-PICK-PARA.
           DISPLAY "ENTER AMOUNT TO APPLY (0 FOR THE FULL ITEM): ".
           ACCEPT WS-PICK-AMOUNT.
           IF WS-PICK-AMOUNT = ZERO
                OR WS-PICK-AMOUNT > WS-ITEM-OPEN(WS-ITEM-IDX)
                MOVE WS-ITEM-OPEN(WS-ITEM-IDX) TO WS-PICK-AMOUNT.
           IF WS-PICK-AMOUNT > WS-ALLOC-LEFT
                MOVE WS-ALLOC-LEFT TO WS-PICK-AMOUNT.
           MOVE WS-PICK-AMOUNT TO WS-ALLOC-SLICE.
           PERFORM APPLY-SLICE-PARA.
           GO TO ALLOCATE-PICK-PARA.
       ALLOCATE-REST-PARA.
           PERFORM APPLY-OLDEST-PARA
                VARYING WS-ITEM-IDX FROM 1 BY 1
                UNTIL WS-ITEM-IDX > WS-ITEM-TOTAL
                OR WS-ALLOC-LEFT = ZERO.
           IF WS-ALLOC-LEFT = ZERO
                GO TO ALLOCATE-EXIT.
           MOVE TRNO TO FA-RNO.
           MOVE WS-PAY-DATE TO FA-DATE.
           MOVE WS-RECEIPT-NO TO FA-RECEIPT-NO.
           MOVE "R" TO FA-SOURCE.
           MOVE "A" TO FA-TARGET.
           MOVE SPACES TO FA-CODE.
           MOVE ZERO TO FA-CHARGE-DATE.
           MOVE ZERO TO FA-INST-SEQ.
           MOVE WS-ALLOC-LEFT TO FA-AMOUNT.
           PERFORM WRITE-ALLOC-PARA.
           MOVE WS-ALLOC-LEFT TO WS-ADVANCE-ADDED.
           MOVE WS-ALLOC-LEFT TO WS-AMOUNT-PLAIN.
           DISPLAY WS-AMOUNT-PLAIN, " HELD AS ADVANCE CREDIT".
       ALLOCATE-EXIT.
           EXIT.
       APPLY-OLDEST-PARA.
           IF WS-ITEM-OPEN(WS-ITEM-IDX) > ZERO
                IF WS-ITEM-OPEN(WS-ITEM-IDX) < WS-ALLOC-LEFT
                     MOVE WS-ITEM-OPEN(WS-ITEM-IDX) TO WS-ALLOC-SLICE
                     PERFORM APPLY-SLICE-PARA
                ELSE
                     MOVE WS-ALLOC-LEFT TO WS-ALLOC-SLICE
                     PERFORM APPLY-SLICE-PARA.
       APPLY-SLICE-PARA.
           MOVE TRNO TO FA-RNO.
           MOVE WS-PAY-DATE TO FA-DATE.
           MOVE WS-RECEIPT-NO TO FA-RECEIPT-NO.
           MOVE "R" TO FA-SOURCE.
           MOVE "C" TO FA-TARGET.
           MOVE WS-ITEM-CODE(WS-ITEM-IDX) TO FA-CODE.
           MOVE WS-ITEM-DATE(WS-ITEM-IDX) TO FA-CHARGE-DATE.
           MOVE WS-ITEM-SEQ(WS-ITEM-IDX) TO FA-INST-SEQ.
           MOVE WS-ALLOC-SLICE TO FA-AMOUNT.
           PERFORM WRITE-ALLOC-PARA.
           SUBTRACT WS-ALLOC-SLICE FROM WS-ITEM-OPEN(WS-ITEM-IDX).
           ADD WS-ALLOC-SLICE TO WS-ITEM-APPLIED(WS-ITEM-IDX).
           SUBTRACT WS-ALLOC-SLICE FROM WS-ALLOC-LEFT.
           SUBTRACT WS-ALLOC-SLICE FROM WS-OPEN-TOTAL.
       WRITE-ALLOC-PARA.
           OPEN EXTEND FEE-ALLOC.
           IF FEE-ALLOC-STATUS = "35"
                OPEN OUTPUT FEE-ALLOC.
           WRITE FEE-ALLOC-REC.
           CLOSE FEE-ALLOC.
      *    THE OPEN ITEMS ARE THE STUDENT'S FEELEDG.DAT CHARGES LESS
      *    EVERY FEEALLOC.DAT SLICE APPLIED TO THEM. A CHARGE RAISED
      *    FROM A FEEINST.DAT INSTALLMENT TAKES THE INSTALLMENT'S
      *    SEQUENCE AND DUE DATE; ANY OTHER CHARGE IS DUE THE DAY IT
      *    WAS RAISED. SLICES FROM A CANCELLED OR BOUNCED RECEIPT
      *    ARE IGNORED. THE ITEMS ARE LEFT IN DUE-DATE ORDER, AND
      *    THE STUDENT'S WRITE-OFFS ARE THEN NETTED AGAINST THEM.
       BUILD-OPEN-ITEMS-PARA.
           MOVE ZERO TO WS-ITEM-TOTAL.
           MOVE ZERO TO WS-SINST-TOTAL.
           MOVE ZERO TO WS-REV-TOTAL.
           MOVE ZERO TO WS-WOFF-TOTAL.
           MOVE ZERO TO WS-ADVANCE-HELD.
           MOVE ZERO TO WS-OPEN-TOTAL.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FEE-INSTALLMENT.
           IF FEE-INSTALLMENT-STATUS = "00"
                PERFORM LOAD-ONE-SINST-PARA UNTIL WS-EOF
                CLOSE FEE-INSTALLMENT.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FEE-LEDGER.
           IF FEE-LEDGER-STATUS NOT = "00"
                GO TO BUILD-OPEN-ITEMS-EXIT.
           PERFORM LOAD-ONE-ITEM-PARA UNTIL WS-EOF.
           CLOSE FEE-LEDGER.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FEE-ALLOC.
           IF FEE-ALLOC-STATUS = "00"
                PERFORM APPLY-ONE-ALLOC-PARA UNTIL WS-EOF
                CLOSE FEE-ALLOC.
           PERFORM SORT-ITEM-PASS-PARA
                VARYING WS-PASS-X FROM 1 BY 1
                UNTIL WS-PASS-X NOT < WS-ITEM-TOTAL.
           PERFORM NET-ONE-WRITEOFF-PARA
                VARYING WS-WOFF-IDX FROM 1 BY 1
                UNTIL WS-WOFF-IDX > WS-WOFF-TOTAL.
           PERFORM ADD-ONE-OPEN-PARA
                VARYING WS-ITEM-IDX FROM 1 BY 1
                UNTIL WS-ITEM-IDX > WS-ITEM-TOTAL.
       BUILD-OPEN-ITEMS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-SINST-PARA.
           READ FEE-INSTALLMENT
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF FI-RNO = TRNO AND FI-RAISED
                          AND WS-SINST-TOTAL < 100
                          ADD 1 TO WS-SINST-TOTAL
                          SET WS-SINST-X TO WS-SINST-TOTAL
                          MOVE FI-CODE TO WS-SINST-CODE(WS-SINST-X)
                          MOVE FI-SEQ TO WS-SINST-SEQ(WS-SINST-X)
                          MOVE FI-DUE-DATE TO
                               WS-SINST-DUE(WS-SINST-X)
                          MOVE FI-RAISED-DATE TO
                               WS-SINST-RAISED(WS-SINST-X)
                          MOVE "N" TO WS-SINST-USED(WS-SINST-X).
       LOAD-ONE-ITEM-PARA.
           READ FEE-LEDGER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF FL-RNO = TRNO
                          PERFORM STORE-ONE-ITEM-PARA THRU
                               STORE-ONE-ITEM-EXIT.
       STORE-ONE-ITEM-PARA.
           IF FL-REFUND AND FL-RECEIPT-NO > ZERO
                AND WS-REV-TOTAL < 1000
                ADD 1 TO WS-REV-TOTAL
                MOVE FL-RECEIPT-NO TO WS-REV-RECEIPT(WS-REV-TOTAL).
           IF FL-WRITEOFF AND WS-WOFF-TOTAL < 100
                ADD 1 TO WS-WOFF-TOTAL
                MOVE FL-CODE TO WS-WOFF-CODE(WS-WOFF-TOTAL)
                MOVE FL-AMOUNT TO WS-WOFF-AMOUNT(WS-WOFF-TOTAL).
           IF NOT FL-CHARGE OR WS-ITEM-TOTAL = 200
                GO TO STORE-ONE-ITEM-EXIT.
           ADD 1 TO WS-ITEM-TOTAL.
           SET WS-ITEM-X TO WS-ITEM-TOTAL.
           MOVE FL-CODE TO WS-ITEM-CODE(WS-ITEM-X).
           MOVE FL-DATE TO WS-ITEM-DATE(WS-ITEM-X).
           MOVE FL-DATE TO WS-ITEM-DUE(WS-ITEM-X).
           MOVE ZERO TO WS-ITEM-SEQ(WS-ITEM-X).
           MOVE FL-AMOUNT TO WS-ITEM-AMOUNT(WS-ITEM-X).
           MOVE FL-AMOUNT TO WS-ITEM-OPEN(WS-ITEM-X).
           MOVE ZERO TO WS-ITEM-APPLIED(WS-ITEM-X).
           MOVE "N" TO WS-SINST-FOUND-SW.
           PERFORM MATCH-ONE-SINST-PARA
                VARYING WS-SINST-IDX FROM 1 BY 1
                UNTIL WS-SINST-IDX > WS-SINST-TOTAL
                OR WS-SINST-FOUND.
       STORE-ONE-ITEM-EXIT.
           EXIT.
       MATCH-ONE-SINST-PARA.
           IF WS-SINST-USED(WS-SINST-IDX) = "N"
                AND WS-SINST-CODE(WS-SINST-IDX) = FL-CODE
                AND WS-SINST-RAISED(WS-SINST-IDX) = FL-DATE
                MOVE "Y" TO WS-SINST-FOUND-SW
                MOVE "Y" TO WS-SINST-USED(WS-SINST-IDX)
                MOVE WS-SINST-SEQ(WS-SINST-IDX) TO
                     WS-ITEM-SEQ(WS-ITEM-X)
                MOVE WS-SINST-DUE(WS-SINST-IDX) TO
                     WS-ITEM-DUE(WS-ITEM-X).
       APPLY-ONE-ALLOC-PARA.
           READ FEE-ALLOC
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF FA-RNO = TRNO
                          PERFORM APPLY-ALLOC-SLICE-PARA
                               THRU APPLY-ALLOC-SLICE-EXIT.
       APPLY-ALLOC-SLICE-PARA.
           MOVE "N" TO WS-REV-FOUND-SW.
           PERFORM CHECK-ONE-REV-PARA
                VARYING WS-REV-IDX FROM 1 BY 1
                UNTIL WS-REV-IDX > WS-REV-TOTAL
                OR WS-REV-FOUND.
           IF WS-REV-FOUND
                GO TO APPLY-ALLOC-SLICE-EXIT.
           IF FA-TO-ADVANCE
                ADD FA-AMOUNT TO WS-ADVANCE-HELD
                GO TO APPLY-ALLOC-SLICE-EXIT.
           IF FA-FROM-ADVANCE
                SUBTRACT FA-AMOUNT FROM WS-ADVANCE-HELD.
           MOVE FA-AMOUNT TO WS-ALLOC-LEFT.
           PERFORM REDUCE-ONE-ITEM-PARA
                VARYING WS-ITEM-IDX FROM 1 BY 1
                UNTIL WS-ITEM-IDX > WS-ITEM-TOTAL
                OR WS-ALLOC-LEFT = ZERO.
       APPLY-ALLOC-SLICE-EXIT.
           EXIT.
       CHECK-ONE-REV-PARA.
           IF WS-REV-RECEIPT(WS-REV-IDX) = FA-RECEIPT-NO
                MOVE "Y" TO WS-REV-FOUND-SW.
       REDUCE-ONE-ITEM-PARA.
           IF WS-ITEM-CODE(WS-ITEM-IDX) = FA-CODE
                AND WS-ITEM-DATE(WS-ITEM-IDX) = FA-CHARGE-DATE
                AND WS-ITEM-SEQ(WS-ITEM-IDX) = FA-INST-SEQ
                AND WS-ITEM-OPEN(WS-ITEM-IDX) > ZERO
                IF WS-ITEM-OPEN(WS-ITEM-IDX) < WS-ALLOC-LEFT
                     SUBTRACT WS-ITEM-OPEN(WS-ITEM-IDX) FROM
                          WS-ALLOC-LEFT
                     MOVE ZERO TO WS-ITEM-OPEN(WS-ITEM-IDX)
                ELSE
                     SUBTRACT WS-ALLOC-LEFT FROM
                          WS-ITEM-OPEN(WS-ITEM-IDX)
                     MOVE ZERO TO WS-ALLOC-LEFT.
      *    A WRITE-OFF FORGIVES THE OPEN CHARGES OF ITS OWN FEE
      *    CODE FIRST, OLDEST DUE DATE FIRST; ANYTHING LEFT OVER (A
      *    GENERAL WRITE-OFF OR SCHOLARSHIP CREDIT CARRIES A CODE NO
      *    CHARGE HAS) FORGIVES THE OTHER OPEN CHARGES IN DUE-DATE
      *    ORDER.
       NET-ONE-WRITEOFF-PARA.
           MOVE WS-WOFF-AMOUNT(WS-WOFF-IDX) TO WS-ALLOC-LEFT.
           PERFORM NET-SAME-CODE-PARA
                VARYING WS-ITEM-IDX FROM 1 BY 1
                UNTIL WS-ITEM-IDX > WS-ITEM-TOTAL
                OR WS-ALLOC-LEFT = ZERO.
           PERFORM NET-ONE-ITEM-PARA
                VARYING WS-ITEM-IDX FROM 1 BY 1
                UNTIL WS-ITEM-IDX > WS-ITEM-TOTAL
                OR WS-ALLOC-LEFT = ZERO.
       NET-SAME-CODE-PARA.
           IF WS-ITEM-CODE(WS-ITEM-IDX) = WS-WOFF-CODE(WS-WOFF-IDX)
                PERFORM NET-ONE-ITEM-PARA.
       NET-ONE-ITEM-PARA.
           IF WS-ITEM-OPEN(WS-ITEM-IDX) > ZERO
                IF WS-ITEM-OPEN(WS-ITEM-IDX) < WS-ALLOC-LEFT
                     SUBTRACT WS-ITEM-OPEN(WS-ITEM-IDX) FROM
                          WS-ALLOC-LEFT
                     MOVE ZERO TO WS-ITEM-OPEN(WS-ITEM-IDX)
                ELSE
                     SUBTRACT WS-ALLOC-LEFT FROM
                          WS-ITEM-OPEN(WS-ITEM-IDX)
                     MOVE ZERO TO WS-ALLOC-LEFT.
       SORT-ITEM-PASS-PARA.
           PERFORM SORT-ITEM-COMPARE-PARA
                VARYING WS-COMPARE-X FROM 1 BY 1
                UNTIL WS-COMPARE-X > WS-ITEM-TOTAL - WS-PASS-X.
       SORT-ITEM-COMPARE-PARA.
           IF WS-ITEM-DUE(WS-COMPARE-X) >
                WS-ITEM-DUE(WS-COMPARE-X + 1)
                MOVE WS-ITEM-ENTRY(WS-COMPARE-X) TO WS-SWAP-ITEM
                MOVE WS-ITEM-ENTRY(WS-COMPARE-X + 1) TO
                     WS-ITEM-ENTRY(WS-COMPARE-X)
                MOVE WS-SWAP-ITEM TO WS-ITEM-ENTRY(WS-COMPARE-X + 1).
       ADD-ONE-OPEN-PARA.
           ADD WS-ITEM-OPEN(WS-ITEM-IDX) TO WS-OPEN-TOTAL.
       LIST-ONE-ITEM-PARA.
           IF WS-ITEM-OPEN(WS-ITEM-IDX) > ZERO
                MOVE WS-ITEM-IDX TO OI-ITEM
                MOVE WS-ITEM-DUE(WS-ITEM-IDX) TO OI-DUE
                MOVE WS-ITEM-CODE(WS-ITEM-IDX) TO OI-CODE
                MOVE WS-ITEM-SEQ(WS-ITEM-IDX) TO OI-SEQ
                MOVE WS-ITEM-AMOUNT(WS-ITEM-IDX) TO OI-AMOUNT
                MOVE WS-ITEM-OPEN(WS-ITEM-IDX) TO OI-OPEN
                DISPLAY OI-DETAIL-LINE.
       LIST-ONE-FEE-PARA.
           MOVE WS-FEE-AMOUNT(WS-FEE-IDX) TO WS-AMOUNT-PLAIN.
           DISPLAY "  ", WS-FEE-CODE(WS-FEE-IDX), " ",
                          MOVE FS-DESCRIPTION TO
                               WS-FEE-DESC(WS-FEE-X)
                          MOVE FS-AMOUNT TO WS-FEE-AMOUNT(WS-FEE-X).
      *    THE RATE IN FORCE ON THE POSTING DATE: THE LATEST APPROVED
      *    REVISION EFFECTIVE ON OR BEFORE IT, ELSE THE FEESTRUC.DAT
      *    RATE.
       RATE-IN-FORCE-PARA.
           MOVE WS-FEE-AMOUNT(WS-FEE-FOUND-X) TO WS-RATE-AMOUNT.
           MOVE ZERO TO WS-RATE-FROM.
           PERFORM CHECK-ONE-RATE-PARA
                VARYING WS-RATE-IDX FROM 1 BY 1
                UNTIL WS-RATE-IDX > WS-RATE-TOTAL.
       CHECK-ONE-RATE-PARA.
           IF WS-RATE-CODE(WS-RATE-IDX) = WS-ENTRY-CODE
                AND WS-RATE-EFF(WS-RATE-IDX) NOT > FL-DATE
                AND WS-RATE-EFF(WS-RATE-IDX) NOT < WS-RATE-FROM
                MOVE WS-RATE-EFF(WS-RATE-IDX) TO WS-RATE-FROM
                MOVE WS-RATE-VALUE(WS-RATE-IDX) TO WS-RATE-AMOUNT.
       LOAD-RATES-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FEE-RATE.
           IF FEE-RATE-STATUS NOT = "00"
                GO TO LOAD-RATES-EXIT.
           PERFORM LOAD-ONE-RATE-PARA UNTIL WS-EOF.
           CLOSE FEE-RATE.
       LOAD-RATES-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-RATE-PARA.
           READ FEE-RATE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF FR-APPROVED AND WS-RATE-TOTAL < 500
                          ADD 1 TO WS-RATE-TOTAL
                          SET WS-RATE-X TO WS-RATE-TOTAL
                          MOVE FR-CODE TO WS-RATE-CODE(WS-RATE-X)
                          MOVE FR-EFF-DATE TO WS-RATE-EFF(WS-RATE-X)
                          MOVE FR-AMOUNT TO WS-RATE-VALUE(WS-RATE-X).
       CHECK-CLOSED-PARA.
           MOVE "N" TO WS-DAY-CLOSED-SW.
           MOVE "N" TO WS-EOF-SW.
           MOVE ZERO TO AL-AFTER-ENROLL-DATE.
           MOVE WS-LOGIN-ID TO AL-BEFORE-CONTACT.
           MOVE WS-OVERRIDE-REASON TO AL-REASON.
           PERFORM AUDIT-CHAIN-PARA.
           WRITE AUDIT-LOG-REC.
           CLOSE AUDIT-LOG.
       OPEN-OPERATOR-PARA.
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
       COPY AMTWORD.
       COPY AUDITCHN.
