           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FEE-LEDGER-STATUS.
           SELECT FEE-ALLOC ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FEE-ALLOC-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           VALUE OF FILE-ID "FEELEDG.DAT"
           DATA RECORD IS FEE-LEDGER-REC.
       COPY FEELEDG.
       FD FEE-ALLOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "FEEALLOC.DAT"
           DATA RECORD IS FEE-ALLOC-REC.
       COPY FEEALLOC.
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
       77 WS-CONC-FOUND-X PIC 9(4) COMP.
       77 WS-GROSS-AMOUNT PIC 9(5)V99.
       77 WS-CONC-AMOUNT PIC 9(5)V99.
       77 FEE-ALLOC-STATUS PIC XX.
       77 WS-REV-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-REV-IDX PIC 9(4) COMP.
       77 WS-REV-FOUND-SW PIC X.
           88 WS-REV-FOUND VALUE "Y".
       77 WS-LOT-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-LOT-IDX PIC 9(4) COMP.
       77 WS-LOT-FOUND-SW PIC X.
           88 WS-LOT-FOUND VALUE "Y".
       77 WS-LOT-FOUND-X PIC 9(4) COMP.
       77 WS-ALLOC-LEFT PIC 9(5)V99.
       77 WS-ALLOC-SLICE PIC 9(5)V99.
       77 WS-ADVANCE-USED PIC 9(5)V99.
       77 WS-ADVANCE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REV-TABLE.
        02 WS-REV-RECEIPT OCCURS 2000 TIMES
                DEPENDING ON WS-REV-TOTAL
                PIC 9(6).
       01 WS-LOT-TABLE.
        02 WS-LOT-ENTRY OCCURS 2000 TIMES
                DEPENDING ON WS-LOT-TOTAL
                INDEXED BY WS-LOT-X.
         03 WS-LOT-RNO PIC 9(5).
         03 WS-LOT-RECEIPT PIC 9(6).
         03 WS-LOT-AMOUNT PIC S9(5)V99.
       01 WS-CONC-TABLE.
        02 WS-CONC-ENTRY OCCURS 2000 TIMES
                DEPENDING ON WS-CONC-TOTAL
           IF WS-RC-ERROR
                GO TO END-PARA.
           PERFORM LOAD-CONCESSIONS-PARA THRU LOAD-CONCESSIONS-EXIT.
           PERFORM LOAD-ADVANCE-PARA THRU LOAD-ADVANCE-EXIT.
       RAISE-PARA.
           OPEN EXTEND FEE-LEDGER.
           IF FEE-LEDGER-STATUS = "35"
                OPEN OUTPUT FEE-LEDGER.
           OPEN EXTEND FEE-ALLOC.
           IF FEE-ALLOC-STATUS = "35"
                OPEN OUTPUT FEE-ALLOC.
           PERFORM RAISE-ONE-PARA THRU RAISE-ONE-EXIT
                VARYING WS-INST-IDX FROM 1 BY 1
                UNTIL WS-INST-IDX > WS-INST-TOTAL.
           CLOSE FEE-ALLOC.
           CLOSE FEE-LEDGER.
       SAVE-PARA.
           OPEN OUTPUT FEE-INSTALLMENT.
                UNTIL WS-INST-IDX > WS-INST-TOTAL.
           CLOSE FEE-INSTALLMENT.
           DISPLAY "INSTALLMENT CHARGES RAISED: ", WS-RAISED-COUNT.
           DISPLAY "CHARGES MET FROM ADVANCE CREDIT: ",
                WS-ADVANCE-COUNT.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                "ROLL NO ", WS-INST-RNO(WS-INST-IDX),
                " INSTALLMENT ", WS-INST-SEQ(WS-INST-IDX),
                " OF ", WS-INST-CODE(WS-INST-IDX).
           PERFORM USE-ADVANCE-PARA THRU USE-ADVANCE-EXIT.
       RAISE-ONE-EXIT.
           EXIT.
      *    AN ADVANCE CREDIT HELD FOR THE STUDENT IS DRAWN DOWN
      *    AGAINST THE CHARGE JUST RAISED, OLDEST RECEIPT FIRST. EACH
      *    SLICE CARRIES THE RECEIPT THE ADVANCE CAME FROM SO THAT A
      *    LATER CANCELLATION OR BOUNCE UNWINDS IT AS WELL.
       USE-ADVANCE-PARA.
           MOVE FL-AMOUNT TO WS-ALLOC-LEFT.
           MOVE ZERO TO WS-ADVANCE-USED.
           PERFORM USE-ONE-LOT-PARA
                VARYING WS-LOT-IDX FROM 1 BY 1
                UNTIL WS-LOT-IDX > WS-LOT-TOTAL
                OR WS-ALLOC-LEFT = ZERO.
           IF WS-ADVANCE-USED = ZERO
                GO TO USE-ADVANCE-EXIT.
           ADD 1 TO WS-ADVANCE-COUNT.
           MOVE WS-ADVANCE-USED TO WS-AMOUNT-PLAIN.
           DISPLAY "  ADVANCE CREDIT OF ", WS-AMOUNT-PLAIN,
                " APPLIED TO THE CHARGE".
       USE-ADVANCE-EXIT.
           EXIT.
       USE-ONE-LOT-PARA.
           IF WS-LOT-RNO(WS-LOT-IDX) NOT = WS-INST-RNO(WS-INST-IDX)
                OR WS-LOT-AMOUNT(WS-LOT-IDX) NOT > ZERO
                GO TO USE-ONE-LOT-EXIT.
           IF WS-LOT-AMOUNT(WS-LOT-IDX) < WS-ALLOC-LEFT
                MOVE WS-LOT-AMOUNT(WS-LOT-IDX) TO WS-ALLOC-SLICE
           ELSE
                MOVE WS-ALLOC-LEFT TO WS-ALLOC-SLICE.
           MOVE WS-INST-RNO(WS-INST-IDX) TO FA-RNO.
           MOVE WS-TODAY TO FA-DATE.
           MOVE WS-LOT-RECEIPT(WS-LOT-IDX) TO FA-RECEIPT-NO.
           MOVE "A" TO FA-SOURCE.
           MOVE "C" TO FA-TARGET.
           MOVE WS-INST-CODE(WS-INST-IDX) TO FA-CODE.
           MOVE WS-TODAY TO FA-CHARGE-DATE.
           MOVE WS-INST-SEQ(WS-INST-IDX) TO FA-INST-SEQ.
           MOVE WS-ALLOC-SLICE TO FA-AMOUNT.
           WRITE FEE-ALLOC-REC.
           SUBTRACT WS-ALLOC-SLICE FROM WS-LOT-AMOUNT(WS-LOT-IDX).
           SUBTRACT WS-ALLOC-SLICE FROM WS-ALLOC-LEFT.
           ADD WS-ALLOC-SLICE TO WS-ADVANCE-USED.
       USE-ONE-LOT-EXIT.
           EXIT.
      *    THE ADVANCE STILL HELD PER RECEIPT IS EVERY ADVANCE SLICE
      *    LESS WHAT EARLIER RUNS HAVE ALREADY DRAWN FROM IT; RECEIPTS
      *    REVERSED ON THE LEDGER (CANCELLED OR BOUNCED) HOLD NOTHING.
       LOAD-ADVANCE-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FEE-LEDGER.
           IF FEE-LEDGER-STATUS = "00"
                PERFORM LOAD-ONE-REV-PARA UNTIL WS-EOF
                CLOSE FEE-LEDGER.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FEE-ALLOC.
           IF FEE-ALLOC-STATUS NOT = "00"
                GO TO LOAD-ADVANCE-EXIT.
           PERFORM LOAD-ONE-LOT-PARA UNTIL WS-EOF.
           CLOSE FEE-ALLOC.
       LOAD-ADVANCE-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-REV-PARA.
           READ FEE-LEDGER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF FL-REFUND AND FL-RECEIPT-NO > ZERO
                          AND WS-REV-TOTAL < 2000
                          ADD 1 TO WS-REV-TOTAL
                          MOVE FL-RECEIPT-NO TO
                               WS-REV-RECEIPT(WS-REV-TOTAL).
       LOAD-ONE-LOT-PARA.
           READ FEE-ALLOC
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF FA-TO-ADVANCE OR FA-FROM-ADVANCE
                          PERFORM STORE-ONE-LOT-PARA
                               THRU STORE-ONE-LOT-EXIT.
       STORE-ONE-LOT-PARA.
           MOVE "N" TO WS-REV-FOUND-SW.
           PERFORM CHECK-ONE-REV-PARA
                VARYING WS-REV-IDX FROM 1 BY 1
                UNTIL WS-REV-IDX > WS-REV-TOTAL
                OR WS-REV-FOUND.
           IF WS-REV-FOUND
                GO TO STORE-ONE-LOT-EXIT.
           MOVE "N" TO WS-LOT-FOUND-SW.
           PERFORM CHECK-ONE-LOT-PARA
                VARYING WS-LOT-IDX FROM 1 BY 1
                UNTIL WS-LOT-IDX > WS-LOT-TOTAL
                OR WS-LOT-FOUND.
           IF NOT WS-LOT-FOUND
                IF WS-LOT-TOTAL < 2000
                     ADD 1 TO WS-LOT-TOTAL
                     MOVE WS-LOT-TOTAL TO WS-LOT-FOUND-X
                     SET WS-LOT-X TO WS-LOT-TOTAL
                     MOVE FA-RNO TO WS-LOT-RNO(WS-LOT-X)
                     MOVE FA-RECEIPT-NO TO WS-LOT-RECEIPT(WS-LOT-X)
                     MOVE ZERO TO WS-LOT-AMOUNT(WS-LOT-X)
                ELSE
                     GO TO STORE-ONE-LOT-EXIT.
           IF FA-TO-ADVANCE
                ADD FA-AMOUNT TO WS-LOT-AMOUNT(WS-LOT-FOUND-X)
           ELSE
                SUBTRACT FA-AMOUNT FROM WS-LOT-AMOUNT(WS-LOT-FOUND-X).
       STORE-ONE-LOT-EXIT.
           EXIT.
       CHECK-ONE-REV-PARA.
           IF WS-REV-RECEIPT(WS-REV-IDX) = FA-RECEIPT-NO
                MOVE "Y" TO WS-REV-FOUND-SW.
       CHECK-ONE-LOT-PARA.
           IF WS-LOT-RNO(WS-LOT-IDX) = FA-RNO
                AND WS-LOT-RECEIPT(WS-LOT-IDX) = FA-RECEIPT-NO
                MOVE "Y" TO WS-LOT-FOUND-SW
                MOVE WS-LOT-IDX TO WS-LOT-FOUND-X.
      *    A CONCESSION APPLIES WHEN THE ROLL AND FEE CODE MATCH
      *    AND THE POSTING DATE FALLS INSIDE THE VALIDITY WINDOW.
       APPLY-CONCESSION-PARA.
