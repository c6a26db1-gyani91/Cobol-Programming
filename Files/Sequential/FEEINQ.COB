           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FEE-LEDGER-STATUS.
           SELECT FEE-INSTALLMENT ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FEE-INSTALLMENT-STATUS.
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
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
       77 WS-DEP-RTN-TOTAL PIC 9(7)V99 VALUE ZERO.
       77 WS-DEP-HELD PIC S9(7)V99 VALUE ZERO.
       77 WS-BALANCE PIC S9(7)V99 VALUE ZERO.
       77 FEE-INSTALLMENT-STATUS PIC XX.
       77 FEE-ALLOC-STATUS PIC XX.
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
       77 WS-OPEN-TOTAL PIC 9(7)V99 VALUE ZERO.
       77 WS-ALLOC-LEFT PIC 9(5)V99.
       77 WS-PENDING-COUNT PIC 9(3).
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
       01 PI-DETAIL-LINE.
        02 FILLER PIC X(5) VALUE SPACES.
        02 PI-DUE PIC 9(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PI-CODE PIC X(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PI-SEQ PIC Z9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PI-AMOUNT PIC ZZZ,ZZ9.99.
        02 FILLER PIC X(13) VALUE "  NOT YET DUE".
       01 FI-DETAIL-LINE.
        02 FI-DATE PIC 9(8).
        02 FILLER PIC X(2) VALUE SPACES.
                - WS-DEP-RTN-TOTAL.
           MOVE WS-DEP-HELD TO WS-AMOUNT-SIGNED.
           DISPLAY "DEPOSIT HELD: ", WS-AMOUNT-SIGNED.
      *    THE OPEN ITEMS SAY WHICH CHARGE OR INSTALLMENT IS STILL
      *    UNPAID AFTER THE RECEIPTS HAVE BEEN ALLOCATED.
           PERFORM BUILD-OPEN-ITEMS-PARA THRU BUILD-OPEN-ITEMS-EXIT.
           DISPLAY "OPEN ITEMS (OLDEST DUE DATE FIRST):".
           DISPLAY OI-HEAD-LINE.
           PERFORM LIST-ONE-ITEM-PARA
                VARYING WS-ITEM-IDX FROM 1 BY 1
                UNTIL WS-ITEM-IDX > WS-ITEM-TOTAL.
           MOVE WS-OPEN-TOTAL TO WS-AMOUNT-PLAIN.
           DISPLAY "TOTAL OUTSTANDING:   ", WS-AMOUNT-PLAIN.
           MOVE WS-ADVANCE-HELD TO WS-AMOUNT-SIGNED.
           DISPLAY "ADVANCE CREDIT HELD: ", WS-AMOUNT-SIGNED.
           PERFORM LIST-PENDING-PARA THRU LIST-PENDING-EXIT.
       AGAIN-PARA.
           DISPLAY "DO YOU WANT TO LOOK UP ANOTHER LEDGER? (Y/N): ".
           ACCEPT CHOICE.
           IF FL-DEP-RETURN
                MOVE "DEP RTN" TO FI-TYPE
                ADD FL-AMOUNT TO WS-DEP-RTN-TOTAL.
           MOVE FL-CODE TO FI-CODE OF FI-DETAIL-LINE.
           MOVE FL-AMOUNT TO FI-AMOUNT OF FI-DETAIL-LINE.
           MOVE FL-RECEIPT-NO TO FI-RECEIPT.
           DISPLAY FI-DETAIL-LINE.
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
                          MOVE FI-CODE OF FEE-INSTALLMENT-REC
                               TO WS-SINST-CODE(WS-SINST-X)
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
       LIST-PENDING-PARA.
           MOVE ZERO TO WS-PENDING-COUNT.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FEE-INSTALLMENT.
           IF FEE-INSTALLMENT-STATUS NOT = "00"
                GO TO LIST-PENDING-EXIT.
           PERFORM LIST-ONE-PENDING-PARA UNTIL WS-EOF.
           CLOSE FEE-INSTALLMENT.
       LIST-PENDING-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LIST-ONE-PENDING-PARA.
           READ FEE-INSTALLMENT
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF FI-RNO = TRNO AND FI-PENDING
                          PERFORM PRINT-ONE-PENDING-PARA.
       PRINT-ONE-PENDING-PARA.
           ADD 1 TO WS-PENDING-COUNT.
           IF WS-PENDING-COUNT = 1
                DISPLAY "INSTALLMENTS NOT YET RAISED:".
           MOVE FI-DUE-DATE TO PI-DUE.
           MOVE FI-CODE OF FEE-INSTALLMENT-REC TO PI-CODE.
           MOVE FI-SEQ TO PI-SEQ.
           MOVE FI-AMOUNT OF FEE-INSTALLMENT-REC TO PI-AMOUNT.
           DISPLAY PI-DETAIL-LINE.
       LOG-RUN-START-PARA.
           MOVE "S" TO RL-ENTRY-TYPE.
           MOVE ZERO TO RL-READ-COUNT.
