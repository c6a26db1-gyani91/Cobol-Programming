       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-FORECAST.
      *    MONTH-BY-MONTH FEE COLLECTION FORECAST FOR ONE FINANCIAL
      *    YEAR (APRIL TO MARCH). THE EXPECTED FIGURE FOR A MONTH IS
      *    EVERY FEEINST.DAT INSTALLMENT DUE IN IT, PENDING OR
      *    ALREADY RAISED, NET OF THE CONCESS.DAT CONCESSION IN
      *    FORCE ON ITS DUE DATE, SO AN UNPAID MONTH KEEPS ITS
      *    EXPECTATION. ACTUALS ARE THE FEELEDG.DAT RECEIPTS TAKEN
      *    IN THE MONTH (LESS CANCELLED AND BOUNCED RECEIPTS), SPLIT
      *    BY FEE CODE THROUGH FEEALLOC.DAT. PAST MONTHS CARRY THE
      *    COLLECTION RATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT FEE-INSTALLMENT ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FEE-INSTALLMENT-STATUS.
           SELECT CONCESSION-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CONCESSION-MASTER-STATUS.
           SELECT FEE-LEDGER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FEE-LEDGER-STATUS.
           SELECT FEE-ALLOC ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FEE-ALLOC-STATUS.
           SELECT FORECAST-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FORECAST-PRINT-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FEE-INSTALLMENT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "FEEINST.DAT"
           DATA RECORD IS FEE-INSTALLMENT-REC.
       COPY FEEINST.
       FD CONCESSION-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "CONCESS.DAT"
           DATA RECORD IS CONCESSION-REC.
       COPY CONCESS.
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
       FD FORECAST-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "FEEFCST.DAT"
           DATA RECORD IS FORECAST-LINE.
       01 FORECAST-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 FEE-INSTALLMENT-STATUS PIC XX.
       77 CONCESSION-MASTER-STATUS PIC XX.
       77 FEE-LEDGER-STATUS PIC XX.
       77 FEE-ALLOC-STATUS PIC XX.
       77 FORECAST-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-TODAY PIC 9(8).
       77 WS-FY-END PIC 9(4).
       77 WS-FY-FROM PIC 9(8).
       77 WS-FY-TO PIC 9(8).
       77 WS-CURRENT-MONTH PIC 9(2).
       77 WS-MONTH-IDX PIC 9(2).
       77 WS-MONTH-SUB PIC 9(2) COMP.
       77 WS-DATE-MM PIC 9(2).
       77 WS-INST-COUNT PIC 9(5) VALUE ZERO.
       77 WS-GROSS-AMOUNT PIC 9(5)V99.
       77 WS-CONC-AMOUNT PIC 9(5)V99.
       77 WS-NET-AMOUNT PIC 9(5)V99.
       77 WS-BUCKET-CODE PIC X(4).
       77 WS-BUCKET-AMOUNT PIC S9(7)V99.
       77 WS-CODE-SUM PIC S9(7)V99.
       77 WS-VARIANCE PIC S9(7)V99.
       77 WS-RATE PIC 9(3)V9.
       77 WS-RATE-EXPECTED PIC 9(7)V99.
       77 WS-RATE-ACTUAL PIC S9(7)V99.
       77 WS-YEAR-EXPECTED PIC 9(9)V99 VALUE ZERO.
       77 WS-YEAR-ACTUAL PIC S9(9)V99 VALUE ZERO.
       77 WS-CONC-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-CONC-IDX PIC 9(4) COMP.
       77 WS-CONC-FOUND-SW PIC X.
           88 WS-CONC-FOUND VALUE "Y".
       77 WS-CONC-FOUND-X PIC 9(4) COMP.
       77 WS-REV-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-REV-IDX PIC 9(4) COMP.
       77 WS-REV-FOUND-SW PIC X.
           88 WS-REV-FOUND VALUE "Y".
       77 WS-FC-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-FC-IDX PIC 9(3) COMP.
       77 WS-FC-FOUND-SW PIC X.
           88 WS-FC-FOUND VALUE "Y".
       77 WS-FC-FOUND-X PIC 9(3) COMP.
       01 WS-CONC-TABLE.
        02 WS-CONC-ENTRY OCCURS 2000 TIMES
                DEPENDING ON WS-CONC-TOTAL
                INDEXED BY WS-CONC-X.
         03 WS-CONC-RNO PIC 9(5).
         03 WS-CONC-CODE PIC X(4).
         03 WS-CONC-TYPE PIC X.
         03 WS-CONC-VALUE PIC 9(5)V99.
         03 WS-CONC-FROM PIC 9(8).
         03 WS-CONC-TO PIC 9(8).
       01 WS-REV-TABLE.
        02 WS-REV-RECEIPT OCCURS 2000 TIMES
                DEPENDING ON WS-REV-TOTAL
                PIC 9(6).
      *    ONE BUCKET PER MONTH OF THE YEAR AND FEE CODE.
       01 WS-FC-TABLE.
        02 WS-FC-ENTRY OCCURS 600 TIMES
                DEPENDING ON WS-FC-TOTAL
                INDEXED BY WS-FC-X.
         03 WS-FC-MONTH PIC 9(2).
         03 WS-FC-CODE PIC X(4).
         03 WS-FC-EXPECTED PIC 9(7)V99.
         03 WS-FC-ACTUAL PIC S9(7)V99.
       01 WS-MONTH-TABLE.
        02 WS-MONTH-ENTRY OCCURS 12 TIMES.
         03 WS-MONTH-EXPECTED PIC 9(7)V99.
         03 WS-MONTH-ACTUAL PIC S9(7)V99.
       01 WS-MONTH-LABEL.
        02 WS-LABEL-YYYY PIC 9(4).
        02 FILLER PIC X VALUE "-".
        02 WS-LABEL-MM PIC 9(2).
       01 FC-HEAD-1.
        02 FILLER PIC X(37)
           VALUE "J.I.T FEE COLLECTION FORECAST FOR FY ".
        02 FH-FROM PIC 9(8).
        02 FILLER PIC X(4) VALUE " TO ".
        02 FH-TO PIC 9(8).
       01 FC-HEAD-2.
        02 FILLER PIC X(40)
           VALUE "MONTH   CODE      EXPECTED        ACTUAL".
        02 FILLER PIC X(24)
           VALUE "      VARIANCE   RATE".
       01 FC-DETAIL.
        02 FD-MONTH PIC X(7).
        02 FILLER PIC X(1) VALUE SPACES.
        02 FD-CODE PIC X(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 FD-EXPECTED PIC Z,ZZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FD-ACTUAL PIC Z,ZZZ,ZZ9.99-.
        02 FILLER PIC X(1) VALUE SPACES.
        02 FD-VARIANCE PIC Z,ZZZ,ZZ9.99-.
        02 FILLER PIC X(1) VALUE SPACES.
        02 FD-RATE-AREA.
         03 FD-RATE PIC ZZ9.9.
         03 FD-PERCENT PIC X.
       01 FC-TOTAL-LINE.
        02 FT-LABEL PIC X(14).
        02 FT-EXPECTED PIC ZZZ,ZZZ,ZZ9.99.
        02 FILLER PIC X(1) VALUE SPACES.
        02 FT-ACTUAL PIC ZZZ,ZZZ,ZZ9.99-.
        02 FILLER PIC X(1) VALUE SPACES.
        02 FT-VARIANCE PIC ZZZ,ZZZ,ZZ9.99-.
       01 DASH-LINE PIC X(79) VALUE ALL "-".
       01 BLANK-LINE PIC X(79) VALUE SPACES.
       COPY AMTFMT.
       COPY RETCODE.
       PROCEDURE DIVISION.
       ASK-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "ENTER THE YEAR THE FINANCIAL YEAR ENDS IN ",
                "(YYYY, 0 FOR THE CURRENT YEAR): ".
           ACCEPT WS-FY-END.
           IF WS-FY-END = ZERO
                MOVE WS-TODAY(1:4) TO WS-FY-END
                IF WS-TODAY(5:4) NOT < "0401"
                     ADD 1 TO WS-FY-END.
           COMPUTE WS-FY-FROM = (WS-FY-END - 1) * 10000 + 0401.
           COMPUTE WS-FY-TO = WS-FY-END * 10000 + 0331.
      *    MONTHS BEFORE WS-CURRENT-MONTH ARE PAST AND SHOW A RATE.
           IF WS-TODAY < WS-FY-FROM
                MOVE 1 TO WS-CURRENT-MONTH.
           IF WS-TODAY > WS-FY-TO
                MOVE 13 TO WS-CURRENT-MONTH.
           IF WS-TODAY NOT < WS-FY-FROM AND WS-TODAY NOT > WS-FY-TO
                MOVE WS-TODAY(5:2) TO WS-DATE-MM
                PERFORM MONTH-INDEX-PARA
                MOVE WS-MONTH-IDX TO WS-CURRENT-MONTH.
           PERFORM CLEAR-MONTH-PARA
                VARYING WS-MONTH-SUB FROM 1 BY 1
                UNTIL WS-MONTH-SUB > 12.
       LOAD-PARA.
           PERFORM LOAD-CONCESSIONS-PARA THRU LOAD-CONCESSIONS-EXIT.
           OPEN INPUT FEE-INSTALLMENT.
           IF FEE-INSTALLMENT-STATUS NOT = "00"
                DISPLAY "NO INSTALLMENT SCHEDULE ON FILE"
                MOVE 04 TO WS-RETURN-CODE
                MOVE "NO INSTALLMENT SCHEDULE ON FILE" TO
                     WS-ERROR-MESSAGE
           ELSE
                PERFORM EXPECT-ONE-PARA UNTIL WS-EOF
                CLOSE FEE-INSTALLMENT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM LOAD-ACTUALS-PARA THRU LOAD-ACTUALS-EXIT.
           IF WS-RC-ERROR
                GO TO END-PARA.
       REPORT-PARA.
           OPEN OUTPUT FORECAST-PRINT.
           MOVE WS-FY-FROM TO FH-FROM.
           MOVE WS-FY-TO TO FH-TO.
           MOVE FC-HEAD-1 TO FORECAST-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE DASH-LINE TO FORECAST-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE FC-HEAD-2 TO FORECAST-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE DASH-LINE TO FORECAST-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM REPORT-MONTH-PARA
                VARYING WS-MONTH-SUB FROM 1 BY 1
                UNTIL WS-MONTH-SUB > 12.
           MOVE "YEAR TOTAL:   " TO FT-LABEL.
           MOVE WS-YEAR-EXPECTED TO FT-EXPECTED.
           MOVE WS-YEAR-ACTUAL TO FT-ACTUAL.
           COMPUTE WS-VARIANCE = WS-YEAR-ACTUAL - WS-YEAR-EXPECTED.
           MOVE WS-VARIANCE TO FT-VARIANCE.
           MOVE FC-TOTAL-LINE TO FORECAST-LINE.
           PERFORM WRITE-LINE-PARA.
           CLOSE FORECAST-PRINT.
           DISPLAY "INSTALLMENTS FORECAST: ", WS-INST-COUNT.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       CLEAR-MONTH-PARA.
           MOVE ZERO TO WS-MONTH-EXPECTED(WS-MONTH-SUB).
           MOVE ZERO TO WS-MONTH-ACTUAL(WS-MONTH-SUB).
      *    APRIL IS MONTH 1 OF THE FINANCIAL YEAR, MARCH MONTH 12.
       MONTH-INDEX-PARA.
           IF WS-DATE-MM > 3
                COMPUTE WS-MONTH-IDX = WS-DATE-MM - 3
           ELSE
                COMPUTE WS-MONTH-IDX = WS-DATE-MM + 9.
       EXPECT-ONE-PARA.
           READ FEE-INSTALLMENT
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM EXPECT-INST-PARA THRU
                     EXPECT-INST-EXIT.
       EXPECT-INST-PARA.
           IF FI-DUE-DATE < WS-FY-FROM OR FI-DUE-DATE > WS-FY-TO
                GO TO EXPECT-INST-EXIT.
           MOVE FI-AMOUNT TO WS-GROSS-AMOUNT.
           PERFORM APPLY-CONCESSION-PARA THRU APPLY-CONCESSION-EXIT.
           COMPUTE WS-NET-AMOUNT = WS-GROSS-AMOUNT - WS-CONC-AMOUNT.
           MOVE FI-DUE-DATE(5:2) TO WS-DATE-MM.
           PERFORM MONTH-INDEX-PARA.
           MOVE FI-CODE TO WS-BUCKET-CODE.
           PERFORM FIND-BUCKET-PARA THRU FIND-BUCKET-EXIT.
           IF NOT WS-FC-FOUND
                GO TO EXPECT-INST-EXIT.
           ADD WS-NET-AMOUNT TO WS-FC-EXPECTED(WS-FC-FOUND-X).
           ADD WS-NET-AMOUNT TO WS-MONTH-EXPECTED(WS-MONTH-IDX).
           ADD WS-NET-AMOUNT TO WS-YEAR-EXPECTED.
           ADD 1 TO WS-INST-COUNT.
       EXPECT-INST-EXIT.
           EXIT.
      *    THE SAME RULE FEE-INSTALLMENT-DUE APPLIES WHEN IT RAISES
      *    THE CHARGE, TAKEN ON THE DUE DATE.
       APPLY-CONCESSION-PARA.
           MOVE ZERO TO WS-CONC-AMOUNT.
           MOVE "N" TO WS-CONC-FOUND-SW.
           PERFORM CHECK-ONE-CONC-PARA
                VARYING WS-CONC-IDX FROM 1 BY 1
                UNTIL WS-CONC-IDX > WS-CONC-TOTAL
                OR WS-CONC-FOUND.
           IF NOT WS-CONC-FOUND
                GO TO APPLY-CONCESSION-EXIT.
           IF WS-CONC-TYPE(WS-CONC-FOUND-X) = "P"
                COMPUTE WS-CONC-AMOUNT ROUNDED = WS-GROSS-AMOUNT *
                     WS-CONC-VALUE(WS-CONC-FOUND-X) / 100
           ELSE
                MOVE WS-CONC-VALUE(WS-CONC-FOUND-X) TO
                     WS-CONC-AMOUNT.
           IF WS-CONC-AMOUNT > WS-GROSS-AMOUNT
                MOVE WS-GROSS-AMOUNT TO WS-CONC-AMOUNT.
       APPLY-CONCESSION-EXIT.
           EXIT.
       CHECK-ONE-CONC-PARA.
           IF WS-CONC-RNO(WS-CONC-IDX) = FI-RNO
                AND WS-CONC-CODE(WS-CONC-IDX) = FI-CODE
                AND FI-DUE-DATE >= WS-CONC-FROM(WS-CONC-IDX)
                AND FI-DUE-DATE <= WS-CONC-TO(WS-CONC-IDX)
                MOVE "Y" TO WS-CONC-FOUND-SW
                MOVE WS-CONC-IDX TO WS-CONC-FOUND-X.
       FIND-BUCKET-PARA.
           MOVE "N" TO WS-FC-FOUND-SW.
           PERFORM CHECK-ONE-BUCKET-PARA
                VARYING WS-FC-IDX FROM 1 BY 1
                UNTIL WS-FC-IDX > WS-FC-TOTAL
                OR WS-FC-FOUND.
           IF WS-FC-FOUND
                GO TO FIND-BUCKET-EXIT.
           IF WS-FC-TOTAL NOT < 600
                DISPLAY "FORECAST TABLE FULL - CODE ", WS-BUCKET-CODE,
                     " LEFT OUT"
                GO TO FIND-BUCKET-EXIT.
           ADD 1 TO WS-FC-TOTAL.
           SET WS-FC-X TO WS-FC-TOTAL.
           MOVE WS-MONTH-IDX TO WS-FC-MONTH(WS-FC-X).
           MOVE WS-BUCKET-CODE TO WS-FC-CODE(WS-FC-X).
           MOVE ZERO TO WS-FC-EXPECTED(WS-FC-X).
           MOVE ZERO TO WS-FC-ACTUAL(WS-FC-X).
           MOVE "Y" TO WS-FC-FOUND-SW.
           MOVE WS-FC-TOTAL TO WS-FC-FOUND-X.
       FIND-BUCKET-EXIT.
           EXIT.
       CHECK-ONE-BUCKET-PARA.
           IF WS-FC-MONTH(WS-FC-IDX) = WS-MONTH-IDX
                AND WS-FC-CODE(WS-FC-IDX) = WS-BUCKET-CODE
                MOVE "Y" TO WS-FC-FOUND-SW
                MOVE WS-FC-IDX TO WS-FC-FOUND-X.
      *    RECEIPTS LATER CANCELLED OR BOUNCED (AN R ROW CARRYING THE
      *    RECEIPT NUMBER) BROUGHT IN NO MONEY AND ARE LEFT OUT.
       LOAD-ACTUALS-PARA.
           OPEN INPUT FEE-LEDGER.
           IF FEE-LEDGER-STATUS NOT = "00"
                GO TO LOAD-ACTUALS-EXIT.
           PERFORM LOAD-ONE-REV-PARA UNTIL WS-EOF.
           CLOSE FEE-LEDGER.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FEE-LEDGER.
           PERFORM ACTUAL-ONE-PARA UNTIL WS-EOF.
           CLOSE FEE-LEDGER.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FEE-ALLOC.
           IF FEE-ALLOC-STATUS NOT = "00"
                GO TO LOAD-ACTUALS-EXIT.
           PERFORM SPLIT-ONE-PARA UNTIL WS-EOF.
           CLOSE FEE-ALLOC.
       LOAD-ACTUALS-EXIT.
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
       ACTUAL-ONE-PARA.
           READ FEE-LEDGER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM ACTUAL-PAY-PARA THRU
                     ACTUAL-PAY-EXIT.
       ACTUAL-PAY-PARA.
           IF NOT FL-PAYMENT
                GO TO ACTUAL-PAY-EXIT.
           IF FL-DATE < WS-FY-FROM OR FL-DATE > WS-FY-TO
                GO TO ACTUAL-PAY-EXIT.
           PERFORM FIND-REV-PARA.
           IF WS-REV-FOUND
                GO TO ACTUAL-PAY-EXIT.
           MOVE FL-DATE(5:2) TO WS-DATE-MM.
           PERFORM MONTH-INDEX-PARA.
           ADD FL-AMOUNT TO WS-MONTH-ACTUAL(WS-MONTH-IDX).
           ADD FL-AMOUNT TO WS-YEAR-ACTUAL.
       ACTUAL-PAY-EXIT.
           EXIT.
       FIND-REV-PARA.
           MOVE "N" TO WS-REV-FOUND-SW.
           PERFORM CHECK-ONE-REV-PARA
                VARYING WS-REV-IDX FROM 1 BY 1
                UNTIL WS-REV-IDX > WS-REV-TOTAL
                OR WS-REV-FOUND.
       CHECK-ONE-REV-PARA.
           IF WS-REV-RECEIPT(WS-REV-IDX) = FL-RECEIPT-NO
                MOVE "Y" TO WS-REV-FOUND-SW.
      *    ONLY SLICES TAKEN FROM A RECEIPT ARE NEW MONEY; A SLICE
      *    DRAWN FROM AN ADVANCE WAS COUNTED WHEN IT WAS RECEIVED,
      *    UNDER ADV.
       SPLIT-ONE-PARA.
           READ FEE-ALLOC
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM SPLIT-SLICE-PARA THRU
                     SPLIT-SLICE-EXIT.
       SPLIT-SLICE-PARA.
           IF NOT FA-FROM-RECEIPT
                GO TO SPLIT-SLICE-EXIT.
           IF FA-DATE < WS-FY-FROM OR FA-DATE > WS-FY-TO
                GO TO SPLIT-SLICE-EXIT.
           MOVE FA-RECEIPT-NO TO FL-RECEIPT-NO.
           PERFORM FIND-REV-PARA.
           IF WS-REV-FOUND
                GO TO SPLIT-SLICE-EXIT.
           MOVE FA-DATE(5:2) TO WS-DATE-MM.
           PERFORM MONTH-INDEX-PARA.
           IF FA-TO-ADVANCE
                MOVE "ADV" TO WS-BUCKET-CODE
           ELSE
                MOVE FA-CODE TO WS-BUCKET-CODE.
           PERFORM FIND-BUCKET-PARA THRU FIND-BUCKET-EXIT.
           IF WS-FC-FOUND
                ADD FA-AMOUNT TO WS-FC-ACTUAL(WS-FC-FOUND-X).
       SPLIT-SLICE-EXIT.
           EXIT.
      *    ONE LINE PER FEE CODE IN THE MONTH, THEN THE MONTH TOTAL.
      *    RECEIPTS NOT SPLIT TO A CODE (TAKEN BEFORE ALLOCATION WAS
      *    RECORDED) SHOW UNDER OTHR SO THE CODES ADD TO THE TOTAL.
       REPORT-MONTH-PARA.
           MOVE WS-MONTH-SUB TO WS-MONTH-IDX.
           IF WS-MONTH-SUB < 10
                COMPUTE WS-LABEL-YYYY = WS-FY-END - 1
                COMPUTE WS-LABEL-MM = WS-MONTH-SUB + 3
           ELSE
                MOVE WS-FY-END TO WS-LABEL-YYYY
                COMPUTE WS-LABEL-MM = WS-MONTH-SUB - 9.
           MOVE ZERO TO WS-CODE-SUM.
           PERFORM REPORT-ONE-CODE-PARA
                VARYING WS-FC-IDX FROM 1 BY 1
                UNTIL WS-FC-IDX > WS-FC-TOTAL.
           COMPUTE WS-BUCKET-AMOUNT = WS-MONTH-ACTUAL(WS-MONTH-SUB)
                - WS-CODE-SUM.
           IF WS-BUCKET-AMOUNT NOT = ZERO
                MOVE WS-MONTH-LABEL TO FD-MONTH
                MOVE "OTHR" TO FD-CODE
                MOVE ZERO TO FD-EXPECTED
                MOVE WS-BUCKET-AMOUNT TO FD-ACTUAL
                MOVE WS-BUCKET-AMOUNT TO FD-VARIANCE
                MOVE SPACES TO FD-RATE-AREA
                MOVE FC-DETAIL TO FORECAST-LINE
                PERFORM WRITE-LINE-PARA.
           MOVE WS-MONTH-LABEL TO FD-MONTH.
           MOVE "ALL" TO FD-CODE.
           MOVE WS-MONTH-EXPECTED(WS-MONTH-SUB) TO FD-EXPECTED.
           MOVE WS-MONTH-ACTUAL(WS-MONTH-SUB) TO FD-ACTUAL.
           COMPUTE WS-VARIANCE = WS-MONTH-ACTUAL(WS-MONTH-SUB)
                - WS-MONTH-EXPECTED(WS-MONTH-SUB).
           MOVE WS-VARIANCE TO FD-VARIANCE.
           MOVE SPACES TO FD-RATE-AREA.
           MOVE WS-MONTH-EXPECTED(WS-MONTH-SUB) TO WS-RATE-EXPECTED.
           MOVE WS-MONTH-ACTUAL(WS-MONTH-SUB) TO WS-RATE-ACTUAL.
           PERFORM RATE-PARA THRU RATE-EXIT.
           MOVE FC-DETAIL TO FORECAST-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE BLANK-LINE TO FORECAST-LINE.
           PERFORM WRITE-LINE-PARA.
      *    COLLECTION RATE FOR A PAST MONTH ONLY; THE CURRENT AND
      *    LATER MONTHS ARE STILL BEING COLLECTED. A LINE COLLECTED
      *    TEN TIMES OVER OR MORE SHOWS 999.9.
       RATE-PARA.
           IF WS-MONTH-SUB NOT < WS-CURRENT-MONTH
                OR WS-RATE-EXPECTED = ZERO
                GO TO RATE-EXIT.
           IF WS-RATE-ACTUAL < ZERO
                MOVE ZERO TO WS-RATE
           ELSE
                IF WS-RATE-ACTUAL NOT < WS-RATE-EXPECTED * 9.9995
                     MOVE 999.9 TO WS-RATE
                ELSE
                     COMPUTE WS-RATE ROUNDED =
                          WS-RATE-ACTUAL * 100 / WS-RATE-EXPECTED.
           MOVE WS-RATE TO FD-RATE.
           MOVE "%" TO FD-PERCENT.
       RATE-EXIT.
           EXIT.
       REPORT-ONE-CODE-PARA.
           IF WS-FC-MONTH(WS-FC-IDX) = WS-MONTH-SUB
                ADD WS-FC-ACTUAL(WS-FC-IDX) TO WS-CODE-SUM
                MOVE WS-MONTH-LABEL TO FD-MONTH
                MOVE WS-FC-CODE(WS-FC-IDX) TO FD-CODE
                MOVE WS-FC-EXPECTED(WS-FC-IDX) TO FD-EXPECTED
                MOVE WS-FC-ACTUAL(WS-FC-IDX) TO FD-ACTUAL
                COMPUTE WS-VARIANCE = WS-FC-ACTUAL(WS-FC-IDX)
                     - WS-FC-EXPECTED(WS-FC-IDX)
                MOVE WS-VARIANCE TO FD-VARIANCE
                MOVE SPACES TO FD-RATE-AREA
                MOVE WS-FC-EXPECTED(WS-FC-IDX) TO WS-RATE-EXPECTED
                MOVE WS-FC-ACTUAL(WS-FC-IDX) TO WS-RATE-ACTUAL
                PERFORM RATE-PARA THRU RATE-EXIT
                MOVE FC-DETAIL TO FORECAST-LINE
                PERFORM WRITE-LINE-PARA.
       LOAD-CONCESSIONS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT CONCESSION-MASTER.
           IF CONCESSION-MASTER-STATUS NOT = "00"
                GO TO LOAD-CONCESSIONS-EXIT.
           PERFORM LOAD-ONE-CONC-PARA UNTIL WS-EOF.
           CLOSE CONCESSION-MASTER.
       LOAD-CONCESSIONS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-CONC-PARA.
           READ CONCESSION-MASTER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-CONC-TOTAL < 2000
                          ADD 1 TO WS-CONC-TOTAL
                          SET WS-CONC-X TO WS-CONC-TOTAL
                          MOVE CN-RNO TO WS-CONC-RNO(WS-CONC-X)
                          MOVE CN-CODE TO WS-CONC-CODE(WS-CONC-X)
                          MOVE CN-TYPE TO WS-CONC-TYPE(WS-CONC-X)
                          MOVE CN-VALUE TO WS-CONC-VALUE(WS-CONC-X)
                          MOVE CN-FROM-DATE TO
                               WS-CONC-FROM(WS-CONC-X)
                          MOVE CN-TO-DATE TO WS-CONC-TO(WS-CONC-X).
       WRITE-LINE-PARA.
           DISPLAY FORECAST-LINE.
           WRITE FORECAST-LINE.
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
           MOVE WS-INST-COUNT TO RL-READ-COUNT.
           MOVE ZERO TO RL-UPDATE-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "FEE-FORECAST" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
