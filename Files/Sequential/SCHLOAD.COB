       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHOLAR-LOAD.
      *    LOADS THE STATE'S SCHOLARSHIP FILES BACK AGAINST THE CLAIM
      *    REGISTER SCHCLM.DAT. THE SANCTION FILE SCHSANC.DAT SETS
      *    EACH CLAIM SANCTIONED, WITH ITS AMOUNT AND REFERENCE, OR
      *    REJECTED. THE DISBURSEMENT FILE SCHDISB.DAT CARRIES ONE
      *    LUMP-SUM BANK CREDIT SPLIT BY STUDENT; EACH STUDENT'S SHARE
      *    IS POSTED TO FEELEDG.DAT AS A SCHL TRANSFER PAYMENT UNDER
      *    ITS OWN RECEIPT NUMBER AND APPLIED TO THE STUDENT'S OPEN
      *    CHARGES OLDEST DUE DATE FIRST, ANY REMAINDER HELD AS AN
      *    ADVANCE CREDIT, EXACTLY AS FEE-POSTING DOES. NEITHER FILE
      *    IS TOUCHED UNLESS ITS CONTROL TRAILER AGREES WITH ITS ROWS,
      *    AND A DISBURSEMENT ONCE LOADED (SCHDLOG.DAT, BY BANK
      *    REFERENCE) IS NEVER LOADED AGAIN. THE RUN ENDS WITH THE
      *    REGISTER OF CLAIMS STILL OUTSTANDING, SCHOUTS.DAT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT SCHOLAR-CLAIM ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SCHOLAR-CLAIM-STATUS.
           SELECT SANCTION-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SANCTION-FILE-STATUS.
           SELECT DISBURSE-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DISBURSE-FILE-STATUS.
           SELECT DISBURSE-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DISBURSE-LOG-STATUS.
           SELECT FEE-LEDGER ASSIGN TO DISK
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
           SELECT RECEIPT-CONTROL ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RECEIPT-CONTROL-STATUS.
           SELECT CLOSED-DAYS ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CLOSED-DAYS-STATUS.
           SELECT LOAD-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS LOAD-PRINT-STATUS.
           SELECT OUTSTANDING-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS OUTSTANDING-PRINT-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SCHOLAR-CLAIM
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SCHCLM.DAT"
           DATA RECORD IS SCHOLAR-CLAIM-REC.
       COPY SCHCLAIM.
      *    THE STATE'S SANCTION FILE: D ROWS WITH THE DECISION (S
      *    SANCTIONED, R REJECTED), THE AMOUNT SANCTIONED AND THE
      *    SANCTION REFERENCE, THEN A T TRAILER WITH THE ROW COUNT
      *    AND THE TOTAL OF THE AMOUNTS.
       FD SANCTION-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SCHSANC.DAT"
           DATA RECORD IS SANCTION-REC.
       01 SANCTION-REC.
        02 SN-REC-TYPE PIC X.
        02 SN-DETAIL.
         03 SN-YEAR PIC 9(4).
         03 SN-RNO PIC 9(5).
         03 SN-DECISION PIC X.
            88 SN-SANCTIONED VALUE "S".
            88 SN-REJECTED VALUE "R".
         03 SN-AMOUNT PIC 9(5)V99.
         03 SN-REF PIC X(12).
         03 SN-DATE PIC 9(8).
         03 FILLER PIC X(42).
        02 SN-TRAILER REDEFINES SN-DETAIL.
         03 SN-T-COUNT PIC 9(6).
         03 SN-T-AMOUNT PIC 9(9)V99.
         03 FILLER PIC X(62).
      *    THE STATE'S DISBURSEMENT FILE: AN H HEADER WITH THE BANK
      *    CREDIT DATE AND REFERENCE, D ROWS WITH EACH STUDENT'S SHARE,
      *    AND A T TRAILER WITH THE ROW COUNT AND THE LUMP SUM.
       FD DISBURSE-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SCHDISB.DAT"
           DATA RECORD IS DISBURSE-REC.
       01 DISBURSE-REC.
        02 DB-REC-TYPE PIC X.
        02 DB-DETAIL.
         03 DB-YEAR PIC 9(4).
         03 DB-RNO PIC 9(5).
         03 DB-AMOUNT PIC 9(5)V99.
         03 FILLER PIC X(63).
        02 DB-HEADER REDEFINES DB-DETAIL.
         03 DB-CREDIT-DATE PIC 9(8).
         03 DB-BANK-REF PIC X(12).
         03 FILLER PIC X(59).
        02 DB-TRAILER REDEFINES DB-DETAIL.
         03 DB-T-COUNT PIC 9(6).
         03 DB-T-AMOUNT PIC 9(9)V99.
         03 FILLER PIC X(62).
       FD DISBURSE-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SCHDLOG.DAT"
           DATA RECORD IS DISBURSE-LOG-REC.
       01 DISBURSE-LOG-REC.
        02 DL-BANK-REF PIC X(12).
        02 DL-CREDIT-DATE PIC 9(8).
        02 DL-LOAD-DATE PIC 9(8).
        02 DL-COUNT PIC 9(6).
        02 DL-AMOUNT PIC 9(9)V99.
       FD FEE-LEDGER
           LABEL RECORDS ARE STANDARD
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
       FD RECEIPT-CONTROL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "FEERCPTN.DAT"
           DATA RECORD IS RECEIPT-CONTROL-REC.
       01 RECEIPT-CONTROL-REC.
        02 RN-NEXT-RECEIPT PIC 9(6).
       FD CLOSED-DAYS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "FEECLOSE.DAT"
           DATA RECORD IS CLOSED-DAYS-REC.
       01 CLOSED-DAYS-REC.
        02 DC-DATE PIC 9(8).
       FD LOAD-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SCHLOAD.DAT"
           DATA RECORD IS LOAD-LINE.
       01 LOAD-LINE PIC X(79).
       FD OUTSTANDING-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SCHOUTS.DAT"
           DATA RECORD IS OUTSTANDING-LINE.
       01 OUTSTANDING-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 SCHOLAR-CLAIM-STATUS PIC XX.
       77 SANCTION-FILE-STATUS PIC XX.
       77 DISBURSE-FILE-STATUS PIC XX.
       77 DISBURSE-LOG-STATUS PIC XX.
       77 FEE-LEDGER-STATUS PIC XX.
       77 FEE-INSTALLMENT-STATUS PIC XX.
       77 FEE-ALLOC-STATUS PIC XX.
       77 RECEIPT-CONTROL-STATUS PIC XX.
       77 CLOSED-DAYS-STATUS PIC XX.
       77 LOAD-PRINT-STATUS PIC XX.
       77 OUTSTANDING-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-RCPT-OPEN-SW PIC X.
           88 WS-RCPT-OPEN VALUE "Y".
       77 WS-FILE-OK-SW PIC X.
           88 WS-FILE-OK VALUE "Y".
       77 WS-TRAILER-SW PIC X.
           88 WS-TRAILER-SEEN VALUE "Y".
       77 WS-CHANGED-SW PIC X VALUE "N".
           88 WS-CHANGED VALUE "Y".
       77 WS-DAY-CLOSED-SW PIC X VALUE "N".
           88 WS-DAY-CLOSED VALUE "Y".
       77 WS-TODAY PIC 9(8).
       77 WS-POST-RNO PIC 9(5).
       77 WS-RECEIPT-NO PIC 9(6).
       77 WS-BANK-REF PIC X(12).
       77 WS-CREDIT-DATE PIC 9(8).
       77 WS-REASON PIC X(22).
       77 WS-ROW-COUNT PIC 9(6).
       77 WS-ROW-AMOUNT PIC 9(9)V99.
       77 WS-SANCTION-COUNT PIC 9(5) VALUE ZERO.
       77 WS-PAYMENT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-PAYMENT-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-OUT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-OUT-AMOUNT PIC 9(5)V99.
       77 WS-OUT-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 WS-CLM-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-CLM-IDX PIC 9(4) COMP.
       77 WS-CLM-FOUND-SW PIC X.
           88 WS-CLM-FOUND VALUE "Y".
       77 WS-CLM-FOUND-X PIC 9(4) COMP.
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
       77 WS-ALLOC-SLICE PIC 9(5)V99.
      *    ONE ENTRY PER REGISTER ROW, LAID OUT AS SCHOLAR-CLAIM-REC
      *    SO A ROW MOVES IN AND OUT WHOLE.
       01 WS-CLM-TABLE.
        02 WS-CLM-ENTRY OCCURS 5000 TIMES
                DEPENDING ON WS-CLM-TOTAL
                INDEXED BY WS-CLM-X.
         03 WS-CLM-YEAR PIC 9(4).
         03 WS-CLM-RNO PIC 9(5).
         03 WS-CLM-NAME PIC A(20).
         03 WS-CLM-CATEGORY PIC X(2).
         03 WS-CLM-PERCENT PIC 9(3)V99.
         03 WS-CLM-ATTEND-PCT PIC 9(3)V99.
         03 WS-CLM-CLAIM-DATE PIC 9(8).
         03 WS-CLM-CLAIM-AMOUNT PIC 9(5)V99.
         03 WS-CLM-SANCTION-REF PIC X(12).
         03 WS-CLM-SANCTION-DATE PIC 9(8).
         03 WS-CLM-SANCTION-AMOUNT PIC 9(5)V99.
         03 WS-CLM-PAID-DATE PIC 9(8).
         03 WS-CLM-PAID-AMOUNT PIC 9(5)V99.
         03 WS-CLM-RECEIPT-NO PIC 9(6).
         03 WS-CLM-STATUS PIC X.
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
       01 LP-HEAD-1.
        02 FILLER PIC X(40) VALUE
           "SCHOLARSHIP SANCTION AND DISBURSEMENT LO".
        02 FILLER PIC X(6) VALUE "AD OF ".
        02 LP-HEAD-DATE PIC 9(8).
       01 LP-SECTION-LINE.
        02 LP-SECTION PIC X(40).
        02 LP-SECTION-REF PIC X(12).
        02 FILLER PIC X(10) VALUE "  CREDIT ".
        02 LP-SECTION-DATE PIC 9(8).
       01 LP-COL-HEAD PIC X(79) VALUE
           "   YEAR ROLL  NAME                    AMOUNT  ACTION".
       01 LP-DETAIL-LINE.
        02 LP-FLAG PIC X(3).
        02 LP-YEAR PIC 9(4).
        02 FILLER PIC X VALUE SPACE.
        02 LP-RNO PIC 9(5).
        02 FILLER PIC X VALUE SPACE.
        02 LP-NAME PIC X(20).
        02 FILLER PIC X VALUE SPACE.
        02 LP-AMOUNT PIC ZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 LP-ACTION PIC X(22).
        02 FILLER PIC X VALUE SPACE.
        02 LP-REF PIC X(10).
       01 LP-MESSAGE-LINE PIC X(79).
       01 LP-TOTAL-LINE.
        02 FILLER PIC X(11) VALUE "SANCTIONS: ".
        02 LT-SANCTIONS PIC ZZ,ZZ9.
        02 FILLER PIC X(13) VALUE "  PAYMENTS: ".
        02 LT-PAYMENTS PIC ZZ,ZZ9.
        02 FILLER PIC X(10) VALUE "  AMOUNT: ".
        02 LT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
        02 FILLER PIC X(12) VALUE "  REJECTED: ".
        02 LT-REJECTS PIC ZZ,ZZ9.
       01 OP-HEAD-1.
        02 FILLER PIC X(37) VALUE
           "SCHOLARSHIP CLAIMS OUTSTANDING AS AT ".
        02 OP-HEAD-DATE PIC 9(8).
       01 OP-COL-HEAD.
        02 FILLER PIC X(40) VALUE
           "YEAR ROLL  NAME                 CT   CLA".
        02 FILLER PIC X(39) VALUE
           "IMED SANCTIONED      PAID OUTSTANDING S".
       01 OP-DETAIL-LINE.
        02 OP-YEAR PIC 9(4).
        02 FILLER PIC X VALUE SPACE.
        02 OP-RNO PIC 9(5).
        02 FILLER PIC X VALUE SPACE.
        02 OP-NAME PIC X(20).
        02 FILLER PIC X VALUE SPACE.
        02 OP-CATEGORY PIC X(2).
        02 FILLER PIC X VALUE SPACE.
        02 OP-CLAIMED PIC ZZ,ZZ9.99.
        02 FILLER PIC X VALUE SPACE.
        02 OP-SANCTIONED PIC ZZZ,ZZ9.99.
        02 FILLER PIC X VALUE SPACE.
        02 OP-PAID PIC ZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 OP-OUTSTANDING PIC ZZZ,ZZ9.99.
        02 FILLER PIC X VALUE SPACE.
        02 OP-STATUS PIC X.
       01 OP-NONE-LINE PIC X(79) VALUE
           "  NO SCHOLARSHIP CLAIMS ARE OUTSTANDING".
       01 OP-TOTAL-LINE.
        02 FILLER PIC X(20) VALUE "CLAIMS OUTSTANDING: ".
        02 OT-COUNT PIC ZZ,ZZ9.
        02 FILLER PIC X(10) VALUE "  AMOUNT: ".
        02 OT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 OP-KEY-LINE PIC X(79) VALUE
           "S: C = AWAITING SANCTION  S = SANCTIONED, AWAITING PAYMENT".
       01 DASH-LINE PIC X(79) VALUE ALL "-".
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-CLAIMS-PARA THRU LOAD-CLAIMS-EXIT.
           IF WS-RC-ERROR
                GO TO END-PARA.
           IF WS-CLM-TOTAL = ZERO
                DISPLAY "NO SCHOLARSHIP CLAIMS ON THE REGISTER"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "SCHCLM.DAT NOT FOUND" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           OPEN OUTPUT LOAD-PRINT.
           MOVE WS-TODAY TO LP-HEAD-DATE.
           MOVE LP-HEAD-1 TO LOAD-LINE.
           PERFORM WRITE-LOAD-LINE-PARA.
       SANCTION-PARA.
           PERFORM CONTROL-SANCTION-PARA THRU CONTROL-SANCTION-EXIT.
           IF WS-FILE-OK
                PERFORM APPLY-SANCTIONS-PARA.
       DISBURSE-PARA.
           PERFORM CONTROL-DISBURSE-PARA THRU CONTROL-DISBURSE-EXIT.
           IF WS-FILE-OK
                PERFORM APPLY-DISBURSEMENTS-PARA.
       SAVE-PARA.
           PERFORM WRITE-LOAD-DASH-PARA.
           MOVE WS-SANCTION-COUNT TO LT-SANCTIONS.
           MOVE WS-PAYMENT-COUNT TO LT-PAYMENTS.
           MOVE WS-PAYMENT-TOTAL TO LT-AMOUNT.
           MOVE WS-REJECT-COUNT TO LT-REJECTS.
           MOVE LP-TOTAL-LINE TO LOAD-LINE.
           PERFORM WRITE-LOAD-LINE-PARA.
           CLOSE LOAD-PRINT.
           IF WS-CHANGED
                PERFORM SAVE-CLAIMS-PARA.
       OUTSTANDING-PARA.
           OPEN OUTPUT OUTSTANDING-PRINT.
           MOVE WS-TODAY TO OP-HEAD-DATE.
           MOVE OP-HEAD-1 TO OUTSTANDING-LINE.
           PERFORM WRITE-OUT-LINE-PARA.
           PERFORM WRITE-OUT-DASH-PARA.
           MOVE OP-COL-HEAD TO OUTSTANDING-LINE.
           PERFORM WRITE-OUT-LINE-PARA.
           PERFORM LIST-ONE-OUTSTANDING-PARA
                VARYING WS-CLM-IDX FROM 1 BY 1
                UNTIL WS-CLM-IDX > WS-CLM-TOTAL.
           IF WS-OUT-COUNT = ZERO
                MOVE OP-NONE-LINE TO OUTSTANDING-LINE
                PERFORM WRITE-OUT-LINE-PARA.
           PERFORM WRITE-OUT-DASH-PARA.
           MOVE WS-OUT-COUNT TO OT-COUNT.
           MOVE WS-OUT-TOTAL TO OT-AMOUNT.
           MOVE OP-TOTAL-LINE TO OUTSTANDING-LINE.
           PERFORM WRITE-OUT-LINE-PARA.
           MOVE OP-KEY-LINE TO OUTSTANDING-LINE.
           PERFORM WRITE-OUT-LINE-PARA.
           CLOSE OUTSTANDING-PRINT.
           IF WS-REJECT-COUNT > ZERO AND WS-RC-NORMAL
                MOVE 04 TO WS-RETURN-CODE
                MOVE "SCHOLARSHIP ROWS NOT APPLIED - SEE SCHLOAD.DAT"
                     TO WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       LOAD-CLAIMS-PARA.
           OPEN INPUT SCHOLAR-CLAIM.
           IF SCHOLAR-CLAIM-STATUS NOT = "00"
                GO TO LOAD-CLAIMS-EXIT.
           PERFORM LOAD-ONE-CLAIM-PARA UNTIL WS-EOF.
           CLOSE SCHOLAR-CLAIM.
       LOAD-CLAIMS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-CLAIM-PARA.
           READ SCHOLAR-CLAIM
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-CLM-TOTAL < 5000
                          ADD 1 TO WS-CLM-TOTAL
                          MOVE SCHOLAR-CLAIM-REC TO
                               WS-CLM-ENTRY(WS-CLM-TOTAL)
                     ELSE
                          DISPLAY "MORE THAN 5000 CLAIMS ON THE ",
                               "REGISTER - RUN ABANDONED"
                          MOVE 08 TO WS-RETURN-CODE
                          MOVE "TOO MANY SCHOLARSHIP CLAIMS TO LOAD"
                               TO WS-ERROR-MESSAGE
                          MOVE "Y" TO WS-EOF-SW.
       SAVE-CLAIMS-PARA.
           OPEN OUTPUT SCHOLAR-CLAIM.
           PERFORM SAVE-ONE-CLAIM-PARA
                VARYING WS-CLM-IDX FROM 1 BY 1
                UNTIL WS-CLM-IDX > WS-CLM-TOTAL.
           CLOSE SCHOLAR-CLAIM.
       SAVE-ONE-CLAIM-PARA.
           MOVE WS-CLM-ENTRY(WS-CLM-IDX) TO SCHOLAR-CLAIM-REC.
           WRITE SCHOLAR-CLAIM-REC.
       FIND-CLAIM-PARA.
           MOVE "N" TO WS-CLM-FOUND-SW.
           PERFORM CHECK-ONE-CLAIM-PARA
                VARYING WS-CLM-X FROM 1 BY 1
                UNTIL WS-CLM-X > WS-CLM-TOTAL
                OR WS-CLM-FOUND.
       CHECK-ONE-CLAIM-PARA.
           IF WS-CLM-YEAR(WS-CLM-X) = SH-YEAR
                AND WS-CLM-RNO(WS-CLM-X) = SH-RNO
                MOVE "Y" TO WS-CLM-FOUND-SW
                SET WS-CLM-FOUND-X TO WS-CLM-X.
      *    THE TRAILER MUST CARRY THE NUMBER OF D ROWS AND THE TOTAL
      *    OF THEIR AMOUNTS, OR NONE OF THE FILE IS APPLIED.
       CONTROL-SANCTION-PARA.
           MOVE "N" TO WS-FILE-OK-SW.
           MOVE SPACES TO LP-SECTION-LINE.
           MOVE "SANCTIONS FROM SCHSANC.DAT" TO LP-SECTION.
           OPEN INPUT SANCTION-FILE.
           IF SANCTION-FILE-STATUS NOT = "00"
                MOVE "NO SANCTION FILE TO LOAD" TO LP-SECTION
                PERFORM WRITE-SECTION-PARA
                GO TO CONTROL-SANCTION-EXIT.
           MOVE ZERO TO WS-ROW-COUNT.
           MOVE ZERO TO WS-ROW-AMOUNT.
           MOVE "N" TO WS-TRAILER-SW.
           PERFORM COUNT-ONE-SANCTION-PARA UNTIL WS-EOF.
           CLOSE SANCTION-FILE.
           MOVE "N" TO WS-EOF-SW.
           PERFORM WRITE-SECTION-PARA.
           IF NOT WS-TRAILER-SEEN
                OR WS-ROW-COUNT NOT = SN-T-COUNT
                OR WS-ROW-AMOUNT NOT = SN-T-AMOUNT
                MOVE "  SANCTION TOTALS DO NOT AGREE - NOT LOADED"
                     TO LP-MESSAGE-LINE
                PERFORM WRITE-MESSAGE-PARA
                MOVE 08 TO WS-RETURN-CODE
                MOVE "SCHSANC.DAT CONTROL TOTALS DO NOT AGREE" TO
                     WS-ERROR-MESSAGE
                GO TO CONTROL-SANCTION-EXIT.
           MOVE "Y" TO WS-FILE-OK-SW.
       CONTROL-SANCTION-EXIT.
           EXIT.
       COUNT-ONE-SANCTION-PARA.
           READ SANCTION-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF SN-REC-TYPE = "D"
                          ADD 1 TO WS-ROW-COUNT
                          ADD SN-AMOUNT TO WS-ROW-AMOUNT
                     ELSE
                          IF SN-REC-TYPE = "T"
                               MOVE "Y" TO WS-TRAILER-SW
                               MOVE "Y" TO WS-EOF-SW.
       APPLY-SANCTIONS-PARA.
           MOVE LP-COL-HEAD TO LOAD-LINE.
           PERFORM WRITE-LOAD-LINE-PARA.
           OPEN INPUT SANCTION-FILE.
           PERFORM APPLY-ONE-SANCTION-PARA UNTIL WS-EOF.
           CLOSE SANCTION-FILE.
           MOVE "N" TO WS-EOF-SW.
       APPLY-ONE-SANCTION-PARA.
           READ SANCTION-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF SN-REC-TYPE = "T"
                          MOVE "Y" TO WS-EOF-SW
                     ELSE
                          IF SN-REC-TYPE = "D"
                               PERFORM SANCTION-ONE-PARA THRU
                                    SANCTION-ONE-EXIT.
      *    A CLAIM IS DECIDED ONCE. THE SAME DECISION UNDER THE SAME
      *    REFERENCE ARRIVING AGAIN IS PASSED OVER QUIETLY, SO A
      *    SANCTION FILE CAN SAFELY BE LOADED TWICE.
       SANCTION-ONE-PARA.
           MOVE SN-YEAR TO SH-YEAR.
           MOVE SN-RNO TO SH-RNO.
           MOVE SPACES TO LP-DETAIL-LINE.
           MOVE SN-YEAR TO LP-YEAR.
           MOVE SN-RNO TO LP-RNO.
           MOVE SN-AMOUNT TO LP-AMOUNT.
           MOVE SN-REF TO LP-REF.
           PERFORM FIND-CLAIM-PARA.
           IF NOT WS-CLM-FOUND
                MOVE "NO CLAIM ON REGISTER" TO WS-REASON
                GO TO SANCTION-ONE-REJECT.
           MOVE WS-CLM-NAME(WS-CLM-FOUND-X) TO LP-NAME.
           IF WS-CLM-STATUS(WS-CLM-FOUND-X) NOT = "C"
                IF WS-CLM-SANCTION-REF(WS-CLM-FOUND-X) = SN-REF
                     GO TO SANCTION-ONE-EXIT
                ELSE
                     MOVE "CLAIM ALREADY DECIDED" TO WS-REASON
                     GO TO SANCTION-ONE-REJECT.
           IF NOT SN-SANCTIONED AND NOT SN-REJECTED
                MOVE "INVALID DECISION CODE" TO WS-REASON
                GO TO SANCTION-ONE-REJECT.
           IF SN-SANCTIONED AND SN-AMOUNT = ZERO
                MOVE "NO AMOUNT SANCTIONED" TO WS-REASON
                GO TO SANCTION-ONE-REJECT.
           IF SN-AMOUNT > WS-CLM-CLAIM-AMOUNT(WS-CLM-FOUND-X)
                MOVE "SANCTION EXCEEDS CLAIM" TO WS-REASON
                GO TO SANCTION-ONE-REJECT.
           MOVE SN-REF TO WS-CLM-SANCTION-REF(WS-CLM-FOUND-X).
           MOVE SN-DATE TO WS-CLM-SANCTION-DATE(WS-CLM-FOUND-X).
           IF SN-SANCTIONED
                MOVE SN-AMOUNT TO WS-CLM-SANCTION-AMOUNT(WS-CLM-FOUND-X)
                MOVE "S" TO WS-CLM-STATUS(WS-CLM-FOUND-X)
                MOVE "SANCTIONED" TO LP-ACTION
           ELSE
                MOVE ZERO TO WS-CLM-SANCTION-AMOUNT(WS-CLM-FOUND-X)
                MOVE "R" TO WS-CLM-STATUS(WS-CLM-FOUND-X)
                MOVE "REJECTED BY THE STATE" TO LP-ACTION.
           MOVE "Y" TO WS-CHANGED-SW.
           ADD 1 TO WS-SANCTION-COUNT.
           MOVE LP-DETAIL-LINE TO LOAD-LINE.
           PERFORM WRITE-LOAD-LINE-PARA.
           GO TO SANCTION-ONE-EXIT.
       SANCTION-ONE-REJECT.
           PERFORM WRITE-REJECT-PARA.
       SANCTION-ONE-EXIT.
           EXIT.
      *    BESIDES ITS CONTROL TOTALS, A DISBURSEMENT FILE NEEDS A BANK
      *    REFERENCE NOT ALREADY LOADED, AND TODAY'S POSTINGS MUST NOT
      *    HAVE BEEN CLOSED BY DAY-END-CLOSE.
       CONTROL-DISBURSE-PARA.
           MOVE "N" TO WS-FILE-OK-SW.
           MOVE SPACES TO LP-SECTION-LINE.
           MOVE "DISBURSEMENTS FROM SCHDISB.DAT, REF" TO LP-SECTION.
           OPEN INPUT DISBURSE-FILE.
           IF DISBURSE-FILE-STATUS NOT = "00"
                MOVE "NO DISBURSEMENT FILE TO LOAD" TO LP-SECTION
                PERFORM WRITE-SECTION-PARA
                GO TO CONTROL-DISBURSE-EXIT.
           MOVE SPACES TO WS-BANK-REF.
           MOVE ZERO TO WS-CREDIT-DATE.
           MOVE ZERO TO WS-ROW-COUNT.
           MOVE ZERO TO WS-ROW-AMOUNT.
           MOVE "N" TO WS-TRAILER-SW.
           PERFORM COUNT-ONE-DISBURSE-PARA UNTIL WS-EOF.
           CLOSE DISBURSE-FILE.
           MOVE "N" TO WS-EOF-SW.
           MOVE WS-BANK-REF TO LP-SECTION-REF.
           MOVE WS-CREDIT-DATE TO LP-SECTION-DATE.
           PERFORM WRITE-SECTION-PARA.
           IF NOT WS-TRAILER-SEEN
                OR WS-ROW-COUNT NOT = DB-T-COUNT
                OR WS-ROW-AMOUNT NOT = DB-T-AMOUNT
                MOVE "  DISBURSEMENT TOTALS DO NOT AGREE - NOT LOADED"
                     TO LP-MESSAGE-LINE
                GO TO CONTROL-DISBURSE-REFUSE.
           IF WS-BANK-REF = SPACES
                MOVE "  NO BANK REFERENCE ON THE FILE - NOT LOADED"
                     TO LP-MESSAGE-LINE
                GO TO CONTROL-DISBURSE-REFUSE.
           PERFORM CHECK-LOADED-PARA THRU CHECK-LOADED-EXIT.
           IF WS-RC-ERROR
                MOVE "  BANK REFERENCE ALREADY LOADED - NOT LOADED"
                     TO LP-MESSAGE-LINE
                GO TO CONTROL-DISBURSE-REFUSE.
           PERFORM CHECK-CLOSED-PARA THRU CHECK-CLOSED-EXIT.
           IF WS-DAY-CLOSED
                MOVE "  TODAY'S FEE POSTINGS ARE CLOSED - NOT LOADED"
                     TO LP-MESSAGE-LINE
                GO TO CONTROL-DISBURSE-REFUSE.
           MOVE "Y" TO WS-FILE-OK-SW.
           GO TO CONTROL-DISBURSE-EXIT.
       CONTROL-DISBURSE-REFUSE.
           PERFORM WRITE-MESSAGE-PARA.
           MOVE 08 TO WS-RETURN-CODE.
           MOVE "SCHDISB.DAT NOT LOADED" TO WS-ERROR-MESSAGE.
       CONTROL-DISBURSE-EXIT.
           EXIT.
       COUNT-ONE-DISBURSE-PARA.
           READ DISBURSE-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF DB-REC-TYPE = "H"
                          MOVE DB-BANK-REF TO WS-BANK-REF
                          MOVE DB-CREDIT-DATE TO WS-CREDIT-DATE
                     ELSE
                          IF DB-REC-TYPE = "D"
                               ADD 1 TO WS-ROW-COUNT
                               ADD DB-AMOUNT TO WS-ROW-AMOUNT
                          ELSE
                               IF DB-REC-TYPE = "T"
                                    MOVE "Y" TO WS-TRAILER-SW
                                    MOVE "Y" TO WS-EOF-SW.
       CHECK-LOADED-PARA.
           OPEN INPUT DISBURSE-LOG.
           IF DISBURSE-LOG-STATUS NOT = "00"
                GO TO CHECK-LOADED-EXIT.
           PERFORM CHECK-ONE-LOADED-PARA UNTIL WS-EOF.
           CLOSE DISBURSE-LOG.
       CHECK-LOADED-EXIT.
           MOVE "N" TO WS-EOF-SW.
       CHECK-ONE-LOADED-PARA.
           READ DISBURSE-LOG
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF DL-BANK-REF = WS-BANK-REF
                          MOVE 08 TO WS-RETURN-CODE
                          MOVE "Y" TO WS-EOF-SW.
       CHECK-CLOSED-PARA.
           MOVE "N" TO WS-DAY-CLOSED-SW.
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
       APPLY-DISBURSEMENTS-PARA.
           MOVE LP-COL-HEAD TO LOAD-LINE.
           PERFORM WRITE-LOAD-LINE-PARA.
           OPEN INPUT DISBURSE-FILE.
           PERFORM APPLY-ONE-DISBURSE-PARA UNTIL WS-EOF.
           CLOSE DISBURSE-FILE.
           MOVE "N" TO WS-EOF-SW.
           OPEN EXTEND DISBURSE-LOG.
           IF DISBURSE-LOG-STATUS = "35"
                OPEN OUTPUT DISBURSE-LOG.
           MOVE WS-BANK-REF TO DL-BANK-REF.
           MOVE WS-CREDIT-DATE TO DL-CREDIT-DATE.
           MOVE WS-TODAY TO DL-LOAD-DATE.
           MOVE WS-ROW-COUNT TO DL-COUNT.
           MOVE WS-ROW-AMOUNT TO DL-AMOUNT.
           WRITE DISBURSE-LOG-REC.
           CLOSE DISBURSE-LOG.
       APPLY-ONE-DISBURSE-PARA.
           READ DISBURSE-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF DB-REC-TYPE = "T"
                          MOVE "Y" TO WS-EOF-SW
                     ELSE
                          IF DB-REC-TYPE = "D"
                               PERFORM DISBURSE-ONE-PARA THRU
                                    DISBURSE-ONE-EXIT.
      *    ONLY A SANCTIONED CLAIM IS PAID, AND NEVER BEYOND THE
      *    AMOUNT SANCTIONED.
       DISBURSE-ONE-PARA.
           MOVE DB-YEAR TO SH-YEAR.
           MOVE DB-RNO TO SH-RNO.
           MOVE SPACES TO LP-DETAIL-LINE.
           MOVE DB-YEAR TO LP-YEAR.
           MOVE DB-RNO TO LP-RNO.
           MOVE DB-AMOUNT TO LP-AMOUNT.
           PERFORM FIND-CLAIM-PARA.
           IF NOT WS-CLM-FOUND
                MOVE "NO CLAIM ON REGISTER" TO WS-REASON
                GO TO DISBURSE-ONE-REJECT.
           MOVE WS-CLM-NAME(WS-CLM-FOUND-X) TO LP-NAME.
           IF WS-CLM-STATUS(WS-CLM-FOUND-X) = "C"
                MOVE "NOT YET SANCTIONED" TO WS-REASON
                GO TO DISBURSE-ONE-REJECT.
           IF WS-CLM-STATUS(WS-CLM-FOUND-X) = "R"
                MOVE "REJECTED BY THE STATE" TO WS-REASON
                GO TO DISBURSE-ONE-REJECT.
           IF WS-CLM-STATUS(WS-CLM-FOUND-X) = "P"
                MOVE "ALREADY PAID IN FULL" TO WS-REASON
                GO TO DISBURSE-ONE-REJECT.
           IF DB-AMOUNT = ZERO
                MOVE "NO AMOUNT DISBURSED" TO WS-REASON
                GO TO DISBURSE-ONE-REJECT.
           IF WS-CLM-PAID-AMOUNT(WS-CLM-FOUND-X) + DB-AMOUNT >
                WS-CLM-SANCTION-AMOUNT(WS-CLM-FOUND-X)
                MOVE "EXCEEDS SANCTION" TO WS-REASON
                GO TO DISBURSE-ONE-REJECT.
           MOVE DB-RNO TO WS-POST-RNO.
           PERFORM NEXT-RECEIPT-PARA.
           PERFORM POST-PAYMENT-PARA.
           PERFORM ALLOCATE-PARA THRU ALLOCATE-EXIT.
           ADD DB-AMOUNT TO WS-CLM-PAID-AMOUNT(WS-CLM-FOUND-X).
           MOVE WS-TODAY TO WS-CLM-PAID-DATE(WS-CLM-FOUND-X).
           MOVE WS-RECEIPT-NO TO WS-CLM-RECEIPT-NO(WS-CLM-FOUND-X).
           IF WS-CLM-PAID-AMOUNT(WS-CLM-FOUND-X) =
                WS-CLM-SANCTION-AMOUNT(WS-CLM-FOUND-X)
                MOVE "P" TO WS-CLM-STATUS(WS-CLM-FOUND-X).
           MOVE "Y" TO WS-CHANGED-SW.
           ADD 1 TO WS-PAYMENT-COUNT.
           ADD DB-AMOUNT TO WS-PAYMENT-TOTAL.
           MOVE "POSTED UNDER RECEIPT" TO LP-ACTION.
           MOVE WS-RECEIPT-NO TO LP-REF.
           MOVE LP-DETAIL-LINE TO LOAD-LINE.
           PERFORM WRITE-LOAD-LINE-PARA.
           GO TO DISBURSE-ONE-EXIT.
       DISBURSE-ONE-REJECT.
           PERFORM WRITE-REJECT-PARA.
       DISBURSE-ONE-EXIT.
           EXIT.
       POST-PAYMENT-PARA.
           OPEN EXTEND FEE-LEDGER.
           IF FEE-LEDGER-STATUS = "35"
                OPEN OUTPUT FEE-LEDGER.
           MOVE WS-POST-RNO TO FL-RNO.
           MOVE WS-TODAY TO FL-DATE.
           MOVE "P" TO FL-TYPE.
           MOVE "SCHL" TO FL-CODE.
           MOVE DB-AMOUNT TO FL-AMOUNT.
           MOVE WS-RECEIPT-NO TO FL-RECEIPT-NO.
           MOVE DB-AMOUNT TO FL-GROSS-AMOUNT.
           MOVE ZERO TO FL-CONCESSION.
           MOVE SPACES TO FL-CONC-REF.
           MOVE ZERO TO FL-VOUCHER-NO.
           MOVE "T" TO FL-PAY-MODE.
           MOVE "N" TO FL-RECON-SW.
           WRITE FEE-LEDGER-REC.
           CLOSE FEE-LEDGER.
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
      *    THE STUDENT'S SHARE SETTLES THE OPEN CHARGES OLDEST DUE
      *    DATE FIRST; WHATEVER IS LEFT IS HELD AS ADVANCE CREDIT.
       ALLOCATE-PARA.
           PERFORM BUILD-OPEN-ITEMS-PARA THRU BUILD-OPEN-ITEMS-EXIT.
           MOVE DB-AMOUNT TO WS-ALLOC-LEFT.
           PERFORM APPLY-OLDEST-PARA
                VARYING WS-ITEM-IDX FROM 1 BY 1
                UNTIL WS-ITEM-IDX > WS-ITEM-TOTAL
                OR WS-ALLOC-LEFT = ZERO.
           IF WS-ALLOC-LEFT = ZERO
                GO TO ALLOCATE-EXIT.
           MOVE WS-POST-RNO TO FA-RNO.
           MOVE WS-TODAY TO FA-DATE.
           MOVE WS-RECEIPT-NO TO FA-RECEIPT-NO.
           MOVE "R" TO FA-SOURCE.
           MOVE "A" TO FA-TARGET.
           MOVE SPACES TO FA-CODE.
           MOVE ZERO TO FA-CHARGE-DATE.
           MOVE ZERO TO FA-INST-SEQ.
           MOVE WS-ALLOC-LEFT TO FA-AMOUNT.
           PERFORM WRITE-ALLOC-PARA.
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
           MOVE WS-POST-RNO TO FA-RNO.
           MOVE WS-TODAY TO FA-DATE.
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
      *    EVERY FEEALLOC.DAT SLICE APPLIED TO THEM AND THE
      *    STUDENT'S WRITE-OFFS, BUILT AS FEE-POSTING BUILDS THEM.
      *    THE ITEMS ARE LEFT IN DUE-DATE ORDER.
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
                     IF FI-RNO = WS-POST-RNO AND FI-RAISED
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
                     IF FL-RNO = WS-POST-RNO
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
                     IF FA-RNO = WS-POST-RNO
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
      *    A CLAIM AWAITING SANCTION IS OUTSTANDING FOR THE AMOUNT
      *    CLAIMED; A SANCTIONED ONE FOR WHAT IS STILL TO BE PAID.
       LIST-ONE-OUTSTANDING-PARA.
           IF WS-CLM-STATUS(WS-CLM-IDX) = "C"
                MOVE WS-CLM-CLAIM-AMOUNT(WS-CLM-IDX) TO WS-OUT-AMOUNT
                PERFORM PRINT-ONE-OUTSTANDING-PARA
           ELSE
                IF WS-CLM-STATUS(WS-CLM-IDX) = "S"
                     COMPUTE WS-OUT-AMOUNT =
                          WS-CLM-SANCTION-AMOUNT(WS-CLM-IDX)
                          - WS-CLM-PAID-AMOUNT(WS-CLM-IDX)
                     PERFORM PRINT-ONE-OUTSTANDING-PARA.
       PRINT-ONE-OUTSTANDING-PARA.
           ADD 1 TO WS-OUT-COUNT.
           ADD WS-OUT-AMOUNT TO WS-OUT-TOTAL.
           MOVE WS-CLM-YEAR(WS-CLM-IDX) TO OP-YEAR.
           MOVE WS-CLM-RNO(WS-CLM-IDX) TO OP-RNO.
           MOVE WS-CLM-NAME(WS-CLM-IDX) TO OP-NAME.
           MOVE WS-CLM-CATEGORY(WS-CLM-IDX) TO OP-CATEGORY.
           MOVE WS-CLM-CLAIM-AMOUNT(WS-CLM-IDX) TO OP-CLAIMED.
           MOVE WS-CLM-SANCTION-AMOUNT(WS-CLM-IDX) TO OP-SANCTIONED.
           MOVE WS-CLM-PAID-AMOUNT(WS-CLM-IDX) TO OP-PAID.
           MOVE WS-OUT-AMOUNT TO OP-OUTSTANDING.
           MOVE WS-CLM-STATUS(WS-CLM-IDX) TO OP-STATUS.
           MOVE OP-DETAIL-LINE TO OUTSTANDING-LINE.
           PERFORM WRITE-OUT-LINE-PARA.
       WRITE-REJECT-PARA.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE "** " TO LP-FLAG.
           MOVE WS-REASON TO LP-ACTION.
           MOVE LP-DETAIL-LINE TO LOAD-LINE.
           PERFORM WRITE-LOAD-LINE-PARA.
       WRITE-SECTION-PARA.
           PERFORM WRITE-LOAD-DASH-PARA.
           MOVE LP-SECTION-LINE TO LOAD-LINE.
           PERFORM WRITE-LOAD-LINE-PARA.
       WRITE-MESSAGE-PARA.
           MOVE LP-MESSAGE-LINE TO LOAD-LINE.
           PERFORM WRITE-LOAD-LINE-PARA.
       WRITE-LOAD-DASH-PARA.
           MOVE DASH-LINE TO LOAD-LINE.
           PERFORM WRITE-LOAD-LINE-PARA.
       WRITE-LOAD-LINE-PARA.
           DISPLAY LOAD-LINE.
           WRITE LOAD-LINE.
       WRITE-OUT-DASH-PARA.
           MOVE DASH-LINE TO OUTSTANDING-LINE.
           PERFORM WRITE-OUT-LINE-PARA.
       WRITE-OUT-LINE-PARA.
           DISPLAY OUTSTANDING-LINE.
           WRITE OUTSTANDING-LINE.
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
           MOVE WS-SANCTION-COUNT TO RL-READ-COUNT.
           MOVE WS-PAYMENT-COUNT TO RL-UPDATE-COUNT.
           MOVE WS-REJECT-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "SCHOLAR-LOAD" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.

