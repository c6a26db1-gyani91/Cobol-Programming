       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBRARY-STOCK.
      *    ANNUAL LIBRARY STOCK VERIFICATION. THE ACCESSION NUMBERS
      *    SCANNED OFF THE SHELVES (STOCKSCN.DAT) ARE SET AGAINST
      *    BOOKMST.DAT AND THE OPEN LOANS ON BOOKLOAN.DAT TO LIST
      *    THE COPIES THAT ARE MISSING, THE COPIES FOUND ON THE
      *    SHELF WHILE MARKED OUT, AND THE SCANS THAT MATCH NO BOOK.
      *    ON A SUPERVISOR'S APPROVAL THE MISSING COPIES ARE MARKED
      *    LOST AND THE LAST BORROWER OF EACH, WHERE THERE IS ONE,
      *    IS CHARGED FOR A REPLACEMENT UNDER THE LIBR FEE CODE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT BOOK-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BOOK-MASTER-STATUS.
           SELECT BOOK-LOAN ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BOOK-LOAN-STATUS.
           SELECT STOCK-SCAN ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STOCK-SCAN-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT FEE-LEDGER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FEE-LEDGER-STATUS.
           SELECT STOCK-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STOCK-PRINT-STATUS.
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
       FD BOOK-LOAN
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "BOOKLOAN.DAT"
           DATA RECORD IS BOOK-LOAN-REC.
       COPY BOOKLOAN.
       FD STOCK-SCAN
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "STOCKSCN.DAT"
           DATA RECORD IS STOCK-SCAN-REC.
       COPY STOCKSCN.
       FD OPERATOR-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "OPERMAST.DAT"
           DATA RECORD IS OPERATOR-MASTER-REC.
       COPY OPERMAST.
       FD FEE-LEDGER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "FEELEDG.DAT"
           DATA RECORD IS FEE-LEDGER-REC.
       COPY FEELEDG.
       FD STOCK-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "LIBSTOCK.DAT"
           DATA RECORD IS STOCK-LINE.
       01 STOCK-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 BOOK-MASTER-STATUS PIC XX.
       77 BOOK-LOAN-STATUS PIC XX.
       77 STOCK-SCAN-STATUS PIC XX.
       77 OPERATOR-MASTER-STATUS PIC XX.
       77 FEE-LEDGER-STATUS PIC XX.
       77 STOCK-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-OPERATOR-EOF-SW PIC X VALUE "N".
           88 WS-OPERATOR-EOF VALUE "Y".
       77 WS-OPERATOR-TOTAL PIC 9(3) COMP VALUE ZERO.
       01 WS-OPERATOR-TABLE.
        02 WS-OPERATOR-ENTRY OCCURS 1 TO 50 TIMES
                DEPENDING ON WS-OPERATOR-TOTAL
                INDEXED BY WS-OPERATOR-X.
         03 WS-OPERATOR-ID PIC X(8).
         03 WS-OPERATOR-PASSWORD PIC X(8).
         03 WS-OPERATOR-ROLE PIC X.
         03 WS-OPERATOR-STATUS PIC X.
         03 WS-OPERATOR-FORCE PIC X.
       77 WS-LOGIN-ID PIC X(8).
       77 WS-LOGIN-PASSWORD PIC X(8).
       77 WS-LOGIN-TRIES PIC 9 COMP VALUE ZERO.
       77 WS-LOGIN-OK-SW PIC X VALUE "N".
           88 WS-LOGIN-OK VALUE "Y".
       77 WS-LOGIN-ROLE PIC X.
           88 WS-LOGIN-SUPERVISOR VALUE "S".
       77 WS-TODAY PIC 9(8).
       77 WS-APPROVE PIC X.
       77 WS-CHARGE-ENTRY PIC 9(5)V99.
       77 WS-CHARGE-AMOUNT PIC 9(5)V99 VALUE 500.00.
       77 WS-FIND-BOOK PIC 9(6).
       77 WS-SCAN-COUNT PIC 9(5) VALUE ZERO.
       77 WS-LOAN-OUT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-MISSING-COUNT PIC 9(5) VALUE ZERO.
       77 WS-MARKED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-WRITEOFF-COUNT PIC 9(5) VALUE ZERO.
       77 WS-CHARGE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-CHARGE-TOTAL PIC 9(7)V99 VALUE ZERO.
       77 WS-BOOK-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-BOOK-IDX PIC 9(4) COMP.
       77 WS-BOOK-FOUND-SW PIC X.
           88 WS-BOOK-FOUND VALUE "Y".
       77 WS-BOOK-FOUND-X PIC 9(4) COMP.
      *    WS-BOOK-SCANNED IS Y ONCE THE COPY IS SEEN ON THE SHELF.
      *    WS-BOOK-OPEN-RNO IS THE BORROWER OF AN OPEN LOAN (ZERO IF
      *    NONE) AND WS-BOOK-LAST-RNO THE BORROWER OF THE LATEST
      *    LOAN OF ANY KIND, WITH ITS ISSUE DATE.
       01 WS-BOOK-TABLE.
        02 WS-BOOK-ENTRY OCCURS 2000 TIMES
                DEPENDING ON WS-BOOK-TOTAL
                INDEXED BY WS-BOOK-X.
         03 WS-BOOK-ID PIC 9(6).
         03 WS-BOOK-TITLE PIC X(30).
         03 WS-BOOK-AUTHOR PIC X(20).
         03 WS-BOOK-STATUS PIC X.
         03 WS-BOOK-SCANNED PIC X.
         03 WS-BOOK-OPEN-RNO PIC 9(5).
         03 WS-BOOK-LAST-RNO PIC 9(5).
         03 WS-BOOK-LAST-ISSUE PIC 9(8).
       77 WS-UNK-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-UNK-IDX PIC 9(3) COMP.
       77 WS-UNK-FOUND-SW PIC X.
           88 WS-UNK-FOUND VALUE "Y".
       01 WS-UNK-TABLE.
        02 WS-UNK-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON WS-UNK-TOTAL
                INDEXED BY WS-UNK-X.
         03 WS-UNK-BOOK PIC 9(6).
         03 WS-UNK-DATE PIC 9(8).
       01 LS-HEAD-1.
        02 FILLER PIC X(33) VALUE
           "LIBRARY STOCK VERIFICATION AS AT ".
        02 LH-TODAY PIC 9(8).
       01 LS-HEAD-2.
        02 FILLER PIC X(16) VALUE "BOOKS ON FILE: ".
        02 LH-BOOKS PIC ZZ,ZZ9.
        02 FILLER PIC X(18) VALUE "   COPIES SCANNED:".
        02 LH-SCANS PIC ZZ,ZZ9.
        02 FILLER PIC X(11) VALUE "   ON LOAN:".
        02 LH-LOANS PIC ZZ,ZZ9.
       01 WS-SECTION-TITLE PIC X(79).
       01 LS-MISSING-TITLE PIC X(79) VALUE
           "MISSING - NOT ON THE SHELF AND NOT ON LOAN".
       01 LS-BOOK-HEAD.
        02 FILLER PIC X(40) VALUE
           "BOOK    TITLE                           ".
        02 FILLER PIC X(39) VALUE
           "REMARKS".
       01 LS-BOOK-LINE.
        02 LB-BOOK PIC 9(6).
        02 FILLER PIC X(2) VALUE SPACES.
        02 LB-TITLE PIC X(30).
        02 FILLER PIC X(2) VALUE SPACES.
        02 LB-REMARK PIC X(39).
       01 WS-LAST-REMARK.
        02 FILLER PIC X(14) VALUE "LAST BORROWER ".
        02 WL-RNO PIC 9(5).
        02 FILLER PIC X(7) VALUE " ISSUED".
        02 FILLER PIC X VALUE SPACE.
        02 WL-ISSUED PIC 9(8).
       01 WS-OPEN-REMARK.
        02 FILLER PIC X(31) VALUE
           "MARKED OUT - OPEN LOAN TO ROLL ".
        02 WO-RNO PIC 9(5).
       01 LS-MARKED-TITLE PIC X(79) VALUE
           "FOUND ON THE SHELF BUT NOT MARKED AS ON THE SHELF".
       01 LS-UNKNOWN-TITLE PIC X(79) VALUE
           "SCANS MATCHING NO BOOK ON THE MASTER".
       01 LS-UNKNOWN-LINE.
        02 LU-BOOK PIC 9(6).
        02 FILLER PIC X(12) VALUE "  SCANNED ".
        02 LU-DATE PIC 9(8).
       01 LS-WRITEOFF-TITLE PIC X(79) VALUE
           "WRITTEN OFF AS LOST".
       01 WS-CHARGE-REMARK.
        02 FILLER PIC X(16) VALUE "CHARGED TO ROLL ".
        02 WC-RNO PIC 9(5).
        02 FILLER PIC X VALUE SPACE.
        02 WC-AMOUNT PIC ZZ,ZZ9.99.
       01 LS-NONE-LINE PIC X(79) VALUE "  NONE".
       01 LS-TOTAL-LINE.
        02 FILLER PIC X(10) VALUE "MISSING: ".
        02 LT-MISSING PIC ZZ,ZZ9.
        02 FILLER PIC X(23) VALUE "   ON SHELF MARKED OUT:".
        02 LT-MARKED PIC ZZ,ZZ9.
        02 FILLER PIC X(19) VALUE "   UNMATCHED SCANS:".
        02 LT-UNKNOWN PIC ZZ,ZZ9.
       01 DASH-LINE PIC X(79) VALUE ALL "-".
       01 BLANK-LINE PIC X(79) VALUE SPACES.
       COPY AMTFMT.
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-BOOKS-PARA THRU LOAD-BOOKS-EXIT.
           IF WS-BOOK-TOTAL = ZERO
                DISPLAY "NO BOOKS ON THE MASTER"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "BOOKMST.DAT NOT FOUND OR EMPTY" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-LOANS-PARA THRU LOAD-LOANS-EXIT.
           PERFORM LOAD-SCANS-PARA THRU LOAD-SCANS-EXIT.
           IF WS-SCAN-COUNT = ZERO
                DISPLAY "NO SHELF SCANS ON STOCKSCN.DAT"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "STOCKSCN.DAT NOT FOUND OR EMPTY" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
           OPEN OUTPUT STOCK-PRINT.
           MOVE WS-TODAY TO LH-TODAY.
           MOVE LS-HEAD-1 TO STOCK-LINE.
           PERFORM WRITE-STOCK-LINE-PARA.
           MOVE WS-BOOK-TOTAL TO LH-BOOKS.
           MOVE WS-SCAN-COUNT TO LH-SCANS.
           MOVE WS-LOAN-OUT-COUNT TO LH-LOANS.
           MOVE LS-HEAD-2 TO STOCK-LINE.
           PERFORM WRITE-STOCK-LINE-PARA.
       MISSING-PARA.
           MOVE LS-MISSING-TITLE TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEAD-PARA.
           PERFORM CHECK-MISSING-PARA
                VARYING WS-BOOK-IDX FROM 1 BY 1
                UNTIL WS-BOOK-IDX > WS-BOOK-TOTAL.
           IF WS-MISSING-COUNT = ZERO
                MOVE LS-NONE-LINE TO STOCK-LINE
                PERFORM WRITE-STOCK-LINE-PARA.
       MARKED-PARA.
           MOVE LS-MARKED-TITLE TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEAD-PARA.
           PERFORM CHECK-MARKED-PARA
                VARYING WS-BOOK-IDX FROM 1 BY 1
                UNTIL WS-BOOK-IDX > WS-BOOK-TOTAL.
           IF WS-MARKED-COUNT = ZERO
                MOVE LS-NONE-LINE TO STOCK-LINE
                PERFORM WRITE-STOCK-LINE-PARA.
       UNKNOWN-PARA.
           MOVE BLANK-LINE TO STOCK-LINE.
           PERFORM WRITE-STOCK-LINE-PARA.
           MOVE LS-UNKNOWN-TITLE TO STOCK-LINE.
           PERFORM WRITE-STOCK-LINE-PARA.
           PERFORM WRITE-DASH-PARA.
           PERFORM PRINT-UNKNOWN-PARA
                VARYING WS-UNK-IDX FROM 1 BY 1
                UNTIL WS-UNK-IDX > WS-UNK-TOTAL.
           IF WS-UNK-TOTAL = ZERO
                MOVE LS-NONE-LINE TO STOCK-LINE
                PERFORM WRITE-STOCK-LINE-PARA.
           PERFORM WRITE-DASH-PARA.
           MOVE WS-MISSING-COUNT TO LT-MISSING.
           MOVE WS-MARKED-COUNT TO LT-MARKED.
           MOVE WS-UNK-TOTAL TO LT-UNKNOWN.
           MOVE LS-TOTAL-LINE TO STOCK-LINE.
           PERFORM WRITE-STOCK-LINE-PARA.
           IF WS-MISSING-COUNT > ZERO OR WS-MARKED-COUNT > ZERO
                OR WS-UNK-TOTAL > ZERO
                MOVE 04 TO WS-RETURN-CODE
                MOVE "STOCK DOES NOT AGREE WITH THE MASTER" TO
                     WS-ERROR-MESSAGE.
           IF WS-MISSING-COUNT = ZERO
                GO TO CLOSE-PARA.
      *    NOTHING IS WRITTEN OFF UNTIL A SUPERVISOR HAS SEEN THE
      *    LIST ABOVE AND SIGNS IN TO APPROVE IT.
       APPROVE-PARA.
           DISPLAY "WRITE OFF THE ", WS-MISSING-COUNT,
                " MISSING BOOKS AS LOST? (Y/N): ".
           ACCEPT WS-APPROVE.
           IF WS-APPROVE NOT = "Y"
                DISPLAY "WRITE-OFF NOT APPROVED - NOTHING CHANGED"
                GO TO CLOSE-PARA.
           PERFORM OPEN-OPERATOR-PARA.
           PERFORM LOAD-ONE-OPERATOR-PARA UNTIL WS-OPERATOR-EOF.
           PERFORM CLOSE-OPERATOR-PARA.
           PERFORM CHECK-LOGIN-PARA
                VARYING WS-LOGIN-TRIES FROM 1 BY 1
                UNTIL WS-LOGIN-OK OR WS-LOGIN-TRIES > 3.
           IF NOT WS-LOGIN-OK
                DISPLAY "ACCESS DENIED - WRITE-OFF NOT APPROVED"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "WRITE-OFF APPROVAL LOGIN FAILED" TO
                     WS-ERROR-MESSAGE
                GO TO CLOSE-PARA.
           IF NOT WS-LOGIN-SUPERVISOR
                DISPLAY "A WRITE-OFF NEEDS A SUPERVISOR OPERATOR"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "SUPERVISOR AUTHORITY REQUIRED" TO
                     WS-ERROR-MESSAGE
                GO TO CLOSE-PARA.
           DISPLAY "ENTER REPLACEMENT CHARGE PER LOST BOOK ",
                "(0 FOR 500.00): ".
           ACCEPT WS-CHARGE-ENTRY.
           IF WS-CHARGE-ENTRY > ZERO
                MOVE WS-CHARGE-ENTRY TO WS-CHARGE-AMOUNT.
       WRITEOFF-PARA.
           MOVE LS-WRITEOFF-TITLE TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEAD-PARA.
           OPEN EXTEND FEE-LEDGER.
           IF FEE-LEDGER-STATUS = "35"
                OPEN OUTPUT FEE-LEDGER.
           PERFORM WRITE-OFF-ONE-PARA
                VARYING WS-BOOK-IDX FROM 1 BY 1
                UNTIL WS-BOOK-IDX > WS-BOOK-TOTAL.
           CLOSE FEE-LEDGER.
           OPEN OUTPUT BOOK-MASTER.
           PERFORM SAVE-ONE-BOOK-PARA
                VARYING WS-BOOK-IDX FROM 1 BY 1
                UNTIL WS-BOOK-IDX > WS-BOOK-TOTAL.
           CLOSE BOOK-MASTER.
           PERFORM WRITE-DASH-PARA.
           MOVE WS-CHARGE-TOTAL TO WS-AMOUNT-PLAIN.
           DISPLAY "BOOKS WRITTEN OFF: ", WS-WRITEOFF-COUNT,
                "  CHARGES POSTED: ", WS-CHARGE-COUNT,
                "  TOTAL ", WS-AMOUNT-PLAIN.
       CLOSE-PARA.
           CLOSE STOCK-PRINT.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      *    A COPY NOT SCANNED IS MISSING UNLESS IT IS OUT ON AN
      *    OPEN LOAN OR WAS ALREADY WRITTEN OFF.
       CHECK-MISSING-PARA.
           IF WS-BOOK-SCANNED(WS-BOOK-IDX) NOT = "Y"
                AND WS-BOOK-OPEN-RNO(WS-BOOK-IDX) = ZERO
                AND WS-BOOK-STATUS(WS-BOOK-IDX) NOT = "L"
                PERFORM PRINT-MISSING-PARA.
       PRINT-MISSING-PARA.
           ADD 1 TO WS-MISSING-COUNT.
           MOVE WS-BOOK-ID(WS-BOOK-IDX) TO LB-BOOK.
           MOVE WS-BOOK-TITLE(WS-BOOK-IDX) TO LB-TITLE.
           IF WS-BOOK-LAST-RNO(WS-BOOK-IDX) = ZERO
                MOVE "NEVER ISSUED - NO BORROWER TO CHARGE" TO
                     LB-REMARK
           ELSE
                MOVE WS-BOOK-LAST-RNO(WS-BOOK-IDX) TO WL-RNO
                MOVE WS-BOOK-LAST-ISSUE(WS-BOOK-IDX) TO WL-ISSUED
                MOVE WS-LAST-REMARK TO LB-REMARK.
           MOVE LS-BOOK-LINE TO STOCK-LINE.
           PERFORM WRITE-STOCK-LINE-PARA.
       CHECK-MARKED-PARA.
           IF WS-BOOK-SCANNED(WS-BOOK-IDX) = "Y"
                AND WS-BOOK-STATUS(WS-BOOK-IDX) NOT = "S"
                AND WS-BOOK-STATUS(WS-BOOK-IDX) NOT = "H"
                PERFORM PRINT-MARKED-PARA.
       PRINT-MARKED-PARA.
           ADD 1 TO WS-MARKED-COUNT.
           MOVE WS-BOOK-ID(WS-BOOK-IDX) TO LB-BOOK.
           MOVE WS-BOOK-TITLE(WS-BOOK-IDX) TO LB-TITLE.
           IF WS-BOOK-STATUS(WS-BOOK-IDX) = "L"
                MOVE "WRITTEN OFF AS LOST - FOUND AGAIN" TO LB-REMARK
           ELSE
                IF WS-BOOK-OPEN-RNO(WS-BOOK-IDX) = ZERO
                     MOVE "MARKED OUT - NO OPEN LOAN" TO LB-REMARK
                ELSE
                     MOVE WS-BOOK-OPEN-RNO(WS-BOOK-IDX) TO WO-RNO
                     MOVE WS-OPEN-REMARK TO LB-REMARK.
           MOVE LS-BOOK-LINE TO STOCK-LINE.
           PERFORM WRITE-STOCK-LINE-PARA.
       PRINT-UNKNOWN-PARA.
           MOVE WS-UNK-BOOK(WS-UNK-IDX) TO LU-BOOK.
           MOVE WS-UNK-DATE(WS-UNK-IDX) TO LU-DATE.
           MOVE LS-UNKNOWN-LINE TO STOCK-LINE.
           PERFORM WRITE-STOCK-LINE-PARA.
      *    THE REPLACEMENT CHARGE IS POSTED JUST AS LIBRARY-FINES
      *    POSTS AN OVERDUE FINE, SO THE LEDGER, THE BALANCE READERS
      *    AND THE NO-DUES CHECK ALL SEE IT UNDER LIBR.
       WRITE-OFF-ONE-PARA.
           IF WS-BOOK-SCANNED(WS-BOOK-IDX) NOT = "Y"
                AND WS-BOOK-OPEN-RNO(WS-BOOK-IDX) = ZERO
                AND WS-BOOK-STATUS(WS-BOOK-IDX) NOT = "L"
                PERFORM WRITE-OFF-BOOK-PARA.
       WRITE-OFF-BOOK-PARA.
           MOVE "L" TO WS-BOOK-STATUS(WS-BOOK-IDX).
           ADD 1 TO WS-WRITEOFF-COUNT.
           MOVE WS-BOOK-ID(WS-BOOK-IDX) TO LB-BOOK.
           MOVE WS-BOOK-TITLE(WS-BOOK-IDX) TO LB-TITLE.
           MOVE "NO BORROWER TO CHARGE" TO LB-REMARK.
           IF WS-BOOK-LAST-RNO(WS-BOOK-IDX) NOT = ZERO
                PERFORM POST-CHARGE-PARA.
           MOVE LS-BOOK-LINE TO STOCK-LINE.
           PERFORM WRITE-STOCK-LINE-PARA.
       POST-CHARGE-PARA.
           MOVE WS-BOOK-LAST-RNO(WS-BOOK-IDX) TO FL-RNO.
           MOVE WS-TODAY TO FL-DATE.
           MOVE "C" TO FL-TYPE.
           MOVE "LIBR" TO FL-CODE.
           MOVE WS-CHARGE-AMOUNT TO FL-AMOUNT.
           MOVE ZERO TO FL-RECEIPT-NO.
           MOVE WS-CHARGE-AMOUNT TO FL-GROSS-AMOUNT.
           MOVE ZERO TO FL-CONCESSION.
           MOVE SPACES TO FL-CONC-REF.
           MOVE ZERO TO FL-VOUCHER-NO.
           MOVE SPACE TO FL-PAY-MODE.
           MOVE "N" TO FL-RECON-SW.
           WRITE FEE-LEDGER-REC.
           ADD 1 TO WS-CHARGE-COUNT.
           ADD WS-CHARGE-AMOUNT TO WS-CHARGE-TOTAL.
           MOVE WS-BOOK-LAST-RNO(WS-BOOK-IDX) TO WC-RNO.
           MOVE WS-CHARGE-AMOUNT TO WC-AMOUNT.
           MOVE WS-CHARGE-REMARK TO LB-REMARK.
       SAVE-ONE-BOOK-PARA.
           MOVE WS-BOOK-ID(WS-BOOK-IDX) TO BK-BOOK-ID.
           MOVE WS-BOOK-TITLE(WS-BOOK-IDX) TO BK-TITLE.
           MOVE WS-BOOK-AUTHOR(WS-BOOK-IDX) TO BK-AUTHOR.
           MOVE WS-BOOK-STATUS(WS-BOOK-IDX) TO BK-STATUS.
           WRITE BOOK-MASTER-REC.
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
                          MOVE BK-AUTHOR TO
                               WS-BOOK-AUTHOR(WS-BOOK-X)
                          MOVE BK-STATUS TO
                               WS-BOOK-STATUS(WS-BOOK-X)
                          MOVE "N" TO WS-BOOK-SCANNED(WS-BOOK-X)
                          MOVE ZERO TO WS-BOOK-OPEN-RNO(WS-BOOK-X)
                          MOVE ZERO TO WS-BOOK-LAST-RNO(WS-BOOK-X)
                          MOVE ZERO TO
                               WS-BOOK-LAST-ISSUE(WS-BOOK-X).
       LOAD-LOANS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT BOOK-LOAN.
           IF BOOK-LOAN-STATUS NOT = "00"
                GO TO LOAD-LOANS-EXIT.
           PERFORM LOAD-ONE-LOAN-PARA UNTIL WS-EOF.
           CLOSE BOOK-LOAN.
       LOAD-LOANS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-LOAN-PARA.
           READ BOOK-LOAN
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM NOTE-LOAN-PARA.
       NOTE-LOAN-PARA.
           MOVE BL-BOOK-ID TO WS-FIND-BOOK.
           PERFORM FIND-BOOK-PARA.
           IF WS-BOOK-FOUND
                PERFORM NOTE-BOOK-LOAN-PARA.
       NOTE-BOOK-LOAN-PARA.
           IF BL-OPEN
                MOVE BL-RNO TO WS-BOOK-OPEN-RNO(WS-BOOK-FOUND-X)
                ADD 1 TO WS-LOAN-OUT-COUNT.
           IF BL-ISSUE-DATE NOT < WS-BOOK-LAST-ISSUE(WS-BOOK-FOUND-X)
                MOVE BL-RNO TO WS-BOOK-LAST-RNO(WS-BOOK-FOUND-X)
                MOVE BL-ISSUE-DATE TO
                     WS-BOOK-LAST-ISSUE(WS-BOOK-FOUND-X).
       LOAD-SCANS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT STOCK-SCAN.
           IF STOCK-SCAN-STATUS NOT = "00"
                GO TO LOAD-SCANS-EXIT.
           PERFORM LOAD-ONE-SCAN-PARA UNTIL WS-EOF.
           CLOSE STOCK-SCAN.
       LOAD-SCANS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-SCAN-PARA.
           READ STOCK-SCAN
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM NOTE-SCAN-PARA.
       NOTE-SCAN-PARA.
           ADD 1 TO WS-SCAN-COUNT.
           MOVE SS-BOOK-ID TO WS-FIND-BOOK.
           PERFORM FIND-BOOK-PARA.
           IF WS-BOOK-FOUND
                MOVE "Y" TO WS-BOOK-SCANNED(WS-BOOK-FOUND-X)
           ELSE
                PERFORM NOTE-UNKNOWN-PARA.
       NOTE-UNKNOWN-PARA.
           MOVE "N" TO WS-UNK-FOUND-SW.
           PERFORM CHECK-ONE-UNKNOWN-PARA
                VARYING WS-UNK-IDX FROM 1 BY 1
                UNTIL WS-UNK-IDX > WS-UNK-TOTAL
                OR WS-UNK-FOUND.
           IF NOT WS-UNK-FOUND AND WS-UNK-TOTAL < 500
                ADD 1 TO WS-UNK-TOTAL
                SET WS-UNK-X TO WS-UNK-TOTAL
                MOVE SS-BOOK-ID TO WS-UNK-BOOK(WS-UNK-X)
                MOVE SS-SCAN-DATE TO WS-UNK-DATE(WS-UNK-X).
       CHECK-ONE-UNKNOWN-PARA.
           IF WS-UNK-BOOK(WS-UNK-IDX) = SS-BOOK-ID
                MOVE "Y" TO WS-UNK-FOUND-SW.
       WRITE-SECTION-HEAD-PARA.
           MOVE BLANK-LINE TO STOCK-LINE.
           PERFORM WRITE-STOCK-LINE-PARA.
           MOVE WS-SECTION-TITLE TO STOCK-LINE.
           PERFORM WRITE-STOCK-LINE-PARA.
           MOVE LS-BOOK-HEAD TO STOCK-LINE.
           PERFORM WRITE-STOCK-LINE-PARA.
           PERFORM WRITE-DASH-PARA.
       WRITE-DASH-PARA.
           MOVE DASH-LINE TO STOCK-LINE.
           PERFORM WRITE-STOCK-LINE-PARA.
       WRITE-STOCK-LINE-PARA.
           DISPLAY STOCK-LINE.
           WRITE STOCK-LINE.
       OPEN-OPERATOR-PARA.
           OPEN INPUT OPERATOR-MASTER.
       LOAD-ONE-OPERATOR-PARA.
           READ OPERATOR-MASTER
                AT END MOVE "Y" TO WS-OPERATOR-EOF-SW
                NOT AT END PERFORM STORE-OPERATOR-PARA.
       STORE-OPERATOR-PARA.
           ADD 1 TO WS-OPERATOR-TOTAL.
           SET WS-OPERATOR-X TO WS-OPERATOR-TOTAL.
           MOVE OP-ID TO WS-OPERATOR-ID(WS-OPERATOR-X).
           MOVE OP-PASSWORD TO WS-OPERATOR-PASSWORD(WS-OPERATOR-X).
           MOVE OP-ROLE TO WS-OPERATOR-ROLE(WS-OPERATOR-X).
           MOVE OP-STATUS TO WS-OPERATOR-STATUS(WS-OPERATOR-X).
           MOVE OP-FORCE-CHANGE TO WS-OPERATOR-FORCE(WS-OPERATOR-X).
       CLOSE-OPERATOR-PARA.
           CLOSE OPERATOR-MASTER.
       CHECK-LOGIN-PARA.
           DISPLAY "ENTER SUPERVISOR OPERATOR ID: ".
           ACCEPT WS-LOGIN-ID.
           DISPLAY "ENTER PASSWORD: ".
           ACCEPT WS-LOGIN-PASSWORD.
           MOVE "N" TO WS-LOGIN-OK-SW.
           PERFORM CHECK-ONE-OPERATOR-PARA
                VARYING WS-OPERATOR-X FROM 1 BY 1
                UNTIL WS-OPERATOR-X > WS-OPERATOR-TOTAL
                OR WS-LOGIN-OK.
           IF NOT WS-LOGIN-OK
                DISPLAY "INVALID OPERATOR ID OR PASSWORD".
       CHECK-ONE-OPERATOR-PARA.
           IF WS-LOGIN-ID = WS-OPERATOR-ID(WS-OPERATOR-X)
                AND WS-LOGIN-PASSWORD =
                     WS-OPERATOR-PASSWORD(WS-OPERATOR-X)
                IF WS-OPERATOR-STATUS(WS-OPERATOR-X) = "D"
                     DISPLAY "THIS OPERATOR ACCOUNT IS DISABLED"
                ELSE
                     MOVE "Y" TO WS-LOGIN-OK-SW
                     MOVE WS-OPERATOR-ROLE(WS-OPERATOR-X) TO
                          WS-LOGIN-ROLE.
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
           MOVE WS-SCAN-COUNT TO RL-READ-COUNT.
           MOVE WS-WRITEOFF-COUNT TO RL-UPDATE-COUNT.
           MOVE WS-MISSING-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "LIBRARY-STOCK" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
