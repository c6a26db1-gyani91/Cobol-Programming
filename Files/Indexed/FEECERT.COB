       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-PAID-CERT.
      *    ANNUAL FEE-PAID CERTIFICATE FOR THE GUARDIAN'S INCOME-TAX
      *    CLAIM. TOTALS THE FEEALLOC.DAT SLICES THAT SETTLED EACH
      *    STUDENT'S CHARGES IN AN APRIL-MARCH FINANCIAL YEAR,
      *    ELIGIBLE FEE CODES ONLY, WITH GENERAL REFUNDS NETTED OFF,
      *    AND PRINTS ONE SERIAL-NUMBERED CERTIFICATE PER STUDENT
      *    ADDRESSED TO THE GUARDIAN. A STUDENT ALREADY CERTIFIED FOR
      *    THE YEAR IS NOT REISSUED.
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
           SELECT GUARDIAN-MASTER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GD-ID
           FILE STATUS IS GUARDIAN-MASTER-STATUS.
           SELECT FEE-LEDGER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FEE-LEDGER-STATUS.
           SELECT FEE-ALLOC ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FEE-ALLOC-STATUS.
           SELECT FEE-CERT-REGISTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FEE-CERT-REGISTER-STATUS.
           SELECT CERT-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CERT-PRINT-STATUS.
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
       FD GUARDIAN-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "GUARDIAN.DAT"
           DATA RECORD IS GUARDIAN-MASTER-REC.
       COPY GUARDMST.
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
       FD FEE-CERT-REGISTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "FEECREG.DAT"
           DATA RECORD IS FEE-CERT-REGISTER-REC.
       01 FEE-CERT-REGISTER-REC.
        02 FC-SERIAL PIC 9(6).
        02 FC-DATE PIC 9(8).
        02 FC-FY-END PIC 9(4).
        02 FC-RNO PIC 9(5).
        02 FC-GUARDIAN-ID PIC 9(4).
        02 FC-AMOUNT PIC 9(7)V99.
       FD CERT-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "FEECRPT.DAT"
           DATA RECORD IS CERT-LINE.
       01 CERT-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 STUDENT-FILE-STATUS PIC XX.
       77 GUARDIAN-MASTER-STATUS PIC XX.
       77 FEE-LEDGER-STATUS PIC XX.
       77 FEE-ALLOC-STATUS PIC XX.
       77 FEE-CERT-REGISTER-STATUS PIC XX.
       77 CERT-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-TODAY PIC 9(8).
       77 WS-FY-END PIC 9(4).
       77 WS-FY-FROM PIC 9(8).
       77 WS-FY-TO PIC 9(8).
       77 WS-SERIAL PIC 9(6) VALUE ZERO.
       77 WS-EXCL-IDX PIC 9 COMP.
       77 WS-ELIGIBLE-SW PIC X.
           88 WS-ELIGIBLE VALUE "Y".
       77 WS-PAY-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-PAY-IDX PIC 9(4) COMP.
       77 WS-PAY-FOUND-SW PIC X.
           88 WS-PAY-FOUND VALUE "Y".
       77 WS-PAY-FOUND-X PIC 9(4) COMP.
       77 WS-RCP-TOTAL PIC 9(5) COMP VALUE ZERO.
       77 WS-RCP-IDX PIC 9(5) COMP.
       77 WS-RCP-FOUND-SW PIC X.
           88 WS-RCP-FOUND VALUE "Y".
       77 WS-DONE-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-DONE-IDX PIC 9(4) COMP.
       77 WS-DONE-FOUND-SW PIC X.
           88 WS-DONE-FOUND VALUE "Y".
       77 WS-NET-AMOUNT PIC S9(7)V99.
       77 WS-ISSUE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-SKIP-COUNT PIC 9(5) VALUE ZERO.
       77 WS-PAY-COUNT PIC 9(5) VALUE ZERO.
      *    FEE CODES THAT DO NOT QUALIFY AS TUITION: TRANSPORT,
      *    HOSTEL, MESS, LIBRARY FINES, THE CAUTION DEPOSIT, SCHOOL
      *    STORE PURCHASES AND SCHOLARSHIP CREDITS THE GUARDIAN
      *    NEVER PAID.
       01 WS-EXCLUDED-CODES.
        02 FILLER PIC X(4) VALUE "TRNS".
        02 FILLER PIC X(4) VALUE "HOST".
        02 FILLER PIC X(4) VALUE "MESS".
        02 FILLER PIC X(4) VALUE "LIBR".
        02 FILLER PIC X(4) VALUE "CAUT".
        02 FILLER PIC X(4) VALUE "STOR".
        02 FILLER PIC X(4) VALUE "SCHL".
       01 WS-EXCLUDED-TABLE REDEFINES WS-EXCLUDED-CODES.
        02 WS-EXCLUDED-CODE OCCURS 7 TIMES PIC X(4).
       01 WS-PAY-TABLE.
        02 WS-PAY-ENTRY OCCURS 5000 TIMES
                DEPENDING ON WS-PAY-TOTAL
                INDEXED BY WS-PAY-X.
         03 WS-PAY-RNO PIC 9(5).
         03 WS-PAY-PAID PIC 9(7)V99.
         03 WS-PAY-REFUNDED PIC 9(7)V99.
       01 WS-RCP-TABLE.
        02 WS-RCP-RECEIPT OCCURS 20000 TIMES
                DEPENDING ON WS-RCP-TOTAL
                PIC 9(6).
       01 WS-DONE-TABLE.
        02 WS-DONE-RNO OCCURS 5000 TIMES
                DEPENDING ON WS-DONE-TOTAL
                PIC 9(5).
       01 CT-HEAD-1.
        02 FILLER PIC X(30) VALUE SPACES.
        02 FILLER PIC X(5) VALUE "J.I.T".
       01 CT-SERIAL-LINE.
        02 FILLER PIC X(12) VALUE "SERIAL NO: ".
        02 CT-SERIAL PIC 9(6).
        02 FILLER PIC X(8) VALUE "  DATE: ".
        02 CT-DATE PIC 9(8).
       01 CT-TITLE-LINE.
        02 FILLER PIC X(25) VALUE SPACES.
        02 FILLER PIC X(30) VALUE "FEE PAID CERTIFICATE".
       01 CT-TO-LINE.
        02 FILLER PIC X(4) VALUE "TO: ".
        02 CT-GUARDIAN PIC X(25).
       01 CT-ADDRESS-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 CT-ADDRESS PIC X(40).
       01 CT-BODY-1.
        02 FILLER PIC X(24) VALUE "THIS IS TO CERTIFY THAT ".
        02 CT-NAME PIC X(20).
        02 FILLER PIC X(10) VALUE " (ROLL NO ".
        02 CT-RNO PIC 9(5).
        02 FILLER PIC X(1) VALUE ")".
       01 CT-BODY-2.
        02 FILLER PIC X(29) VALUE "HAS PAID TUITION FEES OF RS. ".
        02 CT-AMOUNT PIC Z,ZZZ,ZZ9.99.
        02 FILLER PIC X(15) VALUE " TO J.I.T FOR ".
       01 CT-BODY-3.
        02 FILLER PIC X(24) VALUE "THE FINANCIAL YEAR FROM ".
        02 CT-FROM PIC 9(8).
        02 FILLER PIC X(4) VALUE " TO ".
        02 CT-TO PIC 9(8).
        02 FILLER PIC X(1) VALUE ".".
       01 CT-BODY-4 PIC X(70) VALUE
           "TRANSPORT, HOSTEL, MESS, LIBRARY, STORE, DEPOSITS AND".
       01 CT-BODY-5 PIC X(70) VALUE "SCHOLARSHIPS EXCLUDED.".
       01 CT-SIGN-1 PIC X(70) VALUE "ACCOUNTS OFFICER, J.I.T".
       01 PAGE-LINE PIC X(79) VALUE ALL "=".
       01 BLANK-LINE PIC X(79) VALUE SPACES.
       COPY AMTFMT.
       COPY RETCODE.
       PROCEDURE DIVISION.
       ASK-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "ENTER THE YEAR THE FINANCIAL YEAR ENDS IN ",
                "(YYYY, 0 FOR THE LAST COMPLETED YEAR): ".
           ACCEPT WS-FY-END.
           IF WS-FY-END = ZERO
                MOVE WS-TODAY(1:4) TO WS-FY-END
                IF WS-TODAY(5:4) < "0401"
                     SUBTRACT 1 FROM WS-FY-END.
           COMPUTE WS-FY-FROM = (WS-FY-END - 1) * 10000 + 0401.
           COMPUTE WS-FY-TO = WS-FY-END * 10000 + 0331.
           DISPLAY "FEE-PAID CERTIFICATES FOR ", WS-FY-FROM, " TO ",
                WS-FY-TO.
       LOAD-PARA.
           PERFORM LOAD-REGISTER-PARA THRU LOAD-REGISTER-EXIT.
           OPEN INPUT FEE-LEDGER.
           IF FEE-LEDGER-STATUS NOT = "00"
                DISPLAY "NO FEE LEDGER ON FILE"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "FEE LEDGER NOT FOUND" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM TALLY-ONE-PARA UNTIL WS-EOF.
           CLOSE FEE-LEDGER.
           MOVE "N" TO WS-EOF-SW.
           IF WS-RC-ERROR
                GO TO END-PARA.
           OPEN INPUT FEE-ALLOC.
           IF FEE-ALLOC-STATUS NOT = "00"
                DISPLAY "NO FEE ALLOCATIONS ON FILE"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "FEE ALLOCATIONS NOT FOUND" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM SPLIT-ONE-PARA UNTIL WS-EOF.
           CLOSE FEE-ALLOC.
           MOVE "N" TO WS-EOF-SW.
           IF WS-RC-ERROR
                GO TO END-PARA.
       ISSUE-PARA.
           OPEN INPUT STUDENT.
           IF STUDENT-FILE-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN STUDENT.DAT - STATUS ",
                     STUDENT-FILE-STATUS
                MOVE 08 TO WS-RETURN-CODE
                MOVE "UNABLE TO OPEN STUDENT.DAT" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           OPEN INPUT GUARDIAN-MASTER.
           OPEN EXTEND CERT-PRINT.
           IF CERT-PRINT-STATUS = "35"
                OPEN OUTPUT CERT-PRINT.
           OPEN EXTEND FEE-CERT-REGISTER.
           IF FEE-CERT-REGISTER-STATUS = "35"
                OPEN OUTPUT FEE-CERT-REGISTER.
           PERFORM ISSUE-ONE-PARA THRU ISSUE-ONE-EXIT
                VARYING WS-PAY-IDX FROM 1 BY 1
                UNTIL WS-PAY-IDX > WS-PAY-TOTAL.
           CLOSE FEE-CERT-REGISTER.
           CLOSE CERT-PRINT.
           CLOSE GUARDIAN-MASTER.
           CLOSE STUDENT.
           DISPLAY "FEE-PAID CERTIFICATES ISSUED: ", WS-ISSUE-COUNT,
                "  ALREADY ISSUED FOR THE YEAR: ", WS-SKIP-COUNT.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      *    THE REGISTER GIVES THE LAST SERIAL USED AND THE STUDENTS
      *    ALREADY CERTIFIED FOR THIS FINANCIAL YEAR.
       LOAD-REGISTER-PARA.
           OPEN INPUT FEE-CERT-REGISTER.
           IF FEE-CERT-REGISTER-STATUS NOT = "00"
                GO TO LOAD-REGISTER-EXIT.
           PERFORM LOAD-ONE-REGISTER-PARA UNTIL WS-EOF.
           CLOSE FEE-CERT-REGISTER.
       LOAD-REGISTER-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-REGISTER-PARA.
           READ FEE-CERT-REGISTER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM STORE-ONE-REGISTER-PARA.
       STORE-ONE-REGISTER-PARA.
           IF FC-SERIAL > WS-SERIAL
                MOVE FC-SERIAL TO WS-SERIAL.
           IF FC-FY-END = WS-FY-END AND WS-DONE-TOTAL < 5000
                ADD 1 TO WS-DONE-TOTAL
                MOVE FC-RNO TO WS-DONE-RNO(WS-DONE-TOTAL).
      *    FEEPOST RECEIPTS CARRY NO FEE CODE; WHAT A RECEIPT PAID
      *    FOR IS ONLY KNOWN FROM ITS FEEALLOC.DAT SLICES. THE LEDGER
      *    PASS NOTES THE RECEIPTS WHOSE SLICES DO NOT COUNT - THOSE
      *    LATER CANCELLED OR BOUNCED, AND THOSE POSTED UNDER AN
      *    EXCLUDED CODE (A SCHOLARSHIP CREDIT, OR DUES SETTLED FROM
      *    THE CAUTION DEPOSIT) - AND NETS OFF A GENERAL REFUND MADE
      *    IN THE YEAR.
       TALLY-ONE-PARA.
           READ FEE-LEDGER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM TALLY-ONE-POSTING-PARA THRU
                     TALLY-ONE-POSTING-EXIT.
       TALLY-ONE-POSTING-PARA.
           IF FL-REFUND AND FL-RECEIPT-NO > ZERO
                PERFORM NOTE-RECEIPT-PARA
                GO TO TALLY-ONE-POSTING-EXIT.
           IF FL-PAYMENT
                PERFORM CHECK-ELIGIBLE-PARA
                IF NOT WS-ELIGIBLE
                     PERFORM NOTE-RECEIPT-PARA.
           IF NOT FL-REFUND
                GO TO TALLY-ONE-POSTING-EXIT.
           IF FL-DATE < WS-FY-FROM OR FL-DATE > WS-FY-TO
                GO TO TALLY-ONE-POSTING-EXIT.
           PERFORM FIND-PAY-PARA.
           IF NOT WS-PAY-FOUND
                PERFORM ADD-PAY-PARA THRU ADD-PAY-EXIT
                IF WS-RC-ERROR
                     GO TO TALLY-ONE-POSTING-EXIT.
           ADD FL-AMOUNT TO WS-PAY-REFUNDED(WS-PAY-FOUND-X).
       TALLY-ONE-POSTING-EXIT.
           EXIT.
       NOTE-RECEIPT-PARA.
           IF WS-RCP-TOTAL < 20000
                ADD 1 TO WS-RCP-TOTAL
                MOVE FL-RECEIPT-NO TO WS-RCP-RECEIPT(WS-RCP-TOTAL).
      *    A SLICE COUNTS WHEN IT SETTLED A CHARGE IN THE YEAR UNDER
      *    AN ELIGIBLE FEE CODE, WHETHER TAKEN STRAIGHT FROM A
      *    RECEIPT OR DRAWN FROM AN ADVANCE THE GUARDIAN PAID
      *    EARLIER. MONEY STILL HELD AS ADVANCE HAS PAID FOR NOTHING
      *    YET AND IS LEFT OUT.
       SPLIT-ONE-PARA.
           READ FEE-ALLOC
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM SPLIT-SLICE-PARA THRU
                     SPLIT-SLICE-EXIT.
       SPLIT-SLICE-PARA.
           IF NOT FA-TO-CHARGE
                GO TO SPLIT-SLICE-EXIT.
           IF FA-DATE < WS-FY-FROM OR FA-DATE > WS-FY-TO
                GO TO SPLIT-SLICE-EXIT.
           MOVE FA-RECEIPT-NO TO FL-RECEIPT-NO.
           PERFORM FIND-RECEIPT-PARA.
           IF WS-RCP-FOUND
                GO TO SPLIT-SLICE-EXIT.
           MOVE FA-CODE TO FL-CODE.
           PERFORM CHECK-ELIGIBLE-PARA.
           IF NOT WS-ELIGIBLE
                GO TO SPLIT-SLICE-EXIT.
           MOVE FA-RNO TO FL-RNO.
           PERFORM FIND-PAY-PARA.
           IF NOT WS-PAY-FOUND
                PERFORM ADD-PAY-PARA THRU ADD-PAY-EXIT
                IF WS-RC-ERROR
                     GO TO SPLIT-SLICE-EXIT.
           ADD 1 TO WS-PAY-COUNT.
           ADD FA-AMOUNT TO WS-PAY-PAID(WS-PAY-FOUND-X).
       SPLIT-SLICE-EXIT.
           EXIT.
       ADD-PAY-PARA.
           IF WS-PAY-TOTAL NOT < 5000
                DISPLAY "MORE THAN 5000 PAYING STUDENTS - ",
                     "RUN ABANDONED"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "TOO MANY PAYING STUDENTS TO LOAD" TO
                     WS-ERROR-MESSAGE
                MOVE "Y" TO WS-EOF-SW
                GO TO ADD-PAY-EXIT.
           ADD 1 TO WS-PAY-TOTAL.
           MOVE WS-PAY-TOTAL TO WS-PAY-FOUND-X.
           SET WS-PAY-X TO WS-PAY-TOTAL.
           MOVE FL-RNO TO WS-PAY-RNO(WS-PAY-X).
           MOVE ZERO TO WS-PAY-PAID(WS-PAY-X).
           MOVE ZERO TO WS-PAY-REFUNDED(WS-PAY-X).
       ADD-PAY-EXIT.
           EXIT.
       CHECK-ELIGIBLE-PARA.
           MOVE "Y" TO WS-ELIGIBLE-SW.
           PERFORM CHECK-ONE-EXCLUDED-PARA
                VARYING WS-EXCL-IDX FROM 1 BY 1
                UNTIL WS-EXCL-IDX > 7.
       CHECK-ONE-EXCLUDED-PARA.
           IF WS-EXCLUDED-CODE(WS-EXCL-IDX) = FL-CODE
                MOVE "N" TO WS-ELIGIBLE-SW.
       FIND-RECEIPT-PARA.
           MOVE "N" TO WS-RCP-FOUND-SW.
           PERFORM CHECK-ONE-RECEIPT-PARA
                VARYING WS-RCP-IDX FROM 1 BY 1
                UNTIL WS-RCP-IDX > WS-RCP-TOTAL
                OR WS-RCP-FOUND.
       CHECK-ONE-RECEIPT-PARA.
           IF WS-RCP-RECEIPT(WS-RCP-IDX) = FL-RECEIPT-NO
                MOVE "Y" TO WS-RCP-FOUND-SW.
       FIND-PAY-PARA.
           MOVE "N" TO WS-PAY-FOUND-SW.
           PERFORM CHECK-ONE-PAY-PARA
                VARYING WS-PAY-IDX FROM 1 BY 1
                UNTIL WS-PAY-IDX > WS-PAY-TOTAL
                OR WS-PAY-FOUND.
       CHECK-ONE-PAY-PARA.
           IF WS-PAY-RNO(WS-PAY-IDX) = FL-RNO
                MOVE "Y" TO WS-PAY-FOUND-SW
                MOVE WS-PAY-IDX TO WS-PAY-FOUND-X.
       ISSUE-ONE-PARA.
           COMPUTE WS-NET-AMOUNT = WS-PAY-PAID(WS-PAY-IDX)
                - WS-PAY-REFUNDED(WS-PAY-IDX).
           IF WS-NET-AMOUNT NOT > ZERO
                GO TO ISSUE-ONE-EXIT.
           MOVE "N" TO WS-DONE-FOUND-SW.
           PERFORM CHECK-ONE-DONE-PARA
                VARYING WS-DONE-IDX FROM 1 BY 1
                UNTIL WS-DONE-IDX > WS-DONE-TOTAL
                OR WS-DONE-FOUND.
           IF WS-DONE-FOUND
                ADD 1 TO WS-SKIP-COUNT
                GO TO ISSUE-ONE-EXIT.
           MOVE WS-PAY-RNO(WS-PAY-IDX) TO RNO.
           READ STUDENT KEY IS RNO
                INVALID KEY
                     DISPLAY "ROLL NO ", WS-PAY-RNO(WS-PAY-IDX),
                          " NOT ON THE STUDENT MASTER - NO ",
                          "CERTIFICATE"
                     GO TO ISSUE-ONE-EXIT.
           MOVE SPACES TO CT-GUARDIAN.
           MOVE SPACES TO CT-ADDRESS.
           IF GUARDIAN-ID > ZERO
                MOVE GUARDIAN-ID TO GD-ID
                READ GUARDIAN-MASTER KEY IS GD-ID
                     INVALID KEY
                          MOVE ZERO TO GD-ID
                     NOT INVALID KEY
                          MOVE GD-NAME TO CT-GUARDIAN
                          MOVE GD-ADDRESS TO CT-ADDRESS
           ELSE
                MOVE ZERO TO GD-ID.
           IF CT-GUARDIAN = SPACES
                MOVE "THE PARENT OR GUARDIAN" TO CT-GUARDIAN.
           ADD 1 TO WS-SERIAL.
           ADD 1 TO WS-ISSUE-COUNT.
           PERFORM WRITE-PAGE-PARA.
           MOVE CT-HEAD-1 TO CERT-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE WS-SERIAL TO CT-SERIAL.
           MOVE WS-TODAY TO CT-DATE.
           MOVE CT-SERIAL-LINE TO CERT-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE CT-TITLE-LINE TO CERT-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE BLANK-LINE TO CERT-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE CT-TO-LINE TO CERT-LINE.
           PERFORM WRITE-LINE-PARA.
           IF CT-ADDRESS NOT = SPACES
                MOVE CT-ADDRESS-LINE TO CERT-LINE
                PERFORM WRITE-LINE-PARA.
           MOVE BLANK-LINE TO CERT-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE NAME TO CT-NAME.
           MOVE RNO TO CT-RNO.
           MOVE CT-BODY-1 TO CERT-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE WS-NET-AMOUNT TO CT-AMOUNT.
           MOVE CT-BODY-2 TO CERT-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE WS-FY-FROM TO CT-FROM.
           MOVE WS-FY-TO TO CT-TO.
           MOVE CT-BODY-3 TO CERT-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE WS-NET-AMOUNT TO WS-WORDS-AMOUNT.
           PERFORM AMOUNT-WORDS-PARA.
           PERFORM WRITE-WORDS-PARA
                VARYING WS-WORDS-IDX FROM 1 BY 1
                UNTIL WS-WORDS-IDX > WS-WORDS-LINES.
           MOVE CT-BODY-4 TO CERT-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE CT-BODY-5 TO CERT-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE BLANK-LINE TO CERT-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE CT-SIGN-1 TO CERT-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM WRITE-PAGE-PARA.
           MOVE WS-SERIAL TO FC-SERIAL.
           MOVE WS-TODAY TO FC-DATE.
           MOVE WS-FY-END TO FC-FY-END.
           MOVE RNO TO FC-RNO.
           MOVE GD-ID TO FC-GUARDIAN-ID.
           MOVE WS-NET-AMOUNT TO FC-AMOUNT.
           WRITE FEE-CERT-REGISTER-REC.
       ISSUE-ONE-EXIT.
           EXIT.
       CHECK-ONE-DONE-PARA.
           IF WS-DONE-RNO(WS-DONE-IDX) = WS-PAY-RNO(WS-PAY-IDX)
                MOVE "Y" TO WS-DONE-FOUND-SW.
       WRITE-WORDS-PARA.
           MOVE WS-AMOUNT-WORDS-LINE(WS-WORDS-IDX) TO CERT-LINE.
           PERFORM WRITE-LINE-PARA.
       WRITE-LINE-PARA.
           DISPLAY CERT-LINE.
           WRITE CERT-LINE.
       WRITE-PAGE-PARA.
           MOVE PAGE-LINE TO CERT-LINE.
           PERFORM WRITE-LINE-PARA.
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
           MOVE WS-PAY-COUNT TO RL-READ-COUNT.
           MOVE WS-ISSUE-COUNT TO RL-UPDATE-COUNT.
           MOVE WS-SKIP-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "FEE-PAID-CERT" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
       COPY AMTWORD.
