       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL.
      *    BUILDS THE GENERAL-LEDGER JOURNAL FOR ACCOUNTS FROM EVERY
      *    POSTING DATE DAY-END-CLOSE HAS LOCKED IN FEECLOSE.DAT AND
      *    NOT YET SENT. FEELEDG.DAT IS SUMMARISED BY DATE, FL-TYPE,
      *    FL-CODE AND PAY MODE; EACH GROUP GIVES ONE DEBIT AND ONE
      *    CREDIT LINE FROM THE GLACCT.DAT MAP. A DATE ONCE SENT IS
      *    RECORDED IN GLSENT.DAT AND NEVER EXTRACTED AGAIN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT FEE-LEDGER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FEE-LEDGER-STATUS.
           SELECT CLOSED-DAYS ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CLOSED-DAYS-STATUS.
           SELECT GL-ACCOUNT ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS GL-ACCOUNT-STATUS.
           SELECT GL-SENT ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS GL-SENT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT SUMMARY-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SUMMARY-PRINT-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD GL-ACCOUNT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "GLACCT.DAT"
           DATA RECORD IS GL-ACCOUNT-REC.
       COPY GLACCT.
       FD GL-SENT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "GLSENT.DAT"
           DATA RECORD IS GL-SENT-REC.
       01 GL-SENT-REC.
        02 GS-POST-DATE PIC 9(8).
        02 GS-RUN-DATE PIC 9(8).
        02 GS-AMOUNT PIC 9(9)V99.
       FD JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "GLJRNL.DAT"
           DATA RECORD IS JOURNAL-REC.
       01 JOURNAL-REC PIC X(60).
       FD SUMMARY-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "GLJLIST.DAT"
           DATA RECORD IS SUMMARY-LINE.
       01 SUMMARY-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 FEE-LEDGER-STATUS PIC XX.
       77 CLOSED-DAYS-STATUS PIC XX.
       77 GL-ACCOUNT-STATUS PIC XX.
       77 GL-SENT-STATUS PIC XX.
       77 JOURNAL-FILE-STATUS PIC XX.
       77 SUMMARY-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-TODAY PIC 9(8).
       77 WS-MODE PIC X.
       77 WS-SENT-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-SENT-IDX PIC 9(4) COMP.
       77 WS-SENT-FOUND-SW PIC X.
           88 WS-SENT-FOUND VALUE "Y".
       77 WS-DAY-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-DAY-IDX PIC 9(4) COMP.
       77 WS-DAY-FOUND-SW PIC X.
           88 WS-DAY-FOUND VALUE "Y".
       77 WS-MAP-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-MAP-IDX PIC 9(3) COMP.
       77 WS-MAP-SCORE PIC 9 COMP.
       77 WS-BEST-SCORE PIC 9 COMP.
       77 WS-BEST-X PIC 9(3) COMP.
       77 WS-GRP-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-GRP-IDX PIC 9(4) COMP.
       77 WS-GRP-FOUND-SW PIC X.
           88 WS-GRP-FOUND VALUE "Y".
       77 WS-GRP-FOUND-X PIC 9(4) COMP.
       77 WS-POSTING-COUNT PIC 9(7) VALUE ZERO.
       77 WS-UNMAPPED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-LINE-COUNT PIC 9(6) VALUE ZERO.
       77 WS-DEBIT-TOTAL PIC 9(11)V99 VALUE ZERO.
       77 WS-CREDIT-TOTAL PIC 9(11)V99 VALUE ZERO.
       77 WS-DAY-AMOUNT PIC 9(9)V99.
       01 WS-SENT-TABLE.
        02 WS-SENT-DATE OCCURS 2000 TIMES
                DEPENDING ON WS-SENT-TOTAL
                PIC 9(8).
       01 WS-DAY-TABLE.
        02 WS-DAY-DATE OCCURS 400 TIMES
                DEPENDING ON WS-DAY-TOTAL
                PIC 9(8).
       01 WS-MAP-TABLE.
        02 WS-MAP-ENTRY OCCURS 200 TIMES
                DEPENDING ON WS-MAP-TOTAL
                INDEXED BY WS-MAP-X.
         03 WS-MAP-TYPE PIC X.
         03 WS-MAP-CODE PIC X(4).
         03 WS-MAP-MODE PIC X.
         03 WS-MAP-DEBIT PIC X(10).
         03 WS-MAP-CREDIT PIC X(10).
       01 WS-GRP-TABLE.
        02 WS-GRP-ENTRY OCCURS 2000 TIMES
                DEPENDING ON WS-GRP-TOTAL
                INDEXED BY WS-GRP-X.
         03 WS-GRP-DATE PIC 9(8).
         03 WS-GRP-TYPE PIC X.
         03 WS-GRP-CODE PIC X(4).
         03 WS-GRP-MODE PIC X.
         03 WS-GRP-COUNT PIC 9(5).
         03 WS-GRP-AMOUNT PIC 9(9)V99.
         03 WS-GRP-DEBIT PIC X(10).
         03 WS-GRP-CREDIT PIC X(10).
      *    THE FIXED 60-BYTE JOURNAL FOR THE LEDGER PACKAGE: H HEADER,
      *    D ROWS (ONE DEBIT AND ONE CREDIT PER SUMMARY GROUP), AND A
      *    T CONTROL TRAILER WITH THE LINE COUNT AND BOTH TOTALS.
       01 WS-JR-HEADER.
        02 FILLER PIC X VALUE "H".
        02 JH-RUN-DATE PIC 9(8).
        02 JH-DAYS PIC 9(3).
        02 FILLER PIC X(48) VALUE SPACES.
       01 WS-JR-DETAIL.
        02 FILLER PIC X VALUE "D".
        02 JD-POST-DATE PIC 9(8).
        02 JD-ACCOUNT PIC X(10).
        02 JD-DR-CR PIC X.
        02 JD-AMOUNT PIC 9(9)V99.
        02 JD-TYPE PIC X.
        02 JD-CODE PIC X(4).
        02 JD-MODE PIC X.
        02 JD-COUNT PIC 9(5).
        02 FILLER PIC X(18) VALUE SPACES.
       01 WS-JR-TRAILER.
        02 FILLER PIC X VALUE "T".
        02 JT-LINES PIC 9(6).
        02 JT-DEBITS PIC 9(11)V99.
        02 JT-CREDITS PIC 9(11)V99.
        02 FILLER PIC X(27) VALUE SPACES.
       01 GJ-HEAD-1.
        02 FILLER PIC X(30) VALUE "GENERAL-LEDGER JOURNAL RUN OF ".
        02 GH-DATE PIC 9(8).
       01 GJ-COLUMN-LINE PIC X(70) VALUE
           "DATE     T CODE M ACCOUNT    DR/CR        AMOUNT  COUNT".
       01 GJ-DETAIL-LINE.
        02 GD-DATE PIC 9(8).
        02 FILLER PIC X VALUE SPACE.
        02 GD-TYPE PIC X.
        02 FILLER PIC X VALUE SPACE.
        02 GD-CODE PIC X(4).
        02 FILLER PIC X VALUE SPACE.
        02 GD-MODE PIC X.
        02 FILLER PIC X VALUE SPACE.
        02 GD-ACCOUNT PIC X(10).
        02 FILLER PIC X VALUE SPACE.
        02 GD-DR-CR PIC X(2).
        02 FILLER PIC X VALUE SPACE.
        02 GD-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 GD-COUNT PIC ZZZZ9.
       01 GJ-DAY-LINE.
        02 FILLER PIC X(17) VALUE "POSTING DATE SENT".
        02 FILLER PIC X(2) VALUE ": ".
        02 GY-DATE PIC 9(8).
       01 GJ-TOTAL-LINE.
        02 FILLER PIC X(7) VALUE "LINES: ".
        02 GT-LINES PIC ZZZZZ9.
        02 FILLER PIC X(10) VALUE "  DEBITS: ".
        02 GT-DEBITS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
        02 FILLER PIC X(11) VALUE "  CREDITS: ".
        02 GT-CREDITS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 DASH-LINE PIC X(60) VALUE ALL "-".
       COPY RETCODE.
       PROCEDURE DIVISION.
       LOAD-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-SENT-PARA THRU LOAD-SENT-EXIT.
           PERFORM LOAD-DAYS-PARA THRU LOAD-DAYS-EXIT.
           IF WS-DAY-TOTAL = ZERO
                DISPLAY "NO CLOSED POSTING DATES AWAITING THE ",
                     "GENERAL LEDGER"
                GO TO END-PARA.
           PERFORM LOAD-MAP-PARA THRU LOAD-MAP-EXIT.
           IF WS-MAP-TOTAL = ZERO
                DISPLAY "NO ACCOUNT MAP ON FILE - GLACCT.DAT"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "GL ACCOUNT MAP NOT FOUND" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
       TALLY-PARA.
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
      *    EVERY GROUP MUST MAP TO A DEBIT AND A CREDIT ACCOUNT BEFORE
      *    ANYTHING IS SENT; ONE GAP HOLDS THE WHOLE RUN BACK.
       MAP-PARA.
           PERFORM MAP-ONE-GROUP-PARA
                VARYING WS-GRP-IDX FROM 1 BY 1
                UNTIL WS-GRP-IDX > WS-GRP-TOTAL.
           IF WS-UNMAPPED-COUNT > ZERO
                DISPLAY WS-UNMAPPED-COUNT, " GROUP(S) HAVE NO ACCOUNT ",
                     "MAPPING - NOTHING SENT"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "UNMAPPED FEE POSTINGS - JOURNAL HELD" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
       JOURNAL-PARA.
           OPEN OUTPUT JOURNAL-FILE.
           OPEN EXTEND SUMMARY-PRINT.
           IF SUMMARY-PRINT-STATUS = "35"
                OPEN OUTPUT SUMMARY-PRINT.
           MOVE WS-TODAY TO JH-RUN-DATE.
           MOVE WS-DAY-TOTAL TO JH-DAYS.
           MOVE WS-JR-HEADER TO JOURNAL-REC.
           WRITE JOURNAL-REC.
           MOVE WS-TODAY TO GH-DATE.
           DISPLAY GJ-HEAD-1.
           MOVE GJ-HEAD-1 TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           PERFORM WRITE-DASH-PARA.
           DISPLAY GJ-COLUMN-LINE.
           MOVE GJ-COLUMN-LINE TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           PERFORM WRITE-ONE-GROUP-PARA
                VARYING WS-GRP-IDX FROM 1 BY 1
                UNTIL WS-GRP-IDX > WS-GRP-TOTAL.
           MOVE WS-LINE-COUNT TO JT-LINES.
           MOVE WS-DEBIT-TOTAL TO JT-DEBITS.
           MOVE WS-CREDIT-TOTAL TO JT-CREDITS.
           MOVE WS-JR-TRAILER TO JOURNAL-REC.
           WRITE JOURNAL-REC.
           CLOSE JOURNAL-FILE.
           PERFORM WRITE-DASH-PARA.
           MOVE WS-LINE-COUNT TO GT-LINES.
           MOVE WS-DEBIT-TOTAL TO GT-DEBITS.
           MOVE WS-CREDIT-TOTAL TO GT-CREDITS.
           DISPLAY GJ-TOTAL-LINE.
           MOVE GJ-TOTAL-LINE TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                DISPLAY "JOURNAL OUT OF BALANCE - DATES NOT MARKED SENT"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "GL JOURNAL OUT OF BALANCE" TO WS-ERROR-MESSAGE
                CLOSE SUMMARY-PRINT
                GO TO END-PARA.
       SENT-PARA.
           OPEN EXTEND GL-SENT.
           IF GL-SENT-STATUS = "35"
                OPEN OUTPUT GL-SENT.
           PERFORM MARK-ONE-DAY-PARA
                VARYING WS-DAY-IDX FROM 1 BY 1
                UNTIL WS-DAY-IDX > WS-DAY-TOTAL.
           CLOSE GL-SENT.
           PERFORM WRITE-DASH-PARA.
           CLOSE SUMMARY-PRINT.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       LOAD-SENT-PARA.
           OPEN INPUT GL-SENT.
           IF GL-SENT-STATUS NOT = "00"
                GO TO LOAD-SENT-EXIT.
           PERFORM LOAD-ONE-SENT-PARA UNTIL WS-EOF.
           CLOSE GL-SENT.
       LOAD-SENT-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-SENT-PARA.
           READ GL-SENT
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-SENT-TOTAL < 2000
                          ADD 1 TO WS-SENT-TOTAL
                          MOVE GS-POST-DATE TO
                               WS-SENT-DATE(WS-SENT-TOTAL).
      *    ONLY A DATE DAY-END-CLOSE HAS LOCKED CAN BE SENT; A DATE
      *    ALREADY IN GLSENT.DAT IS PASSED OVER.
       LOAD-DAYS-PARA.
           OPEN INPUT CLOSED-DAYS.
           IF CLOSED-DAYS-STATUS NOT = "00"
                GO TO LOAD-DAYS-EXIT.
           PERFORM LOAD-ONE-DAY-PARA UNTIL WS-EOF.
           CLOSE CLOSED-DAYS.
       LOAD-DAYS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-DAY-PARA.
           READ CLOSED-DAYS
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     PERFORM STORE-ONE-DAY-PARA THRU STORE-ONE-DAY-EXIT.
       STORE-ONE-DAY-PARA.
           MOVE "N" TO WS-SENT-FOUND-SW.
           PERFORM CHECK-ONE-SENT-PARA
                VARYING WS-SENT-IDX FROM 1 BY 1
                UNTIL WS-SENT-IDX > WS-SENT-TOTAL
                OR WS-SENT-FOUND.
           IF WS-SENT-FOUND
                GO TO STORE-ONE-DAY-EXIT.
           MOVE DC-DATE TO FL-DATE.
           PERFORM FIND-DAY-PARA.
           IF WS-DAY-FOUND
                GO TO STORE-ONE-DAY-EXIT.
           IF WS-DAY-TOTAL < 400
                ADD 1 TO WS-DAY-TOTAL
                MOVE DC-DATE TO WS-DAY-DATE(WS-DAY-TOTAL).
       STORE-ONE-DAY-EXIT.
           EXIT.
       CHECK-ONE-SENT-PARA.
           IF WS-SENT-DATE(WS-SENT-IDX) = DC-DATE
                MOVE "Y" TO WS-SENT-FOUND-SW.
       FIND-DAY-PARA.
           MOVE "N" TO WS-DAY-FOUND-SW.
           PERFORM CHECK-ONE-DAY-PARA
                VARYING WS-DAY-IDX FROM 1 BY 1
                UNTIL WS-DAY-IDX > WS-DAY-TOTAL
                OR WS-DAY-FOUND.
       CHECK-ONE-DAY-PARA.
           IF WS-DAY-DATE(WS-DAY-IDX) = FL-DATE
                MOVE "Y" TO WS-DAY-FOUND-SW.
       LOAD-MAP-PARA.
           OPEN INPUT GL-ACCOUNT.
           IF GL-ACCOUNT-STATUS NOT = "00"
                GO TO LOAD-MAP-EXIT.
           PERFORM LOAD-ONE-MAP-PARA UNTIL WS-EOF.
           CLOSE GL-ACCOUNT.
       LOAD-MAP-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-MAP-PARA.
           READ GL-ACCOUNT
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-MAP-TOTAL < 200
                          ADD 1 TO WS-MAP-TOTAL
                          SET WS-MAP-X TO WS-MAP-TOTAL
                          MOVE GA-TYPE TO WS-MAP-TYPE(WS-MAP-X)
                          MOVE GA-CODE TO WS-MAP-CODE(WS-MAP-X)
                          MOVE GA-MODE TO WS-MAP-MODE(WS-MAP-X)
                          MOVE GA-DEBIT-ACCT TO WS-MAP-DEBIT(WS-MAP-X)
                          MOVE GA-CREDIT-ACCT TO
                               WS-MAP-CREDIT(WS-MAP-X).
       TALLY-ONE-PARA.
           READ FEE-LEDGER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     PERFORM FIND-DAY-PARA
                     IF WS-DAY-FOUND
                          PERFORM TALLY-ONE-GROUP-PARA.
      *    CHARGES AND WRITE-OFFS CARRY NO PAY MODE; MONEY MOVEMENTS
      *    WITH A BLANK MODE WERE TAKEN IN CASH.
       TALLY-ONE-GROUP-PARA.
           ADD 1 TO WS-POSTING-COUNT.
           MOVE FL-PAY-MODE TO WS-MODE.
           IF FL-CHARGE OR FL-WRITEOFF
                MOVE SPACE TO WS-MODE
           ELSE
                IF WS-MODE = SPACE
                     MOVE "C" TO WS-MODE.
           PERFORM FIND-GROUP-PARA.
           IF WS-GRP-FOUND
                ADD 1 TO WS-GRP-COUNT(WS-GRP-FOUND-X)
                ADD FL-AMOUNT TO WS-GRP-AMOUNT(WS-GRP-FOUND-X)
           ELSE
                IF WS-GRP-TOTAL < 2000
                     ADD 1 TO WS-GRP-TOTAL
                     SET WS-GRP-X TO WS-GRP-TOTAL
                     MOVE FL-DATE TO WS-GRP-DATE(WS-GRP-X)
                     MOVE FL-TYPE TO WS-GRP-TYPE(WS-GRP-X)
                     MOVE FL-CODE TO WS-GRP-CODE(WS-GRP-X)
                     MOVE WS-MODE TO WS-GRP-MODE(WS-GRP-X)
                     MOVE 1 TO WS-GRP-COUNT(WS-GRP-X)
                     MOVE FL-AMOUNT TO WS-GRP-AMOUNT(WS-GRP-X)
                ELSE
                     DISPLAY "MORE THAN 2000 JOURNAL GROUPS - ",
                          "RUN ABANDONED"
                     MOVE 08 TO WS-RETURN-CODE
                     MOVE "TOO MANY JOURNAL GROUPS" TO
                          WS-ERROR-MESSAGE
                     MOVE "Y" TO WS-EOF-SW.
       FIND-GROUP-PARA.
           MOVE "N" TO WS-GRP-FOUND-SW.
           PERFORM CHECK-ONE-GROUP-PARA
                VARYING WS-GRP-IDX FROM 1 BY 1
                UNTIL WS-GRP-IDX > WS-GRP-TOTAL
                OR WS-GRP-FOUND.
       CHECK-ONE-GROUP-PARA.
           IF WS-GRP-DATE(WS-GRP-IDX) = FL-DATE
                AND WS-GRP-TYPE(WS-GRP-IDX) = FL-TYPE
                AND WS-GRP-CODE(WS-GRP-IDX) = FL-CODE
                AND WS-GRP-MODE(WS-GRP-IDX) = WS-MODE
                MOVE "Y" TO WS-GRP-FOUND-SW
                MOVE WS-GRP-IDX TO WS-GRP-FOUND-X.
      *    THE BEST MAP ROW FOR A GROUP: NAMING THE FEE CODE SCORES 2,
      *    NAMING THE PAY MODE SCORES 1, A BLANK MATCHES ANYTHING.
       MAP-ONE-GROUP-PARA.
           MOVE ZERO TO WS-BEST-SCORE.
           MOVE ZERO TO WS-BEST-X.
           PERFORM SCORE-ONE-MAP-PARA THRU SCORE-ONE-MAP-EXIT
                VARYING WS-MAP-IDX FROM 1 BY 1
                UNTIL WS-MAP-IDX > WS-MAP-TOTAL.
           IF WS-BEST-X = ZERO
                ADD 1 TO WS-UNMAPPED-COUNT
                DISPLAY "NO ACCOUNT MAPPING FOR TYPE ",
                     WS-GRP-TYPE(WS-GRP-IDX), " CODE ",
                     WS-GRP-CODE(WS-GRP-IDX), " MODE ",
                     WS-GRP-MODE(WS-GRP-IDX)
           ELSE
                MOVE WS-MAP-DEBIT(WS-BEST-X) TO
                     WS-GRP-DEBIT(WS-GRP-IDX)
                MOVE WS-MAP-CREDIT(WS-BEST-X) TO
                     WS-GRP-CREDIT(WS-GRP-IDX).
       SCORE-ONE-MAP-PARA.
           IF WS-MAP-TYPE(WS-MAP-IDX) NOT = WS-GRP-TYPE(WS-GRP-IDX)
                GO TO SCORE-ONE-MAP-EXIT.
           MOVE 1 TO WS-MAP-SCORE.
           IF WS-MAP-CODE(WS-MAP-IDX) = WS-GRP-CODE(WS-GRP-IDX)
                ADD 2 TO WS-MAP-SCORE
           ELSE
                IF WS-MAP-CODE(WS-MAP-IDX) NOT = SPACES
                     GO TO SCORE-ONE-MAP-EXIT.
           IF WS-MAP-MODE(WS-MAP-IDX) = WS-GRP-MODE(WS-GRP-IDX)
                AND WS-MAP-MODE(WS-MAP-IDX) NOT = SPACE
                ADD 1 TO WS-MAP-SCORE
           ELSE
                IF WS-MAP-MODE(WS-MAP-IDX) NOT = SPACE
                     GO TO SCORE-ONE-MAP-EXIT.
           IF WS-MAP-SCORE > WS-BEST-SCORE
                MOVE WS-MAP-SCORE TO WS-BEST-SCORE
                MOVE WS-MAP-IDX TO WS-BEST-X.
       SCORE-ONE-MAP-EXIT.
           EXIT.
       WRITE-ONE-GROUP-PARA.
           MOVE WS-GRP-DATE(WS-GRP-IDX) TO JD-POST-DATE.
           MOVE WS-GRP-TYPE(WS-GRP-IDX) TO JD-TYPE.
           MOVE WS-GRP-CODE(WS-GRP-IDX) TO JD-CODE.
           MOVE WS-GRP-MODE(WS-GRP-IDX) TO JD-MODE.
           MOVE WS-GRP-COUNT(WS-GRP-IDX) TO JD-COUNT.
           MOVE WS-GRP-AMOUNT(WS-GRP-IDX) TO JD-AMOUNT.
           MOVE WS-GRP-DEBIT(WS-GRP-IDX) TO JD-ACCOUNT.
           MOVE "D" TO JD-DR-CR.
           PERFORM WRITE-ONE-LINE-PARA.
           ADD WS-GRP-AMOUNT(WS-GRP-IDX) TO WS-DEBIT-TOTAL.
           MOVE WS-GRP-CREDIT(WS-GRP-IDX) TO JD-ACCOUNT.
           MOVE "C" TO JD-DR-CR.
           PERFORM WRITE-ONE-LINE-PARA.
           ADD WS-GRP-AMOUNT(WS-GRP-IDX) TO WS-CREDIT-TOTAL.
       WRITE-ONE-LINE-PARA.
           MOVE WS-JR-DETAIL TO JOURNAL-REC.
           WRITE JOURNAL-REC.
           ADD 1 TO WS-LINE-COUNT.
           MOVE JD-POST-DATE TO GD-DATE.
           MOVE JD-TYPE TO GD-TYPE.
           MOVE JD-CODE TO GD-CODE.
           MOVE JD-MODE TO GD-MODE.
           MOVE JD-ACCOUNT TO GD-ACCOUNT.
           IF JD-DR-CR = "D"
                MOVE "DR" TO GD-DR-CR
           ELSE
                MOVE "CR" TO GD-DR-CR.
           MOVE JD-AMOUNT TO GD-AMOUNT.
           MOVE JD-COUNT TO GD-COUNT.
           DISPLAY GJ-DETAIL-LINE.
           MOVE GJ-DETAIL-LINE TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
       MARK-ONE-DAY-PARA.
           MOVE ZERO TO WS-DAY-AMOUNT.
           PERFORM ADD-ONE-DAY-GROUP-PARA
                VARYING WS-GRP-IDX FROM 1 BY 1
                UNTIL WS-GRP-IDX > WS-GRP-TOTAL.
           MOVE WS-DAY-DATE(WS-DAY-IDX) TO GS-POST-DATE.
           MOVE WS-TODAY TO GS-RUN-DATE.
           MOVE WS-DAY-AMOUNT TO GS-AMOUNT.
           WRITE GL-SENT-REC.
           MOVE WS-DAY-DATE(WS-DAY-IDX) TO GY-DATE.
           DISPLAY GJ-DAY-LINE.
           MOVE GJ-DAY-LINE TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
       ADD-ONE-DAY-GROUP-PARA.
           IF WS-GRP-DATE(WS-GRP-IDX) = WS-DAY-DATE(WS-DAY-IDX)
                ADD WS-GRP-AMOUNT(WS-GRP-IDX) TO WS-DAY-AMOUNT.
       WRITE-DASH-PARA.
           DISPLAY DASH-LINE.
           MOVE DASH-LINE TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
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
           MOVE WS-POSTING-COUNT TO RL-READ-COUNT.
           MOVE WS-LINE-COUNT TO RL-UPDATE-COUNT.
           MOVE WS-UNMAPPED-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "GL-JOURNAL" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
