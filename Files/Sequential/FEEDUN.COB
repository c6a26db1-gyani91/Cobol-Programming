       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-DUNNING.
      *    STAGED FOLLOW-UP OF FEE DEFAULTERS. EVERY ROLL WITH AN
      *    OUTSTANDING BALANCE IS PUT ON THE LADDER AND MOVED FROM
      *    REMINDER 1 TO REMINDER 2 TO THE FINAL NOTICE AS THE DAY
      *    INTERVALS IN DUNCTL.DAT ELAPSE. EACH LETTER IS LOGGED IN
      *    COMMREG.DAT. THE FINAL NOTICE PLACES THE STUDENT ON
      *    HALL-TICKET HOLD; A CLEARED BALANCE DROPS THE STUDENT OFF
      *    THE LADDER AND LIFTS THE HOLD. THE INTERVALS ARE
      *    CALENDAR DAYS; A NEXT-STAGE DATE THAT FALLS ON A CLOSED
      *    DAY IS ROLLED ON TO THE NEXT WORKING DAY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT DUNNING-CONTROL ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DUNNING-CONTROL-STATUS.
           SELECT FEE-LEDGER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FEE-LEDGER-STATUS.
           SELECT DUNNING-STATUS ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DUNNING-STATUS-STATUS.
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
           SELECT LETTER-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS LETTER-PRINT-STATUS.
           SELECT COMM-REGISTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS COMM-REGISTER-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HOLIDAY-FILE-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DUNNING-CONTROL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "DUNCTL.DAT"
           DATA RECORD IS DUNNING-CONTROL-REC.
       01 DUNNING-CONTROL-REC.
        02 DK-FIRST-DAYS PIC 9(3).
        02 DK-SECOND-DAYS PIC 9(3).
        02 DK-FINAL-DAYS PIC 9(3).
        02 DK-MIN-BALANCE PIC 9(5)V99.
       FD FEE-LEDGER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "FEELEDG.DAT"
           DATA RECORD IS FEE-LEDGER-REC.
       COPY FEELEDG.
       FD DUNNING-STATUS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "DUNSTAT.DAT"
           DATA RECORD IS DUNNING-REC.
       COPY DUNNING.
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
       FD LETTER-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "DUNLTR.DAT"
           DATA RECORD IS LETTER-LINE.
       01 LETTER-LINE PIC X(79).
       FD COMM-REGISTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "COMMREG.DAT"
           DATA RECORD IS COMM-REGISTER-REC.
       COPY COMMREG.
       FD HOLIDAY-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "HOLIDAYS.DAT"
           DATA RECORD IS HOLIDAY-REC.
       COPY HOLIDAY.
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 DUNNING-CONTROL-STATUS PIC XX.
       77 FEE-LEDGER-STATUS PIC XX.
       77 DUNNING-STATUS-STATUS PIC XX.
       77 STUDENT-FILE-STATUS PIC XX.
       77 GUARDIAN-MASTER-STATUS PIC XX.
       77 LETTER-PRINT-STATUS PIC XX.
       77 COMM-REGISTER-STATUS PIC XX.
       77 HOLIDAY-FILE-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-GUARDIAN-OPEN-SW PIC X VALUE "N".
           88 WS-GUARDIAN-OPEN VALUE "Y".
       77 WS-TODAY PIC 9(8).
       77 WS-FIRST-DAYS PIC 9(3) VALUE ZERO.
       77 WS-SECOND-DAYS PIC 9(3) VALUE 14.
       77 WS-FINAL-DAYS PIC 9(3) VALUE 14.
       77 WS-MIN-BALANCE PIC 9(5)V99 VALUE 1.00.
       77 WS-BALANCE PIC S9(7)V99.
       77 WS-BAL-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-BAL-IDX PIC 9(4) COMP.
       77 WS-BAL-FOUND-SW PIC X.
           88 WS-BAL-FOUND VALUE "Y".
       77 WS-BAL-FOUND-X PIC 9(4) COMP.
       77 WS-DUN-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-DUN-IDX PIC 9(4) COMP.
       77 WS-DUN-FOUND-SW PIC X.
           88 WS-DUN-FOUND VALUE "Y".
       77 WS-DUN-FOUND-X PIC 9(4) COMP.
       77 WS-STAGE-SUB PIC 9 COMP.
       77 WS-NOTICE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-FINAL-COUNT PIC 9(5) VALUE ZERO.
       77 WS-CLEARED-COUNT PIC 9(5) VALUE ZERO.
       COPY WORKDAY.
       01 WS-BAL-TABLE.
        02 WS-BAL-ENTRY OCCURS 5000 TIMES
                DEPENDING ON WS-BAL-TOTAL
                INDEXED BY WS-BAL-X.
         03 WS-BAL-RNO PIC 9(5).
         03 WS-BAL-CHARGES PIC 9(7)V99.
         03 WS-BAL-PAYMENTS PIC 9(7)V99.
       01 WS-DUN-TABLE.
        02 WS-DUN-ENTRY OCCURS 5000 TIMES
                DEPENDING ON WS-DUN-TOTAL
                INDEXED BY WS-DUN-X.
         03 WS-DUN-RNO PIC 9(5).
         03 WS-DUN-STAGE PIC 9.
         03 WS-DUN-FIRST PIC 9(8).
         03 WS-DUN-STAGE-DATE PIC 9(8).
         03 WS-DUN-NEXT PIC 9(8).
         03 WS-DUN-BALANCE PIC 9(7)V99.
         03 WS-DUN-HOLD PIC X.
         03 WS-DUN-RELEASE-BY PIC X(8).
         03 WS-DUN-RELEASE-DATE PIC 9(8).
         03 WS-DUN-KEEP PIC X.
       01 WS-STAGE-TEXTS.
        02 FILLER PIC X(20) VALUE "FEE REMINDER".
        02 FILLER PIC X(10) VALUE "DUNNING-1".
        02 FILLER PIC X(20) VALUE "SECOND FEE REMINDER".
        02 FILLER PIC X(10) VALUE "DUNNING-2".
        02 FILLER PIC X(20) VALUE "FINAL NOTICE".
        02 FILLER PIC X(10) VALUE "DUNFINAL".
       01 WS-STAGE-TABLE REDEFINES WS-STAGE-TEXTS.
        02 WS-STAGE-ENTRY OCCURS 3 TIMES.
         03 WS-STAGE-TITLE PIC X(20).
         03 WS-STAGE-DOC PIC X(10).
       01 LT-HEAD-1.
        02 FILLER PIC X(30) VALUE SPACES.
        02 FILLER PIC X(5) VALUE "J.I.T".
       01 LT-TITLE-LINE.
        02 FILLER PIC X(25) VALUE SPACES.
        02 LT-TITLE PIC X(20).
       01 LT-DATE-LINE.
        02 FILLER PIC X(6) VALUE "DATE: ".
        02 LD-DATE PIC 9(8).
       01 LT-ADDR-1.
        02 FILLER PIC X(4) VALUE "TO: ".
        02 LA-GUARDIAN PIC X(35).
       01 LT-ADDR-2.
        02 FILLER PIC X(4) VALUE SPACES.
        02 LA-ADDRESS PIC X(40).
       01 LT-RE-LINE.
        02 FILLER PIC X(21) VALUE "RE: FEE ACCOUNT OF ".
        02 LA-STUDENT PIC X(20).
        02 FILLER PIC X(10) VALUE " (ROLL NO ".
        02 LA-RNO PIC 9(5).
        02 FILLER PIC X(1) VALUE ")".
       01 LT-BODY-1 PIC X(70) VALUE
           "DEAR GUARDIAN,".
       01 LT-REMIND-1 PIC X(70) VALUE
           "OUR RECORDS SHOW THE FOLLOWING AMOUNT OUTSTANDING ON THE".
       01 LT-REMIND-2 PIC X(70) VALUE
           "FEE ACCOUNT OF THE STUDENT NAMED ABOVE:".
       01 LT-SECOND-1 PIC X(70) VALUE
           "DESPITE OUR EARLIER REMINDER, THE FOLLOWING AMOUNT REMAINS".
       01 LT-SECOND-2 PIC X(70) VALUE
           "OUTSTANDING ON THE FEE ACCOUNT OF THE STUDENT NAMED ABOVE:".
       01 LT-FINAL-1 PIC X(70) VALUE
           "THIS IS A FINAL NOTICE. THE FOLLOWING AMOUNT IS STILL".
       01 LT-FINAL-2 PIC X(70) VALUE
           "OUTSTANDING ON THE FEE ACCOUNT OF THE STUDENT NAMED ABOVE:".
       01 LT-AMOUNT-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 FILLER PIC X(24) VALUE "AMOUNT OUTSTANDING: RS. ".
        02 LA-AMOUNT PIC Z,ZZZ,ZZ9.99.
       01 LT-PAY-1 PIC X(70) VALUE
           "PLEASE ARRANGE PAYMENT AT THE FEE COUNTER AT THE EARLIEST.".
       01 LT-HOLD-1 PIC X(70) VALUE
           "UNTIL THE BALANCE IS CLEARED THE STUDENT'S EXAMINATION".
       01 LT-HOLD-2 PIC X(70) VALUE
           "HALL TICKET WILL BE WITHHELD.".
       01 LT-IGNORE-1 PIC X(70) VALUE
           "IF YOU HAVE ALREADY PAID, PLEASE IGNORE THIS LETTER.".
       01 LT-SIGN-1 PIC X(70) VALUE
           "YOURS FAITHFULLY,".
       01 LT-SIGN-2 PIC X(70) VALUE
           "BURSAR, J.I.T".
       01 PAGE-LINE PIC X(79) VALUE ALL "=".
       01 BLANK-LINE PIC X(79) VALUE SPACES.
       COPY AMTFMT.
       COPY RETCODE.
       PROCEDURE DIVISION.
       CONFIG-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM WORKDAY-LOAD-PARA THRU WORKDAY-LOAD-EXIT.
           OPEN INPUT DUNNING-CONTROL.
           IF DUNNING-CONTROL-STATUS = "00"
                PERFORM READ-CONFIG-PARA
                CLOSE DUNNING-CONTROL
           ELSE
                DISPLAY "NO DUNNING CONTROL FILE - USING THE ",
                     "DEFAULT INTERVALS OF 0, 14 AND 14 DAYS".
       LOAD-LEDGER-PARA.
           OPEN INPUT FEE-LEDGER.
           IF FEE-LEDGER-STATUS NOT = "00"
                DISPLAY "NO FEE LEDGER ON FILE"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "FEE LEDGER NOT FOUND" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-ONE-PARA UNTIL WS-EOF.
           CLOSE FEE-LEDGER.
           IF WS-RC-ERROR
                GO TO END-PARA.
           PERFORM LOAD-DUNNING-PARA THRU LOAD-DUNNING-EXIT.
           IF WS-RC-ERROR
                GO TO END-PARA.
       LADDER-PARA.
           OPEN INPUT STUDENT.
           OPEN INPUT GUARDIAN-MASTER.
           IF GUARDIAN-MASTER-STATUS = "00"
                MOVE "Y" TO WS-GUARDIAN-OPEN-SW.
           OPEN EXTEND LETTER-PRINT.
           IF LETTER-PRINT-STATUS = "35"
                OPEN OUTPUT LETTER-PRINT.
           PERFORM STEP-ONE-PARA THRU STEP-ONE-EXIT
                VARYING WS-BAL-IDX FROM 1 BY 1
                UNTIL WS-BAL-IDX > WS-BAL-TOTAL.
           CLOSE STUDENT.
           IF WS-GUARDIAN-OPEN
                CLOSE GUARDIAN-MASTER.
           CLOSE LETTER-PRINT.
       SAVE-PARA.
           OPEN OUTPUT DUNNING-STATUS.
           PERFORM SAVE-ONE-PARA
                VARYING WS-DUN-IDX FROM 1 BY 1
                UNTIL WS-DUN-IDX > WS-DUN-TOTAL.
           CLOSE DUNNING-STATUS.
           DISPLAY "DUNNING LETTERS PRODUCED: ", WS-NOTICE-COUNT.
           DISPLAY "FINAL NOTICES (HALL-TICKET HOLD): ",
                WS-FINAL-COUNT.
           DISPLAY "BALANCES CLEARED - OFF THE LADDER: ",
                WS-CLEARED-COUNT.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       READ-CONFIG-PARA.
           READ DUNNING-CONTROL
                AT END CONTINUE
                NOT AT END
                     MOVE DK-FIRST-DAYS TO WS-FIRST-DAYS
                     MOVE DK-SECOND-DAYS TO WS-SECOND-DAYS
                     MOVE DK-FINAL-DAYS TO WS-FINAL-DAYS
                     IF DK-MIN-BALANCE > ZERO
                          MOVE DK-MIN-BALANCE TO WS-MIN-BALANCE.
       LOAD-ONE-PARA.
           READ FEE-LEDGER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM TALLY-ONE-PARA THRU
                     TALLY-ONE-EXIT.
       TALLY-ONE-PARA.
      *    CAUTION DEPOSITS (D) AND DEPOSIT RETURNS (E) ARE A
      *    LIABILITY HELD APART FROM THE FEE BALANCE.
           IF FL-DEPOSIT OR FL-DEP-RETURN
                GO TO TALLY-ONE-EXIT.
           PERFORM FIND-BAL-PARA.
           IF NOT WS-BAL-FOUND
                IF WS-BAL-TOTAL < 5000
                     ADD 1 TO WS-BAL-TOTAL
                     MOVE WS-BAL-TOTAL TO WS-BAL-FOUND-X
                     SET WS-BAL-X TO WS-BAL-TOTAL
                     MOVE FL-RNO TO WS-BAL-RNO(WS-BAL-X)
                     MOVE ZERO TO WS-BAL-CHARGES(WS-BAL-X)
                     MOVE ZERO TO WS-BAL-PAYMENTS(WS-BAL-X)
                ELSE
                     DISPLAY "MORE THAN 5000 ROLL NUMBERS IN THE ",
                          "LEDGER - DUNNING RUN ABANDONED"
                     MOVE 08 TO WS-RETURN-CODE
                     MOVE "TOO MANY LEDGER ROLLS TO LOAD" TO
                          WS-ERROR-MESSAGE
                     MOVE "Y" TO WS-EOF-SW
                     GO TO TALLY-ONE-EXIT.
           IF FL-CHARGE OR FL-REFUND
                ADD FL-AMOUNT TO WS-BAL-CHARGES(WS-BAL-FOUND-X)
           ELSE
                ADD FL-AMOUNT TO WS-BAL-PAYMENTS(WS-BAL-FOUND-X).
       TALLY-ONE-EXIT.
           EXIT.
       FIND-BAL-PARA.
           MOVE "N" TO WS-BAL-FOUND-SW.
           PERFORM CHECK-ONE-FIND-PARA
                VARYING WS-BAL-IDX FROM 1 BY 1
                UNTIL WS-BAL-IDX > WS-BAL-TOTAL
                OR WS-BAL-FOUND.
       CHECK-ONE-FIND-PARA.
           IF WS-BAL-RNO(WS-BAL-IDX) = FL-RNO
                MOVE "Y" TO WS-BAL-FOUND-SW
                MOVE WS-BAL-IDX TO WS-BAL-FOUND-X.
      *    A ROLL OWING AT LEAST THE MINIMUM IS PUT ON THE LADDER AND
      *    MOVED UP ONE STAGE WHEN ITS NEXT-STAGE DATE ARRIVES. A ROLL
      *    LEFT UNMARKED BY THIS PASS HAS CLEARED ITS BALANCE AND IS
      *    DROPPED WHEN THE STATUS FILE IS SAVED.
       STEP-ONE-PARA.
           COMPUTE WS-BALANCE = WS-BAL-CHARGES(WS-BAL-IDX)
                - WS-BAL-PAYMENTS(WS-BAL-IDX).
           IF WS-BALANCE < WS-MIN-BALANCE
                GO TO STEP-ONE-EXIT.
           PERFORM FIND-DUN-PARA.
           IF NOT WS-DUN-FOUND
                PERFORM ADD-DUN-PARA THRU ADD-DUN-EXIT.
           IF NOT WS-DUN-FOUND
                GO TO STEP-ONE-EXIT.
           SET WS-DUN-X TO WS-DUN-FOUND-X.
           MOVE "Y" TO WS-DUN-KEEP(WS-DUN-X).
           MOVE WS-BALANCE TO WS-DUN-BALANCE(WS-DUN-X).
           IF WS-DUN-STAGE(WS-DUN-X) = 3
                GO TO STEP-ONE-EXIT.
           IF WS-TODAY < WS-DUN-NEXT(WS-DUN-X)
                GO TO STEP-ONE-EXIT.
           ADD 1 TO WS-DUN-STAGE(WS-DUN-X).
           MOVE WS-TODAY TO WS-DUN-STAGE-DATE(WS-DUN-X).
           MOVE WS-TODAY TO WS-WD-DATE.
           IF WS-DUN-STAGE(WS-DUN-X) = 1
                MOVE WS-SECOND-DAYS TO WS-WD-DAYS
                PERFORM WORKDAY-ADD-PARA
                MOVE WS-WD-DATE TO WS-DUN-NEXT(WS-DUN-X).
           IF WS-DUN-STAGE(WS-DUN-X) = 2
                MOVE WS-FINAL-DAYS TO WS-WD-DAYS
                PERFORM WORKDAY-ADD-PARA
                MOVE WS-WD-DATE TO WS-DUN-NEXT(WS-DUN-X).
           IF WS-DUN-STAGE(WS-DUN-X) = 3
                MOVE ZERO TO WS-DUN-NEXT(WS-DUN-X)
                MOVE "Y" TO WS-DUN-HOLD(WS-DUN-X)
                ADD 1 TO WS-FINAL-COUNT.
           MOVE WS-DUN-STAGE(WS-DUN-X) TO WS-STAGE-SUB.
           PERFORM PRINT-NOTICE-PARA THRU PRINT-NOTICE-EXIT.
       STEP-ONE-EXIT.
           EXIT.
       ADD-DUN-PARA.
           IF WS-DUN-TOTAL NOT < 5000
                DISPLAY "DUNNING TABLE FULL - ROLL NO ",
                     WS-BAL-RNO(WS-BAL-IDX), " NOT ADDED"
                GO TO ADD-DUN-EXIT.
           ADD 1 TO WS-DUN-TOTAL.
           SET WS-DUN-X TO WS-DUN-TOTAL.
           MOVE WS-BAL-RNO(WS-BAL-IDX) TO WS-DUN-RNO(WS-DUN-X).
           MOVE ZERO TO WS-DUN-STAGE(WS-DUN-X).
           MOVE WS-TODAY TO WS-DUN-FIRST(WS-DUN-X).
           MOVE ZERO TO WS-DUN-STAGE-DATE(WS-DUN-X).
           MOVE WS-TODAY TO WS-WD-DATE.
           MOVE WS-FIRST-DAYS TO WS-WD-DAYS.
           PERFORM WORKDAY-ADD-PARA.
           MOVE WS-WD-DATE TO WS-DUN-NEXT(WS-DUN-X).
           MOVE SPACE TO WS-DUN-HOLD(WS-DUN-X).
           MOVE SPACES TO WS-DUN-RELEASE-BY(WS-DUN-X).
           MOVE ZERO TO WS-DUN-RELEASE-DATE(WS-DUN-X).
           MOVE "Y" TO WS-DUN-FOUND-SW.
           MOVE WS-DUN-TOTAL TO WS-DUN-FOUND-X.
       ADD-DUN-EXIT.
           EXIT.
       FIND-DUN-PARA.
           MOVE "N" TO WS-DUN-FOUND-SW.
           PERFORM CHECK-ONE-DUN-PARA
                VARYING WS-DUN-IDX FROM 1 BY 1
                UNTIL WS-DUN-IDX > WS-DUN-TOTAL
                OR WS-DUN-FOUND.
       CHECK-ONE-DUN-PARA.
           IF WS-DUN-RNO(WS-DUN-IDX) = WS-BAL-RNO(WS-BAL-IDX)
                MOVE "Y" TO WS-DUN-FOUND-SW
                MOVE WS-DUN-IDX TO WS-DUN-FOUND-X.
       PRINT-NOTICE-PARA.
           MOVE WS-DUN-RNO(WS-DUN-X) TO RNO.
           READ STUDENT KEY IS RNO
                INVALID KEY
                     DISPLAY "ROLL NO ", RNO,
                          " NOT ON MASTER - NOTICE NOT PRINTED"
                     GO TO PRINT-NOTICE-EXIT.
           ADD 1 TO WS-NOTICE-COUNT.
           PERFORM WRITE-PAGE-PARA.
           MOVE LT-HEAD-1 TO LETTER-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE WS-STAGE-TITLE(WS-STAGE-SUB) TO LT-TITLE.
           MOVE LT-TITLE-LINE TO LETTER-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE WS-TODAY TO LD-DATE.
           MOVE LT-DATE-LINE TO LETTER-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM NAME-GUARDIAN-PARA THRU NAME-GUARDIAN-EXIT.
           MOVE LT-ADDR-1 TO LETTER-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE STUDENT-ADDRESS TO LA-ADDRESS.
           MOVE LT-ADDR-2 TO LETTER-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE BLANK-LINE TO LETTER-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE NAME TO LA-STUDENT.
           MOVE RNO TO LA-RNO.
           MOVE LT-RE-LINE TO LETTER-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE BLANK-LINE TO LETTER-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE LT-BODY-1 TO LETTER-LINE.
           PERFORM WRITE-LINE-PARA.
           IF WS-STAGE-SUB = 1
                MOVE LT-REMIND-1 TO LETTER-LINE
                PERFORM WRITE-LINE-PARA
                MOVE LT-REMIND-2 TO LETTER-LINE
                PERFORM WRITE-LINE-PARA.
           IF WS-STAGE-SUB = 2
                MOVE LT-SECOND-1 TO LETTER-LINE
                PERFORM WRITE-LINE-PARA
                MOVE LT-SECOND-2 TO LETTER-LINE
                PERFORM WRITE-LINE-PARA.
           IF WS-STAGE-SUB = 3
                MOVE LT-FINAL-1 TO LETTER-LINE
                PERFORM WRITE-LINE-PARA
                MOVE LT-FINAL-2 TO LETTER-LINE
                PERFORM WRITE-LINE-PARA.
           MOVE BLANK-LINE TO LETTER-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE WS-DUN-BALANCE(WS-DUN-X) TO LA-AMOUNT.
           MOVE LT-AMOUNT-LINE TO LETTER-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE WS-DUN-BALANCE(WS-DUN-X) TO WS-WORDS-AMOUNT.
           PERFORM AMOUNT-WORDS-PARA.
           PERFORM WRITE-WORDS-PARA
                VARYING WS-WORDS-IDX FROM 1 BY 1
                UNTIL WS-WORDS-IDX > WS-WORDS-LINES.
           MOVE BLANK-LINE TO LETTER-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE LT-PAY-1 TO LETTER-LINE.
           PERFORM WRITE-LINE-PARA.
           IF WS-STAGE-SUB = 3
                MOVE LT-HOLD-1 TO LETTER-LINE
                PERFORM WRITE-LINE-PARA
                MOVE LT-HOLD-2 TO LETTER-LINE
                PERFORM WRITE-LINE-PARA.
           MOVE LT-IGNORE-1 TO LETTER-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE BLANK-LINE TO LETTER-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE LT-SIGN-1 TO LETTER-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE LT-SIGN-2 TO LETTER-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM WRITE-PAGE-PARA.
           MOVE RNO TO CM-RNO.
           MOVE "LETTER" TO CM-CHANNEL.
           MOVE WS-STAGE-DOC(WS-STAGE-SUB) TO CM-DOC-TYPE.
           MOVE "S" TO CM-STATUS.
           PERFORM LOG-COMM-PARA.
       PRINT-NOTICE-EXIT.
           EXIT.
       NAME-GUARDIAN-PARA.
           MOVE "THE GUARDIAN" TO LA-GUARDIAN.
           IF NOT WS-GUARDIAN-OPEN OR GUARDIAN-ID = ZERO
                GO TO NAME-GUARDIAN-EXIT.
           MOVE GUARDIAN-ID TO GD-ID.
           READ GUARDIAN-MASTER KEY IS GD-ID
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE GD-NAME TO LA-GUARDIAN.
       NAME-GUARDIAN-EXIT.
           EXIT.
       LOAD-DUNNING-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT DUNNING-STATUS.
           IF DUNNING-STATUS-STATUS NOT = "00"
                GO TO LOAD-DUNNING-EXIT.
           PERFORM LOAD-ONE-DUN-PARA UNTIL WS-EOF.
           CLOSE DUNNING-STATUS.
       LOAD-DUNNING-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-DUN-PARA.
           READ DUNNING-STATUS
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-DUN-TOTAL < 5000
                          ADD 1 TO WS-DUN-TOTAL
                          SET WS-DUN-X TO WS-DUN-TOTAL
                          MOVE DN-RNO TO WS-DUN-RNO(WS-DUN-X)
                          MOVE DN-STAGE TO WS-DUN-STAGE(WS-DUN-X)
                          MOVE DN-FIRST-DATE TO
                               WS-DUN-FIRST(WS-DUN-X)
                          MOVE DN-STAGE-DATE TO
                               WS-DUN-STAGE-DATE(WS-DUN-X)
                          MOVE DN-NEXT-DATE TO WS-DUN-NEXT(WS-DUN-X)
                          MOVE DN-BALANCE TO
                               WS-DUN-BALANCE(WS-DUN-X)
                          MOVE DN-HOLD TO WS-DUN-HOLD(WS-DUN-X)
                          MOVE DN-RELEASE-BY TO
                               WS-DUN-RELEASE-BY(WS-DUN-X)
                          MOVE DN-RELEASE-DATE TO
                               WS-DUN-RELEASE-DATE(WS-DUN-X)
                          MOVE "N" TO WS-DUN-KEEP(WS-DUN-X)
                     ELSE
                          DISPLAY "MORE THAN 5000 ROLLS ON THE ",
                               "DUNNING LADDER - RUN ABANDONED"
                          MOVE 08 TO WS-RETURN-CODE
                          MOVE "TOO MANY DUNNING ROWS TO LOAD" TO
                               WS-ERROR-MESSAGE
                          MOVE "Y" TO WS-EOF-SW.
       SAVE-ONE-PARA.
           IF WS-DUN-KEEP(WS-DUN-IDX) NOT = "Y"
                ADD 1 TO WS-CLEARED-COUNT
                DISPLAY "ROLL NO ", WS-DUN-RNO(WS-DUN-IDX),
                     " CLEARED - OFF THE DUNNING LADDER"
           ELSE
                MOVE WS-DUN-RNO(WS-DUN-IDX) TO DN-RNO
                MOVE WS-DUN-STAGE(WS-DUN-IDX) TO DN-STAGE
                MOVE WS-DUN-FIRST(WS-DUN-IDX) TO DN-FIRST-DATE
                MOVE WS-DUN-STAGE-DATE(WS-DUN-IDX) TO DN-STAGE-DATE
                MOVE WS-DUN-NEXT(WS-DUN-IDX) TO DN-NEXT-DATE
                MOVE WS-DUN-BALANCE(WS-DUN-IDX) TO DN-BALANCE
                MOVE WS-DUN-HOLD(WS-DUN-IDX) TO DN-HOLD
                MOVE WS-DUN-RELEASE-BY(WS-DUN-IDX) TO DN-RELEASE-BY
                MOVE WS-DUN-RELEASE-DATE(WS-DUN-IDX) TO
                     DN-RELEASE-DATE
                WRITE DUNNING-REC.
       WRITE-WORDS-PARA.
           MOVE WS-AMOUNT-WORDS-LINE(WS-WORDS-IDX) TO LETTER-LINE.
           PERFORM WRITE-LINE-PARA.
       WRITE-LINE-PARA.
           DISPLAY LETTER-LINE.
           WRITE LETTER-LINE.
       WRITE-PAGE-PARA.
           MOVE PAGE-LINE TO LETTER-LINE.
           PERFORM WRITE-LINE-PARA.
       LOG-COMM-PARA.
           OPEN EXTEND COMM-REGISTER.
           IF COMM-REGISTER-STATUS = "35"
                OPEN OUTPUT COMM-REGISTER.
           ACCEPT CM-DATE FROM DATE YYYYMMDD.
           ACCEPT CM-TIME FROM TIME.
           WRITE COMM-REGISTER-REC.
           CLOSE COMM-REGISTER.
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
           MOVE WS-BAL-TOTAL TO RL-READ-COUNT.
           MOVE WS-NOTICE-COUNT TO RL-UPDATE-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "FEE-DUNNING" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
       COPY AMTWORD.
       COPY WORKCALC.
