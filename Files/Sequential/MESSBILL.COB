       IDENTIFICATION DIVISION.
       PROGRAM-ID. MESS-BILLING.
      *    MONTHLY MESS CHARGE FOR EVERY BOARDER WITH AN OPEN HOSTEL
      *    ALLOCATION. A BOARDER IS CHARGED THEIR MEAL PLAN'S DAILY
      *    RATE FOR EACH DAY OF THE MONTH IN RESIDENCE, LESS THE
      *    DAYS THEY WERE AWAY ON APPROVED LEAVE OR OUT ON A GATE
      *    PASS (THE WHOLE DAYS BETWEEN SIGNING OUT AND COMING
      *    BACK). THE NET FIGURE IS POSTED TO FEELEDG.DAT UNDER FEE
      *    CODE MESS, DATED THE LAST DAY OF THE MONTH BILLED, WITH
      *    ANY CONCESSION APPLIED AS HOSTEL-FEES DOES. ONLY A
      *    COMPLETED MONTH MAY BE BILLED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT HOSTEL-ALLOC ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HOSTEL-ALLOC-STATUS.
           SELECT MEAL-PLAN ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MEAL-PLAN-STATUS.
           SELECT MESS-ASSIGN ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MESS-ASSIGN-STATUS.
           SELECT APPROVED-LEAVE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS APPROVED-LEAVE-STATUS.
           SELECT OUTING-PASS ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS OUTING-PASS-STATUS.
           SELECT CONCESSION-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CONCESSION-MASTER-STATUS.
           SELECT FEE-LEDGER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FEE-LEDGER-STATUS.
           SELECT BILL-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BILL-PRINT-STATUS.
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
       FD HOSTEL-ALLOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "HOSTALOC.DAT"
           DATA RECORD IS HOSTEL-ALLOC-REC.
       COPY HOSTALOC.
       FD MEAL-PLAN
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "MEALPLAN.DAT"
           DATA RECORD IS MEAL-PLAN-REC.
       COPY MEALPLAN.
       FD MESS-ASSIGN
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "MESSASGN.DAT"
           DATA RECORD IS MESS-ASSIGN-REC.
       COPY MESSASGN.
       FD APPROVED-LEAVE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "APPLEAVE.DAT"
           DATA RECORD IS APPROVED-LEAVE-REC.
       COPY APPLEAVE.
       FD OUTING-PASS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "OUTPASS.DAT"
           DATA RECORD IS OUTING-PASS-REC.
       COPY OUTPASS.
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
       FD BILL-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "MESSBILL.DAT"
           DATA RECORD IS BILL-LINE.
       01 BILL-LINE PIC X(79).
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
       77 HOSTEL-ALLOC-STATUS PIC XX.
       77 MEAL-PLAN-STATUS PIC XX.
       77 MESS-ASSIGN-STATUS PIC XX.
       77 APPROVED-LEAVE-STATUS PIC XX.
       77 OUTING-PASS-STATUS PIC XX.
       77 CONCESSION-MASTER-STATUS PIC XX.
       77 FEE-LEDGER-STATUS PIC XX.
       77 BILL-PRINT-STATUS PIC XX.
       77 HOLIDAY-FILE-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-TODAY PIC 9(8).
       77 WS-FEE-CODE PIC X(4) VALUE "MESS".
       01 WS-BILL-MONTH.
        02 WS-BILL-YYYY PIC 9(4).
        02 WS-BILL-MM PIC 9(2).
       77 WS-MONTH-START PIC 9(8).
       77 WS-MONTH-END PIC 9(8).
       77 WS-MONTH-DAYS PIC 9(2).
       COPY WORKDAY.
      *    ONE BYTE PER DAY OF THE MONTH BILLED FOR THE BOARDER IN
      *    HAND: R = IN RESIDENCE, A = IN RESIDENCE BUT AWAY.
       01 WS-DAY-TABLE.
        02 WS-DAY-FLAG PIC X OCCURS 31 TIMES.
       77 WS-DAY-IDX PIC 9(2) COMP.
       77 WS-FIRST-DD PIC 9(2).
       77 WS-LAST-DD PIC 9(2).
       77 WS-AWAY-FROM PIC 9(8).
       77 WS-AWAY-TO PIC 9(8).
       77 WS-RES-DAYS PIC 9(3).
       77 WS-AWAY-DAYS PIC 9(3).
       77 WS-BILL-DAYS PIC 9(3).
       77 WS-GROSS-AMOUNT PIC 9(5)V99.
       77 WS-CONC-AMOUNT PIC 9(5)V99.
       77 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       77 WS-CHARGE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-NIL-COUNT PIC 9(5) VALUE ZERO.
       77 WS-NOPLAN-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ALREADY-COUNT PIC 9(5) VALUE ZERO.
       77 WS-CHARGE-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 WS-REBATE-TOTAL PIC 9(5) VALUE ZERO.
       77 WS-MP-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-MP-IDX PIC 9(3) COMP.
       77 WS-MP-FOUND-SW PIC X.
           88 WS-MP-FOUND VALUE "Y".
       77 WS-MP-FOUND-X PIC 9(3) COMP.
       01 WS-MP-TABLE.
        02 WS-MP-ENTRY OCCURS 1 TO 50 TIMES
                DEPENDING ON WS-MP-TOTAL
                INDEXED BY WS-MP-X.
         03 WS-MP-CODE PIC X(4).
         03 WS-MP-RATE PIC 9(3)V99.
       77 WS-MA-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-MA-IDX PIC 9(4) COMP.
       77 WS-MA-FOUND-SW PIC X.
           88 WS-MA-FOUND VALUE "Y".
       77 WS-MA-FOUND-X PIC 9(4) COMP.
       01 WS-MA-TABLE.
        02 WS-MA-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON WS-MA-TOTAL
                INDEXED BY WS-MA-X.
         03 WS-MA-RNO PIC 9(5).
         03 WS-MA-PLAN PIC X(4).
       77 WS-LV-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-LV-IDX PIC 9(4) COMP.
       01 WS-LV-TABLE.
        02 WS-LV-ENTRY OCCURS 1 TO 1000 TIMES
                DEPENDING ON WS-LV-TOTAL
                INDEXED BY WS-LV-X.
         03 WS-LV-RNO PIC 9(5).
         03 WS-LV-FROM PIC 9(8).
         03 WS-LV-TO PIC 9(8).
       77 WS-OT-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-OT-IDX PIC 9(4) COMP.
       01 WS-OT-TABLE.
        02 WS-OT-ENTRY OCCURS 1 TO 1000 TIMES
                DEPENDING ON WS-OT-TOTAL
                INDEXED BY WS-OT-X.
         03 WS-OT-RNO PIC 9(5).
         03 WS-OT-OUT PIC 9(8).
         03 WS-OT-BACK PIC 9(8).
       77 WS-CONC-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-CONC-IDX PIC 9(4) COMP.
       77 WS-CONC-FOUND-SW PIC X.
           88 WS-CONC-FOUND VALUE "Y".
       77 WS-CONC-FOUND-X PIC 9(4) COMP.
       01 WS-CONC-TABLE.
        02 WS-CONC-ENTRY OCCURS 2000 TIMES
                DEPENDING ON WS-CONC-TOTAL
                INDEXED BY WS-CONC-X.
         03 WS-CONC-RNO PIC 9(5).
         03 WS-CONC-CODE PIC X(4).
         03 WS-CONC-TYPE PIC X.
         03 WS-CONC-VALUE PIC 9(5)V99.
         03 WS-CONC-REF PIC X(10).
         03 WS-CONC-FROM PIC 9(8).
         03 WS-CONC-TO PIC 9(8).
       77 WS-CHGD-PICK PIC 9(5).
       77 WS-CHGD-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-CHGD-IDX PIC 9(4) COMP.
       77 WS-CHGD-FOUND-SW PIC X.
           88 WS-CHGD-FOUND VALUE "Y".
       77 WS-CHGD-OVER-SW PIC X VALUE "N".
           88 WS-CHGD-OVER VALUE "Y".
       01 WS-CHGD-TABLE.
        02 WS-CHGD-RNO PIC 9(5) OCCURS 2000 TIMES
                DEPENDING ON WS-CHGD-TOTAL
                INDEXED BY WS-CHGD-X.
       01 MB-HEAD-1.
        02 FILLER PIC X(27) VALUE "MESS CHARGES FOR THE MONTH ".
        02 MH-MONTH PIC 9(6).
       01 MB-HEAD-2.
        02 FILLER PIC X(40) VALUE
           " ROLL HOST ROOM  PLAN  RES AWAY BILL PER".
        02 FILLER PIC X(39) VALUE
           " DAY    GROSS    CONCESS        NET".
       01 MB-DETAIL-LINE.
        02 MD-RNO PIC 9(5).
        02 FILLER PIC X VALUE SPACE.
        02 MD-HOSTEL PIC X(4).
        02 FILLER PIC X VALUE SPACE.
        02 MD-ROOM PIC X(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 MD-PLAN PIC X(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 MD-RES PIC ZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 MD-AWAY PIC ZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 MD-BILL PIC ZZ9.
        02 FILLER PIC X VALUE SPACE.
        02 MD-RATE PIC ZZ9.99.
        02 FILLER PIC X VALUE SPACE.
        02 MD-GROSS PIC ZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 MD-CONC PIC ZZ,ZZ9.99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 MD-NET PIC ZZ,ZZ9.99.
       01 MB-NOTE-LINE.
        02 MN-RNO PIC 9(5).
        02 FILLER PIC X VALUE SPACE.
        02 MN-HOSTEL PIC X(4).
        02 FILLER PIC X VALUE SPACE.
        02 MN-ROOM PIC X(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 MN-TEXT PIC X(50).
       01 MB-TOTAL-LINE.
        02 MT-TEXT PIC X(30).
        02 MT-COUNT PIC ZZZZ9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 MT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
       01 DASH-LINE PIC X(79) VALUE ALL "-".
       COPY AMTFMT.
       COPY RETCODE.
       PROCEDURE DIVISION.
       LOAD-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "ENTER THE MONTH TO BILL (YYYYMM): ".
           ACCEPT WS-BILL-MONTH.
           IF WS-BILL-MONTH NOT NUMERIC
                OR WS-BILL-MM < 01 OR WS-BILL-MM > 12
                OR WS-BILL-MONTH NOT < WS-TODAY(1:6)
                DISPLAY "A COMPLETED MONTH IS REQUIRED - ",
                     "NO CHARGES RAISED"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "INVALID BILLING MONTH" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           MOVE WS-BILL-YYYY TO WS-WD-YYYY.
           MOVE WS-BILL-MM TO WS-WD-MM.
           MOVE 01 TO WS-WD-DD.
           PERFORM WORKDAY-MONTH-DAYS-PARA.
           MOVE WS-WD-MONTH-DAYS TO WS-MONTH-DAYS.
           COMPUTE WS-MONTH-START = WS-BILL-YYYY * 10000
                + WS-BILL-MM * 100 + 1.
           COMPUTE WS-MONTH-END = WS-BILL-YYYY * 10000
                + WS-BILL-MM * 100 + WS-MONTH-DAYS.
           PERFORM LOAD-CHARGED-PARA THRU LOAD-CHARGED-EXIT.
           IF WS-CHGD-OVER
                DISPLAY "MORE THAN 2000 ROLLS ALREADY CHARGED - ",
                     "RUN ABANDONED"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "TOO MANY CHARGED ROLLS TO LOAD" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-PLANS-PARA THRU LOAD-PLANS-EXIT.
           IF WS-MP-TOTAL = ZERO
                DISPLAY "NO MEAL PLANS ON FILE - NO CHARGES RAISED"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "NO MEAL PLANS ON FILE" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-ASSIGNS-PARA THRU LOAD-ASSIGNS-EXIT.
           PERFORM LOAD-LEAVES-PARA THRU LOAD-LEAVES-EXIT.
           PERFORM LOAD-OUTINGS-PARA THRU LOAD-OUTINGS-EXIT.
           PERFORM LOAD-CONCESSIONS-PARA THRU LOAD-CONCESSIONS-EXIT.
       CHARGE-PARA.
           OPEN INPUT HOSTEL-ALLOC.
           IF HOSTEL-ALLOC-STATUS NOT = "00"
                DISPLAY "NO HOSTEL ALLOCATIONS ON FILE"
                MOVE 04 TO WS-RETURN-CODE
                MOVE "NO HOSTEL ALLOCATIONS ON FILE" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
           OPEN EXTEND FEE-LEDGER.
           IF FEE-LEDGER-STATUS = "35"
                OPEN OUTPUT FEE-LEDGER.
           OPEN OUTPUT BILL-PRINT.
           MOVE WS-BILL-MONTH TO MH-MONTH.
           MOVE MB-HEAD-1 TO BILL-LINE.
           PERFORM WRITE-BILL-LINE-PARA.
           MOVE MB-HEAD-2 TO BILL-LINE.
           PERFORM WRITE-BILL-LINE-PARA.
           MOVE DASH-LINE TO BILL-LINE.
           PERFORM WRITE-BILL-LINE-PARA.
           PERFORM CHARGE-ONE-PARA UNTIL WS-EOF.
           CLOSE HOSTEL-ALLOC.
           CLOSE FEE-LEDGER.
           MOVE DASH-LINE TO BILL-LINE.
           PERFORM WRITE-BILL-LINE-PARA.
           MOVE "MESS CHARGES RAISED:" TO MT-TEXT.
           MOVE WS-CHARGE-COUNT TO MT-COUNT.
           MOVE WS-CHARGE-TOTAL TO MT-AMOUNT.
           MOVE MB-TOTAL-LINE TO BILL-LINE.
           PERFORM WRITE-BILL-LINE-PARA.
           MOVE SPACES TO MB-TOTAL-LINE.
           MOVE "DAYS REBATED FOR ABSENCE:" TO MT-TEXT.
           MOVE WS-REBATE-TOTAL TO MT-COUNT.
           MOVE MB-TOTAL-LINE TO BILL-LINE.
           PERFORM WRITE-BILL-LINE-PARA.
           CLOSE BILL-PRINT.
           MOVE WS-CHARGE-TOTAL TO WS-AMOUNT-PLAIN.
           DISPLAY "MESS CHARGES RAISED: ", WS-CHARGE-COUNT,
                "  TOTAL ", WS-AMOUNT-PLAIN.
           IF WS-ALREADY-COUNT > ZERO
                DISPLAY "ALREADY CHARGED FOR THIS MONTH - SKIPPED: ",
                     WS-ALREADY-COUNT.
           IF WS-NIL-COUNT > ZERO
                DISPLAY "AWAY ALL MONTH - NOTHING TO CHARGE: ",
                     WS-NIL-COUNT.
           IF WS-NOPLAN-COUNT > ZERO
                DISPLAY "BOARDERS WITH NO MEAL PLAN: ",
                     WS-NOPLAN-COUNT
                MOVE 04 TO WS-RETURN-CODE
                MOVE "SOME BOARDERS HAVE NO MEAL PLAN" TO
                     WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       CHARGE-ONE-PARA.
           READ HOSTEL-ALLOC
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM CHARGE-ONE-BOARDER-PARA THRU
                     CHARGE-ONE-BOARDER-EXIT.
       CHARGE-ONE-BOARDER-PARA.
      *    ONLY OPEN (OCCUPIED) SPELLS THAT BEGAN BY THE END OF THE
      *    MONTH ARE CHARGED.
           IF NOT HA-OCCUPIED OR HA-FROM-DATE > WS-MONTH-END
                GO TO CHARGE-ONE-BOARDER-EXIT.
           ADD 1 TO WS-READ-COUNT.
           MOVE HA-RNO TO MN-RNO.
           MOVE HA-HOSTEL TO MN-HOSTEL.
           MOVE HA-ROOM TO MN-ROOM.
           MOVE HA-RNO TO WS-CHGD-PICK.
           PERFORM FIND-CHARGED-PARA.
           IF WS-CHGD-FOUND
                ADD 1 TO WS-ALREADY-COUNT
                MOVE "ALREADY CHARGED FOR THIS MONTH - SKIPPED" TO
                     MN-TEXT
                MOVE MB-NOTE-LINE TO BILL-LINE
                PERFORM WRITE-BILL-LINE-PARA
                GO TO CHARGE-ONE-BOARDER-EXIT.
           PERFORM FIND-ASSIGN-PARA.
           IF WS-MA-FOUND
                PERFORM FIND-PLAN-PARA.
           IF NOT WS-MA-FOUND OR NOT WS-MP-FOUND
                ADD 1 TO WS-NOPLAN-COUNT
                MOVE "NO MEAL PLAN ASSIGNED - NOT CHARGED" TO MN-TEXT
                MOVE MB-NOTE-LINE TO BILL-LINE
                PERFORM WRITE-BILL-LINE-PARA
                GO TO CHARGE-ONE-BOARDER-EXIT.
           PERFORM COUNT-DAYS-PARA.
           ADD WS-AWAY-DAYS TO WS-REBATE-TOTAL.
           COMPUTE WS-BILL-DAYS = WS-RES-DAYS - WS-AWAY-DAYS.
           IF WS-BILL-DAYS = ZERO
                ADD 1 TO WS-NIL-COUNT
                MOVE "AWAY ALL MONTH - NOTHING TO CHARGE" TO MN-TEXT
                MOVE MB-NOTE-LINE TO BILL-LINE
                PERFORM WRITE-BILL-LINE-PARA
                GO TO CHARGE-ONE-BOARDER-EXIT.
           MOVE HA-RNO TO FL-RNO.
           MOVE WS-MONTH-END TO FL-DATE.
           MOVE "C" TO FL-TYPE.
           MOVE WS-FEE-CODE TO FL-CODE.
           COMPUTE WS-GROSS-AMOUNT =
                WS-MP-RATE(WS-MP-FOUND-X) * WS-BILL-DAYS.
           PERFORM APPLY-CONCESSION-PARA THRU APPLY-CONCESSION-EXIT.
           MOVE WS-GROSS-AMOUNT TO FL-GROSS-AMOUNT.
           MOVE WS-CONC-AMOUNT TO FL-CONCESSION.
           COMPUTE FL-AMOUNT = WS-GROSS-AMOUNT - WS-CONC-AMOUNT.
           MOVE ZERO TO FL-RECEIPT-NO.
           MOVE ZERO TO FL-VOUCHER-NO.
           MOVE SPACE TO FL-PAY-MODE.
           MOVE "N" TO FL-RECON-SW.
           WRITE FEE-LEDGER-REC.
           ADD 1 TO WS-CHARGE-COUNT.
           ADD FL-AMOUNT TO WS-CHARGE-TOTAL.
           PERFORM NOTE-CHARGED-PARA THRU NOTE-CHARGED-EXIT.
           MOVE HA-RNO TO MD-RNO.
           MOVE HA-HOSTEL TO MD-HOSTEL.
           MOVE HA-ROOM TO MD-ROOM.
           MOVE WS-MP-CODE(WS-MP-FOUND-X) TO MD-PLAN.
           MOVE WS-RES-DAYS TO MD-RES.
           MOVE WS-AWAY-DAYS TO MD-AWAY.
           MOVE WS-BILL-DAYS TO MD-BILL.
           MOVE WS-MP-RATE(WS-MP-FOUND-X) TO MD-RATE.
           MOVE WS-GROSS-AMOUNT TO MD-GROSS.
           MOVE WS-CONC-AMOUNT TO MD-CONC.
           MOVE FL-AMOUNT TO MD-NET.
           MOVE MB-DETAIL-LINE TO BILL-LINE.
           PERFORM WRITE-BILL-LINE-PARA.
       CHARGE-ONE-BOARDER-EXIT.
           EXIT.
      *    RESIDENCE RUNS FROM THE LATER OF THE ALLOCATION DATE AND
      *    THE FIRST OF THE MONTH TO THE MONTH END. EVERY APPROVED
      *    ABSENCE THEN MARKS ITS DAYS AWAY, SO OVERLAPPING LEAVES
      *    ARE NEVER REBATED TWICE.
       COUNT-DAYS-PARA.
           MOVE SPACES TO WS-DAY-TABLE.
           IF HA-FROM-DATE > WS-MONTH-START
                MOVE HA-FROM-DATE(7:2) TO WS-FIRST-DD
           ELSE
                MOVE 1 TO WS-FIRST-DD.
           PERFORM MARK-RESIDENT-PARA
                VARYING WS-DAY-IDX FROM WS-FIRST-DD BY 1
                UNTIL WS-DAY-IDX > WS-MONTH-DAYS.
           PERFORM MARK-ONE-LEAVE-PARA
                VARYING WS-LV-IDX FROM 1 BY 1
                UNTIL WS-LV-IDX > WS-LV-TOTAL.
           PERFORM MARK-ONE-OUTING-PARA
                VARYING WS-OT-IDX FROM 1 BY 1
                UNTIL WS-OT-IDX > WS-OT-TOTAL.
           MOVE ZERO TO WS-RES-DAYS.
           MOVE ZERO TO WS-AWAY-DAYS.
           PERFORM COUNT-ONE-DAY-PARA
                VARYING WS-DAY-IDX FROM 1 BY 1
                UNTIL WS-DAY-IDX > WS-MONTH-DAYS.
       MARK-RESIDENT-PARA.
           MOVE "R" TO WS-DAY-FLAG(WS-DAY-IDX).
       MARK-ONE-LEAVE-PARA.
           IF WS-LV-RNO(WS-LV-IDX) = HA-RNO
                MOVE WS-LV-FROM(WS-LV-IDX) TO WS-AWAY-FROM
                MOVE WS-LV-TO(WS-LV-IDX) TO WS-AWAY-TO
                PERFORM MARK-AWAY-PARA THRU MARK-AWAY-EXIT.
      *    WS-AWAY-FROM TO WS-AWAY-TO IS CLIPPED TO THE MONTH AND
      *    EVERY RESIDENT DAY INSIDE IT IS MARKED AWAY.
       MARK-AWAY-PARA.
           IF WS-AWAY-FROM > WS-MONTH-END
                OR WS-AWAY-TO < WS-MONTH-START
                GO TO MARK-AWAY-EXIT.
           IF WS-AWAY-FROM < WS-MONTH-START
                MOVE 1 TO WS-FIRST-DD
           ELSE
                MOVE WS-AWAY-FROM(7:2) TO WS-FIRST-DD.
           IF WS-AWAY-TO > WS-MONTH-END
                MOVE WS-MONTH-DAYS TO WS-LAST-DD
           ELSE
                MOVE WS-AWAY-TO(7:2) TO WS-LAST-DD.
           PERFORM MARK-AWAY-DAY-PARA
                VARYING WS-DAY-IDX FROM WS-FIRST-DD BY 1
                UNTIL WS-DAY-IDX > WS-LAST-DD.
       MARK-AWAY-EXIT.
           EXIT.
       MARK-ONE-OUTING-PARA.
           IF WS-OT-RNO(WS-OT-IDX) = HA-RNO
                MOVE WS-OT-OUT(WS-OT-IDX) TO WS-AWAY-FROM
                MOVE WS-OT-BACK(WS-OT-IDX) TO WS-AWAY-TO
                PERFORM MARK-OUTING-PARA THRU MARK-OUTING-EXIT.
      *    AN OUTING IS MARKED AWAY ONLY FOR THE DAYS STRICTLY
      *    BETWEEN THE DAY OUT AND THE DAY BACK; THE BOARDER EATS
      *    IN THE MESS ON BOTH OF THOSE.
       MARK-OUTING-PARA.
           IF WS-AWAY-FROM NOT < WS-MONTH-END
                OR WS-AWAY-TO NOT > WS-MONTH-START
                GO TO MARK-OUTING-EXIT.
           IF WS-AWAY-FROM < WS-MONTH-START
                MOVE 1 TO WS-FIRST-DD
           ELSE
                MOVE WS-AWAY-FROM(7:2) TO WS-FIRST-DD
                ADD 1 TO WS-FIRST-DD.
           IF WS-AWAY-TO > WS-MONTH-END
                MOVE WS-MONTH-DAYS TO WS-LAST-DD
           ELSE
                MOVE WS-AWAY-TO(7:2) TO WS-LAST-DD
                SUBTRACT 1 FROM WS-LAST-DD.
           PERFORM MARK-AWAY-DAY-PARA
                VARYING WS-DAY-IDX FROM WS-FIRST-DD BY 1
                UNTIL WS-DAY-IDX > WS-LAST-DD.
       MARK-OUTING-EXIT.
           EXIT.
       MARK-AWAY-DAY-PARA.
           IF WS-DAY-FLAG(WS-DAY-IDX) = "R"
                MOVE "A" TO WS-DAY-FLAG(WS-DAY-IDX).
       COUNT-ONE-DAY-PARA.
           IF WS-DAY-FLAG(WS-DAY-IDX) = "R"
                ADD 1 TO WS-RES-DAYS.
           IF WS-DAY-FLAG(WS-DAY-IDX) = "A"
                ADD 1 TO WS-RES-DAYS
                ADD 1 TO WS-AWAY-DAYS.
       FIND-ASSIGN-PARA.
           MOVE "N" TO WS-MA-FOUND-SW.
           PERFORM CHECK-ONE-ASSIGN-PARA
                VARYING WS-MA-IDX FROM 1 BY 1
                UNTIL WS-MA-IDX > WS-MA-TOTAL
                OR WS-MA-FOUND.
       CHECK-ONE-ASSIGN-PARA.
           IF WS-MA-RNO(WS-MA-IDX) = HA-RNO
                MOVE "Y" TO WS-MA-FOUND-SW
                MOVE WS-MA-IDX TO WS-MA-FOUND-X.
       FIND-PLAN-PARA.
           MOVE "N" TO WS-MP-FOUND-SW.
           PERFORM CHECK-ONE-PLAN-PARA
                VARYING WS-MP-IDX FROM 1 BY 1
                UNTIL WS-MP-IDX > WS-MP-TOTAL
                OR WS-MP-FOUND.
       CHECK-ONE-PLAN-PARA.
           IF WS-MP-CODE(WS-MP-IDX) = WS-MA-PLAN(WS-MA-FOUND-X)
                MOVE "Y" TO WS-MP-FOUND-SW
                MOVE WS-MP-IDX TO WS-MP-FOUND-X.
      *    A CONCESSION APPLIES WHEN THE ROLL AND FEE CODE MATCH
      *    AND THE POSTING DATE FALLS INSIDE THE VALIDITY WINDOW.
       APPLY-CONCESSION-PARA.
           MOVE ZERO TO WS-CONC-AMOUNT.
           MOVE SPACES TO FL-CONC-REF.
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
           MOVE WS-CONC-REF(WS-CONC-FOUND-X) TO FL-CONC-REF.
       APPLY-CONCESSION-EXIT.
           EXIT.
       CHECK-ONE-CONC-PARA.
           IF WS-CONC-RNO(WS-CONC-IDX) = HA-RNO
                AND WS-CONC-CODE(WS-CONC-IDX) = WS-FEE-CODE
                AND FL-DATE >= WS-CONC-FROM(WS-CONC-IDX)
                AND FL-DATE <= WS-CONC-TO(WS-CONC-IDX)
                MOVE "Y" TO WS-CONC-FOUND-SW
                MOVE WS-CONC-IDX TO WS-CONC-FOUND-X.
       LOAD-PLANS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT MEAL-PLAN.
           IF MEAL-PLAN-STATUS NOT = "00"
                GO TO LOAD-PLANS-EXIT.
           PERFORM LOAD-ONE-PLAN-PARA UNTIL WS-EOF.
           CLOSE MEAL-PLAN.
       LOAD-PLANS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-PLAN-PARA.
           READ MEAL-PLAN
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-MP-TOTAL < 50
                          ADD 1 TO WS-MP-TOTAL
                          SET WS-MP-X TO WS-MP-TOTAL
                          MOVE MP-CODE TO WS-MP-CODE(WS-MP-X)
                          MOVE MP-DAY-RATE TO WS-MP-RATE(WS-MP-X).
       LOAD-ASSIGNS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT MESS-ASSIGN.
           IF MESS-ASSIGN-STATUS NOT = "00"
                GO TO LOAD-ASSIGNS-EXIT.
           PERFORM LOAD-ONE-ASSIGN-PARA UNTIL WS-EOF.
           CLOSE MESS-ASSIGN.
       LOAD-ASSIGNS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-ASSIGN-PARA.
           READ MESS-ASSIGN
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-MA-TOTAL < 2000
                          ADD 1 TO WS-MA-TOTAL
                          SET WS-MA-X TO WS-MA-TOTAL
                          MOVE MA-RNO TO WS-MA-RNO(WS-MA-X)
                          MOVE MA-PLAN TO WS-MA-PLAN(WS-MA-X).
      *    ONLY LEAVE THAT TOUCHES THE MONTH BILLED IS KEPT.
       LOAD-LEAVES-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT APPROVED-LEAVE.
           IF APPROVED-LEAVE-STATUS NOT = "00"
                GO TO LOAD-LEAVES-EXIT.
           PERFORM LOAD-ONE-LEAVE-PARA UNTIL WS-EOF.
           CLOSE APPROVED-LEAVE.
       LOAD-LEAVES-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-LEAVE-PARA.
           READ APPROVED-LEAVE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF LV-FROM-DATE NOT > WS-MONTH-END
                          AND LV-TO-DATE NOT < WS-MONTH-START
                          AND WS-LV-TOTAL < 1000
                          ADD 1 TO WS-LV-TOTAL
                          SET WS-LV-X TO WS-LV-TOTAL
                          MOVE LV-RNO TO WS-LV-RNO(WS-LV-X)
                          MOVE LV-FROM-DATE TO WS-LV-FROM(WS-LV-X)
                          MOVE LV-TO-DATE TO WS-LV-TO(WS-LV-X).
      *    CANCELLED PASSES ARE IGNORED; A PASS STILL OPEN COUNTS AS
      *    AWAY TO THE END OF THE MONTH.
       LOAD-OUTINGS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT OUTING-PASS.
           IF OUTING-PASS-STATUS NOT = "00"
                GO TO LOAD-OUTINGS-EXIT.
           PERFORM LOAD-ONE-OUTING-PARA UNTIL WS-EOF.
           CLOSE OUTING-PASS.
       LOAD-OUTINGS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-OUTING-PARA.
           READ OUTING-PASS
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF NOT OP-CANCELLED
                          AND OP-OUT-DATE < WS-MONTH-END
                          AND WS-OT-TOTAL < 1000
                          PERFORM KEEP-OUTING-PARA.
       KEEP-OUTING-PARA.
           IF OP-OUT
                MOVE 99999999 TO OP-BACK-DATE.
           IF OP-BACK-DATE > WS-MONTH-START
                ADD 1 TO WS-OT-TOTAL
                SET WS-OT-X TO WS-OT-TOTAL
                MOVE OP-RNO TO WS-OT-RNO(WS-OT-X)
                MOVE OP-OUT-DATE TO WS-OT-OUT(WS-OT-X)
                MOVE OP-BACK-DATE TO WS-OT-BACK(WS-OT-X).
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
                          MOVE CN-APPROVAL-REF TO
                               WS-CONC-REF(WS-CONC-X)
                          MOVE CN-FROM-DATE TO
                               WS-CONC-FROM(WS-CONC-X)
                          MOVE CN-TO-DATE TO WS-CONC-TO(WS-CONC-X).
      *    A RERUN MUST NOT DOUBLE-CHARGE: EVERY ROLL THAT ALREADY
      *    CARRIES A MESS CHARGE DATED INSIDE THE MONTH BILLED IS
      *    NOTED HERE AND SKIPPED.
       LOAD-CHARGED-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FEE-LEDGER.
           IF FEE-LEDGER-STATUS NOT = "00"
                GO TO LOAD-CHARGED-EXIT.
           PERFORM SCAN-ONE-CHARGED-PARA UNTIL WS-EOF.
           CLOSE FEE-LEDGER.
       LOAD-CHARGED-EXIT.
           MOVE "N" TO WS-EOF-SW.
       SCAN-ONE-CHARGED-PARA.
           READ FEE-LEDGER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF FL-CHARGE AND FL-CODE = WS-FEE-CODE
                          AND FL-DATE >= WS-MONTH-START
                          AND FL-DATE <= WS-MONTH-END
                          MOVE FL-RNO TO WS-CHGD-PICK
                          PERFORM NOTE-CHARGED-PARA THRU
                               NOTE-CHARGED-EXIT.
       NOTE-CHARGED-PARA.
           PERFORM FIND-CHARGED-PARA.
           IF WS-CHGD-FOUND
                GO TO NOTE-CHARGED-EXIT.
           IF WS-CHGD-TOTAL < 2000
                ADD 1 TO WS-CHGD-TOTAL
                SET WS-CHGD-X TO WS-CHGD-TOTAL
                MOVE WS-CHGD-PICK TO WS-CHGD-RNO(WS-CHGD-X)
           ELSE
                MOVE "Y" TO WS-CHGD-OVER-SW.
       NOTE-CHARGED-EXIT.
           EXIT.
       FIND-CHARGED-PARA.
           MOVE "N" TO WS-CHGD-FOUND-SW.
           PERFORM CHECK-ONE-CHARGED-PARA
                VARYING WS-CHGD-IDX FROM 1 BY 1
                UNTIL WS-CHGD-IDX > WS-CHGD-TOTAL
                OR WS-CHGD-FOUND.
       CHECK-ONE-CHARGED-PARA.
           IF WS-CHGD-RNO(WS-CHGD-IDX) = WS-CHGD-PICK
                MOVE "Y" TO WS-CHGD-FOUND-SW.
       WRITE-BILL-LINE-PARA.
           WRITE BILL-LINE.
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
           MOVE WS-READ-COUNT TO RL-READ-COUNT.
           MOVE WS-CHARGE-COUNT TO RL-UPDATE-COUNT.
           MOVE WS-NOPLAN-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "MESS-BILLING" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
       COPY WORKCALC.
