       IDENTIFICATION DIVISION.
       PROGRAM-ID. MESS-MAINT.
      *    MAINTAINS THE MEAL-PLAN MASTER (MEALPLAN.DAT) AND THE
      *    PLAN EACH BOARDER EATS ON (MESSASGN.DAT). A PLAN CAN ONLY
      *    BE ASSIGNED TO A ROLL WITH AN OPEN HOSTEL ALLOCATION; A
      *    NEW ASSIGNMENT REPLACES THE BOARDER'S PREVIOUS PLAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT MEAL-PLAN ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MEAL-PLAN-STATUS.
           SELECT MESS-ASSIGN ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MESS-ASSIGN-STATUS.
           SELECT HOSTEL-ALLOC ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HOSTEL-ALLOC-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD HOSTEL-ALLOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "HOSTALOC.DAT"
           DATA RECORD IS HOSTEL-ALLOC-REC.
       COPY HOSTALOC.
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 MEAL-PLAN-STATUS PIC XX.
       77 MESS-ASSIGN-STATUS PIC XX.
       77 HOSTEL-ALLOC-STATUS PIC XX.
       77 MENU-CHOICE PIC 9.
       77 TRNO PIC 9(5).
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-TODAY PIC 9(8).
       77 WS-ENTRY-CODE PIC X(4).
       77 WS-ENTRY-NAME PIC X(20).
       77 WS-ENTRY-RATE PIC 9(3)V99.
       77 WS-ENTRY-MEALS PIC X(3).
       77 WS-UPDATE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
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
         03 WS-MP-NAME PIC X(20).
         03 WS-MP-RATE PIC 9(3)V99.
         03 WS-MP-MEALS PIC X(3).
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
         03 WS-MA-FROM PIC 9(8).
       77 WS-BD-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-BD-IDX PIC 9(4) COMP.
       77 WS-BD-FOUND-SW PIC X.
           88 WS-BD-FOUND VALUE "Y".
       01 WS-BD-TABLE.
        02 WS-BD-RNO PIC 9(5) OCCURS 1 TO 2000 TIMES
                DEPENDING ON WS-BD-TOTAL
                INDEXED BY WS-BD-X.
       01 PLAN-LIST-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 PL-CODE PIC X(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PL-NAME PIC X(20).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PL-RATE PIC ZZ9.99.
        02 FILLER PIC X(4) VALUE SPACES.
        02 PL-MEALS PIC X(3).
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-PLANS-PARA THRU LOAD-PLANS-EXIT.
           PERFORM LOAD-ASSIGNS-PARA THRU LOAD-ASSIGNS-EXIT.
           PERFORM LOAD-BOARDERS-PARA THRU LOAD-BOARDERS-EXIT.
       MENU-PARA.
           DISPLAY "MESS PLAN MAINTENANCE".
           DISPLAY " 1. LIST THE MEAL PLANS".
           DISPLAY " 2. ADD OR REPLACE A MEAL PLAN".
           DISPLAY " 3. SHOW A BOARDER'S PLAN".
           DISPLAY " 4. ASSIGN A PLAN TO A BOARDER".
           DISPLAY " 5. SAVE AND EXIT".
           DISPLAY "ENTER CHOICE: ".
           ACCEPT MENU-CHOICE.
           IF MENU-CHOICE < 1 OR MENU-CHOICE > 5
                DISPLAY "INVALID CHOICE - ENTER 1 TO 5"
                GO TO MENU-PARA.
           GO TO LIST-PARA PLAN-PARA SHOW-PARA ASSIGN-PARA SAVE-PARA
                DEPENDING ON MENU-CHOICE.
       LIST-PARA.
           IF WS-MP-TOTAL = ZERO
                DISPLAY "NO MEAL PLANS ON FILE"
                GO TO MENU-PARA.
           DISPLAY "  PLAN  NAME                  PER DAY   MEALS".
           PERFORM LIST-ONE-PARA
                VARYING WS-MP-IDX FROM 1 BY 1
                UNTIL WS-MP-IDX > WS-MP-TOTAL.
           GO TO MENU-PARA.
      *    THE MEALS ARE KEYED AS B, L AND D IN THEIR OWN POSITIONS,
      *    E.G. "BLD" FOR FULL BOARD OR " L " FOR LUNCH ONLY.
       PLAN-PARA.
           DISPLAY "ENTER PLAN CODE: ".
           MOVE SPACES TO WS-ENTRY-CODE.
           ACCEPT WS-ENTRY-CODE.
           IF WS-ENTRY-CODE = SPACES
                DISPLAY "PLAN CODE MUST BE GIVEN"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           DISPLAY "ENTER PLAN NAME: ".
           MOVE SPACES TO WS-ENTRY-NAME.
           ACCEPT WS-ENTRY-NAME.
           DISPLAY "ENTER DAILY RATE: ".
           ACCEPT WS-ENTRY-RATE.
           IF WS-ENTRY-RATE = ZERO
                DISPLAY "DAILY RATE MUST BE GIVEN"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           DISPLAY "ENTER MEALS COVERED (B L D IN PLACE, E.G. BLD): ".
           MOVE SPACES TO WS-ENTRY-MEALS.
           ACCEPT WS-ENTRY-MEALS.
           IF (WS-ENTRY-MEALS(1:1) NOT = "B"
                AND WS-ENTRY-MEALS(1:1) NOT = SPACE)
                OR (WS-ENTRY-MEALS(2:1) NOT = "L"
                AND WS-ENTRY-MEALS(2:1) NOT = SPACE)
                OR (WS-ENTRY-MEALS(3:1) NOT = "D"
                AND WS-ENTRY-MEALS(3:1) NOT = SPACE)
                OR WS-ENTRY-MEALS = SPACES
                DISPLAY "MEALS MUST BE B, L AND/OR D IN PLACE"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           PERFORM FIND-PLAN-PARA.
           IF WS-MP-FOUND
                MOVE WS-ENTRY-NAME TO WS-MP-NAME(WS-MP-FOUND-X)
                MOVE WS-ENTRY-RATE TO WS-MP-RATE(WS-MP-FOUND-X)
                MOVE WS-ENTRY-MEALS TO WS-MP-MEALS(WS-MP-FOUND-X)
                DISPLAY "PLAN ", WS-ENTRY-CODE, " REPLACED"
                ADD 1 TO WS-UPDATE-COUNT
                GO TO MENU-PARA.
           IF WS-MP-TOTAL = 50
                DISPLAY "MEAL PLAN TABLE FULL"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           ADD 1 TO WS-MP-TOTAL.
           SET WS-MP-X TO WS-MP-TOTAL.
           MOVE WS-ENTRY-CODE TO WS-MP-CODE(WS-MP-X).
           MOVE WS-ENTRY-NAME TO WS-MP-NAME(WS-MP-X).
           MOVE WS-ENTRY-RATE TO WS-MP-RATE(WS-MP-X).
           MOVE WS-ENTRY-MEALS TO WS-MP-MEALS(WS-MP-X).
           DISPLAY "PLAN ", WS-ENTRY-CODE, " ADDED".
           ADD 1 TO WS-UPDATE-COUNT.
           GO TO MENU-PARA.
       SHOW-PARA.
           DISPLAY "ENTER ROLL NO: ".
           ACCEPT TRNO.
           PERFORM FIND-ASSIGN-PARA.
           IF NOT WS-MA-FOUND
                DISPLAY "ROLL NO ", TRNO, " HAS NO MEAL PLAN"
                GO TO MENU-PARA.
           DISPLAY "ROLL NO ", TRNO, " EATS ON PLAN ",
                WS-MA-PLAN(WS-MA-FOUND-X), " FROM ",
                WS-MA-FROM(WS-MA-FOUND-X).
           GO TO MENU-PARA.
       ASSIGN-PARA.
           DISPLAY "ENTER ROLL NO: ".
           ACCEPT TRNO.
           PERFORM FIND-BOARDER-PARA.
           IF NOT WS-BD-FOUND
                DISPLAY "ROLL NO ", TRNO, " HAS NO OPEN HOSTEL ",
                     "ALLOCATION"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           DISPLAY "ENTER PLAN CODE: ".
           MOVE SPACES TO WS-ENTRY-CODE.
           ACCEPT WS-ENTRY-CODE.
           PERFORM FIND-PLAN-PARA.
           IF NOT WS-MP-FOUND
                DISPLAY "PLAN ", WS-ENTRY-CODE, " NOT ON FILE"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           PERFORM FIND-ASSIGN-PARA.
           IF WS-MA-FOUND
                MOVE WS-ENTRY-CODE TO WS-MA-PLAN(WS-MA-FOUND-X)
                MOVE WS-TODAY TO WS-MA-FROM(WS-MA-FOUND-X)
                DISPLAY "ROLL NO ", TRNO, " MOVED TO PLAN ",
                     WS-ENTRY-CODE
                ADD 1 TO WS-UPDATE-COUNT
                GO TO MENU-PARA.
           IF WS-MA-TOTAL = 2000
                DISPLAY "PLAN ASSIGNMENT TABLE FULL"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           ADD 1 TO WS-MA-TOTAL.
           SET WS-MA-X TO WS-MA-TOTAL.
           MOVE TRNO TO WS-MA-RNO(WS-MA-X).
           MOVE WS-ENTRY-CODE TO WS-MA-PLAN(WS-MA-X).
           MOVE WS-TODAY TO WS-MA-FROM(WS-MA-X).
           DISPLAY "ROLL NO ", TRNO, " ASSIGNED TO PLAN ",
                WS-ENTRY-CODE.
           ADD 1 TO WS-UPDATE-COUNT.
           GO TO MENU-PARA.
       SAVE-PARA.
           OPEN OUTPUT MEAL-PLAN.
           PERFORM SAVE-ONE-PLAN-PARA
                VARYING WS-MP-IDX FROM 1 BY 1
                UNTIL WS-MP-IDX > WS-MP-TOTAL.
           CLOSE MEAL-PLAN.
           OPEN OUTPUT MESS-ASSIGN.
           PERFORM SAVE-ONE-ASSIGN-PARA
                VARYING WS-MA-IDX FROM 1 BY 1
                UNTIL WS-MA-IDX > WS-MA-TOTAL.
           CLOSE MESS-ASSIGN.
           DISPLAY "MEAL PLANS: ", WS-MP-TOTAL,
                "  BOARDERS ASSIGNED: ", WS-MA-TOTAL.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       LIST-ONE-PARA.
           MOVE WS-MP-CODE(WS-MP-IDX) TO PL-CODE.
           MOVE WS-MP-NAME(WS-MP-IDX) TO PL-NAME.
           MOVE WS-MP-RATE(WS-MP-IDX) TO PL-RATE.
           MOVE WS-MP-MEALS(WS-MP-IDX) TO PL-MEALS.
           DISPLAY PLAN-LIST-LINE.
       FIND-PLAN-PARA.
           MOVE "N" TO WS-MP-FOUND-SW.
           PERFORM CHECK-ONE-PLAN-PARA
                VARYING WS-MP-IDX FROM 1 BY 1
                UNTIL WS-MP-IDX > WS-MP-TOTAL
                OR WS-MP-FOUND.
       CHECK-ONE-PLAN-PARA.
           IF WS-MP-CODE(WS-MP-IDX) = WS-ENTRY-CODE
                MOVE "Y" TO WS-MP-FOUND-SW
                MOVE WS-MP-IDX TO WS-MP-FOUND-X.
       FIND-ASSIGN-PARA.
           MOVE "N" TO WS-MA-FOUND-SW.
           PERFORM CHECK-ONE-ASSIGN-PARA
                VARYING WS-MA-IDX FROM 1 BY 1
                UNTIL WS-MA-IDX > WS-MA-TOTAL
                OR WS-MA-FOUND.
       CHECK-ONE-ASSIGN-PARA.
           IF WS-MA-RNO(WS-MA-IDX) = TRNO
                MOVE "Y" TO WS-MA-FOUND-SW
                MOVE WS-MA-IDX TO WS-MA-FOUND-X.
       FIND-BOARDER-PARA.
           MOVE "N" TO WS-BD-FOUND-SW.
           PERFORM CHECK-ONE-BOARDER-PARA
                VARYING WS-BD-IDX FROM 1 BY 1
                UNTIL WS-BD-IDX > WS-BD-TOTAL
                OR WS-BD-FOUND.
       CHECK-ONE-BOARDER-PARA.
           IF WS-BD-RNO(WS-BD-IDX) = TRNO
                MOVE "Y" TO WS-BD-FOUND-SW.
       SAVE-ONE-PLAN-PARA.
           MOVE WS-MP-CODE(WS-MP-IDX) TO MP-CODE.
           MOVE WS-MP-NAME(WS-MP-IDX) TO MP-NAME.
           MOVE WS-MP-RATE(WS-MP-IDX) TO MP-DAY-RATE.
           MOVE "N" TO MP-BREAKFAST-SW.
           MOVE "N" TO MP-LUNCH-SW.
           MOVE "N" TO MP-DINNER-SW.
           IF WS-MP-MEALS(WS-MP-IDX)(1:1) = "B"
                MOVE "Y" TO MP-BREAKFAST-SW.
           IF WS-MP-MEALS(WS-MP-IDX)(2:1) = "L"
                MOVE "Y" TO MP-LUNCH-SW.
           IF WS-MP-MEALS(WS-MP-IDX)(3:1) = "D"
                MOVE "Y" TO MP-DINNER-SW.
           WRITE MEAL-PLAN-REC.
       SAVE-ONE-ASSIGN-PARA.
           MOVE WS-MA-RNO(WS-MA-IDX) TO MA-RNO.
           MOVE WS-MA-PLAN(WS-MA-IDX) TO MA-PLAN.
           MOVE WS-MA-FROM(WS-MA-IDX) TO MA-FROM-DATE.
           WRITE MESS-ASSIGN-REC.
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
                          PERFORM KEEP-PLAN-PARA.
       KEEP-PLAN-PARA.
           MOVE MP-CODE TO WS-MP-CODE(WS-MP-X).
           MOVE MP-NAME TO WS-MP-NAME(WS-MP-X).
           MOVE MP-DAY-RATE TO WS-MP-RATE(WS-MP-X).
           MOVE SPACES TO WS-MP-MEALS(WS-MP-X).
           IF MP-BREAKFAST
                MOVE "B" TO WS-MP-MEALS(WS-MP-X)(1:1).
           IF MP-LUNCH
                MOVE "L" TO WS-MP-MEALS(WS-MP-X)(2:1).
           IF MP-DINNER
                MOVE "D" TO WS-MP-MEALS(WS-MP-X)(3:1).
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
                          MOVE MA-PLAN TO WS-MA-PLAN(WS-MA-X)
                          MOVE MA-FROM-DATE TO WS-MA-FROM(WS-MA-X).
       LOAD-BOARDERS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT HOSTEL-ALLOC.
           IF HOSTEL-ALLOC-STATUS NOT = "00"
                GO TO LOAD-BOARDERS-EXIT.
           PERFORM LOAD-ONE-BOARDER-PARA UNTIL WS-EOF.
           CLOSE HOSTEL-ALLOC.
       LOAD-BOARDERS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-BOARDER-PARA.
           READ HOSTEL-ALLOC
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF HA-OCCUPIED AND WS-BD-TOTAL < 2000
                          ADD 1 TO WS-BD-TOTAL
                          SET WS-BD-X TO WS-BD-TOTAL
                          MOVE HA-RNO TO WS-BD-RNO(WS-BD-X).
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
           MOVE WS-MA-TOTAL TO RL-READ-COUNT.
           MOVE WS-UPDATE-COUNT TO RL-UPDATE-COUNT.
           MOVE WS-REJECT-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "MESS-MAINT" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
