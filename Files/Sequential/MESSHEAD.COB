       IDENTIFICATION DIVISION.
       PROGRAM-ID. MESS-HEADCOUNT.
      *    DAILY HEADCOUNT FOR THE KITCHEN. EVERY BOARDER WITH AN
      *    OPEN HOSTEL ALLOCATION IS COUNTED UNDER THEIR MEAL PLAN,
      *    EXCEPT THOSE AWAY ON APPROVED LEAVE THAT DAY OR OUT ON A
      *    GATE PASS FOR THE WHOLE OF IT, AND EACH MEAL THE PLAN
      *    COVERS IS TOTALLED SO THE KITCHEN KNOWS HOW MANY
      *    BREAKFASTS, LUNCHES AND DINNERS TO PREPARE.
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
           SELECT HEAD-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HEAD-PRINT-STATUS.
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
       FD HEAD-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "MESSHEAD.DAT"
           DATA RECORD IS HEAD-LINE.
       01 HEAD-LINE PIC X(79).
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
       77 HEAD-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-HEAD-DATE PIC 9(8).
       77 WS-AWAY-SW PIC X.
           88 WS-AWAY VALUE "Y".
       77 WS-EATING PIC 9(5).
       77 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       77 WS-NOPLAN-COUNT PIC 9(5) VALUE ZERO.
       77 WS-TOT-BOARDERS PIC 9(5) VALUE ZERO.
       77 WS-TOT-AWAY PIC 9(5) VALUE ZERO.
       77 WS-TOT-EATING PIC 9(5) VALUE ZERO.
       77 WS-TOT-BREAKFAST PIC 9(5) VALUE ZERO.
       77 WS-TOT-LUNCH PIC 9(5) VALUE ZERO.
       77 WS-TOT-DINNER PIC 9(5) VALUE ZERO.
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
         03 WS-MP-BREAKFAST-SW PIC X.
         03 WS-MP-LUNCH-SW PIC X.
         03 WS-MP-DINNER-SW PIC X.
         03 WS-MP-BOARDERS PIC 9(5).
         03 WS-MP-AWAY PIC 9(5).
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
        02 WS-LV-RNO PIC 9(5) OCCURS 1 TO 1000 TIMES
                DEPENDING ON WS-LV-TOTAL
                INDEXED BY WS-LV-X.
       01 HC-HEAD-1.
        02 FILLER PIC X(19) VALUE "MESS HEADCOUNT FOR ".
        02 HH-DATE PIC 9(8).
       01 HC-HEAD-2.
        02 FILLER PIC X(40) VALUE
           "PLAN  NAME                 BOARDERS    A".
        02 FILLER PIC X(39) VALUE
           "WAY  EATING  BREAKFAST  LUNCH  DINNER".
       01 HC-DETAIL-LINE.
        02 HD-PLAN PIC X(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 HD-NAME PIC X(20).
        02 FILLER PIC X(3) VALUE SPACES.
        02 HD-BOARDERS PIC ZZ,ZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 HD-AWAY PIC ZZ,ZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 HD-EATING PIC ZZ,ZZ9.
        02 FILLER PIC X(5) VALUE SPACES.
        02 HD-BREAKFAST PIC ZZ,ZZ9.
        02 FILLER PIC X VALUE SPACE.
        02 HD-LUNCH PIC ZZ,ZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 HD-DINNER PIC ZZ,ZZ9.
       01 DASH-LINE PIC X(79) VALUE ALL "-".
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           DISPLAY "ENTER DATE FOR HEADCOUNT YYYYMMDD (0 = TODAY): ".
           ACCEPT WS-HEAD-DATE.
           IF WS-HEAD-DATE = ZERO
                ACCEPT WS-HEAD-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-PLANS-PARA THRU LOAD-PLANS-EXIT.
           IF WS-MP-TOTAL = ZERO
                DISPLAY "NO MEAL PLANS ON FILE"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "NO MEAL PLANS ON FILE" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-ASSIGNS-PARA THRU LOAD-ASSIGNS-EXIT.
           PERFORM LOAD-LEAVES-PARA THRU LOAD-LEAVES-EXIT.
           PERFORM LOAD-OUTINGS-PARA THRU LOAD-OUTINGS-EXIT.
           OPEN INPUT HOSTEL-ALLOC.
           IF HOSTEL-ALLOC-STATUS NOT = "00"
                DISPLAY "NO HOSTEL ALLOCATIONS ON FILE"
                MOVE 04 TO WS-RETURN-CODE
                MOVE "NO HOSTEL ALLOCATIONS ON FILE" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM COUNT-ONE-PARA UNTIL WS-EOF.
           CLOSE HOSTEL-ALLOC.
       PRINT-PARA.
           OPEN OUTPUT HEAD-PRINT.
           MOVE WS-HEAD-DATE TO HH-DATE.
           MOVE HC-HEAD-1 TO HEAD-LINE.
           PERFORM WRITE-HEAD-LINE-PARA.
           MOVE HC-HEAD-2 TO HEAD-LINE.
           PERFORM WRITE-HEAD-LINE-PARA.
           MOVE DASH-LINE TO HEAD-LINE.
           PERFORM WRITE-HEAD-LINE-PARA.
           PERFORM PRINT-ONE-PLAN-PARA
                VARYING WS-MP-IDX FROM 1 BY 1
                UNTIL WS-MP-IDX > WS-MP-TOTAL.
           MOVE DASH-LINE TO HEAD-LINE.
           PERFORM WRITE-HEAD-LINE-PARA.
           MOVE "ALL" TO HD-PLAN.
           MOVE "TOTAL" TO HD-NAME.
           MOVE WS-TOT-BOARDERS TO HD-BOARDERS.
           MOVE WS-TOT-AWAY TO HD-AWAY.
           MOVE WS-TOT-EATING TO HD-EATING.
           MOVE WS-TOT-BREAKFAST TO HD-BREAKFAST.
           MOVE WS-TOT-LUNCH TO HD-LUNCH.
           MOVE WS-TOT-DINNER TO HD-DINNER.
           MOVE HC-DETAIL-LINE TO HEAD-LINE.
           PERFORM WRITE-HEAD-LINE-PARA.
           CLOSE HEAD-PRINT.
           IF WS-NOPLAN-COUNT > ZERO
                DISPLAY "BOARDERS WITH NO MEAL PLAN (NOT COUNTED): ",
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
       COUNT-ONE-PARA.
           READ HOSTEL-ALLOC
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM COUNT-BOARDER-PARA THRU
                     COUNT-BOARDER-EXIT.
       COUNT-BOARDER-PARA.
           IF NOT HA-OCCUPIED OR HA-FROM-DATE > WS-HEAD-DATE
                GO TO COUNT-BOARDER-EXIT.
           ADD 1 TO WS-READ-COUNT.
           PERFORM FIND-ASSIGN-PARA.
           IF WS-MA-FOUND
                PERFORM FIND-PLAN-PARA.
           IF NOT WS-MA-FOUND OR NOT WS-MP-FOUND
                ADD 1 TO WS-NOPLAN-COUNT
                DISPLAY "ROLL NO ", HA-RNO, " IN ", HA-HOSTEL, "/",
                     HA-ROOM, " HAS NO MEAL PLAN"
                GO TO COUNT-BOARDER-EXIT.
           ADD 1 TO WS-MP-BOARDERS(WS-MP-FOUND-X).
           PERFORM CHECK-AWAY-PARA.
           IF WS-AWAY
                ADD 1 TO WS-MP-AWAY(WS-MP-FOUND-X).
       COUNT-BOARDER-EXIT.
           EXIT.
       CHECK-AWAY-PARA.
           MOVE "N" TO WS-AWAY-SW.
           PERFORM CHECK-ONE-LEAVE-PARA
                VARYING WS-LV-IDX FROM 1 BY 1
                UNTIL WS-LV-IDX > WS-LV-TOTAL
                OR WS-AWAY.
       CHECK-ONE-LEAVE-PARA.
           IF WS-LV-RNO(WS-LV-IDX) = HA-RNO
                MOVE "Y" TO WS-AWAY-SW.
       PRINT-ONE-PLAN-PARA.
           MOVE WS-MP-CODE(WS-MP-IDX) TO HD-PLAN.
           MOVE WS-MP-NAME(WS-MP-IDX) TO HD-NAME.
           MOVE WS-MP-BOARDERS(WS-MP-IDX) TO HD-BOARDERS.
           MOVE WS-MP-AWAY(WS-MP-IDX) TO HD-AWAY.
           MOVE ZERO TO HD-BREAKFAST.
           MOVE ZERO TO HD-LUNCH.
           MOVE ZERO TO HD-DINNER.
           COMPUTE WS-EATING = WS-MP-BOARDERS(WS-MP-IDX)
                - WS-MP-AWAY(WS-MP-IDX).
           MOVE WS-EATING TO HD-EATING.
           ADD WS-MP-BOARDERS(WS-MP-IDX) TO WS-TOT-BOARDERS.
           ADD WS-MP-AWAY(WS-MP-IDX) TO WS-TOT-AWAY.
           ADD WS-EATING TO WS-TOT-EATING.
           IF WS-MP-BREAKFAST-SW(WS-MP-IDX) = "Y"
                MOVE WS-EATING TO HD-BREAKFAST
                ADD WS-EATING TO WS-TOT-BREAKFAST.
           IF WS-MP-LUNCH-SW(WS-MP-IDX) = "Y"
                MOVE WS-EATING TO HD-LUNCH
                ADD WS-EATING TO WS-TOT-LUNCH.
           IF WS-MP-DINNER-SW(WS-MP-IDX) = "Y"
                MOVE WS-EATING TO HD-DINNER
                ADD WS-EATING TO WS-TOT-DINNER.
           MOVE HC-DETAIL-LINE TO HEAD-LINE.
           PERFORM WRITE-HEAD-LINE-PARA.
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
           MOVE MP-BREAKFAST-SW TO WS-MP-BREAKFAST-SW(WS-MP-X).
           MOVE MP-LUNCH-SW TO WS-MP-LUNCH-SW(WS-MP-X).
           MOVE MP-DINNER-SW TO WS-MP-DINNER-SW(WS-MP-X).
           MOVE ZERO TO WS-MP-BOARDERS(WS-MP-X).
           MOVE ZERO TO WS-MP-AWAY(WS-MP-X).
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
      *    ONLY THE ROLLS ON LEAVE ON THE HEADCOUNT DATE ARE KEPT.
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
                     IF LV-FROM-DATE NOT > WS-HEAD-DATE
                          AND LV-TO-DATE NOT < WS-HEAD-DATE
                          AND WS-LV-TOTAL < 1000
                          ADD 1 TO WS-LV-TOTAL
                          SET WS-LV-X TO WS-LV-TOTAL
                          MOVE LV-RNO TO WS-LV-RNO(WS-LV-X).
      *    A BOARDER SIGNED OUT BEFORE THE HEADCOUNT DATE AND NOT
      *    BACK UNTIL AFTER IT IS AWAY FOR THE WHOLE DAY AND IS KEPT
      *    WITH THE ROLLS ON LEAVE.
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
                     IF OP-OUT-DATE < WS-HEAD-DATE
                          AND (OP-OUT OR (OP-RETURNED
                          AND OP-BACK-DATE > WS-HEAD-DATE))
                          AND WS-LV-TOTAL < 1000
                          ADD 1 TO WS-LV-TOTAL
                          SET WS-LV-X TO WS-LV-TOTAL
                          MOVE OP-RNO TO WS-LV-RNO(WS-LV-X).
       WRITE-HEAD-LINE-PARA.
           DISPLAY HEAD-LINE.
           WRITE HEAD-LINE.
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
           MOVE ZERO TO RL-UPDATE-COUNT.
           MOVE WS-NOPLAN-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "MESS-HEADCOUNT" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
