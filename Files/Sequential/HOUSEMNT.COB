       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSE-MAINT.
      *    HOUSE MASTER, STUDENT GENDER AND INTER-HOUSE EVENT
      *    RESULTS. GENDER IS HELD ON STUDCAT.DAT BESIDE THE
      *    RESERVATION CATEGORY; STUDENTS ENROLLED FROM AN
      *    APPLICATION ALREADY CARRY IT, OTHERS ARE KEYED HERE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT HOUSE-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HOUSE-MASTER-STATUS.
           SELECT STUDENT-CATEGORY ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STUDENT-CATEGORY-STATUS.
           SELECT HOUSE-POINTS ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HOUSE-POINTS-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HOUSE-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "HOUSEMST.DAT"
           DATA RECORD IS HOUSE-MASTER-REC.
       COPY HOUSEMST.
       FD STUDENT-CATEGORY
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "STUDCAT.DAT"
           DATA RECORD IS STUDENT-CATEGORY-REC.
       COPY STUDCAT.
       FD HOUSE-POINTS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "HOUSEPTS.DAT"
           DATA RECORD IS HOUSE-POINTS-REC.
       COPY HOUSEPTS.
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 HOUSE-MASTER-STATUS PIC XX.
       77 STUDENT-CATEGORY-STATUS PIC XX.
       77 HOUSE-POINTS-STATUS PIC XX.
       77 MENU-CHOICE PIC 9.
       77 TRNO PIC 9(5).
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-TODAY PIC 9(8).
       77 WS-ENTRY-CODE PIC X(4).
       77 WS-ENTRY-NAME PIC X(15).
       77 WS-ENTRY-COLOUR PIC X(10).
       77 WS-ENTRY-GENDER PIC X.
       77 WS-ENTRY-TERM PIC 9(2).
       77 WS-ENTRY-EVENT PIC X(15).
       77 WS-ENTRY-POSITION PIC 9(2).
       77 WS-ENTRY-POINTS PIC 9(3).
       77 WS-HSE-TOTAL PIC 9(2) COMP VALUE ZERO.
       77 WS-HSE-IDX PIC 9(2) COMP.
       77 WS-HSE-FOUND-SW PIC X.
           88 WS-HSE-FOUND VALUE "Y".
       77 WS-HSE-FOUND-X PIC 9(2) COMP.
       77 WS-CAT-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-CAT-IDX PIC 9(4) COMP.
       77 WS-CAT-FOUND-SW PIC X.
           88 WS-CAT-FOUND VALUE "Y".
       77 WS-CAT-FOUND-X PIC 9(4) COMP.
       77 WS-PTS-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-PTS-IDX PIC 9(4) COMP.
       77 WS-UPDATE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HSE-TABLE.
        02 WS-HSE-ENTRY OCCURS 1 TO 10 TIMES
                DEPENDING ON WS-HSE-TOTAL
                INDEXED BY WS-HSE-X.
         03 WS-HSE-CODE PIC X(4).
         03 WS-HSE-NAME PIC X(15).
         03 WS-HSE-COLOUR PIC X(10).
         03 WS-HSE-STATUS PIC X.
       01 WS-CAT-TABLE.
        02 WS-CAT-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-CAT-TOTAL
                INDEXED BY WS-CAT-X.
         03 WS-CAT-RNO PIC 9(5).
         03 WS-CAT-CATEGORY PIC X(2).
         03 WS-CAT-GENDER PIC X.
       01 WS-PTS-TABLE.
        02 WS-PTS-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON WS-PTS-TOTAL
                INDEXED BY WS-PTS-X.
         03 WS-PTS-TERM PIC 9(2).
         03 WS-PTS-HOUSE PIC X(4).
         03 WS-PTS-EVENT PIC X(15).
         03 WS-PTS-POSITION PIC 9(2).
         03 WS-PTS-POINTS PIC 9(3).
         03 WS-PTS-DATE PIC 9(8).
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-HOUSES-PARA THRU LOAD-HOUSES-EXIT.
           PERFORM LOAD-CATEGORIES-PARA THRU LOAD-CATEGORIES-EXIT.
           PERFORM LOAD-POINTS-PARA THRU LOAD-POINTS-EXIT.
       MENU-PARA.
           DISPLAY "HOUSE MAINTENANCE".
           DISPLAY " 1. LIST HOUSES".
           DISPLAY " 2. ADD A HOUSE".
           DISPLAY " 3. RECORD A STUDENT'S GENDER".
           DISPLAY " 4. KEY AN EVENT RESULT".
           DISPLAY " 5. SAVE AND EXIT".
           DISPLAY "ENTER CHOICE: ".
           ACCEPT MENU-CHOICE.
           IF MENU-CHOICE < 1 OR MENU-CHOICE > 5
                DISPLAY "INVALID CHOICE - ENTER 1 TO 5"
                GO TO MENU-PARA.
           GO TO LIST-PARA ADD-PARA GENDER-PARA RESULT-PARA SAVE-PARA
                DEPENDING ON MENU-CHOICE.
       LIST-PARA.
           IF WS-HSE-TOTAL = ZERO
                DISPLAY "NO HOUSES ON FILE"
                GO TO MENU-PARA.
           PERFORM LIST-ONE-PARA
                VARYING WS-HSE-IDX FROM 1 BY 1
                UNTIL WS-HSE-IDX > WS-HSE-TOTAL.
           GO TO MENU-PARA.
       ADD-PARA.
           IF WS-HSE-TOTAL = 10
                DISPLAY "HOUSE TABLE FULL"
                GO TO MENU-PARA.
           DISPLAY "ENTER HOUSE CODE: ".
           ACCEPT WS-ENTRY-CODE.
           IF WS-ENTRY-CODE = SPACES
                DISPLAY "HOUSE CODE CANNOT BE BLANK"
                GO TO MENU-PARA.
           PERFORM FIND-HOUSE-PARA.
           IF WS-HSE-FOUND
                DISPLAY "HOUSE ALREADY ON FILE"
                GO TO MENU-PARA.
           DISPLAY "ENTER HOUSE NAME: ".
           ACCEPT WS-ENTRY-NAME.
           DISPLAY "ENTER HOUSE COLOUR: ".
           ACCEPT WS-ENTRY-COLOUR.
           ADD 1 TO WS-HSE-TOTAL.
           SET WS-HSE-X TO WS-HSE-TOTAL.
           MOVE WS-ENTRY-CODE TO WS-HSE-CODE(WS-HSE-X).
           MOVE WS-ENTRY-NAME TO WS-HSE-NAME(WS-HSE-X).
           MOVE WS-ENTRY-COLOUR TO WS-HSE-COLOUR(WS-HSE-X).
           MOVE "A" TO WS-HSE-STATUS(WS-HSE-X).
           DISPLAY "HOUSE ", WS-ENTRY-CODE, " ADDED".
           ADD 1 TO WS-UPDATE-COUNT.
           GO TO MENU-PARA.
      *    A STUDENT WITH NO CATEGORY ROW IS GIVEN ONE AS GENERAL
      *    SO THE GENDER HAS SOMEWHERE TO LIVE.
       GENDER-PARA.
           DISPLAY "ENTER ROLL NO: ".
           ACCEPT TRNO.
           DISPLAY "ENTER GENDER (M/F): ".
           ACCEPT WS-ENTRY-GENDER.
           IF WS-ENTRY-GENDER NOT = "M" AND WS-ENTRY-GENDER NOT = "F"
                DISPLAY "GENDER MUST BE M OR F"
                GO TO MENU-PARA.
           PERFORM FIND-CATEGORY-PARA.
           IF WS-CAT-FOUND
                MOVE WS-ENTRY-GENDER TO WS-CAT-GENDER(WS-CAT-FOUND-X)
                DISPLAY "GENDER RECORDED FOR ROLL NO ", TRNO
                ADD 1 TO WS-UPDATE-COUNT
                GO TO MENU-PARA.
           IF WS-CAT-TOTAL = 5000
                DISPLAY "CATEGORY TABLE FULL"
                GO TO MENU-PARA.
           ADD 1 TO WS-CAT-TOTAL.
           SET WS-CAT-X TO WS-CAT-TOTAL.
           MOVE TRNO TO WS-CAT-RNO(WS-CAT-X).
           MOVE "GN" TO WS-CAT-CATEGORY(WS-CAT-X).
           MOVE WS-ENTRY-GENDER TO WS-CAT-GENDER(WS-CAT-X).
           DISPLAY "GENDER RECORDED FOR ROLL NO ", TRNO.
           ADD 1 TO WS-UPDATE-COUNT.
           GO TO MENU-PARA.
      *    POINTS LEFT AT ZERO ARE AWARDED ON THE STANDARD SCALE:
      *    5 FOR FIRST, 3 FOR SECOND, 1 FOR THIRD.
       RESULT-PARA.
           IF WS-PTS-TOTAL = 2000
                DISPLAY "EVENT RESULT TABLE FULL"
                GO TO MENU-PARA.
           DISPLAY "ENTER TERM NUMBER (1-8): ".
           ACCEPT WS-ENTRY-TERM.
           IF WS-ENTRY-TERM < 1 OR WS-ENTRY-TERM > 8
                DISPLAY "TERM NUMBER MUST BE 1-8"
                GO TO MENU-PARA.
           DISPLAY "ENTER EVENT NAME: ".
           ACCEPT WS-ENTRY-EVENT.
           IF WS-ENTRY-EVENT = SPACES
                DISPLAY "EVENT NAME CANNOT BE BLANK"
                GO TO MENU-PARA.
           DISPLAY "ENTER HOUSE CODE: ".
           ACCEPT WS-ENTRY-CODE.
           PERFORM FIND-HOUSE-PARA.
           IF NOT WS-HSE-FOUND
                DISPLAY "HOUSE NOT ON THE MASTER"
                GO TO MENU-PARA.
           DISPLAY "ENTER POSITION: ".
           ACCEPT WS-ENTRY-POSITION.
           IF WS-ENTRY-POSITION < 1
                DISPLAY "POSITION MUST BE 1 OR MORE"
                GO TO MENU-PARA.
           DISPLAY "ENTER POINTS (0 FOR THE STANDARD SCALE): ".
           ACCEPT WS-ENTRY-POINTS.
           IF WS-ENTRY-POINTS = ZERO
                PERFORM SCALE-POINTS-PARA.
           ADD 1 TO WS-PTS-TOTAL.
           SET WS-PTS-X TO WS-PTS-TOTAL.
           MOVE WS-ENTRY-TERM TO WS-PTS-TERM(WS-PTS-X).
           MOVE WS-ENTRY-CODE TO WS-PTS-HOUSE(WS-PTS-X).
           MOVE WS-ENTRY-EVENT TO WS-PTS-EVENT(WS-PTS-X).
           MOVE WS-ENTRY-POSITION TO WS-PTS-POSITION(WS-PTS-X).
           MOVE WS-ENTRY-POINTS TO WS-PTS-POINTS(WS-PTS-X).
           MOVE WS-TODAY TO WS-PTS-DATE(WS-PTS-X).
           DISPLAY WS-ENTRY-POINTS, " POINTS TO ", WS-ENTRY-CODE,
                " FOR ", WS-ENTRY-EVENT.
           ADD 1 TO WS-UPDATE-COUNT.
           GO TO MENU-PARA.
       SAVE-PARA.
           OPEN OUTPUT HOUSE-MASTER.
           PERFORM SAVE-ONE-HSE-PARA
                VARYING WS-HSE-IDX FROM 1 BY 1
                UNTIL WS-HSE-IDX > WS-HSE-TOTAL.
           CLOSE HOUSE-MASTER.
           OPEN OUTPUT STUDENT-CATEGORY.
           PERFORM SAVE-ONE-CAT-PARA
                VARYING WS-CAT-IDX FROM 1 BY 1
                UNTIL WS-CAT-IDX > WS-CAT-TOTAL.
           CLOSE STUDENT-CATEGORY.
           OPEN OUTPUT HOUSE-POINTS.
           PERFORM SAVE-ONE-PTS-PARA
                VARYING WS-PTS-IDX FROM 1 BY 1
                UNTIL WS-PTS-IDX > WS-PTS-TOTAL.
           CLOSE HOUSE-POINTS.
           DISPLAY "HOUSES ON FILE: ", WS-HSE-TOTAL,
                "  EVENT RESULTS ON FILE: ", WS-PTS-TOTAL.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       LIST-ONE-PARA.
           DISPLAY WS-HSE-CODE(WS-HSE-IDX), " ",
                WS-HSE-NAME(WS-HSE-IDX), " ",
                WS-HSE-COLOUR(WS-HSE-IDX), " ",
                WS-HSE-STATUS(WS-HSE-IDX).
       SCALE-POINTS-PARA.
           IF WS-ENTRY-POSITION = 1
                MOVE 5 TO WS-ENTRY-POINTS.
           IF WS-ENTRY-POSITION = 2
                MOVE 3 TO WS-ENTRY-POINTS.
           IF WS-ENTRY-POSITION = 3
                MOVE 1 TO WS-ENTRY-POINTS.
       FIND-HOUSE-PARA.
           MOVE "N" TO WS-HSE-FOUND-SW.
           PERFORM CHECK-ONE-HSE-PARA
                VARYING WS-HSE-IDX FROM 1 BY 1
                UNTIL WS-HSE-IDX > WS-HSE-TOTAL
                OR WS-HSE-FOUND.
       CHECK-ONE-HSE-PARA.
           IF WS-HSE-CODE(WS-HSE-IDX) = WS-ENTRY-CODE
                MOVE "Y" TO WS-HSE-FOUND-SW
                MOVE WS-HSE-IDX TO WS-HSE-FOUND-X.
       FIND-CATEGORY-PARA.
           MOVE "N" TO WS-CAT-FOUND-SW.
           PERFORM CHECK-ONE-CAT-PARA
                VARYING WS-CAT-IDX FROM 1 BY 1
                UNTIL WS-CAT-IDX > WS-CAT-TOTAL
                OR WS-CAT-FOUND.
       CHECK-ONE-CAT-PARA.
           IF WS-CAT-RNO(WS-CAT-IDX) = TRNO
                MOVE "Y" TO WS-CAT-FOUND-SW
                MOVE WS-CAT-IDX TO WS-CAT-FOUND-X.
       SAVE-ONE-HSE-PARA.
           MOVE WS-HSE-CODE(WS-HSE-IDX) TO HM-CODE.
           MOVE WS-HSE-NAME(WS-HSE-IDX) TO HM-NAME.
           MOVE WS-HSE-COLOUR(WS-HSE-IDX) TO HM-COLOUR.
           MOVE WS-HSE-STATUS(WS-HSE-IDX) TO HM-STATUS.
           WRITE HOUSE-MASTER-REC.
       SAVE-ONE-CAT-PARA.
           MOVE WS-CAT-RNO(WS-CAT-IDX) TO SC-RNO.
           MOVE WS-CAT-CATEGORY(WS-CAT-IDX) TO SC-CATEGORY.
           MOVE WS-CAT-GENDER(WS-CAT-IDX) TO SC-GENDER.
           WRITE STUDENT-CATEGORY-REC.
       SAVE-ONE-PTS-PARA.
           MOVE WS-PTS-TERM(WS-PTS-IDX) TO HP-TERM.
           MOVE WS-PTS-HOUSE(WS-PTS-IDX) TO HP-HOUSE.
           MOVE WS-PTS-EVENT(WS-PTS-IDX) TO HP-EVENT.
           MOVE WS-PTS-POSITION(WS-PTS-IDX) TO HP-POSITION.
           MOVE WS-PTS-POINTS(WS-PTS-IDX) TO HP-POINTS.
           MOVE WS-PTS-DATE(WS-PTS-IDX) TO HP-DATE.
           WRITE HOUSE-POINTS-REC.
       LOAD-HOUSES-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT HOUSE-MASTER.
           IF HOUSE-MASTER-STATUS NOT = "00"
                GO TO LOAD-HOUSES-EXIT.
           PERFORM LOAD-ONE-HSE-PARA UNTIL WS-EOF.
           CLOSE HOUSE-MASTER.
       LOAD-HOUSES-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-HSE-PARA.
           READ HOUSE-MASTER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-HSE-TOTAL < 10
                          ADD 1 TO WS-HSE-TOTAL
                          SET WS-HSE-X TO WS-HSE-TOTAL
                          MOVE HM-CODE TO WS-HSE-CODE(WS-HSE-X)
                          MOVE HM-NAME TO WS-HSE-NAME(WS-HSE-X)
                          MOVE HM-COLOUR TO WS-HSE-COLOUR(WS-HSE-X)
                          MOVE HM-STATUS TO WS-HSE-STATUS(WS-HSE-X).
       LOAD-CATEGORIES-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT STUDENT-CATEGORY.
           IF STUDENT-CATEGORY-STATUS NOT = "00"
                GO TO LOAD-CATEGORIES-EXIT.
           PERFORM LOAD-ONE-CAT-PARA UNTIL WS-EOF.
           CLOSE STUDENT-CATEGORY.
       LOAD-CATEGORIES-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-CAT-PARA.
           READ STUDENT-CATEGORY
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-CAT-TOTAL < 5000
                          ADD 1 TO WS-CAT-TOTAL
                          SET WS-CAT-X TO WS-CAT-TOTAL
                          MOVE SC-RNO TO WS-CAT-RNO(WS-CAT-X)
                          MOVE SC-CATEGORY TO WS-CAT-CATEGORY(WS-CAT-X)
                          MOVE SC-GENDER TO WS-CAT-GENDER(WS-CAT-X).
       LOAD-POINTS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT HOUSE-POINTS.
           IF HOUSE-POINTS-STATUS NOT = "00"
                GO TO LOAD-POINTS-EXIT.
           PERFORM LOAD-ONE-PTS-PARA UNTIL WS-EOF.
           CLOSE HOUSE-POINTS.
       LOAD-POINTS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-PTS-PARA.
           READ HOUSE-POINTS
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-PTS-TOTAL < 2000
                          ADD 1 TO WS-PTS-TOTAL
                          SET WS-PTS-X TO WS-PTS-TOTAL
                          MOVE HP-TERM TO WS-PTS-TERM(WS-PTS-X)
                          MOVE HP-HOUSE TO WS-PTS-HOUSE(WS-PTS-X)
                          MOVE HP-EVENT TO WS-PTS-EVENT(WS-PTS-X)
                          MOVE HP-POSITION TO
                               WS-PTS-POSITION(WS-PTS-X)
                          MOVE HP-POINTS TO WS-PTS-POINTS(WS-PTS-X)
                          MOVE HP-DATE TO WS-PTS-DATE(WS-PTS-X).
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
           MOVE WS-PTS-TOTAL TO RL-READ-COUNT.
           MOVE WS-UPDATE-COUNT TO RL-UPDATE-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "HOUSE-MAINT" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
