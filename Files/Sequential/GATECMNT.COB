       IDENTIFICATION DIVISION.
       PROGRAM-ID. GATE-CARD-MAINT.
      *    GATE CARD REGISTER AND SCHOOL START TIME FOR THE GATE
      *    READERS. ISSUING A NEW CARD TO A STUDENT CANCELS ANY
      *    CARD THEY ALREADY HOLD, SO A LOST CARD STOPS WORKING THE
      *    DAY ITS REPLACEMENT IS ISSUED. THE START TIME (GATECTL.DAT)
      *    IS THE LATEST FIRST SWIPE THAT STILL COUNTS AS ON TIME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT GATE-CARD ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS GATE-CARD-STATUS.
           SELECT GATE-CONTROL ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS GATE-CONTROL-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD GATE-CARD
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "GATECARD.DAT"
           DATA RECORD IS GATE-CARD-REC.
       COPY GATECARD.
       FD GATE-CONTROL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "GATECTL.DAT"
           DATA RECORD IS GATE-CONTROL-REC.
       01 GATE-CONTROL-REC.
        02 GK-START-TIME PIC 9(4).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 GATE-CARD-STATUS PIC XX.
       77 GATE-CONTROL-STATUS PIC XX.
       77 MENU-CHOICE PIC 9.
       77 TRNO PIC 9(5).
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-TODAY PIC 9(8).
       77 WS-START-TIME PIC 9(4) VALUE 0800.
       01 WS-ENTRY-START.
        02 WS-ENTRY-HH PIC 9(2).
        02 WS-ENTRY-MM PIC 9(2).
       77 WS-ENTRY-CARD PIC X(16).
       77 WS-SHOWN-COUNT PIC 9(3).
       77 WS-UPDATE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-GC-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-GC-IDX PIC 9(4) COMP.
       77 WS-GC-FOUND-SW PIC X.
           88 WS-GC-FOUND VALUE "Y".
       77 WS-GC-FOUND-X PIC 9(4) COMP.
       01 WS-GC-TABLE.
        02 WS-GC-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-GC-TOTAL
                INDEXED BY WS-GC-X.
         03 WS-GC-CARD PIC X(16).
         03 WS-GC-RNO PIC 9(5).
         03 WS-GC-ISSUED PIC 9(8).
         03 WS-GC-STATUS PIC X.
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-CARDS-PARA THRU LOAD-CARDS-EXIT.
           PERFORM LOAD-CONTROL-PARA.
       MENU-PARA.
           DISPLAY "GATE CARD MAINTENANCE".
           DISPLAY " 1. SHOW A STUDENT'S CARDS".
           DISPLAY " 2. ISSUE A CARD".
           DISPLAY " 3. CANCEL A CARD".
           DISPLAY " 4. SET SCHOOL START TIME (NOW ", WS-START-TIME,
                ")".
           DISPLAY " 5. SAVE AND EXIT".
           DISPLAY "ENTER CHOICE: ".
           ACCEPT MENU-CHOICE.
           IF MENU-CHOICE < 1 OR MENU-CHOICE > 5
                DISPLAY "INVALID CHOICE - ENTER 1 TO 5"
                GO TO MENU-PARA.
           GO TO SHOW-PARA ISSUE-PARA CANCEL-PARA START-PARA SAVE-PARA
                DEPENDING ON MENU-CHOICE.
       SHOW-PARA.
           DISPLAY "ENTER ROLL NO: ".
           ACCEPT TRNO.
           MOVE ZERO TO WS-SHOWN-COUNT.
           PERFORM SHOW-ONE-PARA
                VARYING WS-GC-IDX FROM 1 BY 1
                UNTIL WS-GC-IDX > WS-GC-TOTAL.
           IF WS-SHOWN-COUNT = ZERO
                DISPLAY "NO CARDS ISSUED TO ROLL NO ", TRNO,
                     " - THE ID-CARD BARCODE IS ITS ONLY CARD".
           GO TO MENU-PARA.
       ISSUE-PARA.
           IF WS-GC-TOTAL = 5000
                DISPLAY "CARD TABLE FULL"
                GO TO MENU-PARA.
           DISPLAY "ENTER CARD NUMBER: ".
           MOVE SPACES TO WS-ENTRY-CARD.
           ACCEPT WS-ENTRY-CARD.
           IF WS-ENTRY-CARD = SPACES
                DISPLAY "CARD NUMBER CANNOT BE BLANK"
                GO TO MENU-PARA.
           PERFORM FIND-CARD-PARA.
           IF WS-GC-FOUND
                DISPLAY "CARD ALREADY ON THE REGISTER FOR ROLL NO ",
                     WS-GC-RNO(WS-GC-FOUND-X)
                GO TO MENU-PARA.
           DISPLAY "ENTER ROLL NO: ".
           ACCEPT TRNO.
           IF TRNO = ZERO
                DISPLAY "ROLL NO CANNOT BE ZERO"
                GO TO MENU-PARA.
           PERFORM RETIRE-ONE-PARA
                VARYING WS-GC-IDX FROM 1 BY 1
                UNTIL WS-GC-IDX > WS-GC-TOTAL.
           ADD 1 TO WS-GC-TOTAL.
           SET WS-GC-X TO WS-GC-TOTAL.
           MOVE WS-ENTRY-CARD TO WS-GC-CARD(WS-GC-X).
           MOVE TRNO TO WS-GC-RNO(WS-GC-X).
           MOVE WS-TODAY TO WS-GC-ISSUED(WS-GC-X).
           MOVE "A" TO WS-GC-STATUS(WS-GC-X).
           DISPLAY "CARD ", WS-ENTRY-CARD, " ISSUED TO ROLL NO ", TRNO.
           ADD 1 TO WS-UPDATE-COUNT.
           GO TO MENU-PARA.
       CANCEL-PARA.
           DISPLAY "ENTER CARD NUMBER: ".
           MOVE SPACES TO WS-ENTRY-CARD.
           ACCEPT WS-ENTRY-CARD.
           PERFORM FIND-CARD-PARA.
           IF NOT WS-GC-FOUND
                DISPLAY "CARD NOT ON THE REGISTER"
                GO TO MENU-PARA.
           IF WS-GC-STATUS(WS-GC-FOUND-X) = "C"
                DISPLAY "CARD IS ALREADY CANCELLED"
                GO TO MENU-PARA.
           MOVE "C" TO WS-GC-STATUS(WS-GC-FOUND-X).
           DISPLAY "CARD ", WS-ENTRY-CARD, " CANCELLED".
           ADD 1 TO WS-UPDATE-COUNT.
           GO TO MENU-PARA.
       START-PARA.
           DISPLAY "ENTER SCHOOL START TIME HHMM: ".
           ACCEPT WS-ENTRY-START.
           IF WS-ENTRY-START NOT NUMERIC
                OR WS-ENTRY-HH > 23 OR WS-ENTRY-MM > 59
                DISPLAY "INVALID TIME"
                GO TO MENU-PARA.
           MOVE WS-ENTRY-START TO WS-START-TIME.
           DISPLAY "START TIME SET TO ", WS-START-TIME.
           ADD 1 TO WS-UPDATE-COUNT.
           GO TO MENU-PARA.
       SAVE-PARA.
           OPEN OUTPUT GATE-CARD.
           PERFORM SAVE-ONE-PARA
                VARYING WS-GC-IDX FROM 1 BY 1
                UNTIL WS-GC-IDX > WS-GC-TOTAL.
           CLOSE GATE-CARD.
           OPEN OUTPUT GATE-CONTROL.
           MOVE WS-START-TIME TO GK-START-TIME.
           WRITE GATE-CONTROL-REC.
           CLOSE GATE-CONTROL.
           DISPLAY "CARDS ON THE REGISTER: ", WS-GC-TOTAL,
                "  START TIME: ", WS-START-TIME.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       SHOW-ONE-PARA.
           IF WS-GC-RNO(WS-GC-IDX) = TRNO
                ADD 1 TO WS-SHOWN-COUNT
                IF WS-GC-STATUS(WS-GC-IDX) = "A"
                     DISPLAY WS-GC-CARD(WS-GC-IDX), " ISSUED ",
                          WS-GC-ISSUED(WS-GC-IDX), " IN USE"
                ELSE
                     DISPLAY WS-GC-CARD(WS-GC-IDX), " ISSUED ",
                          WS-GC-ISSUED(WS-GC-IDX), " CANCELLED".
       RETIRE-ONE-PARA.
           IF WS-GC-RNO(WS-GC-IDX) = TRNO
                AND WS-GC-STATUS(WS-GC-IDX) = "A"
                MOVE "C" TO WS-GC-STATUS(WS-GC-IDX)
                DISPLAY "PREVIOUS CARD ", WS-GC-CARD(WS-GC-IDX),
                     " CANCELLED".
       FIND-CARD-PARA.
           MOVE "N" TO WS-GC-FOUND-SW.
           PERFORM CHECK-ONE-CARD-PARA
                VARYING WS-GC-IDX FROM 1 BY 1
                UNTIL WS-GC-IDX > WS-GC-TOTAL
                OR WS-GC-FOUND.
       CHECK-ONE-CARD-PARA.
           IF WS-GC-CARD(WS-GC-IDX) = WS-ENTRY-CARD
                MOVE "Y" TO WS-GC-FOUND-SW
                MOVE WS-GC-IDX TO WS-GC-FOUND-X.
       SAVE-ONE-PARA.
           MOVE WS-GC-CARD(WS-GC-IDX) TO GC-CARD-NO.
           MOVE WS-GC-RNO(WS-GC-IDX) TO GC-RNO.
           MOVE WS-GC-ISSUED(WS-GC-IDX) TO GC-ISSUED.
           MOVE WS-GC-STATUS(WS-GC-IDX) TO GC-STATUS.
           WRITE GATE-CARD-REC.
       LOAD-CARDS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT GATE-CARD.
           IF GATE-CARD-STATUS NOT = "00"
                GO TO LOAD-CARDS-EXIT.
           PERFORM LOAD-ONE-CARD-PARA UNTIL WS-EOF.
           CLOSE GATE-CARD.
       LOAD-CARDS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-CARD-PARA.
           READ GATE-CARD
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-GC-TOTAL < 5000
                          ADD 1 TO WS-GC-TOTAL
                          SET WS-GC-X TO WS-GC-TOTAL
                          MOVE GC-CARD-NO TO WS-GC-CARD(WS-GC-X)
                          MOVE GC-RNO TO WS-GC-RNO(WS-GC-X)
                          MOVE GC-ISSUED TO WS-GC-ISSUED(WS-GC-X)
                          MOVE GC-STATUS TO WS-GC-STATUS(WS-GC-X).
       LOAD-CONTROL-PARA.
           OPEN INPUT GATE-CONTROL.
           IF GATE-CONTROL-STATUS = "00"
                PERFORM READ-CONTROL-PARA
                CLOSE GATE-CONTROL.
       READ-CONTROL-PARA.
           READ GATE-CONTROL
                AT END CONTINUE
                NOT AT END PERFORM CHECK-CONTROL-PARA.
       CHECK-CONTROL-PARA.
           IF GK-START-TIME NUMERIC AND GK-START-TIME > ZERO
                AND GK-START-TIME < 2400
                MOVE GK-START-TIME TO WS-START-TIME.
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
           MOVE WS-GC-TOTAL TO RL-READ-COUNT.
           MOVE WS-UPDATE-COUNT TO RL-UPDATE-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "GATE-CARD-MAINT" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
