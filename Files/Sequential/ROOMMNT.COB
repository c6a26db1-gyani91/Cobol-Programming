       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAM-ROOM-MAINT.
      *    MAINTAINS THE EXAMINATION ROOM MASTER (EXROOM.DAT): THE
      *    SEAT ROWS AND COLUMNS OF EVERY ROOM NAMED ON THE EXAM
      *    SCHEDULE AND HOW MANY OF THOSE SEATS MAY BE USED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT EXAM-ROOM ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EXAM-ROOM-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EXAM-ROOM
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "EXROOM.DAT"
           DATA RECORD IS EXAM-ROOM-REC.
       COPY EXROOM.
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 EXAM-ROOM-STATUS PIC XX.
       77 MENU-CHOICE PIC 9.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-ROOM-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-ROOM-IDX PIC 9(3) COMP.
       77 WS-ROOM-FOUND-SW PIC X.
           88 WS-ROOM-FOUND VALUE "Y".
       77 WS-ROOM-FOUND-X PIC 9(3) COMP.
       77 WS-ENTRY-ROOM PIC X(15).
       77 WS-ENTRY-ROWS PIC 9(2).
       77 WS-ENTRY-COLS PIC 9(2).
       77 WS-ENTRY-CAPACITY PIC 9(3).
       77 WS-SEATS PIC 9(3).
       77 WS-UPDATE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ROOM-TABLE.
        02 WS-ROOM-ENTRY OCCURS 50 TIMES
                DEPENDING ON WS-ROOM-TOTAL
                INDEXED BY WS-ROOM-X.
         03 WS-ROOM-NAME PIC X(15).
         03 WS-ROOM-ROWS PIC 9(2).
         03 WS-ROOM-COLS PIC 9(2).
         03 WS-ROOM-CAPACITY PIC 9(3).
       01 ROOM-LIST-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RO-ROOM PIC X(15).
        02 FILLER PIC X(3) VALUE SPACES.
        02 RO-ROWS PIC Z9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 RO-COLS PIC Z9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 RO-CAPACITY PIC ZZ9.
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           PERFORM LOAD-ROOMS-PARA THRU LOAD-ROOMS-EXIT.
       MENU-PARA.
           DISPLAY "EXAM ROOM MAINTENANCE".
           DISPLAY " 1. LIST THE ROOMS".
           DISPLAY " 2. ADD OR REPLACE A ROOM".
           DISPLAY " 3. REMOVE A ROOM".
           DISPLAY " 4. SAVE AND EXIT".
           DISPLAY "ENTER CHOICE: ".
           ACCEPT MENU-CHOICE.
           IF MENU-CHOICE < 1 OR MENU-CHOICE > 4
                DISPLAY "INVALID CHOICE - ENTER 1 TO 4"
                GO TO MENU-PARA.
           GO TO LIST-PARA ADD-PARA REMOVE-PARA SAVE-PARA
                DEPENDING ON MENU-CHOICE.
       LIST-PARA.
           IF WS-ROOM-TOTAL = ZERO
                DISPLAY "NO ROOMS ON FILE"
                GO TO MENU-PARA.
           DISPLAY "  ROOM             ROWS  COLS  SEATS".
           PERFORM LIST-ONE-PARA
                VARYING WS-ROOM-IDX FROM 1 BY 1
                UNTIL WS-ROOM-IDX > WS-ROOM-TOTAL.
           GO TO MENU-PARA.
      *    ROWS ARE LETTERED A-Z AND A SEAT CHART LINE HOLDS TWELVE
      *    COLUMNS. SEATS IN USE DEFAULT TO EVERY SEAT IN THE ROOM.
       ADD-PARA.
           DISPLAY "ENTER ROOM (AS ON THE EXAM SCHEDULE): ".
           ACCEPT WS-ENTRY-ROOM.
           IF WS-ENTRY-ROOM = SPACES
                DISPLAY "ROOM MUST BE GIVEN"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           DISPLAY "ENTER NUMBER OF SEAT ROWS (1-26): ".
           ACCEPT WS-ENTRY-ROWS.
           IF WS-ENTRY-ROWS < 1 OR WS-ENTRY-ROWS > 26
                DISPLAY "ROWS MUST BE 1-26"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           DISPLAY "ENTER NUMBER OF SEATS PER ROW (1-12): ".
           ACCEPT WS-ENTRY-COLS.
           IF WS-ENTRY-COLS < 1 OR WS-ENTRY-COLS > 12
                DISPLAY "SEATS PER ROW MUST BE 1-12"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           COMPUTE WS-SEATS = WS-ENTRY-ROWS * WS-ENTRY-COLS.
           DISPLAY "ENTER SEATS IN USE (0 = ALL ", WS-SEATS, "): ".
           ACCEPT WS-ENTRY-CAPACITY.
           IF WS-ENTRY-CAPACITY = ZERO
                MOVE WS-SEATS TO WS-ENTRY-CAPACITY.
           IF WS-ENTRY-CAPACITY > WS-SEATS
                DISPLAY "SEATS IN USE CANNOT EXCEED ", WS-SEATS
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           PERFORM FIND-ROOM-PARA.
           IF WS-ROOM-FOUND
                MOVE WS-ENTRY-ROWS TO WS-ROOM-ROWS(WS-ROOM-FOUND-X)
                MOVE WS-ENTRY-COLS TO WS-ROOM-COLS(WS-ROOM-FOUND-X)
                MOVE WS-ENTRY-CAPACITY TO
                     WS-ROOM-CAPACITY(WS-ROOM-FOUND-X)
                DISPLAY "ROOM ", WS-ENTRY-ROOM, " REPLACED"
                ADD 1 TO WS-UPDATE-COUNT
                GO TO MENU-PARA.
           IF WS-ROOM-TOTAL = 50
                DISPLAY "ROOM TABLE FULL"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           ADD 1 TO WS-ROOM-TOTAL.
           SET WS-ROOM-X TO WS-ROOM-TOTAL.
           MOVE WS-ENTRY-ROOM TO WS-ROOM-NAME(WS-ROOM-X).
           MOVE WS-ENTRY-ROWS TO WS-ROOM-ROWS(WS-ROOM-X).
           MOVE WS-ENTRY-COLS TO WS-ROOM-COLS(WS-ROOM-X).
           MOVE WS-ENTRY-CAPACITY TO WS-ROOM-CAPACITY(WS-ROOM-X).
           DISPLAY "ROOM ", WS-ENTRY-ROOM, " ADDED".
           ADD 1 TO WS-UPDATE-COUNT.
           GO TO MENU-PARA.
       REMOVE-PARA.
           DISPLAY "ENTER ROOM TO REMOVE: ".
           ACCEPT WS-ENTRY-ROOM.
           PERFORM FIND-ROOM-PARA.
           IF NOT WS-ROOM-FOUND
                DISPLAY "ROOM NOT ON FILE"
                GO TO MENU-PARA.
           PERFORM SHIFT-ONE-ROOM-PARA
                VARYING WS-ROOM-IDX FROM WS-ROOM-FOUND-X BY 1
                UNTIL WS-ROOM-IDX >= WS-ROOM-TOTAL.
           SUBTRACT 1 FROM WS-ROOM-TOTAL.
           DISPLAY "ROOM ", WS-ENTRY-ROOM, " REMOVED".
           ADD 1 TO WS-UPDATE-COUNT.
           GO TO MENU-PARA.
       SAVE-PARA.
           OPEN OUTPUT EXAM-ROOM.
           PERFORM SAVE-ONE-ROOM-PARA
                VARYING WS-ROOM-IDX FROM 1 BY 1
                UNTIL WS-ROOM-IDX > WS-ROOM-TOTAL.
           CLOSE EXAM-ROOM.
           DISPLAY "ROOMS ON FILE: ", WS-ROOM-TOTAL.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       LIST-ONE-PARA.
           MOVE WS-ROOM-NAME(WS-ROOM-IDX) TO RO-ROOM.
           MOVE WS-ROOM-ROWS(WS-ROOM-IDX) TO RO-ROWS.
           MOVE WS-ROOM-COLS(WS-ROOM-IDX) TO RO-COLS.
           MOVE WS-ROOM-CAPACITY(WS-ROOM-IDX) TO RO-CAPACITY.
           DISPLAY ROOM-LIST-LINE.
       FIND-ROOM-PARA.
           MOVE "N" TO WS-ROOM-FOUND-SW.
           PERFORM CHECK-ONE-ROOM-PARA
                VARYING WS-ROOM-IDX FROM 1 BY 1
                UNTIL WS-ROOM-IDX > WS-ROOM-TOTAL
                OR WS-ROOM-FOUND.
       CHECK-ONE-ROOM-PARA.
           IF WS-ROOM-NAME(WS-ROOM-IDX) = WS-ENTRY-ROOM
                MOVE "Y" TO WS-ROOM-FOUND-SW
                MOVE WS-ROOM-IDX TO WS-ROOM-FOUND-X.
       SHIFT-ONE-ROOM-PARA.
           MOVE WS-ROOM-ENTRY(WS-ROOM-IDX + 1) TO
                WS-ROOM-ENTRY(WS-ROOM-IDX).
       SAVE-ONE-ROOM-PARA.
           MOVE WS-ROOM-NAME(WS-ROOM-IDX) TO ER-ROOM.
           MOVE WS-ROOM-ROWS(WS-ROOM-IDX) TO ER-ROWS.
           MOVE WS-ROOM-COLS(WS-ROOM-IDX) TO ER-COLS.
           MOVE WS-ROOM-CAPACITY(WS-ROOM-IDX) TO ER-CAPACITY.
           WRITE EXAM-ROOM-REC.
       LOAD-ROOMS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT EXAM-ROOM.
           IF EXAM-ROOM-STATUS NOT = "00"
                GO TO LOAD-ROOMS-EXIT.
           PERFORM LOAD-ONE-ROOM-PARA UNTIL WS-EOF.
           CLOSE EXAM-ROOM.
       LOAD-ROOMS-EXIT.
           EXIT.
       LOAD-ONE-ROOM-PARA.
           READ EXAM-ROOM
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-ROOM-TOTAL < 50
                          ADD 1 TO WS-ROOM-TOTAL
                          SET WS-ROOM-X TO WS-ROOM-TOTAL
                          MOVE ER-ROOM TO WS-ROOM-NAME(WS-ROOM-X)
                          MOVE ER-ROWS TO WS-ROOM-ROWS(WS-ROOM-X)
                          MOVE ER-COLS TO WS-ROOM-COLS(WS-ROOM-X)
                          MOVE ER-CAPACITY TO
                               WS-ROOM-CAPACITY(WS-ROOM-X).
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
           MOVE WS-ROOM-TOTAL TO RL-READ-COUNT.
           MOVE WS-UPDATE-COUNT TO RL-UPDATE-COUNT.
           MOVE WS-REJECT-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "EXAM-ROOM-MAINT" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
