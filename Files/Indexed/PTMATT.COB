       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTM-ATTENDANCE.
      *    RECORDS ON THE PTM DAY WHICH GUARDIANS CAME. A GUARDIAN
      *    IS MARKED AS ARRIVED OR NOT COME FOR ALL OF THE SLOTS
      *    BOOKED FOR THEM THAT DAY. THE FOLLOW-UP LIST NAMES EVERY
      *    GUARDIAN WITH A SLOT NOT MARKED AS ATTENDED, WITH THE
      *    CONTACT NUMBER, SO THE OFFICE CAN RING THEM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT GUARDIAN-MASTER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GD-ID
           FILE STATUS IS GUARDIAN-MASTER-STATUS.
           SELECT PTM-SLOT ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PTM-SLOT-STATUS.
           SELECT NOSHOW-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS NOSHOW-PRINT-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD GUARDIAN-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "GUARDIAN.DAT"
           DATA RECORD IS GUARDIAN-MASTER-REC.
       COPY GUARDMST.
       FD PTM-SLOT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "PTMSLOT.DAT"
           DATA RECORD IS PTM-SLOT-REC.
       COPY PTMSLOT.
       FD NOSHOW-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "PTMNOSHW.DAT"
           DATA RECORD IS NOSHOW-LINE.
       01 NOSHOW-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 GUARDIAN-MASTER-STATUS PIC XX.
       77 PTM-SLOT-STATUS PIC XX.
       77 NOSHOW-PRINT-STATUS PIC XX.
       77 MENU-CHOICE PIC 9.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-PTM-DATE PIC 9(8).
       77 WS-PICK-GDID PIC 9(4).
       77 WS-LAST-GDID PIC 9(4).
       77 WS-MARK PIC X.
       77 WS-GUARDIAN-OPEN-SW PIC X VALUE "N".
           88 WS-GUARDIAN-OPEN VALUE "Y".
       77 WS-DAY-SLOTS PIC 9(5) VALUE ZERO.
       77 WS-LIST-COUNT PIC 9(4).
       77 WS-MISSED-COUNT PIC 9(3).
       77 WS-NOSHOW-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ENTRY-COUNT PIC 9(5) VALUE ZERO.
       77 WS-SLOT-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-SLOT-IDX PIC 9(4) COMP.
       77 WS-COUNT-IDX PIC 9(4) COMP.
       01 WS-SLOT-TABLE.
        02 WS-SLOT-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-SLOT-TOTAL
                INDEXED BY WS-SLOT-X.
         03 WS-SLOT-DATE PIC 9(8).
         03 WS-SLOT-GDID PIC 9(4).
         03 WS-SLOT-IMAGE PIC X(37).
       01 NS-HEAD-1.
        02 FILLER PIC X(37) VALUE
           "GUARDIANS WHO MISSED THE PTM HELD ON ".
        02 NH-DATE PIC 9(8).
       01 NS-COLUMN-LINE PIC X(64) VALUE
           "  GDID  GUARDIAN                   CONTACT          MISSED".
       01 NS-DETAIL-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 ND-GDID PIC 9(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 ND-NAME PIC X(25).
        02 FILLER PIC X(2) VALUE SPACES.
        02 ND-CONTACT PIC X(15).
        02 FILLER PIC X(2) VALUE SPACES.
        02 ND-MISSED PIC ZZ9.
       01 NS-TOTAL-LINE.
        02 FILLER PIC X(24) VALUE "GUARDIANS TO FOLLOW UP: ".
        02 NT-COUNT PIC ZZZZ9.
       01 SL-LIST-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 SL-TIME PIC 9(4).
        02 FILLER PIC X(10) VALUE "  TEACHER ".
        02 SL-TEACHER PIC 9(4).
        02 FILLER PIC X(7) VALUE "  ROLL ".
        02 SL-RNO PIC 9(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 SL-SUBJECT PIC X(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 SL-ATTENDED PIC X.
       01 DASH-LINE PIC X(70) VALUE ALL "-".
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           DISPLAY "ENTER PTM DATE YYYYMMDD: ".
           ACCEPT WS-PTM-DATE.
           PERFORM LOAD-SLOTS-PARA THRU LOAD-SLOTS-EXIT.
           IF WS-RC-ERROR
                GO TO END-PARA.
           IF WS-DAY-SLOTS = ZERO
                DISPLAY "NO PTM SLOTS BOOKED FOR ", WS-PTM-DATE
                MOVE 08 TO WS-RETURN-CODE
                MOVE "NO PTM SCHEDULED FOR THE DATE" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
       MENU-PARA.
           DISPLAY "PTM ATTENDANCE FOR ", WS-PTM-DATE.
           DISPLAY " 1. MARK A GUARDIAN AS ARRIVED".
           DISPLAY " 2. MARK A GUARDIAN AS NOT COME".
           DISPLAY " 3. SHOW A GUARDIAN'S SLOTS".
           DISPLAY " 4. PRINT THE FOLLOW-UP LIST OF NO-SHOWS".
           DISPLAY " 5. SAVE AND EXIT".
           DISPLAY "ENTER CHOICE: ".
           ACCEPT MENU-CHOICE.
           IF MENU-CHOICE < 1 OR MENU-CHOICE > 5
                DISPLAY "INVALID CHOICE - ENTER 1 TO 5"
                GO TO MENU-PARA.
           GO TO ARRIVED-PARA NOTCOME-PARA SHOW-PARA NOSHOW-PARA
                SAVE-PARA
                DEPENDING ON MENU-CHOICE.
       ARRIVED-PARA.
           MOVE "Y" TO WS-MARK.
           PERFORM MARK-GUARDIAN-PARA.
           GO TO MENU-PARA.
       NOTCOME-PARA.
           MOVE "N" TO WS-MARK.
           PERFORM MARK-GUARDIAN-PARA.
           GO TO MENU-PARA.
       SHOW-PARA.
           DISPLAY "ENTER GUARDIAN ID: ".
           ACCEPT WS-PICK-GDID.
           MOVE ZERO TO WS-LIST-COUNT.
           PERFORM SHOW-ONE-SLOT-PARA
                VARYING WS-SLOT-IDX FROM 1 BY 1
                UNTIL WS-SLOT-IDX > WS-SLOT-TOTAL.
           IF WS-LIST-COUNT = ZERO
                DISPLAY "NO SLOTS BOOKED FOR GUARDIAN ", WS-PICK-GDID.
           GO TO MENU-PARA.
      *    A GUARDIAN'S SLOTS ARE BOOKED TOGETHER, SO THEY LIE
      *    TOGETHER IN THE TABLE AND THE GUARDIAN IS LISTED ONCE.
       NOSHOW-PARA.
           MOVE ZERO TO WS-NOSHOW-COUNT.
           MOVE ZERO TO WS-LAST-GDID.
           MOVE "N" TO WS-GUARDIAN-OPEN-SW.
           OPEN INPUT GUARDIAN-MASTER.
           IF GUARDIAN-MASTER-STATUS = "00"
                MOVE "Y" TO WS-GUARDIAN-OPEN-SW.
           OPEN EXTEND NOSHOW-PRINT.
           IF NOSHOW-PRINT-STATUS = "35"
                OPEN OUTPUT NOSHOW-PRINT.
           MOVE WS-PTM-DATE TO NH-DATE.
           MOVE NS-HEAD-1 TO NOSHOW-LINE.
           PERFORM WRITE-NOSHOW-PARA.
           MOVE DASH-LINE TO NOSHOW-LINE.
           PERFORM WRITE-NOSHOW-PARA.
           MOVE NS-COLUMN-LINE TO NOSHOW-LINE.
           PERFORM WRITE-NOSHOW-PARA.
           PERFORM NOSHOW-ONE-PARA
                VARYING WS-SLOT-IDX FROM 1 BY 1
                UNTIL WS-SLOT-IDX > WS-SLOT-TOTAL.
           MOVE DASH-LINE TO NOSHOW-LINE.
           PERFORM WRITE-NOSHOW-PARA.
           MOVE WS-NOSHOW-COUNT TO NT-COUNT.
           MOVE NS-TOTAL-LINE TO NOSHOW-LINE.
           PERFORM WRITE-NOSHOW-PARA.
           CLOSE NOSHOW-PRINT.
           IF WS-GUARDIAN-OPEN
                CLOSE GUARDIAN-MASTER.
           GO TO MENU-PARA.
       SAVE-PARA.
           OPEN OUTPUT PTM-SLOT.
           PERFORM SAVE-ONE-SLOT-PARA
                VARYING WS-SLOT-IDX FROM 1 BY 1
                UNTIL WS-SLOT-IDX > WS-SLOT-TOTAL.
           CLOSE PTM-SLOT.
           DISPLAY "PTM ATTENDANCE SAVED".
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       MARK-GUARDIAN-PARA.
           DISPLAY "ENTER GUARDIAN ID: ".
           ACCEPT WS-PICK-GDID.
           MOVE ZERO TO WS-LIST-COUNT.
           PERFORM MARK-ONE-SLOT-PARA
                VARYING WS-SLOT-IDX FROM 1 BY 1
                UNTIL WS-SLOT-IDX > WS-SLOT-TOTAL.
           IF WS-LIST-COUNT = ZERO
                DISPLAY "NO SLOTS BOOKED FOR GUARDIAN ", WS-PICK-GDID
           ELSE
                ADD 1 TO WS-ENTRY-COUNT
                DISPLAY WS-LIST-COUNT, " SLOT(S) MARKED FOR GUARDIAN ",
                     WS-PICK-GDID.
       MARK-ONE-SLOT-PARA.
           IF WS-SLOT-DATE(WS-SLOT-IDX) = WS-PTM-DATE
                AND WS-SLOT-GDID(WS-SLOT-IDX) = WS-PICK-GDID
                ADD 1 TO WS-LIST-COUNT
                MOVE WS-SLOT-IMAGE(WS-SLOT-IDX) TO PTM-SLOT-REC
                MOVE WS-MARK TO PS-ATTENDED
                MOVE PTM-SLOT-REC TO WS-SLOT-IMAGE(WS-SLOT-IDX).
       SHOW-ONE-SLOT-PARA.
           IF WS-SLOT-DATE(WS-SLOT-IDX) = WS-PTM-DATE
                AND WS-SLOT-GDID(WS-SLOT-IDX) = WS-PICK-GDID
                ADD 1 TO WS-LIST-COUNT
                MOVE WS-SLOT-IMAGE(WS-SLOT-IDX) TO PTM-SLOT-REC
                MOVE PS-SLOT-TIME TO SL-TIME
                MOVE PS-TEACHER-ID TO SL-TEACHER
                MOVE PS-RNO TO SL-RNO
                MOVE PS-SUBJECT-CODE TO SL-SUBJECT
                MOVE PS-ATTENDED TO SL-ATTENDED
                DISPLAY SL-LIST-LINE.
       NOSHOW-ONE-PARA.
           IF WS-SLOT-DATE(WS-SLOT-IDX) NOT = WS-PTM-DATE
                GO TO NOSHOW-ONE-SKIP.
           MOVE WS-SLOT-IMAGE(WS-SLOT-IDX) TO PTM-SLOT-REC.
           IF PS-CAME OR PS-GUARDIAN-ID = WS-LAST-GDID
                GO TO NOSHOW-ONE-SKIP.
           MOVE PS-GUARDIAN-ID TO WS-LAST-GDID.
           MOVE PS-GUARDIAN-ID TO WS-PICK-GDID.
           MOVE ZERO TO WS-MISSED-COUNT.
           PERFORM COUNT-MISSED-PARA
                VARYING WS-COUNT-IDX FROM 1 BY 1
                UNTIL WS-COUNT-IDX > WS-SLOT-TOTAL.
           ADD 1 TO WS-NOSHOW-COUNT.
           MOVE WS-PICK-GDID TO ND-GDID.
           MOVE "NOT ON GUARDIAN MASTER" TO ND-NAME.
           MOVE SPACES TO ND-CONTACT.
           IF WS-GUARDIAN-OPEN
                MOVE WS-PICK-GDID TO GD-ID
                READ GUARDIAN-MASTER KEY IS GD-ID
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                          MOVE GD-NAME TO ND-NAME
                          MOVE GD-CONTACT TO ND-CONTACT.
           MOVE WS-MISSED-COUNT TO ND-MISSED.
           MOVE NS-DETAIL-LINE TO NOSHOW-LINE.
           PERFORM WRITE-NOSHOW-PARA.
       NOSHOW-ONE-SKIP.
           EXIT.
       COUNT-MISSED-PARA.
           IF WS-SLOT-DATE(WS-COUNT-IDX) = WS-PTM-DATE
                AND WS-SLOT-GDID(WS-COUNT-IDX) = WS-PICK-GDID
                MOVE WS-SLOT-IMAGE(WS-COUNT-IDX) TO PTM-SLOT-REC
                IF NOT PS-CAME
                     ADD 1 TO WS-MISSED-COUNT.
       SAVE-ONE-SLOT-PARA.
           MOVE WS-SLOT-IMAGE(WS-SLOT-IDX) TO PTM-SLOT-REC.
           WRITE PTM-SLOT-REC.
       LOAD-SLOTS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT PTM-SLOT.
           IF PTM-SLOT-STATUS NOT = "00"
                GO TO LOAD-SLOTS-EXIT.
           PERFORM LOAD-ONE-SLOT-PARA UNTIL WS-EOF.
           CLOSE PTM-SLOT.
       LOAD-SLOTS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-SLOT-PARA.
           READ PTM-SLOT
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM STORE-SLOT-PARA.
       STORE-SLOT-PARA.
           IF WS-SLOT-TOTAL = 5000
                DISPLAY "MORE THAN 5000 PTM SLOTS ON FILE - ",
                     "RUN ABANDONED"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "TOO MANY PTM SLOTS TO LOAD" TO WS-ERROR-MESSAGE
                MOVE "Y" TO WS-EOF-SW
           ELSE
                ADD 1 TO WS-SLOT-TOTAL
                SET WS-SLOT-X TO WS-SLOT-TOTAL
                MOVE PS-PTM-DATE TO WS-SLOT-DATE(WS-SLOT-X)
                MOVE PS-GUARDIAN-ID TO WS-SLOT-GDID(WS-SLOT-X)
                MOVE PTM-SLOT-REC TO WS-SLOT-IMAGE(WS-SLOT-X)
                IF PS-PTM-DATE = WS-PTM-DATE
                     ADD 1 TO WS-DAY-SLOTS.
       WRITE-NOSHOW-PARA.
           DISPLAY NOSHOW-LINE.
           WRITE NOSHOW-LINE.
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
           MOVE WS-DAY-SLOTS TO RL-READ-COUNT.
           MOVE WS-ENTRY-COUNT TO RL-UPDATE-COUNT.
           MOVE WS-NOSHOW-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "PTM-ATTENDANCE" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
