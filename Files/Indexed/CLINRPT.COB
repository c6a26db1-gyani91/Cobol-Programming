       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLINIC-REPORT.
      *    MONTHLY SICK-ROOM SUMMARY FROM CLINVIS.DAT. FIRST THE
      *    STUDENTS WHO CAME IN AT LEAST THE NUMBER OF TIMES ASKED
      *    FOR, WITH HOW MANY OF THOSE VISITS ENDED AT HOME OR WITH
      *    A REFERRAL, THEN EVERY COMPLAINT CODE AGAINST HOW ITS
      *    VISITS ENDED.
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
           SELECT CLINIC-VISIT ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CLINIC-VISIT-STATUS.
           SELECT CLINIC-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CLINIC-PRINT-STATUS.
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
       FD CLINIC-VISIT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "CLINVIS.DAT"
           DATA RECORD IS CLINIC-VISIT-REC.
       COPY CLINVIS.
       FD CLINIC-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "CLINRPT.DAT"
           DATA RECORD IS CLINIC-LINE.
       01 CLINIC-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 STUDENT-FILE-STATUS PIC XX.
       77 CLINIC-VISIT-STATUS PIC XX.
       77 CLINIC-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01 WS-PICK-MONTH PIC 9(6).
       01 WS-PICK-MONTH-SPLIT REDEFINES WS-PICK-MONTH.
        02 WS-PICK-YYYY PIC 9(4).
        02 WS-PICK-MM PIC 9(2).
       77 WS-FREQUENT PIC 9(2).
       77 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       77 WS-MONTH-COUNT PIC 9(5) VALUE ZERO.
       77 WS-FREQUENT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ROW PIC 9 COMP.
       77 WS-COL PIC 9 COMP.
       77 WS-VS-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-VS-IDX PIC 9(4) COMP.
       77 WS-VS-FOUND-SW PIC X.
           88 WS-VS-FOUND VALUE "Y".
       77 WS-VS-FOUND-X PIC 9(4) COMP.
       01 WS-VS-TABLE.
        02 WS-VS-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON WS-VS-TOTAL
                INDEXED BY WS-VS-X.
         03 WS-VS-RNO PIC 9(5).
         03 WS-VS-VISITS PIC 9(3).
         03 WS-VS-HOME PIC 9(3).
         03 WS-VS-REFERRED PIC 9(3).
      *    ROWS ARE THE COMPLAINT CODES IN THE ORDER BELOW, THE
      *    NINTH ROW IS THE COLUMN TOTALS. COLUMNS ARE BACK TO
      *    CLASS, SENT HOME, REFERRED AND THE ROW TOTAL. A CODE
      *    NOT IN THE LIST IS COUNTED AS OTHER.
       01 WS-COMPLAINT-NAMES.
        02 FILLER PIC X(10) VALUE "FEVER".
        02 FILLER PIC X(10) VALUE "HEADACHE".
        02 FILLER PIC X(10) VALUE "STOMACH".
        02 FILLER PIC X(10) VALUE "INJURY".
        02 FILLER PIC X(10) VALUE "COLD".
        02 FILLER PIC X(10) VALUE "BREATHING".
        02 FILLER PIC X(10) VALUE "ALLERGY".
        02 FILLER PIC X(10) VALUE "OTHER".
       01 WS-COMPLAINT-TABLE REDEFINES WS-COMPLAINT-NAMES.
        02 WS-COMPLAINT-CODE PIC X(10) OCCURS 8 TIMES.
       01 WS-GRID.
        02 WS-GRID-ROW OCCURS 9 TIMES.
         03 WS-GRID-CELL PIC 9(5) OCCURS 4 TIMES.
       01 CR-HEAD-1.
        02 FILLER PIC X(27) VALUE "SICK-ROOM VISITS FOR MONTH ".
        02 CH-MONTH PIC 9(6).
       01 CR-FREQ-TITLE.
        02 FILLER PIC X(23) VALUE "STUDENTS SEEN AT LEAST".
        02 CH-FREQUENT PIC Z9.
        02 FILLER PIC X(7) VALUE " TIMES".
       01 CR-FREQ-HEAD.
        02 FILLER PIC X(40) VALUE
           "ROLL NO  NAME                  VISITS  H".
        02 FILLER PIC X(39) VALUE
           "OME  REFERRED".
       01 CR-FREQ-LINE.
        02 CF-RNO PIC 9(5).
        02 FILLER PIC X(4) VALUE SPACES.
        02 CF-NAME PIC X(20).
        02 FILLER PIC X(3) VALUE SPACES.
        02 CF-VISITS PIC ZZ9.
        02 FILLER PIC X(3) VALUE SPACES.
        02 CF-HOME PIC ZZ9.
        02 FILLER PIC X(7) VALUE SPACES.
        02 CF-REFERRED PIC ZZ9.
       01 CR-CODE-TITLE PIC X(79) VALUE "COMPLAINTS BY TYPE".
       01 CR-CODE-HEAD.
        02 FILLER PIC X(38) VALUE
           "COMPLAINT   CLASS   HOME  REFER  TOTAL".
       01 CR-CODE-LINE.
        02 CX-CODE PIC X(10).
        02 CX-CELL PIC ZZZZZZ9 OCCURS 4 TIMES.
       01 CR-NONE-LINE PIC X(79) VALUE
           "  NONE".
       01 DASH-LINE PIC X(79) VALUE ALL "-".
       01 BLANK-LINE PIC X(79) VALUE SPACES.
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           MOVE ZERO TO WS-GRID.
           DISPLAY "ENTER MONTH (YYYYMM): ".
           ACCEPT WS-PICK-MONTH.
           IF WS-PICK-MONTH NOT NUMERIC OR WS-PICK-MM < 1
                OR WS-PICK-MM > 12
                DISPLAY "MONTH MUST BE YYYYMM"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "INVALID REPORT MONTH" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           DISPLAY "LIST STUDENTS WITH AT LEAST HOW MANY VISITS ".
           DISPLAY "(0 FOR 3): ".
           ACCEPT WS-FREQUENT.
           IF WS-FREQUENT = ZERO
                MOVE 3 TO WS-FREQUENT.
           OPEN INPUT CLINIC-VISIT.
           IF CLINIC-VISIT-STATUS NOT = "00"
                DISPLAY "NO CLINIC VISITS ON FILE"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "CLINVIS.DAT NOT FOUND" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
       SCAN-PARA.
           PERFORM SCAN-ONE-PARA UNTIL WS-EOF.
           CLOSE CLINIC-VISIT.
       PRINT-PARA.
           OPEN INPUT STUDENT.
           OPEN OUTPUT CLINIC-PRINT.
           MOVE WS-PICK-MONTH TO CH-MONTH.
           MOVE CR-HEAD-1 TO CLINIC-LINE.
           PERFORM WRITE-CLINIC-LINE-PARA.
           MOVE BLANK-LINE TO CLINIC-LINE.
           PERFORM WRITE-CLINIC-LINE-PARA.
           MOVE WS-FREQUENT TO CH-FREQUENT.
           MOVE CR-FREQ-TITLE TO CLINIC-LINE.
           PERFORM WRITE-CLINIC-LINE-PARA.
           MOVE CR-FREQ-HEAD TO CLINIC-LINE.
           PERFORM WRITE-CLINIC-LINE-PARA.
           PERFORM WRITE-DASH-PARA.
           PERFORM PRINT-ONE-STUDENT-PARA
                VARYING WS-VS-IDX FROM 1 BY 1
                UNTIL WS-VS-IDX > WS-VS-TOTAL.
           IF WS-FREQUENT-COUNT = ZERO
                MOVE CR-NONE-LINE TO CLINIC-LINE
                PERFORM WRITE-CLINIC-LINE-PARA.
           MOVE BLANK-LINE TO CLINIC-LINE.
           PERFORM WRITE-CLINIC-LINE-PARA.
           MOVE CR-CODE-TITLE TO CLINIC-LINE.
           PERFORM WRITE-CLINIC-LINE-PARA.
           MOVE CR-CODE-HEAD TO CLINIC-LINE.
           PERFORM WRITE-CLINIC-LINE-PARA.
           PERFORM WRITE-DASH-PARA.
           PERFORM PRINT-ONE-CODE-PARA
                VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 8.
           PERFORM WRITE-DASH-PARA.
           MOVE 9 TO WS-ROW.
           PERFORM PRINT-ONE-CODE-PARA.
           CLOSE CLINIC-PRINT.
           CLOSE STUDENT.
           IF WS-MONTH-COUNT = ZERO
                MOVE 04 TO WS-RETURN-CODE
                MOVE "NO CLINIC VISITS IN THE MONTH" TO
                     WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       SCAN-ONE-PARA.
           READ CLINIC-VISIT
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     IF CV-DATE(1:6) = WS-PICK-MONTH
                          PERFORM COUNT-ONE-PARA.
       COUNT-ONE-PARA.
           ADD 1 TO WS-MONTH-COUNT.
           MOVE 8 TO WS-ROW.
           PERFORM MATCH-CODE-PARA
                VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 8.
           MOVE 1 TO WS-COL.
           IF CV-SENT-HOME
                MOVE 2 TO WS-COL.
           IF CV-REFERRED
                MOVE 3 TO WS-COL.
           ADD 1 TO WS-GRID-CELL(WS-ROW, WS-COL).
           ADD 1 TO WS-GRID-CELL(WS-ROW, 4).
           ADD 1 TO WS-GRID-CELL(9, WS-COL).
           ADD 1 TO WS-GRID-CELL(9, 4).
           PERFORM FIND-VISITOR-PARA.
           IF NOT WS-VS-FOUND
                PERFORM ADD-VISITOR-PARA.
           IF WS-VS-FOUND
                ADD 1 TO WS-VS-VISITS(WS-VS-FOUND-X)
                IF CV-SENT-HOME
                     ADD 1 TO WS-VS-HOME(WS-VS-FOUND-X)
                ELSE
                     IF CV-REFERRED
                          ADD 1 TO WS-VS-REFERRED(WS-VS-FOUND-X).
       MATCH-CODE-PARA.
           IF CV-COMPLAINT-CODE = WS-COMPLAINT-CODE(WS-COL)
                MOVE WS-COL TO WS-ROW.
       FIND-VISITOR-PARA.
           MOVE "N" TO WS-VS-FOUND-SW.
           PERFORM CHECK-ONE-VISITOR-PARA
                VARYING WS-VS-IDX FROM 1 BY 1
                UNTIL WS-VS-IDX > WS-VS-TOTAL
                OR WS-VS-FOUND.
       CHECK-ONE-VISITOR-PARA.
           IF WS-VS-RNO(WS-VS-IDX) = CV-RNO
                MOVE "Y" TO WS-VS-FOUND-SW
                MOVE WS-VS-IDX TO WS-VS-FOUND-X.
       ADD-VISITOR-PARA.
           IF WS-VS-TOTAL < 2000
                ADD 1 TO WS-VS-TOTAL
                SET WS-VS-X TO WS-VS-TOTAL
                MOVE CV-RNO TO WS-VS-RNO(WS-VS-X)
                MOVE ZERO TO WS-VS-VISITS(WS-VS-X)
                MOVE ZERO TO WS-VS-HOME(WS-VS-X)
                MOVE ZERO TO WS-VS-REFERRED(WS-VS-X)
                MOVE "Y" TO WS-VS-FOUND-SW
                MOVE WS-VS-TOTAL TO WS-VS-FOUND-X.
       PRINT-ONE-STUDENT-PARA.
           IF WS-VS-VISITS(WS-VS-IDX) NOT < WS-FREQUENT
                PERFORM PRINT-VISITOR-PARA.
       PRINT-VISITOR-PARA.
           ADD 1 TO WS-FREQUENT-COUNT.
           MOVE WS-VS-RNO(WS-VS-IDX) TO CF-RNO.
           MOVE WS-VS-RNO(WS-VS-IDX) TO RNO.
           READ STUDENT KEY IS RNO
                INVALID KEY MOVE SPACES TO NAME.
           MOVE NAME TO CF-NAME.
           IF NAME = SPACES
                MOVE "** NOT ON FILE **" TO CF-NAME.
           MOVE WS-VS-VISITS(WS-VS-IDX) TO CF-VISITS.
           MOVE WS-VS-HOME(WS-VS-IDX) TO CF-HOME.
           MOVE WS-VS-REFERRED(WS-VS-IDX) TO CF-REFERRED.
           MOVE CR-FREQ-LINE TO CLINIC-LINE.
           PERFORM WRITE-CLINIC-LINE-PARA.
       PRINT-ONE-CODE-PARA.
           IF WS-ROW = 9
                MOVE "TOTAL" TO CX-CODE
           ELSE
                MOVE WS-COMPLAINT-CODE(WS-ROW) TO CX-CODE.
           PERFORM MOVE-ONE-CELL-PARA
                VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 4.
           MOVE CR-CODE-LINE TO CLINIC-LINE.
           PERFORM WRITE-CLINIC-LINE-PARA.
       MOVE-ONE-CELL-PARA.
           MOVE WS-GRID-CELL(WS-ROW, WS-COL) TO CX-CELL(WS-COL).
       WRITE-CLINIC-LINE-PARA.
           DISPLAY CLINIC-LINE.
           WRITE CLINIC-LINE.
       WRITE-DASH-PARA.
           MOVE DASH-LINE TO CLINIC-LINE.
           PERFORM WRITE-CLINIC-LINE-PARA.
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
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "CLINIC-REPORT" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
