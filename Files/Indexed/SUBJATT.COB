       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJECT-ATTEND.
      *    SUBJECT-WISE ATTENDANCE PERCENTAGES FROM THE PERIOD
      *    REGISTERS (PERATT.DAT) BETWEEN TWO DATES: FOR EVERY
      *    STUDENT AND SUBJECT THE PERIODS HELD, ATTENDED, MISSED
      *    AND EXCUSED, AND ATTENDED AS A PERCENTAGE OF THE PERIODS
      *    HELD LESS THOSE EXCUSED. A SECTION MAY BE GIVEN TO LIMIT
      *    THE REPORT. PRINTED IN ROLL NUMBER AND SUBJECT ORDER.
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
           SELECT PERIOD-ATTEND ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PERIOD-ATTEND-STATUS.
           SELECT SUBJATT-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SUBJATT-PRINT-STATUS.
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
       FD PERIOD-ATTEND
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "PERATT.DAT"
           DATA RECORD IS PERIOD-ATTEND-REC.
       COPY PERATT.
       FD SUBJATT-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SUBJATT.DAT"
           DATA RECORD IS SUBJATT-LINE.
       01 SUBJATT-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 STUDENT-FILE-STATUS PIC XX.
       77 PERIOD-ATTEND-STATUS PIC XX.
       77 SUBJATT-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-FROM-DATE PIC 9(8).
       77 WS-TO-DATE PIC 9(8).
       77 WS-ENTRY-SECTION PIC X(4).
       77 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       77 WS-PRINT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-BASE PIC 9(5).
       77 WS-PERCENT PIC 9(3).
       77 WS-SA-PICK PIC 9(4) COMP.
       77 WS-SA-IDX PIC 9(4) COMP.
       77 WS-SA-AT PIC 9(4) COMP.
      *    ONE ENTRY PER STUDENT AND SUBJECT, KEPT IN ROLL NUMBER
      *    AND SUBJECT ORDER AS ROWS ARE ADDED.
       77 WS-SA-TOTAL PIC 9(4) COMP VALUE ZERO.
       01 WS-SA-TABLE.
        02 WS-SA-ENTRY OCCURS 1 TO 3000 TIMES
                DEPENDING ON WS-SA-TOTAL
                INDEXED BY WS-SA-X.
         03 WS-SA-KEY.
          04 WS-SA-RNO PIC 9(5).
          04 WS-SA-SUBJECT PIC X(5).
         03 WS-SA-SECTION PIC X(4).
         03 WS-SA-HELD PIC 9(4).
         03 WS-SA-PRESENT PIC 9(4).
         03 WS-SA-ABSENT PIC 9(4).
         03 WS-SA-EXCUSED PIC 9(4).
       01 WS-NEW-KEY.
        02 WS-NEW-RNO PIC 9(5).
        02 WS-NEW-SUBJECT PIC X(5).
       01 SJ-HEAD-1.
        02 FILLER PIC X(29) VALUE
           "SUBJECT-WISE ATTENDANCE FROM ".
        02 SH-FROM PIC 9(8).
        02 FILLER PIC X(4) VALUE " TO ".
        02 SH-TO PIC 9(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 SH-SECTION PIC X(12).
       01 SJ-HEAD-2.
        02 FILLER PIC X(36) VALUE
           "ROLL  NAME                 SECT SUBJ".
        02 FILLER PIC X(35) VALUE
           "   HELD ATTND MISSD EXCSD PERCENT".
       01 SJ-DETAIL-LINE.
        02 SD-RNO PIC 9(5).
        02 FILLER PIC X VALUE SPACE.
        02 SD-NAME PIC X(20).
        02 FILLER PIC X VALUE SPACE.
        02 SD-SECTION PIC X(4).
        02 FILLER PIC X VALUE SPACE.
        02 SD-SUBJECT PIC X(5).
        02 FILLER PIC X VALUE SPACE.
        02 SD-HELD PIC ZZZZ9.
        02 FILLER PIC X VALUE SPACE.
        02 SD-PRESENT PIC ZZZZ9.
        02 FILLER PIC X VALUE SPACE.
        02 SD-ABSENT PIC ZZZZ9.
        02 FILLER PIC X VALUE SPACE.
        02 SD-EXCUSED PIC ZZZZ9.
        02 FILLER PIC X(3) VALUE SPACES.
        02 SD-PERCENT PIC ZZ9.
        02 SD-PCT-SIGN PIC X(2).
       01 SJ-TOTAL-LINE.
        02 ST-TEXT PIC X(30).
        02 ST-COUNT PIC ZZZZ9.
       01 DASH-LINE PIC X(75) VALUE ALL "-".
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           DISPLAY "ENTER FROM DATE YYYYMMDD: ".
           ACCEPT WS-FROM-DATE.
           DISPLAY "ENTER TO DATE YYYYMMDD (0 = TODAY): ".
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE = ZERO
                ACCEPT WS-TO-DATE FROM DATE YYYYMMDD.
           IF WS-FROM-DATE > WS-TO-DATE
                DISPLAY "FROM DATE IS AFTER THE TO DATE"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "INVALID DATE RANGE" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           DISPLAY "ENTER SECTION (BLANK = ALL): ".
           MOVE SPACES TO WS-ENTRY-SECTION.
           ACCEPT WS-ENTRY-SECTION.
           OPEN INPUT PERIOD-ATTEND.
           IF PERIOD-ATTEND-STATUS NOT = "00"
                DISPLAY "NO PERIOD REGISTERS ON FILE"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "PERATT.DAT NOT FOUND" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-ONE-ROW-PARA UNTIL WS-EOF.
           CLOSE PERIOD-ATTEND.
           OPEN INPUT STUDENT.
           OPEN EXTEND SUBJATT-PRINT.
           IF SUBJATT-PRINT-STATUS = "35"
                OPEN OUTPUT SUBJATT-PRINT.
           MOVE WS-FROM-DATE TO SH-FROM.
           MOVE WS-TO-DATE TO SH-TO.
           IF WS-ENTRY-SECTION = SPACES
                MOVE "ALL SECTIONS" TO SH-SECTION
           ELSE
                MOVE WS-ENTRY-SECTION TO SH-SECTION.
           MOVE SJ-HEAD-1 TO SUBJATT-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE SJ-HEAD-2 TO SUBJATT-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE DASH-LINE TO SUBJATT-LINE.
           PERFORM WRITE-LINE-PARA.
       PRINT-PARA.
           PERFORM PRINT-ONE-PARA
                VARYING WS-SA-IDX FROM 1 BY 1
                UNTIL WS-SA-IDX > WS-SA-TOTAL.
       CLOSE-PARA.
           MOVE DASH-LINE TO SUBJATT-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE "REGISTER ROWS READ: " TO ST-TEXT.
           MOVE WS-READ-COUNT TO ST-COUNT.
           MOVE SJ-TOTAL-LINE TO SUBJATT-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE "STUDENT-SUBJECT LINES: " TO ST-TEXT.
           MOVE WS-PRINT-COUNT TO ST-COUNT.
           MOVE SJ-TOTAL-LINE TO SUBJATT-LINE.
           PERFORM WRITE-LINE-PARA.
           IF WS-REJECT-COUNT > ZERO
                MOVE "ROWS NOT HELD (TABLE FULL): " TO ST-TEXT
                MOVE WS-REJECT-COUNT TO ST-COUNT
                MOVE SJ-TOTAL-LINE TO SUBJATT-LINE
                PERFORM WRITE-LINE-PARA
                MOVE 04 TO WS-RETURN-CODE
                MOVE "STUDENT-SUBJECT TABLE FULL" TO WS-ERROR-MESSAGE.
           CLOSE SUBJATT-PRINT.
           IF STUDENT-FILE-STATUS = "00"
                CLOSE STUDENT.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       LOAD-ONE-ROW-PARA.
           READ PERIOD-ATTEND
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF PA-DATE NOT < WS-FROM-DATE
                          AND PA-DATE NOT > WS-TO-DATE
                          AND (WS-ENTRY-SECTION = SPACES
                          OR PA-SECTION = WS-ENTRY-SECTION)
                          ADD 1 TO WS-READ-COUNT
                          PERFORM NOTE-ROW-PARA.
      *    FIND THE STUDENT-SUBJECT ENTRY, OR THE PLACE IT BELONGS
      *    IN KEY ORDER, OPENING A GAP THERE FOR A NEW ONE.
       NOTE-ROW-PARA.
           MOVE PA-RNO TO WS-NEW-RNO.
           MOVE PA-SUBJECT-CODE TO WS-NEW-SUBJECT.
           MOVE ZERO TO WS-SA-PICK.
           MOVE ZERO TO WS-SA-AT.
           PERFORM FIND-ONE-SA-PARA
                VARYING WS-SA-IDX FROM 1 BY 1
                UNTIL WS-SA-IDX > WS-SA-TOTAL
                OR WS-SA-PICK NOT = ZERO
                OR WS-SA-AT NOT = ZERO.
           IF WS-SA-PICK = ZERO
                IF WS-SA-TOTAL < 3000
                     PERFORM OPEN-GAP-PARA
                ELSE
                     ADD 1 TO WS-REJECT-COUNT.
           IF WS-SA-PICK NOT = ZERO
                MOVE PA-SECTION TO WS-SA-SECTION(WS-SA-PICK)
                ADD 1 TO WS-SA-HELD(WS-SA-PICK)
                IF PA-PRESENT
                     ADD 1 TO WS-SA-PRESENT(WS-SA-PICK)
                ELSE
                     IF PA-ABSENT
                          ADD 1 TO WS-SA-ABSENT(WS-SA-PICK)
                     ELSE
                          ADD 1 TO WS-SA-EXCUSED(WS-SA-PICK).
       FIND-ONE-SA-PARA.
           IF WS-SA-KEY(WS-SA-IDX) = WS-NEW-KEY
                MOVE WS-SA-IDX TO WS-SA-PICK
           ELSE
                IF WS-SA-KEY(WS-SA-IDX) > WS-NEW-KEY
                     MOVE WS-SA-IDX TO WS-SA-AT.
       OPEN-GAP-PARA.
           IF WS-SA-AT = ZERO
                COMPUTE WS-SA-AT = WS-SA-TOTAL + 1.
           ADD 1 TO WS-SA-TOTAL.
           PERFORM SHIFT-ONE-SA-PARA
                VARYING WS-SA-IDX FROM WS-SA-TOTAL BY -1
                UNTIL WS-SA-IDX NOT > WS-SA-AT.
           MOVE WS-SA-AT TO WS-SA-PICK.
           MOVE WS-NEW-KEY TO WS-SA-KEY(WS-SA-PICK).
           MOVE ZERO TO WS-SA-HELD(WS-SA-PICK).
           MOVE ZERO TO WS-SA-PRESENT(WS-SA-PICK).
           MOVE ZERO TO WS-SA-ABSENT(WS-SA-PICK).
           MOVE ZERO TO WS-SA-EXCUSED(WS-SA-PICK).
       SHIFT-ONE-SA-PARA.
           MOVE WS-SA-ENTRY(WS-SA-IDX - 1) TO WS-SA-ENTRY(WS-SA-IDX).
       PRINT-ONE-PARA.
           MOVE WS-SA-RNO(WS-SA-IDX) TO SD-RNO.
           MOVE WS-SA-RNO(WS-SA-IDX) TO RNO.
           MOVE SPACES TO SD-NAME.
           IF STUDENT-FILE-STATUS = "00"
                READ STUDENT KEY IS RNO
                     INVALID KEY MOVE "(NOT ON FILE)" TO SD-NAME
                     NOT INVALID KEY MOVE NAME TO SD-NAME.
           MOVE WS-SA-SECTION(WS-SA-IDX) TO SD-SECTION.
           MOVE WS-SA-SUBJECT(WS-SA-IDX) TO SD-SUBJECT.
           MOVE WS-SA-HELD(WS-SA-IDX) TO SD-HELD.
           MOVE WS-SA-PRESENT(WS-SA-IDX) TO SD-PRESENT.
           MOVE WS-SA-ABSENT(WS-SA-IDX) TO SD-ABSENT.
           MOVE WS-SA-EXCUSED(WS-SA-IDX) TO SD-EXCUSED.
           COMPUTE WS-BASE = WS-SA-HELD(WS-SA-IDX)
                - WS-SA-EXCUSED(WS-SA-IDX).
           IF WS-BASE > ZERO
                COMPUTE WS-PERCENT = WS-SA-PRESENT(WS-SA-IDX) * 100
                     / WS-BASE
                MOVE WS-PERCENT TO SD-PERCENT
                MOVE " %" TO SD-PCT-SIGN
           ELSE
                MOVE ZERO TO SD-PERCENT
                MOVE SPACES TO SD-PCT-SIGN.
           MOVE SJ-DETAIL-LINE TO SUBJATT-LINE.
           PERFORM WRITE-LINE-PARA.
           ADD 1 TO WS-PRINT-COUNT.
       WRITE-LINE-PARA.
           DISPLAY SUBJATT-LINE.
           WRITE SUBJATT-LINE.
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
           MOVE WS-REJECT-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "SUBJECT-ATTEND" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
