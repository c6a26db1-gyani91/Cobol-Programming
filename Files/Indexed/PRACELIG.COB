       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRACT-ELIGIBLE.
      *    LISTS, BEFORE THE PRACTICAL EXAMS, THE STUDENTS WHOSE
      *    ATTENDANCE IN A PRACTICAL SUBJECT (A LIVE SUBJECT SPLIT
      *    INTO THEORY AND PRACTICAL ON SUBJMAST.DAT) IS BELOW THE
      *    BOARD'S MINIMUM. ATTENDANCE IS COUNTED FROM THE PERIOD
      *    REGISTERS (PERATT.DAT) FROM THE GIVEN TERM START UP TO THE
      *    DAY BEFORE THE SUBJECT'S EXAM ON SITCTL.DAT, OR UP TO THE
      *    AS-OF DATE WHEN THE EXAM IS NOT YET SCHEDULED. THE
      *    PERCENTAGE IS PERIODS ATTENDED OVER PERIODS HELD LESS
      *    THOSE EXCUSED ON APPROVED LEAVE.
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
           SELECT SUBJECT-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SUBJECT-MASTER-STATUS.
           SELECT SITTING-CONTROL ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SITTING-CONTROL-STATUS.
           SELECT ELIGIBLE-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ELIGIBLE-PRINT-STATUS.
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
       FD SUBJECT-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SUBJMAST.DAT"
           DATA RECORD IS SUBJECT-MASTER-REC.
       COPY SUBJMAST.
       FD SITTING-CONTROL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SITCTL.DAT"
           DATA RECORD IS SITTING-CONTROL-REC.
       COPY SITCTL.
       FD ELIGIBLE-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "PRACELIG.DAT"
           DATA RECORD IS ELIGIBLE-LINE.
       01 ELIGIBLE-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 STUDENT-FILE-STATUS PIC XX.
       77 PERIOD-ATTEND-STATUS PIC XX.
       77 SUBJECT-MASTER-STATUS PIC XX.
       77 SITTING-CONTROL-STATUS PIC XX.
       77 ELIGIBLE-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-FROM-DATE PIC 9(8).
       77 WS-AS-OF PIC 9(8).
       77 WS-THRESHOLD PIC 9(3).
       77 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       77 WS-SHORT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-SUBJ-SHORT PIC 9(5).
       77 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-BASE PIC 9(5).
       77 WS-PERCENT PIC 9(3).
      *    THE PRACTICAL SUBJECTS, EACH WITH THE DATE UP TO WHICH
      *    ITS ATTENDANCE IS COUNTED (EXCLUSIVE).
       77 WS-PR-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-PR-IDX PIC 9(3) COMP.
       77 WS-PR-PICK PIC 9(3) COMP.
       01 WS-PR-TABLE.
        02 WS-PR-ENTRY OCCURS 1 TO 200 TIMES
                DEPENDING ON WS-PR-TOTAL
                INDEXED BY WS-PR-X.
         03 WS-PR-CODE PIC X(5).
         03 WS-PR-NAME PIC X(15).
         03 WS-PR-EXAM-DATE PIC 9(8).
         03 WS-PR-CUTOFF PIC 9(8).
      *    ONE ENTRY PER SUBJECT AND STUDENT, KEPT IN SUBJECT AND
      *    ROLL NUMBER ORDER AS ROWS ARE ADDED.
       77 WS-SA-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-SA-IDX PIC 9(4) COMP.
       77 WS-SA-PICK PIC 9(4) COMP.
       77 WS-SA-AT PIC 9(4) COMP.
       01 WS-SA-TABLE.
        02 WS-SA-ENTRY OCCURS 1 TO 3000 TIMES
                DEPENDING ON WS-SA-TOTAL
                INDEXED BY WS-SA-X.
         03 WS-SA-KEY.
          04 WS-SA-SUBJECT PIC X(5).
          04 WS-SA-RNO PIC 9(5).
         03 WS-SA-SECTION PIC X(4).
         03 WS-SA-HELD PIC 9(4).
         03 WS-SA-PRESENT PIC 9(4).
         03 WS-SA-EXCUSED PIC 9(4).
       01 WS-NEW-KEY.
        02 WS-NEW-SUBJECT PIC X(5).
        02 WS-NEW-RNO PIC 9(5).
       01 EL-HEAD-1.
        02 FILLER PIC X(41) VALUE
           "PRACTICAL ATTENDANCE SHORTFALL - MINIMUM ".
        02 EH-THRESHOLD PIC ZZ9.
        02 FILLER PIC X(16) VALUE " PERCENT - FROM ".
        02 EH-FROM PIC 9(8).
       01 EL-SUBJ-LINE.
        02 FILLER PIC X(9) VALUE "SUBJECT: ".
        02 ES-CODE PIC X(5).
        02 FILLER PIC X VALUE SPACE.
        02 ES-NAME PIC X(15).
        02 FILLER PIC X(2) VALUE SPACES.
        02 ES-EXAM-TEXT PIC X(30).
        02 ES-EXAM-DATE REDEFINES ES-EXAM-TEXT.
         03 ES-EXAM-LABEL PIC X(11).
         03 ES-EXAM PIC 9(8).
         03 FILLER PIC X(11).
       01 EL-DETAIL-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 ED-RNO PIC 9(5).
        02 FILLER PIC X VALUE SPACE.
        02 ED-NAME PIC X(20).
        02 FILLER PIC X VALUE SPACE.
        02 ED-SECTION PIC X(4).
        02 FILLER PIC X(7) VALUE "  HELD ".
        02 ED-HELD PIC ZZZ9.
        02 FILLER PIC X(9) VALUE " ATTENDED".
        02 ED-PRESENT PIC ZZZZ9.
        02 FILLER PIC X(8) VALUE " EXCUSED".
        02 ED-EXCUSED PIC ZZZ9.
        02 FILLER PIC X VALUE SPACE.
        02 ED-PERCENT PIC ZZ9.
        02 FILLER PIC X(2) VALUE " %".
       01 EL-TOTAL-LINE.
        02 ET-TEXT PIC X(30).
        02 ET-COUNT PIC ZZZZ9.
       01 DASH-LINE PIC X(75) VALUE ALL "-".
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           DISPLAY "ENTER TERM START DATE YYYYMMDD: ".
           ACCEPT WS-FROM-DATE.
           DISPLAY "ENTER AS-OF DATE YYYYMMDD (0 = TODAY): ".
           ACCEPT WS-AS-OF.
           IF WS-AS-OF = ZERO
                ACCEPT WS-AS-OF FROM DATE YYYYMMDD.
           DISPLAY "ENTER MINIMUM ATTENDANCE PERCENT (0 = 75): ".
           ACCEPT WS-THRESHOLD.
           IF WS-THRESHOLD = ZERO
                MOVE 75 TO WS-THRESHOLD.
           IF WS-THRESHOLD > 100
                DISPLAY "MINIMUM CANNOT EXCEED 100 PERCENT"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "INVALID ATTENDANCE MINIMUM" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-SUBJECTS-PARA THRU LOAD-SUBJECTS-EXIT.
           IF WS-PR-TOTAL = ZERO
                DISPLAY "NO LIVE PRACTICAL SUBJECTS ON SUBJMAST.DAT"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "NO PRACTICAL SUBJECTS" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-EXAMS-PARA THRU LOAD-EXAMS-EXIT.
           OPEN INPUT PERIOD-ATTEND.
           IF PERIOD-ATTEND-STATUS NOT = "00"
                DISPLAY "NO PERIOD REGISTERS ON FILE"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "PERATT.DAT NOT FOUND" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-ONE-ROW-PARA UNTIL WS-EOF.
           CLOSE PERIOD-ATTEND.
           OPEN INPUT STUDENT.
           OPEN EXTEND ELIGIBLE-PRINT.
           IF ELIGIBLE-PRINT-STATUS = "35"
                OPEN OUTPUT ELIGIBLE-PRINT.
           MOVE WS-THRESHOLD TO EH-THRESHOLD.
           MOVE WS-FROM-DATE TO EH-FROM.
           MOVE EL-HEAD-1 TO ELIGIBLE-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE DASH-LINE TO ELIGIBLE-LINE.
           PERFORM WRITE-LINE-PARA.
       PRINT-PARA.
           PERFORM PRINT-SUBJECT-PARA
                VARYING WS-PR-IDX FROM 1 BY 1
                UNTIL WS-PR-IDX > WS-PR-TOTAL.
       CLOSE-PARA.
           MOVE "STUDENTS BELOW THE MINIMUM: " TO ET-TEXT.
           MOVE WS-SHORT-COUNT TO ET-COUNT.
           MOVE EL-TOTAL-LINE TO ELIGIBLE-LINE.
           PERFORM WRITE-LINE-PARA.
           IF WS-REJECT-COUNT > ZERO
                MOVE "ROWS NOT HELD (TABLE FULL): " TO ET-TEXT
                MOVE WS-REJECT-COUNT TO ET-COUNT
                MOVE EL-TOTAL-LINE TO ELIGIBLE-LINE
                PERFORM WRITE-LINE-PARA.
           CLOSE ELIGIBLE-PRINT.
           IF STUDENT-FILE-STATUS = "00"
                CLOSE STUDENT.
           IF WS-SHORT-COUNT > ZERO OR WS-REJECT-COUNT > ZERO
                MOVE 04 TO WS-RETURN-CODE
                MOVE "STUDENTS BELOW PRACTICAL ATTENDANCE MINIMUM" TO
                     WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       PRINT-SUBJECT-PARA.
           MOVE WS-PR-CODE(WS-PR-IDX) TO ES-CODE.
           MOVE WS-PR-NAME(WS-PR-IDX) TO ES-NAME.
           IF WS-PR-EXAM-DATE(WS-PR-IDX) = ZERO
                MOVE "EXAM NOT YET SCHEDULED" TO ES-EXAM-TEXT
           ELSE
                MOVE SPACES TO ES-EXAM-TEXT
                MOVE "EXAM DATE: " TO ES-EXAM-LABEL
                MOVE WS-PR-EXAM-DATE(WS-PR-IDX) TO ES-EXAM.
           MOVE EL-SUBJ-LINE TO ELIGIBLE-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE ZERO TO WS-SUBJ-SHORT.
           PERFORM CHECK-ONE-SA-PARA
                VARYING WS-SA-IDX FROM 1 BY 1
                UNTIL WS-SA-IDX > WS-SA-TOTAL.
           IF WS-SUBJ-SHORT = ZERO
                MOVE "  ALL STUDENTS AT OR ABOVE THE MINIMUM" TO
                     ELIGIBLE-LINE
                PERFORM WRITE-LINE-PARA.
           MOVE DASH-LINE TO ELIGIBLE-LINE.
           PERFORM WRITE-LINE-PARA.
       CHECK-ONE-SA-PARA.
           IF WS-SA-SUBJECT(WS-SA-IDX) = WS-PR-CODE(WS-PR-IDX)
                COMPUTE WS-BASE = WS-SA-HELD(WS-SA-IDX)
                     - WS-SA-EXCUSED(WS-SA-IDX)
                IF WS-BASE > ZERO
                     COMPUTE WS-PERCENT = WS-SA-PRESENT(WS-SA-IDX)
                          * 100 / WS-BASE
                     IF WS-PERCENT < WS-THRESHOLD
                          PERFORM PRINT-SHORT-PARA.
       PRINT-SHORT-PARA.
           ADD 1 TO WS-SHORT-COUNT.
           ADD 1 TO WS-SUBJ-SHORT.
           MOVE WS-SA-RNO(WS-SA-IDX) TO ED-RNO.
           MOVE WS-SA-RNO(WS-SA-IDX) TO RNO.
           MOVE SPACES TO ED-NAME.
           IF STUDENT-FILE-STATUS = "00"
                READ STUDENT KEY IS RNO
                     INVALID KEY MOVE "(NOT ON FILE)" TO ED-NAME
                     NOT INVALID KEY MOVE NAME TO ED-NAME.
           MOVE WS-SA-SECTION(WS-SA-IDX) TO ED-SECTION.
           MOVE WS-SA-HELD(WS-SA-IDX) TO ED-HELD.
           MOVE WS-SA-PRESENT(WS-SA-IDX) TO ED-PRESENT.
           MOVE WS-SA-EXCUSED(WS-SA-IDX) TO ED-EXCUSED.
           MOVE WS-PERCENT TO ED-PERCENT.
           MOVE EL-DETAIL-LINE TO ELIGIBLE-LINE.
           PERFORM WRITE-LINE-PARA.
       LOAD-ONE-ROW-PARA.
           READ PERIOD-ATTEND
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF PA-DATE NOT < WS-FROM-DATE
                          PERFORM CHECK-ROW-PARA.
       CHECK-ROW-PARA.
           MOVE ZERO TO WS-PR-PICK.
           PERFORM FIND-ONE-PR-PARA
                VARYING WS-PR-IDX FROM 1 BY 1
                UNTIL WS-PR-IDX > WS-PR-TOTAL
                OR WS-PR-PICK NOT = ZERO.
           IF WS-PR-PICK NOT = ZERO
                IF PA-DATE < WS-PR-CUTOFF(WS-PR-PICK)
                     ADD 1 TO WS-READ-COUNT
                     PERFORM NOTE-ROW-PARA.
       FIND-ONE-PR-PARA.
           IF WS-PR-CODE(WS-PR-IDX) = PA-SUBJECT-CODE
                MOVE WS-PR-IDX TO WS-PR-PICK.
      *    FIND THE SUBJECT-STUDENT ENTRY, OR THE PLACE IT BELONGS
      *    IN KEY ORDER, OPENING A GAP THERE FOR A NEW ONE.
       NOTE-ROW-PARA.
           MOVE PA-SUBJECT-CODE TO WS-NEW-SUBJECT.
           MOVE PA-RNO TO WS-NEW-RNO.
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
                     IF PA-EXCUSED
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
           MOVE ZERO TO WS-SA-EXCUSED(WS-SA-PICK).
       SHIFT-ONE-SA-PARA.
           MOVE WS-SA-ENTRY(WS-SA-IDX - 1) TO WS-SA-ENTRY(WS-SA-IDX).
       LOAD-SUBJECTS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SUBJECT-MASTER.
           IF SUBJECT-MASTER-STATUS NOT = "00"
                GO TO LOAD-SUBJECTS-EXIT.
           PERFORM LOAD-ONE-SUBJ-PARA UNTIL WS-EOF.
           CLOSE SUBJECT-MASTER.
       LOAD-SUBJECTS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-SUBJ-PARA.
           READ SUBJECT-MASTER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF SJM-SPLIT AND SJM-LIVE AND WS-PR-TOTAL < 200
                          ADD 1 TO WS-PR-TOTAL
                          SET WS-PR-X TO WS-PR-TOTAL
                          MOVE SJM-SUBJECT-CODE TO WS-PR-CODE(WS-PR-X)
                          MOVE SJM-SUBJECT-NAME TO WS-PR-NAME(WS-PR-X)
                          MOVE ZERO TO WS-PR-EXAM-DATE(WS-PR-X)
                          COMPUTE WS-PR-CUTOFF(WS-PR-X) = WS-AS-OF + 1.
      *    A SCHEDULED EXAM MOVES THE SUBJECT'S CUT-OFF TO ITS DATE.
       LOAD-EXAMS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SITTING-CONTROL.
           IF SITTING-CONTROL-STATUS NOT = "00"
                GO TO LOAD-EXAMS-EXIT.
           PERFORM LOAD-ONE-EXAM-PARA UNTIL WS-EOF.
           CLOSE SITTING-CONTROL.
       LOAD-EXAMS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-EXAM-PARA.
           READ SITTING-CONTROL
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM NOTE-EXAM-PARA.
       NOTE-EXAM-PARA.
           MOVE ZERO TO WS-PR-PICK.
           PERFORM FIND-EXAM-SUBJ-PARA
                VARYING WS-PR-IDX FROM 1 BY 1
                UNTIL WS-PR-IDX > WS-PR-TOTAL
                OR WS-PR-PICK NOT = ZERO.
           IF WS-PR-PICK NOT = ZERO AND SC-DATE NOT = ZERO
                MOVE SC-DATE TO WS-PR-EXAM-DATE(WS-PR-PICK)
                MOVE SC-DATE TO WS-PR-CUTOFF(WS-PR-PICK).
       FIND-EXAM-SUBJ-PARA.
           IF WS-PR-CODE(WS-PR-IDX) = SC-SUBJECT-CODE
                MOVE WS-PR-IDX TO WS-PR-PICK.
       WRITE-LINE-PARA.
           DISPLAY ELIGIBLE-LINE.
           WRITE ELIGIBLE-LINE.
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
           MOVE WS-SHORT-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "PRACT-ELIGIBLE" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
