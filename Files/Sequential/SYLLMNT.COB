       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLLABUS-MAINT.
      *    MAINTAINS THE SYLLABUS UNITS OF EACH SUBJECT ON
      *    SUBJMAST.DAT (SYLLUNIT.DAT) AND TAKES THE LESSON LOG:
      *    A TEACHER RECORDS THE UNIT TAUGHT, THE DATE AND WHETHER
      *    THE UNIT IS NOW FINISHED, AGAINST ONE OF THEIR OWN
      *    TEACHALO.DAT ALLOCATIONS. LESSONS ARE APPENDED TO
      *    LESSLOG.DAT AS THEY ARE ENTERED; UNIT CHANGES ARE
      *    WRITTEN BACK ON SAVE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT SUBJECT-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SUBJECT-MASTER-STATUS.
           SELECT SYLLABUS-UNIT ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SYLLABUS-UNIT-STATUS.
           SELECT TEACHER-ALLOC ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TEACHER-ALLOC-STATUS.
           SELECT LESSON-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS LESSON-LOG-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SUBJECT-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SUBJMAST.DAT"
           DATA RECORD IS SUBJECT-MASTER-REC.
       COPY SUBJMAST.
       FD SYLLABUS-UNIT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SYLLUNIT.DAT"
           DATA RECORD IS SYLLABUS-UNIT-REC.
       COPY SYLLUNIT.
       FD TEACHER-ALLOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "TEACHALO.DAT"
           DATA RECORD IS TEACHER-ALLOC-REC.
       COPY TEACHALO.
       FD LESSON-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "LESSLOG.DAT"
           DATA RECORD IS LESSON-LOG-REC.
       COPY LESSLOG.
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 SUBJECT-MASTER-STATUS PIC XX.
       77 SYLLABUS-UNIT-STATUS PIC XX.
       77 TEACHER-ALLOC-STATUS PIC XX.
       77 LESSON-LOG-STATUS PIC XX.
       77 MENU-CHOICE PIC 9.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-TODAY PIC 9(8).
       77 WS-ENTRY-CODE PIC X(5).
       77 WS-ENTRY-UNIT PIC 9(2).
       77 WS-ENTRY-TITLE PIC X(30).
       77 WS-ENTRY-DATE PIC 9(8).
       77 WS-ENTRY-EXAM PIC X.
       77 WS-ENTRY-ID PIC 9(4).
       77 WS-ENTRY-SECTION PIC X(4).
       77 WS-ENTRY-TERM PIC 9(2).
       77 WS-ENTRY-DONE PIC X.
       77 WS-SUBJECT-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-SUB-IDX PIC 9(3) COMP.
       77 WS-SUB-FOUND-SW PIC X.
           88 WS-SUB-FOUND VALUE "Y".
       77 WS-UNIT-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-UNIT-IDX PIC 9(4) COMP.
       77 WS-UNIT-FOUND-SW PIC X.
           88 WS-UNIT-FOUND VALUE "Y".
       77 WS-UNIT-FOUND-X PIC 9(4) COMP.
       77 WS-LIST-UNIT PIC 9(3) COMP.
       77 WS-LIST-COUNT PIC 9(3) COMP.
       77 WS-ALO-FOUND-SW PIC X.
           88 WS-ALO-FOUND VALUE "Y".
       77 WS-UPDATE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SUBJECT-TABLE.
        02 WS-SUBJECT-ENTRY OCCURS 1 TO 20 TIMES
                DEPENDING ON WS-SUBJECT-TOTAL
                INDEXED BY WS-SUBJECT-X.
         03 WS-SUBJECT-CODE PIC X(5).
       01 WS-UNIT-TABLE.
        02 WS-UNIT-ENTRY OCCURS 600 TIMES
                DEPENDING ON WS-UNIT-TOTAL
                INDEXED BY WS-UNIT-X.
         03 WS-UNIT-CODE PIC X(5).
         03 WS-UNIT-NO PIC 9(2).
         03 WS-UNIT-TITLE PIC X(30).
         03 WS-UNIT-PLAN-DATE PIC 9(8).
         03 WS-UNIT-EXAM PIC X.
       01 UNIT-LIST-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 UL-UNIT PIC Z9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 UL-TITLE PIC X(30).
        02 FILLER PIC X(2) VALUE SPACES.
        02 UL-DATE PIC 9(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 UL-EXAM PIC X(10).
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-SUBJECTS-PARA THRU LOAD-SUBJECTS-EXIT.
           IF WS-SUBJECT-TOTAL = ZERO
                DISPLAY "NO SUBJECT MASTER ON FILE - CANNOT MAINTAIN ",
                     "THE SYLLABUS"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "SUBJECT MASTER NOT FOUND OR EMPTY" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-UNITS-PARA THRU LOAD-UNITS-EXIT.
       MENU-PARA.
           DISPLAY "SYLLABUS AND LESSON LOG".
           DISPLAY " 1. LIST A SUBJECT'S UNITS".
           DISPLAY " 2. ADD OR REPLACE A UNIT".
           DISPLAY " 3. REMOVE A UNIT".
           DISPLAY " 4. LOG A LESSON".
           DISPLAY " 5. SAVE AND EXIT".
           DISPLAY "ENTER CHOICE: ".
           ACCEPT MENU-CHOICE.
           IF MENU-CHOICE < 1 OR MENU-CHOICE > 5
                DISPLAY "INVALID CHOICE - ENTER 1 TO 5"
                GO TO MENU-PARA.
           GO TO LIST-PARA ADD-PARA REMOVE-PARA LESSON-PARA SAVE-PARA
                DEPENDING ON MENU-CHOICE.
       LIST-PARA.
           DISPLAY "ENTER SUBJECT CODE: ".
           ACCEPT WS-ENTRY-CODE.
           MOVE ZERO TO WS-LIST-COUNT.
           DISPLAY "  NO  UNIT                            FINISH BY ",
                "EXAM".
           PERFORM LIST-ONE-UNIT-NO-PARA
                VARYING WS-LIST-UNIT FROM 1 BY 1
                UNTIL WS-LIST-UNIT > 99.
           IF WS-LIST-COUNT = ZERO
                DISPLAY "NO UNITS ON FILE FOR ", WS-ENTRY-CODE.
           GO TO MENU-PARA.
       ADD-PARA.
           DISPLAY "ENTER SUBJECT CODE: ".
           ACCEPT WS-ENTRY-CODE.
           PERFORM FIND-SUBJECT-PARA.
           IF NOT WS-SUB-FOUND
                DISPLAY "SUBJECT CODE NOT ON THE SUBJECT MASTER"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           DISPLAY "ENTER UNIT NUMBER (1-99): ".
           ACCEPT WS-ENTRY-UNIT.
           IF WS-ENTRY-UNIT NOT NUMERIC OR WS-ENTRY-UNIT = ZERO
                DISPLAY "UNIT NUMBER MUST BE 1-99"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           DISPLAY "ENTER UNIT TITLE: ".
           ACCEPT WS-ENTRY-TITLE.
           DISPLAY "ENTER DATE TO FINISH THE UNIT BY (YYYYMMDD): ".
           ACCEPT WS-ENTRY-DATE.
           IF WS-ENTRY-DATE NOT NUMERIC OR WS-ENTRY-DATE = ZERO
                DISPLAY "FINISH DATE MUST BE A NUMERIC YYYYMMDD DATE"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           DISPLAY "EXAMINABLE IN THIS TERM'S PAPER (Y/N): ".
           ACCEPT WS-ENTRY-EXAM.
           IF WS-ENTRY-EXAM NOT = "Y" AND WS-ENTRY-EXAM NOT = "N"
                DISPLAY "ENTER Y OR N"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           PERFORM FIND-UNIT-PARA.
           IF WS-UNIT-FOUND
                MOVE WS-ENTRY-TITLE TO WS-UNIT-TITLE(WS-UNIT-FOUND-X)
                MOVE WS-ENTRY-DATE TO
                     WS-UNIT-PLAN-DATE(WS-UNIT-FOUND-X)
                MOVE WS-ENTRY-EXAM TO WS-UNIT-EXAM(WS-UNIT-FOUND-X)
                DISPLAY "UNIT ", WS-ENTRY-UNIT, " OF ",
                     WS-ENTRY-CODE, " REPLACED"
                ADD 1 TO WS-UPDATE-COUNT
                GO TO MENU-PARA.
           IF WS-UNIT-TOTAL = 600
                DISPLAY "SYLLABUS TABLE FULL"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           ADD 1 TO WS-UNIT-TOTAL.
           SET WS-UNIT-X TO WS-UNIT-TOTAL.
           MOVE WS-ENTRY-CODE TO WS-UNIT-CODE(WS-UNIT-X).
           MOVE WS-ENTRY-UNIT TO WS-UNIT-NO(WS-UNIT-X).
           MOVE WS-ENTRY-TITLE TO WS-UNIT-TITLE(WS-UNIT-X).
           MOVE WS-ENTRY-DATE TO WS-UNIT-PLAN-DATE(WS-UNIT-X).
           MOVE WS-ENTRY-EXAM TO WS-UNIT-EXAM(WS-UNIT-X).
           DISPLAY "UNIT ", WS-ENTRY-UNIT, " OF ", WS-ENTRY-CODE,
                " ADDED".
           ADD 1 TO WS-UPDATE-COUNT.
           GO TO MENU-PARA.
       REMOVE-PARA.
           DISPLAY "ENTER SUBJECT CODE: ".
           ACCEPT WS-ENTRY-CODE.
           DISPLAY "ENTER UNIT NUMBER TO REMOVE: ".
           ACCEPT WS-ENTRY-UNIT.
           PERFORM FIND-UNIT-PARA.
           IF NOT WS-UNIT-FOUND
                DISPLAY "UNIT NOT ON THE SYLLABUS"
                GO TO MENU-PARA.
           PERFORM SHIFT-ONE-UNIT-PARA
                VARYING WS-UNIT-IDX FROM WS-UNIT-FOUND-X BY 1
                UNTIL WS-UNIT-IDX >= WS-UNIT-TOTAL.
           SUBTRACT 1 FROM WS-UNIT-TOTAL.
           DISPLAY "UNIT ", WS-ENTRY-UNIT, " OF ", WS-ENTRY-CODE,
                " REMOVED".
           ADD 1 TO WS-UPDATE-COUNT.
           GO TO MENU-PARA.
      *    A LESSON CAN ONLY BE LOGGED BY THE TEACHER ALLOCATED THE
      *    SUBJECT AND SECTION FOR THE TERM, AGAINST A UNIT ON THE
      *    SUBJECT'S SYLLABUS, AND NOT FOR A DATE STILL TO COME.
       LESSON-PARA.
           DISPLAY "ENTER TEACHER ID: ".
           ACCEPT WS-ENTRY-ID.
           DISPLAY "ENTER SECTION CODE: ".
           ACCEPT WS-ENTRY-SECTION.
           DISPLAY "ENTER SUBJECT CODE: ".
           ACCEPT WS-ENTRY-CODE.
           DISPLAY "ENTER TERM NUMBER (1-8): ".
           ACCEPT WS-ENTRY-TERM.
           PERFORM FIND-ALLOC-PARA THRU FIND-ALLOC-EXIT.
           IF NOT WS-ALO-FOUND
                DISPLAY "NO SUCH ALLOCATION FOR THIS TEACHER ON ",
                     "TEACHALO.DAT"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           DISPLAY "ENTER UNIT NUMBER TAUGHT: ".
           ACCEPT WS-ENTRY-UNIT.
           PERFORM FIND-UNIT-PARA.
           IF NOT WS-UNIT-FOUND
                DISPLAY "UNIT NOT ON THE SYLLABUS FOR ", WS-ENTRY-CODE
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           DISPLAY "ENTER LESSON DATE (YYYYMMDD, 0 = TODAY): ".
           ACCEPT WS-ENTRY-DATE.
           IF WS-ENTRY-DATE = ZERO
                MOVE WS-TODAY TO WS-ENTRY-DATE.
           IF WS-ENTRY-DATE NOT NUMERIC OR WS-ENTRY-DATE > WS-TODAY
                DISPLAY "LESSON DATE CANNOT BE AFTER TODAY"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           DISPLAY "IS THE UNIT NOW FINISHED (Y/N): ".
           ACCEPT WS-ENTRY-DONE.
           IF WS-ENTRY-DONE NOT = "Y" AND WS-ENTRY-DONE NOT = "N"
                DISPLAY "ENTER Y OR N"
                ADD 1 TO WS-REJECT-COUNT
                GO TO MENU-PARA.
           OPEN EXTEND LESSON-LOG.
           IF LESSON-LOG-STATUS = "35"
                OPEN OUTPUT LESSON-LOG.
           MOVE WS-ENTRY-ID TO LL-TEACHER-ID.
           MOVE WS-ENTRY-SECTION TO LL-SECTION.
           MOVE WS-ENTRY-CODE TO LL-SUBJECT-CODE.
           MOVE WS-ENTRY-TERM TO LL-TERM.
           MOVE WS-ENTRY-UNIT TO LL-UNIT-NO.
           MOVE WS-ENTRY-DATE TO LL-DATE.
           MOVE WS-ENTRY-DONE TO LL-DONE-SW.
           WRITE LESSON-LOG-REC.
           CLOSE LESSON-LOG.
           DISPLAY "LESSON LOGGED: ", WS-ENTRY-SECTION, " ",
                WS-ENTRY-CODE, " UNIT ", WS-ENTRY-UNIT.
           ADD 1 TO WS-UPDATE-COUNT.
           GO TO MENU-PARA.
       SAVE-PARA.
           OPEN OUTPUT SYLLABUS-UNIT.
           PERFORM SAVE-ONE-UNIT-PARA
                VARYING WS-UNIT-IDX FROM 1 BY 1
                UNTIL WS-UNIT-IDX > WS-UNIT-TOTAL.
           CLOSE SYLLABUS-UNIT.
           DISPLAY "SYLLABUS UNITS ON FILE: ", WS-UNIT-TOTAL.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       LIST-ONE-UNIT-NO-PARA.
           PERFORM LIST-ONE-UNIT-PARA
                VARYING WS-UNIT-IDX FROM 1 BY 1
                UNTIL WS-UNIT-IDX > WS-UNIT-TOTAL.
       LIST-ONE-UNIT-PARA.
           IF WS-UNIT-CODE(WS-UNIT-IDX) = WS-ENTRY-CODE
                AND WS-UNIT-NO(WS-UNIT-IDX) = WS-LIST-UNIT
                ADD 1 TO WS-LIST-COUNT
                MOVE WS-UNIT-NO(WS-UNIT-IDX) TO UL-UNIT
                MOVE WS-UNIT-TITLE(WS-UNIT-IDX) TO UL-TITLE
                MOVE WS-UNIT-PLAN-DATE(WS-UNIT-IDX) TO UL-DATE
                MOVE SPACES TO UL-EXAM
                PERFORM LIST-EXAM-PARA
                DISPLAY UNIT-LIST-LINE.
       LIST-EXAM-PARA.
           IF WS-UNIT-EXAM(WS-UNIT-IDX) = "Y"
                MOVE "EXAMINABLE" TO UL-EXAM.
       FIND-SUBJECT-PARA.
           MOVE "N" TO WS-SUB-FOUND-SW.
           PERFORM CHECK-ONE-SUBJECT-PARA
                VARYING WS-SUB-IDX FROM 1 BY 1
                UNTIL WS-SUB-IDX > WS-SUBJECT-TOTAL
                OR WS-SUB-FOUND.
       CHECK-ONE-SUBJECT-PARA.
           IF WS-SUBJECT-CODE(WS-SUB-IDX) = WS-ENTRY-CODE
                MOVE "Y" TO WS-SUB-FOUND-SW.
       FIND-UNIT-PARA.
           MOVE "N" TO WS-UNIT-FOUND-SW.
           PERFORM CHECK-ONE-UNIT-PARA
                VARYING WS-UNIT-IDX FROM 1 BY 1
                UNTIL WS-UNIT-IDX > WS-UNIT-TOTAL
                OR WS-UNIT-FOUND.
       CHECK-ONE-UNIT-PARA.
           IF WS-UNIT-CODE(WS-UNIT-IDX) = WS-ENTRY-CODE
                AND WS-UNIT-NO(WS-UNIT-IDX) = WS-ENTRY-UNIT
                MOVE "Y" TO WS-UNIT-FOUND-SW
                MOVE WS-UNIT-IDX TO WS-UNIT-FOUND-X.
       SHIFT-ONE-UNIT-PARA.
           MOVE WS-UNIT-ENTRY(WS-UNIT-IDX + 1) TO
                WS-UNIT-ENTRY(WS-UNIT-IDX).
       FIND-ALLOC-PARA.
           MOVE "N" TO WS-ALO-FOUND-SW.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT TEACHER-ALLOC.
           IF TEACHER-ALLOC-STATUS NOT = "00"
                GO TO FIND-ALLOC-EXIT.
           PERFORM CHECK-ONE-ALLOC-PARA UNTIL WS-EOF OR WS-ALO-FOUND.
           CLOSE TEACHER-ALLOC.
       FIND-ALLOC-EXIT.
           MOVE "N" TO WS-EOF-SW.
       CHECK-ONE-ALLOC-PARA.
           READ TEACHER-ALLOC
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF TA-TEACHER-ID = WS-ENTRY-ID
                          AND TA-SECTION = WS-ENTRY-SECTION
                          AND TA-SUBJECT-CODE = WS-ENTRY-CODE
                          AND TA-TERM = WS-ENTRY-TERM
                          MOVE "Y" TO WS-ALO-FOUND-SW.
       SAVE-ONE-UNIT-PARA.
           MOVE WS-UNIT-CODE(WS-UNIT-IDX) TO SU-SUBJECT-CODE.
           MOVE WS-UNIT-NO(WS-UNIT-IDX) TO SU-UNIT-NO.
           MOVE WS-UNIT-TITLE(WS-UNIT-IDX) TO SU-TITLE.
           MOVE WS-UNIT-PLAN-DATE(WS-UNIT-IDX) TO SU-PLAN-DATE.
           MOVE WS-UNIT-EXAM(WS-UNIT-IDX) TO SU-EXAM-SW.
           WRITE SYLLABUS-UNIT-REC.
       LOAD-SUBJECTS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SUBJECT-MASTER.
           IF SUBJECT-MASTER-STATUS NOT = "00"
                GO TO LOAD-SUBJECTS-EXIT.
           PERFORM LOAD-ONE-SUBJECT-PARA UNTIL WS-EOF.
           CLOSE SUBJECT-MASTER.
       LOAD-SUBJECTS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-SUBJECT-PARA.
           READ SUBJECT-MASTER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF SJM-LIVE AND WS-SUBJECT-TOTAL < 20
                          ADD 1 TO WS-SUBJECT-TOTAL
                          SET WS-SUBJECT-X TO WS-SUBJECT-TOTAL
                          MOVE SJM-SUBJECT-CODE TO
                               WS-SUBJECT-CODE(WS-SUBJECT-X).
       LOAD-UNITS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SYLLABUS-UNIT.
           IF SYLLABUS-UNIT-STATUS NOT = "00"
                GO TO LOAD-UNITS-EXIT.
           PERFORM LOAD-ONE-UNIT-PARA UNTIL WS-EOF.
           CLOSE SYLLABUS-UNIT.
       LOAD-UNITS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-UNIT-PARA.
           READ SYLLABUS-UNIT
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-UNIT-TOTAL < 600
                          ADD 1 TO WS-UNIT-TOTAL
                          SET WS-UNIT-X TO WS-UNIT-TOTAL
                          MOVE SU-SUBJECT-CODE TO
                               WS-UNIT-CODE(WS-UNIT-X)
                          MOVE SU-UNIT-NO TO WS-UNIT-NO(WS-UNIT-X)
                          MOVE SU-TITLE TO WS-UNIT-TITLE(WS-UNIT-X)
                          MOVE SU-PLAN-DATE TO
                               WS-UNIT-PLAN-DATE(WS-UNIT-X)
                          MOVE SU-EXAM-SW TO WS-UNIT-EXAM(WS-UNIT-X).
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
           MOVE WS-UNIT-TOTAL TO RL-READ-COUNT.
           MOVE WS-UPDATE-COUNT TO RL-UPDATE-COUNT.
           MOVE WS-REJECT-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "SYLLABUS-MAINT" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
