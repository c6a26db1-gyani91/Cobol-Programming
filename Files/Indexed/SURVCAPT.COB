       IDENTIFICATION DIVISION.
       PROGRAM-ID. SURVEY-CAPTURE.
      *    TAKES IN THE STUDENT FEEDBACK SURVEY ON TEACHING FOR A
      *    YEAR AND TERM, EITHER KEYED FROM THE PAPER FORMS OR
      *    LOADED FROM THE MARK SCANNER'S FILE (SURVSCAN.DAT). A
      *    STUDENT ANSWERS ONE FORM PER SUBJECT OF THE SECTION THEY
      *    WERE IN ON THE SURVEY DATE (SECTASGN.DAT), ABOUT THE
      *    TEACHER ALLOCATED THAT SUBJECT FOR THE TERM
      *    (TEACHALO.DAT), SCORING EACH QUESTION STILL ASKED ON
      *    SURVQST.DAT FROM 1 TO 5. EACH FORM IS WRITTEN TO
      *    SURVRESP.DAT WITHOUT THE ROLL NUMBER. WHO HAS ANSWERED
      *    WHICH SUBJECT IS KEPT APART ON SURVDONE.DAT, RESORTED BY
      *    ROLL NUMBER AT THE END OF THE RUN, SO THE SAME FORM IS
      *    NOT TAKEN TWICE BUT NO RESPONSE CAN BE TIED TO A STUDENT.
      *    SCANNED FORMS THAT CANNOT BE TAKEN ARE LISTED ON
      *    SURVEXC.DAT (ROLL, SUBJECT AND REASON ONLY - NEVER THE
      *    MARKS) FOR KEYING BY HAND, AND THE SCAN FILE IS EMPTIED.
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
           SELECT SECTION-ASSIGN ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SECTION-ASSIGN-STATUS.
           SELECT TEACHER-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TEACHER-MASTER-STATUS.
           SELECT TEACHER-ALLOC ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TEACHER-ALLOC-STATUS.
           SELECT SURVEY-QUESTION ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SURVEY-QUESTION-STATUS.
           SELECT SURVEY-RESPONSE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SURVEY-RESPONSE-STATUS.
           SELECT SURVEY-DONE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SURVEY-DONE-STATUS.
           SELECT SURVEY-SCAN ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SURVEY-SCAN-STATUS.
           SELECT SORT-WORK ASSIGN TO "SORTWK1".
           SELECT EXCEPTION-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EXCEPTION-PRINT-STATUS.
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
       FD SECTION-ASSIGN
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SECTASGN.DAT"
           DATA RECORD IS SECTION-ASSIGN-REC.
       COPY SECTASGN.
       FD TEACHER-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "TEACHMST.DAT"
           DATA RECORD IS TEACHER-MASTER-REC.
       COPY TEACHMST.
       FD TEACHER-ALLOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "TEACHALO.DAT"
           DATA RECORD IS TEACHER-ALLOC-REC.
       COPY TEACHALO.
       FD SURVEY-QUESTION
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SURVQST.DAT"
           DATA RECORD IS SURVEY-QUESTION-REC.
       COPY SURVQST.
       FD SURVEY-RESPONSE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SURVRESP.DAT"
           DATA RECORD IS SURVEY-RESPONSE-REC.
       COPY SURVRESP.
       FD SURVEY-DONE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SURVDONE.DAT"
           DATA RECORD IS SURVEY-DONE-REC.
       COPY SURVDONE.
       FD SURVEY-SCAN
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SURVSCAN.DAT"
           DATA RECORD IS SURVEY-SCAN-REC.
       COPY SURVSCAN.
       SD SORT-WORK.
       01 SORT-REC.
        02 SW-YEAR PIC 9(4).
        02 SW-TERM PIC 9(2).
        02 SW-RNO PIC 9(5).
        02 SW-SUBJECT PIC X(5).
       FD EXCEPTION-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SURVEXC.DAT"
           DATA RECORD IS EXCEPTION-LINE.
       01 EXCEPTION-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 STUDENT-FILE-STATUS PIC XX.
       77 SECTION-ASSIGN-STATUS PIC XX.
       77 TEACHER-MASTER-STATUS PIC XX.
       77 TEACHER-ALLOC-STATUS PIC XX.
       77 SURVEY-QUESTION-STATUS PIC XX.
       77 SURVEY-RESPONSE-STATUS PIC XX.
       77 SURVEY-DONE-STATUS PIC XX.
       77 SURVEY-SCAN-STATUS PIC XX.
       77 EXCEPTION-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-SORT-EOF-SW PIC X VALUE "N".
           88 WS-SORT-EOF VALUE "Y".
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
        02 WS-TODAY-YYYY PIC 9(4).
        02 WS-TODAY-MMDD PIC 9(4).
       77 WS-SURVEY-DATE PIC 9(8).
       77 WS-YEAR PIC 9(4).
       77 WS-TERM-NO PIC 9(2).
       77 WS-MODE PIC X.
           88 WS-MODE-KEYED VALUE "K".
           88 WS-MODE-LOAD VALUE "L".
       77 WS-CONFIRM PIC X.
       77 WS-RNO-ENTRY PIC 9(5).
       77 WS-CHECK-RNO PIC 9(5).
       77 WS-CHECK-SUBJECT PIC X(5).
       77 WS-ASGN-PICK PIC X(4).
       77 WS-BEST-FROM PIC 9(8).
       77 WS-STUDENT-OK-SW PIC X.
           88 WS-STUDENT-OK VALUE "Y".
       77 WS-DONE-FOUND-SW PIC X.
           88 WS-DONE-FOUND VALUE "Y".
       77 WS-FORM-SEEN-SW PIC X.
           88 WS-FORM-SEEN VALUE "Y".
       77 WS-MARKS-OK-SW PIC X.
           88 WS-MARKS-OK VALUE "Y".
       77 WS-EXC-REASON PIC X(30).
       01 WS-SCORE-ENTRY PIC X.
       01 WS-SCORE-N REDEFINES WS-SCORE-ENTRY PIC 9.
       77 WS-QST-NO-SHOW PIC 9(2).
       77 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       77 WS-STUDENT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-FORM-COUNT PIC 9(5) VALUE ZERO.
       77 WS-EXC-COUNT PIC 9(5) VALUE ZERO.
       77 WS-NEW-COUNT PIC 9(5) VALUE ZERO.
       77 WS-RETURNED-COUNT PIC 9(2) COMP.
       77 WS-LIVE-COUNT PIC 9(2) COMP VALUE ZERO.
       77 WS-QST-TOTAL PIC 9(2) COMP VALUE ZERO.
       77 WS-QST-IDX PIC 9(2) COMP.
       77 WS-ASGN-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-ASGN-IDX PIC 9(4) COMP.
       77 WS-TCH-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-TCH-IDX PIC 9(3) COMP.
       77 WS-TCH-PICK PIC 9(3) COMP.
       77 WS-ALO-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-ALO-IDX PIC 9(4) COMP.
       77 WS-ALO-PICK PIC 9(4) COMP.
       77 WS-DONE-TOTAL PIC 9(5) COMP VALUE ZERO.
       77 WS-DONE-IDX PIC 9(5) COMP.
       77 WS-FORM-TOTAL PIC 9(2) COMP VALUE ZERO.
       77 WS-FORM-IDX PIC 9(2) COMP.
       77 WS-FORM-CHK PIC 9(2) COMP.
      *    THE QUESTIONS BY NUMBER; ONLY THOSE STILL ASKED ARE PUT
      *    TO THE STUDENT.
       01 WS-QST-TABLE.
        02 WS-QST-ENTRY OCCURS 20 TIMES.
         03 WS-QST-TEXT PIC X(50).
         03 WS-QST-STATUS PIC X.
            88 WS-QST-LIVE VALUE "A".
       01 WS-ASGN-TABLE.
        02 WS-ASGN-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-ASGN-TOTAL
                INDEXED BY WS-ASGN-X.
         03 WS-ASGN-RNO PIC 9(5).
         03 WS-ASGN-SECTION PIC X(4).
         03 WS-ASGN-FROM PIC 9(8).
         03 WS-ASGN-TO PIC 9(8).
       01 WS-TCH-TABLE.
        02 WS-TCH-ENTRY OCCURS 1 TO 200 TIMES
                DEPENDING ON WS-TCH-TOTAL
                INDEXED BY WS-TCH-X.
         03 WS-TCH-ID PIC 9(4).
         03 WS-TCH-NAME PIC X(25).
      *    THE TERM'S SECTION ALLOCATIONS, POINTING AT THE TEACHER
      *    TABLE ENTRY.
       01 WS-ALO-TABLE.
        02 WS-ALO-ENTRY OCCURS 1 TO 1000 TIMES
                DEPENDING ON WS-ALO-TOTAL
                INDEXED BY WS-ALO-X.
         03 WS-ALO-TCH PIC 9(3) COMP.
         03 WS-ALO-SUBJECT PIC X(5).
         03 WS-ALO-SECTION PIC X(4).
      *    FORMS ALREADY TAKEN THIS YEAR AND TERM, WITH THOSE TAKEN
      *    IN THIS RUN MARKED NEW FOR THE REGISTER REWRITE.
       01 WS-DONE-TABLE.
        02 WS-DONE-ENTRY OCCURS 1 TO 20000 TIMES
                DEPENDING ON WS-DONE-TOTAL
                INDEXED BY WS-DONE-X.
         03 WS-DONE-RNO PIC 9(5).
         03 WS-DONE-SUBJECT PIC X(5).
         03 WS-DONE-NEW PIC X.
      *    THE FORMS OF THE STUDENT IN HAND, ONE PER SUBJECT.
       01 WS-FORM-TABLE.
        02 WS-FORM-ENTRY OCCURS 15 TIMES.
         03 WS-FORM-TCH PIC 9(3) COMP.
         03 WS-FORM-SUBJECT PIC X(5).
         03 WS-FORM-RETURNED PIC X.
         03 WS-FORM-SCORE PIC 9 OCCURS 20 TIMES.
       01 SX-HEAD-1.
        02 FILLER PIC X(32) VALUE
           "SURVEY FORMS NOT TAKEN - YEAR ".
        02 XH-YEAR PIC 9(4).
        02 FILLER PIC X(6) VALUE " TERM ".
        02 XH-TERM PIC 9(2).
        02 FILLER PIC X(6) VALUE "  ON ".
        02 XH-DATE PIC 9(8).
       01 SX-HEAD-2 PIC X(40) VALUE
           "ROLL   SUBJ   REASON".
       01 SX-DETAIL-LINE.
        02 XD-ROLL PIC X(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 XD-SUBJECT PIC X(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 XD-REASON PIC X(30).
       01 SX-TOTAL-LINE.
        02 XT-TEXT PIC X(30).
        02 XT-COUNT PIC ZZZZ9.
       01 DASH-LINE PIC X(60) VALUE ALL "-".
       COPY RETCODE.
       PROCEDURE DIVISION.
       PROMPT-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-QST-TABLE.
           DISPLAY "ENTER K TO KEY SURVEY FORMS OR L TO LOAD THE ",
                "SCANNED FORMS: ".
           ACCEPT WS-MODE.
           IF NOT WS-MODE-KEYED AND NOT WS-MODE-LOAD
                DISPLAY "MODE MUST BE K OR L"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "INVALID CAPTURE MODE" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           DISPLAY "ENTER SURVEY YEAR (0 = THIS YEAR): ".
           ACCEPT WS-YEAR.
           IF WS-YEAR = ZERO
                MOVE WS-TODAY-YYYY TO WS-YEAR.
           DISPLAY "ENTER TERM NUMBER (1-8): ".
           ACCEPT WS-TERM-NO.
           IF WS-TERM-NO < 1 OR WS-TERM-NO > 8
                DISPLAY "TERM NUMBER MUST BE 1-8"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "INVALID TERM NUMBER" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           DISPLAY "ENTER DATE THE SURVEY WAS TAKEN YYYYMMDD ",
                "(0 = TODAY): ".
           ACCEPT WS-SURVEY-DATE.
           IF WS-SURVEY-DATE = ZERO
                MOVE WS-TODAY TO WS-SURVEY-DATE.
           IF WS-SURVEY-DATE > WS-TODAY
                DISPLAY "THE SURVEY DATE CANNOT BE IN THE FUTURE"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "INVALID SURVEY DATE" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
       LOAD-PARA.
           PERFORM LOAD-QUESTIONS-PARA THRU LOAD-QUESTIONS-EXIT.
           IF WS-LIVE-COUNT = ZERO
                DISPLAY "NO SURVEY QUESTIONS ON SURVQST.DAT TO ASK"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "NO SURVEY QUESTIONS TO ASK" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-ASSIGNS-PARA THRU LOAD-ASSIGNS-EXIT.
           PERFORM LOAD-TEACHERS-PARA THRU LOAD-TEACHERS-EXIT.
           PERFORM LOAD-ALLOCS-PARA THRU LOAD-ALLOCS-EXIT.
           IF WS-ALO-TOTAL = ZERO
                DISPLAY "NO SECTION ALLOCATIONS FOR TERM ", WS-TERM-NO
                MOVE 08 TO WS-RETURN-CODE
                MOVE "NO TEACHER ALLOCATIONS FOR THE TERM" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-DONE-PARA THRU LOAD-DONE-EXIT.
           IF WS-RC-ERROR
                GO TO END-PARA.
           OPEN INPUT STUDENT.
           IF STUDENT-FILE-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN STUDENT.DAT - STATUS ",
                     STUDENT-FILE-STATUS
                MOVE 08 TO WS-RETURN-CODE
                MOVE "UNABLE TO OPEN STUDENT.DAT" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           IF WS-MODE-LOAD
                OPEN INPUT SURVEY-SCAN
                IF SURVEY-SCAN-STATUS NOT = "00"
                     DISPLAY "NO SCANNED SURVEY FORMS TO LOAD"
                     CLOSE STUDENT
                     MOVE 08 TO WS-RETURN-CODE
                     MOVE "SURVSCAN.DAT NOT FOUND" TO WS-ERROR-MESSAGE
                     GO TO END-PARA.
           OPEN EXTEND SURVEY-RESPONSE.
           IF SURVEY-RESPONSE-STATUS = "35"
                OPEN OUTPUT SURVEY-RESPONSE.
           IF WS-MODE-LOAD
                GO TO SCAN-PARA.
       KEY-PARA.
           DISPLAY "ENTER ROLL NO (0 TO FINISH): ".
           ACCEPT WS-RNO-ENTRY.
           IF WS-RNO-ENTRY = ZERO
                GO TO FINISH-PARA.
           ADD 1 TO WS-READ-COUNT.
           PERFORM KEY-STUDENT-PARA THRU KEY-STUDENT-EXIT.
           GO TO KEY-PARA.
       SCAN-PARA.
           OPEN EXTEND EXCEPTION-PRINT.
           IF EXCEPTION-PRINT-STATUS = "35"
                OPEN OUTPUT EXCEPTION-PRINT.
           MOVE WS-YEAR TO XH-YEAR.
           MOVE WS-TERM-NO TO XH-TERM.
           MOVE WS-TODAY TO XH-DATE.
           MOVE SX-HEAD-1 TO EXCEPTION-LINE.
           PERFORM WRITE-EXC-LINE-PARA.
           MOVE SX-HEAD-2 TO EXCEPTION-LINE.
           PERFORM WRITE-EXC-LINE-PARA.
           MOVE DASH-LINE TO EXCEPTION-LINE.
           PERFORM WRITE-EXC-LINE-PARA.
           MOVE "N" TO WS-EOF-SW.
           PERFORM SCAN-ONE-PARA UNTIL WS-EOF.
           CLOSE SURVEY-SCAN.
           MOVE DASH-LINE TO EXCEPTION-LINE.
           PERFORM WRITE-EXC-LINE-PARA.
           MOVE "FORMS READ: " TO XT-TEXT.
           MOVE WS-READ-COUNT TO XT-COUNT.
           MOVE SX-TOTAL-LINE TO EXCEPTION-LINE.
           PERFORM WRITE-EXC-LINE-PARA.
           MOVE "FORMS NOT TAKEN: " TO XT-TEXT.
           MOVE WS-EXC-COUNT TO XT-COUNT.
           MOVE SX-TOTAL-LINE TO EXCEPTION-LINE.
           PERFORM WRITE-EXC-LINE-PARA.
           CLOSE EXCEPTION-PRINT.
      *    EVERY FORM ON THE SCAN FILE IS NOW EITHER TAKEN OR ON THE
      *    EXCEPTION LIST, SO THE FILE IS EMPTIED FOR THE NEXT BATCH.
           OPEN OUTPUT SURVEY-SCAN.
           CLOSE SURVEY-SCAN.
           IF WS-EXC-COUNT > ZERO
                MOVE 04 TO WS-RETURN-CODE
                MOVE "SCANNED FORMS NOT TAKEN - SEE SURVEXC.DAT" TO
                     WS-ERROR-MESSAGE.
       FINISH-PARA.
           CLOSE SURVEY-RESPONSE.
           CLOSE STUDENT.
           IF WS-NEW-COUNT > ZERO
                SORT SORT-WORK
                     ON ASCENDING KEY SW-YEAR SW-TERM SW-RNO
                          SW-SUBJECT
                     INPUT PROCEDURE IS RELEASE-DONE-PARA
                     OUTPUT PROCEDURE IS WRITE-DONE-PARA.
           IF WS-MODE-KEYED
                DISPLAY "STUDENTS KEYED: ", WS-STUDENT-COUNT,
                     "  FORMS TAKEN: ", WS-FORM-COUNT
           ELSE
                DISPLAY "FORMS READ: ", WS-READ-COUNT,
                     "  TAKEN: ", WS-FORM-COUNT,
                     "  NOT TAKEN: ", WS-EXC-COUNT.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      *    THE STUDENT'S FORMS ARE ALL KEYED BEFORE ANY IS SAVED, SO
      *    A STUDENT ABANDONED PART WAY LEAVES NOTHING BEHIND.
       KEY-STUDENT-PARA.
           MOVE WS-RNO-ENTRY TO WS-CHECK-RNO.
           PERFORM CHECK-STUDENT-PARA THRU CHECK-STUDENT-EXIT.
           IF NOT WS-STUDENT-OK
                DISPLAY "NOT TAKEN - ", WS-EXC-REASON
                GO TO KEY-STUDENT-EXIT.
           IF WS-DONE-TOTAL > 19985
                DISPLAY "NOT TAKEN - SURVEY REGISTER IS FULL"
                GO TO KEY-STUDENT-EXIT.
           DISPLAY NAME, " - SECTION ", WS-ASGN-PICK.
           MOVE ZERO TO WS-FORM-TOTAL.
           PERFORM LIST-ONE-FORM-PARA THRU LIST-ONE-FORM-EXIT
                VARYING WS-ALO-IDX FROM 1 BY 1
                UNTIL WS-ALO-IDX > WS-ALO-TOTAL.
           IF WS-FORM-TOTAL = ZERO
                DISPLAY "NO FORMS LEFT TO TAKE FOR THIS STUDENT"
                GO TO KEY-STUDENT-EXIT.
           MOVE ZERO TO WS-RETURNED-COUNT.
           PERFORM KEY-ONE-FORM-PARA THRU KEY-ONE-FORM-EXIT
                VARYING WS-FORM-IDX FROM 1 BY 1
                UNTIL WS-FORM-IDX > WS-FORM-TOTAL.
           IF WS-RETURNED-COUNT = ZERO
                DISPLAY "NO FORMS RETURNED - NOTHING SAVED"
                GO TO KEY-STUDENT-EXIT.
           DISPLAY "SAVE ", WS-RETURNED-COUNT, " FORMS FOR THIS ",
                "STUDENT? (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                DISPLAY "FORMS DISCARDED"
                GO TO KEY-STUDENT-EXIT.
           ADD 1 TO WS-STUDENT-COUNT.
           PERFORM SAVE-ONE-FORM-PARA
                VARYING WS-FORM-IDX FROM 1 BY 1
                UNTIL WS-FORM-IDX > WS-FORM-TOTAL.
       KEY-STUDENT-EXIT.
           EXIT.
      *    ONE FORM PER SUBJECT TAUGHT TO THE SECTION. WHERE TWO
      *    TEACHERS SHARE A SUBJECT IN A SECTION THE FORM IS ABOUT
      *    THE FIRST ONE ALLOCATED, AS THE FORM ITSELF ONLY NAMES
      *    THE SUBJECT.
       LIST-ONE-FORM-PARA.
           IF WS-ALO-SECTION(WS-ALO-IDX) NOT = WS-ASGN-PICK
                GO TO LIST-ONE-FORM-EXIT.
           MOVE WS-ALO-SUBJECT(WS-ALO-IDX) TO WS-CHECK-SUBJECT.
           MOVE "N" TO WS-FORM-SEEN-SW.
           PERFORM CHECK-ONE-FORM-PARA
                VARYING WS-FORM-CHK FROM 1 BY 1
                UNTIL WS-FORM-CHK > WS-FORM-TOTAL
                OR WS-FORM-SEEN.
           IF WS-FORM-SEEN OR WS-FORM-TOTAL = 15
                GO TO LIST-ONE-FORM-EXIT.
           PERFORM FIND-DONE-PARA.
           IF WS-DONE-FOUND
                DISPLAY "  ", WS-CHECK-SUBJECT, " ALREADY TAKEN"
                GO TO LIST-ONE-FORM-EXIT.
           ADD 1 TO WS-FORM-TOTAL.
           MOVE WS-ALO-TCH(WS-ALO-IDX) TO WS-FORM-TCH(WS-FORM-TOTAL).
           MOVE WS-CHECK-SUBJECT TO WS-FORM-SUBJECT(WS-FORM-TOTAL).
           MOVE "N" TO WS-FORM-RETURNED(WS-FORM-TOTAL).
       LIST-ONE-FORM-EXIT.
           EXIT.
       CHECK-ONE-FORM-PARA.
           IF WS-FORM-SUBJECT(WS-FORM-CHK) = WS-CHECK-SUBJECT
                MOVE "Y" TO WS-FORM-SEEN-SW.
       KEY-ONE-FORM-PARA.
           MOVE WS-FORM-TCH(WS-FORM-IDX) TO WS-TCH-PICK.
           DISPLAY "FORM FOR ", WS-FORM-SUBJECT(WS-FORM-IDX), " - ",
                WS-TCH-NAME(WS-TCH-PICK).
           DISPLAY "WAS THIS FORM RETURNED? (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                GO TO KEY-ONE-FORM-EXIT.
           MOVE "Y" TO WS-FORM-RETURNED(WS-FORM-IDX).
           ADD 1 TO WS-RETURNED-COUNT.
           PERFORM ASK-ONE-QUESTION-PARA THRU ASK-ONE-QUESTION-EXIT
                VARYING WS-QST-IDX FROM 1 BY 1
                UNTIL WS-QST-IDX > 20.
       KEY-ONE-FORM-EXIT.
           EXIT.
       ASK-ONE-QUESTION-PARA.
           MOVE ZERO TO WS-FORM-SCORE(WS-FORM-IDX, WS-QST-IDX).
           IF NOT WS-QST-LIVE(WS-QST-IDX)
                GO TO ASK-ONE-QUESTION-EXIT.
           MOVE WS-QST-IDX TO WS-QST-NO-SHOW.
           DISPLAY "  Q", WS-QST-NO-SHOW, " ",
                WS-QST-TEXT(WS-QST-IDX).
           DISPLAY "  SCORE 1-5 (0 = LEFT BLANK): ".
           ACCEPT WS-SCORE-ENTRY.
           IF WS-SCORE-ENTRY NOT NUMERIC OR WS-SCORE-N > 5
                DISPLAY "  ENTER A SCORE FROM 0 TO 5"
                GO TO ASK-ONE-QUESTION-PARA.
           MOVE WS-SCORE-N TO WS-FORM-SCORE(WS-FORM-IDX, WS-QST-IDX).
       ASK-ONE-QUESTION-EXIT.
           EXIT.
       SAVE-ONE-FORM-PARA.
           IF WS-FORM-RETURNED(WS-FORM-IDX) = "Y"
                PERFORM WRITE-FORM-PARA.
       SCAN-ONE-PARA.
           READ SURVEY-SCAN
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     PERFORM JUDGE-SCAN-PARA THRU JUDGE-SCAN-EXIT.
      *    A SCANNED FORM IS TAKEN WHOLE OR NOT AT ALL. A MARK ON A
      *    QUESTION NO LONGER ASKED IS IGNORED.
       JUDGE-SCAN-PARA.
           IF SS-RNO NOT NUMERIC
                MOVE "ROLL NUMBER NOT READABLE" TO WS-EXC-REASON
                PERFORM WRITE-EXCEPTION-PARA
                GO TO JUDGE-SCAN-EXIT.
           MOVE SS-RNO TO WS-CHECK-RNO.
           PERFORM CHECK-STUDENT-PARA THRU CHECK-STUDENT-EXIT.
           IF NOT WS-STUDENT-OK
                PERFORM WRITE-EXCEPTION-PARA
                GO TO JUDGE-SCAN-EXIT.
           MOVE SS-SUBJECT-CODE TO WS-CHECK-SUBJECT.
           MOVE ZERO TO WS-ALO-PICK.
           PERFORM FIND-ONE-ALLOC-PARA
                VARYING WS-ALO-IDX FROM 1 BY 1
                UNTIL WS-ALO-IDX > WS-ALO-TOTAL
                OR WS-ALO-PICK NOT = ZERO.
           IF WS-ALO-PICK = ZERO
                MOVE "SUBJECT NOT TAUGHT TO SECTION" TO WS-EXC-REASON
                PERFORM WRITE-EXCEPTION-PARA
                GO TO JUDGE-SCAN-EXIT.
           PERFORM FIND-DONE-PARA.
           IF WS-DONE-FOUND
                MOVE "FORM ALREADY TAKEN" TO WS-EXC-REASON
                PERFORM WRITE-EXCEPTION-PARA
                GO TO JUDGE-SCAN-EXIT.
           IF WS-DONE-TOTAL = 20000
                MOVE "SURVEY REGISTER IS FULL" TO WS-EXC-REASON
                PERFORM WRITE-EXCEPTION-PARA
                GO TO JUDGE-SCAN-EXIT.
           MOVE 1 TO WS-FORM-IDX.
           MOVE "Y" TO WS-MARKS-OK-SW.
           PERFORM READ-ONE-MARK-PARA
                VARYING WS-QST-IDX FROM 1 BY 1
                UNTIL WS-QST-IDX > 20.
           IF NOT WS-MARKS-OK
                MOVE "A MARK IS NOT READABLE" TO WS-EXC-REASON
                PERFORM WRITE-EXCEPTION-PARA
                GO TO JUDGE-SCAN-EXIT.
           MOVE WS-ALO-TCH(WS-ALO-PICK) TO WS-FORM-TCH(1).
           MOVE WS-CHECK-SUBJECT TO WS-FORM-SUBJECT(1).
           PERFORM WRITE-FORM-PARA.
       JUDGE-SCAN-EXIT.
           EXIT.
       FIND-ONE-ALLOC-PARA.
           IF WS-ALO-SECTION(WS-ALO-IDX) = WS-ASGN-PICK
                AND WS-ALO-SUBJECT(WS-ALO-IDX) = WS-CHECK-SUBJECT
                MOVE WS-ALO-IDX TO WS-ALO-PICK.
       READ-ONE-MARK-PARA.
           MOVE ZERO TO WS-FORM-SCORE(1, WS-QST-IDX).
           IF SS-MARK(WS-QST-IDX) NOT = SPACE
                AND SS-MARK(WS-QST-IDX) NOT = "0"
                IF SS-MARK(WS-QST-IDX) < "1"
                     OR SS-MARK(WS-QST-IDX) > "5"
                     MOVE "N" TO WS-MARKS-OK-SW
                ELSE
                     IF WS-QST-LIVE(WS-QST-IDX)
                          MOVE SS-MARK(WS-QST-IDX) TO WS-SCORE-ENTRY
                          MOVE WS-SCORE-N TO
                               WS-FORM-SCORE(1, WS-QST-IDX).
       WRITE-EXCEPTION-PARA.
           ADD 1 TO WS-EXC-COUNT.
           MOVE SS-RNO TO XD-ROLL.
           MOVE SS-SUBJECT-CODE TO XD-SUBJECT.
           MOVE WS-EXC-REASON TO XD-REASON.
           MOVE SX-DETAIL-LINE TO EXCEPTION-LINE.
           PERFORM WRITE-EXC-LINE-PARA.
      *    THE RESPONSE CARRIES THE SECTION, TEACHER AND SUBJECT
      *    BUT NOT THE STUDENT; THE REGISTER ENTRY IS HELD IN
      *    STORAGE UNTIL THE END OF THE RUN.
       WRITE-FORM-PARA.
           MOVE WS-YEAR TO SR-YEAR.
           MOVE WS-TERM-NO TO SR-TERM.
           MOVE WS-ASGN-PICK TO SR-SECTION.
           MOVE WS-FORM-TCH(WS-FORM-IDX) TO WS-TCH-PICK.
           MOVE WS-TCH-ID(WS-TCH-PICK) TO SR-TEACHER-ID.
           MOVE WS-FORM-SUBJECT(WS-FORM-IDX) TO SR-SUBJECT-CODE.
           IF WS-MODE-KEYED
                MOVE "K" TO SR-SOURCE
           ELSE
                MOVE "S" TO SR-SOURCE.
           PERFORM MOVE-ONE-SCORE-PARA
                VARYING WS-QST-IDX FROM 1 BY 1
                UNTIL WS-QST-IDX > 20.
           WRITE SURVEY-RESPONSE-REC.
           ADD 1 TO WS-FORM-COUNT.
           ADD 1 TO WS-DONE-TOTAL.
           SET WS-DONE-X TO WS-DONE-TOTAL.
           MOVE WS-CHECK-RNO TO WS-DONE-RNO(WS-DONE-X).
           MOVE WS-FORM-SUBJECT(WS-FORM-IDX) TO
                WS-DONE-SUBJECT(WS-DONE-X).
           MOVE "Y" TO WS-DONE-NEW(WS-DONE-X).
           ADD 1 TO WS-NEW-COUNT.
       MOVE-ONE-SCORE-PARA.
           MOVE WS-FORM-SCORE(WS-FORM-IDX, WS-QST-IDX) TO
                SR-SCORE(WS-QST-IDX).
      *    THE STUDENT MUST BE ON FILE, ACTIVE, AND IN A SECTION ON
      *    THE SURVEY DATE.
       CHECK-STUDENT-PARA.
           MOVE "N" TO WS-STUDENT-OK-SW.
           MOVE SPACES TO WS-ASGN-PICK.
           MOVE WS-CHECK-RNO TO RNO.
           READ STUDENT KEY IS RNO
                INVALID KEY
                     MOVE "ROLL NO NOT ON FILE" TO WS-EXC-REASON
                     GO TO CHECK-STUDENT-EXIT.
           IF NOT STUDENT-ACTIVE
                MOVE "STUDENT INACTIVE" TO WS-EXC-REASON
                GO TO CHECK-STUDENT-EXIT.
           PERFORM FIND-ASSIGN-PARA.
           IF WS-ASGN-PICK = SPACES
                MOVE "NO SECTION ON THE SURVEY DATE" TO WS-EXC-REASON
                GO TO CHECK-STUDENT-EXIT.
           MOVE "Y" TO WS-STUDENT-OK-SW.
       CHECK-STUDENT-EXIT.
           EXIT.
       FIND-ASSIGN-PARA.
           MOVE SPACES TO WS-ASGN-PICK.
           MOVE ZERO TO WS-BEST-FROM.
           PERFORM CHECK-ONE-ASSIGN-PARA
                VARYING WS-ASGN-IDX FROM 1 BY 1
                UNTIL WS-ASGN-IDX > WS-ASGN-TOTAL.
       CHECK-ONE-ASSIGN-PARA.
           IF WS-ASGN-RNO(WS-ASGN-IDX) = WS-CHECK-RNO
                AND WS-ASGN-FROM(WS-ASGN-IDX) <= WS-SURVEY-DATE
                AND WS-ASGN-TO(WS-ASGN-IDX) >= WS-SURVEY-DATE
                AND WS-ASGN-FROM(WS-ASGN-IDX) >= WS-BEST-FROM
                MOVE WS-ASGN-FROM(WS-ASGN-IDX) TO WS-BEST-FROM
                MOVE WS-ASGN-SECTION(WS-ASGN-IDX) TO WS-ASGN-PICK.
       FIND-DONE-PARA.
           MOVE "N" TO WS-DONE-FOUND-SW.
           PERFORM CHECK-ONE-DONE-PARA
                VARYING WS-DONE-IDX FROM 1 BY 1
                UNTIL WS-DONE-IDX > WS-DONE-TOTAL
                OR WS-DONE-FOUND.
       CHECK-ONE-DONE-PARA.
           IF WS-DONE-RNO(WS-DONE-IDX) = WS-CHECK-RNO
                AND WS-DONE-SUBJECT(WS-DONE-IDX) = WS-CHECK-SUBJECT
                MOVE "Y" TO WS-DONE-FOUND-SW.
      *    THE WHOLE REGISTER, OLD ROWS AND THIS RUN'S, GOES BACK IN
      *    ROLL ORDER SO THE ORDER FORMS WERE TAKEN IN IS LOST.
       RELEASE-DONE-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SURVEY-DONE.
           IF SURVEY-DONE-STATUS = "00"
                PERFORM RELEASE-ONE-DONE-PARA UNTIL WS-EOF
                CLOSE SURVEY-DONE.
           MOVE "N" TO WS-EOF-SW.
           PERFORM RELEASE-ONE-NEW-PARA
                VARYING WS-DONE-IDX FROM 1 BY 1
                UNTIL WS-DONE-IDX > WS-DONE-TOTAL.
       RELEASE-ONE-DONE-PARA.
           READ SURVEY-DONE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     MOVE SURVEY-DONE-REC TO SORT-REC
                     RELEASE SORT-REC.
       RELEASE-ONE-NEW-PARA.
           IF WS-DONE-NEW(WS-DONE-IDX) = "Y"
                MOVE WS-YEAR TO SW-YEAR
                MOVE WS-TERM-NO TO SW-TERM
                MOVE WS-DONE-RNO(WS-DONE-IDX) TO SW-RNO
                MOVE WS-DONE-SUBJECT(WS-DONE-IDX) TO SW-SUBJECT
                RELEASE SORT-REC.
       WRITE-DONE-PARA.
           OPEN OUTPUT SURVEY-DONE.
           MOVE "N" TO WS-SORT-EOF-SW.
           PERFORM RETURN-ONE-DONE-PARA UNTIL WS-SORT-EOF.
           CLOSE SURVEY-DONE.
       RETURN-ONE-DONE-PARA.
           RETURN SORT-WORK
                AT END MOVE "Y" TO WS-SORT-EOF-SW
                NOT AT END
                     MOVE SORT-REC TO SURVEY-DONE-REC
                     WRITE SURVEY-DONE-REC.
       LOAD-QUESTIONS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SURVEY-QUESTION.
           IF SURVEY-QUESTION-STATUS NOT = "00"
                GO TO LOAD-QUESTIONS-EXIT.
           PERFORM LOAD-ONE-QUESTION-PARA UNTIL WS-EOF.
           CLOSE SURVEY-QUESTION.
       LOAD-QUESTIONS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-QUESTION-PARA.
           READ SURVEY-QUESTION
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF SQ-QUESTION-NO > ZERO
                          AND SQ-QUESTION-NO NOT > 20
                          PERFORM STORE-ONE-QUESTION-PARA.
       STORE-ONE-QUESTION-PARA.
           MOVE SQ-QUESTION-NO TO WS-QST-IDX.
           MOVE SQ-TEXT TO WS-QST-TEXT(WS-QST-IDX).
           MOVE SQ-STATUS TO WS-QST-STATUS(WS-QST-IDX).
           IF WS-QST-IDX > WS-QST-TOTAL
                MOVE WS-QST-IDX TO WS-QST-TOTAL.
           IF SQ-LIVE
                ADD 1 TO WS-LIVE-COUNT.
       LOAD-ASSIGNS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SECTION-ASSIGN.
           IF SECTION-ASSIGN-STATUS NOT = "00"
                GO TO LOAD-ASSIGNS-EXIT.
           PERFORM LOAD-ONE-ASSIGN-PARA UNTIL WS-EOF.
           CLOSE SECTION-ASSIGN.
       LOAD-ASSIGNS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-ASSIGN-PARA.
           READ SECTION-ASSIGN
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-ASGN-TOTAL < 5000
                          ADD 1 TO WS-ASGN-TOTAL
                          SET WS-ASGN-X TO WS-ASGN-TOTAL
                          MOVE SA-RNO TO WS-ASGN-RNO(WS-ASGN-X)
                          MOVE SA-SECTION TO
                               WS-ASGN-SECTION(WS-ASGN-X)
                          MOVE SA-EFF-FROM TO
                               WS-ASGN-FROM(WS-ASGN-X)
                          MOVE SA-EFF-TO TO WS-ASGN-TO(WS-ASGN-X).
       LOAD-TEACHERS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT TEACHER-MASTER.
           IF TEACHER-MASTER-STATUS NOT = "00"
                GO TO LOAD-TEACHERS-EXIT.
           PERFORM LOAD-ONE-TEACHER-PARA UNTIL WS-EOF.
           CLOSE TEACHER-MASTER.
       LOAD-TEACHERS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-TEACHER-PARA.
           READ TEACHER-MASTER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF TCH-ACTIVE AND WS-TCH-TOTAL < 200
                          ADD 1 TO WS-TCH-TOTAL
                          SET WS-TCH-X TO WS-TCH-TOTAL
                          MOVE TCH-ID TO WS-TCH-ID(WS-TCH-X)
                          MOVE TCH-NAME TO WS-TCH-NAME(WS-TCH-X).
      *    ONLY THE TERM'S ALLOCATIONS TO TEACHERS STILL ON THE
      *    STAFF ARE KEPT.
       LOAD-ALLOCS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT TEACHER-ALLOC.
           IF TEACHER-ALLOC-STATUS NOT = "00"
                GO TO LOAD-ALLOCS-EXIT.
           PERFORM LOAD-ONE-ALLOC-PARA UNTIL WS-EOF.
           CLOSE TEACHER-ALLOC.
       LOAD-ALLOCS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-ALLOC-PARA.
           READ TEACHER-ALLOC
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF TA-TERM = WS-TERM-NO AND WS-ALO-TOTAL < 1000
                          PERFORM NOTE-ALLOC-PARA.
       NOTE-ALLOC-PARA.
           MOVE ZERO TO WS-TCH-PICK.
           PERFORM CHECK-ONE-STAFF-PARA
                VARYING WS-TCH-IDX FROM 1 BY 1
                UNTIL WS-TCH-IDX > WS-TCH-TOTAL.
           IF WS-TCH-PICK NOT = ZERO
                ADD 1 TO WS-ALO-TOTAL
                SET WS-ALO-X TO WS-ALO-TOTAL
                MOVE WS-TCH-PICK TO WS-ALO-TCH(WS-ALO-X)
                MOVE TA-SUBJECT-CODE TO WS-ALO-SUBJECT(WS-ALO-X)
                MOVE TA-SECTION TO WS-ALO-SECTION(WS-ALO-X).
       CHECK-ONE-STAFF-PARA.
           IF WS-TCH-ID(WS-TCH-IDX) = TA-TEACHER-ID
                MOVE WS-TCH-IDX TO WS-TCH-PICK.
      *    ONLY THE SURVEY IN HAND IS NEEDED TO REFUSE A REPEAT;
      *    OTHER TERMS' ROWS STAY ON THE FILE UNTOUCHED.
       LOAD-DONE-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SURVEY-DONE.
           IF SURVEY-DONE-STATUS NOT = "00"
                GO TO LOAD-DONE-EXIT.
           PERFORM LOAD-ONE-DONE-PARA UNTIL WS-EOF.
           CLOSE SURVEY-DONE.
       LOAD-DONE-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-DONE-PARA.
           READ SURVEY-DONE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF SD-YEAR = WS-YEAR AND SD-TERM = WS-TERM-NO
                          PERFORM STORE-ONE-DONE-PARA.
       STORE-ONE-DONE-PARA.
           IF WS-DONE-TOTAL = 20000
                DISPLAY "MORE THAN 20000 FORMS ON SURVDONE.DAT FOR ",
                     "THE TERM - RUN ABANDONED"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "SURVEY REGISTER TOO LARGE TO LOAD" TO
                     WS-ERROR-MESSAGE
                MOVE "Y" TO WS-EOF-SW
           ELSE
                ADD 1 TO WS-DONE-TOTAL
                SET WS-DONE-X TO WS-DONE-TOTAL
                MOVE SD-RNO TO WS-DONE-RNO(WS-DONE-X)
                MOVE SD-SUBJECT-CODE TO WS-DONE-SUBJECT(WS-DONE-X)
                MOVE "N" TO WS-DONE-NEW(WS-DONE-X).
       WRITE-EXC-LINE-PARA.
           DISPLAY EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
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
           MOVE WS-FORM-COUNT TO RL-UPDATE-COUNT.
           MOVE WS-EXC-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "SURVEY-CAPTURE" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
