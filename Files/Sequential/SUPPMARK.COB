       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPP-MARKS.
      *    CAPTURES SUPPLEMENTARY EXAMINATION MARKS FOR THE PAPERS A
      *    STUDENT WAS REGISTERED FOR BY SUPP-REGISTER. THE LATEST
      *    CURRENT STUDMARK.DAT RECORD FOR THE TERM IS COPIED, EACH
      *    PAPER'S MARKS ARE REPLACED AND THE SUBJECT, OVERALL
      *    RESULT, AVERAGE AND TERM GPA ARE WORKED OUT AGAIN. A PASS
      *    AT THE SUPPLEMENTARY IS CAPPED AT THE PASS MARK (THE
      *    COMPONENT PASS MARK ON A THEORY/PRACTICAL SUBJECT, WHERE
      *    ONLY THE FAILED COMPONENT IS SAT AGAIN). THE RECORD IS
      *    APPENDED AS THE NEW CURRENT VERSION WITH SM-STATUS "U" SO
      *    THE GRADING RUN, CGPA.DAT AND STUDENT-PROMOTE TAKE IT UP;
      *    THE REORGANIZATION RUN SUPERSEDES THE OLD RECORD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT SUPP-REG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SUPP-REG-STATUS.
           SELECT STUDENT-MARKS ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STUDENT-MARKS-STATUS.
           SELECT SUBJECT-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SUBJECT-MASTER-STATUS.
           SELECT GRADE-SCALE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS GRADE-SCALE-STATUS.
           SELECT AUDIT-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-STATUS.
           SELECT AUDIT-CHAIN-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-CHAIN-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SUPP-REG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SUPPREG.DAT"
           DATA RECORD IS SUPP-REG-REC.
       COPY SUPPREG.
       FD STUDENT-MARKS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "STUDMARK.DAT"
           DATA RECORD IS STUDENT-MARKS-REC.
       COPY STUDMARK.
       FD SUBJECT-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SUBJMAST.DAT"
           DATA RECORD IS SUBJECT-MASTER-REC.
       COPY SUBJMAST.
       FD GRADE-SCALE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "GRDSCALE.DAT"
           DATA RECORD IS GRADE-SCALE-REC.
       COPY GRDSCALE.
       FD AUDIT-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "AUDITLOG.DAT"
           DATA RECORD IS AUDIT-LOG-REC.
       COPY AUDITLOG.
       FD AUDIT-CHAIN-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "AUDCHAIN.DAT"
           DATA RECORD IS AUDIT-CHAIN-REC.
       COPY AUDCHAIN.
       FD OPERATOR-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "OPERMAST.DAT"
           DATA RECORD IS OPERATOR-MASTER-REC.
       COPY OPERMAST.
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 SUPP-REG-STATUS PIC XX.
       77 STUDENT-MARKS-STATUS PIC XX.
       77 SUBJECT-MASTER-STATUS PIC XX.
       77 GRADE-SCALE-STATUS PIC XX.
       77 AUDIT-LOG-STATUS PIC XX.
       77 AUDIT-CHAIN-STATUS PIC XX.
       77 OPERATOR-MASTER-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-RNO-PICK PIC 9(5).
       77 WS-TERM-NO PIC 9(2).
       77 WS-TODAY PIC 9(8).
       77 WS-SEQ PIC 9(7).
       77 WS-LAST-SEQ PIC 9(7).
       77 WS-SM-RNO-N PIC 9(5).
       77 WS-SUB-IDX PIC 9(3) COMP.
       77 WS-SUB-FOUND-SW PIC X.
           88 WS-SUB-FOUND VALUE "Y".
       77 WS-SUB-FOUND-X PIC 9(3) COMP.
       77 WS-ABSENT-REPLY PIC X.
           88 WS-ABSENT-YES VALUE "Y" "y".
           88 WS-ABSENT-NO VALUE "N" "n".
       77 WS-KEYED-MARKS PIC 9(3).
       77 WS-KEYED-THEORY PIC 9(3).
       77 WS-KEYED-PRAC PIC 9(3).
       77 WS-PASS-MARK PIC 9(3).
       77 WS-TAKEN-COUNT PIC 9(3) COMP.
       77 WS-OVERALL-FAIL-SW PIC X.
           88 WS-OVERALL-FAIL VALUE "Y".
       77 WS-ANY-ABSENT-SW PIC X.
           88 WS-ANY-ABSENT VALUE "Y".
       77 WS-SUBJECT-PERCENT PIC 9(3).
       77 WS-SUBJECT-GPA PIC 9V99.
       77 WS-SUBJECT-CREDITS PIC 9(2).
       77 WS-TERM-CREDITS PIC 9(3).
       77 WS-TERM-POINTS PIC 9(4)V99.
       77 WS-GRADE-FOUND-SW PIC X.
           88 WS-GRADE-FOUND VALUE "Y".
       77 WS-SCALE-YEAR PIC 9(4) VALUE ZERO.
       77 WS-SCALE-DATE PIC 9(8).
       77 WS-STUDENT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-PAPER-COUNT PIC 9(5) VALUE ZERO.
       77 WS-PAPER-START PIC 9(5).
       77 WS-SUBJECT-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-SUBJECT-EOF-SW PIC X VALUE "N".
           88 WS-SUBJECT-EOF VALUE "Y".
       77 WS-SJM-FOUND-SW PIC X.
           88 WS-SJM-FOUND VALUE "Y".
       01 WS-SUBJECT-TABLE.
        02 WS-SUBJECT-ENTRY OCCURS 1 TO 50 TIMES
                DEPENDING ON WS-SUBJECT-TOTAL
                INDEXED BY WS-SUBJECT-X.
         03 WS-SUBJECT-CODE PIC X(5).
         03 WS-THEORY-MAX PIC 9(3).
         03 WS-THEORY-PASS PIC 9(3).
         03 WS-PRAC-MAX PIC 9(3).
         03 WS-PRAC-PASS PIC 9(3).
         03 WS-CREDITS PIC 9(2).
       77 WS-SCALE-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-SCALE-EOF-SW PIC X VALUE "N".
           88 WS-SCALE-EOF VALUE "Y".
       01 WS-SCALE-TABLE.
        02 WS-SCALE-ENTRY OCCURS 1 TO 20 TIMES
                DEPENDING ON WS-SCALE-TOTAL
                INDEXED BY WS-SCALE-X.
         03 WS-SCALE-MIN PIC 9(3).
         03 WS-SCALE-MAX PIC 9(3).
         03 WS-SCALE-GPA PIC 9V99.
      *    THE OPEN REGISTRATIONS OF THE STUDENT BEING KEYED.
       77 WS-PAPER-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-PAPER-IDX PIC 9(3) COMP.
       01 WS-PAPER-TABLE.
        02 WS-PAPER-ENTRY OCCURS 1 TO 20 TIMES
                DEPENDING ON WS-PAPER-TOTAL.
         03 WS-PAPER-CODE PIC X(5).
         03 WS-PAPER-OLD PIC 9(3).
         03 WS-PAPER-OUTCOME PIC X.
         03 WS-PAPER-KEYED PIC 9(3).
         03 WS-PAPER-AWARDED PIC 9(3).
       01 WS-SAVED-MARKS-REC PIC X(993).
       77 WS-OPERATOR-EOF-SW PIC X VALUE "N".
           88 WS-OPERATOR-EOF VALUE "Y".
       77 WS-OPERATOR-TOTAL PIC 9(3) COMP VALUE ZERO.
       01 WS-OPERATOR-TABLE.
        02 WS-OPERATOR-ENTRY OCCURS 1 TO 50 TIMES
                DEPENDING ON WS-OPERATOR-TOTAL
                INDEXED BY WS-OPERATOR-X.
         03 WS-OPERATOR-ID PIC X(8).
         03 WS-OPERATOR-PASSWORD PIC X(8).
         03 WS-OPERATOR-ROLE PIC X.
         03 WS-OPERATOR-STATUS PIC X.
         03 WS-OPERATOR-FORCE PIC X.
       77 WS-LOGIN-ID PIC X(8).
       77 WS-LOGIN-PASSWORD PIC X(8).
       77 WS-LOGIN-TRIES PIC 9 COMP VALUE ZERO.
       77 WS-LOGIN-OK-SW PIC X VALUE "N".
           88 WS-LOGIN-OK VALUE "Y".
       COPY AUDITHSH.
       COPY RETCODE.
       PROCEDURE DIVISION.
       LOGIN-PARA.
           PERFORM LOG-RUN-START-PARA.
           PERFORM LOAD-OPERATORS-PARA THRU LOAD-OPERATORS-EXIT.
           PERFORM CHECK-LOGIN-PARA
                VARYING WS-LOGIN-TRIES FROM 1 BY 1
                UNTIL WS-LOGIN-OK OR WS-LOGIN-TRIES > 3.
           IF NOT WS-LOGIN-OK
                DISPLAY "ACCESS DENIED - SUPERVISOR LOGIN REQUIRED"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "ACCESS DENIED - LOGIN FAILED" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
       LOAD-PARA.
           PERFORM LOAD-SUBJECTS-PARA THRU LOAD-SUBJECTS-EXIT.
           IF WS-SUBJECT-TOTAL = ZERO
                DISPLAY "NO SUBJECT MASTER ON FILE"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "SUBJECT MASTER NOT FOUND OR EMPTY" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-SCALE-PARA THRU LOAD-SCALE-EXIT.
           IF WS-SCALE-TOTAL = ZERO
                DISPLAY "NO GRADE SCALE IN FORCE FOR THAT YEAR"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "GRADE SCALE NOT FOUND FOR THE YEAR" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
       PICK-PARA.
           DISPLAY "ENTER ROLL NUMBER (0 TO EXIT): ".
           ACCEPT WS-RNO-PICK.
           IF WS-RNO-PICK = ZERO
                GO TO END-PARA.
           PERFORM FIND-PAPERS-PARA THRU FIND-PAPERS-EXIT.
           IF WS-PAPER-TOTAL = ZERO
                DISPLAY "NO OPEN SUPPLEMENTARY REGISTRATION FOR ",
                     "THAT ROLL NUMBER"
                GO TO PICK-PARA.
           PERFORM FETCH-MARKS-PARA THRU FETCH-MARKS-EXIT.
           IF WS-LAST-SEQ = ZERO
                DISPLAY "THE STUDENT HAS NO CURRENT MARKS RECORD ",
                     "FOR TERM ", WS-TERM-NO, " - NOTHING APPLIED"
                GO TO PICK-PARA.
           DISPLAY "ROLL ", WS-RNO-PICK, " ", SM-NAME, " TERM ",
                WS-TERM-NO.
       KEY-PARA.
           MOVE WS-PAPER-COUNT TO WS-PAPER-START.
           PERFORM KEY-ONE-PAPER-PARA THRU KEY-ONE-PAPER-EXIT
                VARYING WS-PAPER-IDX FROM 1 BY 1
                UNTIL WS-PAPER-IDX > WS-PAPER-TOTAL.
           IF WS-PAPER-COUNT = WS-PAPER-START
                DISPLAY "NO PAPER COULD BE KEYED - NOTHING APPLIED"
                GO TO PICK-PARA.
       APPLY-PARA.
           PERFORM RECOMPUTE-PARA.
           MOVE "U" TO SM-STATUS.
           OPEN EXTEND STUDENT-MARKS.
           WRITE STUDENT-MARKS-REC.
           CLOSE STUDENT-MARKS.
           PERFORM CLOSE-REGISTRATIONS-PARA.
           PERFORM LOG-AUDIT-PARA
                VARYING WS-PAPER-IDX FROM 1 BY 1
                UNTIL WS-PAPER-IDX > WS-PAPER-TOTAL.
           ADD 1 TO WS-STUDENT-COUNT.
           DISPLAY "SUPPLEMENTARY RESULT RECORDED - OVERALL RESULT ",
                SM-RESULT, "  TERM GPA ", SM-TERM-GPA.
           GO TO PICK-PARA.
       END-PARA.
           DISPLAY "STUDENTS RECORDED: ", WS-STUDENT-COUNT,
                "  PAPERS: ", WS-PAPER-COUNT.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       LOAD-SUBJECTS-PARA.
           OPEN INPUT SUBJECT-MASTER.
           IF SUBJECT-MASTER-STATUS NOT = "00"
                GO TO LOAD-SUBJECTS-EXIT.
           PERFORM LOAD-ONE-SUBJECT-PARA UNTIL WS-SUBJECT-EOF.
           CLOSE SUBJECT-MASTER.
       LOAD-SUBJECTS-EXIT.
           EXIT.
       LOAD-ONE-SUBJECT-PARA.
           READ SUBJECT-MASTER
                AT END MOVE "Y" TO WS-SUBJECT-EOF-SW
                NOT AT END
                     IF WS-SUBJECT-TOTAL < 50
                          ADD 1 TO WS-SUBJECT-TOTAL
                          SET WS-SUBJECT-X TO WS-SUBJECT-TOTAL
                          PERFORM STORE-ONE-SUBJECT-PARA.
       STORE-ONE-SUBJECT-PARA.
           MOVE SJM-SUBJECT-CODE TO WS-SUBJECT-CODE(WS-SUBJECT-X).
           MOVE SJM-THEORY-MAX TO WS-THEORY-MAX(WS-SUBJECT-X).
           MOVE SJM-THEORY-PASS TO WS-THEORY-PASS(WS-SUBJECT-X).
           MOVE SJM-PRAC-MAX TO WS-PRAC-MAX(WS-SUBJECT-X).
           MOVE SJM-PRAC-PASS TO WS-PRAC-PASS(WS-SUBJECT-X).
           MOVE SJM-CREDITS TO WS-CREDITS(WS-SUBJECT-X).
           IF WS-CREDITS(WS-SUBJECT-X) = ZERO
                MOVE 1 TO WS-CREDITS(WS-SUBJECT-X).
       LOAD-SCALE-PARA.
           DISPLAY "ENTER ACADEMIC YEAR FOR THE GRADE SCALE ",
                "(0 FOR CURRENT): ".
           ACCEPT WS-SCALE-YEAR.
           IF WS-SCALE-YEAR = ZERO
                ACCEPT WS-SCALE-DATE FROM DATE YYYYMMDD
                MOVE WS-SCALE-DATE(1:4) TO WS-SCALE-YEAR.
           OPEN INPUT GRADE-SCALE.
           IF GRADE-SCALE-STATUS NOT = "00"
                GO TO LOAD-SCALE-EXIT.
           PERFORM LOAD-ONE-SCALE-PARA UNTIL WS-SCALE-EOF.
           CLOSE GRADE-SCALE.
       LOAD-SCALE-EXIT.
           EXIT.
       LOAD-ONE-SCALE-PARA.
           READ GRADE-SCALE
                AT END MOVE "Y" TO WS-SCALE-EOF-SW
                NOT AT END PERFORM STORE-SCALE-ENTRY-PARA THRU
                     STORE-SCALE-ENTRY-EXIT.
       STORE-SCALE-ENTRY-PARA.
           IF WS-SCALE-YEAR < GS-EFF-FROM-YEAR
                OR WS-SCALE-YEAR > GS-EFF-TO-YEAR
                OR WS-SCALE-TOTAL = 20
                GO TO STORE-SCALE-ENTRY-EXIT.
           ADD 1 TO WS-SCALE-TOTAL.
           SET WS-SCALE-X TO WS-SCALE-TOTAL.
           MOVE GS-MIN-MARKS TO WS-SCALE-MIN(WS-SCALE-X).
           MOVE GS-MAX-MARKS TO WS-SCALE-MAX(WS-SCALE-X).
           MOVE GS-GPA-POINTS TO WS-SCALE-GPA(WS-SCALE-X).
       STORE-SCALE-ENTRY-EXIT.
           EXIT.
      *    ONLY THE FIRST TERM FOUND IS TAKEN; ANY OTHER TERM'S
      *    REGISTRATIONS ARE KEYED ON A LATER PASS FOR THE ROLL.
       FIND-PAPERS-PARA.
           MOVE ZERO TO WS-PAPER-TOTAL.
           MOVE ZERO TO WS-TERM-NO.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SUPP-REG.
           IF SUPP-REG-STATUS NOT = "00"
                GO TO FIND-PAPERS-EXIT.
           PERFORM FIND-ONE-PAPER-PARA UNTIL WS-EOF.
           CLOSE SUPP-REG.
       FIND-PAPERS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       FIND-ONE-PAPER-PARA.
           READ SUPP-REG
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF SR-RNO = WS-RNO-PICK AND SR-REGISTERED
                          PERFORM NOTE-ONE-PAPER-PARA.
       NOTE-ONE-PAPER-PARA.
           IF WS-TERM-NO = ZERO
                MOVE SR-TERM-NO TO WS-TERM-NO.
           IF SR-TERM-NO = WS-TERM-NO AND WS-PAPER-TOTAL < 20
                ADD 1 TO WS-PAPER-TOTAL
                MOVE SR-SUBJECT-CODE TO WS-PAPER-CODE(WS-PAPER-TOTAL)
                MOVE SR-OLD-MARKS TO WS-PAPER-OLD(WS-PAPER-TOTAL)
                MOVE "R" TO WS-PAPER-OUTCOME(WS-PAPER-TOTAL)
                MOVE ZERO TO WS-PAPER-KEYED(WS-PAPER-TOTAL)
                MOVE ZERO TO WS-PAPER-AWARDED(WS-PAPER-TOTAL).
      *    LOCATE THE STUDENT'S LATEST CURRENT MARKS RECORD FOR THE
      *    TERM AND LEAVE IT IN THE RECORD AREA FOR UPDATE.
       FETCH-MARKS-PARA.
           MOVE ZERO TO WS-SEQ.
           MOVE ZERO TO WS-LAST-SEQ.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT STUDENT-MARKS.
           IF STUDENT-MARKS-STATUS NOT = "00"
                GO TO FETCH-MARKS-EXIT.
           PERFORM NOTE-ONE-MARKS-PARA UNTIL WS-EOF.
           CLOSE STUDENT-MARKS.
           IF WS-LAST-SEQ = ZERO
                GO TO FETCH-MARKS-EXIT.
           MOVE ZERO TO WS-SEQ.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT STUDENT-MARKS.
           PERFORM FETCH-ONE-MARKS-PARA UNTIL WS-EOF.
           CLOSE STUDENT-MARKS.
           MOVE WS-SAVED-MARKS-REC(71:3) TO SM-SUBJECT-COUNT.
           MOVE WS-SAVED-MARKS-REC TO STUDENT-MARKS-REC.
       FETCH-MARKS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       NOTE-ONE-MARKS-PARA.
           READ STUDENT-MARKS
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     ADD 1 TO WS-SEQ
                     IF NOT SM-SUPERSEDED AND SM-ROLL-NO NUMERIC
                          AND SM-TERM-NO = WS-TERM-NO
                          MOVE SM-ROLL-NO TO WS-SM-RNO-N
                          IF WS-SM-RNO-N = WS-RNO-PICK
                               MOVE WS-SEQ TO WS-LAST-SEQ.
       FETCH-ONE-MARKS-PARA.
           READ STUDENT-MARKS
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     ADD 1 TO WS-SEQ
                     IF WS-SEQ = WS-LAST-SEQ
                          MOVE STUDENT-MARKS-REC TO
                               WS-SAVED-MARKS-REC.
      *    A PAPER NO LONGER ON THE MARKS RECORD IS LEFT REGISTERED.
      *    AN ABSENTEE KEEPS THE ORIGINAL FAIL.
       KEY-ONE-PAPER-PARA.
           PERFORM FIND-SUBJECT-PARA.
           IF NOT WS-SUB-FOUND
                DISPLAY "PAPER ", WS-PAPER-CODE(WS-PAPER-IDX),
                     " IS NOT ON THE MARKS RECORD - LEFT REGISTERED"
                GO TO KEY-ONE-PAPER-EXIT.
           DISPLAY "PAPER ", WS-PAPER-CODE(WS-PAPER-IDX), "  MAX ",
                SM-SUBJECT-MAX(WS-SUB-FOUND-X), "  ORIGINAL MARKS ",
                WS-PAPER-OLD(WS-PAPER-IDX).
       KEY-ABSENT-PARA.
           DISPLAY "ABSENT FROM THE SUPPLEMENTARY PAPER (Y/N): ".
           ACCEPT WS-ABSENT-REPLY.
           IF NOT WS-ABSENT-YES AND NOT WS-ABSENT-NO
                DISPLAY "INVALID RESPONSE, ENTER Y OR N"
                GO TO KEY-ABSENT-PARA.
           ADD 1 TO WS-PAPER-COUNT.
           IF WS-ABSENT-YES
                MOVE "A" TO WS-PAPER-OUTCOME(WS-PAPER-IDX)
                MOVE SM-SUBJECT-MARKS(WS-SUB-FOUND-X) TO
                     WS-PAPER-AWARDED(WS-PAPER-IDX)
                GO TO KEY-ONE-PAPER-EXIT.
           IF SM-SPLIT(WS-SUB-FOUND-X)
                GO TO KEY-SPLIT-PARA.
       KEY-MARKS-PARA.
           DISPLAY "ENTER THE SUPPLEMENTARY MARKS: ".
           ACCEPT WS-KEYED-MARKS.
           IF WS-KEYED-MARKS > SM-SUBJECT-MAX(WS-SUB-FOUND-X)
                DISPLAY "MARKS EXCEED THE SUBJECT MAXIMUM"
                GO TO KEY-MARKS-PARA.
           MOVE WS-KEYED-MARKS TO WS-PAPER-KEYED(WS-PAPER-IDX).
           COMPUTE WS-PASS-MARK =
                SM-SUBJECT-MAX(WS-SUB-FOUND-X) * 2 / 5.
           IF WS-KEYED-MARKS < WS-PASS-MARK
                MOVE WS-KEYED-MARKS TO SM-SUBJECT-MARKS(WS-SUB-FOUND-X)
                MOVE "FAIL" TO SM-SUBJECT-RESULT(WS-SUB-FOUND-X)
           ELSE
                MOVE WS-PASS-MARK TO SM-SUBJECT-MARKS(WS-SUB-FOUND-X)
                MOVE "PASS" TO SM-SUBJECT-RESULT(WS-SUB-FOUND-X).
           GO TO KEY-STORE-PARA.
      *    ONLY A FAILED COMPONENT IS SAT AGAIN; A PASSED ONE STANDS.
       KEY-SPLIT-PARA.
           PERFORM FIND-SJM-PARA.
           IF NOT WS-SJM-FOUND
                DISPLAY "PAPER NOT ON THE SUBJECT MASTER - ",
                     "LEFT REGISTERED"
                SUBTRACT 1 FROM WS-PAPER-COUNT
                GO TO KEY-ONE-PAPER-EXIT.
           MOVE SM-THEORY-MARKS(WS-SUB-FOUND-X) TO WS-KEYED-THEORY.
           MOVE SM-PRAC-MARKS(WS-SUB-FOUND-X) TO WS-KEYED-PRAC.
           IF SM-THEORY-RESULT(WS-SUB-FOUND-X) = "FAIL"
                PERFORM KEY-THEORY-PARA THRU KEY-THEORY-EXIT.
           IF SM-PRAC-RESULT(WS-SUB-FOUND-X) = "FAIL"
                PERFORM KEY-PRAC-PARA THRU KEY-PRAC-EXIT.
           COMPUTE WS-PAPER-KEYED(WS-PAPER-IDX) =
                WS-KEYED-THEORY + WS-KEYED-PRAC.
           COMPUTE SM-SUBJECT-MARKS(WS-SUB-FOUND-X) =
                SM-THEORY-MARKS(WS-SUB-FOUND-X) +
                SM-PRAC-MARKS(WS-SUB-FOUND-X).
           IF SM-THEORY-RESULT(WS-SUB-FOUND-X) = "PASS"
                AND SM-PRAC-RESULT(WS-SUB-FOUND-X) = "PASS"
                MOVE "PASS" TO SM-SUBJECT-RESULT(WS-SUB-FOUND-X)
           ELSE
                MOVE "FAIL" TO SM-SUBJECT-RESULT(WS-SUB-FOUND-X).
       KEY-STORE-PARA.
      *    THE SUPPLEMENTARY MARK BECOMES THE NEW RAW MARK AND
      *    CLEARS ANY EARLIER MODERATION OR GRACE ON THE SUBJECT.
           MOVE SM-SUBJECT-MARKS(WS-SUB-FOUND-X) TO
                SM-RAW-MARKS(WS-SUB-FOUND-X).
           MOVE "N" TO SM-MODERATED-SW(WS-SUB-FOUND-X).
           MOVE ZERO TO SM-GRACE-MARKS(WS-SUB-FOUND-X).
           MOVE SM-SUBJECT-MARKS(WS-SUB-FOUND-X) TO
                WS-PAPER-AWARDED(WS-PAPER-IDX).
           IF SM-SUBJECT-RESULT(WS-SUB-FOUND-X) = "PASS"
                MOVE "P" TO WS-PAPER-OUTCOME(WS-PAPER-IDX)
           ELSE
                MOVE "F" TO WS-PAPER-OUTCOME(WS-PAPER-IDX).
           DISPLAY "  MARKS CARRIED ", WS-PAPER-AWARDED(WS-PAPER-IDX),
                "  ", SM-SUBJECT-RESULT(WS-SUB-FOUND-X).
       KEY-ONE-PAPER-EXIT.
           EXIT.
       KEY-THEORY-PARA.
           DISPLAY "ENTER THE SUPPLEMENTARY THEORY MARKS: ".
           ACCEPT WS-KEYED-THEORY.
           IF WS-KEYED-THEORY > WS-THEORY-MAX(WS-SUBJECT-X)
                DISPLAY "MARKS EXCEED THE THEORY MAXIMUM"
                GO TO KEY-THEORY-PARA.
           IF WS-KEYED-THEORY < WS-THEORY-PASS(WS-SUBJECT-X)
                MOVE WS-KEYED-THEORY TO SM-THEORY-MARKS(WS-SUB-FOUND-X)
                MOVE "FAIL" TO SM-THEORY-RESULT(WS-SUB-FOUND-X)
                GO TO KEY-THEORY-EXIT.
           MOVE WS-THEORY-PASS(WS-SUBJECT-X) TO
                SM-THEORY-MARKS(WS-SUB-FOUND-X).
           MOVE "PASS" TO SM-THEORY-RESULT(WS-SUB-FOUND-X).
       KEY-THEORY-EXIT.
           EXIT.
       KEY-PRAC-PARA.
           DISPLAY "ENTER THE SUPPLEMENTARY PRACTICAL MARKS: ".
           ACCEPT WS-KEYED-PRAC.
           IF WS-KEYED-PRAC > WS-PRAC-MAX(WS-SUBJECT-X)
                DISPLAY "MARKS EXCEED THE PRACTICAL MAXIMUM"
                GO TO KEY-PRAC-PARA.
           IF WS-KEYED-PRAC < WS-PRAC-PASS(WS-SUBJECT-X)
                MOVE WS-KEYED-PRAC TO SM-PRAC-MARKS(WS-SUB-FOUND-X)
                MOVE "FAIL" TO SM-PRAC-RESULT(WS-SUB-FOUND-X)
                GO TO KEY-PRAC-EXIT.
           MOVE WS-PRAC-PASS(WS-SUBJECT-X) TO
                SM-PRAC-MARKS(WS-SUB-FOUND-X).
           MOVE "PASS" TO SM-PRAC-RESULT(WS-SUB-FOUND-X).
       KEY-PRAC-EXIT.
           EXIT.
       FIND-SUBJECT-PARA.
           MOVE "N" TO WS-SUB-FOUND-SW.
           PERFORM CHECK-ONE-SUBJECT-PARA
                VARYING WS-SUB-IDX FROM 1 BY 1
                UNTIL WS-SUB-IDX > SM-SUBJECT-COUNT
                OR WS-SUB-FOUND.
       CHECK-ONE-SUBJECT-PARA.
           IF SM-SUBJECT-CODE(WS-SUB-IDX) = WS-PAPER-CODE(WS-PAPER-IDX)
                MOVE "Y" TO WS-SUB-FOUND-SW
                MOVE WS-SUB-IDX TO WS-SUB-FOUND-X.
       FIND-SJM-PARA.
           MOVE "N" TO WS-SJM-FOUND-SW.
           SET WS-SUBJECT-X TO 1.
           SEARCH WS-SUBJECT-ENTRY
                WHEN WS-SUBJECT-CODE(WS-SUBJECT-X) =
                     SM-SUBJECT-CODE(WS-SUB-FOUND-X)
                     MOVE "Y" TO WS-SJM-FOUND-SW.
      *    TOTAL, AVERAGE, OVERALL RESULT AND TERM GPA ARE WORKED
      *    OUT FROM THE SUBJECT ENTRIES THE SAME WAY THE REPORT-CARD
      *    RUN DOES.
       RECOMPUTE-PARA.
           MOVE ZERO TO SM-TOTAL.
           MOVE ZERO TO WS-TAKEN-COUNT.
           MOVE ZERO TO WS-TERM-CREDITS.
           MOVE ZERO TO WS-TERM-POINTS.
           MOVE "N" TO WS-OVERALL-FAIL-SW.
           MOVE "N" TO WS-ANY-ABSENT-SW.
           PERFORM SUM-ONE-SUBJECT-PARA THRU SUM-ONE-SUBJECT-EXIT
                VARYING WS-SUB-IDX FROM 1 BY 1
                UNTIL WS-SUB-IDX > SM-SUBJECT-COUNT.
           IF WS-TAKEN-COUNT > ZERO
                DIVIDE SM-TOTAL BY WS-TAKEN-COUNT GIVING SM-AVG
           ELSE
                MOVE ZERO TO SM-AVG.
           IF WS-TERM-CREDITS > ZERO
                DIVIDE WS-TERM-POINTS BY WS-TERM-CREDITS
                     GIVING SM-TERM-GPA
           ELSE
                MOVE ZERO TO SM-TERM-GPA.
           MOVE WS-TERM-CREDITS TO SM-TERM-CREDITS.
           IF WS-OVERALL-FAIL
                MOVE "FAIL" TO SM-RESULT
           ELSE
                IF WS-ANY-ABSENT
                     MOVE "ABS " TO SM-RESULT
                ELSE
                     MOVE "PASS" TO SM-RESULT.
       SUM-ONE-SUBJECT-PARA.
           IF SM-SUBJECT-RESULT(WS-SUB-IDX) = "N/A "
                GO TO SUM-ONE-SUBJECT-EXIT.
           IF SM-SUBJECT-RESULT(WS-SUB-IDX) = "AB  "
                MOVE "Y" TO WS-ANY-ABSENT-SW
                GO TO SUM-ONE-SUBJECT-EXIT.
           ADD SM-SUBJECT-MARKS(WS-SUB-IDX) TO SM-TOTAL.
           ADD 1 TO WS-TAKEN-COUNT.
           IF SM-SUBJECT-RESULT(WS-SUB-IDX) = "FAIL"
                MOVE "Y" TO WS-OVERALL-FAIL-SW.
           MOVE 1 TO WS-SUBJECT-CREDITS.
           SET WS-SUBJECT-X TO 1.
           SEARCH WS-SUBJECT-ENTRY
                WHEN WS-SUBJECT-CODE(WS-SUBJECT-X) =
                     SM-SUBJECT-CODE(WS-SUB-IDX)
                     MOVE WS-CREDITS(WS-SUBJECT-X) TO
                          WS-SUBJECT-CREDITS.
           COMPUTE WS-SUBJECT-PERCENT =
                SM-SUBJECT-MARKS(WS-SUB-IDX) * 100 /
                SM-SUBJECT-MAX(WS-SUB-IDX).
           MOVE ZERO TO WS-SUBJECT-GPA.
           MOVE "N" TO WS-GRADE-FOUND-SW.
           PERFORM CHECK-ONE-BAND-PARA
                VARYING WS-SCALE-X FROM 1 BY 1
                UNTIL WS-SCALE-X > WS-SCALE-TOTAL
                OR WS-GRADE-FOUND.
           ADD WS-SUBJECT-CREDITS TO WS-TERM-CREDITS.
           COMPUTE WS-TERM-POINTS = WS-TERM-POINTS +
                WS-SUBJECT-GPA * WS-SUBJECT-CREDITS.
       SUM-ONE-SUBJECT-EXIT.
           EXIT.
       CHECK-ONE-BAND-PARA.
           IF WS-SUBJECT-PERCENT >= WS-SCALE-MIN(WS-SCALE-X)
                AND WS-SUBJECT-PERCENT <= WS-SCALE-MAX(WS-SCALE-X)
                MOVE WS-SCALE-GPA(WS-SCALE-X) TO WS-SUBJECT-GPA
                MOVE "Y" TO WS-GRADE-FOUND-SW.
       CLOSE-REGISTRATIONS-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE "N" TO WS-EOF-SW.
           OPEN I-O SUPP-REG.
           PERFORM CLOSE-ONE-REGISTRATION-PARA UNTIL WS-EOF.
           CLOSE SUPP-REG.
           MOVE "N" TO WS-EOF-SW.
       CLOSE-ONE-REGISTRATION-PARA.
           READ SUPP-REG
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF SR-RNO = WS-RNO-PICK AND SR-REGISTERED
                          AND SR-TERM-NO = WS-TERM-NO
                          PERFORM CLOSE-ONE-PAPER-PARA.
       CLOSE-ONE-PAPER-PARA.
           PERFORM MATCH-ONE-PAPER-PARA
                VARYING WS-PAPER-IDX FROM 1 BY 1
                UNTIL WS-PAPER-IDX > WS-PAPER-TOTAL.
       MATCH-ONE-PAPER-PARA.
           IF WS-PAPER-CODE(WS-PAPER-IDX) = SR-SUBJECT-CODE
                AND WS-PAPER-OUTCOME(WS-PAPER-IDX) NOT = "R"
                MOVE WS-PAPER-OUTCOME(WS-PAPER-IDX) TO SR-STATUS
                MOVE WS-PAPER-KEYED(WS-PAPER-IDX) TO SR-KEYED-MARKS
                MOVE WS-PAPER-AWARDED(WS-PAPER-IDX) TO
                     SR-AWARDED-MARKS
                MOVE WS-TODAY TO SR-RESULT-DATE
                REWRITE SUPP-REG-REC.
       LOG-AUDIT-PARA.
           IF WS-PAPER-OUTCOME(WS-PAPER-IDX) NOT = "R"
                PERFORM WRITE-AUDIT-PARA.
       WRITE-AUDIT-PARA.
           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-LOG-STATUS = "35"
                OPEN OUTPUT AUDIT-LOG.
           ACCEPT AL-DATE FROM DATE YYYYMMDD.
           ACCEPT AL-TIME FROM TIME.
           MOVE "SUPP-MARKS" TO AL-PROGRAM.
           MOVE "SUPPLMNT" TO AL-ACTION.
           MOVE "SUPPLEMENTARY EXAMINATION" TO AL-REASON.
           MOVE WS-RNO-PICK TO AL-RNO.
           MOVE WS-RNO-PICK TO AL-AFTER-RNO.
           MOVE SM-NAME TO AL-BEFORE-NAME.
           MOVE WS-PAPER-OLD(WS-PAPER-IDX) TO AL-BEFORE-MARKS.
           MOVE ZERO TO AL-BEFORE-DOB.
           MOVE SPACES TO AL-BEFORE-ADDRESS.
           MOVE SPACES TO AL-BEFORE-CONTACT.
           MOVE ZERO TO AL-BEFORE-ENROLL-DATE.
           MOVE SPACES TO AL-AFTER-NAME.
           STRING "TERM " DELIMITED BY SIZE
                WS-TERM-NO DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-PAPER-CODE(WS-PAPER-IDX) DELIMITED BY SIZE
                INTO AL-AFTER-NAME.
           MOVE WS-PAPER-AWARDED(WS-PAPER-IDX) TO AL-AFTER-MARKS.
           MOVE ZERO TO AL-AFTER-DOB.
           MOVE SPACES TO AL-AFTER-ADDRESS.
           MOVE SPACES TO AL-AFTER-CONTACT.
           MOVE ZERO TO AL-AFTER-ENROLL-DATE.
           PERFORM AUDIT-CHAIN-PARA.
           WRITE AUDIT-LOG-REC.
           CLOSE AUDIT-LOG.
       LOAD-OPERATORS-PARA.
           OPEN INPUT OPERATOR-MASTER.
           IF OPERATOR-MASTER-STATUS NOT = "00"
                GO TO LOAD-OPERATORS-EXIT.
           PERFORM LOAD-ONE-OPERATOR-PARA UNTIL WS-OPERATOR-EOF.
           CLOSE OPERATOR-MASTER.
       LOAD-OPERATORS-EXIT.
           EXIT.
       LOAD-ONE-OPERATOR-PARA.
           READ OPERATOR-MASTER
                AT END MOVE "Y" TO WS-OPERATOR-EOF-SW
                NOT AT END
                     ADD 1 TO WS-OPERATOR-TOTAL
                     SET WS-OPERATOR-X TO WS-OPERATOR-TOTAL
                     MOVE OP-ID TO WS-OPERATOR-ID(WS-OPERATOR-X)
                     MOVE OP-PASSWORD TO
                          WS-OPERATOR-PASSWORD(WS-OPERATOR-X)
                     MOVE OP-ROLE TO
                          WS-OPERATOR-ROLE(WS-OPERATOR-X)
                     MOVE OP-STATUS TO
                          WS-OPERATOR-STATUS(WS-OPERATOR-X)
                     MOVE OP-FORCE-CHANGE TO
                          WS-OPERATOR-FORCE(WS-OPERATOR-X).
       CHECK-LOGIN-PARA.
           DISPLAY "SUPERVISOR LOGIN IS NEEDED TO RECORD ",
                "SUPPLEMENTARY MARKS.".
           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-LOGIN-ID.
           DISPLAY "ENTER PASSWORD: ".
           ACCEPT WS-LOGIN-PASSWORD.
           MOVE "N" TO WS-LOGIN-OK-SW.
           PERFORM CHECK-ONE-OPERATOR-PARA
                VARYING WS-OPERATOR-X FROM 1 BY 1
                UNTIL WS-OPERATOR-X > WS-OPERATOR-TOTAL
                OR WS-LOGIN-OK.
           IF NOT WS-LOGIN-OK
                DISPLAY "INVALID SUPERVISOR LOGIN".
       CHECK-ONE-OPERATOR-PARA.
           IF WS-LOGIN-ID = WS-OPERATOR-ID(WS-OPERATOR-X)
                AND WS-LOGIN-PASSWORD =
                     WS-OPERATOR-PASSWORD(WS-OPERATOR-X)
                AND WS-OPERATOR-ROLE(WS-OPERATOR-X) = "S"
                AND WS-OPERATOR-STATUS(WS-OPERATOR-X) = "A"
                MOVE "Y" TO WS-LOGIN-OK-SW.
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
           MOVE WS-PAPER-COUNT TO RL-READ-COUNT.
           MOVE WS-STUDENT-COUNT TO RL-UPDATE-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "SUPP-MARKS" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
       COPY AUDITCHN.
