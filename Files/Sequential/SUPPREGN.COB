       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPP-REGISTER.
      *    REGISTERS STUDENTS FOR THE SUPPLEMENTARY (COMPARTMENT)
      *    EXAMINATION OF A TERM. THE LATEST CURRENT STUDMARK.DAT
      *    RECORD OF EACH STUDENT FOR THE TERM IS EXAMINED: ONE OR
      *    TWO SUBJECTS WITH SM-SUBJECT-RESULT "FAIL" ENTITLES THE
      *    STUDENT TO SIT THOSE PAPERS AGAIN AND A SUPPREG.DAT ROW
      *    IS WRITTEN FOR EACH. THREE OR MORE FAILS IS NOT ELIGIBLE.
      *    A STUDENT IS REGISTERED ONCE PER TERM; A RE-RUN ONLY
      *    PICKS UP STUDENTS NOT ALREADY ON FILE. THE REGISTRATION
      *    LIST GOES TO THE EXAM CONTROLLER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT STUDENT-MARKS ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STUDENT-MARKS-STATUS.
           SELECT SUPP-REG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SUPP-REG-STATUS.
           SELECT REG-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REG-PRINT-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MARKS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "STUDMARK.DAT"
           DATA RECORD IS STUDENT-MARKS-REC.
       COPY STUDMARK.
       FD SUPP-REG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SUPPREG.DAT"
           DATA RECORD IS SUPP-REG-REC.
       COPY SUPPREG.
       FD REG-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SUPPLIST.DAT"
           DATA RECORD IS REG-LINE.
       01 REG-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 STUDENT-MARKS-STATUS PIC XX.
       77 SUPP-REG-STATUS PIC XX.
       77 REG-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-TERM-NO PIC 9(2).
       77 WS-TODAY PIC 9(8).
       77 WS-SEQ PIC 9(7).
       77 WS-SM-RNO-N PIC 9(5).
       77 WS-SUB-IDX PIC 9(3) COMP.
       77 WS-FAIL-COUNT PIC 9(3).
       77 WS-EDIT-FAILS PIC Z9.
       77 WS-KEY-TOTAL PIC 9(5) COMP VALUE ZERO.
       77 WS-KEY-IDX PIC 9(5) COMP.
       77 WS-KEY-FOUND-X PIC 9(5) COMP.
       77 WS-KEY-FOUND-SW PIC X.
           88 WS-KEY-FOUND VALUE "Y".
       77 WS-DONE-TOTAL PIC 9(5) COMP VALUE ZERO.
       77 WS-DONE-IDX PIC 9(5) COMP.
       77 WS-DONE-FOUND-SW PIC X.
           88 WS-DONE-FOUND VALUE "Y".
       77 WS-EXAMINED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-CLEAR-COUNT PIC 9(5) VALUE ZERO.
       77 WS-STUDENT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-PAPER-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ALREADY-COUNT PIC 9(5) VALUE ZERO.
       77 WS-INELIGIBLE-COUNT PIC 9(5) VALUE ZERO.
      *    LATEST CURRENT RECORD (BY FILE SEQUENCE) PER ROLL.
       01 WS-KEY-TABLE.
        02 WS-KEY-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON WS-KEY-TOTAL
                INDEXED BY WS-KEY-X.
         03 WS-KEY-RNO PIC 9(5).
         03 WS-KEY-LAST-SEQ PIC 9(7).
      *    ROLLS ALREADY REGISTERED FOR THE TERM.
       01 WS-DONE-TABLE.
        02 WS-DONE-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON WS-DONE-TOTAL
                INDEXED BY WS-DONE-X.
         03 WS-DONE-RNO PIC 9(5).
       01 SL-HEAD-LINE.
        02 FILLER PIC X(48)
           VALUE "SUPPLEMENTARY EXAMINATION REGISTRATIONS".
        02 FILLER PIC X(5) VALUE "TERM ".
        02 SL-TERM PIC Z9.
       01 SL-COLUMN-LINE.
        02 FILLER PIC X(30) VALUE "  ROLL   NAME        PAPER  MA".
        02 FILLER PIC X(26) VALUE "RKS  MAX  REMARK".
       01 SL-DETAIL-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 SL-RNO PIC 9(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 SL-NAME PIC X(10).
        02 FILLER PIC X(2) VALUE SPACES.
        02 SL-SUBJECT PIC X(5).
        02 FILLER PIC X(3) VALUE SPACES.
        02 SL-MARKS PIC X(3).
        02 FILLER PIC X(2) VALUE SPACES.
        02 SL-MAX PIC X(3).
        02 FILLER PIC X(2) VALUE SPACES.
        02 SL-REMARK PIC X(30).
       01 SL-COUNT-LINE.
        02 SL-COUNT-TEXT PIC X(40).
        02 SL-COUNT PIC ZZZZ9.
       01 PAGE-LINE PIC X(79) VALUE ALL "=".
       COPY RETCODE.
       PROCEDURE DIVISION.
       TERM-PARA.
           PERFORM LOG-RUN-START-PARA.
           DISPLAY "ENTER THE TERM NUMBER FOR THE SUPPLEMENTARY ",
                "EXAMINATION (1-8): ".
           ACCEPT WS-TERM-NO.
           IF WS-TERM-NO < 1 OR WS-TERM-NO > 8
                DISPLAY "TERM NUMBER MUST BE 1-8"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "INVALID TERM NUMBER" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
       LOAD-PARA.
           PERFORM LOAD-DONE-PARA THRU LOAD-DONE-EXIT.
           IF WS-RC-ERROR
                GO TO END-PARA.
           PERFORM NOTE-MARKS-PARA THRU NOTE-MARKS-EXIT.
           IF WS-RC-ERROR
                GO TO END-PARA.
           IF WS-KEY-TOTAL = ZERO
                DISPLAY "NO CURRENT MARKS RECORDS FOR THE TERM"
                MOVE 04 TO WS-RETURN-CODE
                MOVE "NO MARKS RECORDS FOR THE TERM" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
       REGISTER-PARA.
           OPEN EXTEND SUPP-REG.
           IF SUPP-REG-STATUS = "35"
                OPEN OUTPUT SUPP-REG.
           OPEN OUTPUT REG-PRINT.
           MOVE PAGE-LINE TO REG-LINE.
           PERFORM WRITE-LIST-PARA.
           MOVE WS-TERM-NO TO SL-TERM.
           MOVE SL-HEAD-LINE TO REG-LINE.
           PERFORM WRITE-LIST-PARA.
           MOVE PAGE-LINE TO REG-LINE.
           PERFORM WRITE-LIST-PARA.
           MOVE SL-COLUMN-LINE TO REG-LINE.
           PERFORM WRITE-LIST-PARA.
           MOVE ZERO TO WS-SEQ.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT STUDENT-MARKS.
           PERFORM REGISTER-ONE-PARA UNTIL WS-EOF.
           CLOSE STUDENT-MARKS.
           CLOSE SUPP-REG.
           MOVE SPACES TO REG-LINE.
           PERFORM WRITE-LIST-PARA.
           MOVE "STUDENTS EXAMINED FOR THE TERM" TO SL-COUNT-TEXT.
           MOVE WS-EXAMINED-COUNT TO SL-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "  NO FAILED SUBJECT" TO SL-COUNT-TEXT.
           MOVE WS-CLEAR-COUNT TO SL-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "  REGISTERED THIS RUN" TO SL-COUNT-TEXT.
           MOVE WS-STUDENT-COUNT TO SL-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "  ALREADY REGISTERED" TO SL-COUNT-TEXT.
           MOVE WS-ALREADY-COUNT TO SL-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "  NOT ELIGIBLE - THREE OR MORE FAILS" TO
                SL-COUNT-TEXT.
           MOVE WS-INELIGIBLE-COUNT TO SL-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "PAPERS REGISTERED THIS RUN" TO SL-COUNT-TEXT.
           MOVE WS-PAPER-COUNT TO SL-COUNT.
           PERFORM WRITE-COUNT-PARA.
           CLOSE REG-PRINT.
           DISPLAY "STUDENTS REGISTERED: ", WS-STUDENT-COUNT,
                "  PAPERS: ", WS-PAPER-COUNT.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       LOAD-DONE-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SUPP-REG.
           IF SUPP-REG-STATUS NOT = "00"
                GO TO LOAD-DONE-EXIT.
           PERFORM LOAD-ONE-DONE-PARA THRU LOAD-ONE-DONE-EXIT
                UNTIL WS-EOF.
           CLOSE SUPP-REG.
       LOAD-DONE-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-DONE-PARA.
           READ SUPP-REG
                AT END MOVE "Y" TO WS-EOF-SW.
           IF WS-EOF OR SR-TERM-NO NOT = WS-TERM-NO
                GO TO LOAD-ONE-DONE-EXIT.
           MOVE SR-RNO TO WS-SM-RNO-N.
           PERFORM FIND-DONE-PARA.
           IF WS-DONE-FOUND
                GO TO LOAD-ONE-DONE-EXIT.
           IF WS-DONE-TOTAL = 2000
                DISPLAY "MORE THAN 2000 REGISTERED STUDENTS - ",
                     "RUN ABANDONED"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "TOO MANY REGISTERED STUDENTS" TO
                     WS-ERROR-MESSAGE
                MOVE "Y" TO WS-EOF-SW
                GO TO LOAD-ONE-DONE-EXIT.
           ADD 1 TO WS-DONE-TOTAL.
           SET WS-DONE-X TO WS-DONE-TOTAL.
           MOVE SR-RNO TO WS-DONE-RNO(WS-DONE-X).
       LOAD-ONE-DONE-EXIT.
           EXIT.
       FIND-DONE-PARA.
           MOVE "N" TO WS-DONE-FOUND-SW.
           PERFORM CHECK-ONE-DONE-PARA
                VARYING WS-DONE-IDX FROM 1 BY 1
                UNTIL WS-DONE-IDX > WS-DONE-TOTAL
                OR WS-DONE-FOUND.
       CHECK-ONE-DONE-PARA.
           IF WS-DONE-RNO(WS-DONE-IDX) = WS-SM-RNO-N
                MOVE "Y" TO WS-DONE-FOUND-SW.
       NOTE-MARKS-PARA.
           MOVE ZERO TO WS-SEQ.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT STUDENT-MARKS.
           IF STUDENT-MARKS-STATUS NOT = "00"
                DISPLAY "NO MARKS FILE ON DISK"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "STUDMARK.DAT NOT FOUND" TO WS-ERROR-MESSAGE
                GO TO NOTE-MARKS-EXIT.
           PERFORM NOTE-ONE-MARKS-PARA THRU NOTE-ONE-MARKS-EXIT
                UNTIL WS-EOF.
           CLOSE STUDENT-MARKS.
       NOTE-MARKS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       NOTE-ONE-MARKS-PARA.
           READ STUDENT-MARKS
                AT END MOVE "Y" TO WS-EOF-SW.
           IF WS-EOF
                GO TO NOTE-ONE-MARKS-EXIT.
           ADD 1 TO WS-SEQ.
           IF SM-SUPERSEDED OR SM-ROLL-NO NOT NUMERIC
                OR SM-TERM-NO NOT = WS-TERM-NO
                GO TO NOTE-ONE-MARKS-EXIT.
           MOVE SM-ROLL-NO TO WS-SM-RNO-N.
           PERFORM FIND-KEY-PARA.
           IF WS-KEY-FOUND
                MOVE WS-SEQ TO WS-KEY-LAST-SEQ(WS-KEY-FOUND-X)
                GO TO NOTE-ONE-MARKS-EXIT.
           IF WS-KEY-TOTAL = 2000
                DISPLAY "MORE THAN 2000 STUDENTS FOR THE TERM - ",
                     "RUN ABANDONED"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "TOO MANY STUDENTS FOR THE TERM" TO
                     WS-ERROR-MESSAGE
                MOVE "Y" TO WS-EOF-SW
                GO TO NOTE-ONE-MARKS-EXIT.
           ADD 1 TO WS-KEY-TOTAL.
           SET WS-KEY-X TO WS-KEY-TOTAL.
           MOVE WS-SM-RNO-N TO WS-KEY-RNO(WS-KEY-X).
           MOVE WS-SEQ TO WS-KEY-LAST-SEQ(WS-KEY-X).
       NOTE-ONE-MARKS-EXIT.
           EXIT.
       FIND-KEY-PARA.
           MOVE "N" TO WS-KEY-FOUND-SW.
           PERFORM CHECK-ONE-KEY-PARA
                VARYING WS-KEY-IDX FROM 1 BY 1
                UNTIL WS-KEY-IDX > WS-KEY-TOTAL
                OR WS-KEY-FOUND.
       CHECK-ONE-KEY-PARA.
           IF WS-KEY-RNO(WS-KEY-IDX) = WS-SM-RNO-N
                MOVE "Y" TO WS-KEY-FOUND-SW
                MOVE WS-KEY-IDX TO WS-KEY-FOUND-X.
       REGISTER-ONE-PARA.
           READ STUDENT-MARKS
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM REGISTER-ONE-REC-PARA THRU
                     REGISTER-ONE-REC-EXIT.
      *    ONLY THE STUDENT'S LATEST CURRENT RECORD FOR THE TERM
      *    COUNTS. AN ABSENT (AB) SUBJECT IS NOT A SCORED FAIL AND
      *    DOES NOT QUALIFY FOR THE SUPPLEMENTARY.
       REGISTER-ONE-REC-PARA.
           ADD 1 TO WS-SEQ.
           IF SM-SUPERSEDED OR SM-ROLL-NO NOT NUMERIC
                OR SM-TERM-NO NOT = WS-TERM-NO
                GO TO REGISTER-ONE-REC-EXIT.
           MOVE SM-ROLL-NO TO WS-SM-RNO-N.
           PERFORM FIND-KEY-PARA.
           IF NOT WS-KEY-FOUND
                GO TO REGISTER-ONE-REC-EXIT.
           IF WS-SEQ NOT = WS-KEY-LAST-SEQ(WS-KEY-FOUND-X)
                GO TO REGISTER-ONE-REC-EXIT.
           ADD 1 TO WS-EXAMINED-COUNT.
           MOVE ZERO TO WS-FAIL-COUNT.
           PERFORM COUNT-ONE-FAIL-PARA
                VARYING WS-SUB-IDX FROM 1 BY 1
                UNTIL WS-SUB-IDX > SM-SUBJECT-COUNT.
           IF WS-FAIL-COUNT = ZERO
                ADD 1 TO WS-CLEAR-COUNT
                GO TO REGISTER-ONE-REC-EXIT.
           MOVE SPACES TO SL-DETAIL-LINE.
           MOVE WS-SM-RNO-N TO SL-RNO.
           MOVE SM-NAME TO SL-NAME.
           IF WS-FAIL-COUNT > 2
                ADD 1 TO WS-INELIGIBLE-COUNT
                MOVE WS-FAIL-COUNT TO WS-EDIT-FAILS
                STRING "NOT ELIGIBLE - FAILS:" DELIMITED BY SIZE
                     WS-EDIT-FAILS DELIMITED BY SIZE
                     INTO SL-REMARK
                PERFORM WRITE-DETAIL-PARA
                GO TO REGISTER-ONE-REC-EXIT.
           PERFORM FIND-DONE-PARA.
           IF WS-DONE-FOUND
                ADD 1 TO WS-ALREADY-COUNT
                MOVE "ALREADY REGISTERED" TO SL-REMARK
                PERFORM WRITE-DETAIL-PARA
                GO TO REGISTER-ONE-REC-EXIT.
           ADD 1 TO WS-STUDENT-COUNT.
           PERFORM REGISTER-ONE-PAPER-PARA THRU
                REGISTER-ONE-PAPER-EXIT
                VARYING WS-SUB-IDX FROM 1 BY 1
                UNTIL WS-SUB-IDX > SM-SUBJECT-COUNT.
       REGISTER-ONE-REC-EXIT.
           EXIT.
       COUNT-ONE-FAIL-PARA.
           IF SM-SUBJECT-RESULT(WS-SUB-IDX) = "FAIL"
                ADD 1 TO WS-FAIL-COUNT.
       REGISTER-ONE-PAPER-PARA.
           IF SM-SUBJECT-RESULT(WS-SUB-IDX) NOT = "FAIL"
                GO TO REGISTER-ONE-PAPER-EXIT.
           MOVE WS-SM-RNO-N TO SR-RNO.
           MOVE SM-NAME TO SR-NAME.
           MOVE WS-TERM-NO TO SR-TERM-NO.
           MOVE SM-SUBJECT-CODE(WS-SUB-IDX) TO SR-SUBJECT-CODE.
           MOVE WS-TODAY TO SR-REG-DATE.
           MOVE "R" TO SR-STATUS.
           MOVE SM-SUBJECT-MARKS(WS-SUB-IDX) TO SR-OLD-MARKS.
           MOVE ZERO TO SR-KEYED-MARKS.
           MOVE ZERO TO SR-AWARDED-MARKS.
           MOVE ZERO TO SR-RESULT-DATE.
           WRITE SUPP-REG-REC.
           ADD 1 TO WS-PAPER-COUNT.
           MOVE SM-SUBJECT-CODE(WS-SUB-IDX) TO SL-SUBJECT.
           MOVE SM-SUBJECT-MARKS(WS-SUB-IDX) TO SL-MARKS.
           MOVE SM-SUBJECT-MAX(WS-SUB-IDX) TO SL-MAX.
           MOVE "REGISTERED" TO SL-REMARK.
           PERFORM WRITE-DETAIL-PARA.
       REGISTER-ONE-PAPER-EXIT.
           EXIT.
       WRITE-DETAIL-PARA.
           MOVE SL-DETAIL-LINE TO REG-LINE.
           PERFORM WRITE-LIST-PARA.
       WRITE-COUNT-PARA.
           MOVE SL-COUNT-LINE TO REG-LINE.
           PERFORM WRITE-LIST-PARA.
       WRITE-LIST-PARA.
           WRITE REG-LINE.
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
           MOVE WS-EXAMINED-COUNT TO RL-READ-COUNT.
           MOVE WS-PAPER-COUNT TO RL-UPDATE-COUNT.
           MOVE WS-INELIGIBLE-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "SUPP-REGISTER" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
