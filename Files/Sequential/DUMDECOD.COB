       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRIPT-DECODE.
      *    TURNS THE MARKS KEYED AGAINST DUMMY CODES (SCRMARKS.DAT)
      *    BACK INTO ROLL NUMBERS THROUGH THE RESTRICTED DECODE FILE
      *    AND WRITES ONE TABLECTL.DAT RECORD FOR EVERY STUDENT
      *    WHOSE SCRIPTS HAVE ALL BEEN MARKED. A STUDENT WITH ANY
      *    SCRIPT STILL UNMARKED IS HELD BACK UNTIL THE NEXT RUN.
      *    A SCRIPT UNDER DOUBLE VALUATION IS TAKEN FROM THE FINAL
      *    ROW DOUBLE-VALUATION WRITES, NOT FROM EITHER EVALUATOR.
      *    THE BALANCING REPORT LISTS CODES ISSUED WITH NO MARKS
      *    AND MARKS THAT COULD NOT BE MATCHED TO AN ISSUED CODE.
      *    A SUPERVISOR LOGIN IS NEEDED TO OPEN THE DECODE FILE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT SCRIPT-CODE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SCRIPT-CODE-STATUS.
           SELECT SCRIPT-MARK ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SCRIPT-MARK-STATUS.
           SELECT TABLE-CONTROL ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TABLE-CONTROL-STATUS.
           SELECT SUBJECT-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SUBJECT-MASTER-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT BALANCE-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BALANCE-PRINT-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SCRIPT-CODE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SCRCODE.DAT"
           DATA RECORD IS SCRIPT-CODE-REC.
       COPY SCRCODE.
       FD SCRIPT-MARK
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SCRMARKS.DAT"
           DATA RECORD IS SCRIPT-MARK-REC.
       COPY SCRMARK.
       FD TABLE-CONTROL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "TABLECTL.DAT"
           DATA RECORD IS TABLE-CONTROL-REC.
       01 TABLE-CONTROL-REC.
        02 TC-ROLL-NO PIC X(5).
        02 TC-NAME PIC A(10).
        02 TC-SUBJECT-COUNT PIC 9(3).
        02 TC-SUBJECT-ENTRY OCCURS 1 TO 20 TIMES
                DEPENDING ON TC-SUBJECT-COUNT.
         03 TC-TAKEN PIC X.
         03 TC-MARKS PIC 999.
         03 TC-PRAC-MARKS PIC 999.
         03 TC-UNIT-MARKS PIC 999.
         03 TC-ASSIGN-MARKS PIC 999.
         03 TC-ABSENT PIC X.
       FD SUBJECT-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SUBJMAST.DAT"
           DATA RECORD IS SUBJECT-MASTER-REC.
       COPY SUBJMAST.
       FD OPERATOR-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "OPERMAST.DAT"
           DATA RECORD IS OPERATOR-MASTER-REC.
       COPY OPERMAST.
       FD BALANCE-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SCRBAL.DAT"
           DATA RECORD IS BALANCE-LINE.
       01 BALANCE-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 SCRIPT-CODE-STATUS PIC XX.
       77 SCRIPT-MARK-STATUS PIC XX.
       77 TABLE-CONTROL-STATUS PIC XX.
       77 SUBJECT-MASTER-STATUS PIC XX.
       77 OPERATOR-MASTER-STATUS PIC XX.
       77 BALANCE-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-SUBJECT-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-SUB-IDX PIC 9(3) COMP.
       77 WS-CODE-TOTAL PIC 9(5) COMP VALUE ZERO.
       77 WS-CODE-IDX PIC 9(5) COMP.
       77 WS-CODE-FOUND PIC 9(5) COMP.
       77 WS-GROUP-FROM PIC 9(5) COMP.
       77 WS-GROUP-TO PIC 9(5) COMP.
       77 WS-GROUP-RNO PIC 9(5).
       77 WS-GROUP-OPEN-SW PIC X.
           88 WS-GROUP-OPEN VALUE "Y".
       77 WS-GROUP-END-SW PIC X.
           88 WS-GROUP-END VALUE "Y".
       77 WS-GROUP-READY-SW PIC X.
           88 WS-GROUP-READY VALUE "Y".
       77 WS-MARK-READ PIC 9(5) VALUE ZERO.
       77 WS-MARK-REJECT PIC 9(5) VALUE ZERO.
       77 WS-MARK-IGNORED PIC 9(5) VALUE ZERO.
       77 WS-MARK-REKEYED PIC 9(5) VALUE ZERO.
       77 WS-MARK-EVALUATOR PIC 9(5) VALUE ZERO.
       77 WS-MISSING-COUNT PIC 9(5) VALUE ZERO.
       77 WS-DECODED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-WITHHELD-COUNT PIC 9(5) VALUE ZERO.
       77 WS-WRITE-COUNT PIC 9(5) VALUE ZERO.
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
       01 WS-SUBJECT-TABLE.
        02 WS-SUBJECT-ENTRY OCCURS 1 TO 20 TIMES
                DEPENDING ON WS-SUBJECT-TOTAL
                INDEXED BY WS-SUBJECT-X.
         03 WS-SUBJECT-CODE PIC X(5).
      *    THE DECODE FILE IN ITS OWN ORDER - ONE STUDENT'S PAPERS
      *    ARE CONSECUTIVE ROWS - WITH THE MARKS MATCHED TO EACH.
       01 WS-CODE-TABLE.
        02 WS-CODE-ENTRY OCCURS 10000 TIMES
                DEPENDING ON WS-CODE-TOTAL
                INDEXED BY WS-CODE-X.
         03 WS-CODE-CODE PIC 9(6).
         03 WS-CODE-RNO PIC 9(5).
         03 WS-CODE-NAME PIC X(20).
         03 WS-CODE-SUBJECT PIC X(5).
         03 WS-CODE-STATUS PIC X.
            88 WS-CODE-ISSUED VALUE "I".
         03 WS-CODE-MARKED-SW PIC X.
            88 WS-CODE-MARKED VALUE "Y".
         03 WS-CODE-PENDING-SW PIC X.
            88 WS-CODE-PENDING VALUE "Y".
         03 WS-CODE-ABSENT PIC X.
         03 WS-CODE-MARKS PIC 9(3).
         03 WS-CODE-PRAC PIC 9(3).
         03 WS-CODE-UNIT PIC 9(3).
         03 WS-CODE-ASSIGN PIC 9(3).
       01 BL-HEAD-LINE PIC X(50)
           VALUE "ANSWER-SCRIPT DECODE BALANCING REPORT - RESTRICTED".
       01 BL-REJECT-HEAD PIC X(40)
           VALUE "MARKS REJECTED:".
       01 BL-MISSING-HEAD PIC X(40)
           VALUE "CODES ISSUED WITH NO MARKS:".
       01 BL-COLUMN-LINE PIC X(50)
           VALUE "  DUMMY   PAPER   ROLL   NOTE".
       01 BL-DETAIL-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 BL-CODE PIC 9(6).
        02 FILLER PIC X(2) VALUE SPACES.
        02 BL-SUBJECT PIC X(5).
        02 FILLER PIC X(3) VALUE SPACES.
        02 BL-RNO PIC X(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 BL-NOTE PIC X(40).
       01 BL-COUNT-LINE.
        02 BL-COUNT-TEXT PIC X(40).
        02 BL-COUNT PIC ZZZZ9.
       01 PAGE-LINE PIC X(79) VALUE ALL "=".
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
                DISPLAY "NO SUBJECT MASTER ON FILE - CANNOT DECODE"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "SUBJECT MASTER NOT FOUND OR EMPTY" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-CODES-PARA THRU LOAD-CODES-EXIT.
           IF WS-RC-ERROR
                GO TO END-PARA.
           IF WS-CODE-TOTAL = ZERO
                DISPLAY "NO DECODE FILE ON FILE - RUN SCRIPT-CODING"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "SCRCODE.DAT NOT FOUND OR EMPTY" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
           OPEN OUTPUT BALANCE-PRINT.
           MOVE PAGE-LINE TO BALANCE-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE BL-HEAD-LINE TO BALANCE-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE PAGE-LINE TO BALANCE-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE BL-REJECT-HEAD TO BALANCE-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE BL-COLUMN-LINE TO BALANCE-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM LOAD-MARKS-PARA THRU LOAD-MARKS-EXIT.
       DECODE-PARA.
           MOVE SPACES TO BALANCE-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE BL-MISSING-HEAD TO BALANCE-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE BL-COLUMN-LINE TO BALANCE-LINE.
           PERFORM WRITE-LINE-PARA.
           OPEN EXTEND TABLE-CONTROL.
           IF TABLE-CONTROL-STATUS = "35"
                OPEN OUTPUT TABLE-CONTROL.
           MOVE 1 TO WS-GROUP-FROM.
           PERFORM DECODE-ONE-STUDENT-PARA THRU
                DECODE-ONE-STUDENT-EXIT
                UNTIL WS-GROUP-FROM > WS-CODE-TOTAL.
           CLOSE TABLE-CONTROL.
       REWRITE-PARA.
           OPEN OUTPUT SCRIPT-CODE.
           PERFORM WRITE-ONE-CODE-PARA
                VARYING WS-CODE-IDX FROM 1 BY 1
                UNTIL WS-CODE-IDX > WS-CODE-TOTAL.
           CLOSE SCRIPT-CODE.
       REPORT-PARA.
           MOVE SPACES TO BALANCE-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE "CODED MARK RECORDS READ" TO BL-COUNT-TEXT.
           MOVE WS-MARK-READ TO BL-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "  REJECTED - UNKNOWN CODE OR WRONG PAPER" TO
                BL-COUNT-TEXT.
           MOVE WS-MARK-REJECT TO BL-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "  IGNORED - CODE ALREADY DECODED" TO BL-COUNT-TEXT.
           MOVE WS-MARK-IGNORED TO BL-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "  KEYED AGAIN - LAST ENTRY USED" TO BL-COUNT-TEXT.
           MOVE WS-MARK-REKEYED TO BL-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "  EVALUATOR ROWS - SEE DOUBLE-VALUATION" TO
                BL-COUNT-TEXT.
           MOVE WS-MARK-EVALUATOR TO BL-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "CODES ISSUED WITH NO MARKS" TO BL-COUNT-TEXT.
           MOVE WS-MISSING-COUNT TO BL-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "STUDENTS DECODED TO TABLECTL.DAT" TO BL-COUNT-TEXT.
           MOVE WS-DECODED-COUNT TO BL-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "STUDENTS HELD BACK - SCRIPTS UNMARKED" TO
                BL-COUNT-TEXT.
           MOVE WS-WITHHELD-COUNT TO BL-COUNT.
           PERFORM WRITE-COUNT-PARA.
           CLOSE BALANCE-PRINT.
           IF WS-MARK-REJECT > ZERO OR WS-MISSING-COUNT > ZERO
                MOVE 04 TO WS-RETURN-CODE
                MOVE "SCRIPTS UNMARKED OR MARKS REJECTED" TO
                     WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       LOAD-MARKS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SCRIPT-MARK.
           IF SCRIPT-MARK-STATUS NOT = "00"
                DISPLAY "NO CODED MARKS ON FILE - NOTHING TO DECODE"
                GO TO LOAD-MARKS-EXIT.
           PERFORM MATCH-ONE-MARK-PARA THRU MATCH-ONE-MARK-EXIT
                UNTIL WS-EOF.
           CLOSE SCRIPT-MARK.
       LOAD-MARKS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       MATCH-ONE-MARK-PARA.
           READ SCRIPT-MARK
                AT END MOVE "Y" TO WS-EOF-SW.
           IF WS-EOF
                GO TO MATCH-ONE-MARK-EXIT.
           ADD 1 TO WS-MARK-READ.
           MOVE ZERO TO WS-CODE-FOUND.
           PERFORM FIND-ONE-CODE-PARA
                VARYING WS-CODE-IDX FROM 1 BY 1
                UNTIL WS-CODE-IDX > WS-CODE-TOTAL
                OR WS-CODE-FOUND NOT = ZERO.
           MOVE SCM-CODE TO BL-CODE.
           MOVE SCM-SUBJECT-CODE TO BL-SUBJECT.
           MOVE SPACES TO BL-RNO.
           IF WS-CODE-FOUND = ZERO
                MOVE "CODE WAS NEVER ISSUED" TO BL-NOTE
                GO TO REJECT-MARK-PARA.
           SET WS-CODE-X TO WS-CODE-FOUND.
           IF WS-CODE-SUBJECT(WS-CODE-X) NOT = SCM-SUBJECT-CODE
                MOVE "CODE BELONGS TO ANOTHER PAPER" TO BL-NOTE
                GO TO REJECT-MARK-PARA.
           IF NOT WS-CODE-ISSUED(WS-CODE-X)
                ADD 1 TO WS-MARK-IGNORED
                GO TO MATCH-ONE-MARK-EXIT.
      *    EACH EVALUATOR'S OWN MARKS WAIT FOR THE FINAL ROW.
           IF SCM-EVALUATOR
                ADD 1 TO WS-MARK-EVALUATOR
                MOVE "Y" TO WS-CODE-PENDING-SW(WS-CODE-X)
                GO TO MATCH-ONE-MARK-EXIT.
           IF WS-CODE-MARKED(WS-CODE-X)
                ADD 1 TO WS-MARK-REKEYED.
           MOVE "Y" TO WS-CODE-MARKED-SW(WS-CODE-X).
           MOVE SCM-ABSENT TO WS-CODE-ABSENT(WS-CODE-X).
           MOVE SCM-MARKS TO WS-CODE-MARKS(WS-CODE-X).
           MOVE SCM-PRAC-MARKS TO WS-CODE-PRAC(WS-CODE-X).
           MOVE SCM-UNIT-MARKS TO WS-CODE-UNIT(WS-CODE-X).
           MOVE SCM-ASSIGN-MARKS TO WS-CODE-ASSIGN(WS-CODE-X).
           GO TO MATCH-ONE-MARK-EXIT.
       REJECT-MARK-PARA.
           ADD 1 TO WS-MARK-REJECT.
           MOVE BL-DETAIL-LINE TO BALANCE-LINE.
           PERFORM WRITE-LINE-PARA.
       MATCH-ONE-MARK-EXIT.
           EXIT.
       FIND-ONE-CODE-PARA.
           IF WS-CODE-CODE(WS-CODE-IDX) = SCM-CODE
                MOVE WS-CODE-IDX TO WS-CODE-FOUND.
      *    ONE STUDENT = THE RUN OF ROWS FROM WS-GROUP-FROM WITH THE
      *    SAME ROLL NUMBER. ALREADY-DECODED STUDENTS ARE PASSED BY.
       DECODE-ONE-STUDENT-PARA.
           SET WS-CODE-X TO WS-GROUP-FROM.
           MOVE WS-CODE-RNO(WS-CODE-X) TO WS-GROUP-RNO.
           MOVE WS-GROUP-FROM TO WS-GROUP-TO.
           MOVE "N" TO WS-GROUP-OPEN-SW.
           MOVE "Y" TO WS-GROUP-READY-SW.
           MOVE "N" TO WS-GROUP-END-SW.
           PERFORM SCAN-ONE-ROW-PARA
                VARYING WS-CODE-IDX FROM WS-GROUP-FROM BY 1
                UNTIL WS-CODE-IDX > WS-CODE-TOTAL
                OR WS-GROUP-END.
           IF NOT WS-GROUP-OPEN
                GO TO DECODE-ONE-STUDENT-EXIT.
           IF NOT WS-GROUP-READY
                ADD 1 TO WS-WITHHELD-COUNT
                PERFORM LIST-MISSING-PARA THRU LIST-MISSING-EXIT
                     VARYING WS-CODE-IDX FROM WS-GROUP-FROM BY 1
                     UNTIL WS-CODE-IDX > WS-GROUP-TO
                GO TO DECODE-ONE-STUDENT-EXIT.
           MOVE WS-GROUP-RNO TO TC-ROLL-NO.
           SET WS-CODE-X TO WS-GROUP-FROM.
           MOVE WS-CODE-NAME(WS-CODE-X) TO TC-NAME.
           MOVE WS-SUBJECT-TOTAL TO TC-SUBJECT-COUNT.
           PERFORM CLEAR-ONE-SUBJECT-PARA
                VARYING WS-SUB-IDX FROM 1 BY 1
                UNTIL WS-SUB-IDX > WS-SUBJECT-TOTAL.
           PERFORM MOVE-ONE-SCRIPT-PARA
                VARYING WS-CODE-IDX FROM WS-GROUP-FROM BY 1
                UNTIL WS-CODE-IDX > WS-GROUP-TO.
           WRITE TABLE-CONTROL-REC.
           ADD 1 TO WS-WRITE-COUNT.
           ADD 1 TO WS-DECODED-COUNT.
       DECODE-ONE-STUDENT-EXIT.
           COMPUTE WS-GROUP-FROM = WS-GROUP-TO + 1.
       SCAN-ONE-ROW-PARA.
           IF WS-CODE-RNO(WS-CODE-IDX) NOT = WS-GROUP-RNO
                MOVE "Y" TO WS-GROUP-END-SW
           ELSE
                MOVE WS-CODE-IDX TO WS-GROUP-TO
                IF WS-CODE-ISSUED(WS-CODE-IDX)
                     MOVE "Y" TO WS-GROUP-OPEN-SW
                     IF NOT WS-CODE-MARKED(WS-CODE-IDX)
                          MOVE "N" TO WS-GROUP-READY-SW.
       LIST-MISSING-PARA.
           IF NOT WS-CODE-ISSUED(WS-CODE-IDX)
                OR WS-CODE-MARKED(WS-CODE-IDX)
                GO TO LIST-MISSING-EXIT.
           ADD 1 TO WS-MISSING-COUNT.
           MOVE WS-CODE-CODE(WS-CODE-IDX) TO BL-CODE.
           MOVE WS-CODE-SUBJECT(WS-CODE-IDX) TO BL-SUBJECT.
           MOVE WS-CODE-RNO(WS-CODE-IDX) TO BL-RNO.
           IF WS-CODE-PENDING(WS-CODE-IDX)
                MOVE "AWAITING DOUBLE VALUATION - HELD BACK" TO BL-NOTE
           ELSE
                MOVE "NO MARKS KEYED - STUDENT HELD BACK" TO BL-NOTE.
           MOVE BL-DETAIL-LINE TO BALANCE-LINE.
           PERFORM WRITE-LINE-PARA.
       LIST-MISSING-EXIT.
           EXIT.
       CLEAR-ONE-SUBJECT-PARA.
           MOVE "N" TO TC-TAKEN(WS-SUB-IDX).
           MOVE ZERO TO TC-MARKS(WS-SUB-IDX).
           MOVE ZERO TO TC-PRAC-MARKS(WS-SUB-IDX).
           MOVE ZERO TO TC-UNIT-MARKS(WS-SUB-IDX).
           MOVE ZERO TO TC-ASSIGN-MARKS(WS-SUB-IDX).
           MOVE "N" TO TC-ABSENT(WS-SUB-IDX).
       MOVE-ONE-SCRIPT-PARA.
           PERFORM MOVE-TO-SUBJECT-PARA
                VARYING WS-SUB-IDX FROM 1 BY 1
                UNTIL WS-SUB-IDX > WS-SUBJECT-TOTAL.
           MOVE "D" TO WS-CODE-STATUS(WS-CODE-IDX).
       MOVE-TO-SUBJECT-PARA.
           IF WS-SUBJECT-CODE(WS-SUB-IDX) = WS-CODE-SUBJECT(WS-CODE-IDX)
                MOVE "Y" TO TC-TAKEN(WS-SUB-IDX)
                MOVE WS-CODE-MARKS(WS-CODE-IDX) TO TC-MARKS(WS-SUB-IDX)
                MOVE WS-CODE-PRAC(WS-CODE-IDX) TO
                     TC-PRAC-MARKS(WS-SUB-IDX)
                MOVE WS-CODE-UNIT(WS-CODE-IDX) TO
                     TC-UNIT-MARKS(WS-SUB-IDX)
                MOVE WS-CODE-ASSIGN(WS-CODE-IDX) TO
                     TC-ASSIGN-MARKS(WS-SUB-IDX)
                MOVE WS-CODE-ABSENT(WS-CODE-IDX) TO
                     TC-ABSENT(WS-SUB-IDX).
       WRITE-ONE-CODE-PARA.
           MOVE WS-CODE-CODE(WS-CODE-IDX) TO SCD-CODE.
           MOVE WS-CODE-RNO(WS-CODE-IDX) TO SCD-RNO.
           MOVE WS-CODE-NAME(WS-CODE-IDX) TO SCD-NAME.
           MOVE WS-CODE-SUBJECT(WS-CODE-IDX) TO SCD-SUBJECT-CODE.
           MOVE WS-CODE-STATUS(WS-CODE-IDX) TO SCD-STATUS.
           WRITE SCRIPT-CODE-REC.
       WRITE-COUNT-PARA.
           MOVE BL-COUNT-LINE TO BALANCE-LINE.
           PERFORM WRITE-LINE-PARA.
       WRITE-LINE-PARA.
           WRITE BALANCE-LINE.
       LOAD-CODES-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SCRIPT-CODE.
           IF SCRIPT-CODE-STATUS NOT = "00"
                GO TO LOAD-CODES-EXIT.
           PERFORM LOAD-ONE-CODE-PARA UNTIL WS-EOF.
           CLOSE SCRIPT-CODE.
       LOAD-CODES-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-CODE-PARA.
           READ SCRIPT-CODE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-CODE-TOTAL = 10000
                          DISPLAY "DECODE FILE EXCEEDS 10000 ROWS"
                          MOVE 08 TO WS-RETURN-CODE
                          MOVE "DECODE FILE TOO LARGE" TO
                               WS-ERROR-MESSAGE
                          MOVE "Y" TO WS-EOF-SW
                     ELSE
                          ADD 1 TO WS-CODE-TOTAL
                          SET WS-CODE-X TO WS-CODE-TOTAL
                          MOVE SCD-CODE TO WS-CODE-CODE(WS-CODE-X)
                          MOVE SCD-RNO TO WS-CODE-RNO(WS-CODE-X)
                          MOVE SCD-NAME TO WS-CODE-NAME(WS-CODE-X)
                          MOVE SCD-SUBJECT-CODE TO
                               WS-CODE-SUBJECT(WS-CODE-X)
                          MOVE SCD-STATUS TO WS-CODE-STATUS(WS-CODE-X)
                          MOVE "N" TO WS-CODE-MARKED-SW(WS-CODE-X)
                          MOVE "N" TO WS-CODE-PENDING-SW(WS-CODE-X).
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
           DISPLAY "SUPERVISOR LOGIN IS NEEDED TO DECODE ",
                "ANSWER SCRIPTS.".
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
           MOVE WS-MARK-READ TO RL-READ-COUNT.
           MOVE WS-WRITE-COUNT TO RL-UPDATE-COUNT.
           MOVE WS-MARK-REJECT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "SCRIPT-DECODE" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
