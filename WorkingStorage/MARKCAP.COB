           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TABLE-CONTROL-STATUS.
           SELECT SCRIPT-MARK ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SCRIPT-MARK-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
         03 TC-UNIT-MARKS PIC 999.
         03 TC-ASSIGN-MARKS PIC 999.
         03 TC-ABSENT PIC X.
       FD SCRIPT-MARK
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SCRMARKS.DAT"
           DATA RECORD IS SCRIPT-MARK-REC.
       COPY SCRMARK.
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
       77 RUN-LOG-STATUS PIC XX.
       77 SUBJECT-MASTER-STATUS PIC XX.
       77 TABLE-CONTROL-STATUS PIC XX.
       77 SCRIPT-MARK-STATUS PIC XX.
       77 WS-CAPTURE-MODE PIC X.
           88 WS-CODED-MODE VALUE "D" "d".
           88 WS-ROLL-MODE VALUE "R" "r".
       77 WS-ENTRY-CODE PIC X(6).
       77 WS-ENTRY-SUBJECT PIC X(5).
       77 WS-ENTRY-EVAL PIC X.
           88 WS-ENTRY-EVAL-OK VALUE SPACE "1" "2" "3".
       77 WS-PAPER-IDX PIC 9(3) COMP.
       77 WS-CODED-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-CODED-IDX PIC 9(3) COMP.
       77 WS-CODE-DUP-SW PIC X.
           88 WS-CODE-DUP VALUE "Y".
       77 CHOICE PIC X.
       77 WS-SUBJECT-EOF-SW PIC X VALUE "N".
           88 WS-SUBJECT-EOF VALUE "Y".
          04 WS-BATCH-UNIT PIC 9(3).
          04 WS-BATCH-ASSIGN PIC 9(3).
          04 WS-BATCH-ABSENT PIC X.
      *    ONE ROW PER ANSWER SCRIPT WHEN MARKS ARE KEYED AGAINST
      *    DUMMY CODES FOR A SINGLE PAPER.
       01 WS-CODED-TABLE.
        02 WS-CODED-ENTRY OCCURS 500 TIMES
                DEPENDING ON WS-CODED-TOTAL
                INDEXED BY WS-CODED-X.
         03 WS-CODED-CODE PIC 9(6).
         03 WS-CODED-ABSENT PIC X.
         03 WS-CODED-MARKS PIC 9(3).
         03 WS-CODED-PRAC PIC 9(3).
         03 WS-CODED-UNIT PIC 9(3).
         03 WS-CODED-ASSIGN PIC 9(3).
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
                GO TO END-PARA.
           DISPLAY "MARKS CAPTURE - ", WS-SUBJECT-TOTAL,
                " SUBJECTS ON THE MASTER".
       MODE-PARA.
           DISPLAY "KEY MARKS BY (R)OLL NUMBER OR (D)UMMY CODE: ".
           ACCEPT WS-CAPTURE-MODE.
           IF WS-CODED-MODE
                GO TO PAPER-PARA.
           IF WS-ROLL-MODE
                GO TO CAPTURE-PARA.
           DISPLAY "INVALID RESPONSE, ENTER R OR D".
           GO TO MODE-PARA.
       PAPER-PARA.
           DISPLAY "ENTER PAPER CODE FOR THIS BATCH OF SCRIPTS: ".
           ACCEPT WS-ENTRY-SUBJECT.
           MOVE ZERO TO WS-PAPER-IDX.
           PERFORM FIND-PAPER-PARA
                VARYING WS-SUB-IDX FROM 1 BY 1
                UNTIL WS-SUB-IDX > WS-SUBJECT-TOTAL
                OR WS-PAPER-IDX NOT = ZERO.
           IF WS-PAPER-IDX = ZERO
                DISPLAY "PAPER ", WS-ENTRY-SUBJECT,
                     " IS NOT ON THE SUBJECT MASTER"
                GO TO PAPER-PARA.
           MOVE WS-PAPER-IDX TO WS-SUB-IDX.
       EVALUATION-PARA.
           DISPLAY "EVALUATION - 1, 2 OR 3 FOR DOUBLE VALUATION, ",
                "BLANK FOR SINGLE: ".
           ACCEPT WS-ENTRY-EVAL.
           IF NOT WS-ENTRY-EVAL-OK
                DISPLAY "INVALID RESPONSE, ENTER 1, 2, 3 OR BLANK"
                GO TO EVALUATION-PARA.
       CODED-CAPTURE-PARA.
           IF WS-CODED-TOTAL = 500
                DISPLAY "BATCH LIMIT OF 500 SCRIPTS REACHED"
                GO TO BALANCE-PARA.
           DISPLAY "ENTER DUMMY CODE (BLANK TO CLOSE THE BATCH): ".
           ACCEPT WS-ENTRY-CODE.
           IF WS-ENTRY-CODE = SPACES
                GO TO BALANCE-PARA.
           IF WS-ENTRY-CODE NOT NUMERIC
                DISPLAY "DUMMY CODE MUST BE SIX DIGITS"
                GO TO CODED-CAPTURE-PARA.
           MOVE "N" TO WS-CODE-DUP-SW.
           PERFORM CHECK-ONE-CODE-PARA
                VARYING WS-CODED-IDX FROM 1 BY 1
                UNTIL WS-CODED-IDX > WS-CODED-TOTAL
                OR WS-CODE-DUP.
           IF WS-CODE-DUP
                DISPLAY "CODE ", WS-ENTRY-CODE,
                     " ALREADY KEYED IN THIS BATCH"
                GO TO CODED-CAPTURE-PARA.
           ADD 1 TO WS-CODED-TOTAL.
           SET WS-CODED-X TO WS-CODED-TOTAL.
           MOVE WS-ENTRY-CODE TO WS-CODED-CODE(WS-CODED-X).
           MOVE "N" TO WS-CODED-ABSENT(WS-CODED-X).
           MOVE ZERO TO WS-CODED-MARKS(WS-CODED-X).
           MOVE ZERO TO WS-CODED-PRAC(WS-CODED-X).
           MOVE ZERO TO WS-CODED-UNIT(WS-CODED-X).
           MOVE ZERO TO WS-CODED-ASSIGN(WS-CODED-X).
           PERFORM CAPTURE-ONE-SCRIPT-PARA THRU
                CAPTURE-ONE-SCRIPT-EXIT.
           GO TO CODED-CAPTURE-PARA.
       CAPTURE-PARA.
           IF WS-BATCH-TOTAL = 500
                DISPLAY "BATCH LIMIT OF 500 STUDENTS REACHED"
                ADD WS-ENTRY-MARKS-N TO WS-MARKS-HASH.
       CAPTURE-ONE-SUBJECT-EXIT.
           EXIT.
       CAPTURE-ONE-SCRIPT-PARA.
           DISPLAY "WAS THE CANDIDATE ABSENT? (Y/N): ".
           ACCEPT WS-ELECTIVE-CHOICE.
           IF WS-ELECTIVE-CHOICE = "Y" OR WS-ELECTIVE-CHOICE = "y"
                MOVE "Y" TO WS-CODED-ABSENT(WS-CODED-X)
                GO TO CAPTURE-ONE-SCRIPT-EXIT.
           IF WS-SUBJECT-CA(WS-SUB-IDX)
                PERFORM ACCEPT-UNIT-PARA
                MOVE WS-ENTRY-MARKS-N TO WS-CODED-UNIT(WS-CODED-X)
                ADD WS-ENTRY-MARKS-N TO WS-MARKS-HASH
                PERFORM ACCEPT-ASSIGN-PARA
                MOVE WS-ENTRY-MARKS-N TO WS-CODED-ASSIGN(WS-CODED-X)
                ADD WS-ENTRY-MARKS-N TO WS-MARKS-HASH
                PERFORM ACCEPT-EXAM-PARA
                MOVE WS-ENTRY-MARKS-N TO WS-CODED-MARKS(WS-CODED-X)
                ADD WS-ENTRY-MARKS-N TO WS-MARKS-HASH
                GO TO CAPTURE-ONE-SCRIPT-EXIT.
           IF WS-SUBJECT-SPLIT(WS-SUB-IDX)
                PERFORM ACCEPT-THEORY-PARA
                MOVE WS-ENTRY-MARKS-N TO WS-CODED-MARKS(WS-CODED-X)
                ADD WS-ENTRY-MARKS-N TO WS-MARKS-HASH
                PERFORM ACCEPT-PRAC-PARA
                MOVE WS-ENTRY-MARKS-N TO WS-CODED-PRAC(WS-CODED-X)
                ADD WS-ENTRY-MARKS-N TO WS-MARKS-HASH
           ELSE
                PERFORM ACCEPT-ONE-MARK-PARA
                MOVE WS-ENTRY-MARKS-N TO WS-CODED-MARKS(WS-CODED-X)
                ADD WS-ENTRY-MARKS-N TO WS-MARKS-HASH.
       CAPTURE-ONE-SCRIPT-EXIT.
           EXIT.
       FIND-PAPER-PARA.
           IF WS-SUBJECT-CODE(WS-SUB-IDX) = WS-ENTRY-SUBJECT
                MOVE WS-SUB-IDX TO WS-PAPER-IDX.
       CHECK-ONE-CODE-PARA.
           IF WS-CODED-CODE(WS-CODED-IDX) = WS-ENTRY-CODE
                MOVE "Y" TO WS-CODE-DUP-SW.
       ACCEPT-ONE-MARK-PARA.
           DISPLAY "ENTER MARKS FOR ", WS-SUBJECT-CODE(WS-SUB-IDX),
                " (MAX ", WS-SUBJECT-MAX(WS-SUB-IDX), "): ".
                DISPLAY "MARKS EXCEED THE PRACTICAL MAXIMUM"
                GO TO ACCEPT-PRAC-PARA.
       BALANCE-PARA.
           IF WS-BATCH-TOTAL = ZERO AND WS-CODED-TOTAL = ZERO
                DISPLAY "NOTHING CAPTURED - NO MARKS FILE TOUCHED"
                MOVE 04 TO WS-RETURN-CODE
                MOVE "NOTHING CAPTURED" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           DISPLAY "BATCH TOTALS FOR BALANCING:".
           IF WS-CODED-MODE
                DISPLAY "  SCRIPTS KEYED: ", WS-CODED-TOTAL
           ELSE
                DISPLAY "  STUDENTS KEYED: ", WS-BATCH-TOTAL.
           DISPLAY "  MARKS HASH TOTAL: ", WS-MARKS-HASH.
           DISPLAY "DO THESE AGREE WITH THE ADDING-MACHINE ",
                "TAPE? (Y/N): ".
           DISPLAY "INVALID RESPONSE, ENTER Y OR N".
           GO TO BALANCE-PARA.
       WRITE-PARA.
           IF WS-CODED-MODE
                GO TO WRITE-CODED-PARA.
           OPEN EXTEND TABLE-CONTROL.
           IF TABLE-CONTROL-STATUS = "35"
                OPEN OUTPUT TABLE-CONTROL.
           CLOSE TABLE-CONTROL.
           DISPLAY WS-WRITE-COUNT, " CONTROL RECORDS WRITTEN TO ",
                "TABLECTL.DAT".
           GO TO END-PARA.
       WRITE-CODED-PARA.
           OPEN EXTEND SCRIPT-MARK.
           IF SCRIPT-MARK-STATUS = "35"
                OPEN OUTPUT SCRIPT-MARK.
           PERFORM WRITE-ONE-SCRIPT-PARA
                VARYING WS-CODED-IDX FROM 1 BY 1
                UNTIL WS-CODED-IDX > WS-CODED-TOTAL.
           CLOSE SCRIPT-MARK.
           DISPLAY WS-WRITE-COUNT, " CODED SCRIPT RECORDS WRITTEN TO ",
                "SCRMARKS.DAT".
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                UNTIL WS-SUB-IDX > WS-SUBJECT-TOTAL.
           WRITE TABLE-CONTROL-REC.
           ADD 1 TO WS-WRITE-COUNT.
       WRITE-ONE-SCRIPT-PARA.
           MOVE WS-CODED-CODE(WS-CODED-IDX) TO SCM-CODE.
           MOVE WS-SUBJECT-CODE(WS-SUB-IDX) TO SCM-SUBJECT-CODE.
           MOVE WS-CODED-ABSENT(WS-CODED-IDX) TO SCM-ABSENT.
           MOVE WS-CODED-MARKS(WS-CODED-IDX) TO SCM-MARKS.
           MOVE WS-CODED-PRAC(WS-CODED-IDX) TO SCM-PRAC-MARKS.
           MOVE WS-CODED-UNIT(WS-CODED-IDX) TO SCM-UNIT-MARKS.
           MOVE WS-CODED-ASSIGN(WS-CODED-IDX) TO SCM-ASSIGN-MARKS.
           MOVE WS-ENTRY-EVAL TO SCM-EVALUATION.
           WRITE SCRIPT-MARK-REC.
           ADD 1 TO WS-WRITE-COUNT.
       MOVE-ONE-SUBJECT-PARA.
           MOVE WS-BATCH-TAKEN(WS-BATCH-IDX, WS-SUB-IDX) TO
                TC-TAKEN(WS-SUB-IDX).
           PERFORM WRITE-RUN-LOG-PARA.
       LOG-RUN-END-PARA.
           MOVE "E" TO RL-ENTRY-TYPE.
           IF WS-CODED-MODE
                MOVE WS-CODED-TOTAL TO RL-READ-COUNT
           ELSE
                MOVE WS-BATCH-TOTAL TO RL-READ-COUNT.
           MOVE WS-WRITE-COUNT TO RL-UPDATE-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
