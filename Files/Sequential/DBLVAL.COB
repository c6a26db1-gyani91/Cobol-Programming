       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOUBLE-VALUATION.
      *    SETTLES THE FINAL MARK FOR EVERY ANSWER SCRIPT MARKED BY
      *    TWO EVALUATORS. EACH EVALUATOR'S MARKS ARE KEYED INTO
      *    MARKS-CAPTURE AGAINST THE DUMMY CODE WITH THEIR
      *    EVALUATION NUMBER. WHERE THE FIRST TWO TOTALS DIFFER BY
      *    MORE THAN THE PERMITTED PERCENTAGE OF SJM-MAX-MARKS
      *    (ASKED FOR AT THE START) THE SCRIPT GOES ON THE THIRD-
      *    EVALUATION LIST. THE BOARD RULE GIVES THE FINAL MARK:
      *    THE AVERAGE OF THE TWO, OR ONCE A THIRD MARK IS IN THE
      *    AVERAGE OF THE CLOSEST PAIR (THE HIGHER PAIR ON A TIE).
      *    THE FINAL ROW ("F") IS WRITTEN BACK TO SCRMARKS.DAT FOR
      *    SCRIPT-DECODE AND IS REBUILT ON EVERY RUN. THE
      *    DISCREPANCY REGISTER GOES TO THE EXAM CONTROLLER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT SCRIPT-MARK ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SCRIPT-MARK-STATUS.
           SELECT SUBJECT-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SUBJECT-MASTER-STATUS.
           SELECT REGISTER-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REGISTER-PRINT-STATUS.
           SELECT THIRD-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS THIRD-PRINT-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SCRIPT-MARK
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SCRMARKS.DAT"
           DATA RECORD IS SCRIPT-MARK-REC.
       COPY SCRMARK.
       FD SUBJECT-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SUBJMAST.DAT"
           DATA RECORD IS SUBJECT-MASTER-REC.
       COPY SUBJMAST.
       FD REGISTER-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "DISCREG.DAT"
           DATA RECORD IS REGISTER-LINE.
       01 REGISTER-LINE PIC X(79).
       FD THIRD-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "THIRDEV.DAT"
           DATA RECORD IS THIRD-LINE.
       01 THIRD-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 SCRIPT-MARK-STATUS PIC XX.
       77 SUBJECT-MASTER-STATUS PIC XX.
       77 REGISTER-PRINT-STATUS PIC XX.
       77 THIRD-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-TOLERANCE PIC 9(3).
       77 WS-SUBJECT-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-SUB-IDX PIC 9(3) COMP.
       77 WS-SINGLE-TOTAL PIC 9(5) COMP VALUE ZERO.
       77 WS-SINGLE-IDX PIC 9(5) COMP.
       77 WS-SCRIPT-TOTAL PIC 9(5) COMP VALUE ZERO.
       77 WS-SCRIPT-IDX PIC 9(5) COMP.
       77 WS-SCRIPT-FOUND PIC 9(5) COMP.
       77 WS-EVAL-NO PIC 9.
       77 WS-PAIR-A PIC 9.
       77 WS-PAIR-B PIC 9.
       77 WS-DIFF PIC 9(4).
       77 WS-BEST-DIFF PIC 9(4).
       77 WS-BEST-SUM PIC 9(4).
       77 WS-TRY-A PIC 9.
       77 WS-TRY-B PIC 9.
       77 WS-TRY-SUM PIC 9(4).
       77 WS-LIMIT PIC 9(7).
       77 WS-SPREAD PIC 9(7).
       77 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       77 WS-REKEYED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-AGREED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-THIRD-DONE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-THIRD-WANTED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-WAITING-COUNT PIC 9(5) VALUE ZERO.
       77 WS-REFER-COUNT PIC 9(5) VALUE ZERO.
       77 WS-FINAL-COUNT PIC 9(5) VALUE ZERO.
       77 WS-PAPER-COUNT PIC 9(5).
       77 WS-EDIT-MARK PIC ZZZ9.
       01 WS-SUBJECT-TABLE.
        02 WS-SUBJECT-ENTRY OCCURS 1 TO 20 TIMES
                DEPENDING ON WS-SUBJECT-TOTAL
                INDEXED BY WS-SUBJECT-X.
         03 WS-SUBJECT-CODE PIC X(5).
         03 WS-SUBJECT-NAME PIC X(15).
         03 WS-SUBJECT-MAX PIC 9(3).
      *    SINGLE-VALUATION ROWS ARE PASSED BACK UNCHANGED.
       01 WS-SINGLE-TABLE.
        02 WS-SINGLE-ENTRY OCCURS 10000 TIMES
                DEPENDING ON WS-SINGLE-TOTAL.
         03 WS-SINGLE-REC PIC X(25).
      *    ONE ROW PER DOUBLE-VALUED SCRIPT, ONE SLOT PER EVALUATOR.
       01 WS-SCRIPT-TABLE.
        02 WS-SCRIPT-ENTRY OCCURS 5000 TIMES
                DEPENDING ON WS-SCRIPT-TOTAL
                INDEXED BY WS-SCRIPT-X.
         03 WS-SCR-CODE PIC 9(6).
         03 WS-SCR-SUBJECT PIC X(5).
         03 WS-SCR-MAX PIC 9(3).
         03 WS-SCR-OUTCOME PIC X.
            88 WS-SCR-WAITING VALUE "P".
            88 WS-SCR-AGREED VALUE "A".
            88 WS-SCR-BOTH-ABSENT VALUE "B".
            88 WS-SCR-THIRD-DONE VALUE "T".
            88 WS-SCR-THIRD-WANTED VALUE "W".
            88 WS-SCR-REFER VALUE "M".
            88 WS-SCR-SETTLED VALUE "A" "B" "T".
         03 WS-SCR-DIFF PIC 9(4).
         03 WS-SCR-EVAL OCCURS 3 TIMES.
          04 WS-EV-KEYED-SW PIC X.
             88 WS-EV-KEYED VALUE "Y".
          04 WS-EV-ABSENT PIC X.
          04 WS-EV-MARKS PIC 9(3).
          04 WS-EV-PRAC PIC 9(3).
          04 WS-EV-UNIT PIC 9(3).
          04 WS-EV-ASSIGN PIC 9(3).
          04 WS-EV-TOTAL PIC 9(4).
         03 WS-FIN-ABSENT PIC X.
         03 WS-FIN-MARKS PIC 9(3).
         03 WS-FIN-PRAC PIC 9(3).
         03 WS-FIN-UNIT PIC 9(3).
         03 WS-FIN-ASSIGN PIC 9(3).
         03 WS-FIN-TOTAL PIC 9(4).
       01 DR-HEAD-LINE.
        02 FILLER PIC X(48)
           VALUE "DOUBLE VALUATION DISCREPANCY REGISTER".
        02 FILLER PIC X(22) VALUE "PERMITTED DIFFERENCE ".
        02 DR-TOLERANCE PIC ZZ9.
        02 FILLER PIC X(1) VALUE "%".
       01 DR-COLUMN-LINE.
        02 FILLER PIC X(30) VALUE "  DUMMY   PAPER   EV-1   EV-2 ".
        02 FILLER PIC X(29) VALUE "  DIFF   EV-3  FINAL  OUTCOME".
       01 DR-DETAIL-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 DR-CODE PIC 9(6).
        02 FILLER PIC X(2) VALUE SPACES.
        02 DR-SUBJECT PIC X(5).
        02 FILLER PIC X(3) VALUE SPACES.
        02 DR-EV1 PIC X(4).
        02 FILLER PIC X(3) VALUE SPACES.
        02 DR-EV2 PIC X(4).
        02 FILLER PIC X(3) VALUE SPACES.
        02 DR-DIFF PIC X(4).
        02 FILLER PIC X(3) VALUE SPACES.
        02 DR-EV3 PIC X(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 DR-FINAL PIC X(4).
        02 FILLER PIC X(3) VALUE SPACES.
        02 DR-OUTCOME PIC X(24).
       01 DR-COUNT-LINE.
        02 DR-COUNT-TEXT PIC X(40).
        02 DR-COUNT PIC ZZZZ9.
       01 TE-HEAD-LINE.
        02 FILLER PIC X(40)
           VALUE "SCRIPTS FOR THIRD EVALUATION".
        02 FILLER PIC X(7) VALUE "PAPER  ".
        02 TE-HEAD-CODE PIC X(5).
        02 FILLER PIC X(1) VALUE SPACE.
        02 TE-HEAD-NAME PIC X(15).
       01 TE-COLUMN-LINE PIC X(40)
           VALUE "  DUMMY".
       01 TE-DETAIL-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 TE-CODE PIC 9(6).
       01 TE-TOTAL-LINE.
        02 FILLER PIC X(16) VALUE "SCRIPTS LISTED: ".
        02 TE-COUNT PIC ZZZZ9.
       01 PAGE-LINE PIC X(79) VALUE ALL "=".
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           DISPLAY "ENTER PERMITTED DIFFERENCE AS % OF MAX MARKS ",
                "(0 = 10): ".
           ACCEPT WS-TOLERANCE.
           IF WS-TOLERANCE = ZERO
                MOVE 10 TO WS-TOLERANCE.
           IF WS-TOLERANCE > 100
                DISPLAY "PERMITTED DIFFERENCE CANNOT EXCEED 100%"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "INVALID PERMITTED DIFFERENCE" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
       LOAD-PARA.
           PERFORM LOAD-SUBJECTS-PARA THRU LOAD-SUBJECTS-EXIT.
           IF WS-SUBJECT-TOTAL = ZERO
                DISPLAY "NO SUBJECT MASTER ON FILE"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "SUBJECT MASTER NOT FOUND OR EMPTY" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-MARKS-PARA THRU LOAD-MARKS-EXIT.
           IF WS-RC-ERROR
                GO TO END-PARA.
           IF WS-SCRIPT-TOTAL = ZERO
                DISPLAY "NO EVALUATOR MARKS ON FILE - NOTHING TO SETTLE"
                MOVE 04 TO WS-RETURN-CODE
                MOVE "NO DOUBLE-VALUED SCRIPTS" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
       SETTLE-PARA.
           PERFORM SETTLE-ONE-SCRIPT-PARA THRU SETTLE-ONE-SCRIPT-EXIT
                VARYING WS-SCRIPT-IDX FROM 1 BY 1
                UNTIL WS-SCRIPT-IDX > WS-SCRIPT-TOTAL.
       WRITE-PARA.
           OPEN OUTPUT SCRIPT-MARK.
           PERFORM WRITE-ONE-SINGLE-PARA
                VARYING WS-SINGLE-IDX FROM 1 BY 1
                UNTIL WS-SINGLE-IDX > WS-SINGLE-TOTAL.
           PERFORM WRITE-ONE-SCRIPT-PARA
                VARYING WS-SCRIPT-IDX FROM 1 BY 1
                UNTIL WS-SCRIPT-IDX > WS-SCRIPT-TOTAL.
           CLOSE SCRIPT-MARK.
       REGISTER-PARA.
           OPEN OUTPUT REGISTER-PRINT.
           MOVE PAGE-LINE TO REGISTER-LINE.
           PERFORM WRITE-REGISTER-PARA.
           MOVE WS-TOLERANCE TO DR-TOLERANCE.
           MOVE DR-HEAD-LINE TO REGISTER-LINE.
           PERFORM WRITE-REGISTER-PARA.
           MOVE PAGE-LINE TO REGISTER-LINE.
           PERFORM WRITE-REGISTER-PARA.
           MOVE DR-COLUMN-LINE TO REGISTER-LINE.
           PERFORM WRITE-REGISTER-PARA.
           PERFORM PRINT-ONE-DISCREPANCY-PARA
                THRU PRINT-ONE-DISCREPANCY-EXIT
                VARYING WS-SCRIPT-IDX FROM 1 BY 1
                UNTIL WS-SCRIPT-IDX > WS-SCRIPT-TOTAL.
           MOVE SPACES TO REGISTER-LINE.
           PERFORM WRITE-REGISTER-PARA.
           MOVE "DOUBLE-VALUED SCRIPTS ON FILE" TO DR-COUNT-TEXT.
           MOVE WS-SCRIPT-TOTAL TO DR-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "  SETTLED ON TWO EVALUATIONS" TO DR-COUNT-TEXT.
           MOVE WS-AGREED-COUNT TO DR-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "  SETTLED ON THIRD EVALUATION" TO DR-COUNT-TEXT.
           MOVE WS-THIRD-DONE-COUNT TO DR-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "  SENT FOR THIRD EVALUATION" TO DR-COUNT-TEXT.
           MOVE WS-THIRD-WANTED-COUNT TO DR-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "  REFERRED - ABSENT ON ONE EVALUATION" TO
                DR-COUNT-TEXT.
           MOVE WS-REFER-COUNT TO DR-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "  WAITING FOR FIRST OR SECOND EVALUATION" TO
                DR-COUNT-TEXT.
           MOVE WS-WAITING-COUNT TO DR-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "EVALUATOR MARKS KEYED AGAIN - LAST USED" TO
                DR-COUNT-TEXT.
           MOVE WS-REKEYED-COUNT TO DR-COUNT.
           PERFORM WRITE-COUNT-PARA.
           CLOSE REGISTER-PRINT.
       THIRD-PARA.
           OPEN OUTPUT THIRD-PRINT.
           PERFORM PRINT-ONE-PAPER-PARA THRU PRINT-ONE-PAPER-EXIT
                VARYING WS-SUB-IDX FROM 1 BY 1
                UNTIL WS-SUB-IDX > WS-SUBJECT-TOTAL.
           CLOSE THIRD-PRINT.
           DISPLAY "SCRIPTS SETTLED: ", WS-FINAL-COUNT,
                "  FOR THIRD EVALUATION: ", WS-THIRD-WANTED-COUNT.
           IF WS-THIRD-WANTED-COUNT > ZERO
                OR WS-REFER-COUNT > ZERO
                OR WS-WAITING-COUNT > ZERO
                MOVE 04 TO WS-RETURN-CODE
                MOVE "DOUBLE-VALUED SCRIPTS STILL OPEN" TO
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
                DISPLAY "NO CODED MARKS ON FILE"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "SCRMARKS.DAT NOT FOUND" TO WS-ERROR-MESSAGE
                GO TO LOAD-MARKS-EXIT.
           PERFORM LOAD-ONE-MARK-PARA THRU LOAD-ONE-MARK-EXIT
                UNTIL WS-EOF.
           CLOSE SCRIPT-MARK.
       LOAD-MARKS-EXIT.
           MOVE "N" TO WS-EOF-SW.
      *    OLD FINAL ROWS ARE DROPPED - THEY ARE WORKED OUT AFRESH.
       LOAD-ONE-MARK-PARA.
           READ SCRIPT-MARK
                AT END MOVE "Y" TO WS-EOF-SW.
           IF WS-EOF OR SCM-FINAL
                GO TO LOAD-ONE-MARK-EXIT.
           ADD 1 TO WS-READ-COUNT.
           IF SCM-EVALUATOR
                GO TO LOAD-EVALUATOR-PARA.
           IF WS-SINGLE-TOTAL = 10000
                DISPLAY "MORE THAN 10000 MARK ROWS - RUN ABANDONED"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "TOO MANY MARK ROWS" TO WS-ERROR-MESSAGE
                MOVE "Y" TO WS-EOF-SW
                GO TO LOAD-ONE-MARK-EXIT.
           ADD 1 TO WS-SINGLE-TOTAL.
           MOVE SCRIPT-MARK-REC TO WS-SINGLE-REC(WS-SINGLE-TOTAL).
           GO TO LOAD-ONE-MARK-EXIT.
       LOAD-EVALUATOR-PARA.
           MOVE ZERO TO WS-SCRIPT-FOUND.
           PERFORM FIND-ONE-SCRIPT-PARA
                VARYING WS-SCRIPT-IDX FROM 1 BY 1
                UNTIL WS-SCRIPT-IDX > WS-SCRIPT-TOTAL
                OR WS-SCRIPT-FOUND NOT = ZERO.
           IF WS-SCRIPT-FOUND = ZERO
                PERFORM ADD-SCRIPT-PARA.
           IF WS-RC-ERROR
                GO TO LOAD-ONE-MARK-EXIT.
           SET WS-SCRIPT-X TO WS-SCRIPT-FOUND.
           MOVE SCM-EVALUATION TO WS-EVAL-NO.
           IF WS-EV-KEYED(WS-SCRIPT-X, WS-EVAL-NO)
                ADD 1 TO WS-REKEYED-COUNT.
           MOVE "Y" TO WS-EV-KEYED-SW(WS-SCRIPT-X, WS-EVAL-NO).
           MOVE SCM-ABSENT TO WS-EV-ABSENT(WS-SCRIPT-X, WS-EVAL-NO).
           MOVE SCM-MARKS TO WS-EV-MARKS(WS-SCRIPT-X, WS-EVAL-NO).
           MOVE SCM-PRAC-MARKS TO WS-EV-PRAC(WS-SCRIPT-X, WS-EVAL-NO).
           MOVE SCM-UNIT-MARKS TO WS-EV-UNIT(WS-SCRIPT-X, WS-EVAL-NO).
           MOVE SCM-ASSIGN-MARKS TO
                WS-EV-ASSIGN(WS-SCRIPT-X, WS-EVAL-NO).
           COMPUTE WS-EV-TOTAL(WS-SCRIPT-X, WS-EVAL-NO) =
                SCM-MARKS + SCM-PRAC-MARKS + SCM-UNIT-MARKS
                + SCM-ASSIGN-MARKS.
       LOAD-ONE-MARK-EXIT.
           EXIT.
       FIND-ONE-SCRIPT-PARA.
           IF WS-SCR-CODE(WS-SCRIPT-IDX) = SCM-CODE
                AND WS-SCR-SUBJECT(WS-SCRIPT-IDX) = SCM-SUBJECT-CODE
                MOVE WS-SCRIPT-IDX TO WS-SCRIPT-FOUND.
       ADD-SCRIPT-PARA.
           IF WS-SCRIPT-TOTAL = 5000
                DISPLAY "MORE THAN 5000 DOUBLE-VALUED SCRIPTS - ",
                     "RUN ABANDONED"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "TOO MANY DOUBLE-VALUED SCRIPTS" TO
                     WS-ERROR-MESSAGE
                MOVE "Y" TO WS-EOF-SW
           ELSE
                ADD 1 TO WS-SCRIPT-TOTAL
                MOVE WS-SCRIPT-TOTAL TO WS-SCRIPT-FOUND
                SET WS-SCRIPT-X TO WS-SCRIPT-TOTAL
                MOVE SCM-CODE TO WS-SCR-CODE(WS-SCRIPT-X)
                MOVE SCM-SUBJECT-CODE TO WS-SCR-SUBJECT(WS-SCRIPT-X)
                MOVE ZERO TO WS-SCR-MAX(WS-SCRIPT-X)
                MOVE ZERO TO WS-SCR-DIFF(WS-SCRIPT-X)
                MOVE "N" TO WS-EV-KEYED-SW(WS-SCRIPT-X, 1)
                MOVE "N" TO WS-EV-KEYED-SW(WS-SCRIPT-X, 2)
                MOVE "N" TO WS-EV-KEYED-SW(WS-SCRIPT-X, 3)
                PERFORM FIND-MAX-PARA
                     VARYING WS-SUB-IDX FROM 1 BY 1
                     UNTIL WS-SUB-IDX > WS-SUBJECT-TOTAL.
       FIND-MAX-PARA.
           IF WS-SUBJECT-CODE(WS-SUB-IDX) = SCM-SUBJECT-CODE
                MOVE WS-SUBJECT-MAX(WS-SUB-IDX) TO
                     WS-SCR-MAX(WS-SCRIPT-X).
      *    BOARD RULE. THE TWO FIRST MARKS STAND IF THEY AGREE
      *    WITHIN THE PERMITTED DIFFERENCE; OTHERWISE THE THIRD MARK
      *    IS NEEDED AND THE CLOSEST OF THE THREE PAIRS IS USED.
       SETTLE-ONE-SCRIPT-PARA.
           SET WS-SCRIPT-X TO WS-SCRIPT-IDX.
           IF NOT WS-EV-KEYED(WS-SCRIPT-X, 1)
                OR NOT WS-EV-KEYED(WS-SCRIPT-X, 2)
                MOVE "P" TO WS-SCR-OUTCOME(WS-SCRIPT-X)
                ADD 1 TO WS-WAITING-COUNT
                GO TO SETTLE-ONE-SCRIPT-EXIT.
           IF WS-EV-ABSENT(WS-SCRIPT-X, 1) = "Y"
                AND WS-EV-ABSENT(WS-SCRIPT-X, 2) = "Y"
                MOVE "B" TO WS-SCR-OUTCOME(WS-SCRIPT-X)
                MOVE 1 TO WS-PAIR-A
                MOVE 2 TO WS-PAIR-B
                PERFORM FINAL-MARK-PARA
                ADD 1 TO WS-AGREED-COUNT
                GO TO SETTLE-ONE-SCRIPT-EXIT.
           IF WS-EV-ABSENT(WS-SCRIPT-X, 1) = "Y"
                OR WS-EV-ABSENT(WS-SCRIPT-X, 2) = "Y"
                MOVE "M" TO WS-SCR-OUTCOME(WS-SCRIPT-X)
                ADD 1 TO WS-REFER-COUNT
                GO TO SETTLE-ONE-SCRIPT-EXIT.
           MOVE 1 TO WS-TRY-A.
           MOVE 2 TO WS-TRY-B.
           PERFORM PAIR-DIFF-PARA.
           MOVE WS-DIFF TO WS-SCR-DIFF(WS-SCRIPT-X).
           COMPUTE WS-SPREAD = WS-DIFF * 100.
           COMPUTE WS-LIMIT = WS-TOLERANCE * WS-SCR-MAX(WS-SCRIPT-X).
           IF WS-SPREAD NOT > WS-LIMIT
                MOVE "A" TO WS-SCR-OUTCOME(WS-SCRIPT-X)
                MOVE 1 TO WS-PAIR-A
                MOVE 2 TO WS-PAIR-B
                PERFORM FINAL-MARK-PARA
                ADD 1 TO WS-AGREED-COUNT
                GO TO SETTLE-ONE-SCRIPT-EXIT.
           IF NOT WS-EV-KEYED(WS-SCRIPT-X, 3)
                MOVE "W" TO WS-SCR-OUTCOME(WS-SCRIPT-X)
                ADD 1 TO WS-THIRD-WANTED-COUNT
                GO TO SETTLE-ONE-SCRIPT-EXIT.
           IF WS-EV-ABSENT(WS-SCRIPT-X, 3) = "Y"
                MOVE "M" TO WS-SCR-OUTCOME(WS-SCRIPT-X)
                ADD 1 TO WS-REFER-COUNT
                GO TO SETTLE-ONE-SCRIPT-EXIT.
           MOVE 1 TO WS-PAIR-A.
           MOVE 2 TO WS-PAIR-B.
           MOVE WS-DIFF TO WS-BEST-DIFF.
           COMPUTE WS-BEST-SUM = WS-EV-TOTAL(WS-SCRIPT-X, 1)
                + WS-EV-TOTAL(WS-SCRIPT-X, 2).
           MOVE 1 TO WS-TRY-A.
           MOVE 3 TO WS-TRY-B.
           PERFORM TRY-PAIR-PARA.
           MOVE 2 TO WS-TRY-A.
           MOVE 3 TO WS-TRY-B.
           PERFORM TRY-PAIR-PARA.
           MOVE "T" TO WS-SCR-OUTCOME(WS-SCRIPT-X).
           PERFORM FINAL-MARK-PARA.
           ADD 1 TO WS-THIRD-DONE-COUNT.
       SETTLE-ONE-SCRIPT-EXIT.
           EXIT.
       PAIR-DIFF-PARA.
           IF WS-EV-TOTAL(WS-SCRIPT-X, WS-TRY-A) >
                WS-EV-TOTAL(WS-SCRIPT-X, WS-TRY-B)
                COMPUTE WS-DIFF = WS-EV-TOTAL(WS-SCRIPT-X, WS-TRY-A)
                     - WS-EV-TOTAL(WS-SCRIPT-X, WS-TRY-B)
           ELSE
                COMPUTE WS-DIFF = WS-EV-TOTAL(WS-SCRIPT-X, WS-TRY-B)
                     - WS-EV-TOTAL(WS-SCRIPT-X, WS-TRY-A).
       TRY-PAIR-PARA.
           PERFORM PAIR-DIFF-PARA.
           COMPUTE WS-TRY-SUM = WS-EV-TOTAL(WS-SCRIPT-X, WS-TRY-A)
                + WS-EV-TOTAL(WS-SCRIPT-X, WS-TRY-B).
           IF WS-DIFF < WS-BEST-DIFF
                OR (WS-DIFF = WS-BEST-DIFF
                     AND WS-TRY-SUM > WS-BEST-SUM)
                MOVE WS-DIFF TO WS-BEST-DIFF
                MOVE WS-TRY-SUM TO WS-BEST-SUM
                MOVE WS-TRY-A TO WS-PAIR-A
                MOVE WS-TRY-B TO WS-PAIR-B.
       FINAL-MARK-PARA.
           MOVE WS-EV-ABSENT(WS-SCRIPT-X, WS-PAIR-A) TO
                WS-FIN-ABSENT(WS-SCRIPT-X).
           COMPUTE WS-FIN-MARKS(WS-SCRIPT-X) ROUNDED =
                (WS-EV-MARKS(WS-SCRIPT-X, WS-PAIR-A)
                + WS-EV-MARKS(WS-SCRIPT-X, WS-PAIR-B)) / 2.
           COMPUTE WS-FIN-PRAC(WS-SCRIPT-X) ROUNDED =
                (WS-EV-PRAC(WS-SCRIPT-X, WS-PAIR-A)
                + WS-EV-PRAC(WS-SCRIPT-X, WS-PAIR-B)) / 2.
           COMPUTE WS-FIN-UNIT(WS-SCRIPT-X) ROUNDED =
                (WS-EV-UNIT(WS-SCRIPT-X, WS-PAIR-A)
                + WS-EV-UNIT(WS-SCRIPT-X, WS-PAIR-B)) / 2.
           COMPUTE WS-FIN-ASSIGN(WS-SCRIPT-X) ROUNDED =
                (WS-EV-ASSIGN(WS-SCRIPT-X, WS-PAIR-A)
                + WS-EV-ASSIGN(WS-SCRIPT-X, WS-PAIR-B)) / 2.
           COMPUTE WS-FIN-TOTAL(WS-SCRIPT-X) =
                WS-FIN-MARKS(WS-SCRIPT-X) + WS-FIN-PRAC(WS-SCRIPT-X)
                + WS-FIN-UNIT(WS-SCRIPT-X)
                + WS-FIN-ASSIGN(WS-SCRIPT-X).
       WRITE-ONE-SINGLE-PARA.
           MOVE WS-SINGLE-REC(WS-SINGLE-IDX) TO SCRIPT-MARK-REC.
           WRITE SCRIPT-MARK-REC.
       WRITE-ONE-SCRIPT-PARA.
           SET WS-SCRIPT-X TO WS-SCRIPT-IDX.
           PERFORM WRITE-ONE-EVALUATION-PARA
                VARYING WS-EVAL-NO FROM 1 BY 1
                UNTIL WS-EVAL-NO > 3.
           IF WS-SCR-SETTLED(WS-SCRIPT-X)
                MOVE WS-SCR-CODE(WS-SCRIPT-X) TO SCM-CODE
                MOVE WS-SCR-SUBJECT(WS-SCRIPT-X) TO SCM-SUBJECT-CODE
                MOVE WS-FIN-ABSENT(WS-SCRIPT-X) TO SCM-ABSENT
                MOVE WS-FIN-MARKS(WS-SCRIPT-X) TO SCM-MARKS
                MOVE WS-FIN-PRAC(WS-SCRIPT-X) TO SCM-PRAC-MARKS
                MOVE WS-FIN-UNIT(WS-SCRIPT-X) TO SCM-UNIT-MARKS
                MOVE WS-FIN-ASSIGN(WS-SCRIPT-X) TO SCM-ASSIGN-MARKS
                MOVE "F" TO SCM-EVALUATION
                WRITE SCRIPT-MARK-REC
                ADD 1 TO WS-FINAL-COUNT.
       WRITE-ONE-EVALUATION-PARA.
           IF WS-EV-KEYED(WS-SCRIPT-X, WS-EVAL-NO)
                MOVE WS-SCR-CODE(WS-SCRIPT-X) TO SCM-CODE
                MOVE WS-SCR-SUBJECT(WS-SCRIPT-X) TO SCM-SUBJECT-CODE
                MOVE WS-EV-ABSENT(WS-SCRIPT-X, WS-EVAL-NO) TO
                     SCM-ABSENT
                MOVE WS-EV-MARKS(WS-SCRIPT-X, WS-EVAL-NO) TO SCM-MARKS
                MOVE WS-EV-PRAC(WS-SCRIPT-X, WS-EVAL-NO) TO
                     SCM-PRAC-MARKS
                MOVE WS-EV-UNIT(WS-SCRIPT-X, WS-EVAL-NO) TO
                     SCM-UNIT-MARKS
                MOVE WS-EV-ASSIGN(WS-SCRIPT-X, WS-EVAL-NO) TO
                     SCM-ASSIGN-MARKS
                MOVE WS-EVAL-NO TO SCM-EVALUATION
                WRITE SCRIPT-MARK-REC.
      *    THE REGISTER CARRIES EVERY SCRIPT OUTSIDE THE PERMITTED
      *    DIFFERENCE AND EVERY ONE REFERRED TO THE CONTROLLER.
       PRINT-ONE-DISCREPANCY-PARA.
           SET WS-SCRIPT-X TO WS-SCRIPT-IDX.
           IF NOT WS-SCR-THIRD-DONE(WS-SCRIPT-X)
                AND NOT WS-SCR-THIRD-WANTED(WS-SCRIPT-X)
                AND NOT WS-SCR-REFER(WS-SCRIPT-X)
                GO TO PRINT-ONE-DISCREPANCY-EXIT.
           MOVE WS-SCR-CODE(WS-SCRIPT-X) TO DR-CODE.
           MOVE WS-SCR-SUBJECT(WS-SCRIPT-X) TO DR-SUBJECT.
           MOVE 1 TO WS-EVAL-NO.
           PERFORM EDIT-EVALUATION-PARA.
           MOVE WS-EDIT-MARK TO DR-EV1.
           IF WS-EV-ABSENT(WS-SCRIPT-X, 1) = "Y"
                MOVE " ABS" TO DR-EV1.
           MOVE 2 TO WS-EVAL-NO.
           PERFORM EDIT-EVALUATION-PARA.
           MOVE WS-EDIT-MARK TO DR-EV2.
           IF WS-EV-ABSENT(WS-SCRIPT-X, 2) = "Y"
                MOVE " ABS" TO DR-EV2.
           MOVE SPACES TO DR-EV3.
           MOVE 3 TO WS-EVAL-NO.
           IF WS-EV-KEYED(WS-SCRIPT-X, 3)
                PERFORM EDIT-EVALUATION-PARA
                MOVE WS-EDIT-MARK TO DR-EV3
                IF WS-EV-ABSENT(WS-SCRIPT-X, 3) = "Y"
                     MOVE " ABS" TO DR-EV3.
           MOVE WS-SCR-DIFF(WS-SCRIPT-X) TO WS-EDIT-MARK.
           MOVE WS-EDIT-MARK TO DR-DIFF.
           MOVE SPACES TO DR-FINAL.
           IF WS-SCR-THIRD-DONE(WS-SCRIPT-X)
                MOVE WS-FIN-TOTAL(WS-SCRIPT-X) TO WS-EDIT-MARK
                MOVE WS-EDIT-MARK TO DR-FINAL
                MOVE "SETTLED ON THIRD MARK" TO DR-OUTCOME.
           IF WS-SCR-THIRD-WANTED(WS-SCRIPT-X)
                MOVE "SENT FOR THIRD MARK" TO DR-OUTCOME.
           IF WS-SCR-REFER(WS-SCRIPT-X)
                MOVE SPACES TO DR-DIFF
                MOVE "REFER - ABSENT ON ONE" TO DR-OUTCOME.
           MOVE DR-DETAIL-LINE TO REGISTER-LINE.
           PERFORM WRITE-REGISTER-PARA.
       PRINT-ONE-DISCREPANCY-EXIT.
           EXIT.
       EDIT-EVALUATION-PARA.
           MOVE WS-EV-TOTAL(WS-SCRIPT-X, WS-EVAL-NO) TO WS-EDIT-MARK.
       WRITE-COUNT-PARA.
           MOVE DR-COUNT-LINE TO REGISTER-LINE.
           PERFORM WRITE-REGISTER-PARA.
       WRITE-REGISTER-PARA.
           WRITE REGISTER-LINE.
      *    ONE PAGE PER PAPER, DUMMY CODES ONLY.
       PRINT-ONE-PAPER-PARA.
           MOVE ZERO TO WS-PAPER-COUNT.
           PERFORM COUNT-ONE-THIRD-PARA
                VARYING WS-SCRIPT-IDX FROM 1 BY 1
                UNTIL WS-SCRIPT-IDX > WS-SCRIPT-TOTAL.
           IF WS-PAPER-COUNT = ZERO
                GO TO PRINT-ONE-PAPER-EXIT.
           MOVE PAGE-LINE TO THIRD-LINE.
           WRITE THIRD-LINE.
           MOVE WS-SUBJECT-CODE(WS-SUB-IDX) TO TE-HEAD-CODE.
           MOVE WS-SUBJECT-NAME(WS-SUB-IDX) TO TE-HEAD-NAME.
           MOVE TE-HEAD-LINE TO THIRD-LINE.
           WRITE THIRD-LINE.
           MOVE TE-COLUMN-LINE TO THIRD-LINE.
           WRITE THIRD-LINE.
           PERFORM PRINT-ONE-THIRD-PARA
                VARYING WS-SCRIPT-IDX FROM 1 BY 1
                UNTIL WS-SCRIPT-IDX > WS-SCRIPT-TOTAL.
           MOVE WS-PAPER-COUNT TO TE-COUNT.
           MOVE TE-TOTAL-LINE TO THIRD-LINE.
           WRITE THIRD-LINE.
       PRINT-ONE-PAPER-EXIT.
           EXIT.
       COUNT-ONE-THIRD-PARA.
           IF WS-SCR-THIRD-WANTED(WS-SCRIPT-IDX)
                AND WS-SCR-SUBJECT(WS-SCRIPT-IDX) =
                     WS-SUBJECT-CODE(WS-SUB-IDX)
                ADD 1 TO WS-PAPER-COUNT.
       PRINT-ONE-THIRD-PARA.
           IF WS-SCR-THIRD-WANTED(WS-SCRIPT-IDX)
                AND WS-SCR-SUBJECT(WS-SCRIPT-IDX) =
                     WS-SUBJECT-CODE(WS-SUB-IDX)
                MOVE SPACES TO THIRD-LINE
                MOVE WS-SCR-CODE(WS-SCRIPT-IDX) TO TE-CODE
                MOVE TE-DETAIL-LINE TO THIRD-LINE
                WRITE THIRD-LINE.
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
                               WS-SUBJECT-CODE(WS-SUBJECT-X)
                          MOVE SJM-SUBJECT-NAME TO
                               WS-SUBJECT-NAME(WS-SUBJECT-X)
                          MOVE SJM-MAX-MARKS TO
                               WS-SUBJECT-MAX(WS-SUBJECT-X).
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
           MOVE WS-FINAL-COUNT TO RL-UPDATE-COUNT.
           MOVE WS-REFER-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "DOUBLE-VALUATION" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
