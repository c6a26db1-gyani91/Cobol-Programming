       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-WHATIF.
      *    WHAT-IF RUN OF THE GRADING RULES AGAINST THE CURRENT
      *    STUDENT-MARKS RECORDS UNDER A PROPOSED GRADE SCALE THAT IS
      *    NOT YET IN EFFECT. EACH RECORD IS GRADED ON ITS OVERALL
      *    PERCENTAGE AND ITS TERM GPA IS RE-WEIGHTED SUBJECT BY
      *    SUBJECT BY CREDITS, ONCE UNDER THE SCALE IN FORCE AND ONCE
      *    UNDER THE PROPOSED ONE. EVERY STUDENT WHOSE GRADE OR TERM
      *    GPA WOULD MOVE IS LISTED WITH THE SUBJECTS BEHIND IT, AND
      *    THE TWO GRADE DISTRIBUTIONS ARE PRINTED SIDE BY SIDE.
      *    READ ONLY - NOTHING IS POSTED TO CGPA.DAT OR STUDMARK.DAT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-SCALE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS GRADE-SCALE-STATUS.
           SELECT SUBJECT-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SUBJECT-MASTER-STATUS.
           SELECT STUDENT-MARKS ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STUDENT-MARKS-STATUS.
           SELECT WHATIF-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WHATIF-PRINT-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD GRADE-SCALE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "GRDSCALE.DAT"
           DATA RECORD IS GRADE-SCALE-REC.
       COPY GRDSCALE.
       FD SUBJECT-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SUBJMAST.DAT"
           DATA RECORD IS SUBJECT-MASTER-REC.
       COPY SUBJMAST.
       FD STUDENT-MARKS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "STUDMARK.DAT"
           DATA RECORD IS STUDENT-MARKS-REC.
       COPY STUDMARK.
       FD WHATIF-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "GRDSIM.DAT"
           DATA RECORD IS WHATIF-LINE.
       01 WHATIF-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 GRADE-SCALE-STATUS PIC XX.
       77 SUBJECT-MASTER-STATUS PIC XX.
       77 STUDENT-MARKS-STATUS PIC XX.
       77 WHATIF-PRINT-STATUS PIC XX.
       77 WS-MARKS-EOF-SW PIC X VALUE "N".
           88 WS-MARKS-EOF VALUE "Y".
       77 WS-SCALE-EOF-SW PIC X VALUE "N".
           88 WS-SCALE-EOF VALUE "Y".
       77 WS-SUBJM-EOF-SW PIC X VALUE "N".
           88 WS-SUBJM-EOF VALUE "Y".
       77 WS-SCALE-YEAR PIC 9(4) VALUE ZERO.
       77 WS-NEW-SCALE-YEAR PIC 9(4) VALUE ZERO.
       77 WS-SCALE-DATE PIC 9(8).
       77 WS-SIM-TERM PIC 9(2) VALUE ZERO.
       77 WS-MARKS PIC 9(3).
       77 WS-GRADE-FOUND-SW PIC X VALUE "N".
           88 WS-GRADE-FOUND VALUE "Y".
       77 WS-SCALE-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-NEW-SCALE-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-CUR-GRADE PIC X(2).
       77 WS-CUR-GPA PIC 9V99.
       77 WS-NEW-GRADE PIC X(2).
       77 WS-NEW-GPA PIC 9V99.
       77 WS-OLD-OVERALL PIC X(2).
       77 WS-NEW-OVERALL PIC X(2).
       77 WS-OLD-POINTS PIC 9(4)V99.
       77 WS-NEW-POINTS PIC 9(4)V99.
       77 WS-SIM-CREDITS PIC 9(3).
       77 WS-OLD-TERM-GPA PIC 9V99.
       77 WS-NEW-TERM-GPA PIC 9V99.
       77 WS-GPA-CHANGE PIC S9V99.
       77 WS-CREDITS PIC 9(2).
       77 WS-SUB-IDX PIC 9(3) COMP.
       77 WS-SUBJM-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-SUBJM-FOUND-SW PIC X.
           88 WS-SUBJM-FOUND VALUE "Y".
       77 WS-DIST-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-DIST-FOUND-SW PIC X.
           88 WS-DIST-FOUND VALUE "Y".
       77 WS-DIST-GRADE PIC X(2).
       77 WS-CHG-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       77 WS-GRADED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-CHANGED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-GRADE-MOVED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-GPA-MOVED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-OLD-NOMATCH PIC 9(5) VALUE ZERO.
       77 WS-NEW-NOMATCH PIC 9(5) VALUE ZERO.
       77 WS-DIST-CHANGE PIC S9(5).
       01 WS-SCALE-TABLE.
        02 WS-SCALE-ENTRY OCCURS 1 TO 20 TIMES
                DEPENDING ON WS-SCALE-TOTAL
                INDEXED BY WS-SCALE-X.
         03 WS-SCALE-GRADE PIC X(2).
         03 WS-SCALE-MIN PIC 9(3).
         03 WS-SCALE-MAX PIC 9(3).
         03 WS-SCALE-GPA PIC 9V99.
       01 WS-NEW-SCALE-TABLE.
        02 WS-NEW-SCALE-ENTRY OCCURS 1 TO 20 TIMES
                DEPENDING ON WS-NEW-SCALE-TOTAL
                INDEXED BY WS-NEW-SCALE-X.
         03 WS-NEW-SCALE-GRADE PIC X(2).
         03 WS-NEW-SCALE-MIN PIC 9(3).
         03 WS-NEW-SCALE-MAX PIC 9(3).
         03 WS-NEW-SCALE-GPA PIC 9V99.
      *    CREDITS ARE TAKEN FROM THE SUBJECT MASTER AS THE REPORT
      *    CARD TAKES THEM; RETIRED SUBJECTS ARE KEPT BECAUSE OLDER
      *    MARKS RECORDS STILL CARRY THEM.
       01 WS-SUBJM-TABLE.
        02 WS-SUBJM-ENTRY OCCURS 1 TO 50 TIMES
                DEPENDING ON WS-SUBJM-TOTAL
                INDEXED BY WS-SUBJM-X.
         03 WS-SUBJM-CODE PIC X(5).
         03 WS-SUBJM-CREDITS PIC 9(2).
      *    ONE ROW PER GRADE FOUND ON EITHER SCALE: THE COUNT OF
      *    RECORDS AWARDED IT NOW AND UNDER THE PROPOSED SCALE.
       01 WS-DIST-TABLE.
        02 WS-DIST-ENTRY OCCURS 1 TO 40 TIMES
                DEPENDING ON WS-DIST-TOTAL
                INDEXED BY WS-DIST-X.
         03 WS-DIST-CODE PIC X(2).
         03 WS-DIST-OLD-COUNT PIC 9(5).
         03 WS-DIST-NEW-COUNT PIC 9(5).
      *    SUBJECTS OF THE RECORD IN HAND WHOSE GRADE MOVES, HELD
      *    UNTIL THE STUDENT LINE HAS BEEN PRINTED.
       01 WS-CHG-TABLE.
        02 WS-CHG-ENTRY OCCURS 1 TO 20 TIMES
                DEPENDING ON WS-CHG-TOTAL
                INDEXED BY WS-CHG-X.
         03 WS-CHG-CODE PIC X(5).
         03 WS-CHG-OLD-GRADE PIC X(2).
         03 WS-CHG-NEW-GRADE PIC X(2).
         03 WS-CHG-POINTS PIC S9V99.
       01 WI-HEAD-1.
        02 FILLER PIC X(30) VALUE "GRADE SCALE WHAT-IF - CURRENT ".
        02 WH-CUR-YEAR PIC 9(4).
        02 FILLER PIC X(11) VALUE "  PROPOSED ".
        02 WH-NEW-YEAR PIC 9(4).
        02 FILLER PIC X(7) VALUE "  TERM ".
        02 WH-TERM PIC X(3).
       01 WI-HEAD-2.
        02 FILLER PIC X(40) VALUE
             "NO RESULTS ARE POSTED BY THIS SIMULATION".
       01 WI-CHANGE-HEAD.
        02 FILLER PIC X(18) VALUE "ROLL   NAME".
        02 FILLER PIC X(7) VALUE "TERM".
        02 FILLER PIC X(12) VALUE "GRADE".
        02 FILLER PIC X(9) VALUE "GPA NOW".
        02 FILLER PIC X(8) VALUE "GPA NEW".
        02 FILLER PIC X(9) VALUE "CHANGE".
        02 FILLER PIC X(4) VALUE "SUBJ".
       01 WI-CHANGE-LINE.
        02 WC-RNO PIC X(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 WC-NAME PIC X(10).
        02 FILLER PIC X(3) VALUE SPACES.
        02 WC-TERM PIC Z9.
        02 FILLER PIC X(3) VALUE SPACES.
        02 WC-OLD-GRADE PIC X(2).
        02 FILLER PIC X(4) VALUE " -> ".
        02 WC-NEW-GRADE PIC X(2).
        02 FILLER PIC X(4) VALUE SPACES.
        02 WC-OLD-GPA PIC 9.99.
        02 FILLER PIC X(5) VALUE SPACES.
        02 WC-NEW-GPA PIC 9.99.
        02 FILLER PIC X(4) VALUE SPACES.
        02 WC-GPA-CHANGE PIC +9.99.
        02 FILLER PIC X(4) VALUE SPACES.
        02 WC-SUBJ-COUNT PIC Z9.
       01 WI-SUBJECT-LINE.
        02 FILLER PIC X(9) VALUE SPACES.
        02 FILLER PIC X(8) VALUE "SUBJECT ".
        02 WL-CODE PIC X(5).
        02 FILLER PIC X(6) VALUE SPACES.
        02 WL-OLD-GRADE PIC X(2).
        02 FILLER PIC X(4) VALUE " -> ".
        02 WL-NEW-GRADE PIC X(2).
        02 FILLER PIC X(6) VALUE SPACES.
        02 FILLER PIC X(11) VALUE "GPA POINTS ".
        02 WL-POINTS PIC +9.99.
       01 WI-DIST-HEAD.
        02 FILLER PIC X(8) VALUE "GRADE".
        02 FILLER PIC X(10) VALUE "   CURRENT".
        02 FILLER PIC X(10) VALUE "  PROPOSED".
        02 FILLER PIC X(10) VALUE "    CHANGE".
       01 WI-DIST-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WD-GRADE PIC X(4).
        02 FILLER PIC X(4) VALUE SPACES.
        02 WD-OLD-COUNT PIC ZZ,ZZ9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 WD-NEW-COUNT PIC ZZ,ZZ9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 WD-CHANGE PIC ++,++9.
       01 WI-TOTAL-LINE.
        02 WT-LABEL PIC X(40).
        02 WT-COUNT PIC ZZ,ZZ9.
       01 DASH-LINE PIC X(60) VALUE ALL "-".
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           PERFORM OPEN-SCALE-PARA.
       NEW-YEAR-PARA.
           DISPLAY "ENTER ACADEMIC YEAR OF THE PROPOSED SCALE: ".
           ACCEPT WS-NEW-SCALE-YEAR.
           IF WS-NEW-SCALE-YEAR NOT > WS-SCALE-YEAR
                DISPLAY "PROPOSED YEAR MUST BE LATER THAN ",
                     WS-SCALE-YEAR
                GO TO NEW-YEAR-PARA.
       TERM-PARA.
           DISPLAY "ENTER THE TERM NUMBER TO SIMULATE ",
                "(0 FOR ALL TERMS): ".
           ACCEPT WS-SIM-TERM.
           IF WS-SIM-TERM > 8
                DISPLAY "TERM NUMBER MUST BE 0-8"
                GO TO TERM-PARA.
       LOAD-PARA.
           PERFORM LOAD-ONE-SCALE-PARA UNTIL WS-SCALE-EOF.
           PERFORM CLOSE-SCALE-PARA.
           IF WS-SCALE-TOTAL = ZERO
                DISPLAY "NO GRADE SCALE IN EFFECT FOR ", WS-SCALE-YEAR,
                     " - SIMULATION NOT RUN"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "NO CURRENT GRADE SCALE ON FILE" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
           IF WS-NEW-SCALE-TOTAL = ZERO
                DISPLAY "NO GRADE SCALE ON FILE FOR ",
                     WS-NEW-SCALE-YEAR, " - SIMULATION NOT RUN"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "NO PROPOSED GRADE SCALE ON FILE" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM OPEN-SUBJM-PARA.
           PERFORM LOAD-ONE-SUBJM-PARA UNTIL WS-SUBJM-EOF.
           PERFORM CLOSE-SUBJM-PARA.
           PERFORM ADD-CUR-GRADE-PARA
                VARYING WS-SCALE-X FROM 1 BY 1
                UNTIL WS-SCALE-X > WS-SCALE-TOTAL.
           PERFORM ADD-NEW-GRADE-PARA
                VARYING WS-NEW-SCALE-X FROM 1 BY 1
                UNTIL WS-NEW-SCALE-X > WS-NEW-SCALE-TOTAL.
       MARKS-PARA.
           OPEN INPUT STUDENT-MARKS.
           IF STUDENT-MARKS-STATUS NOT = "00"
                DISPLAY "NO STUDMARK.DAT ON FILE - NOTHING TO SIMULATE"
                MOVE 04 TO WS-RETURN-CODE
                MOVE "NO STUDMARK.DAT ON FILE" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           OPEN OUTPUT WHATIF-PRINT.
           MOVE WS-SCALE-YEAR TO WH-CUR-YEAR.
           MOVE WS-NEW-SCALE-YEAR TO WH-NEW-YEAR.
           IF WS-SIM-TERM = ZERO
                MOVE "ALL" TO WH-TERM
           ELSE
                MOVE WS-SIM-TERM TO WH-TERM.
           MOVE WI-HEAD-1 TO WHATIF-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE WI-HEAD-2 TO WHATIF-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE DASH-LINE TO WHATIF-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE WI-CHANGE-HEAD TO WHATIF-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE DASH-LINE TO WHATIF-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM SIM-ONE-PARA UNTIL WS-MARKS-EOF.
           CLOSE STUDENT-MARKS.
           PERFORM PRINT-DISTRIBUTION-PARA.
           PERFORM PRINT-TOTALS-PARA.
           CLOSE WHATIF-PRINT.
           IF WS-GRADED-COUNT = ZERO AND WS-RETURN-CODE < 04
                MOVE 04 TO WS-RETURN-CODE
                MOVE "NO CURRENT MARKS RECORDS FOR THE TERM" TO
                     WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       SIM-ONE-PARA.
           READ STUDENT-MARKS
                AT END MOVE "Y" TO WS-MARKS-EOF-SW
                NOT AT END PERFORM SIM-ONE-REC-PARA THRU
                     SIM-ONE-REC-EXIT.
      *    THE OVERALL GRADE IS LOOKED UP ON THE RECORD'S OVERALL
      *    PERCENTAGE AS THE GRADING RUN LOOKS UP ITS 0-100 MARK;
      *    THE TERM GPA IS REBUILT FROM THE SUBJECTS AS THE REPORT
      *    CARD BUILDS IT, SO BOTH SCALES ARE COMPARED LIKE FOR LIKE.
       SIM-ONE-REC-PARA.
           ADD 1 TO WS-READ-COUNT.
           IF NOT SM-CURRENT
                GO TO SIM-ONE-REC-EXIT.
           IF WS-SIM-TERM NOT = ZERO AND SM-TERM-NO NOT = WS-SIM-TERM
                GO TO SIM-ONE-REC-EXIT.
           ADD 1 TO WS-GRADED-COUNT.
           MOVE "--" TO WS-OLD-OVERALL.
           MOVE "--" TO WS-NEW-OVERALL.
           IF SM-TOTAL-MAX > ZERO
                COMPUTE WS-MARKS = SM-TOTAL * 100 / SM-TOTAL-MAX
                PERFORM LOOKUP-GRADE-PARA
                MOVE WS-CUR-GRADE TO WS-OLD-OVERALL
                PERFORM LOOKUP-NEW-GRADE-PARA
                MOVE WS-NEW-GRADE TO WS-NEW-OVERALL.
           MOVE WS-OLD-OVERALL TO WS-DIST-GRADE.
           IF WS-OLD-OVERALL = "--"
                ADD 1 TO WS-OLD-NOMATCH
           ELSE
                PERFORM FIND-DIST-PARA
                ADD 1 TO WS-DIST-OLD-COUNT(WS-DIST-X).
           MOVE WS-NEW-OVERALL TO WS-DIST-GRADE.
           IF WS-NEW-OVERALL = "--"
                ADD 1 TO WS-NEW-NOMATCH
           ELSE
                PERFORM FIND-DIST-PARA
                ADD 1 TO WS-DIST-NEW-COUNT(WS-DIST-X).
           MOVE ZERO TO WS-OLD-POINTS.
           MOVE ZERO TO WS-NEW-POINTS.
           MOVE ZERO TO WS-SIM-CREDITS.
           MOVE ZERO TO WS-CHG-TOTAL.
           PERFORM SIM-ONE-SUBJECT-PARA THRU SIM-ONE-SUBJECT-EXIT
                VARYING WS-SUB-IDX FROM 1 BY 1
                UNTIL WS-SUB-IDX > SM-SUBJECT-COUNT.
           IF WS-SIM-CREDITS > ZERO
                DIVIDE WS-OLD-POINTS BY WS-SIM-CREDITS
                     GIVING WS-OLD-TERM-GPA
                DIVIDE WS-NEW-POINTS BY WS-SIM-CREDITS
                     GIVING WS-NEW-TERM-GPA
           ELSE
                MOVE ZERO TO WS-OLD-TERM-GPA
                MOVE ZERO TO WS-NEW-TERM-GPA.
           IF WS-OLD-OVERALL = WS-NEW-OVERALL
                AND WS-OLD-TERM-GPA = WS-NEW-TERM-GPA
                AND WS-CHG-TOTAL = ZERO
                GO TO SIM-ONE-REC-EXIT.
           ADD 1 TO WS-CHANGED-COUNT.
           IF WS-OLD-OVERALL NOT = WS-NEW-OVERALL
                ADD 1 TO WS-GRADE-MOVED-COUNT.
           IF WS-OLD-TERM-GPA NOT = WS-NEW-TERM-GPA
                ADD 1 TO WS-GPA-MOVED-COUNT.
           COMPUTE WS-GPA-CHANGE = WS-NEW-TERM-GPA - WS-OLD-TERM-GPA.
           MOVE SM-ROLL-NO TO WC-RNO.
           MOVE SM-NAME TO WC-NAME.
           MOVE SM-TERM-NO TO WC-TERM.
           MOVE WS-OLD-OVERALL TO WC-OLD-GRADE.
           MOVE WS-NEW-OVERALL TO WC-NEW-GRADE.
           MOVE WS-OLD-TERM-GPA TO WC-OLD-GPA.
           MOVE WS-NEW-TERM-GPA TO WC-NEW-GPA.
           MOVE WS-GPA-CHANGE TO WC-GPA-CHANGE.
           MOVE WS-CHG-TOTAL TO WC-SUBJ-COUNT.
           MOVE WI-CHANGE-LINE TO WHATIF-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM PRINT-ONE-CHANGE-PARA
                VARYING WS-CHG-X FROM 1 BY 1
                UNTIL WS-CHG-X > WS-CHG-TOTAL.
       SIM-ONE-REC-EXIT.
           EXIT.
      *    NOT-TAKEN AND ABSENT SUBJECTS CARRY NO CREDITS, EXACTLY AS
      *    THE REPORT CARD WEIGHS THE TERM.
       SIM-ONE-SUBJECT-PARA.
           IF SM-SUBJECT-RESULT(WS-SUB-IDX) = "N/A "
                OR SM-SUBJECT-RESULT(WS-SUB-IDX) = "AB  "
                GO TO SIM-ONE-SUBJECT-EXIT.
           IF SM-SUBJECT-MAX(WS-SUB-IDX) = ZERO
                GO TO SIM-ONE-SUBJECT-EXIT.
           COMPUTE WS-MARKS = SM-SUBJECT-MARKS(WS-SUB-IDX) * 100 /
                SM-SUBJECT-MAX(WS-SUB-IDX).
           PERFORM LOOKUP-GRADE-PARA.
           PERFORM LOOKUP-NEW-GRADE-PARA.
           PERFORM LOOKUP-CREDITS-PARA.
           ADD WS-CREDITS TO WS-SIM-CREDITS.
           COMPUTE WS-OLD-POINTS = WS-OLD-POINTS +
                WS-CUR-GPA * WS-CREDITS.
           COMPUTE WS-NEW-POINTS = WS-NEW-POINTS +
                WS-NEW-GPA * WS-CREDITS.
           IF WS-CUR-GRADE = WS-NEW-GRADE
                AND WS-CUR-GPA = WS-NEW-GPA
                GO TO SIM-ONE-SUBJECT-EXIT.
           ADD 1 TO WS-CHG-TOTAL.
           SET WS-CHG-X TO WS-CHG-TOTAL.
           MOVE SM-SUBJECT-CODE(WS-SUB-IDX) TO WS-CHG-CODE(WS-CHG-X).
           MOVE WS-CUR-GRADE TO WS-CHG-OLD-GRADE(WS-CHG-X).
           MOVE WS-NEW-GRADE TO WS-CHG-NEW-GRADE(WS-CHG-X).
           COMPUTE WS-CHG-POINTS(WS-CHG-X) = WS-NEW-GPA - WS-CUR-GPA.
       SIM-ONE-SUBJECT-EXIT.
           EXIT.
       PRINT-ONE-CHANGE-PARA.
           MOVE WS-CHG-CODE(WS-CHG-X) TO WL-CODE.
           MOVE WS-CHG-OLD-GRADE(WS-CHG-X) TO WL-OLD-GRADE.
           MOVE WS-CHG-NEW-GRADE(WS-CHG-X) TO WL-NEW-GRADE.
           MOVE WS-CHG-POINTS(WS-CHG-X) TO WL-POINTS.
           MOVE WI-SUBJECT-LINE TO WHATIF-LINE.
           PERFORM WRITE-LINE-PARA.
       PRINT-DISTRIBUTION-PARA.
           MOVE DASH-LINE TO WHATIF-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE "GRADE DISTRIBUTION - CURRENT AND PROPOSED SCALE" TO
                WHATIF-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE WI-DIST-HEAD TO WHATIF-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM PRINT-ONE-BAND-PARA
                VARYING WS-DIST-X FROM 1 BY 1
                UNTIL WS-DIST-X > WS-DIST-TOTAL.
           MOVE "NONE" TO WD-GRADE.
           MOVE WS-OLD-NOMATCH TO WD-OLD-COUNT.
           MOVE WS-NEW-NOMATCH TO WD-NEW-COUNT.
           COMPUTE WS-DIST-CHANGE = WS-NEW-NOMATCH - WS-OLD-NOMATCH.
           MOVE WS-DIST-CHANGE TO WD-CHANGE.
           MOVE WI-DIST-LINE TO WHATIF-LINE.
           PERFORM WRITE-LINE-PARA.
       PRINT-ONE-BAND-PARA.
           MOVE WS-DIST-CODE(WS-DIST-X) TO WD-GRADE.
           MOVE WS-DIST-OLD-COUNT(WS-DIST-X) TO WD-OLD-COUNT.
           MOVE WS-DIST-NEW-COUNT(WS-DIST-X) TO WD-NEW-COUNT.
           COMPUTE WS-DIST-CHANGE = WS-DIST-NEW-COUNT(WS-DIST-X) -
                WS-DIST-OLD-COUNT(WS-DIST-X).
           MOVE WS-DIST-CHANGE TO WD-CHANGE.
           MOVE WI-DIST-LINE TO WHATIF-LINE.
           PERFORM WRITE-LINE-PARA.
       PRINT-TOTALS-PARA.
           MOVE DASH-LINE TO WHATIF-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE "MARKS RECORDS READ" TO WT-LABEL.
           MOVE WS-READ-COUNT TO WT-COUNT.
           PERFORM WRITE-TOTAL-PARA.
           MOVE "CURRENT RECORDS SIMULATED" TO WT-LABEL.
           MOVE WS-GRADED-COUNT TO WT-COUNT.
           PERFORM WRITE-TOTAL-PARA.
           MOVE "STUDENTS AFFECTED" TO WT-LABEL.
           MOVE WS-CHANGED-COUNT TO WT-COUNT.
           PERFORM WRITE-TOTAL-PARA.
           MOVE "  OVERALL GRADE WOULD CHANGE" TO WT-LABEL.
           MOVE WS-GRADE-MOVED-COUNT TO WT-COUNT.
           PERFORM WRITE-TOTAL-PARA.
           MOVE "  TERM GPA WOULD CHANGE" TO WT-LABEL.
           MOVE WS-GPA-MOVED-COUNT TO WT-COUNT.
           PERFORM WRITE-TOTAL-PARA.
       WRITE-TOTAL-PARA.
           MOVE WI-TOTAL-LINE TO WHATIF-LINE.
           PERFORM WRITE-LINE-PARA.
       WRITE-LINE-PARA.
           DISPLAY WHATIF-LINE.
           WRITE WHATIF-LINE.
      *    THE DISTRIBUTION ROWS FOLLOW THE CURRENT SCALE'S ORDER,
      *    WITH ANY GRADE ONLY THE PROPOSED SCALE USES ADDED AFTER.
       ADD-CUR-GRADE-PARA.
           MOVE WS-SCALE-GRADE(WS-SCALE-X) TO WS-DIST-GRADE.
           PERFORM FIND-DIST-PARA.
       ADD-NEW-GRADE-PARA.
           MOVE WS-NEW-SCALE-GRADE(WS-NEW-SCALE-X) TO WS-DIST-GRADE.
           PERFORM FIND-DIST-PARA.
       FIND-DIST-PARA.
           MOVE "N" TO WS-DIST-FOUND-SW.
           PERFORM CHECK-ONE-DIST-PARA
                VARYING WS-DIST-X FROM 1 BY 1
                UNTIL WS-DIST-X > WS-DIST-TOTAL
                OR WS-DIST-FOUND.
           IF WS-DIST-FOUND
                SET WS-DIST-X DOWN BY 1
           ELSE
                ADD 1 TO WS-DIST-TOTAL
                SET WS-DIST-X TO WS-DIST-TOTAL
                MOVE WS-DIST-GRADE TO WS-DIST-CODE(WS-DIST-X)
                MOVE ZERO TO WS-DIST-OLD-COUNT(WS-DIST-X)
                MOVE ZERO TO WS-DIST-NEW-COUNT(WS-DIST-X).
       CHECK-ONE-DIST-PARA.
           IF WS-DIST-CODE(WS-DIST-X) = WS-DIST-GRADE
                MOVE "Y" TO WS-DIST-FOUND-SW.
       OPEN-SCALE-PARA.
           DISPLAY "ENTER ACADEMIC YEAR FOR THE GRADE SCALE ",
                "(0 FOR CURRENT): ".
           ACCEPT WS-SCALE-YEAR.
           IF WS-SCALE-YEAR = ZERO
                ACCEPT WS-SCALE-DATE FROM DATE YYYYMMDD
                MOVE WS-SCALE-DATE(1:4) TO WS-SCALE-YEAR.
           OPEN INPUT GRADE-SCALE.
           IF GRADE-SCALE-STATUS NOT = "00"
                MOVE "Y" TO WS-SCALE-EOF-SW.
       LOAD-ONE-SCALE-PARA.
           READ GRADE-SCALE
                AT END MOVE "Y" TO WS-SCALE-EOF-SW
                NOT AT END PERFORM STORE-SCALE-ENTRY-PARA THRU
                     STORE-SCALE-ENTRY-EXIT.
      *    ONE PASS OF THE SCALE FILE FILLS BOTH TABLES; A BAND
      *    OPEN IN BOTH YEARS IS PART OF BOTH SCALES.
       STORE-SCALE-ENTRY-PARA.
           IF WS-SCALE-YEAR < GS-EFF-FROM-YEAR
                OR WS-SCALE-YEAR > GS-EFF-TO-YEAR
                GO TO STORE-NEW-SCALE-ENTRY.
           IF WS-SCALE-TOTAL = 20
                GO TO STORE-NEW-SCALE-ENTRY.
           ADD 1 TO WS-SCALE-TOTAL.
           SET WS-SCALE-X TO WS-SCALE-TOTAL.
           MOVE GS-GRADE TO WS-SCALE-GRADE(WS-SCALE-X).
           MOVE GS-MIN-MARKS TO WS-SCALE-MIN(WS-SCALE-X).
           MOVE GS-MAX-MARKS TO WS-SCALE-MAX(WS-SCALE-X).
           MOVE GS-GPA-POINTS TO WS-SCALE-GPA(WS-SCALE-X).
       STORE-NEW-SCALE-ENTRY.
           IF WS-NEW-SCALE-YEAR < GS-EFF-FROM-YEAR
                OR WS-NEW-SCALE-YEAR > GS-EFF-TO-YEAR
                GO TO STORE-SCALE-ENTRY-EXIT.
           IF WS-NEW-SCALE-TOTAL = 20
                GO TO STORE-SCALE-ENTRY-EXIT.
           ADD 1 TO WS-NEW-SCALE-TOTAL.
           SET WS-NEW-SCALE-X TO WS-NEW-SCALE-TOTAL.
           MOVE GS-GRADE TO WS-NEW-SCALE-GRADE(WS-NEW-SCALE-X).
           MOVE GS-MIN-MARKS TO WS-NEW-SCALE-MIN(WS-NEW-SCALE-X).
           MOVE GS-MAX-MARKS TO WS-NEW-SCALE-MAX(WS-NEW-SCALE-X).
           MOVE GS-GPA-POINTS TO WS-NEW-SCALE-GPA(WS-NEW-SCALE-X).
       STORE-SCALE-ENTRY-EXIT.
           EXIT.
       CLOSE-SCALE-PARA.
           IF GRADE-SCALE-STATUS NOT = "35"
                CLOSE GRADE-SCALE.
       LOOKUP-GRADE-PARA.
           MOVE "N" TO WS-GRADE-FOUND-SW.
           MOVE "--" TO WS-CUR-GRADE.
           MOVE ZERO TO WS-CUR-GPA.
           PERFORM CHECK-ONE-BAND-PARA
                VARYING WS-SCALE-X FROM 1 BY 1
                UNTIL WS-SCALE-X > WS-SCALE-TOTAL
                OR WS-GRADE-FOUND.
       CHECK-ONE-BAND-PARA.
           IF WS-MARKS >= WS-SCALE-MIN(WS-SCALE-X)
                AND WS-MARKS <= WS-SCALE-MAX(WS-SCALE-X)
                MOVE WS-SCALE-GRADE(WS-SCALE-X) TO WS-CUR-GRADE
                MOVE WS-SCALE-GPA(WS-SCALE-X) TO WS-CUR-GPA
                MOVE "Y" TO WS-GRADE-FOUND-SW.
       LOOKUP-NEW-GRADE-PARA.
           MOVE "N" TO WS-GRADE-FOUND-SW.
           MOVE "--" TO WS-NEW-GRADE.
           MOVE ZERO TO WS-NEW-GPA.
           PERFORM CHECK-ONE-NEW-BAND-PARA
                VARYING WS-NEW-SCALE-X FROM 1 BY 1
                UNTIL WS-NEW-SCALE-X > WS-NEW-SCALE-TOTAL
                OR WS-GRADE-FOUND.
       CHECK-ONE-NEW-BAND-PARA.
           IF WS-MARKS >= WS-NEW-SCALE-MIN(WS-NEW-SCALE-X)
                AND WS-MARKS <= WS-NEW-SCALE-MAX(WS-NEW-SCALE-X)
                MOVE WS-NEW-SCALE-GRADE(WS-NEW-SCALE-X) TO WS-NEW-GRADE
                MOVE WS-NEW-SCALE-GPA(WS-NEW-SCALE-X) TO WS-NEW-GPA
                MOVE "Y" TO WS-GRADE-FOUND-SW.
       OPEN-SUBJM-PARA.
           OPEN INPUT SUBJECT-MASTER.
           IF SUBJECT-MASTER-STATUS NOT = "00"
                MOVE "Y" TO WS-SUBJM-EOF-SW.
       LOAD-ONE-SUBJM-PARA.
           READ SUBJECT-MASTER
                AT END MOVE "Y" TO WS-SUBJM-EOF-SW
                NOT AT END PERFORM STORE-SUBJM-ENTRY-PARA.
       STORE-SUBJM-ENTRY-PARA.
           IF WS-SUBJM-TOTAL < 50
                ADD 1 TO WS-SUBJM-TOTAL
                SET WS-SUBJM-X TO WS-SUBJM-TOTAL
                MOVE SJM-SUBJECT-CODE TO WS-SUBJM-CODE(WS-SUBJM-X)
                MOVE SJM-CREDITS TO WS-SUBJM-CREDITS(WS-SUBJM-X).
       CLOSE-SUBJM-PARA.
           IF SUBJECT-MASTER-STATUS NOT = "35"
                CLOSE SUBJECT-MASTER.
      *    A SUBJECT NOT ON THE MASTER, OR CARRYING NO CREDITS,
      *    WEIGHS ONE CREDIT AS ON THE REPORT CARD.
       LOOKUP-CREDITS-PARA.
           MOVE 1 TO WS-CREDITS.
           MOVE "N" TO WS-SUBJM-FOUND-SW.
           PERFORM CHECK-ONE-SUBJM-PARA
                VARYING WS-SUBJM-X FROM 1 BY 1
                UNTIL WS-SUBJM-X > WS-SUBJM-TOTAL
                OR WS-SUBJM-FOUND.
       CHECK-ONE-SUBJM-PARA.
           IF WS-SUBJM-CODE(WS-SUBJM-X) = SM-SUBJECT-CODE(WS-SUB-IDX)
                MOVE "Y" TO WS-SUBJM-FOUND-SW
                IF WS-SUBJM-CREDITS(WS-SUBJM-X) > ZERO
                     MOVE WS-SUBJM-CREDITS(WS-SUBJM-X) TO WS-CREDITS.
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
           MOVE WS-CHANGED-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "GRADE-WHATIF" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
