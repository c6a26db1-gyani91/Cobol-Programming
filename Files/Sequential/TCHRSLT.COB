       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEACHER-RESULTS.
      *    TEACHER-WISE RESULT ANALYSIS FOR ONE TERM. EVERY SCORED
      *    SUBJECT ENTRY ON THE CURRENT STUDMARK.DAT RECORDS IS
      *    CREDITED TO THE TEACHALO.DAT ALLOCATION FOR THAT SUBJECT
      *    AND THE STUDENT'S SECTION IN FORCE (SECTASGN.DAT) ON THE
      *    AS-OF DATE. EACH ALLOCATION LINE SHOWS STUDENTS TAUGHT,
      *    PASS PERCENTAGE AND MEAN PERCENTAGE SET AGAINST THE
      *    SCHOOL-WIDE FIGURES FOR THE SAME SUBJECT, FOLLOWED BY THE
      *    GRADE DISTRIBUTION. A TEACHER WITH THE SAME SUBJECT IN
      *    MORE THAN ONE SECTION ALSO GETS A COMBINED LINE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT TEACHER-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TEACHER-MASTER-STATUS.
           SELECT TEACHER-ALLOC ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TEACHER-ALLOC-STATUS.
           SELECT SECTION-ASSIGN ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SECTION-ASSIGN-STATUS.
           SELECT GRADE-SCALE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS GRADE-SCALE-STATUS.
           SELECT STUDENT-MARKS ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STUDENT-MARKS-STATUS.
           SELECT RESULT-REPORT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RESULT-REPORT-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD SECTION-ASSIGN
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SECTASGN.DAT"
           DATA RECORD IS SECTION-ASSIGN-REC.
       COPY SECTASGN.
       FD GRADE-SCALE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "GRDSCALE.DAT"
           DATA RECORD IS GRADE-SCALE-REC.
       COPY GRDSCALE.
       FD STUDENT-MARKS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "STUDMARK.DAT"
           DATA RECORD IS STUDENT-MARKS-REC.
       COPY STUDMARK.
       FD RESULT-REPORT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "TCHRSLT.DAT"
           DATA RECORD IS RESULT-LINE.
       01 RESULT-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 TEACHER-MASTER-STATUS PIC XX.
       77 TEACHER-ALLOC-STATUS PIC XX.
       77 SECTION-ASSIGN-STATUS PIC XX.
       77 GRADE-SCALE-STATUS PIC XX.
       77 STUDENT-MARKS-STATUS PIC XX.
       77 RESULT-REPORT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-PICK-TERM PIC 9(2).
       77 WS-ASOF-DATE PIC 9(8).
       77 WS-SCALE-YEAR PIC 9(4) VALUE ZERO.
       77 WS-TCH-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-TCH-IDX PIC 9(3) COMP.
       77 WS-ALO-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-ALO-IDX PIC 9(4) COMP.
       77 WS-ALO-J PIC 9(4) COMP.
       77 WS-ALO-K PIC 9(4) COMP.
       77 WS-ASGN-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-ASGN-FOUND-SW PIC X.
           88 WS-ASGN-FOUND VALUE "Y".
       77 WS-ASGN-SECTION-PICK PIC X(4).
       77 WS-BEST-FROM PIC 9(8).
       77 WS-SM-RNO-N PIC 9(5).
       77 WS-SCALE-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-SCALE-FOUND-X PIC 9(3) COMP VALUE ZERO.
       77 WS-GRADE-FOUND-SW PIC X VALUE "N".
           88 WS-GRADE-FOUND VALUE "Y".
       77 WS-BAND-IDX PIC 9(3) COMP.
       77 WS-SUBJ-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-SUBJ-FOUND-SW PIC X.
           88 WS-SUBJ-FOUND VALUE "Y".
       77 WS-SUB-IDX PIC 9(3) COMP.
       77 WS-MARKS PIC 9(3).
       77 WS-PCT PIC 9(3)V9.
       77 WS-PASS-SW PIC X.
           88 WS-ENTRY-PASSED VALUE "Y".
       77 WS-CUR-TEACHER PIC 9(4).
       77 WS-CUR-SUBJECT PIC X(5).
       77 WS-SEEN-SW PIC X.
           88 WS-SEEN VALUE "Y".
       77 WS-SAME-COUNT PIC 9(3) COMP.
       77 WS-T-PASS-PCT PIC 9(3)V9.
       77 WS-T-MEAN PIC 9(3)V9.
       77 WS-S-PASS-PCT PIC 9(3)V9.
       77 WS-S-MEAN PIC 9(3)V9.
       77 WS-DIFF PIC S9(3)V9.
       77 WS-RECORD-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ENTRY-COUNT PIC 9(6) VALUE ZERO.
       77 WS-UNTAUGHT-COUNT PIC 9(6) VALUE ZERO.
       77 WS-NO-SECTION-COUNT PIC 9(5) VALUE ZERO.
       77 WS-REPORT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TCH-TABLE.
        02 WS-TCH-ENTRY OCCURS 200 TIMES
                DEPENDING ON WS-TCH-TOTAL
                INDEXED BY WS-TCH-X.
         03 WS-TCH-ID PIC 9(4).
         03 WS-TCH-NAME PIC X(25).
      *    ONE ENTRY PER ALLOCATION FOR THE TERM, CARRYING THE
      *    RESULTS OF THE STUDENTS IT TAUGHT.
       01 WS-ALO-TABLE.
        02 WS-ALO-ENTRY OCCURS 1000 TIMES
                DEPENDING ON WS-ALO-TOTAL
                INDEXED BY WS-ALO-X.
         03 WS-ALO-TEACHER PIC 9(4).
         03 WS-ALO-SUBJECT PIC X(5).
         03 WS-ALO-SECTION PIC X(4).
         03 WS-ALO-COUNT PIC 9(5) COMP.
         03 WS-ALO-PASSES PIC 9(5) COMP.
         03 WS-ALO-PCT-SUM PIC 9(7)V9 COMP.
         03 WS-ALO-GRADE-CNT PIC 9(4) COMP OCCURS 10 TIMES.
       01 WS-ASGN-TABLE.
        02 WS-ASGN-ENTRY OCCURS 5000 TIMES
                DEPENDING ON WS-ASGN-TOTAL
                INDEXED BY WS-ASGN-X.
         03 WS-ASGN-RNO PIC 9(5).
         03 WS-ASGN-SECTION PIC X(4).
         03 WS-ASGN-FROM PIC 9(8).
         03 WS-ASGN-TO PIC 9(8).
       01 WS-SCALE-TABLE.
        02 WS-SCALE-ENTRY OCCURS 1 TO 10 TIMES
                DEPENDING ON WS-SCALE-TOTAL
                INDEXED BY WS-SCALE-X.
         03 WS-SCALE-GRADE PIC X(2).
         03 WS-SCALE-MIN PIC 9(3).
         03 WS-SCALE-MAX PIC 9(3).
      *    SCHOOL-WIDE FIGURES PER SUBJECT FOR THE TERM.
       01 WS-SUBJ-TABLE.
        02 WS-SUBJ-ENTRY OCCURS 100 TIMES
                DEPENDING ON WS-SUBJ-TOTAL
                INDEXED BY WS-SUBJ-X.
         03 WS-SUBJ-CODE PIC X(5).
         03 WS-SUBJ-COUNT PIC 9(5) COMP.
         03 WS-SUBJ-PASSES PIC 9(5) COMP.
         03 WS-SUBJ-PCT-SUM PIC 9(7)V9 COMP.
      *    FIGURES FOR THE LINE BEING PRINTED, EITHER ONE
      *    ALLOCATION OR A TEACHER'S SECTIONS COMBINED.
       01 WS-LINE-FIGURES.
        02 WS-T-COUNT PIC 9(5) COMP.
        02 WS-T-PASSES PIC 9(5) COMP.
        02 WS-T-PCT-SUM PIC 9(7)V9 COMP.
        02 WS-T-GRADE-CNT PIC 9(4) COMP OCCURS 10 TIMES.
       01 RT-HEAD-LINE.
        02 FILLER PIC X(36) VALUE
           "TEACHER-WISE RESULT ANALYSIS - TERM ".
        02 RH-TERM PIC Z9.
        02 FILLER PIC X(18) VALUE "   SECTIONS AS AT ".
        02 RH-ASOF PIC 9(8).
       01 RT-GROUP-LINE.
        02 FILLER PIC X(34) VALUE
           "                ---- TEACHER -----".
        02 FILLER PIC X(39) VALUE
           "    ----- SCHOOL -----   -- VARIANCE --".
       01 RT-COLUMN-LINE.
        02 FILLER PIC X(38) VALUE
           "SUBJ  SECT  TM  STUD  PASS%  MEAN%    ".
        02 FILLER PIC X(35) VALUE
           "STUD  PASS%  MEAN%    PASS%   MEAN%".
       01 RT-TEACHER-LINE.
        02 FILLER PIC X(8) VALUE "TEACHER ".
        02 RT-TEACHER-ID PIC 9(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RT-TEACHER-NAME PIC X(25).
       01 RT-DETAIL-LINE.
        02 RD-SUBJECT PIC X(5).
        02 FILLER PIC X VALUE SPACE.
        02 RD-SECTION PIC X(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RD-TERM PIC Z9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RD-FIGURES.
         03 RD-STUDENTS PIC ZZZ9.
         03 FILLER PIC X(2) VALUE SPACES.
         03 RD-PASS PIC ZZ9.9.
         03 FILLER PIC X(2) VALUE SPACES.
         03 RD-MEAN PIC ZZ9.9.
         03 FILLER PIC X(4) VALUE SPACES.
         03 RD-SCH-STUDENTS PIC ZZZ9.
         03 FILLER PIC X(2) VALUE SPACES.
         03 RD-SCH-PASS PIC ZZ9.9.
         03 FILLER PIC X(2) VALUE SPACES.
         03 RD-SCH-MEAN PIC ZZ9.9.
         03 FILLER PIC X(3) VALUE SPACES.
         03 RD-PASS-DIFF PIC +++9.9.
         03 FILLER PIC X(2) VALUE SPACES.
         03 RD-MEAN-DIFF PIC +++9.9.
        02 RD-NOTE REDEFINES RD-FIGURES PIC X(57).
       01 RT-GRADE-LINE.
        02 RG-LABEL PIC X(8).
        02 RG-BAND OCCURS 10 TIMES.
         03 FILLER PIC X(1).
         03 RG-GRADE PIC X(2).
         03 RG-COLON PIC X.
         03 RG-COUNT PIC ZZ9.
       01 RT-NO-SECTION-LINE.
        02 FILLER PIC X(5) VALUE "ROLL ".
        02 RN-ROLL PIC X(5).
        02 FILLER PIC X(33) VALUE
           " - NO SECTION IN FORCE ON AS-OF  ".
        02 RN-ASOF PIC 9(8).
       01 DASH-LINE PIC X(79) VALUE ALL "-".
       COPY RETCODE.
       PROCEDURE DIVISION.
       ASK-TERM-PARA.
           PERFORM LOG-RUN-START-PARA.
           DISPLAY "ENTER THE TERM NUMBER TO ANALYSE (1-8): ".
           ACCEPT WS-PICK-TERM.
           IF WS-PICK-TERM < 1 OR WS-PICK-TERM > 8
                DISPLAY "TERM NUMBER MUST BE 1-8"
                GO TO ASK-TERM-PARA.
           DISPLAY "ENTER THE AS-OF DATE FOR SECTIONS ",
                "(YYYYMMDD, 0 FOR TODAY): ".
           ACCEPT WS-ASOF-DATE.
           IF WS-ASOF-DATE = ZERO
                ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD.
           MOVE WS-ASOF-DATE(1:4) TO WS-SCALE-YEAR.
       LOAD-PARA.
           PERFORM LOAD-ALLOCS-PARA THRU LOAD-ALLOCS-EXIT.
           IF WS-ALO-TOTAL = ZERO
                DISPLAY "NO ALLOCATIONS ON FILE FOR TERM ",
                     WS-PICK-TERM
                MOVE 08 TO WS-RETURN-CODE
                MOVE "NO ALLOCATIONS ON FILE FOR THE TERM" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-ASSIGNS-PARA THRU LOAD-ASSIGNS-EXIT.
           IF WS-ASGN-TOTAL = ZERO
                DISPLAY "NO SECTION ASSIGNMENTS ON FILE"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "NO SECTION ASSIGNMENTS ON FILE" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-TEACHERS-PARA THRU LOAD-TEACHERS-EXIT.
           PERFORM LOAD-SCALE-PARA THRU LOAD-SCALE-EXIT.
       MARKS-PARA.
           OPEN OUTPUT RESULT-REPORT.
           MOVE WS-PICK-TERM TO RH-TERM.
           MOVE WS-ASOF-DATE TO RH-ASOF.
           MOVE RT-HEAD-LINE TO RESULT-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE DASH-LINE TO RESULT-LINE.
           PERFORM WRITE-LINE-PARA.
           OPEN INPUT STUDENT-MARKS.
           IF STUDENT-MARKS-STATUS NOT = "00"
                DISPLAY "NO STUDENT MARKS ON FILE"
                CLOSE RESULT-REPORT
                MOVE 08 TO WS-RETURN-CODE
                MOVE "NO STUDENT MARKS ON FILE" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM READ-ONE-MARKS-PARA UNTIL WS-EOF.
           CLOSE STUDENT-MARKS.
           MOVE "N" TO WS-EOF-SW.
       REPORT-PARA.
           PERFORM REPORT-ONE-TEACHER-PARA THRU
                REPORT-ONE-TEACHER-EXIT
                VARYING WS-ALO-IDX FROM 1 BY 1
                UNTIL WS-ALO-IDX > WS-ALO-TOTAL.
           MOVE DASH-LINE TO RESULT-LINE.
           PERFORM WRITE-LINE-PARA.
           CLOSE RESULT-REPORT.
           DISPLAY "MARKS RECORDS USED: ", WS-RECORD-COUNT,
                "  SUBJECT ENTRIES: ", WS-ENTRY-COUNT.
           DISPLAY "ENTRIES WITH NO TEACHER ALLOCATED: ",
                WS-UNTAUGHT-COUNT.
           DISPLAY "STUDENTS WITH NO SECTION IN FORCE: ",
                WS-NO-SECTION-COUNT.
           IF WS-NO-SECTION-COUNT > ZERO
                MOVE 04 TO WS-RETURN-CODE
                MOVE "SOME STUDENTS HAVE NO SECTION IN FORCE" TO
                     WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       READ-ONE-MARKS-PARA.
           READ STUDENT-MARKS
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM USE-MARKS-PARA THRU
                     USE-MARKS-EXIT.
      *    ONLY THE CURRENT RECORD FOR THE TERM COUNTS; A STUDENT
      *    WITH NO SECTION STILL COUNTS IN THE SCHOOL FIGURES.
       USE-MARKS-PARA.
           IF NOT SM-CURRENT OR SM-TERM-NO NOT = WS-PICK-TERM
                GO TO USE-MARKS-EXIT.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE "N" TO WS-ASGN-FOUND-SW.
           MOVE SPACES TO WS-ASGN-SECTION-PICK.
           IF SM-ROLL-NO NUMERIC
                MOVE SM-ROLL-NO TO WS-SM-RNO-N
                PERFORM FIND-ASSIGN-PARA THRU FIND-ASSIGN-EXIT.
           IF NOT WS-ASGN-FOUND
                ADD 1 TO WS-NO-SECTION-COUNT
                MOVE SM-ROLL-NO TO RN-ROLL
                MOVE WS-ASOF-DATE TO RN-ASOF
                MOVE RT-NO-SECTION-LINE TO RESULT-LINE
                PERFORM WRITE-LINE-PARA.
           PERFORM USE-ONE-SUBJECT-PARA THRU USE-ONE-SUBJECT-EXIT
                VARYING WS-SUB-IDX FROM 1 BY 1
                UNTIL WS-SUB-IDX > SM-SUBJECT-COUNT.
       USE-MARKS-EXIT.
           EXIT.
      *    ABSENT AND NOT-APPLICABLE ENTRIES ARE NOT SCORES AND
      *    ARE LEFT OUT OF EVERY FIGURE.
       USE-ONE-SUBJECT-PARA.
           IF SM-SUBJECT-RESULT(WS-SUB-IDX) = "AB  "
                OR SM-SUBJECT-RESULT(WS-SUB-IDX) = "N/A "
                GO TO USE-ONE-SUBJECT-EXIT.
           ADD 1 TO WS-ENTRY-COUNT.
           MOVE "N" TO WS-PASS-SW.
           IF SM-SUBJECT-RESULT(WS-SUB-IDX) = "PASS"
                MOVE "Y" TO WS-PASS-SW.
           MOVE ZERO TO WS-PCT.
           MOVE "N" TO WS-GRADE-FOUND-SW.
           IF SM-SUBJECT-MAX(WS-SUB-IDX) > ZERO
                COMPUTE WS-PCT ROUNDED =
                     SM-SUBJECT-MARKS(WS-SUB-IDX) * 100
                     / SM-SUBJECT-MAX(WS-SUB-IDX)
                COMPUTE WS-MARKS = SM-SUBJECT-MARKS(WS-SUB-IDX) * 100
                     / SM-SUBJECT-MAX(WS-SUB-IDX)
                PERFORM LOOKUP-GRADE-PARA.
           PERFORM ADD-SCHOOL-PARA.
           MOVE ZERO TO WS-SAME-COUNT.
           PERFORM ADD-ONE-ALO-PARA
                VARYING WS-ALO-J FROM 1 BY 1
                UNTIL WS-ALO-J > WS-ALO-TOTAL.
           IF WS-SAME-COUNT = ZERO
                ADD 1 TO WS-UNTAUGHT-COUNT.
       USE-ONE-SUBJECT-EXIT.
           EXIT.
       ADD-SCHOOL-PARA.
           MOVE "N" TO WS-SUBJ-FOUND-SW.
           PERFORM FIND-ONE-SUBJ-PARA
                VARYING WS-SUBJ-X FROM 1 BY 1
                UNTIL WS-SUBJ-X > WS-SUBJ-TOTAL
                OR WS-SUBJ-FOUND.
           IF NOT WS-SUBJ-FOUND
                IF WS-SUBJ-TOTAL < 100
                     ADD 1 TO WS-SUBJ-TOTAL
                     SET WS-SUBJ-X TO WS-SUBJ-TOTAL
                     MOVE SM-SUBJECT-CODE(WS-SUB-IDX) TO
                          WS-SUBJ-CODE(WS-SUBJ-X)
                     MOVE ZERO TO WS-SUBJ-COUNT(WS-SUBJ-X)
                          WS-SUBJ-PASSES(WS-SUBJ-X)
                          WS-SUBJ-PCT-SUM(WS-SUBJ-X)
                     MOVE "Y" TO WS-SUBJ-FOUND-SW.
           IF WS-SUBJ-FOUND
                ADD 1 TO WS-SUBJ-COUNT(WS-SUBJ-X)
                ADD WS-PCT TO WS-SUBJ-PCT-SUM(WS-SUBJ-X)
                IF WS-ENTRY-PASSED
                     ADD 1 TO WS-SUBJ-PASSES(WS-SUBJ-X).
       FIND-ONE-SUBJ-PARA.
           IF WS-SUBJ-CODE(WS-SUBJ-X) = SM-SUBJECT-CODE(WS-SUB-IDX)
                MOVE "Y" TO WS-SUBJ-FOUND-SW
                SET WS-SUBJ-X DOWN BY 1.
       ADD-ONE-ALO-PARA.
           IF WS-ALO-SUBJECT(WS-ALO-J) = SM-SUBJECT-CODE(WS-SUB-IDX)
                AND WS-ALO-SECTION(WS-ALO-J) = WS-ASGN-SECTION-PICK
                AND WS-ASGN-FOUND
                ADD 1 TO WS-SAME-COUNT
                ADD 1 TO WS-ALO-COUNT(WS-ALO-J)
                ADD WS-PCT TO WS-ALO-PCT-SUM(WS-ALO-J)
                PERFORM ADD-ALO-EXTRAS-PARA.
       ADD-ALO-EXTRAS-PARA.
           IF WS-ENTRY-PASSED
                ADD 1 TO WS-ALO-PASSES(WS-ALO-J).
           IF WS-GRADE-FOUND
                ADD 1 TO WS-ALO-GRADE-CNT(WS-ALO-J, WS-SCALE-FOUND-X).
      *    THE ROW IN FORCE AS OF THE AS-OF DATE IS THE ONE
      *    WITH THE LATEST EFFECTIVE-FROM THAT STILL COVERS IT.
       FIND-ASSIGN-PARA.
           MOVE "N" TO WS-ASGN-FOUND-SW.
           MOVE SPACES TO WS-ASGN-SECTION-PICK.
           MOVE ZERO TO WS-BEST-FROM.
           IF WS-ASGN-TOTAL = ZERO
                GO TO FIND-ASSIGN-EXIT.
           PERFORM CHECK-ONE-ASOF-PARA
                VARYING WS-ASGN-X FROM 1 BY 1
                UNTIL WS-ASGN-X > WS-ASGN-TOTAL.
       FIND-ASSIGN-EXIT.
           EXIT.
       CHECK-ONE-ASOF-PARA.
           IF WS-ASGN-RNO(WS-ASGN-X) = WS-SM-RNO-N
                AND WS-ASGN-FROM(WS-ASGN-X) <= WS-ASOF-DATE
                AND WS-ASGN-TO(WS-ASGN-X) >= WS-ASOF-DATE
                AND WS-ASGN-FROM(WS-ASGN-X) >= WS-BEST-FROM
                MOVE "Y" TO WS-ASGN-FOUND-SW
                MOVE WS-ASGN-FROM(WS-ASGN-X) TO WS-BEST-FROM
                MOVE WS-ASGN-SECTION(WS-ASGN-X) TO
                     WS-ASGN-SECTION-PICK.
       LOOKUP-GRADE-PARA.
           MOVE "N" TO WS-GRADE-FOUND-SW.
           PERFORM CHECK-ONE-BAND-PARA
                VARYING WS-SCALE-X FROM 1 BY 1
                UNTIL WS-SCALE-X > WS-SCALE-TOTAL
                OR WS-GRADE-FOUND.
       CHECK-ONE-BAND-PARA.
           IF WS-MARKS >= WS-SCALE-MIN(WS-SCALE-X)
                AND WS-MARKS <= WS-SCALE-MAX(WS-SCALE-X)
                SET WS-SCALE-FOUND-X TO WS-SCALE-X
                MOVE "Y" TO WS-GRADE-FOUND-SW.
      *    A TEACHER'S BLOCK IS PRINTED AT THE FIRST ALLOCATION
      *    THAT NAMES THEM.
       REPORT-ONE-TEACHER-PARA.
           MOVE "N" TO WS-SEEN-SW.
           PERFORM CHECK-TEACHER-SEEN-PARA
                VARYING WS-ALO-J FROM 1 BY 1
                UNTIL WS-ALO-J NOT < WS-ALO-IDX OR WS-SEEN.
           IF WS-SEEN
                GO TO REPORT-ONE-TEACHER-EXIT.
           MOVE WS-ALO-TEACHER(WS-ALO-IDX) TO WS-CUR-TEACHER.
           MOVE WS-CUR-TEACHER TO RT-TEACHER-ID.
           MOVE SPACES TO RT-TEACHER-NAME.
           PERFORM FIND-TEACHER-NAME-PARA
                VARYING WS-TCH-IDX FROM 1 BY 1
                UNTIL WS-TCH-IDX > WS-TCH-TOTAL.
           MOVE SPACES TO RESULT-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE RT-TEACHER-LINE TO RESULT-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE RT-GROUP-LINE TO RESULT-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE RT-COLUMN-LINE TO RESULT-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM REPORT-ONE-ALO-PARA
                VARYING WS-ALO-J FROM 1 BY 1
                UNTIL WS-ALO-J > WS-ALO-TOTAL.
           PERFORM REPORT-COMBINED-PARA THRU REPORT-COMBINED-EXIT
                VARYING WS-ALO-J FROM 1 BY 1
                UNTIL WS-ALO-J > WS-ALO-TOTAL.
       REPORT-ONE-TEACHER-EXIT.
           EXIT.
       CHECK-TEACHER-SEEN-PARA.
           IF WS-ALO-TEACHER(WS-ALO-J) = WS-ALO-TEACHER(WS-ALO-IDX)
                MOVE "Y" TO WS-SEEN-SW.
       FIND-TEACHER-NAME-PARA.
           IF WS-TCH-ID(WS-TCH-IDX) = WS-CUR-TEACHER
                MOVE WS-TCH-NAME(WS-TCH-IDX) TO RT-TEACHER-NAME.
       REPORT-ONE-ALO-PARA.
           IF WS-ALO-TEACHER(WS-ALO-J) = WS-CUR-TEACHER
                MOVE WS-ALO-COUNT(WS-ALO-J) TO WS-T-COUNT
                MOVE WS-ALO-PASSES(WS-ALO-J) TO WS-T-PASSES
                MOVE WS-ALO-PCT-SUM(WS-ALO-J) TO WS-T-PCT-SUM
                PERFORM COPY-ONE-GRADE-PARA
                     VARYING WS-BAND-IDX FROM 1 BY 1
                     UNTIL WS-BAND-IDX > 10
                MOVE WS-ALO-SUBJECT(WS-ALO-J) TO WS-CUR-SUBJECT
                MOVE WS-ALO-SECTION(WS-ALO-J) TO RD-SECTION
                PERFORM PRINT-FIGURES-PARA THRU PRINT-FIGURES-EXIT.
       COPY-ONE-GRADE-PARA.
           MOVE WS-ALO-GRADE-CNT(WS-ALO-J, WS-BAND-IDX) TO
                WS-T-GRADE-CNT(WS-BAND-IDX).
      *    THE COMBINED LINE FOR A SUBJECT IS PRINTED AT THE
      *    TEACHER'S FIRST SECTION FOR IT, WHEN THERE IS MORE THAN
      *    ONE SECTION.
       REPORT-COMBINED-PARA.
           IF WS-ALO-TEACHER(WS-ALO-J) NOT = WS-CUR-TEACHER
                GO TO REPORT-COMBINED-EXIT.
           MOVE WS-ALO-SUBJECT(WS-ALO-J) TO WS-CUR-SUBJECT.
           MOVE "N" TO WS-SEEN-SW.
           PERFORM CHECK-SUBJECT-SEEN-PARA
                VARYING WS-ALO-K FROM 1 BY 1
                UNTIL WS-ALO-K NOT < WS-ALO-J OR WS-SEEN.
           IF WS-SEEN
                GO TO REPORT-COMBINED-EXIT.
           MOVE ZERO TO WS-SAME-COUNT WS-T-COUNT WS-T-PASSES
                WS-T-PCT-SUM.
           PERFORM CLEAR-ONE-GRADE-PARA
                VARYING WS-BAND-IDX FROM 1 BY 1
                UNTIL WS-BAND-IDX > 10.
           PERFORM SUM-ONE-SECTION-PARA
                VARYING WS-ALO-K FROM 1 BY 1
                UNTIL WS-ALO-K > WS-ALO-TOTAL.
           IF WS-SAME-COUNT < 2
                GO TO REPORT-COMBINED-EXIT.
           MOVE "ALL " TO RD-SECTION.
           PERFORM PRINT-FIGURES-PARA THRU PRINT-FIGURES-EXIT.
       REPORT-COMBINED-EXIT.
           EXIT.
       CHECK-SUBJECT-SEEN-PARA.
           IF WS-ALO-TEACHER(WS-ALO-K) = WS-CUR-TEACHER
                AND WS-ALO-SUBJECT(WS-ALO-K) = WS-CUR-SUBJECT
                MOVE "Y" TO WS-SEEN-SW.
       CLEAR-ONE-GRADE-PARA.
           MOVE ZERO TO WS-T-GRADE-CNT(WS-BAND-IDX).
       SUM-ONE-SECTION-PARA.
           IF WS-ALO-TEACHER(WS-ALO-K) = WS-CUR-TEACHER
                AND WS-ALO-SUBJECT(WS-ALO-K) = WS-CUR-SUBJECT
                ADD 1 TO WS-SAME-COUNT
                ADD WS-ALO-COUNT(WS-ALO-K) TO WS-T-COUNT
                ADD WS-ALO-PASSES(WS-ALO-K) TO WS-T-PASSES
                ADD WS-ALO-PCT-SUM(WS-ALO-K) TO WS-T-PCT-SUM
                PERFORM SUM-ONE-GRADE-PARA
                     VARYING WS-BAND-IDX FROM 1 BY 1
                     UNTIL WS-BAND-IDX > 10.
       SUM-ONE-GRADE-PARA.
           ADD WS-ALO-GRADE-CNT(WS-ALO-K, WS-BAND-IDX) TO
                WS-T-GRADE-CNT(WS-BAND-IDX).
      *    PRINTS THE WS-LINE-FIGURES FOR WS-CUR-SUBJECT AGAINST
      *    THE SCHOOL FIGURES, THEN THE GRADE DISTRIBUTION.
       PRINT-FIGURES-PARA.
           ADD 1 TO WS-REPORT-COUNT.
           MOVE WS-CUR-SUBJECT TO RD-SUBJECT.
           MOVE WS-PICK-TERM TO RD-TERM.
           IF WS-T-COUNT = ZERO
                MOVE "   0  NO CURRENT RESULTS FOR THIS ALLOCATION" TO
                     RD-NOTE
                MOVE RT-DETAIL-LINE TO RESULT-LINE
                PERFORM WRITE-LINE-PARA
                GO TO PRINT-FIGURES-EXIT.
           MOVE SPACES TO RD-NOTE.
           MOVE WS-T-COUNT TO RD-STUDENTS.
           COMPUTE WS-T-PASS-PCT ROUNDED =
                WS-T-PASSES * 100 / WS-T-COUNT.
           COMPUTE WS-T-MEAN ROUNDED = WS-T-PCT-SUM / WS-T-COUNT.
           MOVE WS-T-PASS-PCT TO RD-PASS.
           MOVE WS-T-MEAN TO RD-MEAN.
           MOVE "N" TO WS-SUBJ-FOUND-SW.
           PERFORM FIND-SCHOOL-SUBJ-PARA
                VARYING WS-SUBJ-X FROM 1 BY 1
                UNTIL WS-SUBJ-X > WS-SUBJ-TOTAL
                OR WS-SUBJ-FOUND.
           IF NOT WS-SUBJ-FOUND
                MOVE "SCHOOL FIGURES NOT HELD" TO RD-NOTE(23:)
                MOVE RT-DETAIL-LINE TO RESULT-LINE
                PERFORM WRITE-LINE-PARA
                GO TO PRINT-FIGURES-EXIT.
           COMPUTE WS-S-PASS-PCT ROUNDED =
                WS-SUBJ-PASSES(WS-SUBJ-X) * 100
                / WS-SUBJ-COUNT(WS-SUBJ-X).
           COMPUTE WS-S-MEAN ROUNDED =
                WS-SUBJ-PCT-SUM(WS-SUBJ-X) / WS-SUBJ-COUNT(WS-SUBJ-X).
           MOVE WS-SUBJ-COUNT(WS-SUBJ-X) TO RD-SCH-STUDENTS.
           MOVE WS-S-PASS-PCT TO RD-SCH-PASS.
           MOVE WS-S-MEAN TO RD-SCH-MEAN.
           COMPUTE WS-DIFF = WS-T-PASS-PCT - WS-S-PASS-PCT.
           MOVE WS-DIFF TO RD-PASS-DIFF.
           COMPUTE WS-DIFF = WS-T-MEAN - WS-S-MEAN.
           MOVE WS-DIFF TO RD-MEAN-DIFF.
           MOVE RT-DETAIL-LINE TO RESULT-LINE.
           PERFORM WRITE-LINE-PARA.
           IF WS-SCALE-TOTAL = ZERO
                GO TO PRINT-FIGURES-EXIT.
           MOVE SPACES TO RT-GRADE-LINE.
           MOVE "  GRADES" TO RG-LABEL.
           PERFORM FILL-ONE-BAND-PARA
                VARYING WS-BAND-IDX FROM 1 BY 1
                UNTIL WS-BAND-IDX > WS-SCALE-TOTAL.
           MOVE RT-GRADE-LINE TO RESULT-LINE.
           PERFORM WRITE-LINE-PARA.
       PRINT-FIGURES-EXIT.
           EXIT.
      *    A SUBJECT IS MISSING HERE ONLY WHEN THE SCHOOL TABLE
      *    FILLED UP BEFORE ITS FIRST SCORE WAS READ.
       FIND-SCHOOL-SUBJ-PARA.
           IF WS-SUBJ-CODE(WS-SUBJ-X) = WS-CUR-SUBJECT
                MOVE "Y" TO WS-SUBJ-FOUND-SW
                SET WS-SUBJ-X DOWN BY 1.
       FILL-ONE-BAND-PARA.
           MOVE WS-SCALE-GRADE(WS-BAND-IDX) TO RG-GRADE(WS-BAND-IDX).
           MOVE ":" TO RG-COLON(WS-BAND-IDX).
           MOVE WS-T-GRADE-CNT(WS-BAND-IDX) TO RG-COUNT(WS-BAND-IDX).
       WRITE-LINE-PARA.
           DISPLAY RESULT-LINE.
           WRITE RESULT-LINE.
       LOAD-ALLOCS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT TEACHER-ALLOC.
           IF TEACHER-ALLOC-STATUS NOT = "00"
                GO TO LOAD-ALLOCS-EXIT.
           PERFORM LOAD-ONE-ALO-PARA UNTIL WS-EOF.
           CLOSE TEACHER-ALLOC.
       LOAD-ALLOCS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-ALO-PARA.
           READ TEACHER-ALLOC
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF TA-TERM = WS-PICK-TERM AND WS-ALO-TOTAL < 1000
                          PERFORM STORE-ONE-ALO-PARA.
       STORE-ONE-ALO-PARA.
           ADD 1 TO WS-ALO-TOTAL.
           SET WS-ALO-X TO WS-ALO-TOTAL.
           MOVE TA-TEACHER-ID TO WS-ALO-TEACHER(WS-ALO-X).
           MOVE TA-SUBJECT-CODE TO WS-ALO-SUBJECT(WS-ALO-X).
           MOVE TA-SECTION TO WS-ALO-SECTION(WS-ALO-X).
           MOVE ZERO TO WS-ALO-COUNT(WS-ALO-X) WS-ALO-PASSES(WS-ALO-X)
                WS-ALO-PCT-SUM(WS-ALO-X).
           SET WS-ALO-IDX TO WS-ALO-X.
           PERFORM CLEAR-ALO-GRADE-PARA
                VARYING WS-BAND-IDX FROM 1 BY 1
                UNTIL WS-BAND-IDX > 10.
       CLEAR-ALO-GRADE-PARA.
           MOVE ZERO TO WS-ALO-GRADE-CNT(WS-ALO-IDX, WS-BAND-IDX).
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
                          MOVE SA-EFF-FROM TO WS-ASGN-FROM(WS-ASGN-X)
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
                     IF WS-TCH-TOTAL < 200
                          ADD 1 TO WS-TCH-TOTAL
                          SET WS-TCH-X TO WS-TCH-TOTAL
                          MOVE TCH-ID TO WS-TCH-ID(WS-TCH-X)
                          MOVE TCH-NAME TO WS-TCH-NAME(WS-TCH-X).
      *    ONLY THE BANDS IN FORCE FOR THE YEAR OF THE AS-OF DATE
      *    ARE KEPT.
       LOAD-SCALE-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT GRADE-SCALE.
           IF GRADE-SCALE-STATUS NOT = "00"
                DISPLAY "NO GRADE SCALE ON FILE - GRADES NOT SHOWN"
                GO TO LOAD-SCALE-EXIT.
           PERFORM LOAD-ONE-SCALE-PARA UNTIL WS-EOF.
           CLOSE GRADE-SCALE.
       LOAD-SCALE-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-SCALE-PARA.
           READ GRADE-SCALE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-SCALE-YEAR NOT < GS-EFF-FROM-YEAR
                          AND WS-SCALE-YEAR NOT > GS-EFF-TO-YEAR
                          AND WS-SCALE-TOTAL < 10
                          ADD 1 TO WS-SCALE-TOTAL
                          SET WS-SCALE-X TO WS-SCALE-TOTAL
                          MOVE GS-GRADE TO WS-SCALE-GRADE(WS-SCALE-X)
                          MOVE GS-MIN-MARKS TO
                               WS-SCALE-MIN(WS-SCALE-X)
                          MOVE GS-MAX-MARKS TO
                               WS-SCALE-MAX(WS-SCALE-X).
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
           MOVE WS-RECORD-COUNT TO RL-READ-COUNT.
           MOVE WS-REPORT-COUNT TO RL-UPDATE-COUNT.
           MOVE WS-NO-SECTION-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "TEACHER-RESULTS" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
