       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMEDIAL-GROUP.
      *    FORMS REMEDIAL BATCHES AFTER A TERM'S RESULTS. THE LATEST
      *    CURRENT STUDMARK.DAT RECORD OF EACH STUDENT FOR THE TERM
      *    IS EXAMINED AND EVERY SCORED SUBJECT BELOW THE CUT-OFF
      *    PERCENTAGE PUTS THE STUDENT FORWARD FOR THAT SUBJECT.
      *    STUDENTS ARE GROUPED BY YEAR GROUP (SECTION IN FORCE
      *    TODAY) AND SUBJECT INTO AS FEW BATCHES AS THE BATCH-SIZE
      *    LIMIT ALLOWS, SHARED OUT EVENLY. EACH BATCH GOES TO A
      *    TEACHER ALLOCATED THE SUBJECT IN THAT YEAR GROUP FOR THE
      *    TERM (TEACHALO.DAT), THE ONE WITH FEWEST BATCHES SO FAR.
      *    A RE-RUN ONLY PICKS UP STUDENTS NOT ALREADY IN A BATCH
      *    FOR THE TERM AND SUBJECT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT STUDENT-MARKS ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STUDENT-MARKS-STATUS.
           SELECT REMEDIAL-BATCH ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REMEDIAL-BATCH-STATUS.
           SELECT SECTION-ASSIGN ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SECTION-ASSIGN-STATUS.
           SELECT SECTION-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SECTION-MASTER-STATUS.
           SELECT TEACHER-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TEACHER-MASTER-STATUS.
           SELECT TEACHER-ALLOC ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TEACHER-ALLOC-STATUS.
           SELECT BATCH-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BATCH-PRINT-STATUS.
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
       FD REMEDIAL-BATCH
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "REMBATCH.DAT"
           DATA RECORD IS REMEDIAL-BATCH-REC.
       COPY REMBATCH.
       FD SECTION-ASSIGN
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SECTASGN.DAT"
           DATA RECORD IS SECTION-ASSIGN-REC.
       COPY SECTASGN.
       FD SECTION-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SECTMAST.DAT"
           DATA RECORD IS SECTION-MASTER-REC.
       COPY SECTMAST.
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
       FD BATCH-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "REMLIST.DAT"
           DATA RECORD IS BATCH-LINE.
       01 BATCH-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 STUDENT-MARKS-STATUS PIC XX.
       77 REMEDIAL-BATCH-STATUS PIC XX.
       77 SECTION-ASSIGN-STATUS PIC XX.
       77 SECTION-MASTER-STATUS PIC XX.
       77 TEACHER-MASTER-STATUS PIC XX.
       77 TEACHER-ALLOC-STATUS PIC XX.
       77 BATCH-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-TERM-NO PIC 9(2).
       77 WS-CUTOFF-PCT PIC 9(3).
       77 WS-BATCH-LIMIT PIC 9(2).
       77 WS-TODAY PIC 9(8).
       77 WS-SEQ PIC 9(7).
       77 WS-SM-RNO-N PIC 9(5).
       77 WS-SUB-IDX PIC 9(3) COMP.
       77 WS-PCT PIC 9(3).
       77 WS-YG-PICK PIC 9(2).
       77 WS-ASGN-PICK PIC X(4).
       77 WS-BEST-FROM PIC 9(8).
       77 WS-LAST-BATCH PIC 9(4) VALUE ZERO.
       77 WS-BATCHES-NEEDED PIC 9(4).
       77 WS-FILL-SIZE PIC 9(4).
       77 WS-FILL-COUNT PIC 9(4).
       77 WS-TEACHER-PICK PIC 9(4).
       77 WS-LOAD-PICK PIC 9(4).
       77 WS-BEST-LOAD PIC 9(4).
       77 WS-KEY-TOTAL PIC 9(5) COMP VALUE ZERO.
       77 WS-KEY-IDX PIC 9(5) COMP.
       77 WS-KEY-FOUND-X PIC 9(5) COMP.
       77 WS-KEY-FOUND-SW PIC X.
           88 WS-KEY-FOUND VALUE "Y".
       77 WS-DONE-TOTAL PIC 9(5) COMP VALUE ZERO.
       77 WS-DONE-IDX PIC 9(5) COMP.
       77 WS-DONE-FOUND-SW PIC X.
           88 WS-DONE-FOUND VALUE "Y".
       77 WS-ASGN-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-ASGN-IDX PIC 9(4) COMP.
       77 WS-SEC-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-SEC-IDX PIC 9(3) COMP.
       77 WS-TCH-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-TCH-IDX PIC 9(3) COMP.
       77 WS-ALO-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-ALO-IDX PIC 9(4) COMP.
       77 WS-CAND-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-CAND-IDX PIC 9(4) COMP.
       77 WS-PAIR-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-PAIR-IDX PIC 9(3) COMP.
       77 WS-PAIR-FOUND-SW PIC X.
           88 WS-PAIR-FOUND VALUE "Y".
       77 WS-BAT-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-BAT-IDX PIC 9(3) COMP.
       77 WS-EXAMINED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-BELOW-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ALREADY-COUNT PIC 9(5) VALUE ZERO.
       77 WS-NO-SECTION-COUNT PIC 9(5) VALUE ZERO.
       77 WS-NO-TEACHER-COUNT PIC 9(5) VALUE ZERO.
       77 WS-PLACED-COUNT PIC 9(5) VALUE ZERO.
      *    LATEST CURRENT RECORD (BY FILE SEQUENCE) PER ROLL.
       01 WS-KEY-TABLE.
        02 WS-KEY-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON WS-KEY-TOTAL
                INDEXED BY WS-KEY-X.
         03 WS-KEY-RNO PIC 9(5).
         03 WS-KEY-LAST-SEQ PIC 9(7).
      *    ROLL AND SUBJECT ALREADY IN A BATCH FOR THE TERM.
       01 WS-DONE-TABLE.
        02 WS-DONE-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-DONE-TOTAL
                INDEXED BY WS-DONE-X.
         03 WS-DONE-RNO PIC 9(5).
         03 WS-DONE-SUBJECT PIC X(5).
       01 WS-ASGN-TABLE.
        02 WS-ASGN-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-ASGN-TOTAL
                INDEXED BY WS-ASGN-X.
         03 WS-ASGN-RNO PIC 9(5).
         03 WS-ASGN-SECTION PIC X(4).
         03 WS-ASGN-FROM PIC 9(8).
         03 WS-ASGN-TO PIC 9(8).
       01 WS-SEC-TABLE.
        02 WS-SEC-ENTRY OCCURS 1 TO 50 TIMES
                DEPENDING ON WS-SEC-TOTAL
                INDEXED BY WS-SEC-X.
         03 WS-SEC-CODE PIC X(4).
         03 WS-SEC-YEAR PIC 9(2).
      *    TEACHERS WITH THE NUMBER OF REMEDIAL BATCHES GIVEN TO
      *    EACH IN THIS RUN.
       01 WS-TCH-TABLE.
        02 WS-TCH-ENTRY OCCURS 1 TO 200 TIMES
                DEPENDING ON WS-TCH-TOTAL
                INDEXED BY WS-TCH-X.
         03 WS-TCH-ID PIC 9(4).
         03 WS-TCH-NAME PIC X(25).
         03 WS-TCH-LOAD PIC 9(4).
      *    THE TERM'S ALLOCATIONS WITH THE SECTION'S YEAR GROUP.
       01 WS-ALO-TABLE.
        02 WS-ALO-ENTRY OCCURS 1 TO 1000 TIMES
                DEPENDING ON WS-ALO-TOTAL
                INDEXED BY WS-ALO-X.
         03 WS-ALO-TEACHER PIC 9(4).
         03 WS-ALO-SUBJECT PIC X(5).
         03 WS-ALO-YG PIC 9(2).
       01 WS-CAND-TABLE.
        02 WS-CAND-ENTRY OCCURS 1 TO 3000 TIMES
                DEPENDING ON WS-CAND-TOTAL
                INDEXED BY WS-CAND-X.
         03 WS-CAND-YG PIC 9(2).
         03 WS-CAND-SUBJECT PIC X(5).
         03 WS-CAND-RNO PIC 9(5).
         03 WS-CAND-NAME PIC A(10).
         03 WS-CAND-SECTION PIC X(4).
         03 WS-CAND-MARKS PIC 9(3).
         03 WS-CAND-MAX PIC 9(3).
         03 WS-CAND-PCT PIC 9(3).
         03 WS-CAND-BATCH PIC 9(4).
      *    ONE ENTRY PER YEAR GROUP AND SUBJECT WITH STUDENTS.
       01 WS-PAIR-TABLE.
        02 WS-PAIR-ENTRY OCCURS 1 TO 300 TIMES
                DEPENDING ON WS-PAIR-TOTAL
                INDEXED BY WS-PAIR-X.
         03 WS-PAIR-YG PIC 9(2).
         03 WS-PAIR-SUBJECT PIC X(5).
         03 WS-PAIR-COUNT PIC 9(4).
       01 WS-BAT-TABLE.
        02 WS-BAT-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON WS-BAT-TOTAL
                INDEXED BY WS-BAT-X.
         03 WS-BAT-NO PIC 9(4).
         03 WS-BAT-YG PIC 9(2).
         03 WS-BAT-SUBJECT PIC X(5).
         03 WS-BAT-TEACHER PIC 9(4).
         03 WS-BAT-SIZE PIC 9(4).
       01 RL-HEAD-LINE.
        02 FILLER PIC X(29) VALUE "REMEDIAL BATCHES FORMED  TERM".
        02 FILLER PIC X VALUE SPACE.
        02 RL-TERM PIC Z9.
        02 FILLER PIC X(11) VALUE "  CUT-OFF: ".
        02 RL-CUTOFF PIC ZZ9.
        02 FILLER PIC X(16) VALUE "%  BATCH LIMIT: ".
        02 RL-LIMIT PIC Z9.
       01 RL-BATCH-LINE.
        02 FILLER PIC X(6) VALUE "BATCH ".
        02 RL-BATCH PIC 9(4).
        02 FILLER PIC X(6) VALUE "  YG: ".
        02 RL-YG PIC Z9.
        02 FILLER PIC X(11) VALUE "  SUBJECT: ".
        02 RL-SUBJECT PIC X(5).
        02 FILLER PIC X(11) VALUE "  TEACHER: ".
        02 RL-TEACHER PIC X(30).
       01 RL-COLUMN-LINE.
        02 FILLER PIC X(38) VALUE
           "  ROLL   NAME        SECT  MARKS  MAX ".
        02 FILLER PIC X(6) VALUE "  PCT".
       01 RL-DETAIL-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RL-RNO PIC 9(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RL-NAME PIC X(10).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RL-SECTION PIC X(4).
        02 FILLER PIC X(3) VALUE SPACES.
        02 RL-MARKS PIC ZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RL-MAX PIC ZZ9.
        02 FILLER PIC X(3) VALUE SPACES.
        02 RL-PCT PIC ZZ9.
       01 RL-TEACHER-TEXT.
        02 RL-TEACHER-ID PIC 9(4).
        02 FILLER PIC X VALUE SPACE.
        02 RL-TEACHER-NAME PIC X(25).
       01 RL-COUNT-LINE.
        02 RL-COUNT-TEXT PIC X(40).
        02 RL-COUNT PIC ZZZZ9.
       01 PAGE-LINE PIC X(79) VALUE ALL "=".
       COPY RETCODE.
       PROCEDURE DIVISION.
       TERM-PARA.
           PERFORM LOG-RUN-START-PARA.
           DISPLAY "ENTER THE TERM NUMBER JUST RESULTED (1-8): ".
           ACCEPT WS-TERM-NO.
           IF WS-TERM-NO < 1 OR WS-TERM-NO > 8
                DISPLAY "TERM NUMBER MUST BE 1-8"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "INVALID TERM NUMBER" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           DISPLAY "ENTER THE CUT-OFF PERCENTAGE (0 FOR 40): ".
           ACCEPT WS-CUTOFF-PCT.
           IF WS-CUTOFF-PCT = ZERO
                MOVE 40 TO WS-CUTOFF-PCT.
           IF WS-CUTOFF-PCT > 100
                DISPLAY "CUT-OFF CANNOT BE OVER 100"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "INVALID CUT-OFF PERCENTAGE" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           DISPLAY "ENTER THE BATCH-SIZE LIMIT (0 FOR 15): ".
           ACCEPT WS-BATCH-LIMIT.
           IF WS-BATCH-LIMIT = ZERO
                MOVE 15 TO WS-BATCH-LIMIT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
       LOAD-PARA.
           PERFORM LOAD-DONE-PARA THRU LOAD-DONE-EXIT.
           PERFORM NOTE-MARKS-PARA THRU NOTE-MARKS-EXIT.
           IF WS-RC-ERROR
                GO TO END-PARA.
           IF WS-KEY-TOTAL = ZERO
                DISPLAY "NO CURRENT MARKS RECORDS FOR THE TERM"
                MOVE 04 TO WS-RETURN-CODE
                MOVE "NO MARKS RECORDS FOR THE TERM" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-ASSIGNS-PARA THRU LOAD-ASSIGNS-EXIT.
           PERFORM LOAD-SECTIONS-PARA THRU LOAD-SECTIONS-EXIT.
           PERFORM LOAD-TEACHERS-PARA THRU LOAD-TEACHERS-EXIT.
           PERFORM LOAD-ALLOCS-PARA THRU LOAD-ALLOCS-EXIT.
       PICK-PARA.
           MOVE ZERO TO WS-SEQ.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT STUDENT-MARKS.
           PERFORM PICK-ONE-PARA UNTIL WS-EOF.
           CLOSE STUDENT-MARKS.
           MOVE "N" TO WS-EOF-SW.
       FORM-PARA.
           PERFORM FORM-ONE-PAIR-PARA THRU FORM-ONE-PAIR-EXIT
                VARYING WS-PAIR-IDX FROM 1 BY 1
                UNTIL WS-PAIR-IDX > WS-PAIR-TOTAL.
       WRITE-PARA.
           OPEN EXTEND REMEDIAL-BATCH.
           IF REMEDIAL-BATCH-STATUS = "35"
                OPEN OUTPUT REMEDIAL-BATCH.
           OPEN OUTPUT BATCH-PRINT.
           MOVE PAGE-LINE TO BATCH-LINE.
           PERFORM WRITE-LIST-PARA.
           MOVE WS-TERM-NO TO RL-TERM.
           MOVE WS-CUTOFF-PCT TO RL-CUTOFF.
           MOVE WS-BATCH-LIMIT TO RL-LIMIT.
           MOVE RL-HEAD-LINE TO BATCH-LINE.
           PERFORM WRITE-LIST-PARA.
           MOVE PAGE-LINE TO BATCH-LINE.
           PERFORM WRITE-LIST-PARA.
           PERFORM WRITE-ONE-BATCH-PARA
                VARYING WS-BAT-IDX FROM 1 BY 1
                UNTIL WS-BAT-IDX > WS-BAT-TOTAL.
           CLOSE REMEDIAL-BATCH.
           MOVE SPACES TO BATCH-LINE.
           PERFORM WRITE-LIST-PARA.
           MOVE "STUDENTS EXAMINED FOR THE TERM" TO RL-COUNT-TEXT.
           MOVE WS-EXAMINED-COUNT TO RL-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "SUBJECT ENTRIES BELOW THE CUT-OFF" TO RL-COUNT-TEXT.
           MOVE WS-BELOW-COUNT TO RL-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "  ALREADY IN A BATCH" TO RL-COUNT-TEXT.
           MOVE WS-ALREADY-COUNT TO RL-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "  NO SECTION IN FORCE - NOT PLACED" TO
                RL-COUNT-TEXT.
           MOVE WS-NO-SECTION-COUNT TO RL-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "  PLACED IN A BATCH THIS RUN" TO RL-COUNT-TEXT.
           MOVE WS-PLACED-COUNT TO RL-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "BATCHES FORMED THIS RUN" TO RL-COUNT-TEXT.
           MOVE WS-BAT-TOTAL TO RL-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "  WITH NO TEACHER ALLOCATED" TO RL-COUNT-TEXT.
           MOVE WS-NO-TEACHER-COUNT TO RL-COUNT.
           PERFORM WRITE-COUNT-PARA.
           CLOSE BATCH-PRINT.
           DISPLAY "BATCHES FORMED: ", WS-BAT-TOTAL,
                "  STUDENTS PLACED: ", WS-PLACED-COUNT.
           IF WS-NO-TEACHER-COUNT > ZERO OR WS-NO-SECTION-COUNT > ZERO
                MOVE 04 TO WS-RETURN-CODE
                MOVE "BATCHES WITHOUT TEACHER OR STUDENTS UNPLACED" TO
                     WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      *    EARLIER BATCHES ARE LOADED SO THE RUN CARRIES ON THE
      *    BATCH NUMBERING AND SKIPS STUDENTS ALREADY PLACED.
       LOAD-DONE-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT REMEDIAL-BATCH.
           IF REMEDIAL-BATCH-STATUS NOT = "00"
                GO TO LOAD-DONE-EXIT.
           PERFORM LOAD-ONE-DONE-PARA UNTIL WS-EOF.
           CLOSE REMEDIAL-BATCH.
       LOAD-DONE-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-DONE-PARA.
           READ REMEDIAL-BATCH
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM NOTE-DONE-PARA.
       NOTE-DONE-PARA.
           IF RB-BATCH-NO > WS-LAST-BATCH
                MOVE RB-BATCH-NO TO WS-LAST-BATCH.
           IF RB-TERM-NO = WS-TERM-NO AND WS-DONE-TOTAL < 5000
                ADD 1 TO WS-DONE-TOTAL
                SET WS-DONE-X TO WS-DONE-TOTAL
                MOVE RB-RNO TO WS-DONE-RNO(WS-DONE-X)
                MOVE RB-SUBJECT-CODE TO WS-DONE-SUBJECT(WS-DONE-X).
       FIND-DONE-PARA.
           MOVE "N" TO WS-DONE-FOUND-SW.
           PERFORM CHECK-ONE-DONE-PARA
                VARYING WS-DONE-IDX FROM 1 BY 1
                UNTIL WS-DONE-IDX > WS-DONE-TOTAL
                OR WS-DONE-FOUND.
       CHECK-ONE-DONE-PARA.
           IF WS-DONE-RNO(WS-DONE-IDX) = WS-SM-RNO-N
                AND WS-DONE-SUBJECT(WS-DONE-IDX) =
                SM-SUBJECT-CODE(WS-SUB-IDX)
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
       PICK-ONE-PARA.
           READ STUDENT-MARKS
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM PICK-ONE-REC-PARA THRU
                     PICK-ONE-REC-EXIT.
      *    ONLY THE STUDENT'S LATEST CURRENT RECORD FOR THE TERM
      *    COUNTS.
       PICK-ONE-REC-PARA.
           ADD 1 TO WS-SEQ.
           IF SM-SUPERSEDED OR SM-ROLL-NO NOT NUMERIC
                OR SM-TERM-NO NOT = WS-TERM-NO
                GO TO PICK-ONE-REC-EXIT.
           MOVE SM-ROLL-NO TO WS-SM-RNO-N.
           PERFORM FIND-KEY-PARA.
           IF NOT WS-KEY-FOUND
                GO TO PICK-ONE-REC-EXIT.
           IF WS-SEQ NOT = WS-KEY-LAST-SEQ(WS-KEY-FOUND-X)
                GO TO PICK-ONE-REC-EXIT.
           ADD 1 TO WS-EXAMINED-COUNT.
           PERFORM FIND-ASSIGN-PARA.
           PERFORM FIND-YEAR-GROUP-PARA.
           PERFORM PICK-ONE-SUBJECT-PARA THRU PICK-ONE-SUBJECT-EXIT
                VARYING WS-SUB-IDX FROM 1 BY 1
                UNTIL WS-SUB-IDX > SM-SUBJECT-COUNT.
       PICK-ONE-REC-EXIT.
           EXIT.
      *    AN ABSENT (AB) SUBJECT HAS NO SCORE TO JUDGE AND IS
      *    LEFT OUT.
       PICK-ONE-SUBJECT-PARA.
           IF SM-SUBJECT-RESULT(WS-SUB-IDX) = "AB  "
                OR SM-SUBJECT-MAX(WS-SUB-IDX) = ZERO
                GO TO PICK-ONE-SUBJECT-EXIT.
           IF SM-SUBJECT-MARKS(WS-SUB-IDX) * 100 NOT <
                WS-CUTOFF-PCT * SM-SUBJECT-MAX(WS-SUB-IDX)
                GO TO PICK-ONE-SUBJECT-EXIT.
           ADD 1 TO WS-BELOW-COUNT.
           PERFORM FIND-DONE-PARA.
           IF WS-DONE-FOUND
                ADD 1 TO WS-ALREADY-COUNT
                GO TO PICK-ONE-SUBJECT-EXIT.
           IF WS-YG-PICK = ZERO
                ADD 1 TO WS-NO-SECTION-COUNT
                GO TO PICK-ONE-SUBJECT-EXIT.
           IF WS-CAND-TOTAL = 3000
                DISPLAY "CANDIDATE TABLE FULL - ROLL ", WS-SM-RNO-N,
                     " SUBJECT ", SM-SUBJECT-CODE(WS-SUB-IDX),
                     " NOT PLACED"
                ADD 1 TO WS-NO-SECTION-COUNT
                GO TO PICK-ONE-SUBJECT-EXIT.
           ADD 1 TO WS-CAND-TOTAL.
           SET WS-CAND-X TO WS-CAND-TOTAL.
           MOVE WS-YG-PICK TO WS-CAND-YG(WS-CAND-X).
           MOVE SM-SUBJECT-CODE(WS-SUB-IDX) TO
                WS-CAND-SUBJECT(WS-CAND-X).
           MOVE WS-SM-RNO-N TO WS-CAND-RNO(WS-CAND-X).
           MOVE SM-NAME TO WS-CAND-NAME(WS-CAND-X).
           MOVE WS-ASGN-PICK TO WS-CAND-SECTION(WS-CAND-X).
           MOVE SM-SUBJECT-MARKS(WS-SUB-IDX) TO
                WS-CAND-MARKS(WS-CAND-X).
           MOVE SM-SUBJECT-MAX(WS-SUB-IDX) TO WS-CAND-MAX(WS-CAND-X).
           COMPUTE WS-PCT = SM-SUBJECT-MARKS(WS-SUB-IDX) * 100 /
                SM-SUBJECT-MAX(WS-SUB-IDX).
           MOVE WS-PCT TO WS-CAND-PCT(WS-CAND-X).
           MOVE ZERO TO WS-CAND-BATCH(WS-CAND-X).
           PERFORM NOTE-PAIR-PARA.
       PICK-ONE-SUBJECT-EXIT.
           EXIT.
       NOTE-PAIR-PARA.
           MOVE "N" TO WS-PAIR-FOUND-SW.
           PERFORM CHECK-ONE-PAIR-PARA
                VARYING WS-PAIR-IDX FROM 1 BY 1
                UNTIL WS-PAIR-IDX > WS-PAIR-TOTAL
                OR WS-PAIR-FOUND.
           IF NOT WS-PAIR-FOUND AND WS-PAIR-TOTAL < 300
                ADD 1 TO WS-PAIR-TOTAL
                SET WS-PAIR-X TO WS-PAIR-TOTAL
                MOVE WS-YG-PICK TO WS-PAIR-YG(WS-PAIR-X)
                MOVE SM-SUBJECT-CODE(WS-SUB-IDX) TO
                     WS-PAIR-SUBJECT(WS-PAIR-X)
                MOVE 1 TO WS-PAIR-COUNT(WS-PAIR-X).
       CHECK-ONE-PAIR-PARA.
           IF WS-PAIR-YG(WS-PAIR-IDX) = WS-YG-PICK
                AND WS-PAIR-SUBJECT(WS-PAIR-IDX) =
                SM-SUBJECT-CODE(WS-SUB-IDX)
                MOVE "Y" TO WS-PAIR-FOUND-SW
                ADD 1 TO WS-PAIR-COUNT(WS-PAIR-IDX).
      *    A YEAR GROUP AND SUBJECT IS SPLIT INTO THE FEWEST
      *    BATCHES WITHIN THE LIMIT, EACH FILLED TO AN EVEN SHARE.
       FORM-ONE-PAIR-PARA.
           COMPUTE WS-BATCHES-NEEDED = (WS-PAIR-COUNT(WS-PAIR-IDX) +
                WS-BATCH-LIMIT - 1) / WS-BATCH-LIMIT.
           COMPUTE WS-FILL-SIZE = (WS-PAIR-COUNT(WS-PAIR-IDX) +
                WS-BATCHES-NEEDED - 1) / WS-BATCHES-NEEDED.
           MOVE WS-FILL-SIZE TO WS-FILL-COUNT.
           PERFORM FILL-ONE-CAND-PARA THRU FILL-ONE-CAND-EXIT
                VARYING WS-CAND-IDX FROM 1 BY 1
                UNTIL WS-CAND-IDX > WS-CAND-TOTAL
                OR WS-RC-ERROR.
       FORM-ONE-PAIR-EXIT.
           EXIT.
       FILL-ONE-CAND-PARA.
           IF WS-CAND-YG(WS-CAND-IDX) NOT = WS-PAIR-YG(WS-PAIR-IDX)
                OR WS-CAND-SUBJECT(WS-CAND-IDX) NOT =
                WS-PAIR-SUBJECT(WS-PAIR-IDX)
                GO TO FILL-ONE-CAND-EXIT.
           IF WS-FILL-COUNT = WS-FILL-SIZE
                PERFORM OPEN-BATCH-PARA THRU OPEN-BATCH-EXIT.
           IF WS-RC-ERROR
                GO TO FILL-ONE-CAND-EXIT.
           MOVE WS-BAT-NO(WS-BAT-X) TO WS-CAND-BATCH(WS-CAND-IDX).
           ADD 1 TO WS-BAT-SIZE(WS-BAT-X).
           ADD 1 TO WS-FILL-COUNT.
           ADD 1 TO WS-PLACED-COUNT.
       FILL-ONE-CAND-EXIT.
           EXIT.
       OPEN-BATCH-PARA.
           IF WS-BAT-TOTAL = 500
                DISPLAY "MORE THAN 500 BATCHES - RUN ABANDONED"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "TOO MANY REMEDIAL BATCHES" TO WS-ERROR-MESSAGE
                GO TO OPEN-BATCH-EXIT.
           ADD 1 TO WS-LAST-BATCH.
           ADD 1 TO WS-BAT-TOTAL.
           SET WS-BAT-X TO WS-BAT-TOTAL.
           MOVE WS-LAST-BATCH TO WS-BAT-NO(WS-BAT-X).
           MOVE WS-PAIR-YG(WS-PAIR-IDX) TO WS-BAT-YG(WS-BAT-X).
           MOVE WS-PAIR-SUBJECT(WS-PAIR-IDX) TO
                WS-BAT-SUBJECT(WS-BAT-X).
           MOVE ZERO TO WS-BAT-SIZE(WS-BAT-X).
           PERFORM PICK-TEACHER-PARA.
           MOVE WS-TEACHER-PICK TO WS-BAT-TEACHER(WS-BAT-X).
           IF WS-TEACHER-PICK = ZERO
                ADD 1 TO WS-NO-TEACHER-COUNT.
           MOVE ZERO TO WS-FILL-COUNT.
       OPEN-BATCH-EXIT.
           EXIT.
      *    OF THE TEACHERS ALLOCATED THE SUBJECT IN THE YEAR GROUP
      *    FOR THE TERM, THE ONE WITH FEWEST REMEDIAL BATCHES SO
      *    FAR TAKES THE BATCH; THE FIRST ON FILE WINS A TIE.
       PICK-TEACHER-PARA.
           MOVE ZERO TO WS-TEACHER-PICK.
           MOVE 9999 TO WS-BEST-LOAD.
           PERFORM RATE-ONE-ALO-PARA
                VARYING WS-ALO-IDX FROM 1 BY 1
                UNTIL WS-ALO-IDX > WS-ALO-TOTAL.
           IF WS-TEACHER-PICK NOT = ZERO
                PERFORM ADD-LOAD-PARA
                     VARYING WS-TCH-IDX FROM 1 BY 1
                     UNTIL WS-TCH-IDX > WS-TCH-TOTAL.
       RATE-ONE-ALO-PARA.
           IF WS-ALO-SUBJECT(WS-ALO-IDX) = WS-PAIR-SUBJECT(WS-PAIR-IDX)
                AND WS-ALO-YG(WS-ALO-IDX) = WS-PAIR-YG(WS-PAIR-IDX)
                PERFORM FIND-LOAD-PARA
                IF WS-LOAD-PICK < WS-BEST-LOAD
                     MOVE WS-LOAD-PICK TO WS-BEST-LOAD
                     MOVE WS-ALO-TEACHER(WS-ALO-IDX) TO
                          WS-TEACHER-PICK.
       FIND-LOAD-PARA.
           MOVE ZERO TO WS-LOAD-PICK.
           PERFORM CHECK-ONE-LOAD-PARA
                VARYING WS-TCH-IDX FROM 1 BY 1
                UNTIL WS-TCH-IDX > WS-TCH-TOTAL.
       CHECK-ONE-LOAD-PARA.
           IF WS-TCH-ID(WS-TCH-IDX) = WS-ALO-TEACHER(WS-ALO-IDX)
                MOVE WS-TCH-LOAD(WS-TCH-IDX) TO WS-LOAD-PICK.
       ADD-LOAD-PARA.
           IF WS-TCH-ID(WS-TCH-IDX) = WS-TEACHER-PICK
                ADD 1 TO WS-TCH-LOAD(WS-TCH-IDX).
       WRITE-ONE-BATCH-PARA.
           MOVE SPACES TO BATCH-LINE.
           PERFORM WRITE-LIST-PARA.
           MOVE WS-BAT-NO(WS-BAT-IDX) TO RL-BATCH.
           MOVE WS-BAT-YG(WS-BAT-IDX) TO RL-YG.
           MOVE WS-BAT-SUBJECT(WS-BAT-IDX) TO RL-SUBJECT.
           MOVE "NONE ALLOCATED" TO RL-TEACHER.
           IF WS-BAT-TEACHER(WS-BAT-IDX) NOT = ZERO
                PERFORM NAME-TEACHER-PARA.
           MOVE RL-BATCH-LINE TO BATCH-LINE.
           PERFORM WRITE-LIST-PARA.
           MOVE RL-COLUMN-LINE TO BATCH-LINE.
           PERFORM WRITE-LIST-PARA.
           PERFORM WRITE-ONE-MEMBER-PARA
                VARYING WS-CAND-IDX FROM 1 BY 1
                UNTIL WS-CAND-IDX > WS-CAND-TOTAL.
       NAME-TEACHER-PARA.
           MOVE WS-BAT-TEACHER(WS-BAT-IDX) TO RL-TEACHER-ID.
           MOVE SPACES TO RL-TEACHER-NAME.
           PERFORM NAME-ONE-TEACHER-PARA
                VARYING WS-TCH-IDX FROM 1 BY 1
                UNTIL WS-TCH-IDX > WS-TCH-TOTAL.
           MOVE RL-TEACHER-TEXT TO RL-TEACHER.
       NAME-ONE-TEACHER-PARA.
           IF WS-TCH-ID(WS-TCH-IDX) = WS-BAT-TEACHER(WS-BAT-IDX)
                MOVE WS-TCH-NAME(WS-TCH-IDX) TO RL-TEACHER-NAME.
       WRITE-ONE-MEMBER-PARA.
           IF WS-CAND-BATCH(WS-CAND-IDX) = WS-BAT-NO(WS-BAT-IDX)
                PERFORM WRITE-MEMBER-PARA.
       WRITE-MEMBER-PARA.
           MOVE WS-BAT-NO(WS-BAT-IDX) TO RB-BATCH-NO.
           MOVE WS-TERM-NO TO RB-TERM-NO.
           MOVE WS-BAT-YG(WS-BAT-IDX) TO RB-YEAR-GROUP.
           MOVE WS-BAT-SUBJECT(WS-BAT-IDX) TO RB-SUBJECT-CODE.
           MOVE WS-BAT-TEACHER(WS-BAT-IDX) TO RB-TEACHER-ID.
           MOVE WS-CAND-RNO(WS-CAND-IDX) TO RB-RNO.
           MOVE WS-CAND-NAME(WS-CAND-IDX) TO RB-NAME.
           MOVE WS-CAND-SECTION(WS-CAND-IDX) TO RB-SECTION.
           MOVE WS-CAND-MARKS(WS-CAND-IDX) TO RB-ORIG-MARKS.
           MOVE WS-CAND-MAX(WS-CAND-IDX) TO RB-SUBJECT-MAX.
           MOVE WS-CUTOFF-PCT TO RB-CUTOFF-PCT.
           MOVE WS-TODAY TO RB-FORMED-DATE.
           MOVE "N" TO RB-RETEST-SW.
           MOVE ZERO TO RB-RETEST-MARKS.
           MOVE ZERO TO RB-RETEST-DATE.
           WRITE REMEDIAL-BATCH-REC.
           MOVE RB-RNO TO RL-RNO.
           MOVE RB-NAME TO RL-NAME.
           MOVE RB-SECTION TO RL-SECTION.
           MOVE RB-ORIG-MARKS TO RL-MARKS.
           MOVE RB-SUBJECT-MAX TO RL-MAX.
           MOVE WS-CAND-PCT(WS-CAND-IDX) TO RL-PCT.
           MOVE RL-DETAIL-LINE TO BATCH-LINE.
           PERFORM WRITE-LIST-PARA.
      *    THE SECTION IN FORCE TODAY.
       FIND-ASSIGN-PARA.
           MOVE SPACES TO WS-ASGN-PICK.
           MOVE ZERO TO WS-BEST-FROM.
           PERFORM CHECK-ONE-ASSIGN-PARA
                VARYING WS-ASGN-IDX FROM 1 BY 1
                UNTIL WS-ASGN-IDX > WS-ASGN-TOTAL.
       CHECK-ONE-ASSIGN-PARA.
           IF WS-ASGN-RNO(WS-ASGN-IDX) = WS-SM-RNO-N
                AND WS-ASGN-FROM(WS-ASGN-IDX) <= WS-TODAY
                AND WS-ASGN-TO(WS-ASGN-IDX) >= WS-TODAY
                AND WS-ASGN-FROM(WS-ASGN-IDX) >= WS-BEST-FROM
                MOVE WS-ASGN-FROM(WS-ASGN-IDX) TO WS-BEST-FROM
                MOVE WS-ASGN-SECTION(WS-ASGN-IDX) TO WS-ASGN-PICK.
       FIND-YEAR-GROUP-PARA.
           MOVE ZERO TO WS-YG-PICK.
           PERFORM CHECK-ONE-YG-PARA
                VARYING WS-SEC-IDX FROM 1 BY 1
                UNTIL WS-SEC-IDX > WS-SEC-TOTAL.
       CHECK-ONE-YG-PARA.
           IF WS-SEC-CODE(WS-SEC-IDX) = WS-ASGN-PICK
                MOVE WS-SEC-YEAR(WS-SEC-IDX) TO WS-YG-PICK.
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
       LOAD-SECTIONS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SECTION-MASTER.
           IF SECTION-MASTER-STATUS NOT = "00"
                GO TO LOAD-SECTIONS-EXIT.
           PERFORM LOAD-ONE-SECTION-PARA UNTIL WS-EOF.
           CLOSE SECTION-MASTER.
       LOAD-SECTIONS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-SECTION-PARA.
           READ SECTION-MASTER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-SEC-TOTAL < 50
                          ADD 1 TO WS-SEC-TOTAL
                          SET WS-SEC-X TO WS-SEC-TOTAL
                          MOVE SEC-CODE TO WS-SEC-CODE(WS-SEC-X)
                          MOVE SEC-YEAR-GROUP TO WS-SEC-YEAR(WS-SEC-X).
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
                          MOVE TCH-NAME TO WS-TCH-NAME(WS-TCH-X)
                          MOVE ZERO TO WS-TCH-LOAD(WS-TCH-X).
      *    ONLY THE TERM'S ALLOCATIONS TO TEACHERS STILL ON THE
      *    STAFF ARE KEPT.
       LOAD-ALLOCS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT TEACHER-ALLOC.
           IF TEACHER-ALLOC-STATUS NOT = "00"
                DISPLAY "NO TEACHER ALLOCATIONS ON FILE"
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
           MOVE TA-SECTION TO WS-ASGN-PICK.
           PERFORM FIND-YEAR-GROUP-PARA.
           MOVE ZERO TO WS-LOAD-PICK.
           PERFORM CHECK-ONE-STAFF-PARA
                VARYING WS-TCH-IDX FROM 1 BY 1
                UNTIL WS-TCH-IDX > WS-TCH-TOTAL.
           IF WS-YG-PICK NOT = ZERO AND WS-LOAD-PICK NOT = ZERO
                ADD 1 TO WS-ALO-TOTAL
                SET WS-ALO-X TO WS-ALO-TOTAL
                MOVE TA-TEACHER-ID TO WS-ALO-TEACHER(WS-ALO-X)
                MOVE TA-SUBJECT-CODE TO WS-ALO-SUBJECT(WS-ALO-X)
                MOVE WS-YG-PICK TO WS-ALO-YG(WS-ALO-X).
       CHECK-ONE-STAFF-PARA.
           IF WS-TCH-ID(WS-TCH-IDX) = TA-TEACHER-ID
                MOVE 1 TO WS-LOAD-PICK.
       WRITE-COUNT-PARA.
           MOVE RL-COUNT-LINE TO BATCH-LINE.
           PERFORM WRITE-LIST-PARA.
       WRITE-LIST-PARA.
           WRITE BATCH-LINE.
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
           MOVE WS-PLACED-COUNT TO RL-UPDATE-COUNT.
           MOVE WS-NO-SECTION-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "REMEDIAL-GROUP" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
