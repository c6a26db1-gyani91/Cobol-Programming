       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLLABUS-COVERAGE.
      *    WEEKLY SYLLABUS COVERAGE REPORT FOR ONE TERM. FOR EVERY
      *    TEACHALO.DAT ALLOCATION, SECTION BY SECTION, IT SETS THE
      *    UNITS PLANNED TO BE FINISHED BY THE REPORT DATE
      *    (SYLLUNIT.DAT) AGAINST THE UNITS THE LESSON LOG
      *    (LESSLOG.DAT) SHOWS FINISHED FOR THE SECTION. WHERE THE
      *    SUBJECT'S PAPER ON SITCTL.DAT IS STILL TO COME, A
      *    SECTION THAT HAS NOT YET FINISHED EVERY EXAMINABLE UNIT
      *    IS FLAGGED SHORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
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
           SELECT SYLLABUS-UNIT ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SYLLABUS-UNIT-STATUS.
           SELECT LESSON-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS LESSON-LOG-STATUS.
           SELECT SITTING-CONTROL ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SITTING-CONTROL-STATUS.
           SELECT COVERAGE-REPORT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS COVERAGE-REPORT-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD SYLLABUS-UNIT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SYLLUNIT.DAT"
           DATA RECORD IS SYLLABUS-UNIT-REC.
       COPY SYLLUNIT.
       FD LESSON-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "LESSLOG.DAT"
           DATA RECORD IS LESSON-LOG-REC.
       COPY LESSLOG.
       FD SITTING-CONTROL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SITCTL.DAT"
           DATA RECORD IS SITTING-CONTROL-REC.
       COPY SITCTL.
       FD COVERAGE-REPORT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SYLLRPT.DAT"
           DATA RECORD IS COVERAGE-LINE.
       01 COVERAGE-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 SECTION-MASTER-STATUS PIC XX.
       77 TEACHER-MASTER-STATUS PIC XX.
       77 TEACHER-ALLOC-STATUS PIC XX.
       77 SYLLABUS-UNIT-STATUS PIC XX.
       77 LESSON-LOG-STATUS PIC XX.
       77 SITTING-CONTROL-STATUS PIC XX.
       77 COVERAGE-REPORT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-TODAY PIC 9(8).
       77 WS-PICK-DATE PIC 9(8).
       77 WS-PICK-TERM PIC 9(2).
       77 WS-SEC-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-SEC-IDX PIC 9(3) COMP.
       77 WS-TCH-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-TCH-IDX PIC 9(3) COMP.
       77 WS-ALO-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-ALO-IDX PIC 9(4) COMP.
       77 WS-UNIT-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-UNIT-IDX PIC 9(4) COMP.
       77 WS-DONE-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-DONE-IDX PIC 9(4) COMP.
       77 WS-DONE-FOUND-SW PIC X.
           88 WS-DONE-FOUND VALUE "Y".
       77 WS-SIT-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-SIT-IDX PIC 9(3) COMP.
       77 WS-PAPER-DATE PIC 9(8).
       77 WS-UNITS PIC 9(3).
       77 WS-PLANNED PIC 9(3).
       77 WS-COVERED PIC 9(3).
       77 WS-BEHIND PIC 9(3).
       77 WS-EXAM-UNITS PIC 9(3).
       77 WS-EXAM-COVERED PIC 9(3).
       77 WS-SEC-LINES PIC 9(3).
       77 WS-REPORT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-SHORT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-SHORT-SECTIONS PIC 9(5) VALUE ZERO.
       01 WS-SEC-TABLE.
        02 WS-SEC-ENTRY OCCURS 50 TIMES
                DEPENDING ON WS-SEC-TOTAL
                INDEXED BY WS-SEC-X.
         03 WS-SEC-CODE PIC X(4).
         03 WS-SEC-NAME PIC X(15).
       01 WS-TCH-TABLE.
        02 WS-TCH-ENTRY OCCURS 200 TIMES
                DEPENDING ON WS-TCH-TOTAL
                INDEXED BY WS-TCH-X.
         03 WS-TCH-ID PIC 9(4).
         03 WS-TCH-NAME PIC X(25).
       01 WS-ALO-TABLE.
        02 WS-ALO-ENTRY OCCURS 1000 TIMES
                DEPENDING ON WS-ALO-TOTAL
                INDEXED BY WS-ALO-X.
         03 WS-ALO-TEACHER PIC 9(4).
         03 WS-ALO-SUBJECT PIC X(5).
         03 WS-ALO-SECTION PIC X(4).
       01 WS-UNIT-TABLE.
        02 WS-UNIT-ENTRY OCCURS 600 TIMES
                DEPENDING ON WS-UNIT-TOTAL
                INDEXED BY WS-UNIT-X.
         03 WS-UNIT-CODE PIC X(5).
         03 WS-UNIT-NO PIC 9(2).
         03 WS-UNIT-PLAN-DATE PIC 9(8).
         03 WS-UNIT-EXAM PIC X.
      *    ONE ENTRY PER UNIT FINISHED IN A SECTION THIS TERM.
       01 WS-DONE-TABLE.
        02 WS-DONE-ENTRY OCCURS 3000 TIMES
                DEPENDING ON WS-DONE-TOTAL
                INDEXED BY WS-DONE-X.
         03 WS-DONE-SECTION PIC X(4).
         03 WS-DONE-CODE PIC X(5).
         03 WS-DONE-UNIT PIC 9(2).
       01 WS-SIT-TABLE.
        02 WS-SIT-ENTRY OCCURS 50 TIMES
                DEPENDING ON WS-SIT-TOTAL
                INDEXED BY WS-SIT-X.
         03 WS-SIT-CODE PIC X(5).
         03 WS-SIT-DATE PIC 9(8).
       01 COV-HEAD-LINE.
        02 FILLER PIC X(26) VALUE "SYLLABUS COVERAGE AS AT   ".
        02 CH-DATE PIC 9(8).
        02 FILLER PIC X(7) VALUE "  TERM ".
        02 CH-TERM PIC Z9.
       01 COV-COLUMN-LINE.
        02 FILLER PIC X(40)
           VALUE "SUBJ  TEACHER              UNITS PLAN DO".
        02 FILLER PIC X(39)
           VALUE "NE BEHIND PAPER    EXAM   FLAG".
       01 COV-SECTION-LINE.
        02 FILLER PIC X(8) VALUE "SECTION ".
        02 CS-SECTION PIC X(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 CS-NAME PIC X(15).
       01 COV-DETAIL-LINE.
        02 CD-SUBJECT PIC X(5).
        02 FILLER PIC X VALUE SPACE.
        02 CD-TEACHER PIC 9(4).
        02 FILLER PIC X VALUE SPACE.
        02 CD-NAME PIC X(15).
        02 FILLER PIC X(2) VALUE SPACES.
        02 CD-UNITS PIC ZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 CD-PLANNED PIC ZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 CD-COVERED PIC ZZ9.
        02 FILLER PIC X(3) VALUE SPACES.
        02 CD-BEHIND PIC ZZ9.
        02 FILLER PIC X(3) VALUE SPACES.
        02 CD-PAPER PIC X(8).
        02 FILLER PIC X VALUE SPACE.
        02 CD-EXAM-COVERED PIC Z9.
        02 FILLER PIC X VALUE "/".
        02 CD-EXAM-UNITS PIC 99.
        02 FILLER PIC X(2) VALUE SPACES.
        02 CD-FLAG PIC X(13).
       01 COV-SHORT-LINE.
        02 FILLER PIC X(8) VALUE SPACES.
        02 FILLER PIC X(29) VALUE "** SECTION IS SHORT OF UNITS ".
        02 FILLER PIC X(17) VALUE "EXAMINABLE IN ITS".
        02 CSL-COUNT PIC ZZ9.
        02 FILLER PIC X(20) VALUE " COMING PAPER(S)".
       01 DASH-LINE PIC X(79) VALUE ALL "-".
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
       ASK-TERM-PARA.
           DISPLAY "ENTER THE TERM NUMBER TO REPORT (1-8): ".
           ACCEPT WS-PICK-TERM.
           IF WS-PICK-TERM < 1 OR WS-PICK-TERM > 8
                DISPLAY "TERM NUMBER MUST BE 1-8"
                GO TO ASK-TERM-PARA.
           DISPLAY "ENTER REPORT DATE (YYYYMMDD, 0 = TODAY): ".
           ACCEPT WS-PICK-DATE.
           IF WS-PICK-DATE = ZERO
                MOVE WS-TODAY TO WS-PICK-DATE.
       LOAD-PARA.
           PERFORM LOAD-SECTIONS-PARA THRU LOAD-SECTIONS-EXIT.
           PERFORM LOAD-ALLOCS-PARA THRU LOAD-ALLOCS-EXIT.
           IF WS-SEC-TOTAL = ZERO OR WS-ALO-TOTAL = ZERO
                DISPLAY "NO SECTIONS OR NO ALLOCATIONS FOR TERM ",
                     WS-PICK-TERM
                MOVE 08 TO WS-RETURN-CODE
                MOVE "NO SECTIONS OR ALLOCATIONS FOR THE TERM" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-TEACHERS-PARA THRU LOAD-TEACHERS-EXIT.
           PERFORM LOAD-UNITS-PARA THRU LOAD-UNITS-EXIT.
           PERFORM LOAD-LESSONS-PARA THRU LOAD-LESSONS-EXIT.
           PERFORM LOAD-SITTINGS-PARA THRU LOAD-SITTINGS-EXIT.
       REPORT-PARA.
           OPEN OUTPUT COVERAGE-REPORT.
           MOVE WS-PICK-DATE TO CH-DATE.
           MOVE WS-PICK-TERM TO CH-TERM.
           MOVE COV-HEAD-LINE TO COVERAGE-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE DASH-LINE TO COVERAGE-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM REPORT-ONE-SECTION-PARA THRU
                REPORT-ONE-SECTION-EXIT
                VARYING WS-SEC-IDX FROM 1 BY 1
                UNTIL WS-SEC-IDX > WS-SEC-TOTAL.
           MOVE DASH-LINE TO COVERAGE-LINE.
           PERFORM WRITE-LINE-PARA.
           CLOSE COVERAGE-REPORT.
           DISPLAY "ALLOCATIONS REPORTED: ", WS-REPORT-COUNT,
                "  SECTIONS SHORT: ", WS-SHORT-SECTIONS.
           IF WS-SHORT-SECTIONS > ZERO
                MOVE 04 TO WS-RETURN-CODE
                MOVE "SECTIONS SHORT OF EXAMINABLE UNITS" TO
                     WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       REPORT-ONE-SECTION-PARA.
           MOVE ZERO TO WS-SEC-LINES.
           MOVE ZERO TO WS-SHORT-COUNT.
           PERFORM COUNT-SECTION-ALO-PARA
                VARYING WS-ALO-IDX FROM 1 BY 1
                UNTIL WS-ALO-IDX > WS-ALO-TOTAL.
           IF WS-SEC-LINES = ZERO
                GO TO REPORT-ONE-SECTION-EXIT.
           MOVE WS-SEC-CODE(WS-SEC-IDX) TO CS-SECTION.
           MOVE WS-SEC-NAME(WS-SEC-IDX) TO CS-NAME.
           MOVE COV-SECTION-LINE TO COVERAGE-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE COV-COLUMN-LINE TO COVERAGE-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM REPORT-ONE-ALO-PARA
                VARYING WS-ALO-IDX FROM 1 BY 1
                UNTIL WS-ALO-IDX > WS-ALO-TOTAL.
           IF WS-SHORT-COUNT > ZERO
                ADD 1 TO WS-SHORT-SECTIONS
                MOVE WS-SHORT-COUNT TO CSL-COUNT
                MOVE COV-SHORT-LINE TO COVERAGE-LINE
                PERFORM WRITE-LINE-PARA.
           MOVE SPACES TO COVERAGE-LINE.
           PERFORM WRITE-LINE-PARA.
       REPORT-ONE-SECTION-EXIT.
           EXIT.
       COUNT-SECTION-ALO-PARA.
           IF WS-ALO-SECTION(WS-ALO-IDX) = WS-SEC-CODE(WS-SEC-IDX)
                ADD 1 TO WS-SEC-LINES.
       REPORT-ONE-ALO-PARA.
           IF WS-ALO-SECTION(WS-ALO-IDX) = WS-SEC-CODE(WS-SEC-IDX)
                PERFORM MEASURE-ALO-PARA
                PERFORM PRINT-ALO-PARA.
       MEASURE-ALO-PARA.
           MOVE ZERO TO WS-UNITS WS-PLANNED WS-COVERED WS-BEHIND
                WS-EXAM-UNITS WS-EXAM-COVERED.
           PERFORM MEASURE-ONE-UNIT-PARA THRU MEASURE-ONE-UNIT-EXIT
                VARYING WS-UNIT-IDX FROM 1 BY 1
                UNTIL WS-UNIT-IDX > WS-UNIT-TOTAL.
           MOVE ZERO TO WS-PAPER-DATE.
           PERFORM FIND-PAPER-PARA
                VARYING WS-SIT-IDX FROM 1 BY 1
                UNTIL WS-SIT-IDX > WS-SIT-TOTAL.
       MEASURE-ONE-UNIT-PARA.
           IF WS-UNIT-CODE(WS-UNIT-IDX) NOT =
                WS-ALO-SUBJECT(WS-ALO-IDX)
                GO TO MEASURE-ONE-UNIT-EXIT.
           ADD 1 TO WS-UNITS.
           MOVE "N" TO WS-DONE-FOUND-SW.
           PERFORM CHECK-ONE-DONE-PARA
                VARYING WS-DONE-IDX FROM 1 BY 1
                UNTIL WS-DONE-IDX > WS-DONE-TOTAL
                OR WS-DONE-FOUND.
           IF WS-DONE-FOUND
                ADD 1 TO WS-COVERED.
           IF WS-UNIT-PLAN-DATE(WS-UNIT-IDX) NOT > WS-PICK-DATE
                ADD 1 TO WS-PLANNED
                IF NOT WS-DONE-FOUND
                     ADD 1 TO WS-BEHIND.
           IF WS-UNIT-EXAM(WS-UNIT-IDX) = "Y"
                ADD 1 TO WS-EXAM-UNITS
                IF WS-DONE-FOUND
                     ADD 1 TO WS-EXAM-COVERED.
       MEASURE-ONE-UNIT-EXIT.
           EXIT.
       CHECK-ONE-DONE-PARA.
           IF WS-DONE-SECTION(WS-DONE-IDX) =
                WS-ALO-SECTION(WS-ALO-IDX)
                AND WS-DONE-CODE(WS-DONE-IDX) =
                     WS-UNIT-CODE(WS-UNIT-IDX)
                AND WS-DONE-UNIT(WS-DONE-IDX) =
                     WS-UNIT-NO(WS-UNIT-IDX)
                MOVE "Y" TO WS-DONE-FOUND-SW.
       FIND-PAPER-PARA.
           IF WS-SIT-CODE(WS-SIT-IDX) = WS-ALO-SUBJECT(WS-ALO-IDX)
                MOVE WS-SIT-DATE(WS-SIT-IDX) TO WS-PAPER-DATE.
       PRINT-ALO-PARA.
           ADD 1 TO WS-REPORT-COUNT.
           MOVE WS-ALO-SUBJECT(WS-ALO-IDX) TO CD-SUBJECT.
           MOVE WS-ALO-TEACHER(WS-ALO-IDX) TO CD-TEACHER.
           MOVE SPACES TO CD-NAME.
           PERFORM FIND-TEACHER-NAME-PARA
                VARYING WS-TCH-IDX FROM 1 BY 1
                UNTIL WS-TCH-IDX > WS-TCH-TOTAL.
           MOVE WS-UNITS TO CD-UNITS.
           MOVE WS-PLANNED TO CD-PLANNED.
           MOVE WS-COVERED TO CD-COVERED.
           MOVE WS-BEHIND TO CD-BEHIND.
           MOVE WS-EXAM-COVERED TO CD-EXAM-COVERED.
           MOVE WS-EXAM-UNITS TO CD-EXAM-UNITS.
           MOVE SPACES TO CD-FLAG.
           IF WS-PAPER-DATE = ZERO
                MOVE "NO PAPER" TO CD-PAPER
           ELSE
                MOVE WS-PAPER-DATE TO CD-PAPER.
           IF WS-UNITS = ZERO
                MOVE "NO SYLLABUS" TO CD-FLAG.
           IF WS-BEHIND > ZERO
                MOVE "BEHIND PLAN" TO CD-FLAG.
           IF WS-PAPER-DATE NOT < WS-PICK-DATE
                AND WS-EXAM-COVERED < WS-EXAM-UNITS
                MOVE "** EXAM SHORT" TO CD-FLAG
                ADD 1 TO WS-SHORT-COUNT.
           MOVE COV-DETAIL-LINE TO COVERAGE-LINE.
           PERFORM WRITE-LINE-PARA.
       FIND-TEACHER-NAME-PARA.
           IF WS-TCH-ID(WS-TCH-IDX) = WS-ALO-TEACHER(WS-ALO-IDX)
                MOVE WS-TCH-NAME(WS-TCH-IDX) TO CD-NAME.
       WRITE-LINE-PARA.
           DISPLAY COVERAGE-LINE.
           WRITE COVERAGE-LINE.
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
                          MOVE SEC-NAME TO WS-SEC-NAME(WS-SEC-X).
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
                          ADD 1 TO WS-ALO-TOTAL
                          SET WS-ALO-X TO WS-ALO-TOTAL
                          MOVE TA-TEACHER-ID TO
                               WS-ALO-TEACHER(WS-ALO-X)
                          MOVE TA-SUBJECT-CODE TO
                               WS-ALO-SUBJECT(WS-ALO-X)
                          MOVE TA-SECTION TO
                               WS-ALO-SECTION(WS-ALO-X).
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
                          MOVE SU-PLAN-DATE TO
                               WS-UNIT-PLAN-DATE(WS-UNIT-X)
                          MOVE SU-EXAM-SW TO WS-UNIT-EXAM(WS-UNIT-X).
      *    ONLY LESSONS UP TO THE REPORT DATE THAT FINISHED A UNIT
      *    COUNT; A UNIT FINISHED TWICE IS STORED ONCE.
       LOAD-LESSONS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT LESSON-LOG.
           IF LESSON-LOG-STATUS NOT = "00"
                GO TO LOAD-LESSONS-EXIT.
           PERFORM LOAD-ONE-LESSON-PARA UNTIL WS-EOF.
           CLOSE LESSON-LOG.
       LOAD-LESSONS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-LESSON-PARA.
           READ LESSON-LOG
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF LL-TERM = WS-PICK-TERM AND LL-UNIT-DONE
                          AND LL-DATE NOT > WS-PICK-DATE
                          PERFORM STORE-ONE-LESSON-PARA.
       STORE-ONE-LESSON-PARA.
           MOVE "N" TO WS-DONE-FOUND-SW.
           PERFORM CHECK-LESSON-DONE-PARA
                VARYING WS-DONE-IDX FROM 1 BY 1
                UNTIL WS-DONE-IDX > WS-DONE-TOTAL
                OR WS-DONE-FOUND.
           IF NOT WS-DONE-FOUND AND WS-DONE-TOTAL < 3000
                ADD 1 TO WS-DONE-TOTAL
                SET WS-DONE-X TO WS-DONE-TOTAL
                MOVE LL-SECTION TO WS-DONE-SECTION(WS-DONE-X)
                MOVE LL-SUBJECT-CODE TO WS-DONE-CODE(WS-DONE-X)
                MOVE LL-UNIT-NO TO WS-DONE-UNIT(WS-DONE-X).
       CHECK-LESSON-DONE-PARA.
           IF WS-DONE-SECTION(WS-DONE-IDX) = LL-SECTION
                AND WS-DONE-CODE(WS-DONE-IDX) = LL-SUBJECT-CODE
                AND WS-DONE-UNIT(WS-DONE-IDX) = LL-UNIT-NO
                MOVE "Y" TO WS-DONE-FOUND-SW.
       LOAD-SITTINGS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SITTING-CONTROL.
           IF SITTING-CONTROL-STATUS NOT = "00"
                GO TO LOAD-SITTINGS-EXIT.
           PERFORM LOAD-ONE-SITTING-PARA UNTIL WS-EOF.
           CLOSE SITTING-CONTROL.
       LOAD-SITTINGS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-SITTING-PARA.
           READ SITTING-CONTROL
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-SIT-TOTAL < 50
                          ADD 1 TO WS-SIT-TOTAL
                          SET WS-SIT-X TO WS-SIT-TOTAL
                          MOVE SC-SUBJECT-CODE TO
                               WS-SIT-CODE(WS-SIT-X)
                          MOVE SC-DATE TO WS-SIT-DATE(WS-SIT-X).
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
           MOVE WS-ALO-TOTAL TO RL-READ-COUNT.
           MOVE WS-REPORT-COUNT TO RL-UPDATE-COUNT.
           MOVE WS-SHORT-SECTIONS TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "SYLLABUS-COVER" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
