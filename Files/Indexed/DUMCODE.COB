       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRIPT-CODING.
      *    GIVES EVERY ACTIVE STUDENT A DUMMY CODE FOR EACH PAPER
      *    THEY SIT - EVERY COMPULSORY PAPER AND THE ELECTIVES ON
      *    ELECENRL.DAT - SO THE ANSWER SCRIPTS GO TO THE EVALUATORS
      *    WITHOUT ROLL NUMBERS. THE CODES ARE DRAWN AT RANDOM AND
      *    ARE UNIQUE ACROSS ALL PAPERS. THEY ARE WRITTEN TO THE
      *    RESTRICTED DECODE FILE SCRCODE.DAT AND TO THE CODING
      *    SHEET THE EXAMINATIONS OFFICE USES TO LABEL THE SCRIPTS.
      *    A SUPERVISOR LOGIN IS NEEDED, AND A NEW SET OF CODES IS
      *    NOT ISSUED WHILE ANY CODE OF THE LAST SET IS UNDECODED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RNO
           FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT SUBJECT-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SUBJECT-MASTER-STATUS.
           SELECT ELECTIVE-ENROLL ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ELECTIVE-ENROLL-STATUS.
           SELECT SCRIPT-CODE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SCRIPT-CODE-STATUS.
           SELECT SCRIPT-MARK ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SCRIPT-MARK-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT CODE-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CODE-PRINT-STATUS.
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
       FD SUBJECT-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SUBJMAST.DAT"
           DATA RECORD IS SUBJECT-MASTER-REC.
       COPY SUBJMAST.
       FD ELECTIVE-ENROLL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "ELECENRL.DAT"
           DATA RECORD IS ELECTIVE-ENROLL-REC.
       COPY ELECENRL.
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
       FD OPERATOR-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "OPERMAST.DAT"
           DATA RECORD IS OPERATOR-MASTER-REC.
       COPY OPERMAST.
       FD CODE-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SCRSHEET.DAT"
           DATA RECORD IS CODE-LINE.
       01 CODE-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 STUDENT-FILE-STATUS PIC XX.
       77 SUBJECT-MASTER-STATUS PIC XX.
       77 ELECTIVE-ENROLL-STATUS PIC XX.
       77 SCRIPT-CODE-STATUS PIC XX.
       77 SCRIPT-MARK-STATUS PIC XX.
       77 OPERATOR-MASTER-STATUS PIC XX.
       77 CODE-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-SUBJECT-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-SUB-IDX PIC 9(3) COMP.
       77 WS-EE-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-EE-IDX PIC 9(4) COMP.
       77 WS-EE-FOUND-SW PIC X.
           88 WS-EE-FOUND VALUE "Y".
       77 WS-CODE-TOTAL PIC 9(5) COMP VALUE ZERO.
       77 WS-CODE-IDX PIC 9(5) COMP.
       77 WS-CODE-DUP-SW PIC X.
           88 WS-CODE-DUP VALUE "Y".
       77 WS-OPEN-COUNT PIC 9(5) VALUE ZERO.
       77 WS-STUDENT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ISSUED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-PAPER-COUNT PIC 9(5).
       77 WS-NEW-CODE PIC 9(6).
      *    PARK-MILLER MINIMAL STANDARD GENERATOR, SEEDED FROM THE
      *    TIME OF DAY.
       77 WS-RAND-SEED PIC 9(10).
       77 WS-RAND-WORK PIC 9(15).
       77 WS-RAND-QUOT PIC 9(15).
       77 WS-RAND-TIME PIC 9(8).
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
         03 WS-SUBJECT-NAME PIC X(15).
         03 WS-SUBJECT-TYPE PIC X.
            88 WS-SUBJECT-ELECTIVE VALUE "E".
       01 WS-EE-TABLE.
        02 WS-EE-ENTRY OCCURS 2000 TIMES
                DEPENDING ON WS-EE-TOTAL
                INDEXED BY WS-EE-X.
         03 WS-EE-RNO PIC 9(5).
         03 WS-EE-CODE PIC X(5).
      *    CODES ISSUED BY THIS RUN, STUDENT BY STUDENT IN ROLL
      *    ORDER - THE ORDER SCRIPT-DECODE RELIES ON.
       01 WS-CODE-TABLE.
        02 WS-CODE-ENTRY OCCURS 10000 TIMES
                DEPENDING ON WS-CODE-TOTAL
                INDEXED BY WS-CODE-X.
         03 WS-CODE-CODE PIC 9(6).
         03 WS-CODE-RNO PIC 9(5).
         03 WS-CODE-NAME PIC X(20).
         03 WS-CODE-SUBJECT PIC X(5).
       01 CS-HEAD-LINE.
        02 FILLER PIC X(40)
           VALUE "ANSWER-SCRIPT CODING SHEET - RESTRICTED".
        02 FILLER PIC X(7) VALUE "PAPER  ".
        02 CS-HEAD-CODE PIC X(5).
        02 FILLER PIC X(1) VALUE SPACE.
        02 CS-HEAD-NAME PIC X(15).
       01 CS-COLUMN-LINE PIC X(40)
           VALUE "  ROLL   NAME                  DUMMY".
       01 CS-DETAIL-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 CS-RNO PIC 9(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 CS-NAME PIC X(20).
        02 FILLER PIC X(2) VALUE SPACES.
        02 CS-CODE PIC 9(6).
       01 CS-TOTAL-LINE.
        02 FILLER PIC X(16) VALUE "SCRIPTS CODED:  ".
        02 CS-COUNT PIC ZZZZ9.
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
           PERFORM CHECK-OPEN-CODES-PARA THRU CHECK-OPEN-CODES-EXIT.
           IF WS-OPEN-COUNT > ZERO
                DISPLAY WS-OPEN-COUNT, " CODES OF THE LAST SET ARE ",
                     "NOT YET DECODED - RUN SCRIPT-DECODE FIRST"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "UNDECODED SCRIPT CODES STILL ON FILE" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-SUBJECTS-PARA THRU LOAD-SUBJECTS-EXIT.
           IF WS-SUBJECT-TOTAL = ZERO
                DISPLAY "NO SUBJECT MASTER ON FILE - NO CODES ISSUED"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "SUBJECT MASTER NOT FOUND OR EMPTY" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-ELECTIVES-PARA THRU LOAD-ELECTIVES-EXIT.
           ACCEPT WS-RAND-TIME FROM TIME.
           COMPUTE WS-RAND-SEED = WS-RAND-TIME + 1.
       CODE-PARA.
           OPEN INPUT STUDENT.
           IF STUDENT-FILE-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN STUDENT.DAT - STATUS ",
                     STUDENT-FILE-STATUS
                MOVE 08 TO WS-RETURN-CODE
                MOVE "UNABLE TO OPEN STUDENT.DAT" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM CODE-ONE-PARA UNTIL WS-EOF.
           CLOSE STUDENT.
           IF WS-RC-ERROR
                GO TO END-PARA.
           IF WS-CODE-TOTAL = ZERO
                DISPLAY "NO ACTIVE STUDENT SITS ANY PAPER - ",
                     "NO CODES ISSUED"
                MOVE 04 TO WS-RETURN-CODE
                MOVE "NO SCRIPTS TO CODE" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
       WRITE-PARA.
           OPEN OUTPUT SCRIPT-CODE.
           PERFORM WRITE-ONE-CODE-PARA
                VARYING WS-CODE-IDX FROM 1 BY 1
                UNTIL WS-CODE-IDX > WS-CODE-TOTAL.
           CLOSE SCRIPT-CODE.
      *    MARKS LEFT FROM THE LAST SET BELONG TO DECODED SCRIPTS;
      *    THEY ARE CLEARED SO NONE CAN MATCH A NEW CODE.
           OPEN OUTPUT SCRIPT-MARK.
           CLOSE SCRIPT-MARK.
           OPEN OUTPUT CODE-PRINT.
           PERFORM PRINT-ONE-PAPER-PARA THRU PRINT-ONE-PAPER-EXIT
                VARYING WS-SUB-IDX FROM 1 BY 1
                UNTIL WS-SUB-IDX > WS-SUBJECT-TOTAL.
           CLOSE CODE-PRINT.
           DISPLAY "STUDENTS: ", WS-STUDENT-COUNT,
                "  SCRIPT CODES ISSUED: ", WS-ISSUED-COUNT.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       CODE-ONE-PARA.
           READ STUDENT NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF STUDENT-ACTIVE
                          ADD 1 TO WS-STUDENT-COUNT
                          PERFORM CODE-ONE-PAPER-PARA THRU
                               CODE-ONE-PAPER-EXIT
                               VARYING WS-SUB-IDX FROM 1 BY 1
                               UNTIL WS-SUB-IDX > WS-SUBJECT-TOTAL.
       CODE-ONE-PAPER-PARA.
           IF WS-SUBJECT-ELECTIVE(WS-SUB-IDX)
                PERFORM FIND-ELECTIVE-PARA
                IF NOT WS-EE-FOUND
                     GO TO CODE-ONE-PAPER-EXIT.
           IF WS-CODE-TOTAL = 10000
                DISPLAY "MORE THAN 10000 SCRIPTS - CODING ABANDONED"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "TOO MANY SCRIPTS TO CODE" TO WS-ERROR-MESSAGE
                MOVE "Y" TO WS-EOF-SW
                GO TO CODE-ONE-PAPER-EXIT.
           MOVE "Y" TO WS-CODE-DUP-SW.
           PERFORM DRAW-CODE-PARA UNTIL NOT WS-CODE-DUP.
           ADD 1 TO WS-CODE-TOTAL.
           ADD 1 TO WS-ISSUED-COUNT.
           SET WS-CODE-X TO WS-CODE-TOTAL.
           MOVE WS-NEW-CODE TO WS-CODE-CODE(WS-CODE-X).
           MOVE RNO TO WS-CODE-RNO(WS-CODE-X).
           MOVE NAME TO WS-CODE-NAME(WS-CODE-X).
           MOVE WS-SUBJECT-CODE(WS-SUB-IDX) TO
                WS-CODE-SUBJECT(WS-CODE-X).
       CODE-ONE-PAPER-EXIT.
           EXIT.
      *    NEXT SEED = SEED * 16807 MOD (2**31 - 1); THE CODE IS
      *    TAKEN FROM IT IN THE RANGE 100000-999999 AND DRAWN AGAIN
      *    IF ALREADY ISSUED.
       DRAW-CODE-PARA.
           COMPUTE WS-RAND-WORK = WS-RAND-SEED * 16807.
           DIVIDE WS-RAND-WORK BY 2147483647 GIVING WS-RAND-QUOT
                REMAINDER WS-RAND-SEED.
           DIVIDE WS-RAND-SEED BY 900000 GIVING WS-RAND-QUOT
                REMAINDER WS-NEW-CODE.
           ADD 100000 TO WS-NEW-CODE.
           MOVE "N" TO WS-CODE-DUP-SW.
           PERFORM CHECK-ONE-CODE-PARA
                VARYING WS-CODE-IDX FROM 1 BY 1
                UNTIL WS-CODE-IDX > WS-CODE-TOTAL
                OR WS-CODE-DUP.
       CHECK-ONE-CODE-PARA.
           IF WS-CODE-CODE(WS-CODE-IDX) = WS-NEW-CODE
                MOVE "Y" TO WS-CODE-DUP-SW.
       FIND-ELECTIVE-PARA.
           MOVE "N" TO WS-EE-FOUND-SW.
           PERFORM CHECK-ONE-ELECTIVE-PARA
                VARYING WS-EE-IDX FROM 1 BY 1
                UNTIL WS-EE-IDX > WS-EE-TOTAL
                OR WS-EE-FOUND.
       CHECK-ONE-ELECTIVE-PARA.
           IF WS-EE-RNO(WS-EE-IDX) = RNO
                AND WS-EE-CODE(WS-EE-IDX) = WS-SUBJECT-CODE(WS-SUB-IDX)
                MOVE "Y" TO WS-EE-FOUND-SW.
       WRITE-ONE-CODE-PARA.
           MOVE WS-CODE-CODE(WS-CODE-IDX) TO SCD-CODE.
           MOVE WS-CODE-RNO(WS-CODE-IDX) TO SCD-RNO.
           MOVE WS-CODE-NAME(WS-CODE-IDX) TO SCD-NAME.
           MOVE WS-CODE-SUBJECT(WS-CODE-IDX) TO SCD-SUBJECT-CODE.
           MOVE "I" TO SCD-STATUS.
           WRITE SCRIPT-CODE-REC.
      *    ONE PAGE PER PAPER, IN ROLL ORDER.
       PRINT-ONE-PAPER-PARA.
           MOVE ZERO TO WS-PAPER-COUNT.
           PERFORM COUNT-ONE-SCRIPT-PARA
                VARYING WS-CODE-IDX FROM 1 BY 1
                UNTIL WS-CODE-IDX > WS-CODE-TOTAL.
           IF WS-PAPER-COUNT = ZERO
                GO TO PRINT-ONE-PAPER-EXIT.
           MOVE PAGE-LINE TO CODE-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE WS-SUBJECT-CODE(WS-SUB-IDX) TO CS-HEAD-CODE.
           MOVE WS-SUBJECT-NAME(WS-SUB-IDX) TO CS-HEAD-NAME.
           MOVE CS-HEAD-LINE TO CODE-LINE.
           PERFORM WRITE-LINE-PARA.
           MOVE CS-COLUMN-LINE TO CODE-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM PRINT-ONE-SCRIPT-PARA
                VARYING WS-CODE-IDX FROM 1 BY 1
                UNTIL WS-CODE-IDX > WS-CODE-TOTAL.
           MOVE WS-PAPER-COUNT TO CS-COUNT.
           MOVE CS-TOTAL-LINE TO CODE-LINE.
           PERFORM WRITE-LINE-PARA.
       PRINT-ONE-PAPER-EXIT.
           EXIT.
       COUNT-ONE-SCRIPT-PARA.
           IF WS-CODE-SUBJECT(WS-CODE-IDX) = WS-SUBJECT-CODE(WS-SUB-IDX)
                ADD 1 TO WS-PAPER-COUNT.
       PRINT-ONE-SCRIPT-PARA.
           IF WS-CODE-SUBJECT(WS-CODE-IDX) = WS-SUBJECT-CODE(WS-SUB-IDX)
                MOVE WS-CODE-RNO(WS-CODE-IDX) TO CS-RNO
                MOVE WS-CODE-NAME(WS-CODE-IDX) TO CS-NAME
                MOVE WS-CODE-CODE(WS-CODE-IDX) TO CS-CODE
                MOVE CS-DETAIL-LINE TO CODE-LINE
                PERFORM WRITE-LINE-PARA.
      *    THE CODING SHEET IS NOT ECHOED TO THE CONSOLE.
       WRITE-LINE-PARA.
           WRITE CODE-LINE.
       CHECK-OPEN-CODES-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SCRIPT-CODE.
           IF SCRIPT-CODE-STATUS NOT = "00"
                GO TO CHECK-OPEN-CODES-EXIT.
           PERFORM CHECK-ONE-OPEN-CODE-PARA UNTIL WS-EOF.
           CLOSE SCRIPT-CODE.
       CHECK-OPEN-CODES-EXIT.
           MOVE "N" TO WS-EOF-SW.
       CHECK-ONE-OPEN-CODE-PARA.
           READ SCRIPT-CODE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF SCD-ISSUED
                          ADD 1 TO WS-OPEN-COUNT.
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
                          MOVE SJM-SUBJECT-TYPE TO
                               WS-SUBJECT-TYPE(WS-SUBJECT-X).
       LOAD-ELECTIVES-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT ELECTIVE-ENROLL.
           IF ELECTIVE-ENROLL-STATUS NOT = "00"
                DISPLAY "NO ELECTIVE ENROLLMENT FILE - ONLY ",
                     "COMPULSORY PAPERS WILL BE CODED"
                GO TO LOAD-ELECTIVES-EXIT.
           PERFORM LOAD-ONE-ELECTIVE-PARA UNTIL WS-EOF.
           CLOSE ELECTIVE-ENROLL.
       LOAD-ELECTIVES-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-ELECTIVE-PARA.
           READ ELECTIVE-ENROLL
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-EE-TOTAL < 2000
                          ADD 1 TO WS-EE-TOTAL
                          SET WS-EE-X TO WS-EE-TOTAL
                          MOVE EE-RNO TO WS-EE-RNO(WS-EE-X)
                          MOVE EE-SUBJECT-CODE TO WS-EE-CODE(WS-EE-X).
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
           DISPLAY "SUPERVISOR LOGIN IS NEEDED TO ISSUE ",
                "SCRIPT CODES.".
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
           MOVE WS-STUDENT-COUNT TO RL-READ-COUNT.
           MOVE WS-ISSUED-COUNT TO RL-UPDATE-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "SCRIPT-CODING" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
