       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSE-ALLOCATE.
      *    PLACES EVERY ACTIVE STUDENT NOT YET IN A HOUSE. A
      *    STUDENT WITH A BROTHER OR SISTER ALREADY PLACED (SAME
      *    GUARDIAN-ID) JOINS THEIR HOUSE; OTHERWISE THE STUDENT
      *    GOES TO THE ACTIVE HOUSE WITH FEWEST STUDENTS OF THE
      *    SAME YEAR GROUP AND GENDER, THEN FEWEST OF THE YEAR
      *    GROUP, THEN FEWEST OVERALL. PLACEMENTS ARE ADDED TO
      *    HOUSASGN.DAT AND LISTED ON HSEALLOC.DAT.
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
           SELECT SECTION-ASSIGN ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SECTION-ASSIGN-STATUS.
           SELECT SECTION-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SECTION-MASTER-STATUS.
           SELECT STUDENT-CATEGORY ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STUDENT-CATEGORY-STATUS.
           SELECT HOUSE-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HOUSE-MASTER-STATUS.
           SELECT HOUSE-ASSIGN ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HOUSE-ASSIGN-STATUS.
           SELECT ALLOCATION-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ALLOCATION-PRINT-STATUS.
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
       FD STUDENT-CATEGORY
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "STUDCAT.DAT"
           DATA RECORD IS STUDENT-CATEGORY-REC.
       COPY STUDCAT.
       FD HOUSE-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "HOUSEMST.DAT"
           DATA RECORD IS HOUSE-MASTER-REC.
       COPY HOUSEMST.
       FD HOUSE-ASSIGN
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "HOUSASGN.DAT"
           DATA RECORD IS HOUSE-ASSIGN-REC.
       COPY HOUSASGN.
       FD ALLOCATION-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "HSEALLOC.DAT"
           DATA RECORD IS ALLOCATION-LINE.
       01 ALLOCATION-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 STUDENT-FILE-STATUS PIC XX.
       77 SECTION-ASSIGN-STATUS PIC XX.
       77 SECTION-MASTER-STATUS PIC XX.
       77 STUDENT-CATEGORY-STATUS PIC XX.
       77 HOUSE-MASTER-STATUS PIC XX.
       77 HOUSE-ASSIGN-STATUS PIC XX.
       77 ALLOCATION-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-TODAY PIC 9(8).
       77 WS-PICK-RNO PIC 9(5).
       77 WS-YG-PICK PIC 9(2).
       77 WS-YG-IDX PIC 9(2) COMP.
       77 WS-HOUSE-PICK PIC X(4).
       77 WS-REASON-PICK PIC X(4).
       77 WS-ASGN-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-ASGN-IDX PIC 9(4) COMP.
       77 WS-ASGN-PICK PIC X(4).
       77 WS-BEST-FROM PIC 9(8).
       77 WS-SEC-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-SEC-IDX PIC 9(3) COMP.
       77 WS-CAT-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-CAT-IDX PIC 9(4) COMP.
       77 WS-HA-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-HA-IDX PIC 9(4) COMP.
       77 WS-HSE-TOTAL PIC 9(2) COMP VALUE ZERO.
       77 WS-HSE-IDX PIC 9(2) COMP.
       77 WS-HSE-ACTIVE PIC 9(2) COMP VALUE ZERO.
       77 WS-HSE-BEST PIC 9(2) COMP.
       77 WS-STU-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-STU-IDX PIC 9(4) COMP.
       77 WS-SIB-IDX PIC 9(4) COMP.
       77 WS-CAND-KEY PIC 9(12).
       77 WS-BEST-KEY PIC 9(12).
       77 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       77 WS-PLACED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-SIBLING-COUNT PIC 9(5) VALUE ZERO.
       77 WS-NO-GENDER-COUNT PIC 9(5) VALUE ZERO.
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
       01 WS-CAT-TABLE.
        02 WS-CAT-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-CAT-TOTAL
                INDEXED BY WS-CAT-X.
         03 WS-CAT-RNO PIC 9(5).
         03 WS-CAT-GENDER PIC X.
       01 WS-HA-TABLE.
        02 WS-HA-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-HA-TOTAL
                INDEXED BY WS-HA-X.
         03 WS-HA-RNO PIC 9(5).
         03 WS-HA-HOUSE PIC X(4).
      *    COUNTS ARE HELD BY YEAR GROUP (13 = NO SECTION) AND
      *    GENDER (1 = M, 2 = F, 3 = NOT RECORDED).
       01 WS-HSE-TABLE.
        02 WS-HSE-ENTRY OCCURS 10 TIMES.
         03 WS-HSE-CODE PIC X(4).
         03 WS-HSE-NAME PIC X(15).
         03 WS-HSE-STATUS PIC X.
         03 WS-HSE-STRENGTH PIC 9(4).
         03 WS-HSE-YG OCCURS 13 TIMES.
          04 WS-HSE-YG-COUNT PIC 9(4).
          04 WS-HSE-SEX-COUNT PIC 9(4) OCCURS 3 TIMES.
       01 WS-STU-TABLE.
        02 WS-STU-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-STU-TOTAL
                INDEXED BY WS-STU-X.
         03 WS-STU-RNO PIC 9(5).
         03 WS-STU-NAME PIC X(20).
         03 WS-STU-GUARDIAN PIC 9(4).
         03 WS-STU-YG PIC 9(2).
         03 WS-STU-SEX PIC 9.
         03 WS-STU-GENDER PIC X.
         03 WS-STU-HOUSE PIC X(4).
       01 AL-HEAD-1.
        02 FILLER PIC X(23) VALUE "HOUSE ALLOCATION RUN OF".
        02 FILLER PIC X VALUE SPACE.
        02 AH-DATE PIC 9(8).
       01 AL-HEAD-2.
        02 FILLER PIC X(45) VALUE
           "ROLL  NAME                 YG G HOUSE HOW".
       01 AL-DETAIL-LINE.
        02 AD-RNO PIC 9(5).
        02 FILLER PIC X VALUE SPACE.
        02 AD-NAME PIC X(20).
        02 FILLER PIC X VALUE SPACE.
        02 AD-YG PIC Z9.
        02 FILLER PIC X VALUE SPACE.
        02 AD-GENDER PIC X.
        02 FILLER PIC X VALUE SPACE.
        02 AD-HOUSE PIC X(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 AD-REASON PIC X(7).
       01 AL-HOUSE-LINE.
        02 FILLER PIC X(6) VALUE "HOUSE ".
        02 AS-CODE PIC X(4).
        02 FILLER PIC X VALUE SPACE.
        02 AS-NAME PIC X(15).
        02 FILLER PIC X(11) VALUE " STRENGTH: ".
        02 AS-STRENGTH PIC ZZZ9.
       01 AL-TOTAL-LINE.
        02 FILLER PIC X(9) VALUE "PLACED: ".
        02 AT-PLACED PIC ZZZZ9.
        02 FILLER PIC X(17) VALUE "  WITH SIBLINGS: ".
        02 AT-SIBLING PIC ZZZZ9.
        02 FILLER PIC X(21) VALUE "  GENDER NOT ON FILE:".
        02 AT-NO-GENDER PIC ZZZZ9.
       01 DASH-LINE PIC X(60) VALUE ALL "-".
       COPY RETCODE.
       PROCEDURE DIVISION.
       START-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-HOUSES-PARA THRU LOAD-HOUSES-EXIT.
           IF WS-HSE-ACTIVE = ZERO
                DISPLAY "NO ACTIVE HOUSE ON HOUSEMST.DAT"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "NO ACTIVE HOUSE ON FILE" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-ASSIGNS-PARA THRU LOAD-ASSIGNS-EXIT.
           PERFORM LOAD-SECTIONS-PARA THRU LOAD-SECTIONS-EXIT.
           PERFORM LOAD-CATEGORIES-PARA THRU LOAD-CATEGORIES-EXIT.
           PERFORM LOAD-HOUSE-ASSIGNS-PARA
                THRU LOAD-HOUSE-ASSIGNS-EXIT.
       SCAN-PARA.
           OPEN INPUT STUDENT.
           IF STUDENT-FILE-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN STUDENT.DAT - STATUS ",
                     STUDENT-FILE-STATUS
                MOVE 08 TO WS-RETURN-CODE
                MOVE "UNABLE TO OPEN STUDENT.DAT" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM SCAN-ONE-PARA UNTIL WS-EOF.
           CLOSE STUDENT.
           MOVE "N" TO WS-EOF-SW.
       ALLOCATE-PARA.
           OPEN EXTEND HOUSE-ASSIGN.
           IF HOUSE-ASSIGN-STATUS = "35"
                OPEN OUTPUT HOUSE-ASSIGN.
           OPEN EXTEND ALLOCATION-PRINT.
           IF ALLOCATION-PRINT-STATUS = "35"
                OPEN OUTPUT ALLOCATION-PRINT.
           MOVE WS-TODAY TO AH-DATE.
           MOVE AL-HEAD-1 TO ALLOCATION-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM WRITE-DASH-PARA.
           MOVE AL-HEAD-2 TO ALLOCATION-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM WRITE-DASH-PARA.
           PERFORM PLACE-ONE-PARA THRU PLACE-ONE-EXIT
                VARYING WS-STU-IDX FROM 1 BY 1
                UNTIL WS-STU-IDX > WS-STU-TOTAL.
           PERFORM WRITE-DASH-PARA.
           PERFORM PRINT-ONE-HOUSE-PARA THRU PRINT-ONE-HOUSE-EXIT
                VARYING WS-HSE-IDX FROM 1 BY 1
                UNTIL WS-HSE-IDX > WS-HSE-TOTAL.
           PERFORM WRITE-DASH-PARA.
           MOVE WS-PLACED-COUNT TO AT-PLACED.
           MOVE WS-SIBLING-COUNT TO AT-SIBLING.
           MOVE WS-NO-GENDER-COUNT TO AT-NO-GENDER.
           MOVE AL-TOTAL-LINE TO ALLOCATION-LINE.
           PERFORM WRITE-LINE-PARA.
           CLOSE ALLOCATION-PRINT.
           CLOSE HOUSE-ASSIGN.
           IF WS-NO-GENDER-COUNT > ZERO
                MOVE 04 TO WS-RETURN-CODE
                MOVE "STUDENTS PLACED WITH NO GENDER ON FILE" TO
                     WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      *    EVERY ACTIVE STUDENT GOES INTO THE TABLE; THOSE ALREADY
      *    IN A HOUSE ARE COUNTED IN IT SO THE BALANCE REFLECTS
      *    THE YEAR GROUPS AS THEY STAND TODAY.
       SCAN-ONE-PARA.
           READ STUDENT NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     IF STUDENT-ACTIVE AND WS-STU-TOTAL < 5000
                          PERFORM NOTE-STUDENT-PARA.
       NOTE-STUDENT-PARA.
           ADD 1 TO WS-STU-TOTAL.
           SET WS-STU-X TO WS-STU-TOTAL.
           MOVE RNO TO WS-STU-RNO(WS-STU-X).
           MOVE NAME TO WS-STU-NAME(WS-STU-X).
           MOVE GUARDIAN-ID TO WS-STU-GUARDIAN(WS-STU-X).
           MOVE RNO TO WS-PICK-RNO.
           PERFORM FIND-ASSIGN-PARA.
           PERFORM FIND-YEAR-GROUP-PARA.
           IF WS-YG-PICK < 1 OR WS-YG-PICK > 12
                MOVE 13 TO WS-YG-PICK.
           MOVE WS-YG-PICK TO WS-STU-YG(WS-STU-X).
           MOVE "U" TO WS-STU-GENDER(WS-STU-X).
           PERFORM CHECK-ONE-CAT-PARA
                VARYING WS-CAT-IDX FROM 1 BY 1
                UNTIL WS-CAT-IDX > WS-CAT-TOTAL.
           MOVE 3 TO WS-STU-SEX(WS-STU-X).
           IF WS-STU-GENDER(WS-STU-X) = "M"
                MOVE 1 TO WS-STU-SEX(WS-STU-X).
           IF WS-STU-GENDER(WS-STU-X) = "F"
                MOVE 2 TO WS-STU-SEX(WS-STU-X).
           MOVE SPACES TO WS-STU-HOUSE(WS-STU-X).
           PERFORM CHECK-ONE-HA-PARA
                VARYING WS-HA-IDX FROM 1 BY 1
                UNTIL WS-HA-IDX > WS-HA-TOTAL.
           IF WS-STU-HOUSE(WS-STU-X) NOT = SPACES
                MOVE WS-STU-HOUSE(WS-STU-X) TO WS-HOUSE-PICK
                SET WS-STU-IDX TO WS-STU-X
                PERFORM COUNT-IN-HOUSE-PARA.
       CHECK-ONE-CAT-PARA.
           IF WS-CAT-RNO(WS-CAT-IDX) = RNO
                AND WS-CAT-GENDER(WS-CAT-IDX) NOT = SPACE
                MOVE WS-CAT-GENDER(WS-CAT-IDX) TO
                     WS-STU-GENDER(WS-STU-X).
       CHECK-ONE-HA-PARA.
           IF WS-HA-RNO(WS-HA-IDX) = RNO
                MOVE WS-HA-HOUSE(WS-HA-IDX) TO WS-STU-HOUSE(WS-STU-X).
       COUNT-IN-HOUSE-PARA.
           PERFORM COUNT-ONE-HOUSE-PARA
                VARYING WS-HSE-IDX FROM 1 BY 1
                UNTIL WS-HSE-IDX > WS-HSE-TOTAL.
       COUNT-ONE-HOUSE-PARA.
           IF WS-HSE-CODE(WS-HSE-IDX) = WS-HOUSE-PICK
                ADD 1 TO WS-HSE-STRENGTH(WS-HSE-IDX)
                ADD 1 TO WS-HSE-YG-COUNT(WS-HSE-IDX,
                     WS-STU-YG(WS-STU-IDX))
                ADD 1 TO WS-HSE-SEX-COUNT(WS-HSE-IDX,
                     WS-STU-YG(WS-STU-IDX), WS-STU-SEX(WS-STU-IDX)).
       PLACE-ONE-PARA.
           IF WS-STU-HOUSE(WS-STU-IDX) NOT = SPACES
                GO TO PLACE-ONE-EXIT.
           MOVE SPACES TO WS-HOUSE-PICK.
           MOVE "SIBL" TO WS-REASON-PICK.
           IF WS-STU-GUARDIAN(WS-STU-IDX) NOT = ZERO
                PERFORM CHECK-ONE-SIBLING-PARA
                     VARYING WS-SIB-IDX FROM 1 BY 1
                     UNTIL WS-SIB-IDX > WS-STU-TOTAL
                     OR WS-HOUSE-PICK NOT = SPACES.
           IF WS-HOUSE-PICK = SPACES
                MOVE "BAL " TO WS-REASON-PICK
                PERFORM BALANCE-PARA.
           MOVE WS-HOUSE-PICK TO WS-STU-HOUSE(WS-STU-IDX).
           PERFORM COUNT-IN-HOUSE-PARA.
           MOVE WS-STU-RNO(WS-STU-IDX) TO HA-RNO.
           MOVE WS-HOUSE-PICK TO HA-HOUSE.
           MOVE WS-STU-YG(WS-STU-IDX) TO HA-YEAR-GROUP.
           IF WS-STU-YG(WS-STU-IDX) = 13
                MOVE ZERO TO HA-YEAR-GROUP.
           MOVE WS-STU-GENDER(WS-STU-IDX) TO HA-GENDER.
           MOVE WS-TODAY TO HA-DATE.
           MOVE WS-REASON-PICK TO HA-REASON.
           WRITE HOUSE-ASSIGN-REC.
           ADD 1 TO WS-PLACED-COUNT.
           IF HA-SIBLING
                ADD 1 TO WS-SIBLING-COUNT.
           IF WS-STU-SEX(WS-STU-IDX) = 3
                ADD 1 TO WS-NO-GENDER-COUNT.
           MOVE HA-RNO TO AD-RNO.
           MOVE WS-STU-NAME(WS-STU-IDX) TO AD-NAME.
           MOVE HA-YEAR-GROUP TO AD-YG.
           MOVE HA-GENDER TO AD-GENDER.
           MOVE HA-HOUSE TO AD-HOUSE.
           MOVE "BALANCE" TO AD-REASON.
           IF HA-SIBLING
                MOVE "SIBLING" TO AD-REASON.
           MOVE AL-DETAIL-LINE TO ALLOCATION-LINE.
           PERFORM WRITE-LINE-PARA.
       PLACE-ONE-EXIT.
           EXIT.
      *    A SIBLING'S HOUSE IS ONLY FOLLOWED WHILE IT IS ACTIVE.
       CHECK-ONE-SIBLING-PARA.
           IF WS-SIB-IDX NOT = WS-STU-IDX
                AND WS-STU-GUARDIAN(WS-SIB-IDX) =
                WS-STU-GUARDIAN(WS-STU-IDX)
                AND WS-STU-HOUSE(WS-SIB-IDX) NOT = SPACES
                PERFORM CHECK-SIBLING-HOUSE-PARA
                     VARYING WS-HSE-IDX FROM 1 BY 1
                     UNTIL WS-HSE-IDX > WS-HSE-TOTAL.
       CHECK-SIBLING-HOUSE-PARA.
           IF WS-HSE-CODE(WS-HSE-IDX) = WS-STU-HOUSE(WS-SIB-IDX)
                AND WS-HSE-STATUS(WS-HSE-IDX) = "A"
                MOVE WS-HSE-CODE(WS-HSE-IDX) TO WS-HOUSE-PICK.
      *    THE THREE COUNTS ARE PACKED INTO ONE KEY SO THE LOWEST
      *    KEY WINS, AND THE FIRST HOUSE ON FILE WINS A TIE.
       BALANCE-PARA.
           MOVE 999999999999 TO WS-BEST-KEY.
           MOVE ZERO TO WS-HSE-BEST.
           PERFORM RATE-ONE-HOUSE-PARA
                VARYING WS-HSE-IDX FROM 1 BY 1
                UNTIL WS-HSE-IDX > WS-HSE-TOTAL.
           MOVE WS-HSE-CODE(WS-HSE-BEST) TO WS-HOUSE-PICK.
       RATE-ONE-HOUSE-PARA.
           IF WS-HSE-STATUS(WS-HSE-IDX) = "A"
                COMPUTE WS-CAND-KEY =
                     WS-HSE-SEX-COUNT(WS-HSE-IDX,
                     WS-STU-YG(WS-STU-IDX), WS-STU-SEX(WS-STU-IDX))
                     * 100000000 +
                     WS-HSE-YG-COUNT(WS-HSE-IDX,
                     WS-STU-YG(WS-STU-IDX)) * 10000 +
                     WS-HSE-STRENGTH(WS-HSE-IDX)
                IF WS-CAND-KEY < WS-BEST-KEY
                     MOVE WS-CAND-KEY TO WS-BEST-KEY
                     MOVE WS-HSE-IDX TO WS-HSE-BEST.
       PRINT-ONE-HOUSE-PARA.
           IF WS-HSE-STATUS(WS-HSE-IDX) NOT = "A"
                AND WS-HSE-STRENGTH(WS-HSE-IDX) = ZERO
                GO TO PRINT-ONE-HOUSE-EXIT.
           MOVE WS-HSE-CODE(WS-HSE-IDX) TO AS-CODE.
           MOVE WS-HSE-NAME(WS-HSE-IDX) TO AS-NAME.
           MOVE WS-HSE-STRENGTH(WS-HSE-IDX) TO AS-STRENGTH.
           MOVE AL-HOUSE-LINE TO ALLOCATION-LINE.
           PERFORM WRITE-LINE-PARA.
       PRINT-ONE-HOUSE-EXIT.
           EXIT.
      *    THE SECTION SPELL IN FORCE TODAY.
       FIND-ASSIGN-PARA.
           MOVE SPACES TO WS-ASGN-PICK.
           MOVE ZERO TO WS-BEST-FROM.
           PERFORM CHECK-ONE-ASSIGN-PARA
                VARYING WS-ASGN-IDX FROM 1 BY 1
                UNTIL WS-ASGN-IDX > WS-ASGN-TOTAL.
       CHECK-ONE-ASSIGN-PARA.
           IF WS-ASGN-RNO(WS-ASGN-IDX) = WS-PICK-RNO
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
       LOAD-HOUSES-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT HOUSE-MASTER.
           IF HOUSE-MASTER-STATUS NOT = "00"
                GO TO LOAD-HOUSES-EXIT.
           PERFORM LOAD-ONE-HOUSE-PARA UNTIL WS-EOF.
           CLOSE HOUSE-MASTER.
       LOAD-HOUSES-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-HOUSE-PARA.
           READ HOUSE-MASTER
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-HSE-TOTAL < 10
                          PERFORM NOTE-HOUSE-PARA.
       NOTE-HOUSE-PARA.
           ADD 1 TO WS-HSE-TOTAL.
           MOVE WS-HSE-TOTAL TO WS-HSE-IDX.
           MOVE ZERO TO WS-HSE-STRENGTH(WS-HSE-IDX).
           PERFORM CLEAR-ONE-YG-PARA
                VARYING WS-YG-IDX FROM 1 BY 1
                UNTIL WS-YG-IDX > 13.
           MOVE HM-CODE TO WS-HSE-CODE(WS-HSE-IDX).
           MOVE HM-NAME TO WS-HSE-NAME(WS-HSE-IDX).
           MOVE HM-STATUS TO WS-HSE-STATUS(WS-HSE-IDX).
           IF HM-ACTIVE
                ADD 1 TO WS-HSE-ACTIVE.
       CLEAR-ONE-YG-PARA.
           MOVE ZERO TO WS-HSE-YG-COUNT(WS-HSE-IDX, WS-YG-IDX).
           MOVE ZERO TO WS-HSE-SEX-COUNT(WS-HSE-IDX, WS-YG-IDX, 1).
           MOVE ZERO TO WS-HSE-SEX-COUNT(WS-HSE-IDX, WS-YG-IDX, 2).
           MOVE ZERO TO WS-HSE-SEX-COUNT(WS-HSE-IDX, WS-YG-IDX, 3).
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
       LOAD-CATEGORIES-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT STUDENT-CATEGORY.
           IF STUDENT-CATEGORY-STATUS NOT = "00"
                GO TO LOAD-CATEGORIES-EXIT.
           PERFORM LOAD-ONE-CAT-PARA UNTIL WS-EOF.
           CLOSE STUDENT-CATEGORY.
       LOAD-CATEGORIES-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-CAT-PARA.
           READ STUDENT-CATEGORY
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-CAT-TOTAL < 5000
                          ADD 1 TO WS-CAT-TOTAL
                          SET WS-CAT-X TO WS-CAT-TOTAL
                          MOVE SC-RNO TO WS-CAT-RNO(WS-CAT-X)
                          MOVE SC-GENDER TO WS-CAT-GENDER(WS-CAT-X).
       LOAD-HOUSE-ASSIGNS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT HOUSE-ASSIGN.
           IF HOUSE-ASSIGN-STATUS NOT = "00"
                GO TO LOAD-HOUSE-ASSIGNS-EXIT.
           PERFORM LOAD-ONE-HA-PARA UNTIL WS-EOF.
           CLOSE HOUSE-ASSIGN.
       LOAD-HOUSE-ASSIGNS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-HA-PARA.
           READ HOUSE-ASSIGN
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-HA-TOTAL < 5000
                          ADD 1 TO WS-HA-TOTAL
                          SET WS-HA-X TO WS-HA-TOTAL
                          MOVE HA-RNO TO WS-HA-RNO(WS-HA-X)
                          MOVE HA-HOUSE TO WS-HA-HOUSE(WS-HA-X).
       WRITE-LINE-PARA.
           WRITE ALLOCATION-LINE.
       WRITE-DASH-PARA.
           MOVE DASH-LINE TO ALLOCATION-LINE.
           PERFORM WRITE-LINE-PARA.
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
           MOVE WS-PLACED-COUNT TO RL-UPDATE-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "HOUSE-ALLOCATE" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
