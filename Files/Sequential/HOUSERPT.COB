       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSE-STANDINGS.
      *    INTER-HOUSE POINTS TABLE FOR A RANGE OF TERMS MAKING UP
      *    THE YEAR. EACH ACTIVITY GRADE ON ACTGRADE.DAT EARNS THE
      *    STUDENT'S HOUSE 3, 2 OR 1 POINTS FOR A, B OR C; EVENT
      *    RESULTS KEYED THROUGH HOUSE-MAINT ARE ADDED AS AWARDED.
      *    A STANDINGS TABLE IS PRINTED FOR EACH TERM AND FOR THE
      *    YEAR ON HOUSESTD.DAT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT HOUSE-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HOUSE-MASTER-STATUS.
           SELECT HOUSE-ASSIGN ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HOUSE-ASSIGN-STATUS.
           SELECT ACTIVITY-GRADE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ACTIVITY-GRADE-STATUS.
           SELECT HOUSE-POINTS ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HOUSE-POINTS-STATUS.
           SELECT STANDINGS-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STANDINGS-PRINT-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD ACTIVITY-GRADE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "ACTGRADE.DAT"
           DATA RECORD IS ACTIVITY-GRADE-REC.
       COPY ACTGRADE.
       FD HOUSE-POINTS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "HOUSEPTS.DAT"
           DATA RECORD IS HOUSE-POINTS-REC.
       COPY HOUSEPTS.
       FD STANDINGS-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "HOUSESTD.DAT"
           DATA RECORD IS STANDINGS-LINE.
       01 STANDINGS-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 HOUSE-MASTER-STATUS PIC XX.
       77 HOUSE-ASSIGN-STATUS PIC XX.
       77 ACTIVITY-GRADE-STATUS PIC XX.
       77 HOUSE-POINTS-STATUS PIC XX.
       77 STANDINGS-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-TODAY PIC 9(8).
       77 WS-FIRST-TERM PIC 9(2).
       77 WS-LAST-TERM PIC 9(2).
       77 WS-TERM-IDX PIC 9(2) COMP.
       77 WS-HOUSE-PICK PIC X(4).
       77 WS-GRADE-POINTS PIC 9.
       77 WS-HSE-TOTAL PIC 9(2) COMP VALUE ZERO.
       77 WS-HSE-IDX PIC 9(2) COMP.
       77 WS-HSE-PICK PIC 9(2) COMP.
       77 WS-CMP-IDX PIC 9(2) COMP.
       77 WS-RANK-IDX PIC 9(2) COMP.
       77 WS-HA-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-HA-IDX PIC 9(4) COMP.
       77 WS-GRADE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-RESULT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-UNHOUSED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HA-TABLE.
        02 WS-HA-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-HA-TOTAL
                INDEXED BY WS-HA-X.
         03 WS-HA-RNO PIC 9(5).
         03 WS-HA-HOUSE PIC X(4).
      *    THE SHOW COLUMNS HOLD WHICHEVER TERM, OR THE YEAR, IS
      *    BEING RANKED AND PRINTED.
       01 WS-HSE-TABLE.
        02 WS-HSE-ENTRY OCCURS 10 TIMES.
         03 WS-HSE-CODE PIC X(4).
         03 WS-HSE-NAME PIC X(15).
         03 WS-HSE-TERM OCCURS 8 TIMES.
          04 WS-HSE-ACT-POINTS PIC 9(5).
          04 WS-HSE-EVT-POINTS PIC 9(5).
         03 WS-HSE-SHOW-ACT PIC 9(5).
         03 WS-HSE-SHOW-EVT PIC 9(5).
         03 WS-HSE-SHOW-TOTAL PIC 9(6).
         03 WS-HSE-SHOW-RANK PIC 9(2).
       01 ST-HEAD-1.
        02 FILLER PIC X(29) VALUE "INTER-HOUSE STANDINGS, TERMS ".
        02 SH-FIRST PIC Z9.
        02 FILLER PIC X(4) VALUE " TO ".
        02 SH-LAST PIC Z9.
        02 FILLER PIC X(10) VALUE "   AS AT ".
        02 SH-DATE PIC 9(8).
       01 ST-TERM-HEAD.
        02 FILLER PIC X(5) VALUE "TERM ".
        02 SH-TERM PIC Z9.
       01 ST-YEAR-HEAD.
        02 FILLER PIC X(12) VALUE "FOR THE YEAR".
       01 ST-HEAD-2.
        02 FILLER PIC X(47) VALUE
           "RANK HSE   NAME             ACTVY  EVNTS  TOTAL".
       01 ST-DETAIL-LINE.
        02 SD-RANK PIC Z9.
        02 FILLER PIC X(3) VALUE SPACES.
        02 SD-CODE PIC X(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 SD-NAME PIC X(15).
        02 FILLER PIC X(2) VALUE SPACES.
        02 SD-ACT PIC ZZZZ9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 SD-EVT PIC ZZZZ9.
        02 FILLER PIC X(1) VALUE SPACES.
        02 SD-TOTAL PIC ZZZZZ9.
       01 ST-NOTE-LINE.
        02 FILLER PIC X(37) VALUE
           "GRADES FOR STUDENTS WITH NO HOUSE:   ".
        02 SN-UNHOUSED PIC ZZZZ9.
       01 DASH-LINE PIC X(60) VALUE ALL "-".
       COPY RETCODE.
       PROCEDURE DIVISION.
       ASK-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "ENTER FIRST TERM OF THE YEAR (1-8): ".
           ACCEPT WS-FIRST-TERM.
           DISPLAY "ENTER LAST TERM OF THE YEAR (1-8): ".
           ACCEPT WS-LAST-TERM.
           IF WS-FIRST-TERM < 1 OR WS-LAST-TERM > 8
                OR WS-FIRST-TERM > WS-LAST-TERM
                DISPLAY "TERMS MUST BE 1-8, FIRST NOT AFTER LAST"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "INVALID TERM RANGE" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
       LOAD-PARA.
           PERFORM LOAD-HOUSES-PARA THRU LOAD-HOUSES-EXIT.
           IF WS-HSE-TOTAL = ZERO
                DISPLAY "NO HOUSES ON HOUSEMST.DAT"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "NO HOUSES ON FILE" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           PERFORM LOAD-HOUSE-ASSIGNS-PARA
                THRU LOAD-HOUSE-ASSIGNS-EXIT.
           PERFORM ADD-GRADES-PARA THRU ADD-GRADES-EXIT.
           PERFORM ADD-RESULTS-PARA THRU ADD-RESULTS-EXIT.
       PRINT-PARA.
           OPEN EXTEND STANDINGS-PRINT.
           IF STANDINGS-PRINT-STATUS = "35"
                OPEN OUTPUT STANDINGS-PRINT.
           MOVE WS-FIRST-TERM TO SH-FIRST.
           MOVE WS-LAST-TERM TO SH-LAST.
           MOVE WS-TODAY TO SH-DATE.
           MOVE ST-HEAD-1 TO STANDINGS-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM PRINT-TERM-PARA
                VARYING WS-TERM-IDX FROM WS-FIRST-TERM BY 1
                UNTIL WS-TERM-IDX > WS-LAST-TERM.
           PERFORM YEAR-ONE-HOUSE-PARA
                VARYING WS-HSE-IDX FROM 1 BY 1
                UNTIL WS-HSE-IDX > WS-HSE-TOTAL.
           PERFORM WRITE-DASH-PARA.
           MOVE ST-YEAR-HEAD TO STANDINGS-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM PRINT-TABLE-PARA.
           MOVE WS-UNHOUSED-COUNT TO SN-UNHOUSED.
           MOVE ST-NOTE-LINE TO STANDINGS-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM WRITE-DASH-PARA.
           CLOSE STANDINGS-PRINT.
           IF WS-UNHOUSED-COUNT > ZERO
                MOVE 04 TO WS-RETURN-CODE
                MOVE "GRADES FOUND FOR STUDENTS WITH NO HOUSE" TO
                     WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       PRINT-TERM-PARA.
           PERFORM TERM-ONE-HOUSE-PARA
                VARYING WS-HSE-IDX FROM 1 BY 1
                UNTIL WS-HSE-IDX > WS-HSE-TOTAL.
           PERFORM WRITE-DASH-PARA.
           MOVE WS-TERM-IDX TO SH-TERM.
           MOVE ST-TERM-HEAD TO STANDINGS-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM PRINT-TABLE-PARA.
       TERM-ONE-HOUSE-PARA.
           MOVE WS-HSE-ACT-POINTS(WS-HSE-IDX, WS-TERM-IDX) TO
                WS-HSE-SHOW-ACT(WS-HSE-IDX).
           MOVE WS-HSE-EVT-POINTS(WS-HSE-IDX, WS-TERM-IDX) TO
                WS-HSE-SHOW-EVT(WS-HSE-IDX).
       YEAR-ONE-HOUSE-PARA.
           MOVE ZERO TO WS-HSE-SHOW-ACT(WS-HSE-IDX).
           MOVE ZERO TO WS-HSE-SHOW-EVT(WS-HSE-IDX).
           PERFORM YEAR-ONE-TERM-PARA
                VARYING WS-TERM-IDX FROM WS-FIRST-TERM BY 1
                UNTIL WS-TERM-IDX > WS-LAST-TERM.
       YEAR-ONE-TERM-PARA.
           ADD WS-HSE-ACT-POINTS(WS-HSE-IDX, WS-TERM-IDX) TO
                WS-HSE-SHOW-ACT(WS-HSE-IDX).
           ADD WS-HSE-EVT-POINTS(WS-HSE-IDX, WS-TERM-IDX) TO
                WS-HSE-SHOW-EVT(WS-HSE-IDX).
      *    A HOUSE'S RANK IS ONE MORE THAN THE NUMBER OF HOUSES
      *    AHEAD OF IT, SO TIED HOUSES SHARE A RANK. HOUSES ARE
      *    PRINTED IN RANK ORDER.
       PRINT-TABLE-PARA.
           PERFORM TOTAL-ONE-HOUSE-PARA
                VARYING WS-HSE-IDX FROM 1 BY 1
                UNTIL WS-HSE-IDX > WS-HSE-TOTAL.
           PERFORM RANK-ONE-HOUSE-PARA
                VARYING WS-HSE-IDX FROM 1 BY 1
                UNTIL WS-HSE-IDX > WS-HSE-TOTAL.
           MOVE ST-HEAD-2 TO STANDINGS-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM PRINT-RANK-PARA
                VARYING WS-RANK-IDX FROM 1 BY 1
                UNTIL WS-RANK-IDX > WS-HSE-TOTAL.
       TOTAL-ONE-HOUSE-PARA.
           COMPUTE WS-HSE-SHOW-TOTAL(WS-HSE-IDX) =
                WS-HSE-SHOW-ACT(WS-HSE-IDX) +
                WS-HSE-SHOW-EVT(WS-HSE-IDX).
       RANK-ONE-HOUSE-PARA.
           MOVE 1 TO WS-HSE-SHOW-RANK(WS-HSE-IDX).
           PERFORM RANK-COMPARE-PARA
                VARYING WS-CMP-IDX FROM 1 BY 1
                UNTIL WS-CMP-IDX > WS-HSE-TOTAL.
       RANK-COMPARE-PARA.
           IF WS-HSE-SHOW-TOTAL(WS-CMP-IDX) >
                WS-HSE-SHOW-TOTAL(WS-HSE-IDX)
                ADD 1 TO WS-HSE-SHOW-RANK(WS-HSE-IDX).
       PRINT-RANK-PARA.
           PERFORM PRINT-ONE-HOUSE-PARA
                VARYING WS-HSE-IDX FROM 1 BY 1
                UNTIL WS-HSE-IDX > WS-HSE-TOTAL.
       PRINT-ONE-HOUSE-PARA.
           IF WS-HSE-SHOW-RANK(WS-HSE-IDX) = WS-RANK-IDX
                MOVE WS-RANK-IDX TO SD-RANK
                MOVE WS-HSE-CODE(WS-HSE-IDX) TO SD-CODE
                MOVE WS-HSE-NAME(WS-HSE-IDX) TO SD-NAME
                MOVE WS-HSE-SHOW-ACT(WS-HSE-IDX) TO SD-ACT
                MOVE WS-HSE-SHOW-EVT(WS-HSE-IDX) TO SD-EVT
                MOVE WS-HSE-SHOW-TOTAL(WS-HSE-IDX) TO SD-TOTAL
                MOVE ST-DETAIL-LINE TO STANDINGS-LINE
                PERFORM WRITE-LINE-PARA.
      *    A GRADE COUNTS FOR THE HOUSE THE STUDENT IS IN NOW.
       ADD-GRADES-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT ACTIVITY-GRADE.
           IF ACTIVITY-GRADE-STATUS NOT = "00"
                DISPLAY "NO ACTIVITY GRADES ON FILE"
                GO TO ADD-GRADES-EXIT.
           PERFORM ADD-ONE-GRADE-PARA UNTIL WS-EOF.
           CLOSE ACTIVITY-GRADE.
       ADD-GRADES-EXIT.
           MOVE "N" TO WS-EOF-SW.
       ADD-ONE-GRADE-PARA.
           READ ACTIVITY-GRADE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF AG-TERM >= WS-FIRST-TERM
                          AND AG-TERM <= WS-LAST-TERM
                          PERFORM NOTE-GRADE-PARA THRU NOTE-GRADE-EXIT.
       NOTE-GRADE-PARA.
           MOVE ZERO TO WS-GRADE-POINTS.
           IF AG-GRADE = "A"
                MOVE 3 TO WS-GRADE-POINTS.
           IF AG-GRADE = "B"
                MOVE 2 TO WS-GRADE-POINTS.
           IF AG-GRADE = "C"
                MOVE 1 TO WS-GRADE-POINTS.
           IF WS-GRADE-POINTS = ZERO
                GO TO NOTE-GRADE-EXIT.
           ADD 1 TO WS-GRADE-COUNT.
           MOVE SPACES TO WS-HOUSE-PICK.
           PERFORM CHECK-ONE-HA-PARA
                VARYING WS-HA-IDX FROM 1 BY 1
                UNTIL WS-HA-IDX > WS-HA-TOTAL.
           PERFORM FIND-HOUSE-PARA.
           IF WS-HSE-PICK = ZERO
                ADD 1 TO WS-UNHOUSED-COUNT
                GO TO NOTE-GRADE-EXIT.
           ADD WS-GRADE-POINTS TO
                WS-HSE-ACT-POINTS(WS-HSE-PICK, AG-TERM).
       NOTE-GRADE-EXIT.
           EXIT.
       CHECK-ONE-HA-PARA.
           IF WS-HA-RNO(WS-HA-IDX) = AG-RNO
                MOVE WS-HA-HOUSE(WS-HA-IDX) TO WS-HOUSE-PICK.
       ADD-RESULTS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT HOUSE-POINTS.
           IF HOUSE-POINTS-STATUS NOT = "00"
                DISPLAY "NO EVENT RESULTS ON FILE"
                GO TO ADD-RESULTS-EXIT.
           PERFORM ADD-ONE-RESULT-PARA UNTIL WS-EOF.
           CLOSE HOUSE-POINTS.
       ADD-RESULTS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       ADD-ONE-RESULT-PARA.
           READ HOUSE-POINTS
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF HP-TERM >= WS-FIRST-TERM
                          AND HP-TERM <= WS-LAST-TERM
                          PERFORM NOTE-RESULT-PARA.
       NOTE-RESULT-PARA.
           MOVE HP-HOUSE TO WS-HOUSE-PICK.
           PERFORM FIND-HOUSE-PARA.
           IF WS-HSE-PICK NOT = ZERO
                ADD 1 TO WS-RESULT-COUNT
                ADD HP-POINTS TO
                     WS-HSE-EVT-POINTS(WS-HSE-PICK, HP-TERM).
       FIND-HOUSE-PARA.
           MOVE ZERO TO WS-HSE-PICK.
           PERFORM CHECK-ONE-HOUSE-PARA
                VARYING WS-HSE-IDX FROM 1 BY 1
                UNTIL WS-HSE-IDX > WS-HSE-TOTAL.
       CHECK-ONE-HOUSE-PARA.
           IF WS-HSE-CODE(WS-HSE-IDX) = WS-HOUSE-PICK
                MOVE WS-HSE-IDX TO WS-HSE-PICK.
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
           MOVE HM-CODE TO WS-HSE-CODE(WS-HSE-IDX).
           MOVE HM-NAME TO WS-HSE-NAME(WS-HSE-IDX).
           PERFORM CLEAR-ONE-TERM-PARA
                VARYING WS-TERM-IDX FROM 1 BY 1
                UNTIL WS-TERM-IDX > 8.
       CLEAR-ONE-TERM-PARA.
           MOVE ZERO TO WS-HSE-ACT-POINTS(WS-HSE-IDX, WS-TERM-IDX).
           MOVE ZERO TO WS-HSE-EVT-POINTS(WS-HSE-IDX, WS-TERM-IDX).
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
           DISPLAY STANDINGS-LINE.
           WRITE STANDINGS-LINE.
       WRITE-DASH-PARA.
           MOVE DASH-LINE TO STANDINGS-LINE.
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
           COMPUTE RL-READ-COUNT = WS-GRADE-COUNT + WS-RESULT-COUNT.
           MOVE ZERO TO RL-UPDATE-COUNT.
           MOVE WS-UNHOUSED-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "HOUSE-STANDINGS" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
