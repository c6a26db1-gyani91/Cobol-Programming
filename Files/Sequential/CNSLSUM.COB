       IDENTIFICATION DIVISION.
       PROGRAM-ID. COUNSEL-SUMMARY.
      *    TERMLY COUNT OF COUNSELING CASES BY WHERE THEY CAME FROM
      *    (TREND REPORT, ATTENDANCE WARNING, DISCIPLINE OR OPENED
      *    BY HAND) AGAINST HOW THEY WERE CLOSED, WITH THE CASES
      *    STILL OPEN IN THEIR OWN COLUMN. COUNTS ONLY - NO STUDENT
      *    IS NAMED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT COUNSEL-CASE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS COUNSEL-CASE-STATUS.
           SELECT SUMMARY-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SUMMARY-PRINT-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD COUNSEL-CASE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "CNSLCASE.DAT"
           DATA RECORD IS COUNSEL-CASE-REC.
       COPY CNSLCASE.
       FD SUMMARY-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "CNSLSUM.DAT"
           DATA RECORD IS SUMMARY-LINE.
       01 SUMMARY-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 COUNSEL-CASE-STATUS PIC XX.
       77 SUMMARY-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-PICK-TERM PIC 9(2).
       77 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       77 WS-TERM-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ROW PIC 9 COMP.
       77 WS-COL PIC 9 COMP.
       77 WS-ROW-TOTAL PIC 9(5).
      *    ROWS ARE THE SOURCES IN THE ORDER BELOW, THE FIFTH ROW
      *    IS THE COLUMN TOTALS. COLUMN 1 IS STILL OPEN, COLUMNS
      *    2-6 ARE THE CLOSURE CODES IN THE ORDER BELOW.
       01 WS-SOURCE-NAMES.
        02 FILLER PIC X(4) VALUE "TRND".
        02 FILLER PIC X(4) VALUE "ATTN".
        02 FILLER PIC X(4) VALUE "DISC".
        02 FILLER PIC X(4) VALUE "HAND".
       01 WS-SOURCE-TABLE REDEFINES WS-SOURCE-NAMES.
        02 WS-SOURCE-CODE PIC X(4) OCCURS 4 TIMES.
       01 WS-CLOSURE-NAMES.
        02 FILLER PIC X(4) VALUE "RSLV".
        02 FILLER PIC X(4) VALUE "REFR".
        02 FILLER PIC X(4) VALUE "DECL".
        02 FILLER PIC X(4) VALUE "LEFT".
        02 FILLER PIC X(4) VALUE "NACT".
       01 WS-CLOSURE-TABLE REDEFINES WS-CLOSURE-NAMES.
        02 WS-CLOSURE-CODE PIC X(4) OCCURS 5 TIMES.
       01 WS-GRID.
        02 WS-GRID-ROW OCCURS 5 TIMES.
         03 WS-GRID-CELL PIC 9(5) OCCURS 6 TIMES.
       01 SM-HEAD-1.
        02 FILLER PIC X(26) VALUE "COUNSELING CASES FOR TERM ".
        02 SH-TERM PIC Z9.
       01 SM-HEAD-2.
        02 FILLER PIC X(51) VALUE
           "SOURCE    OPEN  RSLV  REFR  DECL  LEFT  NACT  TOTAL".
       01 SM-DETAIL-LINE.
        02 SD-SOURCE PIC X(8).
        02 SD-CELL PIC ZZZZZ9 OCCURS 6 TIMES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 SD-TOTAL PIC ZZZZ9.
       01 DASH-LINE PIC X(60) VALUE ALL "-".
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           MOVE ZERO TO WS-GRID.
           DISPLAY "ENTER TERM NUMBER (1-8): ".
           ACCEPT WS-PICK-TERM.
           IF WS-PICK-TERM < 1 OR WS-PICK-TERM > 8
                DISPLAY "TERM NUMBER MUST BE 1-8"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "INVALID TERM NUMBER" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           OPEN INPUT COUNSEL-CASE.
           IF COUNSEL-CASE-STATUS NOT = "00"
                DISPLAY "NO COUNSELING CASES ON FILE"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "CNSLCASE.DAT NOT FOUND" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
       SCAN-PARA.
           PERFORM SCAN-ONE-PARA UNTIL WS-EOF.
           CLOSE COUNSEL-CASE.
       PRINT-PARA.
           OPEN OUTPUT SUMMARY-PRINT.
           MOVE WS-PICK-TERM TO SH-TERM.
           MOVE SM-HEAD-1 TO SUMMARY-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM WRITE-DASH-PARA.
           MOVE SM-HEAD-2 TO SUMMARY-LINE.
           PERFORM WRITE-LINE-PARA.
           PERFORM WRITE-DASH-PARA.
           PERFORM PRINT-ONE-ROW-PARA
                VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 4.
           PERFORM WRITE-DASH-PARA.
           MOVE 5 TO WS-ROW.
           PERFORM PRINT-ONE-ROW-PARA.
           CLOSE SUMMARY-PRINT.
           IF WS-TERM-COUNT = ZERO
                MOVE 04 TO WS-RETURN-CODE
                MOVE "NO COUNSELING CASES FOR THE TERM" TO
                     WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       SCAN-ONE-PARA.
           READ COUNSEL-CASE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     IF CC-TERM = WS-PICK-TERM
                          PERFORM COUNT-ONE-PARA THRU
                               COUNT-ONE-EXIT.
       COUNT-ONE-PARA.
           MOVE ZERO TO WS-ROW.
           PERFORM MATCH-SOURCE-PARA
                VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 4.
           IF WS-ROW = ZERO
                GO TO COUNT-ONE-EXIT.
           MOVE 1 TO WS-COL.
           IF CC-CLOSED
                PERFORM MATCH-CLOSURE-PARA.
           ADD 1 TO WS-TERM-COUNT.
           ADD 1 TO WS-GRID-CELL(WS-ROW, WS-COL).
           ADD 1 TO WS-GRID-CELL(5, WS-COL).
       COUNT-ONE-EXIT.
           EXIT.
       MATCH-SOURCE-PARA.
           IF CC-SOURCE = WS-SOURCE-CODE(WS-COL)
                MOVE WS-COL TO WS-ROW.
      *    A CLOSED CASE WITH AN UNKNOWN CODE STAYS IN THE OPEN
      *    COLUMN RATHER THAN BEING LOST FROM THE COUNT.
       MATCH-CLOSURE-PARA.
           IF CC-CLOSURE = WS-CLOSURE-CODE(1)
                MOVE 2 TO WS-COL.
           IF CC-CLOSURE = WS-CLOSURE-CODE(2)
                MOVE 3 TO WS-COL.
           IF CC-CLOSURE = WS-CLOSURE-CODE(3)
                MOVE 4 TO WS-COL.
           IF CC-CLOSURE = WS-CLOSURE-CODE(4)
                MOVE 5 TO WS-COL.
           IF CC-CLOSURE = WS-CLOSURE-CODE(5)
                MOVE 6 TO WS-COL.
       PRINT-ONE-ROW-PARA.
           IF WS-ROW = 5
                MOVE "TOTAL" TO SD-SOURCE
           ELSE
                MOVE WS-SOURCE-CODE(WS-ROW) TO SD-SOURCE.
           MOVE ZERO TO WS-ROW-TOTAL.
           PERFORM MOVE-ONE-CELL-PARA
                VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 6.
           MOVE WS-ROW-TOTAL TO SD-TOTAL.
           MOVE SM-DETAIL-LINE TO SUMMARY-LINE.
           PERFORM WRITE-LINE-PARA.
       MOVE-ONE-CELL-PARA.
           MOVE WS-GRID-CELL(WS-ROW, WS-COL) TO SD-CELL(WS-COL).
           ADD WS-GRID-CELL(WS-ROW, WS-COL) TO WS-ROW-TOTAL.
       WRITE-LINE-PARA.
           DISPLAY SUMMARY-LINE.
           WRITE SUMMARY-LINE.
       WRITE-DASH-PARA.
           MOVE DASH-LINE TO SUMMARY-LINE.
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
           MOVE ZERO TO RL-UPDATE-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "COUNSEL-SUMMARY" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
