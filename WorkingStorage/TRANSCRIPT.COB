           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUTH-CONTROL-STATUS.
           SELECT BOARD-RESULT ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BOARD-RESULT-STATUS.
           SELECT TRANSCRIPT-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           DATA RECORD IS AUTH-CONTROL-REC.
       01 AUTH-CONTROL-REC.
        02 AN-NEXT-SERIAL PIC 9(6).
       FD BOARD-RESULT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "BOARDRES.DAT"
           DATA RECORD IS BOARD-RESULT-REC.
       COPY BOARDRES.
       FD TRANSCRIPT-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "TRANSRPT.DAT"
        02 WS-AC-CHECK PIC 9(2).
       77 WS-AUTH-WORK PIC 9(9).
       77 WS-AUTH-QUOT PIC 9(3).
      * THE BOARD'S DECLARED RESULT FOR THE STUDENT'S LATEST
      * EXAMINATION YEAR, GATHERED FROM BOARDRES.DAT.
       77 BOARD-RESULT-STATUS PIC XX.
       77 WS-BOARD-EOF-SW PIC X VALUE "N".
           88 WS-BOARD-EOF VALUE "Y".
       77 WS-BX-YEAR PIC 9(4).
       77 WS-BX-BOARD-NO PIC X(10).
       77 WS-BX-OVERALL PIC X(4).
       77 WS-BX-TOTAL PIC 9(2) COMP.
       77 WS-BX-IDX PIC 9(2) COMP.
       01 WS-BX-TABLE.
        02 WS-BX-ENTRY OCCURS 20 TIMES.
         03 WS-BX-CODE PIC X(5).
         03 WS-BX-MARKS PIC 9(3).
         03 WS-BX-RESULT PIC X(4).
       01 WS-SAVED-MARKS-REC PIC X(993).
       01 WS-SCALE-TABLE.
        02 WS-SCALE-ENTRY OCCURS 1 TO 20 TIMES
           VALUE "CUMULATIVE GPA (CGPA): NOT ON FILE".
       01 TP-NO-MARKS-LINE PIC X(45)
           VALUE "  NO SUBJECT RESULTS ON FILE FOR THIS STUDENT".
       01 TP-BOARD-HEAD.
        02 FILLER PIC X(19) VALUE "BOARD RESULT  YEAR ".
        02 TB-YEAR PIC 9(4).
        02 FILLER PIC X(12) VALUE "  BOARD NO. ".
        02 TB-BOARD-NO PIC X(10).
        02 FILLER PIC X(10) VALUE "  RESULT: ".
        02 TB-OVERALL PIC X(4).
       01 TP-BOARD-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 TB-CODE PIC X(5).
        02 FILLER PIC X(11) VALUE SPACES.
        02 TB-MARKS PIC ZZ9.
        02 FILLER PIC X(4) VALUE SPACES.
        02 TB-RESULT PIC X(4).
       01 TP-AUTH-LINE.
        02 FILLER PIC X(19) VALUE "VERIFICATION CODE: ".
        02 TP-AUTH-CODE PIC X(10).
           ELSE
                MOVE TP-NO-MARKS-LINE TO TRANSCRIPT-LINE
                PERFORM WRITE-CURRENT-PARA.
           PERFORM PRINT-BOARD-PARA THRU PRINT-BOARD-EXIT.
           PERFORM PRINT-CGPA-PARA.
           PERFORM STAMP-AUTH-PARA.
           PERFORM WRITE-PAGE-LINE-PARA.
           MOVE SM-ACT-GRADE(WS-ACT-SUB) TO TA-GRADE.
           MOVE TP-ACTIVITY-LINE TO TRANSCRIPT-LINE.
           PERFORM WRITE-CURRENT-PARA.
      *    THE OFFICIAL BOARD OUTCOME, WHEN BOARD-RESULTS HAS
      *    LOADED ONE FOR THE STUDENT. ONLY THE LATEST EXAMINATION
      *    YEAR IS PRINTED; THE MARKS JOIN THE CONTENT HASH.
       PRINT-BOARD-PARA.
           MOVE ZERO TO WS-BX-TOTAL.
           MOVE ZERO TO WS-BX-YEAR.
           MOVE "N" TO WS-BOARD-EOF-SW.
           OPEN INPUT BOARD-RESULT.
           IF BOARD-RESULT-STATUS NOT = "00"
                GO TO PRINT-BOARD-EXIT.
           PERFORM READ-ONE-BOARD-PARA UNTIL WS-BOARD-EOF.
           CLOSE BOARD-RESULT.
           IF WS-BX-TOTAL = ZERO
                GO TO PRINT-BOARD-EXIT.
           PERFORM WRITE-DASH-PARA.
           MOVE WS-BX-YEAR TO TB-YEAR.
           MOVE WS-BX-BOARD-NO TO TB-BOARD-NO.
           MOVE WS-BX-OVERALL TO TB-OVERALL.
           MOVE TP-BOARD-HEAD TO TRANSCRIPT-LINE.
           PERFORM WRITE-CURRENT-PARA.
           PERFORM PRINT-ONE-BOARD-PARA
                VARYING WS-BX-IDX FROM 1 BY 1
                UNTIL WS-BX-IDX > WS-BX-TOTAL.
           PERFORM WRITE-DASH-PARA.
       PRINT-BOARD-EXIT.
           EXIT.
       READ-ONE-BOARD-PARA.
           READ BOARD-RESULT
                AT END MOVE "Y" TO WS-BOARD-EOF-SW
                NOT AT END
                     IF BX-RNO = RNO
                          PERFORM KEEP-ONE-BOARD-PARA THRU
                               KEEP-ONE-BOARD-EXIT.
       KEEP-ONE-BOARD-PARA.
           IF BX-EXAM-YEAR < WS-BX-YEAR
                GO TO KEEP-ONE-BOARD-EXIT.
           IF BX-EXAM-YEAR > WS-BX-YEAR
                MOVE ZERO TO WS-BX-TOTAL
                MOVE BX-EXAM-YEAR TO WS-BX-YEAR
                MOVE BX-BOARD-NO TO WS-BX-BOARD-NO
                MOVE BX-OVERALL-RESULT TO WS-BX-OVERALL.
           IF WS-BX-TOTAL < 20
                ADD 1 TO WS-BX-TOTAL
                MOVE BX-SUBJECT-CODE TO WS-BX-CODE(WS-BX-TOTAL)
                MOVE BX-BOARD-MARKS TO WS-BX-MARKS(WS-BX-TOTAL)
                MOVE BX-BOARD-RESULT TO WS-BX-RESULT(WS-BX-TOTAL).
       KEEP-ONE-BOARD-EXIT.
           EXIT.
       PRINT-ONE-BOARD-PARA.
           COMPUTE WS-AUTH-WORK = WS-AUTH-HASH +
                WS-BX-MARKS(WS-BX-IDX) * WS-BX-IDX.
           DIVIDE WS-AUTH-WORK BY 1000000 GIVING WS-AUTH-QUOT
                REMAINDER WS-AUTH-HASH.
           MOVE WS-BX-CODE(WS-BX-IDX) TO TB-CODE.
           MOVE WS-BX-MARKS(WS-BX-IDX) TO TB-MARKS.
           MOVE WS-BX-RESULT(WS-BX-IDX) TO TB-RESULT.
           MOVE TP-BOARD-LINE TO TRANSCRIPT-LINE.
           PERFORM WRITE-CURRENT-PARA.
       PRINT-CGPA-PARA.
           IF NOT WS-CGPA-FOUND
                MOVE TP-NO-CGPA-LINE TO TRANSCRIPT-LINE
