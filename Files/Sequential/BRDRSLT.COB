       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOARD-RESULTS.
      *    LOADS THE RESULTS FILE THE BOARD SENDS BACK WHEN IT
      *    DECLARES ITS RESULTS. THE LAYOUT MIRRORS OUR RETURN: AN H
      *    HEADER WITH THE DECLARATION DATE AND EXAMINATION YEAR,
      *    ONE D RECORD PER CANDIDATE KEYED BY THE BOARD NUMBER, AND
      *    A T TRAILER WITH THE CANDIDATE COUNT AND MARKS HASH. EACH
      *    BOARD NUMBER IS MATCHED TO A ROLL NUMBER THROUGH
      *    BOARDREG.DAT FOR THE YEAR; AN UNKNOWN OR REPEATED BOARD
      *    NUMBER GOES TO BRDREJ.DAT. THE BOARD MARKS AND RESULT ARE
      *    KEPT PER STUDENT AND SUBJECT IN BOARDRES.DAT AND EVERY
      *    FIGURE THAT DIFFERS FROM OUR RETURN (BOARDRET.DAT) IS
      *    LISTED ON THE VARIANCE REPORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT RESULTS-IN ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RESULTS-IN-STATUS.
           SELECT RETURN-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RETURN-FILE-STATUS.
           SELECT BOARD-REG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BOARD-REG-STATUS.
           SELECT BOARD-RESULT ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BOARD-RESULT-STATUS.
           SELECT RESULT-NEW ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RESULT-NEW-STATUS.
           SELECT RESULT-REJECT ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RESULT-REJECT-STATUS.
           SELECT VARIANCE-PRINT ASSIGN TO PRINTER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VARIANCE-PRINT-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RESULTS-IN
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "BOARDIN.DAT"
           DATA RECORD IS RESULTS-IN-REC.
       01 RESULTS-IN-REC PIC X(300).
       FD RETURN-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "BOARDRET.DAT"
           DATA RECORD IS RETURN-REC.
       01 RETURN-REC PIC X(200).
       FD BOARD-REG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "BOARDREG.DAT"
           DATA RECORD IS BOARD-REG-REC.
       COPY BOARDREG.
       FD BOARD-RESULT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "BOARDRES.DAT"
           DATA RECORD IS BOARD-RESULT-REC.
       COPY BOARDRES.
       FD RESULT-NEW
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "BRDRESN.DAT"
           DATA RECORD IS RESULT-NEW-REC.
       01 RESULT-NEW-REC PIC X(47).
       FD RESULT-REJECT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "BRDREJ.DAT"
           DATA RECORD IS RESULT-REJECT-REC.
       01 RESULT-REJECT-REC.
        02 RJ-IMAGE PIC X(300).
        02 RJ-REASON-CODE PIC X(4).
        02 RJ-REASON-TEXT PIC X(30).
       FD VARIANCE-PRINT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "BRDVAR.DAT"
           DATA RECORD IS VARIANCE-LINE.
       01 VARIANCE-LINE PIC X(79).
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 RESULTS-IN-STATUS PIC XX.
       77 RETURN-FILE-STATUS PIC XX.
       77 BOARD-REG-STATUS PIC XX.
       77 BOARD-RESULT-STATUS PIC XX.
       77 RESULT-NEW-STATUS PIC XX.
       77 RESULT-REJECT-STATUS PIC XX.
       77 VARIANCE-PRINT-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-HEADER-SW PIC X VALUE "N".
           88 WS-HEADER-SEEN VALUE "Y".
       77 WS-TRAILER-SW PIC X VALUE "N".
           88 WS-TRAILER-SEEN VALUE "Y".
       77 WS-EXAM-YEAR PIC 9(4).
       77 WS-DECLARED-DATE PIC 9(8).
       77 WS-RETURN-TERM PIC 9(2) VALUE ZERO.
       77 WS-SUB-IDX PIC 9(3) COMP.
       77 WS-SENT-IDX PIC 9(3) COMP.
       77 WS-SENT-FOUND-SW PIC X.
           88 WS-SENT-FOUND VALUE "Y".
       77 WS-SENT-FOUND-X PIC 9(3) COMP.
       77 WS-BOARD-FOUND-SW PIC X.
           88 WS-BOARD-FOUND VALUE "Y".
       77 WS-CAND-VARIANCE-SW PIC X.
           88 WS-CAND-VARIANCE VALUE "Y".
       77 WS-DIFF PIC S9(3).
       77 WS-READ-COUNT PIC 9(7) VALUE ZERO.
       77 WS-MATCHED-COUNT PIC 9(7) VALUE ZERO.
       77 WS-REJECT-COUNT PIC 9(7) VALUE ZERO.
       77 WS-VARIANCE-COUNT PIC 9(7) VALUE ZERO.
       77 WS-ROW-COUNT PIC 9(7) VALUE ZERO.
       77 WS-KEPT-COUNT PIC 9(7) VALUE ZERO.
       77 WS-MARKS-HASH PIC 9(9) VALUE ZERO.
       77 WS-BRG-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-BRG-IDX PIC 9(4) COMP.
       77 WS-BRG-FOUND-SW PIC X.
           88 WS-BRG-FOUND VALUE "Y".
       77 WS-BRG-RNO-PICK PIC 9(5).
       01 WS-BRG-TABLE.
        02 WS-BRG-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-BRG-TOTAL
                INDEXED BY WS-BRG-X.
         03 WS-BRG-RNO PIC 9(5).
         03 WS-BRG-BOARD PIC X(10).
         03 WS-BRG-USED-SW PIC X.
            88 WS-BRG-USED VALUE "Y".
      *    OUR RETURN, ONE ENTRY PER CANDIDATE SENT.
       77 WS-RET-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-RET-IDX PIC 9(4) COMP.
       77 WS-RET-FOUND-SW PIC X.
           88 WS-RET-FOUND VALUE "Y".
       77 WS-RET-FOUND-X PIC 9(4) COMP.
       01 WS-RET-TABLE.
        02 WS-RET-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON WS-RET-TOTAL
                INDEXED BY WS-RET-X.
         03 WS-RET-BOARD PIC X(10).
         03 WS-RET-RNO PIC 9(5).
         03 WS-RET-RESULT PIC X(4).
         03 WS-RET-USED-SW PIC X.
            88 WS-RET-USED VALUE "Y".
         03 WS-RET-SUBJECT OCCURS 20 TIMES.
          04 WS-RET-SUB-CODE PIC X(5).
          04 WS-RET-SUB-MARKS PIC 9(3).
      *    OUR RETURN LAYOUT AS WRITTEN BY BOARD-RETURN.
       01 WS-RETURN-HEADER.
        02 RH-TYPE PIC X.
        02 RH-DATE PIC 9(8).
        02 RH-TERM PIC 9(2).
        02 FILLER PIC X(189).
       01 WS-RETURN-DETAIL.
        02 RD-TYPE PIC X.
        02 RD-BOARD-NO PIC X(10).
        02 RD-RNO PIC 9(5).
        02 RD-NAME PIC X(20).
        02 RD-SUBJECT OCCURS 20 TIMES.
         03 RD-SUB-CODE PIC X(5).
         03 RD-SUB-MARKS PIC 9(3).
        02 RD-RESULT PIC X(4).
      *    THE BOARD'S RESULTS LAYOUT, 300 BYTES.
       01 WS-BOARD-HEADER.
        02 BH-TYPE PIC X.
        02 BH-DECLARED-DATE PIC 9(8).
        02 BH-EXAM-YEAR PIC 9(4).
        02 FILLER PIC X(287).
       01 WS-BOARD-DETAIL.
        02 BD-TYPE PIC X.
        02 BD-BOARD-NO PIC X(10).
        02 BD-NAME PIC X(20).
        02 BD-SUBJECT OCCURS 20 TIMES.
         03 BD-SUB-CODE PIC X(5).
         03 BD-SUB-MARKS PIC 9(3).
         03 BD-SUB-RESULT PIC X(4).
        02 BD-RESULT PIC X(4).
        02 FILLER PIC X(25).
       01 WS-BOARD-TRAILER.
        02 BT-TYPE PIC X.
        02 BT-COUNT PIC 9(7).
        02 BT-HASH PIC 9(9).
        02 FILLER PIC X(283).
       01 BV-HEAD-LINE.
        02 FILLER PIC X(40)
           VALUE "BOARD RESULT VARIANCE REPORT".
        02 FILLER PIC X(10) VALUE "EXAM YEAR ".
        02 BV-YEAR PIC 9(4).
        02 FILLER PIC X(7) VALUE "  TERM ".
        02 BV-TERM PIC Z9.
       01 BV-COLUMN-LINE.
        02 FILLER PIC X(30) VALUE "  BOARD NO     ROLL   PAPER  S".
        02 FILLER PIC X(30) VALUE "ENT  BOARD  DIFF  REMARK".
       01 BV-DETAIL-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 BV-BOARD-NO PIC X(10).
        02 FILLER PIC X(3) VALUE SPACES.
        02 BV-RNO PIC 9(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 BV-SUBJECT PIC X(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 BV-SENT PIC X(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 BV-BOARD PIC X(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 BV-DIFF PIC X(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 BV-REMARK PIC X(30).
       01 BV-COUNT-LINE.
        02 BV-COUNT-TEXT PIC X(40).
        02 BV-COUNT PIC ZZZZZZ9.
       77 WS-EDIT-MARK PIC ZZ9.
       77 WS-EDIT-DIFF PIC -ZZ9.
       01 PAGE-LINE PIC X(79) VALUE ALL "=".
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           PERFORM LOG-RUN-START-PARA.
           OPEN INPUT RESULTS-IN.
           IF RESULTS-IN-STATUS NOT = "00"
                DISPLAY "NO BOARD RESULTS FILE (BOARDIN.DAT) ON DISK"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "BOARDIN.DAT NOT FOUND" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           READ RESULTS-IN
                AT END MOVE SPACES TO RESULTS-IN-REC.
           MOVE RESULTS-IN-REC TO WS-BOARD-HEADER.
           IF BH-TYPE NOT = "H" OR BH-EXAM-YEAR NOT NUMERIC
                DISPLAY "BOARD RESULTS FILE HAS NO HEADER RECORD"
                CLOSE RESULTS-IN
                MOVE 08 TO WS-RETURN-CODE
                MOVE "BOARD RESULTS HEADER MISSING" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
           MOVE "Y" TO WS-HEADER-SW.
           MOVE BH-EXAM-YEAR TO WS-EXAM-YEAR.
           MOVE BH-DECLARED-DATE TO WS-DECLARED-DATE.
           DISPLAY "BOARD RESULTS FOR EXAMINATION YEAR ",
                WS-EXAM-YEAR, " DECLARED ", WS-DECLARED-DATE.
       LOAD-PARA.
           PERFORM LOAD-BOARDREG-PARA THRU LOAD-BOARDREG-EXIT.
           PERFORM LOAD-RETURN-PARA THRU LOAD-RETURN-EXIT.
      *    ROWS FOR OTHER YEARS ARE CARRIED INTO THE WORK FILE; THE
      *    YEAR BEING LOADED IS REPLACED BY THIS RUN'S ROWS.
       KEEP-PARA.
           OPEN OUTPUT RESULT-NEW.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT BOARD-RESULT.
           IF BOARD-RESULT-STATUS = "00"
                PERFORM KEEP-ONE-PARA UNTIL WS-EOF
                CLOSE BOARD-RESULT.
           MOVE "N" TO WS-EOF-SW.
       MATCH-PARA.
           OPEN OUTPUT RESULT-REJECT.
           OPEN OUTPUT VARIANCE-PRINT.
           MOVE PAGE-LINE TO VARIANCE-LINE.
           PERFORM WRITE-VARIANCE-PARA.
           MOVE WS-EXAM-YEAR TO BV-YEAR.
           MOVE WS-RETURN-TERM TO BV-TERM.
           MOVE BV-HEAD-LINE TO VARIANCE-LINE.
           PERFORM WRITE-VARIANCE-PARA.
           MOVE PAGE-LINE TO VARIANCE-LINE.
           PERFORM WRITE-VARIANCE-PARA.
           MOVE BV-COLUMN-LINE TO VARIANCE-LINE.
           PERFORM WRITE-VARIANCE-PARA.
           PERFORM MATCH-ONE-PARA THRU MATCH-ONE-EXIT
                UNTIL WS-EOF.
           PERFORM CHECK-ONE-UNDECLARED-PARA
                VARYING WS-RET-IDX FROM 1 BY 1
                UNTIL WS-RET-IDX > WS-RET-TOTAL.
           CLOSE RESULTS-IN.
           CLOSE RESULT-REJECT.
           CLOSE RESULT-NEW.
       COPY-BACK-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT RESULT-NEW.
           OPEN OUTPUT BOARD-RESULT.
           PERFORM COPY-BACK-ONE-PARA UNTIL WS-EOF.
           CLOSE RESULT-NEW.
           CLOSE BOARD-RESULT.
           DELETE FILE RESULT-NEW.
       TOTALS-PARA.
           MOVE SPACES TO VARIANCE-LINE.
           PERFORM WRITE-VARIANCE-PARA.
           MOVE "CANDIDATES ON THE BOARD FILE" TO BV-COUNT-TEXT.
           MOVE WS-READ-COUNT TO BV-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "  MATCHED TO A ROLL NUMBER" TO BV-COUNT-TEXT.
           MOVE WS-MATCHED-COUNT TO BV-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "  REJECTED TO BRDREJ.DAT" TO BV-COUNT-TEXT.
           MOVE WS-REJECT-COUNT TO BV-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "  WITH ONE OR MORE VARIANCES" TO BV-COUNT-TEXT.
           MOVE WS-VARIANCE-COUNT TO BV-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "SUBJECT RESULTS STORED" TO BV-COUNT-TEXT.
           MOVE WS-ROW-COUNT TO BV-COUNT.
           PERFORM WRITE-COUNT-PARA.
           MOVE "EARLIER YEARS' RESULTS KEPT" TO BV-COUNT-TEXT.
           MOVE WS-KEPT-COUNT TO BV-COUNT.
           PERFORM WRITE-COUNT-PARA.
           CLOSE VARIANCE-PRINT.
           DISPLAY "BOARD RESULTS LOADED - MATCHED: ",
                WS-MATCHED-COUNT, "  REJECTED: ", WS-REJECT-COUNT,
                "  WITH VARIANCE: ", WS-VARIANCE-COUNT.
           IF NOT WS-TRAILER-SEEN
                MOVE 04 TO WS-RETURN-CODE
                MOVE "BOARD RESULTS TRAILER MISSING" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
           IF BT-COUNT NOT = WS-READ-COUNT
                OR BT-HASH NOT = WS-MARKS-HASH
                DISPLAY "TRAILER TOTALS DO NOT AGREE - COUNT ",
                     BT-COUNT, " HASH ", BT-HASH
                MOVE 04 TO WS-RETURN-CODE
                MOVE "BOARD TRAILER TOTALS DO NOT AGREE" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
           IF WS-REJECT-COUNT > ZERO
                MOVE 04 TO WS-RETURN-CODE
                MOVE "BOARD RESULTS REJECTED - SEE BRDREJ.DAT" TO
                     WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       LOAD-BOARDREG-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT BOARD-REG.
           IF BOARD-REG-STATUS NOT = "00"
                DISPLAY "NO BOARD REGISTRATION FILE - EVERY ",
                     "CANDIDATE WILL BE REJECTED"
                GO TO LOAD-BOARDREG-EXIT.
           PERFORM LOAD-ONE-BOARDREG-PARA UNTIL WS-EOF.
           CLOSE BOARD-REG.
       LOAD-BOARDREG-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-BOARDREG-PARA.
           READ BOARD-REG
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF BR-EXAM-YEAR = WS-EXAM-YEAR
                          AND WS-BRG-TOTAL < 5000
                          ADD 1 TO WS-BRG-TOTAL
                          SET WS-BRG-X TO WS-BRG-TOTAL
                          MOVE BR-RNO TO WS-BRG-RNO(WS-BRG-X)
                          MOVE BR-BOARD-NO TO
                               WS-BRG-BOARD(WS-BRG-X)
                          MOVE "N" TO WS-BRG-USED-SW(WS-BRG-X).
       LOAD-RETURN-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT RETURN-FILE.
           IF RETURN-FILE-STATUS NOT = "00"
                DISPLAY "NO RETURN (BOARDRET.DAT) ON FILE - EVERY ",
                     "BOARD FIGURE WILL SHOW AS NOT SENT"
                GO TO LOAD-RETURN-EXIT.
           PERFORM LOAD-ONE-RETURN-PARA UNTIL WS-EOF.
           CLOSE RETURN-FILE.
       LOAD-RETURN-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-RETURN-PARA.
           READ RETURN-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM STORE-ONE-RETURN-PARA.
       STORE-ONE-RETURN-PARA.
           IF RETURN-REC(1:1) = "H"
                MOVE RETURN-REC TO WS-RETURN-HEADER
                MOVE RH-TERM TO WS-RETURN-TERM.
           IF RETURN-REC(1:1) = "D"
                AND WS-RET-TOTAL < 2000
                MOVE RETURN-REC TO WS-RETURN-DETAIL
                ADD 1 TO WS-RET-TOTAL
                SET WS-RET-X TO WS-RET-TOTAL
                MOVE RD-BOARD-NO TO WS-RET-BOARD(WS-RET-X)
                MOVE RD-RNO TO WS-RET-RNO(WS-RET-X)
                MOVE RD-RESULT TO WS-RET-RESULT(WS-RET-X)
                MOVE "N" TO WS-RET-USED-SW(WS-RET-X)
                PERFORM STORE-ONE-SENT-PARA
                     VARYING WS-SUB-IDX FROM 1 BY 1
                     UNTIL WS-SUB-IDX > 20.
       STORE-ONE-SENT-PARA.
           MOVE RD-SUB-CODE(WS-SUB-IDX) TO
                WS-RET-SUB-CODE(WS-RET-X, WS-SUB-IDX).
           MOVE RD-SUB-MARKS(WS-SUB-IDX) TO
                WS-RET-SUB-MARKS(WS-RET-X, WS-SUB-IDX).
       KEEP-ONE-PARA.
           READ BOARD-RESULT
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF BX-EXAM-YEAR NOT = WS-EXAM-YEAR
                          MOVE BOARD-RESULT-REC TO RESULT-NEW-REC
                          WRITE RESULT-NEW-REC
                          ADD 1 TO WS-KEPT-COUNT.
       MATCH-ONE-PARA.
           READ RESULTS-IN
                AT END MOVE "Y" TO WS-EOF-SW.
           IF WS-EOF
                GO TO MATCH-ONE-EXIT.
           IF RESULTS-IN-REC(1:1) = "T"
                MOVE RESULTS-IN-REC TO WS-BOARD-TRAILER
                MOVE "Y" TO WS-TRAILER-SW
                GO TO MATCH-ONE-EXIT.
           IF RESULTS-IN-REC(1:1) NOT = "D"
                GO TO MATCH-ONE-EXIT.
           MOVE RESULTS-IN-REC TO WS-BOARD-DETAIL.
           ADD 1 TO WS-READ-COUNT.
           PERFORM HASH-ONE-SUBJECT-PARA
                VARYING WS-SUB-IDX FROM 1 BY 1
                UNTIL WS-SUB-IDX > 20.
           PERFORM FIND-BOARDREG-PARA.
           IF NOT WS-BRG-FOUND
                MOVE "NREG" TO RJ-REASON-CODE
                MOVE "BOARD NUMBER NOT REGISTERED" TO RJ-REASON-TEXT
                PERFORM REJECT-PARA
                GO TO MATCH-ONE-EXIT.
           IF WS-BRG-USED(WS-BRG-X)
                MOVE "DUPL" TO RJ-REASON-CODE
                MOVE "BOARD NUMBER REPEATED ON FILE" TO
                     RJ-REASON-TEXT
                PERFORM REJECT-PARA
                GO TO MATCH-ONE-EXIT.
           MOVE "Y" TO WS-BRG-USED-SW(WS-BRG-X).
           MOVE WS-BRG-RNO(WS-BRG-X) TO WS-BRG-RNO-PICK.
           ADD 1 TO WS-MATCHED-COUNT.
           MOVE "N" TO WS-CAND-VARIANCE-SW.
           PERFORM FIND-RETURN-PARA.
           IF WS-RET-FOUND
                MOVE "Y" TO WS-RET-USED-SW(WS-RET-FOUND-X).
           PERFORM STORE-ONE-BOARD-PARA THRU STORE-ONE-BOARD-EXIT
                VARYING WS-SUB-IDX FROM 1 BY 1
                UNTIL WS-SUB-IDX > 20.
           IF WS-RET-FOUND
                PERFORM CHECK-ONE-SENT-PARA THRU CHECK-ONE-SENT-EXIT
                     VARYING WS-SENT-IDX FROM 1 BY 1
                     UNTIL WS-SENT-IDX > 20
                IF BD-RESULT NOT = WS-RET-RESULT(WS-RET-FOUND-X)
                     MOVE "RSLT" TO BV-SUBJECT
                     MOVE WS-RET-RESULT(WS-RET-FOUND-X) TO BV-SENT
                     MOVE BD-RESULT TO BV-BOARD
                     MOVE SPACES TO BV-DIFF
                     MOVE "OVERALL RESULT DIFFERS" TO BV-REMARK
                     PERFORM PRINT-VARIANCE-PARA.
           IF WS-CAND-VARIANCE
                ADD 1 TO WS-VARIANCE-COUNT.
       MATCH-ONE-EXIT.
           EXIT.
       HASH-ONE-SUBJECT-PARA.
           IF BD-SUB-CODE(WS-SUB-IDX) NOT = SPACES
                AND BD-SUB-MARKS(WS-SUB-IDX) NUMERIC
                ADD BD-SUB-MARKS(WS-SUB-IDX) TO WS-MARKS-HASH.
       FIND-BOARDREG-PARA.
           MOVE "N" TO WS-BRG-FOUND-SW.
           SET WS-BRG-X TO 1.
           SEARCH WS-BRG-ENTRY
                WHEN WS-BRG-BOARD(WS-BRG-X) = BD-BOARD-NO
                     MOVE "Y" TO WS-BRG-FOUND-SW.
       FIND-RETURN-PARA.
           MOVE "N" TO WS-RET-FOUND-SW.
           PERFORM CHECK-ONE-RETURN-PARA
                VARYING WS-RET-IDX FROM 1 BY 1
                UNTIL WS-RET-IDX > WS-RET-TOTAL
                OR WS-RET-FOUND.
       CHECK-ONE-RETURN-PARA.
           IF WS-RET-BOARD(WS-RET-IDX) = BD-BOARD-NO
                MOVE "Y" TO WS-RET-FOUND-SW
                MOVE WS-RET-IDX TO WS-RET-FOUND-X.
      *    ONE BOARDRES.DAT ROW PER SUBJECT THE BOARD DECLARED,
      *    WITH THE MARK WE SENT FOR IT WHEN THERE WAS ONE.
       STORE-ONE-BOARD-PARA.
           IF BD-SUB-CODE(WS-SUB-IDX) = SPACES
                GO TO STORE-ONE-BOARD-EXIT.
           MOVE WS-BRG-RNO-PICK TO BX-RNO.
           MOVE WS-EXAM-YEAR TO BX-EXAM-YEAR.
           MOVE BD-BOARD-NO TO BX-BOARD-NO.
           MOVE BD-SUB-CODE(WS-SUB-IDX) TO BX-SUBJECT-CODE.
           MOVE BD-SUB-MARKS(WS-SUB-IDX) TO BX-BOARD-MARKS.
           MOVE BD-SUB-RESULT(WS-SUB-IDX) TO BX-BOARD-RESULT.
           MOVE BD-RESULT TO BX-OVERALL-RESULT.
           MOVE WS-DECLARED-DATE TO BX-DECLARED-DATE.
           MOVE "N" TO BX-SENT-SW.
           MOVE ZERO TO BX-SENT-MARKS.
           MOVE "N" TO WS-SENT-FOUND-SW.
           IF WS-RET-FOUND
                PERFORM FIND-SENT-PARA.
           IF WS-SENT-FOUND
                MOVE "Y" TO BX-SENT-SW
                MOVE WS-RET-SUB-MARKS(WS-RET-FOUND-X, WS-SENT-FOUND-X)
                     TO BX-SENT-MARKS.
           MOVE BOARD-RESULT-REC TO RESULT-NEW-REC.
           WRITE RESULT-NEW-REC.
           ADD 1 TO WS-ROW-COUNT.
           MOVE BD-SUB-CODE(WS-SUB-IDX) TO BV-SUBJECT.
           MOVE BD-SUB-MARKS(WS-SUB-IDX) TO WS-EDIT-MARK.
           MOVE WS-EDIT-MARK TO BV-BOARD.
           MOVE SPACES TO BV-DIFF.
           IF BX-NOT-SENT
                MOVE SPACES TO BV-SENT
                MOVE "NOT ON OUR RETURN" TO BV-REMARK
                PERFORM PRINT-VARIANCE-PARA
                GO TO STORE-ONE-BOARD-EXIT.
           IF BX-BOARD-MARKS = BX-SENT-MARKS
                GO TO STORE-ONE-BOARD-EXIT.
           MOVE BX-SENT-MARKS TO WS-EDIT-MARK.
           MOVE WS-EDIT-MARK TO BV-SENT.
           COMPUTE WS-DIFF = BX-BOARD-MARKS - BX-SENT-MARKS.
           MOVE WS-DIFF TO WS-EDIT-DIFF.
           MOVE WS-EDIT-DIFF TO BV-DIFF.
           MOVE "MARKS DIFFER" TO BV-REMARK.
           PERFORM PRINT-VARIANCE-PARA.
       STORE-ONE-BOARD-EXIT.
           EXIT.
       FIND-SENT-PARA.
           MOVE "N" TO WS-SENT-FOUND-SW.
           PERFORM CHECK-ONE-CODE-PARA
                VARYING WS-SENT-IDX FROM 1 BY 1
                UNTIL WS-SENT-IDX > 20
                OR WS-SENT-FOUND.
       CHECK-ONE-CODE-PARA.
           IF WS-RET-SUB-CODE(WS-RET-FOUND-X, WS-SENT-IDX) =
                BD-SUB-CODE(WS-SUB-IDX)
                MOVE "Y" TO WS-SENT-FOUND-SW
                MOVE WS-SENT-IDX TO WS-SENT-FOUND-X.
      *    A SUBJECT WE SENT THAT THE BOARD DID NOT DECLARE.
       CHECK-ONE-SENT-PARA.
           IF WS-RET-SUB-CODE(WS-RET-FOUND-X, WS-SENT-IDX) = SPACES
                GO TO CHECK-ONE-SENT-EXIT.
           MOVE "N" TO WS-BOARD-FOUND-SW.
           PERFORM CHECK-ONE-DECLARED-PARA
                VARYING WS-SUB-IDX FROM 1 BY 1
                UNTIL WS-SUB-IDX > 20
                OR WS-BOARD-FOUND.
           IF WS-BOARD-FOUND
                GO TO CHECK-ONE-SENT-EXIT.
           MOVE WS-RET-SUB-CODE(WS-RET-FOUND-X, WS-SENT-IDX) TO
                BV-SUBJECT.
           MOVE WS-RET-SUB-MARKS(WS-RET-FOUND-X, WS-SENT-IDX) TO
                WS-EDIT-MARK.
           MOVE WS-EDIT-MARK TO BV-SENT.
           MOVE SPACES TO BV-BOARD.
           MOVE SPACES TO BV-DIFF.
           MOVE "NO BOARD RESULT FOR SUBJECT" TO BV-REMARK.
           PERFORM PRINT-VARIANCE-PARA.
       CHECK-ONE-SENT-EXIT.
           EXIT.
       CHECK-ONE-DECLARED-PARA.
           IF BD-SUB-CODE(WS-SUB-IDX) =
                WS-RET-SUB-CODE(WS-RET-FOUND-X, WS-SENT-IDX)
                MOVE "Y" TO WS-BOARD-FOUND-SW.
      *    A CANDIDATE WE SENT WHOM THE BOARD DID NOT DECLARE.
       CHECK-ONE-UNDECLARED-PARA.
           IF NOT WS-RET-USED(WS-RET-IDX)
                MOVE WS-RET-BOARD(WS-RET-IDX) TO BV-BOARD-NO
                MOVE WS-RET-RNO(WS-RET-IDX) TO BV-RNO
                MOVE SPACES TO BV-SUBJECT
                MOVE WS-RET-RESULT(WS-RET-IDX) TO BV-SENT
                MOVE SPACES TO BV-BOARD
                MOVE SPACES TO BV-DIFF
                MOVE "CANDIDATE NOT DECLARED" TO BV-REMARK
                MOVE BV-DETAIL-LINE TO VARIANCE-LINE
                PERFORM WRITE-VARIANCE-PARA
                ADD 1 TO WS-VARIANCE-COUNT.
       PRINT-VARIANCE-PARA.
           MOVE "Y" TO WS-CAND-VARIANCE-SW.
           MOVE BD-BOARD-NO TO BV-BOARD-NO.
           MOVE WS-BRG-RNO-PICK TO BV-RNO.
           MOVE BV-DETAIL-LINE TO VARIANCE-LINE.
           PERFORM WRITE-VARIANCE-PARA.
       REJECT-PARA.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE RESULTS-IN-REC TO RJ-IMAGE.
           WRITE RESULT-REJECT-REC.
           DISPLAY "BOARD NO ", BD-BOARD-NO, " REJECTED - ",
                RJ-REASON-TEXT.
       COPY-BACK-ONE-PARA.
           READ RESULT-NEW
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     MOVE RESULT-NEW-REC TO BOARD-RESULT-REC
                     WRITE BOARD-RESULT-REC.
       WRITE-COUNT-PARA.
           MOVE BV-COUNT-LINE TO VARIANCE-LINE.
           PERFORM WRITE-VARIANCE-PARA.
       WRITE-VARIANCE-PARA.
           WRITE VARIANCE-LINE.
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
           MOVE WS-MATCHED-COUNT TO RL-UPDATE-COUNT.
           MOVE WS-REJECT-COUNT TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "BOARD-RESULTS" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
