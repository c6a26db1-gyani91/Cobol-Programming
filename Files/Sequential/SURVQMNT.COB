       IDENTIFICATION DIVISION.
       PROGRAM-ID. SURVEY-QST-MAINT.
      *    MAINTAINS SURVQST.DAT, THE QUESTIONS ASKED ON THE STUDENT
      *    FEEDBACK SURVEY ON TEACHING. A QUESTION'S NUMBER IS THE
      *    POSITION OF ITS SCORE ON EVERY RESPONSE ALREADY TAKEN, SO
      *    QUESTIONS ARE ONLY EVER ADDED AT THE END, REWORDED, OR
      *    RETIRED (AND REINSTATED) - NEVER DELETED OR RENUMBERED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT SURVEY-QUESTION ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SURVEY-QUESTION-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SURVEY-QUESTION
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "SURVQST.DAT"
           DATA RECORD IS SURVEY-QUESTION-REC.
       COPY SURVQST.
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 SURVEY-QUESTION-STATUS PIC XX.
       77 MENU-CHOICE PIC 9.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-QST-TOTAL PIC 9(2) COMP VALUE ZERO.
       77 WS-QST-IDX PIC 9(2) COMP.
       77 WS-PICK-IDX PIC 9(2).
       77 WS-LIVE-COUNT PIC 9(2) COMP.
       77 WS-CHANGE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-TEXT-ENTRY PIC X(50).
       77 WS-CONFIRM PIC X.
       01 WS-QST-TABLE.
        02 WS-QST-ENTRY OCCURS 20 TIMES
                INDEXED BY WS-QST-X.
         03 WS-QST-TEXT PIC X(50).
         03 WS-QST-STATUS PIC X.
            88 WS-QST-LIVE VALUE "A".
       COPY RETCODE.
       PROCEDURE DIVISION.
       LOAD-PARA.
           PERFORM LOG-RUN-START-PARA.
           PERFORM LOAD-QUESTIONS-PARA THRU LOAD-QUESTIONS-EXIT.
           IF WS-RC-ERROR
                GO TO END-PARA.
       MENU-PARA.
           DISPLAY "SURVEY QUESTION MAINTENANCE".
           DISPLAY " 1. LIST THE QUESTIONS".
           DISPLAY " 2. ADD A QUESTION".
           DISPLAY " 3. REWORD A QUESTION".
           DISPLAY " 4. RETIRE OR REINSTATE A QUESTION".
           DISPLAY " 5. SAVE".
           DISPLAY " 6. QUIT WITHOUT SAVING".
           DISPLAY "ENTER CHOICE: ".
           ACCEPT MENU-CHOICE.
           IF MENU-CHOICE < 1 OR MENU-CHOICE > 6
                DISPLAY "INVALID CHOICE - ENTER 1 TO 6"
                GO TO MENU-PARA.
           GO TO LIST-PARA ADD-PARA CHANGE-PARA RETIRE-PARA
                SAVE-PARA QUIT-PARA
                DEPENDING ON MENU-CHOICE.
       LIST-PARA.
           DISPLAY "NO ST QUESTION".
           PERFORM LIST-ONE-PARA
                VARYING WS-QST-IDX FROM 1 BY 1
                UNTIL WS-QST-IDX > WS-QST-TOTAL.
           DISPLAY "ST: A = ASKED, R = RETIRED. ",
                "EVERY QUESTION IS SCORED 1 (POOR) TO 5 (EXCELLENT)".
           GO TO MENU-PARA.
       ADD-PARA.
           IF WS-QST-TOTAL = 20
                DISPLAY "ALL 20 QUESTION NUMBERS ARE IN USE - ",
                     "REWORD OR REINSTATE A RETIRED ONE INSTEAD"
                GO TO MENU-PARA.
           PERFORM ACCEPT-TEXT-PARA.
           IF WS-TEXT-ENTRY = SPACES
                GO TO MENU-PARA.
           ADD 1 TO WS-QST-TOTAL.
           MOVE WS-TEXT-ENTRY TO WS-QST-TEXT(WS-QST-TOTAL).
           MOVE "A" TO WS-QST-STATUS(WS-QST-TOTAL).
           ADD 1 TO WS-CHANGE-COUNT.
           DISPLAY "QUESTION ", WS-QST-TOTAL, " ADDED".
           GO TO MENU-PARA.
      *    A NEW WORDING MUST ASK THE SAME THING, OR THE SUMMARY
      *    WOULD SET OLD ANSWERS AGAINST NEW ONES. A DIFFERENT
      *    QUESTION IS ADDED AND THE OLD ONE RETIRED.
       CHANGE-PARA.
           PERFORM PICK-QUESTION-PARA.
           IF WS-PICK-IDX = ZERO
                GO TO MENU-PARA.
           DISPLAY "NOW: ", WS-QST-TEXT(WS-PICK-IDX).
           DISPLAY "REWORD ONLY - TO ASK SOMETHING ELSE, ADD A NEW ",
                "QUESTION AND RETIRE THIS ONE".
           PERFORM ACCEPT-TEXT-PARA.
           IF WS-TEXT-ENTRY = SPACES
                GO TO MENU-PARA.
           MOVE WS-TEXT-ENTRY TO WS-QST-TEXT(WS-PICK-IDX).
           ADD 1 TO WS-CHANGE-COUNT.
           DISPLAY "QUESTION ", WS-PICK-IDX, " REWORDED".
           GO TO MENU-PARA.
       RETIRE-PARA.
           PERFORM PICK-QUESTION-PARA.
           IF WS-PICK-IDX = ZERO
                GO TO MENU-PARA.
           IF WS-QST-LIVE(WS-PICK-IDX)
                DISPLAY "RETIRE QUESTION ", WS-PICK-IDX, "? (Y/N): "
           ELSE
                DISPLAY "REINSTATE QUESTION ", WS-PICK-IDX,
                     "? (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                DISPLAY "NOT CHANGED"
                GO TO MENU-PARA.
           IF WS-QST-LIVE(WS-PICK-IDX)
                MOVE "R" TO WS-QST-STATUS(WS-PICK-IDX)
                DISPLAY "QUESTION ", WS-PICK-IDX, " RETIRED"
           ELSE
                MOVE "A" TO WS-QST-STATUS(WS-PICK-IDX)
                DISPLAY "QUESTION ", WS-PICK-IDX, " REINSTATED".
           ADD 1 TO WS-CHANGE-COUNT.
           GO TO MENU-PARA.
       SAVE-PARA.
           MOVE ZERO TO WS-LIVE-COUNT.
           PERFORM COUNT-ONE-LIVE-PARA
                VARYING WS-QST-IDX FROM 1 BY 1
                UNTIL WS-QST-IDX > WS-QST-TOTAL.
           IF WS-LIVE-COUNT = ZERO
                DISPLAY "NO QUESTION IS LEFT TO ASK - NOT SAVED"
                GO TO MENU-PARA.
           OPEN OUTPUT SURVEY-QUESTION.
           PERFORM SAVE-ONE-PARA
                VARYING WS-QST-IDX FROM 1 BY 1
                UNTIL WS-QST-IDX > WS-QST-TOTAL.
           CLOSE SURVEY-QUESTION.
           DISPLAY "SURVEY QUESTIONS SAVED - ", WS-QST-TOTAL,
                " ON FILE, ", WS-LIVE-COUNT, " ASKED".
           GO TO END-PARA.
       QUIT-PARA.
           DISPLAY "NO CHANGES SAVED".
           MOVE 04 TO WS-RETURN-CODE.
           MOVE "MAINTENANCE ABANDONED WITHOUT SAVING" TO
                WS-ERROR-MESSAGE.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       ACCEPT-TEXT-PARA.
           DISPLAY "ENTER THE QUESTION (UP TO 50 CHARACTERS): ".
           MOVE SPACES TO WS-TEXT-ENTRY.
           ACCEPT WS-TEXT-ENTRY.
           IF WS-TEXT-ENTRY = SPACES
                DISPLAY "NO QUESTION ENTERED - NOTHING CHANGED".
       PICK-QUESTION-PARA.
           DISPLAY "ENTER THE QUESTION NUMBER (FROM THE LIST): ".
           ACCEPT WS-PICK-IDX.
           IF WS-PICK-IDX < 1 OR WS-PICK-IDX > WS-QST-TOTAL
                DISPLAY "NO SUCH QUESTION"
                MOVE ZERO TO WS-PICK-IDX.
       LIST-ONE-PARA.
           DISPLAY WS-QST-IDX, " ", WS-QST-STATUS(WS-QST-IDX), "  ",
                WS-QST-TEXT(WS-QST-IDX).
       COUNT-ONE-LIVE-PARA.
           IF WS-QST-LIVE(WS-QST-IDX)
                ADD 1 TO WS-LIVE-COUNT.
       SAVE-ONE-PARA.
           MOVE WS-QST-IDX TO SQ-QUESTION-NO.
           MOVE WS-QST-TEXT(WS-QST-IDX) TO SQ-TEXT.
           MOVE WS-QST-STATUS(WS-QST-IDX) TO SQ-STATUS.
           WRITE SURVEY-QUESTION-REC.
      *    THE FILE IS ONLY EVER WRITTEN HERE, IN NUMBER ORDER FROM
      *    01; ANYTHING ELSE MEANS IT HAS BEEN EDITED BY HAND AND IS
      *    NOT SAFE TO REWRITE.
       LOAD-QUESTIONS-PARA.
           OPEN INPUT SURVEY-QUESTION.
           IF SURVEY-QUESTION-STATUS NOT = "00"
                DISPLAY "NO SURVEY QUESTIONS ON FILE YET - ",
                     "STARTING EMPTY"
                GO TO LOAD-QUESTIONS-EXIT.
           PERFORM LOAD-ONE-PARA UNTIL WS-EOF.
           CLOSE SURVEY-QUESTION.
       LOAD-QUESTIONS-EXIT.
           EXIT.
       LOAD-ONE-PARA.
           READ SURVEY-QUESTION
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM STORE-ONE-PARA.
       STORE-ONE-PARA.
           IF WS-QST-TOTAL = 20
                OR SQ-QUESTION-NO NOT = WS-QST-TOTAL + 1
                DISPLAY "SURVQST.DAT IS OUT OF SEQUENCE AT QUESTION ",
                     SQ-QUESTION-NO
                MOVE 08 TO WS-RETURN-CODE
                MOVE "SURVQST.DAT OUT OF SEQUENCE" TO WS-ERROR-MESSAGE
                MOVE "Y" TO WS-EOF-SW
           ELSE
                ADD 1 TO WS-QST-TOTAL
                SET WS-QST-X TO WS-QST-TOTAL
                MOVE SQ-TEXT TO WS-QST-TEXT(WS-QST-X)
                MOVE SQ-STATUS TO WS-QST-STATUS(WS-QST-X).
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
           MOVE WS-QST-TOTAL TO RL-READ-COUNT.
           MOVE WS-CHANGE-COUNT TO RL-UPDATE-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "SURVEY-QST-MNT" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
