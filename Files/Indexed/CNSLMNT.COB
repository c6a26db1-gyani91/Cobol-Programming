       IDENTIFICATION DIVISION.
       PROGRAM-ID. COUNSEL-MAINT.
      *    COUNSELING CASE REGISTER. CASE DETAIL IS CONFIDENTIAL, SO
      *    ONLY A SUPERVISOR OPERATOR ON OPERMAST.DAT GETS PAST THE
      *    LOGIN. CASES COME IN FROM COUNSEL-INTAKE OR ARE OPENED
      *    HERE BY HAND; EACH SESSION HELD IS RECORDED WITH THE
      *    COUNSELOR, NOTES AND NEXT FOLLOW-UP DATE, AND A CASE IS
      *    CLOSED WITH HOW IT ENDED. CHANGES ARE KEPT IN STORAGE AND
      *    WRITTEN BACK WHEN THE SESSION IS SAVED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RNO
           FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS OPERATOR-MASTER-STATUS.
           SELECT COUNSEL-CASE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS COUNSEL-CASE-STATUS.
           SELECT COUNSEL-SESSION ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS COUNSEL-SESSION-STATUS.
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
       FD OPERATOR-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "OPERMAST.DAT"
           DATA RECORD IS OPERATOR-MASTER-REC.
       COPY OPERMAST.
       FD COUNSEL-CASE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "CNSLCASE.DAT"
           DATA RECORD IS COUNSEL-CASE-REC.
       COPY CNSLCASE.
       FD COUNSEL-SESSION
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "CNSLSESS.DAT"
           DATA RECORD IS COUNSEL-SESSION-REC.
       COPY CNSLSESS.
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 STUDENT-FILE-STATUS PIC XX.
       77 OPERATOR-MASTER-STATUS PIC XX.
       77 COUNSEL-CASE-STATUS PIC XX.
       77 COUNSEL-SESSION-STATUS PIC XX.
       77 MENU-CHOICE PIC 9.
       77 TRNO PIC 9(5).
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-TODAY PIC 9(8).
       77 WS-PICK-CASE PIC 9(5).
       77 WS-PICK-TERM PIC 9(2).
       77 WS-ENTRY-NAME PIC X(20).
       77 WS-ENTRY-REASON PIC X(40).
       77 WS-ENTRY-DATE PIC 9(8).
       77 WS-ENTRY-COUNSELOR PIC X(20).
       77 WS-ENTRY-NOTES PIC X(60).
       77 WS-ENTRY-FOLLOWUP PIC 9(8).
       77 WS-ENTRY-CLOSURE PIC X(4).
           88 WS-CLOSURE-VALID VALUE "RSLV" "REFR" "DECL" "LEFT"
                "NACT".
       77 WS-LIST-COUNT PIC 9(4).
       77 WS-ENTRY-COUNT PIC 9(5) VALUE ZERO.
       77 WS-LAST-CASE PIC 9(5) VALUE ZERO.
       77 WS-CASE-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-CASE-IDX PIC 9(4) COMP.
       77 WS-CASE-FOUND-SW PIC X.
           88 WS-CASE-FOUND VALUE "Y".
       77 WS-CASE-FOUND-X PIC 9(4) COMP.
       77 WS-SESS-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-SESS-IDX PIC 9(4) COMP.
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
       77 WS-LOGIN-ROLE PIC X.
           88 WS-LOGIN-SUPERVISOR VALUE "S".
       01 WS-CASE-TABLE.
        02 WS-CASE-ENTRY OCCURS 1 TO 3000 TIMES
                DEPENDING ON WS-CASE-TOTAL
                INDEXED BY WS-CASE-X.
         03 WS-CASE-NO PIC 9(5).
         03 WS-CASE-RNO PIC 9(5).
         03 WS-CASE-SOURCE PIC X(4).
         03 WS-CASE-TERM PIC 9(2).
         03 WS-CASE-IMAGE PIC X(139).
       01 WS-SESS-TABLE.
        02 WS-SESS-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-SESS-TOTAL
                INDEXED BY WS-SESS-X.
         03 WS-SESS-CASE PIC 9(5).
         03 WS-SESS-IMAGE PIC X(101).
       01 CL-LIST-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 CL-CASE PIC 9(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 CL-RNO PIC 9(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 CL-NAME PIC X(20).
        02 FILLER PIC X(2) VALUE SPACES.
        02 CL-SOURCE PIC X(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 CL-TERM PIC Z9.
        02 FILLER PIC X(2) VALUE SPACES.
        02 CL-COUNSELOR PIC X(20).
        02 FILLER PIC X(2) VALUE SPACES.
        02 CL-FOLLOWUP PIC 9(8).
       01 CS-LIST-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 SL-DATE PIC 9(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 SL-COUNSELOR PIC X(20).
        02 FILLER PIC X(6) VALUE " NEXT ".
        02 SL-FOLLOWUP PIC 9(8).
       01 DASH-LINE PIC X(70) VALUE ALL "-".
       COPY RETCODE.
       PROCEDURE DIVISION.
       LOGIN-PARA.
           PERFORM LOG-RUN-START-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM OPEN-OPERATOR-PARA.
           PERFORM LOAD-ONE-OPERATOR-PARA UNTIL WS-OPERATOR-EOF.
           PERFORM CLOSE-OPERATOR-PARA.
           PERFORM CHECK-LOGIN-PARA
                VARYING WS-LOGIN-TRIES FROM 1 BY 1
                UNTIL WS-LOGIN-OK OR WS-LOGIN-TRIES > 3.
           IF NOT WS-LOGIN-OK
                DISPLAY "ACCESS DENIED - TOO MANY FAILED LOGIN ATTEMPTS"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "ACCESS DENIED - LOGIN FAILED" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
           IF NOT WS-LOGIN-SUPERVISOR
                DISPLAY "CASE DETAIL NEEDS A SUPERVISOR OPERATOR"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "ACCESS DENIED - NOT A SUPERVISOR" TO
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
       OPEN-PARA.
           PERFORM LOAD-CASES-PARA THRU LOAD-CASES-EXIT.
           PERFORM LOAD-SESSIONS-PARA THRU LOAD-SESSIONS-EXIT.
           IF WS-RC-ERROR
                GO TO END-PARA.
       MENU-PARA.
           DISPLAY "COUNSELING CASE REGISTER".
           DISPLAY " 1. LIST OPEN CASES".
           DISPLAY " 2. OPEN A CASE BY HAND".
           DISPLAY " 3. SHOW A CASE AND ITS SESSIONS".
           DISPLAY " 4. RECORD A SESSION".
           DISPLAY " 5. CLOSE A CASE".
           DISPLAY " 6. SAVE AND EXIT".
           DISPLAY "ENTER CHOICE: ".
           ACCEPT MENU-CHOICE.
           IF MENU-CHOICE < 1 OR MENU-CHOICE > 6
                DISPLAY "INVALID CHOICE - ENTER 1 TO 6"
                GO TO MENU-PARA.
           GO TO LIST-PARA OPENCASE-PARA SHOW-PARA SESSION-PARA
                CLOSECASE-PARA SAVE-PARA
                DEPENDING ON MENU-CHOICE.
       LIST-PARA.
           MOVE ZERO TO WS-LIST-COUNT.
           DISPLAY "  CASE   ROLL   NAME                  SRC  TERM",
                "  COUNSELOR             FOLLOW-UP".
           DISPLAY DASH-LINE.
           PERFORM LIST-ONE-CASE-PARA
                VARYING WS-CASE-IDX FROM 1 BY 1
                UNTIL WS-CASE-IDX > WS-CASE-TOTAL.
           DISPLAY DASH-LINE.
           DISPLAY "OPEN CASES: ", WS-LIST-COUNT.
           GO TO MENU-PARA.
       OPENCASE-PARA.
           IF WS-CASE-TOTAL = 3000
                DISPLAY "CASE TABLE IS FULL - NO MORE CASES CAN BE ",
                     "OPENED"
                GO TO MENU-PARA.
           DISPLAY "ENTER ROLL NO: ".
           ACCEPT TRNO.
           OPEN INPUT STUDENT.
           MOVE TRNO TO RNO.
           READ STUDENT KEY IS RNO
                INVALID KEY
                     DISPLAY "ROLL NO NOT FOUND"
                     CLOSE STUDENT
                     GO TO MENU-PARA.
           MOVE NAME TO WS-ENTRY-NAME.
           CLOSE STUDENT.
           DISPLAY "ENTER TERM NUMBER (1-8): ".
           ACCEPT WS-PICK-TERM.
           IF WS-PICK-TERM < 1 OR WS-PICK-TERM > 8
                DISPLAY "TERM NUMBER MUST BE 1-8"
                GO TO MENU-PARA.
           MOVE "N" TO WS-CASE-FOUND-SW.
           PERFORM CHECK-HAND-CASE-PARA
                VARYING WS-CASE-IDX FROM 1 BY 1
                UNTIL WS-CASE-IDX > WS-CASE-TOTAL
                OR WS-CASE-FOUND.
           IF WS-CASE-FOUND
                DISPLAY "A CASE OPENED BY HAND IS ALREADY ON FILE ",
                     "FOR THIS STUDENT AND TERM - CASE NO ",
                     WS-CASE-NO(WS-CASE-FOUND-X)
                GO TO MENU-PARA.
           DISPLAY "ENTER REASON FOR THE CASE: ".
           ACCEPT WS-ENTRY-REASON.
           IF WS-ENTRY-REASON = SPACES
                DISPLAY "A REASON IS REQUIRED"
                GO TO MENU-PARA.
           DISPLAY "ENTER COUNSELOR (BLANK IF NOT YET ASSIGNED): ".
           ACCEPT WS-ENTRY-COUNSELOR.
           ADD 1 TO WS-LAST-CASE.
           MOVE WS-LAST-CASE TO CC-CASE-NO.
           MOVE TRNO TO CC-RNO.
           MOVE WS-ENTRY-NAME TO CC-NAME.
           MOVE "HAND" TO CC-SOURCE.
           MOVE WS-PICK-TERM TO CC-TERM.
           MOVE WS-TODAY TO CC-OPENED-DATE.
           MOVE WS-TODAY TO CC-LAST-REFERRAL.
           MOVE 1 TO CC-REFERRAL-COUNT.
           MOVE WS-ENTRY-REASON TO CC-REASON.
           MOVE WS-ENTRY-COUNSELOR TO CC-COUNSELOR.
           MOVE ZERO TO CC-NEXT-FOLLOWUP.
           MOVE ZERO TO CC-SESSION-COUNT.
           MOVE "O" TO CC-STATUS.
           MOVE ZERO TO CC-CLOSED-DATE.
           MOVE SPACES TO CC-CLOSURE.
           ADD 1 TO WS-CASE-TOTAL.
           SET WS-CASE-X TO WS-CASE-TOTAL.
           MOVE CC-CASE-NO TO WS-CASE-NO(WS-CASE-X).
           MOVE CC-RNO TO WS-CASE-RNO(WS-CASE-X).
           MOVE CC-SOURCE TO WS-CASE-SOURCE(WS-CASE-X).
           MOVE CC-TERM TO WS-CASE-TERM(WS-CASE-X).
           MOVE COUNSEL-CASE-REC TO WS-CASE-IMAGE(WS-CASE-X).
           ADD 1 TO WS-ENTRY-COUNT.
           DISPLAY "CASE NO ", CC-CASE-NO, " OPENED FOR ROLL NO ",
                TRNO.
           GO TO MENU-PARA.
       SHOW-PARA.
           PERFORM PICK-CASE-PARA.
           IF NOT WS-CASE-FOUND
                GO TO MENU-PARA.
           MOVE WS-CASE-IMAGE(WS-CASE-FOUND-X) TO COUNSEL-CASE-REC.
           DISPLAY DASH-LINE.
           DISPLAY "CASE NO    : ", CC-CASE-NO.
           DISPLAY "STUDENT    : ", CC-RNO, " ", CC-NAME.
           DISPLAY "SOURCE     : ", CC-SOURCE, "  TERM ", CC-TERM.
           DISPLAY "OPENED     : ", CC-OPENED-DATE,
                "  REFERRALS ", CC-REFERRAL-COUNT,
                "  LAST ", CC-LAST-REFERRAL.
           DISPLAY "REASON     : ", CC-REASON.
           DISPLAY "COUNSELOR  : ", CC-COUNSELOR.
           DISPLAY "FOLLOW-UP  : ", CC-NEXT-FOLLOWUP,
                "  SESSIONS ", CC-SESSION-COUNT.
           IF CC-CLOSED
                DISPLAY "CLOSED     : ", CC-CLOSED-DATE, "  ",
                     CC-CLOSURE
           ELSE
                DISPLAY "STATUS     : OPEN".
           DISPLAY DASH-LINE.
           MOVE ZERO TO WS-LIST-COUNT.
           PERFORM SHOW-ONE-SESSION-PARA
                VARYING WS-SESS-IDX FROM 1 BY 1
                UNTIL WS-SESS-IDX > WS-SESS-TOTAL.
           IF WS-LIST-COUNT = ZERO
                DISPLAY "NO SESSIONS RECORDED ON THIS CASE".
           GO TO MENU-PARA.
       SESSION-PARA.
           PERFORM PICK-CASE-PARA.
           IF NOT WS-CASE-FOUND
                GO TO MENU-PARA.
           MOVE WS-CASE-IMAGE(WS-CASE-FOUND-X) TO COUNSEL-CASE-REC.
           IF CC-CLOSED
                DISPLAY "CASE IS CLOSED - NO SESSIONS CAN BE ADDED"
                GO TO MENU-PARA.
           IF WS-SESS-TOTAL = 5000
                DISPLAY "SESSION TABLE IS FULL - SESSION NOT RECORDED"
                GO TO MENU-PARA.
           DISPLAY "ENTER SESSION DATE YYYYMMDD (0 = TODAY): ".
           ACCEPT WS-ENTRY-DATE.
           IF WS-ENTRY-DATE = ZERO
                MOVE WS-TODAY TO WS-ENTRY-DATE.
           IF WS-ENTRY-DATE < CC-OPENED-DATE
                OR WS-ENTRY-DATE > WS-TODAY
                DISPLAY "SESSION DATE MUST FALL BETWEEN THE CASE ",
                     "OPENING AND TODAY"
                GO TO MENU-PARA.
           DISPLAY "ENTER COUNSELOR (BLANK = ", CC-COUNSELOR, "): ".
           ACCEPT WS-ENTRY-COUNSELOR.
           IF WS-ENTRY-COUNSELOR = SPACES
                MOVE CC-COUNSELOR TO WS-ENTRY-COUNSELOR.
           IF WS-ENTRY-COUNSELOR = SPACES
                DISPLAY "A COUNSELOR IS REQUIRED"
                GO TO MENU-PARA.
           DISPLAY "ENTER SESSION NOTES: ".
           ACCEPT WS-ENTRY-NOTES.
           DISPLAY "ENTER NEXT FOLLOW-UP YYYYMMDD (0 = NONE SET): ".
           ACCEPT WS-ENTRY-FOLLOWUP.
           IF WS-ENTRY-FOLLOWUP NOT = ZERO
                AND WS-ENTRY-FOLLOWUP NOT > WS-ENTRY-DATE
                DISPLAY "FOLLOW-UP MUST BE AFTER THE SESSION DATE"
                GO TO MENU-PARA.
           MOVE CC-CASE-NO TO CS-CASE-NO.
           MOVE WS-ENTRY-DATE TO CS-DATE.
           MOVE WS-ENTRY-COUNSELOR TO CS-COUNSELOR.
           MOVE WS-ENTRY-NOTES TO CS-NOTES.
           MOVE WS-ENTRY-FOLLOWUP TO CS-NEXT-FOLLOWUP.
           ADD 1 TO WS-SESS-TOTAL.
           SET WS-SESS-X TO WS-SESS-TOTAL.
           MOVE CS-CASE-NO TO WS-SESS-CASE(WS-SESS-X).
           MOVE COUNSEL-SESSION-REC TO WS-SESS-IMAGE(WS-SESS-X).
           MOVE WS-ENTRY-COUNSELOR TO CC-COUNSELOR.
           MOVE WS-ENTRY-FOLLOWUP TO CC-NEXT-FOLLOWUP.
           ADD 1 TO CC-SESSION-COUNT.
           MOVE COUNSEL-CASE-REC TO WS-CASE-IMAGE(WS-CASE-FOUND-X).
           ADD 1 TO WS-ENTRY-COUNT.
           DISPLAY "SESSION RECORDED ON CASE NO ", CC-CASE-NO.
           GO TO MENU-PARA.
       CLOSECASE-PARA.
           PERFORM PICK-CASE-PARA.
           IF NOT WS-CASE-FOUND
                GO TO MENU-PARA.
           MOVE WS-CASE-IMAGE(WS-CASE-FOUND-X) TO COUNSEL-CASE-REC.
           IF CC-CLOSED
                DISPLAY "CASE IS ALREADY CLOSED"
                GO TO MENU-PARA.
           DISPLAY "CLOSED HOW - RSLV=RESOLVED, REFR=REFERRED OUT,".
           DISPLAY "  DECL=DECLINED, LEFT=LEFT SCHOOL, NACT=NO ACTION".
           DISPLAY "ENTER CLOSURE CODE: ".
           ACCEPT WS-ENTRY-CLOSURE.
           IF NOT WS-CLOSURE-VALID
                DISPLAY "CLOSURE CODE MUST BE RSLV, REFR, DECL, LEFT ",
                     "OR NACT"
                GO TO MENU-PARA.
           MOVE "C" TO CC-STATUS.
           MOVE WS-TODAY TO CC-CLOSED-DATE.
           MOVE WS-ENTRY-CLOSURE TO CC-CLOSURE.
           MOVE ZERO TO CC-NEXT-FOLLOWUP.
           MOVE COUNSEL-CASE-REC TO WS-CASE-IMAGE(WS-CASE-FOUND-X).
           ADD 1 TO WS-ENTRY-COUNT.
           DISPLAY "CASE NO ", CC-CASE-NO, " CLOSED".
           GO TO MENU-PARA.
       SAVE-PARA.
           OPEN OUTPUT COUNSEL-CASE.
           PERFORM SAVE-ONE-CASE-PARA
                VARYING WS-CASE-IDX FROM 1 BY 1
                UNTIL WS-CASE-IDX > WS-CASE-TOTAL.
           CLOSE COUNSEL-CASE.
           OPEN OUTPUT COUNSEL-SESSION.
           PERFORM SAVE-ONE-SESSION-PARA
                VARYING WS-SESS-IDX FROM 1 BY 1
                UNTIL WS-SESS-IDX > WS-SESS-TOTAL.
           CLOSE COUNSEL-SESSION.
           DISPLAY "COUNSELING REGISTER SAVED".
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       LIST-ONE-CASE-PARA.
           MOVE WS-CASE-IMAGE(WS-CASE-IDX) TO COUNSEL-CASE-REC.
           IF CC-OPEN
                ADD 1 TO WS-LIST-COUNT
                MOVE CC-CASE-NO TO CL-CASE
                MOVE CC-RNO TO CL-RNO
                MOVE CC-NAME TO CL-NAME
                MOVE CC-SOURCE TO CL-SOURCE
                MOVE CC-TERM TO CL-TERM
                MOVE CC-COUNSELOR TO CL-COUNSELOR
                MOVE CC-NEXT-FOLLOWUP TO CL-FOLLOWUP
                DISPLAY CL-LIST-LINE.
       CHECK-HAND-CASE-PARA.
           IF WS-CASE-RNO(WS-CASE-IDX) = TRNO
                AND WS-CASE-SOURCE(WS-CASE-IDX) = "HAND"
                AND WS-CASE-TERM(WS-CASE-IDX) = WS-PICK-TERM
                MOVE "Y" TO WS-CASE-FOUND-SW
                MOVE WS-CASE-IDX TO WS-CASE-FOUND-X.
       PICK-CASE-PARA.
           DISPLAY "ENTER CASE NO: ".
           ACCEPT WS-PICK-CASE.
           MOVE "N" TO WS-CASE-FOUND-SW.
           PERFORM CHECK-ONE-CASE-PARA
                VARYING WS-CASE-IDX FROM 1 BY 1
                UNTIL WS-CASE-IDX > WS-CASE-TOTAL
                OR WS-CASE-FOUND.
           IF NOT WS-CASE-FOUND
                DISPLAY "CASE NO NOT FOUND".
       CHECK-ONE-CASE-PARA.
           IF WS-CASE-NO(WS-CASE-IDX) = WS-PICK-CASE
                MOVE "Y" TO WS-CASE-FOUND-SW
                MOVE WS-CASE-IDX TO WS-CASE-FOUND-X.
       SHOW-ONE-SESSION-PARA.
           IF WS-SESS-CASE(WS-SESS-IDX) = WS-PICK-CASE
                ADD 1 TO WS-LIST-COUNT
                MOVE WS-SESS-IMAGE(WS-SESS-IDX) TO COUNSEL-SESSION-REC
                MOVE CS-DATE TO SL-DATE
                MOVE CS-COUNSELOR TO SL-COUNSELOR
                MOVE CS-NEXT-FOLLOWUP TO SL-FOLLOWUP
                DISPLAY CS-LIST-LINE
                DISPLAY "    ", CS-NOTES.
       SAVE-ONE-CASE-PARA.
           MOVE WS-CASE-IMAGE(WS-CASE-IDX) TO COUNSEL-CASE-REC.
           WRITE COUNSEL-CASE-REC.
       SAVE-ONE-SESSION-PARA.
           MOVE WS-SESS-IMAGE(WS-SESS-IDX) TO COUNSEL-SESSION-REC.
           WRITE COUNSEL-SESSION-REC.
       LOAD-CASES-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT COUNSEL-CASE.
           IF COUNSEL-CASE-STATUS NOT = "00"
                GO TO LOAD-CASES-EXIT.
           PERFORM LOAD-ONE-CASE-PARA UNTIL WS-EOF.
           CLOSE COUNSEL-CASE.
       LOAD-CASES-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-CASE-PARA.
           READ COUNSEL-CASE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM STORE-CASE-PARA.
       STORE-CASE-PARA.
           IF WS-CASE-TOTAL = 3000
                DISPLAY "MORE THAN 3000 CASES ON FILE - RUN ABANDONED"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "TOO MANY COUNSELING CASES TO LOAD" TO
                     WS-ERROR-MESSAGE
                MOVE "Y" TO WS-EOF-SW
           ELSE
                ADD 1 TO WS-CASE-TOTAL
                SET WS-CASE-X TO WS-CASE-TOTAL
                MOVE CC-CASE-NO TO WS-CASE-NO(WS-CASE-X)
                MOVE CC-RNO TO WS-CASE-RNO(WS-CASE-X)
                MOVE CC-SOURCE TO WS-CASE-SOURCE(WS-CASE-X)
                MOVE CC-TERM TO WS-CASE-TERM(WS-CASE-X)
                MOVE COUNSEL-CASE-REC TO WS-CASE-IMAGE(WS-CASE-X)
                IF CC-CASE-NO > WS-LAST-CASE
                     MOVE CC-CASE-NO TO WS-LAST-CASE.
       LOAD-SESSIONS-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT COUNSEL-SESSION.
           IF COUNSEL-SESSION-STATUS NOT = "00"
                GO TO LOAD-SESSIONS-EXIT.
           PERFORM LOAD-ONE-SESSION-PARA UNTIL WS-EOF.
           CLOSE COUNSEL-SESSION.
       LOAD-SESSIONS-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-SESSION-PARA.
           READ COUNSEL-SESSION
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM STORE-SESSION-PARA.
       STORE-SESSION-PARA.
           IF WS-SESS-TOTAL = 5000
                DISPLAY "MORE THAN 5000 SESSIONS ON FILE - ",
                     "RUN ABANDONED"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "TOO MANY COUNSELING SESSIONS TO LOAD" TO
                     WS-ERROR-MESSAGE
                MOVE "Y" TO WS-EOF-SW
           ELSE
                ADD 1 TO WS-SESS-TOTAL
                SET WS-SESS-X TO WS-SESS-TOTAL
                MOVE CS-CASE-NO TO WS-SESS-CASE(WS-SESS-X)
                MOVE COUNSEL-SESSION-REC TO WS-SESS-IMAGE(WS-SESS-X).
       OPEN-OPERATOR-PARA.
           OPEN INPUT OPERATOR-MASTER.
       LOAD-ONE-OPERATOR-PARA.
           READ OPERATOR-MASTER
                AT END MOVE "Y" TO WS-OPERATOR-EOF-SW
                NOT AT END PERFORM STORE-OPERATOR-PARA.
       STORE-OPERATOR-PARA.
           ADD 1 TO WS-OPERATOR-TOTAL.
           SET WS-OPERATOR-X TO WS-OPERATOR-TOTAL.
           MOVE OP-ID TO WS-OPERATOR-ID(WS-OPERATOR-X).
           MOVE OP-PASSWORD TO WS-OPERATOR-PASSWORD(WS-OPERATOR-X).
           MOVE OP-ROLE TO WS-OPERATOR-ROLE(WS-OPERATOR-X).
           MOVE OP-STATUS TO WS-OPERATOR-STATUS(WS-OPERATOR-X).
           MOVE OP-FORCE-CHANGE TO WS-OPERATOR-FORCE(WS-OPERATOR-X).
       CLOSE-OPERATOR-PARA.
           CLOSE OPERATOR-MASTER.
       CHECK-LOGIN-PARA.
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
                DISPLAY "INVALID OPERATOR ID OR PASSWORD".
       CHECK-ONE-OPERATOR-PARA.
           IF WS-LOGIN-ID = WS-OPERATOR-ID(WS-OPERATOR-X)
                AND WS-LOGIN-PASSWORD =
                     WS-OPERATOR-PASSWORD(WS-OPERATOR-X)
                IF WS-OPERATOR-STATUS(WS-OPERATOR-X) = "D"
                     DISPLAY "THIS OPERATOR ACCOUNT IS DISABLED"
                ELSE
                     MOVE "Y" TO WS-LOGIN-OK-SW
                     MOVE WS-OPERATOR-ROLE(WS-OPERATOR-X) TO
                          WS-LOGIN-ROLE.
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
           MOVE WS-CASE-TOTAL TO RL-READ-COUNT.
           MOVE WS-ENTRY-COUNT TO RL-UPDATE-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "COUNSEL-MAINT" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
