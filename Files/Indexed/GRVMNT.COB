       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRIEVANCE-MAINT.
      *    PARENT GRIEVANCE REGISTER. A COMPLAINT IS RECORDED
      *    AGAINST THE STUDENT WITH HOW IT ARRIVED (PHONE, LETTER,
      *    PORTAL OR IN PERSON), ITS CATEGORY, WHAT WAS SAID AND THE
      *    OPERATOR WHO OWNS IT; THE TARGET DATE IS THE CATEGORY'S
      *    TARGET IN WORKING DAYS FROM THE DAY IT WAS RECEIVED.
      *    EVERY RESPONSE TO THE PARENT IS ALSO LOGGED ON
      *    COMMREG.DAT. CATEGORIES AND THEIR TARGETS ARE CHANGED
      *    ONLY UNDER A SUPERVISOR LOGIN. CHANGES ARE KEPT IN
      *    STORAGE AND WRITTEN BACK WHEN THE SESSION IS SAVED.
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
           SELECT GRIEVANCE-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS GRIEVANCE-FILE-STATUS.
           SELECT GRIEVANCE-CATEGORY ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS GRIEVANCE-CATEGORY-STATUS.
           SELECT COMM-REGISTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS COMM-REGISTER-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HOLIDAY-FILE-STATUS.
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
       FD GRIEVANCE-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "GRIEVNC.DAT"
           DATA RECORD IS GRIEVANCE-REC.
       COPY GRIEVNC.
       FD GRIEVANCE-CATEGORY
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "GRVCAT.DAT"
           DATA RECORD IS GRIEVANCE-CATEGORY-REC.
       COPY GRVCAT.
       FD COMM-REGISTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "COMMREG.DAT"
           DATA RECORD IS COMM-REGISTER-REC.
       COPY COMMREG.
       FD HOLIDAY-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "HOLIDAYS.DAT"
           DATA RECORD IS HOLIDAY-REC.
       COPY HOLIDAY.
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 STUDENT-FILE-STATUS PIC XX.
       77 OPERATOR-MASTER-STATUS PIC XX.
       77 GRIEVANCE-FILE-STATUS PIC XX.
       77 GRIEVANCE-CATEGORY-STATUS PIC XX.
       77 COMM-REGISTER-STATUS PIC XX.
       77 HOLIDAY-FILE-STATUS PIC XX.
       77 MENU-CHOICE PIC 9.
       77 TRNO PIC 9(5).
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-TODAY PIC 9(8).
       77 WS-PICK-NO PIC 9(5).
       77 WS-ENTRY-NAME PIC X(20).
       77 WS-ENTRY-GUARDIAN PIC 9(4).
       77 WS-ENTRY-DATE PIC 9(8).
       77 WS-ENTRY-CHANNEL PIC X(6).
           88 WS-CHANNEL-VALID VALUE "PHONE" "LETTER" "PORTAL"
                "PERSON".
       77 WS-ENTRY-CATEGORY PIC X(4).
       77 WS-ENTRY-DESCRIPTION PIC X(60).
       77 WS-ENTRY-OWNER PIC X(8).
       77 WS-ENTRY-NOTE PIC X(60).
       77 WS-ENTRY-TARGET PIC 9(3).
       77 WS-ENTRY-CAT-DESC PIC X(20).
       77 WS-LIST-COUNT PIC 9(4).
       77 WS-ENTRY-COUNT PIC 9(5) VALUE ZERO.
       77 WS-LAST-NO PIC 9(5) VALUE ZERO.
       77 WS-DAY-COUNT PIC 9(3).
       77 WS-COUNT-TO PIC 9(8).
       77 WS-GRV-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-GRV-IDX PIC 9(4) COMP.
       77 WS-GRV-FOUND-SW PIC X.
           88 WS-GRV-FOUND VALUE "Y".
       77 WS-GRV-FOUND-X PIC 9(4) COMP.
       77 WS-CAT-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-CAT-IDX PIC 9(3) COMP.
       77 WS-CAT-FOUND-SW PIC X.
           88 WS-CAT-FOUND VALUE "Y".
       77 WS-CAT-FOUND-X PIC 9(3) COMP.
       77 WS-OWNER-FOUND-SW PIC X.
           88 WS-OWNER-FOUND VALUE "Y".
       77 WS-OWNER-ROLE PIC X.
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
       01 WS-GRV-TABLE.
        02 WS-GRV-ENTRY OCCURS 1 TO 3000 TIMES
                DEPENDING ON WS-GRV-TOTAL
                INDEXED BY WS-GRV-X.
         03 WS-GRV-NO PIC 9(5).
         03 WS-GRV-IMAGE PIC X(227).
       01 WS-CAT-TABLE.
        02 WS-CAT-ENTRY OCCURS 1 TO 50 TIMES
                DEPENDING ON WS-CAT-TOTAL
                INDEXED BY WS-CAT-X.
         03 WS-CAT-CODE PIC X(4).
         03 WS-CAT-DESCRIPTION PIC X(20).
         03 WS-CAT-TARGET PIC 9(3).
         03 WS-CAT-SUPERVISOR PIC X(8).
       COPY WORKDAY.
       01 GL-LIST-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 GL-NO PIC 9(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 GL-RNO PIC 9(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 GL-NAME PIC X(20).
        02 FILLER PIC X(2) VALUE SPACES.
        02 GL-CATEGORY PIC X(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 GL-OWNER PIC X(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 GL-TARGET PIC 9(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 GL-FLAG PIC X(9).
       01 CT-LIST-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 CT-CODE PIC X(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 CT-DESCRIPTION PIC X(20).
        02 FILLER PIC X(2) VALUE SPACES.
        02 CT-TARGET PIC ZZ9.
        02 FILLER PIC X(15) VALUE " WORKING DAYS  ".
        02 CT-SUPERVISOR PIC X(8).
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
       OPEN-PARA.
           PERFORM WORKDAY-LOAD-PARA THRU WORKDAY-LOAD-EXIT.
           PERFORM LOAD-CATEGORIES-PARA THRU LOAD-CATEGORIES-EXIT.
           PERFORM LOAD-GRIEVANCES-PARA THRU LOAD-GRIEVANCES-EXIT.
           IF WS-RC-ERROR
                GO TO END-PARA.
       MENU-PARA.
           DISPLAY "PARENT GRIEVANCE REGISTER".
           DISPLAY " 1. LIST UNRESOLVED GRIEVANCES".
           DISPLAY " 2. RECORD A GRIEVANCE".
           DISPLAY " 3. SHOW A GRIEVANCE".
           DISPLAY " 4. LOG A RESPONSE TO THE PARENT".
           DISPLAY " 5. RESOLVE A GRIEVANCE".
           DISPLAY " 6. REASSIGN THE OWNER".
           DISPLAY " 7. CATEGORIES AND TARGETS".
           DISPLAY " 8. SAVE AND EXIT".
           DISPLAY "ENTER CHOICE: ".
           ACCEPT MENU-CHOICE.
           IF MENU-CHOICE < 1 OR MENU-CHOICE > 8
                DISPLAY "INVALID CHOICE - ENTER 1 TO 8"
                GO TO MENU-PARA.
           GO TO LIST-PARA RECORD-PARA SHOW-PARA RESPOND-PARA
                RESOLVE-PARA REASSIGN-PARA CATEGORY-PARA SAVE-PARA
                DEPENDING ON MENU-CHOICE.
       LIST-PARA.
           MOVE ZERO TO WS-LIST-COUNT.
           DISPLAY "  NO.    ROLL   NAME                  CAT.  OWNER",
                "     TARGET".
           DISPLAY DASH-LINE.
           PERFORM LIST-ONE-GRV-PARA
                VARYING WS-GRV-IDX FROM 1 BY 1
                UNTIL WS-GRV-IDX > WS-GRV-TOTAL.
           DISPLAY DASH-LINE.
           DISPLAY "UNRESOLVED GRIEVANCES: ", WS-LIST-COUNT.
           GO TO MENU-PARA.
       RECORD-PARA.
           IF WS-GRV-TOTAL = 3000
                DISPLAY "GRIEVANCE TABLE IS FULL - NO MORE GRIEVANCES ",
                     "CAN BE RECORDED"
                GO TO MENU-PARA.
           IF WS-CAT-TOTAL = ZERO
                DISPLAY "NO GRIEVANCE CATEGORIES ARE SET UP - A ",
                     "SUPERVISOR MUST ADD THEM FIRST"
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
           MOVE GUARDIAN-ID TO WS-ENTRY-GUARDIAN.
           CLOSE STUDENT.
           DISPLAY "ENTER DATE RECEIVED YYYYMMDD (0 = TODAY): ".
           ACCEPT WS-ENTRY-DATE.
           IF WS-ENTRY-DATE = ZERO
                MOVE WS-TODAY TO WS-ENTRY-DATE.
           IF WS-ENTRY-DATE > WS-TODAY
                DISPLAY "DATE RECEIVED CANNOT BE IN THE FUTURE"
                GO TO MENU-PARA.
           MOVE WS-ENTRY-DATE TO WS-WD-DATE.
           PERFORM WORKDAY-VALID-PARA THRU WORKDAY-VALID-EXIT.
           IF NOT WS-WD-VALID
                DISPLAY "DATE RECEIVED IS NOT A VALID DATE"
                GO TO MENU-PARA.
           DISPLAY "RECEIVED BY - PHONE, LETTER, PORTAL OR PERSON: ".
           ACCEPT WS-ENTRY-CHANNEL.
           IF NOT WS-CHANNEL-VALID
                DISPLAY "ENTER PHONE, LETTER, PORTAL OR PERSON"
                GO TO MENU-PARA.
           PERFORM LIST-ONE-CAT-PARA
                VARYING WS-CAT-IDX FROM 1 BY 1
                UNTIL WS-CAT-IDX > WS-CAT-TOTAL.
           DISPLAY "ENTER CATEGORY: ".
           ACCEPT WS-ENTRY-CATEGORY.
           PERFORM FIND-CATEGORY-PARA.
           IF NOT WS-CAT-FOUND
                DISPLAY "CATEGORY NOT FOUND"
                GO TO MENU-PARA.
           DISPLAY "ENTER WHAT THE PARENT RAISED: ".
           ACCEPT WS-ENTRY-DESCRIPTION.
           IF WS-ENTRY-DESCRIPTION = SPACES
                DISPLAY "A DESCRIPTION IS REQUIRED"
                GO TO MENU-PARA.
           DISPLAY "ENTER OWNER OPERATOR ID (BLANK = ", WS-LOGIN-ID,
                "): ".
           ACCEPT WS-ENTRY-OWNER.
           IF WS-ENTRY-OWNER = SPACES
                MOVE WS-LOGIN-ID TO WS-ENTRY-OWNER.
           PERFORM FIND-OWNER-PARA.
           IF NOT WS-OWNER-FOUND
                DISPLAY "OWNER IS NOT AN ACTIVE OPERATOR"
                GO TO MENU-PARA.
           MOVE WS-CAT-TARGET(WS-CAT-FOUND-X) TO WS-WD-ENTRY.
           MOVE WS-ENTRY-DATE TO WS-WD-BASE.
           MOVE "W" TO WS-WD-MODE.
           PERFORM WORKDAY-ENTRY-PARA THRU WORKDAY-ENTRY-EXIT.
           ADD 1 TO WS-LAST-NO.
           MOVE WS-LAST-NO TO GV-NO.
           MOVE TRNO TO GV-RNO.
           MOVE WS-ENTRY-NAME TO GV-NAME.
           MOVE WS-ENTRY-GUARDIAN TO GV-GUARDIAN-ID.
           MOVE WS-ENTRY-CHANNEL TO GV-CHANNEL.
           MOVE WS-ENTRY-CATEGORY TO GV-CATEGORY.
           MOVE WS-ENTRY-DESCRIPTION TO GV-DESCRIPTION.
           MOVE WS-ENTRY-OWNER TO GV-OWNER.
           MOVE WS-ENTRY-DATE TO GV-RECEIVED.
           MOVE WS-WD-DATE TO GV-TARGET.
           MOVE "O" TO GV-STATUS.
           MOVE SPACES TO GV-ESCALATED-TO.
           MOVE ZERO TO GV-ESCALATED-DATE.
           MOVE ZERO TO GV-RESPONSE-COUNT.
           MOVE ZERO TO GV-LAST-RESPONSE.
           MOVE SPACES TO GV-LAST-NOTE.
           MOVE ZERO TO GV-CLOSED-DATE.
           MOVE ZERO TO GV-DAYS-TAKEN.
           ADD 1 TO WS-GRV-TOTAL.
           SET WS-GRV-X TO WS-GRV-TOTAL.
           MOVE GV-NO TO WS-GRV-NO(WS-GRV-X).
           MOVE GRIEVANCE-REC TO WS-GRV-IMAGE(WS-GRV-X).
           ADD 1 TO WS-ENTRY-COUNT.
           DISPLAY "GRIEVANCE NO ", GV-NO, " RECORDED - TARGET ",
                GV-TARGET.
           GO TO MENU-PARA.
       SHOW-PARA.
           PERFORM PICK-GRV-PARA.
           IF NOT WS-GRV-FOUND
                GO TO MENU-PARA.
           MOVE WS-GRV-IMAGE(WS-GRV-FOUND-X) TO GRIEVANCE-REC.
           DISPLAY DASH-LINE.
           DISPLAY "GRIEVANCE  : ", GV-NO.
           DISPLAY "STUDENT    : ", GV-RNO, " ", GV-NAME,
                "  GUARDIAN ", GV-GUARDIAN-ID.
           DISPLAY "RECEIVED   : ", GV-RECEIVED, " BY ", GV-CHANNEL.
           DISPLAY "CATEGORY   : ", GV-CATEGORY,
                "  TARGET ", GV-TARGET.
           DISPLAY "RAISED     : ", GV-DESCRIPTION.
           DISPLAY "OWNER      : ", GV-OWNER.
           IF GV-ESCALATED-DATE NOT = ZERO
                DISPLAY "ESCALATED  : ", GV-ESCALATED-DATE, " TO ",
                     GV-ESCALATED-TO.
           DISPLAY "RESPONSES  : ", GV-RESPONSE-COUNT,
                "  LAST ", GV-LAST-RESPONSE.
           DISPLAY "LAST NOTE  : ", GV-LAST-NOTE.
           IF GV-RESOLVED
                DISPLAY "RESOLVED   : ", GV-CLOSED-DATE, "  IN ",
                     GV-DAYS-TAKEN, " DAYS"
           ELSE
                DISPLAY "STATUS     : UNRESOLVED".
           DISPLAY DASH-LINE.
           GO TO MENU-PARA.
       RESPOND-PARA.
           PERFORM PICK-GRV-PARA.
           IF NOT WS-GRV-FOUND
                GO TO MENU-PARA.
           MOVE WS-GRV-IMAGE(WS-GRV-FOUND-X) TO GRIEVANCE-REC.
           IF GV-RESOLVED
                DISPLAY "GRIEVANCE IS RESOLVED - USE A NEW GRIEVANCE ",
                     "IF THE PARENT RAISES IT AGAIN"
                GO TO MENU-PARA.
           PERFORM ASK-RESPONSE-PARA THRU ASK-RESPONSE-EXIT.
           IF WS-ENTRY-NOTE = SPACES
                GO TO MENU-PARA.
           MOVE GRIEVANCE-REC TO WS-GRV-IMAGE(WS-GRV-FOUND-X).
           ADD 1 TO WS-ENTRY-COUNT.
           DISPLAY "RESPONSE LOGGED ON GRIEVANCE NO ", GV-NO.
           GO TO MENU-PARA.
      *    A GRIEVANCE IS RESOLVED WITH THE FINAL RESPONSE TO THE
      *    PARENT, WHICH IS LOGGED LIKE ANY OTHER.
       RESOLVE-PARA.
           PERFORM PICK-GRV-PARA.
           IF NOT WS-GRV-FOUND
                GO TO MENU-PARA.
           MOVE WS-GRV-IMAGE(WS-GRV-FOUND-X) TO GRIEVANCE-REC.
           IF GV-RESOLVED
                DISPLAY "GRIEVANCE IS ALREADY RESOLVED"
                GO TO MENU-PARA.
           DISPLAY "FINAL RESPONSE TO THE PARENT -".
           PERFORM ASK-RESPONSE-PARA THRU ASK-RESPONSE-EXIT.
           IF WS-ENTRY-NOTE = SPACES
                GO TO MENU-PARA.
           MOVE "C" TO GV-STATUS.
           MOVE WS-ENTRY-DATE TO GV-CLOSED-DATE.
           MOVE WS-ENTRY-DATE TO WS-COUNT-TO.
           PERFORM COUNT-DAYS-PARA.
           MOVE WS-DAY-COUNT TO GV-DAYS-TAKEN.
           MOVE GRIEVANCE-REC TO WS-GRV-IMAGE(WS-GRV-FOUND-X).
           ADD 1 TO WS-ENTRY-COUNT.
           DISPLAY "GRIEVANCE NO ", GV-NO, " RESOLVED IN ",
                GV-DAYS-TAKEN, " DAYS".
           IF GV-CLOSED-DATE > GV-TARGET
                DISPLAY "  (AFTER ITS TARGET OF ", GV-TARGET, ")".
           GO TO MENU-PARA.
       REASSIGN-PARA.
           PERFORM PICK-GRV-PARA.
           IF NOT WS-GRV-FOUND
                GO TO MENU-PARA.
           MOVE WS-GRV-IMAGE(WS-GRV-FOUND-X) TO GRIEVANCE-REC.
           IF GV-RESOLVED
                DISPLAY "GRIEVANCE IS RESOLVED - OWNER NOT CHANGED"
                GO TO MENU-PARA.
           DISPLAY "CURRENT OWNER: ", GV-OWNER.
           DISPLAY "ENTER NEW OWNER OPERATOR ID: ".
           ACCEPT WS-ENTRY-OWNER.
           PERFORM FIND-OWNER-PARA.
           IF NOT WS-OWNER-FOUND
                DISPLAY "OWNER IS NOT AN ACTIVE OPERATOR"
                GO TO MENU-PARA.
           MOVE WS-ENTRY-OWNER TO GV-OWNER.
           MOVE GRIEVANCE-REC TO WS-GRV-IMAGE(WS-GRV-FOUND-X).
           ADD 1 TO WS-ENTRY-COUNT.
           DISPLAY "GRIEVANCE NO ", GV-NO, " NOW OWNED BY ", GV-OWNER.
           GO TO MENU-PARA.
      *    A NEW CODE IS ADDED; AN EXISTING ONE HAS ITS DESCRIPTION,
      *    TARGET AND SUPERVISOR REPLACED. A CHANGED TARGET APPLIES
      *    ONLY TO GRIEVANCES RECORDED AFTERWARDS.
       CATEGORY-PARA.
           DISPLAY DASH-LINE.
           PERFORM SHOW-ONE-CAT-PARA
                VARYING WS-CAT-IDX FROM 1 BY 1
                UNTIL WS-CAT-IDX > WS-CAT-TOTAL.
           DISPLAY DASH-LINE.
           IF NOT WS-LOGIN-SUPERVISOR
                DISPLAY "ONLY A SUPERVISOR CAN CHANGE THE CATEGORIES"
                GO TO MENU-PARA.
           DISPLAY "ENTER CATEGORY CODE TO ADD OR CHANGE ",
                "(BLANK TO RETURN): ".
           ACCEPT WS-ENTRY-CATEGORY.
           IF WS-ENTRY-CATEGORY = SPACES
                GO TO MENU-PARA.
           PERFORM FIND-CATEGORY-PARA.
           IF NOT WS-CAT-FOUND AND WS-CAT-TOTAL = 50
                DISPLAY "CATEGORY TABLE IS FULL"
                GO TO MENU-PARA.
           DISPLAY "ENTER DESCRIPTION: ".
           ACCEPT WS-ENTRY-CAT-DESC.
           IF WS-ENTRY-CAT-DESC = SPACES
                DISPLAY "A DESCRIPTION IS REQUIRED"
                GO TO MENU-PARA.
           DISPLAY "ENTER TARGET TO RESOLVE, IN WORKING DAYS: ".
           ACCEPT WS-ENTRY-TARGET.
           IF WS-ENTRY-TARGET = ZERO
                DISPLAY "TARGET MUST BE AT LEAST ONE WORKING DAY"
                GO TO MENU-PARA.
           DISPLAY "ENTER SUPERVISOR TO ESCALATE TO: ".
           ACCEPT WS-ENTRY-OWNER.
           PERFORM FIND-OWNER-PARA.
           IF NOT WS-OWNER-FOUND OR WS-OWNER-ROLE NOT = "S"
                DISPLAY "ESCALATION MUST GO TO AN ACTIVE SUPERVISOR"
                GO TO MENU-PARA.
           IF NOT WS-CAT-FOUND
                ADD 1 TO WS-CAT-TOTAL
                MOVE WS-CAT-TOTAL TO WS-CAT-FOUND-X
                MOVE WS-ENTRY-CATEGORY TO
                     WS-CAT-CODE(WS-CAT-FOUND-X).
           MOVE WS-ENTRY-CAT-DESC TO WS-CAT-DESCRIPTION(WS-CAT-FOUND-X).
           MOVE WS-ENTRY-TARGET TO WS-CAT-TARGET(WS-CAT-FOUND-X).
           MOVE WS-ENTRY-OWNER TO WS-CAT-SUPERVISOR(WS-CAT-FOUND-X).
           ADD 1 TO WS-ENTRY-COUNT.
           DISPLAY "CATEGORY ", WS-ENTRY-CATEGORY, " SAVED".
           GO TO CATEGORY-PARA.
       SAVE-PARA.
           OPEN OUTPUT GRIEVANCE-CATEGORY.
           PERFORM SAVE-ONE-CAT-PARA
                VARYING WS-CAT-IDX FROM 1 BY 1
                UNTIL WS-CAT-IDX > WS-CAT-TOTAL.
           CLOSE GRIEVANCE-CATEGORY.
           OPEN OUTPUT GRIEVANCE-FILE.
           PERFORM SAVE-ONE-GRV-PARA
                VARYING WS-GRV-IDX FROM 1 BY 1
                UNTIL WS-GRV-IDX > WS-GRV-TOTAL.
           CLOSE GRIEVANCE-FILE.
           DISPLAY "GRIEVANCE REGISTER SAVED".
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       LIST-ONE-GRV-PARA.
           MOVE WS-GRV-IMAGE(WS-GRV-IDX) TO GRIEVANCE-REC.
           IF GV-UNRESOLVED
                ADD 1 TO WS-LIST-COUNT
                MOVE GV-NO TO GL-NO
                MOVE GV-RNO TO GL-RNO
                MOVE GV-NAME TO GL-NAME
                MOVE GV-CATEGORY TO GL-CATEGORY
                MOVE GV-OWNER TO GL-OWNER
                MOVE GV-TARGET TO GL-TARGET
                MOVE SPACES TO GL-FLAG
                PERFORM FLAG-ONE-GRV-PARA
                DISPLAY GL-LIST-LINE.
       FLAG-ONE-GRV-PARA.
           IF GV-ESCALATED
                MOVE "ESCALATED" TO GL-FLAG
           ELSE
                IF GV-TARGET < WS-TODAY
                     MOVE "OVERDUE" TO GL-FLAG.
      *    EACH RESPONSE GOES ON THE COMMUNICATIONS REGISTER BY THE
      *    CHANNEL IT WAS MADE THROUGH. A BLANK NOTE ABANDONS IT.
       ASK-RESPONSE-PARA.
           DISPLAY "ENTER RESPONSE DATE YYYYMMDD (0 = TODAY): ".
           ACCEPT WS-ENTRY-DATE.
           IF WS-ENTRY-DATE = ZERO
                MOVE WS-TODAY TO WS-ENTRY-DATE.
           MOVE SPACES TO WS-ENTRY-NOTE.
           IF WS-ENTRY-DATE < GV-RECEIVED OR WS-ENTRY-DATE > WS-TODAY
                DISPLAY "RESPONSE DATE MUST FALL BETWEEN THE DAY IT ",
                     "WAS RECEIVED AND TODAY"
                GO TO ASK-RESPONSE-EXIT.
           DISPLAY "RESPONDED BY - PHONE, LETTER, PORTAL OR PERSON: ".
           ACCEPT WS-ENTRY-CHANNEL.
           IF NOT WS-CHANNEL-VALID
                DISPLAY "ENTER PHONE, LETTER, PORTAL OR PERSON"
                GO TO ASK-RESPONSE-EXIT.
           DISPLAY "ENTER WHAT THE PARENT WAS TOLD: ".
           ACCEPT WS-ENTRY-NOTE.
           IF WS-ENTRY-NOTE = SPACES
                DISPLAY "A NOTE OF THE RESPONSE IS REQUIRED"
                GO TO ASK-RESPONSE-EXIT.
           ADD 1 TO GV-RESPONSE-COUNT.
           MOVE WS-ENTRY-DATE TO GV-LAST-RESPONSE.
           MOVE WS-ENTRY-NOTE TO GV-LAST-NOTE.
           OPEN EXTEND COMM-REGISTER.
           IF COMM-REGISTER-STATUS = "35"
                OPEN OUTPUT COMM-REGISTER.
           MOVE GV-RNO TO CM-RNO.
           MOVE WS-ENTRY-DATE TO CM-DATE.
           ACCEPT CM-TIME FROM TIME.
           MOVE WS-ENTRY-CHANNEL TO CM-CHANNEL.
           MOVE "GRIEVANCE" TO CM-DOC-TYPE.
           MOVE "S" TO CM-STATUS.
           WRITE COMM-REGISTER-REC.
           CLOSE COMM-REGISTER.
       ASK-RESPONSE-EXIT.
           EXIT.
      *    CALENDAR DAYS FROM GV-RECEIVED TO WS-COUNT-TO.
       COUNT-DAYS-PARA.
           MOVE ZERO TO WS-DAY-COUNT.
           MOVE GV-RECEIVED TO WS-WD-DATE.
           PERFORM COUNT-ONE-DAY-PARA
                UNTIL WS-WD-DATE NOT < WS-COUNT-TO
                OR WS-DAY-COUNT = 999.
       COUNT-ONE-DAY-PARA.
           PERFORM WORKDAY-NEXT-PARA.
           ADD 1 TO WS-DAY-COUNT.
       PICK-GRV-PARA.
           DISPLAY "ENTER GRIEVANCE NO: ".
           ACCEPT WS-PICK-NO.
           MOVE "N" TO WS-GRV-FOUND-SW.
           PERFORM CHECK-ONE-GRV-PARA
                VARYING WS-GRV-IDX FROM 1 BY 1
                UNTIL WS-GRV-IDX > WS-GRV-TOTAL
                OR WS-GRV-FOUND.
           IF NOT WS-GRV-FOUND
                DISPLAY "GRIEVANCE NO NOT FOUND".
       CHECK-ONE-GRV-PARA.
           IF WS-GRV-NO(WS-GRV-IDX) = WS-PICK-NO
                MOVE "Y" TO WS-GRV-FOUND-SW
                MOVE WS-GRV-IDX TO WS-GRV-FOUND-X.
       FIND-CATEGORY-PARA.
           MOVE "N" TO WS-CAT-FOUND-SW.
           PERFORM CHECK-ONE-CAT-PARA
                VARYING WS-CAT-IDX FROM 1 BY 1
                UNTIL WS-CAT-IDX > WS-CAT-TOTAL
                OR WS-CAT-FOUND.
       CHECK-ONE-CAT-PARA.
           IF WS-CAT-CODE(WS-CAT-IDX) = WS-ENTRY-CATEGORY
                MOVE "Y" TO WS-CAT-FOUND-SW
                MOVE WS-CAT-IDX TO WS-CAT-FOUND-X.
       LIST-ONE-CAT-PARA.
           DISPLAY "  ", WS-CAT-CODE(WS-CAT-IDX), "  ",
                WS-CAT-DESCRIPTION(WS-CAT-IDX).
       SHOW-ONE-CAT-PARA.
           MOVE WS-CAT-CODE(WS-CAT-IDX) TO CT-CODE.
           MOVE WS-CAT-DESCRIPTION(WS-CAT-IDX) TO CT-DESCRIPTION.
           MOVE WS-CAT-TARGET(WS-CAT-IDX) TO CT-TARGET.
           MOVE WS-CAT-SUPERVISOR(WS-CAT-IDX) TO CT-SUPERVISOR.
           DISPLAY CT-LIST-LINE.
       FIND-OWNER-PARA.
           MOVE "N" TO WS-OWNER-FOUND-SW.
           PERFORM CHECK-ONE-OWNER-PARA
                VARYING WS-OPERATOR-X FROM 1 BY 1
                UNTIL WS-OPERATOR-X > WS-OPERATOR-TOTAL
                OR WS-OWNER-FOUND.
       CHECK-ONE-OWNER-PARA.
           IF WS-OPERATOR-ID(WS-OPERATOR-X) = WS-ENTRY-OWNER
                AND WS-OPERATOR-STATUS(WS-OPERATOR-X) NOT = "D"
                MOVE "Y" TO WS-OWNER-FOUND-SW
                MOVE WS-OPERATOR-ROLE(WS-OPERATOR-X) TO WS-OWNER-ROLE.
       SAVE-ONE-CAT-PARA.
           MOVE WS-CAT-CODE(WS-CAT-IDX) TO GC-CODE.
           MOVE WS-CAT-DESCRIPTION(WS-CAT-IDX) TO GC-DESCRIPTION.
           MOVE WS-CAT-TARGET(WS-CAT-IDX) TO GC-TARGET-DAYS.
           MOVE WS-CAT-SUPERVISOR(WS-CAT-IDX) TO GC-SUPERVISOR.
           WRITE GRIEVANCE-CATEGORY-REC.
       SAVE-ONE-GRV-PARA.
           MOVE WS-GRV-IMAGE(WS-GRV-IDX) TO GRIEVANCE-REC.
           WRITE GRIEVANCE-REC.
       LOAD-CATEGORIES-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT GRIEVANCE-CATEGORY.
           IF GRIEVANCE-CATEGORY-STATUS NOT = "00"
                GO TO LOAD-CATEGORIES-EXIT.
           PERFORM LOAD-ONE-CAT-PARA UNTIL WS-EOF.
           CLOSE GRIEVANCE-CATEGORY.
       LOAD-CATEGORIES-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-CAT-PARA.
           READ GRIEVANCE-CATEGORY
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-CAT-TOTAL < 50
                          ADD 1 TO WS-CAT-TOTAL
                          SET WS-CAT-X TO WS-CAT-TOTAL
                          MOVE GC-CODE TO WS-CAT-CODE(WS-CAT-X)
                          MOVE GC-DESCRIPTION TO
                               WS-CAT-DESCRIPTION(WS-CAT-X)
                          MOVE GC-TARGET-DAYS TO WS-CAT-TARGET(WS-CAT-X)
                          MOVE GC-SUPERVISOR TO
                               WS-CAT-SUPERVISOR(WS-CAT-X).
       LOAD-GRIEVANCES-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT GRIEVANCE-FILE.
           IF GRIEVANCE-FILE-STATUS NOT = "00"
                GO TO LOAD-GRIEVANCES-EXIT.
           PERFORM LOAD-ONE-GRV-PARA UNTIL WS-EOF.
           CLOSE GRIEVANCE-FILE.
       LOAD-GRIEVANCES-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-GRV-PARA.
           READ GRIEVANCE-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END PERFORM STORE-GRV-PARA.
       STORE-GRV-PARA.
           IF WS-GRV-TOTAL = 3000
                DISPLAY "MORE THAN 3000 GRIEVANCES ON FILE - ",
                     "RUN ABANDONED"
                MOVE 08 TO WS-RETURN-CODE
                MOVE "TOO MANY GRIEVANCES TO LOAD" TO WS-ERROR-MESSAGE
                MOVE "Y" TO WS-EOF-SW
           ELSE
                ADD 1 TO WS-GRV-TOTAL
                SET WS-GRV-X TO WS-GRV-TOTAL
                MOVE GV-NO TO WS-GRV-NO(WS-GRV-X)
                MOVE GRIEVANCE-REC TO WS-GRV-IMAGE(WS-GRV-X)
                IF GV-NO > WS-LAST-NO
                     MOVE GV-NO TO WS-LAST-NO.
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
           MOVE WS-GRV-TOTAL TO RL-READ-COUNT.
           MOVE WS-ENTRY-COUNT TO RL-UPDATE-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "GRIEVANCE-MAINT" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
       COPY WORKCALC.
