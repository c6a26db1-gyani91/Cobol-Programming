       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLINIC-VISIT.
      *    SICK-ROOM VISIT REGISTER. THE NURSE SEES THE STUDENT'S
      *    ALLERGY AND CONDITION WARNINGS FROM MEDICAL.DAT BEFORE
      *    ANYTHING IS GIVEN, THEN RECORDS THE COMPLAINT, TREATMENT
      *    AND OUTCOME. A STUDENT SENT HOME HAS THE GUARDIAN CALL
      *    LOGGED ON COMMREG.DAT AND AN EXCUSED LEAVE FOR THE REST
      *    OF THE DAY WRITTEN TO APPLEAVE.DAT.
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
           SELECT MEDICAL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MEDICAL-FILE-STATUS.
           SELECT CLINIC-VISIT ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CLINIC-VISIT-STATUS.
           SELECT COMM-REGISTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS COMM-REGISTER-STATUS.
           SELECT APPROVED-LEAVE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS APPROVED-LEAVE-STATUS.
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
       FD MEDICAL-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "MEDICAL.DAT"
           DATA RECORD IS MEDICAL-REC.
       COPY MEDICAL.
       FD CLINIC-VISIT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "CLINVIS.DAT"
           DATA RECORD IS CLINIC-VISIT-REC.
       COPY CLINVIS.
       FD COMM-REGISTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "COMMREG.DAT"
           DATA RECORD IS COMM-REGISTER-REC.
       COPY COMMREG.
       FD APPROVED-LEAVE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "APPLEAVE.DAT"
           DATA RECORD IS APPROVED-LEAVE-REC.
       COPY APPLEAVE.
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
           DATA RECORD IS RUN-LOG-REC.
       COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 STUDENT-FILE-STATUS PIC XX.
       77 OPERATOR-MASTER-STATUS PIC XX.
       77 MEDICAL-FILE-STATUS PIC XX.
       77 CLINIC-VISIT-STATUS PIC XX.
       77 COMM-REGISTER-STATUS PIC XX.
       77 APPROVED-LEAVE-STATUS PIC XX.
       77 MENU-CHOICE PIC 9.
       77 TRNO PIC 9(5).
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
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
       77 WS-MED-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-MED-IDX PIC 9(4) COMP.
       77 WS-MED-FOUND-SW PIC X.
           88 WS-MED-FOUND VALUE "Y".
       77 WS-MED-FOUND-X PIC 9(4) COMP.
       01 WS-MED-TABLE.
        02 WS-MED-ENTRY OCCURS 5000 TIMES
                DEPENDING ON WS-MED-TOTAL
                INDEXED BY WS-MED-X.
         03 WS-MED-RNO PIC 9(5).
         03 WS-MED-ALLERGY-SW PIC X.
         03 WS-MED-ALLERGY PIC X(30).
         03 WS-MED-CONDITION PIC X(30).
         03 WS-MED-EMERG-NAME PIC X(25).
         03 WS-MED-EMERG-CONTACT PIC X(15).
      *    COMPLAINT CODES IN THE ORDER CLINIC-REPORT PRINTS THEM.
       01 WS-COMPLAINT-NAMES.
        02 FILLER PIC X(10) VALUE "FEVER".
        02 FILLER PIC X(10) VALUE "HEADACHE".
        02 FILLER PIC X(10) VALUE "STOMACH".
        02 FILLER PIC X(10) VALUE "INJURY".
        02 FILLER PIC X(10) VALUE "COLD".
        02 FILLER PIC X(10) VALUE "BREATHING".
        02 FILLER PIC X(10) VALUE "ALLERGY".
        02 FILLER PIC X(10) VALUE "OTHER".
       01 WS-COMPLAINT-TABLE REDEFINES WS-COMPLAINT-NAMES.
        02 WS-COMPLAINT-CODE PIC X(10) OCCURS 8 TIMES.
       77 WS-CODE-IDX PIC 9 COMP.
       77 WS-CODE-OK-SW PIC X.
           88 WS-CODE-OK VALUE "Y".
       77 WS-TODAY PIC 9(8).
       77 WS-CLOCK PIC 9(8).
       01 WS-ENTRY-TIME PIC 9(4).
       01 WS-ENTRY-TIME-SPLIT REDEFINES WS-ENTRY-TIME.
        02 WS-ENTRY-HH PIC 9(2).
        02 WS-ENTRY-MI PIC 9(2).
       77 WS-ENTRY-CODE PIC X(10).
       77 WS-ENTRY-COMPLAINT PIC X(30).
       77 WS-ENTRY-TREATMENT PIC X(30).
       77 WS-ENTRY-OUTCOME PIC X.
           88 WS-OUTCOME-OK VALUE "C" "H" "R".
       01 WS-LEAVE-REF.
        02 FILLER PIC X(6) VALUE "CLINIC".
        02 WS-LEAVE-REF-TIME PIC 9(4).
       77 WS-LIST-COUNT PIC 9(4).
       77 WS-VISIT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-HOME-COUNT PIC 9(5) VALUE ZERO.
       01 CV-LIST-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 CL-DATE PIC 9(8).
        02 FILLER PIC X VALUE SPACE.
        02 CL-TIME PIC 9(4).
        02 FILLER PIC X(2) VALUE SPACES.
        02 CL-CODE PIC X(10).
        02 FILLER PIC X(2) VALUE SPACES.
        02 CL-TEXT PIC X(30).
        02 FILLER PIC X(2) VALUE SPACES.
        02 CL-OUTCOME PIC X(9).
       COPY RETCODE.
       PROCEDURE DIVISION.
       LOGIN-PARA.
           PERFORM LOG-RUN-START-PARA.
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
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-MEDICAL-PARA THRU LOAD-MEDICAL-EXIT.
           OPEN INPUT STUDENT.
           IF STUDENT-FILE-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN STUDENT.DAT - STATUS ",
                     STUDENT-FILE-STATUS
                MOVE 08 TO WS-RETURN-CODE
                MOVE "UNABLE TO OPEN STUDENT.DAT" TO WS-ERROR-MESSAGE
                GO TO END-PARA.
       MENU-PARA.
           DISPLAY "SICK-ROOM VISIT REGISTER".
           DISPLAY " 1. RECORD A VISIT".
           DISPLAY " 2. LIST A STUDENT'S VISITS".
           DISPLAY " 3. EXIT".
           DISPLAY "ENTER CHOICE: ".
           ACCEPT MENU-CHOICE.
           IF MENU-CHOICE < 1 OR MENU-CHOICE > 3
                DISPLAY "INVALID CHOICE - ENTER 1 TO 3"
                GO TO MENU-PARA.
           GO TO RECORD-PARA LIST-PARA CLOSE-PARA
                DEPENDING ON MENU-CHOICE.
       RECORD-PARA.
           PERFORM GET-STUDENT-PARA THRU GET-STUDENT-EXIT.
           IF STUDENT-FILE-STATUS NOT = "00"
                GO TO MENU-PARA.
           DISPLAY "STUDENT: ", NAME.
           PERFORM FIND-MEDICAL-PARA.
           PERFORM SHOW-WARNINGS-PARA.
           DISPLAY "ENTER TIME OF VISIT HHMM (0 FOR NOW): ".
           ACCEPT WS-ENTRY-TIME.
           IF WS-ENTRY-TIME = ZERO
                ACCEPT WS-CLOCK FROM TIME
                MOVE WS-CLOCK(1:4) TO WS-ENTRY-TIME.
           IF WS-ENTRY-TIME NOT NUMERIC OR WS-ENTRY-HH > 23
                OR WS-ENTRY-MI > 59
                DISPLAY "TIME MUST BE HHMM ON THE 24-HOUR CLOCK"
                GO TO MENU-PARA.
           DISPLAY "COMPLAINT CODES: FEVER HEADACHE STOMACH INJURY".
           DISPLAY "                 COLD BREATHING ALLERGY OTHER".
           DISPLAY "ENTER COMPLAINT CODE: ".
           ACCEPT WS-ENTRY-CODE.
           MOVE "N" TO WS-CODE-OK-SW.
           PERFORM CHECK-ONE-CODE-PARA
                VARYING WS-CODE-IDX FROM 1 BY 1
                UNTIL WS-CODE-IDX > 8 OR WS-CODE-OK.
           IF NOT WS-CODE-OK
                DISPLAY "NOT A COMPLAINT CODE - USE ONE FROM THE LIST"
                GO TO MENU-PARA.
           DISPLAY "DESCRIBE THE COMPLAINT: ".
           ACCEPT WS-ENTRY-COMPLAINT.
           DISPLAY "TREATMENT GIVEN: ".
           ACCEPT WS-ENTRY-TREATMENT.
           IF WS-ENTRY-TREATMENT = SPACES
                DISPLAY "RECORD THE TREATMENT, OR NONE"
                GO TO MENU-PARA.
           DISPLAY "OUTCOME - C BACK TO CLASS, H SENT HOME, ".
           DISPLAY "          R REFERRED: ".
           ACCEPT WS-ENTRY-OUTCOME.
           IF NOT WS-OUTCOME-OK
                DISPLAY "OUTCOME MUST BE C, H OR R"
                GO TO MENU-PARA.
           OPEN EXTEND CLINIC-VISIT.
           IF CLINIC-VISIT-STATUS = "35"
                OPEN OUTPUT CLINIC-VISIT.
           MOVE TRNO TO CV-RNO.
           MOVE WS-TODAY TO CV-DATE.
           MOVE WS-ENTRY-TIME TO CV-TIME.
           MOVE WS-ENTRY-CODE TO CV-COMPLAINT-CODE.
           MOVE WS-ENTRY-COMPLAINT TO CV-COMPLAINT-TEXT.
           MOVE WS-ENTRY-TREATMENT TO CV-TREATMENT.
           MOVE WS-ENTRY-OUTCOME TO CV-OUTCOME.
           MOVE WS-LOGIN-ID TO CV-OPERATOR.
           WRITE CLINIC-VISIT-REC.
           CLOSE CLINIC-VISIT.
           ADD 1 TO WS-VISIT-COUNT.
           DISPLAY "VISIT RECORDED FOR ROLL NO ", TRNO.
           IF CV-SENT-HOME
                PERFORM SEND-HOME-PARA.
           GO TO MENU-PARA.
       LIST-PARA.
           PERFORM GET-STUDENT-PARA THRU GET-STUDENT-EXIT.
           IF STUDENT-FILE-STATUS NOT = "00"
                GO TO MENU-PARA.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT CLINIC-VISIT.
           IF CLINIC-VISIT-STATUS NOT = "00"
                DISPLAY "NO CLINIC VISITS ON FILE"
                GO TO MENU-PARA.
           PERFORM LIST-ONE-PARA UNTIL WS-EOF.
           CLOSE CLINIC-VISIT.
           MOVE "N" TO WS-EOF-SW.
           IF WS-LIST-COUNT = ZERO
                DISPLAY "NO CLINIC VISITS FOR ROLL NO ", TRNO.
           GO TO MENU-PARA.
       CLOSE-PARA.
           CLOSE STUDENT.
           DISPLAY "VISITS RECORDED THIS SESSION: ", WS-VISIT-COUNT,
                "  SENT HOME: ", WS-HOME-COUNT.
       END-PARA.
           IF NOT WS-RC-NORMAL
                DISPLAY "COMPLETED WITH RC=", WS-RETURN-CODE, " - ",
                     WS-ERROR-MESSAGE.
           PERFORM LOG-RUN-END-PARA.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       GET-STUDENT-PARA.
           DISPLAY "ENTER ROLL NO: ".
           ACCEPT TRNO.
           MOVE TRNO TO RNO.
           READ STUDENT KEY IS RNO
                INVALID KEY
                     DISPLAY "ROLL NO NOT FOUND"
                     GO TO GET-STUDENT-EXIT.
           IF STUDENT-INACTIVE
                DISPLAY "ROLL NO ", RNO, " IS ARCHIVED"
                MOVE "23" TO STUDENT-FILE-STATUS.
       GET-STUDENT-EXIT.
           EXIT.
       SHOW-WARNINGS-PARA.
           IF NOT WS-MED-FOUND
                DISPLAY "** NO MEDICAL RECORD ON FILE - CHECK WITH THE "
                     "GUARDIAN BEFORE GIVING ANY MEDICINE **"
           ELSE
                PERFORM SHOW-MEDICAL-PARA.
       SHOW-MEDICAL-PARA.
           IF WS-MED-ALLERGY-SW(WS-MED-FOUND-X) = "Y"
                DISPLAY "** ALLERGY: ",
                     WS-MED-ALLERGY(WS-MED-FOUND-X).
           IF WS-MED-CONDITION(WS-MED-FOUND-X) NOT = SPACES
                DISPLAY "** CONDITION: ",
                     WS-MED-CONDITION(WS-MED-FOUND-X).
           IF WS-MED-ALLERGY-SW(WS-MED-FOUND-X) NOT = "Y"
                AND WS-MED-CONDITION(WS-MED-FOUND-X) = SPACES
                DISPLAY "NO ALLERGIES OR CONDITIONS RECORDED".
       CHECK-ONE-CODE-PARA.
           IF WS-ENTRY-CODE = WS-COMPLAINT-CODE(WS-CODE-IDX)
                MOVE "Y" TO WS-CODE-OK-SW.
      *    THE GUARDIAN CALL GOES ON THE COMMUNICATIONS REGISTER AND
      *    THE REST OF THE DAY IS EXCUSED SO ATTENDANCE-CAPTURE DOES
      *    NOT MARK THE AFTERNOON AS AN ABSENCE.
       SEND-HOME-PARA.
           ADD 1 TO WS-HOME-COUNT.
           DISPLAY "CALL THE GUARDIAN ON ", CONTACT-NO.
           IF WS-MED-FOUND
                DISPLAY "EMERGENCY CONTACT: ",
                     WS-MED-EMERG-NAME(WS-MED-FOUND-X), " ",
                     WS-MED-EMERG-CONTACT(WS-MED-FOUND-X).
           OPEN EXTEND COMM-REGISTER.
           IF COMM-REGISTER-STATUS = "35"
                OPEN OUTPUT COMM-REGISTER.
           MOVE TRNO TO CM-RNO.
           ACCEPT CM-DATE FROM DATE YYYYMMDD.
           ACCEPT CM-TIME FROM TIME.
           MOVE "PHONE" TO CM-CHANNEL.
           MOVE "SENTHOME" TO CM-DOC-TYPE.
           MOVE "S" TO CM-STATUS.
           WRITE COMM-REGISTER-REC.
           CLOSE COMM-REGISTER.
           OPEN EXTEND APPROVED-LEAVE.
           IF APPROVED-LEAVE-STATUS = "35"
                OPEN OUTPUT APPROVED-LEAVE.
           MOVE TRNO TO LV-RNO.
           MOVE WS-TODAY TO LV-FROM-DATE.
           MOVE WS-TODAY TO LV-TO-DATE.
           MOVE "MEDICAL" TO LV-TYPE.
           MOVE WS-ENTRY-TIME TO WS-LEAVE-REF-TIME.
           MOVE WS-LEAVE-REF TO LV-APPROVAL-REF.
           WRITE APPROVED-LEAVE-REC.
           CLOSE APPROVED-LEAVE.
           DISPLAY "GUARDIAN CALL LOGGED AND LEAVE EXCUSED FOR ",
                WS-TODAY.
       LIST-ONE-PARA.
           READ CLINIC-VISIT
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF CV-RNO = TRNO
                          PERFORM SHOW-VISIT-PARA.
       SHOW-VISIT-PARA.
           ADD 1 TO WS-LIST-COUNT.
           MOVE CV-DATE TO CL-DATE.
           MOVE CV-TIME TO CL-TIME.
           MOVE CV-COMPLAINT-CODE TO CL-CODE.
           MOVE CV-COMPLAINT-TEXT TO CL-TEXT.
           MOVE "TO CLASS" TO CL-OUTCOME.
           IF CV-SENT-HOME
                MOVE "SENT HOME" TO CL-OUTCOME.
           IF CV-REFERRED
                MOVE "REFERRED" TO CL-OUTCOME.
           DISPLAY CV-LIST-LINE.
           DISPLAY "     TREATED: ", CV-TREATMENT.
       FIND-MEDICAL-PARA.
           MOVE "N" TO WS-MED-FOUND-SW.
           PERFORM CHECK-ONE-MEDICAL-PARA
                VARYING WS-MED-IDX FROM 1 BY 1
                UNTIL WS-MED-IDX > WS-MED-TOTAL
                OR WS-MED-FOUND.
       CHECK-ONE-MEDICAL-PARA.
           IF WS-MED-RNO(WS-MED-IDX) = TRNO
                MOVE "Y" TO WS-MED-FOUND-SW
                MOVE WS-MED-IDX TO WS-MED-FOUND-X.
       LOAD-MEDICAL-PARA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT MEDICAL-FILE.
           IF MEDICAL-FILE-STATUS NOT = "00"
                GO TO LOAD-MEDICAL-EXIT.
           PERFORM LOAD-ONE-PARA UNTIL WS-EOF.
           CLOSE MEDICAL-FILE.
       LOAD-MEDICAL-EXIT.
           MOVE "N" TO WS-EOF-SW.
       LOAD-ONE-PARA.
           READ MEDICAL-FILE
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF WS-MED-TOTAL < 5000
                          ADD 1 TO WS-MED-TOTAL
                          SET WS-MED-X TO WS-MED-TOTAL
                          MOVE MD-RNO TO WS-MED-RNO(WS-MED-X)
                          MOVE MD-ALLERGY-SW TO
                               WS-MED-ALLERGY-SW(WS-MED-X)
                          MOVE MD-ALLERGY-TEXT TO
                               WS-MED-ALLERGY(WS-MED-X)
                          MOVE MD-CONDITION-TEXT TO
                               WS-MED-CONDITION(WS-MED-X)
                          MOVE MD-EMERG-NAME TO
                               WS-MED-EMERG-NAME(WS-MED-X)
                          MOVE MD-EMERG-CONTACT TO
                               WS-MED-EMERG-CONTACT(WS-MED-X).
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
           MOVE WS-VISIT-COUNT TO RL-READ-COUNT.
           MOVE WS-VISIT-COUNT TO RL-UPDATE-COUNT.
           MOVE ZERO TO RL-REJECT-COUNT.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
           MOVE WS-ERROR-MESSAGE TO RL-MESSAGE.
           PERFORM WRITE-RUN-LOG-PARA.
       WRITE-RUN-LOG-PARA.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS = "35"
                OPEN OUTPUT RUN-LOG.
           MOVE "CLINIC-VISIT" TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
