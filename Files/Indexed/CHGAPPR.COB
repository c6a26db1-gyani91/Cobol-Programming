           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RNO
           FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT GUARDIAN-MASTER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GD-ID
           FILE STATUS IS GUARDIAN-MASTER-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PENDING-CHANGE-STATUS.
           SELECT PORTAL-OUTCOME ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PORTAL-OUTCOME-STATUS.
           SELECT AUDIT-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-STATUS.
           SELECT AUDIT-CHAIN-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-CHAIN-STATUS.
           SELECT RUN-LOG ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           VALUE OF FILE-ID "STUDENT.DAT"
           DATA RECORD IS STUDENT-REC.
       COPY STUDENT.
       FD GUARDIAN-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "GUARDIAN.DAT"
           DATA RECORD IS GUARDIAN-MASTER-REC.
       COPY GUARDMST.
       FD OPERATOR-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "OPERMAST.DAT"
           VALUE OF FILE-ID "PENDCHG.DAT"
           DATA RECORD IS PENDING-CHANGE-REC.
       COPY PENDCHG.
       FD PORTAL-OUTCOME
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "PORTOUT.DAT"
           DATA RECORD IS PORTAL-OUTCOME-REC.
       COPY PORTOUT.
       FD AUDIT-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "AUDITLOG.DAT"
           DATA RECORD IS AUDIT-LOG-REC.
       COPY AUDITLOG.
       FD AUDIT-CHAIN-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "AUDCHAIN.DAT"
           DATA RECORD IS AUDIT-CHAIN-REC.
       COPY AUDCHAIN.
       FD RUN-LOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "RUNLOG.DAT"
       WORKING-STORAGE SECTION.
       77 RUN-LOG-STATUS PIC XX.
       77 STUDENT-FILE-STATUS PIC XX.
       77 GUARDIAN-MASTER-STATUS PIC XX.
       77 OPERATOR-MASTER-STATUS PIC XX.
       77 PENDING-CHANGE-STATUS PIC XX.
       77 PORTAL-OUTCOME-STATUS PIC XX.
       77 AUDIT-LOG-STATUS PIC XX.
       77 AUDIT-CHAIN-STATUS PIC XX.
       77 CHOICE PIC X.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
           88 WS-APPLY-OK VALUE "Y".
       77 WS-OLD-NAME PIC A(20).
       01 WS-OLD-DOB PIC 9(8).
       77 WS-OLD-ADDRESS PIC X(40).
       77 WS-OLD-CONTACT PIC X(15).
       77 WS-DECISION-REASON PIC X(30).
       77 WS-APPROVED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-OPERATOR-EOF-SW PIC X VALUE "N".
           88 WS-LOGIN-OK VALUE "Y".
       77 WS-LOGIN-ROLE PIC X.
           88 WS-LOGIN-SUPERVISOR VALUE "S".
       COPY AUDITHSH.
       COPY RETCODE.
       PROCEDURE DIVISION.
       LOGIN-PARA.
                     WS-ERROR-MESSAGE
                GO TO END-PARA.
       LIST-PARA.
           DISPLAY "PENDING CHANGES:".
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT PENDING-CHANGE.
           IF PENDING-CHANGE-STATUS NOT = "00"
                AT END MOVE "Y" TO WS-EOF-SW
                NOT AT END
                     IF CH-PENDING
                          PERFORM LIST-CASE-PARA.
       LIST-CASE-PARA.
           IF CH-CONTACT-CHANGE
                DISPLAY "  CASE ", CH-SEQ, " ROLL ", CH-RNO,
                     " ADDRESS/PHONE  ", CH-MAKER, " ", CH-PORTAL-REF,
                     " ON ", CH-DATE
           ELSE
                DISPLAY "  CASE ", CH-SEQ, " ROLL ", CH-RNO,
                     " NAME/DOB  KEYED BY ", CH-MAKER, " ON ", CH-DATE.
      *    THE CHECKER MUST BE A DIFFERENT OPERATOR FROM THE
      *    MAKER; ONLY AN APPROVAL APPLIES THE REWRITE AND THE
      *    AUDIT ENTRY.
                     "SUPERVISOR MUST DECIDE IT"
                GO TO JUDGE-ONE-EXIT.
           DISPLAY "CASE ", CH-SEQ, " ROLL NO ", CH-RNO.
           IF CH-CONTACT-CHANGE
                PERFORM SHOW-CONTACT-PARA
           ELSE
                DISPLAY "  NAME BEFORE: ", CH-BEFORE-NAME
                DISPLAY "  NAME AFTER:  ", CH-AFTER-NAME
                DISPLAY "  DOB  BEFORE: ", CH-BEFORE-DOB
                DISPLAY "  DOB  AFTER:  ", CH-AFTER-DOB.
       JUDGE-ASK-PARA.
           DISPLAY "DECISION - (A)PPROVE OR (R)EJECT: ".
           ACCEPT CHOICE.
           IF CHOICE = "A" OR CHOICE = "a"
                PERFORM ASK-APPROVE-REASON-PARA
                PERFORM APPLY-CHANGE-PARA THRU APPLY-CHANGE-EXIT
                IF WS-APPLY-OK
                     MOVE "A" TO CH-STATUS
                     MOVE WS-LOGIN-ID TO CH-CHECKER
                     MOVE WS-TODAY TO CH-DECIDED-DATE
                     MOVE WS-DECISION-REASON TO CH-REASON
                     REWRITE PENDING-CHANGE-REC
                     PERFORM SEND-OUTCOME-PARA THRU SEND-OUTCOME-EXIT
                     ADD 1 TO WS-APPROVED-COUNT
                     DISPLAY "CASE ", CH-SEQ, " APPROVED AND ",
                          "APPLIED"
                ELSE
                     GO TO JUDGE-ONE-EXIT.
           IF CHOICE = "R" OR CHOICE = "r"
                MOVE SPACES TO WS-DECISION-REASON
                PERFORM ASK-REJECT-REASON-PARA
                     UNTIL WS-DECISION-REASON NOT = SPACES
                MOVE "R" TO CH-STATUS
                MOVE WS-LOGIN-ID TO CH-CHECKER
                MOVE WS-TODAY TO CH-DECIDED-DATE
                MOVE WS-DECISION-REASON TO CH-REASON
                REWRITE PENDING-CHANGE-REC
                PERFORM SEND-OUTCOME-PARA THRU SEND-OUTCOME-EXIT
                ADD 1 TO WS-REJECTED-COUNT
                DISPLAY "CASE ", CH-SEQ, " REJECTED"
                GO TO JUDGE-ONE-EXIT.
           GO TO JUDGE-ASK-PARA.
       JUDGE-ONE-EXIT.
           EXIT.
       SHOW-CONTACT-PARA.
           IF CH-GUARDIAN-ID > ZERO
                DISPLAY "  GUARDIAN ", CH-GUARDIAN-ID,
                     " - CHANGES EVERY CHILD OF THIS GUARDIAN".
           IF CH-FROM-PORTAL
                DISPLAY "  PORTAL REQUEST ", CH-PORTAL-REF.
           DISPLAY "  ADDRESS BEFORE: ", CH-BEFORE-ADDRESS.
           DISPLAY "  ADDRESS AFTER:  ", CH-AFTER-ADDRESS.
           DISPLAY "  PHONE   BEFORE: ", CH-BEFORE-CONTACT.
           DISPLAY "  PHONE   AFTER:  ", CH-AFTER-CONTACT.
       ASK-APPROVE-REASON-PARA.
           DISPLAY "REMARKS (ENTER FOR NONE): ".
           ACCEPT WS-DECISION-REASON.
           IF WS-DECISION-REASON = SPACES
                MOVE "APPROVED" TO WS-DECISION-REASON.
       ASK-REJECT-REASON-PARA.
           DISPLAY "REASON FOR REJECTING: ".
           ACCEPT WS-DECISION-REASON.
      *    A DECISION ON A PORTAL REQUEST IS SENT BACK TO THE PORTAL
      *    WITH ITS REASON.
       SEND-OUTCOME-PARA.
           IF NOT CH-FROM-PORTAL
                GO TO SEND-OUTCOME-EXIT.
           OPEN EXTEND PORTAL-OUTCOME.
           IF PORTAL-OUTCOME-STATUS = "35"
                OPEN OUTPUT PORTAL-OUTCOME.
           MOVE SPACES TO PORTAL-OUTCOME-REC.
           MOVE CH-PORTAL-REF TO PO-PORTAL-REF.
           MOVE CH-RNO TO PO-RNO.
           MOVE CH-SEQ TO PO-CASE.
           MOVE CH-STATUS TO PO-DECISION.
           MOVE CH-DECIDED-DATE TO PO-DATE.
           MOVE CH-REASON TO PO-REASON.
           WRITE PORTAL-OUTCOME-REC.
           CLOSE PORTAL-OUTCOME.
       SEND-OUTCOME-EXIT.
           EXIT.
       APPLY-CHANGE-PARA.
           MOVE "N" TO WS-APPLY-OK-SW.
           IF CH-CONTACT-CHANGE AND CH-GUARDIAN-ID > ZERO
                GO TO APPLY-GUARDIAN-PARA.
           OPEN I-O STUDENT.
           IF STUDENT-FILE-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN STUDENT.DAT - STATUS ",
                     GO TO APPLY-CHANGE-EXIT.
           MOVE NAME TO WS-OLD-NAME.
           MOVE DOB TO WS-OLD-DOB.
           MOVE STUDENT-ADDRESS TO WS-OLD-ADDRESS.
           MOVE CONTACT-NO TO WS-OLD-CONTACT.
           IF CH-CONTACT-CHANGE
                MOVE CH-AFTER-ADDRESS TO STUDENT-ADDRESS
                MOVE CH-AFTER-CONTACT TO CONTACT-NO
           ELSE
                MOVE CH-AFTER-NAME TO NAME
                MOVE CH-AFTER-DOB TO DOB.
           REWRITE STUDENT-REC.
           CLOSE STUDENT.
           PERFORM LOG-AUDIT-PARA.
           MOVE "Y" TO WS-APPLY-OK-SW.
           GO TO APPLY-CHANGE-EXIT.
      *    A GUARDIAN'S ADDRESS AND PHONE ARE HELD ONCE ON THE
      *    GUARDIAN MASTER FOR ALL OF THEIR CHILDREN.
       APPLY-GUARDIAN-PARA.
           OPEN I-O GUARDIAN-MASTER.
           IF GUARDIAN-MASTER-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN GUARDIAN.DAT - STATUS ",
                     GUARDIAN-MASTER-STATUS
                GO TO APPLY-CHANGE-EXIT.
           MOVE CH-GUARDIAN-ID TO GD-ID.
           READ GUARDIAN-MASTER KEY IS GD-ID
                INVALID KEY
                     DISPLAY "GUARDIAN ", CH-GUARDIAN-ID, " IS NO ",
                          "LONGER ON FILE - CASE LEFT OPEN"
                     CLOSE GUARDIAN-MASTER
                     GO TO APPLY-CHANGE-EXIT.
           MOVE GD-ADDRESS TO WS-OLD-ADDRESS.
           MOVE GD-CONTACT TO WS-OLD-CONTACT.
           MOVE CH-AFTER-ADDRESS TO GD-ADDRESS.
           MOVE CH-AFTER-CONTACT TO GD-CONTACT.
           REWRITE GUARDIAN-MASTER-REC.
           CLOSE GUARDIAN-MASTER.
           MOVE CH-BEFORE-NAME TO WS-OLD-NAME.
           MOVE CH-BEFORE-DOB TO WS-OLD-DOB.
           PERFORM LOG-AUDIT-PARA.
           MOVE "Y" TO WS-APPLY-OK-SW.
       APPLY-CHANGE-EXIT.
           EXIT.
       LOG-AUDIT-PARA.
           MOVE ZERO TO AL-AFTER-MARKS.
           MOVE CH-AFTER-DOB TO AL-AFTER-DOB.
           MOVE ZERO TO AL-AFTER-ENROLL-DATE.
           IF CH-CONTACT-CHANGE
                MOVE WS-OLD-ADDRESS TO AL-BEFORE-ADDRESS
                MOVE WS-OLD-CONTACT TO AL-BEFORE-CONTACT
                MOVE CH-AFTER-ADDRESS TO AL-AFTER-ADDRESS
                MOVE CH-AFTER-CONTACT TO AL-AFTER-CONTACT
                MOVE "PORTAL CHANGE APPROVED" TO AL-REASON
           ELSE
                MOVE CH-MAKER TO AL-BEFORE-CONTACT
                MOVE WS-LOGIN-ID TO AL-AFTER-CONTACT
                MOVE "MAKER-CHECKER APPROVAL" TO AL-REASON.
           PERFORM AUDIT-CHAIN-PARA.
           WRITE AUDIT-LOG-REC.
           CLOSE AUDIT-LOG.
       OPEN-OPERATOR-PARA.
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
       COPY AUDITCHN.
