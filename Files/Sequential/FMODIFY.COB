           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-STATUS.
           SELECT AUDIT-CHAIN-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-CHAIN-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           VALUE OF FILE-ID "AUDITLOG.DAT"
           DATA RECORD IS AUDIT-LOG-REC.
       COPY AUDITLOG.
       FD AUDIT-CHAIN-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "AUDCHAIN.DAT"
           DATA RECORD IS AUDIT-CHAIN-REC.
       COPY AUDCHAIN.
       FD OPERATOR-MASTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "OPERMAST.DAT"
       77 CHOICE PIC X.
       77 STUDENT-FILE-STATUS PIC XX.
       77 AUDIT-LOG-STATUS PIC XX.
       77 AUDIT-CHAIN-STATUS PIC XX.
       77 OPERATOR-MASTER-STATUS PIC XX.
       77 WS-OPERATOR-EOF-SW PIC X VALUE "N".
           88 WS-OPERATOR-EOF VALUE "Y".
       77 WS-READ-COUNT PIC 9(5) COMP VALUE ZERO.
       77 WS-UPDATE-COUNT PIC 9(5) COMP VALUE ZERO.
       77 WS-REJECT-COUNT PIC 9(5) COMP VALUE ZERO.
       COPY AUDITHSH.
       COPY RETCODE.
       PROCEDURE DIVISION.
       LOGIN-PARA.
           MOVE "P" TO CH-STATUS.
           MOVE SPACES TO CH-CHECKER.
           MOVE ZERO TO CH-DECIDED-DATE.
           MOVE "N" TO CH-KIND.
           MOVE "O" TO CH-SOURCE.
           MOVE SPACES TO CH-PORTAL-REF.
           MOVE ZERO TO CH-GUARDIAN-ID.
           MOVE SPACES TO CH-BEFORE-ADDRESS.
           MOVE SPACES TO CH-AFTER-ADDRESS.
           MOVE SPACES TO CH-BEFORE-CONTACT.
           MOVE SPACES TO CH-AFTER-CONTACT.
           MOVE SPACES TO CH-REASON.
           WRITE PENDING-CHANGE-REC.
           CLOSE PENDING-CHANGE.
           ADD 1 TO WS-QUEUED-COUNT.
           MOVE WS-NEW-ADDRESS TO AL-AFTER-ADDRESS.
           MOVE WS-NEW-CONTACT TO AL-AFTER-CONTACT.
           MOVE WS-NEW-ENROLL-DATE TO AL-AFTER-ENROLL-DATE.
           PERFORM AUDIT-CHAIN-PARA.
           WRITE AUDIT-LOG-REC.
           CLOSE AUDIT-LOG.
       OPEN-OPERATOR-PARA.
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
       COPY AUDITCHN.
