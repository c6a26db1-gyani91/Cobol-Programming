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
       77 RUN-LOG-STATUS PIC XX.
       77 STUDENT-FILE-STATUS PIC XX.
       77 AUDIT-LOG-STATUS PIC XX.
       77 AUDIT-CHAIN-STATUS PIC XX.
       77 CHOICE PIC X.
       77 WS-MAX-MARKS PIC 9(4) VALUE 0500.
       77 OPERATOR-MASTER-STATUS PIC XX.
           88 WS-PWD-EOF VALUE "Y".
       77 WS-PWD-DONE-SW PIC X.
           88 WS-PWD-DONE VALUE "Y".
       COPY AUDITHSH.
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-PARA.
           MOVE STUDENT-ADDRESS TO AL-AFTER-ADDRESS.
           MOVE CONTACT-NO TO AL-AFTER-CONTACT.
           MOVE ENROLL-DATE TO AL-AFTER-ENROLL-DATE.
           PERFORM AUDIT-CHAIN-PARA.
           WRITE AUDIT-LOG-REC.
           CLOSE AUDIT-LOG.
       LOG-RUN-START-PARA.
                          MOVE "N" TO OP-FORCE-CHANGE
                          REWRITE OPERATOR-MASTER-REC
                          MOVE "Y" TO WS-PWD-DONE-SW.
       COPY AUDITCHN.
