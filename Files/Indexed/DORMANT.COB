           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-STATUS.
           SELECT AUDIT-CHAIN-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-CHAIN-STATUS.
           SELECT STUDENT-ARCHIVE ASSIGN TO DISK
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
       FD STUDENT-ARCHIVE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "STUDARCH.DAT"
       77 STUDENT-FILE-STATUS PIC XX.
       77 STUDENT-MARKS-STATUS PIC XX.
       77 AUDIT-LOG-STATUS PIC XX.
       77 AUDIT-CHAIN-STATUS PIC XX.
       77 ARCHIVE-FILE-STATUS PIC XX.
       77 REVIEW-FILE-STATUS PIC XX.
       77 OPERATOR-MASTER-STATUS PIC XX.
       77 WS-LOGIN-OK-SW PIC X VALUE "N".
           88 WS-LOGIN-OK VALUE "Y".
       77 WS-TERM-SUB PIC 9(2) COMP.
       COPY AUDITHSH.
       COPY RETCODE.
       PROCEDURE DIVISION.
       MODE-PARA.
                UNTIL WS-TERM-SUB > 8.
           MOVE PROMOTION-STATUS TO A-PROMOTION-STATUS.
           MOVE GUARDIAN-ID TO A-GUARDIAN-ID.
           ACCEPT A-ARCHIVE-DATE FROM DATE YYYYMMDD.
           WRITE ARCHIVE-REC.
           MOVE "I" TO STUDENT-STATUS.
           REWRITE STUDENT-REC.
           MOVE STUDENT-ADDRESS TO AL-AFTER-ADDRESS.
           MOVE CONTACT-NO TO AL-AFTER-CONTACT.
           MOVE ENROLL-DATE TO AL-AFTER-ENROLL-DATE.
           PERFORM AUDIT-CHAIN-PARA.
           WRITE AUDIT-LOG-REC.
           CLOSE AUDIT-LOG.
       COPY-TERM-TO-ARCHIVE-PARA.
           MOVE MODE-SW TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
       COPY AUDITCHN.
