           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-LOG-STATUS.
           SELECT AUDIT-CHAIN-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-CHAIN-STATUS.
           SELECT OLD-ROLL-CONTROL ASSIGN TO DISK
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
       FD OLD-ROLL-CONTROL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "FSRCHCTO.DAT"
       77 CGPA-FILE-STATUS PIC XX.
       77 OLD-AUDIT-STATUS PIC XX.
       77 AUDIT-LOG-STATUS PIC XX.
       77 AUDIT-CHAIN-STATUS PIC XX.
       77 OLD-ROLL-CONTROL-STATUS PIC XX.
       77 ROLL-CONTROL-STATUS PIC XX.
       77 CONVERT-REPORT-STATUS PIC XX.
        02 FILLER PIC X(2) VALUE SPACES.
        02 CV-NOTE PIC X(16).
       01 DASH-LINE PIC X(60) VALUE ALL "-".
       COPY AUDITHSH.
       COPY RETCODE.
       PROCEDURE DIVISION.
       OPEN-REPORT-PARA.
                     ADD 1 TO WS-IN-COUNT
                     MOVE OA-RNO TO A-RNO
                     MOVE OA-BODY TO ARCHIVE-REC(6:151)
                     MOVE ZERO TO A-ARCHIVE-DATE
                     WRITE ARCHIVE-REC
                     ADD 1 TO WS-OUT-COUNT.
       CONVERT-CGPA-PARA.
                     ADD 1 TO WS-IN-COUNT
                     MOVE OC-RNO TO CG-RNO
                     MOVE OC-BODY TO CGPA-REC(6:98)
                     MOVE SPACES TO CG-TERM-SOURCE-TABLE
                     WRITE CGPA-REC
                          INVALID KEY
                               DISPLAY "DUPLICATE CGPA ROLL NO ",
                     MOVE OL-AFTER-RNO TO AL-AFTER-RNO
                     MOVE OL-BODY TO AUDIT-LOG-REC(50:190)
                     MOVE SPACES TO AL-REASON
                     PERFORM AUDIT-CHAIN-PARA
                     WRITE AUDIT-LOG-REC
                     ADD 1 TO WS-OUT-COUNT.
       CONVERT-CONTROL-PARA.
           MOVE "B" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
       COPY AUDITCHN.
