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
       77 VOUCHER-CONTROL-STATUS PIC XX.
       77 VOUCHER-PRINT-STATUS PIC XX.
       77 AUDIT-LOG-STATUS PIC XX.
       77 AUDIT-CHAIN-STATUS PIC XX.
       77 MENU-CHOICE PIC 9.
       77 TRNO PIC 9(5).
       77 WS-VCH-OPEN-SW PIC X VALUE "N".
        02 VC-REASON PIC X(30).
       01 DASH-LINE PIC X(40) VALUE ALL "-".
       COPY AMTFMT.
       COPY AUDITHSH.
       COPY RETCODE.
       PROCEDURE DIVISION.
       LOGIN-PARA.
           DISPLAY VCH-LINE-3.
           MOVE VCH-LINE-3 TO VOUCHER-LINE.
           WRITE VOUCHER-LINE.
           MOVE WS-ENTRY-AMOUNT TO WS-WORDS-AMOUNT.
           PERFORM AMOUNT-WORDS-PARA.
           PERFORM WRITE-VCH-WORDS-PARA
                VARYING WS-WORDS-IDX FROM 1 BY 1
                UNTIL WS-WORDS-IDX > WS-WORDS-LINES.
           MOVE WS-ENTRY-REASON TO VC-REASON.
           DISPLAY VCH-LINE-4.
           MOVE VCH-LINE-4 TO VOUCHER-LINE.
           WRITE VOUCHER-LINE.
           PERFORM WRITE-VCH-DASH-PARA.
           CLOSE VOUCHER-PRINT.
       WRITE-VCH-WORDS-PARA.
           DISPLAY WS-AMOUNT-WORDS-LINE(WS-WORDS-IDX).
           MOVE WS-AMOUNT-WORDS-LINE(WS-WORDS-IDX) TO VOUCHER-LINE.
           WRITE VOUCHER-LINE.
       WRITE-VCH-DASH-PARA.
           DISPLAY DASH-LINE.
           MOVE DASH-LINE TO VOUCHER-LINE.
           MOVE ZERO TO AL-AFTER-ENROLL-DATE.
           MOVE WS-LOGIN-ID TO AL-BEFORE-CONTACT.
           MOVE WS-ENTRY-REASON TO AL-REASON.
           PERFORM AUDIT-CHAIN-PARA.
           WRITE AUDIT-LOG-REC.
           CLOSE AUDIT-LOG.
       OPEN-OPERATOR-PARA.
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
       COPY AMTWORD.
       COPY AUDITCHN.
