           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS LETTER-REGISTER-STATUS.
           SELECT COUNSEL-REFERRAL ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS COUNSEL-REFERRAL-STATUS.
           SELECT COMM-REGISTER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
        02 WR-NAME PIC X(20).
        02 WR-PERCENT PIC 9(3)V99.
        02 WR-OCCURRENCE PIC 9(2).
       FD COUNSEL-REFERRAL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "CNSLREF.DAT"
           DATA RECORD IS COUNSEL-REFERRAL-REC.
       COPY CNSLREF.
       FD COMM-REGISTER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "COMMREG.DAT"
       77 GUARDIAN-MASTER-STATUS PIC XX.
       77 LETTER-PRINT-STATUS PIC XX.
       77 LETTER-REGISTER-STATUS PIC XX.
       77 COUNSEL-REFERRAL-STATUS PIC XX.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       77 WS-GUARDIAN-OPEN-SW PIC X VALUE "N".
           "YOURS FAITHFULLY,".
       01 LT-SIGN-2 PIC X(70) VALUE
           "PRINCIPAL, J.I.T".
       01 LT-REFER-REASON.
        02 FILLER PIC X(11) VALUE "ATTENDANCE ".
        02 LT-REFER-PERCENT PIC ZZ9.99.
        02 FILLER PIC X(14) VALUE "% - LETTER NO ".
        02 LT-REFER-OCCURRENCE PIC Z9.
       01 PAGE-LINE PIC X(79) VALUE ALL "=".
       01 BLANK-LINE PIC X(79) VALUE SPACES.
       COPY RETCODE.
           OPEN EXTEND LETTER-REGISTER.
           IF LETTER-REGISTER-STATUS = "35"
                OPEN OUTPUT LETTER-REGISTER.
           OPEN EXTEND COUNSEL-REFERRAL.
           IF COUNSEL-REFERRAL-STATUS = "35"
                OPEN OUTPUT COUNSEL-REFERRAL.
           PERFORM JUDGE-ONE-PARA THRU JUDGE-ONE-EXIT
                VARYING WS-CUM-IDX FROM 1 BY 1
                UNTIL WS-CUM-IDX > WS-CUM-TOTAL.
                CLOSE GUARDIAN-MASTER.
           CLOSE LETTER-PRINT.
           CLOSE LETTER-REGISTER.
           CLOSE COUNSEL-REFERRAL.
           DISPLAY "WARNING LETTERS PRODUCED: ", WS-LETTER-COUNT,
                "  ESCALATED TO PRINCIPAL: ", WS-ESCALATE-COUNT.
           IF WS-LETTER-COUNT = ZERO
           MOVE WS-PERCENT TO WR-PERCENT.
           COMPUTE WR-OCCURRENCE = WS-PRIOR-COUNT + 1.
           WRITE LETTER-REGISTER-REC.
           MOVE RNO TO CR-RNO.
           MOVE NAME TO CR-NAME.
           MOVE "ATTN" TO CR-SOURCE.
           MOVE WS-TODAY TO CR-DATE.
           MOVE ZERO TO CR-TERM.
           MOVE WS-PERCENT TO LT-REFER-PERCENT.
           MOVE WR-OCCURRENCE TO LT-REFER-OCCURRENCE.
           MOVE LT-REFER-REASON TO CR-REASON.
           WRITE COUNSEL-REFERRAL-REC.
           MOVE RNO TO CM-RNO.
           MOVE "LETTER" TO CM-CHANNEL.
           MOVE "ATTWARN" TO CM-DOC-TYPE.
