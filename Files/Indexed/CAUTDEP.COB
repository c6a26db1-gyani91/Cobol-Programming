        02 FILLER PIC X(3) VALUE SPACES.
        02 DP-GRAND PIC Z,ZZZ,ZZ9.99-.
       01 DASH-LINE PIC X(40) VALUE ALL "-".
       COPY AMTFMT.
       COPY RETCODE.
       PROCEDURE DIVISION.
       START-PARA.
           CLOSE FEE-LEDGER.
           ADD 1 TO WS-DEPOSIT-COUNT.
           DISPLAY "DEPOSIT RECORDED UNDER RECEIPT ", WS-RECEIPT-NO.
           MOVE WS-ENTRY-AMOUNT TO WS-WORDS-AMOUNT.
           PERFORM AMOUNT-WORDS-PARA.
           PERFORM SHOW-WORDS-PARA
                VARYING WS-WORDS-IDX FROM 1 BY 1
                UNTIL WS-WORDS-IDX > WS-WORDS-LINES.
           GO TO MENU-PARA.
       REGISTER-PARA.
           MOVE ZERO TO WS-HELD-TOTAL.
           ADD WS-HELD-AMOUNT(WS-HELD-IDX) TO WS-GRAND-HELD.
       REPORT-ONE-HOLDER-EXIT.
           EXIT.
       SHOW-WORDS-PARA.
           DISPLAY WS-AMOUNT-WORDS-LINE(WS-WORDS-IDX).
       NEXT-RECEIPT-PARA.
           MOVE 1 TO WS-RECEIPT-NO.
           MOVE "N" TO WS-RCPT-OPEN-SW.
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
       COPY AMTWORD.
