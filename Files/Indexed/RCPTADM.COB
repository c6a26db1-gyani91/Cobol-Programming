           DISPLAY RCP-LINE-3.
           MOVE RCP-LINE-3 TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           MOVE WS-RCPT-AMOUNT TO WS-WORDS-AMOUNT.
           PERFORM AMOUNT-WORDS-PARA.
           PERFORM WRITE-RCP-WORDS-PARA
                VARYING WS-WORDS-IDX FROM 1 BY 1
                UNTIL WS-WORDS-IDX > WS-WORDS-LINES.
           PERFORM WRITE-RCP-DASH-PARA.
           CLOSE RECEIPT-PRINT.
       NAME-STUDENT-PARA.
                INVALID KEY MOVE "NOT ON MASTER" TO NAME.
           MOVE NAME TO RC-NAME.
           CLOSE STUDENT.
       WRITE-RCP-WORDS-PARA.
           DISPLAY WS-AMOUNT-WORDS-LINE(WS-WORDS-IDX).
           MOVE WS-AMOUNT-WORDS-LINE(WS-WORDS-IDX) TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
       WRITE-RCP-DASH-PARA.
           DISPLAY DASH-LINE.
           MOVE DASH-LINE TO RECEIPT-LINE.
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
       COPY AMTWORD.
