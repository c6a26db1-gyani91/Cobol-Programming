           DISPLAY FR-FAMTOT-LINE.
           MOVE FR-FAMTOT-LINE TO FAMILY-LINE.
           WRITE FAMILY-LINE.
           IF WS-FAMILY-BALANCE > ZERO
                MOVE WS-FAMILY-BALANCE TO WS-WORDS-AMOUNT
                PERFORM AMOUNT-WORDS-PARA
                PERFORM WRITE-WORDS-PARA
                     VARYING WS-WORDS-IDX FROM 1 BY 1
                     UNTIL WS-WORDS-IDX > WS-WORDS-LINES.
       STATEMENT-ONE-CHILD-PARA.
           MOVE WS-FAM-RNO(WS-FAM-IDX, WS-CHILD-IDX) TO
                WS-BAL-RNO-PICK.
           MOVE WS-CONC-FROM(WS-CONC-IDX) TO CN-FROM-DATE.
           MOVE WS-CONC-TO(WS-CONC-IDX) TO CN-TO-DATE.
           WRITE CONCESSION-REC.
       WRITE-WORDS-PARA.
           DISPLAY WS-AMOUNT-WORDS-LINE(WS-WORDS-IDX).
           MOVE WS-AMOUNT-WORDS-LINE(WS-WORDS-IDX) TO FAMILY-LINE.
           WRITE FAMILY-LINE.
       WRITE-DASH-PARA.
           DISPLAY DASH-LINE.
           MOVE DASH-LINE TO FAMILY-LINE.
           MOVE "I" TO RL-MODE.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
       COPY AMTWORD.
