       FD PERIOD-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PERIOD-REC.
       01 PERIOD-REC PIC X(296).
       FD PURGE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PURGE-REC.
       01 PURGE-REC PIC X(296).
       FD PERIOD-CONTROL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "ALPERIOD.DAT"
           DATA RECORD IS PERIOD-CONTROL-REC.
       COPY ALPERIOD.
       FD SUMMARY-REPORT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "AUDITSUM.DAT"
       77 WS-DELETE-COUNT PIC 9(7) VALUE ZERO.
       77 WS-OTHER-COUNT PIC 9(7) VALUE ZERO.
       77 WS-PURGE-COUNT PIC 9(3) VALUE ZERO.
       77 WS-FIRST-SEQ PIC 9(9) VALUE ZERO.
       77 WS-FIRST-PREV-HASH PIC 9(9) VALUE ZERO.
       77 WS-LAST-SEQ PIC 9(9) VALUE ZERO.
       77 WS-LAST-HASH PIC 9(9) VALUE ZERO.
       77 WS-DAY-TOTAL PIC 9(3) COMP VALUE ZERO.
       77 WS-DAY-IDX PIC 9(3) COMP.
       01 WS-DAY-TABLE.
         03 WS-GEN-PERIOD PIC 9(6).
         03 WS-GEN-FILE-NAME PIC X(12).
         03 WS-GEN-REC-COUNT PIC 9(7).
         03 WS-GEN-FIRST-SEQ PIC 9(9).
         03 WS-GEN-FIRST-PREV-HASH PIC 9(9).
         03 WS-GEN-LAST-SEQ PIC 9(9).
         03 WS-GEN-LAST-HASH PIC 9(9).
         03 WS-GEN-KEEP-SW PIC X.
            88 WS-GEN-KEEP VALUE "Y".
       01 SUM-HEAD-1.
           CLOSE AUDIT-LOG.
           DISPLAY "ROLLED ", WS-ROLL-COUNT, " ENTRIES TO ",
                WS-PERIOD-FILE-NAME, " AND STARTED A FRESH LOG".
           IF WS-LAST-SEQ > ZERO
                DISPLAY "CHAIN ENTRIES ", WS-FIRST-SEQ, " TO ",
                     WS-LAST-SEQ, " CLOSED AT HASH ", WS-LAST-HASH.
       CONTROL-PARA.
           PERFORM LOAD-CONTROL-PARA THRU LOAD-CONTROL-EXIT.
           ADD 1 TO WS-GEN-TOTAL.
           MOVE WS-PERIOD TO WS-GEN-PERIOD(WS-GEN-X).
           MOVE WS-PERIOD-FILE-NAME TO WS-GEN-FILE-NAME(WS-GEN-X).
           MOVE WS-ROLL-COUNT TO WS-GEN-REC-COUNT(WS-GEN-X).
           MOVE WS-FIRST-SEQ TO WS-GEN-FIRST-SEQ(WS-GEN-X).
           MOVE WS-FIRST-PREV-HASH TO WS-GEN-FIRST-PREV-HASH(WS-GEN-X).
           MOVE WS-LAST-SEQ TO WS-GEN-LAST-SEQ(WS-GEN-X).
           MOVE WS-LAST-HASH TO WS-GEN-LAST-HASH(WS-GEN-X).
           MOVE "Y" TO WS-GEN-KEEP-SW(WS-GEN-X).
           MOVE WS-PERIOD TO WS-CUTOFF-PERIOD.
           SUBTRACT WS-RETENTION-YEARS FROM WS-CUTOFF-YYYY.
                     ELSE
                          ADD 1 TO WS-OTHER-COUNT.
           PERFORM TALLY-DAY-PARA.
           IF AL-CHAIN-SEQ > ZERO
                PERFORM NOTE-CHAIN-PARA.
           MOVE AUDIT-LOG-REC TO PERIOD-REC.
           WRITE PERIOD-REC.
       NOTE-CHAIN-PARA.
           IF WS-LAST-SEQ = ZERO
                MOVE AL-CHAIN-SEQ TO WS-FIRST-SEQ
                MOVE AL-PREV-HASH TO WS-FIRST-PREV-HASH.
           MOVE AL-CHAIN-SEQ TO WS-LAST-SEQ.
           MOVE AL-HASH TO WS-LAST-HASH.
       TALLY-DAY-PARA.
           SET WS-DAY-X TO 1.
           SEARCH WS-DAY-ENTRY
           MOVE PC-PERIOD TO WS-GEN-PERIOD(WS-GEN-X).
           MOVE PC-FILE-NAME TO WS-GEN-FILE-NAME(WS-GEN-X).
           MOVE PC-REC-COUNT TO WS-GEN-REC-COUNT(WS-GEN-X).
           MOVE PC-FIRST-SEQ TO WS-GEN-FIRST-SEQ(WS-GEN-X).
           MOVE PC-FIRST-PREV-HASH TO WS-GEN-FIRST-PREV-HASH(WS-GEN-X).
           MOVE PC-LAST-SEQ TO WS-GEN-LAST-SEQ(WS-GEN-X).
           MOVE PC-LAST-HASH TO WS-GEN-LAST-HASH(WS-GEN-X).
           MOVE "Y" TO WS-GEN-KEEP-SW(WS-GEN-X).
       PURGE-ONE-PARA.
           IF WS-GEN-PERIOD(WS-GEN-IDX) NOT < WS-CUTOFF-PERIOD
                MOVE WS-GEN-PERIOD(WS-GEN-IDX) TO PC-PERIOD
                MOVE WS-GEN-FILE-NAME(WS-GEN-IDX) TO PC-FILE-NAME
                MOVE WS-GEN-REC-COUNT(WS-GEN-IDX) TO PC-REC-COUNT
                MOVE WS-GEN-FIRST-SEQ(WS-GEN-IDX) TO PC-FIRST-SEQ
                MOVE WS-GEN-FIRST-PREV-HASH(WS-GEN-IDX) TO
                     PC-FIRST-PREV-HASH
                MOVE WS-GEN-LAST-SEQ(WS-GEN-IDX) TO PC-LAST-SEQ
                MOVE WS-GEN-LAST-HASH(WS-GEN-IDX) TO PC-LAST-HASH
                WRITE PERIOD-CONTROL-REC.
       WRITE-HEAD-PARA.
           DISPLAY SUM-HEAD-1.
