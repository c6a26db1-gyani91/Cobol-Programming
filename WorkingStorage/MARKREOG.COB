           PERFORM FIND-KEY-PARA.
           IF WS-KEY-FOUND
                AND WS-SEQ = WS-KEY-LAST-SEQ(WS-KEY-FOUND-X)
                PERFORM KEEP-ONE-REC-PARA
           ELSE
                MOVE "S" TO SM-STATUS
                MOVE SPACES TO MARKS-HISTORY-REC
                MOVE STUDENT-MARKS-REC TO MARKS-HISTORY-REC
                WRITE MARKS-HISTORY-REC
                ADD 1 TO WS-SUPERSEDED-COUNT.
      *    A SUPPLEMENTARY RESULT KEEPS ITS OWN CURRENT STATUS.
       KEEP-ONE-REC-PARA.
           IF NOT SM-SUPPLEMENTARY
                MOVE "C" TO SM-STATUS.
           MOVE SPACES TO MARKS-NEW-REC.
           MOVE STUDENT-MARKS-REC TO MARKS-NEW-REC.
           WRITE MARKS-NEW-REC.
           ADD 1 TO WS-CURRENT-COUNT.
           ADD SM-TOTAL TO WS-CTL-HASH.
       COPY-BACK-ONE-PARA.
           READ MARKS-NEW
                AT END MOVE "Y" TO WS-EOF-SW
