      *----------------------------------------------------------*
      * SHARED AUDIT-LOG CHAIN PARAGRAPHS                         *
      * COPIED INTO THE PROCEDURE DIVISION OF EVERY PROGRAM THAT  *
      * WRITES AUDIT-LOG-REC; THE FIELDS ARE IN AUDITHSH.CPY. THE *
      * PROGRAM DECLARES AUDIT-CHAIN-FILE (COPY AUDCHAIN, FILE    *
      * STATUS AUDIT-CHAIN-STATUS) AND PERFORMS AUDIT-CHAIN-PARA  *
      * ONCE THE ENTRY IS BUILT, JUST BEFORE WRITE AUDIT-LOG-REC. *
      * AUDIT-CHAIN-PARA GIVES THE ENTRY THE NEXT CHAIN SEQUENCE, *
      * THE LAST ENTRY'S HASH AND ITS OWN HASH, AND MOVES THE     *
      * CONTROL RECORD ON. AUDIT-HASH-PARA ALONE RECOMPUTES THE   *
      * HASH OF THE ENTRY IN AUDIT-LOG-REC INTO WS-AC-HASH.       *
      *----------------------------------------------------------*
       AUDIT-CHAIN-PARA.
           MOVE ZERO TO AC-LAST-SEQ.
           MOVE ZERO TO AC-LAST-HASH.
           OPEN INPUT AUDIT-CHAIN-FILE.
           IF AUDIT-CHAIN-STATUS = "00"
                PERFORM AUDIT-CHAIN-READ-PARA.
           COMPUTE AL-CHAIN-SEQ = AC-LAST-SEQ + 1.
           MOVE AC-LAST-HASH TO AL-PREV-HASH.
           PERFORM AUDIT-HASH-PARA.
           MOVE WS-AC-HASH TO AL-HASH.
           MOVE AL-CHAIN-SEQ TO AC-LAST-SEQ.
           MOVE AL-HASH TO AC-LAST-HASH.
           MOVE AL-DATE TO AC-LAST-DATE.
           MOVE AL-TIME TO AC-LAST-TIME.
           OPEN OUTPUT AUDIT-CHAIN-FILE.
           WRITE AUDIT-CHAIN-REC.
           CLOSE AUDIT-CHAIN-FILE.
       AUDIT-CHAIN-READ-PARA.
           READ AUDIT-CHAIN-FILE
                AT END
                     MOVE ZERO TO AC-LAST-SEQ
                     MOVE ZERO TO AC-LAST-HASH.
           CLOSE AUDIT-CHAIN-FILE.
       AUDIT-HASH-PARA.
           MOVE ZERO TO WS-AC-HASH.
           PERFORM AUDIT-HASH-ONE-PARA
                VARYING WS-AC-POS FROM 1 BY 1
                UNTIL WS-AC-POS > WS-AC-SPAN.
       AUDIT-HASH-ONE-PARA.
           MOVE AUDIT-LOG-REC(WS-AC-POS:1) TO WS-AC-CHAR.
           COMPUTE WS-AC-WORK = WS-AC-HASH * 31 + WS-AC-CODE + 1.
           DIVIDE WS-AC-WORK BY WS-AC-MODULUS GIVING WS-AC-QUOT
                REMAINDER WS-AC-HASH.
