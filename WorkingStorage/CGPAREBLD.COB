         03 CGN-TERM-NO PIC 9(2).
         03 CGN-TERM-POINTS PIC 9(3)V99.
         03 CGN-TERM-CREDITS PIC 9(3).
        02 CGN-TERM-SOURCE-TABLE.
         03 CGN-TERM-SOURCE PIC X OCCURS 8 TIMES.
       FD CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID "CGPRCKP.DAT"
       77 WS-SCALE-FOUND-X PIC 9(3) COMP VALUE ZERO.
       77 WS-MARKS PIC 9(3).
       77 WS-TM-IDX PIC 9(2) COMP.
       77 WS-CARRY-IDX PIC 9(2) COMP.
       77 WS-REBUILD-COUNT PIC 9(5) VALUE ZERO.
       77 WS-MATCH-COUNT PIC 9(5) VALUE ZERO.
       77 WS-DIFF-COUNT PIC 9(5) VALUE ZERO.
                GO TO REBUILD-ONE-STUDENT-EXIT.
           DIVIDE CGN-TOTAL-GPA-POINTS BY CGN-TOTAL-CREDITS
                GIVING CGN-CGPA.
           PERFORM CARRY-SOURCE-PARA THRU CARRY-SOURCE-EXIT.
           PERFORM WRITE-NEW-CGPA-PARA.
           IF WS-WRITE-OK
                ADD 1 TO WS-REBUILD-COUNT
           MOVE ZERO TO CGN-TERM-NO(WS-TM-IDX).
           MOVE ZERO TO CGN-TERM-POINTS(WS-TM-IDX).
           MOVE ZERO TO CGN-TERM-CREDITS(WS-TM-IDX).
           MOVE SPACE TO CGN-TERM-SOURCE(WS-TM-IDX).
      *    A TERM BROUGHT IN FROM A PREVIOUS SCHOOL KEEPS ITS
      *    TRANSFERRED FLAG FROM THE FILE, MATCHED BY TERM NUMBER.
       CARRY-SOURCE-PARA.
           IF NOT WS-OLD-PRESENT
                GO TO CARRY-SOURCE-EXIT.
           MOVE RNO TO CG-RNO.
           READ CGPA-FILE KEY IS CG-RNO
                INVALID KEY GO TO CARRY-SOURCE-EXIT.
           PERFORM CARRY-ONE-SLOT-PARA
                VARYING WS-TM-IDX FROM 1 BY 1
                UNTIL WS-TM-IDX > 8.
       CARRY-SOURCE-EXIT.
           EXIT.
       CARRY-ONE-SLOT-PARA.
           IF CG-TERM-TRANSFERRED(WS-TM-IDX)
                AND CG-TERM-NO(WS-TM-IDX) NOT = ZERO
                PERFORM CARRY-MATCH-SLOT-PARA
                     VARYING WS-CARRY-IDX FROM 1 BY 1
                     UNTIL WS-CARRY-IDX > 8.
       CARRY-MATCH-SLOT-PARA.
           IF CGN-TERM-NO(WS-CARRY-IDX) = CG-TERM-NO(WS-TM-IDX)
                MOVE "T" TO CGN-TERM-SOURCE(WS-CARRY-IDX).
       POST-ONE-TERM-PARA.
           DIVIDE TERM-MARKS-VALUE(WS-TM-IDX) BY 5 GIVING WS-MARKS.
           PERFORM LOOKUP-GRADE-PARA.
