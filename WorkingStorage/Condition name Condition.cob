                     CG-TERM-POINTS(WS-TERM-SLOT)
                MOVE WS-POST-CREDITS TO
                     CG-TERM-CREDITS(WS-TERM-SLOT)
                MOVE SPACE TO CG-TERM-SOURCE(WS-TERM-SLOT)
                ADD WS-POST-POINTS TO CG-TOTAL-GPA-POINTS
                ADD WS-POST-CREDITS TO CG-TOTAL-CREDITS
                ADD 1 TO WS-REPLACED-POST-COUNT
           MOVE WS-GRADE-TERM TO CG-TERM-NO(WS-TERM-SLOT).
           MOVE WS-POST-POINTS TO CG-TERM-POINTS(WS-TERM-SLOT).
           MOVE WS-POST-CREDITS TO CG-TERM-CREDITS(WS-TERM-SLOT).
           MOVE SPACE TO CG-TERM-SOURCE(WS-TERM-SLOT).
           ADD WS-POST-POINTS TO CG-TOTAL-GPA-POINTS.
           ADD WS-POST-CREDITS TO CG-TOTAL-CREDITS.
           ADD 1 TO CG-TERM-COUNT.
           MOVE ZERO TO CG-TERM-NO(WS-TERM-SLOT).
           MOVE ZERO TO CG-TERM-POINTS(WS-TERM-SLOT).
           MOVE ZERO TO CG-TERM-CREDITS(WS-TERM-SLOT).
           MOVE SPACE TO CG-TERM-SOURCE(WS-TERM-SLOT).
      *    PREFER THE CREDIT-WEIGHTED TERM GPA STORED BY TABLE FOR
      *    THIS ROLL AND TERM; A STUDENT WITH NO MARKS RECORD FALLS
      *    BACK TO THE OVERALL-MARKS GRADE AT A WEIGHT OF ONE CREDIT.
       CONDONE-ONE-REC-PARA.
           IF SM-SUPERSEDED
                GO TO CONDONE-ONE-REC-EXIT.
      *    A SUPPLEMENTARY RESULT IS ALREADY THE SECOND CHANCE AND
      *    IS NOT CONDONED AGAIN.
           IF SM-SUPPLEMENTARY
                GO TO CONDONE-ONE-REC-EXIT.
           IF SM-TERM-NO NOT = WS-GRADE-TERM
                GO TO CONDONE-ONE-REC-EXIT.
           IF SM-RESULT NOT = "FAIL"
