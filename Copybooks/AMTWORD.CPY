      *----------------------------------------------------------*
      * SHARED AMOUNT-IN-WORDS PARAGRAPHS                         *
      * COPIED INTO THE PROCEDURE DIVISION OF EVERY PROGRAM THAT  *
      * PRINTS A MONEY DOCUMENT; THE FIELDS ARE IN AMTFMT.CPY.    *
      * WORDING IS RUPEES AND PAISE WITH INDIAN GROUPING, E.G.    *
      * 1,25,050.75 GIVES "RUPEES ONE LAKH TWENTY FIVE THOUSAND   *
      * FIFTY AND PAISE SEVENTY FIVE ONLY".                       *
      *----------------------------------------------------------*
       AMOUNT-WORDS-PARA.
           MOVE SPACES TO WS-AMOUNT-WORDS.
           MOVE 1 TO WS-WORDS-LINES.
           MOVE 1 TO WS-WORDS-PTR.
           MOVE "RUPEES" TO WS-WORDS-WORD.
           PERFORM AMOUNT-WORDS-ADD-PARA.
           IF WS-WORDS-AMOUNT < 1
                MOVE "ZERO" TO WS-WORDS-WORD
                PERFORM AMOUNT-WORDS-ADD-PARA.
           IF WS-WORDS-LAKH > ZERO
                MOVE WS-WORDS-LAKH TO WS-WORDS-PAIR
                PERFORM AMOUNT-WORDS-PAIR-PARA
                MOVE "LAKH" TO WS-WORDS-WORD
                PERFORM AMOUNT-WORDS-ADD-PARA.
           IF WS-WORDS-THOUSAND > ZERO
                MOVE WS-WORDS-THOUSAND TO WS-WORDS-PAIR
                PERFORM AMOUNT-WORDS-PAIR-PARA
                MOVE "THOUSAND" TO WS-WORDS-WORD
                PERFORM AMOUNT-WORDS-ADD-PARA.
           IF WS-WORDS-HUNDRED > ZERO
                MOVE WS-WORDS-HUNDRED TO WS-WORDS-PAIR
                PERFORM AMOUNT-WORDS-PAIR-PARA
                MOVE "HUNDRED" TO WS-WORDS-WORD
                PERFORM AMOUNT-WORDS-ADD-PARA.
           IF WS-WORDS-UNITS > ZERO
                MOVE WS-WORDS-UNITS TO WS-WORDS-PAIR
                PERFORM AMOUNT-WORDS-PAIR-PARA.
           IF WS-WORDS-PAISE > ZERO
                MOVE "AND" TO WS-WORDS-WORD
                PERFORM AMOUNT-WORDS-ADD-PARA
                MOVE "PAISE" TO WS-WORDS-WORD
                PERFORM AMOUNT-WORDS-ADD-PARA
                MOVE WS-WORDS-PAISE TO WS-WORDS-PAIR
                PERFORM AMOUNT-WORDS-PAIR-PARA.
           MOVE "ONLY" TO WS-WORDS-WORD.
           PERFORM AMOUNT-WORDS-ADD-PARA.
      *    ONE TO NINETY NINE.
       AMOUNT-WORDS-PAIR-PARA.
           IF WS-WORDS-PAIR < 20
                MOVE WS-WORDS-ONE(WS-WORDS-PAIR) TO WS-WORDS-WORD
                PERFORM AMOUNT-WORDS-ADD-PARA
           ELSE
                MOVE WS-WORDS-TENS(WS-WORDS-TEN) TO WS-WORDS-WORD
                PERFORM AMOUNT-WORDS-ADD-PARA
                IF WS-WORDS-UNIT > ZERO
                     MOVE WS-WORDS-ONE(WS-WORDS-UNIT) TO WS-WORDS-WORD
                     PERFORM AMOUNT-WORDS-ADD-PARA.
      *    A WORD THAT WOULD RUN PAST THE END OF THE LINE STARTS THE
      *    NEXT ONE.
       AMOUNT-WORDS-ADD-PARA.
           MOVE ZERO TO WS-WORDS-LENGTH.
           INSPECT WS-WORDS-WORD TALLYING WS-WORDS-LENGTH
                FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-WORDS-PTR + WS-WORDS-LENGTH > 45
                AND WS-WORDS-LINES < 3
                ADD 1 TO WS-WORDS-LINES
                MOVE 1 TO WS-WORDS-PTR.
           STRING WS-WORDS-WORD DELIMITED BY SPACE
                " " DELIMITED BY SIZE
                INTO WS-AMOUNT-WORDS-LINE(WS-WORDS-LINES)
                WITH POINTER WS-WORDS-PTR.
