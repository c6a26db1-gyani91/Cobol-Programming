        02 WS-AMOUNT-CREDIT PIC ZZZ,ZZ9.99CR.
        02 WS-COUNT-PLAIN PIC ZZ,ZZ9.
        02 WS-PERCENT-PLAIN PIC ZZ9.99.
      *----------------------------------------------------------*
      * AMOUNT-IN-WORDS FIELDS, USED BY THE PARAGRAPHS IN         *
      * AMTWORD.CPY. MOVE THE AMOUNT TO WS-WORDS-AMOUNT AND       *
      * PERFORM AMOUNT-WORDS-PARA; THE WORDING COMES BACK IN      *
      * WS-AMOUNT-WORDS-LINE (1) TO (WS-WORDS-LINES), WRAPPED ON  *
      * WHOLE WORDS SO EACH LINE FITS A RECEIPT OR VOUCHER.       *
      *----------------------------------------------------------*
       01 WS-AMOUNT-WORDS-FIELDS.
        02 WS-WORDS-AMOUNT PIC 9(7)V99.
        02 WS-WORDS-SPLIT REDEFINES WS-WORDS-AMOUNT.
         03 WS-WORDS-LAKH PIC 9(2).
         03 WS-WORDS-THOUSAND PIC 9(2).
         03 WS-WORDS-HUNDRED PIC 9.
         03 WS-WORDS-UNITS PIC 9(2).
         03 WS-WORDS-PAISE PIC 9(2).
        02 WS-WORDS-PAIR PIC 9(2).
        02 WS-WORDS-PAIR-SPLIT REDEFINES WS-WORDS-PAIR.
         03 WS-WORDS-TEN PIC 9.
         03 WS-WORDS-UNIT PIC 9.
        02 WS-WORDS-WORD PIC X(9).
        02 WS-WORDS-LENGTH PIC 9(2) COMP.
        02 WS-WORDS-PTR PIC 9(2) COMP.
        02 WS-WORDS-LINES PIC 9 COMP.
        02 WS-WORDS-IDX PIC 9 COMP.
        02 WS-AMOUNT-WORDS.
         03 WS-AMOUNT-WORDS-LINE OCCURS 3 TIMES PIC X(44).
       01 WS-WORDS-ONES-VALUES.
        02 FILLER PIC X(9) VALUE "ONE".
        02 FILLER PIC X(9) VALUE "TWO".
        02 FILLER PIC X(9) VALUE "THREE".
        02 FILLER PIC X(9) VALUE "FOUR".
        02 FILLER PIC X(9) VALUE "FIVE".
        02 FILLER PIC X(9) VALUE "SIX".
        02 FILLER PIC X(9) VALUE "SEVEN".
        02 FILLER PIC X(9) VALUE "EIGHT".
        02 FILLER PIC X(9) VALUE "NINE".
        02 FILLER PIC X(9) VALUE "TEN".
        02 FILLER PIC X(9) VALUE "ELEVEN".
        02 FILLER PIC X(9) VALUE "TWELVE".
        02 FILLER PIC X(9) VALUE "THIRTEEN".
        02 FILLER PIC X(9) VALUE "FOURTEEN".
        02 FILLER PIC X(9) VALUE "FIFTEEN".
        02 FILLER PIC X(9) VALUE "SIXTEEN".
        02 FILLER PIC X(9) VALUE "SEVENTEEN".
        02 FILLER PIC X(9) VALUE "EIGHTEEN".
        02 FILLER PIC X(9) VALUE "NINETEEN".
       01 WS-WORDS-ONES-TABLE REDEFINES WS-WORDS-ONES-VALUES.
        02 WS-WORDS-ONE PIC X(9) OCCURS 19 TIMES.
       01 WS-WORDS-TENS-VALUES.
        02 FILLER PIC X(9) VALUE "TEN".
        02 FILLER PIC X(9) VALUE "TWENTY".
        02 FILLER PIC X(9) VALUE "THIRTY".
        02 FILLER PIC X(9) VALUE "FORTY".
        02 FILLER PIC X(9) VALUE "FIFTY".
        02 FILLER PIC X(9) VALUE "SIXTY".
        02 FILLER PIC X(9) VALUE "SEVENTY".
        02 FILLER PIC X(9) VALUE "EIGHTY".
        02 FILLER PIC X(9) VALUE "NINETY".
       01 WS-WORDS-TENS-TABLE REDEFINES WS-WORDS-TENS-VALUES.
        02 WS-WORDS-TENS PIC X(9) OCCURS 9 TIMES.
