      *----------------------------------------------------------*
      * SHARED MESS PLAN ASSIGNMENT RECORD LAYOUT                 *
      * ONE ROW PER BOARDER NAMING THEIR CURRENT MEAL PLAN AND    *
      * THE DATE IT TOOK EFFECT. MAINTAINED BY MESS-MAINT, WHICH  *
      * ONLY ASSIGNS A PLAN TO A ROLL WITH AN OPEN SPELL ON       *
      * HOSTALOC.DAT.                                             *
      *----------------------------------------------------------*
       01 MESS-ASSIGN-REC.
        02 MA-RNO PIC 9(5).
        02 MA-PLAN PIC X(4).
        02 MA-FROM-DATE PIC 9(8).
