      *----------------------------------------------------------*
      * SHARED MEAL-PLAN MASTER RECORD LAYOUT                     *
      * ONE ROW PER MESS PLAN: ITS DAILY RATE AND WHICH MEALS IT  *
      * COVERS. MAINTAINED BY MESS-MAINT; MESS-BILLING CHARGES A  *
      * BOARDER THE DAILY RATE FOR EVERY DAY IN RESIDENCE AND     *
      * MESS-HEADCOUNT COUNTS EACH MEAL FOR THE KITCHEN.          *
      *----------------------------------------------------------*
       01 MEAL-PLAN-REC.
        02 MP-CODE PIC X(4).
        02 MP-NAME PIC X(20).
        02 MP-DAY-RATE PIC 9(3)V99.
        02 MP-BREAKFAST-SW PIC X.
           88 MP-BREAKFAST VALUE "Y".
        02 MP-LUNCH-SW PIC X.
           88 MP-LUNCH VALUE "Y".
        02 MP-DINNER-SW PIC X.
           88 MP-DINNER VALUE "Y".
