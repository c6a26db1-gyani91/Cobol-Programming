      *----------------------------------------------------------*
      * SHARED FEE PAYMENT ALLOCATION RECORD LAYOUT               *
      * ONE ROW PER SLICE OF A RECEIPT APPLIED TO AN OPEN ITEM.   *
      * FEE-POSTING SPLITS EVERY PAYMENT ACROSS THE STUDENT'S     *
      * OPEN FEELEDG.DAT CHARGES, OLDEST DUE DATE FIRST UNLESS    *
      * THE CASHIER PICKS THE ITEMS, AND HOLDS ANY REMAINDER AS   *
      * AN ADVANCE CREDIT (TARGET A). FEE-INSTALLMENT-DUE DRAWS   *
      * THE ADVANCE DOWN (SOURCE A) AS IT RAISES EACH INSTALLMENT *
      * CHARGE. A CHARGE IS KNOWN BY ROLL NO, FEE CODE, THE DATE  *
      * IT WAS RAISED AND, FOR A FEEINST.DAT INSTALLMENT, ITS     *
      * SEQUENCE NUMBER. A SLICE DRAWN FROM A RECEIPT THAT WAS    *
      * LATER CANCELLED OR BOUNCED (AN FL-REFUND ROW CARRYING THE *
      * SAME RECEIPT NUMBER) NO LONGER COUNTS, SO THE CHARGE      *
      * FALLS OPEN AGAIN.                                         *
      *----------------------------------------------------------*
       01 FEE-ALLOC-REC.
        02 FA-RNO PIC 9(5).
        02 FA-DATE PIC 9(8).
        02 FA-RECEIPT-NO PIC 9(6).
        02 FA-SOURCE PIC X.
           88 FA-FROM-RECEIPT VALUE "R".
           88 FA-FROM-ADVANCE VALUE "A".
        02 FA-TARGET PIC X.
           88 FA-TO-CHARGE VALUE "C".
           88 FA-TO-ADVANCE VALUE "A".
        02 FA-CODE PIC X(4).
        02 FA-CHARGE-DATE PIC 9(8).
        02 FA-INST-SEQ PIC 9(2).
        02 FA-AMOUNT PIC 9(5)V99.
