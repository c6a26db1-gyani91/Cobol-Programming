      *----------------------------------------------------------*
      * SHARED SCHOOL STORE ITEM MASTER RECORD LAYOUT             *
      * ONE ROW PER UNIFORM, TEXTBOOK OR OTHER ITEM THE STORE     *
      * SELLS, WITH ITS CURRENT PRICE AND THE STOCK ON HAND.      *
      * STORE-SALES TAKES SOLD QUANTITIES OFF THE STOCK AND       *
      * STORE-MAINT ADDS DELIVERIES IN. AN ITEM WHOSE STOCK     *
      * FALLS BELOW ITS MINIMUM IS LISTED BY STORE-REORDER FOR    *
      * THE REORDER QUANTITY. A WITHDRAWN ITEM CANNOT BE SOLD.    *
      *----------------------------------------------------------*
       01 STORE-ITEM-REC.
        02 IM-ITEM-CODE PIC X(6).
        02 IM-DESCRIPTION PIC X(30).
        02 IM-CATEGORY PIC X.
           88 IM-UNIFORM VALUE "U".
           88 IM-TEXTBOOK VALUE "B".
           88 IM-OTHER VALUE "O".
        02 IM-PRICE PIC 9(5)V99.
        02 IM-ON-HAND PIC 9(5).
        02 IM-MIN-STOCK PIC 9(5).
        02 IM-REORDER-QTY PIC 9(5).
        02 IM-STATUS PIC X.
           88 IM-ACTIVE VALUE "A".
           88 IM-WITHDRAWN VALUE "W".
