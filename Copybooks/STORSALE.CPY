      *----------------------------------------------------------*
      * SHARED SCHOOL STORE SALES RECORD LAYOUT                   *
      * ONE ROW PER ITEM LINE OF A SALE; THE LINES OF ONE SALE    *
      * SHARE ITS SALE NUMBER. A SALE IS EITHER PAID AT THE       *
      * COUNTER, WHEN IT CARRIES THE FEE RECEIPT NUMBER AND PAY   *
      * MODE OF THE STOR PAYMENT POSTED TO FEELEDG.DAT, OR        *
      * CHARGED TO THE STUDENT'S ACCOUNT AS A STOR CHARGE ONLY,   *
      * WHEN THE RECEIPT NUMBER IS ZERO.                          *
      *----------------------------------------------------------*
       01 STORE-SALE-REC.
        02 SD-SALE-NO PIC 9(6).
        02 SD-DATE PIC 9(8).
        02 SD-RNO PIC 9(5).
        02 SD-ITEM-CODE PIC X(6).
        02 SD-QTY PIC 9(3).
        02 SD-PRICE PIC 9(5)V99.
        02 SD-AMOUNT PIC 9(5)V99.
        02 SD-PAY-TYPE PIC X.
           88 SD-COUNTER VALUE "C".
           88 SD-ON-ACCOUNT VALUE "A".
        02 SD-PAY-MODE PIC X.
        02 SD-RECEIPT-NO PIC 9(6).
