      * SHARED LIBRARY BOOK MASTER RECORD LAYOUT                  *
      * ONE ROW PER ACCESSIONED BOOK. THE STATUS SAYS WHETHER     *
      * THE COPY IS ON THE SHELF OR OUT ON LOAN; THE LOAN ITSELF  *
      * LIVES ON BOOKLOAN.DAT. A COPY NOT FOUND AT THE ANNUAL     *
      * STOCK VERIFICATION IS WRITTEN OFF AS LOST AND CANNOT BE   *
      * ISSUED. A RETURNED COPY WITH A RESERVATION WAITING ON     *
      * BOOKRSV.DAT IS HELD AT THE DESK FOR THE FIRST IN QUEUE.   *
      *----------------------------------------------------------*
       01 BOOK-MASTER-REC.
        02 BK-BOOK-ID PIC 9(6).
        02 BK-STATUS PIC X.
           88 BK-ON-SHELF VALUE "S".
           88 BK-ISSUED VALUE "I".
           88 BK-LOST VALUE "L".
           88 BK-ON-HOLD VALUE "H".
