      *----------------------------------------------------------*
      * SHARED LIBRARY STOCK-TAKE SCAN RECORD LAYOUT              *
      * ONE ROW PER ACCESSION NUMBER READ OFF THE SHELVES DURING  *
      * THE ANNUAL STOCK VERIFICATION, WITH THE DAY IT WAS        *
      * SCANNED. A COPY SCANNED TWICE IS COUNTED ONCE.            *
      * LIBRARY-STOCK SETS THE SCANS AGAINST BOOKMST.DAT.         *
      *----------------------------------------------------------*
       01 STOCK-SCAN-REC.
        02 SS-BOOK-ID PIC 9(6).
        02 SS-SCAN-DATE PIC 9(8).
