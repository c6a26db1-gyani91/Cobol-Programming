      *----------------------------------------------------------*
      * SCHOLARSHIP CLAIM REGISTER RECORD LAYOUT                  *
      * ONE ROW PER STUDENT PER CLAIM YEAR (THE APRIL-MARCH YEAR  *
      * STARTING IN SH-YEAR). SCHOLAR-CLAIM WRITES THE ROW WHEN   *
      * THE STUDENT GOES ON THE STATE CLAIM FILE; SCHOLAR-LOAD    *
      * RECORDS THE STATE'S SANCTION AGAINST IT AND THEN EACH     *
      * DISBURSEMENT, WHICH IS POSTED TO FEELEDG.DAT AS A SCHL    *
      * PAYMENT UNDER ITS OWN RECEIPT NUMBER. A CLAIM IS          *
      * OUTSTANDING UNTIL IT IS REJECTED OR PAID IN FULL.         *
      *----------------------------------------------------------*
       01 SCHOLAR-CLAIM-REC.
        02 SH-YEAR PIC 9(4).
        02 SH-RNO PIC 9(5).
        02 SH-NAME PIC A(20).
        02 SH-CATEGORY PIC X(2).
        02 SH-PERCENT PIC 9(3)V99.
        02 SH-ATTEND-PCT PIC 9(3)V99.
        02 SH-CLAIM-DATE PIC 9(8).
        02 SH-CLAIM-AMOUNT PIC 9(5)V99.
        02 SH-SANCTION-REF PIC X(12).
        02 SH-SANCTION-DATE PIC 9(8).
        02 SH-SANCTION-AMOUNT PIC 9(5)V99.
        02 SH-PAID-DATE PIC 9(8).
        02 SH-PAID-AMOUNT PIC 9(5)V99.
        02 SH-RECEIPT-NO PIC 9(6).
        02 SH-STATUS PIC X.
           88 SH-CLAIMED VALUE "C".
           88 SH-SANCTIONED VALUE "S".
           88 SH-REJECTED VALUE "R".
           88 SH-PAID VALUE "P".
           88 SH-OUTSTANDING VALUE "C" "S".
