      *----------------------------------------------------------*
      * SHARED SUPPLEMENTARY EXAMINATION REGISTRATION LAYOUT      *
      * ONE ROW PER FAILED PAPER A STUDENT IS REGISTERED TO SIT   *
      * AGAIN. WRITTEN BY SUPP-REGISTER FROM THE CURRENT MARKS    *
      * RECORD AND CLOSED BY SUPP-MARKS WHEN THE SUPPLEMENTARY    *
      * MARKS ARE APPLIED. SR-AWARDED-MARKS IS THE MARK CARRIED   *
      * ONTO STUDMARK.DAT - A PASS IS CAPPED AT THE PASS MARK.    *
      *----------------------------------------------------------*
       01 SUPP-REG-REC.
        02 SR-RNO PIC 9(5).
        02 SR-NAME PIC A(10).
        02 SR-TERM-NO PIC 9(2).
        02 SR-SUBJECT-CODE PIC X(5).
        02 SR-REG-DATE PIC 9(8).
        02 SR-STATUS PIC X.
           88 SR-REGISTERED VALUE "R".
           88 SR-PASSED VALUE "P".
           88 SR-FAILED VALUE "F".
           88 SR-ABSENT VALUE "A".
        02 SR-OLD-MARKS PIC 9(3).
        02 SR-KEYED-MARKS PIC 9(3).
        02 SR-AWARDED-MARKS PIC 9(3).
        02 SR-RESULT-DATE PIC 9(8).
