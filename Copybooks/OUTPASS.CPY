      *----------------------------------------------------------*
      * SHARED HOSTEL GATE-PASS RECORD LAYOUT                     *
      * ONE ROW PER OUTING BY A BOARDER: WHEN THEY SIGNED OUT,   *
      * WHEN THEY ARE DUE BACK AND WHEN THEY ACTUALLY RETURNED,   *
      * WITH THE GUARDIAN WHO AUTHORISED IT (P = BY PHONE,        *
      * L = LETTER, V = IN PERSON) AND ITS REFERENCE. A PASS IS   *
      * O WHILE THE BOARDER IS OUT, R ONCE BACK, C IF VOIDED.     *
      * THE WHOLE DAYS BETWEEN SIGNING OUT AND RETURNING COUNT AS *
      * AWAY FOR THE MESS, THE SAME AS APPROVED LEAVE.            *
      *----------------------------------------------------------*
       01 OUTING-PASS-REC.
        02 OP-PASS-NO PIC 9(6).
        02 OP-RNO PIC 9(5).
        02 OP-HOSTEL PIC X(4).
        02 OP-ROOM PIC X(4).
        02 OP-OUT-DATE PIC 9(8).
        02 OP-OUT-TIME PIC 9(4).
        02 OP-DUE-DATE PIC 9(8).
        02 OP-DUE-TIME PIC 9(4).
        02 OP-BACK-DATE PIC 9(8).
        02 OP-BACK-TIME PIC 9(4).
        02 OP-PURPOSE PIC X(20).
        02 OP-GUARDIAN-ID PIC 9(4).
        02 OP-AUTH-MODE PIC X.
           88 OP-AUTH-PHONE VALUE "P".
           88 OP-AUTH-LETTER VALUE "L".
           88 OP-AUTH-PERSON VALUE "V".
        02 OP-AUTH-REF PIC X(10).
        02 OP-STATUS PIC X.
           88 OP-OUT VALUE "O".
           88 OP-RETURNED VALUE "R".
           88 OP-CANCELLED VALUE "C".
