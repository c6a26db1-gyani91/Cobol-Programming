      *----------------------------------------------------------*
      * COUNSELING CASE RECORD LAYOUT                             *
      * ONE ROW PER CASE. A CASE IS OPENED BY COUNSEL-INTAKE FROM *
      * A REFERRAL (ONE CASE PER STUDENT, SOURCE AND TERM; LATER  *
      * REFERRALS IN THE TERM ARE COUNTED ON THE SAME CASE) OR BY *
      * HAND THROUGH COUNSEL-MAINT. CASE DETAIL IS CONFIDENTIAL   *
      * AND SHOWN ONLY TO SUPERVISOR OPERATORS. A ZERO FOLLOW-UP  *
      * DATE MEANS NO SESSION HAS BEEN HELD YET.                  *
      *----------------------------------------------------------*
       01 COUNSEL-CASE-REC.
        02 CC-CASE-NO PIC 9(5).
        02 CC-RNO PIC 9(5).
        02 CC-NAME PIC X(20).
        02 CC-SOURCE PIC X(4).
           88 CC-FROM-TREND VALUE "TRND".
           88 CC-FROM-ATTEND VALUE "ATTN".
           88 CC-FROM-DISCIPLINE VALUE "DISC".
           88 CC-FROM-HAND VALUE "HAND".
        02 CC-TERM PIC 9(2).
        02 CC-OPENED-DATE PIC 9(8).
        02 CC-LAST-REFERRAL PIC 9(8).
        02 CC-REFERRAL-COUNT PIC 9(3).
        02 CC-REASON PIC X(40).
        02 CC-COUNSELOR PIC X(20).
        02 CC-NEXT-FOLLOWUP PIC 9(8).
        02 CC-SESSION-COUNT PIC 9(3).
        02 CC-STATUS PIC X.
           88 CC-OPEN VALUE "O".
           88 CC-CLOSED VALUE "C".
        02 CC-CLOSED-DATE PIC 9(8).
        02 CC-CLOSURE PIC X(4).
           88 CC-RESOLVED VALUE "RSLV".
           88 CC-REFERRED-OUT VALUE "REFR".
           88 CC-DECLINED VALUE "DECL".
           88 CC-LEFT-SCHOOL VALUE "LEFT".
           88 CC-NO-ACTION VALUE "NACT".
