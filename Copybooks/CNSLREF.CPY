      *----------------------------------------------------------*
      * COUNSELING REFERRAL RECORD LAYOUT                         *
      * ONE ROW EACH TIME A WARNING RUN PUTS A STUDENT FORWARD    *
      * FOR COUNSELING: PERFORM-TREND (SUSTAINED MARKS DECLINE),  *
      * ATTENDANCE-WARNING (SHORTAGE LETTER) AND DISCIPLINE-      *
      * REGISTER (GRAVE INCIDENT). COUNSEL-INTAKE OPENS CASES     *
      * FROM THESE ROWS. THE TERM IS ZERO WHEN THE SOURCE DOES    *
      * NOT KNOW IT; INTAKE THEN TAKES IT FROM THE CALENDAR.      *
      *----------------------------------------------------------*
       01 COUNSEL-REFERRAL-REC.
        02 CR-RNO PIC 9(5).
        02 CR-NAME PIC X(20).
        02 CR-SOURCE PIC X(4).
           88 CR-FROM-TREND VALUE "TRND".
           88 CR-FROM-ATTEND VALUE "ATTN".
           88 CR-FROM-DISCIPLINE VALUE "DISC".
        02 CR-DATE PIC 9(8).
        02 CR-TERM PIC 9(2).
        02 CR-REASON PIC X(40).
