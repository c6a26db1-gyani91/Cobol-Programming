      * OFFER-MAINT CREATES AND ACCEPTS OFFERS; THE DAILY         *
      * OFFER-LAPSE BATCH EXPIRES OPEN OFFERS PAST DEADLINE AND   *
      * RELEASES THE SEAT TO THE NEXT WAITLISTED APPLICANT.       *
      * THE INTAKE YEAR AND RESERVATION CATEGORY TIE THE OFFER    *
      * TO ITS ROW OF THE SEAT MATRIX (SEATMTX.CPY).              *
      *----------------------------------------------------------*
       01 OFFER-REC.
        02 OFR-APP-NO PIC 9(5).
           88 OFR-OPEN VALUE "O".
           88 OFR-ACCEPTED VALUE "A".
           88 OFR-LAPSED VALUE "L".
        02 OFR-INTAKE-YEAR PIC 9(4).
        02 OFR-CATEGORY PIC X(2).
