      *----------------------------------------------------------*
      * SHARED FEE DUNNING STATUS RECORD LAYOUT                   *
      * ONE ROW PER STUDENT CURRENTLY ON THE DUNNING LADDER.      *
      * FEE-DUNNING ADDS A ROW THE FIRST TIME A BALANCE IS FOUND  *
      * OUTSTANDING AND STEPS IT THROUGH REMINDER 1, REMINDER 2   *
      * AND THE FINAL NOTICE ON THE DAY INTERVALS IN DUNCTL.DAT,  *
      * DROPPING THE ROW ONCE THE BALANCE IS CLEARED. A STUDENT   *
      * AT THE FINAL STAGE IS ON HALL-TICKET HOLD: HALL-TICKETS   *
      * WITHHOLDS THE TICKET WHILE A BALANCE REMAINS, UNLESS A    *
      * SUPERVISOR HAS RECORDED A RELEASE (DUNNING-RELEASE).      *
      *----------------------------------------------------------*
       01 DUNNING-REC.
        02 DN-RNO PIC 9(5).
        02 DN-STAGE PIC 9.
           88 DN-NOT-STARTED VALUE 0.
           88 DN-REMINDER-1 VALUE 1.
           88 DN-REMINDER-2 VALUE 2.
           88 DN-FINAL VALUE 3.
        02 DN-FIRST-DATE PIC 9(8).
        02 DN-STAGE-DATE PIC 9(8).
        02 DN-NEXT-DATE PIC 9(8).
        02 DN-BALANCE PIC 9(7)V99.
        02 DN-HOLD PIC X.
           88 DN-HOLD-ON VALUE "Y".
           88 DN-HOLD-RELEASED VALUE "R".
        02 DN-RELEASE-BY PIC X(8).
        02 DN-RELEASE-DATE PIC 9(8).
