      *----------------------------------------------------------*
      * HOUSE MASTER RECORD LAYOUT                                *
      * ONE ENTRY PER HOUSE: CODE, NAME, COLOUR AND STATUS.       *
      * ONLY ACTIVE HOUSES TAKE NEW STUDENTS. MAINTAINED BY       *
      * HOUSE-MAINT.                                              *
      *----------------------------------------------------------*
       01 HOUSE-MASTER-REC.
        02 HM-CODE PIC X(4).
        02 HM-NAME PIC X(15).
        02 HM-COLOUR PIC X(10).
        02 HM-STATUS PIC X.
           88 HM-ACTIVE VALUE "A".
           88 HM-RETIRED VALUE "R".
