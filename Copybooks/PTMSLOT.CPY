      *----------------------------------------------------------*
      * PARENT-TEACHER MEETING SLOT RECORD LAYOUT                 *
      * ONE ROW PER APPOINTMENT BOOKED FOR A PTM DAY: THE SLOT    *
      * NUMBER AND CLOCK TIME, THE TEACHER, THE GUARDIAN AND THE  *
      * CHILD THE MEETING IS ABOUT. WRITTEN BY PTM-SCHEDULE; THE  *
      * ATTENDED FLAG IS SET ON THE DAY BY PTM-ATTENDANCE (SPACE  *
      * = NOT YET MARKED).                                        *
      *----------------------------------------------------------*
       01 PTM-SLOT-REC.
        02 PS-PTM-DATE PIC 9(8).
        02 PS-SLOT-NO PIC 9(2).
        02 PS-SLOT-TIME PIC 9(4).
        02 PS-TEACHER-ID PIC 9(4).
        02 PS-GUARDIAN-ID PIC 9(4).
        02 PS-RNO PIC 9(5).
        02 PS-SUBJECT-CODE PIC X(5).
        02 PS-SECTION PIC X(4).
        02 PS-ATTENDED PIC X.
           88 PS-NOT-MARKED VALUE SPACE.
           88 PS-CAME VALUE "Y".
           88 PS-DID-NOT-COME VALUE "N".
