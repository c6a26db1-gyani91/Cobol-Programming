      *----------------------------------------------------------*
      * ATTENDANCE POSTING CONTROL RECORD LAYOUT                  *
      * ONE ROW PER SCHOOL DATE ALREADY ADDED TO THE MONTHLY      *
      * ATTEND.DAT TOTALS, WITH WHICH ROUTE POSTED IT: THE DAILY  *
      * ROLL CALL (ATTENDANCE-CAPTURE), THE PERIOD REGISTERS      *
      * (PERIOD-ROLLUP) OR THE GATE READERS (GATE-IMPORT). A DATE *
      * IS POSTED ONCE, BY ONE ROUTE, SO NO STUDENT'S DAY IS      *
      * COUNTED TWICE.                                            *
      *----------------------------------------------------------*
       01 ATTEND-POST-REC.
        02 AP-DATE PIC 9(8).
        02 AP-SOURCE PIC X(6).
           88 AP-FROM-DAILY VALUE "DAILY".
           88 AP-FROM-PERIOD VALUE "PERIOD".
           88 AP-FROM-GATE VALUE "GATE".
        02 AP-PRESENT PIC 9(5).
        02 AP-ABSENT PIC 9(5).
        02 AP-EXCUSED PIC 9(5).
