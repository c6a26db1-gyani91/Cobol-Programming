      *----------------------------------------------------------*
      * SHARED CLINIC VISIT RECORD LAYOUT                         *
      * ONE ROW PER CALL AT THE SICK ROOM: WHEN THE STUDENT CAME, *
      * THE COMPLAINT (CODED FOR ANALYSIS AND IN WORDS), WHAT THE *
      * NURSE GAVE AND HOW THE VISIT ENDED. APPENDED BY           *
      * CLINIC-VISIT AND SUMMARISED MONTHLY BY CLINIC-REPORT.     *
      *----------------------------------------------------------*
       01 CLINIC-VISIT-REC.
        02 CV-RNO PIC 9(5).
        02 CV-DATE PIC 9(8).
        02 CV-TIME PIC 9(4).
        02 CV-COMPLAINT-CODE PIC X(10).
        02 CV-COMPLAINT-TEXT PIC X(30).
        02 CV-TREATMENT PIC X(30).
        02 CV-OUTCOME PIC X.
           88 CV-TO-CLASS VALUE "C".
           88 CV-SENT-HOME VALUE "H".
           88 CV-REFERRED VALUE "R".
        02 CV-OPERATOR PIC X(8).
