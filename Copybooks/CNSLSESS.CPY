      *----------------------------------------------------------*
      * COUNSELING SESSION RECORD LAYOUT                          *
      * ONE ROW PER SESSION HELD ON A CASE, WITH THE COUNSELOR'S  *
      * NOTES AND THE FOLLOW-UP DATE SET AT THE SESSION. WRITTEN  *
      * AND SHOWN ONLY BY COUNSEL-MAINT UNDER A SUPERVISOR.       *
      *----------------------------------------------------------*
       01 COUNSEL-SESSION-REC.
        02 CS-CASE-NO PIC 9(5).
        02 CS-DATE PIC 9(8).
        02 CS-COUNSELOR PIC X(20).
        02 CS-NOTES PIC X(60).
        02 CS-NEXT-FOLLOWUP PIC 9(8).
