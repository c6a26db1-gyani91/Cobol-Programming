      *----------------------------------------------------------*
      * REMEDIAL SESSION ATTENDANCE RECORD LAYOUT                 *
      * ONE ROW PER BATCH MEMBER PER SESSION HELD, MARKED PRESENT *
      * OR ABSENT THROUGH REMEDIAL-MAINT.                         *
      *----------------------------------------------------------*
       01 REMEDIAL-ATTEND-REC.
        02 RA-BATCH-NO PIC 9(4).
        02 RA-SESSION-DATE PIC 9(8).
        02 RA-RNO PIC 9(5).
        02 RA-MARK PIC X.
           88 RA-PRESENT VALUE "P".
           88 RA-ABSENT VALUE "A".
